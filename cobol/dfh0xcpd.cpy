      *    Date (CCYYMMDD) the nightly match last ruled on this
      *    invoice - zero until it has been matched once
           03 INV-MATCHED-DATE         PIC 9(8).
      *    Date (CCYYMMDD) the supplier payment run paid this
      *    invoice, and the number of that payment run - both
      *    zero until it is paid. A paid invoice stays passed,
      *    so the nightly match still counts its quantity as
      *    claimed, and is never picked up for payment again
           03 INV-PAID-DATE            PIC 9(8).
           03 INV-PAYMENT-RUN          PIC 9(7).
      *
      *    Invoice number control record - a single record
      *    holding the last invoice number issued
       01  INVOICE-CONTROL-RECORD.
           03 ICT-RECORD-KEY           PIC X(01)   VALUE 'X'.
           03 ICT-LAST-INV-NUMBER      PIC 9(7).
      *
      *    Payment run control record - a single record holding
      *    the last supplier payment run number issued and the
      *    run date it was issued for. A payment run that fails
      *    part way is rerun as at the same date and carries on
      *    under the same number rather than taking a new one
       01  PAYMENT-CONTROL-RECORD.
           03 PYC-RECORD-KEY           PIC X(01)   VALUE 'X'.
           03 PYC-LAST-RUN-NUMBER      PIC 9(7).
           03 PYC-LAST-RUN-DATE        PIC 9(8).
