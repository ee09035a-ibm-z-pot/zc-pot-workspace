      *    General ledger posted period file record - keyed on
      *    GPR-PERIOD. One record written by the month end ledger
      *    posting (DFH0XGLP) for each journal period it has
      *    successfully posted, so the same period can never be
      *    posted into the ledger twice
       01  GL-PERIOD-RECORD.
      *    Journal month (CCYYMM) that was posted
           03 GPR-PERIOD               PIC 9(6).
      *    Run date the period was posted as at, and when the
      *    posting actually finished
           03 GPR-POSTED-RUN-DATE      PIC 9(8).
           03 GPR-POSTED-DATE          PIC 9(8).
           03 GPR-POSTED-TIME          PIC 9(6).
      *    Batch control totals of the interface file sent to the
      *    ledger for the period
           03 GPR-POSTING-LINES        PIC 9(6).
           03 GPR-TOTAL-DEBITS         PIC 9(11)V99.
           03 GPR-TOTAL-CREDITS        PIC 9(11)V99.
