      *    General ledger mapping file record - keyed on GLM-KEY.
      *    Maintained by finance. Tells the month end ledger
      *    posting (DFH0XGLP) which ledger account to debit and
      *    which to credit for the value of a journal entry type
      *    charged to a department. A record with a blank
      *    department is the default for its entry type, used for
      *    any department without a record of its own and for the
      *    entry types that carry no charge department at all
      *    (goods-in and stock adjustments)
       01  GL-MAPPING-RECORD.
           03 GLM-KEY.
               05 GLM-ENTRY-TYPE       PIC X(1).
               05 GLM-CHARGE-DEPT      PIC X(8).
           03 GLM-DEBIT-ACCOUNT        PIC X(12).
           03 GLM-CREDIT-ACCOUNT       PIC X(12).
      *    Narrative carried on both posting lines into the ledger
           03 GLM-DESCRIPTION          PIC X(30).
