      *    Forward recovery audit file record - one record appended
      *    for every catalogue stock figure or department
      *    month-to-date figure the forward recovery (DFH0XFWD)
      *    rewrites in live mode, so finance and the warehouse can
      *    always see what a recovery changed and from what
      *    starting point. Append-only, like the order journal.
       01  RECOVERY-AUDIT-RECORD.
           03 RAU-DATE                 PIC 9(8).
           03 RAU-TIME                 PIC 9(6).
      *    Night of the stock snapshot and budget unload the
      *    recovery started from - every journal entry dated after
      *    it was replayed
           03 RAU-SNAPSHOT-DATE        PIC 9(8).
      *    Which figure was rewritten
           03 RAU-FIGURE               PIC X(1).
               88 RAU-FIGURE-STOCK         VALUE 'S'.
               88 RAU-FIGURE-SPEND         VALUE 'B'.
      *    The item for a stock figure (charge department spaces),
      *    or the charge department for a spend figure (item zero)
           03 RAU-ITEM-REF             PIC 9(4).
           03 RAU-CHARGE-DEPT          PIC X(8).
      *    The figure as it stood on file and as rebuilt - the
      *    pair not being rewritten is left zero
           03 RAU-OLD-IN-STOCK         PIC 9(4).
           03 RAU-NEW-IN-STOCK         PIC 9(4).
           03 RAU-OLD-MONTH-TO-DATE    PIC 9(7)V99.
           03 RAU-NEW-MONTH-TO-DATE    PIC 9(7)V99.
