      *    Demand figures file record - one record per active item,
      *    written afresh every month end by the demand analysis
      *    (DFH0XDMD) in item order, holding the figures it measured
      *    from the order journal and the journal archive. Read by
      *    the ABC classification (DFH0XABC) so the two never
      *    disagree about what an item issued.
       01  DEMAND-FIGURES-RECORD.
           03 DMF-ITEM-REF             PIC 9(4).
      *    Month (CCYYMM) the analysis ran as at, and how many
      *    months back from it the figures were measured over
           03 DMF-AS-OF-MONTH          PIC 9(6).
           03 DMF-ANALYSIS-MONTHS      PIC 9(2).
      *    Net quantity issued within the window - issues (O, A)
      *    less reversals, returns and short picks (R, T, K). Can
      *    be negative when more came back than went out
           03 DMF-ISSUE-QTY            PIC S9(7).
      *    The same net issues valued at the cost each journal
      *    entry carried
           03 DMF-ISSUE-VALUE          PIC S9(9)V99.
      *    Measured average monthly issue - zero when the net
      *    issue quantity is not positive
           03 DMF-MONTHLY-RATE         PIC 9(5)V9.
