      *    Item class file record - one record per item on the
      *    demand figures file, written afresh every month end by
      *    the ABC classification (DFH0XABC) in issue value order,
      *    highest first. Read by the nightly cycle count
      *    scheduling (DFH0XCYC) to decide how often each item is
      *    counted. An item with no record (added since the last
      *    month end) is class C.
       01  ITEM-CLASS-RECORD.
           03 ICL-ITEM-REF             PIC 9(4).
           03 ICL-CLASS                PIC X(1).
               88 ICL-CLASS-A              VALUE 'A'.
               88 ICL-CLASS-B              VALUE 'B'.
               88 ICL-CLASS-C              VALUE 'C'.
      *    Why the item is in its class - its place in the issue
      *    value ranking, its monthly demand reaching the fast
      *    mover rate (always class A), or no issue value at all
      *    (always class C unless a fast mover)
           03 ICL-BASIS                PIC X(1).
               88 ICL-BY-VALUE             VALUE 'V'.
               88 ICL-FAST-MOVER           VALUE 'F'.
               88 ICL-NO-ISSUES            VALUE 'N'.
      *    The demand figures the class was decided on
           03 ICL-ISSUE-VALUE          PIC 9(9)V99.
           03 ICL-MONTHLY-RATE         PIC 9(5)V9.
           03 ICL-CLASSIFIED-DATE      PIC 9(8).
