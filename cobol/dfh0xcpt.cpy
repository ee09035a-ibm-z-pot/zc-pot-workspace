      *    Cycle count file record - keyed on CYC-KEY, item then
      *    warehouse location, matching the location stock file.
      *    Written or rewritten by Stock Adjustment every time a
      *    counted figure (mode C) is booked for the item at that
      *    location, whether or not the count found a variance.
      *    Read by the nightly cycle count scheduling (DFH0XCYC)
      *    to decide when the shelf is next due for a count. A
      *    missing record means the shelf has never been counted.
       01  CYCLE-COUNT-RECORD.
           03 CYC-KEY.
               05 CYC-ITEM-REF         PIC 9(4).
               05 CYC-LOCATION         PIC X(3).
           03 CYC-LAST-COUNTED         PIC 9(8).
           03 CYC-COUNTED-BY           PIC X(8).
