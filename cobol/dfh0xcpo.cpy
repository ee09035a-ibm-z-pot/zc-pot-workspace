      *    Standing order file record - keyed on SOR-KEY, the
      *    owning buyer's userid then a reference the buyer
      *    chooses (for example CLEANING). Holds a template
      *    basket the nightly standing order run (DFH0XSOR) turns
      *    into a real order, under the same controls as Place
      *    Order, every time its next due date comes round
       01  STANDING-ORDER-RECORD.
           03 SOR-KEY.
               05 SOR-USERID           PIC X(8).
               05 SOR-REFERENCE        PIC X(8).
           03 SOR-CHARGE-DEPT          PIC X(8).
      *    Warehouse location to allocate from - spaces means the
      *    default location
           03 SOR-LOCATION             PIC X(3).
           03 SOR-FREQUENCY            PIC X(1).
               88 SOR-WEEKLY               VALUE 'W'.
               88 SOR-FORTNIGHTLY          VALUE 'F'.
               88 SOR-MONTHLY              VALUE 'M'.
               88 SOR-FREQUENCY-VALID      VALUE 'W' 'F' 'M'.
      *    Day of the month a monthly standing order falls on, so
      *    one raised for the 31st comes back to the 31st after a
      *    short month instead of drifting to the 30th
           03 SOR-DAY-OF-MONTH         PIC 9(2).
           03 SOR-NEXT-DUE-DATE        PIC 9(8).
      *    'Y' to capture lines the stock cannot cover to the
      *    backorder file rather than fail the order
           03 SOR-BACKORDER-FLAG       PIC X(1).
               88 SOR-BACKORDER-WANTED     VALUE 'Y'.
      *    A suspended standing order stays on file but is never
      *    placed until it is made active again
           03 SOR-STATUS               PIC X(1).
               88 SOR-STATUS-ACTIVE        VALUE 'A'.
               88 SOR-STATUS-SUSPENDED     VALUE 'S'.
           03 SOR-LINE-COUNT           PIC 9(2).
           03 SOR-LINE OCCURS 10 TIMES.
               05 SOR-ITEM-REF         PIC 9(4).
               05 SOR-QUANTITY         PIC 9(3).
      *    What the last nightly run did with it - the date, the
      *    order number placed (zero when it failed or every line
      *    was backordered) and P placed, H held for approval or
      *    F failed
           03 SOR-LAST-RUN-DATE        PIC 9(8).
           03 SOR-LAST-ORDER-NUMBER    PIC 9(7).
           03 SOR-LAST-RESULT          PIC X(1).
               88 SOR-LAST-PLACED          VALUE 'P'.
               88 SOR-LAST-HELD            VALUE 'H'.
               88 SOR-LAST-FAILED          VALUE 'F'.
           03 SOR-LAST-CHANGED-DATE    PIC 9(8).
