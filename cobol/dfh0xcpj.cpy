      *    Stock transfer file record - keyed on XFR-TRANSFER-NUMBER
      *    One record per movement of stock from one warehouse
      *    location to another. Shipping takes the quantity off the
      *    from-location's shelf and the record stays in transit
      *    ('T') until the to-location books it in ('R'), so stock
      *    on the lorry overnight is still accounted for here -
      *    CAT-IN-STOCK never moves, and always equals the location
      *    stock plus whatever is in transit. Both halves are
      *    journalled under the transfer number
       01  STOCK-TRANSFER-RECORD.
           03 XFR-TRANSFER-NUMBER      PIC 9(7).
           03 XFR-ITEM-REF             PIC 9(4).
           03 XFR-QUANTITY             PIC 9(3).
           03 XFR-FROM-LOCATION        PIC X(3).
           03 XFR-TO-LOCATION          PIC X(3).
           03 XFR-STATUS               PIC X(1).
               88 XFR-STATUS-IN-TRANSIT    VALUE 'T'.
               88 XFR-STATUS-RECEIVED      VALUE 'R'.
           03 XFR-SHIPPED-DATE         PIC 9(8).
           03 XFR-SHIPPED-BY           PIC X(8).
      *    Zero/spaces while the transfer is still in transit
           03 XFR-RECEIVED-DATE        PIC 9(8).
           03 XFR-RECEIVED-BY          PIC X(8).
      *
      *    Stock transfer number control record - a single record
      *    holding the last transfer number issued
       01  TRANSFER-CONTROL-RECORD.
           03 XCT-RECORD-KEY           PIC X(01)   VALUE 'X'.
           03 XCT-LAST-TRANSFER-NUMBER PIC 9(7).
