      *    expediting report measures each supplier's days from
      *    raising to delivery from it
           03 PO-CLOSED-DATE           PIC 9(8).
      *    Warehouse location the latest delivery against the
      *    order was booked into by Goods Received, so a Return to
      *    Supplier takes the goods back off the right shelf.
      *    Spaces while nothing has been received, and on orders
      *    received before the field existed - the default
      *    location stands in for those
           03 PO-RECEIVED-LOCATION     PIC X(3).
      *
      *    Purchase order number control record - a single record
      *    holding the last purchase order number issued
