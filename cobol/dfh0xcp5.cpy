      *        as a return, so the reconciliation nets the entry
      *        back in on the stock side and out on the spend side
               88 JNL-ENTRY-SHORT-PICK     VALUE 'K'.
      *        A stock transfer between warehouse locations - 'X'
      *        when it is shipped off the from-location's shelf,
      *        'Y' when the to-location books it in. Order number
      *        is the transfer number on the stock transfer file,
      *        userid is the warehouse user, no charge department.
      *        Stock only changes building, so neither entry moves
      *        CAT-IN-STOCK or any department's spend - kept under
      *        their own types so the reconciliation and the
      *        variance reporting never mistake a transfer for
      *        shrinkage or a gain
               88 JNL-ENTRY-XFR-OUT        VALUE 'X'.
               88 JNL-ENTRY-XFR-IN         VALUE 'Y'.
      *        A backorder filled from a supplier delivery by Goods
      *        Received - written straight after the new order's
      *        'O' entry with the same order number, userid, charge
      *        department, item and cost but quantity zero, so the
      *        order is on record as a backorder allocation without
      *        any figure moving twice
               88 JNL-ENTRY-BO-ALLOCATED   VALUE 'B'.
      *        Goods sent back to the supplier by Return to
      *        Supplier against a purchase order delivery - order
      *        number is the purchase order number, userid is the
      *        warehouse user, no charge department. The quantity
      *        leaves stock and the purchase order's received
      *        quantity, so the reconciliation nets it out on the
      *        stock side only - it is never a department's spend
      *        and is kept apart from 'D' so a return is never
      *        mistaken for shrinkage
               88 JNL-ENTRY-SUPPLIER-RETURN VALUE 'U'.
