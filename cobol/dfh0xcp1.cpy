               88 CA-DEPT-ADD-REQ         VALUE 'DEPADD'.
               88 CA-DEPT-CHANGE-REQ      VALUE 'DEPCHG'.
               88 CA-PRICE-CHANGE-REQ     VALUE 'CATPRC'.
               88 CA-SUP-ADD-REQ          VALUE 'SUPADD'.
               88 CA-SUP-CHANGE-REQ       VALUE 'SUPCHG'.
               88 CA-SUP-RETIRE-REQ       VALUE 'SUPRET'.
               88 CA-STOCK-TRANSFER-REQ   VALUE 'STKXFR'.
               88 CA-TRANSFER-RECEIVE-REQ VALUE 'XFRRCV'.
               88 CA-ROLE-GRANT-REQ       VALUE 'USRGNT'.
               88 CA-ROLE-REVOKE-REQ      VALUE 'USRRVK'.
               88 CA-SOR-ADD-REQ          VALUE 'SORADD'.
               88 CA-SOR-CHANGE-REQ       VALUE 'SORCHG'.
               88 CA-SOR-DELETE-REQ       VALUE 'SORDEL'.
               88 CA-SUPPLIER-RETURN-REQ  VALUE 'SUPRTN'.
           03 CA-RETURN-CODE           PIC 9(2).
      *    Request-specific reason code - CA-RETURN-CODE says whether
      *    the request succeeded, CA-REASON-CODE says why it did not.
      *        already retired
               88 CA-REASON-ITEM-RETIRED   VALUE 120.
      *        Set by Raise Supplier Order when the supplier code
      *        is not on the supplier master or is retired, by
      *        Add Supplier when the supplier code is blank, by
      *        Change Supplier when it is not on the master, and
      *        by Retire Supplier when it is not on the master or
      *        is already retired
               88 CA-REASON-BAD-SUPPLIER   VALUE 130.
      *        Set by Confirm Purchase Order and Goods Received
      *        when the purchase order number is not on file
      *        match the purchase order's item or exceeds what is
      *        still outstanding on it
               88 CA-REASON-PO-MISMATCH    VALUE 160.
      *        Set by Raise Supplier Order / Confirm Purchase Order,
      *        and by Return to Supplier when a replacement is
      *        asked for, when the quantity would take CAT-ON-ORDER
      *        past what the field can hold
               88 CA-REASON-ONORDER-LIMIT  VALUE 170.
      *        Set by Stock Adjustment when no reason code was
      *        supplied - every adjustment must be accountable
      *        Set by Price Change when a change for the same
      *        item and effective date is already pending
               88 CA-REASON-PRICE-PENDING  VALUE 280.
      *        Set by Add Supplier when the supplier code is
      *        already on the supplier master
               88 CA-REASON-SUPPLIER-EXISTS VALUE 290.
      *        Set by Retire Supplier when the supplier still has
      *        draft or open purchase orders, or catalogue items
      *        still name it as their preferred supplier - the
      *        counts are returned so purchasing can clear them
               88 CA-REASON-SUPPLIER-IN-USE VALUE 300.
      *        Set by Stock Transfer when the quantity is zero or
      *        the from and to locations are the same, and when
      *        the from-location cannot cover the quantity
               88 CA-REASON-BAD-TRANSFER   VALUE 310.
      *        Set by Receive Transfer when the transfer number is
      *        not on file or the transfer has already been
      *        received
               88 CA-REASON-NOT-IN-TRANSIT VALUE 320.
      *        Set for any update request when the userid in the
      *        request is not on the user authority file, or does
      *        not hold the role that request type needs
               88 CA-REASON-NO-ROLE        VALUE 330.
      *        Set by Grant Role and Revoke Role when the role code
      *        is not a defined role, the target userid is blank,
      *        or the administrator names their own userid
               88 CA-REASON-BAD-ROLE-REQ   VALUE 340.
      *        Set by Add/Change Standing Order when the frequency
      *        is not W, F or M, the next due date is not a date
      *        from today on, the status is not A or S, or the
      *        backorder flag is not Y or N
               88 CA-REASON-BAD-STANDING   VALUE 350.
      *        Set by Add Standing Order when the buyer already has
      *        a standing order under that reference, and by
      *        Change/Delete Standing Order when they have none
               88 CA-REASON-STANDING-KEY   VALUE 360.
      *        Set by Return to Supplier when the quantity is zero,
      *        the reason code is not FY, WG, DM or OS, or the
      *        replace flag is not Y or N
               88 CA-REASON-BAD-SUPPLIER-RTN VALUE 370.
      *        Set by Return to Supplier when the purchase order is
      *        not on file, is still a draft, or has had less than
      *        the quantity delivered against it, or when the
      *        location it was received into no longer holds the
      *        quantity
               88 CA-REASON-NOT-RETURNABLE-PO VALUE 380.
           03 CA-RESPONSE-MESSAGE      PIC X(79).
           03 CA-REQUEST-SPECIFIC      PIC X(924).
      *    Fields used in Inquire Catalog
      *        Warehouse location the delivery is being booked
      *        into - spaces means the default location
               05 CA-GR-LOCATION           PIC X(3).
      *        Userid booking the delivery in - checked against the
      *        user authority file like every other update
               05 CA-GR-USERID             PIC X(8).
               05 FILLER                   PIC X(898).
      *    Fields used in Inquire Order - returns the full current
      *    state of one order so a buyer can check it before
      *    deciding to amend or cancel
               05 CA-APP-ORDER-NUMBER      PIC 9(7).
               05 CA-APP-USERID            PIC X(8).
               05 FILLER                   PIC X(909).
      *    Fields used in the supplier maintenance requests - Add
      *    Supplier, Change Supplier and Retire Supplier. Change
      *    Supplier replaces the name, phone and lead time with the
      *    values supplied; Retire Supplier uses only the userid
      *    and supplier code. Every action writes a before/after
      *    record to the supplier audit file
           03 CA-SUPPLIER-MAINT-REQUEST
                               REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-SM-USERID             PIC X(8).
               05 CA-SM-SUPPLIER-CODE      PIC X(6).
               05 CA-SM-NAME               PIC X(40).
               05 CA-SM-PHONE              PIC X(16).
               05 CA-SM-LEAD-TIME-DAYS     PIC 9(3).
      *        Returned by Retire Supplier - the draft or open
      *        purchase orders still raised on the supplier, and
      *        the catalogue items still naming it as preferred
      *        supplier. Either non-zero refuses the retirement
               05 CA-SM-OPEN-PO-COUNT      PIC 9(4).
               05 CA-SM-PREF-ITEM-COUNT    PIC 9(4).
               05 FILLER                   PIC X(843).
      *    Fields used in Stock Transfer and Receive Transfer -
      *    the warehouse moves stock of one item from one location
      *    to another. Stock Transfer ships it off the from-
      *    location and returns the transfer number; with the
      *    in-transit flag set the stock then stays on the lorry
      *    until Receive Transfer quotes that number at the
      *    to-location, otherwise it is booked in at once.
      *    Receive Transfer uses only the userid and the transfer
      *    number. Spaces in either location mean the default
      *    location
           03 CA-STOCK-TRANSFER-REQUEST
                               REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-XFR-USERID            PIC X(8).
               05 CA-XFR-ITEM-REF          PIC 9(4).
               05 CA-XFR-QUANTITY          PIC 9(3).
               05 CA-XFR-FROM-LOCATION     PIC X(3).
               05 CA-XFR-TO-LOCATION       PIC X(3).
               05 CA-XFR-IN-TRANSIT-FLAG   PIC X(1).
                   88 CA-XFR-SHIP-ONLY         VALUE 'Y'.
                   88 CA-XFR-DIRECT            VALUE 'N' ' '.
               05 CA-XFR-TRANSFER-NUMBER   PIC 9(7).
               05 FILLER                   PIC X(895).
      *    Fields used in Grant Role and Revoke Role - a security
      *    administrator gives a userid one role, or takes one
      *    away, on the user authority file. Every change writes a
      *    before/after record to the user authority audit file.
      *    Role codes are B buyer, W warehouse, P purchasing,
      *    A accounts payable, D budget administrator and
      *    S security administrator
           03 CA-ROLE-MAINT-REQUEST
                               REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-UA-USERID             PIC X(8).
               05 CA-UA-TARGET-USERID      PIC X(8).
               05 CA-UA-ROLE-CODE          PIC X(1).
      *        Returned - the target userid's role flags after the
      *        request, in role code order
               05 CA-UA-ROLE-FLAGS         PIC X(8).
               05 FILLER                   PIC X(899).
      *    Fields used in the standing order requests - Add,
      *    Change and Delete Standing Order. A buyer keeps any
      *    number of template baskets under references of their
      *    own choosing; the nightly standing order run places
      *    each one whenever its next due date arrives, then moves
      *    the date on by the frequency (W weekly, F fortnightly,
      *    M monthly). Change replaces the whole template with the
      *    values supplied; Delete uses only the userid and the
      *    reference. Items and quantities are checked as Place
      *    Order checks them, but stock and budget are only
      *    checked when the order is actually placed
           03 CA-STANDING-ORDER-REQUEST
                               REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-SOR-USERID            PIC X(8).
               05 CA-SOR-REFERENCE         PIC X(8).
               05 CA-SOR-CHARGE-DEPT       PIC X(8).
      *        Spaces means the default location
               05 CA-SOR-LOCATION          PIC X(3).
               05 CA-SOR-FREQUENCY         PIC X(1).
               05 CA-SOR-NEXT-DUE-DATE     PIC 9(8).
               05 CA-SOR-BACKORDER-FLAG    PIC X(1).
      *        A active, S suspended - spaces on Add means active
               05 CA-SOR-STATUS            PIC X(1).
               05 CA-SOR-LINE-COUNT        PIC 9(2).
               05 CA-SOR-LINE OCCURS 10 TIMES.
                   07 CA-SOR-ITEM-REF      PIC 9(4).
                   07 CA-SOR-QUANTITY      PIC 9(3).
               05 FILLER                   PIC X(814).
      *    Fields used in Return to Supplier - the warehouse sends
      *    goods delivered against a purchase order back to the
      *    supplier. The quantity comes out of stock at the
      *    location the delivery was booked into and off the
      *    purchase order's received quantity; with the replace
      *    flag set the purchase order is reopened so the
      *    replacement can be received against it. Reason codes
      *    are FY faulty, WG wrong goods, DM damaged and OS
      *    over-supplied. The return number is returned
           03 CA-SUPPLIER-RETURN-REQUEST
                               REDEFINES CA-REQUEST-SPECIFIC.
               05 CA-RTS-USERID            PIC X(8).
               05 CA-RTS-PO-NUMBER         PIC 9(7).
               05 CA-RTS-QUANTITY          PIC 9(3).
               05 CA-RTS-REASON-CODE       PIC X(2).
               05 CA-RTS-REPLACE-FLAG      PIC X(1).
               05 CA-RTS-RETURN-NUMBER     PIC 9(7).
               05 FILLER                   PIC X(896).
