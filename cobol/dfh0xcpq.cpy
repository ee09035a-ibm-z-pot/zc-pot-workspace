      *    Supplier return file record - keyed on RTS-RETURN-NUMBER
      *    One record per Return to Supplier of goods delivered
      *    against a purchase order. The return takes the quantity
      *    out of stock and off the purchase order's received
      *    quantity; the overnight three-way match then decides
      *    whether the supplier's invoice has already been passed
      *    for the goods sent back. If it has, a debit note is
      *    raised for accounts payable to send the supplier ('D');
      *    if not, the smaller received quantity is all the match
      *    will ever pass and no debit note is needed ('X')
       01  SUPPLIER-RETURN-RECORD.
           03 RTS-RETURN-NUMBER        PIC 9(7).
           03 RTS-PO-NUMBER            PIC 9(7).
           03 RTS-SUPPLIER-CODE        PIC X(6).
           03 RTS-ITEM-REF             PIC 9(4).
           03 RTS-QUANTITY             PIC 9(3).
      *    Catalogue cost at the time of the return - what the
      *    debit note values each unit at
           03 RTS-ITEM-COST            PIC X(6).
           03 RTS-ITEM-COST-NUM REDEFINES RTS-ITEM-COST
                                       PIC 9(4)V99.
           03 RTS-REASON-CODE          PIC X(2).
               88 RTS-REASON-FAULTY        VALUE 'FY'.
               88 RTS-REASON-WRONG-GOODS   VALUE 'WG'.
               88 RTS-REASON-DAMAGED       VALUE 'DM'.
               88 RTS-REASON-OVER-SUPPLIED VALUE 'OS'.
               88 RTS-REASON-VALID         VALUE 'FY' 'WG'
                                                 'DM' 'OS'.
      *    Y when the supplier is to replace the goods - the
      *    purchase order is reopened for the quantity returned
           03 RTS-REPLACE-FLAG         PIC X(1).
               88 RTS-REPLACE              VALUE 'Y'.
               88 RTS-NO-REPLACE           VALUE 'N'.
      *    Location the goods were taken out of
           03 RTS-LOCATION             PIC X(3).
           03 RTS-RETURNED-DATE        PIC 9(8).
           03 RTS-RETURNED-BY          PIC X(8).
      *    Debit note state - 'N' until the three-way match has
      *    looked at the return
           03 RTS-DEBIT-STATUS         PIC X(1).
               88 RTS-DEBIT-UNDECIDED      VALUE 'N'.
               88 RTS-DEBIT-RAISED         VALUE 'D'.
               88 RTS-DEBIT-NOT-NEEDED     VALUE 'X'.
      *    Quantity and value the debit note claims back, and the
      *    date it was raised - zero until then
           03 RTS-DEBIT-QTY            PIC 9(3).
           03 RTS-DEBIT-VALUE          PIC 9(7)V99.
           03 RTS-DEBIT-DATE           PIC 9(8).
      *
      *    Supplier return number control record - a single record
      *    holding the last return number issued
       01  RETURN-CONTROL-RECORD.
           03 RCT-RECORD-KEY           PIC X(01)   VALUE 'X'.
           03 RCT-LAST-RETURN-NUMBER   PIC 9(7).
