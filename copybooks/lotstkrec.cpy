   *> LOTSTKREC - lot-stock record, keyed on part number, location
   *> code and lot number: the lots the goods under a LOCSTOCK
   *> total physically carry, each with the expiry date it was
   *> received with (zero for a lot that does not expire). A lot's
   *> quantity is shelf stock -- it leaves when the goods leave the
   *> dock, where LS-QTY-ON-HAND already dropped when ORDER-ENTRY
   *> reserved them -- so the lots under a location tie to its
   *> LOCSTOCK figure once the reserved lines have shipped. Stock
   *> received without a lot number is carried untracked. Maintained
   *> through the paragraphs in LOTPROC.CPY.
    01  LOT-STOCK-REC.
        05  LT-STOCK-KEY.
            10  LT-PART-NO PIC X(6).
            10  LT-LOCATION PIC X(3).
            10  LT-LOT-NO PIC X(10).
        05  LT-EXPIRY-DATE PIC 9(8).
        05  LT-QTY-ON-HAND PIC 9(6) COMP.
        05  LT-RECEIVED-DATE PIC 9(8).
