   *> LOTHREC - lot history record, appended for every quantity a
   *> lot gains or loses: STOCK-POST's receipts (R), issues (I),
   *> counts (A, carrying the new lot count) and transfers (T, with
   *> the location the lot went to), and SHIP-CONFIRM's shipments
   *> (S, referenced to the order and its line). It is the trail
   *> RECALL-TRACE follows from a lot to the orders it left on.
    01  LOT-HIST-REC.
        05  LH-PART-NO PIC X(6).
        05  LH-LOT-NO PIC X(10).
        05  LH-LOCATION PIC X(3).
        05  LH-TO-LOCATION PIC X(3).
        05  LH-MOVE-TYPE PIC X(1).
            88  LH-IS-RECEIPT VALUE "R".
            88  LH-IS-SHIPMENT VALUE "S".
        05  LH-QUANTITY PIC 9(6).
        05  LH-REFERENCE PIC X(8).
        05  LH-LINE-NO PIC 9(4).
        05  LH-EXPIRY-DATE PIC 9(8).
        05  LH-MOVE-DATE PIC 9(8).
