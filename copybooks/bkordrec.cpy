   *> the order number the demand arrived on, the date it was
   *> captured, and the location the reservation was refused at --
   *> the release card re-enters the demand at that same location,
   *> so secondary-location demand never drifts to MAI. The
   *> order's ship-to code rides along for the same reason: the
   *> released order delivers where the original was going.
   *> BO-PROMISE-DATE is the ship date the customer was promised
   *> when the demand was captured, from the available-to-promise
   *> walk in ATPPROC: the business day after the open purchase
   *> order that covers it is due in, or zero when nothing on order
   *> covers it yet. PROMISE-RISK-REPORT checks it nightly against
   *> the purchase orders it depends on.
   *> Appended by ORDER-ENTRY at each rejected-for-stock
   *> line; worked off oldest-first by BACKORD-RELEASE after the
   *> nightly STOCK-POST has booked the day's receipts.
    01  BACK-ORDER-REC.
        05  BO-ORIG-ORDER-NO PIC X(8).
        05  BO-ORDER-DATE PIC 9(8).
        05  BO-LOCATION PIC X(3).
        05  BO-SHIPTO-CODE PIC X(4).
        05  BO-PROMISE-DATE PIC 9(8).
   *> Where the back-order was captured: E when ORDER-ENTRY could
   *> not reserve the line at all, S when SHIP-CONFIRM shipped it
   *> short. Every capture is also appended to the BOHIST log (see
   *> BOHSEL.CPY), which keeps them after BACKORD-RELEASE has
   *> worked them off.
        05  BO-SOURCE PIC X(1).
            88  BO-FROM-ENTRY VALUE "E".
            88  BO-FROM-SHORT-SHIP VALUE "S".
