   *> VHISTREC - vendor performance history record: one per vendor
   *> with PO receipts each time VENDOR-SCORECARD scores a quarter,
   *> so lead time and service can be followed quarter on quarter.
   *> Lead times are calendar days from the PO's order date to the
   *> first receipt against each PO line; on time is a first receipt
   *> on or before the PO's expected date; fill is what the first
   *> receipts brought in against what the lines ordered; an over-
   *> shipment is a line whose receipts passed its ordered quantity.
    01  VENDOR-HIST-REC.
        05  VH-VENDOR-ID PIC X(6).
        05  VH-PERIOD-FROM PIC 9(6).
        05  VH-PERIOD-TO PIC 9(6).
        05  VH-RUN-DATE PIC 9(8).
        05  VH-KEYED-DAYS PIC 9(3).
        05  VH-LINES-RECEIVED PIC 9(5).
        05  VH-AVG-LEAD-DAYS PIC 9(3)V9.
        05  VH-WORST-LEAD-DAYS PIC 9(4).
        05  VH-ON-TIME-PCT PIC 9(3)V9.
        05  VH-FILL-PCT PIC 9(3)V9.
        05  VH-OVER-SHIPMENTS PIC 9(5).
        05  VH-OVER-SHIP-QTY PIC 9(7).
