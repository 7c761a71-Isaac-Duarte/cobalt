   *> PPVREC - purchase price variance record: one per PO receipt
   *> line PO-MATCH-REPORT posts. The receipt is priced three ways --
   *> the cost it was received and booked at, the unit cost agreed
   *> on the PO line, and the standing moving-average cost the
   *> receipt met -- and the variances are the received quantity
   *> times the received cost less each of the other two. Positive
   *> is paid over (unfavourable), negative under. A PO line with
   *> no agreed cost (raised before prices were kept) carries zero
   *> for both the agreed cost and the PO variance.
    01  PPV-HIST-REC.
        05  PV-RECEIPT-DATE PIC 9(8).
        05  PV-VENDOR-ID PIC X(6).
        05  PV-PART-NO PIC X(6).
        05  PV-PO-NO PIC X(8).
        05  PV-QUANTITY PIC 9(6).
        05  PV-RECEIPT-COST PIC 9(5)V99.
        05  PV-AGREED-COST PIC 9(5)V99.
        05  PV-STD-COST PIC 9(5)V99.
        05  PV-PO-VARIANCE PIC S9(9)V99.
        05  PV-STD-VARIANCE PIC S9(9)V99.
