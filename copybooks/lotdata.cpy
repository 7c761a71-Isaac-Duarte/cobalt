   *> LOTDATA - WORKING-STORAGE fields backing the lot paragraphs in
   *> LOTPROC.CPY. Per movement MOVE the part, location, lot number,
   *> quantity, movement type, reference and (for a shipment) order
   *> line to the LOT- fields below, plus LOT-EXPIRY on a receipt and
   *> LOT-TO-LOCATION on a transfer (spaces otherwise), and PERFORM
   *> the paragraph for the movement; LOT-RESULT says how a named lot
   *> fared, and LOT-UNTRACKED-QTY is what an oldest-expiry-first draw
   *> found no lot for. PERFORM 9969-LOT-CLOSE once at end of run.
    01  LOT-STOCK-STATUS PIC X(2).
    01  LOT-HIST-STATUS PIC X(2).
    01  LOT-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88  LOT-FILES-ARE-OPEN VALUE 1.
    01  LOT-OPEN-TRIED PIC 9(1) COMP VALUE 0.
        88  LOT-OPEN-WAS-TRIED VALUE 1.
    01  LOT-PART-NO PIC X(6) VALUE SPACES.
    01  LOT-LOCATION PIC X(3) VALUE SPACES.
    01  LOT-TO-LOCATION PIC X(3) VALUE SPACES.
    01  LOT-LOT-NO PIC X(10) VALUE SPACES.
    01  LOT-EXPIRY PIC 9(8) VALUE 0.
    01  LOT-QUANTITY PIC 9(7) COMP VALUE 0.
    01  LOT-MOVE-TYPE PIC X(1) VALUE SPACES.
    01  LOT-REFERENCE PIC X(8) VALUE SPACES.
    01  LOT-LINE-NO PIC 9(4) VALUE 0.
    01  LOT-RESULT PIC X(1) VALUE SPACES.
        88  LOT-RESULT-OK VALUE "Y".
        88  LOT-RESULT-NOT-FOUND VALUE "N".
        88  LOT-RESULT-SHORT VALUE "S".
    01  LOT-ON-HAND PIC 9(7) COMP VALUE 0.
    01  LOT-ADJUST-DELTA PIC S9(7) COMP VALUE 0.
    01  LOT-UNTRACKED-QTY PIC 9(7) COMP VALUE 0.
    01  LOT-REMAINING PIC 9(7) COMP VALUE 0.
    01  LOT-TAKE PIC 9(7) COMP VALUE 0.
    01  LOT-STORE-LOCATION PIC X(3) VALUE SPACES.
    01  LOT-BEST-LOT PIC X(10) VALUE SPACES.
    01  LOT-BEST-RANK PIC 9(8) VALUE 0.
    01  LOT-RANK PIC 9(8) VALUE 0.
    01  LOT-BEST-FOUND PIC 9(1) COMP VALUE 0.
        88  LOT-BEST-WAS-FOUND VALUE 1.
    01  LOT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88  LOT-SCAN-AT-EOF VALUE 1.
    01  LOT-DRAW-DONE PIC 9(1) COMP VALUE 0.
        88  LOT-DRAW-IS-DONE VALUE 1.
    01  LOT-HIST-WRITTEN PIC 9(6) COMP VALUE 0.
