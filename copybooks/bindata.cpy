   *> BINDATA - WORKING-STORAGE fields backing the bin paragraphs in
   *> BINPROC.CPY. Per movement MOVE the part, location, bin (spaces
   *> when none was named) and quantity to the BIN- fields below and
   *> PERFORM the paragraph for the movement; BIN-RESULT says how a
   *> named bin fared or where a put-away went, and BIN-UNTRACKED-QTY
   *> is what a walk-sequence draw found no bin stock for. A program
   *> that only reads bins sets BIN-OPEN-READ-ONLY before its first
   *> call. PERFORM 9989-BIN-CLOSE once at end of run.
    01  BIN-STOCK-STATUS PIC X(2).
    01  BIN-MASTER-STATUS PIC X(2).
    01  BIN-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88  BIN-FILES-ARE-OPEN VALUE 1.
    01  BIN-OPEN-TRIED PIC 9(1) COMP VALUE 0.
        88  BIN-OPEN-WAS-TRIED VALUE 1.
    01  BIN-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88  BIN-MASTER-IS-OPEN VALUE 1.
    01  BIN-READ-ONLY PIC 9(1) COMP VALUE 0.
        88  BIN-OPEN-READ-ONLY VALUE 1.
    01  BIN-PART-NO PIC X(6) VALUE SPACES.
    01  BIN-LOCATION PIC X(3) VALUE SPACES.
    01  BIN-BIN PIC X(6) VALUE SPACES.
    01  BIN-QUANTITY PIC 9(7) COMP VALUE 0.
    01  BIN-RESULT PIC X(1) VALUE SPACES.
        88  BIN-RESULT-OK VALUE "Y".
        88  BIN-RESULT-SUGGESTED VALUE "G".
        88  BIN-RESULT-NOT-FOUND VALUE "N".
        88  BIN-RESULT-SHORT VALUE "S".
    01  BIN-ON-HAND PIC 9(7) COMP VALUE 0.
    01  BIN-ADJUST-DELTA PIC S9(7) COMP VALUE 0.
    01  BIN-UNTRACKED-QTY PIC 9(7) COMP VALUE 0.
    01  BIN-REMAINING PIC 9(7) COMP VALUE 0.
    01  BIN-TAKE PIC 9(7) COMP VALUE 0.
    01  BIN-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88  BIN-SCAN-AT-EOF VALUE 1.
    01  BIN-EMPTY-SWITCH PIC 9(1) COMP VALUE 0.
        88  BIN-IS-EMPTY VALUE 1.
    01  BIN-IDX PIC 9(4) COMP VALUE 0.
    01  BIN-INSERT-AT PIC 9(4) COMP VALUE 0.
    01  BIN-SHIFT-IDX PIC 9(4) COMP VALUE 0.
    01  BIN-NEW-RANK PIC X(8).
*> The part's bins, loaded by 9976-BIN-LOAD-PART-BINS in location
*> and walk-sequence order; a bin missing from the bin master walks
*> last in its location.
    01  BIN-PART-MAX PIC 9(4) COMP VALUE 50.
    01  BIN-PART-COUNT PIC 9(4) COMP VALUE 0.
    01  BIN-PART-TABLE.
        05  BIN-PART-ENTRY OCCURS 50 TIMES.
            10  BP-RANK.
                15  BP-LOCATION PIC X(3).
                15  BP-WALK-SEQ PIC 9(5).
            10  BP-BIN PIC X(6).
            10  BP-AISLE PIC X(3).
            10  BP-SHELF PIC X(2).
            10  BP-QTY PIC 9(7) COMP.
