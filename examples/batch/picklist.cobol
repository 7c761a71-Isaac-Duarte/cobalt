
*> PICK-LIST prints the warehouse's working document from ORDFILE
*> itself, ending the photocopied order-entry report: every line of
*> every open order is extracted from ORDLINE, its quantity laid
*> against the part's bins at the line's location in walk sequence
*> (BINSTOCK and BINMAST) -- split across bins when one bin cannot
*> cover it, the bins earlier lines emptied passed over -- and the
*> picks sorted by location and walk sequence so the picker walks
*> each building once, in bin order. Each bin prints with its
*> aisle and shelf and the part to pull, the orders and quantities
*> wanting it grouped under it through REPORT-WRITER; a quantity
*> no bin covers prints under NO BIN at the end of its location's
*> walk. A kit is picked as its KITDEF components. Each pick line
*> carries where its order is going -- the order's ship-to from the
*> SHIPTO file, or the customer's billing address when the order
*> quotes none -- so the picker stages it at the right dock.
*> SHIP-CONFIRM closes the loop line by line once the goods
*> actually leave.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "custsel.cpy".
        COPY "shiptosel.cpy".
        COPY "partsel.cpy".
        COPY "kitsel.cpy".
        COPY "binsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "PICKWORK".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  KIT-DEF-FILE.
    COPY "kitrec.cpy".

    COPY "binfd.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-LOCATION PIC X(3).
        05 SW-WALK-SEQ PIC 9(5).
        05 SW-BIN PIC X(6).
        05 SW-AISLE PIC X(3).
        05 SW-SHELF PIC X(2).
        05 SW-KIT-PART PIC X(6).
        05 SW-PART-NO PIC X(6).
        05 SW-ORDER-NO PIC X(8).
        05 SW-LINE-NO PIC 9(4).
        05 SW-CUST-ID PIC X(6).
        05 SW-QUANTITY PIC 9(5).
        05 SW-SHIPTO-LABEL PIC X(7).
        05 SW-SHIPTO-NAME PIC X(25).
        05 SW-SHIPTO-CITY PIC X(15).
        05 SW-SHIPTO-STATE PIC X(2).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".

    WORKING-STORAGE SECTION.
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 PART-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88 PART-MASTER-IS-OPEN VALUE 1.
    01 KIT-DEF-STATUS PIC X(2).
    01 KIT-DEF-OPEN PIC 9(1) COMP VALUE 0.
        88 KIT-DEF-IS-OPEN VALUE 1.
    01 KIT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 KIT-SCAN-AT-EOF VALUE 1.
    01 ORDER-FILE-EOF PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-AT-EOF VALUE 1.
    01 SORT-WORK-EOF PIC 9(1) COMP VALUE 0.
        88 SORT-WORK-AT-EOF VALUE 1.

    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 CURRENT-LOCATION PIC X(3) VALUE SPACES.
    01 CURRENT-BIN PIC X(6) VALUE SPACES.
    01 CURRENT-PART-NO PIC X(6) VALUE SPACES.
    01 LINE-LOCATION PIC X(3).
    01 PICK-PART-NO PIC X(6).
    01 PICK-KIT-PART PIC X(6).
    01 PICK-QTY PIC 9(7) COMP VALUE 0.
    01 PICK-LEFT PIC 9(7) COMP VALUE 0.
    01 PICK-TAKE PIC 9(7) COMP VALUE 0.
    01 PICK-BIN-LABEL PIC X(6).
    01 PICK-KIT-NOTE PIC X(15).

*> Bin stock as the run has laid picks against it: each part and
*> location's bins are loaded in walk order the first time a line
*> wants them, and later lines take from what earlier ones left.
    01 ALLOC-MAX PIC 9(4) COMP VALUE 3000.
    01 ALLOC-COUNT PIC 9(4) COMP VALUE 0.
    01 ALLOC-TABLE.
        05 ALLOC-ENTRY OCCURS 3000 TIMES.
            10 AL-BIN PIC X(6).
            10 AL-WALK-SEQ PIC 9(5).
            10 AL-AISLE PIC X(3).
            10 AL-SHELF PIC X(2).
            10 AL-LEFT PIC 9(7) COMP.
    01 ALLOC-IDX PIC 9(4) COMP VALUE 0.
    01 ALLOC-LAST PIC 9(4) COMP VALUE 0.
    01 LOADED-MAX PIC 9(4) COMP VALUE 1000.
    01 LOADED-COUNT PIC 9(4) COMP VALUE 0.
    01 LOADED-TABLE.
        05 LOADED-ENTRY OCCURS 1000 TIMES.
            10 LD-PART-NO PIC X(6).
            10 LD-LOCATION PIC X(3).
            10 LD-FIRST PIC 9(4) COMP.
            10 LD-COUNT PIC 9(4) COMP.
    01 LOADED-IDX PIC 9(4) COMP VALUE 0.
    01 LOADED-FOUND PIC 9(4) COMP VALUE 0.
    01 TABLE-FULL-SWITCH PIC 9(1) COMP VALUE 0.
        88 TABLE-FULL-REPORTED VALUE 1.
    01 TOTAL-UNBINNED-QTY PIC 9(9) COMP VALUE 0.
*> The open order's delivery point, resolved once per order and
*> carried on every line it releases to the sort.
    01 ORDER-SHIPTO-LABEL PIC X(7).
    01 PART-PICK-QTY PIC 9(9) COMP VALUE 0.

    01 TOTAL-ORDERS-SCANNED PIC 9(6) COMP VALUE 0.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PICK-LIST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PICK-LIST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PICK-LIST"==.
    COPY "shiptodata.cpy".
    COPY "bindata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    SORT SORT-WORK-FILE
        ON ASCENDING KEY SW-LOCATION SW-WALK-SEQ SW-BIN
            SW-PART-NO SW-ORDER-NO SW-LINE-NO
        INPUT PROCEDURE IS 1000-EXTRACT-OPEN-LINES
        OUTPUT PROCEDURE IS 2000-PRINT-PICK-DOCUMENT.
    DISPLAY "-- Pick List Summary --".
    DISPLAY "Orders scanned  : " TOTAL-ORDERS-SCANNED.
    DISPLAY "Pick lines      : " TOTAL-PICK-LINES.
    DISPLAY "Total quantity  : " TOTAL-PICK-QTY.
    DISPLAY "Not in any bin  : " TOTAL-UNBINNED-QTY.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-PICK-LINES = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    STOP RUN.

    *> ---------------------
    *> SORT INPUT PROCEDURE: one released record per bin each line
    *> of every open order is picked from. Cancelled lines (quantity
    *> zero) are skipped.
    *> ---------------------

    1000-EXTRACT-OPEN-LINES.
    OPEN INPUT ORDER-FILE.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-FILE-STATUS = "00" AND ORDER-LINE-STATUS = "00" THEN
        OPEN INPUT CUSTOMER-MASTER-FILE
        IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
            DISPLAY "Customer master not found; bill-to addresses blank."
            MOVE 0 TO SHIPTO-CUSTMAST-OPEN
        END-IF
        PERFORM 9871-SHIPTO-OPEN
        OPEN INPUT PART-MASTER-FILE
        IF PART-MASTER-STATUS = "00" THEN
            MOVE 1 TO PART-MASTER-OPEN
            OPEN INPUT KIT-DEF-FILE
            IF KIT-DEF-STATUS = "00" THEN
                MOVE 1 TO KIT-DEF-OPEN
            END-IF
        END-IF
        MOVE 1 TO BIN-READ-ONLY
        PERFORM 1100-READ-ORDER-NEXT
        PERFORM 1200-RELEASE-ORDER-LINES UNTIL ORDER-FILE-AT-EOF
        CLOSE ORDER-FILE
        CLOSE ORDER-LINE-FILE
        IF SHIPTO-CUSTMAST-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        PERFORM 9879-SHIPTO-CLOSE
        IF PART-MASTER-IS-OPEN THEN
            CLOSE PART-MASTER-FILE
        END-IF
        IF KIT-DEF-IS-OPEN THEN
            CLOSE KIT-DEF-FILE
        END-IF
        PERFORM 9989-BIN-CLOSE
    ELSE
        IF ORDER-FILE-STATUS = "00" THEN
            CLOSE ORDER-FILE
        END-IF
        DISPLAY "Order or order line file not found, nothing to pick."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order file (ORDFILE) or lines (ORDLINE) not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1200-RELEASE-ORDER-LINES.
    ADD 1 TO TOTAL-ORDERS-SCANNED.
    IF OR-STATUS-OPEN THEN
        PERFORM 1250-RESOLVE-ORDER-SHIP-TO
        MOVE 0 TO LINE-SCAN-EOF
        MOVE OR-ORDER-NO TO OL-ORDER-NO
        MOVE 0 TO OL-LINE-NO
        START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
            INVALID KEY MOVE 1 TO LINE-SCAN-EOF
        END-START
        PERFORM 1300-RELEASE-ONE-LINE UNTIL LINE-SCAN-AT-EOF
    END-IF.
    PERFORM 1100-READ-ORDER-NEXT.

    *> A ship-to code the file no longer holds still picks -- the
    *> goods are reserved -- but prints against the billing address
    *> flagged UNKNOWN so the dock asks before loading it.
    1250-RESOLVE-ORDER-SHIP-TO.
    MOVE OR-CUST-ID TO SHIPTO-CUST-ID.
    MOVE OR-SHIPTO-CODE TO SHIPTO-CODE.
    PERFORM 9870-RESOLVE-SHIP-TO.
    EVALUATE TRUE
        WHEN SHIPTO-IS-SHIP-TO
            MOVE OR-SHIPTO-CODE TO ORDER-SHIPTO-LABEL
        WHEN SHIPTO-IS-UNKNOWN
            MOVE "UNKNOWN" TO ORDER-SHIPTO-LABEL
            DISPLAY "ORDER " OR-ORDER-NO " ship-to " OR-SHIPTO-CODE
                " not on file; billing address printed."
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE "BILL-TO" TO ORDER-SHIPTO-LABEL
    END-EVALUATE.

    1300-RELEASE-ONE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = OR-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                IF OL-QUANTITY > 0 THEN
                    PERFORM 1400-PICK-ORDER-LINE
                END-IF
            END-IF
    END-READ.

    *> A plain part is picked as itself; a kit as each KITDEF
    *> component at its quantity per kit.
    1400-PICK-ORDER-LINE.
    MOVE OL-LOCATION TO LINE-LOCATION.
    IF LINE-LOCATION = SPACES THEN
        MOVE "MAI" TO LINE-LOCATION
    END-IF.
    MOVE SPACES TO PICK-KIT-PART.
    IF PART-MASTER-IS-OPEN AND KIT-DEF-IS-OPEN THEN
        MOVE OL-PART-NO TO PM-PART-NO
        READ PART-MASTER-FILE
            INVALID KEY
                MOVE "N" TO PM-KIT-FLAG
        END-READ
        IF PM-IS-KIT THEN
            MOVE OL-PART-NO TO PICK-KIT-PART
        END-IF
    END-IF.
    IF PICK-KIT-PART = SPACES THEN
        MOVE OL-PART-NO TO PICK-PART-NO
        MOVE OL-QUANTITY TO PICK-QTY
        PERFORM 1500-ALLOCATE-TO-BINS
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO KIT-SCAN-EOF.
    MOVE OL-PART-NO TO KD-KIT-PART.
    MOVE LOW-VALUES TO KD-COMP-PART.
    START KIT-DEF-FILE KEY NOT < KD-KIT-KEY
        INVALID KEY MOVE 1 TO KIT-SCAN-EOF
    END-START.
    PERFORM 1450-PICK-KIT-COMPONENT UNTIL KIT-SCAN-AT-EOF.

    1450-PICK-KIT-COMPONENT.
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO KIT-SCAN-EOF
        NOT AT END
            IF KD-KIT-PART NOT = OL-PART-NO THEN
                MOVE 1 TO KIT-SCAN-EOF
            ELSE
                MOVE KD-COMP-PART TO PICK-PART-NO
                COMPUTE PICK-QTY = KD-COMP-QTY * OL-QUANTITY
                PERFORM 1500-ALLOCATE-TO-BINS
            END-IF
    END-READ.

    *> The quantity laid against the part's bins at the location in
    *> walk order, one pick per bin it touches; what the bins cannot
    *> cover is one more pick with no bin, walked last.
    1500-ALLOCATE-TO-BINS.
    PERFORM 1600-FIND-PART-BINS.
    MOVE PICK-QTY TO PICK-LEFT.
    IF LOADED-FOUND > 0 THEN
        MOVE LD-FIRST(LOADED-FOUND) TO ALLOC-IDX
        COMPUTE ALLOC-LAST = LD-FIRST(LOADED-FOUND)
            + LD-COUNT(LOADED-FOUND) - 1
        PERFORM 1550-TAKE-FROM-BIN
            UNTIL PICK-LEFT = 0 OR ALLOC-IDX > ALLOC-LAST
    END-IF.
    IF PICK-LEFT > 0 THEN
        MOVE SPACES TO SW-BIN
        MOVE 99999 TO SW-WALK-SEQ
        MOVE SPACES TO SW-AISLE
        MOVE SPACES TO SW-SHELF
        MOVE PICK-LEFT TO PICK-TAKE
        ADD PICK-LEFT TO TOTAL-UNBINNED-QTY
        PERFORM 1700-RELEASE-PICK
    END-IF.

    1550-TAKE-FROM-BIN.
    IF AL-LEFT(ALLOC-IDX) > 0 THEN
        IF AL-LEFT(ALLOC-IDX) < PICK-LEFT THEN
            MOVE AL-LEFT(ALLOC-IDX) TO PICK-TAKE
        ELSE
            MOVE PICK-LEFT TO PICK-TAKE
        END-IF
        SUBTRACT PICK-TAKE FROM AL-LEFT(ALLOC-IDX)
        SUBTRACT PICK-TAKE FROM PICK-LEFT
        MOVE AL-BIN(ALLOC-IDX) TO SW-BIN
        MOVE AL-WALK-SEQ(ALLOC-IDX) TO SW-WALK-SEQ
        MOVE AL-AISLE(ALLOC-IDX) TO SW-AISLE
        MOVE AL-SHELF(ALLOC-IDX) TO SW-SHELF
        PERFORM 1700-RELEASE-PICK
    END-IF.
    ADD 1 TO ALLOC-IDX.

    *> LOADED-FOUND points at the part and location's bins, loaded
    *> from BINSTOCK the first time; zero when the tables are full.
    1600-FIND-PART-BINS.
    MOVE 0 TO LOADED-FOUND.
    MOVE 0 TO LOADED-IDX.
    PERFORM 1610-CHECK-LOADED-ENTRY
        UNTIL LOADED-FOUND > 0 OR LOADED-IDX >= LOADED-COUNT.
    IF LOADED-FOUND > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE PICK-PART-NO TO BIN-PART-NO.
    MOVE LINE-LOCATION TO BIN-LOCATION.
    PERFORM 9976-BIN-LOAD-PART-BINS.
    IF LOADED-COUNT >= LOADED-MAX
            OR ALLOC-COUNT + BIN-PART-COUNT > ALLOC-MAX THEN
        IF NOT TABLE-FULL-REPORTED THEN
            DISPLAY "Bin tables full; later parts print as NO BIN."
            MOVE 1 TO TABLE-FULL-SWITCH
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO LOADED-COUNT.
    MOVE LOADED-COUNT TO LOADED-FOUND.
    MOVE PICK-PART-NO TO LD-PART-NO(LOADED-FOUND).
    MOVE LINE-LOCATION TO LD-LOCATION(LOADED-FOUND).
    COMPUTE LD-FIRST(LOADED-FOUND) = ALLOC-COUNT + 1.
    MOVE BIN-PART-COUNT TO LD-COUNT(LOADED-FOUND).
    MOVE 0 TO BIN-IDX.
    PERFORM 1620-COPY-PART-BIN BIN-PART-COUNT TIMES.

    1610-CHECK-LOADED-ENTRY.
    ADD 1 TO LOADED-IDX.
    IF LD-PART-NO(LOADED-IDX) = PICK-PART-NO
            AND LD-LOCATION(LOADED-IDX) = LINE-LOCATION THEN
        MOVE LOADED-IDX TO LOADED-FOUND
    END-IF.

    1620-COPY-PART-BIN.
    ADD 1 TO BIN-IDX.
    ADD 1 TO ALLOC-COUNT.
    MOVE BP-BIN(BIN-IDX) TO AL-BIN(ALLOC-COUNT).
    MOVE BP-WALK-SEQ(BIN-IDX) TO AL-WALK-SEQ(ALLOC-COUNT).
    MOVE BP-AISLE(BIN-IDX) TO AL-AISLE(ALLOC-COUNT).
    MOVE BP-SHELF(BIN-IDX) TO AL-SHELF(ALLOC-COUNT).
    MOVE BP-QTY(BIN-IDX) TO AL-LEFT(ALLOC-COUNT).

    1700-RELEASE-PICK.
    MOVE LINE-LOCATION TO SW-LOCATION.
    MOVE PICK-KIT-PART TO SW-KIT-PART.
    MOVE PICK-PART-NO TO SW-PART-NO.
    MOVE OR-ORDER-NO TO SW-ORDER-NO.
    MOVE OL-LINE-NO TO SW-LINE-NO.
    MOVE OR-CUST-ID TO SW-CUST-ID.
    MOVE PICK-TAKE TO SW-QUANTITY.
    MOVE ORDER-SHIPTO-LABEL TO SW-SHIPTO-LABEL.
    MOVE SHIPTO-NAME TO SW-SHIPTO-NAME.
    MOVE SHIPTO-ADDR-CITY TO SW-SHIPTO-CITY.
    MOVE SHIPTO-ADDR-STATE TO SW-SHIPTO-STATE.
    RELEASE SORT-WORK-REC.

    *> ---------------------
    *> SORT OUTPUT PROCEDURE: the bin walk. A heading for each
    *> location, a bin-and-part heading on each control break
    *> within it, the orders wanting the part beneath, and a pick
    *> total per bin.
    *> ---------------------

    2000-PRINT-PICK-DOCUMENT.
    END-RETURN.

    2200-PRINT-ONE-PICK-LINE.
    IF SW-LOCATION NOT = CURRENT-LOCATION
            OR SW-BIN NOT = CURRENT-BIN
            OR SW-PART-NO NOT = CURRENT-PART-NO THEN
        IF CURRENT-PART-NO NOT = SPACES THEN
            PERFORM 2300-PART-BREAK
        END-IF
        IF SW-LOCATION NOT = CURRENT-LOCATION THEN
            MOVE SW-LOCATION TO CURRENT-LOCATION
            MOVE SPACES TO RW-LINE-TEXT
            STRING "LOCATION " SW-LOCATION
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 2900-PRINT-REPORT-LINE
        END-IF
        MOVE SW-BIN TO CURRENT-BIN
        MOVE SW-PART-NO TO CURRENT-PART-NO
        PERFORM 2400-SET-BIN-LABEL
        MOVE SPACES TO RW-LINE-TEXT
        STRING "BIN " PICK-BIN-LABEL " AISLE " SW-AISLE
            " SHELF " SW-SHELF "  PART " SW-PART-NO
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 2900-PRINT-REPORT-LINE
    END-IF.
    MOVE SPACES TO PICK-KIT-NOTE.
    IF SW-KIT-PART NOT = SPACES THEN
        STRING " FOR KIT " SW-KIT-PART
            DELIMITED BY SIZE INTO PICK-KIT-NOTE
    END-IF.
    MOVE SW-QUANTITY TO PICK-QTY-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  ORDER " SW-ORDER-NO " LINE " SW-LINE-NO
        " CUST " SW-CUST-ID " QTY " PICK-QTY-DISP PICK-KIT-NOTE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    SHIP TO " SW-SHIPTO-LABEL " " SW-SHIPTO-NAME " "
        SW-SHIPTO-CITY " " SW-SHIPTO-STATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
    ADD 1 TO TOTAL-PICK-LINES.
    2300-PART-BREAK.
    MOVE PART-PICK-QTY TO PICK-QTY-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 2400-SET-BIN-LABEL.
    STRING "  PICK TOTAL " PICK-QTY-DISP " FOR " CURRENT-PART-NO
        " FROM " PICK-BIN-LABEL
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 2900-PRINT-REPORT-LINE.
    MOVE 0 TO PART-PICK-QTY.

    2400-SET-BIN-LABEL.
    IF CURRENT-BIN = SPACES THEN
        MOVE "NO BIN" TO PICK-BIN-LABEL
    ELSE
        MOVE CURRENT-BIN TO PICK-BIN-LABEL
    END-IF.

    2900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "shiptoproc.cpy".
    COPY "binproc.cpy".
