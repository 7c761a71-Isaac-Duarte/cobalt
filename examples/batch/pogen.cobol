*> order document through REPORT-WRITER -- vendor name, address,
*> and lead time from the vendor master on each. A part already
*> riding on an open purchase order is skipped, so a slow vendor
*> does not get the same suggestion twice. Each order is dated
*> for arrival: the vendor's lead time in days is added to the
*> order date through DATE-ENGINE and the result stands on the
*> order as PO-EXPECTED-DATE (printed on the document), which the
*> buyer may later override on PO-DATE-MAINT and which the
*> available-to-promise dates on orders and back-orders are built
*> from. A vendor missing from the master gets no lead time, so
*> its orders are expected the day they are raised. Every line is
*> priced at an agreed unit cost, defaulted from the part's
*> PM-UNIT-COST as the order is raised, and the document shows the
*> unit cost, the line extension, and the order total the vendor is
*> held to. Receipts come back as
*> STKMOVE "R" cards carrying the PO number in MV-REFERENCE;
*> PO-MATCH-REPORT does the three-way matching. A part planned by
*> location minimum/maximum is ordered only for the net shortfall
*> REPLENISH-TRANSFER left on REPLSHRT after moving what surplus
*> other locations could spare; other parts keep the master
*> reorder point and quantity.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        COPY "partsel.cpy".
        COPY "vendsel.cpy".
        COPY "posel.cpy".
        COPY "shrtsel.cpy".
        SELECT SORT-WORK-FILE ASSIGN TO "POGNWORK".
        SELECT PO-CTL-FILE ASSIGN TO "POCTL"
            ORGANIZATION LINE SEQUENTIAL
    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  REPL-SHORT-FILE.
    COPY "shrtrec.cpy".

    SD  SORT-WORK-FILE.
    01  SORT-WORK-REC.
        05 SW-VENDOR-ID PIC X(6).
        05 SW-PART-NO PIC X(6).
        05 SW-REORDER-QTY PIC 9(6).
        05 SW-UNIT-COST PIC 9(5)V99.

    FD  PO-CTL-FILE.
    01  PO-CTL-REC.
        05 BUILD-LINE-ITEM OCCURS 5 TIMES.
            10 BL-PART-NO PIC X(6).
            10 BL-ORDER-QTY PIC 9(6).
            10 BL-AGREED-COST PIC 9(5)V99 COMP-3.
    01 BUILD-LINE-IDX PIC 9(2) COMP VALUE 0.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 BUILD-EXPECTED-DATE PIC 9(8) VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-PARTS-SCANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-SKIPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PO-LINES PIC 9(6) COMP VALUE 0.

    01 PO-QTY-DISP PIC Z(5)9.
    01 PO-COST-DISP PIC Z(4)9.99.
    01 PO-EXT-DISP PIC Z(8)9.99.
    01 PO-LINE-EXTENSION PIC 9(11)V99 COMP-3 VALUE 0.
    01 PO-ORDER-TOTAL PIC 9(11)V99 COMP-3 VALUE 0.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-GENERATION"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-GENERATION"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PO-GENERATION"==.
    COPY "shrtdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    END-IF.
    PERFORM 1100-READ-PO-CONTROL.
    PERFORM 1200-TABLE-OPEN-PO-PARTS.
    PERFORM 9990-SHORT-LOAD.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Purchase Orders" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE

    *> ---------------------
    *> SORT INPUT PROCEDURE: the same replenishment selection the
    *> reorder report makes, minus parts already on order. A part
    *> planned by location min/max orders its net shortfall.
    *> ---------------------

    2000-EXTRACT-LOW-PARTS.

    2200-RELEASE-IF-LOW.
    ADD 1 TO TOTAL-PARTS-SCANNED.
    MOVE PM-PART-NO TO SHORT-PART-NO.
    PERFORM 9991-SHORT-FIND.
    IF SHORT-PART-IS-PLANNED THEN
        IF SHORT-QTY > 0 THEN
            MOVE SHORT-QTY TO SW-REORDER-QTY
            PERFORM 2210-RELEASE-UNLESS-ON-ORDER
        END-IF
    ELSE
        IF PM-REORDER-POINT > 0 AND PM-QTY-ON-HAND <= PM-REORDER-POINT THEN
            MOVE PM-REORDER-QTY TO SW-REORDER-QTY
            PERFORM 2210-RELEASE-UNLESS-ON-ORDER
        END-IF
    END-IF.
    PERFORM 2100-READ-PART-RECORD.

    2210-RELEASE-UNLESS-ON-ORDER.
    MOVE PM-PART-NO TO ONPO-CHECK-PART.
    PERFORM 2300-CHECK-ALREADY-ON-ORDER.
    IF ONPO-FOUND-IDX > 0 THEN
        ADD 1 TO TOTAL-PARTS-SKIPPED
    ELSE
        MOVE PM-VENDOR-ID TO SW-VENDOR-ID
        MOVE PM-PART-NO TO SW-PART-NO
        MOVE PM-UNIT-COST TO SW-UNIT-COST
        RELEASE SORT-WORK-REC
    END-IF.

    2300-CHECK-ALREADY-ON-ORDER.
    MOVE 0 TO ONPO-FOUND-IDX.
    PERFORM 2310-MATCH-ONE-ONPO-PART
    ADD 1 TO BUILD-LINE-COUNT.
    MOVE SW-PART-NO TO BL-PART-NO(BUILD-LINE-COUNT).
    MOVE SW-REORDER-QTY TO BL-ORDER-QTY(BUILD-LINE-COUNT).
    MOVE SW-UNIT-COST TO BL-AGREED-COST(BUILD-LINE-COUNT).
    ADD 1 TO TOTAL-PO-LINES.
    MOVE SW-REORDER-QTY TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    MOVE RUN-DATE-SAVE TO PO-ORDER-DATE.
    SET PO-STATUS-OPEN TO TRUE.
    MOVE BUILD-LINE-COUNT TO PO-LINE-COUNT.
    PERFORM 3420-SET-EXPECTED-DATE.
    MOVE BUILD-EXPECTED-DATE TO PO-EXPECTED-DATE.
    SET PO-EXPECTED-FROM-LEAD TO TRUE.
    PERFORM 3405-CLEAR-ONE-PO-PRICE
        VARYING BUILD-LINE-IDX FROM 1 BY 1 UNTIL BUILD-LINE-IDX > 5.
    PERFORM 3410-COPY-ONE-PO-LINE
        VARYING BUILD-LINE-IDX FROM 1 BY 1
        UNTIL BUILD-LINE-IDX > BUILD-LINE-COUNT.
    MOVE 0 TO BUILD-LINE-COUNT.
    MOVE SPACES TO BUILD-VENDOR-ID.

    3405-CLEAR-ONE-PO-PRICE.
    MOVE 0 TO POL-AGREED-COST(BUILD-LINE-IDX).

    3410-COPY-ONE-PO-LINE.
    MOVE BL-PART-NO(BUILD-LINE-IDX) TO POL-PART-NO(BUILD-LINE-IDX).
    MOVE BL-ORDER-QTY(BUILD-LINE-IDX) TO POL-ORDER-QTY(BUILD-LINE-IDX).
    MOVE 0 TO POL-RECVD-QTY(BUILD-LINE-IDX).
    MOVE 0 TO POL-INVCD-QTY(BUILD-LINE-IDX).
    MOVE BL-AGREED-COST(BUILD-LINE-IDX) TO POL-AGREED-COST(BUILD-LINE-IDX).

    *> The order is expected the vendor's lead time after it is
    *> raised, counted in calendar days as the vendor quotes it.
    3420-SET-EXPECTED-DATE.
    MOVE RUN-DATE-SAVE TO BUILD-EXPECTED-DATE.
    IF NOT VENDOR-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE BUILD-VENDOR-ID TO VN-VENDOR-ID.
    READ VENDOR-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ.
    IF VN-LEAD-TIME-DAYS IS NOT NUMERIC OR VN-LEAD-TIME-DAYS = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "A" TO DE-FUNCTION.
    MOVE RUN-DATE-SAVE TO DE-DATE-1.
    MOVE VN-LEAD-TIME-DAYS TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-DATE TO BUILD-EXPECTED-DATE
    END-IF.

    3500-PRINT-PO-DOCUMENT.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "PURCHASE ORDER " PO-PO-NO " DATED " PO-ORDER-DATE
        " DUE IN " PO-EXPECTED-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3510-PRINT-VENDOR-BLOCK.
    MOVE 0 TO PO-ORDER-TOTAL.
    PERFORM 3520-PRINT-ONE-DOC-LINE
        VARYING BUILD-LINE-IDX FROM 1 BY 1
        UNTIL BUILD-LINE-IDX > PO-LINE-COUNT.
    MOVE PO-ORDER-TOTAL TO PO-EXT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  ORDER TOTAL                       " PO-EXT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.


    3520-PRINT-ONE-DOC-LINE.
    MOVE POL-ORDER-QTY(BUILD-LINE-IDX) TO PO-QTY-DISP.
    MOVE POL-AGREED-COST(BUILD-LINE-IDX) TO PO-COST-DISP.
    COMPUTE PO-LINE-EXTENSION =
        POL-ORDER-QTY(BUILD-LINE-IDX) * POL-AGREED-COST(BUILD-LINE-IDX).
    ADD PO-LINE-EXTENSION TO PO-ORDER-TOTAL.
    MOVE PO-LINE-EXTENSION TO PO-EXT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " POL-PART-NO(BUILD-LINE-IDX) " QTY " PO-QTY-DISP
        " @ " PO-COST-DISP "  EXT " PO-EXT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "shrtproc.cpy".
