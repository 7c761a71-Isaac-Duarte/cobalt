IDENTIFICATION DIVISION.
PROGRAM-ID. REPLENISH-TRANSFER.

*> REPLENISH-TRANSFER is the nightly inter-location replenishment
*> pass. REORDER-REPORT and PO-GENERATION look only at a part's
*> cross-location total, so a part could be bought in while one
*> building sat on more than it could use; this pass works from the
*> per-location minimum and maximum keyed on LOC-STOCK-MAINT
*> instead. LOCSTOCK is read part by part: a location below its
*> minimum is short by what brings it back up to its maximum (its
*> minimum when no higher maximum is set), and stock above a
*> location's maximum is surplus. Each short location draws on the
*> part's surplus locations in location order, and every draw
*> leaves as a STKMOVE "T" transfer card -- from the surplus
*> location, to the short one, referenced XFnnnnnn from the XFRCTL
*> control file -- in one header/trailer batch for BATCH-PREEDIT
*> and STOCK-POST to take next run. What no surplus covers is the
*> part's net shortfall, written to REPLSHRT for the purchasing
*> programs, which buy only that for a part planned this way. The
*> transfer report, through REPORT-WRITER, shows each short
*> location with its levels, every move made for it and from where,
*> and the shortfall left to purchasing.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "locsel.cpy".
        SELECT STOCK-MOVE-FILE ASSIGN TO "STKMOVE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-MOVE-STATUS.
        COPY "shrtsel.cpy".
        SELECT XFER-CTL-FILE ASSIGN TO "XFRCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XFER-CTL-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  LOCATION-STOCK-FILE.
    COPY "locrec.cpy".

    FD  STOCK-MOVE-FILE.
    01  STOCK-MOVE-REC.
        05 MV-PART-NO PIC X(6).
        05 MV-MOVE-TYPE PIC X(1).
        05 MV-QUANTITY PIC 9(6).
        05 MV-REFERENCE PIC X(8).
        05 MV-LOCATION PIC X(3).
        05 MV-TO-LOCATION PIC X(3).

    FD  REPL-SHORT-FILE.
    COPY "shrtrec.cpy".

    FD  XFER-CTL-FILE.
    01  XFER-CTL-REC.
        05 XQ-LAST-XFER-NO PIC 9(6).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 LOCATION-STOCK-STATUS PIC X(2).
    01 STOCK-MOVE-STATUS PIC X(2).
    01 XFER-CTL-STATUS PIC X(2).
    01 LOC-STOCK-EOF PIC 9(1) COMP VALUE 0.
        88 LOC-STOCK-AT-EOF VALUE 1.
    01 LOC-STOCK-OPEN PIC 9(1) COMP VALUE 0.
        88 LOC-STOCK-IS-OPEN VALUE 1.

    01 NEXT-XFER-NO PIC 9(6) VALUE 0.
    01 XFER-REFERENCE PIC X(8).
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> One part's locations, tabled at the part break. XL-NEED is what
*> a short location still wants; XL-SURPLUS what a location above
*> its maximum can still give.
    01 PLAN-PART-NO PIC X(6) VALUE SPACES.
    01 PLAN-PART-PLANNED PIC 9(1) COMP VALUE 0.
        88 PLAN-PART-IS-PLANNED VALUE 1.
    01 PLAN-TABLE-MAX PIC 9(2) COMP VALUE 20.
    01 PLAN-COUNT PIC 9(2) COMP VALUE 0.
    01 TO-IDX PIC 9(2) COMP VALUE 0.
    01 FROM-IDX PIC 9(2) COMP VALUE 0.
    01 PLAN-TABLE.
        05 PLAN-ENTRY OCCURS 20 TIMES.
            10 XL-LOCATION PIC X(3).
            10 XL-QTY PIC 9(6) COMP.
            10 XL-MIN PIC 9(6) COMP.
            10 XL-MAX PIC 9(6) COMP.
            10 XL-NEED PIC 9(7) COMP.
            10 XL-SURPLUS PIC 9(7) COMP.
    01 XFER-TAKE PIC 9(6) COMP VALUE 0.
    01 PART-SHORTFALL PIC 9(7) COMP VALUE 0.

*> The transfer cards leave wrapped in header/trailer batch
*> controls for BATCH-PREEDIT, hashing the quantities.
    01 MV-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 MV-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 MV-TRAILER-STAGING.
        05 MS-REC-TYPE PIC X(1) VALUE "T".
        05 MS-TRANS-COUNT PIC 9(6).
        05 MS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-LOCS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-LOCS-SKIPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PARTS-PLANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SHORT-LOCS PIC 9(6) COMP VALUE 0.
    01 TOTAL-TRANSFERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-TRANSFER-QTY PIC 9(9) COMP VALUE 0.
    01 TOTAL-SHORTFALL-QTY PIC 9(9) COMP VALUE 0.

    01 XFR-QTY-DISP PIC Z(5)9.
    01 XFR-QTY-DISP-2 PIC Z(5)9.
    01 XFR-QTY-DISP-3 PIC Z(5)9.
    01 XFR-QTY-DISP-4 PIC Z(6)9.
    01 XFR-COUNT-DISP PIC Z(8)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="REPLENISH-TRANSFER"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="REPLENISH-TRANSFER"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="REPLENISH-TRANSFER"==.
    COPY "shrtdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF LOC-STOCK-IS-OPEN THEN
        PERFORM 2000-READ-LOC-STOCK
        PERFORM 3000-TABLE-ONE-PART UNTIL LOC-STOCK-AT-EOF
        PERFORM 5000-PRINT-TRANSFER-TOTALS
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: the transfer batch and the shortfall file are
    *> written every run, empty when LOCSTOCK is missing, so last
    *> night's cards are never posted twice.
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    PERFORM 1100-READ-XFER-CONTROL.
    OPEN OUTPUT STOCK-MOVE-FILE.
    MOVE SPACES TO STOCK-MOVE-REC.
    STRING "H" RUN-DATE-SAVE "REPLXFER"
        DELIMITED BY SIZE INTO STOCK-MOVE-REC.
    WRITE STOCK-MOVE-REC.
    OPEN OUTPUT REPL-SHORT-FILE.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Replenishment Transfers" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    OPEN INPUT LOCATION-STOCK-FILE.
    IF LOCATION-STOCK-STATUS NOT = "00" THEN
        DISPLAY "Location stock not found, no transfers planned."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Location stock (LOCSTOCK) was not found for replenishment." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO LOC-STOCK-OPEN.
    MOVE LOW-VALUES TO LS-STOCK-KEY.
    START LOCATION-STOCK-FILE KEY NOT < LS-STOCK-KEY
        INVALID KEY MOVE 1 TO LOC-STOCK-EOF
    END-START.

    1100-READ-XFER-CONTROL.
    MOVE 0 TO NEXT-XFER-NO.
    OPEN INPUT XFER-CTL-FILE.
    IF XFER-CTL-STATUS = "00" THEN
        READ XFER-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF XQ-LAST-XFER-NO IS NUMERIC THEN
                    MOVE XQ-LAST-XFER-NO TO NEXT-XFER-NO
                END-IF
        END-READ
        CLOSE XFER-CTL-FILE
    END-IF.

    *> ---------------------
    *> PART LOOP: LOCSTOCK is in part/location order, so each part's
    *> locations arrive together and are tabled until the part
    *> changes.
    *> ---------------------

    2000-READ-LOC-STOCK.
    IF NOT LOC-STOCK-AT-EOF THEN
        READ LOCATION-STOCK-FILE NEXT RECORD
            AT END MOVE 1 TO LOC-STOCK-EOF
        END-READ
    END-IF.

    3000-TABLE-ONE-PART.
    MOVE LS-PART-NO TO PLAN-PART-NO.
    MOVE 0 TO PLAN-COUNT.
    MOVE 0 TO PLAN-PART-PLANNED.
    PERFORM 3100-TABLE-ONE-LOCATION
        UNTIL LOC-STOCK-AT-EOF OR LS-PART-NO NOT = PLAN-PART-NO.
    IF PLAN-PART-IS-PLANNED THEN
        PERFORM 4000-PLAN-ONE-PART
    END-IF.

    3100-TABLE-ONE-LOCATION.
    ADD 1 TO TOTAL-LOCS-READ.
    IF PLAN-COUNT < PLAN-TABLE-MAX THEN
        ADD 1 TO PLAN-COUNT
        MOVE LS-LOCATION TO XL-LOCATION(PLAN-COUNT)
        MOVE LS-QTY-ON-HAND TO XL-QTY(PLAN-COUNT)
        MOVE LS-MIN-QTY TO XL-MIN(PLAN-COUNT)
        MOVE LS-MAX-QTY TO XL-MAX(PLAN-COUNT)
        IF LS-MIN-QTY > 0 OR LS-MAX-QTY > 0 THEN
            MOVE 1 TO PLAN-PART-PLANNED
        END-IF
    ELSE
        DISPLAY "LOCATION SKIPPED: part " LS-PART-NO " location "
            LS-LOCATION " beyond " PLAN-TABLE-MAX " locations."
        ADD 1 TO TOTAL-LOCS-SKIPPED
    END-IF.
    PERFORM 2000-READ-LOC-STOCK.

    *> ---------------------
    *> PLANNING ONE PART: needs and surpluses first, then each short
    *> location in turn draws on the surplus locations in order.
    *> ---------------------

    4000-PLAN-ONE-PART.
    ADD 1 TO TOTAL-PARTS-PLANNED.
    MOVE 0 TO PART-SHORTFALL.
    PERFORM 4100-SIZE-ONE-LOCATION
        VARYING TO-IDX FROM 1 BY 1 UNTIL TO-IDX > PLAN-COUNT.
    PERFORM 4200-FILL-ONE-LOCATION
        VARYING TO-IDX FROM 1 BY 1 UNTIL TO-IDX > PLAN-COUNT.
    IF PART-SHORTFALL > 0 THEN
        MOVE PART-SHORTFALL TO XFR-QTY-DISP-4
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  " PLAN-PART-NO " net shortfall to purchasing "
            XFR-QTY-DISP-4
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
        ADD PART-SHORTFALL TO TOTAL-SHORTFALL-QTY
    END-IF.
    MOVE SPACES TO REPL-SHORT-REC.
    MOVE PLAN-PART-NO TO RQ-PART-NO.
    MOVE PART-SHORTFALL TO RQ-SHORT-QTY.
    MOVE RUN-DATE-SAVE TO RQ-RUN-DATE.
    WRITE REPL-SHORT-REC.

    *> Below its minimum a location wants enough to reach its
    *> maximum (its minimum if the maximum is lower); above its
    *> maximum the excess may go elsewhere. A location with only a
    *> maximum set is never short, only ever a donor.
    4100-SIZE-ONE-LOCATION.
    MOVE 0 TO XL-NEED(TO-IDX).
    MOVE 0 TO XL-SURPLUS(TO-IDX).
    IF XL-MIN(TO-IDX) > 0 AND XL-QTY(TO-IDX) < XL-MIN(TO-IDX) THEN
        IF XL-MAX(TO-IDX) >= XL-MIN(TO-IDX) THEN
            COMPUTE XL-NEED(TO-IDX) = XL-MAX(TO-IDX) - XL-QTY(TO-IDX)
        ELSE
            COMPUTE XL-NEED(TO-IDX) = XL-MIN(TO-IDX) - XL-QTY(TO-IDX)
        END-IF
    END-IF.
    IF XL-MAX(TO-IDX) > 0 AND XL-QTY(TO-IDX) > XL-MAX(TO-IDX) THEN
        COMPUTE XL-SURPLUS(TO-IDX) = XL-QTY(TO-IDX) - XL-MAX(TO-IDX)
    END-IF.

    4200-FILL-ONE-LOCATION.
    IF XL-NEED(TO-IDX) = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-SHORT-LOCS.
    MOVE XL-QTY(TO-IDX) TO XFR-QTY-DISP.
    MOVE XL-MIN(TO-IDX) TO XFR-QTY-DISP-2.
    MOVE XL-MAX(TO-IDX) TO XFR-QTY-DISP-3.
    MOVE XL-NEED(TO-IDX) TO XFR-QTY-DISP-4.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " PLAN-PART-NO " " XL-LOCATION(TO-IDX)
        " on hand " XFR-QTY-DISP " below min " XFR-QTY-DISP-2
        " max " XFR-QTY-DISP-3 " needs " XFR-QTY-DISP-4
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 4300-DRAW-ONE-SURPLUS
        VARYING FROM-IDX FROM 1 BY 1
        UNTIL FROM-IDX > PLAN-COUNT OR XL-NEED(TO-IDX) = 0.
    IF XL-NEED(TO-IDX) > 0 THEN
        MOVE XL-NEED(TO-IDX) TO XFR-QTY-DISP-4
        MOVE SPACES TO RW-LINE-TEXT
        STRING "      no surplus elsewhere for " XFR-QTY-DISP-4
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
        ADD XL-NEED(TO-IDX) TO PART-SHORTFALL
    END-IF.

    4300-DRAW-ONE-SURPLUS.
    IF XL-SURPLUS(FROM-IDX) = 0 OR FROM-IDX = TO-IDX THEN
        EXIT PARAGRAPH
    END-IF.
    IF XL-SURPLUS(FROM-IDX) < XL-NEED(TO-IDX) THEN
        MOVE XL-SURPLUS(FROM-IDX) TO XFER-TAKE
    ELSE
        MOVE XL-NEED(TO-IDX) TO XFER-TAKE
    END-IF.
    SUBTRACT XFER-TAKE FROM XL-SURPLUS(FROM-IDX).
    SUBTRACT XFER-TAKE FROM XL-NEED(TO-IDX).
    PERFORM 4400-WRITE-TRANSFER-CARD.
    MOVE XFER-TAKE TO XFR-QTY-DISP.
    MOVE XL-QTY(FROM-IDX) TO XFR-QTY-DISP-2.
    MOVE XL-MAX(FROM-IDX) TO XFR-QTY-DISP-3.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "      move " XFR-QTY-DISP " from " XL-LOCATION(FROM-IDX)
        " on hand " XFR-QTY-DISP-2 " over max " XFR-QTY-DISP-3
        " ref " XFER-REFERENCE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> The move leaves as a transfer for STOCK-POST, referenced
    *> XFnnnnnn, so the register explains why the stock moved.
    4400-WRITE-TRANSFER-CARD.
    ADD 1 TO NEXT-XFER-NO.
    MOVE SPACES TO XFER-REFERENCE.
    STRING "XF" NEXT-XFER-NO DELIMITED BY SIZE INTO XFER-REFERENCE.
    MOVE SPACES TO STOCK-MOVE-REC.
    MOVE PLAN-PART-NO TO MV-PART-NO.
    MOVE "T" TO MV-MOVE-TYPE.
    MOVE XFER-TAKE TO MV-QUANTITY.
    MOVE XFER-REFERENCE TO MV-REFERENCE.
    MOVE XL-LOCATION(FROM-IDX) TO MV-LOCATION.
    MOVE XL-LOCATION(TO-IDX) TO MV-TO-LOCATION.
    WRITE STOCK-MOVE-REC.
    ADD 1 TO MV-KEYED-COUNT.
    ADD MV-QUANTITY TO MV-KEYED-HASH.
    ADD 1 TO TOTAL-TRANSFERS.
    ADD XFER-TAKE TO TOTAL-TRANSFER-QTY.
    MOVE XFER-TAKE TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    5000-PRINT-TRANSFER-TOTALS.
    MOVE TOTAL-TRANSFERS TO XFR-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Transfers proposed : " XFR-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-TRANSFER-QTY TO XFR-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Quantity to move   : " XFR-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-SHORTFALL-QTY TO XFR-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Left to purchasing : " XFR-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF LOC-STOCK-IS-OPEN THEN
        CLOSE LOCATION-STOCK-FILE
    END-IF.
    MOVE MV-KEYED-COUNT TO MS-TRANS-COUNT.
    MOVE MV-KEYED-HASH TO MS-HASH-TOTAL.
    MOVE SPACES TO STOCK-MOVE-REC.
    MOVE MV-TRAILER-STAGING TO STOCK-MOVE-REC.
    WRITE STOCK-MOVE-REC.
    CLOSE STOCK-MOVE-FILE.
    CLOSE REPL-SHORT-FILE.
    PERFORM 8100-STORE-XFER-CONTROL.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Replenishment Transfer Summary --".
    DISPLAY "Locations read      : " TOTAL-LOCS-READ.
    DISPLAY "Parts planned       : " TOTAL-PARTS-PLANNED.
    DISPLAY "Short locations     : " TOTAL-SHORT-LOCS.
    DISPLAY "Transfers proposed  : " TOTAL-TRANSFERS.
    DISPLAY "Quantity to move    : " TOTAL-TRANSFER-QTY.
    DISPLAY "Left to purchasing  : " TOTAL-SHORTFALL-QTY.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-LOCS-SKIPPED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "A part had more locations than replenishment can plan." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    8100-STORE-XFER-CONTROL.
    OPEN OUTPUT XFER-CTL-FILE.
    MOVE NEXT-XFER-NO TO XQ-LAST-XFER-NO.
    WRITE XFER-CTL-REC.
    CLOSE XFER-CTL-FILE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
