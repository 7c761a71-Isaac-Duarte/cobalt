IDENTIFICATION DIVISION.
PROGRAM-ID. PROMO-RESULTS.

*> PROMO-RESULTS shows what each promotion sold. Every promotion on
*> the PROMO file whose run overlaps the period -- withdrawn ones
*> included, since they priced lines while they ran -- is set
*> against an equal number of days just before its start date. The
*> "during" figures are the order lines ORDER-ENTRY stamped with the
*> promotion's id in OL-PROMO-ID; the "before" figures are the lines
*> the promotion would have taken in -- its part, or its vendor's
*> parts, at its tier -- ordered in the window before it began, at
*> whatever price they carried. Units are line quantities; revenue
*> is quantity times the line's unit price. Lines of cancelled
*> orders count in neither. A promotion still running is compared
*> over the days it has run so far. The report prints through
*> REPORT-WRITER in promotion-id order, three lines a promotion,
*> with the change in units on the prior window.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  first date of the period, CCYYMMDD (zero from the start)
*>     PC-NUM-2  last date of the period, CCYYMMDD (zero through today)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "promosel.cpy".
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "partsel.cpy".
        COPY "custsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PROMO-FILE.
    COPY "promorec.cpy".

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PROMO-FILE-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PROMO-EOF PIC 9(1) COMP VALUE 0.
        88 PROMO-AT-EOF VALUE 1.
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 ORDER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ORDER-FILE-IS-OPEN VALUE 1.
    01 PART-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 PART-FILE-IS-OPEN VALUE 1.
    01 CUSTOMER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 CUSTOMER-FILE-IS-OPEN VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 PERIOD-FROM-DATE PIC 9(8) VALUE 0.
    01 PERIOD-TO-DATE PIC 9(8) VALUE 0.
    01 RUN-TODAY PIC 9(8) VALUE 0.

*> The order header, customer tier and part vendor behind the line
*> in hand. Lines come off ORDLINE in order-number order, so the
*> header and tier are read once an order; the vendor is read only
*> when a vendor promotion needs it, and once a part in a row.
    01 LINE-ORDER-NO PIC X(8) VALUE SPACES.
    01 LINE-ORDER-DATE PIC 9(8) VALUE 0.
    01 LINE-ORDER-STATE PIC X(1) VALUE SPACE.
        88 LINE-ORDER-COUNTS VALUE "C".
        88 LINE-ORDER-SKIPPED VALUE "S".
    01 LINE-PRICE-TIER PIC X(1) VALUE SPACE.
    01 LINE-VENDOR-PART PIC X(6) VALUE SPACES.
    01 LINE-VENDOR-ID PIC X(6) VALUE SPACES.
    01 LINE-UNITS PIC 9(7) COMP VALUE 0.
    01 LINE-REVENUE PIC 9(9)V99 COMP-3 VALUE 0.
    01 LINE-IN-SCOPE PIC 9(1) COMP VALUE 0.
        88 LINE-IS-IN-SCOPE VALUE 1.
    01 VENDOR-SCOPE-COUNT PIC 9(4) COMP VALUE 0.

*> One entry per promotion reported, tabled in promotion-id order
*> off the keyed file, with the prior window worked out on load.
    01 RESULT-MAX PIC 9(4) COMP VALUE 500.
    01 RESULT-COUNT PIC 9(4) COMP VALUE 0.
    01 RESULT-IDX PIC 9(4) COMP VALUE 0.
    01 RESULT-TABLE.
        05 RESULT-ENTRY OCCURS 500 TIMES.
            10 RS-PROMO-ID PIC X(6).
            10 RS-DESCRIPTION PIC X(20).
            10 RS-SCOPE-TYPE PIC X(1).
            10 RS-SCOPE-ID PIC X(6).
            10 RS-PRICE-TIER PIC X(1).
            10 RS-STATUS PIC X(1).
            10 RS-START-DATE PIC 9(8).
            10 RS-END-DATE PIC 9(8).
            10 RS-DAYS PIC 9(5) COMP.
            10 RS-BEFORE-START PIC 9(8).
            10 RS-BEFORE-END PIC 9(8).
            10 RS-DURING-UNITS PIC 9(9) COMP.
            10 RS-DURING-REVENUE PIC 9(11)V99 COMP-3.
            10 RS-BEFORE-UNITS PIC 9(9) COMP.
            10 RS-BEFORE-REVENUE PIC 9(11)V99 COMP-3.

    01 MEASURED-END PIC 9(8) VALUE 0.
    01 UNIT-CHANGE-PCT PIC S9(5)V9 COMP-3 VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-PROMOS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-OUTSIDE-PERIOD PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-READ PIC 9(8) COMP VALUE 0.
    01 TOTAL-LINES-SKIPPED PIC 9(8) COMP VALUE 0.
    01 TOTAL-LINES-PROMOTED PIC 9(8) COMP VALUE 0.

    01 RPT-UNITS-DISP PIC Z(8)9.
    01 RPT-REVENUE-DISP PIC Z(10)9.99.
    01 RPT-DAYS-DISP PIC Z(4)9.
    01 RPT-PCT-DISP PIC -(5)9.9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMO-RESULTS"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMO-RESULTS"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMO-RESULTS"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-LOAD-PROMOTIONS.
    IF RESULT-COUNT > 0 THEN
        PERFORM 2000-TALLY-ORDER-LINES
    END-IF.
    PERFORM 3000-PRINT-RESULTS.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-NUM-1 TO PERIOD-FROM-DATE
            MOVE PC-NUM-2 TO PERIOD-TO-DATE
        END-IF
    ELSE
        DISPLAY "First date of the period, CCYYMMDD (zero from the start):"
        ACCEPT PERIOD-FROM-DATE
        DISPLAY "Last date of the period, CCYYMMDD (zero through today):"
        ACCEPT PERIOD-TO-DATE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-TODAY.
    IF PERIOD-TO-DATE = 0 THEN
        MOVE RUN-TODAY TO PERIOD-TO-DATE
    END-IF.
    DISPLAY "Promotion results for promotions running " PERIOD-FROM-DATE
        " through " PERIOD-TO-DATE ".".

    *> ---------------------
    *> PROMOTIONS: every one overlapping the period, whatever its
    *> status, with the window it is measured over and the window
    *> of the same length before it.
    *> ---------------------

    1500-LOAD-PROMOTIONS.
    OPEN INPUT PROMO-FILE.
    IF PROMO-FILE-STATUS NOT = "00" THEN
        DISPLAY "Promotion file not found; nothing to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Promotion file (PROMO) was not found for the results report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE LOW-VALUES TO PMO-PROMO-ID.
    START PROMO-FILE KEY NOT < PMO-PROMO-ID
        INVALID KEY MOVE 1 TO PROMO-EOF
    END-START.
    PERFORM 1510-TABLE-ONE-PROMOTION UNTIL PROMO-AT-EOF.
    CLOSE PROMO-FILE.

    1510-TABLE-ONE-PROMOTION.
    READ PROMO-FILE NEXT RECORD
        AT END
            MOVE 1 TO PROMO-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-PROMOS-READ.
    IF PMO-START-DATE IS NOT NUMERIC OR PMO-END-DATE IS NOT NUMERIC THEN
        ADD 1 TO TOTAL-OUTSIDE-PERIOD
        EXIT PARAGRAPH
    END-IF.
    IF PMO-END-DATE < PERIOD-FROM-DATE OR PMO-START-DATE > PERIOD-TO-DATE
            OR PMO-START-DATE > RUN-TODAY THEN
        ADD 1 TO TOTAL-OUTSIDE-PERIOD
        EXIT PARAGRAPH
    END-IF.
    IF RESULT-COUNT >= RESULT-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO RESULT-COUNT.
    MOVE PMO-PROMO-ID TO RS-PROMO-ID(RESULT-COUNT).
    MOVE PMO-DESCRIPTION TO RS-DESCRIPTION(RESULT-COUNT).
    MOVE PMO-SCOPE-TYPE TO RS-SCOPE-TYPE(RESULT-COUNT).
    MOVE PMO-SCOPE-ID TO RS-SCOPE-ID(RESULT-COUNT).
    MOVE PMO-PRICE-TIER TO RS-PRICE-TIER(RESULT-COUNT).
    MOVE PMO-STATUS TO RS-STATUS(RESULT-COUNT).
    MOVE PMO-START-DATE TO RS-START-DATE(RESULT-COUNT).
    MOVE PMO-END-DATE TO RS-END-DATE(RESULT-COUNT).
    MOVE 0 TO RS-DURING-UNITS(RESULT-COUNT).
    MOVE 0 TO RS-DURING-REVENUE(RESULT-COUNT).
    MOVE 0 TO RS-BEFORE-UNITS(RESULT-COUNT).
    MOVE 0 TO RS-BEFORE-REVENUE(RESULT-COUNT).
    IF PMO-SCOPE-VENDOR THEN
        ADD 1 TO VENDOR-SCOPE-COUNT
    END-IF.
    PERFORM 1520-SET-PRIOR-WINDOW.

*> The days measured run from the start to the end date, or to
*> today while the promotion is still running; the prior window is
*> that many days ending the day before the start.
    1520-SET-PRIOR-WINDOW.
    MOVE PMO-END-DATE TO MEASURED-END.
    IF MEASURED-END > RUN-TODAY THEN
        MOVE RUN-TODAY TO MEASURED-END
    END-IF.
    MOVE "B" TO DE-FUNCTION.
    MOVE PMO-START-DATE TO DE-DATE-1.
    MOVE MEASURED-END TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 OR DE-RESULT-COUNT < 0 THEN
        MOVE 0 TO DE-RESULT-COUNT
    END-IF.
    COMPUTE RS-DAYS(RESULT-COUNT) = DE-RESULT-COUNT + 1.
    MOVE "A" TO DE-FUNCTION.
    COMPUTE DE-DAY-COUNT = 0 - RS-DAYS(RESULT-COUNT).
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE DE-RESULT-DATE TO RS-BEFORE-START(RESULT-COUNT).
    MOVE -1 TO DE-DAY-COUNT.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE DE-RESULT-DATE TO RS-BEFORE-END(RESULT-COUNT).

    *> ---------------------
    *> TALLY: one pass of the order lines against every promotion.
    *> ---------------------

    2000-TALLY-ORDER-LINES.
    OPEN INPUT ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS NOT = "00" THEN
        DISPLAY "Order line file not found; nothing sold to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order line file (ORDLINE) was not found for the results report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT ORDER-FILE.
    IF ORDER-FILE-STATUS = "00" THEN
        MOVE 1 TO ORDER-FILE-OPEN
    ELSE
        DISPLAY "Order file not found; lines cannot be dated."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order file (ORDFILE) was not found for the results report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS = "00" THEN
        MOVE 1 TO PART-FILE-OPEN
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO CUSTOMER-FILE-OPEN
    END-IF.
    MOVE LOW-VALUES TO OL-LINE-KEY.
    START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
        INVALID KEY MOVE 1 TO LINE-SCAN-EOF
    END-START.
    PERFORM 2100-TALLY-ONE-LINE UNTIL LINE-SCAN-AT-EOF.
    CLOSE ORDER-LINE-FILE.
    IF ORDER-FILE-IS-OPEN THEN
        CLOSE ORDER-FILE
    END-IF.
    IF PART-FILE-IS-OPEN THEN
        CLOSE PART-MASTER-FILE
    END-IF.
    IF CUSTOMER-FILE-IS-OPEN THEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF.

    2100-TALLY-ONE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END
            MOVE 1 TO LINE-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO TOTAL-LINES-READ.
    IF OL-ORDER-NO NOT = LINE-ORDER-NO THEN
        PERFORM 2200-READ-LINE-ORDER
    END-IF.
    IF LINE-ORDER-SKIPPED OR OL-QUANTITY = 0 THEN
        ADD 1 TO TOTAL-LINES-SKIPPED
        EXIT PARAGRAPH
    END-IF.
    MOVE OL-QUANTITY TO LINE-UNITS.
    COMPUTE LINE-REVENUE = OL-QUANTITY * OL-UNIT-PRICE.
    IF OL-PROMO-ID NOT = SPACES THEN
        ADD 1 TO TOTAL-LINES-PROMOTED
    END-IF.
    IF VENDOR-SCOPE-COUNT > 0 AND OL-PART-NO NOT = LINE-VENDOR-PART THEN
        PERFORM 2300-READ-LINE-VENDOR
    END-IF.
    PERFORM 2400-TALLY-LINE-FOR-ONE-PROMO
        VARYING RESULT-IDX FROM 1 BY 1 UNTIL RESULT-IDX > RESULT-COUNT.
    MOVE LINE-UNITS TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

*> A line whose order is gone or cancelled counts nowhere; without
*> the order file no line can be placed in a window, but the lines
*> stamped with a promotion still count as sold under it.
    2200-READ-LINE-ORDER.
    MOVE OL-ORDER-NO TO LINE-ORDER-NO.
    MOVE 0 TO LINE-ORDER-DATE.
    MOVE SPACE TO LINE-PRICE-TIER.
    SET LINE-ORDER-COUNTS TO TRUE.
    IF NOT ORDER-FILE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE OL-ORDER-NO TO OR-ORDER-NO.
    READ ORDER-FILE
        INVALID KEY
            SET LINE-ORDER-SKIPPED TO TRUE
        NOT INVALID KEY
            IF OR-STATUS-CANCELLED THEN
                SET LINE-ORDER-SKIPPED TO TRUE
            ELSE
                MOVE OR-ORDER-DATE TO LINE-ORDER-DATE
            END-IF
    END-READ.
    IF LINE-ORDER-COUNTS AND CUSTOMER-FILE-IS-OPEN THEN
        MOVE OR-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE CM-PRICE-TIER TO LINE-PRICE-TIER
        END-READ
    END-IF.

    2300-READ-LINE-VENDOR.
    MOVE OL-PART-NO TO LINE-VENDOR-PART.
    MOVE SPACES TO LINE-VENDOR-ID.
    IF PART-FILE-IS-OPEN THEN
        MOVE OL-PART-NO TO PM-PART-NO
        READ PART-MASTER-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE PM-VENDOR-ID TO LINE-VENDOR-ID
        END-READ
    END-IF.

    2400-TALLY-LINE-FOR-ONE-PROMO.
    IF OL-PROMO-ID = RS-PROMO-ID(RESULT-IDX) THEN
        ADD LINE-UNITS TO RS-DURING-UNITS(RESULT-IDX)
        ADD LINE-REVENUE TO RS-DURING-REVENUE(RESULT-IDX)
        EXIT PARAGRAPH
    END-IF.
    IF LINE-ORDER-DATE < RS-BEFORE-START(RESULT-IDX)
            OR LINE-ORDER-DATE > RS-BEFORE-END(RESULT-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2410-CHECK-LINE-SCOPE.
    IF LINE-IS-IN-SCOPE THEN
        ADD LINE-UNITS TO RS-BEFORE-UNITS(RESULT-IDX)
        ADD LINE-REVENUE TO RS-BEFORE-REVENUE(RESULT-IDX)
    END-IF.

    2410-CHECK-LINE-SCOPE.
    MOVE 0 TO LINE-IN-SCOPE.
    IF RS-PRICE-TIER(RESULT-IDX) NOT = SPACE
            AND RS-PRICE-TIER(RESULT-IDX) NOT = LINE-PRICE-TIER THEN
        EXIT PARAGRAPH
    END-IF.
    IF RS-SCOPE-TYPE(RESULT-IDX) = "P" THEN
        IF RS-SCOPE-ID(RESULT-IDX) = OL-PART-NO THEN
            MOVE 1 TO LINE-IN-SCOPE
        END-IF
    ELSE
        IF RS-SCOPE-ID(RESULT-IDX) = LINE-VENDOR-ID
                AND LINE-VENDOR-ID NOT = SPACES THEN
            MOVE 1 TO LINE-IN-SCOPE
        END-IF
    END-IF.

    *> ---------------------
    *> REPORT: the promotion, then its run and the window before.
    *> ---------------------

    3000-PRINT-RESULTS.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Promotion Results" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    PERFORM 3100-PRINT-ONE-PROMOTION
        VARYING RESULT-IDX FROM 1 BY 1 UNTIL RESULT-IDX > RESULT-COUNT.
    MOVE RESULT-COUNT TO RPT-UNITS-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Promotions reported: " RPT-UNITS-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    3100-PRINT-ONE-PROMOTION.
    MOVE RS-DAYS(RESULT-IDX) TO RPT-DAYS-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING RS-PROMO-ID(RESULT-IDX) " " RS-DESCRIPTION(RESULT-IDX)
        " " RS-SCOPE-TYPE(RESULT-IDX) " " RS-SCOPE-ID(RESULT-IDX)
        " TIER " RS-PRICE-TIER(RESULT-IDX)
        " STATUS " RS-STATUS(RESULT-IDX)
        " DAYS " RPT-DAYS-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE RS-DURING-UNITS(RESULT-IDX) TO RPT-UNITS-DISP.
    MOVE RS-DURING-REVENUE(RESULT-IDX) TO RPT-REVENUE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  DURING " RS-START-DATE(RESULT-IDX) "-"
        RS-END-DATE(RESULT-IDX) " UNITS " RPT-UNITS-DISP
        " REVENUE " RPT-REVENUE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE RS-BEFORE-UNITS(RESULT-IDX) TO RPT-UNITS-DISP.
    MOVE RS-BEFORE-REVENUE(RESULT-IDX) TO RPT-REVENUE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    IF RS-BEFORE-UNITS(RESULT-IDX) = 0 THEN
        STRING "  BEFORE " RS-BEFORE-START(RESULT-IDX) "-"
            RS-BEFORE-END(RESULT-IDX) " UNITS " RPT-UNITS-DISP
            " REVENUE " RPT-REVENUE-DISP " CHG      N/A"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        COMPUTE UNIT-CHANGE-PCT ROUNDED =
            (RS-DURING-UNITS(RESULT-IDX) - RS-BEFORE-UNITS(RESULT-IDX))
            * 100 / RS-BEFORE-UNITS(RESULT-IDX)
            ON SIZE ERROR MOVE 99999.9 TO UNIT-CHANGE-PCT
        END-COMPUTE
        MOVE UNIT-CHANGE-PCT TO RPT-PCT-DISP
        STRING "  BEFORE " RS-BEFORE-START(RESULT-IDX) "-"
            RS-BEFORE-END(RESULT-IDX) " UNITS " RPT-UNITS-DISP
            " REVENUE " RPT-REVENUE-DISP " CHG " RPT-PCT-DISP "%"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 3900-PRINT-REPORT-LINE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF TOTAL-OVERFLOWED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Promotion results table overflowed; report is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    DISPLAY "-- Promotion Results Report --".
    DISPLAY "Promotions read      : " TOTAL-PROMOS-READ.
    DISPLAY "Outside the period   : " TOTAL-OUTSIDE-PERIOD.
    DISPLAY "Promotions reported  : " RESULT-COUNT.
    DISPLAY "Order lines read     : " TOTAL-LINES-READ.
    DISPLAY "Lines not counted    : " TOTAL-LINES-SKIPPED.
    DISPLAY "Lines on promotion   : " TOTAL-LINES-PROMOTED.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
