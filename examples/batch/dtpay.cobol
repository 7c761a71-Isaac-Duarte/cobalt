IDENTIFICATION DIVISION.
PROGRAM-ID. DAYS-TO-PAY.

*> DAYS-TO-PAY studies how long each customer takes to pay, from
*> the PAYHIST payment history OPENITEM-MAINT appends to as it
*> applies payments. For every customer with history it prints the
*> number of payments, the average days from invoice to payment and
*> from due date to payment, and the trend: the average over a
*> recent window of payments set against the average of the
*> payments before it. A customer whose recent average runs more
*> than the trend tolerance above its earlier one is SLOWING, one
*> that runs as far below is IMPROVING, and the rest are STEADY; a
*> customer with no earlier payments to compare against is NEW, and
*> one with none in the window is shown as QUIET. Averages are of
*> payments, not of amounts, so a small invoice paid late counts as
*> much as a large one. The report prints through REPORT-WRITER in
*> customer order with the name from CUSTMAST, and closes with the
*> house-wide averages. CASH-FORECAST works from the same history.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  as-of date, CCYYMMDD (zero runs as of today)
*>     PC-NUM-2  recent window in days (zero keeps the 90 default)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "payhsel.cpy".
        COPY "custsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PAY-HIST-FILE.
    COPY "payhrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PAY-HIST-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PAY-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 PAY-HIST-AT-EOF VALUE 1.
    01 MASTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTER-IS-OPEN VALUE 1.
    01 HISTORY-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 HISTORY-IS-OPEN VALUE 1.
    01 DATES-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 DATES-ARE-VALID VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 AS-OF-DATE PIC 9(8) VALUE 0.
    01 WINDOW-DAYS PIC 9(5) VALUE 0.
    01 WINDOW-START-DATE PIC 9(8) VALUE 0.

*> A recent average this many days either side of the earlier one
*> is taken as no change.
    01 TREND-TOLERANCE-DAYS PIC S9(5) COMP VALUE 5.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

*> One entry per customer with history, held in customer order as
*> they are found so the report comes out sorted.
    01 PAYER-SEARCH-ID PIC X(6).
    01 PAYER-TABLE-MAX PIC 9(4) COMP VALUE 2000.
    01 PAYER-COUNT PIC 9(4) COMP VALUE 0.
    01 PAYER-IDX PIC 9(4) COMP VALUE 0.
    01 PAYER-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 PAYER-INSERT-AT PIC 9(4) COMP VALUE 0.
    01 PAYER-SHIFT-IDX PIC 9(4) COMP VALUE 0.
    01 PAYER-TABLE.
        05 PAYER-ENTRY OCCURS 2000 TIMES.
            10 PY-CUST-ID PIC X(6).
            10 PY-PAY-COUNT PIC 9(6) COMP.
            10 PY-DAYS-SUM PIC S9(9) COMP.
            10 PY-LATE-SUM PIC S9(9) COMP.
            10 PY-RECENT-COUNT PIC 9(6) COMP.
            10 PY-RECENT-SUM PIC S9(9) COMP.
            10 PY-PRIOR-COUNT PIC 9(6) COMP.
            10 PY-PRIOR-SUM PIC S9(9) COMP.

    01 AVG-DAYS PIC S9(5)V9 COMP-3 VALUE 0.
    01 AVG-LATE PIC S9(5)V9 COMP-3 VALUE 0.
    01 AVG-RECENT PIC S9(5)V9 COMP-3 VALUE 0.
    01 AVG-PRIOR PIC S9(5)V9 COMP-3 VALUE 0.
    01 TREND-TEXT PIC X(9).
    01 PAYER-NAME PIC X(20).

    01 HOUSE-PAY-COUNT PIC 9(8) COMP VALUE 0.
    01 HOUSE-DAYS-SUM PIC S9(11) COMP VALUE 0.
    01 HOUSE-LATE-SUM PIC S9(11) COMP VALUE 0.

    01 TOTAL-HISTORY-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-HISTORY-OUTSIDE PIC 9(6) COMP VALUE 0.
    01 TOTAL-SLOWING PIC 9(6) COMP VALUE 0.
    01 TOTAL-IMPROVING PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.

    01 RPT-COUNT-DISP PIC Z(5)9.
    01 RPT-DAYS-1 PIC -(4)9.9.
    01 RPT-DAYS-2 PIC -(4)9.9.
    01 RPT-DAYS-3 PIC -(4)9.9.
    01 RPT-DAYS-4 PIC -(4)9.9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DAYS-TO-PAY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DAYS-TO-PAY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="DAYS-TO-PAY"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    IF DATES-ARE-VALID THEN
        PERFORM 1500-INITIALIZE
    END-IF.
    IF HISTORY-IS-OPEN THEN
        PERFORM 2000-READ-PAY-HISTORY
        PERFORM 2100-TALLY-ONE-PAYMENT UNTIL PAY-HIST-AT-EOF
        PERFORM 3000-PRINT-DAYS-TO-PAY
    END-IF.
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
            MOVE PC-NUM-1 TO AS-OF-DATE
            MOVE PC-NUM-2 TO WINDOW-DAYS
        END-IF
    ELSE
        DISPLAY "As-of date, CCYYMMDD (zero for today):"
        ACCEPT AS-OF-DATE
        DISPLAY "Recent window in days (zero for 90):"
        ACCEPT WINDOW-DAYS
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    IF AS-OF-DATE = 0 THEN
        MOVE WS-CURRENT-DATE-8 TO AS-OF-DATE
    END-IF.
    IF WINDOW-DAYS = 0 THEN
        MOVE 90 TO WINDOW-DAYS
    END-IF.
    MOVE "A" TO DE-FUNCTION.
    MOVE AS-OF-DATE TO DE-DATE-1.
    COMPUTE DE-DAY-COUNT = 0 - WINDOW-DAYS.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        DISPLAY "As-of date " AS-OF-DATE " is not a valid date."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Days-to-pay as-of date was not a valid date." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE DE-RESULT-DATE TO WINDOW-START-DATE
        MOVE 1 TO DATES-VALID-SWITCH
        DISPLAY "Days to pay as of " AS-OF-DATE ", recent since "
            WINDOW-START-DATE "."
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Without payment history there is nothing to study; the master
    *> only supplies names.
    1500-INITIALIZE.
    OPEN INPUT PAY-HIST-FILE.
    IF PAY-HIST-STATUS NOT = "00" THEN
        DISPLAY "Payment history not found, nothing to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Payment history (PAYHIST) was not found for days to pay." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO MASTER-OPEN-SWITCH
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Customer Days to Pay" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO HISTORY-OPEN-SWITCH.

    *> ---------------------
    *> PAYMENT HISTORY: every payment made on or before the as-of
    *> date counts toward the customer's average; those inside the
    *> window count as recent, the rest as prior.
    *> ---------------------

    2000-READ-PAY-HISTORY.
    READ PAY-HIST-FILE
        AT END MOVE 1 TO PAY-HIST-EOF
    END-READ.

    2100-TALLY-ONE-PAYMENT.
    ADD 1 TO TOTAL-HISTORY-READ.
    IF PH-PAID-DATE IS NOT NUMERIC OR PH-PAID-DATE > AS-OF-DATE
            OR PH-DAYS-TO-PAY IS NOT NUMERIC THEN
        ADD 1 TO TOTAL-HISTORY-OUTSIDE
        PERFORM 2000-READ-PAY-HISTORY
        EXIT PARAGRAPH
    END-IF.
    MOVE PH-CUST-ID TO PAYER-SEARCH-ID.
    PERFORM 2200-LOCATE-PAYER.
    IF PAYER-FOUND-IDX > 0 THEN
        ADD 1 TO PY-PAY-COUNT(PAYER-FOUND-IDX)
        ADD PH-DAYS-TO-PAY TO PY-DAYS-SUM(PAYER-FOUND-IDX)
        IF PH-DAYS-PAST-DUE IS NUMERIC THEN
            ADD PH-DAYS-PAST-DUE TO PY-LATE-SUM(PAYER-FOUND-IDX)
        END-IF
        IF PH-PAID-DATE > WINDOW-START-DATE THEN
            ADD 1 TO PY-RECENT-COUNT(PAYER-FOUND-IDX)
            ADD PH-DAYS-TO-PAY TO PY-RECENT-SUM(PAYER-FOUND-IDX)
        ELSE
            ADD 1 TO PY-PRIOR-COUNT(PAYER-FOUND-IDX)
            ADD PH-DAYS-TO-PAY TO PY-PRIOR-SUM(PAYER-FOUND-IDX)
        END-IF
    END-IF.
    PERFORM 2000-READ-PAY-HISTORY.

    2200-LOCATE-PAYER.
    MOVE 0 TO PAYER-FOUND-IDX.
    MOVE 0 TO PAYER-INSERT-AT.
    PERFORM 2210-COMPARE-ONE-PAYER
        VARYING PAYER-IDX FROM 1 BY 1 UNTIL PAYER-IDX > PAYER-COUNT.
    IF PAYER-FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF PAYER-COUNT >= PAYER-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF PAYER-INSERT-AT = 0 THEN
        COMPUTE PAYER-INSERT-AT = PAYER-COUNT + 1
    ELSE
        PERFORM 2220-SHIFT-ONE-PAYER
            VARYING PAYER-SHIFT-IDX FROM PAYER-COUNT BY -1
            UNTIL PAYER-SHIFT-IDX < PAYER-INSERT-AT
    END-IF.
    ADD 1 TO PAYER-COUNT.
    MOVE PAYER-SEARCH-ID TO PY-CUST-ID(PAYER-INSERT-AT).
    MOVE 0 TO PY-PAY-COUNT(PAYER-INSERT-AT).
    MOVE 0 TO PY-DAYS-SUM(PAYER-INSERT-AT).
    MOVE 0 TO PY-LATE-SUM(PAYER-INSERT-AT).
    MOVE 0 TO PY-RECENT-COUNT(PAYER-INSERT-AT).
    MOVE 0 TO PY-RECENT-SUM(PAYER-INSERT-AT).
    MOVE 0 TO PY-PRIOR-COUNT(PAYER-INSERT-AT).
    MOVE 0 TO PY-PRIOR-SUM(PAYER-INSERT-AT).
    MOVE PAYER-INSERT-AT TO PAYER-FOUND-IDX.

    2210-COMPARE-ONE-PAYER.
    IF PAYER-INSERT-AT = 0
            AND PY-CUST-ID(PAYER-IDX) NOT < PAYER-SEARCH-ID THEN
        IF PY-CUST-ID(PAYER-IDX) = PAYER-SEARCH-ID THEN
            MOVE PAYER-IDX TO PAYER-FOUND-IDX
        END-IF
        MOVE PAYER-IDX TO PAYER-INSERT-AT
    END-IF.

    2220-SHIFT-ONE-PAYER.
    MOVE PAYER-ENTRY(PAYER-SHIFT-IDX) TO PAYER-ENTRY(PAYER-SHIFT-IDX + 1).

    *> ---------------------
    *> REPORT: one line per customer, then the house averages.
    *> ---------------------

    3000-PRINT-DAYS-TO-PAY.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CUST   NAME                   PAYS AVG DTP  AVG LAT"
        "  RECENT   PRIOR TREND"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3100-PRINT-ONE-PAYER
        VARYING PAYER-IDX FROM 1 BY 1 UNTIL PAYER-IDX > PAYER-COUNT.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE 0 TO AVG-DAYS.
    MOVE 0 TO AVG-LATE.
    IF HOUSE-PAY-COUNT > 0 THEN
        COMPUTE AVG-DAYS ROUNDED = HOUSE-DAYS-SUM / HOUSE-PAY-COUNT
        COMPUTE AVG-LATE ROUNDED = HOUSE-LATE-SUM / HOUSE-PAY-COUNT
    END-IF.
    MOVE HOUSE-PAY-COUNT TO RPT-COUNT-DISP.
    MOVE AVG-DAYS TO RPT-DAYS-1.
    MOVE AVG-LATE TO RPT-DAYS-2.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "ALL CUSTOMERS               " RPT-COUNT-DISP " " RPT-DAYS-1
        "  " RPT-DAYS-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-SLOWING TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING RPT-COUNT-DISP " CUSTOMERS SLOWING"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE TOTAL-IMPROVING TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING RPT-COUNT-DISP " CUSTOMERS IMPROVING"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3100-PRINT-ONE-PAYER.
    ADD PY-PAY-COUNT(PAYER-IDX) TO HOUSE-PAY-COUNT.
    ADD PY-DAYS-SUM(PAYER-IDX) TO HOUSE-DAYS-SUM.
    ADD PY-LATE-SUM(PAYER-IDX) TO HOUSE-LATE-SUM.
    COMPUTE AVG-DAYS ROUNDED = PY-DAYS-SUM(PAYER-IDX)
        / PY-PAY-COUNT(PAYER-IDX).
    COMPUTE AVG-LATE ROUNDED = PY-LATE-SUM(PAYER-IDX)
        / PY-PAY-COUNT(PAYER-IDX).
    MOVE 0 TO AVG-RECENT.
    MOVE 0 TO AVG-PRIOR.
    IF PY-RECENT-COUNT(PAYER-IDX) > 0 THEN
        COMPUTE AVG-RECENT ROUNDED = PY-RECENT-SUM(PAYER-IDX)
            / PY-RECENT-COUNT(PAYER-IDX)
    END-IF.
    IF PY-PRIOR-COUNT(PAYER-IDX) > 0 THEN
        COMPUTE AVG-PRIOR ROUNDED = PY-PRIOR-SUM(PAYER-IDX)
            / PY-PRIOR-COUNT(PAYER-IDX)
    END-IF.
    PERFORM 3200-JUDGE-TREND.
    MOVE SPACES TO PAYER-NAME.
    IF MASTER-IS-OPEN THEN
        MOVE PY-CUST-ID(PAYER-IDX) TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY MOVE "(NOT ON MASTER)" TO PAYER-NAME
            NOT INVALID KEY MOVE CM-CUST-NAME TO PAYER-NAME
        END-READ
    END-IF.
    MOVE PY-PAY-COUNT(PAYER-IDX) TO RPT-COUNT-DISP.
    MOVE AVG-DAYS TO RPT-DAYS-1.
    MOVE AVG-LATE TO RPT-DAYS-2.
    MOVE AVG-RECENT TO RPT-DAYS-3.
    MOVE AVG-PRIOR TO RPT-DAYS-4.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING PY-CUST-ID(PAYER-IDX) " " PAYER-NAME " " RPT-COUNT-DISP
        " " RPT-DAYS-1 "  " RPT-DAYS-2 " " RPT-DAYS-3 " " RPT-DAYS-4
        " " TREND-TEXT
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE PY-PAY-COUNT(PAYER-IDX) TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3200-JUDGE-TREND.
    EVALUATE TRUE
        WHEN PY-RECENT-COUNT(PAYER-IDX) = 0
            MOVE "QUIET" TO TREND-TEXT
        WHEN PY-PRIOR-COUNT(PAYER-IDX) = 0
            MOVE "NEW" TO TREND-TEXT
        WHEN AVG-RECENT > AVG-PRIOR + TREND-TOLERANCE-DAYS
            MOVE "SLOWING" TO TREND-TEXT
            ADD 1 TO TOTAL-SLOWING
        WHEN AVG-RECENT < AVG-PRIOR - TREND-TOLERANCE-DAYS
            MOVE "IMPROVING" TO TREND-TEXT
            ADD 1 TO TOTAL-IMPROVING
        WHEN OTHER
            MOVE "STEADY" TO TREND-TEXT
    END-EVALUATE.

    3900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF HISTORY-IS-OPEN THEN
        CLOSE PAY-HIST-FILE
        IF MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    IF TOTAL-OVERFLOWED > 0 THEN
        MOVE "Days-to-pay customer table overflowed; report is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    DISPLAY "-- Days to Pay Report --".
    DISPLAY "History records read : " TOTAL-HISTORY-READ.
    DISPLAY "After as-of or unusable: " TOTAL-HISTORY-OUTSIDE.
    DISPLAY "Customers reported   : " PAYER-COUNT.
    DISPLAY "Customers slowing    : " TOTAL-SLOWING.
    DISPLAY "Customers improving  : " TOTAL-IMPROVING.
    IF TOTAL-OVERFLOWED > 0 THEN
        DISPLAY "Left off (table)     : " TOTAL-OVERFLOWED
    END-IF.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
