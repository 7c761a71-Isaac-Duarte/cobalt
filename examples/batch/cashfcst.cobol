IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-FORECAST.

*> CASH-FORECAST places every open item on OPENITEM in the week its
*> remaining amount is likely to be collected and totals the
*> receipts expected in each of the next four weeks and beyond. The
*> likely date comes from the customer's own habits: the invoice
*> date plus the customer's average days to pay on the PAYHIST
*> payment history (as DAYS-TO-PAY reports it). A customer with no
*> payment history yet is expected on the item's due date. An item
*> whose likely date has already gone by is expected in the first
*> week, and is also shown separately as overdue on its habits.
*> Each run is appended to the FCSTHIST forecast history, and the
*> report closes by setting the latest forecast made before this
*> week against what PAYHIST shows actually came in during the
*> first week of that forecast, with the variance. The report
*> prints through REPORT-WRITER.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  first day of the forecast week, CCYYMMDD (zero
*>               forecasts from today)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "oisel.cpy".
        COPY "payhsel.cpy".
        COPY "fcsthsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  PAY-HIST-FILE.
    COPY "payhrec.cpy".

    FD  FCST-HIST-FILE.
    COPY "fcsthrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 OPEN-ITEM-STATUS PIC X(2).
    01 PAY-HIST-STATUS PIC X(2).
    01 FCST-HIST-STATUS PIC X(2).
    01 OPEN-ITEM-EOF PIC 9(1) COMP VALUE 0.
        88 OPEN-ITEM-AT-EOF VALUE 1.
    01 PAY-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 PAY-HIST-AT-EOF VALUE 1.
    01 FCST-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 FCST-HIST-AT-EOF VALUE 1.
    01 ITEMS-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 ITEMS-ARE-OPEN VALUE 1.
    01 DATES-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 DATES-ARE-VALID VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 AS-OF-DATE PIC 9(8) VALUE 0.
    01 RUN-STAMP-SAVE PIC X(14) VALUE SPACES.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    COPY "oiduedata.cpy".

*> Average days to pay per customer, held in customer order as they
*> are found on PAYHIST.
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

*> Weeks 1-4 run seven days each from the as-of date; week 5 is
*> everything later.
    01 WEEK-IDX PIC 9(1) COMP VALUE 0.
    01 WEEK-TABLE.
        05 FORECAST-WEEK OCCURS 5 TIMES.
            10 FW-START-DATE PIC 9(8).
            10 FW-ITEM-COUNT PIC 9(6) COMP.
            10 FW-AMOUNT PIC S9(11)V99 COMP-3.

    01 EXPECTED-DAYS PIC S9(5) COMP VALUE 0.
    01 EXPECTED-DATE PIC 9(8) VALUE 0.
    01 DAYS-FROM-AS-OF PIC S9(9) COMP VALUE 0.
    01 OVERDUE-ITEM-COUNT PIC 9(6) COMP VALUE 0.
    01 OVERDUE-AMOUNT PIC S9(11)V99 COMP-3 VALUE 0.
    01 FORECAST-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.

*> The latest forecast on FCSTHIST made for a week before this one,
*> and what PAYHIST shows came in during its first week.
    01 PRIOR-WEEK-START PIC 9(8) VALUE 0.
    01 PRIOR-WEEK-END PIC 9(8) VALUE 0.
    01 PRIOR-RUN-STAMP PIC X(14) VALUE SPACES.
    01 PRIOR-WEEK-1-AMOUNT PIC S9(11)V99 COMP-3 VALUE 0.
    01 PRIOR-ACTUAL-AMOUNT PIC S9(11)V99 COMP-3 VALUE 0.
    01 PRIOR-VARIANCE PIC S9(11)V99 COMP-3 VALUE 0.

    01 TOTAL-ITEMS-FORECAST PIC 9(6) COMP VALUE 0.
    01 TOTAL-BY-HISTORY PIC 9(6) COMP VALUE 0.
    01 TOTAL-BY-TERMS PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.
    01 HIST-VALUE-CENTS PIC S9(13) COMP-3 VALUE 0.

    01 RPT-COUNT-DISP PIC Z(5)9.
    01 RPT-WEEK-DISP PIC 9(1).
    01 RPT-AMT-1 PIC -(10)9.99.
    01 RPT-AMT-2 PIC -(10)9.99.
    01 RPT-AMT-3 PIC -(10)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-FORECAST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-FORECAST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CASH-FORECAST"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    IF DATES-ARE-VALID THEN
        PERFORM 1500-INITIALIZE
    END-IF.
    IF ITEMS-ARE-OPEN THEN
        PERFORM 2000-LOAD-PRIOR-FORECAST
        PERFORM 2500-LOAD-PAY-HISTORY
        PERFORM 3000-READ-OPEN-ITEM
        PERFORM 3100-FORECAST-ONE-ITEM UNTIL OPEN-ITEM-AT-EOF
        PERFORM 4000-PRINT-FORECAST
        PERFORM 5000-WRITE-FORECAST-HISTORY
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
        END-IF
    ELSE
        DISPLAY "First day of the forecast week, CCYYMMDD (zero for today):"
        ACCEPT AS-OF-DATE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO RUN-STAMP-SAVE.
    IF AS-OF-DATE = 0 THEN
        MOVE WS-CURRENT-DATE-8 TO AS-OF-DATE
    END-IF.
    MOVE "V" TO DE-FUNCTION.
    MOVE AS-OF-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        DISPLAY "Forecast date " AS-OF-DATE " is not a valid date."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Cash forecast week date was not a valid date." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE 1 TO DATES-VALID-SWITCH
        MOVE AS-OF-DATE TO OIDUE-AS-OF-DATE
        PERFORM 1100-SET-WEEK-START
            VARYING WEEK-IDX FROM 1 BY 1 UNTIL WEEK-IDX > 5
        DISPLAY "Cash receipts forecast from " AS-OF-DATE "."
    END-IF.

    1100-SET-WEEK-START.
    MOVE "A" TO DE-FUNCTION.
    MOVE AS-OF-DATE TO DE-DATE-1.
    COMPUTE DE-DAY-COUNT = (WEEK-IDX - 1) * 7.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    MOVE DE-RESULT-DATE TO FW-START-DATE(WEEK-IDX).
    MOVE 0 TO FW-ITEM-COUNT(WEEK-IDX).
    MOVE 0 TO FW-AMOUNT(WEEK-IDX).

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The open items are the forecast; without them there is nothing
    *> to place. No payment history just means every customer is
    *> expected on its due dates.
    1500-INITIALIZE.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS NOT = "00" THEN
        DISPLAY "Open-item file not found, nothing to forecast."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Open-item file (OPENITEM) was not found for the cash forecast." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Weekly Cash Receipts Forecast" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO ITEMS-OPEN-SWITCH.

    *> ---------------------
    *> PRIOR FORECAST: the latest one made for a week starting before
    *> this one; of two runs for the same week the later stands.
    *> ---------------------

    2000-LOAD-PRIOR-FORECAST.
    OPEN INPUT FCST-HIST-FILE.
    IF FCST-HIST-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-ONE-FORECAST UNTIL FCST-HIST-AT-EOF.
    CLOSE FCST-HIST-FILE.
    IF PRIOR-WEEK-START > 0 THEN
        MOVE "A" TO DE-FUNCTION
        MOVE PRIOR-WEEK-START TO DE-DATE-1
        MOVE 7 TO DE-DAY-COUNT
        CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        MOVE DE-RESULT-DATE TO PRIOR-WEEK-END
    END-IF.

    2100-READ-ONE-FORECAST.
    READ FCST-HIST-FILE
        AT END MOVE 1 TO FCST-HIST-EOF
        NOT AT END
            IF FH-WEEK-START < AS-OF-DATE
                    AND FH-WEEK-START NOT < PRIOR-WEEK-START THEN
                MOVE FH-WEEK-START TO PRIOR-WEEK-START
                MOVE FH-RUN-STAMP TO PRIOR-RUN-STAMP
                MOVE FH-WEEK-AMOUNT(1) TO PRIOR-WEEK-1-AMOUNT
            END-IF
    END-READ.

    *> ---------------------
    *> PAYMENT HISTORY: payments made before the forecast week build
    *> each customer's average; those inside the prior forecast's
    *> first week are what actually came in against it.
    *> ---------------------

    2500-LOAD-PAY-HISTORY.
    OPEN INPUT PAY-HIST-FILE.
    IF PAY-HIST-STATUS NOT = "00" THEN
        DISPLAY "Payment history not found; forecasting on due dates."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2600-READ-ONE-PAYMENT UNTIL PAY-HIST-AT-EOF.
    CLOSE PAY-HIST-FILE.

    2600-READ-ONE-PAYMENT.
    READ PAY-HIST-FILE
        AT END MOVE 1 TO PAY-HIST-EOF
        NOT AT END
            IF PH-PAID-DATE IS NUMERIC AND PH-DAYS-TO-PAY IS NUMERIC
                    AND PH-PAID-DATE < AS-OF-DATE THEN
                PERFORM 2700-TALLY-ONE-PAYMENT
            END-IF
    END-READ.

    2700-TALLY-ONE-PAYMENT.
    IF PRIOR-WEEK-START > 0
            AND PH-PAID-DATE NOT < PRIOR-WEEK-START
            AND PH-PAID-DATE < PRIOR-WEEK-END THEN
        ADD PH-AMOUNT TO PRIOR-ACTUAL-AMOUNT
    END-IF.
    MOVE PH-CUST-ID TO PAYER-SEARCH-ID.
    PERFORM 2800-LOCATE-PAYER.
    IF PAYER-FOUND-IDX = 0 THEN
        PERFORM 2850-ADD-PAYER
    END-IF.
    IF PAYER-FOUND-IDX > 0 THEN
        ADD 1 TO PY-PAY-COUNT(PAYER-FOUND-IDX)
        ADD PH-DAYS-TO-PAY TO PY-DAYS-SUM(PAYER-FOUND-IDX)
    END-IF.

    2800-LOCATE-PAYER.
    MOVE 0 TO PAYER-FOUND-IDX.
    MOVE 0 TO PAYER-INSERT-AT.
    PERFORM 2810-COMPARE-ONE-PAYER
        VARYING PAYER-IDX FROM 1 BY 1 UNTIL PAYER-IDX > PAYER-COUNT.

    2810-COMPARE-ONE-PAYER.
    IF PAYER-INSERT-AT = 0
            AND PY-CUST-ID(PAYER-IDX) NOT < PAYER-SEARCH-ID THEN
        IF PY-CUST-ID(PAYER-IDX) = PAYER-SEARCH-ID THEN
            MOVE PAYER-IDX TO PAYER-FOUND-IDX
        END-IF
        MOVE PAYER-IDX TO PAYER-INSERT-AT
    END-IF.

    2850-ADD-PAYER.
    IF PAYER-COUNT >= PAYER-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    IF PAYER-INSERT-AT = 0 THEN
        COMPUTE PAYER-INSERT-AT = PAYER-COUNT + 1
    ELSE
        PERFORM 2860-SHIFT-ONE-PAYER
            VARYING PAYER-SHIFT-IDX FROM PAYER-COUNT BY -1
            UNTIL PAYER-SHIFT-IDX < PAYER-INSERT-AT
    END-IF.
    ADD 1 TO PAYER-COUNT.
    MOVE PAYER-SEARCH-ID TO PY-CUST-ID(PAYER-INSERT-AT).
    MOVE 0 TO PY-PAY-COUNT(PAYER-INSERT-AT).
    MOVE 0 TO PY-DAYS-SUM(PAYER-INSERT-AT).
    MOVE PAYER-INSERT-AT TO PAYER-FOUND-IDX.

    2860-SHIFT-ONE-PAYER.
    MOVE PAYER-ENTRY(PAYER-SHIFT-IDX) TO PAYER-ENTRY(PAYER-SHIFT-IDX + 1).

    *> ---------------------
    *> FORECAST: each item with an amount still owing goes in the
    *> week of its likely collection date.
    *> ---------------------

    3000-READ-OPEN-ITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
        AT END MOVE 1 TO OPEN-ITEM-EOF
    END-READ.

    3100-FORECAST-ONE-ITEM.
    IF OI-REMAIN-AMOUNT NOT > 0 THEN
        PERFORM 3000-READ-OPEN-ITEM
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-FIND-EXPECTED-DATE.
    MOVE 0 TO DAYS-FROM-AS-OF.
    IF EXPECTED-DATE > 0 THEN
        MOVE "B" TO DE-FUNCTION
        MOVE AS-OF-DATE TO DE-DATE-1
        MOVE EXPECTED-DATE TO DE-DATE-2
        CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        IF DE-RETURN-CODE = 0 THEN
            MOVE DE-RESULT-COUNT TO DAYS-FROM-AS-OF
        END-IF
    END-IF.
    IF DAYS-FROM-AS-OF < 0 THEN
        ADD 1 TO OVERDUE-ITEM-COUNT
        ADD OI-REMAIN-AMOUNT TO OVERDUE-AMOUNT
        MOVE 0 TO DAYS-FROM-AS-OF
    END-IF.
    IF DAYS-FROM-AS-OF > 27 THEN
        MOVE 5 TO WEEK-IDX
    ELSE
        COMPUTE WEEK-IDX = DAYS-FROM-AS-OF / 7 + 1
    END-IF.
    ADD 1 TO FW-ITEM-COUNT(WEEK-IDX).
    ADD OI-REMAIN-AMOUNT TO FW-AMOUNT(WEEK-IDX).
    ADD OI-REMAIN-AMOUNT TO FORECAST-TOTAL.
    ADD 1 TO TOTAL-ITEMS-FORECAST.
    PERFORM 3000-READ-OPEN-ITEM.

    *> The customer's average days to pay from the invoice date when
    *> it has a history; otherwise the item's due date.
    3200-FIND-EXPECTED-DATE.
    MOVE 0 TO EXPECTED-DATE.
    MOVE OI-CUST-ID TO PAYER-SEARCH-ID.
    PERFORM 2800-LOCATE-PAYER.
    IF PAYER-FOUND-IDX > 0 AND OI-INVOICE-DATE IS NUMERIC THEN
        COMPUTE EXPECTED-DAYS ROUNDED = PY-DAYS-SUM(PAYER-FOUND-IDX)
            / PY-PAY-COUNT(PAYER-FOUND-IDX)
        MOVE "A" TO DE-FUNCTION
        MOVE OI-INVOICE-DATE TO DE-DATE-1
        MOVE EXPECTED-DAYS TO DE-DAY-COUNT
        CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        IF DE-RETURN-CODE = 0 THEN
            MOVE DE-RESULT-DATE TO EXPECTED-DATE
            ADD 1 TO TOTAL-BY-HISTORY
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM 9840-OI-DAYS-PAST-DUE.
    MOVE OIDUE-DUE-DATE TO EXPECTED-DATE.
    ADD 1 TO TOTAL-BY-TERMS.

    *> ---------------------
    *> REPORT: the weeks, then last week's forecast against actual.
    *> ---------------------

    4000-PRINT-FORECAST.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "WEEK     FROM       ITEMS          EXPECTED"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    PERFORM 4100-PRINT-ONE-WEEK
        VARYING WEEK-IDX FROM 1 BY 1 UNTIL WEEK-IDX > 5.
    MOVE TOTAL-ITEMS-FORECAST TO RPT-COUNT-DISP.
    MOVE FORECAST-TOTAL TO RPT-AMT-1.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "TOTAL               " RPT-COUNT-DISP " " RPT-AMT-1
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE OVERDUE-ITEM-COUNT TO RPT-COUNT-DISP.
    MOVE OVERDUE-AMOUNT TO RPT-AMT-1.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "WEEK 1 INCLUDES " RPT-COUNT-DISP " ITEMS PAST THEIR LIKELY DATE "
        RPT-AMT-1
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE TOTAL-BY-TERMS TO RPT-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING RPT-COUNT-DISP " ITEMS FOR CUSTOMERS WITH NO HISTORY PLACED ON DUE DATE"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    PERFORM 4200-PRINT-PRIOR-COMPARISON.

    4100-PRINT-ONE-WEEK.
    MOVE FW-ITEM-COUNT(WEEK-IDX) TO RPT-COUNT-DISP.
    MOVE FW-AMOUNT(WEEK-IDX) TO RPT-AMT-1.
    MOVE SPACES TO RW-LINE-TEXT.
    IF WEEK-IDX = 5 THEN
        STRING "LATER    " FW-START-DATE(WEEK-IDX) "   " RPT-COUNT-DISP
            " " RPT-AMT-1
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        MOVE WEEK-IDX TO RPT-WEEK-DISP
        STRING "WEEK " RPT-WEEK-DISP "   " FW-START-DATE(WEEK-IDX) "   "
            RPT-COUNT-DISP " " RPT-AMT-1
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 4900-PRINT-REPORT-LINE.

    4200-PRINT-PRIOR-COMPARISON.
    MOVE SPACES TO RW-LINE-TEXT.
    IF PRIOR-WEEK-START = 0 THEN
        STRING "NO EARLIER FORECAST ON FILE TO COMPARE"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 4900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    STRING "FORECAST FOR WEEK OF " PRIOR-WEEK-START " MADE "
        PRIOR-RUN-STAMP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.
    COMPUTE PRIOR-VARIANCE = PRIOR-ACTUAL-AMOUNT - PRIOR-WEEK-1-AMOUNT.
    MOVE PRIOR-WEEK-1-AMOUNT TO RPT-AMT-1.
    MOVE PRIOR-ACTUAL-AMOUNT TO RPT-AMT-2.
    MOVE PRIOR-VARIANCE TO RPT-AMT-3.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  FORECAST " RPT-AMT-1 " ACTUAL " RPT-AMT-2
        " VARIANCE " RPT-AMT-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 4900-PRINT-REPORT-LINE.

    4900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> FORECAST HISTORY: this run, for next week's comparison.
    *> ---------------------

    5000-WRITE-FORECAST-HISTORY.
    OPEN EXTEND FCST-HIST-FILE.
    IF FCST-HIST-STATUS = "35" THEN
        OPEN OUTPUT FCST-HIST-FILE
    END-IF.
    MOVE AS-OF-DATE TO FH-WEEK-START.
    MOVE RUN-STAMP-SAVE TO FH-RUN-STAMP.
    MOVE TOTAL-ITEMS-FORECAST TO FH-ITEM-COUNT.
    PERFORM 5100-MOVE-ONE-WEEK
        VARYING WEEK-IDX FROM 1 BY 1 UNTIL WEEK-IDX > 4.
    MOVE FW-AMOUNT(5) TO FH-LATER-AMOUNT.
    WRITE FCST-HIST-REC.
    CLOSE FCST-HIST-FILE.
    COMPUTE HIST-VALUE-CENTS = FORECAST-TOTAL * 100.
    MOVE FUNCTION MOD(HIST-VALUE-CENTS, 1000000000)
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    5100-MOVE-ONE-WEEK.
    MOVE FW-AMOUNT(WEEK-IDX) TO FH-WEEK-AMOUNT(WEEK-IDX).

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF ITEMS-ARE-OPEN THEN
        CLOSE OPEN-ITEM-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    IF TOTAL-OVERFLOWED > 0 THEN
        MOVE "Cash forecast customer table overflowed; some placed on due date." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    DISPLAY "-- Cash Receipts Forecast --".
    DISPLAY "Items forecast       : " TOTAL-ITEMS-FORECAST.
    DISPLAY "Placed on history    : " TOTAL-BY-HISTORY.
    DISPLAY "Placed on due date   : " TOTAL-BY-TERMS.
    DISPLAY "Customers with history: " PAYER-COUNT.
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
    COPY "oidueproc.cpy".
