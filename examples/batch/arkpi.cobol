IDENTIFICATION DIVISION.
PROGRAM-ID. AR-KPI-TREND.

*> AR-KPI-TREND turns the month-end snapshots into the receivables
*> scorecard: for the report period (the latest period closed onto
*> PERBALS by default; a parameter card overrides it) and the twelve
*> before it, each KPI is printed with its change from the prior
*> month and from the same month last year. The figures come from
*> the balance of record of each close -- a period closed twice is
*> taken from its later run -- plus the period's invoice register,
*> the payments applied (PAYHIST) and the write-offs posted:
*>     DSO   days sales outstanding: period-end receivables over
*>           the period's billings (IR-TOTAL), times the days in
*>           the month
*>     CEI   collection effectiveness: payments applied in the
*>           period as a percent of what was there to collect --
*>           the prior period-end receivables plus the period's
*>           billings, less the period-end receivables not yet due
*>     O60   percent of the aged receivables over 60 days past due
*>     O90   percent over 90 days (closes before PERAGED carried the
*>           over-90 figure show n/a)
*>     WOFF  write-offs posted in the period (WOPROP status W) as a
*>           percent of the period's billings
*>     HOLD  customers on hold at the close (closes before PERBALS
*>           carried the status show n/a)
*> A KPI that cannot be worked out for a period -- no close, no
*> billings -- prints n/a and has no change figures. Twenty-five
*> periods are gathered so every printed month has its last-year
*> comparison.
*>
*> A KPI whose report-period value crosses its KPILIMIT limit --
*> below it for CEI, above it for the rest -- is flagged on the
*> report and raises an ALERTIN card for ALERTGEN:
*>     ARKPI RC=004 kpi ccyymm value above|below limit limit
*> Earlier periods over their limit are flagged but not re-raised.
*> A KPI with no limit configured is reported and never alerted.
*> Any alert ends the run RC=4 so the ALERTGEN step behind it runs.
*>
*> KPILIMIT record layout: KPI code (4) + limit (7, two decimals;
*> HOLD is a count, so five customers is 0000500)
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1 (low six digits)  report period CCYYMM; zero
*>                                reports the latest period closed

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "perbalsel.cpy".
        SELECT PERIOD-AGED-FILE ASSIGN TO "PERAGED"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PERIOD-AGED-STATUS.
        COPY "invregsel.cpy".
        COPY "payhsel.cpy".
        COPY "wopsel.cpy".
        SELECT KPI-LIMIT-FILE ASSIGN TO "KPILIMIT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS KPI-LIMIT-STATUS.
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALERT-IN-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PERIOD-BAL-FILE.
    COPY "perbalrec.cpy".

    FD  PERIOD-AGED-FILE.
    01  PERIOD-AGED-REC.
        05 PA-PERIOD PIC 9(6).
        05 PA-CUST-ID PIC X(6).
        05 PA-BUCKET-AMT OCCURS 4 TIMES PIC S9(9)V99.
        05 PA-TIMESTAMP PIC X(14).
        05 PA-OVER-90-AMT PIC S9(9)V99.

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  PAY-HIST-FILE.
    COPY "payhrec.cpy".

    FD  WRITEOFF-PROP-FILE.
    COPY "woprec.cpy".

    FD  KPI-LIMIT-FILE.
    01  KPI-LIMIT-REC.
        05 KL-KPI-CODE PIC X(4).
        05 KL-LIMIT PIC 9(5)V99.

    FD  ALERT-IN-FILE.
    01  ALERT-IN-REC PIC X(80).

    COPY "parmfd.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 PERIOD-BAL-STATUS PIC X(2).
    01 PERIOD-AGED-STATUS PIC X(2).
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 PAY-HIST-STATUS PIC X(2).
    01 WRITEOFF-PROP-STATUS PIC X(2).
    01 KPI-LIMIT-STATUS PIC X(2).
    01 ALERT-IN-STATUS PIC X(2).
    01 INPUT-EOF PIC 9(1) COMP VALUE 0.
        88 INPUT-AT-EOF VALUE 1.

    01 PARM-STAGING PIC X(8).
    01 REPORT-PERIOD PIC 9(6) VALUE 0.
    01 REPORT-MONTH-NO PIC 9(6) COMP VALUE 0.

*> A period looked up onto the slot table: SLOT-IDX comes back zero
*> when the period is not one of the twenty-five gathered.
    01 LOOKUP-PERIOD PIC 9(6).
    01 LOOKUP-SPLIT REDEFINES LOOKUP-PERIOD.
        05 LOOKUP-CCYY PIC 9(4).
        05 LOOKUP-MM PIC 9(2).
    01 LOOKUP-MONTH-NO PIC 9(6) COMP VALUE 0.
    01 MONTHS-BACK PIC S9(6) COMP VALUE 0.
    01 NEXT-PERIOD PIC 9(6).
    01 NEXT-SPLIT REDEFINES NEXT-PERIOD.
        05 NEXT-CCYY PIC 9(4).
        05 NEXT-MM PIC 9(2).

*> The KPIs in print order: code, title, and the side of the limit
*> that alerts (H above, L below).
    01 KPI-DEF-VALUES.
        05 FILLER PIC X(40)
            VALUE "DSO DAYS SALES OUTSTANDING             H".
        05 FILLER PIC X(40)
            VALUE "CEI COLLECTION EFFECTIVENESS INDEX %   L".
        05 FILLER PIC X(40)
            VALUE "O60 RECEIVABLES OVER 60 DAYS PAST DUE %H".
        05 FILLER PIC X(40)
            VALUE "O90 RECEIVABLES OVER 90 DAYS PAST DUE %H".
        05 FILLER PIC X(40)
            VALUE "WOFFWRITE-OFFS AS A PERCENT OF SALES   H".
        05 FILLER PIC X(40)
            VALUE "HOLDCUSTOMERS ON HOLD                  H".
    01 KPI-DEF-TABLE REDEFINES KPI-DEF-VALUES.
        05 KPI-DEF OCCURS 6 TIMES.
            10 KD-CODE PIC X(4).
            10 KD-TITLE PIC X(35).
            10 KD-DIRECTION PIC X(1).
                88 KD-ALERTS-ABOVE VALUE "H".
                88 KD-ALERTS-BELOW VALUE "L".
    01 KPI-COUNT PIC 9(1) COMP VALUE 6.
    01 KPI-IDX PIC 9(1) COMP VALUE 0.
    01 KPI-FOUND-IDX PIC 9(1) COMP VALUE 0.
    01 KPI-LIMITS.
        05 KPI-LIMIT-ENTRY OCCURS 6 TIMES.
            10 KPI-LIMIT-SET PIC 9(1) COMP.
            10 KPI-LIMIT PIC 9(5)V99 COMP-3.
    01 KPI-ID-DSO PIC 9(1) COMP VALUE 1.
    01 KPI-ID-CEI PIC 9(1) COMP VALUE 2.
    01 KPI-ID-O60 PIC 9(1) COMP VALUE 3.
    01 KPI-ID-O90 PIC 9(1) COMP VALUE 4.
    01 KPI-ID-WOFF PIC 9(1) COMP VALUE 5.
    01 KPI-ID-HOLD PIC 9(1) COMP VALUE 6.

*> One slot per period, oldest first; slot 25 is the report period.
*> A stamp of spaces means no close was found for the period.
    01 SLOT-COUNT PIC 9(2) COMP VALUE 25.
    01 SLOT-FIRST-PRINTED PIC 9(2) COMP VALUE 13.
    01 SLOT-IDX PIC 9(2) COMP VALUE 0.
    01 PRIOR-IDX PIC 9(2) COMP VALUE 0.
    01 YEAR-AGO-IDX PIC 9(2) COMP VALUE 0.
    01 PERIOD-TABLE.
        05 PERIOD-SLOT OCCURS 25 TIMES.
            10 PS-PERIOD PIC 9(6).
            10 PS-DAYS PIC 9(2) COMP.
            10 PS-BAL-STAMP PIC X(14).
            10 PS-AR-TOTAL PIC S9(11)V99 COMP-3.
            10 PS-HOLD-COUNT PIC 9(6) COMP.
            10 PS-HOLD-CAPTURED PIC 9(1) COMP.
            10 PS-AGE-STAMP PIC X(14).
            10 PS-AGE-TOTAL PIC S9(11)V99 COMP-3.
            10 PS-NOT-DUE-AMT PIC S9(11)V99 COMP-3.
            10 PS-OVER-60-AMT PIC S9(11)V99 COMP-3.
            10 PS-OVER-90-AMT PIC S9(11)V99 COMP-3.
            10 PS-O90-CAPTURED PIC 9(1) COMP.
            10 PS-SALES PIC S9(11)V99 COMP-3.
            10 PS-COLLECTED PIC S9(11)V99 COMP-3.
            10 PS-WRITTEN-OFF PIC S9(11)V99 COMP-3.
            10 PS-KPI OCCURS 6 TIMES.
                15 PS-KPI-VALUE PIC S9(7)V99 COMP-3.
                15 PS-KPI-SET PIC 9(1) COMP.

    01 BUCKET-IDX PIC 9(1) COMP VALUE 0.
    01 CEI-BASE PIC S9(11)V99 COMP-3 VALUE 0.
    01 KPI-CHANGE PIC S9(7)V99 COMP-3 VALUE 0.
    01 LIMIT-CROSSED-SW PIC 9(1) COMP VALUE 0.
        88 LIMIT-IS-CROSSED VALUE 1.

    01 TOTAL-CLOSES-FOUND PIC 9(4) COMP VALUE 0.
    01 TOTAL-ALERTS-RAISED PIC 9(6) COMP VALUE 0.

    01 KPI-VALUE-DISP PIC -(6)9.99.
    01 KPI-CHANGE-DISP-1 PIC +(6)9.99.
    01 KPI-CHANGE-DISP-2 PIC +(6)9.99.
    01 KPI-LIMIT-DISP PIC Z(4)9.99.
    01 LIMIT-SIDE PIC X(5).

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="AR-KPI-TREND"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="AR-KPI-TREND"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF REPORT-PERIOD = 0 THEN
        DISPLAY "No period closed onto PERBALS; nothing to trend."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Period balances (PERBALS) were empty or missing." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        PERFORM 1100-SET-PERIOD-SLOTS
        PERFORM 2000-LOAD-PERIOD-BALANCES
        PERFORM 2500-LOAD-PERIOD-AGING
        PERFORM 3000-LOAD-BILLINGS
        PERFORM 3300-LOAD-PAYMENTS
        PERFORM 3600-LOAD-WRITE-OFFS
        PERFORM 3900-LOAD-KPI-LIMITS
        PERFORM 4000-WORK-OUT-ONE-PERIOD
            VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > SLOT-COUNT
        PERFORM 5000-PRINT-KPI-TREND
    END-IF.
    DISPLAY "-- Receivables KPI Trend --".
    DISPLAY "Report period : " REPORT-PERIOD.
    DISPLAY "Closes found  : " TOTAL-CLOSES-FOUND.
    DISPLAY "Alerts raised : " TOTAL-ALERTS-RAISED.
    IF TOTAL-ALERTS-RAISED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    DISPLAY "Parameter source (T=terminal, P=card):".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 THEN
            MOVE PC-NUM-1(4:6) TO REPORT-PERIOD
        END-IF
    ELSE
        DISPLAY "Report period CCYYMM (blank = latest period closed):"
        ACCEPT PARM-STAGING
        IF PARM-STAGING(1:6) IS NUMERIC THEN
            MOVE PARM-STAGING(1:6) TO REPORT-PERIOD
        END-IF
    END-IF.
    IF REPORT-PERIOD = 0 THEN
        PERFORM 1050-FIND-LATEST-PERIOD
    END-IF.

    1050-FIND-LATEST-PERIOD.
    OPEN INPUT PERIOD-BAL-FILE.
    IF PERIOD-BAL-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 1060-NOTE-ONE-PERIOD UNTIL INPUT-AT-EOF.
    CLOSE PERIOD-BAL-FILE.

    1060-NOTE-ONE-PERIOD.
    READ PERIOD-BAL-FILE
        AT END MOVE 1 TO INPUT-EOF
        NOT AT END
            IF PB-PERIOD IS NUMERIC AND PB-PERIOD > REPORT-PERIOD THEN
                MOVE PB-PERIOD TO REPORT-PERIOD
            END-IF
    END-READ.

    *> The slots walk back a month at a time from the report period;
    *> each is cleared and given its days from DATE-ENGINE.
    1100-SET-PERIOD-SLOTS.
    MOVE REPORT-PERIOD TO LOOKUP-PERIOD.
    COMPUTE REPORT-MONTH-NO = LOOKUP-CCYY * 12 + LOOKUP-MM.
    PERFORM 1110-SET-ONE-SLOT
        VARYING SLOT-IDX FROM SLOT-COUNT BY -1 UNTIL SLOT-IDX < 1.

    1110-SET-ONE-SLOT.
    MOVE LOOKUP-PERIOD TO PS-PERIOD(SLOT-IDX).
    MOVE LOOKUP-PERIOD TO NEXT-PERIOD.
    IF NEXT-MM = 12 THEN
        ADD 1 TO NEXT-CCYY
        MOVE 1 TO NEXT-MM
    ELSE
        ADD 1 TO NEXT-MM
    END-IF.
    MOVE "B" TO DE-FUNCTION.
    COMPUTE DE-DATE-1 = LOOKUP-PERIOD * 100 + 1.
    COMPUTE DE-DATE-2 = NEXT-PERIOD * 100 + 1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-COUNT TO PS-DAYS(SLOT-IDX)
    ELSE
        MOVE 30 TO PS-DAYS(SLOT-IDX)
    END-IF.
    MOVE SPACES TO PS-BAL-STAMP(SLOT-IDX).
    MOVE SPACES TO PS-AGE-STAMP(SLOT-IDX).
    MOVE 0 TO PS-SALES(SLOT-IDX).
    MOVE 0 TO PS-COLLECTED(SLOT-IDX).
    MOVE 0 TO PS-WRITTEN-OFF(SLOT-IDX).
    PERFORM 2200-CLEAR-SLOT-BALANCES.
    PERFORM 2700-CLEAR-SLOT-AGING.
    IF LOOKUP-MM = 1 THEN
        SUBTRACT 1 FROM LOOKUP-CCYY
        MOVE 12 TO LOOKUP-MM
    ELSE
        SUBTRACT 1 FROM LOOKUP-MM
    END-IF.

    *> LOOKUP-PERIOD in, SLOT-IDX out (zero when it is not gathered).
    1200-FIND-PERIOD-SLOT.
    MOVE 0 TO SLOT-IDX.
    IF LOOKUP-PERIOD IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.
    IF LOOKUP-MM < 1 OR LOOKUP-MM > 12 THEN
        EXIT PARAGRAPH
    END-IF.
    COMPUTE LOOKUP-MONTH-NO = LOOKUP-CCYY * 12 + LOOKUP-MM.
    COMPUTE MONTHS-BACK = REPORT-MONTH-NO - LOOKUP-MONTH-NO.
    IF MONTHS-BACK < 0 OR MONTHS-BACK NOT < SLOT-COUNT THEN
        EXIT PARAGRAPH
    END-IF.
    COMPUTE SLOT-IDX = SLOT-COUNT - MONTHS-BACK.

    *> ---------------------
    *> PERBALS: each period's receivables and hold count from the
    *> balance of record -- a later close of the period starts the
    *> period over.
    *> ---------------------

    2000-LOAD-PERIOD-BALANCES.
    OPEN INPUT PERIOD-BAL-FILE.
    IF PERIOD-BAL-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 2100-FOLD-ONE-BALANCE UNTIL INPUT-AT-EOF.
    CLOSE PERIOD-BAL-FILE.

    2100-FOLD-ONE-BALANCE.
    READ PERIOD-BAL-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE PB-PERIOD TO LOOKUP-PERIOD.
    PERFORM 1200-FIND-PERIOD-SLOT.
    IF SLOT-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF PB-TIMESTAMP < PS-BAL-STAMP(SLOT-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    IF PB-TIMESTAMP > PS-BAL-STAMP(SLOT-IDX) THEN
        IF PS-BAL-STAMP(SLOT-IDX) = SPACES THEN
            ADD 1 TO TOTAL-CLOSES-FOUND
        END-IF
        MOVE PB-TIMESTAMP TO PS-BAL-STAMP(SLOT-IDX)
        PERFORM 2200-CLEAR-SLOT-BALANCES
        MOVE 1 TO PS-HOLD-CAPTURED(SLOT-IDX)
    END-IF.
    ADD PB-BALANCE TO PS-AR-TOTAL(SLOT-IDX).
    IF PB-CUST-STATUS = SPACE THEN
        MOVE 0 TO PS-HOLD-CAPTURED(SLOT-IDX)
    END-IF.
    IF PB-STATUS-HOLD THEN
        ADD 1 TO PS-HOLD-COUNT(SLOT-IDX)
    END-IF.

    2200-CLEAR-SLOT-BALANCES.
    MOVE 0 TO PS-AR-TOTAL(SLOT-IDX).
    MOVE 0 TO PS-HOLD-COUNT(SLOT-IDX).
    MOVE 0 TO PS-HOLD-CAPTURED(SLOT-IDX).

    *> ---------------------
    *> PERAGED: each period's aged picture, by the same later-close
    *> rule.
    *> ---------------------

    2500-LOAD-PERIOD-AGING.
    OPEN INPUT PERIOD-AGED-FILE.
    IF PERIOD-AGED-STATUS NOT = "00" THEN
        DISPLAY "No aged snapshots (PERAGED); aging KPIs are n/a."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 2600-FOLD-ONE-AGED-LINE UNTIL INPUT-AT-EOF.
    CLOSE PERIOD-AGED-FILE.

    2600-FOLD-ONE-AGED-LINE.
    READ PERIOD-AGED-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE PA-PERIOD TO LOOKUP-PERIOD.
    PERFORM 1200-FIND-PERIOD-SLOT.
    IF SLOT-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF PA-TIMESTAMP < PS-AGE-STAMP(SLOT-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    IF PA-TIMESTAMP > PS-AGE-STAMP(SLOT-IDX) THEN
        MOVE PA-TIMESTAMP TO PS-AGE-STAMP(SLOT-IDX)
        PERFORM 2700-CLEAR-SLOT-AGING
        MOVE 1 TO PS-O90-CAPTURED(SLOT-IDX)
    END-IF.
    PERFORM 2610-ADD-ONE-BUCKET
        VARYING BUCKET-IDX FROM 1 BY 1 UNTIL BUCKET-IDX > 4.
    ADD PA-BUCKET-AMT(1) TO PS-NOT-DUE-AMT(SLOT-IDX).
    ADD PA-BUCKET-AMT(4) TO PS-OVER-60-AMT(SLOT-IDX).
    IF PA-OVER-90-AMT IS NUMERIC THEN
        ADD PA-OVER-90-AMT TO PS-OVER-90-AMT(SLOT-IDX)
    ELSE
        MOVE 0 TO PS-O90-CAPTURED(SLOT-IDX)
    END-IF.

    2610-ADD-ONE-BUCKET.
    ADD PA-BUCKET-AMT(BUCKET-IDX) TO PS-AGE-TOTAL(SLOT-IDX).

    2700-CLEAR-SLOT-AGING.
    MOVE 0 TO PS-AGE-TOTAL(SLOT-IDX).
    MOVE 0 TO PS-NOT-DUE-AMT(SLOT-IDX).
    MOVE 0 TO PS-OVER-60-AMT(SLOT-IDX).
    MOVE 0 TO PS-OVER-90-AMT(SLOT-IDX).
    MOVE 0 TO PS-O90-CAPTURED(SLOT-IDX).

    *> ---------------------
    *> PERIOD ACTIVITY: billings from the register, payments applied
    *> from PAYHIST, and write-offs posted from WOPROP, each by the
    *> month it happened in.
    *> ---------------------

    3000-LOAD-BILLINGS.
    OPEN INPUT INVOICE-REGISTER-FILE.
    IF INVOICE-REGISTER-STATUS NOT = "00" THEN
        DISPLAY "Invoice register not found; DSO and WOFF are n/a."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Invoice register (INVREG) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3100-ADD-ONE-INVOICE UNTIL INPUT-AT-EOF.
    CLOSE INVOICE-REGISTER-FILE.

    3100-ADD-ONE-INVOICE.
    READ INVOICE-REGISTER-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE IR-INVOICE-DATE(1:6) TO LOOKUP-PERIOD.
    PERFORM 1200-FIND-PERIOD-SLOT.
    IF SLOT-IDX > 0 THEN
        ADD IR-TOTAL TO PS-SALES(SLOT-IDX)
    END-IF.

    3300-LOAD-PAYMENTS.
    OPEN INPUT PAY-HIST-FILE.
    IF PAY-HIST-STATUS NOT = "00" THEN
        DISPLAY "Payment history not found; CEI counts no payments."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Payment history (PAYHIST) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3400-ADD-ONE-PAYMENT UNTIL INPUT-AT-EOF.
    CLOSE PAY-HIST-FILE.

    3400-ADD-ONE-PAYMENT.
    READ PAY-HIST-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE PH-PAID-DATE(1:6) TO LOOKUP-PERIOD.
    PERFORM 1200-FIND-PERIOD-SLOT.
    IF SLOT-IDX > 0 THEN
        ADD PH-AMOUNT TO PS-COLLECTED(SLOT-IDX)
    END-IF.

    *> No proposal file simply means nothing has been written off.
    3600-LOAD-WRITE-OFFS.
    OPEN INPUT WRITEOFF-PROP-FILE.
    IF WRITEOFF-PROP-STATUS NOT = "00" THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3700-ADD-ONE-WRITE-OFF UNTIL INPUT-AT-EOF.
    CLOSE WRITEOFF-PROP-FILE.

    3700-ADD-ONE-WRITE-OFF.
    READ WRITEOFF-PROP-FILE NEXT RECORD
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    IF NOT WP-IS-WRITTEN-OFF THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE WP-POSTED-DATE(1:6) TO LOOKUP-PERIOD.
    PERFORM 1200-FIND-PERIOD-SLOT.
    IF SLOT-IDX > 0 THEN
        ADD WP-POSTED-AMOUNT TO PS-WRITTEN-OFF(SLOT-IDX)
    END-IF.

    3900-LOAD-KPI-LIMITS.
    PERFORM 3910-CLEAR-ONE-LIMIT
        VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT.
    OPEN INPUT KPI-LIMIT-FILE.
    IF KPI-LIMIT-STATUS NOT = "00" THEN
        DISPLAY "No KPI limits configured; reporting only."
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3920-APPLY-ONE-LIMIT UNTIL INPUT-AT-EOF.
    CLOSE KPI-LIMIT-FILE.

    3910-CLEAR-ONE-LIMIT.
    MOVE 0 TO KPI-LIMIT-SET(KPI-IDX).
    MOVE 0 TO KPI-LIMIT(KPI-IDX).

    3920-APPLY-ONE-LIMIT.
    READ KPI-LIMIT-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE 0 TO KPI-FOUND-IDX.
    PERFORM 3930-MATCH-ONE-KPI
        VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT.
    IF KPI-FOUND-IDX > 0 AND KL-LIMIT IS NUMERIC THEN
        MOVE 1 TO KPI-LIMIT-SET(KPI-FOUND-IDX)
        MOVE KL-LIMIT TO KPI-LIMIT(KPI-FOUND-IDX)
    ELSE
        DISPLAY "KPILIMIT card not used: " KPI-LIMIT-REC
    END-IF.

    3930-MATCH-ONE-KPI.
    IF KD-CODE(KPI-IDX) = KL-KPI-CODE THEN
        MOVE KPI-IDX TO KPI-FOUND-IDX
    END-IF.

    *> ---------------------
    *> KPIS: one period's six figures; a KPI whose inputs are missing
    *> is left unset and prints n/a.
    *> ---------------------

    4000-WORK-OUT-ONE-PERIOD.
    PERFORM 4010-UNSET-ONE-KPI
        VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT.
    IF PS-BAL-STAMP(SLOT-IDX) NOT = SPACES
            AND PS-SALES(SLOT-IDX) > 0 THEN
        COMPUTE PS-KPI-VALUE(SLOT-IDX, KPI-ID-DSO) ROUNDED =
            PS-AR-TOTAL(SLOT-IDX) * PS-DAYS(SLOT-IDX)
            / PS-SALES(SLOT-IDX)
            ON SIZE ERROR MOVE 9999999.99
                TO PS-KPI-VALUE(SLOT-IDX, KPI-ID-DSO)
        END-COMPUTE
        MOVE 1 TO PS-KPI-SET(SLOT-IDX, KPI-ID-DSO)
    END-IF.
    IF SLOT-IDX > 1 AND PS-AGE-STAMP(SLOT-IDX) NOT = SPACES THEN
        SUBTRACT 1 FROM SLOT-IDX GIVING PRIOR-IDX
        IF PS-BAL-STAMP(PRIOR-IDX) NOT = SPACES THEN
            COMPUTE CEI-BASE = PS-AR-TOTAL(PRIOR-IDX)
                + PS-SALES(SLOT-IDX) - PS-NOT-DUE-AMT(SLOT-IDX)
            IF CEI-BASE > 0 THEN
                COMPUTE PS-KPI-VALUE(SLOT-IDX, KPI-ID-CEI) ROUNDED =
                    PS-COLLECTED(SLOT-IDX) * 100 / CEI-BASE
                    ON SIZE ERROR MOVE 9999999.99
                        TO PS-KPI-VALUE(SLOT-IDX, KPI-ID-CEI)
                END-COMPUTE
                MOVE 1 TO PS-KPI-SET(SLOT-IDX, KPI-ID-CEI)
            END-IF
        END-IF
    END-IF.
    IF PS-AGE-STAMP(SLOT-IDX) NOT = SPACES
            AND PS-AGE-TOTAL(SLOT-IDX) > 0 THEN
        COMPUTE PS-KPI-VALUE(SLOT-IDX, KPI-ID-O60) ROUNDED =
            PS-OVER-60-AMT(SLOT-IDX) * 100 / PS-AGE-TOTAL(SLOT-IDX)
        MOVE 1 TO PS-KPI-SET(SLOT-IDX, KPI-ID-O60)
        IF PS-O90-CAPTURED(SLOT-IDX) = 1 THEN
            COMPUTE PS-KPI-VALUE(SLOT-IDX, KPI-ID-O90) ROUNDED =
                PS-OVER-90-AMT(SLOT-IDX) * 100 / PS-AGE-TOTAL(SLOT-IDX)
            MOVE 1 TO PS-KPI-SET(SLOT-IDX, KPI-ID-O90)
        END-IF
    END-IF.
    IF PS-SALES(SLOT-IDX) > 0 THEN
        COMPUTE PS-KPI-VALUE(SLOT-IDX, KPI-ID-WOFF) ROUNDED =
            PS-WRITTEN-OFF(SLOT-IDX) * 100 / PS-SALES(SLOT-IDX)
            ON SIZE ERROR MOVE 9999999.99
                TO PS-KPI-VALUE(SLOT-IDX, KPI-ID-WOFF)
        END-COMPUTE
        MOVE 1 TO PS-KPI-SET(SLOT-IDX, KPI-ID-WOFF)
    END-IF.
    IF PS-BAL-STAMP(SLOT-IDX) NOT = SPACES
            AND PS-HOLD-CAPTURED(SLOT-IDX) = 1 THEN
        MOVE PS-HOLD-COUNT(SLOT-IDX) TO PS-KPI-VALUE(SLOT-IDX, KPI-ID-HOLD)
        MOVE 1 TO PS-KPI-SET(SLOT-IDX, KPI-ID-HOLD)
    END-IF.

    4010-UNSET-ONE-KPI.
    MOVE 0 TO PS-KPI-VALUE(SLOT-IDX, KPI-IDX).
    MOVE 0 TO PS-KPI-SET(SLOT-IDX, KPI-IDX).

    *> ---------------------
    *> REPORT: a block per KPI, the thirteen latest periods in date
    *> order with the two changes; the alert cards go out as the
    *> report period's line is printed.
    *> ---------------------

    5000-PRINT-KPI-TREND.
    OPEN EXTEND ALERT-IN-FILE.
    IF ALERT-IN-STATUS = "35" THEN
        OPEN OUTPUT ALERT-IN-FILE
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Receivables KPI Trend" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "REPORT PERIOD " REPORT-PERIOD
        "   THIRTEEN PERIODS ENDING WITH IT"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 5100-PRINT-ONE-KPI
        VARYING KPI-IDX FROM 1 BY 1 UNTIL KPI-IDX > KPI-COUNT.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    CLOSE ALERT-IN-FILE.

    5100-PRINT-ONE-KPI.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    IF KPI-LIMIT-SET(KPI-IDX) = 1 THEN
        MOVE KPI-LIMIT(KPI-IDX) TO KPI-LIMIT-DISP
        IF KD-ALERTS-BELOW(KPI-IDX) THEN
            MOVE "below" TO LIMIT-SIDE
        ELSE
            MOVE "above" TO LIMIT-SIDE
        END-IF
        STRING KD-CODE(KPI-IDX) " " KD-TITLE(KPI-IDX)
            " alert " LIMIT-SIDE " " KPI-LIMIT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING KD-CODE(KPI-IDX) " " KD-TITLE(KPI-IDX)
            " no limit set"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "  PERIOD        VALUE  VS PRIOR MONTH  VS LAST YEAR"
        TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 5200-PRINT-ONE-PERIOD
        VARYING SLOT-IDX FROM SLOT-FIRST-PRINTED BY 1
        UNTIL SLOT-IDX > SLOT-COUNT.

    5200-PRINT-ONE-PERIOD.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE PS-PERIOD(SLOT-IDX) TO RW-LINE-TEXT(3:6).
    IF PS-KPI-SET(SLOT-IDX, KPI-IDX) = 0 THEN
        MOVE "n/a" TO RW-LINE-TEXT(18:3)
        PERFORM 7900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE PS-KPI-VALUE(SLOT-IDX, KPI-IDX) TO KPI-VALUE-DISP.
    MOVE KPI-VALUE-DISP TO RW-LINE-TEXT(11:10).
    SUBTRACT 1 FROM SLOT-IDX GIVING PRIOR-IDX.
    IF PS-KPI-SET(PRIOR-IDX, KPI-IDX) = 1 THEN
        COMPUTE KPI-CHANGE = PS-KPI-VALUE(SLOT-IDX, KPI-IDX)
            - PS-KPI-VALUE(PRIOR-IDX, KPI-IDX)
        MOVE KPI-CHANGE TO KPI-CHANGE-DISP-1
        MOVE KPI-CHANGE-DISP-1 TO RW-LINE-TEXT(24:10)
    ELSE
        MOVE "n/a" TO RW-LINE-TEXT(31:3)
    END-IF.
    SUBTRACT 12 FROM SLOT-IDX GIVING YEAR-AGO-IDX.
    IF PS-KPI-SET(YEAR-AGO-IDX, KPI-IDX) = 1 THEN
        COMPUTE KPI-CHANGE = PS-KPI-VALUE(SLOT-IDX, KPI-IDX)
            - PS-KPI-VALUE(YEAR-AGO-IDX, KPI-IDX)
        MOVE KPI-CHANGE TO KPI-CHANGE-DISP-2
        MOVE KPI-CHANGE-DISP-2 TO RW-LINE-TEXT(38:10)
    ELSE
        MOVE "n/a" TO RW-LINE-TEXT(45:3)
    END-IF.
    PERFORM 5300-CHECK-LIMIT.
    IF LIMIT-IS-CROSSED THEN
        MOVE "** PAST LIMIT" TO RW-LINE-TEXT(51:13)
        IF SLOT-IDX = SLOT-COUNT THEN
            PERFORM 6000-RAISE-KPI-ALERT
        END-IF
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    5300-CHECK-LIMIT.
    MOVE 0 TO LIMIT-CROSSED-SW.
    IF KPI-LIMIT-SET(KPI-IDX) = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF KD-ALERTS-BELOW(KPI-IDX) THEN
        IF PS-KPI-VALUE(SLOT-IDX, KPI-IDX) < KPI-LIMIT(KPI-IDX) THEN
            MOVE 1 TO LIMIT-CROSSED-SW
        END-IF
    ELSE
        IF PS-KPI-VALUE(SLOT-IDX, KPI-IDX) > KPI-LIMIT(KPI-IDX) THEN
            MOVE 1 TO LIMIT-CROSSED-SW
        END-IF
    END-IF.

    6000-RAISE-KPI-ALERT.
    MOVE KPI-LIMIT(KPI-IDX) TO KPI-LIMIT-DISP.
    IF KD-ALERTS-BELOW(KPI-IDX) THEN
        MOVE "below" TO LIMIT-SIDE
    ELSE
        MOVE "above" TO LIMIT-SIDE
    END-IF.
    MOVE SPACES TO ALERT-IN-REC.
    STRING "ARKPI RC=004 " KD-CODE(KPI-IDX) " " PS-PERIOD(SLOT-IDX)
        " " KPI-VALUE-DISP " " LIMIT-SIDE " limit " KPI-LIMIT-DISP
        DELIMITED BY SIZE INTO ALERT-IN-REC.
    WRITE ALERT-IN-REC.
    ADD 1 TO TOTAL-ALERTS-RAISED.
    DISPLAY "ALERT RAISED: " ALERT-IN-REC.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
