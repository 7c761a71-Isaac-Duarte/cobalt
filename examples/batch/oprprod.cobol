IDENTIFICATION DIVISION.
PROGRAM-ID. OPER-PRODUCTIVITY.

*> OPER-PRODUCTIVITY is the daily staffing and retraining report
*> built from the shared screen-activity log (SCRNACT) every
*> maintenance and entry screen appends to, one record per completed
*> action. For one day's activity it prints, through REPORT-WRITER:
*>     - actions per operator per program per hour, with how many of
*>       them the screen rejected
*>     - the rejection rate per operator across every screen they
*>       worked, for targeting retraining
*>     - actions per hour across the desk, with the peak hour marked,
*>       for staffing
*> The day is today unless the parameters name another. Operator and
*> program pairs are tabled in key order as they are met, the way
*> CASH-FORECAST tables its payers; a day busier than the table ends
*> the run RC=4 with the overflow counted.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1        report date CCYYMMDD (0 = today)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "scractsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "scractfd.cpy".
    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 SCREEN-ACTIVITY-STATUS PIC X(2).
    01 ACTIVITY-EOF PIC 9(1) COMP VALUE 0.
        88 ACTIVITY-AT-EOF VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 DATE-STAGING PIC X(8).
    01 REPORT-DATE PIC 9(8) VALUE 0.
    01 ACTION-HOUR PIC 9(2) VALUE 0.
    01 HOUR-SUB PIC 9(2) COMP VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

*> One entry per operator and program worked that day, kept in
*> operator-then-program order, with the actions and rejections in
*> each hour of the day.
    01 OPP-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 OPP-COUNT PIC 9(4) COMP VALUE 0.
    01 OPP-IDX PIC 9(4) COMP VALUE 0.
    01 OPP-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 OPP-INSERT-AT PIC 9(4) COMP VALUE 0.
    01 OPP-SHIFT-IDX PIC 9(4) COMP VALUE 0.
    01 OPP-TABLE.
        05 OPP-ENTRY OCCURS 500 TIMES.
            10 OPP-KEY.
                15 OPP-OPER-ID PIC X(8).
                15 OPP-PROGRAM PIC X(20).
            10 OPP-ACTIONS PIC 9(6) COMP.
            10 OPP-REJECTS PIC 9(6) COMP.
            10 OPP-HOUR OCCURS 24 TIMES.
                15 OPP-HOUR-ACTIONS PIC 9(5) COMP.
                15 OPP-HOUR-REJECTS PIC 9(5) COMP.
    01 OPP-SEARCH-KEY.
        05 OPP-SEARCH-OPER-ID PIC X(8).
        05 OPP-SEARCH-PROGRAM PIC X(20).

*> Rolled up per operator while the hourly section prints; the table
*> follows the sorted OPP table, so it is in operator order too.
    01 OPR-TABLE-MAX PIC 9(4) COMP VALUE 200.
    01 OPR-COUNT PIC 9(4) COMP VALUE 0.
    01 OPR-IDX PIC 9(4) COMP VALUE 0.
    01 OPR-TABLE.
        05 OPR-ENTRY OCCURS 200 TIMES.
            10 OPR-OPER-ID PIC X(8).
            10 OPR-PROGRAMS PIC 9(4) COMP.
            10 OPR-ACTIONS PIC 9(6) COMP.
            10 OPR-REJECTS PIC 9(6) COMP.

*> The whole desk, hour by hour.
    01 DESK-HOURS.
        05 DESK-HOUR OCCURS 24 TIMES.
            10 DESK-HOUR-ACTIONS PIC 9(6) COMP.
            10 DESK-HOUR-REJECTS PIC 9(6) COMP.
    01 PEAK-HOUR-ACTIONS PIC 9(6) COMP VALUE 0.

    01 TOTAL-RECORDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-OTHER-DAYS PIC 9(6) COMP VALUE 0.
    01 TOTAL-ACTIONS PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTS PIC 9(6) COMP VALUE 0.
    01 TOTAL-OVERFLOWED PIC 9(6) COMP VALUE 0.

    01 REJECT-RATE PIC 9(3)V9 VALUE 0.
    01 RPT-RATE-DISP PIC ZZ9.9.
    01 RPT-HOUR-DISP PIC 99.
    01 RPT-COUNT-DISP PIC Z(5)9.
    01 RPT-REJECT-DISP PIC Z(5)9.
    01 RPT-PROGRAMS-DISP PIC ZZZ9.
    01 RPT-PEAK-FLAG PIC X(6).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPER-PRODUCTIVITY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPER-PRODUCTIVITY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 2000-LOAD-SCREEN-ACTIVITY.
    PERFORM 3000-PRINT-HOURLY-ACTIONS.
    PERFORM 4000-PRINT-REJECTION-RATES.
    PERFORM 5000-PRINT-PEAK-HOURS.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS: the day to report, today unless named.
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO REPORT-DATE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 THEN
            MOVE PC-NUM-1 TO DATE-STAGING
        ELSE
            MOVE SPACES TO DATE-STAGING
        END-IF
    ELSE
        DISPLAY "Report date CCYYMMDD (blank for today):"
        ACCEPT DATE-STAGING
    END-IF.
    IF DATE-STAGING IS NUMERIC THEN
        MOVE "V" TO DE-FUNCTION
        MOVE DATE-STAGING TO DE-DATE-1
        CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        IF DE-RETURN-CODE = 0 THEN
            MOVE DATE-STAGING TO REPORT-DATE
        ELSE
            DISPLAY "Report date " DATE-STAGING
                " is not a calendar date; reporting today."
            MOVE 4 TO WS-RETURN-CODE
            MOVE "Report date parameter was not a calendar date." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        END-IF
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Operator Productivity" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "SCREEN ACTIVITY FOR " REPORT-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> ---------------------
    *> SCREEN ACTIVITY: every action stamped on the report date,
    *> tabled by operator and program and counted into its hour.
    *> ---------------------

    2000-LOAD-SCREEN-ACTIVITY.
    OPEN INPUT SCREEN-ACTIVITY-FILE.
    IF SCREEN-ACTIVITY-STATUS NOT = "00" THEN
        DISPLAY "No screen activity log found, nothing to report."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-ACTIVITY.
    PERFORM 2200-TABLE-ONE-ACTION UNTIL ACTIVITY-AT-EOF.
    CLOSE SCREEN-ACTIVITY-FILE.

    2100-READ-ACTIVITY.
    READ SCREEN-ACTIVITY-FILE
        AT END MOVE 1 TO ACTIVITY-EOF
    END-READ.

    2200-TABLE-ONE-ACTION.
    ADD 1 TO TOTAL-RECORDS-READ.
    IF SA-TIMESTAMP(1:8) NOT = REPORT-DATE
            OR SA-TIMESTAMP(9:2) IS NOT NUMERIC THEN
        ADD 1 TO TOTAL-OTHER-DAYS
        PERFORM 2100-READ-ACTIVITY
        EXIT PARAGRAPH
    END-IF.
    MOVE SA-TIMESTAMP(9:2) TO ACTION-HOUR.
    IF ACTION-HOUR > 23 THEN
        ADD 1 TO TOTAL-OTHER-DAYS
        PERFORM 2100-READ-ACTIVITY
        EXIT PARAGRAPH
    END-IF.
    COMPUTE HOUR-SUB = ACTION-HOUR + 1.
    ADD 1 TO TOTAL-ACTIONS.
    ADD 1 TO DESK-HOUR-ACTIONS(HOUR-SUB).
    IF SA-REJECTED THEN
        ADD 1 TO TOTAL-REJECTS
        ADD 1 TO DESK-HOUR-REJECTS(HOUR-SUB)
    END-IF.
    MOVE SA-OPER-ID TO OPP-SEARCH-OPER-ID.
    MOVE SA-PROGRAM TO OPP-SEARCH-PROGRAM.
    PERFORM 2300-LOCATE-OPER-PROGRAM.
    IF OPP-FOUND-IDX = 0 THEN
        PERFORM 2400-ADD-OPER-PROGRAM
    END-IF.
    IF OPP-FOUND-IDX > 0 THEN
        ADD 1 TO OPP-ACTIONS(OPP-FOUND-IDX)
        ADD 1 TO OPP-HOUR-ACTIONS(OPP-FOUND-IDX, HOUR-SUB)
        IF SA-REJECTED THEN
            ADD 1 TO OPP-REJECTS(OPP-FOUND-IDX)
            ADD 1 TO OPP-HOUR-REJECTS(OPP-FOUND-IDX, HOUR-SUB)
        END-IF
    END-IF.
    PERFORM 2100-READ-ACTIVITY.

    2300-LOCATE-OPER-PROGRAM.
    MOVE 0 TO OPP-FOUND-IDX.
    MOVE 0 TO OPP-INSERT-AT.
    PERFORM 2310-COMPARE-ONE-ENTRY
        VARYING OPP-IDX FROM 1 BY 1 UNTIL OPP-IDX > OPP-COUNT.

    2310-COMPARE-ONE-ENTRY.
    IF OPP-INSERT-AT = 0
            AND OPP-KEY(OPP-IDX) NOT < OPP-SEARCH-KEY THEN
        IF OPP-KEY(OPP-IDX) = OPP-SEARCH-KEY THEN
            MOVE OPP-IDX TO OPP-FOUND-IDX
        END-IF
        MOVE OPP-IDX TO OPP-INSERT-AT
    END-IF.

    2400-ADD-OPER-PROGRAM.
    IF OPP-COUNT >= OPP-TABLE-MAX THEN
        ADD 1 TO TOTAL-OVERFLOWED
        EXIT PARAGRAPH
    END-IF.
    IF OPP-INSERT-AT = 0 THEN
        COMPUTE OPP-INSERT-AT = OPP-COUNT + 1
    ELSE
        PERFORM 2410-SHIFT-ONE-ENTRY
            VARYING OPP-SHIFT-IDX FROM OPP-COUNT BY -1
            UNTIL OPP-SHIFT-IDX < OPP-INSERT-AT
    END-IF.
    ADD 1 TO OPP-COUNT.
    INITIALIZE OPP-ENTRY(OPP-INSERT-AT).
    MOVE OPP-SEARCH-KEY TO OPP-KEY(OPP-INSERT-AT).
    MOVE OPP-INSERT-AT TO OPP-FOUND-IDX.

    2410-SHIFT-ONE-ENTRY.
    MOVE OPP-ENTRY(OPP-SHIFT-IDX) TO OPP-ENTRY(OPP-SHIFT-IDX + 1).

    *> ---------------------
    *> ACTIONS BY OPERATOR, PROGRAM AND HOUR: only the hours actually
    *> worked are printed, with a total line per program. Each
    *> operator's figures are rolled up for the rejection section.
    *> ---------------------

    3000-PRINT-HOURLY-ACTIONS.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "ACTIONS BY OPERATOR, PROGRAM AND HOUR" TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "OPERATOR PROGRAM              HOUR ACTIONS REJECTED"
        TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    PERFORM 3100-PRINT-ONE-OPER-PROGRAM
        VARYING OPP-IDX FROM 1 BY 1 UNTIL OPP-IDX > OPP-COUNT.

    3100-PRINT-ONE-OPER-PROGRAM.
    PERFORM 3200-ROLL-UP-OPERATOR.
    PERFORM 3110-PRINT-ONE-HOUR
        VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.
    MOVE OPP-ACTIONS(OPP-IDX) TO RPT-COUNT-DISP.
    MOVE OPP-REJECTS(OPP-IDX) TO RPT-REJECT-DISP.
    STRING OPP-OPER-ID(OPP-IDX) " " OPP-PROGRAM(OPP-IDX) " TOTAL"
        RPT-COUNT-DISP "   " RPT-REJECT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    3110-PRINT-ONE-HOUR.
    IF OPP-HOUR-ACTIONS(OPP-IDX, HOUR-SUB) > 0 THEN
        COMPUTE RPT-HOUR-DISP = HOUR-SUB - 1
        MOVE OPP-HOUR-ACTIONS(OPP-IDX, HOUR-SUB) TO RPT-COUNT-DISP
        MOVE OPP-HOUR-REJECTS(OPP-IDX, HOUR-SUB) TO RPT-REJECT-DISP
        STRING OPP-OPER-ID(OPP-IDX) " " OPP-PROGRAM(OPP-IDX) " "
            RPT-HOUR-DISP ":00" RPT-COUNT-DISP "   " RPT-REJECT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
    END-IF.

    *> The OPP table is in operator order, so a new operator is
    *> simply one different from the last operator tabled here.
    3200-ROLL-UP-OPERATOR.
    IF OPR-COUNT = 0
            OR OPR-OPER-ID(OPR-COUNT) NOT = OPP-OPER-ID(OPP-IDX) THEN
        IF OPR-COUNT >= OPR-TABLE-MAX THEN
            ADD 1 TO TOTAL-OVERFLOWED
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO OPR-COUNT
        MOVE OPP-OPER-ID(OPP-IDX) TO OPR-OPER-ID(OPR-COUNT)
        MOVE 0 TO OPR-PROGRAMS(OPR-COUNT)
        MOVE 0 TO OPR-ACTIONS(OPR-COUNT)
        MOVE 0 TO OPR-REJECTS(OPR-COUNT)
    END-IF.
    ADD 1 TO OPR-PROGRAMS(OPR-COUNT).
    ADD OPP-ACTIONS(OPP-IDX) TO OPR-ACTIONS(OPR-COUNT).
    ADD OPP-REJECTS(OPP-IDX) TO OPR-REJECTS(OPR-COUNT).

    3950-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> REJECTION RATE BY OPERATOR: the share of each operator's
    *> actions the screens refused, across every program worked.
    *> ---------------------

    4000-PRINT-REJECTION-RATES.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "REJECTION RATE BY OPERATOR" TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "OPERATOR PROGRAMS ACTIONS REJECTED  RATE%" TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    PERFORM 4100-PRINT-ONE-OPERATOR
        VARYING OPR-IDX FROM 1 BY 1 UNTIL OPR-IDX > OPR-COUNT.
    MOVE TOTAL-ACTIONS TO RPT-COUNT-DISP.
    MOVE TOTAL-REJECTS TO RPT-REJECT-DISP.
    MOVE 0 TO REJECT-RATE.
    IF TOTAL-ACTIONS > 0 THEN
        COMPUTE REJECT-RATE ROUNDED =
            TOTAL-REJECTS * 100 / TOTAL-ACTIONS
    END-IF.
    MOVE REJECT-RATE TO RPT-RATE-DISP.
    STRING "ALL      " "         " RPT-COUNT-DISP "   "
        RPT-REJECT-DISP "  " RPT-RATE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    4100-PRINT-ONE-OPERATOR.
    MOVE 0 TO REJECT-RATE.
    IF OPR-ACTIONS(OPR-IDX) > 0 THEN
        COMPUTE REJECT-RATE ROUNDED =
            OPR-REJECTS(OPR-IDX) * 100 / OPR-ACTIONS(OPR-IDX)
    END-IF.
    MOVE REJECT-RATE TO RPT-RATE-DISP.
    MOVE OPR-PROGRAMS(OPR-IDX) TO RPT-PROGRAMS-DISP.
    MOVE OPR-ACTIONS(OPR-IDX) TO RPT-COUNT-DISP.
    MOVE OPR-REJECTS(OPR-IDX) TO RPT-REJECT-DISP.
    STRING OPR-OPER-ID(OPR-IDX) "     " RPT-PROGRAMS-DISP " "
        RPT-COUNT-DISP "   " RPT-REJECT-DISP "  " RPT-RATE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> ---------------------
    *> PEAK HOURS: the desk's actions in each hour worked, the
    *> busiest hour (or hours, on a tie) flagged.
    *> ---------------------

    5000-PRINT-PEAK-HOURS.
    MOVE 0 TO PEAK-HOUR-ACTIONS.
    PERFORM 5100-CHECK-ONE-PEAK
        VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "ACTIONS BY HOUR, ALL OPERATORS" TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "HOUR  ACTIONS REJECTED" TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    PERFORM 5200-PRINT-ONE-DESK-HOUR
        VARYING HOUR-SUB FROM 1 BY 1 UNTIL HOUR-SUB > 24.

    5100-CHECK-ONE-PEAK.
    IF DESK-HOUR-ACTIONS(HOUR-SUB) > PEAK-HOUR-ACTIONS THEN
        MOVE DESK-HOUR-ACTIONS(HOUR-SUB) TO PEAK-HOUR-ACTIONS
    END-IF.

    5200-PRINT-ONE-DESK-HOUR.
    IF DESK-HOUR-ACTIONS(HOUR-SUB) > 0 THEN
        COMPUTE RPT-HOUR-DISP = HOUR-SUB - 1
        MOVE DESK-HOUR-ACTIONS(HOUR-SUB) TO RPT-COUNT-DISP
        MOVE DESK-HOUR-REJECTS(HOUR-SUB) TO RPT-REJECT-DISP
        IF DESK-HOUR-ACTIONS(HOUR-SUB) = PEAK-HOUR-ACTIONS THEN
            MOVE "<-PEAK" TO RPT-PEAK-FLAG
        ELSE
            MOVE SPACES TO RPT-PEAK-FLAG
        END-IF
        STRING RPT-HOUR-DISP ":00 " RPT-COUNT-DISP "   "
            RPT-REJECT-DISP "  " RPT-PEAK-FLAG
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
    END-IF.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Operator Productivity Report --".
    DISPLAY "Report date        : " REPORT-DATE.
    DISPLAY "Activity records   : " TOTAL-RECORDS-READ.
    DISPLAY "  Other days       : " TOTAL-OTHER-DAYS.
    DISPLAY "Actions reported   : " TOTAL-ACTIONS.
    DISPLAY "  Rejected         : " TOTAL-REJECTS.
    DISPLAY "Operators          : " OPR-COUNT.
    DISPLAY "Peak hour actions  : " PEAK-HOUR-ACTIONS.
    IF TOTAL-OVERFLOWED > 0 THEN
        DISPLAY "Not tabled (table full): " TOTAL-OVERFLOWED
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Productivity tables overflowed; the report is incomplete." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF RW-RETURN-CODE NOT = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "REPORT-WRITER reported an error printing the productivity report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
