IDENTIFICATION DIVISION.
PROGRAM-ID. CUST-DQ-SCORECARD.

*> CUST-DQ-SCORECARD is the monthly data-quality scorecard over the
*> customer master. Every account not closed is judged against six
*> rules, the address ones with the same EDITPROC edits and STPOSTAL
*> reference table CUSTOMER-MAINT applies at apply time:
*>     D01  city blank
*>     D02  state blank or not a state on STPOSTAL
*>     D03  postal code blank, or its prefix not one the state owns
*>          (judged only where the state itself is good)
*>     D04  region code blank
*>     D05  active account with a zero credit limit
*>     D06  name blank or carrying anything but letters and spaces
*> The scorecard prints each rule's failures and percent of the
*> population beside last month's figure and the first month on
*> file, so the report shows whether the cleanup is winning; ALL is
*> the accounts failing at least one rule. The month's scores go to
*> the DQHIST history (a rerun in the same month replaces that
*> month's rows; ten years are kept), and each failing account is
*> written to the DQWORKL worklist with the rules it fails. A
*> missing STPOSTAL table leaves D02/D03 judged on letters alone
*> and ends the run RC=4; a missing master ends it RC=8.
*>
*> DQHIST record layout: month CCYYMM (6) + rule (3) + failures (7)
*>     + population (7) + run date (8)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "custsel.cpy".
        COPY "stposel.cpy".
        SELECT DQ-HIST-FILE ASSIGN TO "DQHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DQ-HIST-STATUS.
        SELECT DQ-WORK-FILE ASSIGN TO "DQWORKL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DQ-WORK-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    COPY "stpofd.cpy".

    FD  DQ-HIST-FILE.
    01  DQ-HIST-REC.
        05 DH-MONTH PIC 9(6).
        05 DH-RULE-ID PIC X(3).
        05 DH-FAIL-COUNT PIC 9(7).
        05 DH-POPULATION PIC 9(7).
        05 DH-RUN-DATE PIC 9(8).

    FD  DQ-WORK-FILE.
    01  DQ-WORK-REC.
        05 WL-CUST-ID PIC X(6).
        05 FILLER PIC X(1).
        05 WL-CUST-STATUS PIC X(1).
        05 FILLER PIC X(1).
        05 WL-CUST-NAME PIC X(25).
        05 FILLER PIC X(1).
        05 WL-RULE-LIST PIC X(24).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 DQ-HIST-STATUS PIC X(2).
    01 DQ-WORK-STATUS PIC X(2).
    01 CUSTOMER-MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 CUSTOMER-MASTER-AT-EOF VALUE 1.
    01 DQ-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 DQ-HIST-AT-EOF VALUE 1.

    01 SCORE-MONTH PIC 9(6).
    01 SCORE-MONTH-X REDEFINES SCORE-MONTH.
        05 SCORE-CCYY PIC 9(4).
        05 SCORE-MM PIC 9(2).
    01 CUTOFF-MONTH PIC 9(6).

*> The six rules and the ALL line, with this month's failures and
*> what the history says about earlier months.
    01 RULE-COUNT PIC 9(1) COMP VALUE 7.
    01 RULE-IDX PIC 9(1) COMP.
    01 RULE-TABLE.
        05 RULE-ENTRY OCCURS 7 TIMES.
            10 RL-RULE-ID PIC X(3).
            10 RL-DESCRIPTION PIC X(26).
            10 RL-FAILS PIC 9(7) COMP.
            10 RL-PRIOR-MONTH PIC 9(6).
            10 RL-PRIOR-FAILS PIC 9(7) COMP.
            10 RL-PRIOR-POP PIC 9(7) COMP.
            10 RL-BASE-MONTH PIC 9(6).
            10 RL-BASE-FAILS PIC 9(7) COMP.
            10 RL-BASE-POP PIC 9(7) COMP.
    01 CUST-FAIL-FLAGS.
        05 CUST-FAIL-FLAG OCCURS 6 TIMES PIC X(1).
    01 CUST-FAILED-SW PIC 9(1) COMP VALUE 0.
        88 CUST-HAS-FAILED VALUE 1.
    01 STATE-GOOD-SW PIC 9(1) COMP VALUE 0.
        88 STATE-IS-GOOD VALUE 1.
    01 POPULATION PIC 9(7) COMP VALUE 0.
    01 LIST-POINTER PIC 9(2) COMP.

*> Earlier months carried forward to the rewritten history: every
*> row inside the ten years, less any this month's rerun replaces.
    01 HIST-TABLE-MAX PIC 9(4) COMP VALUE 900.
    01 HIST-COUNT PIC 9(4) COMP VALUE 0.
    01 HIST-IDX PIC 9(4) COMP.
    01 HIST-DROPPED PIC 9(6) COMP VALUE 0.
    01 HIST-TABLE.
        05 HIST-ENTRY OCCURS 900 TIMES.
            10 HT-REC PIC X(31).

    01 RATE-PERCENT PIC 9(3)V9 COMP-3.
    01 CHANGE-COUNT PIC S9(7) COMP.
    01 RPT-COUNT-DISP PIC Z(6)9.
    01 RPT-PRIOR-DISP PIC Z(6)9.
    01 RPT-BASE-DISP PIC Z(6)9.
    01 RPT-CHANGE-DISP PIC +(6)9.
    01 RPT-PCT-DISP PIC ZZ9.9.
    01 RPT-TREND PIC X(9).
    01 RPT-POP-DISP PIC Z(6)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-DQ-SCORECARD"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-DQ-SCORECARD"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found, no scorecard."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for the scorecard." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN OUTPUT DQ-WORK-FILE
        PERFORM 2000-READ-CUSTOMER
        PERFORM 2100-SCORE-ONE-CUSTOMER UNTIL CUSTOMER-MASTER-AT-EOF
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE DQ-WORK-FILE
        PERFORM 3000-PRINT-SCORECARD
        PERFORM 4000-REWRITE-HISTORY
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: the rules, the state table, and what the
    *> history says about earlier months.
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8(1:6) TO SCORE-MONTH.
    COMPUTE CUTOFF-MONTH = (SCORE-CCYY - 10) * 100 + SCORE-MM.
    INITIALIZE RULE-TABLE.
    MOVE "D01" TO RL-RULE-ID(1).
    MOVE "City blank" TO RL-DESCRIPTION(1).
    MOVE "D02" TO RL-RULE-ID(2).
    MOVE "State invalid" TO RL-DESCRIPTION(2).
    MOVE "D03" TO RL-RULE-ID(3).
    MOVE "Postal not in state" TO RL-DESCRIPTION(3).
    MOVE "D04" TO RL-RULE-ID(4).
    MOVE "Region code missing" TO RL-DESCRIPTION(4).
    MOVE "D05" TO RL-RULE-ID(5).
    MOVE "Active, zero credit limit" TO RL-DESCRIPTION(5).
    MOVE "D06" TO RL-RULE-ID(6).
    MOVE "Name stray characters" TO RL-DESCRIPTION(6).
    MOVE "ALL" TO RL-RULE-ID(7).
    MOVE "Failing any rule" TO RL-DESCRIPTION(7).
    PERFORM 9250-EDIT-LOAD-STATE-TABLE.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Customer Data-Quality Scorecard" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    IF NOT EDIT-STATE-TABLE-LOADED THEN
        MOVE "STPOSTAL not loaded - D02/D03 judged on letters only"
            TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        MOVE 4 TO WS-RETURN-CODE
        MOVE "State/postal table (STPOSTAL) missing; state rules judged on letters only." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    PERFORM 1100-LOAD-HISTORY.

    1100-LOAD-HISTORY.
    MOVE 0 TO DQ-HIST-EOF.
    OPEN INPUT DQ-HIST-FILE.
    IF DQ-HIST-STATUS = "00" THEN
        PERFORM 1110-FOLD-ONE-HISTORY UNTIL DQ-HIST-AT-EOF
        CLOSE DQ-HIST-FILE
    END-IF.

    *> Rows for this month are a rerun's, about to be replaced; rows
    *> past ten years drop off. The rest are carried forward, and
    *> each rule's latest and earliest month remembered.
    1110-FOLD-ONE-HISTORY.
    READ DQ-HIST-FILE
        AT END MOVE 1 TO DQ-HIST-EOF
    END-READ.
    IF DQ-HIST-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    IF DH-MONTH >= SCORE-MONTH OR DH-MONTH < CUTOFF-MONTH THEN
        EXIT PARAGRAPH
    END-IF.
    IF HIST-COUNT < HIST-TABLE-MAX THEN
        ADD 1 TO HIST-COUNT
        MOVE DQ-HIST-REC TO HT-REC(HIST-COUNT)
    ELSE
        ADD 1 TO HIST-DROPPED
    END-IF.
    PERFORM 1120-NOTE-RULE-HISTORY
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT.

    1120-NOTE-RULE-HISTORY.
    IF RL-RULE-ID(RULE-IDX) = DH-RULE-ID THEN
        IF DH-MONTH >= RL-PRIOR-MONTH(RULE-IDX) THEN
            MOVE DH-MONTH TO RL-PRIOR-MONTH(RULE-IDX)
            MOVE DH-FAIL-COUNT TO RL-PRIOR-FAILS(RULE-IDX)
            MOVE DH-POPULATION TO RL-PRIOR-POP(RULE-IDX)
        END-IF
        IF RL-BASE-MONTH(RULE-IDX) = 0 OR DH-MONTH < RL-BASE-MONTH(RULE-IDX) THEN
            MOVE DH-MONTH TO RL-BASE-MONTH(RULE-IDX)
            MOVE DH-FAIL-COUNT TO RL-BASE-FAILS(RULE-IDX)
            MOVE DH-POPULATION TO RL-BASE-POP(RULE-IDX)
        END-IF
    END-IF.

    *> ---------------------
    *> SCORING: one pass over the master.
    *> ---------------------

    2000-READ-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO CUSTOMER-MASTER-EOF
    END-READ.

    2100-SCORE-ONE-CUSTOMER.
    IF CM-STATUS-CLOSED THEN
        PERFORM 2000-READ-CUSTOMER
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO POPULATION.
    MOVE SPACES TO CUST-FAIL-FLAGS.
    MOVE 0 TO CUST-FAILED-SW.
    IF CM-ADDR-CITY = SPACES THEN
        MOVE "Y" TO CUST-FAIL-FLAG(1)
    END-IF.
    MOVE 0 TO STATE-GOOD-SW.
    IF CM-ADDR-STATE NOT = SPACES THEN
        MOVE CM-ADDR-STATE TO EDIT-INPUT-FIELD
        PERFORM 9230-EDIT-CHECK-STATE
        IF EDIT-IS-VALID THEN
            MOVE 1 TO STATE-GOOD-SW
        END-IF
    END-IF.
    IF NOT STATE-IS-GOOD THEN
        MOVE "Y" TO CUST-FAIL-FLAG(2)
    ELSE
        IF CM-ADDR-POSTAL = SPACES THEN
            MOVE "Y" TO CUST-FAIL-FLAG(3)
        ELSE
            MOVE CM-ADDR-POSTAL TO EDIT-INPUT-FIELD
            PERFORM 9200-EDIT-CHECK-NUMERIC
            IF EDIT-IS-VALID THEN
                MOVE SPACES TO EDIT-INPUT-FIELD
                STRING CM-ADDR-STATE CM-ADDR-POSTAL DELIMITED BY SIZE
                    INTO EDIT-INPUT-FIELD
                PERFORM 9240-EDIT-CHECK-POSTAL-STATE
            END-IF
            IF NOT EDIT-IS-VALID THEN
                MOVE "Y" TO CUST-FAIL-FLAG(3)
            END-IF
        END-IF
    END-IF.
    IF CM-REGION-CODE = SPACES THEN
        MOVE "Y" TO CUST-FAIL-FLAG(4)
    END-IF.
    IF CM-STATUS-ACTIVE AND CM-CREDIT-LIMIT = 0 THEN
        MOVE "Y" TO CUST-FAIL-FLAG(5)
    END-IF.
    MOVE CM-CUST-NAME TO EDIT-INPUT-FIELD.
    PERFORM 9210-EDIT-CHECK-ALPHA.
    IF NOT EDIT-IS-VALID THEN
        MOVE "Y" TO CUST-FAIL-FLAG(6)
    END-IF.
    MOVE SPACES TO DQ-WORK-REC.
    MOVE 1 TO LIST-POINTER.
    PERFORM 2200-COUNT-ONE-RULE
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > 6.
    IF CUST-HAS-FAILED THEN
        ADD 1 TO RL-FAILS(7)
        MOVE CM-CUST-ID TO WL-CUST-ID
        MOVE CM-CUST-STATUS TO WL-CUST-STATUS
        MOVE CM-CUST-NAME TO WL-CUST-NAME
        WRITE DQ-WORK-REC
    END-IF.
    PERFORM 2000-READ-CUSTOMER.

    2200-COUNT-ONE-RULE.
    IF CUST-FAIL-FLAG(RULE-IDX) = "Y" THEN
        ADD 1 TO RL-FAILS(RULE-IDX)
        MOVE 1 TO CUST-FAILED-SW
        STRING RL-RULE-ID(RULE-IDX) " " DELIMITED BY SIZE
            INTO WL-RULE-LIST WITH POINTER LIST-POINTER
    END-IF.

    *> ---------------------
    *> THE SCORECARD
    *> ---------------------

    3000-PRINT-SCORECARD.
    MOVE POPULATION TO RPT-POP-DISP.
    STRING "Month " SCORE-MONTH "   accounts scored (not closed) "
        RPT-POP-DISP DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "RULE CHECK                        FAILS     %  LAST MO  CHANGE  TREND"
        TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 3100-PRINT-ONE-RULE
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "SINCE THE FIRST MONTH ON FILE" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 3200-PRINT-ONE-BASELINE
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT.

    *> The trend is judged on the failure rate, not the count, so a
    *> master that grew or shrank does not read as progress.
    3100-PRINT-ONE-RULE.
    MOVE RL-FAILS(RULE-IDX) TO RPT-COUNT-DISP.
    PERFORM 3150-RATE-THIS-MONTH.
    MOVE RATE-PERCENT TO RPT-PCT-DISP.
    IF RL-PRIOR-MONTH(RULE-IDX) = 0 THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING RL-RULE-ID(RULE-IDX) "  " RL-DESCRIPTION(RULE-IDX)
            RPT-COUNT-DISP " " RPT-PCT-DISP
            "        -       -  FIRST" DELIMITED BY SIZE
            INTO RW-LINE-TEXT
    ELSE
        MOVE RL-PRIOR-FAILS(RULE-IDX) TO RPT-PRIOR-DISP
        COMPUTE CHANGE-COUNT = RL-FAILS(RULE-IDX) - RL-PRIOR-FAILS(RULE-IDX)
        MOVE CHANGE-COUNT TO RPT-CHANGE-DISP
        PERFORM 3160-JUDGE-TREND
        STRING RL-RULE-ID(RULE-IDX) "  " RL-DESCRIPTION(RULE-IDX)
            RPT-COUNT-DISP " " RPT-PCT-DISP "  " RPT-PRIOR-DISP
            RPT-CHANGE-DISP "  " RPT-TREND DELIMITED BY SIZE
            INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    3150-RATE-THIS-MONTH.
    IF POPULATION = 0 THEN
        MOVE 0 TO RATE-PERCENT
    ELSE
        COMPUTE RATE-PERCENT ROUNDED =
            RL-FAILS(RULE-IDX) * 100 / POPULATION
    END-IF.

    *> Compares this month's rate with the prior month's in whole
    *> parts per thousand, so rounding noise does not flip the word.
    3160-JUDGE-TREND.
    IF RL-PRIOR-POP(RULE-IDX) = 0 OR POPULATION = 0 THEN
        MOVE "-" TO RPT-TREND
    ELSE
        IF RL-FAILS(RULE-IDX) * RL-PRIOR-POP(RULE-IDX)
                < RL-PRIOR-FAILS(RULE-IDX) * POPULATION THEN
            MOVE "IMPROVING" TO RPT-TREND
        ELSE
            IF RL-FAILS(RULE-IDX) * RL-PRIOR-POP(RULE-IDX)
                    > RL-PRIOR-FAILS(RULE-IDX) * POPULATION THEN
                MOVE "WORSE" TO RPT-TREND
            ELSE
                MOVE "SAME" TO RPT-TREND
            END-IF
        END-IF
    END-IF.

    3200-PRINT-ONE-BASELINE.
    IF RL-BASE-MONTH(RULE-IDX) = 0 THEN
        STRING RL-RULE-ID(RULE-IDX) "  no earlier month on file"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        MOVE RL-BASE-FAILS(RULE-IDX) TO RPT-BASE-DISP
        MOVE RL-FAILS(RULE-IDX) TO RPT-COUNT-DISP
        COMPUTE CHANGE-COUNT = RL-FAILS(RULE-IDX) - RL-BASE-FAILS(RULE-IDX)
        MOVE CHANGE-COUNT TO RPT-CHANGE-DISP
        STRING RL-RULE-ID(RULE-IDX) "  " RL-BASE-MONTH(RULE-IDX) RPT-BASE-DISP
            " then, " RPT-COUNT-DISP " now," RPT-CHANGE-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    *> ---------------------
    *> HISTORY: the carried rows, then this month's.
    *> ---------------------

    4000-REWRITE-HISTORY.
    OPEN OUTPUT DQ-HIST-FILE.
    IF DQ-HIST-STATUS NOT = "00" THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Data-quality history (DQHIST) could not be written." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4100-WRITE-CARRIED-ROW
        VARYING HIST-IDX FROM 1 BY 1 UNTIL HIST-IDX > HIST-COUNT.
    PERFORM 4200-WRITE-THIS-MONTH
        VARYING RULE-IDX FROM 1 BY 1 UNTIL RULE-IDX > RULE-COUNT.
    CLOSE DQ-HIST-FILE.
    IF HIST-DROPPED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Data-quality history overflowed; some earlier rows were not carried." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    4100-WRITE-CARRIED-ROW.
    MOVE HT-REC(HIST-IDX) TO DQ-HIST-REC.
    WRITE DQ-HIST-REC.

    4200-WRITE-THIS-MONTH.
    MOVE SCORE-MONTH TO DH-MONTH.
    MOVE RL-RULE-ID(RULE-IDX) TO DH-RULE-ID.
    MOVE RL-FAILS(RULE-IDX) TO DH-FAIL-COUNT.
    MOVE POPULATION TO DH-POPULATION.
    MOVE WS-CURRENT-DATE-8 TO DH-RUN-DATE.
    WRITE DQ-HIST-REC.

    *> ---------------------
    *> REPORTING
    *> ---------------------

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Customer Data-Quality Scorecard --".
    DISPLAY "Accounts scored  : " POPULATION.
    DISPLAY "Accounts failing : " RL-FAILS(7).

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "stpoproc.cpy".
