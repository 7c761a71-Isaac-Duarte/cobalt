IDENTIFICATION DIVISION.
PROGRAM-ID. PRIME-SWEEP-PLAN.

*> PRIME-SWEEP-PLAN runs ahead of the nightly FIZZ-BUZZ sweep and
*> chooses its range, so the night's window is spent on new ground
*> rather than on an operator's guess. The sweep starts at the
*> lowest value the PRIMCOVR coverage records have never reached
*> (the ranges are merged the way PRIME-CERTIFY merges them) and
*> runs as far as tonight's time budget is estimated to reach.
*>
*> The estimate is built from FIZZ-BUZZ's own cost shape: every
*> value pays for the small-prime sieve, and every value above the
*> sieve's reach (1987 squared) that survives it pays for CERTAINTY
*> rounds of MOD-POW whose loop runs once per unit of the value's
*> odd part -- so the work for a range grows with the square of its
*> top. The work is priced with BENCHMARK-RUNNER's MODPOW timings
*> on PERFHIST (the average of the latest seven), which time the
*> same multiply-and-reduce loop at FIZZ-BUZZ's operand sizes, and
*> scaled by a correction factor learned from past nights.
*>
*> Each plan is kept on the PRIMPLHS plan history. On the next run
*> the plan is held up against what happened: the coverage PRIMCOVR
*> now shows, and the elapsed time of that cycle's FIZZ-BUZZ run(s)
*> on AUDITLOG (the longest, when shards ran side by side). The
*> estimate for the ground actually covered, set against the real
*> elapsed time, moves the correction factor half-way toward what
*> was observed, so the estimate corrects itself night on night.
*> Planned against actual is reported for every plan reconciled.
*>
*> A single-job plan is written to PLANCARD as FIZZ-BUZZ's own
*> parameter card (maximum, certainty, "S", evidence "N", and the
*> start value in card-text positions 3-11). When more than one
*> shard job is available, and the range is wide enough to split,
*> the plan goes to SHRDCARD instead in PRIME-PARTITION's layout --
*> contiguous shards of equal estimated cost from the start value,
*> each within the budget -- for the shard jobs and PRIME-MERGE.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>   PC-NUM-1   time budget in minutes (zero = 60)
*>   PC-NUM-2   certainty (zero = 5)
*>   PC-TEXT-1  position 1: shard jobs available, 1-4 (blank = 1)
*> RC=4 when there is no benchmark history to price the work (a
*> standing rate is used), when nothing fits the budget, or when the
*> whole nine-digit range is already covered.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRIME-COVER-FILE ASSIGN TO "PRIMCOVR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PRIME-COVER-STATUS.
        SELECT PERF-HISTORY-FILE ASSIGN TO "PERFHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PERF-HISTORY-STATUS.
        SELECT PRIME-PLAN-FILE ASSIGN TO "PRIMPLHS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PRIME-PLAN-STATUS.
        SELECT PLAN-CARD-FILE ASSIGN TO "PLANCARD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PLAN-CARD-STATUS.
        SELECT SHARD-CARD-FILE ASSIGN TO "SHRDCARD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SHARD-CARD-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PRIME-COVER-FILE.
    01  PRIME-COVER-REC.
        05 PV-SWEEP-DATE PIC 9(8).
        05 PV-RANGE-FROM PIC 9(9).
        05 PV-RANGE-TO PIC 9(9).
        05 PV-CERTAINTY PIC 9(2).

    FD  PERF-HISTORY-FILE.
    01  PERF-HISTORY-REC.
        05 PH-WORKLOAD PIC X(8).
        05 PH-DATE PIC 9(8).
        05 PH-TIME PIC 9(6).
        05 PH-ELAPSED-HS PIC 9(9).

*> One record per night planned. PP-RATE is the price the plan was
*> made at, in hundredths of a second per million MOD-POW steps,
*> and PP-FACTOR the correction (per thousand) applied on top; once
*> reconciled (status R) the record carries what happened and the
*> factor the next plan starts from. M is a plan no sweep followed.
    FD  PRIME-PLAN-FILE.
    01  PRIME-PLAN-REC.
        05 PP-PLAN-DATE PIC 9(8).
        05 PP-CYCLE-NO PIC 9(6).
        05 PP-RANGE-FROM PIC 9(9).
        05 PP-RANGE-TO PIC 9(9).
        05 PP-CERTAINTY PIC 9(2).
        05 PP-SHARDS PIC 9(1).
        05 PP-BUDGET-SECS PIC 9(7).
        05 PP-EST-SECS PIC 9(7).
        05 PP-RATE PIC 9(7)V9(2).
        05 PP-FACTOR PIC 9(5).
        05 PP-STATUS PIC X(1).
            88 PP-PLANNED VALUE "P".
            88 PP-RECONCILED VALUE "R".
            88 PP-MISSED VALUE "M".
        05 PP-ACTUAL-TO PIC 9(9).
        05 PP-ACTUAL-SECS PIC 9(7).
        05 PP-NEXT-FACTOR PIC 9(5).

    FD  PLAN-CARD-FILE.
    01  PLAN-CARD-REC.
        05 PK-MAX-VAL PIC 9(9).
        05 PK-CERTAINTY PIC 9(9).
        05 PK-RUN-TEXT PIC X(20).

    FD  SHARD-CARD-FILE.
    01  SHARD-CARD-REC.
        05 SC-MAX-VAL PIC 9(9).
        05 SC-CERTAINTY PIC 9(9).
        05 SC-RUN-TEXT PIC X(20).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 PRIME-COVER-STATUS PIC X(2).
    01 PERF-HISTORY-STATUS PIC X(2).
    01 PRIME-PLAN-STATUS PIC X(2).
    01 PLAN-CARD-STATUS PIC X(2).
    01 SHARD-CARD-STATUS PIC X(2).
    01 PRIME-COVER-EOF PIC 9(1) COMP VALUE 0.
        88 PRIME-COVER-AT-EOF VALUE 1.
    01 PERF-HISTORY-EOF PIC 9(1) COMP VALUE 0.
        88 PERF-HISTORY-AT-EOF VALUE 1.
    01 PRIME-PLAN-EOF PIC 9(1) COMP VALUE 0.
        88 PRIME-PLAN-AT-EOF VALUE 1.
    01 AUDIT-LOG-EOF PIC 9(1) COMP VALUE 0.
        88 AUDIT-LOG-AT-EOF VALUE 1.
    01 PARM-STAGING PIC X(20).
    01 NUMBER-STAGING PIC X(9).

    01 BUDGET-MINUTES PIC 9(5) COMP VALUE 60.
    01 BUDGET-HS PIC 9(15)V99 COMP-3 VALUE 0.
    01 PLAN-CERTAINTY PIC 9(2) COMP VALUE 5.
    01 SHARD-SLOTS PIC 9(1) COMP VALUE 1.

*> FIZZ-BUZZ's cost shape. The sieve holds the first 300 primes, so
*> it settles every value up to 1987 squared by itself; above that,
*> about 74 values in a thousand survive it to the full test.
    01 SIEVE-CEILING PIC 9(9) COMP VALUE 3948169.
    01 SIEVE-STEPS-PER-VALUE PIC 9(3) COMP VALUE 15.
    01 SURVIVOR-PER-MILLE PIC 9(3) COMP VALUE 74.
    01 TOP-OF-KEY PIC 9(9) COMP VALUE 999999999.
    01 MIN-SHARD-VALUES PIC 9(9) COMP VALUE 1000.

*> The sweep ranges, merged into the one run from 1 they reach
*> without a gap.
    01 COVER-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 COVER-COUNT PIC 9(4) COMP VALUE 0.
    01 COVER-IDX PIC 9(4) COMP VALUE 0.
    01 COVER-TABLE.
        05 COVER-ENTRY OCCURS 500 TIMES.
            10 CT-RANGE-FROM PIC 9(9) COMP.
            10 CT-RANGE-TO PIC 9(9) COMP.
    01 COVERED-THROUGH PIC 9(9) COMP VALUE 0.
    01 COVER-GREW-SWITCH PIC 9(1) COMP VALUE 0.
        88 COVER-GREW VALUE 1.
    01 NEXT-UNCOVERED PIC 9(10) COMP VALUE 0.

*> The benchmark price: BENCHMARK-RUNNER's MODPOW workload is 40
*> repetitions of a 10007-step loop.
    01 BENCH-STEPS-PER-RUN PIC 9(9) COMP VALUE 400280.
    01 MODPOW-TRAIL-MAX PIC 9(2) COMP VALUE 7.
    01 MODPOW-COUNT PIC 9(2) COMP VALUE 0.
    01 MODPOW-IDX PIC 9(2) COMP VALUE 0.
    01 MODPOW-TABLE.
        05 MODPOW-ELAPSED-HS PIC 9(9) COMP OCCURS 7 TIMES.
    01 MODPOW-TOTAL-HS PIC 9(12) COMP VALUE 0.
    01 MODPOW-AVG-HS PIC 9(9)V99 COMP-3 VALUE 0.
    01 STANDING-RATE PIC 9(7)V99 COMP-3 VALUE 125.00.
    01 PLAN-RATE PIC 9(7)V99 COMP-3 VALUE 0.
    01 RATE-DEFAULTED-SWITCH PIC 9(1) COMP VALUE 0.
        88 RATE-WAS-DEFAULTED VALUE 1.

*> FIZZ-BUZZ finish records off AUDITLOG: which cycle, which day,
*> how long. The newest are kept when the log outgrows the table.
    01 DURATION-TABLE-MAX PIC 9(4) COMP VALUE 500.
    01 DURATION-COUNT PIC 9(4) COMP VALUE 0.
    01 DURATION-IDX PIC 9(4) COMP VALUE 0.
    01 DURATION-TABLE.
        05 DURATION-ENTRY OCCURS 500 TIMES.
            10 DU-CYCLE-NO PIC 9(6).
            10 DU-START-DATE PIC 9(8).
            10 DU-ELAPSED-SECS PIC 9(7) COMP.
    01 RECORD-CYCLE-NO PIC 9(6) VALUE 0.

*> Elapsed-seconds work fields, the same HH/MM/SS arithmetic
*> BATCH-MONITOR uses; a finish on the next day adds a day.
    01 ELAPSED-FROM-HH PIC 9(2).
    01 ELAPSED-FROM-MM PIC 9(2).
    01 ELAPSED-FROM-SS PIC 9(2).
    01 ELAPSED-TO-HH PIC 9(2).
    01 ELAPSED-TO-MM PIC 9(2).
    01 ELAPSED-TO-SS PIC 9(2).
    01 ELAPSED-FROM-SECS PIC 9(9) COMP.
    01 ELAPSED-TO-SECS PIC 9(9) COMP.
    01 ELAPSED-SECS PIC S9(9) COMP.

*> The plan history, held whole so reconciled records can be
*> rewritten in place; the oldest drop off a full table.
    01 PLAN-TABLE-MAX PIC 9(4) COMP VALUE 400.
    01 PLAN-COUNT PIC 9(4) COMP VALUE 0.
    01 PLAN-IDX PIC 9(4) COMP VALUE 0.
    01 PLAN-TABLE.
        05 PLAN-IMAGE PIC X(85) OCCURS 400 TIMES.
    01 TONIGHT-PLAN-IDX PIC 9(4) COMP VALUE 0.
    01 PLAN-FACTOR PIC 9(5) COMP VALUE 1000.
    01 FACTOR-FLOOR PIC 9(5) COMP VALUE 50.
    01 FACTOR-CEILING PIC 9(5) COMP VALUE 50000.
    01 OBSERVED-FACTOR PIC 9(9) COMP VALUE 0.
    01 NEXT-FACTOR PIC 9(9) COMP VALUE 0.
    01 SWEEP-SECS-FOUND PIC 9(7) COMP VALUE 0.
    01 SWEEP-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 SWEEP-WAS-FOUND VALUE 1.
    01 TOTAL-RECONCILED PIC 9(4) COMP VALUE 0.
    01 TOTAL-MISSED PIC 9(4) COMP VALUE 0.

*> The cost of sweeping COST-FROM through COST-TO, in hundredths of
*> a second, at COST-CERTAINTY / COST-RATE / COST-FACTOR.
    01 COST-FROM PIC 9(10) COMP VALUE 0.
    01 COST-TO PIC 9(10) COMP VALUE 0.
    01 COST-MR-FROM PIC 9(10) COMP VALUE 0.
    01 COST-CERTAINTY PIC 9(2) COMP VALUE 0.
    01 COST-RATE PIC 9(7)V99 COMP-3 VALUE 0.
    01 COST-FACTOR PIC 9(5) COMP VALUE 0.
    01 COST-SQ-SPAN PIC 9(18) COMP VALUE 0.
    01 COST-MEGA-STEPS PIC 9(12)V9(6) COMP-3 VALUE 0.
    01 COST-HS PIC 9(15)V99 COMP-3 VALUE 0.

*> Bisection for the highest top whose cost stays inside a target.
    01 SEARCH-TARGET-HS PIC 9(15)V99 COMP-3 VALUE 0.
    01 SEARCH-LO PIC 9(10) COMP VALUE 0.
    01 SEARCH-HI PIC 9(10) COMP VALUE 0.
    01 SEARCH-MID PIC 9(10) COMP VALUE 0.

    01 PLAN-FROM PIC 9(10) COMP VALUE 0.
    01 PLAN-TO PIC 9(10) COMP VALUE 0.
    01 PLAN-SHARDS PIC 9(1) COMP VALUE 1.
    01 PLAN-EST-HS PIC 9(15)V99 COMP-3 VALUE 0.
    01 SHARD-IDX PIC 9(1) COMP VALUE 0.
    01 SHARD-START PIC 9(10) COMP VALUE 0.
    01 SHARD-END PIC 9(10) COMP VALUE 0.
    01 SHARD-START-DISP PIC 9(9).
    01 SHARD-EST-HS PIC 9(15)V99 COMP-3 VALUE 0.

    01 VALUE-DISP PIC Z(8)9.
    01 VALUE-DISP-2 PIC Z(8)9.
    01 VALUE-DISP-3 PIC Z(8)9.
    01 SECS-DISP PIC Z(6)9.
    01 SECS-DISP-2 PIC Z(6)9.
    01 FACTOR-DISP PIC Z(4)9.
    01 FACTOR-DISP-2 PIC Z(4)9.
    01 RATE-DISP PIC Z(6)9.99.
    01 SMALL-DISP PIC Z9.
    01 SMALL-DISP-2 PIC Z9.

    COPY "retcode.cpy".
    COPY "parmdata.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-SWEEP-PLAN"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-SWEEP-PLAN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    DISPLAY "-- Prime Sweep Plan --".
    PERFORM 2000-LOAD-SWEEP-COVERAGE.
    PERFORM 2500-LOAD-BENCHMARK-RATE.
    PERFORM 3000-LOAD-SWEEP-DURATIONS.
    PERFORM 4000-RECONCILE-PLAN-HISTORY.
    PERFORM 5000-PLAN-TONIGHT.
    PERFORM 7000-REWRITE-PLAN-HISTORY.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    PERFORM 9820-LOAD-CURRENT-CYCLE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            IF PC-NUM-1 > 0 THEN
                MOVE PC-NUM-1 TO BUDGET-MINUTES
            END-IF
            IF PC-NUM-2 > 0 AND PC-NUM-2 < 100 THEN
                MOVE PC-NUM-2 TO PLAN-CERTAINTY
            END-IF
            IF PC-TEXT-1(1:1) IS NUMERIC THEN
                MOVE PC-TEXT-1(1:1) TO SHARD-SLOTS
            END-IF
        END-IF
    ELSE
        DISPLAY "Time budget in minutes (blank = 60):"
        MOVE SPACES TO NUMBER-STAGING
        ACCEPT NUMBER-STAGING
        IF NUMBER-STAGING NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(NUMBER-STAGING) TO BUDGET-MINUTES
        END-IF
        DISPLAY "Certainty (blank = 5):"
        MOVE SPACES TO NUMBER-STAGING
        ACCEPT NUMBER-STAGING
        IF NUMBER-STAGING NOT = SPACES THEN
            MOVE FUNCTION NUMVAL(NUMBER-STAGING) TO PLAN-CERTAINTY
        END-IF
        DISPLAY "Shard jobs available, 1-4 (blank = 1):"
        MOVE SPACES TO NUMBER-STAGING
        ACCEPT NUMBER-STAGING
        IF NUMBER-STAGING(1:1) IS NUMERIC THEN
            MOVE NUMBER-STAGING(1:1) TO SHARD-SLOTS
        END-IF
    END-IF.
    IF BUDGET-MINUTES = 0 THEN
        MOVE 60 TO BUDGET-MINUTES
    END-IF.
    IF PLAN-CERTAINTY = 0 THEN
        MOVE 5 TO PLAN-CERTAINTY
    END-IF.
*> PRIME-MERGE carries four shard inputs, so four is the most a
*> plan may use.
    IF SHARD-SLOTS < 1 OR SHARD-SLOTS > 4 THEN
        MOVE 1 TO SHARD-SLOTS
    END-IF.
    COMPUTE BUDGET-HS = BUDGET-MINUTES * 6000.

    *> ---------------------
    *> COVERAGE: the lowest value no sweep has reached.
    *> ---------------------

    2000-LOAD-SWEEP-COVERAGE.
    MOVE 0 TO COVER-COUNT.
    MOVE 0 TO COVERED-THROUGH.
    MOVE 0 TO PRIME-COVER-EOF.
    OPEN INPUT PRIME-COVER-FILE.
    IF PRIME-COVER-STATUS = "00" THEN
        PERFORM 2010-LOAD-ONE-COVER-REC UNTIL PRIME-COVER-AT-EOF
        CLOSE PRIME-COVER-FILE
        MOVE 1 TO COVER-GREW-SWITCH
        PERFORM 2020-EXTEND-COVERAGE UNTIL NOT COVER-GREW
    END-IF.
    COMPUTE NEXT-UNCOVERED = COVERED-THROUGH + 1.
    MOVE COVERED-THROUGH TO VALUE-DISP.
    DISPLAY "Coverage on PRIMCOVR  : 1 through " VALUE-DISP.

    2010-LOAD-ONE-COVER-REC.
    READ PRIME-COVER-FILE
        AT END MOVE 1 TO PRIME-COVER-EOF
        NOT AT END
            IF COVER-COUNT < COVER-TABLE-MAX
                    AND PV-RANGE-FROM IS NUMERIC
                    AND PV-RANGE-TO IS NUMERIC THEN
                ADD 1 TO COVER-COUNT
                MOVE PV-RANGE-FROM TO CT-RANGE-FROM(COVER-COUNT)
                MOVE PV-RANGE-TO TO CT-RANGE-TO(COVER-COUNT)
            END-IF
    END-READ.

    2020-EXTEND-COVERAGE.
    MOVE 0 TO COVER-GREW-SWITCH.
    PERFORM 2030-TRY-ONE-RANGE
        VARYING COVER-IDX FROM 1 BY 1 UNTIL COVER-IDX > COVER-COUNT.

    2030-TRY-ONE-RANGE.
    IF CT-RANGE-FROM(COVER-IDX) <= COVERED-THROUGH + 1
            AND CT-RANGE-TO(COVER-IDX) > COVERED-THROUGH THEN
        MOVE CT-RANGE-TO(COVER-IDX) TO COVERED-THROUGH
        MOVE 1 TO COVER-GREW-SWITCH
    END-IF.

    *> ---------------------
    *> BENCHMARK: the latest seven MODPOW timings on PERFHIST give
    *> the price of a million MOD-POW steps.
    *> ---------------------

    2500-LOAD-BENCHMARK-RATE.
    MOVE 0 TO MODPOW-COUNT.
    MOVE 0 TO PERF-HISTORY-EOF.
    OPEN INPUT PERF-HISTORY-FILE.
    IF PERF-HISTORY-STATUS = "00" THEN
        PERFORM 2510-TABLE-ONE-TIMING UNTIL PERF-HISTORY-AT-EOF
        CLOSE PERF-HISTORY-FILE
    END-IF.
    MOVE 0 TO MODPOW-TOTAL-HS.
    PERFORM 2530-ADD-ONE-TIMING
        VARYING MODPOW-IDX FROM 1 BY 1 UNTIL MODPOW-IDX > MODPOW-COUNT.
    IF MODPOW-COUNT = 0 OR MODPOW-TOTAL-HS = 0 THEN
        MOVE STANDING-RATE TO PLAN-RATE
        MOVE 1 TO RATE-DEFAULTED-SWITCH
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No MODPOW benchmark history; standing sweep rate used."
            TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        DISPLAY "No MODPOW timings on PERFHIST; standing rate used."
    ELSE
        COMPUTE MODPOW-AVG-HS ROUNDED = MODPOW-TOTAL-HS / MODPOW-COUNT
        COMPUTE PLAN-RATE ROUNDED =
            MODPOW-AVG-HS * 1000000 / BENCH-STEPS-PER-RUN
    END-IF.
    MOVE PLAN-RATE TO RATE-DISP.
    MOVE MODPOW-COUNT TO SMALL-DISP.
    DISPLAY "MODPOW timings used   : " SMALL-DISP.
    DISPLAY "Price per 1M steps    : " RATE-DISP " hundredths".

    2510-TABLE-ONE-TIMING.
    READ PERF-HISTORY-FILE
        AT END MOVE 1 TO PERF-HISTORY-EOF
        NOT AT END
            IF PH-WORKLOAD = "MODPOW" AND PH-ELAPSED-HS IS NUMERIC
                    AND PH-ELAPSED-HS > 0 THEN
                IF MODPOW-COUNT >= MODPOW-TRAIL-MAX THEN
                    PERFORM 2520-SLIDE-ONE-TIMING
                        VARYING MODPOW-IDX FROM 1 BY 1
                        UNTIL MODPOW-IDX >= MODPOW-TRAIL-MAX
                ELSE
                    ADD 1 TO MODPOW-COUNT
                END-IF
                MOVE PH-ELAPSED-HS TO MODPOW-ELAPSED-HS(MODPOW-COUNT)
            END-IF
    END-READ.

    2520-SLIDE-ONE-TIMING.
    MOVE MODPOW-ELAPSED-HS(MODPOW-IDX + 1)
        TO MODPOW-ELAPSED-HS(MODPOW-IDX).

    2530-ADD-ONE-TIMING.
    ADD MODPOW-ELAPSED-HS(MODPOW-IDX) TO MODPOW-TOTAL-HS.

    *> ---------------------
    *> SWEEP DURATIONS: every finished FIZZ-BUZZ run on AUDITLOG.
    *> ---------------------

    3000-LOAD-SWEEP-DURATIONS.
    MOVE 0 TO DURATION-COUNT.
    MOVE 0 TO AUDIT-LOG-EOF.
    OPEN INPUT AUDIT-LOG-FILE.
    IF AUDIT-LOG-STATUS = "00" THEN
        PERFORM 3010-TABLE-ONE-AUDIT-REC UNTIL AUDIT-LOG-AT-EOF
        CLOSE AUDIT-LOG-FILE
    END-IF.
    DISPLAY "Sweep runs on AUDITLOG: " DURATION-COUNT.

    3010-TABLE-ONE-AUDIT-REC.
    READ AUDIT-LOG-FILE
        AT END MOVE 1 TO AUDIT-LOG-EOF
        NOT AT END
            IF AL-PROGRAM-NAME = "FIZZ-BUZZ"
                    AND AL-END-TIME IS NUMERIC
                    AND AL-START-TIME IS NUMERIC THEN
                PERFORM 3100-TABLE-ONE-DURATION
            END-IF
    END-READ.

    3100-TABLE-ONE-DURATION.
    IF DURATION-COUNT >= DURATION-TABLE-MAX THEN
        PERFORM 3110-SLIDE-ONE-DURATION
            VARYING DURATION-IDX FROM 1 BY 1
            UNTIL DURATION-IDX >= DURATION-TABLE-MAX
    ELSE
        ADD 1 TO DURATION-COUNT
    END-IF.
    IF AL-CYCLE-NO IS NUMERIC THEN
        MOVE AL-CYCLE-NO TO RECORD-CYCLE-NO
    ELSE
        MOVE 0 TO RECORD-CYCLE-NO
    END-IF.
    MOVE RECORD-CYCLE-NO TO DU-CYCLE-NO(DURATION-COUNT).
    MOVE AL-START-TIME(1:8) TO DU-START-DATE(DURATION-COUNT).
    MOVE AL-START-TIME(9:2) TO ELAPSED-FROM-HH.
    MOVE AL-START-TIME(11:2) TO ELAPSED-FROM-MM.
    MOVE AL-START-TIME(13:2) TO ELAPSED-FROM-SS.
    MOVE AL-END-TIME(9:2) TO ELAPSED-TO-HH.
    MOVE AL-END-TIME(11:2) TO ELAPSED-TO-MM.
    MOVE AL-END-TIME(13:2) TO ELAPSED-TO-SS.
    COMPUTE ELAPSED-FROM-SECS =
        (ELAPSED-FROM-HH * 3600) + (ELAPSED-FROM-MM * 60) + ELAPSED-FROM-SS.
    COMPUTE ELAPSED-TO-SECS =
        (ELAPSED-TO-HH * 3600) + (ELAPSED-TO-MM * 60) + ELAPSED-TO-SS.
    IF AL-END-TIME(1:8) > AL-START-TIME(1:8) THEN
        ADD 86400 TO ELAPSED-TO-SECS
    END-IF.
    COMPUTE ELAPSED-SECS = ELAPSED-TO-SECS - ELAPSED-FROM-SECS.
    IF ELAPSED-SECS < 0 THEN
        MOVE 0 TO ELAPSED-SECS
    END-IF.
    MOVE ELAPSED-SECS TO DU-ELAPSED-SECS(DURATION-COUNT).

    3110-SLIDE-ONE-DURATION.
    MOVE DURATION-ENTRY(DURATION-IDX + 1) TO DURATION-ENTRY(DURATION-IDX).

    *> ---------------------
    *> PLANNED AGAINST ACTUAL: each plan still open from an earlier
    *> cycle is reconciled, and the newest reconciled plan's factor
    *> is the one tonight's estimate starts from.
    *> ---------------------

    4000-RECONCILE-PLAN-HISTORY.
    MOVE 0 TO PLAN-COUNT.
    MOVE 0 TO PRIME-PLAN-EOF.
    OPEN INPUT PRIME-PLAN-FILE.
    IF PRIME-PLAN-STATUS = "00" THEN
        PERFORM 4010-TABLE-ONE-PLAN UNTIL PRIME-PLAN-AT-EOF
        CLOSE PRIME-PLAN-FILE
    END-IF.
    PERFORM 4100-RECONCILE-ONE-PLAN
        VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > PLAN-COUNT.
    MOVE 1000 TO PLAN-FACTOR.
    PERFORM 4300-TAKE-ONE-FACTOR
        VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > PLAN-COUNT.
    MOVE PLAN-FACTOR TO FACTOR-DISP.
    DISPLAY "Plans reconciled      : " TOTAL-RECONCILED
        " (no sweep followed: " TOTAL-MISSED ")".
    DISPLAY "Correction factor     : " FACTOR-DISP " per thousand".

    4010-TABLE-ONE-PLAN.
    READ PRIME-PLAN-FILE
        AT END MOVE 1 TO PRIME-PLAN-EOF
        NOT AT END
            IF PLAN-COUNT >= PLAN-TABLE-MAX THEN
                PERFORM 4020-SLIDE-ONE-PLAN
                    VARYING PLAN-IDX FROM 1 BY 1
                    UNTIL PLAN-IDX >= PLAN-TABLE-MAX
            ELSE
                ADD 1 TO PLAN-COUNT
            END-IF
            MOVE PRIME-PLAN-REC TO PLAN-IMAGE(PLAN-COUNT)
    END-READ.

    4020-SLIDE-ONE-PLAN.
    MOVE PLAN-IMAGE(PLAN-IDX + 1) TO PLAN-IMAGE(PLAN-IDX).

*> A plan is open until its cycle has passed; with no cycle control
*> (cycle zero) a plan from an earlier day has passed.
    4100-RECONCILE-ONE-PLAN.
    MOVE PLAN-IMAGE(PLAN-IDX) TO PRIME-PLAN-REC.
    IF NOT PP-PLANNED THEN
        EXIT PARAGRAPH
    END-IF.
    IF PP-CYCLE-NO > 0 AND PP-CYCLE-NO >= CYCLE-CURRENT-NO THEN
        EXIT PARAGRAPH
    END-IF.
    IF PP-CYCLE-NO = 0 AND PP-PLAN-DATE >= WS-CURRENT-DATE-8 THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SWEEP-FOUND-SWITCH.
    MOVE 0 TO SWEEP-SECS-FOUND.
    PERFORM 4110-MATCH-ONE-DURATION
        VARYING DURATION-IDX FROM 1 BY 1
        UNTIL DURATION-IDX > DURATION-COUNT.
    IF COVERED-THROUGH < PP-RANGE-TO THEN
        MOVE COVERED-THROUGH TO PP-ACTUAL-TO
    ELSE
        MOVE PP-RANGE-TO TO PP-ACTUAL-TO
    END-IF.
    IF NOT SWEEP-WAS-FOUND OR PP-ACTUAL-TO < PP-RANGE-FROM THEN
        MOVE "M" TO PP-STATUS
        MOVE SWEEP-SECS-FOUND TO PP-ACTUAL-SECS
        MOVE PP-FACTOR TO PP-NEXT-FACTOR
        ADD 1 TO TOTAL-MISSED
    ELSE
        MOVE "R" TO PP-STATUS
        MOVE SWEEP-SECS-FOUND TO PP-ACTUAL-SECS
        PERFORM 4200-DERIVE-NEXT-FACTOR
    END-IF.
    ADD 1 TO TOTAL-RECONCILED.
    MOVE PRIME-PLAN-REC TO PLAN-IMAGE(PLAN-IDX).
    PERFORM 4400-REPORT-ONE-RECONCILE.

*> Shards run side by side, so the night's sweep took as long as
*> its longest run.
    4110-MATCH-ONE-DURATION.
    IF (PP-CYCLE-NO > 0 AND DU-CYCLE-NO(DURATION-IDX) = PP-CYCLE-NO)
            OR (PP-CYCLE-NO = 0
                AND DU-START-DATE(DURATION-IDX) = PP-PLAN-DATE) THEN
        MOVE 1 TO SWEEP-FOUND-SWITCH
        IF DU-ELAPSED-SECS(DURATION-IDX) > SWEEP-SECS-FOUND THEN
            MOVE DU-ELAPSED-SECS(DURATION-IDX) TO SWEEP-SECS-FOUND
        END-IF
    END-IF.

*> The plan's own price for the ground actually covered, against
*> the time it actually took: the factor that would have been
*> right, met half-way so one odd night cannot swing the next.
    4200-DERIVE-NEXT-FACTOR.
    MOVE PP-RANGE-FROM TO COST-FROM.
    MOVE PP-ACTUAL-TO TO COST-TO.
    MOVE PP-CERTAINTY TO COST-CERTAINTY.
    MOVE PP-RATE TO COST-RATE.
    MOVE PP-FACTOR TO COST-FACTOR.
    PERFORM 8000-ESTIMATE-COST.
    IF COST-HS = 0 OR PP-ACTUAL-SECS = 0 THEN
        MOVE PP-FACTOR TO PP-NEXT-FACTOR
        EXIT PARAGRAPH
    END-IF.
    COMPUTE OBSERVED-FACTOR ROUNDED =
        PP-FACTOR * PP-ACTUAL-SECS * 100 / COST-HS
        ON SIZE ERROR MOVE FACTOR-CEILING TO OBSERVED-FACTOR
    END-COMPUTE.
    COMPUTE NEXT-FACTOR ROUNDED = (PP-FACTOR + OBSERVED-FACTOR) / 2.
    IF NEXT-FACTOR < FACTOR-FLOOR THEN
        MOVE FACTOR-FLOOR TO NEXT-FACTOR
    END-IF.
    IF NEXT-FACTOR > FACTOR-CEILING THEN
        MOVE FACTOR-CEILING TO NEXT-FACTOR
    END-IF.
    MOVE NEXT-FACTOR TO PP-NEXT-FACTOR.

    4300-TAKE-ONE-FACTOR.
    MOVE PLAN-IMAGE(PLAN-IDX) TO PRIME-PLAN-REC.
    IF (PP-RECONCILED OR PP-MISSED) AND PP-NEXT-FACTOR > 0 THEN
        MOVE PP-NEXT-FACTOR TO PLAN-FACTOR
    END-IF.

    4400-REPORT-ONE-RECONCILE.
    MOVE PP-RANGE-FROM TO VALUE-DISP.
    MOVE PP-RANGE-TO TO VALUE-DISP-2.
    MOVE PP-ACTUAL-TO TO VALUE-DISP-3.
    MOVE PP-EST-SECS TO SECS-DISP.
    MOVE PP-ACTUAL-SECS TO SECS-DISP-2.
    MOVE PP-FACTOR TO FACTOR-DISP.
    MOVE PP-NEXT-FACTOR TO FACTOR-DISP-2.
    DISPLAY "Plan " PP-PLAN-DATE " cycle " PP-CYCLE-NO ": planned "
        VALUE-DISP " -" VALUE-DISP-2 " in " SECS-DISP "s".
    IF PP-MISSED THEN
        DISPLAY "    no sweep covered it; factor stays "
            FACTOR-DISP-2
    ELSE
        DISPLAY "    actual  covered to " VALUE-DISP-3 " in "
            SECS-DISP-2 "s; factor " FACTOR-DISP " ->" FACTOR-DISP-2
    END-IF.

    *> ---------------------
    *> TONIGHT: the highest top the budget reaches from the first
    *> uncovered value, split across the shard jobs when there are
    *> several and the range is wide enough.
    *> ---------------------

    5000-PLAN-TONIGHT.
    IF NEXT-UNCOVERED > TOP-OF-KEY THEN
        DISPLAY "The whole nine-digit range is covered; nothing to plan."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Prime sweep coverage is complete; no plan written."
            TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE NEXT-UNCOVERED TO PLAN-FROM.
    MOVE PLAN-CERTAINTY TO COST-CERTAINTY.
    MOVE PLAN-RATE TO COST-RATE.
    MOVE PLAN-FACTOR TO COST-FACTOR.
    MOVE 1 TO PLAN-SHARDS.
    IF SHARD-SLOTS > 1 THEN
        COMPUTE SEARCH-TARGET-HS = BUDGET-HS * SHARD-SLOTS
        PERFORM 8100-FIND-TOP-FOR-TARGET
        IF SEARCH-LO >= PLAN-FROM
                AND SEARCH-LO - PLAN-FROM + 1
                    >= MIN-SHARD-VALUES * SHARD-SLOTS THEN
            MOVE SHARD-SLOTS TO PLAN-SHARDS
        END-IF
    END-IF.
    IF PLAN-SHARDS = 1 THEN
        MOVE BUDGET-HS TO SEARCH-TARGET-HS
        PERFORM 8100-FIND-TOP-FOR-TARGET
    END-IF.
    IF SEARCH-LO < PLAN-FROM THEN
*> Not even the first value fits: a token range still moves the
*> coverage on and gives tomorrow's reconcile something to learn.
        COMPUTE PLAN-TO = PLAN-FROM + MIN-SHARD-VALUES - 1
        IF PLAN-TO > TOP-OF-KEY THEN
            MOVE TOP-OF-KEY TO PLAN-TO
        END-IF
        DISPLAY "Nothing fits the budget; planning a token range."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Prime sweep budget too small for any range." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        MOVE SEARCH-LO TO PLAN-TO
    END-IF.
    MOVE PLAN-FROM TO COST-FROM.
    MOVE PLAN-TO TO COST-TO.
    PERFORM 8000-ESTIMATE-COST.
    MOVE COST-HS TO PLAN-EST-HS.
    MOVE PLAN-FROM TO VALUE-DISP.
    MOVE PLAN-TO TO VALUE-DISP-2.
    COMPUTE SECS-DISP = BUDGET-HS / 100.
    MOVE PLAN-SHARDS TO SMALL-DISP.
    MOVE PLAN-CERTAINTY TO SMALL-DISP-2.
    DISPLAY "Tonight's budget      : " SECS-DISP "s per job, "
        SMALL-DISP " job(s), certainty " SMALL-DISP-2.
    IF PLAN-SHARDS = 1 THEN
        COMPUTE SECS-DISP = PLAN-EST-HS / 100
    ELSE
        COMPUTE SECS-DISP = PLAN-EST-HS / 100 / PLAN-SHARDS
    END-IF.
    DISPLAY "Tonight's plan        : " VALUE-DISP " through "
        VALUE-DISP-2 ", estimated " SECS-DISP "s".
    IF PLAN-SHARDS = 1 THEN
        PERFORM 6000-WRITE-PLAN-CARD
    ELSE
        PERFORM 6100-WRITE-SHARD-PLAN
    END-IF.
    PERFORM 6500-RECORD-TONIGHT-PLAN.

    *> ---------------------
    *> CARDS
    *> ---------------------

    6000-WRITE-PLAN-CARD.
    OPEN OUTPUT PLAN-CARD-FILE.
    MOVE PLAN-TO TO PK-MAX-VAL.
    MOVE PLAN-CERTAINTY TO PK-CERTAINTY.
    MOVE SPACES TO PK-RUN-TEXT.
    MOVE "SN" TO PK-RUN-TEXT(1:2).
    MOVE PLAN-FROM TO SHARD-START-DISP.
    MOVE SHARD-START-DISP TO PK-RUN-TEXT(3:9).
    WRITE PLAN-CARD-REC.
    CLOSE PLAN-CARD-FILE.
    DISPLAY "FIZZ-BUZZ card        : " PLAN-CARD-REC.

*> Shard k ends where the cost from the start reaches k budgets,
*> so every shard is estimated at one budget; the last takes the
*> plan's top.
    6100-WRITE-SHARD-PLAN.
    OPEN OUTPUT SHARD-CARD-FILE.
    MOVE PLAN-FROM TO SHARD-START.
    PERFORM 6110-WRITE-ONE-SHARD-CARD
        VARYING SHARD-IDX FROM 1 BY 1 UNTIL SHARD-IDX > PLAN-SHARDS.
    CLOSE SHARD-CARD-FILE.

    6110-WRITE-ONE-SHARD-CARD.
    IF SHARD-IDX = PLAN-SHARDS THEN
        MOVE PLAN-TO TO SHARD-END
    ELSE
        COMPUTE SEARCH-TARGET-HS = BUDGET-HS * SHARD-IDX
        PERFORM 8100-FIND-TOP-FOR-TARGET
        MOVE SEARCH-LO TO SHARD-END
        IF SHARD-END < SHARD-START THEN
            MOVE SHARD-START TO SHARD-END
        END-IF
    END-IF.
    MOVE SHARD-END TO SC-MAX-VAL.
    MOVE PLAN-CERTAINTY TO SC-CERTAINTY.
    MOVE SPACES TO SC-RUN-TEXT.
    MOVE "SN" TO SC-RUN-TEXT(1:2).
    MOVE SHARD-START TO SHARD-START-DISP.
    MOVE SHARD-START-DISP TO SC-RUN-TEXT(3:9).
    WRITE SHARD-CARD-REC.
    MOVE SHARD-START TO COST-FROM.
    MOVE SHARD-END TO COST-TO.
    PERFORM 8000-ESTIMATE-COST.
    MOVE SHARD-START TO VALUE-DISP.
    MOVE SHARD-END TO VALUE-DISP-2.
    COMPUTE SECS-DISP = COST-HS / 100.
    MOVE SHARD-IDX TO SMALL-DISP.
    DISPLAY "Shard " SMALL-DISP "              : " VALUE-DISP
        " through " VALUE-DISP-2 ", estimated " SECS-DISP "s".
    COMPUTE SHARD-START = SHARD-END + 1.

*> A rerun in the same cycle replaces that cycle's open plan rather
*> than adding a second one.
    6500-RECORD-TONIGHT-PLAN.
    MOVE 0 TO TONIGHT-PLAN-IDX.
    PERFORM 6510-MATCH-ONE-OPEN-PLAN
        VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > PLAN-COUNT.
    IF TONIGHT-PLAN-IDX = 0 THEN
        IF PLAN-COUNT >= PLAN-TABLE-MAX THEN
            PERFORM 4020-SLIDE-ONE-PLAN
                VARYING PLAN-IDX FROM 1 BY 1
                UNTIL PLAN-IDX >= PLAN-TABLE-MAX
        ELSE
            ADD 1 TO PLAN-COUNT
        END-IF
        MOVE PLAN-COUNT TO TONIGHT-PLAN-IDX
    END-IF.
    MOVE WS-CURRENT-DATE-8 TO PP-PLAN-DATE.
    MOVE CYCLE-CURRENT-NO TO PP-CYCLE-NO.
    MOVE PLAN-FROM TO PP-RANGE-FROM.
    MOVE PLAN-TO TO PP-RANGE-TO.
    MOVE PLAN-CERTAINTY TO PP-CERTAINTY.
    MOVE PLAN-SHARDS TO PP-SHARDS.
    COMPUTE PP-BUDGET-SECS = BUDGET-HS / 100.
    IF PLAN-SHARDS = 1 THEN
        COMPUTE PP-EST-SECS = PLAN-EST-HS / 100
            ON SIZE ERROR MOVE 9999999 TO PP-EST-SECS
        END-COMPUTE
    ELSE
        COMPUTE PP-EST-SECS = PLAN-EST-HS / 100 / PLAN-SHARDS
            ON SIZE ERROR MOVE 9999999 TO PP-EST-SECS
        END-COMPUTE
    END-IF.
    MOVE PLAN-RATE TO PP-RATE.
    MOVE PLAN-FACTOR TO PP-FACTOR.
    MOVE "P" TO PP-STATUS.
    MOVE 0 TO PP-ACTUAL-TO.
    MOVE 0 TO PP-ACTUAL-SECS.
    MOVE 0 TO PP-NEXT-FACTOR.
    MOVE PRIME-PLAN-REC TO PLAN-IMAGE(TONIGHT-PLAN-IDX).

    6510-MATCH-ONE-OPEN-PLAN.
    MOVE PLAN-IMAGE(PLAN-IDX) TO PRIME-PLAN-REC.
    IF PP-PLANNED AND PP-CYCLE-NO = CYCLE-CURRENT-NO
            AND (CYCLE-CURRENT-NO > 0
                OR PP-PLAN-DATE = WS-CURRENT-DATE-8) THEN
        MOVE PLAN-IDX TO TONIGHT-PLAN-IDX
    END-IF.

    7000-REWRITE-PLAN-HISTORY.
    OPEN OUTPUT PRIME-PLAN-FILE.
    PERFORM 7010-WRITE-ONE-PLAN
        VARYING PLAN-IDX FROM 1 BY 1 UNTIL PLAN-IDX > PLAN-COUNT.
    CLOSE PRIME-PLAN-FILE.

    7010-WRITE-ONE-PLAN.
    MOVE PLAN-IMAGE(PLAN-IDX) TO PRIME-PLAN-REC.
    WRITE PRIME-PLAN-REC.

    *> ---------------------
    *> COST MODEL
    *> ---------------------

*> Every value pays the sieve; above the sieve's reach the
*> survivors pay CERTAINTY MOD-POW loops of about half the value
*> each, which summed over a range is the difference of the squares
*> of its ends over four.
    8000-ESTIMATE-COST.
    MOVE 0 TO COST-HS.
    IF COST-TO < COST-FROM THEN
        EXIT PARAGRAPH
    END-IF.
    COMPUTE COST-MEGA-STEPS =
        (COST-TO - COST-FROM + 1) * SIEVE-STEPS-PER-VALUE / 1000000.
    IF COST-TO > SIEVE-CEILING THEN
        IF COST-FROM > SIEVE-CEILING THEN
            MOVE COST-FROM TO COST-MR-FROM
        ELSE
            COMPUTE COST-MR-FROM = SIEVE-CEILING + 1
        END-IF
        COMPUTE COST-SQ-SPAN = COST-TO * COST-TO
            - (COST-MR-FROM - 1) * (COST-MR-FROM - 1)
        COMPUTE COST-MEGA-STEPS = COST-MEGA-STEPS
            + COST-SQ-SPAN / 4000000000 * SURVIVOR-PER-MILLE
                * COST-CERTAINTY
            ON SIZE ERROR MOVE 999999999999 TO COST-MEGA-STEPS
        END-COMPUTE
    END-IF.
    COMPUTE COST-HS ROUNDED =
        COST-MEGA-STEPS * COST-RATE * COST-FACTOR / 1000
        ON SIZE ERROR MOVE 999999999999999 TO COST-HS
    END-COMPUTE.

*> SEARCH-LO ends as the highest top from PLAN-FROM whose cost is
*> inside SEARCH-TARGET-HS (PLAN-FROM - 1 when none is).
    8100-FIND-TOP-FOR-TARGET.
    MOVE PLAN-FROM TO COST-FROM.
    MOVE TOP-OF-KEY TO COST-TO.
    PERFORM 8000-ESTIMATE-COST.
    IF COST-HS <= SEARCH-TARGET-HS THEN
        MOVE TOP-OF-KEY TO SEARCH-LO
        EXIT PARAGRAPH
    END-IF.
    COMPUTE SEARCH-LO = PLAN-FROM - 1.
    MOVE TOP-OF-KEY TO SEARCH-HI.
    PERFORM 8110-BISECT-ONE-STEP UNTIL SEARCH-HI - SEARCH-LO <= 1.

    8110-BISECT-ONE-STEP.
    COMPUTE SEARCH-MID = (SEARCH-LO + SEARCH-HI) / 2.
    MOVE SEARCH-MID TO COST-TO.
    PERFORM 8000-ESTIMATE-COST.
    IF COST-HS <= SEARCH-TARGET-HS THEN
        MOVE SEARCH-MID TO SEARCH-LO
    ELSE
        MOVE SEARCH-MID TO SEARCH-HI
    END-IF.

    COPY "parmproc.cpy".
    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
