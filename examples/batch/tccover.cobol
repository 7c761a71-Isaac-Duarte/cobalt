IDENTIFICATION DIVISION.
PROGRAM-ID. TESTCASE-COVERAGE.

*> TESTCASE-COVERAGE says which programs, paragraphs, and rules the
*> TESTCASE file actually exercises. TESTCASE-EXEC runs whatever is
*> on the file by test-id prefix; the COVREG registry says what each
*> prefix -- narrowed, where it matters, by a parameter pattern --
*> exercises. One registry card per paragraph or rule:
*>     cols  1-8   test-id prefix (QM, QM*, FC01 ...)
*>     col  10     parameter slot the pattern applies to (1-3), or
*>                 blank when the prefix alone decides
*>     cols 12-31  pattern for that TC-PARM: "*" matches any one
*>                 character, and a pattern ending in "*" matches
*>                 any value that starts with the rest
*>     cols 33-52  program (QUESTION-MARKS, FIZZ-BUZZ ...)
*>     col  54     P paragraph or R rule
*>     cols 56-80  paragraph or rule name
*> A card with "*" in column 1 is a comment. For example:
*>     QM*                               QUESTION-MARKS P 2000-CHECK-ONE-STRING
*>     QM*      1 12                     QUESTION-MARKS R DIGIT-PAIR SUM 12
*>     QB*                               QUESTION-MARKS P CHECK-NUMBERS
*>     PR*                               FIZZ-BUZZ      P MILLER-RABIN-CHECK
*>     PR*                               FIZZ-BUZZ      P 0100-BUILD-SIEVE-TABLE
*>
*> The report lists, per registered program, the tests that exercise
*> it with their last TCRESULT outcome, date, and cycle, and then the
*> registered paragraphs and rules no test reaches. TCRESULT is read
*> as the history of kept result generations, oldest first; a test
*> that has not passed in any of the last N test cycles on it --
*> N from the run parameters, default 3 -- is flagged, as is a test
*> never run at all. Staleness is not judged until the history holds
*> N cycles. Tests no registry card covers are listed last. Any
*> untested item or stale test ends the run RC=4.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  test cycles a test may go without passing (default 3)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT COVERAGE-REG-FILE ASSIGN TO "COVREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS COVERAGE-REG-STATUS.
        COPY "tcsel.cpy".
        COPY "tcressel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  COVERAGE-REG-FILE.
    01  COVERAGE-REG-REC.
        05 CR-TEST-PREFIX PIC X(8).
        05 FILLER PIC X(1).
        05 CR-PARM-SLOT PIC X(1).
        05 FILLER PIC X(1).
        05 CR-PARM-PATTERN PIC X(20).
        05 FILLER PIC X(1).
        05 CR-PROGRAM PIC X(20).
        05 FILLER PIC X(1).
        05 CR-ITEM-KIND PIC X(1).
            88 CR-KIND-IS-VALID VALUES "P" "R".
        05 FILLER PIC X(1).
        05 CR-ITEM-NAME PIC X(25).

    FD  TESTCASE-FILE.
    COPY "tcrec.cpy".

    FD  TC-RESULT-FILE.
    COPY "tcresrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 COVERAGE-REG-STATUS PIC X(2).
    01 TESTCASE-STATUS PIC X(2).
    01 TC-RESULT-STATUS PIC X(2).
    01 INPUT-EOF PIC 9(1) COMP VALUE 0.
        88 INPUT-AT-EOF VALUE 1.
    01 REGISTRY-OK-SW PIC 9(1) COMP VALUE 0.
        88 REGISTRY-IS-OK VALUE 1.
    01 PARM-STAGING PIC X(5).
    01 STALE-CYCLES PIC 9(3) COMP VALUE 3.
    01 STALE-STAGING PIC 9(3).

*> The registry, tabled. Each card's prefix and pattern are sized
*> once at load so matching is a straight compare.
    01 REG-MAX PIC 9(4) COMP VALUE 300.
    01 REG-COUNT PIC 9(4) COMP VALUE 0.
    01 REG-IDX PIC 9(4) COMP VALUE 0.
    01 REG-TABLE.
        05 REG-ENTRY OCCURS 300 TIMES.
            10 RG-PREFIX PIC X(8).
            10 RG-PREFIX-LEN PIC 9(1) COMP.
            10 RG-SLOT PIC 9(1).
            10 RG-PATTERN PIC X(20).
            10 RG-PATTERN-LEN PIC 9(2) COMP.
            10 RG-OPEN-ENDED-SW PIC 9(1) COMP.
                88 RG-IS-OPEN-ENDED VALUE 1.
            10 RG-PROGRAM PIC X(20).
            10 RG-KIND PIC X(1).
            10 RG-NAME PIC X(25).
            10 RG-TEST-COUNT PIC 9(4) COMP.
    01 REG-REJECTED PIC 9(4) COMP VALUE 0.

    01 PROGRAM-MAX PIC 9(3) COMP VALUE 50.
    01 PROGRAM-COUNT PIC 9(3) COMP VALUE 0.
    01 PROGRAM-IDX PIC 9(3) COMP VALUE 0.
    01 PROGRAM-TABLE.
        05 PROGRAM-ENTRY OCCURS 50 TIMES.
            10 PG-NAME PIC X(20).
            10 PG-TEST-COUNT PIC 9(4) COMP.
            10 PG-ITEM-COUNT PIC 9(4) COMP.
            10 PG-UNTESTED-COUNT PIC 9(4) COMP.

*> The test cases and what TCRESULT says about each.
    01 TEST-MAX PIC 9(4) COMP VALUE 1000.
    01 TEST-COUNT PIC 9(4) COMP VALUE 0.
    01 TEST-IDX PIC 9(4) COMP VALUE 0.
    01 TEST-TABLE.
        05 TEST-ENTRY OCCURS 1000 TIMES.
            10 TT-TEST-ID PIC X(8).
            10 TT-PARM PIC X(20) OCCURS 3 TIMES.
            10 TT-LAST-RESULT PIC X(4).
            10 TT-LAST-TIMESTAMP PIC X(14).
            10 TT-LAST-CYCLE PIC 9(6).
            10 TT-PASS-SW PIC 9(1) COMP.
                88 TT-HAS-PASSED VALUE 1.
            10 TT-LAST-PASS-CYCLE PIC 9(6).
            10 TT-REGISTERED-SW PIC 9(1) COMP.
                88 TT-IS-REGISTERED VALUE 1.
            10 TT-STALE-SW PIC 9(1) COMP.
                88 TT-IS-STALE VALUE 1.
    01 TEST-OVERFLOW PIC 9(6) COMP VALUE 0.

*> The distinct cycles TCRESULT holds runs for, and the oldest of
*> the last STALE-CYCLES of them.
    01 CYCLE-MAX PIC 9(4) COMP VALUE 500.
    01 CYCLE-COUNT PIC 9(4) COMP VALUE 0.
    01 CYCLE-IDX PIC 9(4) COMP VALUE 0.
    01 CYCLE-TABLE.
        05 CY-CYCLE-NO PIC 9(6) OCCURS 500 TIMES.
    01 RESULT-CYCLE PIC 9(6).
    01 CYCLE-FOUND-SW PIC 9(1) COMP VALUE 0.
        88 CYCLE-WAS-FOUND VALUE 1.
    01 CYCLE-CEILING PIC 9(7) COMP VALUE 0.
    01 CYCLE-NEXT-LOWER PIC 9(7) COMP VALUE 0.
    01 CYCLE-STEP PIC 9(3) COMP VALUE 0.
    01 STALE-THRESHOLD PIC 9(7) COMP VALUE 0.
    01 STALENESS-SW PIC 9(1) COMP VALUE 0.
        88 STALENESS-IS-JUDGED VALUE 1.
    01 RESULTS-READ PIC 9(8) COMP VALUE 0.
    01 RESULTS-UNMATCHED PIC 9(8) COMP VALUE 0.

*> Matching one test against one registry card.
    01 MATCH-SW PIC 9(1) COMP VALUE 0.
        88 TEST-MATCHES VALUE 1.
    01 SCAN-IDX PIC 9(2) COMP VALUE 0.
    01 COMPARE-LEN PIC 9(2) COMP VALUE 0.
    01 PATTERN-CHAR PIC X(1).
    01 PROGRAM-HAS-TEST-SW PIC 9(1) COMP VALUE 0.
        88 PROGRAM-HAS-TEST VALUE 1.

    01 TOTAL-ITEMS PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNTESTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-STALE PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNREGISTERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-NEVER-RUN PIC 9(6) COMP VALUE 0.
    01 COUNT-DISP PIC Z(5)9.
    01 COUNT-DISP-2 PIC Z(5)9.
    01 COUNT-DISP-3 PIC Z(5)9.
    01 STALE-DISP PIC ZZ9.
    01 KIND-TEXT PIC X(9).
    01 STALE-TEXT PIC X(30).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="TESTCASE-COVERAGE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="TESTCASE-COVERAGE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF REGISTRY-IS-OK THEN
        PERFORM 2000-LOAD-TEST-CASES
        PERFORM 3000-LOAD-RESULT-HISTORY
        PERFORM 4000-JUDGE-TESTS
        PERFORM 5000-PRINT-COVERAGE
        PERFORM 8000-TERMINATE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: parameters and the registry.
    *> ---------------------

    1000-INITIALIZE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 IS NUMERIC
                AND PC-NUM-1 > 0 AND PC-NUM-1 < 1000 THEN
            MOVE PC-NUM-1 TO STALE-CYCLES
        END-IF
    ELSE
        DISPLAY "Cycles a test may go without passing (default 3):"
        ACCEPT STALE-STAGING
        IF STALE-STAGING > 0 THEN
            MOVE STALE-STAGING TO STALE-CYCLES
        END-IF
    END-IF.
    PERFORM 1100-LOAD-REGISTRY.
    IF NOT REGISTRY-IS-OK THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Test Coverage Matrix" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE STALE-CYCLES TO STALE-DISP.
    STRING "REGISTRY COVREG   RESULTS TCRESULT   STALE AFTER " STALE-DISP
        " TEST CYCLES WITHOUT A PASS" DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    1100-LOAD-REGISTRY.
    OPEN INPUT COVERAGE-REG-FILE.
    IF COVERAGE-REG-STATUS NOT = "00" THEN
        DISPLAY "Coverage registry (COVREG) not found, nothing to report."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Coverage registry (COVREG) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 1110-TAKE-REGISTRY-CARD UNTIL INPUT-AT-EOF.
    CLOSE COVERAGE-REG-FILE.
    IF REG-COUNT = 0 THEN
        DISPLAY "Coverage registry (COVREG) holds no usable cards."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Coverage registry (COVREG) holds no usable cards." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO REGISTRY-OK-SW.

    *> A card without a prefix, program, kind, and name, or with a
    *> slot that is not 1-3, cannot be matched and is set aside.
    1110-TAKE-REGISTRY-CARD.
    READ COVERAGE-REG-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    IF CR-TEST-PREFIX(1:1) = "*" OR COVERAGE-REG-REC = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    IF CR-TEST-PREFIX = SPACES OR CR-PROGRAM = SPACES
            OR NOT CR-KIND-IS-VALID OR CR-ITEM-NAME = SPACES
            OR (CR-PARM-SLOT NOT = SPACE
                AND (CR-PARM-SLOT < "1" OR CR-PARM-SLOT > "3"))
            OR REG-COUNT >= REG-MAX THEN
        DISPLAY "Registry card set aside: " COVERAGE-REG-REC
        ADD 1 TO REG-REJECTED
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO REG-COUNT.
    INITIALIZE REG-ENTRY(REG-COUNT).
    MOVE CR-TEST-PREFIX TO RG-PREFIX(REG-COUNT).
    MOVE 0 TO RG-PREFIX-LEN(REG-COUNT).
    PERFORM 1120-SIZE-PREFIX
        VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 8.
    IF CR-PARM-SLOT = SPACE THEN
        MOVE 0 TO RG-SLOT(REG-COUNT)
    ELSE
        MOVE CR-PARM-SLOT TO RG-SLOT(REG-COUNT)
    END-IF.
    MOVE CR-PARM-PATTERN TO RG-PATTERN(REG-COUNT).
    MOVE 0 TO RG-PATTERN-LEN(REG-COUNT).
    PERFORM 1130-SIZE-PATTERN
        VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 20.
    IF RG-PATTERN-LEN(REG-COUNT) > 0 THEN
        IF CR-PARM-PATTERN(RG-PATTERN-LEN(REG-COUNT):1) = "*" THEN
            MOVE 1 TO RG-OPEN-ENDED-SW(REG-COUNT)
        END-IF
    END-IF.
    MOVE CR-PROGRAM TO RG-PROGRAM(REG-COUNT).
    MOVE CR-ITEM-KIND TO RG-KIND(REG-COUNT).
    MOVE CR-ITEM-NAME TO RG-NAME(REG-COUNT).
    PERFORM 1140-ENTER-PROGRAM.

    *> The prefix runs to its last character that is neither a
    *> space nor the "*" written to show it is a prefix.
    1120-SIZE-PREFIX.
    IF CR-TEST-PREFIX(SCAN-IDX:1) NOT = SPACE
            AND CR-TEST-PREFIX(SCAN-IDX:1) NOT = "*" THEN
        MOVE SCAN-IDX TO RG-PREFIX-LEN(REG-COUNT)
    END-IF.

    1130-SIZE-PATTERN.
    IF CR-PARM-PATTERN(SCAN-IDX:1) NOT = SPACE THEN
        MOVE SCAN-IDX TO RG-PATTERN-LEN(REG-COUNT)
    END-IF.

    1140-ENTER-PROGRAM.
    MOVE 0 TO MATCH-SW.
    PERFORM 1150-FIND-PROGRAM
        VARYING PROGRAM-IDX FROM 1 BY 1
        UNTIL PROGRAM-IDX > PROGRAM-COUNT OR TEST-MATCHES.
    IF NOT TEST-MATCHES AND PROGRAM-COUNT < PROGRAM-MAX THEN
        ADD 1 TO PROGRAM-COUNT
        MOVE CR-PROGRAM TO PG-NAME(PROGRAM-COUNT)
        MOVE 0 TO PG-TEST-COUNT(PROGRAM-COUNT)
        MOVE 0 TO PG-ITEM-COUNT(PROGRAM-COUNT)
        MOVE 0 TO PG-UNTESTED-COUNT(PROGRAM-COUNT)
    END-IF.

    1150-FIND-PROGRAM.
    IF PG-NAME(PROGRAM-IDX) = CR-PROGRAM THEN
        MOVE 1 TO MATCH-SW
    END-IF.

    *> ---------------------
    *> THE TEST CASES
    *> ---------------------

    2000-LOAD-TEST-CASES.
    OPEN INPUT TESTCASE-FILE.
    IF TESTCASE-STATUS NOT = "00" THEN
        DISPLAY "Test-case file not found; every registered item is untested."
        MOVE "TESTCASE could not be opened - no tests are counted" TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 2100-TAKE-TEST-CASE UNTIL INPUT-AT-EOF.
    CLOSE TESTCASE-FILE.
    IF TEST-OVERFLOW > 0 THEN
        MOVE TEST-OVERFLOW TO COUNT-DISP
        STRING "TESTCASE holds more cases than the table; " COUNT-DISP
            " not counted" DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

    2100-TAKE-TEST-CASE.
    READ TESTCASE-FILE NEXT RECORD
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    IF TEST-COUNT >= TEST-MAX THEN
        ADD 1 TO TEST-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TEST-COUNT.
    INITIALIZE TEST-ENTRY(TEST-COUNT).
    MOVE TC-TEST-ID TO TT-TEST-ID(TEST-COUNT).
    MOVE TC-PARM-1 TO TT-PARM(TEST-COUNT, 1).
    MOVE TC-PARM-2 TO TT-PARM(TEST-COUNT, 2).
    MOVE TC-PARM-3 TO TT-PARM(TEST-COUNT, 3).
    MOVE SPACES TO TT-LAST-RESULT(TEST-COUNT).
    MOVE SPACES TO TT-LAST-TIMESTAMP(TEST-COUNT).

    *> ---------------------
    *> THE RESULT HISTORY: the latest outcome per test, the latest
    *> cycle it passed in, and every cycle tests ran in.
    *> ---------------------

    3000-LOAD-RESULT-HISTORY.
    OPEN INPUT TC-RESULT-FILE.
    IF TC-RESULT-STATUS NOT = "00" THEN
        DISPLAY "Result history (TCRESULT) not found; no test has a result."
        MOVE "TCRESULT could not be opened - no test has a result" TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO INPUT-EOF.
    PERFORM 3100-TAKE-ONE-RESULT UNTIL INPUT-AT-EOF.
    CLOSE TC-RESULT-FILE.

    3100-TAKE-ONE-RESULT.
    READ TC-RESULT-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    ADD 1 TO RESULTS-READ.
    IF TE-CYCLE-NO IS NUMERIC THEN
        MOVE TE-CYCLE-NO TO RESULT-CYCLE
    ELSE
        MOVE 0 TO RESULT-CYCLE
    END-IF.
    PERFORM 3200-NOTE-CYCLE.
    MOVE 0 TO MATCH-SW.
    PERFORM 3110-FIND-RESULT-TEST
        VARYING TEST-IDX FROM 1 BY 1
        UNTIL TEST-IDX > TEST-COUNT OR TEST-MATCHES.
    IF NOT TEST-MATCHES THEN
        ADD 1 TO RESULTS-UNMATCHED
        EXIT PARAGRAPH
    END-IF.
    SUBTRACT 1 FROM TEST-IDX.
    IF TE-TIMESTAMP >= TT-LAST-TIMESTAMP(TEST-IDX) THEN
        MOVE TE-RESULT TO TT-LAST-RESULT(TEST-IDX)
        MOVE TE-TIMESTAMP TO TT-LAST-TIMESTAMP(TEST-IDX)
        MOVE RESULT-CYCLE TO TT-LAST-CYCLE(TEST-IDX)
    END-IF.
    IF TE-PASS THEN
        IF NOT TT-HAS-PASSED(TEST-IDX)
                OR RESULT-CYCLE > TT-LAST-PASS-CYCLE(TEST-IDX) THEN
            MOVE RESULT-CYCLE TO TT-LAST-PASS-CYCLE(TEST-IDX)
        END-IF
        MOVE 1 TO TT-PASS-SW(TEST-IDX)
    END-IF.

    3110-FIND-RESULT-TEST.
    IF TT-TEST-ID(TEST-IDX) = TE-TEST-ID THEN
        MOVE 1 TO MATCH-SW
    END-IF.

    3200-NOTE-CYCLE.
    MOVE 0 TO CYCLE-FOUND-SW.
    PERFORM 3210-FIND-CYCLE
        VARYING CYCLE-IDX FROM 1 BY 1
        UNTIL CYCLE-IDX > CYCLE-COUNT OR CYCLE-WAS-FOUND.
    IF NOT CYCLE-WAS-FOUND AND CYCLE-COUNT < CYCLE-MAX THEN
        ADD 1 TO CYCLE-COUNT
        MOVE RESULT-CYCLE TO CY-CYCLE-NO(CYCLE-COUNT)
    END-IF.

    3210-FIND-CYCLE.
    IF CY-CYCLE-NO(CYCLE-IDX) = RESULT-CYCLE THEN
        MOVE 1 TO CYCLE-FOUND-SW
    END-IF.

    *> ---------------------
    *> JUDGEMENT: staleness against the last STALE-CYCLES test
    *> cycles, and registry coverage test by test.
    *> ---------------------

    4000-JUDGE-TESTS.
    IF CYCLE-COUNT >= STALE-CYCLES THEN
        MOVE 1 TO STALENESS-SW
        MOVE 1000000 TO CYCLE-CEILING
        PERFORM 4100-STEP-DOWN-ONE-CYCLE
            VARYING CYCLE-STEP FROM 1 BY 1 UNTIL CYCLE-STEP > STALE-CYCLES
        MOVE CYCLE-CEILING TO STALE-THRESHOLD
    END-IF.
    PERFORM 4200-JUDGE-ONE-TEST
        VARYING TEST-IDX FROM 1 BY 1 UNTIL TEST-IDX > TEST-COUNT.
    PERFORM 4400-COUNT-ITEM
        VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT.

    *> Cycle numbers come from one sequence shared by every stream,
    *> so "the last N cycles" means the last N the history holds,
    *> not the last N numbers.
    4100-STEP-DOWN-ONE-CYCLE.
    MOVE 0 TO CYCLE-NEXT-LOWER.
    PERFORM 4110-CONSIDER-CYCLE
        VARYING CYCLE-IDX FROM 1 BY 1 UNTIL CYCLE-IDX > CYCLE-COUNT.
    MOVE CYCLE-NEXT-LOWER TO CYCLE-CEILING.

    4110-CONSIDER-CYCLE.
    IF CY-CYCLE-NO(CYCLE-IDX) < CYCLE-CEILING
            AND CY-CYCLE-NO(CYCLE-IDX) > CYCLE-NEXT-LOWER THEN
        MOVE CY-CYCLE-NO(CYCLE-IDX) TO CYCLE-NEXT-LOWER
    END-IF.

    4200-JUDGE-ONE-TEST.
    IF STALENESS-IS-JUDGED THEN
        IF NOT TT-HAS-PASSED(TEST-IDX)
                OR TT-LAST-PASS-CYCLE(TEST-IDX) < STALE-THRESHOLD THEN
            MOVE 1 TO TT-STALE-SW(TEST-IDX)
            ADD 1 TO TOTAL-STALE
        END-IF
    END-IF.
    IF TT-LAST-RESULT(TEST-IDX) = SPACES THEN
        ADD 1 TO TOTAL-NEVER-RUN
    END-IF.
    PERFORM 4210-MATCH-TEST-TO-CARD
        VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT.
    IF NOT TT-IS-REGISTERED(TEST-IDX) THEN
        ADD 1 TO TOTAL-UNREGISTERED
    END-IF.

    4210-MATCH-TEST-TO-CARD.
    PERFORM 4300-MATCH-TEST-AND-CARD.
    IF TEST-MATCHES THEN
        ADD 1 TO RG-TEST-COUNT(REG-IDX)
        MOVE 1 TO TT-REGISTERED-SW(TEST-IDX)
    END-IF.

    *> The prefix must open the test id; then, for a card with a
    *> slot, the slot's parameter must fit the pattern.
    4300-MATCH-TEST-AND-CARD.
    MOVE 0 TO MATCH-SW.
    IF TT-TEST-ID(TEST-IDX)(1:RG-PREFIX-LEN(REG-IDX))
            NOT = RG-PREFIX(REG-IDX)(1:RG-PREFIX-LEN(REG-IDX)) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO MATCH-SW.
    IF RG-SLOT(REG-IDX) = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF RG-IS-OPEN-ENDED(REG-IDX) THEN
        COMPUTE COMPARE-LEN = RG-PATTERN-LEN(REG-IDX) - 1
    ELSE
        MOVE 20 TO COMPARE-LEN
    END-IF.
    PERFORM 4310-MATCH-PATTERN-CHAR
        VARYING SCAN-IDX FROM 1 BY 1
        UNTIL SCAN-IDX > COMPARE-LEN OR NOT TEST-MATCHES.

    4310-MATCH-PATTERN-CHAR.
    MOVE RG-PATTERN(REG-IDX)(SCAN-IDX:1) TO PATTERN-CHAR.
    IF PATTERN-CHAR NOT = "*" AND PATTERN-CHAR
            NOT = TT-PARM(TEST-IDX, RG-SLOT(REG-IDX))(SCAN-IDX:1) THEN
        MOVE 0 TO MATCH-SW
    END-IF.

    4400-COUNT-ITEM.
    ADD 1 TO TOTAL-ITEMS.
    MOVE 0 TO MATCH-SW.
    PERFORM 4410-FIND-ITEM-PROGRAM
        VARYING PROGRAM-IDX FROM 1 BY 1
        UNTIL PROGRAM-IDX > PROGRAM-COUNT OR TEST-MATCHES.
    IF TEST-MATCHES THEN
        SUBTRACT 1 FROM PROGRAM-IDX
        ADD 1 TO PG-ITEM-COUNT(PROGRAM-IDX)
        IF RG-TEST-COUNT(REG-IDX) = 0 THEN
            ADD 1 TO PG-UNTESTED-COUNT(PROGRAM-IDX)
        END-IF
    END-IF.
    IF RG-TEST-COUNT(REG-IDX) = 0 THEN
        ADD 1 TO TOTAL-UNTESTED
    END-IF.

    4410-FIND-ITEM-PROGRAM.
    IF PG-NAME(PROGRAM-IDX) = RG-PROGRAM(REG-IDX) THEN
        MOVE 1 TO MATCH-SW
    END-IF.

    *> ---------------------
    *> THE REPORT: one section per program, registry order.
    *> ---------------------

    5000-PRINT-COVERAGE.
    IF NOT STALENESS-IS-JUDGED THEN
        MOVE CYCLE-COUNT TO COUNT-DISP
        STRING "TCRESULT holds " COUNT-DISP
            " test cycles - staleness not judged yet"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 5100-PRINT-ONE-PROGRAM
        VARYING PROGRAM-IDX FROM 1 BY 1 UNTIL PROGRAM-IDX > PROGRAM-COUNT.
    IF TOTAL-UNREGISTERED > 0 THEN
        PERFORM 7900-PRINT-REPORT-LINE
        MOVE "TESTS NO REGISTRY CARD COVERS" TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        PERFORM 5400-PRINT-UNREGISTERED
            VARYING TEST-IDX FROM 1 BY 1 UNTIL TEST-IDX > TEST-COUNT
    END-IF.

    5100-PRINT-ONE-PROGRAM.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE 0 TO PG-TEST-COUNT(PROGRAM-IDX).
    PERFORM 5110-COUNT-PROGRAM-TEST
        VARYING TEST-IDX FROM 1 BY 1 UNTIL TEST-IDX > TEST-COUNT.
    MOVE PG-TEST-COUNT(PROGRAM-IDX) TO COUNT-DISP.
    MOVE PG-ITEM-COUNT(PROGRAM-IDX) TO COUNT-DISP-2.
    MOVE PG-UNTESTED-COUNT(PROGRAM-IDX) TO COUNT-DISP-3.
    STRING "PROGRAM " PG-NAME(PROGRAM-IDX) " tests" COUNT-DISP
        "  items" COUNT-DISP-2 "  untested" COUNT-DISP-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 5200-PRINT-PROGRAM-TEST
        VARYING TEST-IDX FROM 1 BY 1 UNTIL TEST-IDX > TEST-COUNT.
    PERFORM 5300-PRINT-UNTESTED-ITEM
        VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT.

    5110-COUNT-PROGRAM-TEST.
    PERFORM 5500-TEST-REACHES-PROGRAM.
    IF PROGRAM-HAS-TEST THEN
        ADD 1 TO PG-TEST-COUNT(PROGRAM-IDX)
    END-IF.

    5200-PRINT-PROGRAM-TEST.
    PERFORM 5500-TEST-REACHES-PROGRAM.
    IF NOT PROGRAM-HAS-TEST THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 5600-BUILD-STALE-TEXT.
    IF TT-LAST-RESULT(TEST-IDX) = SPACES THEN
        STRING "  TEST     " TT-TEST-ID(TEST-IDX)
            " no result on TCRESULT       " STALE-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "  TEST     " TT-TEST-ID(TEST-IDX) " "
            TT-LAST-RESULT(TEST-IDX) " "
            TT-LAST-TIMESTAMP(TEST-IDX)(1:8) " cycle "
            TT-LAST-CYCLE(TEST-IDX) "  " STALE-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    5300-PRINT-UNTESTED-ITEM.
    IF RG-PROGRAM(REG-IDX) NOT = PG-NAME(PROGRAM-IDX)
            OR RG-TEST-COUNT(REG-IDX) > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF RG-KIND(REG-IDX) = "P" THEN
        MOVE "PARAGRAPH" TO KIND-TEXT
    ELSE
        MOVE "RULE" TO KIND-TEXT
    END-IF.
    IF RG-SLOT(REG-IDX) = 0 THEN
        STRING "  NO TEST  " KIND-TEXT " " RG-NAME(REG-IDX)
            " (" RG-PREFIX(REG-IDX) ")"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "  NO TEST  " KIND-TEXT " " RG-NAME(REG-IDX)
            " (" RG-PREFIX(REG-IDX) " PARM-" RG-SLOT(REG-IDX) " "
            RG-PATTERN(REG-IDX)(1:RG-PATTERN-LEN(REG-IDX)) ")"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    5400-PRINT-UNREGISTERED.
    IF TT-IS-REGISTERED(TEST-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 5600-BUILD-STALE-TEXT.
    IF TT-LAST-RESULT(TEST-IDX) = SPACES THEN
        STRING "  TEST     " TT-TEST-ID(TEST-IDX)
            " no result on TCRESULT       " STALE-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        STRING "  TEST     " TT-TEST-ID(TEST-IDX) " "
            TT-LAST-RESULT(TEST-IDX) " "
            TT-LAST-TIMESTAMP(TEST-IDX)(1:8) " cycle "
            TT-LAST-CYCLE(TEST-IDX) "  " STALE-TEXT
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    *> A test reaches a program when any of the program's cards
    *> matches it.
    5500-TEST-REACHES-PROGRAM.
    MOVE 0 TO PROGRAM-HAS-TEST-SW.
    PERFORM 5510-TRY-PROGRAM-CARD
        VARYING REG-IDX FROM 1 BY 1
        UNTIL REG-IDX > REG-COUNT OR PROGRAM-HAS-TEST.

    5510-TRY-PROGRAM-CARD.
    IF RG-PROGRAM(REG-IDX) = PG-NAME(PROGRAM-IDX) THEN
        PERFORM 4300-MATCH-TEST-AND-CARD
        IF TEST-MATCHES THEN
            MOVE 1 TO PROGRAM-HAS-TEST-SW
        END-IF
    END-IF.

    5600-BUILD-STALE-TEXT.
    MOVE SPACES TO STALE-TEXT.
    IF TT-IS-STALE(TEST-IDX) THEN
        MOVE STALE-CYCLES TO STALE-DISP
        STRING "NOT PASSED IN" STALE-DISP " CYCLES"
            DELIMITED BY SIZE INTO STALE-TEXT
    END-IF.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "SUMMARY" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE PROGRAM-COUNT TO COUNT-DISP.
    STRING "  Programs registered     " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-ITEMS TO COUNT-DISP.
    STRING "  Items registered        " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-UNTESTED TO COUNT-DISP.
    STRING "  Items with no test      " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TEST-COUNT TO COUNT-DISP.
    STRING "  Test cases              " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-NEVER-RUN TO COUNT-DISP.
    STRING "  Never run               " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-STALE TO COUNT-DISP.
    STRING "  Not passed in time      " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-UNREGISTERED TO COUNT-DISP.
    STRING "  Covered by no card      " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE CYCLE-COUNT TO COUNT-DISP.
    MOVE RESULTS-READ TO COUNT-DISP-2.
    STRING "  Test cycles on TCRESULT " COUNT-DISP
        "  results" COUNT-DISP-2
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Test Coverage Summary --".
    DISPLAY "Items registered  : " TOTAL-ITEMS.
    DISPLAY "Items untested    : " TOTAL-UNTESTED.
    DISPLAY "Test cases        : " TEST-COUNT.
    DISPLAY "Stale tests       : " TOTAL-STALE.
    DISPLAY "Unregistered tests: " TOTAL-UNREGISTERED.
    IF WS-RETURN-CODE < 4 AND (TOTAL-UNTESTED > 0 OR TOTAL-STALE > 0) THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Registered items lack tests or tests have stopped passing." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
