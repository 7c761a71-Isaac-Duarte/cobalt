IDENTIFICATION DIVISION.
PROGRAM-ID. QM-BOUNDARY-GEN.

*> QM-BOUNDARY-GEN writes the boundary and near-miss cases for a
*> QUESTION-MARKS rule set, so the regression run tests the edges of
*> the rules rather than whatever strings were typed in once. The
*> rule set is a TESTCASE entry read the way QUESTION-MARKS' rule-
*> driven batch reads it: TC-PARM-1 the digit-pair sum, TC-PARM-2
*> the question-mark run length, both numeric.
*>
*> Each case goes on TESTCASE as QBnnnnss -- nnnn the rule set's
*> case series, ss the case -- with the rule set's TC-PARM-1/2
*> copied in and TC-PARM-3 holding the source rule-set id (1-8)
*> and the case name (10-20). Its TCEXPECT record carries the
*> sixty-byte string and the conformant flag and QM-FAIL-POS it
*> must produce. The expectation comes from how the string was
*> built -- where its digits and question marks were put -- never
*> from running the check, so TESTCASE-EXEC's QB cases hold the
*> program to it. The cases, where the rules allow them:
*>     EXACT-GAP    a pair on target with exactly the run between
*>     GAP-SHORT    one question mark short
*>     GAP-OVER     one question mark over
*>     NO-QMARKS    the pair side by side
*>     NO-DIGITS    letters alone, nothing to judge
*>     DIGITS-ONLY  digits with no question marks, none on target
*>     START-FAIL   a wrong run opening the string at position 1
*>     END-EXACT    a right run closing the string at position 60
*>     END-FAIL     a wrong run closing it, failing at position 60
*>     SUM-OVER     a wrong run on a pair summing one over target
*>     SUM-UNDER    a wrong run on a pair summing one under
*>     LETTER-GAP   letters inside a right run do not break it
*>     SECOND-PAIR  a right pair, then a wrong one sharing its digit
*>     DIGIT-BREAK  a third digit between ends the pair
*>     LEAD-SPACES  leading spaces trimmed before positions count
*>     ALL-QMARKS   sixty question marks
*> A "wrong run" is one more than the rule, or one fewer when one
*> more does not fit. A target no digit pair reaches (over 18)
*> leaves only the cases that need no pair on target.
*>
*> Every run also checks every rule set already carrying QB cases:
*> if its TC-PARM-1/2 no longer match the ones its cases were made
*> with, its cases are made again under the same series, so
*> TESTCASE-EXEC always tests the current edges. TCEXPECT is read
*> and written forward to TCEXPOUT with the remade series' records
*> replaced; other cases' records pass through untouched.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1 (1-8)  rule set to make cases for; blank only
*>                      refreshes the series already on file

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "tcsel.cpy".
        SELECT TC-EXPECT-FILE ASSIGN TO "TCEXPECT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TC-EXPECT-STATUS.
        SELECT TC-EXPECT-OUT-FILE ASSIGN TO "TCEXPOUT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TC-EXPECT-OUT-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  TESTCASE-FILE.
    COPY "tcrec.cpy".

    FD  TC-EXPECT-FILE.
    COPY "tcexprec.cpy".

    FD  TC-EXPECT-OUT-FILE.
    01  TC-EXPECT-OUT-REC PIC X(93).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 TESTCASE-STATUS PIC X(2).
    01 TC-EXPECT-STATUS PIC X(2).
    01 TC-EXPECT-OUT-STATUS PIC X(2).
    01 INPUT-EOF PIC 9(1) COMP VALUE 0.
        88 INPUT-AT-EOF VALUE 1.
    01 TESTCASE-OPEN-SW PIC 9(1) COMP VALUE 0.
        88 TESTCASE-IS-OPEN VALUE 1.
    01 PARM-STAGING PIC X(5).
    01 NAMED-RULE-SET PIC X(8) VALUE SPACES.

*> The QB series on file, one entry per rule set, with the rules
*> its cases were made under and whether it is to be made again.
    01 SET-MAX PIC 9(3) COMP VALUE 200.
    01 SET-COUNT PIC 9(3) COMP VALUE 0.
    01 SET-IDX PIC 9(3) COMP VALUE 0.
    01 SET-TABLE.
        05 SET-ENTRY OCCURS 200 TIMES.
            10 ST-SERIES-NO PIC 9(4).
            10 ST-SOURCE-ID PIC X(8).
            10 ST-PARM-1 PIC X(20).
            10 ST-PARM-2 PIC X(20).
            10 ST-HIGH-SEQ PIC 9(2).
            10 ST-NEW-COUNT PIC 9(2).
            10 ST-MIXED-SW PIC 9(1) COMP.
                88 ST-CASES-DISAGREE VALUE 1.
            10 ST-REMAKE-SW PIC 9(1) COMP.
                88 ST-IS-TO-BE-MADE VALUE 1.
            10 ST-REASON PIC X(13).
    01 HIGH-SERIES-NO PIC 9(4) VALUE 0.
    01 SERIES-FOUND-SW PIC 9(1) COMP VALUE 0.
        88 SERIES-WAS-FOUND VALUE 1.
    01 CASE-ID-DIGITS PIC X(6).
    01 CASE-SERIES-NO PIC 9(4).
    01 CASE-SEQ-NO PIC 9(2).
    01 OLD-SEQ PIC 9(2).

*> The rule set being worked, as QUESTION-MARKS would take it.
    01 SOURCE-OK-SW PIC 9(1) COMP VALUE 0.
        88 SOURCE-IS-OK VALUE 1.
    01 SOURCE-PARM-1 PIC X(20).
    01 SOURCE-PARM-2 PIC X(20).
    01 GEN-SUM-TARGET PIC 9(2) COMP VALUE 0.
    01 GEN-QMARK-COUNT PIC 9(5) COMP VALUE 0.
    01 GEN-WRONG-GAP PIC 9(5) COMP VALUE 0.
    01 GEN-REACHABLE-SW PIC 9(1) COMP VALUE 0.
        88 GEN-TARGET-REACHABLE VALUE 1.
    01 GEN-DIGIT-A PIC 9(1).
    01 GEN-DIGIT-B PIC 9(1).
    01 GEN-DIGIT-Z PIC 9(1).
    01 GEN-DIGIT-D PIC 9(1).
    01 SPLIT-SUM PIC 9(2) COMP VALUE 0.
    01 SPLIT-A PIC 9(1).
    01 SPLIT-B PIC 9(1).

*> One case under construction: the string is laid down piece by
*> piece and the expectation follows from the pieces' positions.
    01 CASE-STRING PIC X(60).
    01 CASE-CONFORMANT PIC X(1).
    01 CASE-FAIL-POS PIC 9(5).
    01 CASE-NAME PIC X(11).
    01 CASE-TEST-ID PIC X(8).
    01 CASE-LENGTH PIC 9(5) COMP VALUE 0.
    01 BUILD-POS PIC 9(3) COMP VALUE 0.
    01 BUILD-COUNT PIC 9(5) COMP VALUE 0.
    01 BUILD-CHAR PIC X(1).
    01 BUILD-DIGIT PIC 9(1).

*> New TCEXPECT records, staged until the old file has been copied
*> forward without the remade series.
    01 STAGE-MAX PIC 9(4) COMP VALUE 3200.
    01 STAGE-COUNT PIC 9(4) COMP VALUE 0.
    01 STAGE-IDX PIC 9(4) COMP VALUE 0.
    01 STAGE-TABLE.
        05 STAGE-ENTRY OCCURS 3200 TIMES PIC X(93).
    01 STAGE-OVERFLOW PIC 9(6) COMP VALUE 0.

    01 TOTAL-SERIES-MADE PIC 9(6) COMP VALUE 0.
    01 TOTAL-CASES-MADE PIC 9(6) COMP VALUE 0.
    01 TOTAL-CASES-DROPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-EXPECT-KEPT PIC 9(6) COMP VALUE 0.
    01 TOTAL-EXPECT-DROPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SETS-ORPHANED PIC 9(6) COMP VALUE 0.
    01 COUNT-DISP PIC Z(5)9.
    01 RULE-DISP PIC Z9.
    01 RULE-DISP-2 PIC ZZZZ9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QM-BOUNDARY-GEN"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QM-BOUNDARY-GEN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF TESTCASE-IS-OPEN THEN
        PERFORM 2000-SCAN-EXISTING-SERIES
        PERFORM 3000-PLAN-THE-SERIES
        PERFORM 4000-MAKE-ONE-SERIES
            VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > SET-COUNT
        CLOSE TESTCASE-FILE
        PERFORM 5000-CARRY-EXPECTED-FORWARD
        PERFORM 8000-TERMINATE
    END-IF.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1000-INITIALIZE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-TEXT-1(1:8) TO NAMED-RULE-SET
        END-IF
    ELSE
        DISPLAY "Rule set to make boundary cases for (blank refreshes only):"
        ACCEPT NAMED-RULE-SET
    END-IF.
    OPEN I-O TESTCASE-FILE.
    IF TESTCASE-STATUS NOT = "00" THEN
        DISPLAY "Test-case file not found, no boundary cases can be made."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Test-case file (TESTCASE) could not be opened for update." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO TESTCASE-OPEN-SW.
    MOVE "I" TO RW-FUNCTION.
    MOVE "QUESTION-MARKS Boundary Cases" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    IF NAMED-RULE-SET = SPACES THEN
        MOVE "RULE SET (none named - refreshing the series on file)"
            TO RW-LINE-TEXT
    ELSE
        STRING "RULE SET " NAMED-RULE-SET
            " plus any series whose rules have changed"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.

    *> ---------------------
    *> THE SERIES ALREADY ON FILE
    *> ---------------------

    2000-SCAN-EXISTING-SERIES.
    MOVE 0 TO INPUT-EOF.
    PERFORM 2100-TAKE-ONE-CASE UNTIL INPUT-AT-EOF.

    *> Only QB ids of the generated form belong to a series; anything
    *> else that happens to start QB is left alone.
    2100-TAKE-ONE-CASE.
    READ TESTCASE-FILE NEXT RECORD
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE TC-TEST-ID(3:6) TO CASE-ID-DIGITS.
    IF TC-TEST-ID(1:2) NOT = "QB" OR CASE-ID-DIGITS IS NOT NUMERIC THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE TC-TEST-ID(3:4) TO CASE-SERIES-NO.
    MOVE TC-TEST-ID(7:2) TO CASE-SEQ-NO.
    IF CASE-SERIES-NO > HIGH-SERIES-NO THEN
        MOVE CASE-SERIES-NO TO HIGH-SERIES-NO
    END-IF.
    MOVE 0 TO SERIES-FOUND-SW.
    PERFORM 2110-FIND-SERIES
        VARYING SET-IDX FROM 1 BY 1
        UNTIL SET-IDX > SET-COUNT OR SERIES-WAS-FOUND.
    IF SERIES-WAS-FOUND THEN
        SUBTRACT 1 FROM SET-IDX
        IF TC-PARM-1 NOT = ST-PARM-1(SET-IDX)
                OR TC-PARM-2 NOT = ST-PARM-2(SET-IDX) THEN
            MOVE 1 TO ST-MIXED-SW(SET-IDX)
        END-IF
        IF CASE-SEQ-NO > ST-HIGH-SEQ(SET-IDX) THEN
            MOVE CASE-SEQ-NO TO ST-HIGH-SEQ(SET-IDX)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF SET-COUNT >= SET-MAX THEN
        DISPLAY "Series table full, " TC-TEST-ID " not checked."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO SET-COUNT.
    INITIALIZE SET-ENTRY(SET-COUNT).
    MOVE CASE-SERIES-NO TO ST-SERIES-NO(SET-COUNT).
    MOVE TC-PARM-3(1:8) TO ST-SOURCE-ID(SET-COUNT).
    MOVE TC-PARM-1 TO ST-PARM-1(SET-COUNT).
    MOVE TC-PARM-2 TO ST-PARM-2(SET-COUNT).
    MOVE CASE-SEQ-NO TO ST-HIGH-SEQ(SET-COUNT).

    2110-FIND-SERIES.
    IF ST-SERIES-NO(SET-IDX) = CASE-SERIES-NO THEN
        MOVE 1 TO SERIES-FOUND-SW
    END-IF.

    *> ---------------------
    *> PLANNING: the named rule set is always made, under its own
    *> series if it has one and the next free series if not; every
    *> other series is made again only when its rules have moved.
    *> ---------------------

    3000-PLAN-THE-SERIES.
    IF NAMED-RULE-SET NOT = SPACES THEN
        PERFORM 3100-PLAN-NAMED-SET
    END-IF.
    PERFORM 3200-CHECK-ONE-SERIES
        VARYING SET-IDX FROM 1 BY 1 UNTIL SET-IDX > SET-COUNT.

    3100-PLAN-NAMED-SET.
    IF NAMED-RULE-SET(1:2) = "QB" THEN
        DISPLAY "Rule set " NAMED-RULE-SET " is itself a boundary case."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "A generated boundary case was named as a rule set." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE NAMED-RULE-SET TO TC-TEST-ID.
    PERFORM 3300-READ-SOURCE-RULES.
    IF NOT SOURCE-IS-OK THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "The named rule set is missing or its rules are not numeric." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO SERIES-FOUND-SW.
    PERFORM 3110-FIND-NAMED-SERIES
        VARYING SET-IDX FROM 1 BY 1
        UNTIL SET-IDX > SET-COUNT OR SERIES-WAS-FOUND.
    IF SERIES-WAS-FOUND THEN
        SUBTRACT 1 FROM SET-IDX
        MOVE 1 TO ST-REMAKE-SW(SET-IDX)
        MOVE "ASKED FOR" TO ST-REASON(SET-IDX)
        EXIT PARAGRAPH
    END-IF.
    IF SET-COUNT >= SET-MAX OR HIGH-SERIES-NO >= 9999 THEN
        DISPLAY "No series number is free for rule set " NAMED-RULE-SET "."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No boundary-case series number is free." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO SET-COUNT.
    INITIALIZE SET-ENTRY(SET-COUNT).
    ADD 1 TO HIGH-SERIES-NO.
    MOVE HIGH-SERIES-NO TO ST-SERIES-NO(SET-COUNT).
    MOVE NAMED-RULE-SET TO ST-SOURCE-ID(SET-COUNT).
    MOVE 0 TO ST-HIGH-SEQ(SET-COUNT).
    MOVE 1 TO ST-REMAKE-SW(SET-COUNT).
    MOVE "NEW SERIES" TO ST-REASON(SET-COUNT).

    3110-FIND-NAMED-SERIES.
    IF ST-SOURCE-ID(SET-IDX) = NAMED-RULE-SET THEN
        MOVE 1 TO SERIES-FOUND-SW
    END-IF.

    *> A series whose rule set has gone from the file is reported and
    *> left as it is; removing its cases is the operator's call.
    3200-CHECK-ONE-SERIES.
    IF ST-IS-TO-BE-MADE(SET-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ST-SOURCE-ID(SET-IDX) TO TC-TEST-ID.
    PERFORM 3300-READ-SOURCE-RULES.
    IF NOT SOURCE-IS-OK THEN
        ADD 1 TO TOTAL-SETS-ORPHANED
        MOVE ST-SERIES-NO(SET-IDX) TO CASE-SERIES-NO
        STRING "SERIES QB" CASE-SERIES-NO " rule set " ST-SOURCE-ID(SET-IDX)
            " missing or not numeric - left as is"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF SOURCE-PARM-1 NOT = ST-PARM-1(SET-IDX)
            OR SOURCE-PARM-2 NOT = ST-PARM-2(SET-IDX)
            OR ST-CASES-DISAGREE(SET-IDX) THEN
        MOVE 1 TO ST-REMAKE-SW(SET-IDX)
        MOVE "RULES CHANGED" TO ST-REASON(SET-IDX)
    END-IF.

    *> Reads the rule set keyed in TC-TEST-ID and takes its rules the
    *> way QUESTION-MARKS' 1310-APPLY-TESTCASE-RULES does; a rule
    *> set that would leave QUESTION-MARKS on its keyed defaults has
    *> no edges of its own to test.
    3300-READ-SOURCE-RULES.
    MOVE 0 TO SOURCE-OK-SW.
    READ TESTCASE-FILE
        INVALID KEY
            DISPLAY "Rule set " TC-TEST-ID " is not on the test-case file."
            EXIT PARAGRAPH
    END-READ.
    MOVE TC-PARM-1 TO SOURCE-PARM-1.
    MOVE TC-PARM-2 TO SOURCE-PARM-2.
    MOVE TC-PARM-1 TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        DISPLAY "Rule set " TC-TEST-ID " digit-pair sum is not numeric."
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION NUMVAL(TC-PARM-1) TO GEN-SUM-TARGET.
    MOVE TC-PARM-2 TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        DISPLAY "Rule set " TC-TEST-ID " question-mark run is not numeric."
        EXIT PARAGRAPH
    END-IF.
    MOVE FUNCTION NUMVAL(TC-PARM-2) TO GEN-QMARK-COUNT.
    MOVE 1 TO SOURCE-OK-SW.

    *> ---------------------
    *> MAKING A SERIES
    *> ---------------------

    4000-MAKE-ONE-SERIES.
    IF NOT ST-IS-TO-BE-MADE(SET-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE ST-SOURCE-ID(SET-IDX) TO TC-TEST-ID.
    PERFORM 3300-READ-SOURCE-RULES.
    IF NOT SOURCE-IS-OK THEN
        MOVE 0 TO ST-REMAKE-SW(SET-IDX)
        EXIT PARAGRAPH
    END-IF.
    MOVE SOURCE-PARM-1 TO ST-PARM-1(SET-IDX).
    MOVE SOURCE-PARM-2 TO ST-PARM-2(SET-IDX).
    MOVE 0 TO ST-NEW-COUNT(SET-IDX).
    ADD 1 TO TOTAL-SERIES-MADE.
    PERFORM 4050-SET-UP-THE-DIGITS.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE ST-SERIES-NO(SET-IDX) TO CASE-SERIES-NO.
    MOVE GEN-SUM-TARGET TO RULE-DISP.
    MOVE GEN-QMARK-COUNT TO RULE-DISP-2.
    STRING "SERIES QB" CASE-SERIES-NO "  rule set " ST-SOURCE-ID(SET-IDX)
        "  sum " RULE-DISP "  qmark run " RULE-DISP-2 "  "
        ST-REASON(SET-IDX)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    IF NOT GEN-TARGET-REACHABLE THEN
        MOVE "  no digit pair reaches the sum - pair cases not made"
            TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 4100-MAKE-PAIR-CASES.
    PERFORM 4200-MAKE-PLACEMENT-CASES.
    PERFORM 4300-MAKE-NEAR-MISS-CASES.
    PERFORM 4400-MAKE-PLAIN-CASES.
    PERFORM 4900-DROP-OLD-CASE
        VARYING OLD-SEQ FROM ST-HIGH-SEQ(SET-IDX) BY -1
        UNTIL OLD-SEQ <= ST-NEW-COUNT(SET-IDX).

    *> The pair on target is split with the larger digit first (9+3
    *> for 12, 4+0 for 4). The wrong run is one over the rule, or one
    *> under when one over would not fit in sixty bytes beside the
    *> pair. D doubles to something other than the target; Z is
    *> neither pair digit, so it pairs on target with neither.
    4050-SET-UP-THE-DIGITS.
    MOVE 0 TO GEN-REACHABLE-SW.
    IF GEN-SUM-TARGET <= 18 THEN
        MOVE 1 TO GEN-REACHABLE-SW
        MOVE GEN-SUM-TARGET TO SPLIT-SUM
        PERFORM 4060-SPLIT-A-SUM
        MOVE SPLIT-A TO GEN-DIGIT-A
        MOVE SPLIT-B TO GEN-DIGIT-B
    END-IF.
    IF GEN-QMARK-COUNT <= 57 THEN
        COMPUTE GEN-WRONG-GAP = GEN-QMARK-COUNT + 1
    ELSE
        IF GEN-QMARK-COUNT <= 59 THEN
            COMPUTE GEN-WRONG-GAP = GEN-QMARK-COUNT - 1
        ELSE
            MOVE 58 TO GEN-WRONG-GAP
        END-IF
    END-IF.
    MOVE 0 TO GEN-DIGIT-Z.
    PERFORM 4070-STEP-DIGIT-Z
        UNTIL GEN-DIGIT-Z NOT = GEN-DIGIT-A AND GEN-DIGIT-Z NOT = GEN-DIGIT-B.
    IF GEN-SUM-TARGET = 0 THEN
        MOVE 1 TO GEN-DIGIT-D
    ELSE
        MOVE 0 TO GEN-DIGIT-D
    END-IF.

    4060-SPLIT-A-SUM.
    IF SPLIT-SUM > 9 THEN
        MOVE 9 TO SPLIT-A
    ELSE
        MOVE SPLIT-SUM TO SPLIT-A
    END-IF.
    COMPUTE SPLIT-B = SPLIT-SUM - SPLIT-A.

    4070-STEP-DIGIT-Z.
    ADD 1 TO GEN-DIGIT-Z.

    *> The run itself: exact, one short, one over, and none at all.
    *> The failing pair's second digit sits one past the run.
    4100-MAKE-PAIR-CASES.
    IF NOT GEN-TARGET-REACHABLE THEN
        EXIT PARAGRAPH
    END-IF.
    IF GEN-QMARK-COUNT <= 58 THEN
        MOVE "EXACT-GAP" TO CASE-NAME
        PERFORM 7000-START-CASE
        MOVE GEN-QMARK-COUNT TO BUILD-COUNT
        PERFORM 7050-LAY-THE-PAIR
        PERFORM 7190-FILE-THE-CASE
    END-IF.
    IF GEN-QMARK-COUNT >= 1 AND GEN-QMARK-COUNT <= 59 THEN
        MOVE "GAP-SHORT" TO CASE-NAME
        PERFORM 7000-START-CASE
        COMPUTE BUILD-COUNT = GEN-QMARK-COUNT - 1
        PERFORM 7050-LAY-THE-PAIR
        MOVE "N" TO CASE-CONFORMANT
        COMPUTE CASE-FAIL-POS = GEN-QMARK-COUNT + 1
        PERFORM 7190-FILE-THE-CASE
    END-IF.
    IF GEN-QMARK-COUNT <= 57 THEN
        MOVE "GAP-OVER" TO CASE-NAME
        PERFORM 7000-START-CASE
        COMPUTE BUILD-COUNT = GEN-QMARK-COUNT + 1
        PERFORM 7050-LAY-THE-PAIR
        MOVE "N" TO CASE-CONFORMANT
        COMPUTE CASE-FAIL-POS = GEN-QMARK-COUNT + 3
        PERFORM 7190-FILE-THE-CASE
    END-IF.
    MOVE "NO-QMARKS" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    MOVE 0 TO BUILD-COUNT.
    PERFORM 7050-LAY-THE-PAIR.
    IF GEN-QMARK-COUNT NOT = 0 THEN
        MOVE "N" TO CASE-CONFORMANT
        MOVE 2 TO CASE-FAIL-POS
    END-IF.
    PERFORM 7190-FILE-THE-CASE.

    *> The pair against the ends of the sixty-byte string, a run
    *> carrying letters, a pair sharing its digit with a second pair,
    *> a digit that splits a pair, and leading spaces.
    4200-MAKE-PLACEMENT-CASES.
    IF NOT GEN-TARGET-REACHABLE THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "START-FAIL" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    MOVE GEN-WRONG-GAP TO BUILD-COUNT.
    PERFORM 7050-LAY-THE-PAIR.
    COMPUTE BUILD-COUNT = 60 - CASE-LENGTH.
    MOVE "X" TO BUILD-CHAR.
    PERFORM 7120-LAY-CHARACTERS.
    MOVE "N" TO CASE-CONFORMANT.
    COMPUTE CASE-FAIL-POS = GEN-WRONG-GAP + 2.
    PERFORM 7190-FILE-THE-CASE.
    IF GEN-QMARK-COUNT <= 58 THEN
        MOVE "END-EXACT" TO CASE-NAME
        PERFORM 7000-START-CASE
        COMPUTE BUILD-COUNT = 58 - GEN-QMARK-COUNT
        MOVE "X" TO BUILD-CHAR
        PERFORM 7120-LAY-CHARACTERS
        MOVE GEN-QMARK-COUNT TO BUILD-COUNT
        PERFORM 7050-LAY-THE-PAIR
        PERFORM 7190-FILE-THE-CASE
    END-IF.
    MOVE "END-FAIL" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    COMPUTE BUILD-COUNT = 58 - GEN-WRONG-GAP.
    MOVE "X" TO BUILD-CHAR.
    PERFORM 7120-LAY-CHARACTERS.
    MOVE GEN-WRONG-GAP TO BUILD-COUNT.
    PERFORM 7050-LAY-THE-PAIR.
    MOVE "N" TO CASE-CONFORMANT.
    MOVE 60 TO CASE-FAIL-POS.
    PERFORM 7190-FILE-THE-CASE.
    IF GEN-QMARK-COUNT <= 56 THEN
        MOVE "LETTER-GAP" TO CASE-NAME
        PERFORM 7000-START-CASE
        MOVE GEN-DIGIT-A TO BUILD-DIGIT
        PERFORM 7110-LAY-DIGIT
        MOVE "X" TO BUILD-CHAR
        MOVE 1 TO BUILD-COUNT
        PERFORM 7120-LAY-CHARACTERS
        MOVE "?" TO BUILD-CHAR
        MOVE GEN-QMARK-COUNT TO BUILD-COUNT
        PERFORM 7120-LAY-CHARACTERS
        MOVE "X" TO BUILD-CHAR
        MOVE 1 TO BUILD-COUNT
        PERFORM 7120-LAY-CHARACTERS
        MOVE GEN-DIGIT-B TO BUILD-DIGIT
        PERFORM 7110-LAY-DIGIT
        PERFORM 7190-FILE-THE-CASE
    END-IF.
    IF GEN-QMARK-COUNT + GEN-WRONG-GAP + 3 <= 60 THEN
        MOVE "SECOND-PAIR" TO CASE-NAME
        PERFORM 7000-START-CASE
        MOVE GEN-QMARK-COUNT TO BUILD-COUNT
        PERFORM 7050-LAY-THE-PAIR
        MOVE "?" TO BUILD-CHAR
        MOVE GEN-WRONG-GAP TO BUILD-COUNT
        PERFORM 7120-LAY-CHARACTERS
        MOVE GEN-DIGIT-A TO BUILD-DIGIT
        PERFORM 7110-LAY-DIGIT
        MOVE "N" TO CASE-CONFORMANT
        MOVE CASE-LENGTH TO CASE-FAIL-POS
        PERFORM 7190-FILE-THE-CASE
    END-IF.
    MOVE "DIGIT-BREAK" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    MOVE GEN-DIGIT-A TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.
    MOVE "?" TO BUILD-CHAR.
    MOVE GEN-WRONG-GAP TO BUILD-COUNT.
    PERFORM 7120-LAY-CHARACTERS.
    MOVE GEN-DIGIT-Z TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.
    MOVE GEN-DIGIT-B TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.
    PERFORM 7190-FILE-THE-CASE.
    IF GEN-WRONG-GAP <= 55 THEN
        MOVE "LEAD-SPACES" TO CASE-NAME
        PERFORM 7000-START-CASE
        MOVE SPACE TO BUILD-CHAR
        MOVE 3 TO BUILD-COUNT
        PERFORM 7120-LAY-CHARACTERS
        MOVE GEN-WRONG-GAP TO BUILD-COUNT
        PERFORM 7050-LAY-THE-PAIR
        MOVE "N" TO CASE-CONFORMANT
        COMPUTE CASE-FAIL-POS = GEN-WRONG-GAP + 2
        PERFORM 7190-FILE-THE-CASE
    END-IF.

    *> Pairs one over and one under the target, each with a wrong
    *> run: not on target, so not judged.
    4300-MAKE-NEAR-MISS-CASES.
    IF GEN-SUM-TARGET + 1 <= 18 THEN
        MOVE "SUM-OVER" TO CASE-NAME
        COMPUTE SPLIT-SUM = GEN-SUM-TARGET + 1
        PERFORM 4310-MAKE-ONE-NEAR-MISS
    END-IF.
    IF GEN-SUM-TARGET >= 1 AND GEN-SUM-TARGET - 1 <= 18 THEN
        MOVE "SUM-UNDER" TO CASE-NAME
        COMPUTE SPLIT-SUM = GEN-SUM-TARGET - 1
        PERFORM 4310-MAKE-ONE-NEAR-MISS
    END-IF.

    4310-MAKE-ONE-NEAR-MISS.
    PERFORM 4060-SPLIT-A-SUM.
    PERFORM 7000-START-CASE.
    MOVE SPLIT-A TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.
    MOVE "?" TO BUILD-CHAR.
    MOVE GEN-WRONG-GAP TO BUILD-COUNT.
    PERFORM 7120-LAY-CHARACTERS.
    MOVE SPLIT-B TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.
    PERFORM 7190-FILE-THE-CASE.

    *> Strings with nothing to judge: letters alone, digits with no
    *> question marks and no pair on target, question marks alone.
    4400-MAKE-PLAIN-CASES.
    MOVE "NO-DIGITS" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    MOVE "X" TO BUILD-CHAR.
    MOVE 10 TO BUILD-COUNT.
    PERFORM 7120-LAY-CHARACTERS.
    PERFORM 7190-FILE-THE-CASE.
    MOVE "DIGITS-ONLY" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    MOVE GEN-DIGIT-D TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT 6 TIMES.
    PERFORM 7190-FILE-THE-CASE.
    MOVE "ALL-QMARKS" TO CASE-NAME.
    PERFORM 7000-START-CASE.
    MOVE "?" TO BUILD-CHAR.
    MOVE 60 TO BUILD-COUNT.
    PERFORM 7120-LAY-CHARACTERS.
    PERFORM 7190-FILE-THE-CASE.

    *> A remade series with fewer cases than before loses the rest.
    4900-DROP-OLD-CASE.
    MOVE ST-SERIES-NO(SET-IDX) TO CASE-SERIES-NO.
    STRING "QB" CASE-SERIES-NO OLD-SEQ DELIMITED BY SIZE INTO TC-TEST-ID.
    DELETE TESTCASE-FILE RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO TOTAL-CASES-DROPPED
    END-DELETE.

    *> ---------------------
    *> BUILDING ONE CASE: every case starts conformant with no fail
    *> position; the case's maker says otherwise when it built a
    *> pair on target with the wrong run.
    *> ---------------------

    7000-START-CASE.
    MOVE SPACES TO CASE-STRING.
    MOVE 0 TO BUILD-POS.
    MOVE 0 TO CASE-LENGTH.
    MOVE "Y" TO CASE-CONFORMANT.
    MOVE 0 TO CASE-FAIL-POS.

    *> Digit A, BUILD-COUNT question marks, digit B.
    7050-LAY-THE-PAIR.
    MOVE GEN-DIGIT-A TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.
    MOVE "?" TO BUILD-CHAR.
    PERFORM 7120-LAY-CHARACTERS.
    MOVE GEN-DIGIT-B TO BUILD-DIGIT.
    PERFORM 7110-LAY-DIGIT.

    *> CASE-LENGTH counts past sixty so a case that would not fit is
    *> seen and never filed; BUILD-POS stops at the last byte.
    7110-LAY-DIGIT.
    ADD 1 TO CASE-LENGTH.
    IF CASE-LENGTH <= 60 THEN
        MOVE CASE-LENGTH TO BUILD-POS
        MOVE BUILD-DIGIT TO CASE-STRING(BUILD-POS:1)
    END-IF.

    7120-LAY-CHARACTERS.
    PERFORM 7121-LAY-ONE-CHARACTER BUILD-COUNT TIMES.

    7121-LAY-ONE-CHARACTER.
    ADD 1 TO CASE-LENGTH.
    IF CASE-LENGTH <= 60 THEN
        MOVE CASE-LENGTH TO BUILD-POS
        MOVE BUILD-CHAR TO CASE-STRING(BUILD-POS:1)
    END-IF.

    *> Writes the case to TESTCASE -- over the series' old case of
    *> the same number when there is one -- and stages its TCEXPECT
    *> record.
    7190-FILE-THE-CASE.
    IF CASE-LENGTH > 60 THEN
        EXIT PARAGRAPH
    END-IF.
    IF STAGE-COUNT >= STAGE-MAX THEN
        ADD 1 TO STAGE-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ST-NEW-COUNT(SET-IDX).
    MOVE ST-SERIES-NO(SET-IDX) TO CASE-SERIES-NO.
    MOVE ST-NEW-COUNT(SET-IDX) TO CASE-SEQ-NO.
    MOVE SPACES TO CASE-TEST-ID.
    STRING "QB" CASE-SERIES-NO CASE-SEQ-NO DELIMITED BY SIZE
        INTO CASE-TEST-ID.
    MOVE CASE-TEST-ID TO TC-TEST-ID.
    MOVE ST-PARM-1(SET-IDX) TO TC-PARM-1.
    MOVE ST-PARM-2(SET-IDX) TO TC-PARM-2.
    MOVE SPACES TO TC-PARM-3.
    MOVE ST-SOURCE-ID(SET-IDX) TO TC-PARM-3(1:8).
    MOVE CASE-NAME TO TC-PARM-3(10:11).
    WRITE TC-MAINT-REC
        INVALID KEY
            REWRITE TC-MAINT-REC
                INVALID KEY
                    DISPLAY "Case " CASE-TEST-ID " could not be written."
                    MOVE 8 TO WS-RETURN-CODE
            END-REWRITE
    END-WRITE.
    ADD 1 TO TOTAL-CASES-MADE.
    MOVE SPACES TO TC-EXPECT-REC.
    MOVE CASE-TEST-ID TO XR-TEST-ID.
    MOVE 1 TO XR-RECORD-SEQ.
    MOVE CASE-STRING TO XR-QB-STRING.
    MOVE CASE-CONFORMANT TO XR-QB-CONFORMANT.
    MOVE CASE-FAIL-POS TO XR-QB-FAIL-POS.
    MOVE CASE-NAME TO XR-QB-CASE-NAME.
    ADD 1 TO STAGE-COUNT.
    MOVE TC-EXPECT-REC TO STAGE-ENTRY(STAGE-COUNT).
    STRING "  " CASE-TEST-ID " " CASE-NAME " " CASE-CONFORMANT " "
        CASE-FAIL-POS " " CASE-STRING(1:44)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TCEXPECT, CARRIED FORWARD: every record but the remade
    *> series', then the new cases' records.
    *> ---------------------

    5000-CARRY-EXPECTED-FORWARD.
    OPEN OUTPUT TC-EXPECT-OUT-FILE.
    IF TC-EXPECT-OUT-STATUS NOT = "00" THEN
        DISPLAY "New expected-results file (TCEXPOUT) could not be opened."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "New expected-results file (TCEXPOUT) could not be opened." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT TC-EXPECT-FILE.
    IF TC-EXPECT-STATUS = "00" THEN
        MOVE 0 TO INPUT-EOF
        PERFORM 5100-CARRY-ONE-RECORD UNTIL INPUT-AT-EOF
        CLOSE TC-EXPECT-FILE
    ELSE
        MOVE "TCEXPECT could not be opened - started empty" TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 5200-WRITE-STAGED-RECORD
        VARYING STAGE-IDX FROM 1 BY 1 UNTIL STAGE-IDX > STAGE-COUNT.
    CLOSE TC-EXPECT-OUT-FILE.

    5100-CARRY-ONE-RECORD.
    READ TC-EXPECT-FILE
        AT END
            MOVE 1 TO INPUT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE XR-TEST-ID(3:6) TO CASE-ID-DIGITS.
    IF XR-TEST-ID(1:2) = "QB" AND CASE-ID-DIGITS IS NUMERIC THEN
        MOVE XR-TEST-ID(3:4) TO CASE-SERIES-NO
        MOVE 0 TO SERIES-FOUND-SW
        PERFORM 5110-FIND-REMADE-SERIES
            VARYING SET-IDX FROM 1 BY 1
            UNTIL SET-IDX > SET-COUNT OR SERIES-WAS-FOUND
        IF SERIES-WAS-FOUND THEN
            ADD 1 TO TOTAL-EXPECT-DROPPED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    WRITE TC-EXPECT-OUT-REC FROM TC-EXPECT-REC.
    ADD 1 TO TOTAL-EXPECT-KEPT.

    5110-FIND-REMADE-SERIES.
    IF ST-SERIES-NO(SET-IDX) = CASE-SERIES-NO
            AND ST-IS-TO-BE-MADE(SET-IDX) THEN
        MOVE 1 TO SERIES-FOUND-SW
    END-IF.

    5200-WRITE-STAGED-RECORD.
    WRITE TC-EXPECT-OUT-REC FROM STAGE-ENTRY(STAGE-IDX).

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF STAGE-OVERFLOW > 0 THEN
        MOVE STAGE-OVERFLOW TO COUNT-DISP
        STRING "Cases not made - staging table full: " COUNT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
        MOVE 8 TO WS-RETURN-CODE
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "SUMMARY" TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-SERIES-MADE TO COUNT-DISP.
    STRING "  Series made             " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-CASES-MADE TO COUNT-DISP.
    STRING "  Cases written           " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-CASES-DROPPED TO COUNT-DISP.
    STRING "  Old cases removed       " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-SETS-ORPHANED TO COUNT-DISP.
    STRING "  Series left as is       " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-EXPECT-KEPT TO COUNT-DISP.
    STRING "  TCEXPECT records kept   " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE TOTAL-EXPECT-DROPPED TO COUNT-DISP.
    STRING "  TCEXPECT records remade " COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Boundary Case Summary --".
    DISPLAY "Series made     : " TOTAL-SERIES-MADE.
    DISPLAY "Cases written   : " TOTAL-CASES-MADE.
    DISPLAY "Old cases gone  : " TOTAL-CASES-DROPPED.
    DISPLAY "Series left     : " TOTAL-SETS-ORPHANED.
    IF WS-RETURN-CODE >= 4 THEN
        MOVE "Boundary cases could not be made for every rule set." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "parmproc.cpy".
