*> actual regression asset: it walks the file sequentially, interprets
*> each TC-PARM-1/2/3 set by the test-id prefix convention, runs the
*> check in-process, and writes one TCRESULT record per test case
*> (test id, expected, actual, PASS/FAIL, timestamp, cycle) plus a
*> summary.
*>
*> Prefix conventions:
*>   QM* - QUESTION-MARKS rule check. TC-PARM-1 is the digit-pair sum
*>         as QUESTION-MARKS' own rule-driven batch reads them;
*>         TC-PARM-3 byte 1 is the expected verdict (P or F) and
*>         bytes 2-20 the string to analyse.
*>   QB* - QUESTION-MARKS boundary cases, as QM-BOUNDARY-GEN writes
*>         them: rules from TC-PARM-1/2 as for QM*, and the case's
*>         TCEXPECT record carrying the sixty-byte string with the
*>         conformant flag and failure position it must produce, so
*>         the position is asserted as well as the verdict.
*>   SS* - substring extraction. TC-PARM-1 is the input string,
*>         TC-PARM-2 bytes 1-2/3-4 are the start and length (checked
*>         against the twenty-byte slot the way SUBSTRINGS-TEST
*> target has exactly the rule count of question marks between them.
    01 QM-RULE-SUM-TARGET PIC 9(2) COMP VALUE 10.
    01 QM-RULE-QMARK-COUNT PIC 9(5) COMP VALUE 3.
    01 QM-INPUT-STR PIC X(60).
    01 QM-INPUT-LEN PIC 9(2) COMP.
    01 QM-CUR-IDX PIC 9(2) COMP.
    01 QM-CUR-CHAR PIC X(1).
    01 QM-NUM-SUM PIC S9(2) COMP.
    01 QM-NUM-QMARKS PIC 9(5) COMP.
    01 QM-CONFORMANT PIC 9(1) COMP.
    01 QM-FAIL-POS PIC 9(5).
    01 QB-EXPECTED-FOUND PIC 9(1) COMP VALUE 0.
        88 QB-EXPECTED-IS-FOUND VALUE 1.
    01 QB-EXPECTED-STRING PIC X(60).
    01 QB-EXPECTED-CONFORMANT PIC X(1).
    01 QB-EXPECTED-FAIL-POS PIC 9(5).

*> Substring extraction state, bounds-checked against the twenty-byte
*> parameter slot the way SUBSTRINGS-TEST's 1300-CHECK-SUBSTR-BOUNDS
    01 TOTAL-CASES-SKIPPED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="TESTCASE-EXEC"==
        ==":PGMVERS:"== BY =="01.02"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="TESTCASE-EXEC"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    EVALUATE TC-TEST-ID(1:2)
        WHEN "QM"
            PERFORM 3100-RUN-QM-CASE
        WHEN "QB"
            PERFORM 3500-RUN-QB-CASE
        WHEN "SS"
            PERFORM 3200-RUN-SS-CASE
        WHEN "NV"
    *> non-numeric values; the string and expected verdict from
    *> TC-PARM-3.
    3100-RUN-QM-CASE.
    PERFORM 3110-TAKE-QM-RULES.
    MOVE TC-PARM-3(2:19) TO QM-INPUT-STR.
    PERFORM 3150-CHECK-QM-STRING.
    IF TC-PARM-3(1:1) = "P" THEN
        MOVE "NOT CONFORMANT" TO CASE-ACTUAL
    END-IF.

    3110-TAKE-QM-RULES.
    MOVE 10 TO QM-RULE-SUM-TARGET.
    MOVE 3 TO QM-RULE-QMARK-COUNT.
    MOVE TC-PARM-1 TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF EDIT-IS-VALID THEN
        MOVE FUNCTION NUMVAL(TC-PARM-1) TO QM-RULE-SUM-TARGET
    END-IF.
    MOVE TC-PARM-2 TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF EDIT-IS-VALID THEN
        MOVE FUNCTION NUMVAL(TC-PARM-2) TO QM-RULE-QMARK-COUNT
    END-IF.

    *> The QUESTION-MARKS specification check, in-process: scan the
    *> string, and at each adjacent digit pair whose sum hits the
    *> rule target require exactly the rule count of question marks
    *> since the prior digit. QM-FAIL-POS is the failing pair's second
    *> digit, as QUESTION-MARKS reports it.
    3150-CHECK-QM-STRING.
    MOVE 1 TO QM-CONFORMANT.
    MOVE 0 TO QM-FAIL-POS.
    MOVE 0 TO QM-NUM-QMARKS.
    MOVE -1 TO QM-LAST-NUM.
    MOVE 1 TO QM-CUR-IDX.
        IF QM-NUM-SUM = QM-RULE-SUM-TARGET
                AND NOT QM-NUM-QMARKS = QM-RULE-QMARK-COUNT THEN
            MOVE 0 TO QM-CONFORMANT
            MOVE QM-CUR-IDX TO QM-FAIL-POS
            MOVE QM-INPUT-LEN TO QM-CUR-IDX
        END-IF
    END-IF.
        END-IF
    END-IF.

    *> QB cases: the rules as for QM, the string and the verdict it
    *> must produce -- flag and failure position -- off the case's
    *> TCEXPECT record. A case with no record there cannot pass.
    3500-RUN-QB-CASE.
    PERFORM 3110-TAKE-QM-RULES.
    PERFORM 3510-FIND-QB-EXPECTED.
    IF NOT QB-EXPECTED-IS-FOUND THEN
        MOVE "*NO TCEXPECT RECORD*" TO CASE-EXPECTED
        MOVE "NOT RUN" TO CASE-ACTUAL
        EXIT PARAGRAPH
    END-IF.
    MOVE QB-EXPECTED-STRING TO QM-INPUT-STR.
    PERFORM 3150-CHECK-QM-STRING.
    IF QB-EXPECTED-CONFORMANT = "Y" THEN
        MOVE "CONFORMANT" TO CASE-EXPECTED
    ELSE
        STRING "FAIL AT " QB-EXPECTED-FAIL-POS
            DELIMITED BY SIZE INTO CASE-EXPECTED
    END-IF.
    IF QM-CONFORMANT = 1 THEN
        MOVE "CONFORMANT" TO CASE-ACTUAL
    ELSE
        STRING "FAIL AT " QM-FAIL-POS
            DELIMITED BY SIZE INTO CASE-ACTUAL
    END-IF.

    3510-FIND-QB-EXPECTED.
    MOVE 0 TO QB-EXPECTED-FOUND.
    MOVE 0 TO TC-EXPECT-EOF.
    OPEN INPUT TC-EXPECT-FILE.
    IF TC-EXPECT-STATUS = "00" THEN
        PERFORM 3511-CHECK-ONE-EXPECTED
            UNTIL TC-EXPECT-AT-EOF OR QB-EXPECTED-IS-FOUND
        CLOSE TC-EXPECT-FILE
    END-IF.

    3511-CHECK-ONE-EXPECTED.
    READ TC-EXPECT-FILE
        AT END MOVE 1 TO TC-EXPECT-EOF
        NOT AT END
            IF XR-TEST-ID = TC-TEST-ID THEN
                MOVE 1 TO QB-EXPECTED-FOUND
                MOVE XR-QB-STRING TO QB-EXPECTED-STRING
                MOVE XR-QB-CONFORMANT TO QB-EXPECTED-CONFORMANT
                MOVE XR-QB-FAIL-POS TO QB-EXPECTED-FAIL-POS
            END-IF
    END-READ.

    *> ---------------------
    *> RESULT RECORDING
    *> ---------------------
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO TE-TIMESTAMP.
    PERFORM 9820-LOAD-CURRENT-CYCLE.
    MOVE CYCLE-CURRENT-NO TO TE-CYCLE-NO.
    IF TC-TEST-ID(1:2) = "FC" THEN
        MOVE FC-DIFF-RECORD TO TE-DIFF-RECORD
        MOVE FC-DIFF-EXPECTED TO TE-DIFF-EXPECTED
