*> block is padded to exactly one report page so every customer's
*> statement starts on a fresh page, and the run finishes with control
*> totals of statements printed and balance amounts.
*>
*> A family run prints one consolidated statement per parent/child
*> family instead: the parent's name and address head it, then a
*> section for the parent's own account and one per branch billing
*> to it, then the family balance due. Branches print inside their
*> parent's statement and get none of their own; a branch whose
*> parent has left the master still gets its own statement. A
*> consolidated statement runs to as many pages as it needs, padded
*> to a page boundary so the next statement still starts fresh.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1 "F" in the first byte prints family statements;
*>               anything else prints one statement per customer

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "parmsel.cpy".

DATA DIVISION.
    FILE SECTION.
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "parmfd.cpy".

    WORKING-STORAGE SECTION.
    01 CUSTOMER-MASTER-STATUS PIC X(2).
*> what keeps one customer per printed page.
    01 STMT-BODY-LINES-PER-PAGE PIC 9(4) COMP VALUE 19.
    01 STMT-LINES-PRINTED PIC 9(4) COMP VALUE 0.
    01 STMT-PAGE-QUOTIENT PIC 9(4) COMP VALUE 0.
    01 STMT-PAGE-REMAINDER PIC 9(4) COMP VALUE 0.

    01 PARM-STAGING PIC X(5).
    01 FAMILY-RUN-SWITCH PIC X(1) VALUE "N".
        88 FAMILY-STATEMENTS VALUE "F" "Y".

*> Every branch on the master, loaded in a pass ahead of the
*> statement walk so a parent's statement can list its branches
*> without losing the walk's place. BR-PARENT-FOUND is "N" for a
*> branch whose parent is no longer on the master.
    01 BRANCH-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 BRANCH-COUNT PIC 9(4) COMP VALUE 0.
    01 BRANCH-IDX PIC 9(4) COMP VALUE 0.
    01 BRANCH-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 BRANCH-TABLE.
        05 BRANCH-ENTRY OCCURS 1000 TIMES.
            10 BR-PARENT-ID PIC X(6).
            10 BR-CUST-ID PIC X(6).
            10 BR-CUST-NAME PIC X(25).
            10 BR-ADDR-CITY PIC X(15).
            10 BR-ADDR-STATE PIC X(2).
            10 BR-CUST-BALANCE PIC S9(7)V99 COMP-3.
            10 BR-CUST-STATUS PIC X(1).
            10 BR-PARENT-FOUND PIC X(1).
    01 FAMILY-BRANCHES PIC 9(4) COMP VALUE 0.
    01 FAMILY-BALANCE PIC S9(9)V99 COMP-3 VALUE 0.
    01 FAMILY-HOLD-SWITCH PIC 9(1) COMP VALUE 0.
        88 FAMILY-HAS-HOLD VALUE 1.

*> The payment-due date on every statement is thirty days out,
*> rolled to the next business day by DATE-ENGINE -- the statement's

    01 TOTAL-STATEMENTS PIC 9(6) COMP VALUE 0.
    01 TOTAL-BALANCE-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
    01 TOTAL-FAMILY-STATEMENTS PIC 9(6) COMP VALUE 0.
    01 TOTAL-BRANCH-SECTIONS PIC 9(6) COMP VALUE 0.

    01 STMT-BALANCE-DISP PIC -Z,ZZZ,ZZ9.99.
    01 STMT-FAMILY-DISP PIC -ZZZ,ZZZ,ZZ9.99.
    01 STMT-COUNT-DISP PIC Z(8)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-STATEMENTS"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-STATEMENTS"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-STATEMENTS"==.
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        IF FAMILY-STATEMENTS THEN
            PERFORM 1500-LOAD-BRANCHES
        END-IF
        PERFORM 2000-READ-CUSTOMER
        PERFORM 3000-PRINT-STATEMENT UNTIL CUSTOMER-MASTER-AT-EOF
        CLOSE CUSTOMER-MASTER-FILE
    *> ---------------------

    1000-INITIALIZE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-TEXT-1(1:1) TO FAMILY-RUN-SWITCH
        END-IF
    ELSE
        DISPLAY "Consolidate parent/branch families - (F)amily or (N)o:"
        ACCEPT FAMILY-RUN-SWITCH
    END-IF.
    IF FAMILY-STATEMENTS THEN
        DISPLAY "Family run: branches print on their parent's statement."
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found, no statements to print."
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.

    *> ---------------------
    *> BRANCH LOAD: every customer carrying a parent, then each
    *> parent proven on the master; the walk is rewound after.
    *> ---------------------

    1500-LOAD-BRANCHES.
    PERFORM 2000-READ-CUSTOMER.
    PERFORM 1510-TABLE-ONE-BRANCH UNTIL CUSTOMER-MASTER-AT-EOF.
    PERFORM 1520-PROVE-ONE-PARENT
        VARYING BRANCH-IDX FROM 1 BY 1 UNTIL BRANCH-IDX > BRANCH-COUNT.
    MOVE 0 TO CUSTOMER-MASTER-EOF.
    MOVE LOW-VALUES TO CM-CUST-ID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUST-ID
        INVALID KEY MOVE 1 TO CUSTOMER-MASTER-EOF
    END-START.

    1510-TABLE-ONE-BRANCH.
    IF CM-PARENT-ID NOT = SPACES THEN
        IF BRANCH-COUNT >= BRANCH-TABLE-MAX THEN
            DISPLAY "Branch table full; branch " CM-CUST-ID
                " prints its own statement."
            MOVE 4 TO WS-RETURN-CODE
        ELSE
            ADD 1 TO BRANCH-COUNT
            MOVE CM-PARENT-ID TO BR-PARENT-ID(BRANCH-COUNT)
            MOVE CM-CUST-ID TO BR-CUST-ID(BRANCH-COUNT)
            MOVE CM-CUST-NAME TO BR-CUST-NAME(BRANCH-COUNT)
            MOVE CM-ADDR-CITY TO BR-ADDR-CITY(BRANCH-COUNT)
            MOVE CM-ADDR-STATE TO BR-ADDR-STATE(BRANCH-COUNT)
            MOVE CM-CUST-BALANCE TO BR-CUST-BALANCE(BRANCH-COUNT)
            MOVE CM-CUST-STATUS TO BR-CUST-STATUS(BRANCH-COUNT)
            MOVE "Y" TO BR-PARENT-FOUND(BRANCH-COUNT)
        END-IF
    END-IF.
    PERFORM 2000-READ-CUSTOMER.

    1520-PROVE-ONE-PARENT.
    MOVE BR-PARENT-ID(BRANCH-IDX) TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE "N" TO BR-PARENT-FOUND(BRANCH-IDX)
            DISPLAY "Branch " BR-CUST-ID(BRANCH-IDX) " parent "
                BR-PARENT-ID(BRANCH-IDX) " not on the master."
    END-READ.

    *> ---------------------
    *> STATEMENT LOOP
    *> ---------------------
        AT END MOVE 1 TO CUSTOMER-MASTER-EOF
    END-READ.

    *> In a family run a tabled branch with its parent on file is
    *> printed by the parent, and a customer with branches prints
    *> the consolidated statement; everyone else prints as before.
    3000-PRINT-STATEMENT.
    MOVE 0 TO BRANCH-FOUND-IDX.
    MOVE 0 TO FAMILY-BRANCHES.
    IF FAMILY-STATEMENTS THEN
        PERFORM 3010-CLASSIFY-ONE-ENTRY
            VARYING BRANCH-IDX FROM 1 BY 1 UNTIL BRANCH-IDX > BRANCH-COUNT
    END-IF.
    EVALUATE TRUE
        WHEN BRANCH-FOUND-IDX > 0
            CONTINUE
        WHEN FAMILY-BRANCHES > 0
            PERFORM 3200-PRINT-FAMILY-STATEMENT
        WHEN OTHER
            PERFORM 3100-PRINT-ONE-STATEMENT
    END-EVALUATE.
    PERFORM 2000-READ-CUSTOMER.

    3010-CLASSIFY-ONE-ENTRY.
    IF BR-CUST-ID(BRANCH-IDX) = CM-CUST-ID
            AND BR-PARENT-FOUND(BRANCH-IDX) = "Y" THEN
        MOVE BRANCH-IDX TO BRANCH-FOUND-IDX
    END-IF.
    IF BR-PARENT-ID(BRANCH-IDX) = CM-CUST-ID THEN
        ADD 1 TO FAMILY-BRANCHES
    END-IF.

    3100-PRINT-ONE-STATEMENT.
    MOVE 0 TO STMT-LINES-PRINTED.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE "S T A T E M E N T   O F   A C C O U N T" TO RW-LINE-TEXT.
    ADD CM-CUST-BALANCE TO TOTAL-BALANCE-AMOUNT.
    COMPUTE CTL-HASH-VALUE = CM-CUST-BALANCE * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> ---------------------
    *> FAMILY STATEMENT: the parent's address block, the parent's
    *> own account, a section per branch, and the family balance.
    *> Every member's balance goes into the run's control totals, so
    *> a family run balances to the same figures as a plain one.
    *> ---------------------

    3200-PRINT-FAMILY-STATEMENT.
    MOVE 0 TO STMT-LINES-PRINTED.
    MOVE CM-CUST-BALANCE TO FAMILY-BALANCE.
    MOVE 0 TO FAMILY-HOLD-SWITCH.
    IF CM-STATUS-HOLD THEN
        MOVE 1 TO FAMILY-HOLD-SWITCH
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE "C O N S O L I D A T E D   S T A T E M E N T" TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE CM-CUST-NAME TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    MOVE CM-ADDR-STREET TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CM-ADDR-CITY " " CM-ADDR-STATE " " CM-ADDR-POSTAL
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Parent account : " CM-CUST-ID
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE CM-CUST-BALANCE TO STMT-BALANCE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "    Balance    : " STMT-BALANCE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    ADD 1 TO TOTAL-STATEMENTS.
    ADD 1 TO TOTAL-FAMILY-STATEMENTS.
    ADD CM-CUST-BALANCE TO TOTAL-BALANCE-AMOUNT.
    COMPUTE CTL-HASH-VALUE = CM-CUST-BALANCE * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.
    PERFORM 3210-PRINT-BRANCH-SECTION
        VARYING BRANCH-IDX FROM 1 BY 1 UNTIL BRANCH-IDX > BRANCH-COUNT.
    MOVE FAMILY-BALANCE TO STMT-FAMILY-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "Family balance due : " STMT-FAMILY-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    PERFORM 3950-COMPUTE-DUE-DATE.
    IF STMT-DUE-DATE > 0 THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "Payment due by     : " STMT-DUE-DATE
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    IF FAMILY-HAS-HOLD THEN
        MOVE SPACES TO RW-LINE-TEXT
        MOVE "** ACCOUNTS ON HOLD - PLEASE CONTACT OUR OFFICE **" TO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
    END-IF.
    DIVIDE STMT-LINES-PRINTED BY STMT-BODY-LINES-PER-PAGE
        GIVING STMT-PAGE-QUOTIENT REMAINDER STMT-PAGE-REMAINDER.
    PERFORM 3920-PAD-FAMILY-PAGE UNTIL STMT-PAGE-REMAINDER = 0.

    3210-PRINT-BRANCH-SECTION.
    IF BR-PARENT-ID(BRANCH-IDX) = CM-CUST-ID THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "Branch account : " BR-CUST-ID(BRANCH-IDX) "  "
            BR-CUST-NAME(BRANCH-IDX)
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
        MOVE SPACES TO RW-LINE-TEXT
        STRING "    Location   : " BR-ADDR-CITY(BRANCH-IDX) " "
            BR-ADDR-STATE(BRANCH-IDX)
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
        MOVE BR-CUST-BALANCE(BRANCH-IDX) TO STMT-BALANCE-DISP
        MOVE SPACES TO RW-LINE-TEXT
        IF BR-CUST-STATUS(BRANCH-IDX) = "H" THEN
            MOVE 1 TO FAMILY-HOLD-SWITCH
            STRING "    Balance    : " STMT-BALANCE-DISP "  ON HOLD"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        ELSE
            STRING "    Balance    : " STMT-BALANCE-DISP
                DELIMITED BY SIZE INTO RW-LINE-TEXT
        END-IF
        PERFORM 3900-PRINT-STATEMENT-LINE
        MOVE SPACES TO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
        ADD BR-CUST-BALANCE(BRANCH-IDX) TO FAMILY-BALANCE
        ADD BR-CUST-BALANCE(BRANCH-IDX) TO TOTAL-BALANCE-AMOUNT
        COMPUTE CTL-HASH-VALUE = BR-CUST-BALANCE(BRANCH-IDX) * 100
        PERFORM 9800-CTL-ACCUMULATE-TOTALS
        ADD 1 TO TOTAL-BRANCH-SECTIONS
    END-IF.

    3920-PAD-FAMILY-PAGE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    DIVIDE STMT-LINES-PRINTED BY STMT-BODY-LINES-PER-PAGE
        GIVING STMT-PAGE-QUOTIENT REMAINDER STMT-PAGE-REMAINDER.

    3900-PRINT-STATEMENT-LINE.
    MOVE "L" TO RW-FUNCTION.
    STRING "Balances printed   : " STMT-BALANCE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-STATEMENT-LINE.
    IF FAMILY-STATEMENTS THEN
        MOVE TOTAL-FAMILY-STATEMENTS TO STMT-COUNT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "Family statements  : " STMT-COUNT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
        MOVE TOTAL-BRANCH-SECTIONS TO STMT-COUNT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "Branch sections    : " STMT-COUNT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-STATEMENT-LINE
    END-IF.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Customer Statement Run --".
    DISPLAY "Statements printed : " TOTAL-STATEMENTS.
    DISPLAY "Balances printed   : " TOTAL-BALANCE-AMOUNT.
    IF FAMILY-STATEMENTS THEN
        DISPLAY "Family statements  : " TOTAL-FAMILY-STATEMENTS
        DISPLAY "Branch sections    : " TOTAL-BRANCH-SECTIONS
    END-IF.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-STATEMENTS = 0 AND CUSTOMER-MASTER-STATUS NOT = "00" THEN
        CONTINUE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "parmproc.cpy".
