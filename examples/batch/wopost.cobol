IDENTIFICATION DIVISION.
PROGRAM-ID. WRITEOFF-POST.

*> WRITEOFF-POST is the last step of a bad-debt write-off and the
*> only one that moves money: every proposal on WOPROP a supervisor
*> approved on WRITEOFF-APPROVE leaves as an OITRAN "D" card against
*> its item, its customer's balance comes down by a CUSTTRAN "U"
*> card, and the amount books to the GL interface file as WOFF BAD
*> -- both transaction files as complete header/trailer batches for
*> the normal maintenance runs to grade and apply. What is written
*> off is what the item still carries tonight. An item paid off or
*> removed since the approval, or one whose remaining amount has
*> grown past what was approved, is not written off: its proposal
*> is voided and WRITEOFF-PROPOSE offers it again if it still
*> qualifies. A write-off register prints through REPORT-WRITER with
*> one line per item -- the amount, the reason, who approved it and
*> when -- the run total, and the total written off so far in the
*> current period (the run date's year and month) across every
*> posting run.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "wopsel.cpy".
        COPY "oisel.cpy".
        COPY "custsel.cpy".
        SELECT OPEN-ITEM-TRANS-FILE ASSIGN TO "OITRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OPEN-ITEM-TRANS-STATUS.
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  WRITEOFF-PROP-FILE.
    COPY "woprec.cpy".

    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  OPEN-ITEM-TRANS-FILE.
    01  OPEN-ITEM-TRANS-REC.
        05 OT-TRANS-CODE PIC X(1).
        05 OT-CUST-ID PIC X(6).
        05 OT-INVOICE-NO PIC X(8).
        05 OT-INVOICE-DATE PIC 9(8).
        05 OT-AMOUNT PIC S9(7)V99.

    FD  CUSTOMER-TRANS-FILE.
    COPY "trnrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 WRITEOFF-PROP-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 PROP-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PROP-SCAN-AT-EOF VALUE 1.
    01 MASTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTER-IS-OPEN VALUE 1.
    01 POST-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 POST-FILES-ARE-OPEN VALUE 1.
    01 ITEM-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 ITEM-WAS-FOUND VALUE 1.

    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 WRITEOFF-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
    01 VOID-REASON PIC X(30) VALUE SPACES.

*> Each written-off customer's balance, fetched from CUSTMAST the
*> first time and carried down by every later write-off this run.
    01 ADJ-TABLE-MAX PIC 9(3) COMP VALUE 100.
    01 ADJ-COUNT PIC 9(3) COMP VALUE 0.
    01 ADJ-IDX PIC 9(3) COMP VALUE 0.
    01 ADJ-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 ADJ-TABLE.
        05 ADJ-ENTRY OCCURS 100 TIMES.
            10 AJ-CUST-ID PIC X(6).
            10 AJ-CUST-NAME PIC X(25).
            10 AJ-CUST-ADDRESS PIC X(47).
            10 AJ-CUST-STATUS PIC X(1).
            10 AJ-NEW-BALANCE PIC S9(7)V99 COMP-3.
            10 AJ-CREDIT-LIMIT PIC S9(7)V99 COMP-3.
            10 AJ-REGION-CODE PIC X(3).
            10 AJ-PRICE-TIER PIC X(1).

*> Both transaction files leave with the batch controls BATCH-
*> PREEDIT proves: a count of detail cards and a hash of amounts.
    01 KEYED-TRANS-COUNT PIC 9(6) COMP VALUE 0.
    01 KEYED-HASH-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 TRAILER-STAGING.
        05 TS-REC-TYPE PIC X(1) VALUE "T".
        05 TS-TRANS-COUNT PIC 9(6).
        05 TS-HASH-TOTAL PIC S9(11)V99.

    01 OI-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 OI-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 OI-TRAILER-STAGING.
        05 OS-REC-TYPE PIC X(1) VALUE "T".
        05 OS-TRANS-COUNT PIC 9(6).
        05 OS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-WRITTEN-OFF PIC 9(6) COMP VALUE 0.
    01 TOTAL-VOIDED PIC 9(6) COMP VALUE 0.
    01 RUN-WRITEOFF-VALUE PIC S9(11)V99 COMP-3 VALUE 0.
    01 PERIOD-WRITEOFF-VALUE PIC S9(11)V99 COMP-3 VALUE 0.
    01 PERIOD-WRITEOFF-COUNT PIC 9(6) COMP VALUE 0.

    01 REG-AMT-DISP PIC -(7)9.99.
    01 REG-TOTAL-DISP PIC -(10)9.99.
    01 REG-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-POST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-POST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-POST"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-POST"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1500-INITIALIZE.
    IF POST-FILES-ARE-OPEN THEN
        PERFORM 2000-START-PROPOSAL-SCAN
        PERFORM 3000-POST-ONE-PROPOSAL UNTIL PROP-SCAN-AT-EOF
        PERFORM 4000-TOTAL-THE-PERIOD
        PERFORM 5000-WRITE-BALANCE-TRANS
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    1500-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    OPEN I-O WRITEOFF-PROP-FILE.
    IF WRITEOFF-PROP-STATUS NOT = "00" THEN
        DISPLAY "Write-off proposal file not found, nothing to post."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Write-off proposal file (WOPROP) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS NOT = "00" THEN
        DISPLAY "Open-item file not found, write-offs cannot be proven."
        CLOSE WRITEOFF-PROP-FILE
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Open-item file (OPENITEM) was not found for write-offs." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO MASTER-OPEN-SWITCH
    END-IF.
    OPEN OUTPUT OPEN-ITEM-TRANS-FILE.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    STRING "H" RUN-DATE-SAVE "WRITEOFF"
        DELIMITED BY SIZE INTO OPEN-ITEM-TRANS-REC.
    WRITE OPEN-ITEM-TRANS-REC.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Bad-Debt Write-Off Register" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO POST-FILES-OPEN.

    *> ---------------------
    *> POSTING LOOP: approved proposals only.
    *> ---------------------

    2000-START-PROPOSAL-SCAN.
    MOVE 0 TO PROP-SCAN-EOF.
    MOVE LOW-VALUES TO WP-ITEM-KEY.
    START WRITEOFF-PROP-FILE KEY NOT < WP-ITEM-KEY
        INVALID KEY MOVE 1 TO PROP-SCAN-EOF
    END-START.
    IF NOT PROP-SCAN-AT-EOF THEN
        PERFORM 2100-READ-PROPOSAL
    END-IF.

    2100-READ-PROPOSAL.
    READ WRITEOFF-PROP-FILE NEXT RECORD
        AT END MOVE 1 TO PROP-SCAN-EOF
    END-READ.

    3000-POST-ONE-PROPOSAL.
    IF WP-IS-APPROVED THEN
        PERFORM 3100-PROVE-AGAINST-ITEM
        IF VOID-REASON = SPACES THEN
            PERFORM 3300-WRITE-OFF-ITEM
        ELSE
            PERFORM 3400-VOID-PROPOSAL
        END-IF
    END-IF.
    PERFORM 2100-READ-PROPOSAL.

    *> The item must still be open for no more than was approved,
    *> and its customer on the master to carry the balance change.
    3100-PROVE-AGAINST-ITEM.
    MOVE SPACES TO VOID-REASON.
    MOVE 0 TO ITEM-FOUND-SWITCH.
    MOVE WP-ITEM-KEY TO OI-ITEM-KEY.
    READ OPEN-ITEM-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 1 TO ITEM-FOUND-SWITCH
    END-READ.
    EVALUATE TRUE
        WHEN NOT ITEM-WAS-FOUND
            MOVE "item no longer open" TO VOID-REASON
        WHEN OI-REMAIN-AMOUNT <= 0
            MOVE "item no longer open" TO VOID-REASON
        WHEN OI-REMAIN-AMOUNT > WP-AMOUNT
            MOVE "balance grew since approval" TO VOID-REASON
        WHEN OTHER
            MOVE OI-REMAIN-AMOUNT TO WRITEOFF-AMOUNT
            PERFORM 3200-LOCATE-BALANCE-ADJ
            IF ADJ-FOUND-IDX = 0 THEN
                MOVE "customer not on master" TO VOID-REASON
            END-IF
    END-EVALUATE.

    3200-LOCATE-BALANCE-ADJ.
    MOVE 0 TO ADJ-FOUND-IDX.
    PERFORM 3210-MATCH-ONE-ADJUSTMENT
        VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT.
    IF ADJ-FOUND-IDX > 0 OR NOT MASTER-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    IF ADJ-COUNT >= ADJ-TABLE-MAX THEN
        DISPLAY "Adjustment table full, write-off held for "
            WP-CUST-ID "."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "The write-off balance-adjustment table overflowed." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE WP-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM 3220-TABLE-NEW-ADJUSTMENT
    END-READ.

    3210-MATCH-ONE-ADJUSTMENT.
    IF AJ-CUST-ID(ADJ-IDX) = WP-CUST-ID THEN
        MOVE ADJ-IDX TO ADJ-FOUND-IDX
        MOVE ADJ-COUNT TO ADJ-IDX
    END-IF.

    3220-TABLE-NEW-ADJUSTMENT.
    ADD 1 TO ADJ-COUNT.
    MOVE CM-CUST-ID TO AJ-CUST-ID(ADJ-COUNT).
    MOVE CM-CUST-NAME TO AJ-CUST-NAME(ADJ-COUNT).
    MOVE CM-CUST-ADDRESS TO AJ-CUST-ADDRESS(ADJ-COUNT).
    MOVE CM-CUST-STATUS TO AJ-CUST-STATUS(ADJ-COUNT).
    MOVE CM-CUST-BALANCE TO AJ-NEW-BALANCE(ADJ-COUNT).
    MOVE CM-CREDIT-LIMIT TO AJ-CREDIT-LIMIT(ADJ-COUNT).
    MOVE CM-REGION-CODE TO AJ-REGION-CODE(ADJ-COUNT).
    MOVE CM-PRICE-TIER TO AJ-PRICE-TIER(ADJ-COUNT).
    MOVE ADJ-COUNT TO ADJ-FOUND-IDX.

    3300-WRITE-OFF-ITEM.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    MOVE "D" TO OT-TRANS-CODE.
    MOVE WP-CUST-ID TO OT-CUST-ID.
    MOVE WP-INVOICE-NO TO OT-INVOICE-NO.
    MOVE RUN-DATE-SAVE TO OT-INVOICE-DATE.
    MOVE WRITEOFF-AMOUNT TO OT-AMOUNT.
    WRITE OPEN-ITEM-TRANS-REC.
    ADD 1 TO OI-KEYED-COUNT.
    ADD OT-AMOUNT TO OI-KEYED-HASH.
    SUBTRACT WRITEOFF-AMOUNT FROM AJ-NEW-BALANCE(ADJ-FOUND-IDX).
    MOVE "WOFF" TO GL-ENTRY-SOURCE.
    MOVE "BAD" TO GL-ENTRY-TYPE.
    MOVE WRITEOFF-AMOUNT TO GL-ENTRY-AMOUNT.
    MOVE WP-INVOICE-NO TO GL-ENTRY-REFERENCE.
    MOVE RUN-DATE-SAVE TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.
    MOVE "W" TO WP-STATUS.
    MOVE RUN-DATE-SAVE TO WP-POSTED-DATE.
    MOVE WRITEOFF-AMOUNT TO WP-POSTED-AMOUNT.
    REWRITE WRITEOFF-PROP-REC
        INVALID KEY
            DISPLAY "Proposal rewrite failed for " WP-CUST-ID "/"
                WP-INVOICE-NO "; written off but not marked."
            MOVE 8 TO WS-RETURN-CODE
    END-REWRITE.
    ADD 1 TO TOTAL-WRITTEN-OFF.
    ADD WRITEOFF-AMOUNT TO RUN-WRITEOFF-VALUE.
    MOVE WRITEOFF-AMOUNT TO REG-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING WP-CUST-ID " " WP-INVOICE-NO " " WP-REASON " "
        REG-AMT-DISP " approved by " WP-DECIDED-BY
        " on " WP-DECIDED-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    COMPUTE CTL-HASH-VALUE = WRITEOFF-AMOUNT * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3400-VOID-PROPOSAL.
    MOVE "V" TO WP-STATUS.
    MOVE RUN-DATE-SAVE TO WP-POSTED-DATE.
    MOVE 0 TO WP-POSTED-AMOUNT.
    REWRITE WRITEOFF-PROP-REC
        INVALID KEY
            DISPLAY "Proposal rewrite failed for " WP-CUST-ID "/"
                WP-INVOICE-NO "."
            MOVE 8 TO WS-RETURN-CODE
    END-REWRITE.
    ADD 1 TO TOTAL-VOIDED.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING WP-CUST-ID " " WP-INVOICE-NO " VOID, " VOID-REASON
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    IF WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

    3950-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> PERIOD TOTAL: every write-off posted in the run date's month,
    *> by this run or an earlier one.
    *> ---------------------

    4000-TOTAL-THE-PERIOD.
    MOVE 0 TO PROP-SCAN-EOF.
    MOVE LOW-VALUES TO WP-ITEM-KEY.
    START WRITEOFF-PROP-FILE KEY NOT < WP-ITEM-KEY
        INVALID KEY MOVE 1 TO PROP-SCAN-EOF
    END-START.
    PERFORM 4100-ADD-ONE-TO-PERIOD UNTIL PROP-SCAN-AT-EOF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE TOTAL-WRITTEN-OFF TO REG-COUNT-DISP.
    MOVE RUN-WRITEOFF-VALUE TO REG-TOTAL-DISP.
    STRING "RUN TOTAL    " REG-COUNT-DISP " ITEMS " REG-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE PERIOD-WRITEOFF-COUNT TO REG-COUNT-DISP.
    MOVE PERIOD-WRITEOFF-VALUE TO REG-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "PERIOD " RUN-DATE-SAVE(1:6) REG-COUNT-DISP " ITEMS "
        REG-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    4100-ADD-ONE-TO-PERIOD.
    READ WRITEOFF-PROP-FILE NEXT RECORD
        AT END MOVE 1 TO PROP-SCAN-EOF
        NOT AT END
            IF WP-IS-WRITTEN-OFF
                    AND WP-POSTED-DATE(1:6) = RUN-DATE-SAVE(1:6) THEN
                ADD 1 TO PERIOD-WRITEOFF-COUNT
                ADD WP-POSTED-AMOUNT TO PERIOD-WRITEOFF-VALUE
            END-IF
    END-READ.

    *> ---------------------
    *> BALANCE TRANSACTIONS: one U per written-off customer, in a
    *> complete CUSTTRAN batch for the next maintenance run. The
    *> sales accumulators and terms code are left blank so
    *> CUSTOMER-MAINT keeps what the master holds.
    *> ---------------------

    5000-WRITE-BALANCE-TRANS.
    IF ADJ-COUNT = 0 THEN
        DISPLAY "Nothing written off; no balance transactions written."
    ELSE
        OPEN OUTPUT CUSTOMER-TRANS-FILE
        MOVE SPACES TO CUSTOMER-TRANS-REC
        STRING "H" RUN-DATE-SAVE "WRITEOFF"
            DELIMITED BY SIZE INTO CUSTOMER-TRANS-REC
        WRITE CUSTOMER-TRANS-REC
        PERFORM 5100-WRITE-ONE-BALANCE-TRANS
            VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
        MOVE KEYED-TRANS-COUNT TO TS-TRANS-COUNT
        MOVE KEYED-HASH-TOTAL TO TS-HASH-TOTAL
        MOVE SPACES TO CUSTOMER-TRANS-REC
        MOVE TRAILER-STAGING TO CUSTOMER-TRANS-REC
        WRITE CUSTOMER-TRANS-REC
        CLOSE CUSTOMER-TRANS-FILE
    END-IF.

    5100-WRITE-ONE-BALANCE-TRANS.
    MOVE SPACES TO CUSTOMER-TRANS-REC.
    MOVE "U" TO TR-TRANS-CODE.
    MOVE AJ-CUST-ID(ADJ-IDX) TO TR-CUST-ID.
    MOVE AJ-CUST-NAME(ADJ-IDX) TO TR-CUST-NAME.
    MOVE AJ-CUST-ADDRESS(ADJ-IDX) TO TR-CUST-ADDRESS.
    MOVE AJ-NEW-BALANCE(ADJ-IDX) TO TR-CUST-BALANCE.
    MOVE AJ-CUST-STATUS(ADJ-IDX) TO TR-CUST-STATUS.
    MOVE ZERO TO TR-EFF-DATE.
    MOVE AJ-CREDIT-LIMIT(ADJ-IDX) TO TR-CREDIT-LIMIT.
    MOVE AJ-REGION-CODE(ADJ-IDX) TO TR-REGION-CODE.
    MOVE AJ-PRICE-TIER(ADJ-IDX) TO TR-PRICE-TIER.
    WRITE CUSTOMER-TRANS-REC.
    ADD 1 TO KEYED-TRANS-COUNT.
    ADD TR-CUST-BALANCE TO KEYED-HASH-TOTAL.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF POST-FILES-ARE-OPEN THEN
        CLOSE WRITEOFF-PROP-FILE
        CLOSE OPEN-ITEM-FILE
        IF MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        MOVE OI-KEYED-COUNT TO OS-TRANS-COUNT
        MOVE OI-KEYED-HASH TO OS-HASH-TOTAL
        MOVE SPACES TO OPEN-ITEM-TRANS-REC
        MOVE OI-TRAILER-STAGING TO OPEN-ITEM-TRANS-REC
        WRITE OPEN-ITEM-TRANS-REC
        CLOSE OPEN-ITEM-TRANS-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Write-Off Posting Report --".
    DISPLAY "Items written off : " TOTAL-WRITTEN-OFF.
    DISPLAY "Proposals voided  : " TOTAL-VOIDED.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
