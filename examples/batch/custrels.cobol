IDENTIFICATION DIVISION.
PROGRAM-ID. CUST-APPROVE-RELEASE.

*> CUST-APPROVE-RELEASE is the last step of maker-checker customer
*> maintenance and the only way a held change reaches the master:
*> every change on PENDAPPR a second operator approved on
*> CUST-APPROVE leaves in a complete CUSTTRAN batch of its own
*> (header source APPROVED, trailer count and balance hash) for the
*> next CUSTOMER-MAINT run, carrying both the operator who keyed it
*> and the one who approved it through to CUSTJRNL. A change is
*> released only against the master it was keyed against: if the
*> customer's balance, credit limit, or status has moved since (or
*> the customer has come or gone), the approval no longer means what
*> it meant, and the change is voided for re-keying instead.
*> Released changes are marked with the run date; pending and
*> rejected ones are left alone. A release register prints through
*> REPORT-WRITER with one line per change.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "pendsel.cpy".
        COPY "custsel.cpy".
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PEND-APPROVAL-FILE.
    COPY "pendrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  CUSTOMER-TRANS-FILE.
    COPY "trnrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 PEND-APPROVAL-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 PEND-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PEND-SCAN-AT-EOF VALUE 1.
    01 MASTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTER-IS-OPEN VALUE 1.
    01 RELEASE-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 RELEASE-FILES-ARE-OPEN VALUE 1.
    01 BATCH-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 BATCH-IS-OPEN VALUE 1.
    01 MASTER-FOUND-NOW PIC X(1).

    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 VOID-REASON PIC X(30) VALUE SPACES.

*> The release batch leaves with the controls BATCH-PREEDIT and
*> CUSTOMER-MAINT prove: a count of detail cards and a balance hash.
    01 KEYED-TRANS-COUNT PIC 9(6) COMP VALUE 0.
    01 KEYED-HASH-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 TRAILER-STAGING.
        05 TS-REC-TYPE PIC X(1) VALUE "T".
        05 TS-TRANS-COUNT PIC 9(6).
        05 TS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-RELEASED PIC 9(6) COMP VALUE 0.
    01 TOTAL-VOIDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-STILL-PENDING PIC 9(6) COMP VALUE 0.

    01 REG-AMT-DISP PIC -(7)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-APPROVE-RELEASE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-APPROVE-RELEASE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-APPROVE-RELEASE"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1500-INITIALIZE.
    IF RELEASE-FILES-ARE-OPEN THEN
        PERFORM 2000-START-PENDING-SCAN
        PERFORM 3000-RELEASE-ONE-CHANGE UNTIL PEND-SCAN-AT-EOF
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
    OPEN I-O PEND-APPROVAL-FILE.
    IF PEND-APPROVAL-STATUS NOT = "00" THEN
        DISPLAY "Pending-approval file not found, nothing to release."
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found, approvals cannot be proven."
        CLOSE PEND-APPROVAL-FILE
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for release." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO MASTER-OPEN-SWITCH.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Approved Customer Change Release" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO RELEASE-FILES-OPEN.

    *> ---------------------
    *> RELEASE LOOP: approved changes only.
    *> ---------------------

    2000-START-PENDING-SCAN.
    MOVE 0 TO PEND-SCAN-EOF.
    MOVE LOW-VALUES TO PA-PEND-KEY.
    START PEND-APPROVAL-FILE KEY NOT < PA-PEND-KEY
        INVALID KEY MOVE 1 TO PEND-SCAN-EOF
    END-START.
    IF NOT PEND-SCAN-AT-EOF THEN
        PERFORM 2100-READ-PENDING
    END-IF.

    2100-READ-PENDING.
    READ PEND-APPROVAL-FILE NEXT RECORD
        AT END MOVE 1 TO PEND-SCAN-EOF
    END-READ.

    3000-RELEASE-ONE-CHANGE.
    EVALUATE TRUE
        WHEN PA-IS-APPROVED
            PERFORM 3100-PROVE-AGAINST-MASTER
            IF VOID-REASON = SPACES THEN
                PERFORM 3300-RELEASE-CHANGE
            ELSE
                PERFORM 3400-VOID-CHANGE
            END-IF
        WHEN PA-IS-PENDING
            ADD 1 TO TOTAL-STILL-PENDING
    END-EVALUATE.
    PERFORM 2100-READ-PENDING.

    *> The master must stand where it stood when the change was
    *> keyed, in every field the approval was about.
    3100-PROVE-AGAINST-MASTER.
    MOVE SPACES TO VOID-REASON.
    MOVE "N" TO MASTER-FOUND-NOW.
    MOVE PA-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO MASTER-FOUND-NOW
    END-READ.
    EVALUATE TRUE
        WHEN MASTER-FOUND-NOW NOT = PA-MASTER-FOUND
            AND PA-MASTER-WAS-FOUND
            MOVE "customer no longer on master" TO VOID-REASON
        WHEN MASTER-FOUND-NOW NOT = PA-MASTER-FOUND
            MOVE "customer added since keyed" TO VOID-REASON
        WHEN NOT PA-MASTER-WAS-FOUND
            CONTINUE
        WHEN CM-CUST-BALANCE NOT = PA-OLD-BALANCE
            MOVE "balance moved since keyed" TO VOID-REASON
        WHEN CM-CREDIT-LIMIT NOT = PA-OLD-CREDIT-LIMIT
            MOVE "credit limit moved since keyed" TO VOID-REASON
        WHEN CM-CUST-STATUS NOT = PA-OLD-STATUS
            MOVE "status moved since keyed" TO VOID-REASON
    END-EVALUATE.

    3200-OPEN-RELEASE-BATCH.
    OPEN OUTPUT CUSTOMER-TRANS-FILE.
    MOVE SPACES TO CUSTOMER-TRANS-REC.
    STRING "H" RUN-DATE-SAVE "APPROVED"
        DELIMITED BY SIZE INTO CUSTOMER-TRANS-REC.
    WRITE CUSTOMER-TRANS-REC.
    MOVE 1 TO BATCH-OPEN-SWITCH.

    3300-RELEASE-CHANGE.
    IF NOT BATCH-IS-OPEN THEN
        PERFORM 3200-OPEN-RELEASE-BATCH
    END-IF.
    MOVE SPACES TO CUSTOMER-TRANS-REC.
    MOVE PA-TRANS-IMAGE TO CUSTOMER-TRANS-REC.
    MOVE PA-MAKER-ID TO TR-MAKER-ID.
    MOVE PA-CHECKER-ID TO TR-CHECKER-ID.
    WRITE CUSTOMER-TRANS-REC.
    ADD 1 TO KEYED-TRANS-COUNT.
    ADD TR-CUST-BALANCE TO KEYED-HASH-TOTAL.
    SET PA-IS-RELEASED TO TRUE.
    MOVE RUN-DATE-SAVE TO PA-RELEASED-DATE.
    REWRITE PEND-APPROVAL-REC
        INVALID KEY
            DISPLAY "Pending-approval rewrite failed for " PA-CUST-ID
                "; released but not marked."
            MOVE 8 TO WS-RETURN-CODE
    END-REWRITE.
    ADD 1 TO TOTAL-RELEASED.
    MOVE TR-CUST-BALANCE TO REG-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING PA-CUST-ID " " TR-TRANS-CODE " " REG-AMT-DISP
        " keyed " PA-MAKER-ID " approved " PA-CHECKER-ID
        " hold " PA-HOLD-BALANCE PA-HOLD-CREDIT PA-HOLD-STATUS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    COMPUTE CTL-HASH-VALUE = TR-CUST-BALANCE * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3400-VOID-CHANGE.
    SET PA-IS-VOID TO TRUE.
    MOVE RUN-DATE-SAVE TO PA-RELEASED-DATE.
    REWRITE PEND-APPROVAL-REC
        INVALID KEY
            DISPLAY "Pending-approval rewrite failed for " PA-CUST-ID "."
            MOVE 8 TO WS-RETURN-CODE
    END-REWRITE.
    ADD 1 TO TOTAL-VOIDED.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING PA-CUST-ID " " PA-KEYED-STAMP " VOID, " VOID-REASON
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
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF BATCH-IS-OPEN THEN
        MOVE KEYED-TRANS-COUNT TO TS-TRANS-COUNT
        MOVE KEYED-HASH-TOTAL TO TS-HASH-TOTAL
        MOVE SPACES TO CUSTOMER-TRANS-REC
        MOVE TRAILER-STAGING TO CUSTOMER-TRANS-REC
        WRITE CUSTOMER-TRANS-REC
        CLOSE CUSTOMER-TRANS-FILE
    END-IF.
    IF RELEASE-FILES-ARE-OPEN THEN
        CLOSE PEND-APPROVAL-FILE
        IF MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    IF TOTAL-RELEASED = 0 THEN
        DISPLAY "Nothing approved to release; no CUSTTRAN batch written."
    END-IF.
    DISPLAY "-- Approved Change Release Report --".
    DISPLAY "Changes released  : " TOTAL-RELEASED.
    DISPLAY "Changes voided    : " TOTAL-VOIDED.
    DISPLAY "Still awaiting    : " TOTAL-STILL-PENDING.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
