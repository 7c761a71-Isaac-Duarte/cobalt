            ORGANIZATION SEQUENTIAL
            FILE STATUS IS CM-CHECKPOINT-STATUS.
        COPY "runctlsel.cpy".
        COPY "stposel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
    COPY "ckptrec.cpy".

    COPY "runctlfd.cpy".
    COPY "stpofd.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    01 CUSTOMER-TRANS-EOF PIC 9(1) COMP VALUE 0.
        88 CUSTOMER-TRANS-AT-EOF VALUE 1.
    01 CUST-JOURNAL-STATUS PIC X(2).
    01 JRNL-BEFORE-SAVE PIC X(113).
    01 TOTAL-JOURNALED PIC 9(6) COMP VALUE 0.
    01 STATUS-HIST-STATUS PIC X(2).
    01 RECYCLE-STATUS PIC X(2).
    01 ORDINAL-STAGING PIC 9(6).
    01 SKIP-THIS-TRANS PIC 9(1) COMP VALUE 0.
        88 TRANS-WAS-SKIPPED VALUE 1.
    01 CUST-ID-DIGIT-SW PIC 9(1) COMP VALUE 0.
        88 CUST-ID-DIGIT-FAILS VALUE 1.
    01 TOTAL-RESTART-SKIPPED PIC 9(6) COMP VALUE 0.

*> Customer status follows a lifecycle -- active, hold, suspended,
    01 STATUS-OLD-SAVE PIC X(1).
    01 ADDRESS-EDIT-SWITCH PIC 9(1) COMP VALUE 0.
        88 ADDRESS-IS-CLEAN VALUE 1.
    01 ADDRESS-FAULT PIC X(30).
    01 TOTAL-STATUS-CHANGES PIC 9(6) COMP VALUE 0.

*> Parent/child links are proven before they are stored: the parent
*> must be on the master, open, and a parent rather than a branch,
*> and a customer that already has branches cannot become one. A
*> parent cannot close or be deleted while branches still point at
*> it. The branch count is a full pass over the master, taken only
*> when one of those questions is actually asked.
    01 PARENT-EDIT-SWITCH PIC 9(1) COMP VALUE 0.
        88 PARENT-LINK-OK VALUE 1.
    01 PARENT-REJECT-TEXT PIC X(45).
    01 BRANCH-PARENT-ID PIC X(6).
    01 BRANCH-COUNT PIC 9(6) COMP VALUE 0.
    01 BRANCH-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 BRANCH-SCAN-AT-EOF VALUE 1.

*> The transaction file must arrive wrapped in a header record ("H",
*> creation date, source id) and a trailer record ("T", transaction
*> count, hash total of the TR-CUST-BALANCE amounts). The batch is
*> proven complete in a validation pre-pass before any transaction
*> touches the master; a truncated or altered transmission refuses
*> the whole run with RC=8.
    01 TRANS-STAGING PIC X(159).
    01 TRANS-HEADER REDEFINES TRANS-STAGING.
        05 TH-REC-TYPE PIC X(1).
        05 TH-CREATE-DATE PIC 9(8).
        05 TH-SOURCE-ID PIC X(8).
        05 FILLER PIC X(142).
    01 TRANS-TRAILER REDEFINES TRANS-STAGING.
        05 TT-REC-TYPE PIC X(1).
        05 TT-TRANS-COUNT PIC 9(6).
        05 TT-HASH-TOTAL PIC S9(11)V99.
        05 FILLER PIC X(139).

    01 BATCH-VALID-SWITCH PIC 9(1) COMP VALUE 0.
        88 BATCH-IS-VALID VALUE 1.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-MAINT"==
        ==":PGMVERS:"== BY =="01.02"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-MAINT"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-MAINT"==.
    COPY "cycledata.cpy".
    IF RECYCLE-STATUS = "35" THEN
        OPEN OUTPUT RECYCLE-FILE
    END-IF.
    PERFORM 9250-EDIT-LOAD-STATE-TABLE.
    OPEN INPUT CUSTOMER-TRANS-FILE.
    IF CUSTOMER-TRANS-STATUS NOT = "00" THEN
        DISPLAY "Transaction file not found, nothing to apply."

    3000-APPLY-TRANSACTION.
    MOVE 0 TO SKIP-THIS-TRANS.
    MOVE 0 TO CUST-ID-DIGIT-SW.
    MOVE TR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        MOVE 1 TO CUST-ID-DIGIT-SW
    END-IF.
    EVALUATE TRUE
        WHEN TR-TRANS-CODE = "H" OR TR-TRANS-CODE = "T"
            CONTINUE
            MOVE 1 TO SKIP-THIS-TRANS
            ADD 1 TO APPLIED-ORDINAL
            ADD 1 TO TOTAL-RESTART-SKIPPED
        WHEN CUST-ID-DIGIT-FAILS
            DISPLAY "REJECTED: customer " TR-CUST-ID " fails its check digit."
            ADD 1 TO TOTAL-REJECTED
            MOVE "CKD" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        WHEN TR-IS-ADD
            PERFORM 3100-ADD-CUSTOMER
        WHEN TR-IS-UPDATE
        PERFORM 3105-EDIT-ADDRESS-FIELDS
        IF NOT ADDRESS-IS-CLEAN THEN
            DISPLAY "REJECTED: customer " TR-CUST-ID
                " has an unusable address field: " ADDRESS-FAULT
            ADD 1 TO TOTAL-REJECTED
            MOVE "ADR" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
                MOVE "STA" TO RECYCLE-REASON
                PERFORM 3950-RECYCLE-REJECT
            ELSE
                PERFORM 3240-EDIT-PARENT-LINK
                IF PARENT-LINK-OK THEN
                    PERFORM 3110-WRITE-NEW-CUSTOMER
                END-IF
            END-IF
        END-IF
    END-IF.

    *> City must be letters when keyed, the state a state on the
    *> STPOSTAL table, the postal code digits whose prefix that state
    *> owns; a blank subfield rides through so converted records
    *> awaiting hand review still apply.
    3105-EDIT-ADDRESS-FIELDS.
    MOVE 1 TO ADDRESS-EDIT-SWITCH.
    MOVE SPACES TO ADDRESS-FAULT.
    IF TR-ADDR-CITY NOT = SPACES THEN
        MOVE TR-ADDR-CITY TO EDIT-INPUT-FIELD
        PERFORM 9210-EDIT-CHECK-ALPHA
        IF NOT EDIT-IS-VALID THEN
            MOVE 0 TO ADDRESS-EDIT-SWITCH
            MOVE "city not letters" TO ADDRESS-FAULT
        END-IF
    END-IF.
    IF TR-ADDR-STATE NOT = SPACES THEN
        MOVE TR-ADDR-STATE TO EDIT-INPUT-FIELD
        PERFORM 9230-EDIT-CHECK-STATE
        IF NOT EDIT-IS-VALID THEN
            MOVE 0 TO ADDRESS-EDIT-SWITCH
            MOVE "state not on STPOSTAL" TO ADDRESS-FAULT
        END-IF
    END-IF.
    IF TR-ADDR-POSTAL NOT = SPACES THEN
        PERFORM 9200-EDIT-CHECK-NUMERIC
        IF NOT EDIT-IS-VALID THEN
            MOVE 0 TO ADDRESS-EDIT-SWITCH
            MOVE "postal code not digits" TO ADDRESS-FAULT
        END-IF
    END-IF.
    IF ADDRESS-IS-CLEAN AND TR-ADDR-STATE NOT = SPACES
            AND TR-ADDR-POSTAL NOT = SPACES THEN
        MOVE SPACES TO EDIT-INPUT-FIELD
        STRING TR-ADDR-STATE TR-ADDR-POSTAL DELIMITED BY SIZE
            INTO EDIT-INPUT-FIELD
        PERFORM 9240-EDIT-CHECK-POSTAL-STATE
        IF NOT EDIT-IS-VALID THEN
            MOVE 0 TO ADDRESS-EDIT-SWITCH
            MOVE "postal code not in state" TO ADDRESS-FAULT
        END-IF
    END-IF.

    ELSE
        MOVE ZERO TO CM-YTD-SALES
    END-IF.
    MOVE TR-TERMS-CODE TO CM-TERMS-CODE.
    IF TR-PARENT-CLEARED THEN
        MOVE SPACES TO CM-PARENT-ID
    ELSE
        MOVE TR-PARENT-ID TO CM-PARENT-ID
    END-IF.
    WRITE CUSTOMER-MASTER-REC
        INVALID KEY
            DISPLAY "REJECTED: customer " TR-CUST-ID " already exists on the master."
        PERFORM 3105-EDIT-ADDRESS-FIELDS
        IF NOT ADDRESS-IS-CLEAN THEN
            DISPLAY "REJECTED: customer " TR-CUST-ID
                " has an unusable address field: " ADDRESS-FAULT
            ADD 1 TO TOTAL-REJECTED
            MOVE "ADR" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        ELSE
            PERFORM 3240-EDIT-PARENT-LINK
            IF PARENT-LINK-OK THEN
                MOVE 0 TO BRANCH-COUNT
                IF TR-CUST-STATUS = "C" AND STATUS-OLD-SAVE NOT = "C" THEN
                    MOVE TR-CUST-ID TO BRANCH-PARENT-ID
                    PERFORM 3250-COUNT-BRANCHES
                END-IF
*> The link edits read other customers through the record area;
*> the saved image puts this customer back before it is changed.
                MOVE JRNL-BEFORE-SAVE TO CUSTOMER-MASTER-REC
                PERFORM 3220-CHECK-STATUS-TRANSITION
                IF STATUS-CHANGE-OK THEN
                    PERFORM 3230-APPLY-REWRITE
                END-IF
            END-IF
        END-IF
    END-IF.
    *> transaction that leaves the status alone always passes; one
    *> that changes it must name a legal move: closed customers may
    *> only reopen through hold or suspended, and nobody closes while
    *> still carrying a balance or while branches still bill to them.
    3220-CHECK-STATUS-TRANSITION.
    MOVE 0 TO STATUS-CHECK-SWITCH.
    MOVE 0 TO STATUS-CHANGED-SWITCH.
            ADD 1 TO TOTAL-REJECTED
            MOVE "STA" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        WHEN TR-CUST-STATUS = "C" AND BRANCH-COUNT > 0
            DISPLAY "REJECTED: customer " TR-CUST-ID
                " cannot close while parent of " BRANCH-COUNT
                " branches."
            ADD 1 TO TOTAL-REJECTED
            MOVE "STA" TO RECYCLE-REASON
            PERFORM 3950-RECYCLE-REJECT
        WHEN OTHER
            MOVE 1 TO STATUS-CHECK-SWITCH
            MOVE 1 TO STATUS-CHANGED-SWITCH
    IF TR-YTD-SALES IS NUMERIC THEN
        MOVE TR-YTD-SALES TO CM-YTD-SALES
    END-IF.
    IF TR-TERMS-CODE NOT = SPACES THEN
        MOVE TR-TERMS-CODE TO CM-TERMS-CODE
    END-IF.
    IF TR-PARENT-CLEARED THEN
        MOVE SPACES TO CM-PARENT-ID
    ELSE
        IF TR-PARENT-ID NOT = SPACES THEN
            MOVE TR-PARENT-ID TO CM-PARENT-ID
        END-IF
    END-IF.
    REWRITE CUSTOMER-MASTER-REC
        INVALID KEY
            DISPLAY "REJECTED: customer " TR-CUST-ID " could not be rewritten."
            END-IF
    END-REWRITE.

    *> A blank or *NONE* parent needs no proof, nor does an update
    *> that repeats the parent the master already carries (the
    *> record area still holds this customer on entry). Anything else
    *> is looked up; an update also counts the customer's own
    *> branches, since the hierarchy is one level deep.
    3240-EDIT-PARENT-LINK.
    MOVE 1 TO PARENT-EDIT-SWITCH.
    IF TR-PARENT-ID = SPACES OR TR-PARENT-CLEARED THEN
        EXIT PARAGRAPH
    END-IF.
    IF TR-IS-UPDATE AND CM-PARENT-ID = TR-PARENT-ID THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE TR-PARENT-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        MOVE "names a parent failing its check digit." TO PARENT-REJECT-TEXT
        PERFORM 3245-REJECT-PARENT-LINK
        EXIT PARAGRAPH
    END-IF.
    IF TR-PARENT-ID = TR-CUST-ID THEN
        MOVE "cannot be its own parent." TO PARENT-REJECT-TEXT
        PERFORM 3245-REJECT-PARENT-LINK
        EXIT PARAGRAPH
    END-IF.
    MOVE TR-PARENT-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE "names a parent not on the master." TO PARENT-REJECT-TEXT
            PERFORM 3245-REJECT-PARENT-LINK
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CM-PARENT-ID NOT = SPACES
                    MOVE "names a parent that is itself a branch."
                        TO PARENT-REJECT-TEXT
                    PERFORM 3245-REJECT-PARENT-LINK
                WHEN CM-STATUS-CLOSED
                    MOVE "names a parent that is closed." TO PARENT-REJECT-TEXT
                    PERFORM 3245-REJECT-PARENT-LINK
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
    END-READ.
    IF PARENT-LINK-OK AND TR-IS-UPDATE THEN
        MOVE TR-CUST-ID TO BRANCH-PARENT-ID
        PERFORM 3250-COUNT-BRANCHES
        IF BRANCH-COUNT > 0 THEN
            MOVE "has branches and cannot become one." TO PARENT-REJECT-TEXT
            PERFORM 3245-REJECT-PARENT-LINK
        END-IF
    END-IF.

    3245-REJECT-PARENT-LINK.
    MOVE 0 TO PARENT-EDIT-SWITCH.
    DISPLAY "REJECTED: customer " TR-CUST-ID " " PARENT-REJECT-TEXT.
    ADD 1 TO TOTAL-REJECTED.
    MOVE "PAR" TO RECYCLE-REASON.
    PERFORM 3950-RECYCLE-REJECT.

    *> Counts the customers whose CM-PARENT-ID is BRANCH-PARENT-ID.
    3250-COUNT-BRANCHES.
    MOVE 0 TO BRANCH-COUNT.
    MOVE 0 TO BRANCH-SCAN-EOF.
    MOVE LOW-VALUES TO CM-CUST-ID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUST-ID
        INVALID KEY MOVE 1 TO BRANCH-SCAN-EOF
    END-START.
    PERFORM 3255-COUNT-ONE-BRANCH UNTIL BRANCH-SCAN-AT-EOF.

    3255-COUNT-ONE-BRANCH.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO BRANCH-SCAN-EOF
        NOT AT END
            IF CM-PARENT-ID = BRANCH-PARENT-ID THEN
                ADD 1 TO BRANCH-COUNT
            END-IF
    END-READ.

    *> The record is read before it is deleted so the journal can
    *> carry the customer exactly as they stood at deletion time; a
    *> parent with branches still billing to it stays on the master.
    3300-DELETE-CUSTOMER.
    MOVE TR-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
            PERFORM 3950-RECYCLE-REJECT
        NOT INVALID KEY
            MOVE CUSTOMER-MASTER-REC TO JRNL-BEFORE-SAVE
            MOVE TR-CUST-ID TO BRANCH-PARENT-ID
            PERFORM 3250-COUNT-BRANCHES
            MOVE JRNL-BEFORE-SAVE TO CUSTOMER-MASTER-REC
            IF BRANCH-COUNT > 0 THEN
                DISPLAY "REJECTED: customer " TR-CUST-ID
                    " cannot be deleted while parent of " BRANCH-COUNT
                    " branches."
                ADD 1 TO TOTAL-REJECTED
                MOVE "PAR" TO RECYCLE-REASON
                PERFORM 3950-RECYCLE-REJECT
            ELSE
                PERFORM 3310-DELETE-READ-CUSTOMER
            END-IF
    END-READ.

    3310-DELETE-READ-CUSTOMER.
    MOVE TR-CUST-ID TO JR-CUST-ID.
    MOVE JRNL-BEFORE-SAVE TO JR-BEFORE-IMAGE.
    MOVE AUDIT-OPER-ID TO JR-OPER-ID.
    MOVE TR-MAKER-ID TO JR-MAKER-ID.
    MOVE TR-CHECKER-ID TO JR-CHECKER-ID.
    IF TR-IS-DELETE THEN
        MOVE LOW-VALUES TO JR-AFTER-IMAGE
    ELSE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "stpoproc.cpy".
    COPY "msglogproc.cpy".
