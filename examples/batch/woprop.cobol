IDENTIFICATION DIVISION.
PROGRAM-ID. WRITEOFF-PROPOSE.

*> WRITEOFF-PROPOSE is the first of the three steps a bad debt now
*> takes off the books: it sweeps the open-item file and proposes
*> for write-off every item more than an operator-parameterized
*> number of days past its due date (see OIDUEPROC), and every item
*> of a customer CUSTMAST carries as closed or suspended, whatever
*> its age. Each proposal lands on the WOPROP file with the aged
*> amount, the days past due, and the customer's last dunning level
*> off DUNNHIST, and prints on a proposal list through REPORT-
*> WRITER. Nothing is written off here: a supervisor approves or
*> rejects each proposal on WRITEOFF-APPROVE, and WRITEOFF-POST
*> sends only the approved ones out. An item under open dispute
*> (see DISPPROC) is never proposed -- the dispute is settled first.
*> A proposal still awaiting a decision is refreshed with tonight's
*> figures; one already approved, rejected, or written off stands.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  days past due that makes an item a write-off
*>               candidate (zero keeps the 180 default)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "oisel.cpy".
        COPY "custsel.cpy".
        COPY "dunnhsel.cpy".
        COPY "wopsel.cpy".
        COPY "dispsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  DUNNING-HIST-FILE.
    COPY "dunnhrec.cpy".

    FD  WRITEOFF-PROP-FILE.
    COPY "woprec.cpy".

    FD  DISPUTE-FILE.
    COPY "disprec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 DUNNING-HIST-STATUS PIC X(2).
    01 WRITEOFF-PROP-STATUS PIC X(2).
    01 OPEN-ITEM-EOF PIC 9(1) COMP VALUE 0.
        88 OPEN-ITEM-AT-EOF VALUE 1.
    01 DUNNING-HIST-EOF PIC 9(1) COMP VALUE 0.
        88 DUNNING-HIST-AT-EOF VALUE 1.
    01 MASTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTER-IS-OPEN VALUE 1.
    01 PROPOSE-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 PROPOSE-FILES-ARE-OPEN VALUE 1.

    01 AGE-LIMIT-DAYS PIC 9(9) COMP VALUE 180.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 PARM-STAGING PIC X(5).

*> The customer's status is fetched once per customer, on the
*> control break the open-item key order gives for free.
    01 CURRENT-CUST-ID PIC X(6) VALUE SPACES.
    01 CURRENT-CUST-STATUS PIC X(1) VALUE SPACE.
    01 PROPOSAL-REASON PIC X(3) VALUE SPACES.

*> Each customer's last dunning level, loaded from DUNNHIST at start-
*> up exactly as AR-AGING loads it; later history records overwrite
*> earlier ones, leaving the latest.
    01 DUNN-TABLE-MAX PIC 9(4) COMP VALUE 1000.
    01 DUNN-COUNT PIC 9(4) COMP VALUE 0.
    01 DUNN-IDX PIC 9(4) COMP VALUE 0.
    01 DUNN-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 DUNN-TABLE.
        05 DUNN-ENTRY OCCURS 1000 TIMES.
            10 DN-CUST-ID PIC X(6).
            10 DN-LAST-LEVEL PIC 9(1).

    01 TOTAL-ITEMS-SCANNED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PROPOSED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REFRESHED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ALREADY-DECIDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DISPUTED-SKIPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PROPOSED-VALUE PIC S9(11)V99 COMP-3 VALUE 0.

    01 PROP-ACTION PIC X(7) VALUE SPACES.
    01 PROP-DAYS-DISP PIC Z(4)9.
    01 PROP-AMT-DISP PIC -(7)9.99.
    01 PROP-TOTAL-DISP PIC -(10)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-PROPOSE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-PROPOSE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="WRITEOFF-PROPOSE"==.
    COPY "oiduedata.cpy".
    COPY "dispdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    IF PROPOSE-FILES-ARE-OPEN THEN
        PERFORM 2000-READ-OPEN-ITEM
        PERFORM 3000-CONSIDER-ONE-ITEM UNTIL OPEN-ITEM-AT-EOF
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 THEN
            MOVE PC-NUM-1 TO AGE-LIMIT-DAYS
        END-IF
    ELSE
        DISPLAY "Days past due that proposes a write-off (180 default):"
        ACCEPT AGE-LIMIT-DAYS
    END-IF.
    IF AGE-LIMIT-DAYS = 0 THEN
        MOVE 180 TO AGE-LIMIT-DAYS
    END-IF.
    DISPLAY "Write-off proposals at " AGE-LIMIT-DAYS " days past due.".

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The proposal file is created empty the first time; a missing
    *> customer master only means no closed/suspended proposals.
    1500-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS NOT = "00" THEN
        DISPLAY "Open-item file not found, nothing to propose."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Open-item file (OPENITEM) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN INPUT CUSTOMER-MASTER-FILE
        IF CUSTOMER-MASTER-STATUS = "00" THEN
            MOVE 1 TO MASTER-OPEN-SWITCH
        ELSE
            DISPLAY "Customer master not found; proposing on age alone."
        END-IF
        PERFORM 6000-LOAD-DUNNING-HISTORY
        OPEN I-O WRITEOFF-PROP-FILE
        IF WRITEOFF-PROP-STATUS = "35" THEN
            OPEN OUTPUT WRITEOFF-PROP-FILE
            CLOSE WRITEOFF-PROP-FILE
            OPEN I-O WRITEOFF-PROP-FILE
        END-IF
        MOVE "I" TO RW-FUNCTION
        MOVE "Bad-Debt Write-Off Proposals" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
        MOVE 1 TO PROPOSE-FILES-OPEN
    END-IF.

    *> ---------------------
    *> PROPOSAL LOOP
    *> ---------------------

    2000-READ-OPEN-ITEM.
    READ OPEN-ITEM-FILE NEXT RECORD
        AT END MOVE 1 TO OPEN-ITEM-EOF
    END-READ.

    *> A closed or suspended customer's items are all proposed; any
    *> other customer's only once past the age limit. A credit item
    *> has nothing to write off.
    3000-CONSIDER-ONE-ITEM.
    ADD 1 TO TOTAL-ITEMS-SCANNED.
    IF OI-CUST-ID NOT = CURRENT-CUST-ID THEN
        MOVE OI-CUST-ID TO CURRENT-CUST-ID
        PERFORM 3100-FETCH-CUSTOMER-STATUS
    END-IF.
    IF OI-REMAIN-AMOUNT > 0 THEN
        MOVE RUN-DATE-SAVE TO OIDUE-AS-OF-DATE
        PERFORM 9840-OI-DAYS-PAST-DUE
        MOVE SPACES TO PROPOSAL-REASON
        EVALUATE TRUE
            WHEN CURRENT-CUST-STATUS = "C"
                MOVE "CLS" TO PROPOSAL-REASON
            WHEN CURRENT-CUST-STATUS = "S"
                MOVE "SUS" TO PROPOSAL-REASON
            WHEN OIDUE-DAYS-PAST-DUE >= AGE-LIMIT-DAYS
                MOVE "AGE" TO PROPOSAL-REASON
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF PROPOSAL-REASON NOT = SPACES THEN
            PERFORM 9845-OI-DISPUTED-AMOUNT
            IF OIDISP-AMOUNT > 0 THEN
                ADD 1 TO TOTAL-DISPUTED-SKIPPED
            ELSE
                PERFORM 3200-RECORD-PROPOSAL
            END-IF
        END-IF
    END-IF.
    PERFORM 2000-READ-OPEN-ITEM.

    3100-FETCH-CUSTOMER-STATUS.
    MOVE SPACE TO CURRENT-CUST-STATUS.
    IF MASTER-IS-OPEN THEN
        MOVE CURRENT-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CM-CUST-STATUS TO CURRENT-CUST-STATUS
        END-READ
    END-IF.

    *> A new proposal is written; one still awaiting a decision, or
    *> voided by an earlier posting run, is refreshed; a decided one
    *> is left exactly as the supervisor left it.
    3200-RECORD-PROPOSAL.
    MOVE OI-ITEM-KEY TO WP-ITEM-KEY.
    READ WRITEOFF-PROP-FILE
        INVALID KEY
            PERFORM 3210-BUILD-PROPOSAL
            WRITE WRITEOFF-PROP-REC
                INVALID KEY
                    DISPLAY "Proposal write failed for " OI-CUST-ID
                        "/" OI-INVOICE-NO "."
                    MOVE 4 TO WS-RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO TOTAL-PROPOSED
                    MOVE "NEW" TO PROP-ACTION
                    PERFORM 3300-PRINT-PROPOSAL-LINE
            END-WRITE
        NOT INVALID KEY
            IF WP-IS-PROPOSED OR WP-IS-VOID THEN
                PERFORM 3210-BUILD-PROPOSAL
                REWRITE WRITEOFF-PROP-REC
                    INVALID KEY
                        DISPLAY "Proposal rewrite failed for "
                            OI-CUST-ID "/" OI-INVOICE-NO "."
                        MOVE 4 TO WS-RETURN-CODE
                    NOT INVALID KEY
                        ADD 1 TO TOTAL-REFRESHED
                        MOVE "PENDING" TO PROP-ACTION
                        PERFORM 3300-PRINT-PROPOSAL-LINE
                END-REWRITE
            ELSE
                ADD 1 TO TOTAL-ALREADY-DECIDED
            END-IF
    END-READ.

    3210-BUILD-PROPOSAL.
    MOVE OI-ITEM-KEY TO WP-ITEM-KEY.
    MOVE "P" TO WP-STATUS.
    MOVE PROPOSAL-REASON TO WP-REASON.
    MOVE RUN-DATE-SAVE TO WP-PROPOSED-DATE.
    MOVE OI-INVOICE-DATE TO WP-INVOICE-DATE.
    MOVE OIDUE-DUE-DATE TO WP-DUE-DATE.
    EVALUATE TRUE
        WHEN OIDUE-DAYS-PAST-DUE < 0
            MOVE 0 TO WP-DAYS-PAST-DUE
        WHEN OIDUE-DAYS-PAST-DUE > 99999
            MOVE 99999 TO WP-DAYS-PAST-DUE
        WHEN OTHER
            MOVE OIDUE-DAYS-PAST-DUE TO WP-DAYS-PAST-DUE
    END-EVALUATE.
    MOVE OI-REMAIN-AMOUNT TO WP-AMOUNT.
    PERFORM 3220-FETCH-DUNNING-LEVEL.
    MOVE SPACES TO WP-DECIDED-BY.
    MOVE 0 TO WP-DECIDED-DATE.
    MOVE 0 TO WP-POSTED-DATE.
    MOVE 0 TO WP-POSTED-AMOUNT.

    *> Zero means the customer was never dunned.
    3220-FETCH-DUNNING-LEVEL.
    MOVE 0 TO WP-DUNN-LEVEL.
    MOVE 0 TO DUNN-FOUND-IDX.
    PERFORM 3230-MATCH-ONE-DUNN-ENTRY
        VARYING DUNN-IDX FROM 1 BY 1 UNTIL DUNN-IDX > DUNN-COUNT.
    IF DUNN-FOUND-IDX > 0 THEN
        MOVE DN-LAST-LEVEL(DUNN-FOUND-IDX) TO WP-DUNN-LEVEL
    END-IF.

    3230-MATCH-ONE-DUNN-ENTRY.
    IF DN-CUST-ID(DUNN-IDX) = OI-CUST-ID THEN
        MOVE DUNN-IDX TO DUNN-FOUND-IDX
        MOVE DUNN-COUNT TO DUNN-IDX
    END-IF.

    3300-PRINT-PROPOSAL-LINE.
    ADD WP-AMOUNT TO TOTAL-PROPOSED-VALUE.
    MOVE WP-DAYS-PAST-DUE TO PROP-DAYS-DISP.
    MOVE WP-AMOUNT TO PROP-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING WP-CUST-ID " " WP-INVOICE-NO " " WP-REASON
        " days " PROP-DAYS-DISP " amount " PROP-AMT-DISP
        " dunned " WP-DUNN-LEVEL " " PROP-ACTION
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    COMPUTE CTL-HASH-VALUE = WP-AMOUNT * 100.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3950-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> DUNNING HISTORY LOAD
    *> ---------------------

    6000-LOAD-DUNNING-HISTORY.
    MOVE 0 TO DUNN-COUNT.
    MOVE 0 TO DUNNING-HIST-EOF.
    OPEN INPUT DUNNING-HIST-FILE.
    IF DUNNING-HIST-STATUS = "00" THEN
        PERFORM 6100-LOAD-ONE-HIST-RECORD UNTIL DUNNING-HIST-AT-EOF
        CLOSE DUNNING-HIST-FILE
    END-IF.

    6100-LOAD-ONE-HIST-RECORD.
    READ DUNNING-HIST-FILE
        AT END MOVE 1 TO DUNNING-HIST-EOF
        NOT AT END PERFORM 6200-TABLE-ONE-HIST-RECORD
    END-READ.

    6200-TABLE-ONE-HIST-RECORD.
    MOVE 0 TO DUNN-FOUND-IDX.
    PERFORM 6210-MATCH-HIST-CUSTOMER
        VARYING DUNN-IDX FROM 1 BY 1 UNTIL DUNN-IDX > DUNN-COUNT.
    IF DUNN-FOUND-IDX > 0 THEN
        MOVE DH-LETTER-LEVEL TO DN-LAST-LEVEL(DUNN-FOUND-IDX)
    ELSE
        IF DUNN-COUNT >= DUNN-TABLE-MAX THEN
            DISPLAY "Dunning-history table full; some levels show zero."
            MOVE 4 TO WS-RETURN-CODE
        ELSE
            ADD 1 TO DUNN-COUNT
            MOVE DH-CUST-ID TO DN-CUST-ID(DUNN-COUNT)
            MOVE DH-LETTER-LEVEL TO DN-LAST-LEVEL(DUNN-COUNT)
        END-IF
    END-IF.

    6210-MATCH-HIST-CUSTOMER.
    IF DN-CUST-ID(DUNN-IDX) = DH-CUST-ID THEN
        MOVE DUNN-IDX TO DUNN-FOUND-IDX
        MOVE DUNN-COUNT TO DUNN-IDX
    END-IF.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF PROPOSE-FILES-ARE-OPEN THEN
        CLOSE OPEN-ITEM-FILE
        PERFORM 9849-OI-DISPUTE-CLOSE
        IF MASTER-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        CLOSE WRITEOFF-PROP-FILE
        MOVE TOTAL-PROPOSED-VALUE TO PROP-TOTAL-DISP
        MOVE SPACES TO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        STRING "TOTAL AWAITING APPROVAL " PROP-TOTAL-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Write-Off Proposal Report --".
    DISPLAY "Items scanned          : " TOTAL-ITEMS-SCANNED.
    DISPLAY "New proposals          : " TOTAL-PROPOSED.
    DISPLAY "Pending proposals kept : " TOTAL-REFRESHED.
    DISPLAY "Already decided        : " TOTAL-ALREADY-DECIDED.
    DISPLAY "Skipped, in dispute    : " TOTAL-DISPUTED-SKIPPED.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "oidueproc.cpy".
    COPY "dispproc.cpy".
