IDENTIFICATION DIVISION.
PROGRAM-ID. CONFIRM-REPLY.

*> CONFIRM-REPLY closes the loop on the receivables confirmations
*> CONFIRM-SAMPLE sent out. The replies that come back are keyed as
*> cards on CONFRPLY, one per customer, against the CONFREG register
*> record the letter's reference names (period plus customer id):
*> the customer either agrees with the balance or disagrees and
*> states the amount its own records show. A card for a customer
*> not in the sample, or with a reply code other than A or D, is
*> rejected. A later card for the same confirmation replaces the
*> earlier reply. The run then prints the exceptions report for the
*> period through REPORT-WRITER -- every confirmation the customer
*> disagreed with, with both amounts and the difference, and every
*> one that has never been answered, with the date it went out --
*> followed by the reply counts the auditors' working papers need.
*>
*> Reply card layout:
*>     period (6) + customer id (6) + reply code (1: A agreed,
*>     D disagreed) + reply date (8, zero for today) + amount the
*>     customer states (S9(7)V99, used on D) + note (40)
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  period to report, CCYYMM (zero takes the latest
*>               period on the register)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REPLY-CARD-FILE ASSIGN TO "CONFRPLY"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS REPLY-CARD-STATUS.
        COPY "confsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  REPLY-CARD-FILE.
    01  REPLY-CARD-REC.
        05 RP-PERIOD PIC 9(6).
        05 RP-CUST-ID PIC X(6).
        05 RP-REPLY-CODE PIC X(1).
        05 RP-REPLY-DATE PIC 9(8).
        05 RP-STATED-AMOUNT PIC S9(7)V99.
        05 RP-NOTE PIC X(40).

    FD  CONFIRM-FILE.
    COPY "confrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 REPLY-CARD-STATUS PIC X(2).
    01 CONFIRM-STATUS PIC X(2).
    01 REPLY-CARD-EOF PIC 9(1) COMP VALUE 0.
        88 REPLY-CARD-AT-EOF VALUE 1.
    01 CONFIRM-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 CONFIRM-SCAN-AT-EOF VALUE 1.
    01 REPLY-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 REPLY-FILES-ARE-OPEN VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 REPORT-PERIOD PIC 9(6) VALUE 0.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 REPLY-DIFFERENCE PIC S9(7)V99 COMP-3 VALUE 0.

    01 TOTAL-CARDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-CARDS-APPLIED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CARDS-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-SAMPLED PIC 9(6) COMP VALUE 0.
    01 TOTAL-AGREED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DISAGREED PIC 9(6) COMP VALUE 0.
    01 TOTAL-NO-REPLY PIC 9(6) COMP VALUE 0.
    01 TOTAL-SAMPLED-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-AGREED-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.

    01 EXC-AMT-1 PIC -(7)9.99.
    01 EXC-AMT-2 PIC -(7)9.99.
    01 EXC-AMT-3 PIC -(7)9.99.
    01 EXC-TOTAL-DISP PIC -(10)9.99.
    01 EXC-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONFIRM-REPLY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONFIRM-REPLY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CONFIRM-REPLY"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    IF REPLY-FILES-ARE-OPEN THEN
        PERFORM 2000-APPLY-REPLY-CARDS
        IF REPORT-PERIOD = 0 THEN
            PERFORM 4000-FIND-LATEST-PERIOD
        END-IF
        PERFORM 5000-PRINT-EXCEPTIONS
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
        IF PARM-CARD-FOUND THEN
            MOVE PC-NUM-1 TO REPORT-PERIOD
        END-IF
    ELSE
        DISPLAY "Period to report, CCYYMM (zero for the latest sampled):"
        ACCEPT REPORT-PERIOD
    END-IF.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> No register means nothing was ever sampled. No reply cards
    *> only means tonight is a report-only run.
    1500-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    OPEN I-O CONFIRM-FILE.
    IF CONFIRM-STATUS NOT = "00" THEN
        DISPLAY "Confirmation register not found, nothing to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Confirmation register (CONFREG) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Receivables Confirmation Exceptions" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO REPLY-FILES-OPEN.

    *> ---------------------
    *> REPLIES
    *> ---------------------

    2000-APPLY-REPLY-CARDS.
    OPEN INPUT REPLY-CARD-FILE.
    IF REPLY-CARD-STATUS NOT = "00" THEN
        DISPLAY "No reply cards tonight; exceptions report only."
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-REPLY-CARD.
    PERFORM 3000-APPLY-ONE-REPLY UNTIL REPLY-CARD-AT-EOF.
    CLOSE REPLY-CARD-FILE.

    2100-READ-REPLY-CARD.
    READ REPLY-CARD-FILE
        AT END MOVE 1 TO REPLY-CARD-EOF
    END-READ.

    3000-APPLY-ONE-REPLY.
    ADD 1 TO TOTAL-CARDS-READ.
    MOVE RP-PERIOD TO CF-PERIOD.
    MOVE RP-CUST-ID TO CF-CUST-ID.
    READ CONFIRM-FILE
        INVALID KEY
            DISPLAY "REPLY REJECTED: " RP-PERIOD "/" RP-CUST-ID
                " was not in the sample."
            PERFORM 3900-REJECT-REPLY
        NOT INVALID KEY
            PERFORM 3100-VALIDATE-REPLY
    END-READ.
    PERFORM 2100-READ-REPLY-CARD.

    3100-VALIDATE-REPLY.
    EVALUATE TRUE
        WHEN RP-REPLY-CODE NOT = "A" AND RP-REPLY-CODE NOT = "D"
            DISPLAY "REPLY REJECTED: " RP-PERIOD "/" RP-CUST-ID
                " reply code " RP-REPLY-CODE " is not A or D."
            PERFORM 3900-REJECT-REPLY
        WHEN RP-REPLY-DATE IS NOT NUMERIC
            DISPLAY "REPLY REJECTED: " RP-PERIOD "/" RP-CUST-ID
                " reply date is not numeric."
            PERFORM 3900-REJECT-REPLY
        WHEN RP-REPLY-CODE = "D" AND RP-STATED-AMOUNT IS NOT NUMERIC
            DISPLAY "REPLY REJECTED: " RP-PERIOD "/" RP-CUST-ID
                " disagrees without a usable amount."
            PERFORM 3900-REJECT-REPLY
        WHEN OTHER
            PERFORM 3200-RECORD-REPLY
    END-EVALUATE.

    *> An agreement confirms our balance, so that is the amount the
    *> customer is taken to state.
    3200-RECORD-REPLY.
    MOVE RP-REPLY-CODE TO CF-REPLY-STATUS.
    IF RP-REPLY-DATE = 0 THEN
        MOVE RUN-DATE-SAVE TO CF-REPLY-DATE
    ELSE
        MOVE RP-REPLY-DATE TO CF-REPLY-DATE
    END-IF.
    IF CF-IS-AGREED THEN
        MOVE CF-BALANCE TO CF-STATED-AMOUNT
    ELSE
        MOVE RP-STATED-AMOUNT TO CF-STATED-AMOUNT
    END-IF.
    MOVE RP-NOTE TO CF-REPLY-NOTE.
    REWRITE CONFIRM-REC
        INVALID KEY
            DISPLAY "Confirmation rewrite failed for " CF-CUST-ID "."
            MOVE 8 TO WS-RETURN-CODE
        NOT INVALID KEY
            ADD 1 TO TOTAL-CARDS-APPLIED
            COMPUTE CTL-HASH-VALUE = CF-STATED-AMOUNT * 100
            PERFORM 9800-CTL-ACCUMULATE-TOTALS
    END-REWRITE.

    3900-REJECT-REPLY.
    ADD 1 TO TOTAL-CARDS-REJECTED.
    IF WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

    *> ---------------------
    *> EXCEPTIONS
    *> ---------------------

    4000-FIND-LATEST-PERIOD.
    MOVE 0 TO CONFIRM-SCAN-EOF.
    MOVE LOW-VALUES TO CF-CONF-KEY.
    START CONFIRM-FILE KEY NOT < CF-CONF-KEY
        INVALID KEY MOVE 1 TO CONFIRM-SCAN-EOF
    END-START.
    PERFORM 4100-NOTE-ONE-PERIOD UNTIL CONFIRM-SCAN-AT-EOF.

    4100-NOTE-ONE-PERIOD.
    READ CONFIRM-FILE NEXT RECORD
        AT END MOVE 1 TO CONFIRM-SCAN-EOF
        NOT AT END
            IF CF-PERIOD > REPORT-PERIOD THEN
                MOVE CF-PERIOD TO REPORT-PERIOD
            END-IF
    END-READ.

    5000-PRINT-EXCEPTIONS.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CONFIRMATIONS FOR PERIOD " REPORT-PERIOD
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CUST    EXCEPTION      OUR BALANCE  CUST STATES   DIFFERENCE"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE 0 TO CONFIRM-SCAN-EOF.
    MOVE REPORT-PERIOD TO CF-PERIOD.
    MOVE LOW-VALUES TO CF-CUST-ID.
    START CONFIRM-FILE KEY NOT < CF-CONF-KEY
        INVALID KEY MOVE 1 TO CONFIRM-SCAN-EOF
    END-START.
    PERFORM 5100-REPORT-ONE-CONFIRMATION UNTIL CONFIRM-SCAN-AT-EOF.
    PERFORM 5500-PRINT-REPLY-COUNTS.

    5100-REPORT-ONE-CONFIRMATION.
    READ CONFIRM-FILE NEXT RECORD
        AT END MOVE 1 TO CONFIRM-SCAN-EOF
        NOT AT END
            IF CF-PERIOD NOT = REPORT-PERIOD THEN
                MOVE 1 TO CONFIRM-SCAN-EOF
            ELSE
                PERFORM 5200-CLASSIFY-CONFIRMATION
            END-IF
    END-READ.

    5200-CLASSIFY-CONFIRMATION.
    ADD 1 TO TOTAL-SAMPLED.
    ADD CF-BALANCE TO TOTAL-SAMPLED-BALANCE.
    EVALUATE TRUE
        WHEN CF-IS-AGREED
            ADD 1 TO TOTAL-AGREED
            ADD CF-BALANCE TO TOTAL-AGREED-BALANCE
        WHEN CF-IS-DISAGREED
            ADD 1 TO TOTAL-DISAGREED
            PERFORM 5300-PRINT-DISAGREEMENT
        WHEN OTHER
            ADD 1 TO TOTAL-NO-REPLY
            PERFORM 5400-PRINT-NO-REPLY
    END-EVALUATE.

    5300-PRINT-DISAGREEMENT.
    COMPUTE REPLY-DIFFERENCE = CF-BALANCE - CF-STATED-AMOUNT.
    MOVE CF-BALANCE TO EXC-AMT-1.
    MOVE CF-STATED-AMOUNT TO EXC-AMT-2.
    MOVE REPLY-DIFFERENCE TO EXC-AMT-3.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CF-CUST-ID "  DISAGREED     " EXC-AMT-1 "  " EXC-AMT-2
        "  " EXC-AMT-3
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    IF CF-REPLY-NOTE NOT = SPACES THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "        " CF-REPLY-NOTE " (" CF-REPLY-DATE ")"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 5900-PRINT-REPORT-LINE
    END-IF.

    5400-PRINT-NO-REPLY.
    MOVE CF-BALANCE TO EXC-AMT-1.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING CF-CUST-ID "  NO REPLY      " EXC-AMT-1 "  SENT "
        CF-SENT-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    5500-PRINT-REPLY-COUNTS.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE TOTAL-SAMPLED TO EXC-COUNT-DISP.
    MOVE TOTAL-SAMPLED-BALANCE TO EXC-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "SENT        " EXC-COUNT-DISP "  " EXC-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE TOTAL-AGREED TO EXC-COUNT-DISP.
    MOVE TOTAL-AGREED-BALANCE TO EXC-TOTAL-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "AGREED      " EXC-COUNT-DISP "  " EXC-TOTAL-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE TOTAL-DISAGREED TO EXC-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "DISAGREED   " EXC-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE TOTAL-NO-REPLY TO EXC-COUNT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "NO REPLY    " EXC-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    5900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF REPLY-FILES-ARE-OPEN THEN
        CLOSE CONFIRM-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Confirmation Reply Report --".
    DISPLAY "Reply cards read    : " TOTAL-CARDS-READ.
    DISPLAY "Replies applied     : " TOTAL-CARDS-APPLIED.
    DISPLAY "Replies rejected    : " TOTAL-CARDS-REJECTED.
    DISPLAY "Disagreed           : " TOTAL-DISAGREED.
    DISPLAY "Never replied       : " TOTAL-NO-REPLY.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
