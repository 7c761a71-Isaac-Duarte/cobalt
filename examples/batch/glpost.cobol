IDENTIFICATION DIVISION.
PROGRAM-ID. GL-POST.

*> GL-POST is the one door into the general ledger. Every program
*> that moves money -- INVOICE-GENERATION, CASH-APPLICATION,
*> RETURNS-PROCESSING, FINANCE-CHARGE, CUSTOMER-REFUND, and
*> STOCK-POST -- leaves its debit/credit journal lines on the GLINTF
*> interface file, one batch per run (the writing program plus the
*> timestamp of its first booking). This run proves each batch
*> before any of it reaches the ledger: total debits must equal
*> total credits, and every account a line names must be on the
*> GLACCT chart of accounts. A batch that fails either test is
*> refused whole -- its lines go to GLREJECT with the reason, none
*> of them to the ledger -- and the run ends RC 4. Accepted lines
*> are appended to the GLLEDGER posted-ledger file and the
*> interface is emptied so a rerun cannot post a batch twice.
*>
*> The trial balance then prints through REPORT-WRITER for the
*> period MONTH-END-CLOSE last marked on CYCLECTL (the PERIOD
*> record): every chart account with activity in that period, its
*> debits, its credits, and its net balance on its natural side,
*> closing on total debits against total credits. With no PERIOD
*> record yet the current month is reported, with a warning.
*>
*> Reject reason codes:
*>     BAL batch debits and credits do not net to zero
*>     ACT a line in the batch names an account not on the chart

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "glacsel.cpy".
        COPY "glintsel.cpy".
        SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDGER"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GL-LEDGER-STATUS.
        SELECT GL-REJECT-FILE ASSIGN TO "GLREJECT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GL-REJECT-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  GL-ACCOUNT-FILE.
    COPY "glacrec.cpy".

    COPY "glintfd.cpy".

*> The posted ledger carries the interface line exactly as it was
*> proved, stamped with the GL-POST run that accepted it.
    FD  GL-LEDGER-FILE.
    01  GL-LEDGER-REC.
        05 LG-BATCH-KEY.
            10 LG-PROGRAM-NAME PIC X(20).
            10 LG-BATCH-STAMP PIC X(14).
        05 LG-SOURCE PIC X(4).
        05 LG-TRANS-TYPE PIC X(4).
        05 LG-ENTRY-DATE PIC 9(8).
        05 LG-PERIOD PIC 9(6).
        05 LG-ACCOUNT-NO PIC X(6).
        05 LG-DR-CR PIC X(1).
            88 LG-IS-DEBIT VALUE "D".
            88 LG-IS-CREDIT VALUE "C".
        05 LG-AMOUNT PIC 9(9)V99.
        05 LG-REFERENCE PIC X(8).
        05 LG-POSTED-STAMP PIC X(14).

*> A refused line carries the interface line as it arrived, tagged
*> with the reason its batch was refused, the way CASHSUSP carries
*> the bank's record.
    FD  GL-REJECT-FILE.
    01  GL-REJECT-REC.
        05 GJ-REASON-CODE PIC X(3).
        05 GJ-ORIG-LINE PIC X(82).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 GL-ACCOUNT-STATUS PIC X(2).
    01 GL-INTERFACE-STATUS PIC X(2).
    01 GL-LEDGER-STATUS PIC X(2).
    01 GL-REJECT-STATUS PIC X(2).
    01 GL-INTERFACE-EOF PIC 9(1) COMP VALUE 0.
        88 GL-INTERFACE-AT-EOF VALUE 1.
    01 GL-LEDGER-EOF PIC 9(1) COMP VALUE 0.
        88 GL-LEDGER-AT-EOF VALUE 1.
    01 GL-ACCOUNT-EOF PIC 9(1) COMP VALUE 0.
        88 GL-ACCOUNT-AT-EOF VALUE 1.
    01 POST-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 POST-FILES-ARE-OPEN VALUE 1.
    01 CHART-OPEN PIC 9(1) COMP VALUE 0.
        88 CHART-IS-OPEN VALUE 1.

    01 REPORT-PERIOD PIC 9(6) VALUE 0.
    01 PERIOD-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 PERIOD-WAS-FOUND VALUE 1.
    01 PERIOD-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 PERIOD-SCAN-AT-EOF VALUE 1.
    01 POSTED-STAMP PIC X(14).

*> One entry per interface batch: its debit and credit totals and
*> whether any of its lines names an account off the chart.
    01 BATCH-TABLE-MAX PIC 9(3) COMP VALUE 200.
    01 BATCH-COUNT PIC 9(3) COMP VALUE 0.
    01 BATCH-IDX PIC 9(3) COMP VALUE 0.
    01 BATCH-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 BATCH-TABLE.
        05 BATCH-ENTRY OCCURS 200 TIMES.
            10 BT-BATCH-KEY PIC X(34).
            10 BT-DEBIT-TOTAL PIC S9(11)V99 COMP-3.
            10 BT-CREDIT-TOTAL PIC S9(11)V99 COMP-3.
            10 BT-LINE-COUNT PIC 9(6) COMP.
            10 BT-BAD-ACCOUNT PIC 9(1) COMP.
            10 BT-REASON-CODE PIC X(3).
    01 BATCH-OVERFLOW PIC 9(1) COMP VALUE 0.
        88 BATCH-TABLE-OVERFLOWED VALUE 1.

*> Trial-balance accumulators, one per account with activity in
*> the reported period.
    01 ACCT-TABLE-MAX PIC 9(3) COMP VALUE 200.
    01 ACCT-COUNT PIC 9(3) COMP VALUE 0.
    01 ACCT-IDX PIC 9(3) COMP VALUE 0.
    01 ACCT-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 ACCT-TABLE.
        05 ACCT-ENTRY OCCURS 200 TIMES.
            10 AT-ACCOUNT-NO PIC X(6).
            10 AT-DEBIT-TOTAL PIC S9(11)V99 COMP-3.
            10 AT-CREDIT-TOTAL PIC S9(11)V99 COMP-3.

    01 NET-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TB-DEBIT-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 TB-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
    01 LINE-VALUE-CENTS PIC S9(15) COMP-3 VALUE 0.

    01 TOTAL-LINES-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-POSTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-REFUSED PIC 9(6) COMP VALUE 0.
    01 TOTAL-BATCHES-POSTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-BATCHES-REFUSED PIC 9(6) COMP VALUE 0.

    01 RPT-DR-DISP PIC Z(10)9.99.
    01 RPT-CR-DISP PIC Z(10)9.99.
    01 RPT-NET-DISP PIC Z(10)9.99.
    01 RPT-NET-SIDE PIC X(2).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="GL-POST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="GL-POST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="GL-POST"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF CHART-IS-OPEN THEN
        IF POST-FILES-ARE-OPEN THEN
            PERFORM 2000-PROVE-BATCHES
            PERFORM 3000-POST-PROVEN-BATCHES
        END-IF
        PERFORM 5000-PRINT-TRIAL-BALANCE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: the reporting period off CYCLECTL, the chart,
    *> and the interface file.
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO POSTED-STAMP.
    PERFORM 1100-FIND-CLOSED-PERIOD.
    OPEN INPUT GL-ACCOUNT-FILE.
    IF GL-ACCOUNT-STATUS NOT = "00" THEN
        DISPLAY "Chart of accounts not found, nothing can be posted."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Chart of accounts (GLACCT) was not found for posting." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO CHART-OPEN.
    OPEN INPUT GL-INTERFACE-FILE.
    IF GL-INTERFACE-STATUS NOT = "00" THEN
        DISPLAY "GL interface file not found, nothing to post."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "GL interface file (GLINTF) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        CLOSE GL-INTERFACE-FILE
        MOVE 1 TO POST-FILES-OPEN
    END-IF.

    *> The PERIOD record MONTH-END-CLOSE keeps on CYCLECTL names the
    *> period to report; before the first close there is none, and
    *> the current month stands in.
    1100-FIND-CLOSED-PERIOD.
    MOVE 0 TO PERIOD-SCAN-EOF.
    OPEN INPUT CYCLE-CONTROL-FILE.
    IF CYCLE-CONTROL-STATUS = "00" THEN
        PERFORM 1110-SCAN-ONE-CYCLE-REC UNTIL PERIOD-SCAN-AT-EOF
        CLOSE CYCLE-CONTROL-FILE
    END-IF.
    IF NOT PERIOD-WAS-FOUND THEN
        MOVE WS-CURRENT-DATE-8(1:6) TO REPORT-PERIOD
        DISPLAY "No closed period on CYCLECTL; reporting " REPORT-PERIOD "."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No PERIOD record on CYCLECTL; current month reported." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    1110-SCAN-ONE-CYCLE-REC.
    READ CYCLE-CONTROL-FILE
        AT END MOVE 1 TO PERIOD-SCAN-EOF
        NOT AT END
            IF CC-STREAM-ID = "PERIOD" AND CC-CYCLE-NO IS NUMERIC THEN
                MOVE CC-CYCLE-NO TO REPORT-PERIOD
                MOVE 1 TO PERIOD-FOUND-SWITCH
                MOVE 1 TO PERIOD-SCAN-EOF
            END-IF
    END-READ.

    *> ---------------------
    *> PASS 1: every batch on the interface totalled and its accounts
    *> proved against the chart before any line is posted.
    *> ---------------------

    2000-PROVE-BATCHES.
    MOVE 0 TO GL-INTERFACE-EOF.
    OPEN INPUT GL-INTERFACE-FILE.
    PERFORM 2100-READ-INTERFACE-LINE.
    PERFORM 2200-PROVE-ONE-LINE UNTIL GL-INTERFACE-AT-EOF.
    CLOSE GL-INTERFACE-FILE.
    PERFORM 2400-JUDGE-ONE-BATCH
        VARYING BATCH-IDX FROM 1 BY 1 UNTIL BATCH-IDX > BATCH-COUNT.

    2100-READ-INTERFACE-LINE.
    READ GL-INTERFACE-FILE
        AT END MOVE 1 TO GL-INTERFACE-EOF
    END-READ.

    2200-PROVE-ONE-LINE.
    ADD 1 TO TOTAL-LINES-READ.
    PERFORM 2300-FIND-BATCH.
    IF BATCH-FOUND-IDX = 0 THEN
        IF BATCH-COUNT < BATCH-TABLE-MAX THEN
            ADD 1 TO BATCH-COUNT
            MOVE BATCH-COUNT TO BATCH-FOUND-IDX
            MOVE GI-BATCH-KEY TO BT-BATCH-KEY(BATCH-COUNT)
            MOVE 0 TO BT-DEBIT-TOTAL(BATCH-COUNT)
            MOVE 0 TO BT-CREDIT-TOTAL(BATCH-COUNT)
            MOVE 0 TO BT-LINE-COUNT(BATCH-COUNT)
            MOVE 0 TO BT-BAD-ACCOUNT(BATCH-COUNT)
            MOVE SPACES TO BT-REASON-CODE(BATCH-COUNT)
        ELSE
            MOVE 1 TO BATCH-OVERFLOW
        END-IF
    END-IF.
    IF BATCH-FOUND-IDX > 0 THEN
        ADD 1 TO BT-LINE-COUNT(BATCH-FOUND-IDX)
        IF GI-AMOUNT IS NOT NUMERIC THEN
            MOVE 1 TO BT-BAD-ACCOUNT(BATCH-FOUND-IDX)
        ELSE
            IF GI-IS-DEBIT THEN
                ADD GI-AMOUNT TO BT-DEBIT-TOTAL(BATCH-FOUND-IDX)
            ELSE
                ADD GI-AMOUNT TO BT-CREDIT-TOTAL(BATCH-FOUND-IDX)
            END-IF
        END-IF
        MOVE GI-ACCOUNT-NO TO GA-ACCOUNT-NO
        READ GL-ACCOUNT-FILE
            INVALID KEY
                MOVE 1 TO BT-BAD-ACCOUNT(BATCH-FOUND-IDX)
        END-READ
    END-IF.
    PERFORM 2100-READ-INTERFACE-LINE.

    2300-FIND-BATCH.
    MOVE 0 TO BATCH-FOUND-IDX.
    PERFORM 2310-MATCH-ONE-BATCH
        VARYING BATCH-IDX FROM 1 BY 1 UNTIL BATCH-IDX > BATCH-COUNT.

    2310-MATCH-ONE-BATCH.
    IF BT-BATCH-KEY(BATCH-IDX) = GI-BATCH-KEY THEN
        MOVE BATCH-IDX TO BATCH-FOUND-IDX
        MOVE BATCH-COUNT TO BATCH-IDX
    END-IF.

    *> A batch is refused whole: unbalanced first, since that is the
    *> failure the controller has to chase; an unknown account next.
    2400-JUDGE-ONE-BATCH.
    IF BT-DEBIT-TOTAL(BATCH-IDX) NOT = BT-CREDIT-TOTAL(BATCH-IDX) THEN
        MOVE "BAL" TO BT-REASON-CODE(BATCH-IDX)
    ELSE
        IF BT-BAD-ACCOUNT(BATCH-IDX) = 1 THEN
            MOVE "ACT" TO BT-REASON-CODE(BATCH-IDX)
        END-IF
    END-IF.
    IF BT-REASON-CODE(BATCH-IDX) = SPACES THEN
        ADD 1 TO TOTAL-BATCHES-POSTED
    ELSE
        ADD 1 TO TOTAL-BATCHES-REFUSED
        MOVE BT-DEBIT-TOTAL(BATCH-IDX) TO RPT-DR-DISP
        MOVE BT-CREDIT-TOTAL(BATCH-IDX) TO RPT-CR-DISP
        DISPLAY "REFUSED (" BT-REASON-CODE(BATCH-IDX) "): batch "
            BT-BATCH-KEY(BATCH-IDX) " DR " RPT-DR-DISP " CR " RPT-CR-DISP
    END-IF.

    *> ---------------------
    *> PASS 2: proven batches to the ledger, refused ones to the
    *> reject file, then the interface emptied.
    *> ---------------------

    3000-POST-PROVEN-BATCHES.
    IF BATCH-TABLE-OVERFLOWED THEN
        DISPLAY "More than " BATCH-TABLE-MAX " batches on the interface; nothing posted."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "GL interface holds more batches than one run can prove." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND GL-LEDGER-FILE.
    IF GL-LEDGER-STATUS = "35" THEN
        OPEN OUTPUT GL-LEDGER-FILE
    END-IF.
    OPEN EXTEND GL-REJECT-FILE.
    IF GL-REJECT-STATUS = "35" THEN
        OPEN OUTPUT GL-REJECT-FILE
    END-IF.
    MOVE 0 TO GL-INTERFACE-EOF.
    OPEN INPUT GL-INTERFACE-FILE.
    PERFORM 2100-READ-INTERFACE-LINE.
    PERFORM 3100-POST-ONE-LINE UNTIL GL-INTERFACE-AT-EOF.
    CLOSE GL-INTERFACE-FILE.
    CLOSE GL-LEDGER-FILE.
    CLOSE GL-REJECT-FILE.
    OPEN OUTPUT GL-INTERFACE-FILE.
    CLOSE GL-INTERFACE-FILE.
    IF TOTAL-BATCHES-REFUSED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more GL batches were refused to GLREJECT." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    3100-POST-ONE-LINE.
    PERFORM 2300-FIND-BATCH.
    IF BT-REASON-CODE(BATCH-FOUND-IDX) = SPACES THEN
        MOVE GL-INTERFACE-REC TO GL-LEDGER-REC
        MOVE POSTED-STAMP TO LG-POSTED-STAMP
        WRITE GL-LEDGER-REC
        ADD 1 TO TOTAL-LINES-POSTED
*> The hash slot is nine digits; the cents are computed full-width
*> and the low nine digits carried in, so a large amount folds into
*> the hash deterministically instead of truncating silently.
        COMPUTE LINE-VALUE-CENTS = LG-AMOUNT * 100
        MOVE FUNCTION MOD(LINE-VALUE-CENTS, 1000000000)
            TO CTL-HASH-VALUE
        PERFORM 9800-CTL-ACCUMULATE-TOTALS
    ELSE
        MOVE BT-REASON-CODE(BATCH-FOUND-IDX) TO GJ-REASON-CODE
        MOVE GL-INTERFACE-REC TO GJ-ORIG-LINE
        WRITE GL-REJECT-REC
        ADD 1 TO TOTAL-LINES-REFUSED
    END-IF.
    PERFORM 2100-READ-INTERFACE-LINE.

    *> ---------------------
    *> TRIAL BALANCE: the posted ledger's lines for the period
    *> totalled by account, printed in chart order.
    *> ---------------------

    5000-PRINT-TRIAL-BALANCE.
    MOVE 0 TO GL-LEDGER-EOF.
    OPEN INPUT GL-LEDGER-FILE.
    IF GL-LEDGER-STATUS = "00" THEN
        PERFORM 5100-READ-LEDGER-LINE
        PERFORM 5200-TOTAL-ONE-LEDGER-LINE UNTIL GL-LEDGER-AT-EOF
        CLOSE GL-LEDGER-FILE
    END-IF.
    MOVE "C" TO RW-FUNCTION.
    MOVE "ACCT   NAME                              DEBITS        CREDITS        BALANCE"
        TO RW-LINE-TEXT.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE "I" TO RW-FUNCTION.
    MOVE SPACES TO RW-REPORT-TITLE.
    STRING "GL Trial Balance - Period " REPORT-PERIOD
        DELIMITED BY SIZE INTO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 0 TO GL-ACCOUNT-EOF.
    MOVE LOW-VALUES TO GA-ACCOUNT-NO.
    START GL-ACCOUNT-FILE KEY NOT < GA-ACCOUNT-NO
        INVALID KEY MOVE 1 TO GL-ACCOUNT-EOF
    END-START.
    PERFORM 5300-PRINT-ONE-ACCOUNT UNTIL GL-ACCOUNT-AT-EOF.
    MOVE TB-DEBIT-TOTAL TO RPT-DR-DISP.
    MOVE TB-CREDIT-TOTAL TO RPT-CR-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    STRING "       TOTALS                    " RPT-DR-DISP " " RPT-CR-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    IF TB-DEBIT-TOTAL = TB-CREDIT-TOTAL THEN
        MOVE "       TRIAL BALANCE IS IN BALANCE" TO RW-LINE-TEXT
    ELSE
        MOVE "       *** TRIAL BALANCE IS OUT OF BALANCE ***" TO RW-LINE-TEXT
        MOVE 8 TO WS-RETURN-CODE
        MOVE "GL trial balance debits and credits disagree." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    PERFORM 5900-PRINT-REPORT-LINE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    5100-READ-LEDGER-LINE.
    READ GL-LEDGER-FILE
        AT END MOVE 1 TO GL-LEDGER-EOF
    END-READ.

    5200-TOTAL-ONE-LEDGER-LINE.
    IF LG-PERIOD = REPORT-PERIOD AND LG-AMOUNT IS NUMERIC THEN
        MOVE 0 TO ACCT-FOUND-IDX
        PERFORM 5210-MATCH-ONE-ACCOUNT
            VARYING ACCT-IDX FROM 1 BY 1 UNTIL ACCT-IDX > ACCT-COUNT
        IF ACCT-FOUND-IDX = 0 AND ACCT-COUNT < ACCT-TABLE-MAX THEN
            ADD 1 TO ACCT-COUNT
            MOVE ACCT-COUNT TO ACCT-FOUND-IDX
            MOVE LG-ACCOUNT-NO TO AT-ACCOUNT-NO(ACCT-COUNT)
            MOVE 0 TO AT-DEBIT-TOTAL(ACCT-COUNT)
            MOVE 0 TO AT-CREDIT-TOTAL(ACCT-COUNT)
        END-IF
        IF ACCT-FOUND-IDX > 0 THEN
            IF LG-IS-DEBIT THEN
                ADD LG-AMOUNT TO AT-DEBIT-TOTAL(ACCT-FOUND-IDX)
            ELSE
                ADD LG-AMOUNT TO AT-CREDIT-TOTAL(ACCT-FOUND-IDX)
            END-IF
        END-IF
    END-IF.
    PERFORM 5100-READ-LEDGER-LINE.

    5210-MATCH-ONE-ACCOUNT.
    IF AT-ACCOUNT-NO(ACCT-IDX) = LG-ACCOUNT-NO THEN
        MOVE ACCT-IDX TO ACCT-FOUND-IDX
        MOVE ACCT-COUNT TO ACCT-IDX
    END-IF.

    *> An account with no activity in the period prints nothing; one
    *> with activity shows its net on its natural side (DR/CR).
    5300-PRINT-ONE-ACCOUNT.
    READ GL-ACCOUNT-FILE NEXT RECORD
        AT END
            MOVE 1 TO GL-ACCOUNT-EOF
            EXIT PARAGRAPH
    END-READ.
    MOVE 0 TO ACCT-FOUND-IDX.
    PERFORM 5310-MATCH-CHART-ACCOUNT
        VARYING ACCT-IDX FROM 1 BY 1 UNTIL ACCT-IDX > ACCT-COUNT.
    IF ACCT-FOUND-IDX = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    ADD AT-DEBIT-TOTAL(ACCT-FOUND-IDX) TO TB-DEBIT-TOTAL.
    ADD AT-CREDIT-TOTAL(ACCT-FOUND-IDX) TO TB-CREDIT-TOTAL.
    COMPUTE NET-BALANCE = AT-DEBIT-TOTAL(ACCT-FOUND-IDX)
        - AT-CREDIT-TOTAL(ACCT-FOUND-IDX).
    IF NET-BALANCE < 0 THEN
        MOVE "CR" TO RPT-NET-SIDE
    ELSE
        MOVE "DR" TO RPT-NET-SIDE
    END-IF.
    MOVE AT-DEBIT-TOTAL(ACCT-FOUND-IDX) TO RPT-DR-DISP.
    MOVE AT-CREDIT-TOTAL(ACCT-FOUND-IDX) TO RPT-CR-DISP.
    MOVE NET-BALANCE TO RPT-NET-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING GA-ACCOUNT-NO " " GA-ACCOUNT-NAME " " RPT-DR-DISP " "
        RPT-CR-DISP " " RPT-NET-DISP " " RPT-NET-SIDE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 5900-PRINT-REPORT-LINE.

    5310-MATCH-CHART-ACCOUNT.
    IF AT-ACCOUNT-NO(ACCT-IDX) = GA-ACCOUNT-NO THEN
        MOVE ACCT-IDX TO ACCT-FOUND-IDX
        MOVE ACCT-COUNT TO ACCT-IDX
    END-IF.

    5900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CHART-IS-OPEN THEN
        CLOSE GL-ACCOUNT-FILE
    END-IF.
    DISPLAY "-- GL Posting Report --".
    DISPLAY "Period reported   : " REPORT-PERIOD.
    DISPLAY "Interface lines   : " TOTAL-LINES-READ.
    DISPLAY "Batches posted    : " TOTAL-BATCHES-POSTED.
    DISPLAY "Batches refused   : " TOTAL-BATCHES-REFUSED.
    DISPLAY "Lines posted      : " TOTAL-LINES-POSTED.
    DISPLAY "Lines refused     : " TOTAL-LINES-REFUSED.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
