IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK-RECONCILE.

*> CHECK-RECONCILE closes the loop on the refund checks
*> CUSTOMER-REFUND issues: the bank's paid-check file comes back as
*> PAIDCHK records (check number, date paid, amount paid), and each
*> one marks its CHKREG check register record cleared with the date
*> and amount the bank paid. The report through REPORT-WRITER lists
*> the exceptions first -- a check paid for a different amount than
*> it was issued for, a check the bank paid that was never issued
*> (or that it has already paid once) -- and then every check still
*> outstanding with its age. A check outstanding longer than the
*> parameterized stale age is flagged on the register for
*> escheatment to the state and shown as such; a flagged check the
*> bank pays after all still clears and is reported. Any exception
*> ends the run with return code 4.
*>
*> Paid-check file layout:
*>     check (6) + date paid (8) + amount paid 9(7)V99
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  stale-check age in days (zero keeps 180)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "chkregsel.cpy".
        SELECT PAID-CHECK-FILE ASSIGN TO "PAIDCHK"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PAID-CHECK-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  CHECK-REG-FILE.
    COPY "chkregrec.cpy".

    FD  PAID-CHECK-FILE.
    01  PAID-CHECK-REC.
        05 PD-CHECK-NO PIC 9(6).
        05 PD-PAID-DATE PIC 9(8).
        05 PD-PAID-AMOUNT PIC 9(7)V99.

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 CHECK-REG-STATUS PIC X(2).
    01 PAID-CHECK-STATUS PIC X(2).
    01 PAID-CHECK-EOF PIC 9(1) COMP VALUE 0.
        88 PAID-CHECK-AT-EOF VALUE 1.
    01 REGISTER-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 REGISTER-SCAN-AT-EOF VALUE 1.
    01 REGISTER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 REGISTER-IS-OPEN VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 STALE-CHECK-DAYS PIC 9(4) COMP VALUE 180.
    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.
    01 CHECK-AGE-DAYS PIC S9(9) COMP VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-PAID-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-CLEARED PIC 9(6) COMP VALUE 0.
    01 TOTAL-AMOUNT-DIFFERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-NOT-ISSUED PIC 9(6) COMP VALUE 0.
    01 TOTAL-PAID-TWICE PIC 9(6) COMP VALUE 0.
    01 TOTAL-ALREADY-CLEARED PIC 9(6) COMP VALUE 0.
    01 TOTAL-UNREADABLE PIC 9(6) COMP VALUE 0.
    01 TOTAL-OUTSTANDING PIC 9(6) COMP VALUE 0.
    01 TOTAL-STALE PIC 9(6) COMP VALUE 0.
    01 TOTAL-NEWLY-FLAGGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CLEARED-VALUE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-OUTSTANDING-VALUE PIC S9(11)V99 COMP-3 VALUE 0.
    01 TOTAL-STALE-VALUE PIC S9(11)V99 COMP-3 VALUE 0.

    01 RPT-CHECK-DISP PIC 9(6).
    01 RPT-AGE-DISP PIC Z(4)9.
    01 RPT-COUNT-DISP PIC Z(5)9.
    01 RPT-AMT-1 PIC -(8)9.99.
    01 RPT-AMT-2 PIC -(8)9.99.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECK-RECONCILE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECK-RECONCILE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECK-RECONCILE"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 1500-INITIALIZE.
    IF REGISTER-IS-OPEN THEN
        PERFORM 2000-APPLY-PAID-CHECKS
        PERFORM 3000-REPORT-OUTSTANDING
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS AND INITIALIZATION
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 THEN
            MOVE PC-NUM-1 TO STALE-CHECK-DAYS
        END-IF
    ELSE
        DISPLAY "Stale-check age in days:"
        ACCEPT STALE-CHECK-DAYS
    END-IF.
    IF STALE-CHECK-DAYS = 0 THEN
        MOVE 180 TO STALE-CHECK-DAYS
    END-IF.

    1500-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    OPEN I-O CHECK-REG-FILE.
    IF CHECK-REG-STATUS NOT = "00" THEN
        DISPLAY "Check register not found, nothing to reconcile."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Check register (CHKREG) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Refund Check Reconciliation" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE 1 TO REGISTER-OPEN-SWITCH.

    *> ---------------------
    *> APPLY: each check the bank paid clears its register record.
    *> ---------------------

    2000-APPLY-PAID-CHECKS.
    MOVE "PAID-CHECK EXCEPTIONS" TO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.
    OPEN INPUT PAID-CHECK-FILE.
    IF PAID-CHECK-STATUS NOT = "00" THEN
        DISPLAY "No paid-check file from the bank; reporting only."
        MOVE "  NO PAID-CHECK FILE RECEIVED" TO RW-LINE-TEXT
        PERFORM 9000-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-PAID-CHECK.
    PERFORM 2200-APPLY-ONE-PAID-CHECK UNTIL PAID-CHECK-AT-EOF.
    CLOSE PAID-CHECK-FILE.

    2100-READ-PAID-CHECK.
    READ PAID-CHECK-FILE
        AT END MOVE 1 TO PAID-CHECK-EOF
    END-READ.

    2200-APPLY-ONE-PAID-CHECK.
    ADD 1 TO TOTAL-PAID-READ.
    IF PD-CHECK-NO IS NOT NUMERIC OR PD-PAID-AMOUNT IS NOT NUMERIC THEN
        ADD 1 TO TOTAL-UNREADABLE
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  UNREADABLE PAID-CHECK RECORD: " PAID-CHECK-REC
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 9000-PRINT-REPORT-LINE
        PERFORM 2100-READ-PAID-CHECK
        EXIT PARAGRAPH
    END-IF.
    MOVE PD-CHECK-NO TO RPT-CHECK-DISP.
    MOVE PD-PAID-AMOUNT TO RPT-AMT-1.
    MOVE PD-CHECK-NO TO CK-CHECK-NO.
    READ CHECK-REG-FILE
        INVALID KEY
            ADD 1 TO TOTAL-NOT-ISSUED
            MOVE SPACES TO RW-LINE-TEXT
            STRING "  PAID, NEVER ISSUED: CHECK " RPT-CHECK-DISP
                " PAID " PD-PAID-DATE " AMOUNT " RPT-AMT-1
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 9000-PRINT-REPORT-LINE
        NOT INVALID KEY
            PERFORM 2300-CLEAR-ONE-CHECK
    END-READ.
    PERFORM 2100-READ-PAID-CHECK.

    *> A check already cleared on the same date for the same amount is
    *> the same paid-check file run again, not a second payment.
    2300-CLEAR-ONE-CHECK.
    IF CK-IS-CLEARED AND CK-CLEARED-DATE = PD-PAID-DATE
            AND CK-PAID-AMOUNT = PD-PAID-AMOUNT THEN
        ADD 1 TO TOTAL-ALREADY-CLEARED
        EXIT PARAGRAPH
    END-IF.
    IF CK-IS-CLEARED THEN
        ADD 1 TO TOTAL-PAID-TWICE
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  PAID TWICE: CHECK " RPT-CHECK-DISP
            " PAID " PD-PAID-DATE " ALREADY CLEARED " CK-CLEARED-DATE
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 9000-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    IF CK-IS-ESCHEAT-FLAGGED THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  CLEARED AFTER ESCHEAT FLAG: CHECK " RPT-CHECK-DISP
            " FLAGGED " CK-FLAGGED-DATE " PAID " PD-PAID-DATE
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 9000-PRINT-REPORT-LINE
    END-IF.
    IF PD-PAID-AMOUNT NOT = CK-AMOUNT THEN
        ADD 1 TO TOTAL-AMOUNT-DIFFERS
        MOVE CK-AMOUNT TO RPT-AMT-2
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  AMOUNT DIFFERS: CHECK " RPT-CHECK-DISP
            " ISSUED " RPT-AMT-2 " PAID " RPT-AMT-1
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 9000-PRINT-REPORT-LINE
    END-IF.
    SET CK-IS-CLEARED TO TRUE.
    MOVE PD-PAID-DATE TO CK-CLEARED-DATE.
    MOVE PD-PAID-AMOUNT TO CK-PAID-AMOUNT.
    REWRITE CHECK-REG-REC
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Check register rewrite failed while clearing a check." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            ADD 1 TO TOTAL-CLEARED
            ADD PD-PAID-AMOUNT TO TOTAL-CLEARED-VALUE
            MOVE CK-CHECK-NO TO CTL-HASH-VALUE
            PERFORM 9800-CTL-ACCUMULATE-TOTALS
    END-REWRITE.

    *> ---------------------
    *> OUTSTANDING: every check the bank has not paid, aged from its
    *> issue date; past the stale age it is flagged for escheatment.
    *> ---------------------

    3000-REPORT-OUTSTANDING.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.
    MOVE "OUTSTANDING CHECKS" TO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.
    MOVE "  CHECK  ISSUED   CUST   PAYEE                           AMOUNT   AGE"
        TO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.
    MOVE 0 TO REGISTER-SCAN-EOF.
    MOVE 0 TO CK-CHECK-NO.
    START CHECK-REG-FILE KEY NOT < CK-CHECK-NO
        INVALID KEY MOVE 1 TO REGISTER-SCAN-EOF
    END-START.
    PERFORM 3100-AGE-ONE-CHECK UNTIL REGISTER-SCAN-AT-EOF.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.
    MOVE TOTAL-OUTSTANDING TO RPT-COUNT-DISP.
    MOVE TOTAL-OUTSTANDING-VALUE TO RPT-AMT-1.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING RPT-COUNT-DISP " CHECKS OUTSTANDING " RPT-AMT-1
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.
    MOVE TOTAL-STALE TO RPT-COUNT-DISP.
    MOVE TOTAL-STALE-VALUE TO RPT-AMT-1.
    MOVE STALE-CHECK-DAYS TO RPT-AGE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING RPT-COUNT-DISP " OVER " RPT-AGE-DISP
        " DAYS, FLAGGED FOR ESCHEATMENT " RPT-AMT-1
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 9000-PRINT-REPORT-LINE.

    3100-AGE-ONE-CHECK.
    READ CHECK-REG-FILE NEXT RECORD
        AT END
            MOVE 1 TO REGISTER-SCAN-EOF
            EXIT PARAGRAPH
    END-READ.
    IF NOT CK-IS-UNPAID THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO CHECK-AGE-DAYS.
    MOVE "B" TO DE-FUNCTION.
    MOVE CK-ISSUE-DATE TO DE-DATE-1.
    MOVE RUN-DATE-SAVE TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-COUNT TO CHECK-AGE-DAYS
    END-IF.
    ADD 1 TO TOTAL-OUTSTANDING.
    ADD CK-AMOUNT TO TOTAL-OUTSTANDING-VALUE.
    MOVE CK-CHECK-NO TO RPT-CHECK-DISP.
    MOVE CK-AMOUNT TO RPT-AMT-1.
    MOVE CHECK-AGE-DAYS TO RPT-AGE-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " RPT-CHECK-DISP " " CK-ISSUE-DATE " " CK-CUST-ID " "
        CK-PAYEE " " RPT-AMT-1 " " RPT-AGE-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    IF CHECK-AGE-DAYS > STALE-CHECK-DAYS THEN
        PERFORM 3200-FLAG-STALE-CHECK
        MOVE "ESCHEAT" TO RW-LINE-TEXT(74:7)
    END-IF.
    PERFORM 9000-PRINT-REPORT-LINE.

    3200-FLAG-STALE-CHECK.
    ADD 1 TO TOTAL-STALE.
    ADD CK-AMOUNT TO TOTAL-STALE-VALUE.
    IF CK-IS-ESCHEAT-FLAGGED THEN
        EXIT PARAGRAPH
    END-IF.
    SET CK-IS-ESCHEAT-FLAGGED TO TRUE.
    MOVE RUN-DATE-SAVE TO CK-FLAGGED-DATE.
    REWRITE CHECK-REG-REC
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Check register rewrite failed while flagging a stale check." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        NOT INVALID KEY
            ADD 1 TO TOTAL-NEWLY-FLAGGED
    END-REWRITE.

    9000-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF REGISTER-IS-OPEN THEN
        CLOSE CHECK-REG-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    DISPLAY "-- Refund Check Reconciliation --".
    DISPLAY "Paid checks read     : " TOTAL-PAID-READ.
    DISPLAY "Checks cleared       : " TOTAL-CLEARED.
    DISPLAY "Cleared value        : " TOTAL-CLEARED-VALUE.
    DISPLAY "Amount differs       : " TOTAL-AMOUNT-DIFFERS.
    DISPLAY "Paid, never issued   : " TOTAL-NOT-ISSUED.
    DISPLAY "Paid twice           : " TOTAL-PAID-TWICE.
    DISPLAY "Already cleared      : " TOTAL-ALREADY-CLEARED.
    DISPLAY "Unreadable records   : " TOTAL-UNREADABLE.
    DISPLAY "Still outstanding    : " TOTAL-OUTSTANDING.
    DISPLAY "Stale (escheatment)  : " TOTAL-STALE.
    DISPLAY "Newly flagged        : " TOTAL-NEWLY-FLAGGED.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-AMOUNT-DIFFERS > 0 OR TOTAL-NOT-ISSUED > 0
            OR TOTAL-PAID-TWICE > 0 OR TOTAL-UNREADABLE > 0 THEN
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "Bank paid-check file carried exceptions to the check register." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
