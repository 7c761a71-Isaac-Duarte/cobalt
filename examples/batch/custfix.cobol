*> with count and balance hash -- ready for the next maintenance
*> run. Transactions neither applied nor dropped stay recycled: the
*> file is rewritten with the leftovers at sign-off.
*> A correction past the maker-checker limits (see APRVPROC.CPY) is
*> held on PENDAPPR for a second operator's approval instead of
*> going into the batch; either way it is worked off the recycle
*> file, and the correcting operator is its maker.
*> Functions: A apply the corrected fields, D drop, N next, E end.

ENVIRONMENT DIVISION.
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        COPY "custsel.cpy".
        COPY "aprvsel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
    COPY "recycrec.cpy".

    FD  RECYCLE-WORK-FILE.
    01  RECYCLE-WORK-REC PIC X(162).

    FD  CUSTOMER-TRANS-FILE.
    COPY "trnrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    COPY "aprvfd.cpy".

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "lockfd.cpy".
    COPY "auditfd.cpy".
    01 RCY-TABLE.
        05 RCY-ENTRY OCCURS 200 TIMES.
            10 RT-REASON PIC X(3).
            10 RT-TRANS PIC X(159).
            10 RT-STATE PIC X(1).
    01 RCY-TRANS-STAGING.
        05 ST-TRANS-CODE PIC X(1).
        05 ST-PRICE-TIER PIC X(1).
        05 ST-MTD-SALES PIC X(11).
        05 ST-YTD-SALES PIC X(11).
        05 ST-TERMS-CODE PIC X(2).
        05 ST-PARENT-ID PIC X(6).
        05 ST-MAKER-ID PIC X(8).
        05 ST-CHECKER-ID PIC X(8).

    01 BALANCE-STAGING PIC 9(7)V99.
    01 BALANCE-STAGING-X REDEFINES BALANCE-STAGING PIC X(9).
    01 TOTAL-APPLIED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DROPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LEFT PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.
    01 HOLD-REFUSED-SWITCH PIC 9(1) COMP VALUE 0.
        88 HOLD-WAS-REFUSED VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-APPLY VALUE "A" "a".
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-REJECT-CORRECT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-REJECT-CORRECT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "aprvdata.cpy".

    SCREEN SECTION.
    01 FIX-SCREEN.
    STRING "H" WS-CURRENT-DATE-8 SIGNON-OPER-ID
        DELIMITED BY SIZE INTO CUSTOMER-TRANS-REC.
    WRITE CUSTOMER-TRANS-REC.
    PERFORM 9640-APRV-OPEN.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    DISPLAY FIX-SCREEN.
    ACCEPT FIX-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-CUST-ID TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-APPLY
            PERFORM 3000-APPLY-CORRECTION
            MOVE 1 TO FIX-DONE-SWITCH
        WHEN OTHER
            MOVE "UNRECOGNIZED FUNCTION" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> Steps forward to the next still-recycled entry, wrapping to
    *> the top; the screen fields are loaded from it. No entry left
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-SCREEN-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3200-WRITE-CORRECTED-TRANS
        IF HOLD-WAS-REFUSED THEN
            MOVE "NEEDS APPROVAL, CANNOT BE HELD" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE "A" TO RT-STATE(RCY-SHOWN-IDX)
        IF APRV-MUST-HOLD THEN
            STRING "HELD FOR APPROVAL, KEYED BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
        ELSE
            ADD 1 TO TOTAL-APPLIED
            STRING "APPLIED BY " SIGNON-OPER-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
        END-IF
        PERFORM 2400-STEP-TO-NEXT-RECYCLED
    ELSE
        ADD 1 TO TOTAL-REJECTED
    END-IF.

    3100-EDIT-SCREEN-FIELDS.
*> carried them; a keyed correction never invents sales figures.
    MOVE ST-MTD-SALES TO TR-MTD-SALES(1:11).
    MOVE ST-YTD-SALES TO TR-YTD-SALES(1:11).
    MOVE ST-TERMS-CODE TO TR-TERMS-CODE.
    MOVE ST-PARENT-ID TO TR-PARENT-ID.
    MOVE SIGNON-OPER-ID TO TR-MAKER-ID.
    MOVE 0 TO HOLD-REFUSED-SWITCH.
    PERFORM 9641-APRV-CHECK-HOLD.
    IF APRV-MUST-HOLD THEN
        PERFORM 9643-APRV-HOLD-TRANSACTION
        IF NOT APRV-HOLD-WAS-WRITTEN THEN
            MOVE 1 TO HOLD-REFUSED-SWITCH
        END-IF
        EXIT PARAGRAPH
    END-IF.
    WRITE CUSTOMER-TRANS-REC.
    ADD 1 TO KEYED-TRANS-COUNT.
    ADD TR-CUST-BALANCE TO KEYED-HASH-TOTAL.
    MOVE TRAILER-STAGING TO CUSTOMER-TRANS-REC.
    WRITE CUSTOMER-TRANS-REC.
    CLOSE CUSTOMER-TRANS-FILE.
    PERFORM 9649-APRV-CLOSE.
*> When the table overflowed at load time, the untabled remainder is
*> parked on the work file first and written back after the tabled
*> leftovers, so "remainder carried through" is actually true.
    DISPLAY "-- Reject Correction Session --".
    DISPLAY "Operator " SIGNON-OPER-ID " session totals:".
    DISPLAY "Corrections applied : " TOTAL-APPLIED.
    DISPLAY "Held for approval   : " APRV-HELD-COUNT.
    DISPLAY "Transactions dropped: " TOTAL-DROPPED.
    DISPLAY "Left recycled       : " TOTAL-LEFT.

    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "cycleproc.cpy".
    COPY "aprvproc.cpy".
