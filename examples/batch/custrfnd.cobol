*> through a complete header/trailer CUSTTRAN batch -- the journal
*> and BALANCE-ROLL-FORWARD see the money leave the same way they
*> saw it arrive. Check numbers come from the RFCTL control file.
*> Each check books to the GL interface file as RFND CHK.
*> Every check is also registered outstanding on the CHKREG check
*> register and issued to the bank on the PPAYOUT positive-pay
*> file -- a header, one record per check, and a trailer carrying
*> the check count and amount hash in the CTLTOT discipline -- so
*> the bank pays only what was issued and CHECK-RECONCILE can mark
*> each one cleared when the bank's paid-check file comes back.
*>
*> Positive-pay file layout:
*>     "H" + file date (8) + source (8)
*>     "D" + check (6) + issue date (8) + amount 9(7)V99 + payee (25)
*>     "T" + check count (6) + hash total S9(11)V99
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1  minimum credit age in days (zero keeps 60)
        SELECT REFUND-CTL-FILE ASSIGN TO "RFCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS REFUND-CTL-STATUS.
        SELECT POSITIVE-PAY-FILE ASSIGN TO "PPAYOUT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS POSITIVE-PAY-STATUS.
        COPY "chkregsel.cpy".
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    01  REFUND-CTL-REC.
        05 RF-LAST-CHECK-NO PIC 9(6).

    FD  POSITIVE-PAY-FILE.
    01  POSITIVE-PAY-REC PIC X(60).

    FD  CHECK-REG-FILE.
    COPY "chkregrec.cpy".

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 REFUND-CTL-STATUS PIC X(2).
    01 POSITIVE-PAY-STATUS PIC X(2).
    01 CHECK-REG-STATUS PIC X(2).
    01 CUSTOMER-MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 CUSTOMER-MASTER-AT-EOF VALUE 1.
    01 ITEM-SCAN-EOF PIC 9(1) COMP VALUE 0.
        05 OS-TRANS-COUNT PIC 9(6).
        05 OS-HASH-TOTAL PIC S9(11)V99.

*> The positive-pay issue file: its records and the running count
*> and hash for its trailer.
    01 PPAY-STAGING.
        05 PP-REC-TYPE PIC X(1).
        05 PP-BODY PIC X(59).
    01 PPAY-HEADER REDEFINES PPAY-STAGING.
        05 FILLER PIC X(1).
        05 PP-FILE-DATE PIC 9(8).
        05 PP-SOURCE-ID PIC X(8).
        05 FILLER PIC X(43).
    01 PPAY-DETAIL REDEFINES PPAY-STAGING.
        05 FILLER PIC X(1).
        05 PP-CHECK-NO PIC 9(6).
        05 PP-ISSUE-DATE PIC 9(8).
        05 PP-AMOUNT PIC 9(7)V99.
        05 PP-PAYEE PIC X(25).
        05 FILLER PIC X(11).
    01 PPAY-TRAILER REDEFINES PPAY-STAGING.
        05 FILLER PIC X(1).
        05 PP-CHECK-COUNT PIC 9(6).
        05 PP-HASH-TOTAL PIC S9(11)V99.
        05 FILLER PIC X(40).
    01 PPAY-CHECK-COUNT PIC 9(6) COMP VALUE 0.
    01 PPAY-HASH-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.

    01 TOTAL-CREDIT-CUSTOMERS PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHECKS-CUT PIC 9(6) COMP VALUE 0.
    01 TOTAL-HELD-BACK PIC 9(6) COMP VALUE 0.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-REFUND"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-REFUND"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-REFUND"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-REFUND"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
        STRING "H" RUN-DATE-SAVE "REFUND  "
            DELIMITED BY SIZE INTO CUSTOMER-TRANS-REC
        WRITE CUSTOMER-TRANS-REC
        PERFORM 1700-OPEN-CHECK-ISSUE-FILES
        MOVE "I" TO RW-FUNCTION
        MOVE "Refund Checks" TO RW-REPORT-TITLE
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        CLOSE REFUND-CTL-FILE
    END-IF.

    1700-OPEN-CHECK-ISSUE-FILES.
    OPEN I-O CHECK-REG-FILE.
    IF CHECK-REG-STATUS = "35" THEN
        OPEN OUTPUT CHECK-REG-FILE
        CLOSE CHECK-REG-FILE
        OPEN I-O CHECK-REG-FILE
    END-IF.
    OPEN OUTPUT POSITIVE-PAY-FILE.
    MOVE SPACES TO PPAY-STAGING.
    MOVE "H" TO PP-REC-TYPE.
    MOVE RUN-DATE-SAVE TO PP-FILE-DATE.
    MOVE "REFUND  " TO PP-SOURCE-ID.
    MOVE PPAY-STAGING TO POSITIVE-PAY-REC.
    WRITE POSITIVE-PAY-REC.

    *> ---------------------
    *> SELECTION LOOP
    *> ---------------------
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 4900-PRINT-CHECK-LINE.
    PERFORM 4100-REGISTER-CHECK.
    PERFORM 4150-ISSUE-POSITIVE-PAY.
    MOVE "RFND" TO GL-ENTRY-SOURCE.
    MOVE "CHK" TO GL-ENTRY-TYPE.
    MOVE REFUND-AMOUNT TO GL-ENTRY-AMOUNT.
    MOVE CHECK-NO-DISP TO GL-ENTRY-REFERENCE.
    MOVE RUN-DATE-SAVE TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.
    PERFORM 4200-DELETE-CREDIT-ITEMS.
    PERFORM 4300-WRITE-BALANCE-CLEAR.
    ADD 1 TO TOTAL-CHECKS-CUT.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> The bank's copy of the check and the register record
    *> CHECK-RECONCILE will clear. A check number already on the
    *> register means RFCTL was set back; it is logged, not overlaid.
    4150-ISSUE-POSITIVE-PAY.
    MOVE SPACES TO PPAY-STAGING.
    MOVE "D" TO PP-REC-TYPE.
    MOVE NEXT-CHECK-NO TO PP-CHECK-NO.
    MOVE RUN-DATE-SAVE TO PP-ISSUE-DATE.
    MOVE REFUND-AMOUNT TO PP-AMOUNT.
    MOVE CM-CUST-NAME TO PP-PAYEE.
    MOVE PPAY-STAGING TO POSITIVE-PAY-REC.
    WRITE POSITIVE-PAY-REC.
    ADD 1 TO PPAY-CHECK-COUNT.
    ADD REFUND-AMOUNT TO PPAY-HASH-TOTAL.
    MOVE NEXT-CHECK-NO TO CK-CHECK-NO.
    MOVE RUN-DATE-SAVE TO CK-ISSUE-DATE.
    MOVE REFUND-AMOUNT TO CK-AMOUNT.
    MOVE CM-CUST-ID TO CK-CUST-ID.
    MOVE CM-CUST-NAME TO CK-PAYEE.
    SET CK-IS-OUTSTANDING TO TRUE.
    MOVE 0 TO CK-CLEARED-DATE.
    MOVE 0 TO CK-PAID-AMOUNT.
    MOVE 0 TO CK-FLAGGED-DATE.
    WRITE CHECK-REG-REC
        INVALID KEY
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Refund check number already on CHKREG; RFCTL was set back." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-WRITE.

    4200-DELETE-CREDIT-ITEMS.
    PERFORM 4210-DELETE-ONE-ITEM
        VARYING CRED-IDX FROM 1 BY 1 UNTIL CRED-IDX > CRED-COUNT.
    MOVE OI-TRAILER-STAGING TO OPEN-ITEM-TRANS-REC.
    WRITE OPEN-ITEM-TRANS-REC.
    CLOSE OPEN-ITEM-TRANS-FILE.
    MOVE SPACES TO PPAY-STAGING.
    MOVE "T" TO PP-REC-TYPE.
    MOVE PPAY-CHECK-COUNT TO PP-CHECK-COUNT.
    MOVE PPAY-HASH-TOTAL TO PP-HASH-TOTAL.
    MOVE PPAY-STAGING TO POSITIVE-PAY-REC.
    WRITE POSITIVE-PAY-REC.
    CLOSE POSITIVE-PAY-FILE.
    CLOSE CHECK-REG-FILE.
    PERFORM 7100-STORE-REFUND-CONTROL.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    DISPLAY "Refund checks cut        : " TOTAL-CHECKS-CUT.
    DISPLAY "Held back                : " TOTAL-HELD-BACK.
    DISPLAY "Refund value             : " TOTAL-REFUND-VALUE.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.

    COPY "auditproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "glproc.cpy".
