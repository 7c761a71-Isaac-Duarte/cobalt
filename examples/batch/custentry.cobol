*> keyed count and balance hash at sign-off, so the file passes
*> CUSTOMER-MAINT's batch validation exactly like a transmitted one.
*> Status changes may carry a reason code and effective date for the
*> status-history file; deletes need only the customer id. A
*> branch names its bill-to parent in the Parent field (*NONE*
*> detaches it); CUSTOMER-MAINT proves the link at apply time.
*> The state must be on the STPOSTAL reference table and the postal
*> code's prefix one that state owns, the same edits CUSTOMER-MAINT
*> applies at batch time.
*> Customer ids carry a check digit in position 6 and a keyed id
*> must prove it; for an add the operator may key just the five-digit
*> base and the screen fills in the digit.
*> A change that moves the balance or raises the credit limit past
*> the APRVLIM limits, or takes the account off hold, is not written
*> to the batch: it is held on PENDAPPR for a second operator to
*> approve on CUST-APPROVE (see APRVPROC.CPY), and the operator is
*> told so. Every keyed transaction carries the operator as maker.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
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
        COPY "stposel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
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
    COPY "stpofd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    01 SCR-CREDIT-LIMIT PIC X(9).
    01 SCR-REGION-CODE PIC X(3).
    01 SCR-PRICE-TIER PIC X(1).
    01 SCR-TERMS-CODE PIC X(2).
    01 SCR-PARENT-ID PIC X(6).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> The trailer CUSTOMER-MAINT balances the batch against: keyed
        05 TS-HASH-TOTAL PIC S9(11)V99.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-TRANS-ENTRY"==
        ==":PGMVERS:"== BY =="01.02"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-TRANS-ENTRY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "aprvdata.cpy".

    SCREEN SECTION.
    01 ENTRY-SCREEN.
        05 LINE 13 COLUMN 16 PIC X(3) USING SCR-REGION-CODE.
        05 LINE 13 COLUMN 30 VALUE "Price tier:".
        05 LINE 13 COLUMN 42 PIC X(1) USING SCR-PRICE-TIER.
        05 LINE 13 COLUMN 46 VALUE "Terms:".
        05 LINE 13 COLUMN 53 PIC X(2) USING SCR-TERMS-CODE.
        05 LINE 13 COLUMN 58 VALUE "Parent:".
        05 LINE 13 COLUMN 66 PIC X(6) USING SCR-PARENT-ID.
        05 LINE 14 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

PROCEDURE DIVISION.
        STRING "H" WS-CURRENT-DATE-8 SIGNON-OPER-ID
            DELIMITED BY SIZE INTO CUSTOMER-TRANS-REC
        WRITE CUSTOMER-TRANS-REC
        PERFORM 9640-APRV-OPEN
        PERFORM 9250-EDIT-LOAD-STATE-TABLE
    END-IF.

    *> ---------------------
    MOVE SPACES TO SCR-CREDIT-LIMIT.
    MOVE SPACES TO SCR-REGION-CODE.
    MOVE SPACES TO SCR-PRICE-TIER.
    MOVE SPACES TO SCR-TERMS-CODE.
    MOVE SPACES TO SCR-PARENT-ID.
    DISPLAY ENTRY-SCREEN.
    ACCEPT ENTRY-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-TRANS-CODE TO SCRACT-FUNCTION.
    MOVE SCR-CUST-ID TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-CODE-END
            MOVE 1 TO ENTRY-DONE-SWITCH
            MOVE "UNRECOGNIZED TRANSACTION CODE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-CODE-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FIELD EDITS: the same shared edits CUSTOMER-MAINT applies at
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-ADDR-STATE NOT = SPACES THEN
        MOVE SCR-ADDR-STATE TO EDIT-INPUT-FIELD
        PERFORM 9230-EDIT-CHECK-STATE
        IF NOT EDIT-IS-VALID THEN
            MOVE "STATE IS NOT A KNOWN STATE CODE" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-ADDR-STATE NOT = SPACES
            AND SCR-ADDR-POSTAL NOT = SPACES THEN
        MOVE SPACES TO EDIT-INPUT-FIELD
        STRING SCR-ADDR-STATE SCR-ADDR-POSTAL DELIMITED BY SIZE
            INTO EDIT-INPUT-FIELD
        PERFORM 9240-EDIT-CHECK-POSTAL-STATE
        IF NOT EDIT-IS-VALID THEN
            MOVE "POSTAL CODE DOES NOT FIT THE STATE" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
*> The full nine digits must be keyed: a short value would pass a
*> trimmed edit and then land left-justified in the staging field,
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN AND SCR-PARENT-ID NOT = SPACES
            AND SCR-PARENT-ID NOT = "*NONE*" THEN
        MOVE SCR-PARENT-ID TO EDIT-INPUT-FIELD
        PERFORM 9260-EDIT-CHECK-CUST-ID
        IF NOT EDIT-IS-VALID THEN
            MOVE "PARENT ID FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    END-IF.
    END-IF.

    3510-EDIT-CUSTOMER-ID.
    IF SCR-CODE-ADD AND SCR-CUST-ID(1:5) IS NUMERIC
            AND SCR-CUST-ID(6:1) = SPACE THEN
        MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD
        PERFORM 9265-EDIT-MAKE-CHECK-DIGIT
        IF NOT EDIT-IS-VALID THEN
            MOVE "THAT BASE CANNOT CARRY A CHECK DIGIT" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
            EXIT PARAGRAPH
        END-IF
        MOVE EDIT-CHECK-DIGIT TO SCR-CUST-ID(6:1)
    END-IF.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9200-EDIT-CHECK-NUMERIC.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID MUST BE 6 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    *> ---------------------
    END-IF.
    MOVE SCR-REGION-CODE TO TR-REGION-CODE.
    MOVE SCR-PRICE-TIER TO TR-PRICE-TIER.
    MOVE SCR-TERMS-CODE TO TR-TERMS-CODE.
    MOVE SCR-PARENT-ID TO TR-PARENT-ID.
    MOVE SIGNON-OPER-ID TO TR-MAKER-ID.
    PERFORM 9641-APRV-CHECK-HOLD.
    IF APRV-MUST-HOLD THEN
        PERFORM 9643-APRV-HOLD-TRANSACTION
        IF APRV-HOLD-WAS-WRITTEN THEN
            STRING "HELD FOR APPROVAL: " TR-TRANS-CODE " " TR-CUST-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
        ELSE
            MOVE "NEEDS APPROVAL, CANNOT BE HELD" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
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
    DISPLAY "-- Keyed Transaction Summary --".
    DISPLAY "Operator " SIGNON-OPER-ID " keyed this session:".
    DISPLAY "Transactions keyed  : " KEYED-TRANS-COUNT.
    DISPLAY "Held for approval   : " APRV-HELD-COUNT.
    DISPLAY "Entries rejected    : " TOTAL-REJECTED.
    IF KEYED-TRANS-COUNT = 0 AND APRV-HELD-COUNT = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "No transactions were keyed this session." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    COPY "errlogproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "stpoproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "cycleproc.cpy".
    COPY "aprvproc.cpy".
