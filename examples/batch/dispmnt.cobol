IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-MAINT.

*> DISPUTE-MAINT is the collections desk's screen over the DISPUTE
*> file, in the same pseudo-conversational mold as TERMS-MAINT: sign-
*> on, a batch-lock check before every update, and one function per
*> step against the dispute keyed like the open item it covers.
*> Functions:
*>     O  open a dispute on an open item: reason code, the amount in
*>        dispute (never more than the item's remaining amount), and
*>        an optional note; the date and operator are stamped
*>     N  annotate an open dispute: a keyed note, reason, or amount
*>        replaces what is on file
*>     D  display a dispute
*>     R  release an open dispute back to collection
*>     K  resolve an open dispute by credit: the disputed amount (or
*>        what still remains on the item, if less) leaves on OITRAN
*>        as a "P" card against the item, the balance effect as a
*>        "U" card on CUSTTRAN, and the credit books to the GL
*>        interface file as DISP CRED
*> A new dispute over one already released or credited replaces it.
*> Opening requires add authority and a credit requires delete
*> authority, each refusal logged as a security event. The session's
*> OITRAN and CUSTTRAN leave as complete header/trailer batches for
*> the next maintenance runs.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "dispsel.cpy".
        COPY "oisel.cpy".
        COPY "custsel.cpy".
        SELECT OPEN-ITEM-TRANS-FILE ASSIGN TO "OITRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OPEN-ITEM-TRANS-STATUS.
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  DISPUTE-FILE.
    COPY "disprec.cpy".

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

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    FD  AUTHORITY-FILE.
    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "lockfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 DISPUTE-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 ITEM-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 ITEM-FILE-IS-OPEN VALUE 1.
    01 MASTER-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 MASTER-FILE-IS-OPEN VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.
    01 ITEM-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 ITEM-WAS-FOUND VALUE 1.
    01 DISPUTE-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 DISPUTE-WAS-FOUND VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-OPEN VALUE "O" "o".
        88 SCR-FUNCTION-ANNOTATE VALUE "N" "n".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-RELEASE VALUE "R" "r".
        88 SCR-FUNCTION-CREDIT VALUE "K" "k".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-CUST-ID PIC X(6).
    01 SCR-INVOICE-NO PIC X(8).
    01 SCR-REASON-CODE PIC X(3).
    01 SCR-AMOUNT PIC X(9).
    01 SCR-NOTE PIC X(40).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> The keyed amount is nine digits with two implied decimals; the
*> redefinition lines the digits up on the decimal point.
    01 AMOUNT-STAGING PIC 9(7)V99.
    01 AMOUNT-STAGING-X REDEFINES AMOUNT-STAGING PIC X(9).
    01 AMOUNT-DISP PIC Z(6)9.99.
    01 REMAIN-DISP PIC -(6)9.99.
    01 CREDIT-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
    01 REASON-SAVE PIC X(3).

*> Each credited customer's balance, fetched from CUSTMAST the first
*> time and carried down by every later credit this session, so two
*> credits to one customer leave one "U" card with both taken off.
    01 ADJ-TABLE-MAX PIC 9(3) COMP VALUE 50.
    01 ADJ-COUNT PIC 9(3) COMP VALUE 0.
    01 ADJ-IDX PIC 9(3) COMP VALUE 0.
    01 ADJ-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 ADJ-TABLE.
        05 ADJ-ENTRY OCCURS 50 TIMES.
            10 AJ-CUST-ID PIC X(6).
            10 AJ-CUST-NAME PIC X(25).
            10 AJ-CUST-ADDRESS PIC X(47).
            10 AJ-CUST-STATUS PIC X(1).
            10 AJ-NEW-BALANCE PIC S9(7)V99 COMP-3.
            10 AJ-CREDIT-LIMIT PIC S9(7)V99 COMP-3.
            10 AJ-REGION-CODE PIC X(3).
            10 AJ-PRICE-TIER PIC X(1).

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

    01 TOTAL-OPENED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ANNOTATED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RELEASED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CREDITED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DISPUTE-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DISPUTE-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="DISPUTE-MAINT"==.

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "DISPUTE-MAINT -- Disputed-Item Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (O=Open N=Note D=Display R=Release K=Credit E=End):".
        05 LINE 3 COLUMN 63 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Customer id..:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 6 COLUMN 1 VALUE "Invoice no...:".
        05 LINE 6 COLUMN 16 PIC X(8) USING SCR-INVOICE-NO.
        05 LINE 7 COLUMN 1 VALUE "Reason code..: (PRC QTY DMG RTN DUP OTH)".
        05 LINE 7 COLUMN 16 PIC X(3) USING SCR-REASON-CODE.
        05 LINE 8 COLUMN 1 VALUE "Amount.......: (9 digits, 2 implied decimals)".
        05 LINE 8 COLUMN 16 PIC X(9) USING SCR-AMOUNT.
        05 LINE 9 COLUMN 1 VALUE "Note.........:".
        05 LINE 9 COLUMN 16 PIC X(40) USING SCR-NOTE.
        05 LINE 11 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 9900-OPERATOR-SIGN-ON.
    IF NOT SIGNON-SUCCEEDED THEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Operator sign-on failed; session refused." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE WS-RETURN-CODE TO RETURN-CODE
        PERFORM 9710-AUDIT-LOG-FINISH
        STOP RUN
    END-IF.
    MOVE SIGNON-OPER-ID TO AUDIT-OPER-ID.
    MOVE "OPENITEM" TO LOCK-RESOURCE-NAME.
    PERFORM 9860-WAIT-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        DISPLAY "Batch lock still standing after waiting; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Screen session refused: nightly batch in progress." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE WS-RETURN-CODE TO RETURN-CODE
        PERFORM 9710-AUDIT-LOG-FINISH
        STOP RUN
    END-IF.
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Opens the dispute file for update, creating an empty file the
    *> first time; the open-item file and customer master are read
    *> only, to prove each dispute against its item and to carry the
    *> balance a credit comes off. The session's OITRAN batch header
    *> is written up front, as CUSTOMER-ENTRY does for CUSTTRAN.
    1000-INITIALIZE.
    OPEN I-O DISPUTE-FILE.
    IF DISPUTE-STATUS = "35" THEN
        OPEN OUTPUT DISPUTE-FILE
        CLOSE DISPUTE-FILE
        OPEN I-O DISPUTE-FILE
    END-IF.
    OPEN INPUT OPEN-ITEM-FILE.
    IF OPEN-ITEM-STATUS = "00" THEN
        MOVE 1 TO ITEM-FILE-OPEN
    ELSE
        DISPLAY "Open-item file not found; disputes cannot be opened or credited."
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS = "00" THEN
        MOVE 1 TO MASTER-FILE-OPEN
    ELSE
        DISPLAY "Customer master not found; disputes cannot be credited."
    END-IF.
    OPEN OUTPUT OPEN-ITEM-TRANS-FILE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    STRING "H" WS-CURRENT-DATE-8 "DISPUTE "
        DELIMITED BY SIZE INTO OPEN-ITEM-TRANS-REC.
    WRITE OPEN-ITEM-TRANS-REC.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-INVOICE-NO.
    MOVE SPACES TO SCR-REASON-CODE.
    MOVE SPACES TO SCR-AMOUNT.
    MOVE SPACES TO SCR-NOTE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-CUST-ID " " SCR-INVOICE-NO DELIMITED BY SIZE
        INTO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-OPEN
            PERFORM 3000-OPEN-DISPUTE
        WHEN SCR-FUNCTION-ANNOTATE
            PERFORM 4000-ANNOTATE-DISPUTE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-DISPUTE
        WHEN SCR-FUNCTION-RELEASE
            PERFORM 6000-RELEASE-DISPUTE
        WHEN SCR-FUNCTION-CREDIT
            PERFORM 7000-CREDIT-DISPUTE
        WHEN SCR-FUNCTION-END
            MOVE 1 TO MAINT-DONE-SWITCH
        WHEN OTHER
            DISPLAY "Unrecognized function code '" SCR-FUNCTION "'."
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FIELD EDITS: an opened dispute needs its key, a known reason,
    *> and a fully keyed amount above zero that the item can carry.
    *> ---------------------

    3100-EDIT-DISPUTE-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-CUST-ID = SPACES OR SCR-INVOICE-NO = SPACES THEN
        MOVE "CUSTOMER AND INVOICE ARE REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-REASON-CODE TO DP-REASON-CODE
        IF NOT DP-REASON-VALID THEN
            MOVE "REASON CODE IS NOT RECOGNIZED" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3110-EDIT-AMOUNT
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3200-FETCH-OPEN-ITEM
        IF NOT ITEM-WAS-FOUND THEN
            STRING "REJECTED: NO OPEN ITEM " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            IF AMOUNT-STAGING > OI-REMAIN-AMOUNT THEN
                MOVE OI-REMAIN-AMOUNT TO REMAIN-DISP
                STRING "AMOUNT OVER ITEM REMAINING " REMAIN-DISP
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.

*> The full nine digits must be keyed: a short value would land
*> left-justified in the staging field and inflate the amount.
    3110-EDIT-AMOUNT.
    IF SCR-AMOUNT IS NOT NUMERIC THEN
        MOVE "AMOUNT MUST BE 9 DIGITS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    ELSE
        MOVE SCR-AMOUNT TO AMOUNT-STAGING-X
        IF AMOUNT-STAGING = 0 THEN
            MOVE "AMOUNT MUST BE ABOVE ZERO" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.

    3200-FETCH-OPEN-ITEM.
    MOVE 0 TO ITEM-FOUND-SWITCH.
    IF ITEM-FILE-IS-OPEN THEN
        MOVE SCR-CUST-ID TO OI-CUST-ID
        MOVE SCR-INVOICE-NO TO OI-INVOICE-NO
        READ OPEN-ITEM-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OI-REMAIN-AMOUNT > 0 THEN
                    MOVE 1 TO ITEM-FOUND-SWITCH
                END-IF
        END-READ
    END-IF.

    3300-FETCH-DISPUTE.
    MOVE 0 TO DISPUTE-FOUND-SWITCH.
    MOVE SCR-CUST-ID TO DP-CUST-ID.
    MOVE SCR-INVOICE-NO TO DP-INVOICE-NO.
    READ DISPUTE-FILE
        INVALID KEY
            STRING "REJECTED: NO DISPUTE " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
        NOT INVALID KEY
            MOVE 1 TO DISPUTE-FOUND-SWITCH
    END-READ.

    *> A resolution or annotation only ever acts on a dispute that
    *> is still open; a released or credited one is history.
    3350-FETCH-OPEN-DISPUTE.
    PERFORM 3300-FETCH-DISPUTE.
    IF DISPUTE-WAS-FOUND AND NOT DP-IS-OPEN THEN
        MOVE 0 TO DISPUTE-FOUND-SWITCH
        STRING "REJECTED: ALREADY RESOLVED " SCR-INVOICE-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
    END-IF.

    3400-STAMP-NEW-DISPUTE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SCR-CUST-ID TO DP-CUST-ID.
    MOVE SCR-INVOICE-NO TO DP-INVOICE-NO.
    MOVE "O" TO DP-STATUS.
    MOVE SCR-REASON-CODE TO DP-REASON-CODE.
    MOVE AMOUNT-STAGING TO DP-AMOUNT.
    MOVE WS-CURRENT-DATE-8 TO DP-OPEN-DATE.
    MOVE SIGNON-OPER-ID TO DP-OPER-ID.
    MOVE SCR-NOTE TO DP-NOTE.
    MOVE 0 TO DP-RESOLVED-DATE.
    MOVE SPACES TO DP-RESOLVED-BY.

    3500-STAMP-RESOLUTION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO DP-RESOLVED-DATE.
    MOVE SIGNON-OPER-ID TO DP-RESOLVED-BY.
    IF SCR-NOTE NOT = SPACES THEN
        MOVE SCR-NOTE TO DP-NOTE
    END-IF.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-OPEN-DISPUTE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "OPEN REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "dispute open refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-DISPUTE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3300-FETCH-DISPUTE.
    IF DISPUTE-WAS-FOUND AND DP-IS-OPEN THEN
        STRING "REJECTED: ALREADY DISPUTED " SCR-INVOICE-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO SCR-MESSAGE.
    PERFORM 3400-STAMP-NEW-DISPUTE.
    IF DISPUTE-WAS-FOUND THEN
        REWRITE DISPUTE-REC
            INVALID KEY
                STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "REOPENED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-OPENED
        END-REWRITE
    ELSE
        WRITE DISPUTE-REC
            INVALID KEY
                STRING "REJECTED: WRITE FAILED " SCR-INVOICE-NO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "OPENED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-OPENED
        END-WRITE
    END-IF.

    *> Only what is keyed changes; a new amount is held to what the
    *> item still carries, exactly as when the dispute was opened.
    4000-ANNOTATE-DISPUTE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF SCR-NOTE = SPACES AND SCR-REASON-CODE = SPACES
            AND SCR-AMOUNT = SPACES THEN
        MOVE "NOTE, REASON, OR AMOUNT IS REQUIRED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-AMOUNT NOT = SPACES THEN
        PERFORM 3110-EDIT-AMOUNT
        IF FIELDS-ARE-CLEAN THEN
            PERFORM 3200-FETCH-OPEN-ITEM
            IF NOT ITEM-WAS-FOUND
                    OR AMOUNT-STAGING > OI-REMAIN-AMOUNT THEN
                MOVE "AMOUNT OVER ITEM REMAINING" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3350-FETCH-OPEN-DISPUTE.
    IF NOT DISPUTE-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF SCR-REASON-CODE NOT = SPACES THEN
        MOVE DP-REASON-CODE TO REASON-SAVE
        MOVE SCR-REASON-CODE TO DP-REASON-CODE
        IF NOT DP-REASON-VALID THEN
            MOVE REASON-SAVE TO DP-REASON-CODE
            MOVE "REASON CODE IS NOT RECOGNIZED" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF SCR-AMOUNT NOT = SPACES THEN
        MOVE AMOUNT-STAGING TO DP-AMOUNT
    END-IF.
    IF SCR-NOTE NOT = SPACES THEN
        MOVE SCR-NOTE TO DP-NOTE
    END-IF.
    REWRITE DISPUTE-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "ANNOTATED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-ANNOTATED
    END-REWRITE.

    5000-DISPLAY-DISPUTE.
    PERFORM 3300-FETCH-DISPUTE.
    IF NOT DISPUTE-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE DP-AMOUNT TO AMOUNT-DISP.
    DISPLAY "Dispute " DP-CUST-ID " " DP-INVOICE-NO " status "
        DP-STATUS " reason " DP-REASON-CODE " amount " AMOUNT-DISP.
    DISPLAY "  opened " DP-OPEN-DATE " by " DP-OPER-ID
        " resolved " DP-RESOLVED-DATE " by " DP-RESOLVED-BY.
    DISPLAY "  note: " DP-NOTE.
    STRING "FOUND: " SCR-INVOICE-NO
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    6000-RELEASE-DISPUTE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3350-FETCH-OPEN-DISPUTE.
    IF NOT DISPUTE-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE "R" TO DP-STATUS.
    PERFORM 3500-STAMP-RESOLUTION.
    REWRITE DISPUTE-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "RELEASED: " SCR-INVOICE-NO " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-RELEASED
    END-REWRITE.

    *> A credit gives the money away, so it asks delete authority.
    *> The item must still be open and the customer on the master
    *> before the dispute is marked credited; only then do the OITRAN
    *> card, the balance adjustment, and the GL entry go out.
    7000-CREDIT-DISPUTE.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "CREDIT REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "dispute credit refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3350-FETCH-OPEN-DISPUTE.
    IF NOT DISPUTE-WAS-FOUND THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3200-FETCH-OPEN-ITEM.
    IF NOT ITEM-WAS-FOUND THEN
        STRING "NO OPEN ITEM, RELEASE INSTEAD " SCR-INVOICE-NO
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE DP-AMOUNT TO CREDIT-AMOUNT.
    IF CREDIT-AMOUNT > OI-REMAIN-AMOUNT THEN
        MOVE OI-REMAIN-AMOUNT TO CREDIT-AMOUNT
    END-IF.
    PERFORM 7200-LOCATE-BALANCE-ADJ.
    IF ADJ-FOUND-IDX = 0 THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE "C" TO DP-STATUS.
    PERFORM 3500-STAMP-RESOLUTION.
    REWRITE DISPUTE-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-INVOICE-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 7100-ISSUE-CREDIT
            MOVE CREDIT-AMOUNT TO AMOUNT-DISP
            STRING "CREDITED: " SCR-INVOICE-NO " " AMOUNT-DISP
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-CREDITED
    END-REWRITE.

    7100-ISSUE-CREDIT.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    MOVE "P" TO OT-TRANS-CODE.
    MOVE DP-CUST-ID TO OT-CUST-ID.
    MOVE DP-INVOICE-NO TO OT-INVOICE-NO.
    MOVE WS-CURRENT-DATE-8 TO OT-INVOICE-DATE.
    MOVE CREDIT-AMOUNT TO OT-AMOUNT.
    WRITE OPEN-ITEM-TRANS-REC.
    ADD 1 TO OI-KEYED-COUNT.
    ADD OT-AMOUNT TO OI-KEYED-HASH.
    SUBTRACT CREDIT-AMOUNT FROM AJ-NEW-BALANCE(ADJ-FOUND-IDX).
    MOVE "DISP" TO GL-ENTRY-SOURCE.
    MOVE "CRED" TO GL-ENTRY-TYPE.
    MOVE CREDIT-AMOUNT TO GL-ENTRY-AMOUNT.
    MOVE DP-INVOICE-NO TO GL-ENTRY-REFERENCE.
    MOVE WS-CURRENT-DATE-8 TO GL-ENTRY-DATE.
    PERFORM 9830-GL-BOOK-ENTRY.

    *> The customer's running balance comes from the session table
    *> when an earlier credit already fetched it; otherwise it is
    *> read from the master into a new entry. No entry means no
    *> credit.
    7200-LOCATE-BALANCE-ADJ.
    MOVE 0 TO ADJ-FOUND-IDX.
    PERFORM 7210-MATCH-ONE-ADJUSTMENT
        VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT.
    IF ADJ-FOUND-IDX > 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF NOT MASTER-FILE-IS-OPEN THEN
        MOVE "CUSTOMER MASTER NOT AVAILABLE" TO SCR-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    IF ADJ-COUNT >= ADJ-TABLE-MAX THEN
        MOVE "SESSION FULL, SIGN OFF AND BACK ON" TO SCR-MESSAGE
        EXIT PARAGRAPH
    END-IF.
    MOVE DP-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            STRING "REJECTED: NO CUSTOMER " DP-CUST-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
        NOT INVALID KEY
            PERFORM 7220-TABLE-NEW-ADJUSTMENT
    END-READ.

    7210-MATCH-ONE-ADJUSTMENT.
    IF AJ-CUST-ID(ADJ-IDX) = DP-CUST-ID THEN
        MOVE ADJ-IDX TO ADJ-FOUND-IDX
        MOVE ADJ-COUNT TO ADJ-IDX
    END-IF.

    7220-TABLE-NEW-ADJUSTMENT.
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

    *> ---------------------
    *> TERMINATION: the OITRAN trailer, then one "U" per credited
    *> customer in a complete CUSTTRAN batch.
    *> ---------------------

    8000-TERMINATE.
    CLOSE DISPUTE-FILE.
    IF ITEM-FILE-IS-OPEN THEN
        CLOSE OPEN-ITEM-FILE
    END-IF.
    IF MASTER-FILE-IS-OPEN THEN
        CLOSE CUSTOMER-MASTER-FILE
    END-IF.
    MOVE OI-KEYED-COUNT TO OS-TRANS-COUNT.
    MOVE OI-KEYED-HASH TO OS-HASH-TOTAL.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    MOVE OI-TRAILER-STAGING TO OPEN-ITEM-TRANS-REC.
    WRITE OPEN-ITEM-TRANS-REC.
    CLOSE OPEN-ITEM-TRANS-FILE.
    IF ADJ-COUNT > 0 THEN
        PERFORM 8100-WRITE-BALANCE-TRANS
    END-IF.
    PERFORM 9839-GL-CLOSE.
    DISPLAY "-- Disputed-Item Maintenance Report --".
    DISPLAY "Disputes opened    : " TOTAL-OPENED.
    DISPLAY "Disputes annotated : " TOTAL-ANNOTATED.
    DISPLAY "Disputes released  : " TOTAL-RELEASED.
    DISPLAY "Disputes credited  : " TOTAL-CREDITED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "One or more dispute maintenance requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    8100-WRITE-BALANCE-TRANS.
    OPEN OUTPUT CUSTOMER-TRANS-FILE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE SPACES TO CUSTOMER-TRANS-REC.
    STRING "H" WS-CURRENT-DATE-8 SIGNON-OPER-ID
        DELIMITED BY SIZE INTO CUSTOMER-TRANS-REC.
    WRITE CUSTOMER-TRANS-REC.
    PERFORM 8110-WRITE-ONE-BALANCE-TRANS
        VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT.
    MOVE KEYED-TRANS-COUNT TO TS-TRANS-COUNT.
    MOVE KEYED-HASH-TOTAL TO TS-HASH-TOTAL.
    MOVE SPACES TO CUSTOMER-TRANS-REC.
    MOVE TRAILER-STAGING TO CUSTOMER-TRANS-REC.
    WRITE CUSTOMER-TRANS-REC.
    CLOSE CUSTOMER-TRANS-FILE.

    *> The sales accumulators and terms code are left blank so
    *> CUSTOMER-MAINT keeps what the master holds: a dispute credit
    *> moves the balance, not the month's sales.
    8110-WRITE-ONE-BALANCE-TRANS.
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

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "glproc.cpy".
