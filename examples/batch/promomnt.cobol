IDENTIFICATION DIVISION.
PROGRAM-ID. PROMO-MAINT.

*> PROMO-MAINT keeps the promotion file ORDER-ENTRY and
*> ORDER-SCREEN-ENTRY price from: a pseudo-conversational screen in
*> the TERMS-MAINT mold, signed on through 9900-OPERATOR-SIGN-ON,
*> against PROMO keyed on the six-character promotion id. A
*> promotion scopes one part on the part master (P) or every part of
*> one vendor on the vendor master (V), optionally one price tier,
*> and offers either a fixed price (F) or a percent off (D) between
*> its start and end dates inclusive. Once a promotion has started
*> only its description and end date may change -- what it priced
*> must stay explainable -- and it is never deleted: W withdraws it
*> so it prices nothing more but still reports in PROMO-RESULTS.
*> Functions: A add, C change, D display, W withdraw, E end.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "promosel.cpy".
        COPY "partsel.cpy".
        COPY "vendsel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  PROMO-FILE.
    COPY "promorec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  VENDOR-FILE.
    COPY "vendrec.cpy".

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

    WORKING-STORAGE SECTION.
    01 PROMO-FILE-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 VENDOR-STATUS PIC X(2).
    01 VENDOR-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 VENDOR-FILE-IS-OPEN VALUE 1.
    01 MASTERS-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 MASTERS-ARE-OPEN VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 MAINT-TODAY PIC 9(8) VALUE 0.
    01 EDIT-START-DATE PIC 9(8) VALUE 0.
    01 EDIT-END-DATE PIC 9(8) VALUE 0.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-WITHDRAW VALUE "W" "w".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-PROMO-ID PIC X(6).
    01 SCR-DESCRIPTION PIC X(20).
    01 SCR-SCOPE-TYPE PIC X(1).
    01 SCR-SCOPE-ID PIC X(6).
    01 SCR-PRICE-TIER PIC X(1).
    01 SCR-DISCOUNT-TYPE PIC X(1).
    01 SCR-PROMO-PRICE PIC X(7).
    01 SCR-DISC-PERCENT PIC X(4).
    01 SCR-START-DATE PIC X(8).
    01 SCR-END-DATE PIC X(8).
    01 SCR-MESSAGE PIC X(50) VALUE SPACES.

*> The keyed price and percent carry two implied decimals; the
*> redefinitions line the digits up on the decimal point.
    01 PRICE-STAGING PIC 9(5)V99.
    01 PRICE-STAGING-X REDEFINES PRICE-STAGING PIC X(7).
    01 DISC-STAGING PIC 9(2)V99.
    01 DISC-STAGING-X REDEFINES DISC-STAGING PIC X(4).
    01 PRICE-DISP PIC Z(4)9.99.
    01 DISC-DISP PIC Z9.99.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-WITHDRAWN PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMO-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PROMO-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "PROMO-MAINT -- Promotional Pricing Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display W=Withdraw E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Promotion ID.:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-PROMO-ID.
        05 LINE 6 COLUMN 1 VALUE "Description..:".
        05 LINE 6 COLUMN 16 PIC X(20) USING SCR-DESCRIPTION.
        05 LINE 7 COLUMN 1 VALUE "Scope........: (P=Part V=Vendor)".
        05 LINE 7 COLUMN 16 PIC X(1) USING SCR-SCOPE-TYPE.
        05 LINE 7 COLUMN 36 VALUE "Part/vendor:".
        05 LINE 7 COLUMN 49 PIC X(6) USING SCR-SCOPE-ID.
        05 LINE 8 COLUMN 1 VALUE "Price tier...: (blank for every tier)".
        05 LINE 8 COLUMN 16 PIC X(1) USING SCR-PRICE-TIER.
        05 LINE 9 COLUMN 1 VALUE "Offer........: (F=Fixed price D=Percent off)".
        05 LINE 9 COLUMN 16 PIC X(1) USING SCR-DISCOUNT-TYPE.
        05 LINE 10 COLUMN 1 VALUE "Promo price..: (7 digits, 2 implied decimals)".
        05 LINE 10 COLUMN 16 PIC X(7) USING SCR-PROMO-PRICE.
        05 LINE 11 COLUMN 1 VALUE "Percent off..: (4 digits, 2 implied decimals)".
        05 LINE 11 COLUMN 16 PIC X(4) USING SCR-DISC-PERCENT.
        05 LINE 12 COLUMN 1 VALUE "Start date...:".
        05 LINE 12 COLUMN 16 PIC X(8) USING SCR-START-DATE.
        05 LINE 12 COLUMN 30 VALUE "End date:".
        05 LINE 12 COLUMN 40 PIC X(8) USING SCR-END-DATE.
        05 LINE 14 COLUMN 1 PIC X(50) FROM SCR-MESSAGE.

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
    MOVE "PROMO" TO LOCK-RESOURCE-NAME.
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
    IF MASTERS-ARE-OPEN THEN
        PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> The part master is required -- a part promotion must name a
    *> real part. The vendor master is used when it is there; without
    *> it no vendor promotion can be keyed. The promotion file is
    *> created the first time the screen is ever run.
    1000-INITIALIZE.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found; session refused."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found for promotion maintenance." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O PROMO-FILE.
    IF PROMO-FILE-STATUS = "35" THEN
        OPEN OUTPUT PROMO-FILE
        CLOSE PROMO-FILE
        OPEN I-O PROMO-FILE
    END-IF.
    MOVE 1 TO MASTERS-OPEN-SWITCH.
    OPEN INPUT VENDOR-FILE.
    IF VENDOR-STATUS = "00" THEN
        MOVE 1 TO VENDOR-FILE-OPEN
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO MAINT-TODAY.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-DESCRIPTION.
    MOVE SPACES TO SCR-SCOPE-TYPE.
    MOVE SPACES TO SCR-SCOPE-ID.
    MOVE SPACES TO SCR-PRICE-TIER.
    MOVE SPACES TO SCR-DISCOUNT-TYPE.
    MOVE SPACES TO SCR-PROMO-PRICE.
    MOVE SPACES TO SCR-DISC-PERCENT.
    MOVE SPACES TO SCR-START-DATE.
    MOVE SPACES TO SCR-END-DATE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-PROMO-ID TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-PROMO
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-PROMO
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-PROMO
        WHEN SCR-FUNCTION-WITHDRAW
            PERFORM 6000-WITHDRAW-PROMO
        WHEN SCR-FUNCTION-END
            MOVE 1 TO MAINT-DONE-SWITCH
        WHEN OTHER
            MOVE "UNRECOGNIZED FUNCTION CODE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FIELD EDITS: the scope must name a part on the part master or
    *> a vendor on the vendor master, the offer must be a fixed price
    *> above zero or a percent off under one hundred, and the dates
    *> must be real with the end not before the start.
    *> ---------------------

    3100-EDIT-PROMO-KEY.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-PROMO-ID = SPACES THEN
        MOVE "PROMOTION ID IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3150-EDIT-PROMO-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
    IF SCR-SCOPE-TYPE NOT = "P" AND SCR-SCOPE-TYPE NOT = "V" THEN
        MOVE "SCOPE MUST BE P OR V" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF SCR-SCOPE-TYPE = "P" THEN
        MOVE SCR-SCOPE-ID TO PM-PART-NO
        READ PART-MASTER-FILE
            INVALID KEY
                MOVE "PART NOT ON THE PART MASTER" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
        END-READ
    ELSE
        IF NOT VENDOR-FILE-IS-OPEN THEN
            MOVE "VENDOR MASTER NOT AVAILABLE" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            MOVE SCR-SCOPE-ID TO VN-VENDOR-ID
            READ VENDOR-FILE
                INVALID KEY
                    MOVE "VENDOR NOT ON THE VENDOR MASTER" TO SCR-MESSAGE
                    MOVE 0 TO FIELD-EDITS-OK
            END-READ
        END-IF
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        EXIT PARAGRAPH
    END-IF.
*> The full digits must be keyed: a short value would land
*> left-justified in the staging field and inflate the offer.
    EVALUATE SCR-DISCOUNT-TYPE
        WHEN "F"
            IF SCR-PROMO-PRICE IS NOT NUMERIC
                    OR SCR-PROMO-PRICE = "0000000" THEN
                MOVE "PROMO PRICE MUST BE 7 DIGITS ABOVE ZERO"
                    TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        WHEN "D"
            IF SCR-DISC-PERCENT IS NOT NUMERIC
                    OR SCR-DISC-PERCENT = "0000" THEN
                MOVE "PERCENT OFF MUST BE 4 DIGITS ABOVE ZERO"
                    TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        WHEN OTHER
            MOVE "OFFER MUST BE F OR D" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
    END-EVALUATE.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3160-EDIT-START-DATE
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3170-EDIT-END-DATE
    END-IF.

    3160-EDIT-START-DATE.
    IF SCR-START-DATE IS NOT NUMERIC THEN
        MOVE "START DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-START-DATE TO EDIT-START-DATE.
    MOVE "V" TO DE-FUNCTION.
    MOVE EDIT-START-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "START DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    *> The end date is edited against EDIT-START-DATE, which is the
    *> keyed start on an add and the start on file on a change.
    3170-EDIT-END-DATE.
    IF SCR-END-DATE IS NOT NUMERIC THEN
        MOVE "END DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-END-DATE TO EDIT-END-DATE.
    MOVE "V" TO DE-FUNCTION.
    MOVE EDIT-END-DATE TO DE-DATE-1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "END DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    IF EDIT-END-DATE < EDIT-START-DATE THEN
        MOVE "END DATE IS BEFORE THE START DATE" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3180-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-DESCRIPTION TO PMO-DESCRIPTION.
    MOVE SCR-SCOPE-TYPE TO PMO-SCOPE-TYPE.
    MOVE SCR-SCOPE-ID TO PMO-SCOPE-ID.
    MOVE SCR-PRICE-TIER TO PMO-PRICE-TIER.
    MOVE SCR-DISCOUNT-TYPE TO PMO-DISCOUNT-TYPE.
    MOVE 0 TO PMO-PROMO-PRICE.
    MOVE 0 TO PMO-DISC-PERCENT.
    IF PMO-FIXED-PRICE THEN
        MOVE SCR-PROMO-PRICE TO PRICE-STAGING-X
        MOVE PRICE-STAGING TO PMO-PROMO-PRICE
    ELSE
        MOVE SCR-DISC-PERCENT TO DISC-STAGING-X
        MOVE DISC-STAGING TO PMO-DISC-PERCENT
    END-IF.
    MOVE EDIT-START-DATE TO PMO-START-DATE.
    MOVE EDIT-END-DATE TO PMO-END-DATE.

    3190-CHECK-LOCK-FOR-UPDATE.
    MOVE 1 TO FIELD-EDITS-OK.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3195-READ-PROMO.
    MOVE SCR-PROMO-ID TO PMO-PROMO-ID.
    READ PROMO-FILE
        INVALID KEY
            STRING "PROMOTION " SCR-PROMO-ID " NOT ON FILE"
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
    END-READ.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-PROMO.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "ADD REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "add function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-PROMO-KEY.
    PERFORM 3150-EDIT-PROMO-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF EDIT-END-DATE < MAINT-TODAY THEN
        MOVE "PROMOTION WOULD ALREADY HAVE ENDED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO PROMO-REC.
    MOVE SCR-PROMO-ID TO PMO-PROMO-ID.
    PERFORM 3180-MOVE-SCREEN-TO-RECORD.
    SET PMO-STATUS-ACTIVE TO TRUE.
    MOVE SIGNON-OPER-ID TO PMO-OPER-ID.
    MOVE MAINT-TODAY TO PMO-CHANGED-DATE.
    WRITE PROMO-REC
        INVALID KEY
            STRING "REJECTED: EXISTS " SCR-PROMO-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "ADDED: " SCR-PROMO-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-ADDED
    END-WRITE.

    *> Before its start date a promotion may be rekeyed in full.
    *> Once started, only the description and the end date change,
    *> and the end may not be pulled back before today.
    4000-CHANGE-PROMO.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-PROMO-KEY.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 3195-READ-PROMO
    END-IF.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF PMO-STATUS-WITHDRAWN THEN
        STRING "PROMOTION " SCR-PROMO-ID " IS WITHDRAWN"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF PMO-START-DATE > MAINT-TODAY THEN
        PERFORM 3150-EDIT-PROMO-FIELDS
        IF NOT FIELDS-ARE-CLEAN THEN
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
        PERFORM 3180-MOVE-SCREEN-TO-RECORD
    ELSE
        MOVE PMO-START-DATE TO EDIT-START-DATE
        PERFORM 3170-EDIT-END-DATE
        IF NOT FIELDS-ARE-CLEAN THEN
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
        IF EDIT-END-DATE < MAINT-TODAY THEN
            MOVE "STARTED: END MAY NOT FALL BEFORE TODAY" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE SCR-DESCRIPTION TO PMO-DESCRIPTION
        MOVE EDIT-END-DATE TO PMO-END-DATE
    END-IF.
    MOVE SIGNON-OPER-ID TO PMO-OPER-ID.
    MOVE MAINT-TODAY TO PMO-CHANGED-DATE.
    REWRITE PROMO-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-PROMO-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "CHANGED: " SCR-PROMO-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-CHANGED
    END-REWRITE.

    5000-DISPLAY-PROMO.
    MOVE 1 TO FIELD-EDITS-OK.
    PERFORM 3195-READ-PROMO.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE PMO-PROMO-PRICE TO PRICE-DISP.
    MOVE PMO-DISC-PERCENT TO DISC-DISP.
    DISPLAY "Promotion " PMO-PROMO-ID " " PMO-DESCRIPTION
        " status " PMO-STATUS.
    DISPLAY "  scope " PMO-SCOPE-TYPE " " PMO-SCOPE-ID
        " tier '" PMO-PRICE-TIER "' offer " PMO-DISCOUNT-TYPE
        " price " PRICE-DISP " pct " DISC-DISP.
    DISPLAY "  runs " PMO-START-DATE " to " PMO-END-DATE
        " last changed " PMO-CHANGED-DATE " by " PMO-OPER-ID.
    STRING "FOUND: " SCR-PROMO-ID
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    *> Withdrawal takes the delete authority: it ends the offer on
    *> the spot, but the record stays for the results report.
    6000-WITHDRAW-PROMO.
    PERFORM 3190-CHECK-LOCK-FOR-UPDATE.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "WITHDRAW REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "withdraw function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3195-READ-PROMO.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF PMO-STATUS-WITHDRAWN THEN
        STRING "PROMOTION " SCR-PROMO-ID " ALREADY WITHDRAWN"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    SET PMO-STATUS-WITHDRAWN TO TRUE.
    MOVE SIGNON-OPER-ID TO PMO-OPER-ID.
    MOVE MAINT-TODAY TO PMO-CHANGED-DATE.
    REWRITE PROMO-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-PROMO-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "WITHDRAWN: " SCR-PROMO-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-WITHDRAWN
    END-REWRITE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF MASTERS-ARE-OPEN THEN
        CLOSE PART-MASTER-FILE
        CLOSE PROMO-FILE
    END-IF.
    IF VENDOR-FILE-IS-OPEN THEN
        CLOSE VENDOR-FILE
    END-IF.
    DISPLAY "-- Promotion Maintenance Report --".
    DISPLAY "Promotions added    : " TOTAL-ADDED.
    DISPLAY "Promotions changed  : " TOTAL-CHANGED.
    DISPLAY "Promotions withdrawn: " TOTAL-WITHDRAWN.
    DISPLAY "Requests rejected   : " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 AND WS-RETURN-CODE < 4 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more promotion maintenance requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
