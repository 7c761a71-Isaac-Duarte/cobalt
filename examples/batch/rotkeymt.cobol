IDENTIFICATION DIVISION.
PROGRAM-ID. ROT-KEY-MAINT.

*> ROT-KEY-MAINT is the supervisor screen over the keyword-cipher key
*> registry ROT-ENCODER takes its keyword from: one record per key
*> id with the keyword, the first day it is in force, the day it is
*> scheduled to retire, and who keyed it. Functions:
*>     A  add a key (effective today or later)
*>     C  change a key's schedule -- its retirement date, and its
*>        effective date while it has not yet come into force
*>     D  display a key
*>     R  retire a key today, ahead of its schedule
*> A key is never deleted and its keyword never changed once keyed:
*> every batch encoded under it names it on its ROTHDR header, and
*> ROT-DECODER fetches the keyword by that id for as long as the
*> batch is kept. Because whoever holds the keys can read every
*> batch, profile-level authority is not enough here: the operator
*> must carry an explicit "Y" row for ROT-KEY-MAINT on the authority
*> matrix, and a missing matrix file admits nobody. Adds ride the add
*> authority and early retirements the delete authority.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "rotkeysel.cpy".
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
    FD  ROT-KEY-FILE.
    COPY "rotkeyrec.cpy".

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
    01 ROT-KEY-STATUS PIC X(2).
    01 KEY-OFFICER-SWITCH PIC 9(1) COMP VALUE 0.
        88 OPERATOR-MAY-KEEP-KEYS VALUE 1.

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-RETIRE VALUE "R" "r".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-KEY-ID PIC X(8).
    01 SCR-KEYWORD PIC X(20).
    01 SCR-EFF-DATE PIC X(8).
    01 SCR-RET-DATE PIC X(8).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

*> DATE-ENGINE validates both keyed dates before they can land on
*> the registry.
    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

*> A keyword is letters only, no embedded spaces, and long enough
*> that its repeating shifts are not a Caesar shift in disguise.
    01 KEYWORD-MIN-LEN PIC 9(2) COMP VALUE 6.
    01 KEYWORD-SPACE-COUNT PIC 9(2) COMP VALUE 0.
    01 KEYED-EFF-DATE PIC 9(8) VALUE 0.
    01 KEYED-RET-DATE PIC 9(8) VALUE 0.

    01 FIELDS-OK PIC 9(1) COMP VALUE 0.
    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-RETIRED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-KEY-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ROT-KEY-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "ROT-KEY-MAINT -- Keyword Cipher Key Registry".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display R=Retire E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Key id.......:".
        05 LINE 5 COLUMN 16 PIC X(8) USING SCR-KEY-ID.
        05 LINE 6 COLUMN 1 VALUE "Keyword......:".
        05 LINE 6 COLUMN 16 PIC X(20) USING SCR-KEYWORD.
        05 LINE 7 COLUMN 1 VALUE "Effective....:".
        05 LINE 7 COLUMN 16 PIC X(8) USING SCR-EFF-DATE.
        05 LINE 8 COLUMN 1 VALUE "Retires......:".
        05 LINE 8 COLUMN 16 PIC X(8) USING SCR-RET-DATE.
        05 LINE 10 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 9900-OPERATOR-SIGN-ON.
    IF SIGNON-SUCCEEDED THEN
        PERFORM 1100-CHECK-KEY-OFFICER-AUTHORITY
    END-IF.
    IF NOT SIGNON-SUCCEEDED OR NOT OPERATOR-MAY-KEEP-KEYS THEN
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Operator sign-on failed or lacks key registry authority." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        MOVE WS-RETURN-CODE TO RETURN-CODE
        PERFORM 9710-AUDIT-LOG-FINISH
        STOP RUN
    END-IF.
    MOVE SIGNON-OPER-ID TO AUDIT-OPER-ID.
    MOVE "ROTKEYS" TO LOCK-RESOURCE-NAME.
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

    *> Opens the registry for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    1000-INITIALIZE.
    OPEN I-O ROT-KEY-FILE.
    IF ROT-KEY-STATUS = "35" THEN
        OPEN OUTPUT ROT-KEY-FILE
        CLOSE ROT-KEY-FILE
        OPEN I-O ROT-KEY-FILE
    END-IF.
    PERFORM 9400-STAMP-CURRENT-DATETIME.

    *> Key custody needs an explicit "Y" row for this program, read
    *> straight off the matrix; the refusal is a security event.
    1100-CHECK-KEY-OFFICER-AUTHORITY.
    MOVE 0 TO KEY-OFFICER-SWITCH.
    OPEN INPUT AUTHORITY-FILE.
    IF AUTHORITY-STATUS = "00" THEN
        MOVE SIGNON-OPER-ID TO AU-OPER-ID
        MOVE AUDIT-PROGRAM-NAME TO AU-PROGRAM
        READ AUTHORITY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AU-IS-ALLOWED THEN
                    MOVE 1 TO KEY-OFFICER-SWITCH
                END-IF
        END-READ
        CLOSE AUTHORITY-FILE
    END-IF.
    IF NOT OPERATOR-MAY-KEEP-KEYS THEN
        DISPLAY "Operator " SIGNON-OPER-ID
            " holds no key registry authority."
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "no key registry row" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-KEY-ID.
    MOVE SPACES TO SCR-KEYWORD.
    MOVE SPACES TO SCR-EFF-DATE.
    MOVE SPACES TO SCR-RET-DATE.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-KEY-ID TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-KEY
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-KEY
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-KEY
        WHEN SCR-FUNCTION-RETIRE
            PERFORM 6000-RETIRE-KEY
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
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-KEY.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
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
    PERFORM 7000-VALIDATE-KEYWORD.
    IF FIELDS-OK = 1 THEN
        PERFORM 7100-VALIDATE-SCHEDULE
    END-IF.
    IF FIELDS-OK = 1 AND KEYED-EFF-DATE < WS-CURRENT-DATE-8 THEN
        MOVE "EFFECTIVE DATE IS IN THE PAST" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE 0 TO FIELDS-OK
    END-IF.
    IF FIELDS-OK = 1 THEN
        PERFORM 3100-WRITE-KEY
    END-IF.

    3100-WRITE-KEY.
    INITIALIZE ROT-KEY-REC.
    MOVE SCR-KEY-ID TO RK-KEY-ID.
    MOVE SCR-KEYWORD TO RK-KEYWORD.
    MOVE KEYED-EFF-DATE TO RK-EFFECTIVE-DATE.
    MOVE KEYED-RET-DATE TO RK-RETIRE-DATE.
    MOVE SIGNON-OPER-ID TO RK-CREATED-BY.
    MOVE WS-CURRENT-DATE-8 TO RK-CREATED-DATE.
    MOVE "A" TO RK-KEY-STATUS.
    MOVE 0 TO RK-RETIRED-ON.
    WRITE ROT-KEY-REC
        INVALID KEY
            STRING "REJECTED: EXISTS " SCR-KEY-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "ADDED: " SCR-KEY-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-ADDED
            MOVE "KEYADD" TO SECEVENT-TYPE
            STRING "key " SCR-KEY-ID " added" DELIMITED BY SIZE
                INTO SECEVENT-DETAIL
            PERFORM 9920-LOG-SECURITY-EVENT
    END-WRITE.

    4000-CHANGE-KEY.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-KEY-ID TO RK-KEY-ID.
    READ ROT-KEY-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-KEY-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 4100-REWRITE-KEY
    END-READ.

    *> The keyword field may be left blank or keyed as it stands; any
    *> other keyword is refused, since batches already encoded under
    *> this id must keep decoding. An effective date may only move
    *> while the key has not come into force.
    4100-REWRITE-KEY.
    IF RK-IS-RETIRED THEN
        STRING "REJECTED: RETIRED " SCR-KEY-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF SCR-KEYWORD NOT = SPACES AND SCR-KEYWORD NOT = RK-KEYWORD THEN
        MOVE "KEYWORD CANNOT BE CHANGED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 7100-VALIDATE-SCHEDULE.
    IF FIELDS-OK = 0 THEN
        EXIT PARAGRAPH
    END-IF.
    IF KEYED-EFF-DATE NOT = RK-EFFECTIVE-DATE
            AND (RK-EFFECTIVE-DATE NOT > WS-CURRENT-DATE-8
                OR KEYED-EFF-DATE < WS-CURRENT-DATE-8) THEN
        MOVE "KEY IN FORCE: EFFECTIVE DATE FIXED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF KEYED-RET-DATE NOT = 0 AND KEYED-RET-DATE < WS-CURRENT-DATE-8 THEN
        MOVE "RETIRE DATE IS IN THE PAST" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE KEYED-EFF-DATE TO RK-EFFECTIVE-DATE.
    MOVE KEYED-RET-DATE TO RK-RETIRE-DATE.
    REWRITE ROT-KEY-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-KEY-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "CHANGED: " SCR-KEY-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-CHANGED
            MOVE "KEYCHG" TO SECEVENT-TYPE
            STRING "key " SCR-KEY-ID " rescheduled" DELIMITED BY SIZE
                INTO SECEVENT-DETAIL
            PERFORM 9920-LOG-SECURITY-EVENT
    END-REWRITE.

    5000-DISPLAY-KEY.
    MOVE SCR-KEY-ID TO RK-KEY-ID.
    READ ROT-KEY-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-KEY-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            MOVE RK-KEYWORD TO SCR-KEYWORD
            MOVE RK-EFFECTIVE-DATE TO SCR-EFF-DATE
            MOVE RK-RETIRE-DATE TO SCR-RET-DATE
            DISPLAY "Key " RK-KEY-ID " effective " RK-EFFECTIVE-DATE
                " retires " RK-RETIRE-DATE " status " RK-KEY-STATUS
            DISPLAY "    keyed by " RK-CREATED-BY " on " RK-CREATED-DATE
                " retired on " RK-RETIRED-ON
            STRING "FOUND: " SCR-KEY-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
    END-READ.

    6000-RETIRE-KEY.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "RETIRE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "retire function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
    ELSE
        PERFORM 6100-RETIRE-KEY-REC
    END-IF.

    *> An early retirement takes effect today; ROT-KEY-ROTATE reports
    *> the generations still encrypted under the key that night.
    6100-RETIRE-KEY-REC.
    MOVE SCR-KEY-ID TO RK-KEY-ID.
    READ ROT-KEY-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-KEY-ID DELIMITED BY SIZE
                INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
    END-READ.
    IF RK-IS-RETIRED THEN
        STRING "REJECTED: ALREADY RETIRED " SCR-KEY-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE "R" TO RK-KEY-STATUS.
    MOVE WS-CURRENT-DATE-8 TO RK-RETIRED-ON.
    IF RK-RETIRE-DATE = 0 OR RK-RETIRE-DATE > WS-CURRENT-DATE-8 THEN
        MOVE WS-CURRENT-DATE-8 TO RK-RETIRE-DATE
    END-IF.
    REWRITE ROT-KEY-REC
        INVALID KEY
            STRING "REJECTED: REWRITE FAILED " SCR-KEY-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "RETIRED: " SCR-KEY-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-RETIRED
            MOVE "KEYRET" TO SECEVENT-TYPE
            STRING "key " SCR-KEY-ID " retired early" DELIMITED BY SIZE
                INTO SECEVENT-DETAIL
            PERFORM 9920-LOG-SECURITY-EVENT
    END-REWRITE.

    *> ---------------------
    *> VALIDATION
    *> ---------------------

    *> Key id present; keyword all letters, one word, long enough.
    7000-VALIDATE-KEYWORD.
    MOVE 0 TO FIELDS-OK.
    IF SCR-KEY-ID = SPACES THEN
        MOVE "KEY ID IS REQUIRED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-KEYWORD TO EDIT-INPUT-FIELD.
    PERFORM 9210-EDIT-CHECK-ALPHA.
    IF NOT EDIT-IS-VALID THEN
        MOVE "KEYWORD MUST BE LETTERS ONLY" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE EDIT-INPUT-FIELD(1:20) TO SCR-KEYWORD.
    MOVE 0 TO KEYWORD-SPACE-COUNT.
    INSPECT SCR-KEYWORD(1:EDIT-INPUT-LEN) TALLYING KEYWORD-SPACE-COUNT
        FOR ALL SPACES.
    IF KEYWORD-SPACE-COUNT > 0 THEN
        MOVE "KEYWORD MUST BE ONE WORD" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF EDIT-INPUT-LEN < KEYWORD-MIN-LEN THEN
        MOVE "KEYWORD TOO SHORT (6 LETTERS MINIMUM)" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO FIELDS-OK.

    *> The effective date must be a true calendar date (DATE-ENGINE
    *> "V"); the retirement date is blank for none, otherwise a true
    *> date after the effective date.
    7100-VALIDATE-SCHEDULE.
    MOVE 0 TO FIELDS-OK.
    IF SCR-EFF-DATE IS NOT NUMERIC THEN
        MOVE "EFFECTIVE DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-EFF-DATE TO KEYED-EFF-DATE.
    MOVE KEYED-EFF-DATE TO DE-DATE-1.
    PERFORM 7150-CALL-DATE-VALIDATE.
    IF DE-RETURN-CODE NOT = 0 THEN
        MOVE "EFFECTIVE DATE NOT A REAL DATE" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO KEYED-RET-DATE.
    IF SCR-RET-DATE NOT = SPACES AND SCR-RET-DATE NOT = "00000000" THEN
        IF SCR-RET-DATE IS NOT NUMERIC THEN
            MOVE "RETIRE DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
        MOVE SCR-RET-DATE TO KEYED-RET-DATE
        MOVE KEYED-RET-DATE TO DE-DATE-1
        PERFORM 7150-CALL-DATE-VALIDATE
        IF DE-RETURN-CODE NOT = 0 THEN
            MOVE "RETIRE DATE NOT A REAL DATE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
        IF KEYED-RET-DATE NOT > KEYED-EFF-DATE THEN
            MOVE "RETIRE DATE MUST FOLLOW EFFECTIVE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 1 TO FIELDS-OK.

    7150-CALL-DATE-VALIDATE.
    MOVE "V" TO DE-FUNCTION.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE ROT-KEY-FILE.
    DISPLAY "-- Key Registry Maintenance Report --".
    DISPLAY "Operator " SIGNON-OPER-ID " session totals:".
    DISPLAY "Keys added        : " TOTAL-ADDED.
    DISPLAY "Keys rescheduled  : " TOTAL-CHANGED.
    DISPLAY "Keys retired      : " TOTAL-RETIRED.
    DISPLAY "Requests rejected : " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more key registry requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "cycleproc.cpy".
