IDENTIFICATION DIVISION.
PROGRAM-ID. RELEASE-MAINT.

*> RELEASE-MAINT maintains the release register the way TERMS-MAINT
*> maintains the payment-terms table: a pseudo-conversational
*> screen with sign-on, add/change/display/delete against the
*> indexed RELREG file keyed on program and version. Each entry
*> records the date the version was installed, who promoted it and
*> the change reference it went in under. A blank install date
*> defaults to today and a blank promoted-by to the signed-on
*> operator. VERSION-RUN-REPORT flags any cycle in which a program
*> ran a version that has no entry here. No batch step updates the
*> register, so the screen does not wait on the batch lock.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "relregsel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  RELEASE-REGISTER-FILE.
    COPY "relregrec.cpy".

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    FD  AUTHORITY-FILE.
    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 RELEASE-REGISTER-STATUS PIC X(2).

    01 MAINT-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 MAINT-IS-DONE VALUE 1.
    01 FIELD-EDITS-OK PIC 9(1) COMP VALUE 0.
        88 FIELDS-ARE-CLEAN VALUE 1.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ADD VALUE "A" "a".
        88 SCR-FUNCTION-CHANGE VALUE "C" "c".
        88 SCR-FUNCTION-DISPLAY VALUE "D" "d".
        88 SCR-FUNCTION-DELETE VALUE "X" "x".
        88 SCR-FUNCTION-END VALUE "E" "e".
    01 SCR-PROGRAM PIC X(20).
    01 SCR-VERSION PIC X(8).
    01 SCR-INSTALL-DATE PIC X(8).
    01 SCR-PROMOTED-BY PIC X(8).
    01 SCR-CHANGE-REF PIC X(12).
    01 SCR-DESCRIPTION PIC X(30).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="RELEASE-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="RELEASE-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "RELEASE-MAINT -- Release Register Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Program......:".
        05 LINE 5 COLUMN 16 PIC X(20) USING SCR-PROGRAM.
        05 LINE 6 COLUMN 1 VALUE "Version......:".
        05 LINE 6 COLUMN 16 PIC X(8) USING SCR-VERSION.
        05 LINE 7 COLUMN 1 VALUE "Installed....: (CCYYMMDD, blank = today)".
        05 LINE 7 COLUMN 16 PIC X(8) USING SCR-INSTALL-DATE.
        05 LINE 8 COLUMN 1 VALUE "Promoted by..: (blank = you)".
        05 LINE 8 COLUMN 16 PIC X(8) USING SCR-PROMOTED-BY.
        05 LINE 9 COLUMN 1 VALUE "Change ref...:".
        05 LINE 9 COLUMN 16 PIC X(12) USING SCR-CHANGE-REF.
        05 LINE 10 COLUMN 1 VALUE "Description..:".
        05 LINE 10 COLUMN 16 PIC X(30) USING SCR-DESCRIPTION.
        05 LINE 12 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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
    PERFORM 1000-INITIALIZE.
    PERFORM 2000-CONVERSATION-STEP UNTIL MAINT-IS-DONE.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION
    *> ---------------------

    *> Opens the register for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    1000-INITIALIZE.
    OPEN I-O RELEASE-REGISTER-FILE.
    IF RELEASE-REGISTER-STATUS = "35" THEN
        OPEN OUTPUT RELEASE-REGISTER-FILE
        CLOSE RELEASE-REGISTER-FILE
        OPEN I-O RELEASE-REGISTER-FILE
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-PROGRAM.
    MOVE SPACES TO SCR-VERSION.
    MOVE SPACES TO SCR-INSTALL-DATE.
    MOVE SPACES TO SCR-PROMOTED-BY.
    MOVE SPACES TO SCR-CHANGE-REF.
    MOVE SPACES TO SCR-DESCRIPTION.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-PROGRAM " " SCR-VERSION DELIMITED BY SIZE
        INTO SCRACT-KEY.
    INSPECT SCR-PROGRAM CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-RELEASE
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-RELEASE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-RELEASE
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-RELEASE
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
    *> FIELD EDITS: program and version keyed, install date (when
    *> keyed) a real calendar date not in the future, and a change
    *> reference for every entry -- a version nobody can trace to a
    *> change is exactly what the register is there to catch.
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-PROGRAM = SPACES THEN
        MOVE "PROGRAM IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-VERSION = SPACES THEN
            MOVE "VERSION IS REQUIRED" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.

    3110-EDIT-RELEASE-FIELDS.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-CHANGE-REF = SPACES THEN
            MOVE "CHANGE REF IS REQUIRED" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        PERFORM 9400-STAMP-CURRENT-DATETIME
        IF SCR-INSTALL-DATE = SPACES THEN
            MOVE WS-CURRENT-DATE-8 TO SCR-INSTALL-DATE
        END-IF
        IF SCR-INSTALL-DATE IS NOT NUMERIC THEN
            MOVE "INSTALL DATE MUST BE CCYYMMDD" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            MOVE "V" TO DE-FUNCTION
            MOVE SCR-INSTALL-DATE TO DE-DATE-1
            CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
                DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT
                DE-RETURN-CODE
            IF DE-RETURN-CODE NOT = 0 THEN
                MOVE "INSTALL DATE IS NOT A CALENDAR DATE" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            ELSE
                IF SCR-INSTALL-DATE > WS-CURRENT-DATE-8 THEN
                    MOVE "INSTALL DATE IS IN THE FUTURE" TO SCR-MESSAGE
                    MOVE 0 TO FIELD-EDITS-OK
                END-IF
            END-IF
        END-IF
    END-IF.
    IF SCR-PROMOTED-BY = SPACES THEN
        MOVE SIGNON-OPER-ID TO SCR-PROMOTED-BY
    END-IF.

    3150-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-INSTALL-DATE TO RR-INSTALL-DATE.
    MOVE SCR-PROMOTED-BY TO RR-PROMOTED-BY.
    MOVE SCR-CHANGE-REF TO RR-CHANGE-REF.
    MOVE SCR-DESCRIPTION TO RR-DESCRIPTION.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-RELEASE.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "ADD REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "add function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3110-EDIT-RELEASE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        MOVE SCR-PROGRAM TO RR-PROGRAM
        MOVE SCR-VERSION TO RR-VERSION
        PERFORM 3150-MOVE-SCREEN-TO-RECORD
        WRITE RELEASE-REGISTER-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-VERSION
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-VERSION " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-RELEASE.
    PERFORM 3110-EDIT-RELEASE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PROGRAM TO RR-PROGRAM.
    MOVE SCR-VERSION TO RR-VERSION.
    READ RELEASE-REGISTER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-VERSION
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3150-MOVE-SCREEN-TO-RECORD
            REWRITE RELEASE-REGISTER-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-VERSION
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-VERSION " BY "
                        SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-RELEASE.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PROGRAM TO RR-PROGRAM.
    MOVE SCR-VERSION TO RR-VERSION.
    READ RELEASE-REGISTER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-VERSION
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            DISPLAY "Release " RR-PROGRAM " " RR-VERSION
                " installed " RR-INSTALL-DATE " by " RR-PROMOTED-BY
                " change " RR-CHANGE-REF " " RR-DESCRIPTION
            STRING "FOUND: " SCR-VERSION
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-RELEASE.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "DELETE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "delete function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-PROGRAM TO RR-PROGRAM.
    MOVE SCR-VERSION TO RR-VERSION.
    DELETE RELEASE-REGISTER-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-VERSION
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-VERSION " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE RELEASE-REGISTER-FILE.
    DISPLAY "-- Release Register Maintenance Report --".
    DISPLAY "Releases added   : " TOTAL-ADDED.
    DISPLAY "Releases changed : " TOTAL-CHANGED.
    DISPLAY "Releases deleted : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more release register requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
