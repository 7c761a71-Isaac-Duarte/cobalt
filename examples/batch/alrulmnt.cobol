IDENTIFICATION DIVISION.
PROGRAM-ID. ALERT-RULE-MAINT.

*> ALERT-RULE-MAINT maintains the business-alert rule table the way
*> RELEASE-MAINT maintains the release register: a pseudo-
*> conversational screen with sign-on, add/change/display/delete
*> against the indexed ALRTRULE file keyed on rule id. Each rule
*> names a condition (CL credit limit, ZB zero on hand with back
*> orders, BC priced below cost, IT invoice total, BS balance swing),
*> its threshold, the severity to raise and the operator group to
*> route the alert to. A blank routing group leaves the alert to the
*> ALRTROUT table like any operational alert; a blank active flag
*> defaults to Y. BIZ-ALERT-EVAL only reads the table, so the screen
*> does not wait on the batch lock.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "alrulesel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  ALERT-RULE-FILE.
    COPY "alrulerec.cpy".

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
    01 ALERT-RULE-STATUS PIC X(2).

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
    01 SCR-RULE-ID PIC X(6).
    01 SCR-CONDITION PIC X(2).
    01 SCR-THRESHOLD PIC X(11).
    01 SCR-SEVERITY PIC X(1).
    01 SCR-ROUTE-GROUP PIC X(8).
    01 SCR-ACTIVE PIC X(1).
    01 SCR-DESCRIPTION PIC X(30).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 THRESHOLD-STAGING PIC 9(9)V99.
    01 THRESHOLD-STAGING-X REDEFINES THRESHOLD-STAGING PIC X(11).

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERT-RULE-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERT-RULE-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "ALERT-RULE-MAINT -- Business Alert Rule Maintenance".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 5 COLUMN 1 VALUE "Rule id......:".
        05 LINE 5 COLUMN 16 PIC X(6) USING SCR-RULE-ID.
        05 LINE 6 COLUMN 1 VALUE "Condition....:".
        05 LINE 6 COLUMN 16 PIC X(2) USING SCR-CONDITION.
        05 LINE 6 COLUMN 20 VALUE "(CL ZB BC IT BS)".
        05 LINE 7 COLUMN 1 VALUE "Threshold....:".
        05 LINE 7 COLUMN 16 PIC X(11) USING SCR-THRESHOLD.
        05 LINE 7 COLUMN 29 VALUE "(11 digits, 2 implied decimals)".
        05 LINE 8 COLUMN 1 VALUE "Severity.....: (I W E S)".
        05 LINE 8 COLUMN 16 PIC X(1) USING SCR-SEVERITY.
        05 LINE 9 COLUMN 1 VALUE "Route group..: (blank = ALRTROUT)".
        05 LINE 9 COLUMN 16 PIC X(8) USING SCR-ROUTE-GROUP.
        05 LINE 10 COLUMN 1 VALUE "Active.......: (Y/N, blank = Y)".
        05 LINE 10 COLUMN 16 PIC X(1) USING SCR-ACTIVE.
        05 LINE 11 COLUMN 1 VALUE "Description..:".
        05 LINE 11 COLUMN 16 PIC X(30) USING SCR-DESCRIPTION.
        05 LINE 13 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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

    *> Opens the rule table for update, creating an empty file the
    *> first time this program is ever run against a given data set.
    1000-INITIALIZE.
    OPEN I-O ALERT-RULE-FILE.
    IF ALERT-RULE-STATUS = "35" THEN
        OPEN OUTPUT ALERT-RULE-FILE
        CLOSE ALERT-RULE-FILE
        OPEN I-O ALERT-RULE-FILE
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-RULE-ID.
    MOVE SPACES TO SCR-CONDITION.
    MOVE SPACES TO SCR-THRESHOLD.
    MOVE SPACES TO SCR-SEVERITY.
    MOVE SPACES TO SCR-ROUTE-GROUP.
    MOVE SPACES TO SCR-ACTIVE.
    MOVE SPACES TO SCR-DESCRIPTION.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-RULE-ID TO SCRACT-KEY.
    INSPECT SCR-RULE-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT SCR-CONDITION CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT SCR-SEVERITY CONVERTING "iwes" TO "IWES".
    INSPECT SCR-ROUTE-GROUP CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    INSPECT SCR-ACTIVE CONVERTING "yn" TO "YN".
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-RULE
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-RULE
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-RULE
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-RULE
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
    *> FIELD EDITS: rule id keyed, a known condition code, the full
    *> threshold width keyed (a short value would land left-justified
    *> in the staging field and inflate the threshold), a known
    *> severity and a Y/N active flag. The routing group is free
    *> text -- ALERTGEN routes to whatever group the rule names.
    *> ---------------------

    3100-EDIT-KEY-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-RULE-ID = SPACES THEN
        MOVE "RULE ID IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    END-IF.

    3110-EDIT-RULE-FIELDS.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-CONDITION TO AU-CONDITION
        IF NOT AU-COND-IS-VALID THEN
            MOVE "CONDITION MUST BE CL ZB BC IT OR BS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-THRESHOLD IS NOT NUMERIC THEN
            MOVE "THRESHOLD MUST BE 11 DIGITS" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-SEVERITY TO AU-SEVERITY
        IF NOT AU-SEV-IS-VALID THEN
            MOVE "SEVERITY MUST BE I W E OR S" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.
    IF FIELDS-ARE-CLEAN THEN
        IF SCR-ACTIVE = SPACES THEN
            MOVE "Y" TO SCR-ACTIVE
        END-IF
        IF SCR-ACTIVE NOT = "Y" AND SCR-ACTIVE NOT = "N" THEN
            MOVE "ACTIVE MUST BE Y OR N" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        END-IF
    END-IF.

    3150-MOVE-SCREEN-TO-RECORD.
    MOVE SCR-CONDITION TO AU-CONDITION.
    MOVE SCR-THRESHOLD TO THRESHOLD-STAGING-X.
    MOVE THRESHOLD-STAGING TO AU-THRESHOLD.
    MOVE SCR-SEVERITY TO AU-SEVERITY.
    MOVE SCR-ROUTE-GROUP TO AU-ROUTE-GROUP.
    MOVE SCR-ACTIVE TO AU-ACTIVE.
    MOVE SCR-DESCRIPTION TO AU-DESCRIPTION.
    MOVE SIGNON-OPER-ID TO AU-CHANGED-BY.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO AU-CHANGED-DATE.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-RULE.
    IF NOT SIGNON-MAY-ADD THEN
        STRING "ADD REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "add function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3110-EDIT-RULE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        MOVE SCR-RULE-ID TO AU-RULE-ID
        PERFORM 3150-MOVE-SCREEN-TO-RECORD
        WRITE ALERT-RULE-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-RULE-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: " SCR-RULE-ID " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-RULE.
    PERFORM 3110-EDIT-RULE-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-RULE-ID TO AU-RULE-ID.
    READ ALERT-RULE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-RULE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            PERFORM 3150-MOVE-SCREEN-TO-RECORD
            REWRITE ALERT-RULE-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-RULE-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: " SCR-RULE-ID " BY "
                        SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-RULE.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-RULE-ID TO AU-RULE-ID.
    READ ALERT-RULE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-RULE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            DISPLAY "Rule " AU-RULE-ID " condition " AU-CONDITION
                " threshold " AU-THRESHOLD " severity " AU-SEVERITY
                " group " AU-ROUTE-GROUP " active " AU-ACTIVE
                " " AU-DESCRIPTION
            DISPLAY "  last changed " AU-CHANGED-DATE " by "
                AU-CHANGED-BY
            STRING "FOUND: " SCR-RULE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
    END-READ.

    6000-DELETE-RULE.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "DELETE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "delete function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3100-EDIT-KEY-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-RULE-ID TO AU-RULE-ID.
    DELETE ALERT-RULE-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-RULE-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: " SCR-RULE-ID " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE ALERT-RULE-FILE.
    DISPLAY "-- Business Alert Rule Maintenance Report --".
    DISPLAY "Rules added      : " TOTAL-ADDED.
    DISPLAY "Rules changed    : " TOTAL-CHANGED.
    DISPLAY "Rules deleted    : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more alert rule requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
