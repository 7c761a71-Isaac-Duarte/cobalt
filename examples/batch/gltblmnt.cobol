IDENTIFICATION DIVISION.
PROGRAM-ID. GL-TABLE-MAINT.

*> GL-TABLE-MAINT maintains the two tables the general ledger is
*> booked through, the way TAXRATE-MAINT maintains the tax table: a
*> pseudo-conversational screen with sign-on, add/change/display/
*> delete, chosen per request between
*>     C  the GLACCT chart of accounts (account, name, type)
*>     M  the GLMAP account mapping (source + transaction type to a
*>        debit account and a credit account)
*> A mapping may only name accounts already on the chart, and a
*> chart account still named by a mapping row cannot be deleted, so
*> a booking program can never be pointed at an account GL-POST
*> would refuse.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "glacsel.cpy".
        COPY "glmapsel.cpy".
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
    FD  GL-ACCOUNT-FILE.
    COPY "glacrec.cpy".

    FD  GL-MAP-FILE.
    COPY "glmaprec.cpy".

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
    01 GL-ACCOUNT-STATUS PIC X(2).
    01 GL-MAP-STATUS PIC X(2).
    01 GL-MAP-EOF PIC 9(1) COMP VALUE 0.
        88 GL-MAP-AT-EOF VALUE 1.
    01 ACCOUNT-IN-USE-SWITCH PIC 9(1) COMP VALUE 0.
        88 ACCOUNT-IS-IN-USE VALUE 1.

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
    01 SCR-TABLE PIC X(1).
        88 SCR-TABLE-CHART VALUE "C" "c".
        88 SCR-TABLE-MAPPING VALUE "M" "m".
    01 SCR-ACCOUNT-NO PIC X(6).
    01 SCR-ACCOUNT-NAME PIC X(25).
    01 SCR-ACCOUNT-TYPE PIC X(1).
    01 SCR-SOURCE PIC X(4).
    01 SCR-TRANS-TYPE PIC X(4).
    01 SCR-DEBIT-ACCOUNT PIC X(6).
    01 SCR-CREDIT-ACCOUNT PIC X(6).
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    01 TOTAL-ADDED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CHANGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-DELETED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="GL-TABLE-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="GL-TABLE-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    01 MAINT-SCREEN.
        05 BLANK SCREEN.
        05 LINE 1 COLUMN 1 VALUE "GL-TABLE-MAINT -- Chart of Accounts and GL Mapping".
        05 LINE 3 COLUMN 1 VALUE "Function (A=Add C=Change D=Display X=Delete E=End):".
        05 LINE 3 COLUMN 56 PIC X(1) USING SCR-FUNCTION.
        05 LINE 4 COLUMN 1 VALUE "Table (C=Chart of accounts M=Mapping):".
        05 LINE 4 COLUMN 56 PIC X(1) USING SCR-TABLE.
        05 LINE 6 COLUMN 1 VALUE "Account......:".
        05 LINE 6 COLUMN 16 PIC X(6) USING SCR-ACCOUNT-NO.
        05 LINE 7 COLUMN 1 VALUE "Name.........:".
        05 LINE 7 COLUMN 16 PIC X(25) USING SCR-ACCOUNT-NAME.
        05 LINE 8 COLUMN 1 VALUE "Type.........: (A L Q R E)".
        05 LINE 8 COLUMN 16 PIC X(1) USING SCR-ACCOUNT-TYPE.
        05 LINE 10 COLUMN 1 VALUE "Source.......:".
        05 LINE 10 COLUMN 16 PIC X(4) USING SCR-SOURCE.
        05 LINE 11 COLUMN 1 VALUE "Trans type...:".
        05 LINE 11 COLUMN 16 PIC X(4) USING SCR-TRANS-TYPE.
        05 LINE 12 COLUMN 1 VALUE "Debit acct...:".
        05 LINE 12 COLUMN 16 PIC X(6) USING SCR-DEBIT-ACCOUNT.
        05 LINE 13 COLUMN 1 VALUE "Credit acct..:".
        05 LINE 13 COLUMN 16 PIC X(6) USING SCR-CREDIT-ACCOUNT.
        05 LINE 15 COLUMN 1 PIC X(40) FROM SCR-MESSAGE.

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
    MOVE "GLTABLES" TO LOCK-RESOURCE-NAME.
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

    *> Opens both tables for update, creating an empty file the first
    *> time this program is ever run against a given data set.
    1000-INITIALIZE.
    OPEN I-O GL-ACCOUNT-FILE.
    IF GL-ACCOUNT-STATUS = "35" THEN
        OPEN OUTPUT GL-ACCOUNT-FILE
        CLOSE GL-ACCOUNT-FILE
        OPEN I-O GL-ACCOUNT-FILE
    END-IF.
    OPEN I-O GL-MAP-FILE.
    IF GL-MAP-STATUS = "35" THEN
        OPEN OUTPUT GL-MAP-FILE
        CLOSE GL-MAP-FILE
        OPEN I-O GL-MAP-FILE
    END-IF.

    *> ---------------------
    *> PSEUDO-CONVERSATIONAL SCREEN LOOP
    *> ---------------------

    2000-CONVERSATION-STEP.
    MOVE SPACES TO SCR-FUNCTION.
    MOVE SPACES TO SCR-TABLE.
    MOVE SPACES TO SCR-ACCOUNT-NO.
    MOVE SPACES TO SCR-ACCOUNT-NAME.
    MOVE SPACES TO SCR-ACCOUNT-TYPE.
    MOVE SPACES TO SCR-SOURCE.
    MOVE SPACES TO SCR-TRANS-TYPE.
    MOVE SPACES TO SCR-DEBIT-ACCOUNT.
    MOVE SPACES TO SCR-CREDIT-ACCOUNT.
    DISPLAY MAINT-SCREEN.
    ACCEPT MAINT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-TABLE " " SCR-ACCOUNT-NO " " SCR-SOURCE " "
        SCR-TRANS-TYPE DELIMITED BY SIZE INTO SCRACT-KEY.
    IF SCR-FUNCTION-END THEN
        MOVE 1 TO MAINT-DONE-SWITCH
        EXIT PARAGRAPH
    END-IF.
    IF NOT SCR-TABLE-CHART AND NOT SCR-TABLE-MAPPING THEN
        MOVE "TABLE MUST BE C OR M" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-ENTRY
        WHEN SCR-FUNCTION-CHANGE
            PERFORM 4000-CHANGE-ENTRY
        WHEN SCR-FUNCTION-DISPLAY
            PERFORM 5000-DISPLAY-ENTRY
        WHEN SCR-FUNCTION-DELETE
            PERFORM 6000-DELETE-ENTRY
        WHEN OTHER
            DISPLAY "Unrecognized function code '" SCR-FUNCTION "'."
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FIELD EDITS
    *> ---------------------

    3100-EDIT-ACCOUNT-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    MOVE SCR-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE.
    IF SCR-ACCOUNT-NO = SPACES THEN
        MOVE "ACCOUNT NUMBER IS REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
    ELSE
        IF SCR-ACCOUNT-NAME = SPACES THEN
            MOVE "ACCOUNT NAME IS REQUIRED" TO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
        ELSE
            IF NOT GA-TYPE-VALID THEN
                MOVE "TYPE MUST BE A L Q R OR E" TO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
            END-IF
        END-IF
    END-IF.

    *> Both sides of a mapping must already be on the chart.
    3150-EDIT-MAPPING-FIELDS.
    MOVE 1 TO FIELD-EDITS-OK.
    IF SCR-SOURCE = SPACES OR SCR-TRANS-TYPE = SPACES THEN
        MOVE "SOURCE AND TRANS TYPE ARE REQUIRED" TO SCR-MESSAGE
        MOVE 0 TO FIELD-EDITS-OK
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-DEBIT-ACCOUNT TO GA-ACCOUNT-NO.
    READ GL-ACCOUNT-FILE
        INVALID KEY
            STRING "DEBIT ACCT NOT ON CHART " SCR-DEBIT-ACCOUNT
                DELIMITED BY SIZE INTO SCR-MESSAGE
            MOVE 0 TO FIELD-EDITS-OK
    END-READ.
    IF FIELDS-ARE-CLEAN THEN
        MOVE SCR-CREDIT-ACCOUNT TO GA-ACCOUNT-NO
        READ GL-ACCOUNT-FILE
            INVALID KEY
                STRING "CREDIT ACCT NOT ON CHART " SCR-CREDIT-ACCOUNT
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                MOVE 0 TO FIELD-EDITS-OK
        END-READ
    END-IF.

    *> ---------------------
    *> FUNCTION HANDLERS
    *> ---------------------

    3000-ADD-ENTRY.
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
    IF SCR-TABLE-CHART THEN
        PERFORM 3010-ADD-ACCOUNT
    ELSE
        PERFORM 3020-ADD-MAPPING
    END-IF.

    3010-ADD-ACCOUNT.
    PERFORM 3100-EDIT-ACCOUNT-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        MOVE SCR-ACCOUNT-NO TO GA-ACCOUNT-NO
        MOVE SCR-ACCOUNT-NAME TO GA-ACCOUNT-NAME
        MOVE SCR-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
        WRITE GL-ACCOUNT-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-ACCOUNT-NO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: ACCOUNT " SCR-ACCOUNT-NO " BY "
                    SIGNON-OPER-ID DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    3020-ADD-MAPPING.
    PERFORM 3150-EDIT-MAPPING-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
    ELSE
        MOVE SCR-SOURCE TO GM-SOURCE
        MOVE SCR-TRANS-TYPE TO GM-TRANS-TYPE
        MOVE SCR-DEBIT-ACCOUNT TO GM-DEBIT-ACCOUNT
        MOVE SCR-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT
        WRITE GL-MAP-REC
            INVALID KEY
                STRING "REJECTED: EXISTS " SCR-SOURCE " "
                    SCR-TRANS-TYPE DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                STRING "ADDED: MAP " SCR-SOURCE " " SCR-TRANS-TYPE
                    " BY " SIGNON-OPER-ID
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-ADDED
        END-WRITE
    END-IF.

    4000-CHANGE-ENTRY.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF SCR-TABLE-CHART THEN
        PERFORM 4010-CHANGE-ACCOUNT
    ELSE
        PERFORM 4020-CHANGE-MAPPING
    END-IF.

    4010-CHANGE-ACCOUNT.
    PERFORM 3100-EDIT-ACCOUNT-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-ACCOUNT-NO TO GA-ACCOUNT-NO.
    READ GL-ACCOUNT-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-ACCOUNT-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            MOVE SCR-ACCOUNT-NAME TO GA-ACCOUNT-NAME
            MOVE SCR-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
            REWRITE GL-ACCOUNT-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-ACCOUNT-NO
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: ACCOUNT " SCR-ACCOUNT-NO " BY "
                        SIGNON-OPER-ID DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    4020-CHANGE-MAPPING.
    PERFORM 3150-EDIT-MAPPING-FIELDS.
    IF NOT FIELDS-ARE-CLEAN THEN
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-SOURCE TO GM-SOURCE.
    MOVE SCR-TRANS-TYPE TO GM-TRANS-TYPE.
    READ GL-MAP-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-SOURCE " " SCR-TRANS-TYPE
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            MOVE SCR-DEBIT-ACCOUNT TO GM-DEBIT-ACCOUNT
            MOVE SCR-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT
            REWRITE GL-MAP-REC
                INVALID KEY
                    STRING "REJECTED: REWRITE FAILED " SCR-SOURCE
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-REJECTED
                NOT INVALID KEY
                    STRING "CHANGED: MAP " SCR-SOURCE " " SCR-TRANS-TYPE
                        " BY " SIGNON-OPER-ID
                        DELIMITED BY SIZE INTO SCR-MESSAGE
                    ADD 1 TO TOTAL-CHANGED
            END-REWRITE
    END-READ.

    5000-DISPLAY-ENTRY.
    IF SCR-TABLE-CHART THEN
        MOVE SCR-ACCOUNT-NO TO GA-ACCOUNT-NO
        READ GL-ACCOUNT-FILE
            INVALID KEY
                STRING "REJECTED: NOT FOUND " SCR-ACCOUNT-NO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                DISPLAY "Account " GA-ACCOUNT-NO " " GA-ACCOUNT-NAME
                    " type " GA-ACCOUNT-TYPE
                STRING "FOUND: ACCOUNT " SCR-ACCOUNT-NO
                    DELIMITED BY SIZE INTO SCR-MESSAGE
        END-READ
    ELSE
        MOVE SCR-SOURCE TO GM-SOURCE
        MOVE SCR-TRANS-TYPE TO GM-TRANS-TYPE
        READ GL-MAP-FILE
            INVALID KEY
                STRING "REJECTED: NOT FOUND " SCR-SOURCE " "
                    SCR-TRANS-TYPE DELIMITED BY SIZE INTO SCR-MESSAGE
                ADD 1 TO TOTAL-REJECTED
            NOT INVALID KEY
                DISPLAY "Map " GM-SOURCE " " GM-TRANS-TYPE
                    " DR " GM-DEBIT-ACCOUNT " CR " GM-CREDIT-ACCOUNT
                STRING "FOUND: MAP " SCR-SOURCE " " SCR-TRANS-TYPE
                    DELIMITED BY SIZE INTO SCR-MESSAGE
        END-READ
    END-IF.

    6000-DELETE-ENTRY.
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF NOT SIGNON-MAY-DELETE THEN
        STRING "DELETE REFUSED FOR " SIGNON-OPER-ID DELIMITED BY SIZE
            INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        MOVE "REFUSED" TO SECEVENT-TYPE
        MOVE "delete function refused" TO SECEVENT-DETAIL
        PERFORM 9920-LOG-SECURITY-EVENT
        EXIT PARAGRAPH
    END-IF.
    IF SCR-TABLE-CHART THEN
        PERFORM 6010-DELETE-ACCOUNT
    ELSE
        PERFORM 6020-DELETE-MAPPING
    END-IF.

    6010-DELETE-ACCOUNT.
    PERFORM 6100-CHECK-ACCOUNT-IN-USE.
    IF ACCOUNT-IS-IN-USE THEN
        STRING "REJECTED: " SCR-ACCOUNT-NO " IS MAPPED"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-ACCOUNT-NO TO GA-ACCOUNT-NO.
    DELETE GL-ACCOUNT-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-ACCOUNT-NO
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: ACCOUNT " SCR-ACCOUNT-NO " BY "
                SIGNON-OPER-ID DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    6020-DELETE-MAPPING.
    MOVE SCR-SOURCE TO GM-SOURCE.
    MOVE SCR-TRANS-TYPE TO GM-TRANS-TYPE.
    DELETE GL-MAP-FILE
        INVALID KEY
            STRING "REJECTED: NOT FOUND " SCR-SOURCE " " SCR-TRANS-TYPE
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        NOT INVALID KEY
            STRING "DELETED: MAP " SCR-SOURCE " " SCR-TRANS-TYPE
                " BY " SIGNON-OPER-ID
                DELIMITED BY SIZE INTO SCR-MESSAGE
            ADD 1 TO TOTAL-DELETED
    END-DELETE.

    *> A walk of the whole mapping table for any row still naming
    *> the account on either side.
    6100-CHECK-ACCOUNT-IN-USE.
    MOVE 0 TO ACCOUNT-IN-USE-SWITCH.
    MOVE 0 TO GL-MAP-EOF.
    MOVE LOW-VALUES TO GM-MAP-KEY.
    START GL-MAP-FILE KEY NOT < GM-MAP-KEY
        INVALID KEY MOVE 1 TO GL-MAP-EOF
    END-START.
    PERFORM 6110-CHECK-ONE-MAPPING UNTIL GL-MAP-AT-EOF.

    6110-CHECK-ONE-MAPPING.
    READ GL-MAP-FILE NEXT RECORD
        AT END MOVE 1 TO GL-MAP-EOF
        NOT AT END
            IF GM-DEBIT-ACCOUNT = SCR-ACCOUNT-NO
                    OR GM-CREDIT-ACCOUNT = SCR-ACCOUNT-NO THEN
                MOVE 1 TO ACCOUNT-IN-USE-SWITCH
                MOVE 1 TO GL-MAP-EOF
            END-IF
    END-READ.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    CLOSE GL-ACCOUNT-FILE.
    CLOSE GL-MAP-FILE.
    DISPLAY "-- GL Table Maintenance Report --".
    DISPLAY "Entries added    : " TOTAL-ADDED.
    DISPLAY "Entries changed  : " TOTAL-CHANGED.
    DISPLAY "Entries deleted  : " TOTAL-DELETED.
    DISPLAY "Requests rejected: " TOTAL-REJECTED.
    IF TOTAL-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "One or more GL table maintenance requests were rejected." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
