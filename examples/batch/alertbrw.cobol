        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "lockfd.cpy".
    COPY "auditfd.cpy".
    01 CURRENT-SHOWN-IDX PIC 9(4) COMP VALUE 0.
    01 SEVERITY-FILTER PIC X(1) VALUE SPACE.
    01 TOTAL-ACKNOWLEDGED PIC 9(6) COMP VALUE 0.
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-NEXT VALUE "N" "n".
    01 SCR-MESSAGE PIC X(40) VALUE SPACES.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERT-BROWSE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERT-BROWSE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    DISPLAY BROWSE-SCREEN.
    ACCEPT BROWSE-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-ALERT-STAMP TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-NEXT
            PERFORM 2400-STEP-TO-NEXT-UNACKED
            MOVE 1 TO BROWSE-DONE-SWITCH
        WHEN OTHER
            MOVE "UNRECOGNIZED FUNCTION" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    2100-PAINT-CURRENT-ALERT.
    IF CURRENT-SHOWN-IDX = 0 THEN
    PERFORM 9850-CHECK-BATCH-LOCK.
    IF LOCK-IS-HELD THEN
        MOVE "NIGHTLY BATCH IN PROGRESS" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF CURRENT-SHOWN-IDX = 0 THEN
        MOVE "NO ALERT ON SHOW TO ACKNOWLEDGE" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REJECTED
    ELSE
        IF SCR-OPERATOR-INITS = SPACES THEN
            MOVE "INITIALS REQUIRED TO ACKNOWLEDGE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REJECTED
        ELSE
            MOVE "Y" TO AT-ACK-FLAG(CURRENT-SHOWN-IDX)
            MOVE SCR-OPERATOR-INITS TO AT-ACK-OPERATOR(CURRENT-SHOWN-IDX)
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
