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
    01 TOTAL-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CALENDAR-MAINT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CALENDAR-MAINT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".

    SCREEN SECTION.
    DISPLAY CALMNT-SCREEN.
    ACCEPT CALMNT-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    MOVE SCR-CAL-DATE TO SCRACT-KEY.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-ADD
            PERFORM 3000-ADD-CAL-DAY
            DISPLAY "Unrecognized function code '" SCR-FUNCTION "'."
            ADD 1 TO TOTAL-REJECTED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REJECTED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> ---------------------
    *> FUNCTION HANDLERS
    COPY "errlogproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "cycleproc.cpy".
