    01 TOTAL-ERRORS PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DATA-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DATA-TEST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
