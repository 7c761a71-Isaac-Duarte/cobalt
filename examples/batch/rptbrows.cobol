    01 TOTAL-KEPT PIC 9(4) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="RPTARCH-BROWSE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="RPTARCH-BROWSE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
