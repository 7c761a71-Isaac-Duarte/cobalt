    01 TOTAL-UNROUTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="REPORT-BURSTER"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="REPORT-BURSTER"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
