    01 TOTAL-LIVE-LOCKS PIC 9(4) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="STALE-LOCK-SCAN"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="STALE-LOCK-SCAN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
