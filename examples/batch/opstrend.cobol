    01 TOTAL-CYCLES-FLAGGED PIC 9(3) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPS-TREND"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="OPS-TREND"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
