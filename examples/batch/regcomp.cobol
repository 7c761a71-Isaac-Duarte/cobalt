    01 TOTAL-DRIFTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="REGRESS-COMPARE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="REGRESS-COMPARE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
