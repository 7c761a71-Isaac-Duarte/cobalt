    01 TOTAL-ALERTS-RAISED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DEADLINE-MONITOR"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DEADLINE-MONITOR"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="DEADLINE-MONITOR"==.
    COPY "cycledata.cpy".
