    01 TOTAL-JOBS-SKIPPED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-SCHEDULER"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-SCHEDULER"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-SCHEDULER"==.
    COPY "cycledata.cpy".
