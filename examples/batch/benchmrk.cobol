    01 TOTAL-WORKLOADS-SLOW PIC 9(2) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BENCHMARK-RUNNER"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BENCHMARK-RUNNER"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
