    01 TOTAL-DUPLICATES PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CANDIDATE-SORT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CANDIDATE-SORT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
