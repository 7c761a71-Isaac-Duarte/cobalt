    01 TOTAL-SNAPSHOTS-WRITTEN PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SALES-ACCUM-ROLL"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SALES-ACCUM-ROLL"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
