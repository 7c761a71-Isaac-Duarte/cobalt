    01 TOTAL-LIVE PIC 9(2) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECKPOINT-MANAGER"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CHECKPOINT-MANAGER"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
