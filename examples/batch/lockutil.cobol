            10 FL-STREAM PIC X(8).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BATCH-LOCK-UTILITY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BATCH-LOCK-UTILITY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
