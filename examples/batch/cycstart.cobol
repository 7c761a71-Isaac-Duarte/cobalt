    COPY "lockdata.cpy".

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-START"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-START"==.
    COPY "dtstampdata.cpy".
    COPY "cycledata.cpy".
