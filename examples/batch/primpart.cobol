    01 SHARD-START-DISP PIC 9(9).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-PARTITION"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-PARTITION"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
