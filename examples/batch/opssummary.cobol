    01 RW-COUNT-DISP PIC Z(8)9.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="DAILY-OPS-SUMMARY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="DAILY-OPS-SUMMARY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
