    01 TOTAL-UPGRADED PIC 9(8) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-MASTER-LOAD"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-MASTER-LOAD"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
