    01 TOTAL-DROPPED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-RECON"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-RECON"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
