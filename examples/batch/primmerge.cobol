    01 TOTAL-SEQUENCE-BREAKS PIC 9(9) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-MERGE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PRIME-MERGE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
