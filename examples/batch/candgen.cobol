    01 TOTAL-BAD-CARDS PIC 9(4) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CAND-GEN"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CAND-GEN"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
