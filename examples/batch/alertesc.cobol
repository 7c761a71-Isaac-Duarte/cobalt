    01 TOTAL-ESCALATED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERT-ESCALATE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ALERT-ESCALATE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
