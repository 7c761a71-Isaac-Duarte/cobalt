    01 TOTAL-RULES-BROKEN PIC 9(4) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CTL-TOTAL-BALANCE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CTL-TOTAL-BALANCE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
