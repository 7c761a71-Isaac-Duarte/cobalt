    01 FLAGS-LOWERED PIC 9(2) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-END"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CYCLE-END"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
