    01 LOG-FLOAT-DISP PIC 9(4).9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="INPUT-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="INPUT-TEST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
