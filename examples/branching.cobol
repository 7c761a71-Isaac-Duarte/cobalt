    01 STRING-A PIC X(12) VALUE "Testing".

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BRANCHING-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

