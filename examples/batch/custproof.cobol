    01 IMAGE-STAGING.
        05 FILLER PIC X(78).
        05 IM-BALANCE PIC S9(7)V99 COMP-3.
        05 FILLER PIC X(30).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BALANCE-ROLL-FORWARD"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BALANCE-ROLL-FORWARD"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
