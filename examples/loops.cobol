    01 TIMING-ELAPSED-VARYING PIC S9(9) COMP.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="LOOP-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

