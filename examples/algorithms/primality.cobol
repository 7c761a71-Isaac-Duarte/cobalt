    01 MOD-POW-RESULT PIC 9(18) COMP.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="FIZZ-BUZZ"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="FIZZ-BUZZ"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="FIZZ-BUZZ"==.
    COPY "cycledata.cpy".
