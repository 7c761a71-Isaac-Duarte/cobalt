    01 QTY-DISP PIC Z(5)9.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PART-ACT-INQ"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PART-ACT-INQ"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
