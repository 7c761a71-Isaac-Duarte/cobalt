    01 INQ-BALANCE-DISP PIC -Z,ZZZ,ZZ9.99.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-NAME-INQ"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-NAME-INQ"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
