    01 PROOF-DISP-2 PIC -(10)9.99.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-FWD-RECOVERY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUST-FWD-RECOVERY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
