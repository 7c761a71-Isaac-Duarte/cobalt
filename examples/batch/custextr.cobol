    COPY "custrec.cpy".

    FD  EXTRACT-OUT-FILE.
    01  EXTRACT-OUT-REC PIC X(113).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-EXTRACT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="CUSTOMER-EXTRACT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
