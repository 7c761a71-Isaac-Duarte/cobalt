    01 CALLING-PARAGRAPH-NAME PIC X(20).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PARAGRAPH-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".

