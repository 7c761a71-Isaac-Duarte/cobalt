    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUESTION-MARKS"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "runctldata.cpy" REPLACING ==":PGMNAME:"== BY =="QUESTION-MARKS"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="QUESTION-MARKS"==.
    COPY "cycledata.cpy".
