       01  MAX-ITERATIONS   PIC 9(9) COMP VALUE 1000.

       COPY "retcode.cpy".
       COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKWARDS-GOTO"==
           ==":PGMVERS:"== BY =="01.00"==.
       COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKWARDS-GOTO"==.
       COPY "cycledata.cpy".
       COPY "dtstampdata.cpy".
