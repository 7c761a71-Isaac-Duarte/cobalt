*> decimal, status byte holds a defined lifecycle value), PARTDAT
*> (key non-blank, packed unit price valid), and TESTCASE (key
*> non-blank) -- and prints one exception line per failing record
*> with the key and the failing field through REPORT-WRITER. The
*> rules live in MASTRLPROC.CPY, shared with BACKUP-RESTORE-TEST. Record
*> counts are balanced against operator-supplied expectations (a
*> zero expectation skips that file's count check). Any exception
*> ends the run RC=8 so the nightly stream halts before maintenance.
    01 TC-RECORD-COUNT PIC 9(9) COMP VALUE 0.
    01 TOTAL-EXCEPTIONS PIC 9(6) COMP VALUE 0.

    01 RPT-COUNT-DISP PIC Z(8)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="MASTER-INTEGRITY-CHK"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="MASTER-INTEGRITY-CHK"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "mastrldata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.

    2200-CHECK-ONE-CUSTOMER.
    ADD 1 TO CUST-RECORD-COUNT.
    PERFORM 9660-CUSTOMER-RULES.
    PERFORM 2100-READ-CUSTOMER.

    *> ---------------------

    3200-CHECK-ONE-PART.
    ADD 1 TO PART-RECORD-COUNT.
    PERFORM 9661-PART-RULES.
    PERFORM 3100-READ-PART.

    *> ---------------------

    4200-CHECK-ONE-TESTCASE.
    ADD 1 TO TC-RECORD-COUNT.
    PERFORM 9662-TESTCASE-RULES.
    PERFORM 4100-READ-TESTCASE.

    *> ---------------------
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "mastrlproc.cpy".
