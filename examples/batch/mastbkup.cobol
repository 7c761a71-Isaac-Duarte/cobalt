*> then rebuilds the indexed file and reports counts both ways. The
*> nightly stream takes the CUSTMAST unload right before
*> CUSTOMER-MAINT so every maintenance run has a same-night fallback.
*> Every unload registers itself on the backup catalog (BKUPCAT) as
*> the master's next generation, with its cut point, count, key hash
*> and cycle, for BACKUP-RESTORE-TEST and BACKUP-CATALOG-RPT. A
*> backup that could not be catalogued is still written, RC=4.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1(1:1)  mode: U unload, R reload
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "tcsel.cpy".
        COPY "bkcatsel.cpy".
        SELECT BACKUP-FILE ASSIGN TO "BACKUPDD"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS BACKUP-STATUS.
    FD  TESTCASE-FILE.
    COPY "tcrec.cpy".

    FD  BACKUP-CATALOG-FILE.
    COPY "bkcatrec.cpy".

    FD  BACKUP-FILE.
    01  BACKUP-REC.
        05 BK-REC-TYPE PIC X(1).
    01 VERIFY-OK-SWITCH PIC 9(1) COMP VALUE 0.
        88 BACKUP-VERIFIED VALUE 1.
    01 RELOADED-COUNT PIC 9(8) COMP VALUE 0.
    01 UNLOAD-CUT-STAMP PIC X(14).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="MASTER-UNLOAD-RELOAD"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="MASTER-UNLOAD-RELOAD"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "bkcatdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    *> ---------------------

    2000-UNLOAD-MASTER.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO UNLOAD-CUT-STAMP.
    PERFORM 2100-OPEN-MASTER-INPUT.
    IF WS-RETURN-CODE = 8 THEN
        CONTINUE
        DISPLAY "-- Unload Summary --"
        DISPLAY "Records unloaded : " WORK-COUNT
        DISPLAY "Key hash total   : " WORK-HASH
        PERFORM 2500-CATALOG-BACKUP
    END-IF.

    2100-OPEN-MASTER-INPUT.
            CLOSE TESTCASE-FILE
    END-EVALUATE.

    *> The new backup becomes the master's next catalog generation,
    *> untested until BACKUP-RESTORE-TEST proves it.
    2500-CATALOG-BACKUP.
    OPEN I-O BACKUP-CATALOG-FILE.
    IF BACKUP-CATALOG-STATUS = "35" THEN
        OPEN OUTPUT BACKUP-CATALOG-FILE
        CLOSE BACKUP-CATALOG-FILE
        OPEN I-O BACKUP-CATALOG-FILE
    END-IF.
    IF BACKUP-CATALOG-STATUS NOT = "00" THEN
        PERFORM 2510-REPORT-NOT-CATALOGUED
        EXIT PARAGRAPH
    END-IF.
    MOVE FILE-SELECTOR TO BKCAT-MASTER.
    PERFORM 9650-FIND-NEWEST-BACKUP.
    INITIALIZE BACKUP-CATALOG-REC.
    MOVE FILE-SELECTOR TO BC-MASTER.
    COMPUTE BC-GENERATION = BKCAT-NEWEST-GEN + 1.
    MOVE UNLOAD-CUT-STAMP TO BC-CUT-STAMP.
    MOVE WORK-COUNT TO BC-RECORD-COUNT.
    MOVE WORK-HASH TO BC-KEY-HASH.
    MOVE CYCLE-CURRENT-NO TO BC-CYCLE-NO.
    MOVE SPACE TO BC-TEST-RESULT.
    MOVE SPACES TO BC-TEST-STAMP.
    MOVE SPACES TO BC-TEST-REASON.
    WRITE BACKUP-CATALOG-REC
        INVALID KEY
            PERFORM 2510-REPORT-NOT-CATALOGUED
        NOT INVALID KEY
            DISPLAY "Catalogued as    : " BC-MASTER " generation "
                BC-GENERATION " cut " BC-CUT-STAMP
    END-WRITE.
    CLOSE BACKUP-CATALOG-FILE.

    2510-REPORT-NOT-CATALOGUED.
    DISPLAY "Backup written but could not be catalogued.".
    MOVE 4 TO WS-RETURN-CODE.
    MOVE "Backup was written but not registered on the backup catalog." TO WS-ERROR-MSG.
    PERFORM 9300-LOG-ERROR.

    *> ---------------------
    *> RELOAD: prove the trailer first, then rebuild.
    *> ---------------------
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "cycleproc.cpy".
    COPY "bkcatproc.cpy".
