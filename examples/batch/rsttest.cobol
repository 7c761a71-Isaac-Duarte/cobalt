IDENTIFICATION DIVISION.
PROGRAM-ID. BACKUP-RESTORE-TEST.

*> BACKUP-RESTORE-TEST is the weekly proof that a master backup
*> would actually reload. For the selected master it takes the
*> newest generation on the backup catalog (the JCL points BACKUPDD
*> at that generation), proves the backup's trailer -- count and key
*> hash, exactly as MASTER-UNLOAD-RELOAD proves it -- and that both
*> agree with what the catalog recorded at unload time, reloads it
*> into a scratch copy of the indexed master (RSTCUST, RSTPART, or
*> RSTTEST; the live master is never opened), and runs the
*> MASTER-INTEGRITY-CHK rules (MASTRLPROC.CPY) over every record of
*> the scratch copy. Exceptions print through REPORT-WRITER; pass or
*> fail, with the first reason for a failure, is recorded on the
*> generation's catalog entry. A failed test ends RC=8.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-TEXT-1(1:4)  master: CUST, PART, or TEST

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "custsel.cpy" REPLACING =="CUSTMAST"== BY =="RSTCUST"==.
        COPY "partsel.cpy" REPLACING =="PARTDAT"== BY =="RSTPART"==.
        COPY "tcsel.cpy" REPLACING =="TESTCASE"== BY =="RSTTEST"==.
        COPY "bkcatsel.cpy".
        SELECT BACKUP-FILE ASSIGN TO "BACKUPDD"
            ORGANIZATION SEQUENTIAL
            FILE STATUS IS BACKUP-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  TESTCASE-FILE.
    COPY "tcrec.cpy".

    FD  BACKUP-CATALOG-FILE.
    COPY "bkcatrec.cpy".

    FD  BACKUP-FILE.
    01  BACKUP-REC.
        05 BK-REC-TYPE PIC X(1).
            88 BK-IS-DATA VALUE "D".
            88 BK-IS-TRAILER VALUE "T".
        05 BK-DATA PIC X(120).
    01  BACKUP-TRAILER REDEFINES BACKUP-REC.
        05 FILLER PIC X(1).
        05 BK-TRAILER-COUNT PIC 9(8).
        05 BK-TRAILER-HASH PIC S9(15).
        05 FILLER PIC X(96).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 TESTCASE-STATUS PIC X(2).
    01 BACKUP-STATUS PIC X(2).
    01 MASTER-EOF PIC 9(1) COMP VALUE 0.
        88 MASTER-AT-EOF VALUE 1.
    01 BACKUP-EOF PIC 9(1) COMP VALUE 0.
        88 BACKUP-AT-EOF VALUE 1.
    01 CATALOG-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 CATALOG-IS-OPEN VALUE 1.

    01 FILE-SELECTOR PIC X(4) VALUE SPACES.
        88 FILE-IS-CUST VALUE "CUST".
        88 FILE-IS-PART VALUE "PART".
        88 FILE-IS-TEST VALUE "TEST".
    01 PARM-STAGING PIC X(5).

    01 SELECTED-KEY-LENGTH PIC 9(2) COMP VALUE 0.
    01 KEY-SCAN-IDX PIC 9(2) COMP VALUE 0.
    01 WORK-RECORD PIC X(120).
    01 WORK-COUNT PIC 9(8) COMP VALUE 0.
    01 WORK-HASH PIC S9(15) COMP-3 VALUE 0.
    01 TRAILER-SEEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 TRAILER-WAS-SEEN VALUE 1.
    01 TRAILER-COUNT-SAVE PIC 9(8) COMP VALUE 0.
    01 TRAILER-HASH-SAVE PIC S9(15) COMP-3 VALUE 0.
    01 RELOADED-COUNT PIC 9(8) COMP VALUE 0.
    01 CHECKED-COUNT PIC 9(8) COMP VALUE 0.
    01 TOTAL-EXCEPTIONS PIC 9(6) COMP VALUE 0.

*> The first thing found wrong is the reason recorded on the
*> catalog; later checks still run and print, but do not replace it.
    01 TEST-FAILED-SWITCH PIC 9(1) COMP VALUE 0.
        88 RESTORE-TEST-FAILED VALUE 1.
    01 TEST-REASON PIC X(40) VALUE SPACES.
    01 CANDIDATE-REASON PIC X(40).

    01 RPT-COUNT-DISP PIC Z(7)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKUP-RESTORE-TEST"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKUP-RESTORE-TEST"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".
    COPY "bkcatdata.cpy".
    COPY "mastrldata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF WS-RETURN-CODE < 8 THEN
        PERFORM 2000-VERIFY-BACKUP
        IF NOT RESTORE-TEST-FAILED THEN
            PERFORM 3000-RELOAD-SCRATCH-COPY
        END-IF
        IF NOT RESTORE-TEST-FAILED THEN
            PERFORM 4000-CHECK-SCRATCH-COPY
        END-IF
        PERFORM 5000-RECORD-TEST-RESULT
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: which master, and its newest catalogued
    *> generation.
    *> ---------------------

    1000-INITIALIZE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND THEN
            MOVE PC-TEXT-1(1:4) TO FILE-SELECTOR
        END-IF
    ELSE
        DISPLAY "File - CUST, PART, or TEST:"
        ACCEPT FILE-SELECTOR
    END-IF.
    EVALUATE TRUE
        WHEN FILE-IS-TEST
            MOVE 8 TO SELECTED-KEY-LENGTH
        WHEN OTHER
            MOVE 6 TO SELECTED-KEY-LENGTH
    END-EVALUATE.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Backup Restore Test" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    IF NOT (FILE-IS-CUST OR FILE-IS-PART OR FILE-IS-TEST) THEN
        DISPLAY "File selector must be CUST, PART, or TEST."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Restore test file selector is not CUST, PART, or TEST." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN I-O BACKUP-CATALOG-FILE.
    IF BACKUP-CATALOG-STATUS NOT = "00" THEN
        DISPLAY "Backup catalog not found, nothing to test."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Backup catalog (BKUPCAT) was not found for the restore test." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO CATALOG-OPEN-SWITCH.
    MOVE FILE-SELECTOR TO BKCAT-MASTER.
    PERFORM 9650-FIND-NEWEST-BACKUP.
    IF BKCAT-NEWEST-GEN = 0 THEN
        DISPLAY "No " FILE-SELECTOR " generation is catalogued, nothing to test."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "No catalogued backup generation for the restore test." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING BC-MASTER " GENERATION " BC-GENERATION " CUT " BC-CUT-STAMP
        " CYCLE " BC-CYCLE-NO
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    *> The key hash totals the character codes of every key byte, the
    *> same total MASTER-UNLOAD-RELOAD wrote on the trailer.
    1100-HASH-WORK-RECORD.
    PERFORM 1110-HASH-ONE-KEY-BYTE
        VARYING KEY-SCAN-IDX FROM 1 BY 1
        UNTIL KEY-SCAN-IDX > SELECTED-KEY-LENGTH.

    1110-HASH-ONE-KEY-BYTE.
    ADD FUNCTION ORD(WORK-RECORD(KEY-SCAN-IDX:1)) TO WORK-HASH.

    *> ---------------------
    *> VERIFY: the backup must balance to its own trailer and to the
    *> count and hash the catalog recorded when it was written --
    *> otherwise BACKUPDD is not the generation the catalog names.
    *> ---------------------

    2000-VERIFY-BACKUP.
    OPEN INPUT BACKUP-FILE.
    IF BACKUP-STATUS NOT = "00" THEN
        MOVE "backup data set not found" TO CANDIDATE-REASON
        PERFORM 7100-FAIL-TEST
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2100-READ-BACKUP-RECORD.
    PERFORM 2200-VERIFY-ONE-RECORD UNTIL BACKUP-AT-EOF.
    CLOSE BACKUP-FILE.
    EVALUATE TRUE
        WHEN NOT TRAILER-WAS-SEEN
            MOVE "backup has no trailer record" TO CANDIDATE-REASON
            PERFORM 7100-FAIL-TEST
        WHEN TRAILER-COUNT-SAVE NOT = WORK-COUNT
            MOVE "trailer count does not balance" TO CANDIDATE-REASON
            PERFORM 7100-FAIL-TEST
        WHEN TRAILER-HASH-SAVE NOT = WORK-HASH
            MOVE "trailer key hash does not balance" TO CANDIDATE-REASON
            PERFORM 7100-FAIL-TEST
        WHEN WORK-COUNT NOT = BC-RECORD-COUNT
                OR WORK-HASH NOT = BC-KEY-HASH
            MOVE "backup does not match catalog entry" TO CANDIDATE-REASON
            PERFORM 7100-FAIL-TEST
        WHEN OTHER
            MOVE WORK-COUNT TO RPT-COUNT-DISP
            STRING "Backup verified   : " RPT-COUNT-DISP " records"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 7900-PRINT-REPORT-LINE
    END-EVALUATE.

    2100-READ-BACKUP-RECORD.
    READ BACKUP-FILE
        AT END MOVE 1 TO BACKUP-EOF
    END-READ.

    2200-VERIFY-ONE-RECORD.
    EVALUATE TRUE
        WHEN BK-IS-TRAILER
            MOVE 1 TO TRAILER-SEEN-SWITCH
            MOVE BK-TRAILER-COUNT TO TRAILER-COUNT-SAVE
            MOVE BK-TRAILER-HASH TO TRAILER-HASH-SAVE
        WHEN BK-IS-DATA
            ADD 1 TO WORK-COUNT
            MOVE BK-DATA TO WORK-RECORD
            PERFORM 1100-HASH-WORK-RECORD
        WHEN OTHER
            MOVE 0 TO TRAILER-SEEN-SWITCH
            MOVE 1 TO BACKUP-EOF
    END-EVALUATE.
    PERFORM 2100-READ-BACKUP-RECORD.

    *> ---------------------
    *> RELOAD: rebuild the scratch copy from the backup in key order,
    *> just as a real reload would.
    *> ---------------------

    3000-RELOAD-SCRATCH-COPY.
    MOVE 0 TO BACKUP-EOF.
    PERFORM 3100-OPEN-SCRATCH-OUTPUT.
    OPEN INPUT BACKUP-FILE.
    PERFORM 2100-READ-BACKUP-RECORD.
    PERFORM 3200-RELOAD-ONE-RECORD UNTIL BACKUP-AT-EOF.
    CLOSE BACKUP-FILE.
    PERFORM 3300-CLOSE-SCRATCH.
    MOVE RELOADED-COUNT TO RPT-COUNT-DISP.
    STRING "Records reloaded  : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    IF RELOADED-COUNT NOT = WORK-COUNT THEN
        MOVE "reload wrote fewer records than verified" TO CANDIDATE-REASON
        PERFORM 7100-FAIL-TEST
    END-IF.

    3100-OPEN-SCRATCH-OUTPUT.
    EVALUATE TRUE
        WHEN FILE-IS-CUST
            OPEN OUTPUT CUSTOMER-MASTER-FILE
        WHEN FILE-IS-PART
            OPEN OUTPUT PART-MASTER-FILE
        WHEN FILE-IS-TEST
            OPEN OUTPUT TESTCASE-FILE
    END-EVALUATE.

    3200-RELOAD-ONE-RECORD.
    IF BK-IS-DATA THEN
        EVALUATE TRUE
            WHEN FILE-IS-CUST
                MOVE BK-DATA TO CUSTOMER-MASTER-REC
                WRITE CUSTOMER-MASTER-REC
                    NOT INVALID KEY ADD 1 TO RELOADED-COUNT
                END-WRITE
            WHEN FILE-IS-PART
                MOVE BK-DATA TO PART-MASTER-REC
                WRITE PART-MASTER-REC
                    NOT INVALID KEY ADD 1 TO RELOADED-COUNT
                END-WRITE
            WHEN FILE-IS-TEST
                MOVE BK-DATA TO TC-MAINT-REC
                WRITE TC-MAINT-REC
                    NOT INVALID KEY ADD 1 TO RELOADED-COUNT
                END-WRITE
        END-EVALUATE
    END-IF.
    PERFORM 2100-READ-BACKUP-RECORD.

    3300-CLOSE-SCRATCH.
    EVALUATE TRUE
        WHEN FILE-IS-CUST
            CLOSE CUSTOMER-MASTER-FILE
        WHEN FILE-IS-PART
            CLOSE PART-MASTER-FILE
        WHEN FILE-IS-TEST
            CLOSE TESTCASE-FILE
    END-EVALUATE.

    *> ---------------------
    *> INTEGRITY: every record of the scratch copy through the
    *> MASTER-INTEGRITY-CHK rules, and the count read back balanced to
    *> the catalog.
    *> ---------------------

    4000-CHECK-SCRATCH-COPY.
    MOVE 0 TO MASTER-EOF.
    EVALUATE TRUE
        WHEN FILE-IS-CUST
            OPEN INPUT CUSTOMER-MASTER-FILE
        WHEN FILE-IS-PART
            OPEN INPUT PART-MASTER-FILE
        WHEN FILE-IS-TEST
            OPEN INPUT TESTCASE-FILE
    END-EVALUATE.
    PERFORM 4100-READ-SCRATCH-NEXT.
    PERFORM 4200-CHECK-ONE-RECORD UNTIL MASTER-AT-EOF.
    PERFORM 3300-CLOSE-SCRATCH.
    MOVE CHECKED-COUNT TO RPT-COUNT-DISP.
    STRING "Records checked   : " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    IF TOTAL-EXCEPTIONS > 0 THEN
        MOVE "integrity rules found exceptions" TO CANDIDATE-REASON
        PERFORM 7100-FAIL-TEST
    END-IF.
    IF CHECKED-COUNT NOT = BC-RECORD-COUNT THEN
        MOVE "scratch copy count does not match catalog" TO CANDIDATE-REASON
        PERFORM 7100-FAIL-TEST
    END-IF.

    4100-READ-SCRATCH-NEXT.
    EVALUATE TRUE
        WHEN FILE-IS-CUST
            READ CUSTOMER-MASTER-FILE NEXT RECORD
                AT END MOVE 1 TO MASTER-EOF
            END-READ
        WHEN FILE-IS-PART
            READ PART-MASTER-FILE NEXT RECORD
                AT END MOVE 1 TO MASTER-EOF
            END-READ
        WHEN FILE-IS-TEST
            READ TESTCASE-FILE NEXT RECORD
                AT END MOVE 1 TO MASTER-EOF
            END-READ
    END-EVALUATE.

    4200-CHECK-ONE-RECORD.
    ADD 1 TO CHECKED-COUNT.
    EVALUATE TRUE
        WHEN FILE-IS-CUST
            PERFORM 9660-CUSTOMER-RULES
        WHEN FILE-IS-PART
            PERFORM 9661-PART-RULES
        WHEN FILE-IS-TEST
            PERFORM 9662-TESTCASE-RULES
    END-EVALUATE.
    PERFORM 4100-READ-SCRATCH-NEXT.

    *> ---------------------
    *> RESULT: pass or fail onto the generation's catalog entry.
    *> ---------------------

    5000-RECORD-TEST-RESULT.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-TIMESTAMP TO BC-TEST-STAMP.
    MOVE TOTAL-EXCEPTIONS TO BC-TEST-EXCEPTIONS.
    IF RESTORE-TEST-FAILED THEN
        MOVE "F" TO BC-TEST-RESULT
        MOVE TEST-REASON TO BC-TEST-REASON
        STRING "RESTORE TEST FAILED: " TEST-REASON
            DELIMITED BY SIZE INTO RW-LINE-TEXT
    ELSE
        MOVE "P" TO BC-TEST-RESULT
        MOVE SPACES TO BC-TEST-REASON
        MOVE "RESTORE TEST PASSED" TO RW-LINE-TEXT
    END-IF.
    PERFORM 7900-PRINT-REPORT-LINE.
    REWRITE BACKUP-CATALOG-REC
        INVALID KEY
            DISPLAY "Test result could not be recorded on the catalog."
            IF WS-RETURN-CODE < 4 THEN
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            MOVE "Restore test result was not recorded on the backup catalog." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-REWRITE.

    *> ---------------------
    *> EXCEPTION REPORTING
    *> ---------------------

    7000-REPORT-EXCEPTION.
    ADD 1 TO TOTAL-EXCEPTIONS.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING EXCEPTION-FILE-NAME " KEY " EXCEPTION-KEY " : " EXCEPTION-REASON
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7100-FAIL-TEST.
    IF NOT RESTORE-TEST-FAILED THEN
        MOVE CANDIDATE-REASON TO TEST-REASON
    END-IF.
    MOVE 1 TO TEST-FAILED-SWITCH.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "** " CANDIDATE-REASON DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF CATALOG-IS-OPEN THEN
        CLOSE BACKUP-CATALOG-FILE
    END-IF.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Backup Restore Test --".
    DISPLAY "Master            : " FILE-SELECTOR.
    DISPLAY "Generation        : " BKCAT-NEWEST-GEN.
    DISPLAY "Records verified  : " WORK-COUNT.
    DISPLAY "Records reloaded  : " RELOADED-COUNT.
    DISPLAY "Records checked   : " CHECKED-COUNT.
    DISPLAY "Exceptions found  : " TOTAL-EXCEPTIONS.
    IF RESTORE-TEST-FAILED THEN
        DISPLAY "RESTORE TEST FAILED: " TEST-REASON
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Backup restore test failed; the generation would not reload clean." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
    COPY "bkcatproc.cpy".
    COPY "mastrlproc.cpy".
