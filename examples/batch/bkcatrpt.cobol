IDENTIFICATION DIVISION.
PROGRAM-ID. BACKUP-CATALOG-RPT.

*> BACKUP-CATALOG-RPT lists, through REPORT-WRITER, every backup
*> generation on the backup catalog (BKUPCAT) master by master: cut
*> point, record count, cycle, and what BACKUP-RESTORE-TEST made of
*> it. A generation that failed its restore test is not a
*> recoverable point and is marked so; untested ones are listed as
*> recoverable but unproven. For each master the newest generation
*> that passed a restore test is aged from its cut point, and when
*> there is none newer than the parameter's number of days an
*> ALERTIN card is raised for ALERTGEN and the run ends RC=4 -- a
*> backup nobody has reloaded is a hope, not a recovery plan. Only
*> masters with something catalogued are judged.
*>
*> Run parameters, terminal or card (PARM-SOURCE "P"):
*>     PC-NUM-1        oldest acceptable tested generation, in days
*>                     (0 = 7)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "bkcatsel.cpy".
        SELECT ALERT-IN-FILE ASSIGN TO "ALERTIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALERT-IN-STATUS.
        COPY "parmsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  BACKUP-CATALOG-FILE.
    COPY "bkcatrec.cpy".

    FD  ALERT-IN-FILE.
    01  ALERT-IN-REC PIC X(80).

    COPY "parmfd.cpy".
    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".

    WORKING-STORAGE SECTION.
    01 BACKUP-CATALOG-STATUS PIC X(2).
    01 ALERT-IN-STATUS PIC X(2).
    01 CATALOG-EOF PIC 9(1) COMP VALUE 0.
        88 CATALOG-AT-EOF VALUE 1.

    01 PARM-STAGING PIC X(5).
    01 MAX-AGE-STAGING PIC X(3).
    01 MAX-AGE-DAYS PIC 9(3) VALUE 7.
    01 TODAY-DATE PIC 9(8) VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 DE-DATE-2 PIC 9(8).
    01 DE-DAY-COUNT PIC S9(5) COMP.
    01 DE-RESULT-DATE PIC 9(8).
    01 DE-RESULT-COUNT PIC S9(9) COMP.
    01 DE-RETURN-CODE PIC 9(4).

*> Carried across one master's generations until the key changes.
    01 PRIOR-MASTER PIC X(4) VALUE SPACES.
    01 MASTER-GENERATIONS PIC 9(6) COMP VALUE 0.
    01 MASTER-RECOVERABLE PIC 9(6) COMP VALUE 0.
    01 MASTER-TESTED-GEN PIC 9(6) VALUE 0.
    01 MASTER-TESTED-CUT PIC X(14) VALUE SPACES.
    01 TESTED-AGE-DAYS PIC S9(9) COMP VALUE 0.

    01 TOTAL-GENERATIONS PIC 9(6) COMP VALUE 0.
    01 TOTAL-MASTERS PIC 9(4) COMP VALUE 0.
    01 TOTAL-MASTERS-ALERTED PIC 9(4) COMP VALUE 0.

    01 RPT-COUNT-DISP PIC Z(7)9.
    01 RPT-GEN-DISP PIC Z(5)9.
    01 RPT-AGE-DISP PIC Z(5)9.
    01 RPT-MAX-DISP PIC ZZ9.
    01 RPT-TEST-WORD PIC X(8).
    01 RPT-RECOVER-WORD PIC X(16).
    01 ALERT-MAX-DISP PIC 9(3).

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKUP-CATALOG-RPT"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKUP-CATALOG-RPT"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "parmdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-GET-RUN-PARAMETERS.
    PERFORM 2000-LIST-CATALOG.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> PARAMETERS: how old the newest tested generation may be.
    *> ---------------------

    1000-GET-RUN-PARAMETERS.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO TODAY-DATE.
    DISPLAY "Parameter source - (T)erminal or (P)arm card:".
    ACCEPT PARM-STAGING.
    MOVE PARM-STAGING(1:1) TO PARM-SOURCE.
    IF PARM-SOURCE-CARD THEN
        PERFORM 9500-READ-PARM-CARD
        IF PARM-CARD-FOUND AND PC-NUM-1 > 0 AND PC-NUM-1 < 1000 THEN
            MOVE PC-NUM-1 TO MAX-AGE-DAYS
        END-IF
    ELSE
        DISPLAY "Oldest acceptable tested generation, days (blank for 7):"
        ACCEPT MAX-AGE-STAGING
        IF MAX-AGE-STAGING IS NUMERIC THEN
            MOVE MAX-AGE-STAGING TO MAX-AGE-DAYS
        END-IF
    END-IF.
    IF MAX-AGE-DAYS = 0 THEN
        MOVE 7 TO MAX-AGE-DAYS
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Backup Catalog - Recoverable Points" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE MAX-AGE-DAYS TO RPT-MAX-DISP.
    STRING "AS OF " TODAY-DATE ", TESTED GENERATION WANTED WITHIN "
        RPT-MAX-DISP " DAYS"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> ---------------------
    *> CATALOG: every generation in master and generation order, one
    *> master's summary and age check at each change of master.
    *> ---------------------

    2000-LIST-CATALOG.
    OPEN INPUT BACKUP-CATALOG-FILE.
    IF BACKUP-CATALOG-STATUS NOT = "00" THEN
        DISPLAY "No backup catalog found, nothing to report."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Backup catalog (BKUPCAT) was not found." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND ALERT-IN-FILE.
    IF ALERT-IN-STATUS = "35" THEN
        OPEN OUTPUT ALERT-IN-FILE
    END-IF.
    PERFORM 2100-READ-CATALOG.
    PERFORM 2200-LIST-ONE-GENERATION UNTIL CATALOG-AT-EOF.
    IF PRIOR-MASTER NOT = SPACES THEN
        PERFORM 2300-CLOSE-MASTER
    END-IF.
    CLOSE ALERT-IN-FILE.
    CLOSE BACKUP-CATALOG-FILE.

    2100-READ-CATALOG.
    READ BACKUP-CATALOG-FILE NEXT RECORD
        AT END MOVE 1 TO CATALOG-EOF
    END-READ.

    2200-LIST-ONE-GENERATION.
    IF BC-MASTER NOT = PRIOR-MASTER THEN
        IF PRIOR-MASTER NOT = SPACES THEN
            PERFORM 2300-CLOSE-MASTER
        END-IF
        PERFORM 2250-OPEN-MASTER
    END-IF.
    ADD 1 TO MASTER-GENERATIONS.
    ADD 1 TO TOTAL-GENERATIONS.
    EVALUATE TRUE
        WHEN BC-TEST-PASSED
            MOVE "PASSED" TO RPT-TEST-WORD
            MOVE SPACES TO RPT-RECOVER-WORD
            ADD 1 TO MASTER-RECOVERABLE
            MOVE BC-GENERATION TO MASTER-TESTED-GEN
            MOVE BC-CUT-STAMP TO MASTER-TESTED-CUT
        WHEN BC-TEST-FAILED
            MOVE "FAILED" TO RPT-TEST-WORD
            MOVE "NOT RECOVERABLE" TO RPT-RECOVER-WORD
        WHEN OTHER
            MOVE "untested" TO RPT-TEST-WORD
            MOVE "unproven" TO RPT-RECOVER-WORD
            ADD 1 TO MASTER-RECOVERABLE
    END-EVALUATE.
    MOVE BC-GENERATION TO RPT-GEN-DISP.
    MOVE BC-RECORD-COUNT TO RPT-COUNT-DISP.
    STRING "  " RPT-GEN-DISP " " BC-CUT-STAMP " " RPT-COUNT-DISP " "
        BC-CYCLE-NO " " RPT-TEST-WORD " " BC-TEST-STAMP(1:8) " "
        RPT-RECOVER-WORD
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    IF BC-TEST-FAILED THEN
        STRING "         " BC-TEST-REASON
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
    END-IF.
    PERFORM 2100-READ-CATALOG.

    2250-OPEN-MASTER.
    MOVE BC-MASTER TO PRIOR-MASTER.
    MOVE 0 TO MASTER-GENERATIONS.
    MOVE 0 TO MASTER-RECOVERABLE.
    MOVE 0 TO MASTER-TESTED-GEN.
    MOVE SPACES TO MASTER-TESTED-CUT.
    ADD 1 TO TOTAL-MASTERS.
    PERFORM 3950-PRINT-REPORT-LINE.
    STRING "MASTER " BC-MASTER DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    MOVE "     GEN CUT POINT       RECORDS CYCLE  TEST     TESTED"
        TO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.

    *> The newest passed generation is aged from its cut point; none
    *> at all, or one older than the limit, raises the alert.
    2300-CLOSE-MASTER.
    MOVE MASTER-RECOVERABLE TO RPT-COUNT-DISP.
    STRING "  " PRIOR-MASTER " RECOVERABLE POINTS: " RPT-COUNT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    IF MASTER-TESTED-GEN = 0 THEN
        STRING "  ** " PRIOR-MASTER " HAS NO GENERATION THAT PASSED "
            "A RESTORE TEST **"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        PERFORM 2400-RAISE-AGE-ALERT
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO TESTED-AGE-DAYS.
    MOVE "B" TO DE-FUNCTION.
    MOVE MASTER-TESTED-CUT(1:8) TO DE-DATE-1.
    MOVE TODAY-DATE TO DE-DATE-2.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE DE-RESULT-COUNT TO TESTED-AGE-DAYS
    END-IF.
    MOVE MASTER-TESTED-GEN TO RPT-GEN-DISP.
    MOVE TESTED-AGE-DAYS TO RPT-AGE-DISP.
    STRING "  NEWEST TESTED GENERATION " RPT-GEN-DISP " CUT "
        MASTER-TESTED-CUT(1:8) "," RPT-AGE-DISP " DAYS OLD"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3950-PRINT-REPORT-LINE.
    IF DE-RETURN-CODE NOT = 0 OR TESTED-AGE-DAYS > MAX-AGE-DAYS THEN
        STRING "  ** " PRIOR-MASTER " HAS NO TESTED GENERATION WITHIN "
            RPT-MAX-DISP " DAYS **"
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3950-PRINT-REPORT-LINE
        PERFORM 2400-RAISE-AGE-ALERT
    END-IF.

    2400-RAISE-AGE-ALERT.
    ADD 1 TO TOTAL-MASTERS-ALERTED.
    MOVE MAX-AGE-DAYS TO ALERT-MAX-DISP.
    MOVE SPACES TO ALERT-IN-REC.
    STRING "RC=008 BACKUP " PRIOR-MASTER " has no restore-tested "
        "generation within " ALERT-MAX-DISP " days - run RSTTEST"
        DELIMITED BY SIZE INTO ALERT-IN-REC.
    WRITE ALERT-IN-REC.

    3950-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    DISPLAY "-- Backup Catalog Report --".
    DISPLAY "Masters catalogued : " TOTAL-MASTERS.
    DISPLAY "Generations listed : " TOTAL-GENERATIONS.
    DISPLAY "Masters alerted    : " TOTAL-MASTERS-ALERTED.
    IF TOTAL-MASTERS-ALERTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "A master has no restore-tested backup within the age limit." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.
    IF RW-RETURN-CODE NOT = 0 THEN
        MOVE 4 TO WS-RETURN-CODE
        MOVE "REPORT-WRITER reported an error printing the catalog report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "parmproc.cpy".
