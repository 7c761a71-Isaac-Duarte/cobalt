   *> BKCATPROC - finds the newest catalogued backup generation of one
   *> master. The catalog must already be open INPUT or I-O. On
   *> return BKCAT-NEWEST-GEN holds the generation (zero for none)
   *> and, when there is one, BACKUP-CATALOG-REC holds its entry,
   *> ready to report on or REWRITE.
    9650-FIND-NEWEST-BACKUP.
    MOVE 0 TO BKCAT-NEWEST-GEN.
    MOVE 0 TO BKCAT-SCAN-EOF.
    MOVE BKCAT-MASTER TO BC-MASTER.
    MOVE 0 TO BC-GENERATION.
    START BACKUP-CATALOG-FILE KEY IS NOT LESS THAN BC-KEY
        INVALID KEY MOVE 1 TO BKCAT-SCAN-EOF
    END-START.
    PERFORM 9651-SCAN-ONE-GENERATION UNTIL BKCAT-SCAN-AT-EOF.
    IF BKCAT-NEWEST-GEN > 0 THEN
        MOVE BKCAT-MASTER TO BC-MASTER
        MOVE BKCAT-NEWEST-GEN TO BC-GENERATION
        READ BACKUP-CATALOG-FILE
            INVALID KEY MOVE 0 TO BKCAT-NEWEST-GEN
        END-READ
    END-IF.

    9651-SCAN-ONE-GENERATION.
    READ BACKUP-CATALOG-FILE NEXT RECORD
        AT END MOVE 1 TO BKCAT-SCAN-EOF
        NOT AT END
            IF BC-MASTER = BKCAT-MASTER THEN
                MOVE BC-GENERATION TO BKCAT-NEWEST-GEN
            ELSE
                MOVE 1 TO BKCAT-SCAN-EOF
            END-IF
    END-READ.
