   *> BKCATDATA - WORKING-STORAGE fields backing 9650-FIND-NEWEST-
   *> BACKUP in BKCATPROC.CPY. Move the master (CUST, PART, or TEST)
   *> to BKCAT-MASTER before the PERFORM; BKCAT-NEWEST-GEN comes back
   *> zero when the master has nothing catalogued.
    01  BACKUP-CATALOG-STATUS PIC X(2).
    01  BKCAT-MASTER PIC X(4).
    01  BKCAT-NEWEST-GEN PIC 9(6) VALUE 0.
    01  BKCAT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88  BKCAT-SCAN-AT-EOF VALUE 1.
