   *> BKCATREC - backup catalog record, one per master backup
   *> generation MASTER-UNLOAD-RELOAD writes, keyed on the master
   *> (CUST, PART, or TEST, as on its parameter card) and the
   *> catalog's own generation number for that master, counted up
   *> from 1 with each unload -- the same order the JCL's BACKUPDD
   *> generations are created in, so the newest catalog entry is the
   *> (0) generation. The cut point is the moment the unload began
   *> (the roll-forward-from stamp CUST-FWD-RECOVERY wants); count
   *> and key hash are the backup trailer's. BACKUP-RESTORE-TEST
   *> fills in the test result when it reloads the generation into a
   *> scratch copy and runs the integrity rules against it.
    01  BACKUP-CATALOG-REC.
        05  BC-KEY.
            10  BC-MASTER PIC X(4).
            10  BC-GENERATION PIC 9(6).
        05  BC-CUT-STAMP PIC X(14).
        05  BC-RECORD-COUNT PIC 9(8).
        05  BC-KEY-HASH PIC S9(15).
        05  BC-CYCLE-NO PIC 9(6).
        05  BC-TEST-RESULT PIC X(1).
            88  BC-NOT-TESTED VALUE SPACE.
            88  BC-TEST-PASSED VALUE "P".
            88  BC-TEST-FAILED VALUE "F".
        05  BC-TEST-STAMP PIC X(14).
        05  BC-TEST-EXCEPTIONS PIC 9(6).
        05  BC-TEST-REASON PIC X(40).
