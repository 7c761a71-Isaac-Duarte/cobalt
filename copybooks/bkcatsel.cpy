   *> BKCATSEL - FILE-CONTROL entry for the indexed backup catalog
   *> (see BKCATREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of MASTER-UNLOAD-RELOAD, BACKUP-RESTORE-
   *> TEST and BACKUP-CATALOG-RPT.
        SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCAT"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BC-KEY
            FILE STATUS IS BACKUP-CATALOG-STATUS.
