   *> SVCHSEL - FILE-CONTROL entry for the service-level history
   *> file (see SVCHREC.CPY for the record layout).
        SELECT SERVICE-HIST-FILE ASSIGN TO "SVCHIST"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SH-KEY
            FILE STATUS IS SERVICE-HIST-STATUS.
