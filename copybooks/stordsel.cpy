   *> STORDSEL - FILE-CONTROL entry for the standing-order template
   *> file (see STORDREC.CPY for the record layout). COPY this into
   *> the FILE-CONTROL paragraph of every program that owns or reads
   *> STDORD.
        SELECT STANDING-ORDER-FILE ASSIGN TO "STDORD"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SO-TEMPLATE-KEY
            FILE STATUS IS STANDING-ORDER-STATUS.
