   *> ROTKEYSEL - FILE-CONTROL entry for the indexed keyword-cipher
   *> key registry (see ROTKEYREC.CPY for the record layout). COPY
   *> this into the FILE-CONTROL paragraph of ROT-KEY-MAINT,
   *> ROT-KEY-ROTATE, and every program that encodes, decodes, or
   *> verifies a keyword-cipher batch.
        SELECT ROT-KEY-FILE ASSIGN TO "ROTKEYS"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RK-KEY-ID
            FILE STATUS IS ROT-KEY-STATUS.
