   *> ROTGENSEL - FILE-CONTROL entry for the indexed ROTOUT
   *> generation register (see ROTGENREC.CPY for the record layout).
   *> COPY this into the FILE-CONTROL paragraph of ROT-ENCODER and
   *> ROT-KEY-ROTATE.
        SELECT ROT-GEN-FILE ASSIGN TO "ROTGENRG"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RG-GENERATION
            FILE STATUS IS ROT-GEN-STATUS.
