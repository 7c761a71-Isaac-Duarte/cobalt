   *> FRTSEL - FILE-CONTROL entry for the indexed carrier freight-rate
   *> table (see FRTREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of FREIGHT-RATE-MAINT and every program
   *> that checks a carrier or prices freight from the table.
        SELECT FREIGHT-RATE-FILE ASSIGN TO "FRTRATE"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FR-RATE-KEY
            FILE STATUS IS FREIGHT-RATE-STATUS.
