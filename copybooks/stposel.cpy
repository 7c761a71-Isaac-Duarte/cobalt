   *> STPOSEL - FILE-CONTROL entry for the state and postal-prefix
   *> reference table (see STPOREC.CPY for the record layout). COPY
   *> this, with STPOFD.CPY and STPOPROC.CPY, into every program that
   *> loads the table for the EDITPROC state and postal edits.
        SELECT STATE-POSTAL-FILE ASSIGN TO "STPOSTAL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STATE-POSTAL-STATUS.
