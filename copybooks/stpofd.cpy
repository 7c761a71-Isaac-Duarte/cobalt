   *> STPOFD - FD for the state and postal-prefix reference table.
   *> COPY this into the FILE SECTION alongside STPOSEL.CPY.
        FD  STATE-POSTAL-FILE.
        COPY "stporec.cpy".
