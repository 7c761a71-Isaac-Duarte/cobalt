   *> APRVSEL - FILE-CONTROL entries for maker-checker holding: the
   *> pending-approval file and the approval-limit card. COPY this
   *> into every screen that keys CUSTTRAN transactions, alongside
   *> APRVFD.CPY, APRVDATA.CPY and APRVPROC.CPY (and CUSTSEL.CPY,
   *> which the hold test reads the master through).
        COPY "pendsel.cpy".
        SELECT APPROVAL-LIMIT-FILE ASSIGN TO "APRVLIM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS APPROVAL-LIMIT-STATUS.
