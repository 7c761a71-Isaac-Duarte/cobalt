   *> GLACSEL - FILE-CONTROL entry for the indexed chart of accounts
   *> (see GLACREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of GL-TABLE-MAINT and every program that
   *> proves or prints general-ledger accounts.
        SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GA-ACCOUNT-NO
            FILE STATUS IS GL-ACCOUNT-STATUS.
