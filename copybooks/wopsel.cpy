   *> WOPSEL - FILE-CONTROL entry for the indexed bad-debt write-off
   *> proposal file (see WOPREC.CPY for the record layout). COPY this
   *> into the FILE-CONTROL paragraph of WRITEOFF-PROPOSE,
   *> WRITEOFF-APPROVE, and WRITEOFF-POST.
        SELECT WRITEOFF-PROP-FILE ASSIGN TO "WOPROP"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WP-ITEM-KEY
            FILE STATUS IS WRITEOFF-PROP-STATUS.
