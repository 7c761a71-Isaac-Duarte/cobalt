   *> CHKREGSEL - FILE-CONTROL entry for the indexed refund check
   *> register (see CHKREGREC.CPY for the record layout). COPY this
   *> into CUSTOMER-REFUND (writer) and CHECK-RECONCILE.
        SELECT CHECK-REG-FILE ASSIGN TO "CHKREG"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CK-CHECK-NO
            FILE STATUS IS CHECK-REG-STATUS.
