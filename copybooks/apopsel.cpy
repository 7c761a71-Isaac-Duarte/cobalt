   *> APOPSEL - FILE-CONTROL entry for the accounts-payable open
   *> items file (see APOPREC.CPY for the record layout). COPY this
   *> into the FILE-CONTROL paragraph of VENDOR-INVOICE-ENTRY (writer)
   *> and AP-PAYMENT-SELECT (payer).
        SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AP-PAYABLE-KEY
            FILE STATUS IS AP-OPEN-STATUS.
