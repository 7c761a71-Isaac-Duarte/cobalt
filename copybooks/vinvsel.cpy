   *> VINVSEL - FILE-CONTROL entry for the vendor invoice file (see
   *> VINVREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of VENDOR-INVOICE-ENTRY (writer),
   *> AP-PAYMENT-SELECT, and AP-EXCEPTION-REPORT.
        SELECT VENDOR-INVOICE-FILE ASSIGN TO "VENDINV"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VI-INVOICE-KEY
            FILE STATUS IS VENDOR-INVOICE-STATUS.
