   *> TERMSEL - FILE-CONTROL entry for the indexed payment-terms table
   *> (see TERMREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of TERMS-MAINT and every program that
   *> dates or discounts an invoice from the customer's terms.
        SELECT TERMS-FILE ASSIGN TO "TERMS"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TM-TERMS-CODE
            FILE STATUS IS TERMS-STATUS.
