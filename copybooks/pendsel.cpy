   *> PENDSEL - FILE-CONTROL entry for the indexed pending-approval
   *> file (see PENDREC.CPY for the record layout). The keying
   *> screens get it through APRVSEL.CPY; COPY it directly into
   *> CUST-APPROVE and CUST-APPROVE-RELEASE.
        SELECT PEND-APPROVAL-FILE ASSIGN TO "PENDAPPR"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PA-PEND-KEY
            FILE STATUS IS PEND-APPROVAL-STATUS.
