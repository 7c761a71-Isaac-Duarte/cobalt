   *> LTPSEL - FILE-CONTROL entry for the vendor lead-time proposal
   *> file (see LTPREC.CPY for the record layout). COPY this into
   *> VENDOR-SCORECARD (proposer) and VENDOR-MAINT (where the buyer
   *> accepts or rejects each proposal).
        SELECT LEAD-PROP-FILE ASSIGN TO "LTPROP"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LP-VENDOR-ID
            FILE STATUS IS LEAD-PROP-STATUS.
