   *> QUOTASEL - FILE-CONTROL entry for the indexed salesperson quota
   *> file (see QUOTAREC.CPY for the record layout). COPY this into
   *> the FILE-CONTROL paragraph of QUOTA-MAINT, QUOTA-ATTAINMENT and
   *> COMMISSION-REPORT.
        SELECT QUOTA-FILE ASSIGN TO "SLSQUOTA"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SQ-QUOTA-KEY
            FILE STATUS IS QUOTA-FILE-STATUS.
