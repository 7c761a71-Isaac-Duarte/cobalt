   *> RELREGSEL - FILE-CONTROL entry for the indexed release register
   *> (see RELREGREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of RELEASE-MAINT and VERSION-RUN-REPORT.
        SELECT RELEASE-REGISTER-FILE ASSIGN TO "RELREG"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RR-KEY
            FILE STATUS IS RELEASE-REGISTER-STATUS.
