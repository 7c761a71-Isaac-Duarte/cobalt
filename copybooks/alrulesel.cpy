   *> ALRULESEL - FILE-CONTROL entry for the indexed business-alert
   *> rule table (see ALRULEREC.CPY for the record layout). COPY this
   *> into the FILE-CONTROL paragraph of ALERT-RULE-MAINT and
   *> BIZ-ALERT-EVAL.
        SELECT ALERT-RULE-FILE ASSIGN TO "ALRTRULE"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-RULE-ID
            FILE STATUS IS ALERT-RULE-STATUS.
