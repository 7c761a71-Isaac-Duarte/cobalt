   *> VHISTSEL - FILE-CONTROL entry for the vendor performance
   *> history (see VHISTREC.CPY for the record layout). COPY this
   *> into VENDOR-SCORECARD, which appends one record per vendor per
   *> run.
        SELECT VENDOR-HIST-FILE ASSIGN TO "VNDHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VENDOR-HIST-STATUS.
