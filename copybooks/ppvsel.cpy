   *> PPVSEL - FILE-CONTROL entry for the purchase price variance
   *> history (see PPVREC.CPY for the record layout). COPY this into
   *> PO-MATCH-REPORT, which appends a record for every PO receipt
   *> it posts, and PPV-REPORT, which reads a month of them back.
        SELECT PPV-HIST-FILE ASSIGN TO "PPVHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PPV-HIST-STATUS.
