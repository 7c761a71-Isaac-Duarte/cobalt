   *> PAYHSEL - FILE-CONTROL entry for the payment history (see
   *> PAYHREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of every program that appends to or
   *> reads PAYHIST.
        SELECT PAY-HIST-FILE ASSIGN TO "PAYHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PAY-HIST-STATUS.
