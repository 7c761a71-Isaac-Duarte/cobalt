   *> FCSTHSEL - FILE-CONTROL entry for the cash-receipts forecast
   *> history (see FCSTHREC.CPY for the record layout). COPY this into
   *> the FILE-CONTROL paragraph of every program that appends to or
   *> reads FCSTHIST.
        SELECT FCST-HIST-FILE ASSIGN TO "FCSTHIST"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FCST-HIST-STATUS.
