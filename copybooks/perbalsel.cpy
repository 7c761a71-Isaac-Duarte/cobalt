   *> PERBALSEL - FILE-CONTROL entry for the period balance snapshot
   *> (see PERBALREC.CPY). COPY this into MONTH-END-CLOSE (appender)
   *> and every program that reports receivables as of a period end.
        SELECT PERIOD-BAL-FILE ASSIGN TO "PERBALS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PERIOD-BAL-STATUS.
