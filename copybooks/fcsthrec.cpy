   *> FCSTHREC - cash-receipts forecast history record: one record per
   *> run of CASH-FORECAST, carrying the first day of the week the
   *> forecast starts from, the run timestamp, the number of open
   *> items forecast, and the amount expected in each of the four
   *> weeks from that day and beyond them. The next week's run reads
   *> back the latest forecast made before it and sets its first week
   *> against the payments PAYHIST shows actually came in. Appended,
   *> never rewritten.
    01  FCST-HIST-REC.
        05  FH-WEEK-START PIC 9(8).
        05  FH-RUN-STAMP PIC X(14).
        05  FH-ITEM-COUNT PIC 9(6).
        05  FH-WEEK-AMOUNT PIC S9(11)V99 OCCURS 4 TIMES.
        05  FH-LATER-AMOUNT PIC S9(11)V99.
