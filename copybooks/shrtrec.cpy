   *> SHRTREC - replenishment shortfall record, one per part that
   *> has a minimum or maximum set at any location: what the part's
   *> short locations still wanted after REPLENISH-TRANSFER moved
   *> every surplus unit it could find, zero when the transfers
   *> covered it. It is the only quantity purchasing buys for such a
   *> part; a part with no record is bought on its master reorder
   *> point as before. Rewritten by every REPLENISH-TRANSFER run.
    01  REPL-SHORT-REC.
        05  RQ-PART-NO PIC X(6).
        05  RQ-SHORT-QTY PIC 9(7).
        05  RQ-RUN-DATE PIC 9(8).
