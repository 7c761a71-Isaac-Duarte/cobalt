   *> BINMREC - bin master record, keyed on location code plus bin
   *> code: the shelves inside a warehouse, each with its aisle and
   *> shelf for the picker and a walk sequence giving its place on
   *> the pick path through the building -- the mezzanine bins sit
   *> where the walk reaches them, whatever their codes. BN-WALK-KEY
   *> repeats the location ahead of the sequence so the alternate key
   *> reads one location's bins in walk order. An inactive bin keeps
   *> what is in it but is never suggested for put-away. Maintained by
   *> BIN-MAINT.
    01  BIN-MASTER-REC.
        05  BN-BIN-KEY.
            10  BN-LOCATION PIC X(3).
            10  BN-BIN PIC X(6).
        05  BN-WALK-KEY.
            10  BN-WALK-LOCATION PIC X(3).
            10  BN-WALK-SEQ PIC 9(5).
        05  BN-AISLE PIC X(3).
        05  BN-SHELF PIC X(2).
        05  BN-STATUS PIC X(1).
            88  BN-IS-ACTIVE VALUE "A".
            88  BN-IS-INACTIVE VALUE "I".
