   *> BINSREC - bin-stock record, keyed on part number, location code
   *> and bin code: which shelves the goods under a LOCSTOCK total
   *> sit on. Like a lot's, a bin's quantity is shelf stock -- it
   *> leaves when SHIP-CONFIRM ships the goods, not when ORDER-ENTRY
   *> reserves them -- so a location's bins tie to its LOCSTOCK
   *> figure once the reserved lines have shipped. BS-BIN-KEY repeats
   *> the location and bin for the alternate key. Maintained through
   *> the paragraphs in BINPROC.CPY.
    01  BIN-STOCK-REC.
        05  BS-STOCK-KEY.
            10  BS-PART-NO PIC X(6).
            10  BS-LOCATION PIC X(3).
            10  BS-BIN PIC X(6).
        05  BS-BIN-KEY.
            10  BS-BIN-LOCATION PIC X(3).
            10  BS-BIN-BIN PIC X(6).
        05  BS-QTY-ON-HAND PIC 9(6) COMP.
