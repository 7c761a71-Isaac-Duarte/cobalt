   *> STPOREC - state and postal-prefix reference record: one row per
   *> range of three-digit postal prefixes a state's codes fall in,
   *> so a state whose prefixes are not contiguous simply has more
   *> than one row. A state code with no row is not a real state.
   *> Loaded into EDITDATA.CPY's state table by STPOPROC.CPY and
   *> consulted by EDITPROC.CPY's 9230/9240 edits.
    01  STATE-POSTAL-REC.
        05  SP-STATE PIC X(2).
        05  SP-POSTAL-LOW PIC X(3).
        05  SP-POSTAL-HIGH PIC X(3).
        05  SP-STATE-NAME PIC X(20).
