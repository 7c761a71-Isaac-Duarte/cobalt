    01  EDIT-DATE-CCYY PIC 9(4).
    01  EDIT-DATE-MM PIC 9(2).
    01  EDIT-DATE-DD PIC 9(2).
   *> The state and postal-prefix table behind 9230/9240, filled by
   *> 9250-EDIT-LOAD-STATE-TABLE (STPOPROC.CPY) in the programs that
   *> load it; programs that never load it never consult it.
    01  STATE-POSTAL-STATUS PIC X(2).
    01  EDIT-STATE-EOF PIC 9(1) COMP VALUE 0.
        88  EDIT-STATE-AT-EOF VALUE 1.
    01  EDIT-STATE-LOADED-SW PIC 9(1) COMP VALUE 0.
        88  EDIT-STATE-TABLE-LOADED VALUE 1.
    01  EDIT-STATE-MAX PIC 9(3) COMP VALUE 150.
    01  EDIT-STATE-COUNT PIC 9(3) COMP VALUE 0.
    01  EDIT-STATE-IDX PIC 9(3) COMP.
    01  EDIT-STATE-CODE PIC X(2).
    01  EDIT-POSTAL-PREFIX PIC X(3).
    01  EDIT-STATE-TABLE.
        05  EDIT-STATE-ENTRY OCCURS 150 TIMES.
            10  EDIT-ST-STATE PIC X(2).
            10  EDIT-ST-POSTAL-LOW PIC X(3).
            10  EDIT-ST-POSTAL-HIGH PIC X(3).
   *> The check-digit edits behind 9260/9262/9265. Position 6 of a
   *> customer id or part number is the weighted modulus-11 digit of
   *> positions 1-5 (weights 6 down to 2, digits worth their face,
   *> letters A-Z worth 10-35); a base whose remainder would call
   *> for a digit of 10 carries none and is never issued.
    01  EDIT-ID-ALPHABET PIC X(36)
            VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    01  EDIT-ID-CHAR-VALUE PIC 9(2) COMP.
    01  EDIT-ID-WEIGHTED-SUM PIC 9(4) COMP.
    01  EDIT-ID-QUOTIENT PIC 9(4) COMP.
    01  EDIT-ID-REMAINDER PIC 9(2) COMP.
    01  EDIT-ID-DIGIT-VALUE PIC 9(2) COMP.
    01  EDIT-CHECK-DIGIT PIC X(1).
