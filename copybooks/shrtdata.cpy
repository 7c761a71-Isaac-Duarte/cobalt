   *> SHRTDATA - WORKING-STORAGE fields backing the shortfall
   *> paragraphs in SHRTPROC.CPY: the REPLSHRT records tabled by
   *> 9990-SHORT-LOAD, and the part looked up and its answer for
   *> 9991-SHORT-FIND.
    01  REPL-SHORT-STATUS PIC X(2).
    01  SHORT-EOF PIC 9(1) COMP VALUE 0.
        88  SHORT-AT-EOF VALUE 1.
    01  SHORT-PART-NO PIC X(6) VALUE SPACES.
    01  SHORT-QTY PIC 9(7) VALUE 0.
    01  SHORT-PLANNED PIC 9(1) COMP VALUE 0.
        88  SHORT-PART-IS-PLANNED VALUE 1.
    01  SHORT-TABLE-MAX PIC 9(4) COMP VALUE 2000.
    01  SHORT-COUNT PIC 9(4) COMP VALUE 0.
    01  SHORT-IDX PIC 9(4) COMP VALUE 0.
    01  SHORT-TABLE.
        05  SHORT-ENTRY OCCURS 2000 TIMES.
            10  ST-PART-NO PIC X(6).
            10  ST-SHORT-QTY PIC 9(7).
