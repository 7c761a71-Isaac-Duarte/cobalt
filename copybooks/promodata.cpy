   *> PROMODATA - WORKING-STORAGE fields backing the promotional-
   *> pricing paragraphs in PROMOPROC.CPY, which build on PRCRESDATA.
   *> PERFORM 9882-PROMO-OPEN once to table the active promotions;
   *> per line, after 9880-RESOLVE-EFFECTIVE-PRICE, move the order
   *> date to PROMO-ORDER-DATE and the part's PM-VENDOR-ID to
   *> PROMO-VENDOR-ID and PERFORM 9886-PROMO-BEST-PRICE.
   *> EFFECTIVE-UNIT-PRICE is lowered to the best promotion in force
   *> for the line, whose id is left in PROMO-APPLIED-ID (spaces when
   *> no promotion beat the price already resolved).
    01  PROMO-FILE-STATUS PIC X(2).
    01  PROMO-ORDER-DATE PIC 9(8) VALUE 0.
    01  PROMO-VENDOR-ID PIC X(6).
    01  PROMO-APPLIED-ID PIC X(6) VALUE SPACES.
    01  PROMO-BASE-PRICE PIC 9(5)V99 COMP-3 VALUE 0.
    01  PROMO-CANDIDATE-PRICE PIC 9(5)V99 COMP-3 VALUE 0.
    01  PROMO-LOAD-EOF PIC 9(1) COMP VALUE 0.
        88  PROMO-LOAD-AT-EOF VALUE 1.
    01  PROMO-FULL-SWITCH PIC 9(1) COMP VALUE 0.
        88  PROMO-TABLE-WAS-FULL VALUE 1.
    01  PROMO-MAX PIC 9(4) COMP VALUE 500.
    01  PROMO-COUNT PIC 9(4) COMP VALUE 0.
    01  PROMO-IDX PIC 9(4) COMP VALUE 0.
    01  PROMO-TABLE.
        05  PROMO-ENTRY OCCURS 500 TIMES.
            10  PT-PROMO-ID PIC X(6).
            10  PT-SCOPE-TYPE PIC X(1).
            10  PT-SCOPE-ID PIC X(6).
            10  PT-PRICE-TIER PIC X(1).
            10  PT-DISCOUNT-TYPE PIC X(1).
            10  PT-PROMO-PRICE PIC 9(5)V99 COMP-3.
            10  PT-DISC-PERCENT PIC 9(2)V99.
            10  PT-START-DATE PIC 9(8).
            10  PT-END-DATE PIC 9(8).
