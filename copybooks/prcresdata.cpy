   *> PRCRESDATA - WORKING-STORAGE fields backing the line-price
   *> resolution paragraphs in PRCRESPROC.CPY. PERFORM
   *> 9881-PRICE-OPEN once, then per line move the part to
   *> PRICE-PART-NO, the quantity to PRICE-QUANTITY, the customer's
   *> CM-PRICE-TIER to PRICE-TIER and the part's PM-UNIT-PRICE to
   *> PRICE-LIST-PRICE, PERFORM 9880-RESOLVE-EFFECTIVE-PRICE, and
   *> take the price from EFFECTIVE-UNIT-PRICE. PRICE-SOURCE says
   *> whether a negotiated row or the list price set it, or a
   *> promotion when PROMOPROC.CPY lowered it afterwards.
    01  PRICE-FILE-STATUS PIC X(2).
    01  PRICE-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88  PRICE-FILE-IS-OPEN VALUE 1.
    01  PRICE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88  PRICE-SCAN-AT-EOF VALUE 1.
    01  PRICE-PART-NO PIC X(6).
    01  PRICE-QUANTITY PIC 9(5).
    01  PRICE-TIER PIC X(1).
    01  PRICE-LIST-PRICE PIC 9(5)V99 COMP-3 VALUE 0.
    01  EFFECTIVE-UNIT-PRICE PIC 9(5)V99 COMP-3 VALUE 0.
    01  PRICE-SOURCE PIC X(1).
        88  PRICE-FROM-TABLE VALUE "T".
        88  PRICE-FROM-LIST VALUE "L".
        88  PRICE-FROM-PROMO VALUE "P".
