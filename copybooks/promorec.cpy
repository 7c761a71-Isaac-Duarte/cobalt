   *> PROMOREC - promotion record, keyed on the six-character
   *> promotion id. A promotion prices one part, or every part a
   *> vendor supplies, between its start and end dates inclusive,
   *> either at a fixed promotional price or at a percent off the
   *> price the line would otherwise pay (two implied decimals, 1500
   *> = 15.00 percent). A blank price tier offers it to every tier;
   *> otherwise only customers on that CM-PRICE-TIER qualify. A
   *> withdrawn promotion stays on file for PROMO-RESULTS but prices
   *> nothing. Maintained by PROMO-MAINT.
    01  PROMO-REC.
        05  PMO-PROMO-ID PIC X(6).
        05  PMO-DESCRIPTION PIC X(20).
        05  PMO-SCOPE-TYPE PIC X(1).
            88  PMO-SCOPE-PART VALUE "P".
            88  PMO-SCOPE-VENDOR VALUE "V".
            88  PMO-SCOPE-VALID VALUES "P" "V".
        05  PMO-SCOPE-ID PIC X(6).
        05  PMO-PRICE-TIER PIC X(1).
        05  PMO-DISCOUNT-TYPE PIC X(1).
            88  PMO-FIXED-PRICE VALUE "F".
            88  PMO-PERCENT-OFF VALUE "D".
            88  PMO-DISCOUNT-VALID VALUES "F" "D".
        05  PMO-PROMO-PRICE PIC 9(5)V99 COMP-3.
        05  PMO-DISC-PERCENT PIC 9(2)V99.
        05  PMO-START-DATE PIC 9(8).
        05  PMO-END-DATE PIC 9(8).
        05  PMO-STATUS PIC X(1).
            88  PMO-STATUS-ACTIVE VALUE "A".
            88  PMO-STATUS-WITHDRAWN VALUE "W".
        05  PMO-OPER-ID PIC X(8).
        05  PMO-CHANGED-DATE PIC 9(8).
