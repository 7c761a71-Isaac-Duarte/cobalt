   *> the invoice detail outlives the print image in RPTARCH.
   *> Carries who bought what, how much, at what extended value, and
   *> on which invoice. Read back by SALES-ANALYSIS for the monthly
   *> sales-by-customer, sales-by-part, and cross-tab reports, and
   *> by MARGIN-ANALYSIS for revenue against cost.
    01  SALES-HISTORY-REC.
        05  SL-CUST-ID PIC X(6).
        05  SL-PART-NO PIC X(6).
        05  SL-EXT-AMOUNT PIC S9(9)V99.
        05  SL-INVOICE-NO PIC 9(8).
        05  SL-INVOICE-DATE PIC 9(8).
   *> An invoice's freight is written as a record of its own, type
   *> "F" with no part and no quantity, so SALES-ANALYSIS can keep
   *> freight revenue apart from goods; goods lines carry a blank.
        05  SL-LINE-TYPE PIC X(1).
            88  SL-IS-FREIGHT VALUE "F".
            88  SL-IS-RETURN VALUE "R".
   *> The cost side, for MARGIN-ANALYSIS: the unit cost the line was
   *> invoiced at (OL-UNIT-COST) and the quantity extended at it,
   *> with the order's salesperson. RETURNS-PROCESSING writes each
   *> credit memo line here as type "R": the quantity returned, and
   *> the amount credited and the cost reversed, both negative.
        05  SL-UNIT-COST PIC 9(7)V99.
        05  SL-EXT-COST PIC S9(9)V99.
        05  SL-SALES-ID PIC X(6).
