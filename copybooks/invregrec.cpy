   *> subtotal/tax/total. The register is what the downstream legs
   *> reconcile against -- the outbound interface transmits from it
   *> and the nightly three-way match proves it against CUSTTRAN and
   *> OPENITEM. The tax region and the rate in force when the invoice
   *> was priced ride along so the period tax return can be filed by
   *> region and rate without guessing from today's customer master;
   *> registers written before they were carried have both blank.
   *> The region is where the goods went -- the ship-to's region when
   *> the order quoted a ship-to in another one.
    01  INVOICE-REGISTER-REC.
        05  IR-INVOICE-NO PIC 9(8).
        05  IR-ORDER-NO PIC X(8).
        05  IR-SUBTOTAL PIC S9(9)V99.
        05  IR-TAX PIC S9(9)V99.
        05  IR-TOTAL PIC S9(9)V99.
        05  IR-REGION-CODE PIC X(3).
        05  IR-TAX-RATE PIC 9(3)V9(4).
   *> Freight billed on the invoice, outside IR-SUBTOTAL (which stays
   *> the goods alone, the taxable and commissionable figure) and
   *> inside IR-TOTAL. Blank on registers written before freight.
        05  IR-FREIGHT PIC S9(7)V99.
