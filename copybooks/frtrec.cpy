   *> FRTREC - carrier freight-rate table record, keyed on carrier,
   *> region, and the top of a weight band. One record per band: the
   *> band a shipment falls in is the carrier/region row with the
   *> lowest FR-WEIGHT-TO at or above its weight in whole pounds
   *> (rounded up), so a carrier's bands for a region are simply its
   *> rows read forward from the weight. The charge for the band is
   *> FR-BASE-CHARGE plus FR-PER-POUND for every pound shipped. The
   *> region is the customer's or ship-to's CM-REGION-CODE, the same
   *> code tax is charged by. A carrier is known to the system when
   *> it has at least one row. Maintained by FREIGHT-RATE-MAINT; read
   *> by SHIP-CONFIRM and INVOICE-GENERATION.
    01  FREIGHT-RATE-REC.
        05  FR-RATE-KEY.
            10  FR-CARRIER-CODE PIC X(4).
            10  FR-REGION-CODE PIC X(3).
            10  FR-WEIGHT-TO PIC 9(5).
        05  FR-BASE-CHARGE PIC 9(5)V99.
        05  FR-PER-POUND PIC 9(3)V99.
