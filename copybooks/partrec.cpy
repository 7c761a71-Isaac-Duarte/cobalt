   *> components -- a kit part carries no stock of its own.
        05  PM-KIT-FLAG PIC X(1).
            88  PM-IS-KIT VALUE "Y".
   *> What one unit weighs boxed for the truck, in pounds: SHIP-CONFIRM
   *> weighs each confirmed line with it for the carrier manifest and
   *> the order's billable freight weight. Zero means not weighed.
        05  PM-SHIP-WEIGHT PIC 9(5)V99 COMP-3.
   *> The part's ABC class by annual usage value, set by each
   *> ABC-CLASSIFY run and nowhere else: COUNT-SHEET-SELECT counts
   *> an A part far more often than a C. Blank until the part has
   *> first been classified.
        05  PM-ABC-CLASS PIC X(1).
            88  PM-ABC-IS-A VALUE "A".
            88  PM-ABC-IS-B VALUE "B".
            88  PM-ABC-IS-C VALUE "C".
