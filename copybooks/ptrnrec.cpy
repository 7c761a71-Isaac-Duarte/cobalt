   *> carried on CUSTTRAN. Shared between PART-MAINT and every
   *> program that produces PARTTRAN transactions. The trailer's
   *> hash total is taken over PT-UNIT-PRICE so a mangled price
   *> load refuses the whole batch. A "P" transaction reprices one
   *> PRICEDAT tier row instead of the master: PT-PART-NO,
   *> PT-PRICE-TIER and PT-MIN-QTY name the row and PT-UNIT-PRICE is
   *> its new price; the other fields are not used.
    01  PART-TRANS-REC.
        05 PT-TRANS-CODE PIC X(1).
            88 PT-IS-ADD VALUE "A".
            88 PT-IS-UPDATE VALUE "U".
            88 PT-IS-DELETE VALUE "D".
            88 PT-IS-TIER-PRICE VALUE "P".
        05 PT-PART-NO PIC X(6).
        05 PT-DESCRIPTION PIC X(20).
        05 PT-QTY-ON-HAND PIC 9(6).
        05 PT-VENDOR-ID PIC X(6).
        05 PT-UNIT-COST PIC 9(5)V99.
        05 PT-KIT-FLAG PIC X(1).
   *> Left blank, the master's shipping weight stands as it is (zero
   *> on an add).
        05 PT-SHIP-WEIGHT PIC 9(5)V99.
        05 PT-SHIP-WEIGHT-X REDEFINES PT-SHIP-WEIGHT PIC X(7).
        05 PT-PRICE-TIER PIC X(1).
        05 PT-MIN-QTY PIC 9(5).
