   *> PJRNLREC - part-maintenance journal record: one record per
   *> applied PARTTRAN transaction, carrying the transaction code,
   *> the full before-image and after-image of PART-MASTER-REC (58
   *> bytes each, packed price included), and a timestamp, so a bad
   *> price load can be proven -- and backed out -- part by part.
   *> Adds journal a LOW-VALUES before-image; deletes journal a
   *> LOW-VALUES after-image. Tier-price transactions ("P") carry the
   *> PRICEDAT row (PRICE-REC, key included) in the images instead,
   *> so a repricing backs out row by row the same way. Written by
   *> PART-MAINT.
    01  PART-JOURNAL-REC.
        05  PJ-TRANS-CODE PIC X(1).
            88  PJ-IS-ADD VALUE "A".
            88  PJ-IS-UPDATE VALUE "U".
            88  PJ-IS-DELETE VALUE "D".
            88  PJ-IS-TIER-PRICE VALUE "P".
        05  PJ-TIMESTAMP PIC X(14).
        05  PJ-PART-NO PIC X(6).
        05  PJ-BEFORE-IMAGE PIC X(58).
        05  PJ-AFTER-IMAGE PIC X(58).
        05  PJ-OPER-ID PIC X(8).
