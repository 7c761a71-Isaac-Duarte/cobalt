   *> PROMOSEL - FILE-CONTROL entry for the indexed promotion file
   *> (see PROMOREC.CPY for the record layout). COPY this into the
   *> FILE-CONTROL paragraph of PROMO-MAINT and every program that
   *> prices lines through PROMOPROC.CPY or reports on promotions.
        SELECT PROMO-FILE ASSIGN TO "PROMO"
            ORGANIZATION INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMO-PROMO-ID
            FILE STATUS IS PROMO-FILE-STATUS.
