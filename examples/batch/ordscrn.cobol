*> writes ordinary ORDTRAN cards ("O" header as each order opens,
*> "L" cards per accepted line) so the nightly ORDER-ENTRY run
*> prices, reserves, and credit-checks the keyed orders exactly
*> like carded ones. An order takes as many lines as the caller
*> has, and the running line count is shown as each one is keyed.
*> The header takes an optional ship-to code: blank delivers to the
*> customer's billing address, and a code must be one of the
*> customer's on the SHIPTO file -- the screen shows where the
*> order will go before the first line is keyed.
*> Every line shows the ship date the caller can be promised: the
*> entry date for a line the shelf covers, and for a line it
*> cannot, the date the available-to-promise walk in ATPPROC finds
*> once the back-orders queued ahead are served from the open
*> purchase orders -- so the refusal comes with a date the caller
*> can rekey against, or word that nothing on order covers it.
*> The line's unit price shows too, resolved exactly as tonight's
*> ORDER-ENTRY will: the PRICEDAT tier and quantity break for the
*> customer, then the best PROMO promotion in force today, whose id
*> is shown beside it so the caller hears which offer applied.
*> Customer ids and part numbers must prove their check digits
*> before either master is read, so a transposed id is refused
*> rather than found as someone else's.
*> Functions: O open an order, L key a line, E end the session.

ENVIRONMENT DIVISION.
            FILE STATUS IS ORDER-TRANS-STATUS.
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "shiptosel.cpy".
        COPY "posel.cpy".
        COPY "bkordsel.cpy".
        COPY "prcsel.cpy".
        COPY "promosel.cpy".
        COPY "opsel.cpy".
        COPY "authsel.cpy".
        COPY "secevsel.cpy".
        COPY "scractsel.cpy".
        COPY "locksel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
DATA DIVISION.
    FILE SECTION.
    FD  ORDER-TRANS-FILE.
    01  ORDER-TRANS-REC PIC X(25).

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".
    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

    FD  PROMO-FILE.
    COPY "promorec.cpy".

    FD  OPERATOR-FILE.
    COPY "oprec.cpy".

    COPY "authrec.cpy".

    COPY "secevfd.cpy".
    COPY "scractfd.cpy".

    COPY "lockfd.cpy".
    COPY "auditfd.cpy".
    01 ORDER-TRANS-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 BACK-ORDER-STATUS PIC X(2).

    01 ENTRY-DONE-SWITCH PIC 9(1) COMP VALUE 0.
        88 ENTRY-IS-DONE VALUE 1.
    01 ORDER-OPEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 AN-ORDER-IS-OPEN VALUE 1.
    01 OPEN-ORDER-NO PIC X(8) VALUE SPACES.
    01 OPEN-LINE-COUNT PIC 9(4) COMP VALUE 0.
    01 OPEN-LINE-DISP PIC Z(3)9.
    01 OPEN-PRICE-TIER PIC X(1) VALUE SPACE.

    01 SCR-FUNCTION PIC X(1).
        88 SCR-FUNCTION-ORDER VALUE "O" "o".
    01 SCR-ORDER-NO PIC X(8).
    01 SCR-CUST-ID PIC X(6).
    01 SCR-SALES-ID PIC X(6).
    01 SCR-SHIPTO-CODE PIC X(4).
    01 SCR-PART-NO PIC X(6).
    01 SCR-QUANTITY PIC X(5).
    01 SCR-ON-HAND PIC Z(5)9.
    01 SCR-PROMISE PIC X(8) VALUE SPACES.
    01 SCR-UNIT-PRICE PIC 9(5)V99 VALUE 0.
    01 SCR-PROMO-ID PIC X(6) VALUE SPACES.
    01 SCR-MESSAGE PIC X(50) VALUE SPACES.

*> ORDTRAN card staging, in the layouts ORDER-ENTRY reads:
*>     "O" + order number (8) + customer id (6) + salesperson (6)
*>         + ship-to code (4)
*>     "L" + part number (6) + quantity (5)
    01 ORDER-CARD-STAGING.
        05 OC-CARD-TYPE PIC X(1).
        05 OC-ORDER-NO PIC X(8).
        05 OC-CUST-ID PIC X(6).
        05 OC-SALES-ID PIC X(6).
        05 OC-SHIPTO-CODE PIC X(4).
    01 LINE-CARD-STAGING.
        05 LC-CARD-TYPE PIC X(1).
        05 LC-PART-NO PIC X(6).
        05 LC-QUANTITY PIC 9(5).
        05 FILLER PIC X(13) VALUE SPACES.

*> The session's cards leave wrapped in header/trailer batch
*> controls for BATCH-PREEDIT, hashing the keyed quantities.
    01 TOTAL-REFUSED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-SCREEN-ENTRY"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-SCREEN-ENTRY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "editdata.cpy".
    COPY "signondata.cpy".
    COPY "scractdata.cpy".
    COPY "lockdata.cpy".
    COPY "shiptodata.cpy".
    COPY "atpdata.cpy".
    COPY "prcresdata.cpy".
    COPY "promodata.cpy".

    SCREEN SECTION.
    01 ORDER-SCREEN.
        05 LINE 6 COLUMN 16 PIC X(6) USING SCR-CUST-ID.
        05 LINE 7 COLUMN 1 VALUE "Salesperson..:".
        05 LINE 7 COLUMN 16 PIC X(6) USING SCR-SALES-ID.
        05 LINE 7 COLUMN 30 VALUE "Ship-to:".
        05 LINE 7 COLUMN 39 PIC X(4) USING SCR-SHIPTO-CODE.
        05 LINE 9 COLUMN 1 VALUE "Part number..:".
        05 LINE 9 COLUMN 16 PIC X(6) USING SCR-PART-NO.
        05 LINE 10 COLUMN 1 VALUE "Quantity.....:".
        05 LINE 10 COLUMN 16 PIC X(5) USING SCR-QUANTITY.
        05 LINE 10 COLUMN 30 VALUE "On hand:".
        05 LINE 10 COLUMN 39 PIC Z(5)9 FROM SCR-ON-HAND.
        05 LINE 10 COLUMN 48 VALUE "Promise:".
        05 LINE 10 COLUMN 57 PIC X(8) FROM SCR-PROMISE.
        05 LINE 11 COLUMN 1 VALUE "Unit price...:".
        05 LINE 11 COLUMN 16 PIC Z(4)9.99 FROM SCR-UNIT-PRICE.
        05 LINE 11 COLUMN 30 VALUE "Promo:".
        05 LINE 11 COLUMN 39 PIC X(6) FROM SCR-PROMO-ID.
        05 LINE 12 COLUMN 1 PIC X(50) FROM SCR-MESSAGE.

PROCEDURE DIVISION.
        WRITE ORDER-TRANS-REC
        OPEN INPUT CUSTOMER-MASTER-FILE
        OPEN INPUT PART-MASTER-FILE
        PERFORM 9871-SHIPTO-OPEN
        MOVE WS-CURRENT-DATE-8 TO ATP-RUN-DATE
        PERFORM 9896-ATP-LOAD-SUPPLY
        PERFORM 9894-ATP-LOAD-DEMAND
        PERFORM 9881-PRICE-OPEN
        PERFORM 9882-PROMO-OPEN
    END-IF.

    *> ---------------------
    MOVE SPACES TO SCR-ORDER-NO.
    MOVE SPACES TO SCR-CUST-ID.
    MOVE SPACES TO SCR-SALES-ID.
    MOVE SPACES TO SCR-SHIPTO-CODE.
    MOVE SPACES TO SCR-PART-NO.
    MOVE SPACES TO SCR-QUANTITY.
    DISPLAY ORDER-SCREEN.
    ACCEPT ORDER-SCREEN.
    MOVE SPACES TO SCR-MESSAGE.
    MOVE SCR-FUNCTION TO SCRACT-FUNCTION.
    STRING SCR-ORDER-NO " " SCR-CUST-ID " " SCR-PART-NO
        DELIMITED BY SIZE INTO SCRACT-KEY.
    MOVE 0 TO SCR-ON-HAND.
    MOVE SPACES TO SCR-PROMISE.
    MOVE 0 TO SCR-UNIT-PRICE.
    MOVE SPACES TO SCR-PROMO-ID.
    EVALUATE TRUE
        WHEN SCR-FUNCTION-END
            MOVE 1 TO ENTRY-DONE-SWITCH
            MOVE "UNRECOGNIZED FUNCTION CODE" TO SCR-MESSAGE
            ADD 1 TO TOTAL-REFUSED
    END-EVALUATE.
    IF NOT SCR-FUNCTION-END THEN
        MOVE TOTAL-REFUSED TO SCRACT-REJECTS-NOW
        PERFORM 9720-LOG-SCREEN-ACTION
    END-IF.

    *> The customer is validated while the caller is still on the
    *> line: on the master, and active, and any ship-to quoted must
    *> be one of the customer's delivery points. The "O" card is
    *> written the moment the header passes, so a session abend
    *> loses lines, never a header-line mismatch.
    3000-OPEN-NEW-ORDER.
    IF SCR-ORDER-NO = SPACES THEN
        MOVE "ORDER NUMBER IS REQUIRED" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO EDIT-INPUT-FIELD.
    PERFORM 9260-EDIT-CHECK-CUST-ID.
    IF NOT EDIT-IS-VALID THEN
        MOVE "CUSTOMER ID FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE SCR-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            ADD 1 TO TOTAL-REFUSED
        NOT INVALID KEY
            IF CM-STATUS-ACTIVE THEN
                PERFORM 3050-CHECK-SHIP-TO
            ELSE
                MOVE "CUSTOMER IS NOT ACTIVE" TO SCR-MESSAGE
                ADD 1 TO TOTAL-REFUSED
            END-IF
    END-READ.

    3050-CHECK-SHIP-TO.
    MOVE SCR-CUST-ID TO SHIPTO-CUST-ID.
    MOVE SCR-SHIPTO-CODE TO SHIPTO-CODE.
    PERFORM 9870-RESOLVE-SHIP-TO.
    IF SHIPTO-IS-UNKNOWN THEN
        STRING "SHIP-TO " SCR-SHIPTO-CODE " NOT ON FILE FOR CUSTOMER"
            DELIMITED BY SIZE INTO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
    ELSE
        PERFORM 3100-WRITE-ORDER-CARD
    END-IF.

    3100-WRITE-ORDER-CARD.
    MOVE "O" TO OC-CARD-TYPE.
    MOVE SCR-ORDER-NO TO OC-ORDER-NO.
    MOVE SCR-CUST-ID TO OC-CUST-ID.
    MOVE SCR-SALES-ID TO OC-SALES-ID.
    MOVE SCR-SHIPTO-CODE TO OC-SHIPTO-CODE.
    MOVE ORDER-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    MOVE 1 TO ORDER-OPEN-SWITCH.
    MOVE SCR-ORDER-NO TO OPEN-ORDER-NO.
    MOVE CM-PRICE-TIER TO OPEN-PRICE-TIER.
    MOVE 0 TO OPEN-LINE-COUNT.
    ADD 1 TO TOTAL-ORDERS-KEYED.
    STRING "ORDER " SCR-ORDER-NO " SHIPS TO " SHIPTO-NAME(1:15)
        " " SHIPTO-ADDR-CITY(1:10)
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    *> The part is read live: the operator sees the real on-hand
    *> before promising it, and a quantity the shelf cannot cover
    *> is refused at the keyboard.
    4000-KEY-ONE-LINE.
    MOVE SCR-PART-NO TO EDIT-INPUT-FIELD.
    PERFORM 9262-EDIT-CHECK-PART-NO.
    IF NOT EDIT-IS-VALID THEN
        MOVE "PART NUMBER FAILS ITS CHECK DIGIT" TO SCR-MESSAGE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4300-SHOW-LINE-PRICE.
    IF LC-QUANTITY > PM-QTY-ON-HAND THEN
        PERFORM 4200-SHOW-SHORT-PROMISE
        ADD 1 TO TOTAL-REFUSED
        EXIT PARAGRAPH
    END-IF.
    MOVE ATP-RUN-DATE TO SCR-PROMISE.
    MOVE LINE-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    ADD LC-QUANTITY TO OC-KEYED-HASH.
    ADD 1 TO OPEN-LINE-COUNT.
    ADD 1 TO TOTAL-LINES-KEYED.
    MOVE OPEN-LINE-COUNT TO OPEN-LINE-DISP.
    STRING "LINE " OPEN-LINE-DISP " KEYED ON " OPEN-ORDER-NO
        " BY " SIGNON-OPER-ID
        DELIMITED BY SIZE INTO SCR-MESSAGE.

    *> A short line is refused as before, but the caller hears when
    *> it could ship: the walk queues the line behind the back-orders
    *> already waiting and serves them from the open purchase orders.
    4200-SHOW-SHORT-PROMISE.
    MOVE LC-PART-NO TO ATP-PART-NO.
    MOVE LC-QUANTITY TO ATP-QUANTITY.
    MOVE PM-QTY-ON-HAND TO ATP-ON-HAND.
    IF PM-IS-KIT THEN
        SET ATP-NOT-COVERED TO TRUE
    ELSE
        PERFORM 9890-ATP-PROMISE-DATE
    END-IF.
    IF ATP-NOT-COVERED THEN
        MOVE "NONE" TO SCR-PROMISE
        STRING "ONLY " SCR-ON-HAND " ON HAND - NOTHING ON ORDER"
            DELIMITED BY SIZE INTO SCR-MESSAGE
    ELSE
        MOVE ATP-PROMISE-DATE TO SCR-PROMISE
        STRING "ONLY " SCR-ON-HAND " ON HAND - CAN PROMISE "
            ATP-PROMISE-DATE
            DELIMITED BY SIZE INTO SCR-MESSAGE
    END-IF.

    *> The price the line will carry: the same resolution
    *> ORDER-ENTRY applies tonight, at the customer's tier.
    4300-SHOW-LINE-PRICE.
    MOVE LC-PART-NO TO PRICE-PART-NO.
    MOVE LC-QUANTITY TO PRICE-QUANTITY.
    MOVE OPEN-PRICE-TIER TO PRICE-TIER.
    MOVE PM-UNIT-PRICE TO PRICE-LIST-PRICE.
    PERFORM 9880-RESOLVE-EFFECTIVE-PRICE.
    MOVE ATP-RUN-DATE TO PROMO-ORDER-DATE.
    MOVE PM-VENDOR-ID TO PROMO-VENDOR-ID.
    PERFORM 9886-PROMO-BEST-PRICE.
    MOVE EFFECTIVE-UNIT-PRICE TO SCR-UNIT-PRICE.
    MOVE PROMO-APPLIED-ID TO SCR-PROMO-ID.

    *> ---------------------
    *> SIGN-OFF
    *> ---------------------
    CLOSE ORDER-TRANS-FILE.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE PART-MASTER-FILE.
    PERFORM 9879-SHIPTO-CLOSE.
    PERFORM 9889-PRICE-CLOSE.
    DISPLAY "-- Keyed Order Summary --".
    DISPLAY "Operator " SIGNON-OPER-ID " keyed this session:".
    DISPLAY "Orders keyed  : " TOTAL-ORDERS-KEYED.
    COPY "dtstampproc.cpy".
    COPY "editproc.cpy".
    COPY "signonproc.cpy".
    COPY "scractproc.cpy".
    COPY "lockproc.cpy".
    COPY "shiptoproc.cpy".
    COPY "atpproc.cpy".
    COPY "prcresproc.cpy".
    COPY "promoproc.cpy".
