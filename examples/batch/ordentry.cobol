*> resolved at entry: the PRICEDAT table is consulted for the part
*> under the customer's CM-PRICE-TIER at the ordered quantity's
*> break, and PM-UNIT-PRICE stands only when no negotiated row
*> applies -- then any PROMO promotion in force on the order date
*> for the part or its vendor, and the customer's tier, takes the
*> price lower when it beats it, and the order line records which
*> promotion priced it -- so the price on the order line is the
*> real one all the way through INVOICE-GENERATION. A line rejected for
*> stock is not lost: the demand is captured on the back-order file
*> for BACKORD-RELEASE to turn back into ORDTRAN cards once
*> receipts replenish the part (and logged on BOHIST, which keeps
*> it after the release), with the ship date the customer
*> can be promised: the available-to-promise walk in ATPPROC nets
*> the part's on-hand (already cut by every open order's
*> reservation) and the back-orders queued ahead of it against the
*> open purchase orders by expected date. An accepted line is
*> promised for the entry date, since it is covered from stock. An order whose lines all reject, or
*> whose customer fails validation, is rejected whole. Before an
*> accepted order is written it passes the credit check: the
*> customer's balance plus the value of their open and shipped
*> orders plus this order must fit inside CM-CREDIT-LIMIT (a zero
*> limit waives the check). A customer in a parent/child family is
*> judged as the family: every member's balance and open and
*> shipped orders are totalled against the parent's limit, since
*> the parent carries the bill-to risk. Orders over the limit land on the
*> CREDREF referral file and report for the credit desk instead of
*> ORDFILE, with their reserved quantities put back on the part
*> master; accepted orders land on ORDFILE with status O (open),
*> their lines on ORDLINE numbered from 1 in the order accepted.
*> An order takes as many line cards as it has; the lines are held
*> in a working table until the order closes, so the table size
*> (WORK-LINE-MAX) is the only ceiling.
*>
*> Cancel cards come off ORDFILE as cleanly as order cards go on:
*> a "C" card cancels a whole open order (status X, every line's
*> reservation released) and an "X" card cancels one line of an
*> open order (that line's reservation released, its quantity
*> zeroed on ORDLINE). Every release is written to the stock register as a
*> type "C" movement so the day's on-hand audit still balances.
*>
*> ORDTRAN layout:
*>     "O" + order number (8) + customer id (6) + salesperson (6)
*>         + ship-to code (4)
*>     "L" + part number (6) + quantity (5) + location (3)
*>         + quoted unit price (7, 5.2 digits, optional)
*>     "C" + order number (8)
*>     "X" + order number (8) + line number (4)
*>
*> The salesperson on the "O" card is carried onto ORDER-REC for
*> the monthly COMMISSION-REPORT; one not on the salesperson master
*> is kept but warned about, so a mis-keyed id surfaces without
*> costing the order. The ship-to code names one of the customer's
*> delivery points on the SHIPTO file and is carried onto ORDER-REC
*> the same way; blank ships to the billing address. A code the
*> customer does not have rejects the order -- the goods would
*> otherwise go to the wrong dock.
*>
*> An order QUOTE-CONVERT cut from an accepted quotation carries the
*> quote number as its order number and the quoted unit price on
*> each line card; that price stands instead of the PRICEDAT
*> resolution, but only when the QUOTE file shows the quote
*> converted for the same customer. A price on any other line card
*> is ignored with a warning and the line prices normally.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ORDER-TRANS-STATUS.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "locsel.cpy".
        COPY "sthsel.cpy".
        COPY "prcsel.cpy".
        COPY "promosel.cpy".
        COPY "kitsel.cpy".
        COPY "slssel.cpy".
        COPY "bkordsel.cpy".
        COPY "bohsel.cpy".
        COPY "shiptosel.cpy".
        COPY "quotsel.cpy".
        COPY "posel.cpy".
        SELECT CREDIT-REFERRAL-FILE ASSIGN TO "CREDREF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CREDIT-REFERRAL-STATUS.
        05 OT-FIELD-1 PIC X(8).
        05 OT-FIELD-2 PIC X(6).
        05 OT-FIELD-3 PIC X(6).
        05 OT-FIELD-4 PIC X(4).
    01  ORDER-LINE-CARD REDEFINES ORDER-TRANS-REC.
        05 FILLER PIC X(1).
        05 OT-PART-NO PIC X(6).
        05 OT-QUANTITY PIC 9(5).
        05 OT-LOCATION PIC X(3).
        05 OT-QUOTED-PRICE PIC 9(5)V99.
        05 FILLER PIC X(3).
    01  ORDER-CANCEL-CARD REDEFINES ORDER-TRANS-REC.
        05 FILLER PIC X(1).
        05 OT-CANCEL-ORDER-NO PIC X(8).
        05 OT-CANCEL-LINE-NO PIC 9(4).
        05 FILLER PIC X(12).

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PRICE-FILE.
    COPY "prcrec.cpy".

    FD  PROMO-FILE.
    COPY "promorec.cpy".

    FD  KIT-DEF-FILE.
    COPY "kitrec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  BACK-ORDER-HIST-FILE.
    01  BACK-ORDER-HIST-REC PIC X(49).

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  QUOTE-FILE.
    COPY "quotrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

*> One "H" record per referred order followed by an "L" record per
*> line, carrying everything the credit desk needs to release it as
*> fresh ORDTRAN cards or reject it.
    FD  CREDIT-REFERRAL-FILE.
    01  CREDIT-REFERRAL-REC.
        05 CR-REC-TYPE PIC X(1).
            88 CR-IS-HEADER VALUE "H".
            88 CR-IS-LINE VALUE "L".
        05 CR-ORDER-NO PIC X(8).
        05 CR-CUST-ID PIC X(6).
        05 CR-ORDER-VALUE PIC 9(9)V99.
        05 CR-OPEN-EXPOSURE PIC 9(9)V99.
        05 CR-CUST-BALANCE PIC S9(7)V99.
        05 CR-CREDIT-LIMIT PIC 9(7)V99.
        05 CR-LINE-COUNT PIC 9(4).
        05 CR-PARENT-ID PIC X(6).
        05 CR-FAMILY-BALANCE PIC S9(9)V99.
        05 CR-SHIPTO-CODE PIC X(4).
    01  CREDIT-REFERRAL-LINE-REC.
        05 FILLER PIC X(1).
        05 CR-LINE-ORDER-NO PIC X(8).
        05 CR-LINE-NO PIC 9(4).
        05 CR-PART-NO PIC X(6).
        05 CR-QUANTITY PIC 9(5).
        05 CR-LOCATION PIC X(3).
        05 FILLER PIC X(53).

*> The register record STOCK-POST writes, appended to here so a
*> cancel's release shows up in the same day's movement audit.
    WORKING-STORAGE SECTION.
    01 ORDER-TRANS-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 LOCATION-STOCK-STATUS PIC X(2).
    01 PART-HIST-STATUS PIC X(2).
    01 HIST-SEQ-COUNTER PIC 9(3) COMP VALUE 0.
    01 KIT-DEF-STATUS PIC X(2).
    01 KIT-DEF-OPEN PIC 9(1) COMP VALUE 0.
        88 KIT-DEF-IS-OPEN VALUE 1.
    01 SALESPERSON-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 SALESPERSON-FILE-IS-OPEN VALUE 1.
    01 WORK-SALES-ID PIC X(6) VALUE SPACES.
    01 WORK-PRICE-TIER PIC X(1) VALUE SPACE.
    01 QUOTE-FILE-STATUS PIC X(2).
    01 QUOTE-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88 QUOTE-FILE-IS-OPEN VALUE 1.
    01 ORDER-QUOTE-SWITCH PIC 9(1) COMP VALUE 0.
        88 ORDER-IS-FROM-QUOTE VALUE 1.
    01 BACK-ORDER-STATUS PIC X(2).
    01 BACK-ORDER-HIST-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 CREDIT-REFERRAL-STATUS PIC X(2).
    01 STOCK-REGISTER-STATUS PIC X(2).
    01 ORDER-TRANS-EOF PIC 9(1) COMP VALUE 0.
        88 ORDER-IS-DUPLICATE VALUE 1.
    01 WORK-ORDER-NO PIC X(8).
    01 WORK-CUST-ID PIC X(6).
    01 WORK-SHIPTO-CODE PIC X(4).
    01 WORK-LINE-MAX PIC 9(4) COMP VALUE 999.
    01 WORK-LINE-COUNT PIC 9(4) COMP VALUE 0.
    01 WORK-LINES.
        05 WORK-LINE-ITEM OCCURS 999 TIMES.
            10 WL-PART-NO PIC X(6).
            10 WL-QUANTITY PIC 9(5).
            10 WL-UNIT-PRICE PIC 9(5)V99 COMP-3.
            10 WL-LOCATION PIC X(3).
            10 WL-PROMO-ID PIC X(6).
    01 LINE-IDX PIC 9(4) COMP VALUE 0.
    01 RESERVE-LOCATION PIC X(3) VALUE SPACES.

*> A kit line's exploded components, tabled from KITDEF so the
    01 OPEN-ORDER-EXPOSURE PIC 9(9)V99 COMP-3 VALUE 0.
    01 EXPOSURE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 EXPOSURE-SCAN-AT-EOF VALUE 1.
    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 CREDIT-OK-SWITCH PIC 9(1) COMP VALUE 0.
        88 ORDER-PASSES-CREDIT VALUE 1.

*> The credit family: the customer's parent (the customer itself
*> when it has none) and every branch billing to that parent. A
*> customer standing alone is a family of one, judged as before.
    01 FAMILY-PARENT-ID PIC X(6).
    01 FAMILY-BALANCE PIC S9(9)V99 COMP-3 VALUE 0.
    01 FAMILY-MEMBER-MAX PIC 9(4) COMP VALUE 200.
    01 FAMILY-MEMBER-COUNT PIC 9(4) COMP VALUE 0.
    01 FAMILY-IDX PIC 9(4) COMP VALUE 0.
    01 FAMILY-MEMBER-SWITCH PIC 9(1) COMP VALUE 0.
        88 ORDER-IS-FAMILY-MEMBER VALUE 1.
    01 FAMILY-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 FAMILY-SCAN-AT-EOF VALUE 1.
    01 FAMILY-TABLE.
        05 FM-CUST-ID PIC X(6) OCCURS 200 TIMES.

    01 TOTAL-ORDERS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-WRITTEN PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-ACCEPTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-BACK-ORDERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-BACK-UNPROMISED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-REFERRED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-CANCELLED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-CANCELLED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CANCELS-REJECTED PIC 9(6) COMP VALUE 0.
    01 OLD-ON-HAND-SAVE PIC 9(6) COMP VALUE 0.

    01 REF-AMT-DISP PIC Z(8)9.99.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-ENTRY"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-ENTRY"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="ORDER-ENTRY"==.
    COPY "shiptodata.cpy".
    COPY "prcresdata.cpy".
    COPY "promodata.cpy".
    COPY "atpdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
        CLOSE ORDER-FILE
        OPEN I-O ORDER-FILE
    END-IF.
    OPEN I-O ORDER-LINE-FILE.
    IF ORDER-LINE-STATUS = "35" THEN
        OPEN OUTPUT ORDER-LINE-FILE
        CLOSE ORDER-LINE-FILE
        OPEN I-O ORDER-LINE-FILE
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    PERFORM 9871-SHIPTO-OPEN.
    OPEN I-O PART-MASTER-FILE.
    OPEN I-O LOCATION-STOCK-FILE.
    IF LOCATION-STOCK-STATUS = "35" THEN
        CLOSE PART-HIST-FILE
        OPEN I-O PART-HIST-FILE
    END-IF.
    PERFORM 9881-PRICE-OPEN.
    PERFORM 9882-PROMO-OPEN.
    OPEN INPUT QUOTE-FILE.
    IF QUOTE-FILE-STATUS = "00" THEN
        MOVE 1 TO QUOTE-FILE-OPEN
    END-IF.
    OPEN INPUT KIT-DEF-FILE.
    IF KIT-DEF-STATUS = "00" THEN
    ELSE
        DISPLAY "Salesperson master not found; ids not checked."
    END-IF.
*> The promise tables load before the back-order file reopens for
*> the night's captures.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO ATP-RUN-DATE.
    PERFORM 9896-ATP-LOAD-SUPPLY.
    PERFORM 9894-ATP-LOAD-DEMAND.
    OPEN EXTEND BACK-ORDER-FILE.
    IF BACK-ORDER-STATUS = "35" THEN
        OPEN OUTPUT BACK-ORDER-FILE
    END-IF.
    OPEN EXTEND BACK-ORDER-HIST-FILE.
    IF BACK-ORDER-HIST-STATUS = "35" THEN
        OPEN OUTPUT BACK-ORDER-HIST-FILE
    END-IF.
    OPEN OUTPUT CREDIT-REFERRAL-FILE.
    OPEN EXTEND STOCK-REGISTER-FILE.
    IF STOCK-REGISTER-STATUS = "35" THEN
    MOVE OT-FIELD-1 TO WORK-ORDER-NO.
    MOVE OT-FIELD-2 TO WORK-CUST-ID.
    MOVE OT-FIELD-3 TO WORK-SALES-ID.
    MOVE OT-FIELD-4 TO WORK-SHIPTO-CODE.
    IF SALESPERSON-FILE-IS-OPEN AND WORK-SALES-ID NOT = SPACES THEN
        MOVE WORK-SALES-ID TO SP-SALES-ID
        READ SALESPERSON-FILE
                MOVE CM-CUST-BALANCE TO WORK-CUST-BALANCE
                MOVE CM-CREDIT-LIMIT TO WORK-CREDIT-LIMIT
                MOVE CM-PRICE-TIER TO WORK-PRICE-TIER
                IF CM-PARENT-ID = SPACES THEN
                    MOVE CM-CUST-ID TO FAMILY-PARENT-ID
                ELSE
                    MOVE CM-PARENT-ID TO FAMILY-PARENT-ID
                END-IF
                IF WORK-SHIPTO-CODE NOT = SPACES THEN
                    PERFORM 3160-VALIDATE-ORDER-SHIP-TO
                END-IF
                PERFORM 3170-CHECK-CONVERTED-QUOTE
            ELSE
                DISPLAY "ORDER " WORK-ORDER-NO " REJECTED: customer "
                    WORK-CUST-ID " is not active."
            END-IF
    END-READ.

    *> A quoted ship-to must be one of this customer's on SHIPTO.
    3160-VALIDATE-ORDER-SHIP-TO.
    MOVE WORK-CUST-ID TO SHIPTO-CUST-ID.
    MOVE WORK-SHIPTO-CODE TO SHIPTO-CODE.
    PERFORM 9870-RESOLVE-SHIP-TO.
    IF NOT SHIPTO-IS-SHIP-TO THEN
        MOVE 0 TO ORDER-VALID-SWITCH
        DISPLAY "ORDER " WORK-ORDER-NO " REJECTED: ship-to "
            WORK-SHIPTO-CODE " not on file for customer "
            WORK-CUST-ID "."
        ADD 1 TO TOTAL-ORDERS-REJECTED
    END-IF.

    *> The order is a converted quote when QUOTE holds a header under
    *> the order number, converted, for this customer.
    3170-CHECK-CONVERTED-QUOTE.
    MOVE 0 TO ORDER-QUOTE-SWITCH.
    IF QUOTE-FILE-IS-OPEN THEN
        MOVE WORK-ORDER-NO TO QT-QUOTE-NO
        MOVE 0 TO QT-LINE-NO
        READ QUOTE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF QT-STATUS-CONVERTED AND QT-CUST-ID = WORK-CUST-ID THEN
                    MOVE 1 TO ORDER-QUOTE-SWITCH
                END-IF
        END-READ
    END-IF.

    *> One line card: the part must exist and cover the quantity;
    *> the reservation REWRITEs the part master then and there, and
    *> the quoted price is the master's price at this moment.
    3200-RESERVE-ORDER-LINE.
    IF WORK-LINE-COUNT >= WORK-LINE-MAX THEN
        DISPLAY "ORDER " WORK-ORDER-NO " line refused: order is full at "
            WORK-LINE-MAX " lines."
        ADD 1 TO TOTAL-LINES-REJECTED
    ELSE
        MOVE OT-PART-NO TO PM-PART-NO
        MOVE OT-QUANTITY TO WL-QUANTITY(WORK-LINE-COUNT)
        MOVE EFFECTIVE-UNIT-PRICE TO WL-UNIT-PRICE(WORK-LINE-COUNT)
        MOVE RESERVE-LOCATION TO WL-LOCATION(WORK-LINE-COUNT)
        MOVE PROMO-APPLIED-ID TO WL-PROMO-ID(WORK-LINE-COUNT)
        ADD 1 TO TOTAL-LINES-ACCEPTED
    END-IF.

                        TO WL-UNIT-PRICE(WORK-LINE-COUNT)
                    MOVE RESERVE-LOCATION
                        TO WL-LOCATION(WORK-LINE-COUNT)
                    MOVE PROMO-APPLIED-ID
                        TO WL-PROMO-ID(WORK-LINE-COUNT)
                    ADD 1 TO TOTAL-LINES-ACCEPTED
                    MOVE OT-PART-NO TO RG-PART-NO
                    MOVE "O" TO RG-MOVE-TYPE
            MOVE OT-PART-NO TO LS-PART-NO
            MOVE RESERVE-LOCATION TO LS-LOCATION
            MOVE 0 TO LS-QTY-ON-HAND
            MOVE 0 TO LS-MIN-QTY
            MOVE 0 TO LS-MAX-QTY
    END-READ.

    3370-STORE-LOCATION-QTY.
            END-WRITE
    END-REWRITE.

    *> The line's real price, resolved through the shared PRICEDAT
    *> quantity-break walk and then the promotions in force today --
    *> unless the card carries the price of a converted quote, which
    *> is what the customer accepted.
    3380-RESOLVE-EFFECTIVE-PRICE.
    MOVE OT-PART-NO TO PRICE-PART-NO.
    MOVE OT-QUANTITY TO PRICE-QUANTITY.
    MOVE WORK-PRICE-TIER TO PRICE-TIER.
    MOVE PM-UNIT-PRICE TO PRICE-LIST-PRICE.
    PERFORM 9880-RESOLVE-EFFECTIVE-PRICE.
    MOVE WS-CURRENT-DATE-8 TO PROMO-ORDER-DATE.
    MOVE PM-VENDOR-ID TO PROMO-VENDOR-ID.
    PERFORM 9886-PROMO-BEST-PRICE.
    IF OT-QUOTED-PRICE IS NUMERIC AND OT-QUOTED-PRICE > 0 THEN
        IF ORDER-IS-FROM-QUOTE THEN
            MOVE OT-QUOTED-PRICE TO EFFECTIVE-UNIT-PRICE
            MOVE SPACES TO PROMO-APPLIED-ID
        ELSE
            DISPLAY "ORDER " WORK-ORDER-NO " warning: price on the "
                OT-PART-NO " line ignored -- not a converted quote."
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

    *> The demand a rejected-for-stock line carried is appended to
    *> the back-order file so BACKORD-RELEASE can re-enter it once
    *> receipts cover the part; the customer never has to reorder.
    *> The promise comes from the available-to-promise walk and the
    *> demand then joins the queue the next line waits behind. A
    *> kit is built from its components, not bought, so it carries
    *> no date.
    3350-CAPTURE-BACK-ORDER.
    MOVE WORK-CUST-ID TO BO-CUST-ID.
    MOVE OT-PART-NO TO BO-PART-NO.
    MOVE OT-QUANTITY TO BO-QUANTITY.
    MOVE WORK-ORDER-NO TO BO-ORIG-ORDER-NO.
    MOVE RESERVE-LOCATION TO BO-LOCATION.
    MOVE WORK-SHIPTO-CODE TO BO-SHIPTO-CODE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO BO-ORDER-DATE.
    MOVE 0 TO BO-PROMISE-DATE.
    MOVE OT-PART-NO TO ATP-PART-NO.
    MOVE OT-QUANTITY TO ATP-QUANTITY.
    IF NOT PM-IS-KIT THEN
        MOVE PM-QTY-ON-HAND TO ATP-ON-HAND
        PERFORM 9890-ATP-PROMISE-DATE
        MOVE ATP-PROMISE-DATE TO BO-PROMISE-DATE
    END-IF.
    SET BO-FROM-ENTRY TO TRUE.
    WRITE BACK-ORDER-REC.
    WRITE BACK-ORDER-HIST-REC FROM BACK-ORDER-REC.
    PERFORM 9892-ATP-ADD-DEMAND.
    ADD 1 TO TOTAL-BACK-ORDERED.
    IF BO-PROMISE-DATE = 0 THEN
        ADD 1 TO TOTAL-BACK-UNPROMISED
    END-IF.
    DISPLAY "BACK-ORDERED: part " OT-PART-NO " qty " OT-QUANTITY
        " for customer " WORK-CUST-ID " promised " BO-PROMISE-DATE ".".

    *> ---------------------
    *> ORDER CLOSE: the assembled order is written when its last
    MOVE 0 TO ORDER-IN-PROGRESS.
    MOVE 0 TO ORDER-VALID-SWITCH.

    *> The exposure the balance cannot see yet: the family's open
    *> and shipped orders still on ORDFILE, valued at their quoted
    *> prices. Invoiced orders are already in CM-CUST-BALANCE.
    4200-CHECK-CREDIT-STANDING.
    MOVE 1 TO CREDIT-OK-SWITCH.
    IF WORK-CREDIT-LIMIT = 0 AND FAMILY-PARENT-ID = WORK-CUST-ID THEN
        EXIT PARAGRAPH
    END-IF.
    PERFORM 4250-GATHER-CREDIT-FAMILY.
    IF WORK-CREDIT-LIMIT = 0 THEN
        CONTINUE
    ELSE
            VARYING LINE-IDX FROM 1 BY 1
            UNTIL LINE-IDX > WORK-LINE-COUNT
        PERFORM 4220-SUM-OPEN-ORDER-EXPOSURE
        IF FAMILY-BALANCE + OPEN-ORDER-EXPOSURE
                + PENDING-ORDER-VALUE > WORK-CREDIT-LIMIT THEN
            MOVE 0 TO CREDIT-OK-SWITCH
        END-IF
    READ ORDER-FILE NEXT RECORD
        AT END MOVE 1 TO EXPOSURE-SCAN-EOF
        NOT AT END
            IF OR-STATUS-OPEN OR OR-STATUS-SHIPPED THEN
                MOVE 0 TO FAMILY-MEMBER-SWITCH
                PERFORM 4235-MATCH-ONE-FAMILY-MEMBER
                    VARYING FAMILY-IDX FROM 1 BY 1
                    UNTIL FAMILY-IDX > FAMILY-MEMBER-COUNT
                IF ORDER-IS-FAMILY-MEMBER THEN
                    PERFORM 4240-ADD-ORDER-LINES
                END-IF
            END-IF
    END-READ.

    4235-MATCH-ONE-FAMILY-MEMBER.
    IF FM-CUST-ID(FAMILY-IDX) = OR-CUST-ID THEN
        MOVE 1 TO FAMILY-MEMBER-SWITCH
        MOVE FAMILY-MEMBER-COUNT TO FAMILY-IDX
    END-IF.

    4240-ADD-ORDER-LINES.
    MOVE 0 TO LINE-SCAN-EOF.
    MOVE OR-ORDER-NO TO OL-ORDER-NO.
    MOVE 0 TO OL-LINE-NO.
    START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
        INVALID KEY MOVE 1 TO LINE-SCAN-EOF
    END-START.
    PERFORM 4245-ADD-ONE-ORDER-LINE UNTIL LINE-SCAN-AT-EOF.

    4245-ADD-ONE-ORDER-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = OR-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                COMPUTE OPEN-ORDER-EXPOSURE = OPEN-ORDER-EXPOSURE
                    + OL-QUANTITY * OL-UNIT-PRICE
            END-IF
    END-READ.

    *> The family is gathered fresh for every order, so a branch
    *> added or an invoice posted since the last order is counted.
    *> The parent's own record supplies the limit; a family too big
    *> for the table is judged on the members it could hold, and the
    *> run says so.
    4250-GATHER-CREDIT-FAMILY.
    MOVE 0 TO FAMILY-BALANCE.
    MOVE 0 TO FAMILY-MEMBER-COUNT.
    IF FAMILY-PARENT-ID NOT = WORK-CUST-ID THEN
        MOVE FAMILY-PARENT-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                DISPLAY "ORDER " WORK-ORDER-NO " parent "
                    FAMILY-PARENT-ID " not on the master; customer's"
                    " own limit used."
                MOVE WORK-CUST-ID TO FAMILY-PARENT-ID
            NOT INVALID KEY
                MOVE CM-CREDIT-LIMIT TO WORK-CREDIT-LIMIT
        END-READ
    END-IF.
    MOVE 0 TO FAMILY-SCAN-EOF.
    MOVE LOW-VALUES TO CM-CUST-ID.
    START CUSTOMER-MASTER-FILE KEY NOT < CM-CUST-ID
        INVALID KEY MOVE 1 TO FAMILY-SCAN-EOF
    END-START.
    PERFORM 4260-GATHER-ONE-CUSTOMER UNTIL FAMILY-SCAN-AT-EOF.

    4260-GATHER-ONE-CUSTOMER.
    READ CUSTOMER-MASTER-FILE NEXT RECORD
        AT END MOVE 1 TO FAMILY-SCAN-EOF
        NOT AT END
            IF CM-CUST-ID = FAMILY-PARENT-ID
                    OR CM-PARENT-ID = FAMILY-PARENT-ID THEN
                IF FAMILY-MEMBER-COUNT >= FAMILY-MEMBER-MAX THEN
                    DISPLAY "ORDER " WORK-ORDER-NO " family of "
                        FAMILY-PARENT-ID " exceeds the member table."
                    MOVE 4 TO WS-RETURN-CODE
                ELSE
                    ADD 1 TO FAMILY-MEMBER-COUNT
                    MOVE CM-CUST-ID TO FM-CUST-ID(FAMILY-MEMBER-COUNT)
                    ADD CM-CUST-BALANCE TO FAMILY-BALANCE
                END-IF
            END-IF
    END-READ.

    *> A referred order never reaches ORDFILE, so the quantities its
    *> lines reserved go back on the part master -- the credit desk
    *> again, or rejects it outright.
    4300-REFER-ORDER-TO-CREDIT.
    MOVE SPACES TO CREDIT-REFERRAL-REC.
    SET CR-IS-HEADER TO TRUE.
    MOVE WORK-ORDER-NO TO CR-ORDER-NO.
    MOVE WORK-CUST-ID TO CR-CUST-ID.
    MOVE PENDING-ORDER-VALUE TO CR-ORDER-VALUE.
    MOVE OPEN-ORDER-EXPOSURE TO CR-OPEN-EXPOSURE.
    MOVE WORK-CUST-BALANCE TO CR-CUST-BALANCE.
    MOVE WORK-CREDIT-LIMIT TO CR-CREDIT-LIMIT.
    MOVE FAMILY-PARENT-ID TO CR-PARENT-ID.
    MOVE FAMILY-BALANCE TO CR-FAMILY-BALANCE.
    MOVE WORK-SHIPTO-CODE TO CR-SHIPTO-CODE.
    MOVE WORK-LINE-COUNT TO CR-LINE-COUNT.
    WRITE CREDIT-REFERRAL-REC.
    PERFORM 4310-REFER-ONE-LINE
        VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > WORK-LINE-COUNT.
    ADD 1 TO TOTAL-ORDERS-REFERRED.
    DISPLAY "ORDER " WORK-ORDER-NO " REFERRED: customer "
        WORK-CUST-ID " is over their credit limit.".
    PERFORM 4390-PRINT-REPORT-LINE.

    4310-REFER-ONE-LINE.
    MOVE SPACES TO CREDIT-REFERRAL-LINE-REC.
    SET CR-IS-LINE TO TRUE.
    MOVE WORK-ORDER-NO TO CR-LINE-ORDER-NO.
    MOVE LINE-IDX TO CR-LINE-NO.
    MOVE WL-PART-NO(LINE-IDX) TO CR-PART-NO.
    MOVE WL-QUANTITY(LINE-IDX) TO CR-QUANTITY.
    MOVE WL-LOCATION(LINE-IDX) TO CR-LOCATION.
    WRITE CREDIT-REFERRAL-LINE-REC.
    MOVE WL-PART-NO(LINE-IDX) TO RELEASE-PART-NO.
    MOVE WL-QUANTITY(LINE-IDX) TO RELEASE-QTY.
    MOVE WL-LOCATION(LINE-IDX) TO RESERVE-LOCATION.
    END-READ.

    5100-RELEASE-AND-MARK-ORDER.
    MOVE 0 TO LINE-SCAN-EOF.
    MOVE OR-ORDER-NO TO OL-ORDER-NO.
    MOVE 0 TO OL-LINE-NO.
    START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
        INVALID KEY MOVE 1 TO LINE-SCAN-EOF
    END-START.
    PERFORM 5150-RELEASE-NEXT-LINE UNTIL LINE-SCAN-AT-EOF.
    SET OR-STATUS-CANCELLED TO TRUE.
    REWRITE ORDER-REC
        INVALID KEY
            ADD 1 TO TOTAL-ORDERS-CANCELLED
    END-REWRITE.

    5150-RELEASE-NEXT-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = OR-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                PERFORM 5200-RELEASE-ONE-LINE
            END-IF
    END-READ.

    *> One line's reservation back onto the part master, with the
    *> register line that explains the movement.
    5200-RELEASE-ONE-LINE.
    IF OL-QUANTITY = 0 THEN
        CONTINUE
    ELSE
        MOVE OL-PART-NO TO RELEASE-PART-NO
        MOVE OL-QUANTITY TO RELEASE-QTY
        MOVE OL-LOCATION TO RESERVE-LOCATION
        MOVE OR-ORDER-NO TO RELEASE-REFERENCE
        PERFORM 6000-RELEASE-STOCK
    END-IF.
                    MOVE PM-PART-NO TO LS-PART-NO
                    MOVE RESERVE-LOCATION TO LS-LOCATION
                    MOVE 0 TO LS-QTY-ON-HAND
                    MOVE 0 TO LS-MIN-QTY
                    MOVE 0 TO LS-MAX-QTY
            END-READ
            COMPUTE LS-QTY-ON-HAND =
                LS-QTY-ON-HAND + KD-COMP-QTY * RELEASE-QTY
                    MOVE RELEASE-PART-NO TO LS-PART-NO
                    MOVE RESERVE-LOCATION TO LS-LOCATION
                    MOVE 0 TO LS-QTY-ON-HAND
                    MOVE 0 TO LS-MIN-QTY
                    MOVE 0 TO LS-MAX-QTY
            END-READ
            ADD RELEASE-QTY TO LS-QTY-ON-HAND
            PERFORM 3370-STORE-LOCATION-QTY
                " not on file."
            ADD 1 TO TOTAL-CANCELS-REJECTED
        NOT INVALID KEY
            PERFORM 5550-FETCH-CANCEL-LINE
    END-READ.

    *> The line named on the card comes straight off ORDLINE by its
    *> key; a line number the order never had is simply not found.
    5550-FETCH-CANCEL-LINE.
    IF NOT OR-STATUS-OPEN THEN
        DISPLAY "LINE CANCEL REJECTED: order " OT-CANCEL-ORDER-NO
            " is not open."
        ADD 1 TO TOTAL-CANCELS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    IF OT-CANCEL-LINE-NO IS NOT NUMERIC OR OT-CANCEL-LINE-NO = 0 THEN
        DISPLAY "LINE CANCEL REJECTED: order " OT-CANCEL-ORDER-NO
            " has no line " OT-CANCEL-LINE-NO "."
        ADD 1 TO TOTAL-CANCELS-REJECTED
        EXIT PARAGRAPH
    END-IF.
    MOVE OT-CANCEL-ORDER-NO TO OL-ORDER-NO.
    MOVE OT-CANCEL-LINE-NO TO OL-LINE-NO.
    READ ORDER-LINE-FILE
        INVALID KEY
            DISPLAY "LINE CANCEL REJECTED: order " OT-CANCEL-ORDER-NO
                " has no line " OT-CANCEL-LINE-NO "."
            ADD 1 TO TOTAL-CANCELS-REJECTED
        NOT INVALID KEY
            PERFORM 5600-VALIDATE-LINE-CANCEL
    END-READ.

    5600-VALIDATE-LINE-CANCEL.
    EVALUATE TRUE
        WHEN OL-QUANTITY = 0
            DISPLAY "LINE CANCEL REJECTED: order " OT-CANCEL-ORDER-NO
                " line " OT-CANCEL-LINE-NO " is already cancelled."
            ADD 1 TO TOTAL-CANCELS-REJECTED
        WHEN OTHER
            PERFORM 5200-RELEASE-ONE-LINE
            MOVE 0 TO OL-QUANTITY
            REWRITE ORDER-LINE-REC
                INVALID KEY
                    DISPLAY "LINE CANCEL FAILED: order "
                        OT-CANCEL-ORDER-NO " could not be rewritten."
    MOVE WORK-ORDER-NO TO OR-ORDER-NO.
    MOVE WORK-CUST-ID TO OR-CUST-ID.
    MOVE WORK-SALES-ID TO OR-SALES-ID.
    MOVE WORK-SHIPTO-CODE TO OR-SHIPTO-CODE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO OR-ORDER-DATE.
    SET OR-STATUS-OPEN TO TRUE.
    MOVE WORK-LINE-COUNT TO OR-LINE-COUNT.
    MOVE 0 TO OR-SHIP-WEIGHT.
    MOVE "N" TO OR-FREIGHT-KEYED.
    MOVE 0 TO OR-FREIGHT-OVERRIDE.
    PERFORM 4120-WRITE-ASSEMBLED-ORDER.

    *> The header goes first so a duplicate order number is refused
    *> before any line is laid down under it.
    4110-WRITE-ONE-ORDER-LINE.
    MOVE SPACES TO ORDER-LINE-REC.
    MOVE WORK-ORDER-NO TO OL-ORDER-NO.
    MOVE LINE-IDX TO OL-LINE-NO.
    MOVE WL-PART-NO(LINE-IDX) TO OL-PART-NO.
    MOVE WL-QUANTITY(LINE-IDX) TO OL-QUANTITY.
    MOVE WL-UNIT-PRICE(LINE-IDX) TO OL-UNIT-PRICE.
    MOVE WL-LOCATION(LINE-IDX) TO OL-LOCATION.
    MOVE WS-CURRENT-DATE-8 TO OL-PROMISE-DATE.
    MOVE WL-PROMO-ID(LINE-IDX) TO OL-PROMO-ID.
    MOVE 0 TO OL-SHIP-DATE.
    MOVE WL-QUANTITY(LINE-IDX) TO OL-ORDERED-QTY.
    MOVE 0 TO OL-SHORT-QTY.
    MOVE 0 TO OL-UNIT-COST.
    WRITE ORDER-LINE-REC
        INVALID KEY
            DISPLAY "ORDER " WORK-ORDER-NO " line " LINE-IDX
                " could not be written: already on ORDLINE."
            MOVE 8 TO WS-RETURN-CODE
            MOVE "An order line could not be written to ORDLINE." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
    END-WRITE.

    4120-WRITE-ASSEMBLED-ORDER.
    WRITE ORDER-REC
                " REJECTED: order number already on file."
            ADD 1 TO TOTAL-ORDERS-REJECTED
        NOT INVALID KEY
            PERFORM 4110-WRITE-ONE-ORDER-LINE
                VARYING LINE-IDX FROM 1 BY 1
                UNTIL LINE-IDX > WORK-LINE-COUNT
            DISPLAY "ORDER " WORK-ORDER-NO " entered for customer "
                WORK-CUST-ID " with " WORK-LINE-COUNT " lines."
            ADD 1 TO TOTAL-ORDERS-WRITTEN

    8000-TERMINATE.
    CLOSE ORDER-FILE.
    CLOSE ORDER-LINE-FILE.
    CLOSE CUSTOMER-MASTER-FILE.
    PERFORM 9879-SHIPTO-CLOSE.
    CLOSE PART-MASTER-FILE.
    CLOSE LOCATION-STOCK-FILE.
    CLOSE PART-HIST-FILE.
    PERFORM 9889-PRICE-CLOSE.
    IF QUOTE-FILE-IS-OPEN THEN
        CLOSE QUOTE-FILE
    END-IF.
    IF KIT-DEF-IS-OPEN THEN
        CLOSE KIT-DEF-FILE
        CLOSE SALESPERSON-FILE
    END-IF.
    CLOSE BACK-ORDER-FILE.
    CLOSE BACK-ORDER-HIST-FILE.
    CLOSE CREDIT-REFERRAL-FILE.
    CLOSE STOCK-REGISTER-FILE.
    MOVE "F" TO RW-FUNCTION.
    DISPLAY "Lines accepted  : " TOTAL-LINES-ACCEPTED.
    DISPLAY "Lines rejected  : " TOTAL-LINES-REJECTED.
    DISPLAY "Lines back-ordered : " TOTAL-BACK-ORDERED.
    DISPLAY "  with no promise  : " TOTAL-BACK-UNPROMISED.
    DISPLAY "Orders referred : " TOTAL-ORDERS-REFERRED.
    DISPLAY "Orders cancelled: " TOTAL-ORDERS-CANCELLED.
    DISPLAY "Lines cancelled : " TOTAL-LINES-CANCELLED.
    COPY "errlogproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "shiptoproc.cpy".
    COPY "prcresproc.cpy".
    COPY "promoproc.cpy".
    COPY "atpproc.cpy".
    COPY "cycleproc.cpy".
