PROGRAM-ID. RETURNS-PROCESSING.

*> RETURNS-PROCESSING is the way back out of a billed sale: an RMA
*> card names the original order, the line (read off ORDLINE by its
*> key), and the quantity coming back, and everything downstream is generated through the same
*> flows the sale went out on. The returned quantity leaves as a
*> STKMOVE "R" receipt card referenced to the credit memo, so
*> STOCK-POST books it onto PM-QTY-ON-HAND with a register line and
*> leaves its value to this program's own ledger entry; the credit
*> value (the line's quoted price extended, plus tax at the same
*> CALC-ENGINE rate invoicing charged) leaves as an OITRAN
*> transaction -- a payment against the customer's oldest item that
*> complete header/trailer CUSTTRAN batch so CM-CUST-BALANCE,
*> AR-AGING, and BALANCE-ROLL-FORWARD all stay in proof without a
*> hand adjustment anywhere. A numbered credit memo document prints
*> through REPORT-WRITER for the customer. The memo's goods and
*> tax book to the GL interface file as RTN SALE and RTN TAX, and
*> each memo is appended to the CRMREG credit-memo register with the
*> tax region and rate it was credited at, for TAX-LIABILITY.
*> The cost goes back at the figure the sale took it out at: the
*> OL-UNIT-COST INVOICE-GENERATION stamped on the line costs the
*> receipt card for the part's average, and the extended cost books
*> here as RTN COGS (inventory debited, cost of sales credited) --
*> STOCK-POST knows a credit-memo reference and does not book the
*> card a second time as STK R. The memo line goes to SALESHST as a
*> return record with the credit and the reversed cost, for
*> MARGIN-ANALYSIS.
*>
*> RMA card layout:
*>     order number (8) + line number (4) + quantity (5)
*>     + reason code (3)

ENVIRONMENT DIVISION.
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RMA-CARD-STATUS.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "oisel.cpy".
        COPY "custsel.cpy".
        COPY "shiptosel.cpy".
        COPY "partsel.cpy".
        COPY "kitsel.cpy".
        COPY "taxsel.cpy".
        SELECT MEMO-CTL-FILE ASSIGN TO "CRMCTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MEMO-CTL-STATUS.
        COPY "crmregsel.cpy".
        COPY "saleshsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  RMA-CARD-FILE.
    01  RMA-CARD-REC.
        05 RM-ORDER-NO PIC X(8).
        05 RM-LINE-NO PIC 9(4).
        05 RM-QUANTITY PIC 9(5).
        05 RM-REASON PIC X(3).

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  OPEN-ITEM-FILE.
    COPY "oirec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    01  MEMO-CTL-REC.
        05 MC-LAST-MEMO-NO PIC 9(8).

    FD  CREDIT-MEMO-REGISTER-FILE.
    COPY "crmregrec.cpy".

    FD  SALES-HISTORY-FILE.
    COPY "saleshrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 RMA-CARD-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 OPEN-ITEM-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 MEMO-CTL-STATUS PIC X(2).
    01 CREDIT-MEMO-REGISTER-STATUS PIC X(2).
    01 SALES-HISTORY-STATUS PIC X(2).
    01 RMA-CARD-EOF PIC 9(1) COMP VALUE 0.
        88 RMA-CARD-AT-EOF VALUE 1.
    01 RETURN-FILES-OPEN PIC 9(1) COMP VALUE 0.
    01 CREDIT-TOTAL PIC 9(9)V99 COMP-3 VALUE 0.
    01 NEGATED-CREDIT PIC S9(7)V99 COMP-3 VALUE 0.

*> The cost the returned units were invoiced at, per unit and
*> extended; zero for a line billed before lines were costed.
    01 RETURN-UNIT-COST PIC 9(7)V99 COMP-3 VALUE 0.
    01 RETURN-EXT-COST PIC S9(9)V99 COMP-3 VALUE 0.
    01 TOTAL-COST-REVERSED PIC S9(11)V99 COMP-3 VALUE 0.

    01 ITEM-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 ITEM-SCAN-AT-EOF VALUE 1.
    01 ITEM-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="RETURNS-PROCESSING"==
        ==":PGMVERS:"== BY =="01.02"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="RETURNS-PROCESSING"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "shiptodata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="RETURNS-PROCESSING"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="RETURNS-PROCESSING"==.

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
            MOVE "Order file (ORDFILE) was not found for returns." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        ELSE
            OPEN INPUT ORDER-LINE-FILE
        END-IF
        IF ORDER-FILE-STATUS = "00" AND ORDER-LINE-STATUS NOT = "00" THEN
            DISPLAY "Order line file not found, cannot process returns."
            CLOSE RMA-CARD-FILE
            CLOSE ORDER-FILE
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Order line file (ORDLINE) was not found for returns." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        END-IF
        IF ORDER-FILE-STATUS = "00" AND ORDER-LINE-STATUS = "00" THEN
            OPEN INPUT OPEN-ITEM-FILE
            OPEN INPUT CUSTOMER-MASTER-FILE
            PERFORM 9871-SHIPTO-OPEN
            OPEN INPUT PART-MASTER-FILE
            IF PART-MASTER-STATUS = "00" THEN
                MOVE 1 TO PART-MASTER-OPEN
                DISPLAY "Tax table not found; standard rate applies."
            END-IF
            PERFORM 1100-READ-MEMO-CONTROL
            OPEN EXTEND CREDIT-MEMO-REGISTER-FILE
            IF CREDIT-MEMO-REGISTER-STATUS = "35" THEN
                OPEN OUTPUT CREDIT-MEMO-REGISTER-FILE
            END-IF
            OPEN EXTEND SALES-HISTORY-FILE
            IF SALES-HISTORY-STATUS = "35" THEN
                OPEN OUTPUT SALES-HISTORY-FILE
            END-IF
            PERFORM 9400-STAMP-CURRENT-DATETIME
            OPEN OUTPUT STOCK-MOVE-FILE
            MOVE SPACES TO STOCK-MOVE-REC
            DISPLAY "RMA REJECTED: order " RM-ORDER-NO
                " has not been invoiced."
            ADD 1 TO TOTAL-RMA-REJECTED
        WHEN RM-LINE-NO IS NOT NUMERIC OR RM-LINE-NO = 0
            DISPLAY "RMA REJECTED: order " RM-ORDER-NO " has no line "
                RM-LINE-NO "."
            ADD 1 TO TOTAL-RMA-REJECTED
        WHEN OTHER
            PERFORM 3150-FETCH-RETURNED-LINE
    END-EVALUATE.

    *> The line comes straight off ORDLINE by order and line number;
    *> a line the order never had is simply not found.
    3150-FETCH-RETURNED-LINE.
    MOVE RM-ORDER-NO TO OL-ORDER-NO.
    MOVE RM-LINE-NO TO OL-LINE-NO.
    READ ORDER-LINE-FILE
        INVALID KEY
            DISPLAY "RMA REJECTED: order " RM-ORDER-NO " has no line "
                RM-LINE-NO "."
            ADD 1 TO TOTAL-RMA-REJECTED
        NOT INVALID KEY
            IF RM-QUANTITY IS NOT NUMERIC OR RM-QUANTITY = 0
                    OR RM-QUANTITY > OL-QUANTITY THEN
                DISPLAY "RMA REJECTED: order " RM-ORDER-NO " line "
                    RM-LINE-NO " quantity unusable."
                ADD 1 TO TOTAL-RMA-REJECTED
            ELSE
                PERFORM 3200-ISSUE-CREDIT-MEMO
            END-IF
    END-READ.

    3200-ISSUE-CREDIT-MEMO.
    ADD 1 TO NEXT-MEMO-NO.
    MOVE SPACES TO MEMO-NO-DISP.
    STRING "CM" NEXT-MEMO-NO(3:6) DELIMITED BY SIZE INTO MEMO-NO-DISP.
    COMPUTE CREDIT-SUBTOTAL =
        RM-QUANTITY * OL-UNIT-PRICE.
    PERFORM 3250-RESOLVE-TAX-RATE.
    MOVE CREDIT-SUBTOTAL TO CE-AMOUNT.
    MOVE EFFECTIVE-TAX-RATE TO CE-RATE.
        CE-COUNT-1 CE-COUNT-2 CE-RESULT CE-RETURN-CODE.
    MOVE CE-RESULT TO CREDIT-TAX.
    COMPUTE CREDIT-TOTAL = CREDIT-SUBTOTAL + CREDIT-TAX.
    MOVE 0 TO RETURN-UNIT-COST.
    IF OL-UNIT-COST IS NUMERIC THEN
        MOVE OL-UNIT-COST TO RETURN-UNIT-COST
    END-IF.
    COMPUTE RETURN-EXT-COST = RM-QUANTITY * RETURN-UNIT-COST.
    PERFORM 3300-WRITE-STOCK-RECEIPT.
    PERFORM 3400-WRITE-OPEN-ITEM-CREDIT.
    PERFORM 3500-ACCUMULATE-BALANCE-ADJ.
    PERFORM 3600-PRINT-CREDIT-MEMO.
    PERFORM 3650-WRITE-MEMO-REGISTER.
    PERFORM 3660-WRITE-RETURN-HISTORY.
    PERFORM 3700-BOOK-CREDIT-TO-GL.
    ADD 1 TO TOTAL-MEMOS-ISSUED.
    ADD CREDIT-TOTAL TO TOTAL-CREDIT-VALUE.
*> The hash slot is nine digits; the cents are computed full-width
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> The credit is taxed in the region the sale was taxed in --
    *> the order's ship-to region when its ship-to carries one, the
    *> customer's own region otherwise, resolved as INVOICE-GENERATION
    *> resolves it -- at the rate in force there on the credit date;
    *> no region or no row in force falls back to the standard rate.
    3250-RESOLVE-TAX-RATE.
    MOVE STANDARD-TAX-RATE TO EFFECTIVE-TAX-RATE.
    MOVE OR-CUST-ID TO SHIPTO-CUST-ID.
    MOVE OR-SHIPTO-CODE TO SHIPTO-CODE.
    PERFORM 9870-RESOLVE-SHIP-TO.
    MOVE SHIPTO-REGION-CODE TO CREDIT-CUST-REGION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    IF NOT TAX-TABLE-IS-OPEN OR CREDIT-CUST-REGION = SPACES THEN
        CONTINUE

    *> The goods come back through the same register flow they left
    *> by: a receipt card for the next STOCK-POST run, referenced to
    *> the original order so the register explains itself, and
    *> costed at the unit cost the line was invoiced at so the stock
    *> goes back on the books at the figure it came off at.
    *> A returned kit puts stock back on its components, never on
    *> the kit part itself: a kit carries no stock of its own and
    *> order entry reserves kit lines component by component, so a
    3300-WRITE-STOCK-RECEIPT.
    MOVE 0 TO RETURN-KIT-SWITCH.
    IF PART-MASTER-IS-OPEN THEN
        MOVE OL-PART-NO TO PM-PART-NO
        READ PART-MASTER-FILE
            INVALID KEY
                CONTINUE
        IF KIT-DEF-IS-OPEN THEN
            PERFORM 3310-WRITE-COMPONENT-RECEIPTS
        ELSE
            DISPLAY "RECEIPT LOST: kit " OL-PART-NO
                " has no reachable definition."
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE SPACES TO STOCK-MOVE-REC
        MOVE OL-PART-NO TO MV-PART-NO
        MOVE "R" TO MV-MOVE-TYPE
        MOVE RM-QUANTITY TO MV-QUANTITY
        MOVE MEMO-NO-DISP TO MV-REFERENCE
        MOVE RETURN-UNIT-COST TO MV-UNIT-COST
        WRITE STOCK-MOVE-REC
        ADD 1 TO MV-KEYED-COUNT
        ADD MV-QUANTITY TO MV-KEYED-HASH

    3310-WRITE-COMPONENT-RECEIPTS.
    MOVE 0 TO KIT-SCAN-EOF.
    MOVE OL-PART-NO TO KD-KIT-PART.
    MOVE LOW-VALUES TO KD-COMP-PART.
    START KIT-DEF-FILE KEY NOT < KD-KIT-KEY
        INVALID KEY MOVE 1 TO KIT-SCAN-EOF
    END-START.
    PERFORM 3320-WRITE-ONE-COMPONENT-RECEIPT UNTIL KIT-SCAN-AT-EOF.

    *> A kit's invoiced cost is one figure for the whole kit, so its
    *> component receipts go back uncosted, at each component's
    *> average.
    3320-WRITE-ONE-COMPONENT-RECEIPT.
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO KIT-SCAN-EOF
        NOT AT END
            IF KD-KIT-PART NOT = OL-PART-NO THEN
                MOVE 1 TO KIT-SCAN-EOF
            ELSE
                MOVE SPACES TO STOCK-MOVE-REC
                MOVE KD-COMP-PART TO MV-PART-NO
                MOVE "R" TO MV-MOVE-TYPE
                COMPUTE MV-QUANTITY = KD-COMP-QTY * RM-QUANTITY
                MOVE MEMO-NO-DISP TO MV-REFERENCE
                WRITE STOCK-MOVE-REC
                ADD 1 TO MV-KEYED-COUNT
                ADD MV-QUANTITY TO MV-KEYED-HASH
    MOVE RM-QUANTITY TO RPT-QTY-DISP.
    MOVE CREDIT-SUBTOTAL TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " OL-PART-NO " qty " RPT-QTY-DISP
        " ext " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3990-PRINT-REPORT-LINE.
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3990-PRINT-REPORT-LINE.

    *> The register record the period tax return credits back by
    *> region and rate, the way the invoice register charges it.
    3650-WRITE-MEMO-REGISTER.
    MOVE MEMO-NO-DISP TO CR-MEMO-NO.
    MOVE RM-ORDER-NO TO CR-ORDER-NO.
    MOVE OR-CUST-ID TO CR-CUST-ID.
    MOVE WS-CURRENT-DATE-8 TO CR-CREDIT-DATE.
    MOVE CREDIT-CUST-REGION TO CR-REGION-CODE.
    MOVE EFFECTIVE-TAX-RATE TO CR-TAX-RATE.
    MOVE CREDIT-SUBTOTAL TO CR-SUBTOTAL.
    MOVE CREDIT-TAX TO CR-TAX.
    MOVE CREDIT-TOTAL TO CR-TOTAL.
    WRITE CREDIT-MEMO-REGISTER-REC.

    *> The memo line as sales history, netting the sale it reverses:
    *> the returned quantity, with the credit and the cost reversed
    *> at the invoiced figure both negative.
    3660-WRITE-RETURN-HISTORY.
    MOVE OR-CUST-ID TO SL-CUST-ID.
    MOVE OL-PART-NO TO SL-PART-NO.
    MOVE RM-QUANTITY TO SL-QUANTITY.
    COMPUTE SL-EXT-AMOUNT = 0 - CREDIT-SUBTOTAL.
    MOVE NEXT-MEMO-NO TO SL-INVOICE-NO.
    MOVE WS-CURRENT-DATE-8 TO SL-INVOICE-DATE.
    SET SL-IS-RETURN TO TRUE.
    MOVE RETURN-UNIT-COST TO SL-UNIT-COST.
    COMPUTE SL-EXT-COST = 0 - RETURN-EXT-COST.
    MOVE OR-SALES-ID TO SL-SALES-ID.
    WRITE SALES-HISTORY-REC.
    ADD RETURN-EXT-COST TO TOTAL-COST-REVERSED.

    *> The memo's money split booked to the ledger the way the
    *> invoice booked it, under the returns mappings.
    3700-BOOK-CREDIT-TO-GL.
    MOVE "RTN" TO GL-ENTRY-SOURCE.
    MOVE MEMO-NO-DISP TO GL-ENTRY-REFERENCE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO GL-ENTRY-DATE.
    MOVE "SALE" TO GL-ENTRY-TYPE.
    MOVE CREDIT-SUBTOTAL TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.
    MOVE "TAX" TO GL-ENTRY-TYPE.
    MOVE CREDIT-TAX TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.
    MOVE "COGS" TO GL-ENTRY-TYPE.
    MOVE RETURN-EXT-COST TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.

    3990-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    IF RETURN-FILES-ARE-OPEN THEN
        CLOSE RMA-CARD-FILE
        CLOSE ORDER-FILE
        CLOSE ORDER-LINE-FILE
        CLOSE OPEN-ITEM-FILE
        CLOSE CUSTOMER-MASTER-FILE
        PERFORM 9879-SHIPTO-CLOSE
        IF PART-MASTER-IS-OPEN THEN
            CLOSE PART-MASTER-FILE
        END-IF
        WRITE OPEN-ITEM-TRANS-REC
        CLOSE OPEN-ITEM-TRANS-FILE
        PERFORM 8100-STORE-MEMO-CONTROL
        CLOSE CREDIT-MEMO-REGISTER-FILE
        CLOSE SALES-HISTORY-FILE
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    DISPLAY "RMA cards read     : " TOTAL-RMA-CARDS-READ.
    DISPLAY "Credit memos issued: " TOTAL-MEMOS-ISSUED.
    DISPLAY "RMA cards rejected : " TOTAL-RMA-REJECTED.
    DISPLAY "Cost reversed      : " TOTAL-COST-REVERSED.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-RMA-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "shiptoproc.cpy".
    COPY "glproc.cpy".
