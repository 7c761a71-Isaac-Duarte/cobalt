*> INVOICE-GENERATION closes the order-to-cash loop inside the
*> suite's own file formats. A SHIPCONF card file of order numbers
*> marks those open orders shipped; every shipped order is then
*> priced and extended line by line off ORDLINE in packed decimal, printed as an
*> invoice through REPORT-WRITER (the bill-to block -- customer name
*> and address from CUSTMAST -- and the ship-to block, line items,
*> tax from CALC-ENGINE's audited percentage, and total), assigned its invoice number
*> from the INVCTL control file, and marked invoiced so a rerun
*> cannot double-bill. The invoiced amounts leave as balance-update
*> transactions in CUSTOMER-TRANS-REC layout on CUSTTRAN -- a
*> rolls them into CM-CUST-BALANCE. Every invoiced line is also
*> appended to the SALESHST sales-history file so the monthly
*> SALES-ANALYSIS reports have the detail the print image loses.
*> Each invoice books its goods and its tax to the GL interface
*> file (sources INV SALE and INV TAX) for GL-POST, and its
*> register record carries the tax region and the rate charged so
*> TAX-LIABILITY can file the period's tax by region and rate.
*> Tax follows the goods: an order shipped to one of the customer's
*> ship-tos on the SHIPTO file is taxed in that ship-to's region
*> when it carries one, otherwise in the customer's CM-REGION-CODE.
*> Each invoice also leaves as a new open item: an "A" card on
*> OITRAN, in its own header/trailer batch, stamped with the due
*> date, discount date, and early-payment discount from the
*> customer's payment terms on the TERMS table. Both dates are
*> business days -- DATE-ENGINE moves a date that lands on a
*> weekend or holiday to the next business day -- and a customer
*> with no terms code (or one the table does not hold) is billed
*> net 30 with no discount.
*> An order SHIP-CONFIRM handed to a carrier is billed a freight
*> line: the charge keyed at the dock when there is one, otherwise
*> the carrier's FRTRATE band for the region the goods went to and
*> the pounds shipped. Freight is not taxed and earns no
*> commission, so it stays out of the subtotal, but it is in the
*> total -- and so in the CUSTTRAN balance update, the open item,
*> and the INVREG register (IR-FREIGHT) -- books to the ledger as
*> INV FRT, and goes to SALESHST as a freight record of its own.
*> Every invoiced line is costed as it is billed: the part's
*> moving-average PM-UNIT-COST in force tonight (a kit's component
*> costs summed per kit) is stamped on the ORDLINE line, where
*> RETURNS-PROCESSING reverses it from, and goes to SALESHST with
*> the order's salesperson for MARGIN-ANALYSIS. The invoice's
*> costed lines are totalled and booked as INV COGS, debiting cost
*> of sales and relieving inventory of the goods that went out.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        SELECT CUSTOMER-TRANS-FILE ASSIGN TO "CUSTTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER-TRANS-STATUS.
        SELECT OPEN-ITEM-TRANS-FILE ASSIGN TO "OITRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OPEN-ITEM-TRANS-STATUS.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "custsel.cpy".
        COPY "saleshsel.cpy".
        COPY "invregsel.cpy".
        COPY "taxsel.cpy".
        COPY "termsel.cpy".
        COPY "shiptosel.cpy".
        COPY "frtsel.cpy".
        COPY "partsel.cpy".
        COPY "kitsel.cpy".
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".
        COPY "glsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  CUSTOMER-TRANS-FILE.
    COPY "trnrec.cpy".

    FD  OPEN-ITEM-TRANS-FILE.
    01  OPEN-ITEM-TRANS-REC.
        05 OT-TRANS-CODE PIC X(1).
        05 OT-CUST-ID PIC X(6).
        05 OT-INVOICE-NO PIC X(8).
        05 OT-INVOICE-DATE PIC 9(8).
        05 OT-AMOUNT PIC S9(7)V99.
        05 OT-DUE-DATE PIC 9(8).
        05 OT-DISC-DATE PIC 9(8).
        05 OT-DISC-AMOUNT PIC S9(7)V99.

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  TAX-RATE-FILE.
    COPY "taxrec.cpy".

    FD  TERMS-FILE.
    COPY "termrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  INVOICE-REGISTER-FILE.
    COPY "invregrec.cpy".

    FD  FREIGHT-RATE-FILE.
    COPY "frtrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  KIT-DEF-FILE.
    COPY "kitrec.cpy".

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "glfd.cpy".

    WORKING-STORAGE SECTION.
    01 SHIP-CONF-STATUS PIC X(2).
    01 INVOICE-CTL-STATUS PIC X(2).
    01 CUSTOMER-TRANS-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 SALES-HISTORY-STATUS PIC X(2).
    01 INVOICE-REGISTER-STATUS PIC X(2).
    01 TAX-RATE-FOUND PIC 9(1) COMP VALUE 0.
        88 TABLE-RATE-WAS-FOUND VALUE 1.
    01 EFFECTIVE-TAX-RATE PIC S9(7)V9(4) COMP-3 VALUE 0.
    01 OPEN-ITEM-TRANS-STATUS PIC X(2).
    01 TERMS-STATUS PIC X(2).
    01 TERMS-TABLE-OPEN PIC 9(1) COMP VALUE 0.
        88 TERMS-TABLE-IS-OPEN VALUE 1.
    01 FREIGHT-RATE-STATUS PIC X(2).
    01 FREIGHT-TABLE-OPEN PIC 9(1) COMP VALUE 0.
        88 FREIGHT-TABLE-IS-OPEN VALUE 1.
    01 PART-MASTER-STATUS PIC X(2).
    01 PART-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88 PART-MASTER-IS-OPEN VALUE 1.
    01 KIT-DEF-STATUS PIC X(2).
    01 KIT-DEF-OPEN PIC 9(1) COMP VALUE 0.
        88 KIT-DEF-IS-OPEN VALUE 1.
    01 KIT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 KIT-SCAN-AT-EOF VALUE 1.

*> The house terms for a customer with no usable terms code.
    01 DEFAULT-NET-DAYS PIC 9(3) VALUE 30.
    01 ITEM-NET-DAYS PIC 9(3) VALUE 0.
    01 ITEM-DISC-PERCENT PIC 9(2)V99 VALUE 0.
    01 ITEM-DISC-DAYS PIC 9(3) VALUE 0.
    01 ITEM-DUE-DATE PIC 9(8) VALUE 0.
    01 ITEM-DISC-DATE PIC 9(8) VALUE 0.
    01 ITEM-DISC-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
    01 TERMS-DAYS-OUT PIC 9(3) VALUE 0.
    01 TERMS-DATE-RESULT PIC 9(8) VALUE 0.

    01 DE-FUNCTION PIC X(1).
    01 DE-DATE-1 PIC 9(8).
    01 WORK-CUSTOMER-TIER PIC X(1).
    01 WORK-CUSTOMER-MTD PIC S9(9)V99 COMP-3.
    01 WORK-CUSTOMER-YTD PIC S9(9)V99 COMP-3.
    01 WORK-CUSTOMER-TERMS PIC X(2).
*> The region the invoice is taxed in: the ship-to's when the order
*> went to a ship-to in another region, the customer's otherwise.
*> WORK-CUSTOMER-REGION stays the customer's for the balance update.
    01 INVOICE-TAX-REGION PIC X(3).

    01 LINE-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 LINE-SCAN-AT-EOF VALUE 1.
    01 LINE-EXTENDED PIC 9(9)V99 COMP-3 VALUE 0.
    01 INVOICE-SUBTOTAL PIC 9(9)V99 COMP-3 VALUE 0.
    01 INVOICE-TAX PIC 9(9)V99 COMP-3 VALUE 0.
    01 INVOICE-TOTAL PIC 9(9)V99 COMP-3 VALUE 0.

*> The freight on the invoice and how it was arrived at: billed
*> pounds are the shipped weight rounded up to the whole pound.
    01 INVOICE-FREIGHT PIC 9(7)V99 COMP-3 VALUE 0.
    01 FREIGHT-POUNDS PIC 9(5) VALUE 0.
    01 FREIGHT-SHIP-WEIGHT PIC 9(7)V99 VALUE 0.
    01 FREIGHT-RATED-SWITCH PIC 9(1) COMP VALUE 0.
        88 FREIGHT-WAS-RATED VALUE 1.
    01 TOTAL-FREIGHT-UNRATED PIC 9(6) COMP VALUE 0.

*> The cost of the line being billed, per unit and extended.
    01 LINE-UNIT-COST PIC 9(7)V99 COMP-3 VALUE 0.
    01 LINE-EXT-COST PIC S9(9)V99 COMP-3 VALUE 0.
    01 INVOICE-COST PIC S9(9)V99 COMP-3 VALUE 0.
    01 TOTAL-LINES-UNCOSTED PIC 9(6) COMP VALUE 0.

*> Balance adjustments accumulate per customer so a customer with
*> several invoices in one run leaves one update transaction with
*> the final balance.
            10 AJ-PRICE-TIER PIC X(1).
            10 AJ-MTD-SALES PIC S9(9)V99 COMP-3.
            10 AJ-YTD-SALES PIC S9(9)V99 COMP-3.
            10 AJ-TERMS-CODE PIC X(2).

    01 KEYED-TRANS-COUNT PIC 9(6) COMP VALUE 0.
    01 KEYED-HASH-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
        05 TS-TRANS-COUNT PIC 9(6).
        05 TS-HASH-TOTAL PIC S9(11)V99.

*> The open-item batch carries its own controls: count of "A" cards
*> and hash of their amounts, for BATCH-PREEDIT to prove.
    01 OI-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 OI-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 OI-TRAILER-STAGING.
        05 OS-REC-TYPE PIC X(1) VALUE "T".
        05 OS-TRANS-COUNT PIC 9(6).
        05 OS-HASH-TOTAL PIC S9(11)V99.

    01 TOTAL-ORDERS-SHIPPED PIC 9(6) COMP VALUE 0.
    01 TOTAL-INVOICES-PRINTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-INVOICED-VALUE PIC 9(11)V99 COMP-3 VALUE 0.

    01 RPT-QTY-DISP PIC Z(4)9.
    01 RPT-AMT-DISP PIC Z(8)9.99.
    01 RPT-DISC-DISP PIC Z(6)9.99.
    01 RPT-POUNDS-DISP PIC Z(4)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-RETURN-CODE PIC 9(4).

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-GENERATION"==
        ==":PGMVERS:"== BY =="01.01"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-GENERATION"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-GENERATION"==.
    COPY "gldata.cpy" REPLACING ==":PGMNAME:"== BY =="INVOICE-GENERATION"==.
    COPY "shiptodata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.

    1000-INITIALIZE.
    OPEN I-O ORDER-FILE.
*> Headers without their lines would bill nothing and still mark the
*> orders invoiced, so a missing ORDLINE stops the run like a missing
*> ORDFILE does.
    IF ORDER-FILE-STATUS = "00" THEN
        OPEN I-O ORDER-LINE-FILE
        IF ORDER-LINE-STATUS NOT = "00" THEN
            CLOSE ORDER-FILE
            MOVE ORDER-LINE-STATUS TO ORDER-FILE-STATUS
        END-IF
    END-IF.
    IF ORDER-FILE-STATUS NOT = "00" THEN
        DISPLAY "Order file or its lines not found, nothing to invoice."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Order file (ORDFILE) or lines (ORDLINE) not found for invoicing." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    ELSE
        OPEN INPUT CUSTOMER-MASTER-FILE
        PERFORM 9871-SHIPTO-OPEN
        OPEN EXTEND SALES-HISTORY-FILE
        IF SALES-HISTORY-STATUS = "35" THEN
            OPEN OUTPUT SALES-HISTORY-FILE
        ELSE
            DISPLAY "Tax table not found; standard rate applies."
        END-IF
        OPEN INPUT TERMS-FILE
        IF TERMS-STATUS = "00" THEN
            MOVE 1 TO TERMS-TABLE-OPEN
        ELSE
            DISPLAY "Terms table not found; net 30 applies."
        END-IF
        OPEN INPUT FREIGHT-RATE-FILE
        IF FREIGHT-RATE-STATUS = "00" THEN
            MOVE 1 TO FREIGHT-TABLE-OPEN
        ELSE
            DISPLAY "Freight-rate table not found; only keyed freight billed."
        END-IF
        OPEN INPUT PART-MASTER-FILE
        IF PART-MASTER-STATUS = "00" THEN
            MOVE 1 TO PART-MASTER-OPEN
        ELSE
            DISPLAY "Part master not found; lines billed without cost."
            MOVE 4 TO WS-RETURN-CODE
            MOVE "Part master (PARTDAT) was not found for line costing." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        END-IF
        OPEN INPUT KIT-DEF-FILE
        IF KIT-DEF-STATUS = "00" THEN
            MOVE 1 TO KIT-DEF-OPEN
        END-IF
        OPEN OUTPUT OPEN-ITEM-TRANS-FILE
        PERFORM 9400-STAMP-CURRENT-DATETIME
        MOVE SPACES TO OPEN-ITEM-TRANS-REC
        STRING "H" WS-CURRENT-DATE-8 "INVOICE "
            DELIMITED BY SIZE INTO OPEN-ITEM-TRANS-REC
        WRITE OPEN-ITEM-TRANS-REC
        PERFORM 1100-READ-INVOICE-CONTROL
        MOVE "I" TO RW-FUNCTION
        MOVE "Customer Invoices" TO RW-REPORT-TITLE
    3300-PRINT-ONE-INVOICE.
    ADD 1 TO NEXT-INVOICE-NO.
    MOVE 0 TO INVOICE-SUBTOTAL.
    MOVE 0 TO INVOICE-COST.
    PERFORM 3400-FETCH-CUSTOMER-BLOCK.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "INVOICE " NEXT-INVOICE-NO " ORDER " OR-ORDER-NO
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  BILL TO " OR-CUST-ID " " WORK-CUSTOMER-NAME
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "          " WORK-CUSTOMER-ADDRESS
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3420-PRINT-SHIP-TO-BLOCK.
    MOVE 0 TO LINE-SCAN-EOF.
    MOVE OR-ORDER-NO TO OL-ORDER-NO.
    MOVE 0 TO OL-LINE-NO.
    START ORDER-LINE-FILE KEY NOT < OL-LINE-KEY
        INVALID KEY MOVE 1 TO LINE-SCAN-EOF
    END-START.
    PERFORM 3480-READ-INVOICE-LINE UNTIL LINE-SCAN-AT-EOF.
    PERFORM 3470-PRICE-FREIGHT.
    PERFORM 3450-RESOLVE-TAX-RATE.
    MOVE INVOICE-SUBTOTAL TO CE-AMOUNT.
    MOVE EFFECTIVE-TAX-RATE TO CE-RATE.
    CALL "CALC-ENGINE" USING CE-FUNCTION CE-AMOUNT CE-RATE
        CE-COUNT-1 CE-COUNT-2 CE-RESULT CE-RETURN-CODE.
    MOVE CE-RESULT TO INVOICE-TAX.
    COMPUTE INVOICE-TOTAL =
        INVOICE-SUBTOTAL + INVOICE-FREIGHT + INVOICE-TAX.
    MOVE INVOICE-TAX TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  TAX   " RPT-AMT-DISP
    STRING "  TOTAL " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    PERFORM 3700-STAMP-TERMS-DATES.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  TERMS " WORK-CUSTOMER-TERMS " NET " ITEM-NET-DAYS
        " DUE " ITEM-DUE-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF ITEM-DISC-AMOUNT > 0 THEN
        MOVE ITEM-DISC-AMOUNT TO RPT-DISC-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  DEDUCT " RPT-DISC-DISP " IF PAID BY "
            ITEM-DISC-DATE
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    END-IF.
    PERFORM 3750-WRITE-OPEN-ITEM-TRANS.
    PERFORM 3600-ACCUMULATE-BALANCE-ADJ.
    PERFORM 3650-WRITE-INVOICE-REGISTER.
    SET OR-STATUS-INVOICED TO TRUE.
        TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    *> The rate in force for this invoice: the taxing region's
    *> row with the latest effective-from date at or before the
    *> invoice date, walked in key order off the (region, date)
    *> index. No region, no table, or no row in force falls back to
    3450-RESOLVE-TAX-RATE.
    MOVE STANDARD-TAX-RATE TO EFFECTIVE-TAX-RATE.
    MOVE 0 TO TAX-RATE-FOUND.
    IF NOT TAX-TABLE-IS-OPEN OR INVOICE-TAX-REGION = SPACES THEN
        CONTINUE
    ELSE
        MOVE "V" TO DE-FUNCTION
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        IF DE-RETURN-CODE = 0 THEN
            MOVE 0 TO TAX-SCAN-EOF
            MOVE INVOICE-TAX-REGION TO TX-REGION-CODE
            MOVE 0 TO TX-EFF-DATE
            START TAX-RATE-FILE KEY NOT < TX-RATE-KEY
                INVALID KEY MOVE 1 TO TAX-SCAN-EOF
    READ TAX-RATE-FILE NEXT RECORD
        AT END MOVE 1 TO TAX-SCAN-EOF
        NOT AT END
            IF TX-REGION-CODE NOT = INVOICE-TAX-REGION
                    OR TX-EFF-DATE > WS-CURRENT-DATE-8 THEN
                MOVE 1 TO TAX-SCAN-EOF
            ELSE
            END-IF
    END-READ.

    *> The freight line. A charge keyed at the dock is billed as
    *> keyed; otherwise the order's carrier is rated from the band
    *> its pounds fall in for the region the goods went to. An order
    *> with no carrier bills no freight; a carrier with no band to
    *> cover the shipment bills none either, and says so.
    3470-PRICE-FREIGHT.
    MOVE 0 TO INVOICE-FREIGHT.
    MOVE 0 TO FREIGHT-RATED-SWITCH.
    IF OR-FREIGHT-IS-KEYED AND OR-FREIGHT-OVERRIDE IS NUMERIC THEN
        MOVE OR-FREIGHT-OVERRIDE TO INVOICE-FREIGHT
        MOVE INVOICE-FREIGHT TO RPT-AMT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "  FREIGHT " OR-CARRIER-CODE " AS KEYED      " RPT-AMT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    IF OR-CARRIER-CODE = SPACES OR OR-CARRIER-CODE = LOW-VALUES THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO FREIGHT-SHIP-WEIGHT.
    IF OR-SHIP-WEIGHT IS NUMERIC THEN
        MOVE OR-SHIP-WEIGHT TO FREIGHT-SHIP-WEIGHT
    END-IF.
    COMPUTE FREIGHT-POUNDS = FREIGHT-SHIP-WEIGHT + 0.99.
    IF FREIGHT-TABLE-IS-OPEN THEN
        MOVE OR-CARRIER-CODE TO FR-CARRIER-CODE
        MOVE INVOICE-TAX-REGION TO FR-REGION-CODE
        MOVE FREIGHT-POUNDS TO FR-WEIGHT-TO
        START FREIGHT-RATE-FILE KEY NOT < FR-RATE-KEY
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM 3475-READ-FREIGHT-BAND
        END-START
    END-IF.
    IF NOT FREIGHT-WAS-RATED THEN
        DISPLAY "INVOICE " NEXT-INVOICE-NO ": carrier " OR-CARRIER-CODE
            " has no rate for region " INVOICE-TAX-REGION " at "
            FREIGHT-POUNDS " lbs; freight not billed."
        ADD 1 TO TOTAL-FREIGHT-UNRATED
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE FREIGHT-POUNDS TO RPT-POUNDS-DISP.
    MOVE INVOICE-FREIGHT TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  FREIGHT " OR-CARRIER-CODE " " RPT-POUNDS-DISP " LBS   "
        RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    3475-READ-FREIGHT-BAND.
    READ FREIGHT-RATE-FILE NEXT RECORD
        AT END CONTINUE
        NOT AT END
            IF FR-CARRIER-CODE = OR-CARRIER-CODE
                    AND FR-REGION-CODE = INVOICE-TAX-REGION THEN
                COMPUTE INVOICE-FREIGHT ROUNDED =
                    FR-BASE-CHARGE + FR-PER-POUND * FREIGHT-POUNDS
                MOVE 1 TO FREIGHT-RATED-SWITCH
            END-IF
    END-READ.

    *> The order's lines in line-number order, until the key moves
    *> on to the next order.
    3480-READ-INVOICE-LINE.
    READ ORDER-LINE-FILE NEXT RECORD
        AT END MOVE 1 TO LINE-SCAN-EOF
        NOT AT END
            IF OL-ORDER-NO NOT = OR-ORDER-NO THEN
                MOVE 1 TO LINE-SCAN-EOF
            ELSE
                PERFORM 3500-PRINT-ONE-INVOICE-LINE
            END-IF
    END-READ.

    3500-PRINT-ONE-INVOICE-LINE.
    COMPUTE LINE-EXTENDED =
        OL-QUANTITY * OL-UNIT-PRICE.
    ADD LINE-EXTENDED TO INVOICE-SUBTOTAL.
    PERFORM 3520-COST-INVOICE-LINE.
    PERFORM 3550-WRITE-SALES-HISTORY.
    MOVE OL-QUANTITY TO RPT-QTY-DISP.
    MOVE LINE-EXTENDED TO RPT-AMT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " OL-PART-NO " qty " RPT-QTY-DISP
        " ext " RPT-AMT-DISP
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3900-PRINT-REPORT-LINE.

    *> The line's cost at tonight's moving average, stamped on the
    *> order line so a later return reverses the same figure. A kit
    *> carries no stock and so no cost of its own: it costs what its
    *> KITDEF components cost, per kit. A part the master cannot
    *> cost bills at zero cost and is counted.
    3520-COST-INVOICE-LINE.
    MOVE 0 TO LINE-UNIT-COST.
    IF PART-MASTER-IS-OPEN THEN
        MOVE OL-PART-NO TO PM-PART-NO
        READ PART-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PM-IS-KIT THEN
                    PERFORM 3530-COST-KIT-COMPONENTS
                ELSE
                    MOVE PM-UNIT-COST TO LINE-UNIT-COST
                END-IF
        END-READ
    END-IF.
    IF LINE-UNIT-COST = 0 THEN
        DISPLAY "INVOICE " NEXT-INVOICE-NO ": part " OL-PART-NO
            " has no cost; line billed at zero cost."
        ADD 1 TO TOTAL-LINES-UNCOSTED
    END-IF.
    COMPUTE LINE-EXT-COST = OL-QUANTITY * LINE-UNIT-COST.
    ADD LINE-EXT-COST TO INVOICE-COST.
    MOVE LINE-UNIT-COST TO OL-UNIT-COST.
    REWRITE ORDER-LINE-REC
        INVALID KEY
            DISPLAY "INVOICE " NEXT-INVOICE-NO ": line " OL-LINE-NO
                " cost could not be stamped."
            MOVE 4 TO WS-RETURN-CODE
    END-REWRITE.

    3530-COST-KIT-COMPONENTS.
    IF NOT KIT-DEF-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO KIT-SCAN-EOF.
    MOVE OL-PART-NO TO KD-KIT-PART.
    MOVE LOW-VALUES TO KD-COMP-PART.
    START KIT-DEF-FILE KEY NOT < KD-KIT-KEY
        INVALID KEY MOVE 1 TO KIT-SCAN-EOF
    END-START.
    PERFORM 3540-COST-ONE-COMPONENT UNTIL KIT-SCAN-AT-EOF.

    3540-COST-ONE-COMPONENT.
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO KIT-SCAN-EOF
        NOT AT END
            IF KD-KIT-PART NOT = OL-PART-NO THEN
                MOVE 1 TO KIT-SCAN-EOF
            ELSE
                MOVE KD-COMP-PART TO PM-PART-NO
                READ PART-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE LINE-UNIT-COST =
                            LINE-UNIT-COST + KD-COMP-QTY * PM-UNIT-COST
                END-READ
            END-IF
    END-READ.

    *> The line as billed, kept where the analysis runs can reach
    *> it: the invoice print image alone answers nothing by machine.
    3550-WRITE-SALES-HISTORY.
    MOVE OR-CUST-ID TO SL-CUST-ID.
    MOVE OL-PART-NO TO SL-PART-NO.
    MOVE OL-QUANTITY TO SL-QUANTITY.
    MOVE LINE-EXTENDED TO SL-EXT-AMOUNT.
    MOVE NEXT-INVOICE-NO TO SL-INVOICE-NO.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO SL-INVOICE-DATE.
    MOVE SPACES TO SL-LINE-TYPE.
    MOVE LINE-UNIT-COST TO SL-UNIT-COST.
    MOVE LINE-EXT-COST TO SL-EXT-COST.
    MOVE OR-SALES-ID TO SL-SALES-ID.
    WRITE SALES-HISTORY-REC.

    *> The invoice's freight as a history record of its own, so the
    *> analysis runs can report freight revenue apart from goods.
    3560-WRITE-FREIGHT-HISTORY.
    MOVE OR-CUST-ID TO SL-CUST-ID.
    MOVE SPACES TO SL-PART-NO.
    MOVE 0 TO SL-QUANTITY.
    MOVE INVOICE-FREIGHT TO SL-EXT-AMOUNT.
    MOVE NEXT-INVOICE-NO TO SL-INVOICE-NO.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO SL-INVOICE-DATE.
    SET SL-IS-FREIGHT TO TRUE.
    MOVE 0 TO SL-UNIT-COST.
    MOVE 0 TO SL-EXT-COST.
    MOVE OR-SALES-ID TO SL-SALES-ID.
    WRITE SALES-HISTORY-REC.

    3900-PRINT-REPORT-LINE.
        MOVE AJ-CUST-ADDRESS(ADJ-FOUND-IDX) TO WORK-CUSTOMER-ADDRESS
        MOVE AJ-REGION-CODE(ADJ-FOUND-IDX) TO WORK-CUSTOMER-REGION
        MOVE AJ-PRICE-TIER(ADJ-FOUND-IDX) TO WORK-CUSTOMER-TIER
        MOVE AJ-TERMS-CODE(ADJ-FOUND-IDX) TO WORK-CUSTOMER-TERMS
    ELSE
        MOVE OR-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
                MOVE SPACES TO WORK-CUSTOMER-TIER
                MOVE 0 TO WORK-CUSTOMER-MTD
                MOVE 0 TO WORK-CUSTOMER-YTD
                MOVE SPACES TO WORK-CUSTOMER-TERMS
            NOT INVALID KEY
                MOVE CM-CUST-NAME TO WORK-CUSTOMER-NAME
                MOVE CM-CUST-ADDRESS TO WORK-CUSTOMER-ADDRESS
                MOVE CM-PRICE-TIER TO WORK-CUSTOMER-TIER
                MOVE CM-MTD-SALES TO WORK-CUSTOMER-MTD
                MOVE CM-YTD-SALES TO WORK-CUSTOMER-YTD
                MOVE CM-TERMS-CODE TO WORK-CUSTOMER-TERMS
        END-READ
    END-IF.

        MOVE ADJ-COUNT TO ADJ-IDX
    END-IF.

    *> The ship-to block, and with it the taxing region. An order
    *> quoting no ship-to prints its bill-to again as the ship-to so
    *> the invoice always shows both; a code no longer on SHIPTO is
    *> printed as such and taxed at the customer's own region.
    3420-PRINT-SHIP-TO-BLOCK.
    MOVE WORK-CUSTOMER-REGION TO INVOICE-TAX-REGION.
    MOVE OR-CUST-ID TO SHIPTO-CUST-ID.
    MOVE OR-SHIPTO-CODE TO SHIPTO-CODE.
    PERFORM 9870-RESOLVE-SHIP-TO.
    MOVE SPACES TO RW-LINE-TEXT.
    EVALUATE TRUE
        WHEN SHIPTO-IS-SHIP-TO
            STRING "  SHIP TO " OR-SHIPTO-CODE "   " SHIPTO-NAME
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            IF SHIPTO-REGION-CODE NOT = SPACES THEN
                MOVE SHIPTO-REGION-CODE TO INVOICE-TAX-REGION
            END-IF
        WHEN SHIPTO-IS-UNKNOWN
            STRING "  SHIP TO " OR-SHIPTO-CODE " NOT ON FILE"
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            DISPLAY "INVOICE " NEXT-INVOICE-NO ": ship-to "
                OR-SHIPTO-CODE " not on file; taxed at the bill-to region."
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            STRING "  SHIP TO " OR-CUST-ID " " WORK-CUSTOMER-NAME
                DELIMITED BY SIZE INTO RW-LINE-TEXT
    END-EVALUATE.
    PERFORM 3900-PRINT-REPORT-LINE.
    IF SHIPTO-IS-SHIP-TO THEN
        MOVE SPACES TO RW-LINE-TEXT
        STRING "          " SHIPTO-ADDRESS
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        PERFORM 3900-PRINT-REPORT-LINE
    ELSE
        IF NOT SHIPTO-IS-UNKNOWN THEN
            MOVE SPACES TO RW-LINE-TEXT
            STRING "          " WORK-CUSTOMER-ADDRESS
                DELIMITED BY SIZE INTO RW-LINE-TEXT
            PERFORM 3900-PRINT-REPORT-LINE
        END-IF
    END-IF.

    3600-ACCUMULATE-BALANCE-ADJ.
    IF ADJ-FOUND-IDX > 0 THEN
        ADD INVOICE-TOTAL TO AJ-NEW-BALANCE(ADJ-FOUND-IDX)
            MOVE WORK-CUSTOMER-CREDIT-LIMIT TO AJ-CREDIT-LIMIT(ADJ-COUNT)
            MOVE WORK-CUSTOMER-REGION TO AJ-REGION-CODE(ADJ-COUNT)
            MOVE WORK-CUSTOMER-TIER TO AJ-PRICE-TIER(ADJ-COUNT)
            MOVE WORK-CUSTOMER-TERMS TO AJ-TERMS-CODE(ADJ-COUNT)
            COMPUTE AJ-MTD-SALES(ADJ-COUNT) =
                WORK-CUSTOMER-MTD + INVOICE-TOTAL
            COMPUTE AJ-YTD-SALES(ADJ-COUNT) =
    MOVE INVOICE-SUBTOTAL TO IR-SUBTOTAL.
    MOVE INVOICE-TAX TO IR-TAX.
    MOVE INVOICE-TOTAL TO IR-TOTAL.
    MOVE INVOICE-TAX-REGION TO IR-REGION-CODE.
    MOVE EFFECTIVE-TAX-RATE TO IR-TAX-RATE.
    MOVE INVOICE-FREIGHT TO IR-FREIGHT.
    WRITE INVOICE-REGISTER-REC.
    IF INVOICE-FREIGHT > 0 THEN
        PERFORM 3560-WRITE-FREIGHT-HISTORY
    END-IF.
    PERFORM 3660-BOOK-INVOICE-TO-GL.

    *> The register's money split booked to the ledger: goods,
    *> freight, and tax each under their own mapping, referenced to
    *> the invoice, and the cost of the goods shipped moved from
    *> inventory to cost of sales.
    3660-BOOK-INVOICE-TO-GL.
    MOVE "INV" TO GL-ENTRY-SOURCE.
    MOVE NEXT-INVOICE-NO TO GL-ENTRY-REFERENCE.
    MOVE WS-CURRENT-DATE-8 TO GL-ENTRY-DATE.
    MOVE "SALE" TO GL-ENTRY-TYPE.
    MOVE INVOICE-SUBTOTAL TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.
    MOVE "FRT" TO GL-ENTRY-TYPE.
    MOVE INVOICE-FREIGHT TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.
    MOVE "TAX" TO GL-ENTRY-TYPE.
    MOVE INVOICE-TAX TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.
    MOVE "COGS" TO GL-ENTRY-TYPE.
    MOVE INVOICE-COST TO GL-ENTRY-AMOUNT.
    PERFORM 9830-GL-BOOK-ENTRY.

    *> ---------------------
    *> PAYMENT TERMS AND THE OPEN ITEM
    *> ---------------------

    *> The customer's terms from the TERMS table, or net 30 with no
    *> discount when the code is blank, unknown, or the table is
    *> missing. The due date is the net days on from the invoice
    *> date and the discount date the discount days on, each rolled
    *> forward to a business day; the discount is the terms percent
    *> of the invoice total, tax included.
    3700-STAMP-TERMS-DATES.
    MOVE DEFAULT-NET-DAYS TO ITEM-NET-DAYS.
    MOVE 0 TO ITEM-DISC-PERCENT.
    MOVE 0 TO ITEM-DISC-DAYS.
    IF TERMS-TABLE-IS-OPEN AND WORK-CUSTOMER-TERMS NOT = SPACES THEN
        MOVE WORK-CUSTOMER-TERMS TO TM-TERMS-CODE
        READ TERMS-FILE
            INVALID KEY
                DISPLAY "INVOICE " NEXT-INVOICE-NO ": terms code "
                    WORK-CUSTOMER-TERMS " not on the table, net 30 used."
            NOT INVALID KEY
                IF TM-NET-DAYS IS NUMERIC AND TM-NET-DAYS > 0 THEN
                    MOVE TM-NET-DAYS TO ITEM-NET-DAYS
                END-IF
                IF TM-DISC-PERCENT IS NUMERIC
                        AND TM-DISC-DAYS IS NUMERIC
                        AND TM-DISC-DAYS > 0 THEN
                    MOVE TM-DISC-PERCENT TO ITEM-DISC-PERCENT
                    MOVE TM-DISC-DAYS TO ITEM-DISC-DAYS
                END-IF
        END-READ
    END-IF.
    MOVE ITEM-NET-DAYS TO TERMS-DAYS-OUT.
    PERFORM 3710-BUSINESS-DAYS-OUT.
    MOVE TERMS-DATE-RESULT TO ITEM-DUE-DATE.
    MOVE 0 TO ITEM-DISC-DATE.
    MOVE 0 TO ITEM-DISC-AMOUNT.
    IF ITEM-DISC-PERCENT > 0 THEN
        MOVE ITEM-DISC-DAYS TO TERMS-DAYS-OUT
        PERFORM 3710-BUSINESS-DAYS-OUT
        MOVE TERMS-DATE-RESULT TO ITEM-DISC-DATE
        MOVE INVOICE-TOTAL TO CE-AMOUNT
        MOVE ITEM-DISC-PERCENT TO CE-RATE
        MOVE "P" TO CE-FUNCTION
        CALL "CALC-ENGINE" USING CE-FUNCTION CE-AMOUNT CE-RATE
            CE-COUNT-1 CE-COUNT-2 CE-RESULT CE-RETURN-CODE
        IF CE-RETURN-CODE = 0 THEN
            MOVE CE-RESULT TO ITEM-DISC-AMOUNT
        END-IF
    END-IF.

    *> The invoice date plus TERMS-DAYS-OUT calendar days, moved to
    *> the next business day when it lands on a weekend or holiday:
    *> DATE-ENGINE's next-business-day from the day before the target
    *> is the target itself whenever the target is a business day.
    3710-BUSINESS-DAYS-OUT.
    MOVE WS-CURRENT-DATE-8 TO TERMS-DATE-RESULT.
    MOVE "A" TO DE-FUNCTION.
    MOVE WS-CURRENT-DATE-8 TO DE-DATE-1.
    COMPUTE DE-DAY-COUNT = TERMS-DAYS-OUT - 1.
    CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
        DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE.
    IF DE-RETURN-CODE = 0 THEN
        MOVE "N" TO DE-FUNCTION
        MOVE DE-RESULT-DATE TO DE-DATE-1
        CALL "DATE-ENGINE" USING DE-FUNCTION DE-DATE-1 DE-DATE-2
            DE-DAY-COUNT DE-RESULT-DATE DE-RESULT-COUNT DE-RETURN-CODE
        IF DE-RETURN-CODE = 0 THEN
            MOVE DE-RESULT-DATE TO TERMS-DATE-RESULT
        END-IF
    END-IF.

    3750-WRITE-OPEN-ITEM-TRANS.
    MOVE SPACES TO OPEN-ITEM-TRANS-REC.
    MOVE "A" TO OT-TRANS-CODE.
    MOVE OR-CUST-ID TO OT-CUST-ID.
    MOVE NEXT-INVOICE-NO TO OT-INVOICE-NO.
    MOVE WS-CURRENT-DATE-8 TO OT-INVOICE-DATE.
    MOVE INVOICE-TOTAL TO OT-AMOUNT.
    MOVE ITEM-DUE-DATE TO OT-DUE-DATE.
    MOVE ITEM-DISC-DATE TO OT-DISC-DATE.
    MOVE ITEM-DISC-AMOUNT TO OT-DISC-AMOUNT.
    WRITE OPEN-ITEM-TRANS-REC.
    ADD 1 TO OI-KEYED-COUNT.
    ADD OT-AMOUNT TO OI-KEYED-HASH.

    *> ---------------------
    *> BALANCE TRANSACTIONS: one U per invoiced customer, in a
    8000-TERMINATE.
    IF ORDER-FILE-STATUS = "00" OR ORDER-FILE-STATUS = "10" THEN
        CLOSE ORDER-FILE
        CLOSE ORDER-LINE-FILE
        CLOSE CUSTOMER-MASTER-FILE
        PERFORM 9879-SHIPTO-CLOSE
        CLOSE SALES-HISTORY-FILE
        CLOSE INVOICE-REGISTER-FILE
        IF TAX-TABLE-IS-OPEN THEN
            CLOSE TAX-RATE-FILE
        END-IF
        IF TERMS-TABLE-IS-OPEN THEN
            CLOSE TERMS-FILE
        END-IF
        IF FREIGHT-TABLE-IS-OPEN THEN
            CLOSE FREIGHT-RATE-FILE
        END-IF
        IF PART-MASTER-IS-OPEN THEN
            CLOSE PART-MASTER-FILE
        END-IF
        IF KIT-DEF-IS-OPEN THEN
            CLOSE KIT-DEF-FILE
        END-IF
        MOVE OI-KEYED-COUNT TO OS-TRANS-COUNT
        MOVE OI-KEYED-HASH TO OS-HASH-TOTAL
        MOVE SPACES TO OPEN-ITEM-TRANS-REC
        MOVE OI-TRAILER-STAGING TO OPEN-ITEM-TRANS-REC
        WRITE OPEN-ITEM-TRANS-REC
        CLOSE OPEN-ITEM-TRANS-FILE
        PERFORM 8100-STORE-INVOICE-CONTROL
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
    DISPLAY "Orders marked shipped : " TOTAL-ORDERS-SHIPPED.
    DISPLAY "Invoices printed      : " TOTAL-INVOICES-PRINTED.
    DISPLAY "Balance trans written : " KEYED-TRANS-COUNT.
    DISPLAY "Open items written    : " OI-KEYED-COUNT.
    DISPLAY "Freight not rated     : " TOTAL-FREIGHT-UNRATED.
    DISPLAY "Lines without cost    : " TOTAL-LINES-UNCOSTED.
    PERFORM 9839-GL-CLOSE.
    PERFORM 9810-CTL-PRINT-FOOTER.

    8100-STORE-INVOICE-CONTROL.
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "cycleproc.cpy".
    COPY "glproc.cpy".
    COPY "shiptoproc.cpy".
