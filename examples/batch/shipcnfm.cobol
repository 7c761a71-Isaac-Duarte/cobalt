*> PM-QTY-ON-HAND (register type "C", the same release a cancel
*> writes) and captured on the back-order file, so the unfilled
*> demand re-enters automatically through BACKORD-RELEASE instead
*> of being silently billed, carrying the ship date the
*> available-to-promise walk in ATPPROC can promise for it (and
*> logged on BOHIST): the order's line on ORDLINE is cut to what
*> shipped, its first confirmation stamped with the date, the
*> quantity it carried and the shortfall for the service-level
*> figures, and the order goes to status S for INVOICE-GENERATION
*> to bill exactly what left the dock. Each confirmation prints
*> where the goods went: the order's ship-to from the SHIPTO file,
*> or the customer's billing address when the order quotes none.
*> The card also names the carrier the goods went with, which must
*> be on the FRTRATE table, and may carry a freight charge keyed at
*> the dock: both are stamped on the order with the pounds shipped
*> (PM-SHIP-WEIGHT times the quantity) for INVOICE-GENERATION to
*> bill freight from, and the run closes with a manifest per
*> carrier -- every line handed over, with its pieces and weight,
*> and the carrier's totals for the day. The lots that went on the
*> truck come off LOTSTOCK oldest expiry first at the line's
*> location (a kit's components at their KITDEF quantities), each
*> logged on LOTHIST against the order and line for RECALL-TRACE.
*> The same quantities come out of the part's bins on BINSTOCK in
*> walk sequence, the order PICK-LIST sent the picker round in.
*>
*> SHIPCARD layout:
*>     order number (8) + line number (4) + quantity shipped (5)
*>     + carrier code (4) + freight override (7, 2 implied
*>       decimals; blank to bill the carrier's rate)

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SHIP-CARD-STATUS.
        COPY "ordsel.cpy".
        COPY "ordlsel.cpy".
        COPY "partsel.cpy".
        COPY "locsel.cpy".
        COPY "sthsel.cpy".
        COPY "kitsel.cpy".
        COPY "bkordsel.cpy".
        COPY "bohsel.cpy".
        COPY "posel.cpy".
        COPY "custsel.cpy".
        COPY "shiptosel.cpy".
        COPY "frtsel.cpy".
        COPY "lotsel.cpy".
        COPY "binsel.cpy".
        SELECT STOCK-REGISTER-FILE ASSIGN TO "STKREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS STOCK-REGISTER-STATUS.
    FD  SHIP-CARD-FILE.
    01  SHIP-CARD-REC.
        05 SC-ORDER-NO PIC X(8).
        05 SC-LINE-NO PIC 9(4).
        05 SC-QTY-SHIPPED PIC 9(5).
        05 SC-CARRIER-CODE PIC X(4).
        05 SC-FREIGHT-OVERRIDE PIC 9(5)V99.
        05 SC-FREIGHT-OVERRIDE-X REDEFINES SC-FREIGHT-OVERRIDE
            PIC X(7).

    FD  ORDER-FILE.
    COPY "ordrec.cpy".

    FD  ORDER-LINE-FILE.
    COPY "ordlrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  BACK-ORDER-HIST-FILE.
    01  BACK-ORDER-HIST-REC PIC X(49).

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  SHIP-TO-FILE.
    COPY "shiptorec.cpy".

    FD  FREIGHT-RATE-FILE.
    COPY "frtrec.cpy".

    FD  STOCK-REGISTER-FILE.
    01  STOCK-REGISTER-REC.
        05 RG-PART-NO PIC X(6).
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".
    COPY "lotfd.cpy".
    COPY "binfd.cpy".

    WORKING-STORAGE SECTION.
    01 SHIP-CARD-STATUS PIC X(2).
    01 ORDER-FILE-STATUS PIC X(2).
    01 ORDER-LINE-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 LOCATION-STOCK-STATUS PIC X(2).
    01 KIT-DEF-STATUS PIC X(2).
    01 KIT-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88 KIT-SCAN-AT-EOF VALUE 1.
    01 RELEASE-UNITS PIC 9(7) COMP VALUE 0.
    01 SHIP-KIT-SWITCH PIC 9(1) COMP VALUE 0.
        88 SHIP-PART-IS-KIT VALUE 1.
    01 BACK-ORDER-STATUS PIC X(2).
    01 BACK-ORDER-HIST-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 STOCK-REGISTER-STATUS PIC X(2).
    01 FREIGHT-RATE-STATUS PIC X(2).
    01 FREIGHT-TABLE-OPEN PIC 9(1) COMP VALUE 0.
        88 FREIGHT-TABLE-IS-OPEN VALUE 1.
    01 CARRIER-KNOWN-SWITCH PIC 9(1) COMP VALUE 0.
        88 CARRIER-IS-KNOWN VALUE 1.
    01 SHIP-CARD-EOF PIC 9(1) COMP VALUE 0.
        88 SHIP-CARD-AT-EOF VALUE 1.
    01 CONFIRM-FILES-OPEN PIC 9(1) COMP VALUE 0.
    01 PART-HIST-STATUS PIC X(2).
    01 HIST-SEQ-COUNTER PIC 9(3) COMP VALUE 0.
    01 OLD-ON-HAND-SAVE PIC 9(6) COMP VALUE 0.
    01 LINE-SHIP-WEIGHT PIC 9(7)V99 COMP-3 VALUE 0.

*> The day's manifests: one entry per carrier, kept in carrier
*> order as they turn up, and every line handed over, printed under
*> its carrier when the run closes.
    01 MANIFEST-CARRIER-MAX PIC 9(3) COMP VALUE 50.
    01 MANIFEST-CARRIER-COUNT PIC 9(3) COMP VALUE 0.
    01 MANIFEST-CARRIER-IDX PIC 9(3) COMP VALUE 0.
    01 MANIFEST-FOUND-IDX PIC 9(3) COMP VALUE 0.
    01 MANIFEST-INSERT-AT PIC 9(3) COMP VALUE 0.
    01 MANIFEST-SHIFT-IDX PIC 9(3) COMP VALUE 0.
    01 MANIFEST-CARRIER-TABLE.
        05 MANIFEST-CARRIER-ENTRY OCCURS 50 TIMES.
            10 MC-CARRIER-CODE PIC X(4).
            10 MC-LINES PIC 9(5) COMP.
            10 MC-PIECES PIC 9(7) COMP.
            10 MC-WEIGHT PIC 9(7)V99 COMP-3.
    01 MANIFEST-LINE-MAX PIC 9(4) COMP VALUE 2000.
    01 MANIFEST-LINE-COUNT PIC 9(4) COMP VALUE 0.
    01 MANIFEST-LINE-IDX PIC 9(4) COMP VALUE 0.
    01 MANIFEST-LINE-TABLE.
        05 MANIFEST-LINE-ENTRY OCCURS 2000 TIMES.
            10 MD-CARRIER-CODE PIC X(4).
            10 MD-ORDER-NO PIC X(8).
            10 MD-LINE-NO PIC 9(4).
            10 MD-PART-NO PIC X(6).
            10 MD-QUANTITY PIC 9(5).
            10 MD-WEIGHT PIC 9(7)V99 COMP-3.
            10 MD-SHIPTO-NAME PIC X(25).
    01 MANIFEST-DATE PIC 9(8) VALUE 0.
    01 MANIFEST-CARRIER-TEXT PIC X(6).
    01 TOTAL-MANIFEST-LOST PIC 9(6) COMP VALUE 0.

    01 RPT-QTY-DISP PIC Z(4)9.
    01 RPT-PIECES-DISP PIC Z(6)9.
    01 RPT-WEIGHT-DISP PIC Z(6)9.99.
    01 RPT-LINES-DISP PIC Z(4)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    01 TOTAL-CARDS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-CONFIRMED PIC 9(6) COMP VALUE 0.
    01 TOTAL-CARDS-REJECTED PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIP-CONFIRM"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIP-CONFIRM"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="SHIP-CONFIRM"==.
    COPY "shiptodata.cpy".
    COPY "atpdata.cpy".
    COPY "lotdata.cpy".
    COPY "bindata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
            MOVE "Order file (ORDFILE) was not found for confirmation." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        ELSE
            OPEN I-O ORDER-LINE-FILE
        END-IF
        IF ORDER-FILE-STATUS = "00" AND ORDER-LINE-STATUS NOT = "00" THEN
            DISPLAY "Order line file not found, cannot confirm shipments."
            CLOSE SHIP-CARD-FILE
            CLOSE ORDER-FILE
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Order line file (ORDLINE) was not found for confirmation." TO WS-ERROR-MSG
            PERFORM 9300-LOG-ERROR
        END-IF
        IF ORDER-FILE-STATUS = "00" AND ORDER-LINE-STATUS = "00" THEN
            OPEN I-O PART-MASTER-FILE
            OPEN I-O LOCATION-STOCK-FILE
            IF LOCATION-STOCK-STATUS = "35" THEN
            IF KIT-DEF-STATUS = "00" THEN
                MOVE 1 TO KIT-DEF-OPEN
            END-IF
            PERFORM 9400-STAMP-CURRENT-DATETIME
            MOVE WS-CURRENT-DATE-8 TO ATP-RUN-DATE
            PERFORM 9896-ATP-LOAD-SUPPLY
            PERFORM 9894-ATP-LOAD-DEMAND
            OPEN EXTEND BACK-ORDER-FILE
            IF BACK-ORDER-STATUS = "35" THEN
                OPEN OUTPUT BACK-ORDER-FILE
            END-IF
            OPEN EXTEND BACK-ORDER-HIST-FILE
            IF BACK-ORDER-HIST-STATUS = "35" THEN
                OPEN OUTPUT BACK-ORDER-HIST-FILE
            END-IF
            OPEN EXTEND STOCK-REGISTER-FILE
            IF STOCK-REGISTER-STATUS = "35" THEN
                OPEN OUTPUT STOCK-REGISTER-FILE
            END-IF
            OPEN INPUT CUSTOMER-MASTER-FILE
            IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
                DISPLAY "Customer master not found; bill-to addresses blank."
                MOVE 0 TO SHIPTO-CUSTMAST-OPEN
            END-IF
            PERFORM 9871-SHIPTO-OPEN
            OPEN INPUT FREIGHT-RATE-FILE
            IF FREIGHT-RATE-STATUS = "00" THEN
                MOVE 1 TO FREIGHT-TABLE-OPEN
            ELSE
                DISPLAY "Freight-rate table not found; carriers not checked."
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            MOVE WS-CURRENT-DATE-8 TO MANIFEST-DATE
            MOVE 1 TO CONFIRM-FILES-OPEN
        END-IF
    END-IF.

    *> A line on an open or already part-confirmed (S) order may be
    *> confirmed; the shipped quantity may not exceed what the line
    *> still carries. A carrier must be one the rate table knows,
    *> and a keyed freight charge must be fully keyed.
    3100-VALIDATE-SHIP-CARD.
    PERFORM 3120-CHECK-CARRIER.
    EVALUATE TRUE
        WHEN NOT OR-STATUS-OPEN AND NOT OR-STATUS-SHIPPED
            DISPLAY "CONFIRM REJECTED: order " SC-ORDER-NO
                " is not open for shipment."
            ADD 1 TO TOTAL-CARDS-REJECTED
        WHEN SC-LINE-NO IS NOT NUMERIC OR SC-LINE-NO = 0
            DISPLAY "CONFIRM REJECTED: order " SC-ORDER-NO
                " has no line " SC-LINE-NO "."
            ADD 1 TO TOTAL-CARDS-REJECTED
        WHEN NOT CARRIER-IS-KNOWN
            DISPLAY "CONFIRM REJECTED: order " SC-ORDER-NO
                " carrier " SC-CARRIER-CODE " has no freight rates."
            ADD 1 TO TOTAL-CARDS-REJECTED
        WHEN SC-FREIGHT-OVERRIDE-X NOT = SPACES
                AND SC-FREIGHT-OVERRIDE IS NOT NUMERIC
            DISPLAY "CONFIRM REJECTED: order " SC-ORDER-NO
                " freight override unusable."
            ADD 1 TO TOTAL-CARDS-REJECTED
        WHEN OTHER
            PERFORM 3150-FETCH-SHIP-LINE
    END-EVALUATE.

    *> A carrier is known when it has at least one rate band. A
    *> blank carrier passes -- the line goes on the manifest of
    *> goods handed over without one, and the order bills no freight
    *> unless one is keyed -- and so does every carrier when the
    *> table itself is missing.
    3120-CHECK-CARRIER.
    MOVE 1 TO CARRIER-KNOWN-SWITCH.
    IF SC-CARRIER-CODE = SPACES OR NOT FREIGHT-TABLE-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO CARRIER-KNOWN-SWITCH.
    MOVE SC-CARRIER-CODE TO FR-CARRIER-CODE.
    MOVE LOW-VALUES TO FR-REGION-CODE.
    MOVE 0 TO FR-WEIGHT-TO.
    START FREIGHT-RATE-FILE KEY NOT < FR-RATE-KEY
        INVALID KEY EXIT PARAGRAPH
    END-START.
    READ FREIGHT-RATE-FILE NEXT RECORD
        AT END CONTINUE
        NOT AT END
            IF FR-CARRIER-CODE = SC-CARRIER-CODE THEN
                MOVE 1 TO CARRIER-KNOWN-SWITCH
            END-IF
    END-READ.

    *> The line comes straight off ORDLINE by order and line number;
    *> a line the order never had is simply not found.
    3150-FETCH-SHIP-LINE.
    MOVE SC-ORDER-NO TO OL-ORDER-NO.
    MOVE SC-LINE-NO TO OL-LINE-NO.
    READ ORDER-LINE-FILE
        INVALID KEY
            DISPLAY "CONFIRM REJECTED: order " SC-ORDER-NO
                " has no line " SC-LINE-NO "."
            ADD 1 TO TOTAL-CARDS-REJECTED
        NOT INVALID KEY
            IF SC-QTY-SHIPPED IS NOT NUMERIC
                    OR SC-QTY-SHIPPED > OL-QUANTITY THEN
                DISPLAY "CONFIRM REJECTED: order " SC-ORDER-NO " line "
                    SC-LINE-NO " quantity unusable."
                ADD 1 TO TOTAL-CARDS-REJECTED
            ELSE
                PERFORM 3200-APPLY-CONFIRMATION
            END-IF
    END-READ.

    3200-APPLY-CONFIRMATION.
    COMPUTE SHORT-QUANTITY =
        OL-QUANTITY - SC-QTY-SHIPPED.
    MOVE 0 TO LINE-SHIP-WEIGHT.
    IF SC-QTY-SHIPPED > 0 THEN
        PERFORM 3300-REGISTER-SHIPMENT
    END-IF.
        PERFORM 3500-CAPTURE-SHORT-BACK-ORDER
        ADD 1 TO TOTAL-SHORT-SHIPS
    END-IF.
*> Only the first confirmation is stamped: a later card for the
*> same line ships what the first one left, and the service level
*> is judged on the first truck.
    IF OL-SHIP-DATE IS NOT NUMERIC OR OL-SHIP-DATE = 0 THEN
        PERFORM 9400-STAMP-CURRENT-DATETIME
        MOVE WS-CURRENT-DATE-8 TO OL-SHIP-DATE
        MOVE OL-QUANTITY TO OL-ORDERED-QTY
        MOVE SHORT-QUANTITY TO OL-SHORT-QTY
    END-IF.
    MOVE SC-QTY-SHIPPED TO OL-QUANTITY.
    REWRITE ORDER-LINE-REC
        INVALID KEY
            DISPLAY "CONFIRM FAILED: order " SC-ORDER-NO " line "
                SC-LINE-NO " could not be rewritten."
            ADD 1 TO TOTAL-CARDS-REJECTED
            MOVE 8 TO WS-RETURN-CODE
            EXIT PARAGRAPH
    END-REWRITE.
    SET OR-STATUS-SHIPPED TO TRUE.
    PERFORM 3220-STAMP-ORDER-FREIGHT.
    REWRITE ORDER-REC
        INVALID KEY
            DISPLAY "CONFIRM FAILED: order " SC-ORDER-NO
            DISPLAY "CONFIRMED: order " SC-ORDER-NO " line "
                SC-LINE-NO " shipped " SC-QTY-SHIPPED
                " short " SHORT-QUANTITY "."
            PERFORM 3250-PRINT-SHIP-TO
            IF SC-QTY-SHIPPED > 0 THEN
                PERFORM 3600-ADD-TO-MANIFEST
            END-IF
            ADD 1 TO TOTAL-LINES-CONFIRMED
            MOVE SC-QTY-SHIPPED TO CTL-HASH-VALUE
            PERFORM 9800-CTL-ACCUMULATE-TOTALS
    END-REWRITE.

    *> The truck on the order: the pounds accumulate over every card
    *> for it, the carrier is the latest named, and a keyed charge
    *> replaces any keyed before it.
    3220-STAMP-ORDER-FREIGHT.
    IF OR-SHIP-WEIGHT IS NOT NUMERIC THEN
        MOVE 0 TO OR-SHIP-WEIGHT
    END-IF.
    ADD LINE-SHIP-WEIGHT TO OR-SHIP-WEIGHT.
    IF SC-CARRIER-CODE NOT = SPACES THEN
        MOVE SC-CARRIER-CODE TO OR-CARRIER-CODE
    END-IF.
    IF SC-FREIGHT-OVERRIDE-X NOT = SPACES THEN
        SET OR-FREIGHT-IS-KEYED TO TRUE
        MOVE SC-FREIGHT-OVERRIDE TO OR-FREIGHT-OVERRIDE
    END-IF.
    IF NOT OR-FREIGHT-IS-KEYED THEN
        MOVE "N" TO OR-FREIGHT-KEYED
        MOVE 0 TO OR-FREIGHT-OVERRIDE
    END-IF.

    *> Where this line went. A code the SHIPTO file no longer holds
    *> is reported against the billing address so the dock can
    *> chase it while the truck is still traceable.
    3250-PRINT-SHIP-TO.
    MOVE OR-CUST-ID TO SHIPTO-CUST-ID.
    MOVE OR-SHIPTO-CODE TO SHIPTO-CODE.
    PERFORM 9870-RESOLVE-SHIP-TO.
    EVALUATE TRUE
        WHEN SHIPTO-IS-SHIP-TO
            DISPLAY "    SHIP TO " OR-SHIPTO-CODE " " SHIPTO-NAME
        WHEN SHIPTO-IS-UNKNOWN
            DISPLAY "    SHIP TO " OR-SHIPTO-CODE
                " NOT ON FILE -- BILL-TO " SHIPTO-NAME
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            DISPLAY "    SHIP TO BILL-TO " SHIPTO-NAME
    END-EVALUATE.
    DISPLAY "            " SHIPTO-ADDR-STREET " " SHIPTO-ADDR-CITY
        " " SHIPTO-ADDR-STATE " " SHIPTO-ADDR-POSTAL.

    *> The shipment's register line. The on-hand figure does not
    *> move here -- ORDER-ENTRY's reservation already took it -- so
    *> old and new carry the same value and the line documents the
    *> physical departure against its order. The line is weighed
    *> for the manifest while its part is in hand.
    3300-REGISTER-SHIPMENT.
    MOVE 0 TO SHIP-KIT-SWITCH.
    MOVE OL-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            MOVE 0 TO PM-QTY-ON-HAND
        NOT INVALID KEY
            IF PM-IS-KIT THEN
                MOVE 1 TO SHIP-KIT-SWITCH
            END-IF
            IF PM-SHIP-WEIGHT IS NUMERIC THEN
                COMPUTE LINE-SHIP-WEIGHT ROUNDED =
                    SC-QTY-SHIPPED * PM-SHIP-WEIGHT
            END-IF
    END-READ.
    MOVE OL-PART-NO TO RG-PART-NO.
    MOVE "S" TO RG-MOVE-TYPE.
    MOVE SC-QTY-SHIPPED TO RG-QUANTITY.
    MOVE SC-ORDER-NO TO RG-REFERENCE.
    MOVE PM-QTY-ON-HAND TO RG-OLD-ON-HAND.
    MOVE PM-QTY-ON-HAND TO RG-NEW-ON-HAND.
    MOVE OL-LOCATION TO RG-LOCATION.
    MOVE SPACES TO RG-TO-LOCATION.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RG-MOVE-DATE.
    WRITE STOCK-REGISTER-REC.
    PERFORM 7000-WRITE-PART-HISTORY.
    PERFORM 3350-DRAW-SHIPPED-LOTS.

    *> The lots that left: the shipped quantity drawn oldest expiry
    *> first at the line's location, a kit through its components,
    *> each lot's share logged against the order and line, and the
    *> same quantity taken from the bins in walk sequence. Stock no
    *> lot or bin covers left untracked, as it came in.
    3350-DRAW-SHIPPED-LOTS.
    MOVE OL-LOCATION TO LOT-LOCATION.
    IF LOT-LOCATION = SPACES THEN
        MOVE "MAI" TO LOT-LOCATION
    END-IF.
    MOVE LOT-LOCATION TO BIN-LOCATION.
    MOVE SPACES TO BIN-BIN.
    MOVE SPACES TO LOT-TO-LOCATION.
    MOVE SPACES TO LOT-LOT-NO.
    MOVE "S" TO LOT-MOVE-TYPE.
    MOVE SC-ORDER-NO TO LOT-REFERENCE.
    MOVE SC-LINE-NO TO LOT-LINE-NO.
    IF NOT SHIP-PART-IS-KIT THEN
        MOVE OL-PART-NO TO LOT-PART-NO
        MOVE SC-QTY-SHIPPED TO LOT-QUANTITY
        PERFORM 9954-LOT-DRAW-FEFO
        MOVE OL-PART-NO TO BIN-PART-NO
        MOVE SC-QTY-SHIPPED TO BIN-QUANTITY
        PERFORM 9975-BIN-DRAW-WALK
        EXIT PARAGRAPH
    END-IF.
    IF NOT KIT-DEF-IS-OPEN THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO KIT-SCAN-EOF.
    MOVE OL-PART-NO TO KD-KIT-PART.
    MOVE LOW-VALUES TO KD-COMP-PART.
    START KIT-DEF-FILE KEY NOT < KD-KIT-KEY
        INVALID KEY MOVE 1 TO KIT-SCAN-EOF
    END-START.
    PERFORM 3360-DRAW-COMPONENT-LOTS UNTIL KIT-SCAN-AT-EOF.

    3360-DRAW-COMPONENT-LOTS.
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO KIT-SCAN-EOF
        NOT AT END
            IF KD-KIT-PART NOT = OL-PART-NO THEN
                MOVE 1 TO KIT-SCAN-EOF
            ELSE
                MOVE KD-COMP-PART TO LOT-PART-NO
                COMPUTE LOT-QUANTITY = KD-COMP-QTY * SC-QTY-SHIPPED
                PERFORM 9954-LOT-DRAW-FEFO
                MOVE KD-COMP-PART TO BIN-PART-NO
                MOVE LOT-QUANTITY TO BIN-QUANTITY
                PERFORM 9975-BIN-DRAW-WALK
            END-IF
    END-READ.

    *> The short remainder's reservation goes back on the shelf
    *> figure, with the same type "C" release line a cancel writes.
    3400-RELEASE-SHORT-REMAINDER.
    MOVE OL-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            CONTINUE
                EXIT PARAGRAPH
            END-IF
    END-READ.
    MOVE OL-PART-NO TO LS-PART-NO.
    MOVE OL-LOCATION TO LS-LOCATION.
    READ LOCATION-STOCK-FILE
        INVALID KEY
            MOVE OL-PART-NO TO LS-PART-NO
            MOVE OL-LOCATION TO LS-LOCATION
            MOVE 0 TO LS-QTY-ON-HAND
            MOVE 0 TO LS-MIN-QTY
            MOVE 0 TO LS-MAX-QTY
    END-READ.
    ADD SHORT-QUANTITY TO LS-QTY-ON-HAND.
    REWRITE LOCATION-STOCK-REC
                    PERFORM 9300-LOG-ERROR
            END-WRITE
    END-REWRITE.
    MOVE OL-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            DISPLAY "RELEASE LOST: part " OL-PART-NO
                " no longer on the master."
            MOVE 4 TO WS-RETURN-CODE
        NOT INVALID KEY
            REWRITE PART-MASTER-REC
                INVALID KEY
                    DISPLAY "RELEASE FAILED: part "
                        OL-PART-NO "."
                    MOVE 4 TO WS-RETURN-CODE
                NOT INVALID KEY
                    MOVE OL-PART-NO TO RG-PART-NO
                    MOVE "C" TO RG-MOVE-TYPE
                    MOVE SHORT-QUANTITY TO RG-QUANTITY
                    MOVE SC-ORDER-NO TO RG-REFERENCE
                    MOVE OLD-ON-HAND-SAVE TO RG-OLD-ON-HAND
                    MOVE PM-QTY-ON-HAND TO RG-NEW-ON-HAND
                    MOVE OL-LOCATION TO RG-LOCATION
                    MOVE SPACES TO RG-TO-LOCATION
                    PERFORM 9400-STAMP-CURRENT-DATETIME
                    MOVE WS-CURRENT-DATE-8 TO RG-MOVE-DATE
    *> components -- the kit itself never held the stock.
    3450-RELEASE-KIT-REMAINDER.
    IF NOT KIT-DEF-IS-OPEN THEN
        DISPLAY "RELEASE LOST: kit " OL-PART-NO
            " has no reachable definition."
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO KIT-SCAN-EOF.
    MOVE OL-PART-NO TO KD-KIT-PART.
    MOVE LOW-VALUES TO KD-COMP-PART.
    START KIT-DEF-FILE KEY NOT < KD-KIT-KEY
        INVALID KEY MOVE 1 TO KIT-SCAN-EOF
    READ KIT-DEF-FILE NEXT RECORD
        AT END MOVE 1 TO KIT-SCAN-EOF
        NOT AT END
            IF KD-KIT-PART NOT = OL-PART-NO THEN
                MOVE 1 TO KIT-SCAN-EOF
            ELSE
                COMPUTE RELEASE-UNITS = KD-COMP-QTY * SHORT-QUANTITY

    3470-RELEASE-COMPONENT-UNITS.
    MOVE KD-COMP-PART TO LS-PART-NO.
    MOVE OL-LOCATION TO LS-LOCATION.
    READ LOCATION-STOCK-FILE
        INVALID KEY
            MOVE KD-COMP-PART TO LS-PART-NO
            MOVE OL-LOCATION TO LS-LOCATION
            MOVE 0 TO LS-QTY-ON-HAND
            MOVE 0 TO LS-MIN-QTY
            MOVE 0 TO LS-MAX-QTY
    END-READ.
    ADD RELEASE-UNITS TO LS-QTY-ON-HAND.
    REWRITE LOCATION-STOCK-REC
                    MOVE SC-ORDER-NO TO RG-REFERENCE
                    MOVE OLD-ON-HAND-SAVE TO RG-OLD-ON-HAND
                    MOVE PM-QTY-ON-HAND TO RG-NEW-ON-HAND
                    MOVE OL-LOCATION TO RG-LOCATION
                    MOVE SPACES TO RG-TO-LOCATION
                    PERFORM 9400-STAMP-CURRENT-DATETIME
                    MOVE WS-CURRENT-DATE-8 TO RG-MOVE-DATE

    *> The unshipped demand stays alive as a back-order, which
    *> BACKORD-RELEASE turns back into a fresh order the moment
    *> stock covers it. Its promised date is walked from the part's
    *> on-hand after the remainder went back; a kit has no date.
    3500-CAPTURE-SHORT-BACK-ORDER.
    MOVE OR-CUST-ID TO BO-CUST-ID.
    MOVE OL-PART-NO TO BO-PART-NO.
    MOVE SHORT-QUANTITY TO BO-QUANTITY.
    MOVE SC-ORDER-NO TO BO-ORIG-ORDER-NO.
    MOVE OL-LOCATION TO BO-LOCATION.
    MOVE OR-SHIPTO-CODE TO BO-SHIPTO-CODE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO BO-ORDER-DATE.
    MOVE 0 TO BO-PROMISE-DATE.
    MOVE OL-PART-NO TO ATP-PART-NO.
    MOVE SHORT-QUANTITY TO ATP-QUANTITY.
    MOVE OL-PART-NO TO PM-PART-NO.
    READ PART-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF NOT PM-IS-KIT THEN
                MOVE PM-QTY-ON-HAND TO ATP-ON-HAND
                PERFORM 9890-ATP-PROMISE-DATE
                MOVE ATP-PROMISE-DATE TO BO-PROMISE-DATE
            END-IF
    END-READ.
    SET BO-FROM-SHORT-SHIP TO TRUE.
    WRITE BACK-ORDER-REC.
    WRITE BACK-ORDER-HIST-REC FROM BACK-ORDER-REC.
    PERFORM 9892-ATP-ADD-DEMAND.

    *> ---------------------
    *> CARRIER MANIFESTS
    *> ---------------------

    3600-ADD-TO-MANIFEST.
    PERFORM 3610-LOCATE-MANIFEST-CARRIER.
    IF MANIFEST-FOUND-IDX = 0
            OR MANIFEST-LINE-COUNT >= MANIFEST-LINE-MAX THEN
        DISPLAY "MANIFEST FULL: order " SC-ORDER-NO " line "
            SC-LINE-NO " not listed."
        ADD 1 TO TOTAL-MANIFEST-LOST
        MOVE 4 TO WS-RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO MC-LINES(MANIFEST-FOUND-IDX).
    ADD SC-QTY-SHIPPED TO MC-PIECES(MANIFEST-FOUND-IDX).
    ADD LINE-SHIP-WEIGHT TO MC-WEIGHT(MANIFEST-FOUND-IDX).
    ADD 1 TO MANIFEST-LINE-COUNT.
    MOVE SC-CARRIER-CODE TO MD-CARRIER-CODE(MANIFEST-LINE-COUNT).
    MOVE SC-ORDER-NO TO MD-ORDER-NO(MANIFEST-LINE-COUNT).
    MOVE SC-LINE-NO TO MD-LINE-NO(MANIFEST-LINE-COUNT).
    MOVE OL-PART-NO TO MD-PART-NO(MANIFEST-LINE-COUNT).
    MOVE SC-QTY-SHIPPED TO MD-QUANTITY(MANIFEST-LINE-COUNT).
    MOVE LINE-SHIP-WEIGHT TO MD-WEIGHT(MANIFEST-LINE-COUNT).
    MOVE SHIPTO-NAME TO MD-SHIPTO-NAME(MANIFEST-LINE-COUNT).

    3610-LOCATE-MANIFEST-CARRIER.
    MOVE 0 TO MANIFEST-FOUND-IDX.
    MOVE 0 TO MANIFEST-INSERT-AT.
    PERFORM 3620-COMPARE-ONE-CARRIER
        VARYING MANIFEST-CARRIER-IDX FROM 1 BY 1
        UNTIL MANIFEST-CARRIER-IDX > MANIFEST-CARRIER-COUNT.
    IF MANIFEST-FOUND-IDX > 0
            OR MANIFEST-CARRIER-COUNT >= MANIFEST-CARRIER-MAX THEN
        EXIT PARAGRAPH
    END-IF.
    IF MANIFEST-INSERT-AT = 0 THEN
        COMPUTE MANIFEST-INSERT-AT = MANIFEST-CARRIER-COUNT + 1
    ELSE
        PERFORM 3630-SHIFT-ONE-CARRIER
            VARYING MANIFEST-SHIFT-IDX FROM MANIFEST-CARRIER-COUNT
            BY -1 UNTIL MANIFEST-SHIFT-IDX < MANIFEST-INSERT-AT
    END-IF.
    ADD 1 TO MANIFEST-CARRIER-COUNT.
    MOVE SC-CARRIER-CODE TO MC-CARRIER-CODE(MANIFEST-INSERT-AT).
    MOVE 0 TO MC-LINES(MANIFEST-INSERT-AT).
    MOVE 0 TO MC-PIECES(MANIFEST-INSERT-AT).
    MOVE 0 TO MC-WEIGHT(MANIFEST-INSERT-AT).
    MOVE MANIFEST-INSERT-AT TO MANIFEST-FOUND-IDX.

    3620-COMPARE-ONE-CARRIER.
    IF MANIFEST-INSERT-AT = 0
            AND MC-CARRIER-CODE(MANIFEST-CARRIER-IDX)
                NOT < SC-CARRIER-CODE THEN
        IF MC-CARRIER-CODE(MANIFEST-CARRIER-IDX) = SC-CARRIER-CODE THEN
            MOVE MANIFEST-CARRIER-IDX TO MANIFEST-FOUND-IDX
        END-IF
        MOVE MANIFEST-CARRIER-IDX TO MANIFEST-INSERT-AT
    END-IF.

    3630-SHIFT-ONE-CARRIER.
    MOVE MANIFEST-CARRIER-ENTRY(MANIFEST-SHIFT-IDX)
        TO MANIFEST-CARRIER-ENTRY(MANIFEST-SHIFT-IDX + 1).

    *> One manifest per carrier, ruled off from the next, for the
    *> driver to sign against: the lines in the order they were
    *> confirmed, then the pieces and pounds handed over.
    7500-PRINT-MANIFESTS.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Carrier Manifest" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    PERFORM 7510-PRINT-ONE-MANIFEST
        VARYING MANIFEST-CARRIER-IDX FROM 1 BY 1
        UNTIL MANIFEST-CARRIER-IDX > MANIFEST-CARRIER-COUNT.
    MOVE "F" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    7510-PRINT-ONE-MANIFEST.
    IF MC-CARRIER-CODE(MANIFEST-CARRIER-IDX) = SPACES THEN
        MOVE "(NONE)" TO MANIFEST-CARRIER-TEXT
    ELSE
        MOVE MC-CARRIER-CODE(MANIFEST-CARRIER-IDX)
            TO MANIFEST-CARRIER-TEXT
    END-IF.
    IF MANIFEST-CARRIER-IDX > 1 THEN
        MOVE ALL "-" TO RW-LINE-TEXT
        PERFORM 7900-PRINT-REPORT-LINE
    END-IF.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "CARRIER " MANIFEST-CARRIER-TEXT "   SHIP DATE "
        MANIFEST-DATE
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  ORDER    LINE PART     QTY     WEIGHT SHIP TO"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    PERFORM 7520-PRINT-ONE-MANIFEST-LINE
        VARYING MANIFEST-LINE-IDX FROM 1 BY 1
        UNTIL MANIFEST-LINE-IDX > MANIFEST-LINE-COUNT.
    MOVE MC-LINES(MANIFEST-CARRIER-IDX) TO RPT-LINES-DISP.
    MOVE MC-PIECES(MANIFEST-CARRIER-IDX) TO RPT-PIECES-DISP.
    MOVE MC-WEIGHT(MANIFEST-CARRIER-IDX) TO RPT-WEIGHT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  TOTAL " RPT-LINES-DISP " LINES  PIECES " RPT-PIECES-DISP
        "  WEIGHT " RPT-WEIGHT-DISP " LBS"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE SPACES TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.
    MOVE "  RECEIVED BY DRIVER ____________________  TIME ______"
        TO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7520-PRINT-ONE-MANIFEST-LINE.
    IF MD-CARRIER-CODE(MANIFEST-LINE-IDX)
            NOT = MC-CARRIER-CODE(MANIFEST-CARRIER-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE MD-QUANTITY(MANIFEST-LINE-IDX) TO RPT-QTY-DISP.
    MOVE MD-WEIGHT(MANIFEST-LINE-IDX) TO RPT-WEIGHT-DISP.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "  " MD-ORDER-NO(MANIFEST-LINE-IDX) " "
        MD-LINE-NO(MANIFEST-LINE-IDX) " "
        MD-PART-NO(MANIFEST-LINE-IDX) " " RPT-QTY-DISP " "
        RPT-WEIGHT-DISP " " MD-SHIPTO-NAME(MANIFEST-LINE-IDX)
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 7900-PRINT-REPORT-LINE.

    7900-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF MANIFEST-CARRIER-COUNT > 0 THEN
        PERFORM 7500-PRINT-MANIFESTS
    END-IF.
    IF CONFIRM-FILES-ARE-OPEN THEN
        CLOSE SHIP-CARD-FILE
        CLOSE ORDER-FILE
        CLOSE ORDER-LINE-FILE
        CLOSE PART-MASTER-FILE
        CLOSE LOCATION-STOCK-FILE
        CLOSE PART-HIST-FILE
            CLOSE KIT-DEF-FILE
        END-IF
        CLOSE BACK-ORDER-FILE
        CLOSE BACK-ORDER-HIST-FILE
        CLOSE STOCK-REGISTER-FILE
        IF SHIPTO-CUSTMAST-IS-OPEN THEN
            CLOSE CUSTOMER-MASTER-FILE
        END-IF
        PERFORM 9879-SHIPTO-CLOSE
        IF FREIGHT-TABLE-IS-OPEN THEN
            CLOSE FREIGHT-RATE-FILE
        END-IF
    END-IF.
    PERFORM 9969-LOT-CLOSE.
    PERFORM 9989-BIN-CLOSE.
    DISPLAY "-- Shipment Confirmation Report --".
    DISPLAY "Cards read       : " TOTAL-CARDS-READ.
    DISPLAY "Lines confirmed  : " TOTAL-LINES-CONFIRMED.
    DISPLAY "Short shipments  : " TOTAL-SHORT-SHIPS.
    DISPLAY "Cards rejected   : " TOTAL-CARDS-REJECTED.
    DISPLAY "Carrier manifests: " MANIFEST-CARRIER-COUNT.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF TOTAL-CARDS-REJECTED > 0 THEN
        MOVE 4 TO WS-RETURN-CODE
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "shiptoproc.cpy".
    COPY "atpproc.cpy".
    COPY "lotproc.cpy".
    COPY "binproc.cpy".
