IDENTIFICATION DIVISION.
PROGRAM-ID. PARTNER-ORDER-INTAKE.

*> PARTNER-ORDER-INTAKE is the inbound half of the partner feed
*> INVOICE-INTERFACE sends: the purchase orders our two largest
*> customers used to post on paper arrive instead as a fixed-format
*> order file per trading partner (ORDEDI1 or ORDEDI2, the slots of
*> the same PARTNERS mapping), and come out as an ordinary ORDTRAN
*> batch for BATCH-PREEDIT to grade and ORDER-ENTRY to price and
*> reserve like any keyed order.
*>
*> Each file is proved before a record of it is used: the header
*> must name the partner the slot belongs to, and the trailer's
*> record count and quantity hash must agree with the records
*> read, so a truncated or doubled transmission is refused whole.
*> The partner's part numbers are mapped to ours through the
*> PARTXREF cross-reference, and each order's customer must be one
*> PARTNERS maps to that partner. A line is graded through the
*> available-to-promise paragraphs in ATPPROC: accepted when stock
*> covers it, back-ordered (with the promised date, zero when
*> nothing on order covers it) when it does not, or rejected with
*> a reason. Only orders with at least one line to enter are cut;
*> a rejected order or line goes to the exceptions report through
*> REPORT-WRITER, never silently dropped, and the step ends RC=4
*> for the order desk when the report has anything on it.
*>
*> An acknowledgment file goes back to each partner whose file
*> arrived (ORDACK1 or ORDACK2), every order and line shown
*> accepted, back-ordered or rejected with the reason, in the same
*> header/trailer discipline. Order numbers are EI plus six digits
*> from the EDICTL control file, and every order cut is logged on
*> the EDIREG register under the partner's PO number: a PO already
*> received on an earlier night is rejected as a duplicate, and a
*> rerun the same night cuts it again under the same number, so a
*> stream restarted ahead of order entry loses nothing.
*>
*> PARTNERS record layout (as INVOICE-INTERFACE):
*>     partner slot (1: 1 or 2) + partner id (8) + customer id (6)
*> PARTXREF record layout:
*>     partner id (8) + partner part number (12) + our part (6)
*> Partner order file layout:
*>     "H" + partner id (8) + file date (8)
*>     "O" + partner PO number (10) + customer id (6) + ship-to (4)
*>     "L" + partner line (3) + partner part (12) + quantity (5)
*>     "T" + record count (6) + hash total S9(11)V99
*>         (count of O and L records, hash of the line quantities)
*> Acknowledgment file layout:
*>     "H" + partner id (8) + ack date (8) + file date (8)
*>         + file status A/R (1) + reason (20)
*>     "O" + partner PO (10) + our order (8) + customer (6)
*>         + status A/R (1) + reason (20)
*>     "L" + partner PO (10) + partner line (3) + partner part (12)
*>         + quantity (5) + status A/B/R (1) + promised date (8)
*>         + reason (20)
*>     "T" + record count (6) + hash total S9(11)V99

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        COPY "custsel.cpy".
        COPY "partsel.cpy".
        COPY "posel.cpy".
        COPY "bkordsel.cpy".
        SELECT PARTNER-FILE ASSIGN TO "PARTNERS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PARTNER-STATUS.
        SELECT CROSS-REF-FILE ASSIGN TO "PARTXREF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CROSS-REF-STATUS.
        SELECT EDI-IN-FILE-1 ASSIGN TO "ORDEDI1"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EDI-IN-1-STATUS.
        SELECT EDI-IN-FILE-2 ASSIGN TO "ORDEDI2"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EDI-IN-2-STATUS.
        SELECT ACK-OUT-FILE-1 ASSIGN TO "ORDACK1"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ACK-OUT-1-STATUS.
        SELECT ACK-OUT-FILE-2 ASSIGN TO "ORDACK2"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ACK-OUT-2-STATUS.
        SELECT ORDER-TRANS-FILE ASSIGN TO "ORDTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ORDER-TRANS-STATUS.
        SELECT EDI-REGISTER-FILE ASSIGN TO "EDIREG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EDI-REGISTER-STATUS.
        SELECT EDI-CTL-FILE ASSIGN TO "EDICTL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EDI-CTL-STATUS.
        COPY "auditsel.cpy".
        COPY "errlogsel.cpy".
        COPY "cyclesel.cpy".
        COPY "ctltotsel.cpy".

DATA DIVISION.
    FILE SECTION.
    FD  CUSTOMER-MASTER-FILE.
    COPY "custrec.cpy".

    FD  PART-MASTER-FILE.
    COPY "partrec.cpy".

    FD  PURCHASE-ORDER-FILE.
    COPY "porec.cpy".

    FD  BACK-ORDER-FILE.
    COPY "bkordrec.cpy".

    FD  PARTNER-FILE.
    01  PARTNER-REC.
        05 PX-PARTNER-SLOT PIC 9(1).
        05 PX-PARTNER-ID PIC X(8).
        05 PX-CUST-ID PIC X(6).

    FD  CROSS-REF-FILE.
    01  CROSS-REF-REC.
        05 XF-PARTNER-ID PIC X(8).
        05 XF-PARTNER-PART PIC X(12).
        05 XF-PART-NO PIC X(6).

    FD  EDI-IN-FILE-1.
    01  EDI-IN-1-REC PIC X(40).

    FD  EDI-IN-FILE-2.
    01  EDI-IN-2-REC PIC X(40).

    FD  ACK-OUT-FILE-1.
    01  ACK-OUT-1-REC PIC X(60).

    FD  ACK-OUT-FILE-2.
    01  ACK-OUT-2-REC PIC X(60).

    FD  ORDER-TRANS-FILE.
    01  ORDER-TRANS-REC PIC X(25).

    FD  EDI-REGISTER-FILE.
    01  EDI-REGISTER-REC.
        05 ER-PARTNER-ID PIC X(8).
        05 ER-PARTNER-PO PIC X(10).
        05 ER-ORDER-NO PIC X(8).
        05 ER-RECEIVED-DATE PIC 9(8).

    FD  EDI-CTL-FILE.
    01  EDI-CTL-REC.
        05 EC-LAST-ORDER-NO PIC 9(6).

    COPY "auditfd.cpy".
    COPY "errlogfd.cpy".
    COPY "cyclefd.cpy".
    COPY "ctltotfd.cpy".

    WORKING-STORAGE SECTION.
    01 CUSTOMER-MASTER-STATUS PIC X(2).
    01 PART-MASTER-STATUS PIC X(2).
    01 PURCHASE-ORDER-STATUS PIC X(2).
    01 BACK-ORDER-STATUS PIC X(2).
    01 PARTNER-STATUS PIC X(2).
    01 CROSS-REF-STATUS PIC X(2).
    01 EDI-IN-1-STATUS PIC X(2).
    01 EDI-IN-2-STATUS PIC X(2).
    01 EDI-IN-STATUS PIC X(2).
    01 ACK-OUT-1-STATUS PIC X(2).
    01 ACK-OUT-2-STATUS PIC X(2).
    01 ORDER-TRANS-STATUS PIC X(2).
    01 EDI-REGISTER-STATUS PIC X(2).
    01 EDI-CTL-STATUS PIC X(2).
    01 PARTNER-EOF PIC 9(1) COMP VALUE 0.
        88 PARTNER-AT-EOF VALUE 1.
    01 CROSS-REF-EOF PIC 9(1) COMP VALUE 0.
        88 CROSS-REF-AT-EOF VALUE 1.
    01 EDI-REGISTER-EOF PIC 9(1) COMP VALUE 0.
        88 EDI-REGISTER-AT-EOF VALUE 1.
    01 EDI-IN-EOF PIC 9(1) COMP VALUE 0.
        88 EDI-IN-AT-EOF VALUE 1.
    01 INBOUND-FILES-OPEN PIC 9(1) COMP VALUE 0.
        88 INBOUND-FILES-ARE-OPEN VALUE 1.
    01 FILE-ABSENT-SWITCH PIC 9(1) COMP VALUE 0.
        88 PARTNER-FILE-ABSENT VALUE 1.
    01 TRAILER-SEEN-SWITCH PIC 9(1) COMP VALUE 0.
        88 TRAILER-WAS-SEEN VALUE 1.
    01 PART-FOUND-SWITCH PIC 9(1) COMP VALUE 0.
        88 PART-WAS-FOUND VALUE 1.
    01 CROSS-REF-FULL-SWITCH PIC 9(1) COMP VALUE 0.
        88 CROSS-REF-WAS-FULL VALUE 1.

*> Partner slots and the customers mapped to each, as
*> INVOICE-INTERFACE tables them.
    01 PARTNER-SLOT-TABLE.
        05 PARTNER-SLOT OCCURS 2 TIMES.
            10 PS-PARTNER-ID PIC X(8).
            10 PS-IN-USE PIC 9(1).
                88 PS-SLOT-IN-USE VALUE 1.
    01 PARTNER-MAP-MAX PIC 9(2) COMP VALUE 50.
    01 PARTNER-MAP-COUNT PIC 9(2) COMP VALUE 0.
    01 PARTNER-MAP-IDX PIC 9(2) COMP VALUE 0.
    01 PARTNER-MAP-TABLE.
        05 PARTNER-MAP OCCURS 50 TIMES.
            10 PMAP-CUST-ID PIC X(6).
            10 PMAP-SLOT PIC 9(1).
    01 MATCH-SLOT PIC 9(1) COMP VALUE 0.
    01 CURRENT-SLOT PIC 9(1) COMP VALUE 0.
    01 CURRENT-PARTNER-ID PIC X(8) VALUE SPACES.
    01 CURRENT-FILE-DATE PIC 9(8) VALUE 0.

*> The partners' part numbers and ours, tabled from PARTXREF.
    01 CROSS-REF-MAX PIC 9(4) COMP VALUE 2000.
    01 CROSS-REF-COUNT PIC 9(4) COMP VALUE 0.
    01 CROSS-REF-IDX PIC 9(4) COMP VALUE 0.
    01 CROSS-REF-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 CROSS-REF-TABLE.
        05 CROSS-REF-ENTRY OCCURS 2000 TIMES.
            10 XT-PARTNER-ID PIC X(8).
            10 XT-PARTNER-PART PIC X(12).
            10 XT-PART-NO PIC X(6).

*> Partner POs already received, tabled from EDIREG so a PO is
*> never entered twice.
    01 REGISTER-MAX PIC 9(4) COMP VALUE 2000.
    01 REGISTER-COUNT PIC 9(4) COMP VALUE 0.
    01 REGISTER-IDX PIC 9(4) COMP VALUE 0.
    01 REGISTER-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01 REGISTER-TABLE.
        05 REGISTER-ENTRY OCCURS 2000 TIMES.
            10 RT-PARTNER-ID PIC X(8).
            10 RT-PARTNER-PO PIC X(10).
            10 RT-ORDER-NO PIC X(8).
            10 RT-RECEIVED-DATE PIC 9(8).

    01 RUN-DATE-SAVE PIC 9(8) VALUE 0.

*> The file proof: what the records add up to against what the
*> partner's trailer says they should.
    01 FILE-REFUSE-REASON PIC X(20) VALUE SPACES.
    01 PROOF-COUNT PIC 9(6) COMP VALUE 0.
    01 PROOF-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 TRAILER-COUNT PIC 9(6) COMP VALUE 0.
    01 TRAILER-HASH PIC S9(11)V99 COMP-3 VALUE 0.

    01 EDI-STAGING.
        05 ED-REC-TYPE PIC X(1).
        05 ED-BODY PIC X(39).
    01 EDI-HEADER REDEFINES EDI-STAGING.
        05 FILLER PIC X(1).
        05 EH-PARTNER-ID PIC X(8).
        05 EH-FILE-DATE PIC 9(8).
        05 FILLER PIC X(23).
    01 EDI-ORDER REDEFINES EDI-STAGING.
        05 FILLER PIC X(1).
        05 EO-PARTNER-PO PIC X(10).
        05 EO-CUST-ID PIC X(6).
        05 EO-SHIPTO-CODE PIC X(4).
        05 FILLER PIC X(19).
    01 EDI-LINE REDEFINES EDI-STAGING.
        05 FILLER PIC X(1).
        05 EL-LINE-NO PIC X(3).
        05 EL-PARTNER-PART PIC X(12).
        05 EL-QUANTITY PIC 9(5).
        05 FILLER PIC X(19).
    01 EDI-TRAILER REDEFINES EDI-STAGING.
        05 FILLER PIC X(1).
        05 ET-RECORD-COUNT PIC 9(6).
        05 ET-HASH-TOTAL PIC S9(11)V99.
        05 FILLER PIC X(20).

    01 ACK-STAGING.
        05 AK-REC-TYPE PIC X(1).
        05 AK-BODY PIC X(59).
    01 ACK-HEADER REDEFINES ACK-STAGING.
        05 FILLER PIC X(1).
        05 AKH-PARTNER-ID PIC X(8).
        05 AKH-ACK-DATE PIC 9(8).
        05 AKH-FILE-DATE PIC 9(8).
        05 AKH-STATUS PIC X(1).
        05 AKH-REASON PIC X(20).
        05 FILLER PIC X(14).
    01 ACK-ORDER REDEFINES ACK-STAGING.
        05 FILLER PIC X(1).
        05 AKO-PARTNER-PO PIC X(10).
        05 AKO-ORDER-NO PIC X(8).
        05 AKO-CUST-ID PIC X(6).
        05 AKO-STATUS PIC X(1).
        05 AKO-REASON PIC X(20).
        05 FILLER PIC X(14).
    01 ACK-LINE REDEFINES ACK-STAGING.
        05 FILLER PIC X(1).
        05 AKL-PARTNER-PO PIC X(10).
        05 AKL-LINE-NO PIC X(3).
        05 AKL-PARTNER-PART PIC X(12).
        05 AKL-QUANTITY PIC 9(5).
        05 AKL-STATUS PIC X(1).
        05 AKL-PROMISE-DATE PIC 9(8).
        05 AKL-REASON PIC X(20).
    01 ACK-TRAILER REDEFINES ACK-STAGING.
        05 FILLER PIC X(1).
        05 AKT-RECORD-COUNT PIC 9(6).
        05 AKT-HASH-TOTAL PIC S9(11)V99.
        05 FILLER PIC X(40).
    01 ACK-RECORD-COUNT PIC 9(6) COMP VALUE 0.
    01 ACK-HASH-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.

*> The order being read: its header fields, and its lines held
*> back until the next order or the trailer, since an order is
*> only cut once every line of it has been graded.
    01 ORDER-PENDING-SWITCH PIC 9(1) COMP VALUE 0.
        88 ORDER-IS-PENDING VALUE 1.
    01 ORDER-RECUT-SWITCH PIC 9(1) COMP VALUE 0.
        88 ORDER-IS-RECUT VALUE 1.
    01 CUR-PARTNER-PO PIC X(10) VALUE SPACES.
    01 CUR-CUST-ID PIC X(6) VALUE SPACES.
    01 CUR-SHIPTO-CODE PIC X(4) VALUE SPACES.
    01 CUR-ORDER-NO PIC X(8) VALUE SPACES.
    01 ORDER-REJECT-REASON PIC X(20) VALUE SPACES.
    01 ORDER-GOOD-LINES PIC 9(3) COMP VALUE 0.
    01 BUFFER-MAX PIC 9(3) COMP VALUE 99.
    01 BUFFER-COUNT PIC 9(3) COMP VALUE 0.
    01 BUFFER-IDX PIC 9(3) COMP VALUE 0.
    01 ORDER-LINE-BUFFER.
        05 ORDER-BUFFER-ENTRY OCCURS 99 TIMES.
            10 OB-LINE-NO PIC X(3).
            10 OB-PARTNER-PART PIC X(12).
            10 OB-QUANTITY PIC 9(5).
            10 OB-PART-NO PIC X(6).
            10 OB-STATUS PIC X(1).
                88 OB-ACCEPTED VALUE "A".
                88 OB-BACK-ORDERED VALUE "B".
                88 OB-REJECTED VALUE "R".
            10 OB-PROMISE-DATE PIC 9(8).
            10 OB-REASON PIC X(20).

*> Order numbers: "EI" plus the next number off EDICTL.
    01 NEXT-ORDER-NO PIC 9(6) VALUE 0.
    01 NEW-ORDER-NO.
        05 FILLER PIC X(2) VALUE "EI".
        05 NO-NUMBER PIC 9(6).

*> ORDTRAN card staging, in the layouts ORDER-ENTRY reads. The
*> order is priced at tonight's table like a keyed one, so the
*> line card's quoted-price slot rides blank; the salesperson and
*> location are left for ORDER-ENTRY's defaults.
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
        05 LC-LOCATION PIC X(3).
        05 FILLER PIC X(10) VALUE SPACES.
    01 OC-KEYED-COUNT PIC 9(6) COMP VALUE 0.
    01 OC-KEYED-HASH PIC S9(11)V99 COMP-3 VALUE 0.
    01 OC-TRAILER-STAGING.
        05 CS-REC-TYPE PIC X(1) VALUE "T".
        05 CS-TRANS-COUNT PIC 9(6).
        05 CS-HASH-TOTAL PIC S9(11)V99.

*> Exceptions report line.
    01 EXCEPTION-LINE.
        05 XL-PARTNER-ID PIC X(8).
        05 FILLER PIC X(1) VALUE SPACE.
        05 XL-PARTNER-PO PIC X(10).
        05 FILLER PIC X(1) VALUE SPACE.
        05 XL-CUST-ID PIC X(6).
        05 FILLER PIC X(1) VALUE SPACE.
        05 XL-LINE-NO PIC X(3).
        05 FILLER PIC X(2) VALUE SPACES.
        05 XL-PARTNER-PART PIC X(12).
        05 FILLER PIC X(1) VALUE SPACE.
        05 XL-QUANTITY PIC Z(4)9.
        05 FILLER PIC X(2) VALUE SPACES.
        05 XL-REASON PIC X(20).
        05 FILLER PIC X(8) VALUE SPACES.
    01 RPT-COUNT-DISP PIC Z(5)9.

    01 RW-FUNCTION PIC X(1).
    01 RW-REPORT-TITLE PIC X(40).
    01 RW-LINE-TEXT PIC X(80).
    01 RW-RETURN-CODE PIC 9(4).

    01 TOTAL-FILES-RECEIVED PIC 9(6) COMP VALUE 0.
    01 TOTAL-FILES-REFUSED PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-CUT PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-RECUT PIC 9(6) COMP VALUE 0.
    01 TOTAL-ORDERS-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-READ PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-ACCEPTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-BACKORDERED PIC 9(6) COMP VALUE 0.
    01 TOTAL-LINES-REJECTED PIC 9(6) COMP VALUE 0.
    01 TOTAL-EXCEPTIONS PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="PARTNER-ORDER-INTAKE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="PARTNER-ORDER-INTAKE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
    COPY "ctltotdata.cpy" REPLACING ==":PGMNAME:"== BY =="PARTNER-ORDER-INTAKE"==.
    COPY "atpdata.cpy".

PROCEDURE DIVISION.
    PERFORM 9700-AUDIT-LOG-START.
    PERFORM 1000-INITIALIZE.
    IF INBOUND-FILES-ARE-OPEN THEN
        MOVE 1 TO CURRENT-SLOT
        PERFORM 2000-RECEIVE-PARTNER-FILE
        MOVE 2 TO CURRENT-SLOT
        PERFORM 2000-RECEIVE-PARTNER-FILE
    END-IF.
    PERFORM 8000-TERMINATE.
    MOVE WS-RETURN-CODE TO RETURN-CODE.
    PERFORM 9710-AUDIT-LOG-FINISH.
    STOP RUN.

    *> ---------------------
    *> INITIALIZATION: the card file is rewritten on every run -- a
    *> night with no partner files still cuts an empty controlled
    *> batch -- so last night's cards never ride into order entry
    *> twice. Then the partner map, the cross-reference, the
    *> register of POs received, and the promise tables.
    *> ---------------------

    1000-INITIALIZE.
    PERFORM 9400-STAMP-CURRENT-DATETIME.
    MOVE WS-CURRENT-DATE-8 TO RUN-DATE-SAVE.
    OPEN OUTPUT ORDER-TRANS-FILE.
    MOVE SPACES TO ORDER-TRANS-REC.
    STRING "H" WS-CURRENT-DATE-8 "ORDINBND"
        DELIMITED BY SIZE INTO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    PERFORM 1100-LOAD-PARTNER-MAP.
    IF PARTNER-MAP-COUNT = 0 THEN
        DISPLAY "No partner mappings on file; nothing to receive."
        MOVE 4 TO WS-RETURN-CODE
        MOVE "Partner mapping file (PARTNERS) was empty or missing." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    PERFORM 1200-LOAD-CROSS-REFERENCE.
    IF CROSS-REF-COUNT = 0 THEN
        DISPLAY "No part cross-reference on file; every partner line"
            " will be rejected as unmapped."
    END-IF.
    PERFORM 1300-LOAD-EDI-REGISTER.
    PERFORM 1400-READ-EDI-CONTROL.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF CUSTOMER-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Customer master not found, partner orders cannot be received."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Customer master (CUSTMAST) was not found for partner orders." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PART-MASTER-FILE.
    IF PART-MASTER-STATUS NOT = "00" THEN
        DISPLAY "Part master not found, partner orders cannot be received."
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Part master (PARTDAT) was not found for partner orders." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        CLOSE CUSTOMER-MASTER-FILE
        EXIT PARAGRAPH
    END-IF.
    MOVE RUN-DATE-SAVE TO ATP-RUN-DATE.
    PERFORM 9896-ATP-LOAD-SUPPLY.
    PERFORM 9894-ATP-LOAD-DEMAND.
    OPEN EXTEND EDI-REGISTER-FILE.
    IF EDI-REGISTER-STATUS = "35" THEN
        OPEN OUTPUT EDI-REGISTER-FILE
    END-IF.
    MOVE "I" TO RW-FUNCTION.
    MOVE "Partner Order Exceptions" TO RW-REPORT-TITLE.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.
    MOVE SPACES TO RW-LINE-TEXT.
    STRING "PARTNER  PO NUMBER  CUST   LINE PARTNER PART   "
        "  QTY  REASON"
        DELIMITED BY SIZE INTO RW-LINE-TEXT.
    PERFORM 3990-PRINT-REPORT-LINE.
    MOVE 1 TO INBOUND-FILES-OPEN.

    1100-LOAD-PARTNER-MAP.
    MOVE 0 TO PS-IN-USE(1).
    MOVE 0 TO PS-IN-USE(2).
    MOVE 0 TO PARTNER-EOF.
    OPEN INPUT PARTNER-FILE.
    IF PARTNER-STATUS = "00" THEN
        PERFORM 1110-FOLD-ONE-PARTNER-ROW UNTIL PARTNER-AT-EOF
        CLOSE PARTNER-FILE
    END-IF.

    1110-FOLD-ONE-PARTNER-ROW.
    READ PARTNER-FILE
        AT END MOVE 1 TO PARTNER-EOF
        NOT AT END
            IF (PX-PARTNER-SLOT = 1 OR PX-PARTNER-SLOT = 2)
                    AND PARTNER-MAP-COUNT < PARTNER-MAP-MAX THEN
                MOVE PX-PARTNER-ID TO PS-PARTNER-ID(PX-PARTNER-SLOT)
                MOVE 1 TO PS-IN-USE(PX-PARTNER-SLOT)
                ADD 1 TO PARTNER-MAP-COUNT
                MOVE PX-CUST-ID TO PMAP-CUST-ID(PARTNER-MAP-COUNT)
                MOVE PX-PARTNER-SLOT TO PMAP-SLOT(PARTNER-MAP-COUNT)
            END-IF
    END-READ.

    1200-LOAD-CROSS-REFERENCE.
    MOVE 0 TO CROSS-REF-EOF.
    OPEN INPUT CROSS-REF-FILE.
    IF CROSS-REF-STATUS = "00" THEN
        PERFORM 1210-FOLD-ONE-CROSS-REF-ROW UNTIL CROSS-REF-AT-EOF
        CLOSE CROSS-REF-FILE
    END-IF.

    1210-FOLD-ONE-CROSS-REF-ROW.
    READ CROSS-REF-FILE
        AT END MOVE 1 TO CROSS-REF-EOF
        NOT AT END
            IF CROSS-REF-COUNT < CROSS-REF-MAX THEN
                ADD 1 TO CROSS-REF-COUNT
                MOVE XF-PARTNER-ID TO XT-PARTNER-ID(CROSS-REF-COUNT)
                MOVE XF-PARTNER-PART TO XT-PARTNER-PART(CROSS-REF-COUNT)
                MOVE XF-PART-NO TO XT-PART-NO(CROSS-REF-COUNT)
            ELSE
                MOVE 1 TO CROSS-REF-FULL-SWITCH
            END-IF
    END-READ.

    1300-LOAD-EDI-REGISTER.
    MOVE 0 TO EDI-REGISTER-EOF.
    OPEN INPUT EDI-REGISTER-FILE.
    IF EDI-REGISTER-STATUS = "00" THEN
        PERFORM 1310-FOLD-ONE-REGISTER-ROW UNTIL EDI-REGISTER-AT-EOF
        CLOSE EDI-REGISTER-FILE
    END-IF.

    1310-FOLD-ONE-REGISTER-ROW.
    READ EDI-REGISTER-FILE
        AT END MOVE 1 TO EDI-REGISTER-EOF
        NOT AT END
            IF REGISTER-COUNT < REGISTER-MAX THEN
                ADD 1 TO REGISTER-COUNT
                MOVE ER-PARTNER-ID TO RT-PARTNER-ID(REGISTER-COUNT)
                MOVE ER-PARTNER-PO TO RT-PARTNER-PO(REGISTER-COUNT)
                MOVE ER-ORDER-NO TO RT-ORDER-NO(REGISTER-COUNT)
                MOVE ER-RECEIVED-DATE TO RT-RECEIVED-DATE(REGISTER-COUNT)
            END-IF
    END-READ.

    1400-READ-EDI-CONTROL.
    MOVE 0 TO NEXT-ORDER-NO.
    OPEN INPUT EDI-CTL-FILE.
    IF EDI-CTL-STATUS = "00" THEN
        READ EDI-CTL-FILE
            AT END CONTINUE
            NOT AT END
                IF EC-LAST-ORDER-NO IS NUMERIC THEN
                    MOVE EC-LAST-ORDER-NO TO NEXT-ORDER-NO
                END-IF
        END-READ
        CLOSE EDI-CTL-FILE
    END-IF.

    *> ---------------------
    *> ONE PARTNER FILE: proved whole first, then read again to grade
    *> and cut its orders; the acknowledgment is written either way.
    *> ---------------------

    2000-RECEIVE-PARTNER-FILE.
    IF NOT PS-SLOT-IN-USE(CURRENT-SLOT) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE PS-PARTNER-ID(CURRENT-SLOT) TO CURRENT-PARTNER-ID.
    PERFORM 2100-PROVE-PARTNER-FILE.
    IF PARTNER-FILE-ABSENT THEN
        DISPLAY "No order file from partner " CURRENT-PARTNER-ID "."
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TOTAL-FILES-RECEIVED.
    PERFORM 2300-OPEN-ACK-FILE.
    MOVE SPACES TO ACK-STAGING.
    MOVE "H" TO AK-REC-TYPE.
    MOVE CURRENT-PARTNER-ID TO AKH-PARTNER-ID.
    MOVE RUN-DATE-SAVE TO AKH-ACK-DATE.
    MOVE CURRENT-FILE-DATE TO AKH-FILE-DATE.
    IF FILE-REFUSE-REASON NOT = SPACES THEN
        MOVE "R" TO AKH-STATUS
        MOVE FILE-REFUSE-REASON TO AKH-REASON
        PERFORM 2350-WRITE-ACK-RECORD
        PERFORM 2400-CLOSE-ACK-FILE
        ADD 1 TO TOTAL-FILES-REFUSED
        DISPLAY "REFUSED: partner " CURRENT-PARTNER-ID " file - "
            FILE-REFUSE-REASON
        MOVE SPACES TO CUR-PARTNER-PO CUR-CUST-ID
        MOVE SPACES TO XL-LINE-NO XL-PARTNER-PART
        MOVE 0 TO XL-QUANTITY
        MOVE FILE-REFUSE-REASON TO XL-REASON
        PERFORM 3900-REPORT-EXCEPTION
        MOVE 4 TO WS-RETURN-CODE
        MOVE "A partner order file failed its header/trailer proof." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
        EXIT PARAGRAPH
    END-IF.
    MOVE "A" TO AKH-STATUS.
    PERFORM 2350-WRITE-ACK-RECORD.
    MOVE 0 TO ORDER-PENDING-SWITCH.
    PERFORM 2200-OPEN-EDI-FILE.
    MOVE 0 TO EDI-IN-EOF.
    PERFORM 2500-READ-EDI-RECORD.
    PERFORM 2500-READ-EDI-RECORD.
    PERFORM 3000-PROCESS-ONE-RECORD UNTIL EDI-IN-AT-EOF.
    IF ORDER-IS-PENDING THEN
        PERFORM 3500-FINISH-ORDER
    END-IF.
    PERFORM 2290-CLOSE-EDI-FILE.
    PERFORM 2400-CLOSE-ACK-FILE.
    DISPLAY "RECEIVED: partner " CURRENT-PARTNER-ID " file dated "
        CURRENT-FILE-DATE ", " PROOF-COUNT " records.".

    2100-PROVE-PARTNER-FILE.
    MOVE SPACES TO FILE-REFUSE-REASON.
    MOVE 0 TO FILE-ABSENT-SWITCH.
    MOVE 0 TO TRAILER-SEEN-SWITCH.
    MOVE 0 TO PROOF-COUNT.
    MOVE 0 TO PROOF-HASH.
    MOVE 0 TO CURRENT-FILE-DATE.
    MOVE 0 TO EDI-IN-EOF.
    PERFORM 2200-OPEN-EDI-FILE.
    IF EDI-IN-STATUS NOT = "00" THEN
        MOVE 1 TO FILE-ABSENT-SWITCH
        EXIT PARAGRAPH
    END-IF.
    PERFORM 2500-READ-EDI-RECORD.
    EVALUATE TRUE
        WHEN EDI-IN-AT-EOF
            MOVE "EMPTY FILE" TO FILE-REFUSE-REASON
        WHEN ED-REC-TYPE NOT = "H"
            MOVE "HEADER MISSING" TO FILE-REFUSE-REASON
        WHEN EH-PARTNER-ID NOT = CURRENT-PARTNER-ID
            MOVE "WRONG PARTNER ID" TO FILE-REFUSE-REASON
        WHEN OTHER
            IF EH-FILE-DATE IS NUMERIC THEN
                MOVE EH-FILE-DATE TO CURRENT-FILE-DATE
            END-IF
    END-EVALUATE.
    PERFORM 2110-PROVE-ONE-RECORD UNTIL EDI-IN-AT-EOF.
    PERFORM 2290-CLOSE-EDI-FILE.
    IF FILE-REFUSE-REASON NOT = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN NOT TRAILER-WAS-SEEN
            MOVE "TRAILER MISSING" TO FILE-REFUSE-REASON
        WHEN TRAILER-COUNT NOT = PROOF-COUNT
            MOVE "COUNT OUT OF BALANCE" TO FILE-REFUSE-REASON
        WHEN TRAILER-HASH NOT = PROOF-HASH
            MOVE "HASH OUT OF BALANCE" TO FILE-REFUSE-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

    2110-PROVE-ONE-RECORD.
    PERFORM 2500-READ-EDI-RECORD.
    IF EDI-IN-AT-EOF THEN
        EXIT PARAGRAPH
    END-IF.
    IF TRAILER-WAS-SEEN THEN
        IF FILE-REFUSE-REASON = SPACES THEN
            MOVE "DATA AFTER TRAILER" TO FILE-REFUSE-REASON
        END-IF
        EXIT PARAGRAPH
    END-IF.
    EVALUATE ED-REC-TYPE
        WHEN "L"
            ADD 1 TO PROOF-COUNT
            IF EL-QUANTITY IS NUMERIC THEN
                ADD EL-QUANTITY TO PROOF-HASH
            END-IF
        WHEN "T"
            MOVE 1 TO TRAILER-SEEN-SWITCH
            IF ET-RECORD-COUNT IS NUMERIC AND ET-HASH-TOTAL IS NUMERIC THEN
                MOVE ET-RECORD-COUNT TO TRAILER-COUNT
                MOVE ET-HASH-TOTAL TO TRAILER-HASH
            ELSE
                IF FILE-REFUSE-REASON = SPACES THEN
                    MOVE "TRAILER NOT NUMERIC" TO FILE-REFUSE-REASON
                END-IF
            END-IF
        WHEN OTHER
            ADD 1 TO PROOF-COUNT
    END-EVALUATE.

    2200-OPEN-EDI-FILE.
    IF CURRENT-SLOT = 1 THEN
        OPEN INPUT EDI-IN-FILE-1
        MOVE EDI-IN-1-STATUS TO EDI-IN-STATUS
    ELSE
        OPEN INPUT EDI-IN-FILE-2
        MOVE EDI-IN-2-STATUS TO EDI-IN-STATUS
    END-IF.

    2290-CLOSE-EDI-FILE.
    IF CURRENT-SLOT = 1 THEN
        CLOSE EDI-IN-FILE-1
    ELSE
        CLOSE EDI-IN-FILE-2
    END-IF.

    2300-OPEN-ACK-FILE.
    MOVE 0 TO ACK-RECORD-COUNT.
    MOVE 0 TO ACK-HASH-TOTAL.
    IF CURRENT-SLOT = 1 THEN
        OPEN OUTPUT ACK-OUT-FILE-1
    ELSE
        OPEN OUTPUT ACK-OUT-FILE-2
    END-IF.

    2350-WRITE-ACK-RECORD.
    IF CURRENT-SLOT = 1 THEN
        MOVE ACK-STAGING TO ACK-OUT-1-REC
        WRITE ACK-OUT-1-REC
    ELSE
        MOVE ACK-STAGING TO ACK-OUT-2-REC
        WRITE ACK-OUT-2-REC
    END-IF.

    2400-CLOSE-ACK-FILE.
    MOVE SPACES TO ACK-STAGING.
    MOVE "T" TO AK-REC-TYPE.
    MOVE ACK-RECORD-COUNT TO AKT-RECORD-COUNT.
    MOVE ACK-HASH-TOTAL TO AKT-HASH-TOTAL.
    PERFORM 2350-WRITE-ACK-RECORD.
    IF CURRENT-SLOT = 1 THEN
        CLOSE ACK-OUT-FILE-1
    ELSE
        CLOSE ACK-OUT-FILE-2
    END-IF.

    2500-READ-EDI-RECORD.
    IF CURRENT-SLOT = 1 THEN
        READ EDI-IN-FILE-1
            AT END MOVE 1 TO EDI-IN-EOF
            NOT AT END MOVE EDI-IN-1-REC TO EDI-STAGING
        END-READ
    ELSE
        READ EDI-IN-FILE-2
            AT END MOVE 1 TO EDI-IN-EOF
            NOT AT END MOVE EDI-IN-2-REC TO EDI-STAGING
        END-READ
    END-IF.

    *> ---------------------
    *> ORDERS: an order's lines are held until the order is complete,
    *> then graded, cut and acknowledged together.
    *> ---------------------

    3000-PROCESS-ONE-RECORD.
    EVALUATE ED-REC-TYPE
        WHEN "O"
            IF ORDER-IS-PENDING THEN
                PERFORM 3500-FINISH-ORDER
            END-IF
            PERFORM 3100-START-ORDER
        WHEN "L"
            IF NOT ORDER-IS-PENDING THEN
                PERFORM 3150-START-HEADLESS-ORDER
            END-IF
            PERFORM 3200-HOLD-ONE-LINE
        WHEN "T"
            MOVE 1 TO EDI-IN-EOF
        WHEN OTHER
            MOVE SPACES TO XL-LINE-NO XL-PARTNER-PART
            MOVE 0 TO XL-QUANTITY
            MOVE "UNKNOWN RECORD TYPE" TO XL-REASON
            PERFORM 3900-REPORT-EXCEPTION
    END-EVALUATE.
    IF NOT EDI-IN-AT-EOF THEN
        PERFORM 2500-READ-EDI-RECORD
    END-IF.

    3100-START-ORDER.
    ADD 1 TO TOTAL-ORDERS-READ.
    MOVE 1 TO ORDER-PENDING-SWITCH.
    MOVE 0 TO ORDER-RECUT-SWITCH.
    MOVE 0 TO BUFFER-COUNT.
    MOVE EO-PARTNER-PO TO CUR-PARTNER-PO.
    MOVE EO-CUST-ID TO CUR-CUST-ID.
    MOVE EO-SHIPTO-CODE TO CUR-SHIPTO-CODE.
    MOVE SPACES TO CUR-ORDER-NO.
    MOVE SPACES TO ORDER-REJECT-REASON.
    IF CUR-PARTNER-PO = SPACES THEN
        MOVE "PO NUMBER MISSING" TO ORDER-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3110-MATCH-ORDER-CUSTOMER.
    IF MATCH-SLOT = 0 THEN
        MOVE "CUSTOMER NOT MAPPED" TO ORDER-REJECT-REASON
        EXIT PARAGRAPH
    END-IF.
    MOVE CUR-CUST-ID TO CM-CUST-ID.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE "CUSTOMER NOT ON FILE" TO ORDER-REJECT-REASON
            EXIT PARAGRAPH
    END-READ.
    PERFORM 3120-CHECK-REGISTER.
    IF REGISTER-FOUND-IDX > 0 THEN
        IF RT-RECEIVED-DATE(REGISTER-FOUND-IDX) = RUN-DATE-SAVE THEN
*> Received tonight already: a rerun cuts the same order again.
            MOVE RT-ORDER-NO(REGISTER-FOUND-IDX) TO CUR-ORDER-NO
            MOVE 1 TO ORDER-RECUT-SWITCH
        ELSE
            MOVE "DUPLICATE PO" TO ORDER-REJECT-REASON
        END-IF
    END-IF.

    *> A customer only counts as mapped for the partner whose slot
    *> the PARTNERS row names.
    3110-MATCH-ORDER-CUSTOMER.
    MOVE 0 TO MATCH-SLOT.
    PERFORM 3115-MATCH-ONE-MAP-ROW
        VARYING PARTNER-MAP-IDX FROM 1 BY 1
        UNTIL PARTNER-MAP-IDX > PARTNER-MAP-COUNT.

    3115-MATCH-ONE-MAP-ROW.
    IF PMAP-CUST-ID(PARTNER-MAP-IDX) = CUR-CUST-ID
            AND PMAP-SLOT(PARTNER-MAP-IDX) = CURRENT-SLOT THEN
        MOVE PMAP-SLOT(PARTNER-MAP-IDX) TO MATCH-SLOT
        MOVE PARTNER-MAP-COUNT TO PARTNER-MAP-IDX
    END-IF.

    3120-CHECK-REGISTER.
    MOVE 0 TO REGISTER-FOUND-IDX.
    PERFORM 3125-MATCH-ONE-REGISTER-ROW
        VARYING REGISTER-IDX FROM 1 BY 1
        UNTIL REGISTER-IDX > REGISTER-COUNT.

    3125-MATCH-ONE-REGISTER-ROW.
    IF RT-PARTNER-ID(REGISTER-IDX) = CURRENT-PARTNER-ID
            AND RT-PARTNER-PO(REGISTER-IDX) = CUR-PARTNER-PO THEN
        MOVE REGISTER-IDX TO REGISTER-FOUND-IDX
        MOVE REGISTER-COUNT TO REGISTER-IDX
    END-IF.

    *> Lines ahead of any order record belong to no order; they are
    *> acknowledged as rejected under a blank PO.
    3150-START-HEADLESS-ORDER.
    MOVE 1 TO ORDER-PENDING-SWITCH.
    MOVE 0 TO ORDER-RECUT-SWITCH.
    MOVE 0 TO BUFFER-COUNT.
    MOVE SPACES TO CUR-PARTNER-PO CUR-CUST-ID CUR-SHIPTO-CODE.
    MOVE SPACES TO CUR-ORDER-NO.
    MOVE "NO ORDER RECORD" TO ORDER-REJECT-REASON.

    3200-HOLD-ONE-LINE.
    ADD 1 TO TOTAL-LINES-READ.
    IF BUFFER-COUNT >= BUFFER-MAX THEN
        IF ORDER-REJECT-REASON = SPACES THEN
            MOVE "TOO MANY LINES" TO ORDER-REJECT-REASON
        END-IF
        MOVE EL-LINE-NO TO XL-LINE-NO
        MOVE EL-PARTNER-PART TO XL-PARTNER-PART
        MOVE 0 TO XL-QUANTITY
        MOVE "TOO MANY LINES" TO XL-REASON
        PERFORM 3900-REPORT-EXCEPTION
        ADD 1 TO TOTAL-LINES-REJECTED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO BUFFER-COUNT.
    MOVE EL-LINE-NO TO OB-LINE-NO(BUFFER-COUNT).
    MOVE EL-PARTNER-PART TO OB-PARTNER-PART(BUFFER-COUNT).
    IF EL-QUANTITY IS NUMERIC THEN
        MOVE EL-QUANTITY TO OB-QUANTITY(BUFFER-COUNT)
    ELSE
        MOVE 0 TO OB-QUANTITY(BUFFER-COUNT)
    END-IF.
    MOVE SPACES TO OB-PART-NO(BUFFER-COUNT).
    MOVE SPACES TO OB-REASON(BUFFER-COUNT).
    MOVE 0 TO OB-PROMISE-DATE(BUFFER-COUNT).
    SET OB-REJECTED(BUFFER-COUNT) TO TRUE.

    3500-FINISH-ORDER.
    MOVE 0 TO ORDER-PENDING-SWITCH.
    MOVE 0 TO ORDER-GOOD-LINES.
    IF ORDER-REJECT-REASON = SPACES THEN
        PERFORM 3510-GRADE-ONE-LINE
            VARYING BUFFER-IDX FROM 1 BY 1 UNTIL BUFFER-IDX > BUFFER-COUNT
        IF ORDER-GOOD-LINES = 0 THEN
            MOVE "NO LINES ACCEPTED" TO ORDER-REJECT-REASON
        END-IF
    ELSE
        PERFORM 3590-REJECT-WITH-ORDER
            VARYING BUFFER-IDX FROM 1 BY 1 UNTIL BUFFER-IDX > BUFFER-COUNT
        MOVE SPACES TO XL-LINE-NO XL-PARTNER-PART
        MOVE 0 TO XL-QUANTITY
        MOVE ORDER-REJECT-REASON TO XL-REASON
        PERFORM 3900-REPORT-EXCEPTION
    END-IF.
    IF ORDER-REJECT-REASON = SPACES THEN
        PERFORM 3600-CUT-ORDER
    ELSE
        ADD 1 TO TOTAL-ORDERS-REJECTED
    END-IF.
    PERFORM 3700-ACKNOWLEDGE-ORDER.

    *> A line the cross-reference and part master both know is
    *> promised like any other: from stock, from what is on order,
    *> or not at all, waiting behind the demand already queued. A
    *> kit carries no stock of its own and is accepted for
    *> ORDER-ENTRY to reserve through its components.
    3510-GRADE-ONE-LINE.
    IF OB-QUANTITY(BUFFER-IDX) = 0 THEN
        MOVE "BAD QUANTITY" TO OB-REASON(BUFFER-IDX)
        PERFORM 3580-REJECT-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM 3520-FIND-CROSS-REFERENCE.
    IF CROSS-REF-FOUND-IDX = 0 THEN
        MOVE "PART NOT MAPPED" TO OB-REASON(BUFFER-IDX)
        PERFORM 3580-REJECT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE XT-PART-NO(CROSS-REF-FOUND-IDX) TO OB-PART-NO(BUFFER-IDX).
    MOVE XT-PART-NO(CROSS-REF-FOUND-IDX) TO PM-PART-NO.
    MOVE 0 TO PART-FOUND-SWITCH.
    READ PART-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 1 TO PART-FOUND-SWITCH
    END-READ.
    IF NOT PART-WAS-FOUND THEN
        MOVE "PART NOT ON FILE" TO OB-REASON(BUFFER-IDX)
        PERFORM 3580-REJECT-LINE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO ORDER-GOOD-LINES.
    IF PM-IS-KIT THEN
        SET OB-ACCEPTED(BUFFER-IDX) TO TRUE
        ADD 1 TO TOTAL-LINES-ACCEPTED
        EXIT PARAGRAPH
    END-IF.
    MOVE PM-PART-NO TO ATP-PART-NO.
    MOVE OB-QUANTITY(BUFFER-IDX) TO ATP-QUANTITY.
    MOVE PM-QTY-ON-HAND TO ATP-ON-HAND.
    PERFORM 9890-ATP-PROMISE-DATE.
    MOVE ATP-PROMISE-DATE TO OB-PROMISE-DATE(BUFFER-IDX).
    IF ATP-FROM-STOCK THEN
        SET OB-ACCEPTED(BUFFER-IDX) TO TRUE
        ADD 1 TO TOTAL-LINES-ACCEPTED
    ELSE
        SET OB-BACK-ORDERED(BUFFER-IDX) TO TRUE
        ADD 1 TO TOTAL-LINES-BACKORDERED
        IF ATP-NOT-COVERED THEN
            MOVE "NOTHING ON ORDER" TO OB-REASON(BUFFER-IDX)
        END-IF
    END-IF.
    PERFORM 9892-ATP-ADD-DEMAND.

    3520-FIND-CROSS-REFERENCE.
    MOVE 0 TO CROSS-REF-FOUND-IDX.
    PERFORM 3525-MATCH-ONE-CROSS-REF
        VARYING CROSS-REF-IDX FROM 1 BY 1
        UNTIL CROSS-REF-IDX > CROSS-REF-COUNT.

    3525-MATCH-ONE-CROSS-REF.
    IF XT-PARTNER-ID(CROSS-REF-IDX) = CURRENT-PARTNER-ID
            AND XT-PARTNER-PART(CROSS-REF-IDX) = OB-PARTNER-PART(BUFFER-IDX) THEN
        MOVE CROSS-REF-IDX TO CROSS-REF-FOUND-IDX
        MOVE CROSS-REF-COUNT TO CROSS-REF-IDX
    END-IF.

    3580-REJECT-LINE.
    SET OB-REJECTED(BUFFER-IDX) TO TRUE.
    ADD 1 TO TOTAL-LINES-REJECTED.
    MOVE OB-LINE-NO(BUFFER-IDX) TO XL-LINE-NO.
    MOVE OB-PARTNER-PART(BUFFER-IDX) TO XL-PARTNER-PART.
    MOVE OB-QUANTITY(BUFFER-IDX) TO XL-QUANTITY.
    MOVE OB-REASON(BUFFER-IDX) TO XL-REASON.
    PERFORM 3900-REPORT-EXCEPTION.

    3590-REJECT-WITH-ORDER.
    SET OB-REJECTED(BUFFER-IDX) TO TRUE.
    MOVE "ORDER REJECTED" TO OB-REASON(BUFFER-IDX).
    ADD 1 TO TOTAL-LINES-REJECTED.

    *> A new order takes the next number and goes on the register
    *> before its cards are cut; a recut keeps the number it was
    *> given earlier tonight.
    3600-CUT-ORDER.
    IF ORDER-IS-RECUT THEN
        ADD 1 TO TOTAL-ORDERS-RECUT
        DISPLAY "RECUT: partner " CURRENT-PARTNER-ID " PO "
            CUR-PARTNER-PO " order " CUR-ORDER-NO
            " (already received tonight)."
    ELSE
        ADD 1 TO NEXT-ORDER-NO
        MOVE NEXT-ORDER-NO TO NO-NUMBER
        MOVE NEW-ORDER-NO TO CUR-ORDER-NO
        MOVE CURRENT-PARTNER-ID TO ER-PARTNER-ID
        MOVE CUR-PARTNER-PO TO ER-PARTNER-PO
        MOVE CUR-ORDER-NO TO ER-ORDER-NO
        MOVE RUN-DATE-SAVE TO ER-RECEIVED-DATE
        WRITE EDI-REGISTER-REC
        IF REGISTER-COUNT < REGISTER-MAX THEN
            ADD 1 TO REGISTER-COUNT
            MOVE CURRENT-PARTNER-ID TO RT-PARTNER-ID(REGISTER-COUNT)
            MOVE CUR-PARTNER-PO TO RT-PARTNER-PO(REGISTER-COUNT)
            MOVE CUR-ORDER-NO TO RT-ORDER-NO(REGISTER-COUNT)
            MOVE RUN-DATE-SAVE TO RT-RECEIVED-DATE(REGISTER-COUNT)
        END-IF
        ADD 1 TO TOTAL-ORDERS-CUT
    END-IF.
    MOVE "O" TO OC-CARD-TYPE.
    MOVE CUR-ORDER-NO TO OC-ORDER-NO.
    MOVE CUR-CUST-ID TO OC-CUST-ID.
    MOVE SPACES TO OC-SALES-ID.
    MOVE CUR-SHIPTO-CODE TO OC-SHIPTO-CODE.
    MOVE ORDER-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    PERFORM 3610-CUT-ONE-LINE-CARD
        VARYING BUFFER-IDX FROM 1 BY 1 UNTIL BUFFER-IDX > BUFFER-COUNT.

    3610-CUT-ONE-LINE-CARD.
    IF OB-REJECTED(BUFFER-IDX) THEN
        EXIT PARAGRAPH
    END-IF.
    MOVE "L" TO LC-CARD-TYPE.
    MOVE OB-PART-NO(BUFFER-IDX) TO LC-PART-NO.
    MOVE OB-QUANTITY(BUFFER-IDX) TO LC-QUANTITY.
    MOVE SPACES TO LC-LOCATION.
    MOVE LINE-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
    ADD LC-QUANTITY TO OC-KEYED-HASH.
    MOVE OB-QUANTITY(BUFFER-IDX) TO CTL-HASH-VALUE.
    PERFORM 9800-CTL-ACCUMULATE-TOTALS.

    3700-ACKNOWLEDGE-ORDER.
    MOVE SPACES TO ACK-STAGING.
    MOVE "O" TO AK-REC-TYPE.
    MOVE CUR-PARTNER-PO TO AKO-PARTNER-PO.
    MOVE CUR-CUST-ID TO AKO-CUST-ID.
    IF ORDER-REJECT-REASON = SPACES THEN
        MOVE CUR-ORDER-NO TO AKO-ORDER-NO
        MOVE "A" TO AKO-STATUS
    ELSE
        MOVE "R" TO AKO-STATUS
        MOVE ORDER-REJECT-REASON TO AKO-REASON
    END-IF.
    PERFORM 2350-WRITE-ACK-RECORD.
    ADD 1 TO ACK-RECORD-COUNT.
    PERFORM 3710-ACKNOWLEDGE-ONE-LINE
        VARYING BUFFER-IDX FROM 1 BY 1 UNTIL BUFFER-IDX > BUFFER-COUNT.

    3710-ACKNOWLEDGE-ONE-LINE.
    MOVE SPACES TO ACK-STAGING.
    MOVE "L" TO AK-REC-TYPE.
    MOVE CUR-PARTNER-PO TO AKL-PARTNER-PO.
    MOVE OB-LINE-NO(BUFFER-IDX) TO AKL-LINE-NO.
    MOVE OB-PARTNER-PART(BUFFER-IDX) TO AKL-PARTNER-PART.
    MOVE OB-QUANTITY(BUFFER-IDX) TO AKL-QUANTITY.
    MOVE OB-STATUS(BUFFER-IDX) TO AKL-STATUS.
    MOVE OB-PROMISE-DATE(BUFFER-IDX) TO AKL-PROMISE-DATE.
    MOVE OB-REASON(BUFFER-IDX) TO AKL-REASON.
    PERFORM 2350-WRITE-ACK-RECORD.
    ADD 1 TO ACK-RECORD-COUNT.
    ADD OB-QUANTITY(BUFFER-IDX) TO ACK-HASH-TOTAL.

    *> ---------------------
    *> EXCEPTIONS REPORT
    *> ---------------------

    3900-REPORT-EXCEPTION.
    ADD 1 TO TOTAL-EXCEPTIONS.
    MOVE CURRENT-PARTNER-ID TO XL-PARTNER-ID.
    MOVE CUR-PARTNER-PO TO XL-PARTNER-PO.
    MOVE CUR-CUST-ID TO XL-CUST-ID.
    MOVE EXCEPTION-LINE TO RW-LINE-TEXT.
    PERFORM 3990-PRINT-REPORT-LINE.

    3990-PRINT-REPORT-LINE.
    MOVE "L" TO RW-FUNCTION.
    CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
        RW-LINE-TEXT RW-RETURN-CODE.

    *> ---------------------
    *> TERMINATION
    *> ---------------------

    8000-TERMINATE.
    IF INBOUND-FILES-ARE-OPEN THEN
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE PART-MASTER-FILE
        CLOSE EDI-REGISTER-FILE
        IF TOTAL-ORDERS-CUT > 0 THEN
            PERFORM 8100-STORE-EDI-CONTROL
        END-IF
        MOVE TOTAL-EXCEPTIONS TO RPT-COUNT-DISP
        MOVE SPACES TO RW-LINE-TEXT
        STRING "EXCEPTIONS: " RPT-COUNT-DISP
            DELIMITED BY SIZE INTO RW-LINE-TEXT
        MOVE "F" TO RW-FUNCTION
        CALL "REPORT-WRITER" USING RW-FUNCTION RW-REPORT-TITLE
            RW-LINE-TEXT RW-RETURN-CODE
    END-IF.
    PERFORM 8200-WRITE-CARD-TRAILER.
    DISPLAY "-- Partner Order Interface Report --".
    DISPLAY "Partner files received : " TOTAL-FILES-RECEIVED.
    DISPLAY "Partner files refused  : " TOTAL-FILES-REFUSED.
    DISPLAY "Orders read            : " TOTAL-ORDERS-READ.
    DISPLAY "Orders cut             : " TOTAL-ORDERS-CUT.
    DISPLAY "Orders recut           : " TOTAL-ORDERS-RECUT.
    DISPLAY "Orders rejected        : " TOTAL-ORDERS-REJECTED.
    DISPLAY "Lines read             : " TOTAL-LINES-READ.
    DISPLAY "Lines accepted         : " TOTAL-LINES-ACCEPTED.
    DISPLAY "Lines back-ordered     : " TOTAL-LINES-BACKORDERED.
    DISPLAY "Lines rejected         : " TOTAL-LINES-REJECTED.
    DISPLAY "Exceptions reported    : " TOTAL-EXCEPTIONS.
    PERFORM 9810-CTL-PRINT-FOOTER.
    IF CROSS-REF-WAS-FULL OR ATP-TABLE-WAS-FULL THEN
        DISPLAY "Cross-reference or promise tables overflowed;"
            " some lines were graded short."
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.
    IF TOTAL-EXCEPTIONS > 0 THEN
        IF WS-RETURN-CODE < 4 THEN
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        MOVE "Partner orders carried exceptions; see the exceptions report." TO WS-ERROR-MSG
        PERFORM 9300-LOG-ERROR
    END-IF.

    8100-STORE-EDI-CONTROL.
    OPEN OUTPUT EDI-CTL-FILE.
    MOVE NEXT-ORDER-NO TO EC-LAST-ORDER-NO.
    WRITE EDI-CTL-REC.
    CLOSE EDI-CTL-FILE.

    8200-WRITE-CARD-TRAILER.
    MOVE OC-KEYED-COUNT TO CS-TRANS-COUNT.
    MOVE OC-KEYED-HASH TO CS-HASH-TOTAL.
    MOVE SPACES TO ORDER-TRANS-REC.
    MOVE OC-TRAILER-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    CLOSE ORDER-TRANS-FILE.

    COPY "auditproc.cpy".
    COPY "errlogproc.cpy".
    COPY "cycleproc.cpy".
    COPY "dtstampproc.cpy".
    COPY "ctltotproc.cpy".
    COPY "atpproc.cpy".
