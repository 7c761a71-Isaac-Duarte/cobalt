*> whole (oldest first, the order ORDER-ENTRY appended it in), and
*> each back-order whose part now has enough on hand is turned into
*> a fresh ORDTRAN order -- an "O" card under a release order number
*> from the BOCTL control file, quoting the original order's ship-to,
*> and one "L" card for the quantity --
*> for the next ORDER-ENTRY run to validate and reserve exactly like
*> a keyed order. Quantities released tonight are tracked per part
*> so two back-orders cannot both claim the same receipt; whatever
*> stock still cannot cover stays on the back-order file for the
*> next night, its promised ship date carried unchanged.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    COPY "partrec.cpy".

    FD  ORDER-TRANS-FILE.
    01  ORDER-TRANS-REC PIC X(25).

    FD  RELEASE-CTL-FILE.
    01  RELEASE-CTL-REC.
            10 BT-ORIG-ORDER-NO PIC X(8).
            10 BT-ORDER-DATE PIC 9(8).
            10 BT-LOCATION PIC X(3).
            10 BT-SHIPTO-CODE PIC X(4).
            10 BT-PROMISE-DATE PIC 9(8).
            10 BT-SOURCE PIC X(1).
            10 BT-RELEASED-FLAG PIC X(1).
                88 BT-WAS-RELEASED VALUE "Y".

*> ORDTRAN card staging, in the layouts ORDER-ENTRY reads. A
*> release carries no salesperson; that slot rides blank.
*>     "O" + order number (8) + customer id (6) + salesperson (6)
*>         + ship-to code (4)
*>     "L" + part number (6) + quantity (5) + location (3)
    01 ORDER-CARD-STAGING.
        05 OC-CARD-TYPE PIC X(1).
        05 OC-ORDER-NO PIC X(8).
        05 OC-CUST-ID PIC X(6).
        05 FILLER PIC X(6) VALUE SPACES.
        05 OC-SHIPTO-CODE PIC X(4).
    01 LINE-CARD-STAGING.
        05 LC-CARD-TYPE PIC X(1).
        05 LC-PART-NO PIC X(6).
        05 LC-QUANTITY PIC 9(5).
        05 LC-LOCATION PIC X(3).
        05 FILLER PIC X(10) VALUE SPACES.

*> The release cards leave wrapped in header/trailer batch
*> controls for BATCH-PREEDIT, hashing the quantities.
    01 TOTAL-STILL-WAITING PIC 9(6) COMP VALUE 0.

    COPY "retcode.cpy".
    COPY "auditdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKORD-RELEASE"==
        ==":PGMVERS:"== BY =="01.00"==.
    COPY "errlogdata.cpy" REPLACING ==":PGMNAME:"== BY =="BACKORD-RELEASE"==.
    COPY "cycledata.cpy".
    COPY "dtstampdata.cpy".
        MOVE BO-ORIG-ORDER-NO TO BT-ORIG-ORDER-NO(BO-ENTRY-COUNT)
        MOVE BO-ORDER-DATE TO BT-ORDER-DATE(BO-ENTRY-COUNT)
        MOVE BO-LOCATION TO BT-LOCATION(BO-ENTRY-COUNT)
        MOVE BO-SHIPTO-CODE TO BT-SHIPTO-CODE(BO-ENTRY-COUNT)
        MOVE BO-PROMISE-DATE TO BT-PROMISE-DATE(BO-ENTRY-COUNT)
        MOVE BO-SOURCE TO BT-SOURCE(BO-ENTRY-COUNT)
        MOVE SPACE TO BT-RELEASED-FLAG(BO-ENTRY-COUNT)
        PERFORM 2100-READ-BACK-ORDER
    END-IF.
    MOVE "O" TO OC-CARD-TYPE.
    MOVE RELEASE-ORDER-NO TO OC-ORDER-NO.
    MOVE BT-CUST-ID(BO-IDX) TO OC-CUST-ID.
    MOVE BT-SHIPTO-CODE(BO-IDX) TO OC-SHIPTO-CODE.
    MOVE ORDER-CARD-STAGING TO ORDER-TRANS-REC.
    WRITE ORDER-TRANS-REC.
    ADD 1 TO OC-KEYED-COUNT.
        MOVE BT-ORIG-ORDER-NO(BO-IDX) TO BO-ORIG-ORDER-NO
        MOVE BT-ORDER-DATE(BO-IDX) TO BO-ORDER-DATE
        MOVE BT-LOCATION(BO-IDX) TO BO-LOCATION
        MOVE BT-SHIPTO-CODE(BO-IDX) TO BO-SHIPTO-CODE
        MOVE BT-PROMISE-DATE(BO-IDX) TO BO-PROMISE-DATE
        MOVE BT-SOURCE(BO-IDX) TO BO-SOURCE
        WRITE BACK-ORDER-REC
        ADD 1 TO TOTAL-STILL-WAITING
    END-IF.
