   *> SHIPTOPROC - shared ship-to resolution. An order's delivery
   *> address is its ship-to record when the order quotes a ship-to
   *> code, otherwise the customer's billing address on CUSTMAST --
   *> the address every order shipped to before ship-tos existed.
   *> The tax region follows the goods: the ship-to's SA-REGION-CODE
   *> when it carries one, the customer's CM-REGION-CODE otherwise.
   *> COPY SHIPTOSEL.CPY into FILE-CONTROL, SHIPTOREC.CPY under an
   *> FD for SHIP-TO-FILE, and SHIPTODATA.CPY into WORKING-STORAGE;
   *> CUSTOMER-MASTER-FILE must be declared as well. A missing SHIPTO
   *> file is not an error: every order then ships to its bill-to,
   *> and one quoting a code comes back SHIPTO-IS-UNKNOWN.
    9870-RESOLVE-SHIP-TO.
    MOVE SPACES TO SHIPTO-NAME.
    MOVE SPACES TO SHIPTO-ADDRESS.
    MOVE SPACES TO SHIPTO-REGION-CODE.
    MOVE SPACES TO SHIPTO-BILL-REGION.
    SET SHIPTO-NO-CUSTOMER TO TRUE.
    IF SHIPTO-CUSTMAST-IS-OPEN THEN
        MOVE SHIPTO-CUST-ID TO CM-CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CM-CUST-NAME TO SHIPTO-NAME
                MOVE CM-CUST-ADDRESS TO SHIPTO-ADDRESS
                MOVE CM-REGION-CODE TO SHIPTO-REGION-CODE
                MOVE CM-REGION-CODE TO SHIPTO-BILL-REGION
                SET SHIPTO-IS-BILL-TO TO TRUE
        END-READ
    END-IF.
    IF SHIPTO-CODE = SPACES THEN
        EXIT PARAGRAPH
    END-IF.
    IF NOT SHIPTO-FILE-IS-OPEN THEN
        SET SHIPTO-IS-UNKNOWN TO TRUE
        EXIT PARAGRAPH
    END-IF.
    MOVE SHIPTO-CUST-ID TO SA-CUST-ID.
    MOVE SHIPTO-CODE TO SA-SHIPTO-CODE.
    READ SHIP-TO-FILE
        INVALID KEY
            SET SHIPTO-IS-UNKNOWN TO TRUE
        NOT INVALID KEY
            MOVE SA-SHIPTO-NAME TO SHIPTO-NAME
            MOVE SA-SHIPTO-ADDRESS TO SHIPTO-ADDRESS
            IF SA-REGION-CODE NOT = SPACES THEN
                MOVE SA-REGION-CODE TO SHIPTO-REGION-CODE
            END-IF
            SET SHIPTO-IS-SHIP-TO TO TRUE
    END-READ.

    9871-SHIPTO-OPEN.
    MOVE 0 TO SHIPTO-FILE-OPEN.
    OPEN INPUT SHIP-TO-FILE.
    IF SHIP-TO-STATUS = "00" THEN
        MOVE 1 TO SHIPTO-FILE-OPEN
    END-IF.

    9879-SHIPTO-CLOSE.
    IF SHIPTO-FILE-IS-OPEN THEN
        CLOSE SHIP-TO-FILE
        MOVE 0 TO SHIPTO-FILE-OPEN
    END-IF.
