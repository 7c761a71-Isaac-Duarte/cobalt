   *> SHIPTODATA - WORKING-STORAGE fields backing the ship-to
   *> resolution paragraphs in SHIPTOPROC.CPY. PERFORM 9871-SHIPTO-OPEN
   *> once, then per order move the customer id to SHIPTO-CUST-ID and
   *> the order's ship-to code to SHIPTO-CODE, PERFORM
   *> 9870-RESOLVE-SHIP-TO, and take the delivery block from
   *> SHIPTO-NAME / SHIPTO-ADDRESS and the tax region from
   *> SHIPTO-REGION-CODE. SHIPTO-RESULT says where the block came
   *> from; a code the file does not hold falls back to the billing
   *> address and says so, so the caller decides whether that is an
   *> error. A program that may run without CUSTMAST open moves 0 to
   *> SHIPTO-CUSTMAST-OPEN first.
    01  SHIP-TO-STATUS PIC X(2).
    01  SHIPTO-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88  SHIPTO-FILE-IS-OPEN VALUE 1.
    01  SHIPTO-CUSTMAST-OPEN PIC 9(1) COMP VALUE 1.
        88  SHIPTO-CUSTMAST-IS-OPEN VALUE 1.
    01  SHIPTO-CUST-ID PIC X(6).
    01  SHIPTO-CODE PIC X(4).
    01  SHIPTO-RESULT PIC X(1).
        88  SHIPTO-IS-BILL-TO VALUE "B".
        88  SHIPTO-IS-SHIP-TO VALUE "S".
        88  SHIPTO-IS-UNKNOWN VALUE "U".
        88  SHIPTO-NO-CUSTOMER VALUE "N".
    01  SHIPTO-NAME PIC X(25).
    01  SHIPTO-ADDRESS.
        05  SHIPTO-ADDR-STREET PIC X(20).
        05  SHIPTO-ADDR-CITY PIC X(15).
        05  SHIPTO-ADDR-STATE PIC X(2).
        05  SHIPTO-ADDR-POSTAL PIC X(10).
    01  SHIPTO-REGION-CODE PIC X(3).
    01  SHIPTO-BILL-REGION PIC X(3).
