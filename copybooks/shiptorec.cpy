   *> SHIPTOREC - ship-to address record, keyed on customer id plus a
   *> four-character ship-to code the customer's orders quote. One
   *> record per delivery point a customer keeps apart from its
   *> billing address on CUSTMAST -- a warehouse, a branch dock, a
   *> job site -- so a customer with three warehouses stays one
   *> customer id. The address is decomposed the same way as
   *> CM-CUST-ADDRESS and SA-SHIPTO-ADDRESS moves as one 47-byte
   *> field. SA-REGION-CODE is the tax region of the delivery point;
   *> blank means it is taxed in the customer's CM-REGION-CODE.
   *> Maintained by SHIPTO-MAINT; read by ORDER-ENTRY,
   *> ORDER-SCREEN-ENTRY, PICK-LIST, SHIP-CONFIRM, and
   *> INVOICE-GENERATION through SHIPTOPROC.CPY.
    01  SHIP-TO-REC.
        05  SA-SHIPTO-KEY.
            10  SA-CUST-ID PIC X(6).
            10  SA-SHIPTO-CODE PIC X(4).
        05  SA-SHIPTO-NAME PIC X(25).
        05  SA-SHIPTO-ADDRESS.
            10  SA-ADDR-STREET PIC X(20).
            10  SA-ADDR-CITY PIC X(15).
            10  SA-ADDR-STATE PIC X(2).
            10  SA-ADDR-POSTAL PIC X(10).
        05  SA-REGION-CODE PIC X(3).
