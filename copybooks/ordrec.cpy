   *> ORDREC - order record, keyed on OR-ORDER-NO: the first piece of
   *> actual business flow connecting CUSTMAST and PARTDAT. This is
   *> the order header only; its lines live on the ORDLINE file (see
   *> ORDLREC.CPY), keyed by order number and line number, and
   *> OR-LINE-COUNT is the number of lines written there. Status walks
   *> O (open) to S (shipped) to I (invoiced); a "C" cancel card at
   *> order entry takes an open order to X (cancelled) instead, with
   *> its reservations released back to the part master.
   *> OR-SHIPTO-CODE names the customer's delivery point on the
   *> SHIPTO file; blank means the goods go to the billing address
   *> on CUSTMAST, as every order did before ship-tos.
    01  ORDER-REC.
        05  OR-ORDER-NO PIC X(8).
        05  OR-CUST-ID PIC X(6).
            88  OR-STATUS-SHIPPED VALUE "S".
            88  OR-STATUS-INVOICED VALUE "I".
            88  OR-STATUS-CANCELLED VALUE "X".
        05  OR-LINE-COUNT PIC 9(4).
        05  OR-SHIPTO-CODE PIC X(4).
   *> What SHIP-CONFIRM knows of the truck: the carrier the goods
   *> went with (the last card's, when an order leaves in pieces),
   *> the pounds shipped so far off PM-SHIP-WEIGHT, and a freight
   *> charge keyed at the dock, which INVOICE-GENERATION bills in
   *> place of the carrier's rate when OR-FREIGHT-IS-KEYED. Orders
   *> written before these were carried have them blank; a blank
   *> carrier bills no freight.
        05  OR-CARRIER-CODE PIC X(4).
        05  OR-SHIP-WEIGHT PIC 9(7)V99.
        05  OR-FREIGHT-KEYED PIC X(1).
            88  OR-FREIGHT-IS-KEYED VALUE "Y".
        05  OR-FREIGHT-OVERRIDE PIC 9(5)V99.
