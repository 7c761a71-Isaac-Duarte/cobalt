   *> ORDLREC - order line record, keyed on order number plus line
   *> number: one record per line of an ORDFILE order, so an order
   *> carries as many lines as it needs. Each line holds the part,
   *> the quantity reserved out of PM-QTY-ON-HAND at entry, the unit
   *> price resolved at entry -- the price the customer was quoted,
   *> whatever the part master says later -- and the location the
   *> reservation came out of, and the ship date promised for it --
   *> the entry date, since an accepted line is covered from stock
   *> the moment it reserves. Lines number from 1 in the order they
   *> were accepted; a cancelled line stays on file with quantity
   *> zero so the numbers a picker or a shipping card quotes never
   *> shift. Readers walk an order's lines with START at line zero
   *> and READ NEXT until the order number changes.
    01  ORDER-LINE-REC.
        05  OL-LINE-KEY.
            10  OL-ORDER-NO PIC X(8).
            10  OL-LINE-NO PIC 9(4).
        05  OL-PART-NO PIC X(6).
        05  OL-QUANTITY PIC 9(5).
        05  OL-UNIT-PRICE PIC 9(5)V99 COMP-3.
        05  OL-LOCATION PIC X(3).
        05  OL-PROMISE-DATE PIC 9(8).
   *> The PROMO promotion that set the unit price; blank when the
   *> tier, quantity-break or list price stood.
        05  OL-PROMO-ID PIC X(6).
   *> Set by SHIP-CONFIRM at the line's first confirmation, and left
   *> alone by any later one: the date it went on the truck, the
   *> quantity the line carried when it did, and how much of that
   *> was short. Zero until the line is first confirmed.
        05  OL-SHIP-DATE PIC 9(8).
        05  OL-ORDERED-QTY PIC 9(5).
        05  OL-SHORT-QTY PIC 9(5).
   *> What the line cost us, stamped by INVOICE-GENERATION when it
   *> bills the line: the moving-average PM-UNIT-COST in force at
   *> invoicing (a kit's component costs summed per kit), so a return
   *> reverses the cost at the figure the sale carried. Zero until
   *> the line is invoiced.
        05  OL-UNIT-COST PIC 9(7)V99 COMP-3.
