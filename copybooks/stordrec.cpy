   *> STORDREC - standing-order template record, keyed on template id
   *> plus line number. Line 0000 is the template header -- the
   *> customer, salesperson and ship-to the order goes out under, the
   *> frequency (the CYCLE-SCHEDULER codes: D daily on business days,
   *> W weekly, M monthly on SO-RUN-DAY of the month, E on the
   *> month's last business day), the next date an order is due, the
   *> date the arrangement ends (zero runs until stopped), and the
   *> status; lines 0001 up carry the part, quantity and location
   *> ordered each time. SO-LINE-COUNT is the live line count and
   *> SO-LAST-LINE-NO the highest line number ever given out, so a
   *> removed line's number is never reused. Status is A (active),
   *> S (suspended: STANDING-ORDER-GEN found the customer no longer
   *> active, or the clerk stopped it) or F (finished: past the end
   *> date). SO-LAST-GEN-DATE and SO-LAST-ORDER-NO name the last order
   *> generated, so a rerun the same night cuts the same order again.
    01  STANDING-ORDER-REC.
        05  SO-TEMPLATE-KEY.
            10  SO-TEMPLATE-ID PIC X(6).
            10  SO-LINE-NO PIC 9(4).
                88  SO-IS-HEADER VALUE 0.
        05  SO-HEADER-DATA.
            10  SO-CUST-ID PIC X(6).
            10  SO-SALES-ID PIC X(6).
            10  SO-SHIPTO-CODE PIC X(4).
            10  SO-FREQUENCY PIC X(1).
                88  SO-FREQ-DAILY VALUE "D".
                88  SO-FREQ-WEEKLY VALUE "W".
                88  SO-FREQ-MONTHLY VALUE "M".
                88  SO-FREQ-MONTH-END VALUE "E".
                88  SO-FREQ-VALID VALUES "D" "W" "M" "E".
            10  SO-RUN-DAY PIC 9(2).
            10  SO-NEXT-DUE-DATE PIC 9(8).
            10  SO-END-DATE PIC 9(8).
            10  SO-STATUS PIC X(1).
                88  SO-STATUS-ACTIVE VALUE "A".
                88  SO-STATUS-SUSPENDED VALUE "S".
                88  SO-STATUS-FINISHED VALUE "F".
            10  SO-STATUS-DATE PIC 9(8).
            10  SO-LINE-COUNT PIC 9(4).
            10  SO-LAST-LINE-NO PIC 9(4).
            10  SO-LAST-GEN-DATE PIC 9(8).
            10  SO-LAST-ORDER-NO PIC X(8).
            10  SO-OPER-ID PIC X(8).
        05  SO-LINE-DATA REDEFINES SO-HEADER-DATA.
            10  SO-PART-NO PIC X(6).
            10  SO-QUANTITY PIC 9(5).
            10  SO-LOCATION PIC X(3).
            10  FILLER PIC X(62).
