   *> CONFREC - receivables confirmation register record, keyed on
   *> the period confirmed plus customer id. One record per customer
   *> CONFIRM-SAMPLE draws for the external audit: why it was drawn
   *> (a key balance over the threshold, or the seeded random draw),
   *> the PERBALS balance the letter asked the customer to confirm,
   *> and the date the letter went out. CONFIRM-REPLY keys the
   *> customer's answer against it -- agreed, or disagreed with the
   *> amount the customer says it owes -- and anything still at
   *> "sent" is a confirmation that never came back.
    01  CONFIRM-REC.
        05  CF-CONF-KEY.
            10  CF-PERIOD PIC 9(6).
            10  CF-CUST-ID PIC X(6).
        05  CF-SAMPLE-BASIS PIC X(1).
            88  CF-DRAWN-AS-KEY VALUE "K".
            88  CF-DRAWN-AT-RANDOM VALUE "R".
        05  CF-BALANCE PIC S9(7)V99 COMP-3.
        05  CF-ITEM-COUNT PIC 9(4).
        05  CF-SENT-DATE PIC 9(8).
        05  CF-REPLY-STATUS PIC X(1).
            88  CF-IS-SENT VALUE "S".
            88  CF-IS-AGREED VALUE "A".
            88  CF-IS-DISAGREED VALUE "D".
        05  CF-REPLY-DATE PIC 9(8).
        05  CF-STATED-AMOUNT PIC S9(7)V99 COMP-3.
        05  CF-REPLY-NOTE PIC X(40).
