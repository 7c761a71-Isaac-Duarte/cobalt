   *> WOPREC - bad-debt write-off proposal record, keyed exactly like
   *> OI-ITEM-KEY. WRITEOFF-PROPOSE writes one per open item it finds
   *> uncollectible, with the aged amount, how far past due it is,
   *> and the customer's last dunning level off DUNNHIST; a
   *> supervisor approves or rejects it on WRITEOFF-APPROVE; and
   *> WRITEOFF-POST sends only the approved ones out as OITRAN "D"
   *> cards and CUSTTRAN balance adjustments. The record stays on
   *> file as the record of who approved what.
   *> Proposal reasons:
   *>     AGE  past due beyond the run's age limit
   *>     CLS  customer closed       SUS  customer suspended
   *> Status moves P (proposed) to A (approved) or R (rejected), and
   *> A to W (written off) when posted, or to V (void) when the item
   *> was paid or changed before the posting run reached it.
    01  WRITEOFF-PROP-REC.
        05  WP-ITEM-KEY.
            10  WP-CUST-ID PIC X(6).
            10  WP-INVOICE-NO PIC X(8).
        05  WP-STATUS PIC X(1).
            88  WP-IS-PROPOSED VALUE "P".
            88  WP-IS-APPROVED VALUE "A".
            88  WP-IS-REJECTED VALUE "R".
            88  WP-IS-WRITTEN-OFF VALUE "W".
            88  WP-IS-VOID VALUE "V".
        05  WP-REASON PIC X(3).
        05  WP-PROPOSED-DATE PIC 9(8).
        05  WP-INVOICE-DATE PIC 9(8).
        05  WP-DUE-DATE PIC 9(8).
        05  WP-DAYS-PAST-DUE PIC 9(5).
        05  WP-AMOUNT PIC S9(7)V99 COMP-3.
        05  WP-DUNN-LEVEL PIC 9(1).
        05  WP-DECIDED-BY PIC X(8).
        05  WP-DECIDED-DATE PIC 9(8).
        05  WP-POSTED-DATE PIC 9(8).
        05  WP-POSTED-AMOUNT PIC S9(7)V99 COMP-3.
