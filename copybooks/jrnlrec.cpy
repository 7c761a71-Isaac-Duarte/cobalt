   *> JRNLREC - customer-maintenance journal record: one record per
   *> applied CUSTTRAN transaction, carrying the transaction code, the
   *> full before-image and after-image of CUSTOMER-MASTER-REC (113
   *> bytes each, packed balance included), and a timestamp, so a bad
   *> transaction batch can be proven -- and backed out -- customer by
   *> customer. Adds journal a LOW-VALUES before-image; deletes journal
   *> a LOW-VALUES after-image. Shared between CUSTOMER-MAINT (writer)
   *> and the backout program (reader). JR-OPER-ID is the operator
   *> whose session applied the transaction; JR-MAKER-ID and
   *> JR-CHECKER-ID carry who keyed it and, for a change held for
   *> approval, who approved it (blank for a feed).
    01  CUST-JOURNAL-REC.
        05  JR-TRANS-CODE PIC X(1).
            88  JR-IS-ADD VALUE "A".
            88  JR-IS-DELETE VALUE "D".
        05  JR-TIMESTAMP PIC X(14).
        05  JR-CUST-ID PIC X(6).
        05  JR-BEFORE-IMAGE PIC X(113).
        05  JR-AFTER-IMAGE PIC X(113).
        05  JR-OPER-ID PIC X(8).
        05  JR-MAKER-ID PIC X(8).
        05  JR-CHECKER-ID PIC X(8).
