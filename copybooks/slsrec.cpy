   *> record per salesperson: the name for the commission register
   *> and the commission rate as a percent with two decimals
   *> (00500 = 5.00). Referenced by ORDER-ENTRY when an "O" card
   *> carries a salesperson, by COMMISSION-REPORT when the invoiced
   *> amounts are commissioned, and by QUOTA-MAINT (a quota needs a
   *> salesperson) and QUOTA-ATTAINMENT (names on the ranking).
    01  SALESPERSON-REC.
        05  SP-SALES-ID PIC X(6).
        05  SP-SALES-NAME PIC X(25).
