   *> CM-CUST-ADDRESS group still moves as one 47-byte field where a
   *> whole address is wanted. CM-CREDIT-LIMIT of zero means the
   *> customer has no limit set and ORDER-ENTRY's credit check is
   *> waived for them. CM-TERMS-CODE names the customer's row on the
   *> TERMS table; blank means the house default of net 30.
   *> CM-PARENT-ID names the bill-to parent when the customer is a
   *> branch of a larger account; blank means the customer stands
   *> alone or is a parent itself. The hierarchy is one level deep,
   *> so a parent never carries a parent of its own, and the family
   *> is judged for credit against the parent's CM-CREDIT-LIMIT.
    01  CUSTOMER-MASTER-REC.
        05  CM-CUST-ID PIC X(6).
        05  CM-CUST-NAME PIC X(25).
        05  CM-PRICE-TIER PIC X(1).
        05  CM-MTD-SALES PIC S9(9)V99 COMP-3.
        05  CM-YTD-SALES PIC S9(9)V99 COMP-3.
        05  CM-TERMS-CODE PIC X(2).
        05  CM-PARENT-ID PIC X(6).
