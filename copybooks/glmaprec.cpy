   *> GLMAPREC - GL account-mapping record, keyed on transaction
   *> source plus transaction type. Each row names the account the
   *> transaction debits and the account it credits, so which ledger
   *> accounts a sale, a receipt, or a stock issue lands in is keyed
   *> by GL-TABLE-MAINT, not compiled. The sources and types the
   *> feeding programs book under:
   *>     INV  SALE  invoiced goods          INV  TAX   invoiced tax
   *>     INV  FRT   invoiced freight        INV  COGS  cost of goods invoiced
   *>     CASH PAY   payment applied         CASH SUSP  unapplied cash
   *>     RTN  SALE  credit-memo goods       RTN  TAX   credit-memo tax
   *>     RTN  COGS  cost of goods returned  RTV  DEBT  vendor debit memo
   *>     FC   CHG   finance charge          RFND CHK   refund check
   *>     STK  R     stock receipt           STK  I     stock issue
   *>     STK  A     stock adjustment        STK  RSV   obsolescence reserve
   *>     AP   INV   vendor invoice payable AP   PAY   vendor check
   *>     CASH DISC  early-payment discount taken
   *>     DISP CRED  disputed amount credited
   *>     WOFF BAD   bad-debt write-off
   *> A source/type with no row books to the suspense account in
   *> GLDATA.CPY so the batch still balances and the gap shows on
   *> the trial balance instead of vanishing.
    01  GL-MAP-REC.
        05  GM-MAP-KEY.
            10  GM-SOURCE PIC X(4).
            10  GM-TRANS-TYPE PIC X(4).
        05  GM-DEBIT-ACCOUNT PIC X(6).
        05  GM-CREDIT-ACCOUNT PIC X(6).
