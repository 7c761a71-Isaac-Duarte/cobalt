   *> ALRULEREC - business-alert rule record, one per rule, keyed on a
   *> short rule id. Each rule names the business condition it tests,
   *> a threshold whose meaning depends on the condition, the alert
   *> severity to raise and the operator group the alert is routed to
   *> (spaces = let ALRTROUT decide, as for operational alerts).
   *>     CL  customer balance over CM-CREDIT-LIMIT by more than the
   *>         threshold amount (customers with no limit are skipped)
   *>     ZB  part with nothing on hand and more than the threshold
   *>         quantity on open back orders
   *>     BC  order line priced more than the threshold percent below
   *>         the part's PM-UNIT-COST (0 = any price under cost)
   *>     IT  invoice registered tonight for more than the threshold
   *>     BS  customer balance moved by more than the threshold percent
   *>         of its opening balance in one night's journal
   *> Maintained by ALERT-RULE-MAINT; evaluated nightly by
   *> BIZ-ALERT-EVAL, which writes one ALERTIN card per hit.
    01  ALERT-RULE-REC.
        05  AU-RULE-ID PIC X(6).
        05  AU-CONDITION PIC X(2).
            88  AU-COND-CREDIT-LIMIT VALUE "CL".
            88  AU-COND-ZERO-ON-HAND VALUE "ZB".
            88  AU-COND-BELOW-COST VALUE "BC".
            88  AU-COND-INVOICE-TOTAL VALUE "IT".
            88  AU-COND-BALANCE-SWING VALUE "BS".
            88  AU-COND-IS-VALID VALUE "CL" "ZB" "BC" "IT" "BS".
        05  AU-THRESHOLD PIC 9(9)V99.
        05  AU-SEVERITY PIC X(1).
            88  AU-SEV-IS-VALID VALUE "I" "W" "E" "S".
        05  AU-ROUTE-GROUP PIC X(8).
        05  AU-ACTIVE PIC X(1).
            88  AU-RULE-IS-ACTIVE VALUE "Y".
        05  AU-DESCRIPTION PIC X(30).
        05  AU-CHANGED-BY PIC X(8).
        05  AU-CHANGED-DATE PIC 9(8).
