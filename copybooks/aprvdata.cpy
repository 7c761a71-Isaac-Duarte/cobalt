   *> APRVDATA - WORKING-STORAGE fields backing the maker-checker
   *> paragraphs in APRVPROC.CPY. PERFORM 9640-APRV-OPEN once at
   *> start-up; with CUSTOMER-TRANS-REC built, PERFORM
   *> 9641-APRV-CHECK-HOLD and, when APRV-MUST-HOLD comes back set,
   *> PERFORM 9643-APRV-HOLD-TRANSACTION instead of writing the
   *> transaction to CUSTTRAN -- APRV-HOLD-WAS-WRITTEN off means it
   *> could not be held and must be refused. PERFORM 9649-APRV-CLOSE
   *> at sign-off. The limits default when APRVLIM is missing. The
   *> master's file status is declared here for CUSTSEL.CPY.
    01  PEND-APPROVAL-STATUS PIC X(2).
    01  APPROVAL-LIMIT-STATUS PIC X(2).
    01  APRV-PEND-OPEN PIC 9(1) COMP VALUE 0.
        88  APRV-PEND-IS-OPEN VALUE 1.
    01  APRV-MASTER-OPEN PIC 9(1) COMP VALUE 0.
        88  APRV-MASTER-IS-OPEN VALUE 1.
    01  APRV-HOLD-SWITCH PIC 9(1) COMP VALUE 0.
        88  APRV-MUST-HOLD VALUE 1.
    01  APRV-WRITTEN-SWITCH PIC 9(1) COMP VALUE 0.
        88  APRV-HOLD-WAS-WRITTEN VALUE 1.
    01  APRV-BALANCE-LIMIT PIC 9(7)V99 COMP-3 VALUE 10000.00.
    01  APRV-CREDIT-RAISE-LIMIT PIC 9(7)V99 COMP-3 VALUE 5000.00.
    01  APRV-CHANGE-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
    01  APRV-KEYED-SEQ PIC 9(3) COMP VALUE 0.
    01  APRV-HELD-COUNT PIC 9(6) COMP VALUE 0.
    01  APRV-HOLD-REASONS.
        05  APRV-HOLD-BALANCE PIC X(1).
        05  APRV-HOLD-CREDIT PIC X(1).
        05  APRV-HOLD-STATUS PIC X(1).
    01  APRV-MASTER-FOUND PIC X(1).
    01  APRV-OLD-BALANCE PIC S9(7)V99 COMP-3 VALUE 0.
    01  APRV-OLD-CREDIT-LIMIT PIC S9(7)V99 COMP-3 VALUE 0.
    01  APRV-OLD-STATUS PIC X(1).
    01  APRV-WRITE-TRIES PIC 9(3) COMP VALUE 0.
    01  CUSTOMER-MASTER-STATUS PIC X(2).
