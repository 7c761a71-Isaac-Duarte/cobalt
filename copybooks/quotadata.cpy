   *> QUOTADATA - WORKING-STORAGE fields backing QUOTAPROC.CPY. Move
   *> the salesperson to QUOTA-SALES-ID, the month CCYYMM to
   *> QUOTA-PERIOD and the month's net billings to QUOTA-NET-BILLED,
   *> then PERFORM 9671-QUOTA-FOR-MONTH; for the year to date move
   *> the year's net billings through the month instead and PERFORM
   *> 9673-QUOTA-YEAR-TO-DATE.
    01  QUOTA-FILE-STATUS PIC X(2).
    01  QUOTA-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88  QUOTA-FILE-IS-OPEN VALUE 1.
    01  QUOTA-SALES-ID PIC X(6).
    01  QUOTA-PERIOD PIC 9(6).
    01  QUOTA-NET-BILLED PIC S9(11)V99 COMP-3 VALUE 0.
    01  QUOTA-AMOUNT PIC 9(11)V99 COMP-3 VALUE 0.
    01  QUOTA-ATTAIN-PCT PIC S9(5)V99 COMP-3 VALUE 0.
    01  QUOTA-FOUND-SW PIC 9(1) COMP VALUE 0.
        88  QUOTA-WAS-FOUND VALUE 1.
    01  QUOTA-TIER-SW PIC 9(1) COMP VALUE 0.
        88  QUOTA-TIER-REACHED VALUE 1.
    01  QUOTA-TIER-PCT PIC 9(3) VALUE 0.
    01  QUOTA-TIER-RATE PIC 9(3)V99 VALUE 0.
    01  QUOTA-SCAN-EOF PIC 9(1) COMP VALUE 0.
        88  QUOTA-SCAN-AT-EOF VALUE 1.
