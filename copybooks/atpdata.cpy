   *> ATPDATA - WORKING-STORAGE fields backing the available-to-
   *> promise paragraphs in ATPPROC.CPY. Move the run date to
   *> ATP-RUN-DATE and PERFORM 9896-ATP-LOAD-SUPPLY once to table
   *> the open purchase-order lines by expected date; a program
   *> promising new demand also PERFORMs 9894-ATP-LOAD-DEMAND to
   *> table what the back-order file already queues ahead of it.
   *> Per line move the part to ATP-PART-NO, the quantity wanted to
   *> ATP-QUANTITY and the part's PM-QTY-ON-HAND to ATP-ON-HAND,
   *> PERFORM 9890-ATP-PROMISE-DATE, and take the date from
   *> ATP-PROMISE-DATE; ATP-RESULT says whether stock or an open
   *> order covers it (ATP-COVER-PO-NO / ATP-COVER-EXP-DATE name
   *> the order) or nothing does, in which case the date is zero.
   *> Demand the program queues itself goes back in through
   *> 9892-ATP-ADD-DEMAND so the next line waits behind it.
    01  ATP-RUN-DATE PIC 9(8) VALUE 0.
    01  ATP-PART-NO PIC X(6).
    01  ATP-QUANTITY PIC 9(7) COMP VALUE 0.
    01  ATP-ON-HAND PIC S9(9) COMP VALUE 0.
    01  ATP-PROMISE-DATE PIC 9(8) VALUE 0.
    01  ATP-COVER-PO-NO PIC X(8).
    01  ATP-COVER-EXP-DATE PIC 9(8) VALUE 0.
    01  ATP-RESULT PIC X(1).
        88  ATP-FROM-STOCK VALUE "S".
        88  ATP-FROM-PO VALUE "P".
        88  ATP-NOT-COVERED VALUE "N".
    01  ATP-NET-QTY PIC S9(9) COMP VALUE 0.
    01  ATP-IDX PIC 9(4) COMP VALUE 0.
    01  ATP-FOUND-IDX PIC 9(4) COMP VALUE 0.
    01  ATP-PO-LINE PIC 9(2) COMP VALUE 0.
    01  ATP-LOAD-EOF PIC 9(1) COMP VALUE 0.
        88  ATP-LOAD-AT-EOF VALUE 1.
    01  ATP-PLACED-SWITCH PIC 9(1) COMP VALUE 0.
        88  ATP-ENTRY-IS-PLACED VALUE 1.
    01  ATP-FULL-SWITCH PIC 9(1) COMP VALUE 0.
        88  ATP-TABLE-WAS-FULL VALUE 1.

   *> Queued demand by part: the back-order quantities waiting for
   *> the same receipts, oldest first in line.
    01  ATP-DEMAND-MAX PIC 9(4) COMP VALUE 1000.
    01  ATP-DEMAND-COUNT PIC 9(4) COMP VALUE 0.
    01  ATP-DEMAND-TABLE.
        05  ATP-DEMAND-ENTRY OCCURS 1000 TIMES.
            10  ATP-DM-PART-NO PIC X(6).
            10  ATP-DM-QTY PIC 9(7) COMP.

   *> Open purchase-order lines still to be received, kept in
   *> expected-date order so the walk meets the earliest first.
    01  ATP-SUPPLY-MAX PIC 9(4) COMP VALUE 1000.
    01  ATP-SUPPLY-COUNT PIC 9(4) COMP VALUE 0.
    01  ATP-SUPPLY-TABLE.
        05  ATP-SUPPLY-ENTRY OCCURS 1000 TIMES.
            10  ATP-SP-DATE PIC 9(8).
            10  ATP-SP-PART-NO PIC X(6).
            10  ATP-SP-PO-NO PIC X(8).
            10  ATP-SP-QTY PIC 9(7) COMP.
    01  ATP-NEW-SUPPLY.
        05  ATP-NEW-DATE PIC 9(8).
        05  ATP-NEW-PART-NO PIC X(6).
        05  ATP-NEW-PO-NO PIC X(8).
        05  ATP-NEW-QTY PIC 9(7) COMP.

    01  ATP-DE-FUNCTION PIC X(1).
    01  ATP-DE-DATE-1 PIC 9(8).
    01  ATP-DE-DATE-2 PIC 9(8).
    01  ATP-DE-DAY-COUNT PIC S9(5) COMP.
    01  ATP-DE-RESULT-DATE PIC 9(8).
    01  ATP-DE-RESULT-COUNT PIC S9(9) COMP.
    01  ATP-DE-RETURN-CODE PIC 9(4).
