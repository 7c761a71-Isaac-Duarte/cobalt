   *> DISPDATA - WORKING-STORAGE fields backing 9845-OI-DISPUTED-AMOUNT
   *> in DISPPROC.CPY. Read the OPEN-ITEM-REC, PERFORM 9845, and take
   *> OIDISP-AMOUNT (the part of the remaining amount under an open
   *> dispute) and OIDISP-COLLECTIBLE (the remaining amount less it).
   *> The caller COPYs DISPSEL.CPY and declares FD DISPUTE-FILE with
   *> DISPREC.CPY; the file is opened on first use and closed by
   *> 9849-OI-DISPUTE-CLOSE. A missing dispute file means nothing is
   *> in dispute.
    01  DISPUTE-STATUS PIC X(2).
    01  OIDISP-OPEN-TRIED PIC 9(1) COMP VALUE 0.
        88  OIDISP-OPEN-WAS-TRIED VALUE 1.
    01  OIDISP-FILE-OPEN PIC 9(1) COMP VALUE 0.
        88  OIDISP-FILE-IS-OPEN VALUE 1.
    01  OIDISP-AMOUNT PIC S9(7)V99 COMP-3 VALUE 0.
    01  OIDISP-COLLECTIBLE PIC S9(7)V99 COMP-3 VALUE 0.
