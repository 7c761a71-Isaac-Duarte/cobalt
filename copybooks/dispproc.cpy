   *> DISPPROC - shared disputed-amount lookup for the open-item file.
   *> Finance charges, dunning, and credit hold act only on what is
   *> collectible: the item's remaining amount less any amount under
   *> an open dispute. The disputed amount is never more than what
   *> remains on the item (a partial payment may have come in since
   *> the dispute was opened), and a credit item has nothing to
   *> dispute. Released and credited disputes hold nothing back.
    9845-OI-DISPUTED-AMOUNT.
    IF NOT OIDISP-OPEN-WAS-TRIED THEN
        MOVE 1 TO OIDISP-OPEN-TRIED
        OPEN INPUT DISPUTE-FILE
        IF DISPUTE-STATUS = "00" THEN
            MOVE 1 TO OIDISP-FILE-OPEN
        END-IF
    END-IF.
    MOVE 0 TO OIDISP-AMOUNT.
    IF OIDISP-FILE-IS-OPEN AND OI-REMAIN-AMOUNT > 0 THEN
        MOVE OI-ITEM-KEY TO DP-ITEM-KEY
        READ DISPUTE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DP-IS-OPEN THEN
                    MOVE DP-AMOUNT TO OIDISP-AMOUNT
                END-IF
        END-READ
        IF OIDISP-AMOUNT > OI-REMAIN-AMOUNT THEN
            MOVE OI-REMAIN-AMOUNT TO OIDISP-AMOUNT
        END-IF
    END-IF.
    COMPUTE OIDISP-COLLECTIBLE = OI-REMAIN-AMOUNT - OIDISP-AMOUNT.

    9849-OI-DISPUTE-CLOSE.
    IF OIDISP-FILE-IS-OPEN THEN
        CLOSE DISPUTE-FILE
        MOVE 0 TO OIDISP-FILE-OPEN
    END-IF.
