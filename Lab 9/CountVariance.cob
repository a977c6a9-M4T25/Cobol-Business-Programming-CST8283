      * The adjustment rides the normal movement path: a shelf over
      * the book becomes a receipt for the difference, a shelf short
      * of the book becomes an issue, and the posting run journals
      * the correction like any other movement.  The PO number field
      * carries COUNT so the posting run and the roll-forward proof
      * can tell a count adjustment from a normal receipt or issue.
      ******************************************************************
       220-WRITE-ADJUSTMENT-MOVEMENT.
           MOVE SPACES TO INVENT-MOVES-RECORD
           END-IF
           MOVE CNT-INVENTORY-ID TO MOVE-INVENTORY-ID
           MOVE WS-VARIANCE-QTY TO MOVE-QTY
           MOVE "COUNT" TO MOVE-PO-NUMBER
           MOVE SPACES TO MOVE-UNIT-COST
      *    Counted and judged against location 1, so the correction
      *    lands on the main warehouse where it was measured.
