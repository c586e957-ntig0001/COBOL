      *        correct the master.  The counted quantities          *
      *        carry no location, so adjustments are posted         *
      *        against the main warehouse location MWH.             *
      *        Adjustments carry their own transaction types,       *
      *        "A" for a count gain and "D" for a count loss,       *
      *        so the posting log and the period-end GL             *
      *        journal can tell them from real receipts and         *
      *        shipments.                                           *
      *                                                            *
      **************************************************************
      *
               307-WRITE-ADJUSTMENT-TXN.
                   MOVE COUNT-PART-NUMBER TO ADJ-PART-NUMBER.
                   IF WS-QTY-DIFF > ZERO
                       MOVE "A" TO ADJ-TXN-TYPE
                       MOVE WS-QTY-DIFF TO WS-ADJ-QTY
                   ELSE
                       MOVE "D" TO ADJ-TXN-TYPE
                       MULTIPLY WS-QTY-DIFF BY -1 GIVING WS-ADJ-QTY
                   END-IF.
                   MOVE WS-ADJ-QTY TO ADJ-QUANTITY.
