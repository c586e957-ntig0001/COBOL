      *        the end of a batch night, after the posting         *
      *        run.  In reconcile mode (R) it loads that           *
      *        snapshot, rolls forward every Receipt and           *
      *        Shipment line (and every CC Adj+ / CC Adj-          *
      *        cycle-count adjustment line, which move stock       *
      *        the same way) on invent_txn_log.txt dated           *
      *        after the snapshot date, compares the               *
      *        computed quantity to MASTER-QTY-ON-HAND part        *
      *        by part, and writes invent_recon_report.txt         *
                      AND WS-DATE-9 > WS-SNAPSHOT-DATE
                      AND LOG-PART-NUMBER IS NUMERIC
                      AND (LOG-TXN-TYPE = "Receipt"
                           OR LOG-TXN-TYPE = "Shipment"
                           OR LOG-TXN-TYPE = "CC Adj+"
                           OR LOG-TXN-TYPE = "CC Adj-")
                       PERFORM 333-APPLY-LOG-MOVEMENT
                   END-IF.
                   PERFORM 331-READ-LOG-RECORD.
                       INSPECT WS-QTY-X REPLACING LEADING " " BY "0"
                       IF WS-QTY-9 IS NUMERIC
                           IF LOG-TXN-TYPE = "Receipt"
                              OR LOG-TXN-TYPE = "CC Adj+"
                               ADD WS-QTY-9 TO
                                   WS-SNAP-RECEIPTS (WS-SNAP-IDX)
                           ELSE
