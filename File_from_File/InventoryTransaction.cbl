      *        receipt matching report of unmatched receipts        *
      *        and of orders left short or taken over their         *
      *        ordered quantity this run.                           *
      *        An "S" shipment larger than MASTER-QTY-ON-HAND       *
      *        ships whatever stock is at the location and          *
      *        writes the rest to the indexed backorder file        *
      *        invent_backorder.txt (part, location, quantity       *
      *        short, original posting date, supplier).  An         *
      *        "R" receipt then fills that part's open              *
      *        backorders at the location oldest-first out          *
      *        of the quantity received, before the stock           *
      *        becomes available; each fill is posted and           *
      *        logged as a shipment and also written to the         *
      *        fill log invent_backorder_log.txt.                   *
      *        Cycle-count adjustments from Cycle-Count-            *
      *        Project13 arrive as "A" (count gain, added at        *
      *        the location) and "D" (count loss, relieved          *
      *        at the location) and are logged as "CC Adj+"        *
      *        and "CC Adj-" so they are never mistaken for         *
      *        real receipts and shipments; they are not            *
      *        matched to open POs.  Each price-history line        *
      *        also carries the quantity on hand repriced so        *
      *        the revaluation can be journalled later.             *
      *                                                            *
      **************************************************************
      *
      *        TXN      --------------------------- Transaction    *
      *        PO       --------------------------- Purchase Order *
      *        LOC      --------------------------- Location       *
      *        BO       --------------------------- Backorder      *
      *        INIT     --------------------------- Initialize     *
      *        TERM     --------------------------- Terminate      *
      *        WS       --------------------------- Working        *
               RECORD KEY IS LOC-RECORD-KEY
               FILE STATUS IS WS-LOCATION-FILE-STATUS.

               SELECT BACKORDER-FILE ASSIGN TO
                                     "D:\Cobol\invent_backorder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-RECORD-KEY
               FILE STATUS IS WS-BACKORDER-FILE-STATUS.

               SELECT BACKORDER-FILL-LOG-FILE ASSIGN TO
                                     "D:\Cobol\invent_backorder_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILL-LOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INVENT-FILE-IN.
              05 PRICE-HIST-NEW-PRICE  PIC 9(4).
              05 FILLER                PIC X(1).
              05 PRICE-HIST-EFF-DATE   PIC 9(8).
              05 FILLER                PIC X(1).
              05 PRICE-HIST-QTY-ON-HAND PIC 9(4).

           FD REVAL-REPORT-FILE.
           01 REVAL-REPORT-RECORD      PIC X(100).
                 10 LOC-LOCATION-CODE  PIC X(3).
              05 LOC-QTY-ON-HAND       PIC 9(4).

           FD BACKORDER-FILE.
           01 BACKORDER-RECORD.
              05 BO-RECORD-KEY.
                 10 BO-PART-NUMBER     PIC 9(7).
                 10 BO-LOCATION-CODE   PIC X(3).
                 10 BO-POSTING-DATE    PIC 9(8).
                 10 BO-SEQUENCE        PIC 9(3).
              05 BO-QTY-SHORT          PIC 9(4).
              05 BO-QTY-OPEN           PIC 9(4).
              05 BO-SUPPLIER-CODE      PIC X(5).
              05 BO-STATUS             PIC X(1).

           FD BACKORDER-FILL-LOG-FILE.
           01 BACKORDER-FILL-LOG-RECORD PIC X(90).

           WORKING-STORAGE SECTION.
           01 WS-PROMPTS.
              05 WS-PROMPT-NOT-FOUND   PIC X(40)   VALUE
                        "Part number not on master - skipped:".
              05 WS-PROMPT-SHORT-QTY   PIC X(50)   VALUE
                  "Shipment exceeds quantity on hand - backordered:".

           01 WS-RESPONSES.
              05 WS-VALID-FLAG            PIC X(1).
              05 WS-LOC-CODE              PIC X(3).
              05 WS-LOC-FOUND-FLAG        PIC X(3) VALUE "NO".
              05 WS-LOC-VALID-FLAG        PIC X(1).
              05 WS-BACKORDER-FILE-STATUS PIC X(2).
              05 WS-FILL-LOG-FILE-STATUS  PIC X(2).
              05 WS-BO-EOF-FLAG           PIC X(3) VALUE "NO".
              05 WS-BO-WRITTEN-FLAG       PIC X(3) VALUE "NO".

           01 WS-TXN-WORK-FIELDS.
              05 WS-OLD-QUANTITY          PIC 9(4)    VALUE ZERO.
              05 WS-TXN-TYPE              PIC X(8).
              05 WS-OLD-UNIT-PRICE        PIC 9(4)    VALUE ZERO.
              05 WS-POSTING-DATE          PIC 9(8)    VALUE ZERO.
              05 WS-POST-QUANTITY         PIC 9(4)    VALUE ZERO.

           01 WS-BACKORDER-WORK-FIELDS.
              05 WS-SHIP-AVAILABLE        PIC 9(4)    VALUE ZERO.
              05 WS-BACKORDER-QTY         PIC 9(4)    VALUE ZERO.
              05 WS-FILL-POOL             PIC 9(4)    VALUE ZERO.
              05 WS-FILL-QTY              PIC 9(4)    VALUE ZERO.
              05 WS-SHIPMENTS-BACKORDERED PIC 9(4)    VALUE ZERO.
              05 WS-BACKORDERS-FILLED     PIC 9(4)    VALUE ZERO.
              05 WS-COUNT-ADJUSTMENTS     PIC 9(4)    VALUE ZERO.

           01 WS-FILL-LOG-LINE.
              05 WS-FIL-DATE-OUT          PIC 9(8).
              05 FILLER                   PIC X(3)    VALUE SPACES.
              05 WS-FIL-PART-OUT          PIC 9(7).
              05 FILLER                   PIC X(3)    VALUE SPACES.
              05 FILLER                   PIC X(4)    VALUE "Loc:".
              05 WS-FIL-LOCATION-OUT      PIC X(3).
              05 FILLER                   PIC X(3)    VALUE SPACES.
              05 FILLER                   PIC X(9)    VALUE "B/O Date:".
              05 WS-FIL-BO-DATE-OUT       PIC 9(8).
              05 FILLER                   PIC X(3)    VALUE SPACES.
              05 FILLER                   PIC X(7)    VALUE "Filled:".
              05 WS-FIL-FILLED-OUT        PIC ZZZ9.
              05 FILLER                   PIC X(3)    VALUE SPACES.
              05 FILLER                   PIC X(5)    VALUE "Open:".
              05 WS-FIL-OPEN-OUT          PIC ZZZ9.
              05 FILLER                   PIC X(3)    VALUE SPACES.
              05 FILLER                   PIC X(4)    VALUE "Sup:".
              05 WS-FIL-SUPPLIER-OUT      PIC X(5).

           01 WS-REVAL-TABLE.
              05 WS-REVAL-ENTRY OCCURS 100 TIMES.
               PERFORM 730-WRITE-RECEIPT-MATCH-REPORT.
               CLOSE INVENTORY-MASTER-FILE TRANSACTION-FILE-IN
                     TRANSACTION-LOG-FILE PRICE-HISTORY-FILE
                     LOCATION-STOCK-FILE BACKORDER-FILE
                     BACKORDER-FILL-LOG-FILE.
               IF WS-PO-FILE-PRESENT = "YES"
                   CLOSE OPEN-PO-FILE
               END-IF.
                   WS-RECEIPTS-MATCHED.
               DISPLAY "Unmatched receipts:        "
                   WS-UNMATCHED-COUNT.
               DISPLAY "Shipments backordered:     "
                   WS-SHIPMENTS-BACKORDERED.
               DISPLAY "Backorders filled:         "
                   WS-BACKORDERS-FILLED.
               DISPLAY "Count adjustments posted:  "
                   WS-COUNT-ADJUSTMENTS.

               303-LOOKUP-MASTER-RECORD.
                   MOVE TXN-PART-NUMBER-IN TO MASTER-PART-NUMBER.
                       AT END MOVE "YES" TO WS-EOF-FLAG.
               305-POST-TRANSACTION.
                   MOVE MASTER-QTY-ON-HAND TO WS-OLD-QUANTITY.
                   MOVE TXN-QUANTITY-IN TO WS-POST-QUANTITY.
                   EVALUATE TXN-TYPE-IN
                       WHEN "R" WHEN "r"
                           PERFORM 311-SET-FROM-LOCATION
                           PERFORM 306-REWRITE-AND-LOG
                           PERFORM 741-ADD-TO-LOCATION
                           PERFORM 308-MATCH-RECEIPT-TO-PO
                           PERFORM 315-FILL-OPEN-BACKORDERS
                       WHEN "S" WHEN "s"
                           PERFORM 311-SET-FROM-LOCATION
                           IF TXN-QUANTITY-IN > MASTER-QTY-ON-HAND
                               PERFORM 314-POST-SHORT-SHIPMENT
                           ELSE
                               PERFORM 742-SUBTRACT-FROM-LOCATION
                               IF WS-LOC-VALID-FLAG = "Y"
                           PERFORM 313-POST-TRANSFER
                       WHEN "P" WHEN "p"
                           PERFORM 307-POST-PRICE-CHANGE
                       WHEN "A" WHEN "a"
                           PERFORM 318-POST-COUNT-GAIN
                       WHEN "D" WHEN "d"
                           PERFORM 319-POST-COUNT-LOSS
                       WHEN OTHER
                           DISPLAY "Invalid transaction type - "
                               "skipped: " TXN-PART-NUMBER-IN
                           PERFORM 715-WRITE-TXN-LOG-RECORD
                       END-IF
                   END-IF.
               314-POST-SHORT-SHIPMENT.
                   DISPLAY WS-PROMPT-SHORT-QTY TXN-PART-NUMBER-IN.
                   MOVE ZERO TO WS-SHIP-AVAILABLE.
                   PERFORM 740-READ-LOCATION-RECORD.
                   IF WS-LOC-FOUND-FLAG = "YES"
                       MOVE LOC-QTY-ON-HAND TO WS-SHIP-AVAILABLE
                   END-IF.
                   IF WS-SHIP-AVAILABLE > MASTER-QTY-ON-HAND
                       MOVE MASTER-QTY-ON-HAND TO WS-SHIP-AVAILABLE
                   END-IF.
                   IF WS-SHIP-AVAILABLE > ZERO
                       MOVE WS-SHIP-AVAILABLE TO WS-POST-QUANTITY
                       PERFORM 742-SUBTRACT-FROM-LOCATION
                       IF WS-LOC-VALID-FLAG = "Y"
                           SUBTRACT WS-POST-QUANTITY
                               FROM MASTER-QTY-ON-HAND
                           MOVE "Shipment" TO WS-TXN-TYPE
                           PERFORM 306-REWRITE-AND-LOG
                       ELSE
                           MOVE ZERO TO WS-SHIP-AVAILABLE
                       END-IF
                   END-IF.
                   SUBTRACT WS-SHIP-AVAILABLE FROM TXN-QUANTITY-IN
                       GIVING WS-BACKORDER-QTY.
                   PERFORM 750-WRITE-BACKORDER-RECORD.
               315-FILL-OPEN-BACKORDERS.
                   MOVE TXN-QUANTITY-IN TO WS-FILL-POOL.
                   MOVE MASTER-PART-NUMBER TO BO-PART-NUMBER.
                   MOVE WS-LOC-CODE TO BO-LOCATION-CODE.
                   MOVE ZERO TO BO-POSTING-DATE.
                   MOVE ZERO TO BO-SEQUENCE.
                   START BACKORDER-FILE
                       KEY NOT < BO-RECORD-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-BO-EOF-FLAG
                       NOT INVALID KEY
                           MOVE "NO" TO WS-BO-EOF-FLAG
                   END-START.
                   IF WS-BACKORDER-FILE-STATUS NOT = "00"
                       MOVE "YES" TO WS-BO-EOF-FLAG
                   END-IF.
                   PERFORM 316-READ-NEXT-BACKORDER
                       UNTIL WS-BO-EOF-FLAG = "YES"
                          OR WS-FILL-POOL = ZERO.
               316-READ-NEXT-BACKORDER.
                   READ BACKORDER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-BO-EOF-FLAG
                       NOT AT END
                           IF BO-PART-NUMBER NOT = MASTER-PART-NUMBER
                              OR BO-LOCATION-CODE NOT = WS-LOC-CODE
                               MOVE "YES" TO WS-BO-EOF-FLAG
                           ELSE
                               IF BO-STATUS = "O"
                                   PERFORM 317-FILL-ONE-BACKORDER
                               END-IF
                           END-IF
                   END-READ.
               317-FILL-ONE-BACKORDER.
                   IF BO-QTY-OPEN < WS-FILL-POOL
                       MOVE BO-QTY-OPEN TO WS-FILL-QTY
                   ELSE
                       MOVE WS-FILL-POOL TO WS-FILL-QTY
                   END-IF.
                   MOVE MASTER-QTY-ON-HAND TO WS-OLD-QUANTITY.
                   MOVE WS-FILL-QTY TO WS-POST-QUANTITY.
                   PERFORM 742-SUBTRACT-FROM-LOCATION.
                   IF WS-LOC-VALID-FLAG = "Y"
                       SUBTRACT WS-FILL-QTY FROM MASTER-QTY-ON-HAND
                       MOVE "Shipment" TO WS-TXN-TYPE
                       PERFORM 306-REWRITE-AND-LOG
                       SUBTRACT WS-FILL-QTY FROM BO-QTY-OPEN
                       SUBTRACT WS-FILL-QTY FROM WS-FILL-POOL
                       IF BO-QTY-OPEN = ZERO
                           MOVE "F" TO BO-STATUS
                       END-IF
                       REWRITE BACKORDER-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update backorder: "
                                   BO-RECORD-KEY
                       END-REWRITE
                       ADD 1 TO WS-BACKORDERS-FILLED
                       PERFORM 752-WRITE-FILL-LOG-RECORD
                   ELSE
                       MOVE ZERO TO WS-FILL-POOL
                   END-IF.
               318-POST-COUNT-GAIN.
                   PERFORM 311-SET-FROM-LOCATION.
                   ADD TXN-QUANTITY-IN TO MASTER-QTY-ON-HAND.
                   MOVE "CC Adj+" TO WS-TXN-TYPE.
                   PERFORM 306-REWRITE-AND-LOG.
                   PERFORM 741-ADD-TO-LOCATION.
                   ADD 1 TO WS-COUNT-ADJUSTMENTS.
                   PERFORM 315-FILL-OPEN-BACKORDERS.
               319-POST-COUNT-LOSS.
                   PERFORM 311-SET-FROM-LOCATION.
                   PERFORM 740-READ-LOCATION-RECORD.
                   IF WS-LOC-FOUND-FLAG = "YES"
                      AND WS-POST-QUANTITY > LOC-QTY-ON-HAND
                       MOVE LOC-QTY-ON-HAND TO WS-POST-QUANTITY
                   END-IF.
                   IF WS-POST-QUANTITY > MASTER-QTY-ON-HAND
                       MOVE MASTER-QTY-ON-HAND TO WS-POST-QUANTITY
                   END-IF.
                   IF WS-POST-QUANTITY > ZERO
                       PERFORM 742-SUBTRACT-FROM-LOCATION
                       IF WS-LOC-VALID-FLAG = "Y"
                           SUBTRACT WS-POST-QUANTITY
                               FROM MASTER-QTY-ON-HAND
                           MOVE "CC Adj-" TO WS-TXN-TYPE
                           PERFORM 306-REWRITE-AND-LOG
                           ADD 1 TO WS-COUNT-ADJUSTMENTS
                       END-IF
                   ELSE
                       DISPLAY "No stock on hand at location "
                           WS-LOC-CODE " - nothing adjusted: "
                           TXN-PART-NUMBER-IN
                   END-IF.

               701-OPEN-MASTER-FILE.
                   MOVE "NO" TO WS-MASTER-NEWLY-CREATED.
                       OPEN I-O LOCATION-STOCK-FILE
                       MOVE "YES" TO WS-LOCATION-NEWLY-CREATED
                   END-IF.
                   OPEN I-O BACKORDER-FILE.
                   IF WS-BACKORDER-FILE-STATUS = "35"
                       OPEN OUTPUT BACKORDER-FILE
                       CLOSE BACKORDER-FILE
                       OPEN I-O BACKORDER-FILE
                   END-IF.
                   IF WS-BACKORDER-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open invent_backorder.txt - "
                           "file status " WS-BACKORDER-FILE-STATUS
                       CLOSE INVENTORY-MASTER-FILE
                             LOCATION-STOCK-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF.
               702-OPEN-TXN-FILES.
                   OPEN INPUT TRANSACTION-FILE-IN.
                   OPEN EXTEND TRANSACTION-LOG-FILE.
                       CLOSE PRICE-HISTORY-FILE
                       OPEN EXTEND PRICE-HISTORY-FILE
                   END-IF.
                   OPEN EXTEND BACKORDER-FILL-LOG-FILE.
                   IF WS-FILL-LOG-FILE-STATUS = "35"
                       OPEN OUTPUT BACKORDER-FILL-LOG-FILE
                       CLOSE BACKORDER-FILL-LOG-FILE
                       OPEN EXTEND BACKORDER-FILL-LOG-FILE
                   END-IF.
               703-LOAD-OPEN-PO-TABLE.
                   OPEN I-O OPEN-PO-FILE.
                   IF WS-PO-FILE-STATUS = "00"
                   MOVE WS-OLD-QUANTITY TO WS-LOG-OLD-QTY-OUT.
                   MOVE WS-NEW-QUANTITY TO WS-LOG-NEW-QTY-OUT.
                   IF WS-TXN-TYPE = "Shipment"
                      OR WS-TXN-TYPE = "CC Adj-"
                       MOVE "-" TO WS-LOG-CHANGE-SIGN-OUT
                   ELSE
                       MOVE "+" TO WS-LOG-CHANGE-SIGN-OUT
                   END-IF.
                   MOVE WS-POST-QUANTITY TO WS-LOG-CHANGE-QTY-OUT.
                   WRITE TRANSACTION-LOG-RECORD FROM WS-TXN-LOG-LINE.
               716-WRITE-PRICE-HISTORY-RECORD.
                   MOVE MASTER-PART-NUMBER
                   MOVE WS-OLD-UNIT-PRICE TO PRICE-HIST-OLD-PRICE.
                   MOVE MASTER-UNIT-PRICE TO PRICE-HIST-NEW-PRICE.
                   MOVE WS-POSTING-DATE TO PRICE-HIST-EFF-DATE.
                   MOVE MASTER-QTY-ON-HAND TO PRICE-HIST-QTY-ON-HAND.
                   WRITE PRICE-HISTORY-RECORD.
               717-TABLE-REVALUATION-ENTRY.
                   IF WS-REVAL-COUNT < 100
               741-ADD-TO-LOCATION.
                   PERFORM 740-READ-LOCATION-RECORD.
                   IF WS-LOC-FOUND-FLAG = "YES"
                       ADD WS-POST-QUANTITY TO LOC-QTY-ON-HAND
                       REWRITE LOCATION-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update location "
                   ELSE
                       MOVE MASTER-PART-NUMBER TO LOC-PART-NUMBER
                       MOVE WS-LOC-CODE TO LOC-LOCATION-CODE
                       MOVE WS-POST-QUANTITY TO LOC-QTY-ON-HAND
                       WRITE LOCATION-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "Unable to add location "
                   MOVE "N" TO WS-LOC-VALID-FLAG.
                   PERFORM 740-READ-LOCATION-RECORD.
                   IF WS-LOC-FOUND-FLAG = "YES"
                      AND LOC-QTY-ON-HAND NOT < WS-POST-QUANTITY
                       SUBTRACT WS-POST-QUANTITY FROM LOC-QTY-ON-HAND
                       REWRITE LOCATION-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update location "
                           WS-LOC-CODE " - skipped: "
                           TXN-PART-NUMBER-IN
                   END-IF.
               750-WRITE-BACKORDER-RECORD.
                   MOVE MASTER-PART-NUMBER TO BO-PART-NUMBER.
                   MOVE WS-LOC-CODE TO BO-LOCATION-CODE.
                   MOVE WS-POSTING-DATE TO BO-POSTING-DATE.
                   MOVE WS-BACKORDER-QTY TO BO-QTY-SHORT.
                   MOVE WS-BACKORDER-QTY TO BO-QTY-OPEN.
                   MOVE MASTER-SUPPLIER-CODE TO BO-SUPPLIER-CODE.
                   MOVE "O" TO BO-STATUS.
                   MOVE ZERO TO BO-SEQUENCE.
                   MOVE "NO" TO WS-BO-WRITTEN-FLAG.
                   PERFORM 751-WRITE-BACKORDER-SEQUENCE
                       UNTIL WS-BO-WRITTEN-FLAG NOT = "NO".
               751-WRITE-BACKORDER-SEQUENCE.
                   ADD 1 TO BO-SEQUENCE.
                   WRITE BACKORDER-RECORD
                       INVALID KEY
                           IF BO-SEQUENCE = 999
                              OR WS-BACKORDER-FILE-STATUS NOT = "22"
                               MOVE "ERR" TO WS-BO-WRITTEN-FLAG
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WS-SHIPMENTS-BACKORDERED
                           MOVE "YES" TO WS-BO-WRITTEN-FLAG
                   END-WRITE.
                   IF WS-BACKORDER-FILE-STATUS NOT = "00"
                      AND WS-BACKORDER-FILE-STATUS NOT = "22"
                       MOVE "ERR" TO WS-BO-WRITTEN-FLAG
                   END-IF.
                   IF WS-BO-WRITTEN-FLAG = "ERR"
                       DISPLAY "Unable to add backorder - "
                           "demand lost: " TXN-PART-NUMBER-IN
                           " file status " WS-BACKORDER-FILE-STATUS
                   END-IF.
               752-WRITE-FILL-LOG-RECORD.
                   MOVE WS-POSTING-DATE TO WS-FIL-DATE-OUT.
                   MOVE BO-PART-NUMBER TO WS-FIL-PART-OUT.
                   MOVE BO-LOCATION-CODE TO WS-FIL-LOCATION-OUT.
                   MOVE BO-POSTING-DATE TO WS-FIL-BO-DATE-OUT.
                   MOVE WS-FILL-QTY TO WS-FIL-FILLED-OUT.
                   MOVE BO-QTY-OPEN TO WS-FIL-OPEN-OUT.
                   MOVE BO-SUPPLIER-CODE TO WS-FIL-SUPPLIER-OUT.
                   WRITE BACKORDER-FILL-LOG-RECORD
                       FROM WS-FILL-LOG-LINE.

                   710-BUILD-MASTER-FROM-INVENT-IN.
                       OPEN INPUT SUPPLIER-MASTER-FILE.
