      *        carries the supplier name resolved from the          *
      *        supplier master supplier_master.txt so the           *
      *        buyers see a name, not just a code.                  *
      *        The reorder quantities on reorder_params.txt         *
      *        are the demand-based figures computed by             *
      *        Reorder-Calc-Project33.                              *
      *        Any quantity still open for the part on the          *
      *        backorder file invent_backorder.txt is added         *
      *        on top of the reorder quantity, so the order         *
      *        covers the customer demand already owed as           *
      *        well as the restock; the backordered portion         *
      *        is shown on the suggestion line.                     *
      *                                                            *
      **************************************************************
      *
      *        EXC      --------------------------- Exception      *
      *        PO       --------------------------- Purchase Order *
      *        SUG      --------------------------- Suggestion     *
      *        BO       --------------------------- Backorder      *
      *        INIT     --------------------------- Initialize     *
      *        TERM     --------------------------- Terminate      *
      *        WS       --------------------------- Working        *
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

               SELECT BACKORDER-FILE ASSIGN TO
                                     "D:\Cobol\invent_backorder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-RECORD-KEY
               FILE STATUS IS WS-BACKORDER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INVENT-EXCEPTION-FILE.
              05 PARAM-PART-NUMBER     PIC 9(7).
              05 FILLER                PIC X(1).
              05 PARAM-REORDER-QTY     PIC 9(4).
              05 FILLER                PIC X(1).
              05 PARAM-REORDER-POINT   PIC 9(4).

           FD PO-SUGGESTION-FILE.
           01 PO-SUGGESTION-RECORD     PIC X(86).

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-RECORD.
              05 SUP-LEAD-DAYS         PIC 9(3).
              05 SUP-ACTIVE-FLAG       PIC X(1).

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

           WORKING-STORAGE SECTION.
           01 WS-SUPPLIER-GROUP-HEADER.
              05 FILLER                PIC X(9)    VALUE "Supplier:".
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "Cost:".
              05 WS-SUG-EXT-COST-OUT   PIC ZZZZZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "B/O:".
              05 WS-SUG-BACKORDER-OUT  PIC ZZZ9.

           01 WS-SUPPLIER-TOTAL-LINE.
              05 FILLER                PIC X(15)   VALUE
                 10 WS-SUG-PART-NAME   PIC X(20).
                 10 WS-SUG-SUPPLIER    PIC X(5).
                 10 WS-SUG-ORDER-QTY   PIC 9(4).
                 10 WS-SUG-BACKORDER-QTY PIC 9(4).
                 10 WS-SUG-UNIT-PRICE  PIC 9(4).
                 10 WS-SUG-EXT-COST    PIC 9(8).
                 10 WS-SUG-WRITTEN-FLAG PIC X(1).

           01 WS-REORDER-PARAM-TABLE.
              05 WS-PARAM-ENTRY OCCURS 2000 TIMES.
                 10 WS-PARAM-PART      PIC 9(7).
                 10 WS-PARAM-QTY       PIC 9(4).

           01 WS-REORDER-DEFAULTS.
              05 WS-DEFAULT-REORDER-QTY PIC 9(4)   VALUE 0100.
              05 WS-REORDER-QTY        PIC 9(4)    VALUE ZERO.
              05 WS-BACKORDER-QTY      PIC 9(4)    VALUE ZERO.

           01 WS-RESPONSES.
              05 WS-EXCEPTION-FILE-STATUS PIC X(2).
              05 WS-PARAM-FILE-STATUS  PIC X(2).
              05 WS-SUPPLIER-FILE-STATUS PIC X(2).
              05 WS-SUPPLIER-FILE-PRESENT PIC X(3)  VALUE "NO".
              05 WS-BACKORDER-FILE-STATUS PIC X(2).
              05 WS-BACKORDER-FILE-PRESENT PIC X(3) VALUE "NO".
              05 WS-EXC-FIRST-FLAG     PIC X(3)    VALUE "YES".

           01 WS-FLAGS-AND-COUNTERS.
              05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
              05 WS-PARAM-EOF-FLAG     PIC X(3)    VALUE "NO".
              05 WS-PARTS-NOT-ON-MASTER PIC 9(4)   VALUE ZERO.
              05 WS-BO-EOF-FLAG        PIC X(3)    VALUE "NO".
              05 WS-PARTS-BACKORDERED  PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-PO-SUGGESTIONS.
               DISPLAY "Suggestions built:     " WS-SUGGESTION-COUNT.
               DISPLAY "Parts not on master:   "
                   WS-PARTS-NOT-ON-MASTER.
               DISPLAY "Parts with backorders: "
                   WS-PARTS-BACKORDERED.

               303-BUILD-ONE-SUGGESTION.
                   PERFORM 703-LOOKUP-MASTER-PART.
                           TO WS-SUG-SUPPLIER (WS-SUG-IDX)
                       MOVE WS-REORDER-QTY
                           TO WS-SUG-ORDER-QTY (WS-SUG-IDX)
                       MOVE WS-BACKORDER-QTY
                           TO WS-SUG-BACKORDER-QTY (WS-SUG-IDX)
                       MOVE MASTER-UNIT-PRICE
                           TO WS-SUG-UNIT-PRICE (WS-SUG-IDX)
                       MULTIPLY WS-REORDER-QTY BY MASTER-UNIT-PRICE
                   ELSE
                       MOVE WS-DEFAULT-REORDER-QTY TO WS-REORDER-QTY
                   END-IF.
                   PERFORM 313-SUM-OPEN-BACKORDERS.
                   IF WS-BACKORDER-QTY > ZERO
                       ADD 1 TO WS-PARTS-BACKORDERED
                       ADD WS-BACKORDER-QTY TO WS-REORDER-QTY
                           ON SIZE ERROR
                               MOVE 9999 TO WS-REORDER-QTY
                               DISPLAY "Order quantity capped at 9999 "
                                   "- part: " MASTER-PART-NUMBER
                       END-ADD
                   END-IF.
               307-SEARCH-PARAM-ENTRY.
                   IF WS-PARAM-PART (WS-PARAM-IDX) =
                          MASTER-PART-NUMBER
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       CLOSE SUPPLIER-MASTER-FILE
                   END-IF.
                   IF WS-BACKORDER-FILE-PRESENT = "YES"
                       CLOSE BACKORDER-FILE
                   END-IF.

               310-LOAD-REORDER-PARAMS.
                   OPEN INPUT REORDER-PARAM-FILE.
                   READ REORDER-PARAM-FILE
                       AT END MOVE "YES" TO WS-PARAM-EOF-FLAG.
               312-TABLE-PARAM-RECORD.
                   IF WS-PARAM-COUNT < 2000
                       ADD 1 TO WS-PARAM-COUNT
                       MOVE PARAM-PART-NUMBER
                           TO WS-PARAM-PART (WS-PARAM-COUNT)
                           "entry skipped: " PARAM-PART-NUMBER
                   END-IF.
                   PERFORM 311-READ-PARAM-RECORD.
               313-SUM-OPEN-BACKORDERS.
                   MOVE ZERO TO WS-BACKORDER-QTY.
                   IF WS-BACKORDER-FILE-PRESENT = "YES"
                       MOVE MASTER-PART-NUMBER TO BO-PART-NUMBER
                       MOVE LOW-VALUES TO BO-LOCATION-CODE
                       MOVE ZERO TO BO-POSTING-DATE
                       MOVE ZERO TO BO-SEQUENCE
                       START BACKORDER-FILE
                           KEY NOT < BO-RECORD-KEY
                           INVALID KEY
                               MOVE "YES" TO WS-BO-EOF-FLAG
                           NOT INVALID KEY
                               MOVE "NO" TO WS-BO-EOF-FLAG
                       END-START
                       PERFORM 314-READ-NEXT-BACKORDER
                           UNTIL WS-BO-EOF-FLAG = "YES"
                   END-IF.
               314-READ-NEXT-BACKORDER.
                   READ BACKORDER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-BO-EOF-FLAG
                       NOT AT END
                           IF BO-PART-NUMBER NOT = MASTER-PART-NUMBER
                               MOVE "YES" TO WS-BO-EOF-FLAG
                           ELSE
                               IF BO-STATUS = "O"
                                   ADD BO-QTY-OPEN TO WS-BACKORDER-QTY
                                       ON SIZE ERROR
                                           MOVE 9999
                                               TO WS-BACKORDER-QTY
                                   END-ADD
                               END-IF
                           END-IF
                   END-READ.

               320-WRITE-SUPPLIER-GROUPS.
                   MOVE 1 TO WS-GROUP-IDX.
                           TO WS-SUG-PART-NAME-OUT
                       MOVE WS-SUG-ORDER-QTY (WS-SUG-IDX)
                           TO WS-SUG-ORDER-QTY-OUT
                       MOVE WS-SUG-BACKORDER-QTY (WS-SUG-IDX)
                           TO WS-SUG-BACKORDER-OUT
                       MOVE WS-SUG-UNIT-PRICE (WS-SUG-IDX)
                           TO WS-SUG-UNIT-PRICE-OUT
                       MOVE WS-SUG-EXT-COST (WS-SUG-IDX)
                       DISPLAY "No supplier_master.txt - supplier "
                           "names not resolved."
                   END-IF.
                   OPEN INPUT BACKORDER-FILE.
                   IF WS-BACKORDER-FILE-STATUS = "00"
                       MOVE "YES" TO WS-BACKORDER-FILE-PRESENT
                   ELSE
                       DISPLAY "No invent_backorder.txt - no "
                           "backorder quantity added."
                   END-IF.
               703-LOOKUP-MASTER-PART.
                   MOVE EXC-PART-NUMBER TO MASTER-PART-NUMBER.
                   READ INVENTORY-MASTER-FILE
