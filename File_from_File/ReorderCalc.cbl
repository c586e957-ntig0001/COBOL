      **************************************************************
      *        This program recalculates the per-part reorder      *
      *        point and reorder quantity from actual demand,       *
      *        replacing the hand-kept reorder_params.txt.          *
      *        A demand window (start and end date YYYYMMDD),       *
      *        a safety-stock factor (percent of lead-time          *
      *        demand) and an order-cover period in days are        *
      *        keyed at run time.  Every dated "Shipment" line      *
      *        on the posting log invent_txn_log.txt inside the     *
      *        window is totalled per part and divided by the       *
      *        days in the window to give average daily             *
      *        shipments.  For each part on the master              *
      *        invent_master.txt with demand in the window the      *
      *        supplier's SUP-LEAD-DAYS from                        *
      *        supplier_master.txt gives the lead-time demand;      *
      *        the reorder point is that demand plus the            *
      *        safety stock, and the reorder quantity is the        *
      *        average daily demand times the cover period.         *
      *        Parts with no demand in the window keep their        *
      *        current values.  reorder_params.txt is               *
      *        rewritten with the reorder point carried after       *
      *        the quantity, for Inventory-Report-Project2 and      *
      *        Purchase-Suggest-Project12, and                      *
      *        reorder_changes.txt lists the old and new            *
      *        values of every part whose figures moved.            *
      *                                                            *
      **************************************************************
      *
      **************************************************************
      *                           Glossary                         *
      *        INVENT   --------------------------- Inventory      *
      *        QTY      --------------------------- Quantity       *
      *        TXN      --------------------------- Transaction    *
      *        ROP      --------------------------- Reorder Point  *
      *        DMD      --------------------------- Demand         *
      *        SUP      --------------------------- Supplier       *
      *        INIT     --------------------------- Initialize     *
      *        TERM     --------------------------- Terminate      *
      *        WS       --------------------------- Working        *
      *                                             Storage        *
      *                                             Variables      *
      *        WS-EOF-FLAG ------------------------ End of File    *
      *                                             Flag           *
      *                                                            *
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reorder-Calc-Project33.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSACTION-LOG-FILE ASSIGN TO
                                     "D:\Cobol\invent_txn_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

               SELECT INVENTORY-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\invent_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-PART-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

               SELECT SUPPLIER-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\supplier_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

               SELECT REORDER-PARAM-FILE ASSIGN TO
                                     "D:\Cobol\reorder_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

               SELECT REORDER-CHANGE-FILE ASSIGN TO
                                     "D:\Cobol\reorder_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD TRANSACTION-LOG-FILE.
           01 TRANSACTION-LOG-RECORD.
              05 LOG-POSTING-DATE      PIC X(8).
              05 LOG-POSTING-DATE-9 REDEFINES LOG-POSTING-DATE
                                       PIC 9(8).
              05 FILLER                PIC X(3).
              05 LOG-PART-NUMBER       PIC X(7).
              05 FILLER                PIC X(3).
              05 LOG-TXN-TYPE          PIC X(8).
              05 FILLER                PIC X(3).
              05 FILLER                PIC X(8).
              05 LOG-OLD-QTY           PIC X(4).
              05 FILLER                PIC X(3).
              05 FILLER                PIC X(7).
              05 LOG-CHANGE-SIGN       PIC X(1).
              05 LOG-CHANGE-QTY        PIC X(4).
              05 FILLER                PIC X(3).
              05 FILLER                PIC X(8).
              05 LOG-NEW-QTY           PIC X(4).
              05 FILLER                PIC X(3).
              05 FILLER                PIC X(4).
              05 LOG-SUPPLIER-CODE     PIC X(5).

           FD INVENTORY-MASTER-FILE.
           01 INVENTORY-MASTER-RECORD.
              05 MASTER-PART-NUMBER    PIC 9(7).
              05 MASTER-PART-NAME      PIC X(20).
              05 MASTER-QTY-ON-HAND    PIC 9(4).
              05 MASTER-UNIT-PRICE     PIC 9(4).
              05 MASTER-SUPPLIER-CODE  PIC X(5).

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-RECORD.
              05 SUP-CODE              PIC X(5).
              05 SUP-NAME              PIC X(20).
              05 SUP-CONTACT           PIC X(20).
              05 SUP-LEAD-DAYS         PIC 9(3).
              05 SUP-ACTIVE-FLAG       PIC X(1).

           FD REORDER-PARAM-FILE.
           01 REORDER-PARAM-RECORD.
              05 PARAM-PART-NUMBER     PIC 9(7).
              05 FILLER                PIC X(1).
              05 PARAM-REORDER-QTY     PIC 9(4).
              05 FILLER                PIC X(1).
              05 PARAM-REORDER-POINT   PIC 9(4).

           FD REORDER-CHANGE-FILE.
           01 REORDER-CHANGE-RECORD    PIC X(110).

           WORKING-STORAGE SECTION.
           01 WS-REPORT-TITLE-LINE.
              05 FILLER                PIC X(35)   VALUE
                  "Reorder Parameter Changes - Window:".
              05 FILLER                PIC X       VALUE SPACES.
              05 WS-TITLE-START-OUT    PIC 9(8).
              05 FILLER                PIC X(4)    VALUE " to ".
              05 WS-TITLE-END-OUT      PIC 9(8).
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(7)    VALUE "Safety:".
              05 WS-TITLE-SAFETY-OUT   PIC ZZ9.
              05 FILLER                PIC X(4)    VALUE "%   ".
              05 FILLER                PIC X(6)    VALUE "Cover:".
              05 WS-TITLE-COVER-OUT    PIC ZZ9.
              05 FILLER                PIC X(5)    VALUE " days".

           01 WS-CHANGE-DETAIL-LINE.
              05 WS-CHG-PART-OUT       PIC 9(7).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-CHG-NAME-OUT       PIC X(20).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "Sup:".
              05 WS-CHG-SUPPLIER-OUT   PIC X(5).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "Lead:".
              05 WS-CHG-LEAD-OUT       PIC ZZ9.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(8)    VALUE "Avg/Day:".
              05 WS-CHG-AVG-OUT        PIC ZZZ9.99.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "ROP:".
              05 WS-CHG-OLD-POINT-OUT  PIC ZZZ9.
              05 FILLER                PIC X(4)    VALUE " -> ".
              05 WS-CHG-NEW-POINT-OUT  PIC ZZZ9.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "Qty:".
              05 WS-CHG-OLD-QTY-OUT    PIC ZZZ9.
              05 FILLER                PIC X(4)    VALUE " -> ".
              05 WS-CHG-NEW-QTY-OUT    PIC ZZZ9.

           01 WS-DEMAND-TABLE.
              05 WS-DMD-ENTRY OCCURS 2000 TIMES.
                 10 WS-DMD-PART        PIC 9(7).
                 10 WS-DMD-SHIPPED     PIC 9(7).

           01 WS-REORDER-PARAM-TABLE.
              05 WS-PARAM-ENTRY OCCURS 2000 TIMES.
                 10 WS-PARAM-PART      PIC 9(7).
                 10 WS-PARAM-QTY       PIC 9(4).
                 10 WS-PARAM-POINT     PIC 9(4).

           01 WS-TABLE-WORK-FIELDS.
              05 WS-DMD-COUNT          PIC 9(4)    VALUE ZERO.
              05 WS-DMD-IDX            PIC 9(4)    VALUE ZERO.
              05 WS-DMD-FOUND-FLAG     PIC X(3)    VALUE "NO".
              05 WS-PARAM-COUNT        PIC 9(4)    VALUE ZERO.
              05 WS-PARAM-IDX          PIC 9(4)    VALUE ZERO.
              05 WS-PARAM-FOUND-FLAG   PIC X(3)    VALUE "NO".
              05 WS-PARAM-FULL-FLAG    PIC X(3)    VALUE "NO".

           01 WS-REORDER-DEFAULTS.
              05 WS-DEFAULT-REORDER-QTY PIC 9(4)   VALUE 0100.
              05 WS-DEFAULT-REORDER-POINT PIC 9(4) VALUE 0050.
              05 WS-DEFAULT-LEAD-DAYS  PIC 9(3)    VALUE 007.

           01 WS-RUN-PARAMETERS.
              05 WS-START-ENTERED      PIC X(8)    VALUE SPACES.
              05 WS-START-9 REDEFINES WS-START-ENTERED PIC 9(8).
              05 WS-END-ENTERED        PIC X(8)    VALUE SPACES.
              05 WS-END-9 REDEFINES WS-END-ENTERED PIC 9(8).
              05 WS-SAFETY-NUMERIC     PIC 9(3)    VALUE ZERO.
              05 WS-COVER-NUMERIC      PIC 9(3)    VALUE ZERO.
              05 WS-WINDOW-START       PIC 9(8)    VALUE ZERO.
              05 WS-WINDOW-END         PIC 9(8)    VALUE ZERO.
              05 WS-SAFETY-PERCENT     PIC 9(3)    VALUE 050.
              05 WS-COVER-DAYS         PIC 9(3)    VALUE 030.
              05 WS-WINDOW-VALID-FLAG  PIC X(3)    VALUE "NO".

           01 WS-CALC-WORK-FIELDS.
              05 WS-WINDOW-DAYS        PIC 9(5)    VALUE ZERO.
              05 WS-START-DAY-NUMBER   PIC 9(7)    VALUE ZERO.
              05 WS-PART-SHIPPED       PIC 9(7)    VALUE ZERO.
              05 WS-AVG-DAILY          PIC 9(5)V9(4) VALUE ZERO.
              05 WS-LEAD-DAYS          PIC 9(3)    VALUE ZERO.
              05 WS-LEAD-DEMAND        PIC 9(8)V9(4) VALUE ZERO.
              05 WS-OLD-POINT          PIC 9(4)    VALUE ZERO.
              05 WS-OLD-QTY            PIC 9(4)    VALUE ZERO.
              05 WS-NEW-POINT          PIC 9(4)    VALUE ZERO.
              05 WS-NEW-QTY            PIC 9(4)    VALUE ZERO.

           01 WS-DATE-WORK-FIELDS.
              05 WS-DATE-WORK          PIC 9(8).
              05 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
                 10 WS-DATE-YEAR       PIC 9(4).
                 10 WS-DATE-MONTH      PIC 9(2).
                 10 WS-DATE-DAY        PIC 9(2).
              05 WS-CALC-YEAR          PIC 9(4)    VALUE ZERO.
              05 WS-CALC-MONTH         PIC 9(2)    VALUE ZERO.
              05 WS-CALC-QUOTIENT-4    PIC 9(4)    VALUE ZERO.
              05 WS-CALC-QUOTIENT-100  PIC 9(4)    VALUE ZERO.
              05 WS-CALC-QUOTIENT-400  PIC 9(4)    VALUE ZERO.
              05 WS-CALC-MONTH-DAYS    PIC 9(4)    VALUE ZERO.
              05 WS-DAY-NUMBER         PIC 9(7)    VALUE ZERO.

           01 WS-QTY-CONVERT.
              05 WS-QTY-X              PIC X(4).
              05 WS-QTY-9 REDEFINES WS-QTY-X PIC 9(4).

           01 WS-RUN-COUNTERS.
              05 WS-LOG-LINES-READ     PIC 9(5)    VALUE ZERO.
              05 WS-LINES-IN-WINDOW    PIC 9(5)    VALUE ZERO.
              05 WS-PARTS-READ         PIC 9(4)    VALUE ZERO.
              05 WS-PARTS-NO-DEMAND    PIC 9(4)    VALUE ZERO.
              05 WS-PARTS-CHANGED      PIC 9(4)    VALUE ZERO.
              05 WS-PARTS-UNCHANGED    PIC 9(4)    VALUE ZERO.
              05 WS-PARTS-DEFAULT-LEAD PIC 9(4)    VALUE ZERO.

           01 WS-RESPONSES.
              05 WS-LOG-FILE-STATUS    PIC X(2).
              05 WS-MASTER-FILE-STATUS PIC X(2).
              05 WS-SUPPLIER-FILE-STATUS PIC X(2).
              05 WS-PARAM-FILE-STATUS  PIC X(2).
              05 WS-SUPPLIER-FILE-PRESENT PIC X(3) VALUE "NO".

           01 WS-FLAGS-AND-COUNTERS.
              05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
              05 WS-LOG-EOF-FLAG       PIC X(3)    VALUE "NO".
              05 WS-PARAM-EOF-FLAG     PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-REORDER-CALC.
           PERFORM 201-INIT-REORDER-CALC.
           IF WS-WINDOW-VALID-FLAG = "YES"
               PERFORM 202-RECALC-MASTER-PART
                       UNTIL WS-EOF-FLAG = "YES"
               PERFORM 203-TERM-REORDER-CALC
           END-IF.
           STOP RUN.

           201-INIT-REORDER-CALC.
               PERFORM 301-ACCEPT-RUN-PARAMETERS.
               IF WS-WINDOW-VALID-FLAG = "YES"
                   PERFORM 310-LOAD-REORDER-PARAMS
               END-IF.
               IF WS-PARAM-FULL-FLAG = "YES"
                   DISPLAY "Reorder parameter table full - nothing "
                       "recalculated, reorder_params.txt not changed."
                   MOVE "NO" TO WS-WINDOW-VALID-FLAG
                   MOVE 16 TO RETURN-CODE
               END-IF.
               IF WS-WINDOW-VALID-FLAG = "YES"
                   PERFORM 320-LOAD-WINDOW-DEMAND
                   PERFORM 701-OPEN-CALC-FILES
               END-IF.
               IF WS-WINDOW-VALID-FLAG = "YES"
                   PERFORM 302-WRITE-REPORT-TITLE
                   PERFORM 304-READ-MASTER-RECORD
               END-IF.
           202-RECALC-MASTER-PART.
               ADD 1 TO WS-PARTS-READ.
               PERFORM 330-FIND-PART-DEMAND.
               IF WS-PART-SHIPPED = ZERO
                   ADD 1 TO WS-PARTS-NO-DEMAND
               ELSE
                   PERFORM 340-COMPUTE-NEW-VALUES
                   PERFORM 350-APPLY-NEW-VALUES
               END-IF.
               PERFORM 304-READ-MASTER-RECORD.
           203-TERM-REORDER-CALC.
               IF WS-PARAM-FULL-FLAG = "YES"
                   DISPLAY "Reorder parameter table full - "
                       "reorder_params.txt not changed."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 360-REWRITE-REORDER-PARAMS
               END-IF.
               PERFORM 308-CLOSE-CALC-FILES.
               DISPLAY "Log lines read:          " WS-LOG-LINES-READ.
               DISPLAY "Shipment lines in window:" WS-LINES-IN-WINDOW.
               DISPLAY "Master parts read:       " WS-PARTS-READ.
               DISPLAY "Parts with no demand:    " WS-PARTS-NO-DEMAND.
               DISPLAY "Parts changed:           " WS-PARTS-CHANGED.
               DISPLAY "Parts unchanged:         " WS-PARTS-UNCHANGED.
               DISPLAY "Default lead time used:  "
                   WS-PARTS-DEFAULT-LEAD.

               301-ACCEPT-RUN-PARAMETERS.
                   MOVE "YES" TO WS-WINDOW-VALID-FLAG.
                   DISPLAY "Enter demand window start date YYYYMMDD:".
                   ACCEPT WS-START-ENTERED.
                   DISPLAY "Enter demand window end date YYYYMMDD:".
                   ACCEPT WS-END-ENTERED.
                   IF WS-START-9 IS NUMERIC AND WS-START-9 > ZERO
                      AND WS-END-9 IS NUMERIC
                      AND WS-END-9 NOT < WS-START-9
                       MOVE WS-START-9 TO WS-WINDOW-START
                       MOVE WS-END-9 TO WS-WINDOW-END
                   ELSE
                       DISPLAY "Demand window is not a valid date "
                           "range - nothing recalculated."
                       MOVE "NO" TO WS-WINDOW-VALID-FLAG
                       MOVE 16 TO RETURN-CODE
                   END-IF.
                   DISPLAY "Enter safety-stock factor percent of "
                       "lead-time demand (000-999):".
                   ACCEPT WS-SAFETY-NUMERIC.
                   MOVE WS-SAFETY-NUMERIC TO WS-SAFETY-PERCENT.
                   DISPLAY "Enter order cover days (001-999):".
                   ACCEPT WS-COVER-NUMERIC.
                   IF WS-COVER-NUMERIC > ZERO
                       MOVE WS-COVER-NUMERIC TO WS-COVER-DAYS
                   ELSE
                       DISPLAY "Order cover days is not 001-999 - "
                           "using " WS-COVER-DAYS " days."
                   END-IF.
                   IF WS-WINDOW-VALID-FLAG = "YES"
                       MOVE WS-WINDOW-START TO WS-DATE-WORK
                       PERFORM 390-COMPUTE-DAY-NUMBER
                       MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
                       MOVE WS-WINDOW-END TO WS-DATE-WORK
                       PERFORM 390-COMPUTE-DAY-NUMBER
                       SUBTRACT WS-START-DAY-NUMBER FROM WS-DAY-NUMBER
                           GIVING WS-WINDOW-DAYS
                       ADD 1 TO WS-WINDOW-DAYS
                   END-IF.
               302-WRITE-REPORT-TITLE.
                   MOVE WS-WINDOW-START TO WS-TITLE-START-OUT.
                   MOVE WS-WINDOW-END TO WS-TITLE-END-OUT.
                   MOVE WS-SAFETY-PERCENT TO WS-TITLE-SAFETY-OUT.
                   MOVE WS-COVER-DAYS TO WS-TITLE-COVER-OUT.
                   WRITE REORDER-CHANGE-RECORD
                       FROM WS-REPORT-TITLE-LINE.
                   WRITE REORDER-CHANGE-RECORD FROM SPACES.
               304-READ-MASTER-RECORD.
                   READ INVENTORY-MASTER-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF-FLAG.
               308-CLOSE-CALC-FILES.
                   CLOSE INVENTORY-MASTER-FILE REORDER-CHANGE-FILE.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       CLOSE SUPPLIER-MASTER-FILE
                   END-IF.

               310-LOAD-REORDER-PARAMS.
                   OPEN INPUT REORDER-PARAM-FILE.
                   IF WS-PARAM-FILE-STATUS = "00"
                       MOVE "NO" TO WS-PARAM-EOF-FLAG
                       PERFORM 311-READ-PARAM-RECORD
                       PERFORM 312-TABLE-PARAM-RECORD
                           UNTIL WS-PARAM-EOF-FLAG = "YES"
                       CLOSE REORDER-PARAM-FILE
                   ELSE
                       DISPLAY "No reorder_params.txt - a new one "
                           "will be written."
                   END-IF.
               311-READ-PARAM-RECORD.
                   READ REORDER-PARAM-FILE
                       AT END MOVE "YES" TO WS-PARAM-EOF-FLAG.
               312-TABLE-PARAM-RECORD.
                   IF PARAM-PART-NUMBER IS NUMERIC
                       IF WS-PARAM-COUNT < 2000
                           ADD 1 TO WS-PARAM-COUNT
                           MOVE PARAM-PART-NUMBER
                               TO WS-PARAM-PART (WS-PARAM-COUNT)
                           MOVE PARAM-REORDER-QTY
                               TO WS-PARAM-QTY (WS-PARAM-COUNT)
                           IF PARAM-REORDER-POINT IS NUMERIC
                               MOVE PARAM-REORDER-POINT
                                   TO WS-PARAM-POINT (WS-PARAM-COUNT)
                           ELSE
                               MOVE WS-DEFAULT-REORDER-POINT
                                   TO WS-PARAM-POINT (WS-PARAM-COUNT)
                           END-IF
                       ELSE
                           MOVE "YES" TO WS-PARAM-FULL-FLAG
                           MOVE "YES" TO WS-PARAM-EOF-FLAG
                       END-IF
                   END-IF.
                   PERFORM 311-READ-PARAM-RECORD.

               320-LOAD-WINDOW-DEMAND.
                   OPEN INPUT TRANSACTION-LOG-FILE.
                   IF WS-LOG-FILE-STATUS = "00"
                       MOVE "NO" TO WS-LOG-EOF-FLAG
                       PERFORM 321-READ-LOG-RECORD
                       PERFORM 322-TABLE-LOG-RECORD
                           UNTIL WS-LOG-EOF-FLAG = "YES"
                       CLOSE TRANSACTION-LOG-FILE
                   ELSE
                       DISPLAY "Unable to open invent_txn_log.txt - "
                           "file status " WS-LOG-FILE-STATUS
                       MOVE "NO" TO WS-WINDOW-VALID-FLAG
                       MOVE 16 TO RETURN-CODE
                   END-IF.
               321-READ-LOG-RECORD.
                   READ TRANSACTION-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-LOG-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOG-LINES-READ
                   END-READ.
               322-TABLE-LOG-RECORD.
                   IF LOG-POSTING-DATE-9 IS NUMERIC
                      AND LOG-POSTING-DATE-9 NOT < WS-WINDOW-START
                      AND LOG-POSTING-DATE-9 NOT > WS-WINDOW-END
                      AND LOG-PART-NUMBER IS NUMERIC
                      AND LOG-TXN-TYPE = "Shipment"
                       MOVE LOG-CHANGE-QTY TO WS-QTY-X
                       INSPECT WS-QTY-X REPLACING LEADING " " BY "0"
                       IF WS-QTY-9 IS NUMERIC
                           ADD 1 TO WS-LINES-IN-WINDOW
                           PERFORM 323-POST-LOG-TO-DEMAND
                       END-IF
                   END-IF.
                   PERFORM 321-READ-LOG-RECORD.
               323-POST-LOG-TO-DEMAND.
                   MOVE 1 TO WS-DMD-IDX.
                   MOVE "NO" TO WS-DMD-FOUND-FLAG.
                   PERFORM 324-SEARCH-DEMAND-BY-LOG
                       UNTIL WS-DMD-IDX > WS-DMD-COUNT
                          OR WS-DMD-FOUND-FLAG = "YES".
                   IF WS-DMD-FOUND-FLAG = "NO"
                       IF WS-DMD-COUNT < 2000
                           ADD 1 TO WS-DMD-COUNT
                           MOVE WS-DMD-COUNT TO WS-DMD-IDX
                           MOVE LOG-PART-NUMBER
                               TO WS-DMD-PART (WS-DMD-IDX)
                           MOVE ZERO TO WS-DMD-SHIPPED (WS-DMD-IDX)
                           MOVE "YES" TO WS-DMD-FOUND-FLAG
                       ELSE
                           DISPLAY "Demand table full - log line "
                               "skipped: " LOG-PART-NUMBER
                       END-IF
                   END-IF.
                   IF WS-DMD-FOUND-FLAG = "YES"
                       ADD WS-QTY-9 TO WS-DMD-SHIPPED (WS-DMD-IDX)
                   END-IF.
               324-SEARCH-DEMAND-BY-LOG.
                   IF WS-DMD-PART (WS-DMD-IDX) = LOG-PART-NUMBER
                       MOVE "YES" TO WS-DMD-FOUND-FLAG
                   ELSE
                       ADD 1 TO WS-DMD-IDX
                   END-IF.

               330-FIND-PART-DEMAND.
                   MOVE ZERO TO WS-PART-SHIPPED.
                   MOVE 1 TO WS-DMD-IDX.
                   MOVE "NO" TO WS-DMD-FOUND-FLAG.
                   PERFORM 331-SEARCH-DEMAND-BY-PART
                       UNTIL WS-DMD-IDX > WS-DMD-COUNT
                          OR WS-DMD-FOUND-FLAG = "YES".
                   IF WS-DMD-FOUND-FLAG = "YES"
                       MOVE WS-DMD-SHIPPED (WS-DMD-IDX)
                           TO WS-PART-SHIPPED
                   END-IF.
               331-SEARCH-DEMAND-BY-PART.
                   IF WS-DMD-PART (WS-DMD-IDX) = MASTER-PART-NUMBER
                       MOVE "YES" TO WS-DMD-FOUND-FLAG
                   ELSE
                       ADD 1 TO WS-DMD-IDX
                   END-IF.

               340-COMPUTE-NEW-VALUES.
                   PERFORM 341-SET-LEAD-DAYS.
                   DIVIDE WS-PART-SHIPPED BY WS-WINDOW-DAYS
                       GIVING WS-AVG-DAILY ROUNDED.
                   MULTIPLY WS-AVG-DAILY BY WS-LEAD-DAYS
                       GIVING WS-LEAD-DEMAND.
                   COMPUTE WS-NEW-POINT ROUNDED =
                       WS-LEAD-DEMAND * (100 + WS-SAFETY-PERCENT) / 100
                       ON SIZE ERROR
                           MOVE 9999 TO WS-NEW-POINT
                   END-COMPUTE.
                   COMPUTE WS-NEW-QTY ROUNDED =
                       WS-AVG-DAILY * WS-COVER-DAYS
                       ON SIZE ERROR
                           MOVE 9999 TO WS-NEW-QTY
                   END-COMPUTE.
                   IF WS-NEW-QTY = ZERO
                       MOVE 1 TO WS-NEW-QTY
                   END-IF.
               341-SET-LEAD-DAYS.
                   MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       MOVE MASTER-SUPPLIER-CODE TO SUP-CODE
                       READ SUPPLIER-MASTER-FILE
                           INVALID KEY
                               ADD 1 TO WS-PARTS-DEFAULT-LEAD
                           NOT INVALID KEY
                               MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
                       END-READ
                   ELSE
                       ADD 1 TO WS-PARTS-DEFAULT-LEAD
                   END-IF.

               350-APPLY-NEW-VALUES.
                   MOVE 1 TO WS-PARAM-IDX.
                   MOVE "NO" TO WS-PARAM-FOUND-FLAG.
                   PERFORM 351-SEARCH-PARAM-ENTRY
                       UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
                          OR WS-PARAM-FOUND-FLAG = "YES".
                   IF WS-PARAM-FOUND-FLAG = "YES"
                       MOVE WS-PARAM-POINT (WS-PARAM-IDX)
                           TO WS-OLD-POINT
                       MOVE WS-PARAM-QTY (WS-PARAM-IDX) TO WS-OLD-QTY
                   ELSE
                       MOVE WS-DEFAULT-REORDER-POINT TO WS-OLD-POINT
                       MOVE WS-DEFAULT-REORDER-QTY TO WS-OLD-QTY
                   END-IF.
                   IF WS-NEW-POINT = WS-OLD-POINT
                      AND WS-NEW-QTY = WS-OLD-QTY
                       ADD 1 TO WS-PARTS-UNCHANGED
                   ELSE
                       PERFORM 352-STORE-PARAM-ENTRY
                   END-IF.
               351-SEARCH-PARAM-ENTRY.
                   IF WS-PARAM-PART (WS-PARAM-IDX) =
                          MASTER-PART-NUMBER
                       MOVE "YES" TO WS-PARAM-FOUND-FLAG
                   ELSE
                       ADD 1 TO WS-PARAM-IDX
                   END-IF.
               352-STORE-PARAM-ENTRY.
                   IF WS-PARAM-FOUND-FLAG = "NO"
                       IF WS-PARAM-COUNT < 2000
                           ADD 1 TO WS-PARAM-COUNT
                           MOVE WS-PARAM-COUNT TO WS-PARAM-IDX
                           MOVE MASTER-PART-NUMBER
                               TO WS-PARAM-PART (WS-PARAM-IDX)
                           MOVE "YES" TO WS-PARAM-FOUND-FLAG
                       ELSE
                           DISPLAY "Reorder parameter table full - "
                               "part not updated: " MASTER-PART-NUMBER
                           MOVE "YES" TO WS-PARAM-FULL-FLAG
                       END-IF
                   END-IF.
                   IF WS-PARAM-FOUND-FLAG = "YES"
                       MOVE WS-NEW-POINT
                           TO WS-PARAM-POINT (WS-PARAM-IDX)
                       MOVE WS-NEW-QTY TO WS-PARAM-QTY (WS-PARAM-IDX)
                       ADD 1 TO WS-PARTS-CHANGED
                       PERFORM 353-WRITE-CHANGE-LINE
                   END-IF.
               353-WRITE-CHANGE-LINE.
                   MOVE MASTER-PART-NUMBER TO WS-CHG-PART-OUT.
                   MOVE MASTER-PART-NAME TO WS-CHG-NAME-OUT.
                   MOVE MASTER-SUPPLIER-CODE TO WS-CHG-SUPPLIER-OUT.
                   MOVE WS-LEAD-DAYS TO WS-CHG-LEAD-OUT.
                   MOVE WS-AVG-DAILY TO WS-CHG-AVG-OUT.
                   MOVE WS-OLD-POINT TO WS-CHG-OLD-POINT-OUT.
                   MOVE WS-NEW-POINT TO WS-CHG-NEW-POINT-OUT.
                   MOVE WS-OLD-QTY TO WS-CHG-OLD-QTY-OUT.
                   MOVE WS-NEW-QTY TO WS-CHG-NEW-QTY-OUT.
                   WRITE REORDER-CHANGE-RECORD
                       FROM WS-CHANGE-DETAIL-LINE.

               360-REWRITE-REORDER-PARAMS.
                   OPEN OUTPUT REORDER-PARAM-FILE.
                   IF WS-PARAM-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open reorder_params.txt - "
                           "file status " WS-PARAM-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE 1 TO WS-PARAM-IDX
                       PERFORM 361-WRITE-PARAM-RECORD
                           UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
                       CLOSE REORDER-PARAM-FILE
                   END-IF.
               361-WRITE-PARAM-RECORD.
                   MOVE SPACES TO REORDER-PARAM-RECORD.
                   MOVE WS-PARAM-PART (WS-PARAM-IDX)
                       TO PARAM-PART-NUMBER.
                   MOVE WS-PARAM-QTY (WS-PARAM-IDX)
                       TO PARAM-REORDER-QTY.
                   MOVE WS-PARAM-POINT (WS-PARAM-IDX)
                       TO PARAM-REORDER-POINT.
                   WRITE REORDER-PARAM-RECORD.
                   ADD 1 TO WS-PARAM-IDX.

               390-COMPUTE-DAY-NUMBER.
                   MOVE WS-DATE-YEAR TO WS-CALC-YEAR.
                   MOVE WS-DATE-MONTH TO WS-CALC-MONTH.
                   IF WS-CALC-MONTH < 3
                       SUBTRACT 1 FROM WS-CALC-YEAR
                       ADD 12 TO WS-CALC-MONTH
                   END-IF.
                   DIVIDE WS-CALC-YEAR BY 4
                       GIVING WS-CALC-QUOTIENT-4.
                   DIVIDE WS-CALC-YEAR BY 100
                       GIVING WS-CALC-QUOTIENT-100.
                   DIVIDE WS-CALC-YEAR BY 400
                       GIVING WS-CALC-QUOTIENT-400.
                   COMPUTE WS-CALC-MONTH-DAYS =
                       153 * (WS-CALC-MONTH - 3) + 2.
                   DIVIDE WS-CALC-MONTH-DAYS BY 5
                       GIVING WS-CALC-MONTH-DAYS.
                   COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YEAR
                       + WS-CALC-QUOTIENT-4 - WS-CALC-QUOTIENT-100
                       + WS-CALC-QUOTIENT-400 + WS-CALC-MONTH-DAYS
                       + WS-DATE-DAY.

               701-OPEN-CALC-FILES.
                   OPEN INPUT INVENTORY-MASTER-FILE.
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open invent_master.txt - "
                           "file status " WS-MASTER-FILE-STATUS
                       MOVE "NO" TO WS-WINDOW-VALID-FLAG
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       OPEN OUTPUT REORDER-CHANGE-FILE
                       OPEN INPUT SUPPLIER-MASTER-FILE
                       IF WS-SUPPLIER-FILE-STATUS = "00"
                           MOVE "YES" TO WS-SUPPLIER-FILE-PRESENT
                       ELSE
                           DISPLAY "No supplier_master.txt - default "
                               "lead time used for every part."
                       END-IF
                   END-IF.
