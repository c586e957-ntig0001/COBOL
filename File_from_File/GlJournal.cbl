      **************************************************************
      *        This program builds the period-end general          *
      *        ledger journal for inventory value movements        *
      *        so the controller no longer keys it by hand.        *
      *        For the period (YYYYMM) keyed at run time it        *
      *        values every dated line of invent_txn_log.txt       *
      *        at MASTER-UNIT-PRICE as it stood on the             *
      *        posting date (taken back through                    *
      *        invent_price_history.txt): Receipt lines            *
      *        (inventory / accrued payables), Shipment            *
      *        lines (cost of goods sold / inventory) and the      *
      *        CC Adj+ and CC Adj- cycle-count adjustments         *
      *        (inventory / shrinkage, reversed for a loss).       *
      *        Every price change effective in the period is       *
      *        journalled as a revaluation of the quantity         *
      *        on hand repriced (inventory / revaluation,          *
      *        reversed for a price drop).  Account numbers        *
      *        come from the posting-rules file                    *
      *        gl_posting_rules.txt, one line per movement         *
      *        code RCPT, SHIP, RVAL and CCNT giving the           *
      *        account debited and the account credited when       *
      *        stock value goes up.  The journal                   *
      *        gl_journal.txt carries a header, one debit          *
      *        and one credit line per movement and                *
      *        direction, and a trailer with the line count        *
      *        and total debits and credits.  The close is         *
      *        recorded on the indexed period control file         *
      *        gl_period_ctl.txt.  The run is refused, no          *
      *        journal is written and RETURN-CODE 16 is set        *
      *        when the period has already been closed, when       *
      *        a posting rule needed is missing, when the          *
      *        price history will not fit the price table, or      *
      *        when debits do not equal credits.                   *
      *                                                            *
      **************************************************************
      *
      **************************************************************
      *                           Glossary                         *
      *        GL       --------------------------- General        *
      *                                             Ledger         *
      *        JNL      --------------------------- Journal        *
      *        CTL      --------------------------- Control        *
      *        INVENT   --------------------------- Inventory      *
      *        QTY      --------------------------- Quantity       *
      *        TXN      --------------------------- Transaction    *
      *        MVT      --------------------------- Movement       *
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
       PROGRAM-ID. Period-End-GL-Project35.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TRANSACTION-LOG-FILE ASSIGN TO
                                     "D:\Cobol\invent_txn_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

               SELECT PRICE-HISTORY-FILE ASSIGN TO
                                     "D:\Cobol\invent_price_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HISTORY-FILE-STATUS.

               SELECT INVENTORY-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\invent_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PART-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

               SELECT POSTING-RULES-FILE ASSIGN TO
                                     "D:\Cobol\gl_posting_rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.

               SELECT GL-JOURNAL-FILE ASSIGN TO
                                     "D:\Cobol\gl_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT GL-PERIOD-CONTROL-FILE ASSIGN TO
                                     "D:\Cobol\gl_period_ctl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLCTL-PERIOD
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD TRANSACTION-LOG-FILE.
           01 TRANSACTION-LOG-RECORD.
              05 LOG-POSTING-DATE.
                 10 LOG-POSTING-YYYYMM PIC X(6).
                 10 LOG-POSTING-DD     PIC X(2).
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

           FD PRICE-HISTORY-FILE.
           01 PRICE-HISTORY-RECORD.
              05 PRICE-HIST-PART-NUMBER PIC 9(7).
              05 FILLER                PIC X(1).
              05 PRICE-HIST-OLD-PRICE  PIC 9(4).
              05 FILLER                PIC X(1).
              05 PRICE-HIST-NEW-PRICE  PIC 9(4).
              05 FILLER                PIC X(1).
              05 PRICE-HIST-EFF-DATE   PIC 9(8).
              05 FILLER                PIC X(1).
              05 PRICE-HIST-QTY-ON-HAND PIC 9(4).

           FD INVENTORY-MASTER-FILE.
           01 INVENTORY-MASTER-RECORD.
              05 MASTER-PART-NUMBER    PIC 9(7).
              05 MASTER-PART-NAME      PIC X(20).
              05 MASTER-QTY-ON-HAND    PIC 9(4).
              05 MASTER-UNIT-PRICE     PIC 9(4).
              05 MASTER-SUPPLIER-CODE  PIC X(5).

           FD POSTING-RULES-FILE.
           01 POSTING-RULES-RECORD.
              05 RULE-MOVEMENT-CODE    PIC X(4).
              05 FILLER                PIC X(1).
              05 RULE-DEBIT-ACCOUNT    PIC X(10).
              05 FILLER                PIC X(1).
              05 RULE-CREDIT-ACCOUNT   PIC X(10).
              05 FILLER                PIC X(1).
              05 RULE-DESCRIPTION      PIC X(30).

           FD GL-JOURNAL-FILE.
           01 GL-JOURNAL-RECORD        PIC X(100).

           FD GL-PERIOD-CONTROL-FILE.
           01 GL-PERIOD-CONTROL-RECORD.
              05 GLCTL-PERIOD          PIC X(6).
              05 GLCTL-RUN-DATE        PIC 9(8).
              05 GLCTL-LINE-COUNT      PIC 9(5).
              05 GLCTL-TOTAL-DEBITS    PIC 9(11)V99.
              05 GLCTL-TOTAL-CREDITS   PIC 9(11)V99.

           WORKING-STORAGE SECTION.
           01 WS-JNL-HEADER-LINE.
              05 FILLER                PIC X(2)    VALUE "H".
              05 WS-HDR-PERIOD-OUT     PIC X(6).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-HDR-RUN-DATE-OUT   PIC 9(8).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 FILLER                PIC X(30)   VALUE
                                 "Inventory Value Journal".

           01 WS-JNL-DETAIL-LINE.
              05 FILLER                PIC X(2)    VALUE "D".
              05 WS-DTL-PERIOD-OUT     PIC X(6).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-DTL-LINE-NO-OUT    PIC 9(4).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-DTL-ACCOUNT-OUT    PIC X(10).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-DTL-DEBIT-OUT      PIC 9(11).99.
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-DTL-CREDIT-OUT     PIC 9(11).99.
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-DTL-MVT-CODE-OUT   PIC X(4).
              05 WS-DTL-DIRECTION-OUT  PIC X(1).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-DTL-DESC-OUT       PIC X(30).

           01 WS-JNL-TRAILER-LINE.
              05 FILLER                PIC X(2)    VALUE "T".
              05 WS-TRL-PERIOD-OUT     PIC X(6).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-TRL-LINE-COUNT-OUT PIC 9(5).
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-TRL-DEBITS-OUT     PIC 9(11).99.
              05 FILLER                PIC X(1)    VALUE SPACES.
              05 WS-TRL-CREDITS-OUT    PIC 9(11).99.

           01 WS-MOVEMENT-CODE-VALUES.
              05 FILLER                PIC X(4)    VALUE "RCPT".
              05 FILLER                PIC X(4)    VALUE "SHIP".
              05 FILLER                PIC X(4)    VALUE "RVAL".
              05 FILLER                PIC X(4)    VALUE "CCNT".
           01 WS-MOVEMENT-CODES REDEFINES WS-MOVEMENT-CODE-VALUES.
              05 WS-MOVEMENT-CODE      PIC X(4)    OCCURS 4 TIMES.

      *        Posting rules by movement (1 RCPT, 2 SHIP, 3 RVAL,
      *        4 CCNT) and the period value of each movement by
      *        direction (1 = stock value up, 2 = stock value down).
           01 WS-POSTING-RULE-TABLE.
              05 WS-RULE-ENTRY OCCURS 4 TIMES.
                 10 WS-RULE-PRESENT-FLAG PIC X(3).
                 10 WS-RULE-DEBIT-ACCOUNT PIC X(10).
                 10 WS-RULE-CREDIT-ACCOUNT PIC X(10).
                 10 WS-RULE-DESCRIPTION PIC X(30).
                 10 WS-MVT-VALUE       PIC 9(11)V99 OCCURS 2 TIMES.

           01 WS-PRICE-HISTORY-TABLE.
              05 WS-HIST-ENTRY OCCURS 2000 TIMES.
                 10 WS-HIST-PART       PIC 9(7).
                 10 WS-HIST-OLD-PRICE  PIC 9(4).
                 10 WS-HIST-NEW-PRICE  PIC 9(4).
                 10 WS-HIST-EFF-DATE   PIC 9(8).
                 10 WS-HIST-QTY        PIC 9(4).
                 10 WS-HIST-QTY-FLAG   PIC X(3).

           01 WS-TABLE-WORK-FIELDS.
              05 WS-HIST-COUNT         PIC 9(4)    VALUE ZERO.
              05 WS-HIST-IDX           PIC 9(4)    VALUE ZERO.
              05 WS-MVT-IDX            PIC 9(4)    VALUE ZERO.
              05 WS-DIR-IDX            PIC 9(4)    VALUE ZERO.
              05 WS-BEST-EFF-DATE      PIC 9(8)    VALUE ZERO.

           01 WS-VALUATION-WORK-FIELDS.
              05 WS-LOG-DATE           PIC 9(8)    VALUE ZERO.
              05 WS-LOG-PART           PIC 9(7)    VALUE ZERO.
              05 WS-UNIT-PRICE         PIC 9(4)    VALUE ZERO.
              05 WS-PRICE-FOUND-FLAG   PIC X(3)    VALUE "NO".
              05 WS-LINE-VALUE         PIC 9(9)V99 VALUE ZERO.
              05 WS-PRICE-CHANGE       PIC 9(4)    VALUE ZERO.
              05 WS-REVAL-QTY          PIC 9(4)    VALUE ZERO.

           01 WS-DATE-CONVERT.
              05 WS-DATE-X             PIC X(8).
              05 WS-DATE-9 REDEFINES WS-DATE-X PIC 9(8).
              05 WS-DATE-PARTS REDEFINES WS-DATE-X.
                 10 WS-DATE-YYYYMM     PIC X(6).
                 10 WS-DATE-DD         PIC X(2).

           01 WS-QTY-CONVERT.
              05 WS-QTY-X              PIC X(4).
              05 WS-QTY-9 REDEFINES WS-QTY-X PIC 9(4).

           01 WS-PART-CONVERT.
              05 WS-PART-X             PIC X(7).
              05 WS-PART-9 REDEFINES WS-PART-X PIC 9(7).

           01 WS-SELECTION-FIELDS.
              05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.
              05 WS-REQUESTED-PERIOD   PIC X(6)    VALUE SPACES.
              05 WS-PERIOD-PARTS REDEFINES WS-REQUESTED-PERIOD.
                 10 WS-PERIOD-YEAR     PIC 9(4).
                 10 WS-PERIOD-MONTH    PIC 9(2).

           01 WS-JOURNAL-TOTALS.
              05 WS-JNL-LINE-COUNT     PIC 9(5)    VALUE ZERO.
              05 WS-JNL-TOTAL-DEBITS   PIC 9(11)V99 VALUE ZERO.
              05 WS-JNL-TOTAL-CREDITS  PIC 9(11)V99 VALUE ZERO.
              05 WS-JNL-TOTAL-OUT      PIC ZZZZZZZZZZ9.99.

           01 WS-RUN-COUNTERS.
              05 WS-LOG-LINES-READ     PIC 9(5)    VALUE ZERO.
              05 WS-LINES-IN-PERIOD    PIC 9(5)    VALUE ZERO.
              05 WS-LINES-UNPRICED     PIC 9(5)    VALUE ZERO.
              05 WS-REPRICES-IN-PERIOD PIC 9(5)    VALUE ZERO.

           01 WS-RESPONSES.
              05 WS-LOG-FILE-STATUS    PIC X(2).
              05 WS-PRICE-HISTORY-FILE-STATUS PIC X(2).
              05 WS-MASTER-FILE-STATUS PIC X(2).
              05 WS-RULES-FILE-STATUS  PIC X(2).
              05 WS-CONTROL-FILE-STATUS PIC X(2).

           01 WS-FLAGS-AND-COUNTERS.
              05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
              05 WS-HIST-EOF-FLAG      PIC X(3)    VALUE "NO".
              05 WS-RULES-EOF-FLAG     PIC X(3)    VALUE "NO".
              05 WS-FILES-OPEN-FLAG    PIC X(3)    VALUE "NO".
              05 WS-REFUSE-FLAG        PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-GL-JOURNAL.
           PERFORM 201-INIT-GL-JOURNAL.
           PERFORM 202-VALUE-LOG-RECORD
                       UNTIL WS-EOF-FLAG = "YES".
           PERFORM 203-TERM-GL-JOURNAL.
           STOP RUN.

           201-INIT-GL-JOURNAL.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               DISPLAY "Enter period to journal (YYYYMM):".
               ACCEPT WS-REQUESTED-PERIOD.
               MOVE ZERO TO WS-POSTING-RULE-TABLE.
               MOVE 1 TO WS-MVT-IDX.
               PERFORM 311-CLEAR-POSTING-RULE
                   UNTIL WS-MVT-IDX > 4.
               IF WS-PERIOD-YEAR IS NOT NUMERIC
                  OR WS-PERIOD-MONTH IS NOT NUMERIC
                  OR WS-PERIOD-MONTH < 01
                  OR WS-PERIOD-MONTH > 12
                   DISPLAY "Period is not a valid YYYYMM - "
                       "run refused."
                   MOVE "YES" TO WS-REFUSE-FLAG
               ELSE
                   PERFORM 701-OPEN-GL-FILES
               END-IF.
               IF WS-REFUSE-FLAG = "NO"
                   PERFORM 302-CHECK-PERIOD-NOT-CLOSED
               END-IF.
               IF WS-REFUSE-FLAG = "NO"
                   PERFORM 310-LOAD-POSTING-RULES
                   PERFORM 320-LOAD-PRICE-HISTORY
               END-IF.
               IF WS-REFUSE-FLAG = "YES"
                   MOVE "YES" TO WS-EOF-FLAG
               ELSE
                   PERFORM 304-READ-LOG-RECORD
               END-IF.
           202-VALUE-LOG-RECORD.
               IF LOG-POSTING-YYYYMM = WS-REQUESTED-PERIOD
                  AND LOG-PART-NUMBER IS NUMERIC
                   EVALUATE LOG-TXN-TYPE
                       WHEN "Receipt"
                           MOVE 1 TO WS-MVT-IDX
                           MOVE 1 TO WS-DIR-IDX
                           PERFORM 330-VALUE-ONE-LOG-LINE
                       WHEN "Shipment"
                           MOVE 2 TO WS-MVT-IDX
                           MOVE 1 TO WS-DIR-IDX
                           PERFORM 330-VALUE-ONE-LOG-LINE
                       WHEN "CC Adj+"
                           MOVE 4 TO WS-MVT-IDX
                           MOVE 1 TO WS-DIR-IDX
                           PERFORM 330-VALUE-ONE-LOG-LINE
                       WHEN "CC Adj-"
                           MOVE 4 TO WS-MVT-IDX
                           MOVE 2 TO WS-DIR-IDX
                           PERFORM 330-VALUE-ONE-LOG-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               PERFORM 304-READ-LOG-RECORD.
           203-TERM-GL-JOURNAL.
               IF WS-REFUSE-FLAG = "NO"
                   PERFORM 340-VALUE-REVALUATIONS
                   PERFORM 350-CHECK-JOURNAL
               END-IF.
               IF WS-REFUSE-FLAG = "NO"
                   PERFORM 360-WRITE-JOURNAL
                   PERFORM 370-RECORD-PERIOD-CLOSE
               END-IF.
               IF WS-FILES-OPEN-FLAG = "YES"
                   PERFORM 308-CLOSE-GL-FILES
               END-IF.
               DISPLAY "Log lines read:        " WS-LOG-LINES-READ.
               DISPLAY "Lines in period:       " WS-LINES-IN-PERIOD.
               DISPLAY "Lines without a price: " WS-LINES-UNPRICED.
               DISPLAY "Price changes in period:"
                   WS-REPRICES-IN-PERIOD.
               IF WS-REFUSE-FLAG = "YES"
                   DISPLAY "Journal not written - period "
                       WS-REQUESTED-PERIOD " not closed."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Journal lines written: " WS-JNL-LINE-COUNT
                   MOVE WS-JNL-TOTAL-DEBITS TO WS-JNL-TOTAL-OUT
                   DISPLAY "Total debits:          " WS-JNL-TOTAL-OUT
                   MOVE WS-JNL-TOTAL-CREDITS TO WS-JNL-TOTAL-OUT
                   DISPLAY "Total credits:         " WS-JNL-TOTAL-OUT
               END-IF.

               302-CHECK-PERIOD-NOT-CLOSED.
                   MOVE WS-REQUESTED-PERIOD TO GLCTL-PERIOD.
                   READ GL-PERIOD-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "Period " WS-REQUESTED-PERIOD
                               " already journalled on "
                               GLCTL-RUN-DATE " - run refused."
                           MOVE "YES" TO WS-REFUSE-FLAG
                   END-READ.
               304-READ-LOG-RECORD.
                   READ TRANSACTION-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOG-LINES-READ
                   END-READ.
               308-CLOSE-GL-FILES.
                   CLOSE TRANSACTION-LOG-FILE INVENTORY-MASTER-FILE
                         GL-PERIOD-CONTROL-FILE.

               310-LOAD-POSTING-RULES.
                   OPEN INPUT POSTING-RULES-FILE.
                   IF WS-RULES-FILE-STATUS = "00"
                       MOVE "NO" TO WS-RULES-EOF-FLAG
                       PERFORM 312-READ-POSTING-RULE
                       PERFORM 313-TABLE-POSTING-RULE
                           UNTIL WS-RULES-EOF-FLAG = "YES"
                       CLOSE POSTING-RULES-FILE
                   ELSE
                       DISPLAY "Unable to open gl_posting_rules.txt - "
                           "file status " WS-RULES-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
               311-CLEAR-POSTING-RULE.
                   MOVE "NO" TO WS-RULE-PRESENT-FLAG (WS-MVT-IDX).
                   MOVE SPACES TO WS-RULE-DEBIT-ACCOUNT (WS-MVT-IDX).
                   MOVE SPACES TO WS-RULE-CREDIT-ACCOUNT (WS-MVT-IDX).
                   MOVE SPACES TO WS-RULE-DESCRIPTION (WS-MVT-IDX).
                   ADD 1 TO WS-MVT-IDX.
               312-READ-POSTING-RULE.
                   READ POSTING-RULES-FILE
                       AT END MOVE "YES" TO WS-RULES-EOF-FLAG.
               313-TABLE-POSTING-RULE.
                   MOVE 1 TO WS-MVT-IDX.
                   PERFORM 314-SEARCH-MOVEMENT-CODE
                       UNTIL WS-MVT-IDX > 4
                          OR WS-MOVEMENT-CODE (WS-MVT-IDX) =
                                 RULE-MOVEMENT-CODE.
                   IF WS-MVT-IDX > 4
                      OR RULE-DEBIT-ACCOUNT = SPACES
                      OR RULE-CREDIT-ACCOUNT = SPACES
                       DISPLAY "Invalid posting rule - skipped: "
                           RULE-MOVEMENT-CODE
                   ELSE
                       MOVE "YES" TO WS-RULE-PRESENT-FLAG (WS-MVT-IDX)
                       MOVE RULE-DEBIT-ACCOUNT
                           TO WS-RULE-DEBIT-ACCOUNT (WS-MVT-IDX)
                       MOVE RULE-CREDIT-ACCOUNT
                           TO WS-RULE-CREDIT-ACCOUNT (WS-MVT-IDX)
                       MOVE RULE-DESCRIPTION
                           TO WS-RULE-DESCRIPTION (WS-MVT-IDX)
                   END-IF.
                   PERFORM 312-READ-POSTING-RULE.
               314-SEARCH-MOVEMENT-CODE.
                   ADD 1 TO WS-MVT-IDX.

               320-LOAD-PRICE-HISTORY.
                   OPEN INPUT PRICE-HISTORY-FILE.
                   IF WS-PRICE-HISTORY-FILE-STATUS = "00"
                       MOVE "NO" TO WS-HIST-EOF-FLAG
                       PERFORM 321-READ-PRICE-HISTORY
                       PERFORM 322-TABLE-PRICE-HISTORY
                           UNTIL WS-HIST-EOF-FLAG = "YES"
                       CLOSE PRICE-HISTORY-FILE
                   ELSE
                       DISPLAY "No invent_price_history.txt - "
                           "current master prices used."
                   END-IF.
               321-READ-PRICE-HISTORY.
                   READ PRICE-HISTORY-FILE
                       AT END MOVE "YES" TO WS-HIST-EOF-FLAG.
               322-TABLE-PRICE-HISTORY.
                   IF PRICE-HIST-PART-NUMBER IS NUMERIC
                      AND PRICE-HIST-OLD-PRICE IS NUMERIC
                      AND PRICE-HIST-NEW-PRICE IS NUMERIC
                      AND PRICE-HIST-EFF-DATE IS NUMERIC
                       IF WS-HIST-COUNT < 2000
                           ADD 1 TO WS-HIST-COUNT
                           MOVE PRICE-HIST-PART-NUMBER
                               TO WS-HIST-PART (WS-HIST-COUNT)
                           MOVE PRICE-HIST-OLD-PRICE
                               TO WS-HIST-OLD-PRICE (WS-HIST-COUNT)
                           MOVE PRICE-HIST-NEW-PRICE
                               TO WS-HIST-NEW-PRICE (WS-HIST-COUNT)
                           MOVE PRICE-HIST-EFF-DATE
                               TO WS-HIST-EFF-DATE (WS-HIST-COUNT)
                           PERFORM 323-TABLE-REPRICED-QTY
                       ELSE
                           DISPLAY "Price history table full - "
                               "run refused."
                           MOVE "YES" TO WS-REFUSE-FLAG
                           MOVE "YES" TO WS-HIST-EOF-FLAG
                       END-IF
                   END-IF.
                   PERFORM 321-READ-PRICE-HISTORY.
               323-TABLE-REPRICED-QTY.
                   MOVE ZERO TO WS-HIST-QTY (WS-HIST-COUNT).
                   MOVE "NO" TO WS-HIST-QTY-FLAG (WS-HIST-COUNT).
                   IF PRICE-HIST-QTY-ON-HAND IS NUMERIC
                       MOVE PRICE-HIST-QTY-ON-HAND
                           TO WS-HIST-QTY (WS-HIST-COUNT)
                       MOVE "YES" TO WS-HIST-QTY-FLAG (WS-HIST-COUNT)
                   END-IF.

               330-VALUE-ONE-LOG-LINE.
                   MOVE LOG-POSTING-DATE TO WS-DATE-X.
                   MOVE LOG-PART-NUMBER TO WS-PART-X.
                   MOVE LOG-CHANGE-QTY TO WS-QTY-X.
                   INSPECT WS-QTY-X REPLACING LEADING " " BY "0".
                   IF WS-DATE-9 IS NUMERIC
                      AND WS-QTY-9 IS NUMERIC
                       ADD 1 TO WS-LINES-IN-PERIOD
                       MOVE WS-DATE-9 TO WS-LOG-DATE
                       MOVE WS-PART-9 TO WS-LOG-PART
                       PERFORM 331-SET-PRICE-AS-OF-DATE
                       IF WS-PRICE-FOUND-FLAG = "YES"
                           MULTIPLY WS-QTY-9 BY WS-UNIT-PRICE
                               GIVING WS-LINE-VALUE
                           ADD WS-LINE-VALUE TO
                               WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX)
                       ELSE
                           DISPLAY "Part not on master - log line "
                               "not valued: " LOG-PART-NUMBER
                           ADD 1 TO WS-LINES-UNPRICED
                       END-IF
                   END-IF.
               331-SET-PRICE-AS-OF-DATE.
                   MOVE "NO" TO WS-PRICE-FOUND-FLAG.
                   MOVE WS-LOG-PART TO MASTER-PART-NUMBER.
                   READ INVENTORY-MASTER-FILE
                       INVALID KEY
                           MOVE ZERO TO WS-UNIT-PRICE
                       NOT INVALID KEY
                           MOVE MASTER-UNIT-PRICE TO WS-UNIT-PRICE
                           MOVE "YES" TO WS-PRICE-FOUND-FLAG
                   END-READ.
                   MOVE 99999999 TO WS-BEST-EFF-DATE.
                   MOVE 1 TO WS-HIST-IDX.
                   PERFORM 332-CHECK-HISTORY-ENTRY
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT.
               332-CHECK-HISTORY-ENTRY.
                   IF WS-HIST-PART (WS-HIST-IDX) = WS-LOG-PART
                      AND WS-HIST-EFF-DATE (WS-HIST-IDX) > WS-LOG-DATE
                      AND WS-HIST-EFF-DATE (WS-HIST-IDX) <
                              WS-BEST-EFF-DATE
                       MOVE WS-HIST-EFF-DATE (WS-HIST-IDX)
                           TO WS-BEST-EFF-DATE
                       MOVE WS-HIST-OLD-PRICE (WS-HIST-IDX)
                           TO WS-UNIT-PRICE
                       MOVE "YES" TO WS-PRICE-FOUND-FLAG
                   END-IF.
                   ADD 1 TO WS-HIST-IDX.

               340-VALUE-REVALUATIONS.
                   MOVE 1 TO WS-HIST-IDX.
                   PERFORM 341-VALUE-ONE-REPRICE
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT.
               341-VALUE-ONE-REPRICE.
                   MOVE WS-HIST-EFF-DATE (WS-HIST-IDX) TO WS-DATE-9.
                   IF WS-DATE-YYYYMM = WS-REQUESTED-PERIOD
                       ADD 1 TO WS-REPRICES-IN-PERIOD
                       PERFORM 342-SET-REPRICED-QTY
                       MOVE 3 TO WS-MVT-IDX
                       IF WS-HIST-NEW-PRICE (WS-HIST-IDX) >
                              WS-HIST-OLD-PRICE (WS-HIST-IDX)
                           MOVE 1 TO WS-DIR-IDX
                           SUBTRACT WS-HIST-OLD-PRICE (WS-HIST-IDX)
                               FROM WS-HIST-NEW-PRICE (WS-HIST-IDX)
                               GIVING WS-PRICE-CHANGE
                       ELSE
                           MOVE 2 TO WS-DIR-IDX
                           SUBTRACT WS-HIST-NEW-PRICE (WS-HIST-IDX)
                               FROM WS-HIST-OLD-PRICE (WS-HIST-IDX)
                               GIVING WS-PRICE-CHANGE
                       END-IF
                       MULTIPLY WS-REVAL-QTY BY WS-PRICE-CHANGE
                           GIVING WS-LINE-VALUE
                       ADD WS-LINE-VALUE TO
                           WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX)
                   END-IF.
                   ADD 1 TO WS-HIST-IDX.
               342-SET-REPRICED-QTY.
                   IF WS-HIST-QTY-FLAG (WS-HIST-IDX) = "YES"
                       MOVE WS-HIST-QTY (WS-HIST-IDX) TO WS-REVAL-QTY
                   ELSE
                       MOVE ZERO TO WS-REVAL-QTY
                       MOVE WS-HIST-PART (WS-HIST-IDX)
                           TO MASTER-PART-NUMBER
                       READ INVENTORY-MASTER-FILE
                           INVALID KEY
                               DISPLAY "Repriced part not on master - "
                                   "not revalued: " MASTER-PART-NUMBER
                           NOT INVALID KEY
                               MOVE MASTER-QTY-ON-HAND TO WS-REVAL-QTY
                       END-READ
                   END-IF.

               350-CHECK-JOURNAL.
                   MOVE 1 TO WS-MVT-IDX.
                   PERFORM 351-CHECK-ONE-MOVEMENT
                       UNTIL WS-MVT-IDX > 4.
                   IF WS-JNL-TOTAL-DEBITS NOT = WS-JNL-TOTAL-CREDITS
                       DISPLAY "Journal does not balance - "
                           "run refused."
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
               351-CHECK-ONE-MOVEMENT.
                   MOVE 1 TO WS-DIR-IDX.
                   PERFORM 352-CHECK-ONE-DIRECTION
                       UNTIL WS-DIR-IDX > 2.
                   ADD 1 TO WS-MVT-IDX.
               352-CHECK-ONE-DIRECTION.
                   IF WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX) > ZERO
                       IF WS-RULE-PRESENT-FLAG (WS-MVT-IDX) = "YES"
                           ADD 2 TO WS-JNL-LINE-COUNT
                           ADD WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX)
                               TO WS-JNL-TOTAL-DEBITS
                           ADD WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX)
                               TO WS-JNL-TOTAL-CREDITS
                       ELSE
                           DISPLAY "No posting rule for "
                               WS-MOVEMENT-CODE (WS-MVT-IDX)
                               " - run refused."
                           MOVE "YES" TO WS-REFUSE-FLAG
                       END-IF
                   END-IF.
                   ADD 1 TO WS-DIR-IDX.

               360-WRITE-JOURNAL.
                   OPEN OUTPUT GL-JOURNAL-FILE.
                   MOVE WS-REQUESTED-PERIOD TO WS-HDR-PERIOD-OUT.
                   MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE-OUT.
                   WRITE GL-JOURNAL-RECORD FROM WS-JNL-HEADER-LINE.
                   MOVE WS-REQUESTED-PERIOD TO WS-DTL-PERIOD-OUT.
                   MOVE ZERO TO WS-DTL-LINE-NO-OUT.
                   MOVE 1 TO WS-MVT-IDX.
                   PERFORM 361-WRITE-ONE-MOVEMENT
                       UNTIL WS-MVT-IDX > 4.
                   MOVE WS-REQUESTED-PERIOD TO WS-TRL-PERIOD-OUT.
                   MOVE WS-JNL-LINE-COUNT TO WS-TRL-LINE-COUNT-OUT.
                   MOVE WS-JNL-TOTAL-DEBITS TO WS-TRL-DEBITS-OUT.
                   MOVE WS-JNL-TOTAL-CREDITS TO WS-TRL-CREDITS-OUT.
                   WRITE GL-JOURNAL-RECORD FROM WS-JNL-TRAILER-LINE.
                   CLOSE GL-JOURNAL-FILE.
               361-WRITE-ONE-MOVEMENT.
                   MOVE 1 TO WS-DIR-IDX.
                   PERFORM 362-WRITE-ONE-DIRECTION
                       UNTIL WS-DIR-IDX > 2.
                   ADD 1 TO WS-MVT-IDX.
               362-WRITE-ONE-DIRECTION.
                   IF WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX) > ZERO
                       MOVE WS-MOVEMENT-CODE (WS-MVT-IDX)
                           TO WS-DTL-MVT-CODE-OUT
                       MOVE WS-RULE-DESCRIPTION (WS-MVT-IDX)
                           TO WS-DTL-DESC-OUT
                       IF WS-DIR-IDX = 1
                           MOVE "+" TO WS-DTL-DIRECTION-OUT
                           MOVE WS-RULE-DEBIT-ACCOUNT (WS-MVT-IDX)
                               TO WS-DTL-ACCOUNT-OUT
                       ELSE
                           MOVE "-" TO WS-DTL-DIRECTION-OUT
                           MOVE WS-RULE-CREDIT-ACCOUNT (WS-MVT-IDX)
                               TO WS-DTL-ACCOUNT-OUT
                       END-IF
                       MOVE WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX)
                           TO WS-DTL-DEBIT-OUT
                       MOVE ZERO TO WS-DTL-CREDIT-OUT
                       PERFORM 363-WRITE-DETAIL-LINE
                       IF WS-DIR-IDX = 1
                           MOVE WS-RULE-CREDIT-ACCOUNT (WS-MVT-IDX)
                               TO WS-DTL-ACCOUNT-OUT
                       ELSE
                           MOVE WS-RULE-DEBIT-ACCOUNT (WS-MVT-IDX)
                               TO WS-DTL-ACCOUNT-OUT
                       END-IF
                       MOVE ZERO TO WS-DTL-DEBIT-OUT
                       MOVE WS-MVT-VALUE (WS-MVT-IDX, WS-DIR-IDX)
                           TO WS-DTL-CREDIT-OUT
                       PERFORM 363-WRITE-DETAIL-LINE
                   END-IF.
                   ADD 1 TO WS-DIR-IDX.
               363-WRITE-DETAIL-LINE.
                   ADD 1 TO WS-DTL-LINE-NO-OUT.
                   WRITE GL-JOURNAL-RECORD FROM WS-JNL-DETAIL-LINE.

               370-RECORD-PERIOD-CLOSE.
                   MOVE WS-REQUESTED-PERIOD TO GLCTL-PERIOD.
                   MOVE WS-RUN-DATE TO GLCTL-RUN-DATE.
                   MOVE WS-JNL-LINE-COUNT TO GLCTL-LINE-COUNT.
                   MOVE WS-JNL-TOTAL-DEBITS TO GLCTL-TOTAL-DEBITS.
                   MOVE WS-JNL-TOTAL-CREDITS TO GLCTL-TOTAL-CREDITS.
                   WRITE GL-PERIOD-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record close of period "
                               GLCTL-PERIOD
                           MOVE 16 TO RETURN-CODE
                   END-WRITE.

               701-OPEN-GL-FILES.
                   OPEN INPUT TRANSACTION-LOG-FILE.
                   IF WS-LOG-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open invent_txn_log.txt - "
                           "file status " WS-LOG-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   OPEN INPUT INVENTORY-MASTER-FILE.
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open invent_master.txt - "
                           "file status " WS-MASTER-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   OPEN I-O GL-PERIOD-CONTROL-FILE.
                   IF WS-CONTROL-FILE-STATUS = "35"
                       OPEN OUTPUT GL-PERIOD-CONTROL-FILE
                       CLOSE GL-PERIOD-CONTROL-FILE
                       OPEN I-O GL-PERIOD-CONTROL-FILE
                   END-IF.
                   IF WS-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open gl_period_ctl.txt - "
                           "file status " WS-CONTROL-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   IF WS-REFUSE-FLAG = "YES"
                       PERFORM 702-CLOSE-OPENED-FILES
                   ELSE
                       MOVE "YES" TO WS-FILES-OPEN-FLAG
                   END-IF.
               702-CLOSE-OPENED-FILES.
                   IF WS-LOG-FILE-STATUS = "00"
                       CLOSE TRANSACTION-LOG-FILE
                   END-IF.
                   IF WS-MASTER-FILE-STATUS = "00"
                       CLOSE INVENTORY-MASTER-FILE
                   END-IF.
                   IF WS-CONTROL-FILE-STATUS = "00"
                       CLOSE GL-PERIOD-CONTROL-FILE
                   END-IF.
