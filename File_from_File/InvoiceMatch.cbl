      **************************************************************
      *        This program performs the three-way match of        *
      *        supplier invoice lines against the purchase          *
      *        order and the receipt before anything is paid.       *
      *        Each line of supplier_invoices.txt (invoice          *
      *        number, supplier, PO number, part, quantity          *
      *        billed, unit price billed, invoice date) is          *
      *        checked against the open-PO file open_po.txt:        *
      *        the PO must exist for the part, be placed with       *
      *        the billing supplier, and have received at           *
      *        least the quantity billed plus anything              *
      *        already invoiced against it.  The price billed       *
      *        is compared with MASTER-UNIT-PRICE as it stood       *
      *        on the invoice date, taken back through the          *
      *        price changes on invent_price_history.txt, and       *
      *        must fall within the price tolerance percent         *
      *        keyed at run time.  Lines that pass are written      *
      *        to invoice_approved.txt for payment and added        *
      *        to the indexed invoice control file                  *
      *        po_invoice_ctl.txt, which carries the quantity       *
      *        and amount invoiced per PO and flags the PO as       *
      *        fully invoiced once its ordered quantity has         *
      *        been billed, so the same receipt can never be        *
      *        paid twice.  Lines that fail are listed on           *
      *        invoice_exceptions.txt grouped by supplier with      *
      *        dollar totals for quantity over received, price      *
      *        variance, wrong supplier and unknown PO.             *
      *        If an input file cannot be opened or the price       *
      *        history will not fit the price table the run         *
      *        is refused, nothing is written and                   *
      *        RETURN-CODE 16 is set.                               *
      *                                                            *
      **************************************************************
      *
      **************************************************************
      *                           Glossary                         *
      *        INV      --------------------------- Invoice        *
      *        INVCTL   --------------------------- Invoice        *
      *                                             Control        *
      *        INVENT   --------------------------- Inventory      *
      *        QTY      --------------------------- Quantity       *
      *        PO       --------------------------- Purchase Order *
      *        EXC      --------------------------- Exception      *
      *        APR      --------------------------- Approved       *
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
       PROGRAM-ID. Invoice-Match-Project34.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUPPLIER-INVOICE-FILE ASSIGN TO
                                     "D:\Cobol\supplier_invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

               SELECT OPEN-PO-FILE ASSIGN TO "D:\Cobol\open_po.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.

               SELECT INVENTORY-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\invent_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PART-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

               SELECT PRICE-HISTORY-FILE ASSIGN TO
                                     "D:\Cobol\invent_price_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HISTORY-FILE-STATUS.

               SELECT INVOICE-CONTROL-FILE ASSIGN TO
                                     "D:\Cobol\po_invoice_ctl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVCTL-PO-NUMBER
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

               SELECT APPROVED-PAYMENT-FILE ASSIGN TO
                                     "D:\Cobol\invoice_approved.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT INVOICE-EXCEPTION-FILE ASSIGN TO
                                     "D:\Cobol\invoice_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT SUPPLIER-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\supplier_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SUPPLIER-INVOICE-FILE.
           01 SUPPLIER-INVOICE-RECORD.
              05 INV-INVOICE-NUMBER    PIC X(10).
              05 FILLER                PIC X(1).
              05 INV-SUPPLIER-CODE     PIC X(5).
              05 FILLER                PIC X(1).
              05 INV-PO-NUMBER         PIC 9(6).
              05 FILLER                PIC X(1).
              05 INV-PART-NUMBER       PIC 9(7).
              05 FILLER                PIC X(1).
              05 INV-QTY-BILLED        PIC 9(4).
              05 FILLER                PIC X(1).
              05 INV-UNIT-PRICE        PIC 9(4)V99.
              05 FILLER                PIC X(1).
              05 INV-INVOICE-DATE      PIC 9(8).

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
              05 PO-NUMBER             PIC 9(6).
              05 PO-PART-NUMBER        PIC 9(7).
              05 PO-SUPPLIER-CODE      PIC X(5).
              05 PO-QTY-ORDERED        PIC 9(4).
              05 PO-QTY-RECEIVED       PIC 9(4).
              05 PO-ORDER-DATE         PIC 9(8).

           FD INVENTORY-MASTER-FILE.
           01 INVENTORY-MASTER-RECORD.
              05 MASTER-PART-NUMBER    PIC 9(7).
              05 MASTER-PART-NAME      PIC X(20).
              05 MASTER-QTY-ON-HAND    PIC 9(4).
              05 MASTER-UNIT-PRICE     PIC 9(4).
              05 MASTER-SUPPLIER-CODE  PIC X(5).

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

           FD INVOICE-CONTROL-FILE.
           01 INVOICE-CONTROL-RECORD.
              05 INVCTL-PO-NUMBER      PIC 9(6).
              05 INVCTL-QTY-INVOICED   PIC 9(5).
              05 INVCTL-AMOUNT-INVOICED PIC 9(9)V99.
              05 INVCTL-LAST-INVOICE   PIC X(10).
              05 INVCTL-LAST-DATE      PIC 9(8).
              05 INVCTL-FULLY-INVOICED PIC X(1).

           FD APPROVED-PAYMENT-FILE.
           01 APPROVED-PAYMENT-RECORD  PIC X(100).

           FD INVOICE-EXCEPTION-FILE.
           01 INVOICE-EXCEPTION-RECORD PIC X(120).

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-RECORD.
              05 SUP-CODE              PIC X(5).
              05 SUP-NAME              PIC X(20).
              05 SUP-CONTACT           PIC X(20).
              05 SUP-LEAD-DAYS         PIC 9(3).
              05 SUP-ACTIVE-FLAG       PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-APPROVED-DETAIL-LINE.
              05 WS-APR-INVOICE-OUT    PIC X(10).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-SUPPLIER-OUT   PIC X(5).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-PO-OUT         PIC 9(6).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-PART-OUT       PIC 9(7).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-QTY-OUT        PIC 9(4).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-PRICE-OUT      PIC 9(4).99.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-AMOUNT-OUT     PIC 9(8).99.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-INVOICE-DATE-OUT PIC 9(8).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-APR-APPROVED-DATE-OUT PIC 9(8).

           01 WS-EXCEPTION-TITLE-LINE.
              05 FILLER                PIC X(35)   VALUE
                  "Invoice Match Exceptions - Run Date".
              05 FILLER                PIC X(2)    VALUE ": ".
              05 WS-TITLE-DATE-OUT     PIC 9(8).
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(16)   VALUE
                                        "Price Tolerance:".
              05 WS-TITLE-TOLERANCE-OUT PIC ZZ9.
              05 FILLER                PIC X(1)    VALUE "%".

           01 WS-SUPPLIER-GROUP-HEADER.
              05 FILLER                PIC X(9)    VALUE "Supplier:".
              05 FILLER                PIC X       VALUE SPACES.
              05 WS-GROUP-SUPPLIER-OUT PIC X(5).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-GROUP-SUP-NAME-OUT PIC X(20).

           01 WS-EXCEPTION-DETAIL-LINE.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "Inv:".
              05 WS-EXC-INVOICE-OUT    PIC X(10).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(3)    VALUE "PO:".
              05 WS-EXC-PO-OUT         PIC 9(6).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "Part:".
              05 WS-EXC-PART-OUT       PIC 9(7).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "Qty:".
              05 WS-EXC-QTY-OUT        PIC ZZZ9.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(6)    VALUE "Price:".
              05 WS-EXC-PRICE-OUT      PIC ZZZ9.99.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-EXC-TYPE-OUT       PIC X(17).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-EXC-AMOUNT-OUT     PIC ZZZZZZZ9.99.

           01 WS-EXCEPTION-TOTAL-LINE.
              05 WS-TOT-LABEL-OUT      PIC X(15).
              05 FILLER                PIC X(5)    VALUE " Qty:".
              05 WS-TOT-QTY-OUT        PIC ZZZZZZZ9.99.
              05 FILLER                PIC X(8)    VALUE "  Price:".
              05 WS-TOT-PRICE-OUT      PIC ZZZZZZZ9.99.
              05 FILLER                PIC X(11)   VALUE
                                        "  Supplier:".
              05 WS-TOT-SUPPLIER-OUT   PIC ZZZZZZZ9.99.
              05 FILLER                PIC X(6)    VALUE "  PO:".
              05 WS-TOT-UNKNOWN-OUT    PIC ZZZZZZZ9.99.
              05 FILLER                PIC X(8)    VALUE "  Total:".
              05 WS-TOT-ALL-OUT        PIC ZZZZZZZZ9.99.

           01 WS-EXCEPTION-TYPE-VALUES.
              05 FILLER                PIC X(17)   VALUE
                                        "Qty over received".
              05 FILLER                PIC X(17)   VALUE
                                        "Price variance".
              05 FILLER                PIC X(17)   VALUE
                                        "Wrong supplier".
              05 FILLER                PIC X(17)   VALUE
                                        "Unknown PO".
           01 WS-EXCEPTION-TYPES REDEFINES WS-EXCEPTION-TYPE-VALUES.
              05 WS-EXCEPTION-TYPE-NAME PIC X(17)  OCCURS 4 TIMES.

           01 WS-EXCEPTION-TABLE.
              05 WS-EXC-ENTRY OCCURS 300 TIMES.
                 10 WS-EXC-SUPPLIER    PIC X(5).
                 10 WS-EXC-INVOICE     PIC X(10).
                 10 WS-EXC-PO          PIC 9(6).
                 10 WS-EXC-PART        PIC 9(7).
                 10 WS-EXC-QTY         PIC 9(4).
                 10 WS-EXC-PRICE       PIC 9(4)V99.
                 10 WS-EXC-TYPE        PIC 9(1).
                 10 WS-EXC-AMOUNT      PIC 9(8)V99.
                 10 WS-EXC-WRITTEN-FLAG PIC X(1).

           01 WS-PRICE-HISTORY-TABLE.
              05 WS-HIST-ENTRY OCCURS 2000 TIMES.
                 10 WS-HIST-PART       PIC 9(7).
                 10 WS-HIST-OLD-PRICE  PIC 9(4).
                 10 WS-HIST-EFF-DATE   PIC 9(8).

      *        Exception dollars by type (1-4) and all types (5):
      *        level 1 = current supplier, level 2 = run total.
           01 WS-EXCEPTION-TOTALS.
              05 WS-TOTAL-LEVEL OCCURS 2 TIMES.
                 10 WS-TOTAL-BY-TYPE   PIC 9(9)V99 OCCURS 5 TIMES.

           01 WS-TABLE-WORK-FIELDS.
              05 WS-EXC-COUNT          PIC 9(4)    VALUE ZERO.
              05 WS-EXC-IDX            PIC 9(4)    VALUE ZERO.
              05 WS-GROUP-IDX          PIC 9(4)    VALUE ZERO.
              05 WS-GROUP-SUPPLIER     PIC X(5).
              05 WS-HIST-COUNT         PIC 9(4)    VALUE ZERO.
              05 WS-HIST-IDX           PIC 9(4)    VALUE ZERO.
              05 WS-LEVEL-IDX          PIC 9(4)    VALUE ZERO.

           01 WS-MATCH-WORK-FIELDS.
              05 WS-EXCEPTION-TYPE     PIC 9(1)    VALUE ZERO.
              05 WS-EXCEPTION-AMOUNT   PIC 9(8)V99 VALUE ZERO.
              05 WS-LINE-AMOUNT        PIC 9(8)V99 VALUE ZERO.
              05 WS-QTY-TO-DATE        PIC 9(5)    VALUE ZERO.
              05 WS-QTY-EXCESS         PIC 9(5)    VALUE ZERO.
              05 WS-EXPECTED-PRICE     PIC 9(4)V99 VALUE ZERO.
              05 WS-PRICE-DIFFERENCE   PIC 9(4)V99 VALUE ZERO.
              05 WS-ALLOWED-VARIANCE   PIC 9(4)V9(4) VALUE ZERO.
              05 WS-BEST-EFF-DATE      PIC 9(8)    VALUE ZERO.
              05 WS-CONTROL-FOUND-FLAG PIC X(3)    VALUE "NO".
              05 WS-REFUSE-FLAG        PIC X(3)    VALUE "NO".

           01 WS-RUN-PARAMETERS.
              05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.
              05 WS-TOLERANCE-NUMERIC  PIC 9(3)    VALUE ZERO.
              05 WS-PRICE-TOLERANCE    PIC 9(3)    VALUE 002.

           01 WS-RUN-COUNTERS.
              05 WS-LINES-READ         PIC 9(5)    VALUE ZERO.
              05 WS-LINES-INVALID      PIC 9(5)    VALUE ZERO.
              05 WS-LINES-APPROVED     PIC 9(5)    VALUE ZERO.
              05 WS-LINES-EXCEPTED     PIC 9(5)    VALUE ZERO.
              05 WS-POS-FULLY-INVOICED PIC 9(5)    VALUE ZERO.
              05 WS-APPROVED-TOTAL     PIC 9(9)V99 VALUE ZERO.
              05 WS-APPROVED-TOTAL-OUT PIC ZZZZZZZZ9.99.

           01 WS-RESPONSES.
              05 WS-INVOICE-FILE-STATUS PIC X(2).
              05 WS-PO-FILE-STATUS     PIC X(2).
              05 WS-MASTER-FILE-STATUS PIC X(2).
              05 WS-PRICE-HISTORY-FILE-STATUS PIC X(2).
              05 WS-CONTROL-FILE-STATUS PIC X(2).
              05 WS-SUPPLIER-FILE-STATUS PIC X(2).
              05 WS-SUPPLIER-FILE-PRESENT PIC X(3) VALUE "NO".

           01 WS-FLAGS-AND-COUNTERS.
              05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
              05 WS-HIST-EOF-FLAG      PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-INVOICE-MATCH.
           PERFORM 201-INIT-INVOICE-MATCH.
           IF WS-REFUSE-FLAG = "NO"
               PERFORM 202-MATCH-INVOICE-LINE
                       UNTIL WS-EOF-FLAG = "YES"
               PERFORM 203-TERM-INVOICE-MATCH
           ELSE
               DISPLAY "No invoices matched - nothing written."
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

           201-INIT-INVOICE-MATCH.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               DISPLAY "Enter price tolerance percent (000-100):".
               ACCEPT WS-TOLERANCE-NUMERIC.
               IF WS-TOLERANCE-NUMERIC NOT > 100
                   MOVE WS-TOLERANCE-NUMERIC TO WS-PRICE-TOLERANCE
               ELSE
                   DISPLAY "Tolerance is not 000-100 - using "
                       WS-PRICE-TOLERANCE "%."
               END-IF.
               MOVE ZERO TO WS-EXCEPTION-TOTALS.
               PERFORM 310-LOAD-PRICE-HISTORY.
               IF WS-REFUSE-FLAG = "NO"
                   PERFORM 701-OPEN-MATCH-FILES
               END-IF.
               IF WS-REFUSE-FLAG = "NO"
                   PERFORM 302-WRITE-EXCEPTION-TITLE
                   PERFORM 304-READ-INVOICE-RECORD
               END-IF.
           202-MATCH-INVOICE-LINE.
               IF INV-PO-NUMBER IS NUMERIC
                  AND INV-PART-NUMBER IS NUMERIC
                  AND INV-QTY-BILLED IS NUMERIC
                  AND INV-UNIT-PRICE IS NUMERIC
                  AND INV-INVOICE-DATE IS NUMERIC
                   PERFORM 330-CHECK-INVOICE-LINE
               ELSE
                   DISPLAY "Invalid invoice line - skipped: "
                       INV-INVOICE-NUMBER
                   ADD 1 TO WS-LINES-INVALID
               END-IF.
               PERFORM 304-READ-INVOICE-RECORD.
           203-TERM-INVOICE-MATCH.
               PERFORM 360-WRITE-SUPPLIER-GROUPS.
               MOVE "Run Total:" TO WS-TOT-LABEL-OUT.
               MOVE 2 TO WS-LEVEL-IDX.
               PERFORM 364-WRITE-EXCEPTION-TOTAL.
               PERFORM 308-CLOSE-MATCH-FILES.
               MOVE WS-APPROVED-TOTAL TO WS-APPROVED-TOTAL-OUT.
               DISPLAY "Invoice lines read:    " WS-LINES-READ.
               DISPLAY "Invalid lines:         " WS-LINES-INVALID.
               DISPLAY "Lines approved:        " WS-LINES-APPROVED.
               DISPLAY "Approved for payment:  " WS-APPROVED-TOTAL-OUT.
               DISPLAY "Lines in exception:    " WS-LINES-EXCEPTED.
               DISPLAY "POs now fully invoiced:" WS-POS-FULLY-INVOICED.

               302-WRITE-EXCEPTION-TITLE.
                   MOVE WS-RUN-DATE TO WS-TITLE-DATE-OUT.
                   MOVE WS-PRICE-TOLERANCE TO WS-TITLE-TOLERANCE-OUT.
                   WRITE INVOICE-EXCEPTION-RECORD
                       FROM WS-EXCEPTION-TITLE-LINE.
                   WRITE INVOICE-EXCEPTION-RECORD FROM SPACES.
               304-READ-INVOICE-RECORD.
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                   END-READ.
               308-CLOSE-MATCH-FILES.
                   CLOSE SUPPLIER-INVOICE-FILE OPEN-PO-FILE
                         INVENTORY-MASTER-FILE INVOICE-CONTROL-FILE
                         APPROVED-PAYMENT-FILE INVOICE-EXCEPTION-FILE.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       CLOSE SUPPLIER-MASTER-FILE
                   END-IF.

               310-LOAD-PRICE-HISTORY.
                   OPEN INPUT PRICE-HISTORY-FILE.
                   IF WS-PRICE-HISTORY-FILE-STATUS = "00"
                       MOVE "NO" TO WS-HIST-EOF-FLAG
                       PERFORM 311-READ-PRICE-HISTORY
                       PERFORM 312-TABLE-PRICE-HISTORY
                           UNTIL WS-HIST-EOF-FLAG = "YES"
                       CLOSE PRICE-HISTORY-FILE
                   ELSE
                       DISPLAY "No invent_price_history.txt - "
                           "current master prices used."
                   END-IF.
               311-READ-PRICE-HISTORY.
                   READ PRICE-HISTORY-FILE
                       AT END MOVE "YES" TO WS-HIST-EOF-FLAG.
               312-TABLE-PRICE-HISTORY.
                   IF PRICE-HIST-PART-NUMBER IS NUMERIC
                      AND PRICE-HIST-OLD-PRICE IS NUMERIC
                      AND PRICE-HIST-EFF-DATE IS NUMERIC
                       IF WS-HIST-COUNT < 2000
                           ADD 1 TO WS-HIST-COUNT
                           MOVE PRICE-HIST-PART-NUMBER
                               TO WS-HIST-PART (WS-HIST-COUNT)
                           MOVE PRICE-HIST-OLD-PRICE
                               TO WS-HIST-OLD-PRICE (WS-HIST-COUNT)
                           MOVE PRICE-HIST-EFF-DATE
                               TO WS-HIST-EFF-DATE (WS-HIST-COUNT)
                       ELSE
                           DISPLAY "Price history table full - "
                               "run refused."
                           MOVE "YES" TO WS-REFUSE-FLAG
                           MOVE "YES" TO WS-HIST-EOF-FLAG
                       END-IF
                   END-IF.
                   PERFORM 311-READ-PRICE-HISTORY.

               330-CHECK-INVOICE-LINE.
                   MOVE ZERO TO WS-EXCEPTION-TYPE.
                   MOVE ZERO TO WS-EXCEPTION-AMOUNT.
                   MULTIPLY INV-QTY-BILLED BY INV-UNIT-PRICE
                       GIVING WS-LINE-AMOUNT.
                   MOVE INV-PO-NUMBER TO PO-NUMBER.
                   READ OPEN-PO-FILE
                       INVALID KEY
                           MOVE 4 TO WS-EXCEPTION-TYPE
                       NOT INVALID KEY
                           PERFORM 331-CHECK-AGAINST-PO
                   END-READ.
                   IF WS-EXCEPTION-TYPE = ZERO
                       PERFORM 340-APPROVE-INVOICE-LINE
                   ELSE
                       IF WS-EXCEPTION-TYPE = 3 OR 4
                           MOVE WS-LINE-AMOUNT TO WS-EXCEPTION-AMOUNT
                       END-IF
                       PERFORM 350-TABLE-EXCEPTION
                   END-IF.
               331-CHECK-AGAINST-PO.
                   IF PO-PART-NUMBER NOT = INV-PART-NUMBER
                       MOVE 4 TO WS-EXCEPTION-TYPE
                   ELSE
                       IF PO-SUPPLIER-CODE NOT = INV-SUPPLIER-CODE
                           MOVE 3 TO WS-EXCEPTION-TYPE
                       ELSE
                           PERFORM 332-CHECK-QUANTITY
                           IF WS-EXCEPTION-TYPE = ZERO
                               PERFORM 333-CHECK-PRICE
                           END-IF
                       END-IF
                   END-IF.
               332-CHECK-QUANTITY.
                   PERFORM 720-READ-INVOICE-CONTROL.
                   ADD INVCTL-QTY-INVOICED INV-QTY-BILLED
                       GIVING WS-QTY-TO-DATE.
                   IF INVCTL-FULLY-INVOICED = "Y"
                      OR WS-QTY-TO-DATE > PO-QTY-RECEIVED
                       MOVE 1 TO WS-EXCEPTION-TYPE
                       IF WS-QTY-TO-DATE > PO-QTY-RECEIVED
                           SUBTRACT PO-QTY-RECEIVED FROM WS-QTY-TO-DATE
                               GIVING WS-QTY-EXCESS
                       ELSE
                           MOVE INV-QTY-BILLED TO WS-QTY-EXCESS
                       END-IF
                       IF WS-QTY-EXCESS > INV-QTY-BILLED
                           MOVE INV-QTY-BILLED TO WS-QTY-EXCESS
                       END-IF
                       MULTIPLY WS-QTY-EXCESS BY INV-UNIT-PRICE
                           GIVING WS-EXCEPTION-AMOUNT
                   END-IF.
               333-CHECK-PRICE.
                   MOVE INV-PART-NUMBER TO MASTER-PART-NUMBER.
                   READ INVENTORY-MASTER-FILE
                       INVALID KEY
                           MOVE 4 TO WS-EXCEPTION-TYPE
                           MOVE WS-LINE-AMOUNT TO WS-EXCEPTION-AMOUNT
                       NOT INVALID KEY
                           PERFORM 334-SET-PRICE-AS-OF-INVOICE
                           PERFORM 336-COMPARE-PRICE
                   END-READ.
               334-SET-PRICE-AS-OF-INVOICE.
                   MOVE MASTER-UNIT-PRICE TO WS-EXPECTED-PRICE.
                   MOVE 99999999 TO WS-BEST-EFF-DATE.
                   MOVE 1 TO WS-HIST-IDX.
                   PERFORM 335-CHECK-HISTORY-ENTRY
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT.
               335-CHECK-HISTORY-ENTRY.
                   IF WS-HIST-PART (WS-HIST-IDX) = INV-PART-NUMBER
                      AND WS-HIST-EFF-DATE (WS-HIST-IDX) >
                              INV-INVOICE-DATE
                      AND WS-HIST-EFF-DATE (WS-HIST-IDX) <
                              WS-BEST-EFF-DATE
                       MOVE WS-HIST-EFF-DATE (WS-HIST-IDX)
                           TO WS-BEST-EFF-DATE
                       MOVE WS-HIST-OLD-PRICE (WS-HIST-IDX)
                           TO WS-EXPECTED-PRICE
                   END-IF.
                   ADD 1 TO WS-HIST-IDX.
               336-COMPARE-PRICE.
                   IF INV-UNIT-PRICE > WS-EXPECTED-PRICE
                       SUBTRACT WS-EXPECTED-PRICE FROM INV-UNIT-PRICE
                           GIVING WS-PRICE-DIFFERENCE
                   ELSE
                       SUBTRACT INV-UNIT-PRICE FROM WS-EXPECTED-PRICE
                           GIVING WS-PRICE-DIFFERENCE
                   END-IF.
                   COMPUTE WS-ALLOWED-VARIANCE =
                       WS-EXPECTED-PRICE * WS-PRICE-TOLERANCE / 100.
                   IF WS-PRICE-DIFFERENCE > WS-ALLOWED-VARIANCE
                       MOVE 2 TO WS-EXCEPTION-TYPE
                       MULTIPLY WS-PRICE-DIFFERENCE BY INV-QTY-BILLED
                           GIVING WS-EXCEPTION-AMOUNT
                   END-IF.

               340-APPROVE-INVOICE-LINE.
                   MOVE INV-INVOICE-NUMBER TO WS-APR-INVOICE-OUT.
                   MOVE INV-SUPPLIER-CODE TO WS-APR-SUPPLIER-OUT.
                   MOVE INV-PO-NUMBER TO WS-APR-PO-OUT.
                   MOVE INV-PART-NUMBER TO WS-APR-PART-OUT.
                   MOVE INV-QTY-BILLED TO WS-APR-QTY-OUT.
                   MOVE INV-UNIT-PRICE TO WS-APR-PRICE-OUT.
                   MOVE WS-LINE-AMOUNT TO WS-APR-AMOUNT-OUT.
                   MOVE INV-INVOICE-DATE TO WS-APR-INVOICE-DATE-OUT.
                   MOVE WS-RUN-DATE TO WS-APR-APPROVED-DATE-OUT.
                   WRITE APPROVED-PAYMENT-RECORD
                       FROM WS-APPROVED-DETAIL-LINE.
                   ADD 1 TO WS-LINES-APPROVED.
                   ADD WS-LINE-AMOUNT TO WS-APPROVED-TOTAL.
                   ADD INV-QTY-BILLED TO INVCTL-QTY-INVOICED.
                   ADD WS-LINE-AMOUNT TO INVCTL-AMOUNT-INVOICED.
                   MOVE INV-INVOICE-NUMBER TO INVCTL-LAST-INVOICE.
                   MOVE INV-INVOICE-DATE TO INVCTL-LAST-DATE.
                   IF INVCTL-QTY-INVOICED NOT < PO-QTY-ORDERED
                       MOVE "Y" TO INVCTL-FULLY-INVOICED
                       ADD 1 TO WS-POS-FULLY-INVOICED
                   END-IF.
                   PERFORM 721-WRITE-INVOICE-CONTROL.

               350-TABLE-EXCEPTION.
                   ADD 1 TO WS-LINES-EXCEPTED.
                   IF WS-EXC-COUNT < 300
                       ADD 1 TO WS-EXC-COUNT
                       MOVE WS-EXC-COUNT TO WS-EXC-IDX
                       MOVE INV-SUPPLIER-CODE
                           TO WS-EXC-SUPPLIER (WS-EXC-IDX)
                       MOVE INV-INVOICE-NUMBER
                           TO WS-EXC-INVOICE (WS-EXC-IDX)
                       MOVE INV-PO-NUMBER TO WS-EXC-PO (WS-EXC-IDX)
                       MOVE INV-PART-NUMBER TO WS-EXC-PART (WS-EXC-IDX)
                       MOVE INV-QTY-BILLED TO WS-EXC-QTY (WS-EXC-IDX)
                       MOVE INV-UNIT-PRICE TO WS-EXC-PRICE (WS-EXC-IDX)
                       MOVE WS-EXCEPTION-TYPE
                           TO WS-EXC-TYPE (WS-EXC-IDX)
                       MOVE WS-EXCEPTION-AMOUNT
                           TO WS-EXC-AMOUNT (WS-EXC-IDX)
                       MOVE "N" TO WS-EXC-WRITTEN-FLAG (WS-EXC-IDX)
                   ELSE
                       DISPLAY "Exception table full - line not "
                           "listed: " INV-INVOICE-NUMBER " "
                           WS-EXCEPTION-TYPE-NAME (WS-EXCEPTION-TYPE)
                   END-IF.

               360-WRITE-SUPPLIER-GROUPS.
                   MOVE 1 TO WS-GROUP-IDX.
                   PERFORM 361-WRITE-ONE-SUPPLIER-GROUP
                       UNTIL WS-GROUP-IDX > WS-EXC-COUNT.
               361-WRITE-ONE-SUPPLIER-GROUP.
                   IF WS-EXC-WRITTEN-FLAG (WS-GROUP-IDX) = "N"
                       MOVE WS-EXC-SUPPLIER (WS-GROUP-IDX)
                           TO WS-GROUP-SUPPLIER
                       MOVE WS-GROUP-SUPPLIER
                           TO WS-GROUP-SUPPLIER-OUT
                       PERFORM 365-RESOLVE-SUPPLIER-NAME
                       WRITE INVOICE-EXCEPTION-RECORD
                           FROM WS-SUPPLIER-GROUP-HEADER
                       MOVE ZERO TO WS-TOTAL-LEVEL (1)
                       MOVE WS-GROUP-IDX TO WS-EXC-IDX
                       PERFORM 362-WRITE-GROUP-DETAIL
                           UNTIL WS-EXC-IDX > WS-EXC-COUNT
                       MOVE "Supplier Total:" TO WS-TOT-LABEL-OUT
                       MOVE 1 TO WS-LEVEL-IDX
                       PERFORM 364-WRITE-EXCEPTION-TOTAL
                       WRITE INVOICE-EXCEPTION-RECORD FROM SPACES
                   END-IF.
                   ADD 1 TO WS-GROUP-IDX.
               362-WRITE-GROUP-DETAIL.
                   IF WS-EXC-WRITTEN-FLAG (WS-EXC-IDX) = "N"
                      AND WS-EXC-SUPPLIER (WS-EXC-IDX) =
                              WS-GROUP-SUPPLIER
                       MOVE WS-EXC-INVOICE (WS-EXC-IDX)
                           TO WS-EXC-INVOICE-OUT
                       MOVE WS-EXC-PO (WS-EXC-IDX) TO WS-EXC-PO-OUT
                       MOVE WS-EXC-PART (WS-EXC-IDX)
                           TO WS-EXC-PART-OUT
                       MOVE WS-EXC-QTY (WS-EXC-IDX) TO WS-EXC-QTY-OUT
                       MOVE WS-EXC-PRICE (WS-EXC-IDX)
                           TO WS-EXC-PRICE-OUT
                       MOVE WS-EXCEPTION-TYPE-NAME
                               (WS-EXC-TYPE (WS-EXC-IDX))
                           TO WS-EXC-TYPE-OUT
                       MOVE WS-EXC-AMOUNT (WS-EXC-IDX)
                           TO WS-EXC-AMOUNT-OUT
                       WRITE INVOICE-EXCEPTION-RECORD
                           FROM WS-EXCEPTION-DETAIL-LINE
                       MOVE 1 TO WS-LEVEL-IDX
                       PERFORM 363-ACCUMULATE-EXCEPTION
                           UNTIL WS-LEVEL-IDX > 2
                       MOVE "Y" TO WS-EXC-WRITTEN-FLAG (WS-EXC-IDX)
                   END-IF.
                   ADD 1 TO WS-EXC-IDX.
               363-ACCUMULATE-EXCEPTION.
                   ADD WS-EXC-AMOUNT (WS-EXC-IDX)
                       TO WS-TOTAL-BY-TYPE (WS-LEVEL-IDX,
                                            WS-EXC-TYPE (WS-EXC-IDX)).
                   ADD WS-EXC-AMOUNT (WS-EXC-IDX)
                       TO WS-TOTAL-BY-TYPE (WS-LEVEL-IDX, 5).
                   ADD 1 TO WS-LEVEL-IDX.
               364-WRITE-EXCEPTION-TOTAL.
                   MOVE WS-TOTAL-BY-TYPE (WS-LEVEL-IDX, 1)
                       TO WS-TOT-QTY-OUT.
                   MOVE WS-TOTAL-BY-TYPE (WS-LEVEL-IDX, 2)
                       TO WS-TOT-PRICE-OUT.
                   MOVE WS-TOTAL-BY-TYPE (WS-LEVEL-IDX, 3)
                       TO WS-TOT-SUPPLIER-OUT.
                   MOVE WS-TOTAL-BY-TYPE (WS-LEVEL-IDX, 4)
                       TO WS-TOT-UNKNOWN-OUT.
                   MOVE WS-TOTAL-BY-TYPE (WS-LEVEL-IDX, 5)
                       TO WS-TOT-ALL-OUT.
                   WRITE INVOICE-EXCEPTION-RECORD
                       FROM WS-EXCEPTION-TOTAL-LINE.
               365-RESOLVE-SUPPLIER-NAME.
                   MOVE SPACES TO WS-GROUP-SUP-NAME-OUT.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       MOVE WS-GROUP-SUPPLIER TO SUP-CODE
                       READ SUPPLIER-MASTER-FILE
                           INVALID KEY
                               MOVE "(unknown supplier)"
                                   TO WS-GROUP-SUP-NAME-OUT
                           NOT INVALID KEY
                               MOVE SUP-NAME
                                   TO WS-GROUP-SUP-NAME-OUT
                       END-READ
                   END-IF.

               701-OPEN-MATCH-FILES.
                   OPEN INPUT SUPPLIER-INVOICE-FILE.
                   IF WS-INVOICE-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open supplier_invoices.txt "
                           "- file status " WS-INVOICE-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   OPEN INPUT OPEN-PO-FILE.
                   IF WS-PO-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open open_po.txt - "
                           "file status " WS-PO-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   OPEN INPUT INVENTORY-MASTER-FILE.
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open invent_master.txt - "
                           "file status " WS-MASTER-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   OPEN I-O INVOICE-CONTROL-FILE.
                   IF WS-CONTROL-FILE-STATUS = "35"
                       OPEN OUTPUT INVOICE-CONTROL-FILE
                       CLOSE INVOICE-CONTROL-FILE
                       OPEN I-O INVOICE-CONTROL-FILE
                   END-IF.
                   IF WS-CONTROL-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open po_invoice_ctl.txt - "
                           "file status " WS-CONTROL-FILE-STATUS
                       MOVE "YES" TO WS-REFUSE-FLAG
                   END-IF.
                   IF WS-REFUSE-FLAG = "YES"
                       PERFORM 702-CLOSE-OPENED-INPUTS
                   ELSE
                       OPEN OUTPUT APPROVED-PAYMENT-FILE
                       OPEN OUTPUT INVOICE-EXCEPTION-FILE
                       OPEN INPUT SUPPLIER-MASTER-FILE
                       IF WS-SUPPLIER-FILE-STATUS = "00"
                           MOVE "YES" TO WS-SUPPLIER-FILE-PRESENT
                       ELSE
                           DISPLAY "No supplier_master.txt - "
                               "supplier names not resolved."
                       END-IF
                   END-IF.
               702-CLOSE-OPENED-INPUTS.
                   IF WS-INVOICE-FILE-STATUS = "00"
                       CLOSE SUPPLIER-INVOICE-FILE
                   END-IF.
                   IF WS-PO-FILE-STATUS = "00"
                       CLOSE OPEN-PO-FILE
                   END-IF.
                   IF WS-MASTER-FILE-STATUS = "00"
                       CLOSE INVENTORY-MASTER-FILE
                   END-IF.
                   IF WS-CONTROL-FILE-STATUS = "00"
                       CLOSE INVOICE-CONTROL-FILE
                   END-IF.

               720-READ-INVOICE-CONTROL.
                   MOVE INV-PO-NUMBER TO INVCTL-PO-NUMBER.
                   READ INVOICE-CONTROL-FILE
                       INVALID KEY
                           MOVE "NO" TO WS-CONTROL-FOUND-FLAG
                           MOVE INV-PO-NUMBER TO INVCTL-PO-NUMBER
                           MOVE ZERO TO INVCTL-QTY-INVOICED
                           MOVE ZERO TO INVCTL-AMOUNT-INVOICED
                           MOVE SPACES TO INVCTL-LAST-INVOICE
                           MOVE ZERO TO INVCTL-LAST-DATE
                           MOVE "N" TO INVCTL-FULLY-INVOICED
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CONTROL-FOUND-FLAG
                   END-READ.
               721-WRITE-INVOICE-CONTROL.
                   IF WS-CONTROL-FOUND-FLAG = "YES"
                       REWRITE INVOICE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update invoice "
                                   "control for PO " INVCTL-PO-NUMBER
                       END-REWRITE
                   ELSE
                       WRITE INVOICE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Unable to add invoice "
                                   "control for PO " INVCTL-PO-NUMBER
                       END-WRITE
                   END-IF.
