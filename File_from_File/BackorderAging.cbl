      **************************************************************
      *        This program ages the open backorders carried       *
      *        on the indexed backorder file                        *
      *        invent_backorder.txt written by                      *
      *        Inventory-Transaction-Project5 when a shipment       *
      *        exceeds the quantity on hand.  Every backorder       *
      *        still open is sorted by supplier, part and           *
      *        original posting date and written to                 *
      *        backorder_aging.txt: a group per supplier            *
      *        (name resolved from supplier_master.txt), a          *
      *        sub-group per part (name resolved from the           *
      *        master invent_master.txt), one line per              *
      *        backorder showing location, posting date,            *
      *        quantity short, quantity still open and days         *
      *        outstanding as of the run date, then part and        *
      *        supplier totals of open quantity spread over         *
      *        the 0-30, 31-60, 61-90 and over-90 day bands,        *
      *        and a grand total for the run.                       *
      *                                                            *
      **************************************************************
      *
      **************************************************************
      *                           Glossary                         *
      *        INVENT   --------------------------- Inventory      *
      *        QTY      --------------------------- Quantity       *
      *        BO       --------------------------- Backorder      *
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
       PROGRAM-ID. Backorder-Aging-Project32.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BACKORDER-FILE ASSIGN TO
                                     "D:\Cobol\invent_backorder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BO-RECORD-KEY
               FILE STATUS IS WS-BACKORDER-FILE-STATUS.

               SELECT INVENTORY-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\invent_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PART-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

               SELECT SUPPLIER-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\supplier_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

               SELECT BACKORDER-AGING-FILE ASSIGN TO
                                     "D:\Cobol\backorder_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
           FILE SECTION.
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

           FD BACKORDER-AGING-FILE.
           01 BACKORDER-AGING-RECORD   PIC X(90).

           SD SORT-WORK-FILE.
           01 SORT-RECORD.
              05 SORT-SUPPLIER-CODE    PIC X(5).
              05 SORT-PART-NUMBER      PIC 9(7).
              05 SORT-POSTING-DATE     PIC 9(8).
              05 SORT-LOCATION-CODE    PIC X(3).
              05 SORT-QTY-SHORT        PIC 9(4).
              05 SORT-QTY-OPEN         PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-REPORT-TITLE.
              05 FILLER                PIC X(35)   VALUE
                  "Backorder Aging Report - Run Date: ".
              05 WS-TITLE-DATE-OUT     PIC 9(8).

           01 WS-SUPPLIER-GROUP-HEADER.
              05 FILLER                PIC X(9)    VALUE "Supplier:".
              05 FILLER                PIC X       VALUE SPACES.
              05 WS-GROUP-SUPPLIER-OUT PIC X(5).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-GROUP-SUP-NAME-OUT PIC X(20).

           01 WS-PART-GROUP-HEADER.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "Part:".
              05 FILLER                PIC X       VALUE SPACES.
              05 WS-GROUP-PART-OUT     PIC 9(7).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-GROUP-PART-NAME-OUT PIC X(20).

           01 WS-BACKORDER-DETAIL-LINE.
              05 FILLER                PIC X(4)    VALUE SPACES.
              05 FILLER                PIC X(4)    VALUE "Loc:".
              05 WS-DET-LOCATION-OUT   PIC X(3).
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(9)    VALUE "B/O Date:".
              05 WS-DET-DATE-OUT       PIC 9(8).
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(6)    VALUE "Short:".
              05 WS-DET-SHORT-OUT      PIC ZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "Open:".
              05 WS-DET-OPEN-OUT       PIC ZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "Days:".
              05 WS-DET-DAYS-OUT       PIC ZZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 WS-DET-BAND-OUT       PIC X(8).

           01 WS-AGING-TOTAL-LINE.
              05 WS-TOT-LABEL-OUT      PIC X(16).
              05 FILLER                PIC X(5)    VALUE "Open:".
              05 WS-TOT-OPEN-OUT       PIC ZZZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(5)    VALUE "0-30:".
              05 WS-TOT-BAND-1-OUT     PIC ZZZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(6)    VALUE "31-60:".
              05 WS-TOT-BAND-2-OUT     PIC ZZZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(6)    VALUE "61-90:".
              05 WS-TOT-BAND-3-OUT     PIC ZZZZZ9.
              05 FILLER                PIC X(3)    VALUE SPACES.
              05 FILLER                PIC X(8)    VALUE "Over 90:".
              05 WS-TOT-BAND-4-OUT     PIC ZZZZZ9.

           01 WS-BAND-NAMES-VALUES.
              05 FILLER                PIC X(8)    VALUE "0-30".
              05 FILLER                PIC X(8)    VALUE "31-60".
              05 FILLER                PIC X(8)    VALUE "61-90".
              05 FILLER                PIC X(8)    VALUE "Over 90".
           01 WS-BAND-NAMES REDEFINES WS-BAND-NAMES-VALUES.
              05 WS-BAND-NAME          PIC X(8)    OCCURS 4 TIMES.

      *        Open quantity by band: 1 = part, 2 = supplier,
      *        3 = grand total; band 5 holds the level's total.
           01 WS-AGING-TOTALS.
              05 WS-LEVEL-ENTRY OCCURS 3 TIMES.
                 10 WS-LEVEL-BAND      PIC 9(6)    OCCURS 5 TIMES.

           01 WS-TABLE-WORK-FIELDS.
              05 WS-LEVEL-IDX          PIC 9(4)    VALUE ZERO.
              05 WS-BAND-IDX           PIC 9(4)    VALUE ZERO.
              05 WS-CURRENT-SUPPLIER   PIC X(5)    VALUE SPACES.
              05 WS-CURRENT-PART       PIC 9(7)    VALUE ZERO.

           01 WS-DATE-WORK-FIELDS.
              05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.
              05 WS-RUN-DAY-NUMBER     PIC 9(7)    VALUE ZERO.
              05 WS-AGE-DAYS           PIC S9(7)   VALUE ZERO.
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

           01 WS-RESPONSES.
              05 WS-BACKORDER-FILE-STATUS PIC X(2).
              05 WS-MASTER-FILE-STATUS PIC X(2).
              05 WS-SUPPLIER-FILE-STATUS PIC X(2).
              05 WS-MASTER-FILE-PRESENT PIC X(3)   VALUE "NO".
              05 WS-SUPPLIER-FILE-PRESENT PIC X(3)  VALUE "NO".

           01 WS-FLAGS-AND-COUNTERS.
              05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
              05 WS-FIRST-GROUP-FLAG   PIC X(3)    VALUE "YES".
              05 WS-BACKORDERS-LISTED  PIC 9(4)    VALUE ZERO.
              05 WS-PARTS-LISTED       PIC 9(4)    VALUE ZERO.
              05 WS-SUPPLIERS-LISTED   PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-BACKORDER-AGING.
           PERFORM 201-INIT-BACKORDER-AGING.
           PERFORM 203-TERM-BACKORDER-AGING.
           STOP RUN.

           201-INIT-BACKORDER-AGING.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE WS-RUN-DATE TO WS-DATE-WORK.
               PERFORM 390-COMPUTE-DAY-NUMBER.
               MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
               MOVE ZERO TO WS-AGING-TOTALS.
               PERFORM 701-OPEN-AGING-FILES.
               MOVE WS-RUN-DATE TO WS-TITLE-DATE-OUT.
               WRITE BACKORDER-AGING-RECORD FROM WS-REPORT-TITLE.
               WRITE BACKORDER-AGING-RECORD FROM SPACES.
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-SUPPLIER-CODE
                                    SORT-PART-NUMBER
                                    SORT-POSTING-DATE
                   INPUT PROCEDURE IS 310-RELEASE-OPEN-BACKORDERS
                   OUTPUT PROCEDURE IS 320-PROCESS-SORTED-OUTPUT.
           202-AGE-ONE-BACKORDER.
               IF WS-FIRST-GROUP-FLAG = "YES"
                   MOVE "NO" TO WS-FIRST-GROUP-FLAG
                   PERFORM 330-START-SUPPLIER-GROUP
                   PERFORM 331-START-PART-GROUP
               ELSE
                   IF SORT-SUPPLIER-CODE NOT = WS-CURRENT-SUPPLIER
                       PERFORM 332-END-PART-GROUP
                       PERFORM 333-END-SUPPLIER-GROUP
                       PERFORM 330-START-SUPPLIER-GROUP
                       PERFORM 331-START-PART-GROUP
                   ELSE
                       IF SORT-PART-NUMBER NOT = WS-CURRENT-PART
                           PERFORM 332-END-PART-GROUP
                           PERFORM 331-START-PART-GROUP
                       END-IF
                   END-IF
               END-IF.
               PERFORM 304-WRITE-BACKORDER-DETAIL.
               PERFORM 321-RETURN-NEXT-RECORD.
           203-TERM-BACKORDER-AGING.
               IF WS-BACKORDERS-LISTED > ZERO
                   MOVE "Grand Total" TO WS-TOT-LABEL-OUT
                   MOVE 3 TO WS-LEVEL-IDX
                   PERFORM 340-WRITE-AGING-TOTAL
               ELSE
                   MOVE "No open backorders." TO BACKORDER-AGING-RECORD
                   WRITE BACKORDER-AGING-RECORD
               END-IF.
               PERFORM 308-CLOSE-AGING-FILES.
               DISPLAY "Open backorders listed: " WS-BACKORDERS-LISTED.
               DISPLAY "Parts backordered:      " WS-PARTS-LISTED.
               DISPLAY "Suppliers affected:     " WS-SUPPLIERS-LISTED.

               304-WRITE-BACKORDER-DETAIL.
                   MOVE SORT-POSTING-DATE TO WS-DATE-WORK.
                   PERFORM 390-COMPUTE-DAY-NUMBER.
                   SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
                       GIVING WS-AGE-DAYS.
                   IF WS-AGE-DAYS < ZERO
                       MOVE ZERO TO WS-AGE-DAYS
                   END-IF.
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS NOT > 30
                           MOVE 1 TO WS-BAND-IDX
                       WHEN WS-AGE-DAYS NOT > 60
                           MOVE 2 TO WS-BAND-IDX
                       WHEN WS-AGE-DAYS NOT > 90
                           MOVE 3 TO WS-BAND-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-BAND-IDX
                   END-EVALUATE.
                   MOVE 1 TO WS-LEVEL-IDX.
                   PERFORM 305-ACCUMULATE-LEVEL
                       UNTIL WS-LEVEL-IDX > 3.
                   MOVE SORT-LOCATION-CODE TO WS-DET-LOCATION-OUT.
                   MOVE SORT-POSTING-DATE TO WS-DET-DATE-OUT.
                   MOVE SORT-QTY-SHORT TO WS-DET-SHORT-OUT.
                   MOVE SORT-QTY-OPEN TO WS-DET-OPEN-OUT.
                   MOVE WS-AGE-DAYS TO WS-DET-DAYS-OUT.
                   MOVE WS-BAND-NAME (WS-BAND-IDX) TO WS-DET-BAND-OUT.
                   WRITE BACKORDER-AGING-RECORD
                       FROM WS-BACKORDER-DETAIL-LINE.
                   ADD 1 TO WS-BACKORDERS-LISTED.
               305-ACCUMULATE-LEVEL.
                   ADD SORT-QTY-OPEN
                       TO WS-LEVEL-BAND (WS-LEVEL-IDX, WS-BAND-IDX).
                   ADD SORT-QTY-OPEN TO WS-LEVEL-BAND (WS-LEVEL-IDX, 5).
                   ADD 1 TO WS-LEVEL-IDX.
               308-CLOSE-AGING-FILES.
                   CLOSE BACKORDER-AGING-FILE.
                   IF WS-MASTER-FILE-PRESENT = "YES"
                       CLOSE INVENTORY-MASTER-FILE
                   END-IF.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       CLOSE SUPPLIER-MASTER-FILE
                   END-IF.

                   310-RELEASE-OPEN-BACKORDERS.
                       OPEN INPUT BACKORDER-FILE.
                       IF WS-BACKORDER-FILE-STATUS = "00"
                           MOVE "NO" TO WS-EOF-FLAG
                           PERFORM 311-RELEASE-NEXT-BACKORDER
                               UNTIL WS-EOF-FLAG = "YES"
                           CLOSE BACKORDER-FILE
                       ELSE
                           DISPLAY "Unable to open "
                               "invent_backorder.txt - file status "
                               WS-BACKORDER-FILE-STATUS
                       END-IF.
                   311-RELEASE-NEXT-BACKORDER.
                       READ BACKORDER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-EOF-FLAG
                           NOT AT END
                               IF BO-STATUS = "O"
                                  AND BO-QTY-OPEN > ZERO
                                   MOVE BO-SUPPLIER-CODE
                                       TO SORT-SUPPLIER-CODE
                                   MOVE BO-PART-NUMBER
                                       TO SORT-PART-NUMBER
                                   MOVE BO-POSTING-DATE
                                       TO SORT-POSTING-DATE
                                   MOVE BO-LOCATION-CODE
                                       TO SORT-LOCATION-CODE
                                   MOVE BO-QTY-SHORT TO SORT-QTY-SHORT
                                   MOVE BO-QTY-OPEN TO SORT-QTY-OPEN
                                   RELEASE SORT-RECORD
                               END-IF
                       END-READ.
                   320-PROCESS-SORTED-OUTPUT.
                       MOVE "NO" TO WS-EOF-FLAG.
                       PERFORM 321-RETURN-NEXT-RECORD.
                       PERFORM 202-AGE-ONE-BACKORDER
                           UNTIL WS-EOF-FLAG = "YES".
                       IF WS-FIRST-GROUP-FLAG = "NO"
                           PERFORM 332-END-PART-GROUP
                           PERFORM 333-END-SUPPLIER-GROUP
                       END-IF.
                   321-RETURN-NEXT-RECORD.
                       RETURN SORT-WORK-FILE
                           AT END MOVE "YES" TO WS-EOF-FLAG.

                   330-START-SUPPLIER-GROUP.
                       MOVE SORT-SUPPLIER-CODE TO WS-CURRENT-SUPPLIER.
                       MOVE WS-CURRENT-SUPPLIER
                           TO WS-GROUP-SUPPLIER-OUT.
                       MOVE SPACES TO WS-GROUP-SUP-NAME-OUT.
                       IF WS-SUPPLIER-FILE-PRESENT = "YES"
                           MOVE WS-CURRENT-SUPPLIER TO SUP-CODE
                           READ SUPPLIER-MASTER-FILE
                               INVALID KEY
                                   MOVE "(unknown supplier)"
                                       TO WS-GROUP-SUP-NAME-OUT
                               NOT INVALID KEY
                                   MOVE SUP-NAME
                                       TO WS-GROUP-SUP-NAME-OUT
                           END-READ
                       END-IF.
                       WRITE BACKORDER-AGING-RECORD
                           FROM WS-SUPPLIER-GROUP-HEADER.
                       ADD 1 TO WS-SUPPLIERS-LISTED.
                   331-START-PART-GROUP.
                       MOVE SORT-PART-NUMBER TO WS-CURRENT-PART.
                       MOVE WS-CURRENT-PART TO WS-GROUP-PART-OUT.
                       MOVE SPACES TO WS-GROUP-PART-NAME-OUT.
                       IF WS-MASTER-FILE-PRESENT = "YES"
                           MOVE WS-CURRENT-PART TO MASTER-PART-NUMBER
                           READ INVENTORY-MASTER-FILE
                               INVALID KEY
                                   MOVE "(not on master)"
                                       TO WS-GROUP-PART-NAME-OUT
                               NOT INVALID KEY
                                   MOVE MASTER-PART-NAME
                                       TO WS-GROUP-PART-NAME-OUT
                           END-READ
                       END-IF.
                       WRITE BACKORDER-AGING-RECORD
                           FROM WS-PART-GROUP-HEADER.
                       ADD 1 TO WS-PARTS-LISTED.
                   332-END-PART-GROUP.
                       MOVE "    Part Total" TO WS-TOT-LABEL-OUT.
                       MOVE 1 TO WS-LEVEL-IDX.
                       PERFORM 340-WRITE-AGING-TOTAL.
                   333-END-SUPPLIER-GROUP.
                       MOVE "Supplier Total" TO WS-TOT-LABEL-OUT.
                       MOVE 2 TO WS-LEVEL-IDX.
                       PERFORM 340-WRITE-AGING-TOTAL.
                       WRITE BACKORDER-AGING-RECORD FROM SPACES.

                   340-WRITE-AGING-TOTAL.
                       MOVE WS-LEVEL-BAND (WS-LEVEL-IDX, 5)
                           TO WS-TOT-OPEN-OUT.
                       MOVE WS-LEVEL-BAND (WS-LEVEL-IDX, 1)
                           TO WS-TOT-BAND-1-OUT.
                       MOVE WS-LEVEL-BAND (WS-LEVEL-IDX, 2)
                           TO WS-TOT-BAND-2-OUT.
                       MOVE WS-LEVEL-BAND (WS-LEVEL-IDX, 3)
                           TO WS-TOT-BAND-3-OUT.
                       MOVE WS-LEVEL-BAND (WS-LEVEL-IDX, 4)
                           TO WS-TOT-BAND-4-OUT.
                       WRITE BACKORDER-AGING-RECORD
                           FROM WS-AGING-TOTAL-LINE.
                       MOVE ZERO TO WS-LEVEL-ENTRY (WS-LEVEL-IDX).

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

               701-OPEN-AGING-FILES.
                   OPEN OUTPUT BACKORDER-AGING-FILE.
                   OPEN INPUT INVENTORY-MASTER-FILE.
                   IF WS-MASTER-FILE-STATUS = "00"
                       MOVE "YES" TO WS-MASTER-FILE-PRESENT
                   ELSE
                       DISPLAY "No invent_master.txt - part names "
                           "not resolved."
                   END-IF.
                   OPEN INPUT SUPPLIER-MASTER-FILE.
                   IF WS-SUPPLIER-FILE-STATUS = "00"
                       MOVE "YES" TO WS-SUPPLIER-FILE-PRESENT
                   ELSE
                       DISPLAY "No supplier_master.txt - supplier "
                           "names not resolved."
                   END-IF.
