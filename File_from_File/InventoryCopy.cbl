      *        accumulated quantity against an operator-supplied   *
      *        control-total file, flagging a mismatch instead     *
      *        of closing out silently.                            *
      *        The reorder level is set per part from the           *
      *        reorder point carried on reorder_params.txt,         *
      *        which Reorder-Calc-Project33 recalculates from       *
      *        actual demand; a part with no reorder point on       *
      *        file, or a run without the file, falls back to       *
      *        the standing threshold WS-REORDER-THRESHOLD.         *
      *                                                            *
      **************************************************************
      *
      *                                             File Fields    *
      *        CTL-      -------------------------- Control-Total  *
      *                                             File Fields    *
      *        PARAM-    -------------------------- Reorder        *
      *                                             Parameter      *
      *                                             File Fields    *
      *                                                            *
      **************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LOC-RECORD-KEY
               FILE STATUS IS WS-LOCATION-FILE-STATUS.

               SELECT REORDER-PARAM-FILE ASSIGN TO
                                     "D:\Cobol\reorder_params.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INVENT-FILE-IN.
                 10 LOC-LOCATION-CODE  PIC X(3).
              05 LOC-QTY-ON-HAND       PIC 9(4).

           FD REORDER-PARAM-FILE.
           01 REORDER-PARAM-RECORD.
              05 PARAM-PART-NUMBER     PIC 9(7).
              05 FILLER                PIC X(1).
              05 PARAM-REORDER-QTY     PIC 9(4).
              05 FILLER                PIC X(1).
              05 PARAM-REORDER-POINT   PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-INVENT-RECORD-DETAIL.
              05 WS-PART-NUMBER-OUT    PIC 9(7).

           01 WS-REORDER-POINT.
              05 WS-REORDER-THRESHOLD  PIC 9(4)    VALUE 0050.
              05 WS-PART-REORDER-POINT PIC 9(4)    VALUE ZERO.

           01 WS-REORDER-POINT-TABLE.
              05 WS-PARAM-ENTRY OCCURS 2000 TIMES.
                 10 WS-PARAM-PART      PIC 9(7).
                 10 WS-PARAM-POINT     PIC 9(4).

           01 WS-REORDER-POINT-FIELDS.
              05 WS-PARAM-COUNT        PIC 9(4)    VALUE ZERO.
              05 WS-PARAM-IDX          PIC 9(4)    VALUE ZERO.
              05 WS-PARAM-FOUND-FLAG   PIC X(3)    VALUE "NO".
              05 WS-PARAM-EOF-FLAG     PIC X(3)    VALUE "NO".
              05 WS-PARAM-FILE-STATUS  PIC X(2).

           01 WS-CHECKPOINT-FIELDS.
              05 WS-CHECKPOINT-READ-COUNTER PIC 9(4) VALUE ZERO.
           
           201-INIT-INVENTORY-REPORT.
               PERFORM 343-READ-CONTROL-TOTALS-FILE.
               PERFORM 316-LOAD-REORDER-POINTS.
               PERFORM 330-CHECK-FOR-RESTART.
               PERFORM 301-OPEN-INVENT-FILES.
               IF WS-RESTART-MODE = "NO"
                   END-IF.

               309-CHECK-LOW-STOCK-EXCEPTION.
                   PERFORM 319-SET-PART-REORDER-POINT.
                   IF QTY-ON-HAND-IN < WS-PART-REORDER-POINT
                       MOVE PART-NUMBER-IN TO WS-EXC-PART-NUMBER-OUT
                       MOVE PART-NAME-IN TO WS-EXC-PART-NAME-OUT
                       MOVE QTY-ON-HAND-IN TO WS-EXC-QTY-OUT
                           END-IF
                   END-READ.

               316-LOAD-REORDER-POINTS.
                   OPEN INPUT REORDER-PARAM-FILE.
                   IF WS-PARAM-FILE-STATUS = "00"
                       MOVE "NO" TO WS-PARAM-EOF-FLAG
                       PERFORM 317-READ-PARAM-RECORD
                       PERFORM 318-TABLE-PARAM-RECORD
                           UNTIL WS-PARAM-EOF-FLAG = "YES"
                       CLOSE REORDER-PARAM-FILE
                   ELSE
                       DISPLAY "No reorder_params.txt - standing "
                           "reorder threshold applies to all parts."
                   END-IF.
               317-READ-PARAM-RECORD.
                   READ REORDER-PARAM-FILE
                       AT END MOVE "YES" TO WS-PARAM-EOF-FLAG.
               318-TABLE-PARAM-RECORD.
                   IF PARAM-PART-NUMBER IS NUMERIC
                      AND PARAM-REORDER-POINT IS NUMERIC
                       IF WS-PARAM-COUNT < 2000
                           ADD 1 TO WS-PARAM-COUNT
                           MOVE PARAM-PART-NUMBER
                               TO WS-PARAM-PART (WS-PARAM-COUNT)
                           MOVE PARAM-REORDER-POINT
                               TO WS-PARAM-POINT (WS-PARAM-COUNT)
                       ELSE
                           DISPLAY "Reorder point table full - "
                               "entry skipped: " PARAM-PART-NUMBER
                       END-IF
                   END-IF.
                   PERFORM 317-READ-PARAM-RECORD.
               319-SET-PART-REORDER-POINT.
                   MOVE 1 TO WS-PARAM-IDX.
                   MOVE "NO" TO WS-PARAM-FOUND-FLAG.
                   PERFORM 320-SEARCH-PARAM-ENTRY
                       UNTIL WS-PARAM-IDX > WS-PARAM-COUNT
                          OR WS-PARAM-FOUND-FLAG = "YES".
                   IF WS-PARAM-FOUND-FLAG = "YES"
                       MOVE WS-PARAM-POINT (WS-PARAM-IDX)
                           TO WS-PART-REORDER-POINT
                   ELSE
                       MOVE WS-REORDER-THRESHOLD
                           TO WS-PART-REORDER-POINT
                   END-IF.
               320-SEARCH-PARAM-ENTRY.
                   IF WS-PARAM-PART (WS-PARAM-IDX) = PART-NUMBER-IN
                       MOVE "YES" TO WS-PARAM-FOUND-FLAG
                   ELSE
                       ADD 1 TO WS-PARAM-IDX
                   END-IF.

               330-CHECK-FOR-RESTART.
                   OPEN INPUT CHECKPOINT-FILE.
                   IF WS-CHECKPOINT-FILE-STATUS = "00"
