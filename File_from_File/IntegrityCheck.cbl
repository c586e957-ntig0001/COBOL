      **************************************************************
      *        This program is the batch-night cross-file          *
      *        integrity sweep.  Each master is validated          *
      *        on its own by the program that maintains it;        *
      *        this run checks that the files agree with one       *
      *        another and lists every orphan and mismatch         *
      *        on integrity_report.txt:                            *
      *        course_grades.txt rows whose student is not         *
      *        on students.txt, scholarship_awards.txt awards      *
      *        for students no longer on students.txt, parts       *
      *        whose invent_location.txt quantities do not         *
      *        add up to MASTER-QTY-ON-HAND, location rows         *
      *        for parts no longer on invent_master.txt,           *
      *        open_po.txt orders for unknown parts or placed      *
      *        with a supplier other than the part's master        *
      *        supplier, and parts whose supplier is inactive      *
      *        (or missing) on supplier_master.txt.  The           *
      *        report closes with the count of findings by         *
      *        check type.  RETURN-CODE 8 is set when anything     *
      *        is found, so Batch-Control-Project20 holds the      *
      *        master backup step until the data is put right,     *
      *        and RETURN-CODE 16 when students.txt or             *
      *        invent_master.txt cannot be opened.  A file         *
      *        that is not present skips only the checks that      *
      *        need it.                                            *
      *                                                            *
      **************************************************************
      *
      **************************************************************
      *                           Glossary                         *
      *        INVENT   --------------------------- Inventory      *
      *        QTY      --------------------------- Quantity       *
      *        LOC      --------------------------- Location       *
      *        PO       --------------------------- Purchase Order *
      *        FND      --------------------------- Finding        *
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
       PROGRAM-ID. Integrity-Check-Project36.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-FILE ASSIGN TO "D:\Cobol\students.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS WS-STUDENT-FILE-STATUS.

               SELECT COURSE-GRADE-FILE ASSIGN TO
                                     "D:\Cobol\course_grades.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-RECORD-KEY
               FILE STATUS IS WS-GRADE-FILE-STATUS.

               SELECT AWARD-MASTER-FILE ASSIGN TO
                                "D:\Cobol\scholarship_awards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWARD-STUDENT-ID
               FILE STATUS IS WS-AWARD-FILE-STATUS.

               SELECT INVENTORY-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\invent_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-PART-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

               SELECT LOCATION-STOCK-FILE ASSIGN TO
                                     "D:\Cobol\invent_location.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-RECORD-KEY
               FILE STATUS IS WS-LOCATION-FILE-STATUS.

               SELECT OPEN-PO-FILE ASSIGN TO "D:\Cobol\open_po.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.

               SELECT SUPPLIER-MASTER-FILE ASSIGN TO
                                     "D:\Cobol\supplier_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CODE
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

               SELECT INTEGRITY-REPORT-FILE ASSIGN TO
                                     "D:\Cobol\integrity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-FILE.
           01 STUDENT-RECORD.
              05 STUDENT-NAME          PIC X(20).
              05 FILLER                PIC X(2).
              05 STUDENT-ID            PIC X(9).
              05 FILLER                PIC X(5).
              05 STUDENT-TOTAL-PERCENTAGE PIC 9(3).99.
              05 FILLER                PIC X(5).
              05 STUDENT-GPA           PIC 9.99.
              05 FILLER                PIC X(2).
              05 STUDENT-PROGRAM       PIC X(6).

           FD COURSE-GRADE-FILE.
           01 COURSE-GRADE-RECORD.
              05 GRADE-RECORD-KEY.
                 10 GRADE-STUDENT-ID   PIC X(9).
                 10 GRADE-COURSE-CODE  PIC X(8).
                 10 GRADE-TERM         PIC X(6).
              05 FILLER                PIC X(3).
              05 GRADE-CREDIT-HOURS    PIC 9(2).
              05 FILLER                PIC X(3).
              05 GRADE-LETTER          PIC X(2).
              05 FILLER                PIC X(3).
              05 GRADE-COURSE-MARK     PIC 9(3).99.
              05 FILLER                PIC X(5).

           FD AWARD-MASTER-FILE.
           01 AWARD-MASTER-RECORD.
              05 AWARD-STUDENT-ID      PIC X(9).
              05 AWARD-TIER            PIC X(1).
              05 AWARD-GPA-FLOOR       PIC 9.99.
              05 AWARD-TOTAL           PIC 9(7).
              05 AWARD-TERM-AMOUNT     PIC 9(7).
              05 AWARD-TERMS-TOTAL     PIC 9(2).
              05 AWARD-TERMS-PAID      PIC 9(2).
              05 AWARD-AMOUNT-PAID     PIC 9(7).
              05 AWARD-STATUS          PIC X(1).

           FD INVENTORY-MASTER-FILE.
           01 INVENTORY-MASTER-RECORD.
              05 MASTER-PART-NUMBER    PIC 9(7).
              05 MASTER-PART-NAME      PIC X(20).
              05 MASTER-QTY-ON-HAND    PIC 9(4).
              05 MASTER-UNIT-PRICE     PIC 9(4).
              05 MASTER-SUPPLIER-CODE  PIC X(5).

           FD LOCATION-STOCK-FILE.
           01 LOCATION-STOCK-RECORD.
              05 LOC-RECORD-KEY.
                 10 LOC-PART-NUMBER    PIC 9(7).
                 10 LOC-LOCATION-CODE  PIC X(3).
              05 LOC-QTY-ON-HAND       PIC 9(4).

           FD OPEN-PO-FILE.
           01 OPEN-PO-RECORD.
              05 PO-NUMBER             PIC 9(6).
              05 PO-PART-NUMBER        PIC 9(7).
              05 PO-SUPPLIER-CODE      PIC X(5).
              05 PO-QTY-ORDERED        PIC 9(4).
              05 PO-QTY-RECEIVED       PIC 9(4).
              05 PO-ORDER-DATE         PIC 9(8).

           FD SUPPLIER-MASTER-FILE.
           01 SUPPLIER-MASTER-RECORD.
              05 SUP-CODE              PIC X(5).
              05 SUP-NAME              PIC X(20).
              05 SUP-CONTACT           PIC X(20).
              05 SUP-LEAD-DAYS         PIC 9(3).
              05 SUP-ACTIVE-FLAG       PIC X(1).

           FD INTEGRITY-REPORT-FILE.
           01 INTEGRITY-REPORT-RECORD  PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-REPORT-TITLE-LINE.
              05 FILLER                PIC X(33)   VALUE
                                 "Cross-File Integrity - Run Date:".
              05 FILLER                PIC X       VALUE SPACES.
              05 WS-TITLE-DATE-OUT     PIC 9(8).

           01 WS-FINDING-LINE.
              05 WS-FND-CHECK-OUT      PIC X(28).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-FND-KEY-OUT        PIC X(24).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-FND-DETAIL-OUT     PIC X(40).
              05 WS-FND-DETAIL-PARTS REDEFINES WS-FND-DETAIL-OUT.
                 10 WS-FND-TEXT-1-OUT  PIC X(13).
                 10 WS-FND-VALUE-1-OUT PIC X(7).
                 10 FILLER             PIC X(2).
                 10 WS-FND-TEXT-2-OUT  PIC X(11).
                 10 WS-FND-VALUE-2-OUT PIC X(7).

           01 WS-COUNT-HEADER-LINE.
              05 FILLER                PIC X(28)   VALUE
                                 "Findings by check type:".

           01 WS-COUNT-DETAIL-LINE.
              05 WS-CNT-CHECK-OUT      PIC X(28).
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-CNT-FINDINGS-OUT   PIC ZZZZ9.
              05 FILLER                PIC X(2)    VALUE SPACES.
              05 WS-CNT-SKIPPED-OUT    PIC X(30).

           01 WS-CHECK-NAME-VALUES.
              05 FILLER                PIC X(28)   VALUE
                                 "Grade for unknown student".
              05 FILLER                PIC X(28)   VALUE
                                 "Award for unknown student".
              05 FILLER                PIC X(28)   VALUE
                                 "Location qty not = master".
              05 FILLER                PIC X(28)   VALUE
                                 "Location for unknown part".
              05 FILLER                PIC X(28)   VALUE
                                 "PO for unknown part".
              05 FILLER                PIC X(28)   VALUE
                                 "PO supplier not = master".
              05 FILLER                PIC X(28)   VALUE
                                 "Part supplier inactive".
              05 FILLER                PIC X(28)   VALUE
                                 "Part supplier not on file".
              05 FILLER                PIC X(28)   VALUE
                                 "Total findings".
           01 WS-CHECK-NAMES REDEFINES WS-CHECK-NAME-VALUES.
              05 WS-CHECK-NAME         PIC X(28)   OCCURS 9 TIMES.

      *        Findings per check type (1-8) and in total (9).
           01 WS-CHECK-COUNT-TABLE.
              05 WS-CHECK-ENTRY OCCURS 9 TIMES.
                 10 WS-CHECK-FINDINGS  PIC 9(5).
                 10 WS-CHECK-SKIPPED-FLAG PIC X(3).

           01 WS-CHECK-WORK-FIELDS.
              05 WS-CHECK-IDX          PIC 9(2)    VALUE ZERO.
              05 WS-LOC-TOTAL          PIC 9(6)    VALUE ZERO.
              05 WS-LOC-ROWS           PIC 9(4)    VALUE ZERO.
              05 WS-QTY-OUT            PIC ZZZZZZ9.
              05 WS-QTY-OUT-2          PIC ZZZZZZ9.
              05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.

           01 WS-RUN-COUNTERS.
              05 WS-GRADES-READ        PIC 9(6)    VALUE ZERO.
              05 WS-AWARDS-READ        PIC 9(6)    VALUE ZERO.
              05 WS-PARTS-READ         PIC 9(6)    VALUE ZERO.
              05 WS-LOCATIONS-READ     PIC 9(6)    VALUE ZERO.
              05 WS-POS-READ           PIC 9(6)    VALUE ZERO.

           01 WS-RESPONSES.
              05 WS-STUDENT-FILE-STATUS PIC X(2).
              05 WS-GRADE-FILE-STATUS  PIC X(2).
              05 WS-AWARD-FILE-STATUS  PIC X(2).
              05 WS-MASTER-FILE-STATUS PIC X(2).
              05 WS-LOCATION-FILE-STATUS PIC X(2).
              05 WS-PO-FILE-STATUS     PIC X(2).
              05 WS-SUPPLIER-FILE-STATUS PIC X(2).
              05 WS-STUDENT-FILE-PRESENT PIC X(3)  VALUE "NO".
              05 WS-MASTER-FILE-PRESENT PIC X(3)   VALUE "NO".
              05 WS-LOCATION-FILE-PRESENT PIC X(3) VALUE "NO".
              05 WS-SUPPLIER-FILE-PRESENT PIC X(3) VALUE "NO".

           01 WS-FLAGS-AND-COUNTERS.
              05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
              05 WS-LOC-EOF-FLAG       PIC X(3)    VALUE "NO".
              05 WS-RECORD-FOUND-FLAG  PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-INTEGRITY-CHECK.
           PERFORM 201-INIT-INTEGRITY-CHECK.
           PERFORM 210-CHECK-GRADE-STUDENTS.
           PERFORM 220-CHECK-AWARD-STUDENTS.
           PERFORM 230-CHECK-MASTER-PARTS.
           PERFORM 240-CHECK-LOCATION-PARTS.
           PERFORM 250-CHECK-OPEN-PO-PARTS.
           PERFORM 203-TERM-INTEGRITY-CHECK.
           STOP RUN.

           201-INIT-INTEGRITY-CHECK.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE 1 TO WS-CHECK-IDX.
               PERFORM 302-CLEAR-CHECK-COUNT
                   UNTIL WS-CHECK-IDX > 9.
               PERFORM 701-OPEN-INTEGRITY-FILES.
               MOVE WS-RUN-DATE TO WS-TITLE-DATE-OUT.
               WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-TITLE-LINE.
               WRITE INTEGRITY-REPORT-RECORD FROM SPACES.
           203-TERM-INTEGRITY-CHECK.
               PERFORM 360-WRITE-CHECK-COUNTS.
               PERFORM 308-CLOSE-INTEGRITY-FILES.
               DISPLAY "Grade rows read:       " WS-GRADES-READ.
               DISPLAY "Awards read:           " WS-AWARDS-READ.
               DISPLAY "Parts read:            " WS-PARTS-READ.
               DISPLAY "Location rows read:    " WS-LOCATIONS-READ.
               DISPLAY "Open POs read:         " WS-POS-READ.
               DISPLAY "Total findings:        "
                   WS-CHECK-FINDINGS (9).
               IF WS-STUDENT-FILE-PRESENT = "NO"
                  OR WS-MASTER-FILE-PRESENT = "NO"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-CHECK-FINDINGS (9) > ZERO
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           210-CHECK-GRADE-STUDENTS.
               IF WS-STUDENT-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (1)
               ELSE
                   OPEN INPUT COURSE-GRADE-FILE
                   IF WS-GRADE-FILE-STATUS = "00"
                       MOVE "NO" TO WS-EOF-FLAG
                       PERFORM 311-READ-GRADE-RECORD
                       PERFORM 312-CHECK-ONE-GRADE
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE COURSE-GRADE-FILE
                   ELSE
                       DISPLAY "course_grades.txt not present - "
                           "check skipped."
                       MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (1)
                   END-IF
               END-IF.
           220-CHECK-AWARD-STUDENTS.
               IF WS-STUDENT-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (2)
               ELSE
                   OPEN INPUT AWARD-MASTER-FILE
                   IF WS-AWARD-FILE-STATUS = "00"
                       MOVE "NO" TO WS-EOF-FLAG
                       PERFORM 321-READ-AWARD-RECORD
                       PERFORM 322-CHECK-ONE-AWARD
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE AWARD-MASTER-FILE
                   ELSE
                       DISPLAY "scholarship_awards.txt not present - "
                           "check skipped."
                       MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (2)
                   END-IF
               END-IF.
           230-CHECK-MASTER-PARTS.
               IF WS-LOCATION-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (3)
               END-IF.
               IF WS-SUPPLIER-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (7)
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (8)
               END-IF.
               IF WS-MASTER-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (3)
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (7)
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (8)
               ELSE
                   MOVE "NO" TO WS-EOF-FLAG
                   PERFORM 331-READ-NEXT-MASTER
                   PERFORM 332-CHECK-ONE-PART
                       UNTIL WS-EOF-FLAG = "YES"
               END-IF.
           240-CHECK-LOCATION-PARTS.
               IF WS-MASTER-FILE-PRESENT = "NO"
                  OR WS-LOCATION-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (4)
               ELSE
                   MOVE ZERO TO LOC-PART-NUMBER
                   MOVE LOW-VALUES TO LOC-LOCATION-CODE
                   MOVE "NO" TO WS-LOC-EOF-FLAG
                   START LOCATION-STOCK-FILE
                       KEY NOT < LOC-RECORD-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-LOC-EOF-FLAG
                   END-START
                   IF WS-LOC-EOF-FLAG = "NO"
                       PERFORM 341-READ-NEXT-LOCATION
                   END-IF
                   PERFORM 342-CHECK-ONE-LOCATION
                       UNTIL WS-LOC-EOF-FLAG = "YES"
               END-IF.
           250-CHECK-OPEN-PO-PARTS.
               IF WS-MASTER-FILE-PRESENT = "NO"
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (5)
                   MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (6)
               ELSE
                   OPEN INPUT OPEN-PO-FILE
                   IF WS-PO-FILE-STATUS = "00"
                       MOVE "NO" TO WS-EOF-FLAG
                       PERFORM 351-READ-PO-RECORD
                       PERFORM 352-CHECK-ONE-PO
                           UNTIL WS-EOF-FLAG = "YES"
                       CLOSE OPEN-PO-FILE
                   ELSE
                       DISPLAY "open_po.txt not present - "
                           "check skipped."
                       MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (5)
                       MOVE "YES" TO WS-CHECK-SKIPPED-FLAG (6)
                   END-IF
               END-IF.

               302-CLEAR-CHECK-COUNT.
                   MOVE ZERO TO WS-CHECK-FINDINGS (WS-CHECK-IDX).
                   MOVE "NO" TO WS-CHECK-SKIPPED-FLAG (WS-CHECK-IDX).
                   ADD 1 TO WS-CHECK-IDX.
               305-WRITE-FINDING.
                   MOVE WS-CHECK-NAME (WS-CHECK-IDX)
                       TO WS-FND-CHECK-OUT.
                   WRITE INTEGRITY-REPORT-RECORD FROM WS-FINDING-LINE.
                   ADD 1 TO WS-CHECK-FINDINGS (WS-CHECK-IDX).
                   ADD 1 TO WS-CHECK-FINDINGS (9).
               306-LOOKUP-STUDENT.
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE "NO" TO WS-RECORD-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "YES" TO WS-RECORD-FOUND-FLAG
                   END-READ.
               307-LOOKUP-MASTER.
                   READ INVENTORY-MASTER-FILE
                       INVALID KEY
                           MOVE "NO" TO WS-RECORD-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "YES" TO WS-RECORD-FOUND-FLAG
                   END-READ.
               308-CLOSE-INTEGRITY-FILES.
                   CLOSE INTEGRITY-REPORT-FILE.
                   IF WS-STUDENT-FILE-PRESENT = "YES"
                       CLOSE STUDENT-FILE
                   END-IF.
                   IF WS-MASTER-FILE-PRESENT = "YES"
                       CLOSE INVENTORY-MASTER-FILE
                   END-IF.
                   IF WS-LOCATION-FILE-PRESENT = "YES"
                       CLOSE LOCATION-STOCK-FILE
                   END-IF.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       CLOSE SUPPLIER-MASTER-FILE
                   END-IF.

               311-READ-GRADE-RECORD.
                   READ COURSE-GRADE-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-GRADES-READ
                   END-READ.
               312-CHECK-ONE-GRADE.
                   MOVE GRADE-STUDENT-ID TO STUDENT-ID.
                   PERFORM 306-LOOKUP-STUDENT.
                   IF WS-RECORD-FOUND-FLAG = "NO"
                       MOVE 1 TO WS-CHECK-IDX
                       MOVE GRADE-RECORD-KEY TO WS-FND-KEY-OUT
                       MOVE "Student not on students.txt"
                           TO WS-FND-DETAIL-OUT
                       PERFORM 305-WRITE-FINDING
                   END-IF.
                   PERFORM 311-READ-GRADE-RECORD.

               321-READ-AWARD-RECORD.
                   READ AWARD-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-AWARDS-READ
                   END-READ.
               322-CHECK-ONE-AWARD.
                   MOVE AWARD-STUDENT-ID TO STUDENT-ID.
                   PERFORM 306-LOOKUP-STUDENT.
                   IF WS-RECORD-FOUND-FLAG = "NO"
                       MOVE 2 TO WS-CHECK-IDX
                       MOVE AWARD-STUDENT-ID TO WS-FND-KEY-OUT
                       MOVE "Student not on students.txt"
                           TO WS-FND-DETAIL-OUT
                       PERFORM 305-WRITE-FINDING
                   END-IF.
                   PERFORM 321-READ-AWARD-RECORD.

               331-READ-NEXT-MASTER.
                   READ INVENTORY-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PARTS-READ
                   END-READ.
               332-CHECK-ONE-PART.
                   IF WS-LOCATION-FILE-PRESENT = "YES"
                       PERFORM 333-SUM-PART-LOCATIONS
                       IF WS-LOC-TOTAL NOT = MASTER-QTY-ON-HAND
                           MOVE 3 TO WS-CHECK-IDX
                           MOVE MASTER-PART-NUMBER TO WS-FND-KEY-OUT
                           MOVE SPACES TO WS-FND-DETAIL-OUT
                           MOVE MASTER-QTY-ON-HAND TO WS-QTY-OUT
                           MOVE WS-LOC-TOTAL TO WS-QTY-OUT-2
                           MOVE "Master qty:" TO WS-FND-TEXT-1-OUT
                           MOVE WS-QTY-OUT TO WS-FND-VALUE-1-OUT
                           MOVE "Locations:" TO WS-FND-TEXT-2-OUT
                           MOVE WS-QTY-OUT-2 TO WS-FND-VALUE-2-OUT
                           PERFORM 305-WRITE-FINDING
                       END-IF
                   END-IF.
                   IF WS-SUPPLIER-FILE-PRESENT = "YES"
                       PERFORM 335-CHECK-PART-SUPPLIER
                   END-IF.
                   PERFORM 331-READ-NEXT-MASTER.
               333-SUM-PART-LOCATIONS.
                   MOVE ZERO TO WS-LOC-TOTAL.
                   MOVE ZERO TO WS-LOC-ROWS.
                   MOVE MASTER-PART-NUMBER TO LOC-PART-NUMBER.
                   MOVE LOW-VALUES TO LOC-LOCATION-CODE.
                   MOVE "NO" TO WS-LOC-EOF-FLAG.
                   START LOCATION-STOCK-FILE
                       KEY NOT < LOC-RECORD-KEY
                       INVALID KEY
                           MOVE "YES" TO WS-LOC-EOF-FLAG
                   END-START.
                   PERFORM 334-ADD-ONE-LOCATION
                       UNTIL WS-LOC-EOF-FLAG = "YES".
               334-ADD-ONE-LOCATION.
                   READ LOCATION-STOCK-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-LOC-EOF-FLAG
                       NOT AT END
                           IF LOC-PART-NUMBER NOT = MASTER-PART-NUMBER
                               MOVE "YES" TO WS-LOC-EOF-FLAG
                           ELSE
                               ADD LOC-QTY-ON-HAND TO WS-LOC-TOTAL
                               ADD 1 TO WS-LOC-ROWS
                           END-IF
                   END-READ.
               335-CHECK-PART-SUPPLIER.
                   MOVE MASTER-SUPPLIER-CODE TO SUP-CODE.
                   READ SUPPLIER-MASTER-FILE
                       INVALID KEY
                           MOVE 8 TO WS-CHECK-IDX
                           MOVE MASTER-PART-NUMBER TO WS-FND-KEY-OUT
                           MOVE SPACES TO WS-FND-DETAIL-OUT
                           MOVE "Supplier:" TO WS-FND-TEXT-1-OUT
                           MOVE MASTER-SUPPLIER-CODE
                               TO WS-FND-VALUE-1-OUT
                           MOVE "not on file" TO WS-FND-TEXT-2-OUT
                           PERFORM 305-WRITE-FINDING
                       NOT INVALID KEY
                           IF SUP-ACTIVE-FLAG = "N"
                               MOVE 7 TO WS-CHECK-IDX
                               MOVE MASTER-PART-NUMBER
                                   TO WS-FND-KEY-OUT
                               MOVE SPACES TO WS-FND-DETAIL-OUT
                               MOVE "Supplier:" TO WS-FND-TEXT-1-OUT
                               MOVE SUP-CODE TO WS-FND-VALUE-1-OUT
                               MOVE "inactive" TO WS-FND-TEXT-2-OUT
                               PERFORM 305-WRITE-FINDING
                           END-IF
                   END-READ.

               341-READ-NEXT-LOCATION.
                   READ LOCATION-STOCK-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-LOC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LOCATIONS-READ
                   END-READ.
               342-CHECK-ONE-LOCATION.
                   MOVE LOC-PART-NUMBER TO MASTER-PART-NUMBER.
                   PERFORM 307-LOOKUP-MASTER.
                   IF WS-RECORD-FOUND-FLAG = "NO"
                       MOVE 4 TO WS-CHECK-IDX
                       MOVE LOC-RECORD-KEY TO WS-FND-KEY-OUT
                       MOVE LOC-QTY-ON-HAND TO WS-QTY-OUT
                       MOVE SPACES TO WS-FND-DETAIL-OUT
                       MOVE "Location qty:" TO WS-FND-TEXT-1-OUT
                       MOVE WS-QTY-OUT TO WS-FND-VALUE-1-OUT
                       MOVE "no master" TO WS-FND-TEXT-2-OUT
                       PERFORM 305-WRITE-FINDING
                   END-IF.
                   PERFORM 341-READ-NEXT-LOCATION.

               351-READ-PO-RECORD.
                   READ OPEN-PO-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-POS-READ
                   END-READ.
               352-CHECK-ONE-PO.
                   MOVE PO-PART-NUMBER TO MASTER-PART-NUMBER.
                   PERFORM 307-LOOKUP-MASTER.
                   MOVE PO-NUMBER TO WS-FND-KEY-OUT.
                   MOVE SPACES TO WS-FND-DETAIL-OUT.
                   IF WS-RECORD-FOUND-FLAG = "NO"
                       MOVE 5 TO WS-CHECK-IDX
                       MOVE "Part:" TO WS-FND-TEXT-1-OUT
                       MOVE PO-PART-NUMBER TO WS-FND-VALUE-1-OUT
                       MOVE "no master" TO WS-FND-TEXT-2-OUT
                       PERFORM 305-WRITE-FINDING
                   ELSE
                       IF PO-SUPPLIER-CODE NOT = MASTER-SUPPLIER-CODE
                           MOVE 6 TO WS-CHECK-IDX
                           MOVE "PO supplier:" TO WS-FND-TEXT-1-OUT
                           MOVE PO-SUPPLIER-CODE TO WS-FND-VALUE-1-OUT
                           MOVE "Master sup:" TO WS-FND-TEXT-2-OUT
                           MOVE MASTER-SUPPLIER-CODE
                               TO WS-FND-VALUE-2-OUT
                           PERFORM 305-WRITE-FINDING
                       END-IF
                   END-IF.
                   PERFORM 351-READ-PO-RECORD.

               360-WRITE-CHECK-COUNTS.
                   WRITE INTEGRITY-REPORT-RECORD FROM SPACES.
                   WRITE INTEGRITY-REPORT-RECORD
                       FROM WS-COUNT-HEADER-LINE.
                   MOVE 1 TO WS-CHECK-IDX.
                   PERFORM 361-WRITE-ONE-CHECK-COUNT
                       UNTIL WS-CHECK-IDX > 9.
               361-WRITE-ONE-CHECK-COUNT.
                   MOVE WS-CHECK-NAME (WS-CHECK-IDX)
                       TO WS-CNT-CHECK-OUT.
                   MOVE WS-CHECK-FINDINGS (WS-CHECK-IDX)
                       TO WS-CNT-FINDINGS-OUT.
                   IF WS-CHECK-SKIPPED-FLAG (WS-CHECK-IDX) = "YES"
                       MOVE "(check skipped - file missing)"
                           TO WS-CNT-SKIPPED-OUT
                   ELSE
                       MOVE SPACES TO WS-CNT-SKIPPED-OUT
                   END-IF.
                   WRITE INTEGRITY-REPORT-RECORD
                       FROM WS-COUNT-DETAIL-LINE.
                   DISPLAY WS-CNT-CHECK-OUT " " WS-CNT-FINDINGS-OUT
                       " " WS-CNT-SKIPPED-OUT.
                   ADD 1 TO WS-CHECK-IDX.

               701-OPEN-INTEGRITY-FILES.
                   OPEN OUTPUT INTEGRITY-REPORT-FILE.
                   OPEN INPUT STUDENT-FILE.
                   IF WS-STUDENT-FILE-STATUS = "00"
                       MOVE "YES" TO WS-STUDENT-FILE-PRESENT
                   ELSE
                       DISPLAY "Unable to open students.txt - "
                           "file status " WS-STUDENT-FILE-STATUS
                   END-IF.
                   OPEN INPUT INVENTORY-MASTER-FILE.
                   IF WS-MASTER-FILE-STATUS = "00"
                       MOVE "YES" TO WS-MASTER-FILE-PRESENT
                   ELSE
                       DISPLAY "Unable to open invent_master.txt - "
                           "file status " WS-MASTER-FILE-STATUS
                   END-IF.
                   OPEN INPUT LOCATION-STOCK-FILE.
                   IF WS-LOCATION-FILE-STATUS = "00"
                       MOVE "YES" TO WS-LOCATION-FILE-PRESENT
                   ELSE
                       DISPLAY "invent_location.txt not present - "
                           "location checks skipped."
                   END-IF.
                   OPEN INPUT SUPPLIER-MASTER-FILE.
                   IF WS-SUPPLIER-FILE-STATUS = "00"
                       MOVE "YES" TO WS-SUPPLIER-FILE-PRESENT
                   ELSE
                       DISPLAY "No supplier_master.txt - supplier "
                           "checks skipped."
                   END-IF.
