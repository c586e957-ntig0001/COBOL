      *    ordered by year and then WI, SP, SU, FA   *
      *    within the year - and                     *
      *    writes transcript.txt: the courses of     *
      *    each term with the course title from      *
      *    the course catalog course_catalog.txt,    *
      *    credit hours, letter                      *
      *    grade and mark, a term GPA, and a         *
      *    running cumulative GPA computed with      *
      *    the same credit-weighted grade points     *
      *    GPA-Recalc-Project7 posts to the          *
      *    STUDENT-GPA field on students.txt.        *
      *    Every attempt at a course is printed in   *
      *    the term it was taken; an attempt that    *
      *    was superseded by a later retake of the   *
      *    same course is marked "(excluded)" and    *
      *    counts in its term GPA but not in the     *
      *    cumulative GPA, matching the repeat       *
      *    policy GPA-Recalc-Project7 applies.       *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transcript-Print-Project16.
              RECORD KEY IS STUDENT-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.

              SELECT COURSE-CATALOG-FILE ASSIGN TO
                                     "D:\Cobol\course_catalog.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.

              SELECT TRANSCRIPT-REPORT-FILE ASSIGN TO
                                     "D:\Cobol\transcript.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
             05 GRADE-RECORD-KEY.
                10 GRADE-STUDENT-ID              PIC X(9).
                10 GRADE-COURSE-CODE             PIC X(8).
                10 GRADE-TERM                    PIC X(6).
             05 FILLER                        PIC X(3).
             05 GRADE-CREDIT-HOURS            PIC 9(2).
             05 FILLER                        PIC X(3).
             05 GRADE-LETTER                  PIC X(2).
             05 FILLER                        PIC X(3).
             05 GRADE-COURSE-MARK             PIC 9(3).99.
             05 FILLER                        PIC X(5).

          FD STUDENT-FILE-IN.
          01 STUDENT-RECORD-IN.
             05 STUDENT-GPA                   PIC 9.99.
             05 FILLER                        PIC X(8).

          FD COURSE-CATALOG-FILE.
          01 COURSE-CATALOG-RECORD.
             05 CAT-COURSE-CODE               PIC X(8).
             05 CAT-COURSE-TITLE              PIC X(30).
             05 CAT-DEPARTMENT                PIC X(4).
             05 CAT-CREDIT-HOURS              PIC 9(2).
             05 CAT-ACTIVE-FLAG               PIC X(1).

          FD TRANSCRIPT-REPORT-FILE.
          01 TRANSCRIPT-REPORT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-REPORT-TITLE-LINE.
          01 WS-COURSE-DETAIL-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-CRS-CODE-OUT       PIC X(8).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-CRS-TITLE-OUT      PIC X(30).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Credits:".
             05 WS-CRS-CREDITS-OUT    PIC Z9.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(5)    VALUE "Mark:".
             05 WS-CRS-MARK-OUT       PIC X(6).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 WS-CRS-REPEAT-OUT     PIC X(10).

          01 WS-TERM-GPA-LINE.
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-LOW-TERM           PIC X(6).
             05 WS-LOW-TERM-KEY       PIC X(7).
             05 WS-TERM-FOUND-FLAG    PIC X(3)    VALUE "NO".
             05 WS-SUPERSEDED-FLAG    PIC X(3)    VALUE "NO".

          01 WS-TERM-SORT-FIELDS.
             05 WS-TERM-WORK.
             05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
             05 WS-GRADE-FILE-STATUS  PIC X(2).
             05 WS-STUDENT-FILE-STATUS PIC X(2).
             05 WS-CATALOG-FILE-STATUS PIC X(2).
             05 WS-CATALOG-FILE-PRESENT PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-TRANSCRIPT.
                          "file status " WS-STUDENT-FILE-STATUS
                      MOVE "YES" TO WS-EOF-FLAG
                  END-IF.
                  OPEN INPUT COURSE-CATALOG-FILE.
                  IF WS-CATALOG-FILE-STATUS = "00"
                      MOVE "YES" TO WS-CATALOG-FILE-PRESENT
                  ELSE
                      DISPLAY "No course_catalog.txt - course titles "
                          "not printed."
                  END-IF.
                  OPEN OUTPUT TRANSCRIPT-REPORT-FILE.
              302-WRITE-REPORT-TITLE.
                  WRITE TRANSCRIPT-REPORT-RECORD
              308-CLOSE-TRANSCRIPT-FILES.
                  CLOSE COURSE-GRADE-FILE STUDENT-FILE-IN
                        TRANSCRIPT-REPORT-FILE.
                  IF WS-CATALOG-FILE-PRESENT = "YES"
                      CLOSE COURSE-CATALOG-FILE
                  END-IF.

              310-LOOKUP-STUDENT-MASTER.
                  MOVE WS-PREV-STUDENT-ID TO WS-HDR-ID-OUT.
                          MOVE STUDENT-NAME TO WS-HDR-NAME-OUT
                          MOVE STUDENT-GPA TO WS-HDR-GPA-OUT
                  END-READ.
              311-LOOKUP-COURSE-TITLE.
                  MOVE SPACES TO WS-CRS-TITLE-OUT.
                  IF WS-CATALOG-FILE-PRESENT = "YES"
                      MOVE WS-CRS-CODE (WS-COURSE-IDX)
                          TO CAT-COURSE-CODE
                      READ COURSE-CATALOG-FILE
                          INVALID KEY
                              MOVE "(not on catalog)"
                                  TO WS-CRS-TITLE-OUT
                          NOT INVALID KEY
                              MOVE CAT-COURSE-TITLE
                                  TO WS-CRS-TITLE-OUT
                      END-READ
                  END-IF.

              320-PRINT-NEXT-TERM-GROUP.
                  MOVE HIGH-VALUES TO WS-LOW-TERM-KEY.
                          BY WS-CRS-CREDITS (WS-COURSE-IDX)
                          GIVING WS-COURSE-POINTS
                      ADD WS-COURSE-POINTS TO WS-TERM-QUALITY-PTS
                      ADD WS-CRS-CREDITS (WS-COURSE-IDX)
                          TO WS-TERM-CREDITS
                      PERFORM 325-CHECK-SUPERSEDED-ATTEMPT
                      IF WS-SUPERSEDED-FLAG = "YES"
                          MOVE "(excluded)" TO WS-CRS-REPEAT-OUT
                      ELSE
                          MOVE SPACES TO WS-CRS-REPEAT-OUT
                          ADD WS-COURSE-POINTS TO WS-CUM-QUALITY-PTS
                          ADD WS-CRS-CREDITS (WS-COURSE-IDX)
                              TO WS-CUM-CREDITS
                      END-IF
                      MOVE WS-CRS-CODE (WS-COURSE-IDX)
                          TO WS-CRS-CODE-OUT
                      PERFORM 311-LOOKUP-COURSE-TITLE
                      MOVE WS-CRS-CREDITS (WS-COURSE-IDX)
                          TO WS-CRS-CREDITS-OUT
                      MOVE WS-CRS-MARK (WS-COURSE-IDX)
                  MOVE WS-CUM-GPA-RESULT TO WS-CUM-GPA-OUT.
                  WRITE TRANSCRIPT-REPORT-RECORD
                      FROM WS-TERM-GPA-LINE.
              325-CHECK-SUPERSEDED-ATTEMPT.
                  MOVE "NO" TO WS-SUPERSEDED-FLAG.
                  MOVE 1 TO WS-SCAN-IDX.
                  PERFORM 326-SCAN-FOR-LATER-ATTEMPT
                      UNTIL WS-SCAN-IDX > WS-COURSE-COUNT
                         OR WS-SUPERSEDED-FLAG = "YES".
              326-SCAN-FOR-LATER-ATTEMPT.
                  IF WS-CRS-CODE (WS-SCAN-IDX) =
                         WS-CRS-CODE (WS-COURSE-IDX)
                     AND WS-CRS-TERM-KEY (WS-SCAN-IDX) >
                         WS-CRS-TERM-KEY (WS-COURSE-IDX)
                      MOVE "YES" TO WS-SUPERSEDED-FLAG
                  ELSE
                      ADD 1 TO WS-SCAN-IDX
                  END-IF.

                  330-SET-GRADE-POINTS.
                      EVALUATE WS-CRS-LETTER-OUT
