      *    record is rewritten.  The master GPA is   *
      *    therefore derived from the course detail  *
      *    rather than keyed by the operator.        *
      *    When a course has been taken more than    *
      *    once, only the latest attempt (by         *
      *    academic term - year, then WI, SP, SU,    *
      *    FA within the year) counts toward         *
      *    STUDENT-GPA and STUDENT_TOTAL_PERCENTAGE; *
      *    the earlier attempts stay on the detail   *
      *    file for the transcript but are left      *
      *    out of the averages.                      *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPA-Recalc-Project7.
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

          FD STUDENT-FILE-IO.
          01 STUDENT-RECORD-IO.

          01 WS-CONTROL-BREAK-FIELDS.
             05 WS-PREV-STUDENT-ID    PIC X(9)    VALUE SPACES.
             05 WS-PREV-COURSE-CODE   PIC X(8)    VALUE SPACES.

          01 WS-LATEST-ATTEMPT.
             05 WS-LATEST-TERM-KEY    PIC X(7)    VALUE LOW-VALUES.
             05 WS-LATEST-CREDITS     PIC 9(2)    VALUE ZERO.
             05 WS-LATEST-LETTER      PIC X(2)    VALUE SPACES.
             05 WS-LATEST-MARK        PIC 9(3)V99 VALUE ZERO.

          01 WS-TERM-SORT-FIELDS.
             05 WS-TERM-WORK.
                10 WS-TERM-YEAR       PIC X(4).
                10 WS-TERM-SUFFIX     PIC X(2).
             05 WS-TERM-KEY-WORK.
                10 WS-KEY-YEAR        PIC X(4).
                10 WS-KEY-SEASON      PIC X(1).
                10 WS-KEY-SUFFIX      PIC X(2).

          01 WS-RUN-COUNTERS.
             05 WS-GRADES-READ        PIC 9(4)    VALUE ZERO.
             05 WS-ATTEMPTS-EXCLUDED  PIC 9(4)    VALUE ZERO.
             05 WS-STUDENTS-UPDATED   PIC 9(4)    VALUE ZERO.
             05 WS-STUDENTS-NOT-FOUND PIC 9(4)    VALUE ZERO.

                  PERFORM 304-READ-COURSE-GRADE
              END-IF.
          202-PROCESS-COURSE-GRADE.
              IF GRADE-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                 OR GRADE-COURSE-CODE NOT = WS-PREV-COURSE-CODE
                  PERFORM 303-ACCUMULATE-COURSE-GRADE
              END-IF.
              IF GRADE-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                  PERFORM 305-POST-STUDENT-GPA
              END-IF.
              PERFORM 309-HOLD-LATEST-ATTEMPT.
              PERFORM 304-READ-COURSE-GRADE.
          203-TERM-GPA-RECALC.
              PERFORM 303-ACCUMULATE-COURSE-GRADE.
              PERFORM 305-POST-STUDENT-GPA.
              PERFORM 308-CLOSE-RECALC-FILES.
              DISPLAY "Course grades read:  " WS-GRADES-READ.
              DISPLAY "Repeats excluded:    " WS-ATTEMPTS-EXCLUDED.
              DISPLAY "Students updated:    " WS-STUDENTS-UPDATED.
              DISPLAY "Students not found:  " WS-STUDENTS-NOT-FOUND.

                      MOVE "YES" TO WS-EOF-FLAG
                  END-IF.
              303-ACCUMULATE-COURSE-GRADE.
                  IF WS-LATEST-TERM-KEY NOT = LOW-VALUES
                      PERFORM 310-SET-GRADE-POINTS
                      MULTIPLY WS-GRADE-POINTS BY WS-LATEST-CREDITS
                          GIVING WS-COURSE-POINTS
                      ADD WS-COURSE-POINTS TO WS-QUALITY-POINTS
                      MOVE WS-LATEST-MARK TO WS-MARK-NUMERIC
                      MULTIPLY WS-MARK-NUMERIC BY WS-LATEST-CREDITS
                          GIVING WS-WEIGHTED-MARK
                      ADD WS-WEIGHTED-MARK TO WS-MARK-POINTS
                      ADD WS-LATEST-CREDITS TO WS-CREDIT-TOTAL
                  END-IF.
                  MOVE LOW-VALUES TO WS-LATEST-TERM-KEY.
              304-READ-COURSE-GRADE.
                  READ COURSE-GRADE-FILE NEXT RECORD
                      AT END
                  END-READ.
              308-CLOSE-RECALC-FILES.
                  CLOSE COURSE-GRADE-FILE STUDENT-FILE-IO.
              309-HOLD-LATEST-ATTEMPT.
                  PERFORM 311-SET-TERM-SORT-KEY.
                  IF WS-LATEST-TERM-KEY NOT = LOW-VALUES
                      ADD 1 TO WS-ATTEMPTS-EXCLUDED
                  END-IF.
                  IF WS-TERM-KEY-WORK > WS-LATEST-TERM-KEY
                      MOVE WS-TERM-KEY-WORK TO WS-LATEST-TERM-KEY
                      MOVE GRADE-CREDIT-HOURS TO WS-LATEST-CREDITS
                      MOVE GRADE-LETTER TO WS-LATEST-LETTER
                      MOVE GRADE-COURSE-MARK TO WS-LATEST-MARK
                  END-IF.
                  MOVE GRADE-STUDENT-ID TO WS-PREV-STUDENT-ID.
                  MOVE GRADE-COURSE-CODE TO WS-PREV-COURSE-CODE.

                  310-SET-GRADE-POINTS.
                      EVALUATE WS-LATEST-LETTER
                          WHEN "A "  MOVE 4.00 TO WS-GRADE-POINTS
                          WHEN "A-"  MOVE 3.70 TO WS-GRADE-POINTS
                          WHEN "B+"  MOVE 3.30 TO WS-GRADE-POINTS
                          WHEN "D "  MOVE 1.00 TO WS-GRADE-POINTS
                          WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
                      END-EVALUATE.
                  311-SET-TERM-SORT-KEY.
                      MOVE GRADE-TERM TO WS-TERM-WORK.
                      MOVE WS-TERM-YEAR TO WS-KEY-YEAR.
                      EVALUATE WS-TERM-SUFFIX
                          WHEN "WI"  MOVE "0" TO WS-KEY-SEASON
                          WHEN "SP"  MOVE "1" TO WS-KEY-SEASON
                          WHEN "SU"  MOVE "2" TO WS-KEY-SEASON
                          WHEN "FA"  MOVE "3" TO WS-KEY-SEASON
                          WHEN OTHER MOVE "9" TO WS-KEY-SEASON
                      END-EVALUATE.
                      MOVE WS-TERM-SUFFIX TO WS-KEY-SUFFIX.
