      ************************************************
      *    This program prints the grade             *
      *    distribution and class roster report      *
      *    grade_distribution.txt for the            *
      *    department chairs from the course grade   *
      *    detail course_grades.txt.  The academic   *
      *    term (GRADE-TERM) is keyed at run time,   *
      *    optionally with one course code (blank    *
      *    for every course in the term), and the    *
      *    fail-rate threshold percent.  The term's  *
      *    grades are sorted by course and student   *
      *    and for each course the report prints     *
      *    the class roster (student ID and name     *
      *    from students.txt, letter grade, mark),   *
      *    the count and percentage of each letter   *
      *    grade, the average course mark and the    *
      *    fail and withdraw rates.  A course whose  *
      *    fail rate is above the threshold is       *
      *    flagged.  The course title is taken from  *
      *    course_catalog.txt when it is present.    *
      *    The report closes with a term-wide        *
      *    summary across all courses printed.       *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Grade-Distribution-Project31.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STUDENT-FILE-IN ASSIGN TO "D:\Cobol\students.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STUDENT-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.

              SELECT COURSE-GRADE-FILE ASSIGN TO
                                     "D:\Cobol\course_grades.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GRADE-RECORD-KEY
              FILE STATUS IS WS-GRADE-FILE-STATUS.

              SELECT COURSE-CATALOG-FILE ASSIGN TO
                                     "D:\Cobol\course_catalog.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAT-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.

              SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO
                                "D:\Cobol\grade_distribution.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
          FD STUDENT-FILE-IN.
          01 STUDENT-RECORD-IN.
             05 STUDENT-NAME                  PIC X(20).
             05 FILLER                        PIC X(2).
             05 STUDENT-ID                    PIC X(9).
             05 FILLER                        PIC X(5).
             05 STUDENT_TOTAL_PERCENTAGE      PIC 9(3).99.
             05 FILLER                        PIC X(5).
             05 STUDENT-GPA                   PIC 9.99.
             05 FILLER                        PIC X(2).
             05 STUDENT-PROGRAM               PIC X(6).

          FD COURSE-GRADE-FILE.
          01 COURSE-GRADE-RECORD.
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

          FD COURSE-CATALOG-FILE.
          01 COURSE-CATALOG-RECORD.
             05 CAT-COURSE-CODE               PIC X(8).
             05 CAT-COURSE-TITLE              PIC X(30).
             05 CAT-DEPARTMENT                PIC X(4).
             05 CAT-CREDIT-HOURS              PIC 9(2).
             05 CAT-ACTIVE-FLAG               PIC X(1).

          FD DISTRIBUTION-REPORT-FILE.
          01 DISTRIBUTION-REPORT-RECORD       PIC X(90).

          SD SORT-WORK-FILE.
          01 SORT-RECORD.
             05 SORT-COURSE-CODE              PIC X(8).
             05 SORT-STUDENT-ID               PIC X(9).
             05 SORT-LETTER                   PIC X(2).
             05 SORT-MARK                     PIC 9(3)V99.

          WORKING-STORAGE SECTION.
          01 WS-REPORT-TITLE-LINE.
             05 FILLER                PIC X(30)   VALUE
                             "Grade Distribution and Roster".
             05 FILLER                PIC X(5)    VALUE "Term:".
             05 WS-TITLE-TERM-OUT     PIC X(6).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(21)   VALUE
                                       "Fail-rate threshold:".
             05 WS-TITLE-THRESHOLD-OUT PIC ZZ9.
             05 FILLER                PIC X(1)    VALUE "%".

          01 WS-COURSE-HEADER-LINE.
             05 FILLER                PIC X(8)    VALUE "Course: ".
             05 WS-CRS-CODE-OUT       PIC X(8).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-CRS-TITLE-OUT      PIC X(30).

          01 WS-ROSTER-HEADER-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 FILLER                PIC X(10)   VALUE "Student ID".
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(20)   VALUE "Student Name".
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 FILLER                PIC X(5)    VALUE "Grade".
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 FILLER                PIC X(6)    VALUE "Mark".

          01 WS-ROSTER-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-RST-ID-OUT         PIC X(9).
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-RST-NAME-OUT       PIC X(20).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-RST-LETTER-OUT     PIC X(2).
             05 FILLER                PIC X(5)    VALUE SPACES.
             05 WS-RST-MARK-OUT       PIC ZZ9.99.

          01 WS-DISTRIBUTION-HEADER-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 FILLER                PIC X(5)    VALUE "Grade".
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(5)    VALUE "Count".
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(7)    VALUE "Percent".

          01 WS-DISTRIBUTION-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-DST-LETTER-OUT     PIC X(5).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 WS-DST-COUNT-OUT      PIC ZZZ9.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-DST-PCT-OUT        PIC ZZ9.9.
             05 FILLER                PIC X(1)    VALUE "%".

          01 WS-COURSE-STATS-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 FILLER                PIC X(7)    VALUE "Grades:".
             05 WS-STA-COUNT-OUT      PIC ZZZ9.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(13)   VALUE "Average mark:".
             05 WS-STA-AVERAGE-OUT    PIC ZZ9.99.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(10)   VALUE "Fail rate:".
             05 WS-STA-FAIL-OUT       PIC ZZ9.9.
             05 FILLER                PIC X(4)    VALUE "%   ".
             05 FILLER                PIC X(14)   VALUE
                                       "Withdraw rate:".
             05 WS-STA-WITHDRAW-OUT   PIC ZZ9.9.
             05 FILLER                PIC X(1)    VALUE "%".

          01 WS-FAIL-FLAG-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 FILLER                PIC X(38)   VALUE
                     "**FAIL RATE ABOVE THRESHOLD** Fail/W:".
             05 WS-FLG-COMBINED-OUT   PIC ZZ9.9.
             05 FILLER                PIC X(1)    VALUE "%".

          01 WS-TERM-SUMMARY-HEADER.
             05 FILLER                PIC X(18)   VALUE
                                       "Term-Wide Summary ".
             05 WS-SUM-TERM-OUT       PIC X(6).

          01 WS-TERM-COUNTS-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Courses:".
             05 WS-SUM-COURSES-OUT    PIC ZZZ9.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Flagged:".
             05 WS-SUM-FLAGGED-OUT    PIC ZZZ9.

          01 WS-LETTER-VALUES.
             05 FILLER                PIC X(24)   VALUE
                                  "A A-B+B B-C+C C-D+D F W ".
          01 WS-LETTER-TABLE REDEFINES WS-LETTER-VALUES.
             05 WS-LETTER-CODE        PIC X(2)    OCCURS 12 TIMES.

          01 WS-COURSE-COUNT-TABLE.
             05 WS-CRS-LETTER-COUNT   PIC 9(4)    OCCURS 13 TIMES.
          01 WS-TERM-COUNT-TABLE.
             05 WS-TRM-LETTER-COUNT   PIC 9(5)    OCCURS 13 TIMES.

          01 WS-TABLE-WORK-FIELDS.
             05 WS-LETTER-IDX         PIC 9(4)    VALUE ZERO.
             05 WS-LETTER-FOUND-FLAG  PIC X(3)    VALUE "NO".

          01 WS-SELECTION-FIELDS.
             05 WS-SELECT-TERM        PIC X(6)    VALUE SPACES.
             05 WS-SELECT-COURSE      PIC X(8)    VALUE SPACES.
             05 WS-THRESHOLD-NUMERIC  PIC 9(3)    VALUE ZERO.
             05 WS-FAIL-THRESHOLD     PIC 9(3)    VALUE 20.

          01 WS-COURSE-ACCUMULATORS.
             05 WS-CURRENT-COURSE     PIC X(8)    VALUE SPACES.
             05 WS-CRS-GRADES         PIC 9(4)    VALUE ZERO.
             05 WS-CRS-MARK-TOTAL     PIC 9(7)V99 VALUE ZERO.
             05 WS-CRS-FAILS          PIC 9(4)    VALUE ZERO.
             05 WS-CRS-WITHDRAWS      PIC 9(4)    VALUE ZERO.

          01 WS-TERM-ACCUMULATORS.
             05 WS-TRM-COURSES        PIC 9(4)    VALUE ZERO.
             05 WS-TRM-FLAGGED        PIC 9(4)    VALUE ZERO.
             05 WS-TRM-GRADES         PIC 9(5)    VALUE ZERO.
             05 WS-TRM-MARK-TOTAL     PIC 9(8)V99 VALUE ZERO.
             05 WS-TRM-FAILS          PIC 9(5)    VALUE ZERO.
             05 WS-TRM-WITHDRAWS      PIC 9(5)    VALUE ZERO.

          01 WS-RATE-WORK-FIELDS.
             05 WS-STAT-COUNT         PIC 9(5)    VALUE ZERO.
             05 WS-STAT-MARK-TOTAL    PIC 9(8)V99 VALUE ZERO.
             05 WS-STAT-FAILS         PIC 9(5)    VALUE ZERO.
             05 WS-STAT-WITHDRAWS     PIC 9(5)    VALUE ZERO.
             05 WS-AVERAGE-MARK       PIC 9(3)V99 VALUE ZERO.
             05 WS-PERCENT            PIC 9(3)V9  VALUE ZERO.
             05 WS-FAIL-PERCENT       PIC 9(3)V9  VALUE ZERO.
             05 WS-WITHDRAW-PERCENT   PIC 9(3)V9  VALUE ZERO.
             05 WS-COMBINED-PERCENT   PIC 9(3)V9  VALUE ZERO.

          01 WS-RUN-COUNTERS.
             05 WS-GRADES-READ        PIC 9(5)    VALUE ZERO.
             05 WS-GRADES-SELECTED    PIC 9(5)    VALUE ZERO.

          01 WS-FLAGS-AND-COUNTERS.
             05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
             05 WS-CATALOG-FILE-PRESENT PIC X(3)  VALUE "NO".
             05 WS-STUDENT-FILE-PRESENT PIC X(3)  VALUE "NO".
             05 WS-STUDENT-FILE-STATUS PIC X(2).
             05 WS-GRADE-FILE-STATUS  PIC X(2).
             05 WS-CATALOG-FILE-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-PRODUCE-GRADE-DISTRIBUTION.
          PERFORM 201-INIT-GRADE-DISTRIBUTION.
          PERFORM 203-TERM-GRADE-DISTRIBUTION.
          STOP RUN.

          201-INIT-GRADE-DISTRIBUTION.
              DISPLAY "Enter academic term (e.g. 2024FA):".
              ACCEPT WS-SELECT-TERM.
              DISPLAY "Enter Course Code (blank for all):".
              ACCEPT WS-SELECT-COURSE.
              DISPLAY "Enter fail-rate threshold percent (000-100):".
              ACCEPT WS-THRESHOLD-NUMERIC.
              IF WS-THRESHOLD-NUMERIC NOT > 100
                  MOVE WS-THRESHOLD-NUMERIC TO WS-FAIL-THRESHOLD
              ELSE
                  DISPLAY "Threshold is not 000-100 - using "
                      WS-FAIL-THRESHOLD "%."
              END-IF.
              MOVE ZERO TO WS-TERM-COUNT-TABLE.
              PERFORM 301-OPEN-DISTRIBUTION-FILES.
              PERFORM 302-WRITE-REPORT-TITLE.
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SORT-COURSE-CODE
                     ASCENDING KEY SORT-STUDENT-ID
                  INPUT PROCEDURE IS 310-RELEASE-TERM-GRADES
                  OUTPUT PROCEDURE IS 320-PROCESS-SORTED-OUTPUT.
          202-PROCESS-COURSE.
              PERFORM 330-START-COURSE.
              PERFORM 331-WRITE-ROSTER-LINE
                  UNTIL WS-EOF-FLAG = "YES"
                     OR SORT-COURSE-CODE NOT = WS-CURRENT-COURSE.
              PERFORM 340-END-COURSE.
          203-TERM-GRADE-DISTRIBUTION.
              PERFORM 350-WRITE-TERM-SUMMARY.
              PERFORM 308-CLOSE-DISTRIBUTION-FILES.
              DISPLAY "Grades read:          " WS-GRADES-READ.
              DISPLAY "Grades in term:       " WS-GRADES-SELECTED.
              DISPLAY "Courses reported:     " WS-TRM-COURSES.
              DISPLAY "Courses flagged:      " WS-TRM-FLAGGED.

              301-OPEN-DISTRIBUTION-FILES.
                  OPEN INPUT STUDENT-FILE-IN.
                  IF WS-STUDENT-FILE-STATUS = "00"
                      MOVE "YES" TO WS-STUDENT-FILE-PRESENT
                  ELSE
                      DISPLAY "Unable to open students.txt - "
                          "file status " WS-STUDENT-FILE-STATUS
                      DISPLAY "Roster names are not printed."
                  END-IF.
                  OPEN INPUT COURSE-CATALOG-FILE.
                  IF WS-CATALOG-FILE-STATUS = "00"
                      MOVE "YES" TO WS-CATALOG-FILE-PRESENT
                  ELSE
                      DISPLAY "No course_catalog.txt - course titles "
                          "not printed."
                  END-IF.
                  OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
              302-WRITE-REPORT-TITLE.
                  MOVE WS-SELECT-TERM TO WS-TITLE-TERM-OUT.
                  MOVE WS-FAIL-THRESHOLD TO WS-TITLE-THRESHOLD-OUT.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-REPORT-TITLE-LINE.
                  WRITE DISTRIBUTION-REPORT-RECORD FROM SPACES.
              308-CLOSE-DISTRIBUTION-FILES.
                  CLOSE DISTRIBUTION-REPORT-FILE.
                  IF WS-STUDENT-FILE-PRESENT = "YES"
                      CLOSE STUDENT-FILE-IN
                  END-IF.
                  IF WS-CATALOG-FILE-PRESENT = "YES"
                      CLOSE COURSE-CATALOG-FILE
                  END-IF.

                  310-RELEASE-TERM-GRADES.
                      OPEN INPUT COURSE-GRADE-FILE.
                      IF WS-GRADE-FILE-STATUS = "00"
                          PERFORM 311-RELEASE-NEXT-GRADE
                              UNTIL WS-EOF-FLAG = "YES"
                          CLOSE COURSE-GRADE-FILE
                      ELSE
                          DISPLAY "Unable to open course_grades.txt - "
                              "file status " WS-GRADE-FILE-STATUS
                      END-IF.
                      MOVE "NO" TO WS-EOF-FLAG.
                  311-RELEASE-NEXT-GRADE.
                      READ COURSE-GRADE-FILE NEXT RECORD
                          AT END
                              MOVE "YES" TO WS-EOF-FLAG
                          NOT AT END
                              ADD 1 TO WS-GRADES-READ
                              PERFORM 312-SELECT-GRADE
                      END-READ.
                  312-SELECT-GRADE.
                      IF GRADE-TERM = WS-SELECT-TERM
                         AND (WS-SELECT-COURSE = SPACES
                           OR GRADE-COURSE-CODE = WS-SELECT-COURSE)
                          ADD 1 TO WS-GRADES-SELECTED
                          MOVE GRADE-COURSE-CODE TO SORT-COURSE-CODE
                          MOVE GRADE-STUDENT-ID TO SORT-STUDENT-ID
                          MOVE GRADE-LETTER TO SORT-LETTER
                          MOVE GRADE-COURSE-MARK TO SORT-MARK
                          RELEASE SORT-RECORD
                      END-IF.
                  320-PROCESS-SORTED-OUTPUT.
                      MOVE "NO" TO WS-EOF-FLAG.
                      PERFORM 321-RETURN-NEXT-RECORD.
                      PERFORM 202-PROCESS-COURSE
                          UNTIL WS-EOF-FLAG = "YES".
                  321-RETURN-NEXT-RECORD.
                      RETURN SORT-WORK-FILE
                          AT END MOVE "YES" TO WS-EOF-FLAG.

              330-START-COURSE.
                  MOVE SORT-COURSE-CODE TO WS-CURRENT-COURSE.
                  MOVE ZERO TO WS-COURSE-COUNT-TABLE.
                  MOVE ZERO TO WS-CRS-GRADES.
                  MOVE ZERO TO WS-CRS-MARK-TOTAL.
                  MOVE ZERO TO WS-CRS-FAILS.
                  MOVE ZERO TO WS-CRS-WITHDRAWS.
                  ADD 1 TO WS-TRM-COURSES.
                  MOVE WS-CURRENT-COURSE TO WS-CRS-CODE-OUT.
                  PERFORM 332-LOOKUP-COURSE-TITLE.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-COURSE-HEADER-LINE.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-ROSTER-HEADER-LINE.
              331-WRITE-ROSTER-LINE.
                  MOVE SORT-STUDENT-ID TO WS-RST-ID-OUT.
                  PERFORM 333-LOOKUP-STUDENT-NAME.
                  MOVE SORT-LETTER TO WS-RST-LETTER-OUT.
                  MOVE SORT-MARK TO WS-RST-MARK-OUT.
                  WRITE DISTRIBUTION-REPORT-RECORD FROM WS-ROSTER-LINE.
                  ADD 1 TO WS-CRS-GRADES.
                  ADD SORT-MARK TO WS-CRS-MARK-TOTAL.
                  PERFORM 334-FIND-LETTER-SLOT.
                  ADD 1 TO WS-CRS-LETTER-COUNT (WS-LETTER-IDX).
                  ADD 1 TO WS-TRM-LETTER-COUNT (WS-LETTER-IDX).
                  IF SORT-LETTER = "F "
                      ADD 1 TO WS-CRS-FAILS
                  END-IF.
                  IF SORT-LETTER = "W "
                      ADD 1 TO WS-CRS-WITHDRAWS
                  END-IF.
                  PERFORM 321-RETURN-NEXT-RECORD.
              332-LOOKUP-COURSE-TITLE.
                  MOVE SPACES TO WS-CRS-TITLE-OUT.
                  IF WS-CATALOG-FILE-PRESENT = "YES"
                      MOVE WS-CURRENT-COURSE TO CAT-COURSE-CODE
                      READ COURSE-CATALOG-FILE
                          INVALID KEY
                              MOVE "(not on catalog)"
                                  TO WS-CRS-TITLE-OUT
                          NOT INVALID KEY
                              MOVE CAT-COURSE-TITLE
                                  TO WS-CRS-TITLE-OUT
                      END-READ
                  END-IF.
              333-LOOKUP-STUDENT-NAME.
                  MOVE SPACES TO WS-RST-NAME-OUT.
                  IF WS-STUDENT-FILE-PRESENT = "YES"
                      MOVE SORT-STUDENT-ID TO STUDENT-ID
                      READ STUDENT-FILE-IN
                          INVALID KEY
                              MOVE "(not on students)"
                                  TO WS-RST-NAME-OUT
                          NOT INVALID KEY
                              MOVE STUDENT-NAME TO WS-RST-NAME-OUT
                      END-READ
                  END-IF.
              334-FIND-LETTER-SLOT.
                  MOVE 1 TO WS-LETTER-IDX.
                  MOVE "NO" TO WS-LETTER-FOUND-FLAG.
                  PERFORM 335-SEARCH-LETTER-CODE
                      UNTIL WS-LETTER-IDX > 12
                         OR WS-LETTER-FOUND-FLAG = "YES".
              335-SEARCH-LETTER-CODE.
                  IF WS-LETTER-CODE (WS-LETTER-IDX) = SORT-LETTER
                      MOVE "YES" TO WS-LETTER-FOUND-FLAG
                  ELSE
                      ADD 1 TO WS-LETTER-IDX
                  END-IF.

              340-END-COURSE.
                  MOVE WS-CRS-GRADES TO WS-STAT-COUNT.
                  MOVE WS-CRS-MARK-TOTAL TO WS-STAT-MARK-TOTAL.
                  MOVE WS-CRS-FAILS TO WS-STAT-FAILS.
                  MOVE WS-CRS-WITHDRAWS TO WS-STAT-WITHDRAWS.
                  WRITE DISTRIBUTION-REPORT-RECORD FROM SPACES.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-DISTRIBUTION-HEADER-LINE.
                  MOVE 1 TO WS-LETTER-IDX.
                  PERFORM 341-WRITE-COURSE-LETTER-LINE
                      UNTIL WS-LETTER-IDX > 13.
                  PERFORM 360-COMPUTE-RATES.
                  PERFORM 361-WRITE-STATS-LINE.
                  IF WS-FAIL-PERCENT > WS-FAIL-THRESHOLD
                      ADD 1 TO WS-TRM-FLAGGED
                      MOVE WS-COMBINED-PERCENT TO WS-FLG-COMBINED-OUT
                      WRITE DISTRIBUTION-REPORT-RECORD
                          FROM WS-FAIL-FLAG-LINE
                  END-IF.
                  WRITE DISTRIBUTION-REPORT-RECORD FROM SPACES.
                  ADD WS-CRS-GRADES TO WS-TRM-GRADES.
                  ADD WS-CRS-MARK-TOTAL TO WS-TRM-MARK-TOTAL.
                  ADD WS-CRS-FAILS TO WS-TRM-FAILS.
                  ADD WS-CRS-WITHDRAWS TO WS-TRM-WITHDRAWS.
              341-WRITE-COURSE-LETTER-LINE.
                  IF WS-CRS-LETTER-COUNT (WS-LETTER-IDX) > ZERO
                      MOVE WS-CRS-LETTER-COUNT (WS-LETTER-IDX)
                          TO WS-DST-COUNT-OUT
                      COMPUTE WS-PERCENT ROUNDED =
                          WS-CRS-LETTER-COUNT (WS-LETTER-IDX) * 100
                              / WS-STAT-COUNT
                      PERFORM 362-WRITE-LETTER-LINE
                  END-IF.
                  ADD 1 TO WS-LETTER-IDX.

              350-WRITE-TERM-SUMMARY.
                  MOVE WS-SELECT-TERM TO WS-SUM-TERM-OUT.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-TERM-SUMMARY-HEADER.
                  MOVE WS-TRM-COURSES TO WS-SUM-COURSES-OUT.
                  MOVE WS-TRM-FLAGGED TO WS-SUM-FLAGGED-OUT.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-TERM-COUNTS-LINE.
                  MOVE WS-TRM-GRADES TO WS-STAT-COUNT.
                  MOVE WS-TRM-MARK-TOTAL TO WS-STAT-MARK-TOTAL.
                  MOVE WS-TRM-FAILS TO WS-STAT-FAILS.
                  MOVE WS-TRM-WITHDRAWS TO WS-STAT-WITHDRAWS.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-DISTRIBUTION-HEADER-LINE.
                  MOVE 1 TO WS-LETTER-IDX.
                  PERFORM 351-WRITE-TERM-LETTER-LINE
                      UNTIL WS-LETTER-IDX > 13.
                  PERFORM 360-COMPUTE-RATES.
                  PERFORM 361-WRITE-STATS-LINE.
              351-WRITE-TERM-LETTER-LINE.
                  IF WS-TRM-LETTER-COUNT (WS-LETTER-IDX) > ZERO
                      MOVE WS-TRM-LETTER-COUNT (WS-LETTER-IDX)
                          TO WS-DST-COUNT-OUT
                      COMPUTE WS-PERCENT ROUNDED =
                          WS-TRM-LETTER-COUNT (WS-LETTER-IDX) * 100
                              / WS-STAT-COUNT
                      PERFORM 362-WRITE-LETTER-LINE
                  END-IF.
                  ADD 1 TO WS-LETTER-IDX.

              360-COMPUTE-RATES.
                  IF WS-STAT-COUNT > ZERO
                      DIVIDE WS-STAT-MARK-TOTAL BY WS-STAT-COUNT
                          GIVING WS-AVERAGE-MARK ROUNDED
                      COMPUTE WS-FAIL-PERCENT ROUNDED =
                          WS-STAT-FAILS * 100 / WS-STAT-COUNT
                      COMPUTE WS-WITHDRAW-PERCENT ROUNDED =
                          WS-STAT-WITHDRAWS * 100 / WS-STAT-COUNT
                      COMPUTE WS-COMBINED-PERCENT ROUNDED =
                          (WS-STAT-FAILS + WS-STAT-WITHDRAWS) * 100
                              / WS-STAT-COUNT
                  ELSE
                      MOVE ZERO TO WS-AVERAGE-MARK
                      MOVE ZERO TO WS-FAIL-PERCENT
                      MOVE ZERO TO WS-WITHDRAW-PERCENT
                      MOVE ZERO TO WS-COMBINED-PERCENT
                  END-IF.
              361-WRITE-STATS-LINE.
                  MOVE WS-STAT-COUNT TO WS-STA-COUNT-OUT.
                  MOVE WS-AVERAGE-MARK TO WS-STA-AVERAGE-OUT.
                  MOVE WS-FAIL-PERCENT TO WS-STA-FAIL-OUT.
                  MOVE WS-WITHDRAW-PERCENT TO WS-STA-WITHDRAW-OUT.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-COURSE-STATS-LINE.
              362-WRITE-LETTER-LINE.
                  IF WS-LETTER-IDX > 12
                      MOVE "Other" TO WS-DST-LETTER-OUT
                  ELSE
                      MOVE WS-LETTER-CODE (WS-LETTER-IDX)
                          TO WS-DST-LETTER-OUT
                  END-IF.
                  MOVE WS-PERCENT TO WS-DST-PCT-OUT.
                  WRITE DISTRIBUTION-REPORT-RECORD
                      FROM WS-DISTRIBUTION-LINE.
