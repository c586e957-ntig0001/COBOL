      ************************************************
      *    This program produces the graduation      *
      *    clearance report the registrar used to    *
      *    prepare by hand from the transcripts.     *
      *    Every student on students.txt who         *
      *    carries a program of study (or only       *
      *    those in the program keyed at run time)   *
      *    is audited against that program's entry   *
      *    on program_requirements.txt: the minimum  *
      *    total credit hours, the minimum           *
      *    cumulative GPA and the required course    *
      *    codes.  The student's course grades are   *
      *    read from course_grades.txt with the      *
      *    same repeat policy GPA-Recalc-Project7    *
      *    applies - only the latest attempt at a    *
      *    course counts - and credit hours are      *
      *    earned only for passed courses.  Each     *
      *    candidate is printed on degree_audit.txt  *
      *    as CLEARED or NOT CLEARED; for anyone     *
      *    not cleared the credit shortfall, each    *
      *    required course not passed and a GPA      *
      *    below the minimum are listed.  Cleared    *
      *    students are also written to the          *
      *    clearance extract degree_clearance.txt    *
      *    for the diploma order.                    *
      *    program_requirements.txt holds one "P"    *
      *    line per program (code, minimum credit    *
      *    hours, minimum GPA, program name) and     *
      *    one "C" line per required course (code,   *
      *    course code).                             *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Degree-Audit-Project29.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STUDENT-FILE-IN ASSIGN TO "D:\Cobol\students.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS STUDENT-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.

              SELECT COURSE-GRADE-FILE ASSIGN TO
                                     "D:\Cobol\course_grades.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GRADE-RECORD-KEY
              FILE STATUS IS WS-GRADE-FILE-STATUS.

              SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO
                                "D:\Cobol\program_requirements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQ-FILE-STATUS.

              SELECT DEGREE-AUDIT-REPORT-FILE ASSIGN TO
                                     "D:\Cobol\degree_audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

              SELECT CLEARANCE-EXTRACT-FILE ASSIGN TO
                                     "D:\Cobol\degree_clearance.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

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

          FD PROGRAM-REQUIREMENT-FILE.
          01 PROGRAM-REQUIREMENT-RECORD.
             05 REQ-RECORD-TYPE               PIC X(1).
             05 FILLER                        PIC X(1).
             05 REQ-PROGRAM-CODE              PIC X(6).
             05 FILLER                        PIC X(1).
             05 REQ-PROGRAM-DETAIL.
                10 REQ-MIN-CREDITS            PIC 9(3).
                10 FILLER                     PIC X(1).
                10 REQ-MIN-GPA                PIC 9.99.
                10 FILLER                     PIC X(1).
                10 REQ-PROGRAM-NAME           PIC X(30).
             05 REQ-COURSE-DETAIL REDEFINES REQ-PROGRAM-DETAIL.
                10 REQ-COURSE-CODE            PIC X(8).
                10 FILLER                     PIC X(31).

          FD DEGREE-AUDIT-REPORT-FILE.
          01 DEGREE-AUDIT-REPORT-RECORD       PIC X(100).

          FD CLEARANCE-EXTRACT-FILE.
          01 CLEARANCE-EXTRACT-RECORD.
             05 CLR-STUDENT-ID                PIC X(9).
             05 FILLER                        PIC X(1).
             05 CLR-STUDENT-NAME              PIC X(20).
             05 FILLER                        PIC X(1).
             05 CLR-PROGRAM-CODE              PIC X(6).
             05 FILLER                        PIC X(1).
             05 CLR-PROGRAM-NAME              PIC X(30).
             05 FILLER                        PIC X(1).
             05 CLR-CREDITS-EARNED            PIC 9(3).
             05 FILLER                        PIC X(1).
             05 CLR-CUM-GPA                   PIC 9.99.
             05 FILLER                        PIC X(1).
             05 CLR-CLEARANCE-DATE            PIC 9(8).

          WORKING-STORAGE SECTION.
          01 WS-REPORT-TITLE-LINE.
             05 FILLER                PIC X(35)   VALUE
                            "Degree Audit - Graduation Clearance".
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(5)    VALUE "Date:".
             05 FILLER                PIC X       VALUE SPACES.
             05 WS-TITLE-DATE-OUT     PIC 9(8).

          01 WS-STUDENT-AUDIT-LINE.
             05 WS-AUD-ID-OUT         PIC X(9).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-AUD-NAME-OUT       PIC X(20).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Program:".
             05 WS-AUD-PROGRAM-OUT    PIC X(6).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Credits:".
             05 WS-AUD-CREDITS-OUT    PIC ZZ9.
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 FILLER                PIC X(4)    VALUE "GPA:".
             05 WS-AUD-GPA-OUT        PIC 9.99.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 WS-AUD-STATUS-OUT     PIC X(11).

          01 WS-SHORTFALL-LINE.
             05 FILLER                PIC X(6)    VALUE SPACES.
             05 FILLER                PIC X(17)   VALUE
                                       "Credit shortfall:".
             05 WS-SHORT-CREDITS-OUT  PIC ZZ9.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(9)    VALUE "Required:".
             05 WS-SHORT-MINIMUM-OUT  PIC ZZ9.

          01 WS-MISSING-COURSE-LINE.
             05 FILLER                PIC X(6)    VALUE SPACES.
             05 FILLER                PIC X(28)   VALUE
                                 "Required course not passed:".
             05 WS-MISSING-CODE-OUT   PIC X(8).

          01 WS-GPA-BELOW-LINE.
             05 FILLER                PIC X(6)    VALUE SPACES.
             05 FILLER                PIC X(18)   VALUE
                                       "GPA below minimum:".
             05 WS-BELOW-GPA-OUT      PIC 9.99.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Minimum:".
             05 WS-BELOW-MINIMUM-OUT  PIC 9.99.

          01 WS-NO-PROGRAM-LINE.
             05 FILLER                PIC X(6)    VALUE SPACES.
             05 FILLER                PIC X(40)   VALUE
                       "Program not on program_requirements.txt".

          01 WS-PROGRAM-TABLE.
             05 WS-PGM-ENTRY OCCURS 50 TIMES.
                10 WS-PGM-CODE           PIC X(6).
                10 WS-PGM-NAME           PIC X(30).
                10 WS-PGM-MIN-CREDITS    PIC 9(3).
                10 WS-PGM-MIN-GPA        PIC 9V99.
                10 WS-PGM-REQ-COUNT      PIC 9(2).
                10 WS-PGM-REQ-COURSE     PIC X(8) OCCURS 30 TIMES.

          01 WS-AUDIT-COURSE-TABLE.
             05 WS-AUD-ENTRY OCCURS 100 TIMES.
                10 WS-AUD-CODE           PIC X(8).
                10 WS-AUD-TERM-KEY       PIC X(7).
                10 WS-AUD-CREDITS        PIC 9(2).
                10 WS-AUD-LETTER         PIC X(2).

          01 WS-TABLE-WORK-FIELDS.
             05 WS-PGM-COUNT          PIC 9(4)    VALUE ZERO.
             05 WS-PGM-IDX            PIC 9(4)    VALUE ZERO.
             05 WS-PGM-FOUND-FLAG     PIC X(3)    VALUE "NO".
             05 WS-REQ-IDX            PIC 9(4)    VALUE ZERO.
             05 WS-AUD-COUNT          PIC 9(4)    VALUE ZERO.
             05 WS-AUD-IDX            PIC 9(4)    VALUE ZERO.
             05 WS-COURSE-PASSED-FLAG PIC X(3)    VALUE "NO".

          01 WS-TERM-SORT-FIELDS.
             05 WS-TERM-WORK.
                10 WS-TERM-YEAR       PIC X(4).
                10 WS-TERM-SUFFIX     PIC X(2).
             05 WS-TERM-KEY-WORK.
                10 WS-KEY-YEAR        PIC X(4).
                10 WS-KEY-SEASON      PIC X(1).
                10 WS-KEY-SUFFIX      PIC X(2).

          01 WS-GPA-ACCUMULATORS.
             05 WS-GRADE-POINTS       PIC 9V99    VALUE ZERO.
             05 WS-COURSE-POINTS      PIC 9(3)V99 VALUE ZERO.
             05 WS-QUALITY-POINTS     PIC 9(5)V99 VALUE ZERO.
             05 WS-CREDITS-ATTEMPTED  PIC 9(4)    VALUE ZERO.
             05 WS-CREDITS-EARNED     PIC 9(4)    VALUE ZERO.
             05 WS-CUM-GPA-RESULT     PIC 9V99    VALUE ZERO.
             05 WS-CREDIT-SHORTFALL   PIC 9(4)    VALUE ZERO.
             05 WS-MISSING-COUNT      PIC 9(4)    VALUE ZERO.

          01 WS-AUDIT-FLAGS.
             05 WS-CLEARED-FLAG       PIC X(3)    VALUE "NO".
             05 WS-GPA-BELOW-FLAG     PIC X(3)    VALUE "NO".

          01 WS-SELECTION-FIELDS.
             05 WS-SELECT-PROGRAM     PIC X(6)    VALUE SPACES.
             05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.

          01 WS-RUN-COUNTERS.
             05 WS-STUDENTS-READ      PIC 9(4)    VALUE ZERO.
             05 WS-CANDIDATES-AUDITED PIC 9(4)    VALUE ZERO.
             05 WS-CANDIDATES-CLEARED PIC 9(4)    VALUE ZERO.
             05 WS-CANDIDATES-NOT-CLEARED PIC 9(4) VALUE ZERO.
             05 WS-NO-PROGRAM-COUNT   PIC 9(4)    VALUE ZERO.

          01 WS-FLAGS-AND-COUNTERS.
             05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
             05 WS-GRADE-EOF-FLAG     PIC X(3)    VALUE "NO".
             05 WS-REQ-EOF-FLAG       PIC X(3)    VALUE "NO".
             05 WS-STUDENT-FILE-STATUS PIC X(2).
             05 WS-GRADE-FILE-STATUS  PIC X(2).
             05 WS-REQ-FILE-STATUS    PIC X(2).

       PROCEDURE DIVISION.
       100-PRODUCE-DEGREE-AUDIT.
          PERFORM 201-INIT-DEGREE-AUDIT.
          PERFORM 202-PROCESS-STUDENT
                      UNTIL WS-EOF-FLAG = "YES".
          PERFORM 203-TERM-DEGREE-AUDIT.
          STOP RUN.

          201-INIT-DEGREE-AUDIT.
              DISPLAY "Enter Program of Study (blank for all):".
              ACCEPT WS-SELECT-PROGRAM.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              PERFORM 301-OPEN-AUDIT-FILES.
              PERFORM 309-LOAD-PROGRAM-REQUIREMENTS.
              PERFORM 302-WRITE-REPORT-TITLE.
              IF WS-EOF-FLAG NOT = "YES"
                  PERFORM 304-READ-STUDENT-RECORD
              END-IF.
          202-PROCESS-STUDENT.
              IF STUDENT-PROGRAM = SPACES
                  ADD 1 TO WS-NO-PROGRAM-COUNT
              ELSE
                  IF WS-SELECT-PROGRAM = SPACES
                     OR STUDENT-PROGRAM = WS-SELECT-PROGRAM
                      PERFORM 305-AUDIT-ONE-STUDENT
                  END-IF
              END-IF.
              PERFORM 304-READ-STUDENT-RECORD.
          203-TERM-DEGREE-AUDIT.
              PERFORM 308-CLOSE-AUDIT-FILES.
              DISPLAY "Students read:        " WS-STUDENTS-READ.
              DISPLAY "Candidates audited:   " WS-CANDIDATES-AUDITED.
              DISPLAY "Cleared:              " WS-CANDIDATES-CLEARED.
              DISPLAY "Not cleared:          "
                  WS-CANDIDATES-NOT-CLEARED.
              DISPLAY "No program of study:  " WS-NO-PROGRAM-COUNT.

              301-OPEN-AUDIT-FILES.
                  OPEN INPUT STUDENT-FILE-IN.
                  IF WS-STUDENT-FILE-STATUS NOT = "00"
                      DISPLAY "Unable to open students.txt - "
                          "file status " WS-STUDENT-FILE-STATUS
                      MOVE "YES" TO WS-EOF-FLAG
                  END-IF.
                  OPEN INPUT COURSE-GRADE-FILE.
                  IF WS-GRADE-FILE-STATUS NOT = "00"
                      DISPLAY "Unable to open course_grades.txt - "
                          "file status " WS-GRADE-FILE-STATUS
                      MOVE "YES" TO WS-EOF-FLAG
                  END-IF.
                  OPEN OUTPUT DEGREE-AUDIT-REPORT-FILE.
                  OPEN OUTPUT CLEARANCE-EXTRACT-FILE.
              302-WRITE-REPORT-TITLE.
                  MOVE WS-RUN-DATE TO WS-TITLE-DATE-OUT.
                  WRITE DEGREE-AUDIT-REPORT-RECORD
                      FROM WS-REPORT-TITLE-LINE.
                  WRITE DEGREE-AUDIT-REPORT-RECORD FROM SPACES.
              304-READ-STUDENT-RECORD.
                  READ STUDENT-FILE-IN NEXT RECORD
                      AT END
                          MOVE "YES" TO WS-EOF-FLAG
                      NOT AT END
                          ADD 1 TO WS-STUDENTS-READ
                  END-READ.
              305-AUDIT-ONE-STUDENT.
                  ADD 1 TO WS-CANDIDATES-AUDITED.
                  PERFORM 310-FIND-PROGRAM-ENTRY.
                  PERFORM 320-LOAD-STUDENT-COURSES.
                  PERFORM 330-COMPUTE-STUDENT-TOTALS.
                  MOVE "NO" TO WS-CLEARED-FLAG.
                  IF WS-PGM-FOUND-FLAG = "YES"
                      PERFORM 340-CHECK-REQUIREMENTS
                  END-IF.
                  PERFORM 350-WRITE-AUDIT-LINES.
                  IF WS-CLEARED-FLAG = "YES"
                      ADD 1 TO WS-CANDIDATES-CLEARED
                      PERFORM 360-WRITE-CLEARANCE-EXTRACT
                  ELSE
                      ADD 1 TO WS-CANDIDATES-NOT-CLEARED
                  END-IF.
              308-CLOSE-AUDIT-FILES.
                  CLOSE STUDENT-FILE-IN COURSE-GRADE-FILE
                        DEGREE-AUDIT-REPORT-FILE
                        CLEARANCE-EXTRACT-FILE.
              309-LOAD-PROGRAM-REQUIREMENTS.
                  OPEN INPUT PROGRAM-REQUIREMENT-FILE.
                  IF WS-REQ-FILE-STATUS = "00"
                      MOVE "NO" TO WS-REQ-EOF-FLAG
                      PERFORM 311-READ-REQUIREMENT-RECORD
                      PERFORM 312-POST-REQUIREMENT
                          UNTIL WS-REQ-EOF-FLAG = "YES"
                      CLOSE PROGRAM-REQUIREMENT-FILE
                  ELSE
                      DISPLAY "Unable to open program_requirements"
                          ".txt - file status " WS-REQ-FILE-STATUS
                      DISPLAY "No candidate can be cleared."
                  END-IF.

              310-FIND-PROGRAM-ENTRY.
                  MOVE 1 TO WS-PGM-IDX.
                  MOVE "NO" TO WS-PGM-FOUND-FLAG.
                  PERFORM 313-SEARCH-PROGRAM-ENTRY
                      UNTIL WS-PGM-IDX > WS-PGM-COUNT
                         OR WS-PGM-FOUND-FLAG = "YES".
              311-READ-REQUIREMENT-RECORD.
                  READ PROGRAM-REQUIREMENT-FILE
                      AT END MOVE "YES" TO WS-REQ-EOF-FLAG.
              312-POST-REQUIREMENT.
                  EVALUATE REQ-RECORD-TYPE
                      WHEN "P"
                          PERFORM 314-ADD-PROGRAM-ENTRY
                      WHEN "C"
                          PERFORM 315-ADD-REQUIRED-COURSE
                      WHEN OTHER
                          DISPLAY "Unknown requirement record "
                              "type - skipped: " REQ-RECORD-TYPE
                  END-EVALUATE.
                  PERFORM 311-READ-REQUIREMENT-RECORD.
              313-SEARCH-PROGRAM-ENTRY.
                  IF WS-PGM-CODE (WS-PGM-IDX) = STUDENT-PROGRAM
                      MOVE "YES" TO WS-PGM-FOUND-FLAG
                  ELSE
                      ADD 1 TO WS-PGM-IDX
                  END-IF.
              314-ADD-PROGRAM-ENTRY.
                  IF WS-PGM-COUNT < 50
                      ADD 1 TO WS-PGM-COUNT
                      MOVE REQ-PROGRAM-CODE
                          TO WS-PGM-CODE (WS-PGM-COUNT)
                      MOVE REQ-PROGRAM-NAME
                          TO WS-PGM-NAME (WS-PGM-COUNT)
                      MOVE REQ-MIN-CREDITS
                          TO WS-PGM-MIN-CREDITS (WS-PGM-COUNT)
                      MOVE REQ-MIN-GPA
                          TO WS-PGM-MIN-GPA (WS-PGM-COUNT)
                      MOVE ZERO TO WS-PGM-REQ-COUNT (WS-PGM-COUNT)
                  ELSE
                      DISPLAY "Program table full - program "
                          "skipped: " REQ-PROGRAM-CODE
                  END-IF.
              315-ADD-REQUIRED-COURSE.
                  MOVE 1 TO WS-PGM-IDX.
                  MOVE "NO" TO WS-PGM-FOUND-FLAG.
                  PERFORM 316-SEARCH-REQUIREMENT-PROGRAM
                      UNTIL WS-PGM-IDX > WS-PGM-COUNT
                         OR WS-PGM-FOUND-FLAG = "YES".
                  IF WS-PGM-FOUND-FLAG = "NO"
                      DISPLAY "Required course for unknown program "
                          "- skipped: " REQ-PROGRAM-CODE " "
                          REQ-COURSE-CODE
                  ELSE
                      IF WS-PGM-REQ-COUNT (WS-PGM-IDX) < 30
                          ADD 1 TO WS-PGM-REQ-COUNT (WS-PGM-IDX)
                          MOVE WS-PGM-REQ-COUNT (WS-PGM-IDX)
                              TO WS-REQ-IDX
                          MOVE REQ-COURSE-CODE TO
                              WS-PGM-REQ-COURSE (WS-PGM-IDX, WS-REQ-IDX)
                      ELSE
                          DISPLAY "Required course table full - "
                              "course skipped: " REQ-PROGRAM-CODE " "
                              REQ-COURSE-CODE
                      END-IF
                  END-IF.
              316-SEARCH-REQUIREMENT-PROGRAM.
                  IF WS-PGM-CODE (WS-PGM-IDX) = REQ-PROGRAM-CODE
                      MOVE "YES" TO WS-PGM-FOUND-FLAG
                  ELSE
                      ADD 1 TO WS-PGM-IDX
                  END-IF.

              320-LOAD-STUDENT-COURSES.
                  MOVE ZERO TO WS-AUD-COUNT.
                  MOVE STUDENT-ID TO GRADE-STUDENT-ID.
                  MOVE LOW-VALUES TO GRADE-COURSE-CODE.
                  MOVE LOW-VALUES TO GRADE-TERM.
                  START COURSE-GRADE-FILE
                      KEY NOT < GRADE-RECORD-KEY
                      INVALID KEY
                          MOVE "YES" TO WS-GRADE-EOF-FLAG
                      NOT INVALID KEY
                          MOVE "NO" TO WS-GRADE-EOF-FLAG
                  END-START.
                  PERFORM 321-TABLE-ONE-STUDENT-GRADE
                      UNTIL WS-GRADE-EOF-FLAG = "YES".
              321-TABLE-ONE-STUDENT-GRADE.
                  READ COURSE-GRADE-FILE NEXT RECORD
                      AT END
                          MOVE "YES" TO WS-GRADE-EOF-FLAG
                      NOT AT END
                          IF GRADE-STUDENT-ID NOT = STUDENT-ID
                              MOVE "YES" TO WS-GRADE-EOF-FLAG
                          ELSE
                              PERFORM 322-HOLD-LATEST-ATTEMPT
                          END-IF
                  END-READ.
              322-HOLD-LATEST-ATTEMPT.
                  PERFORM 391-SET-TERM-SORT-KEY.
                  IF WS-AUD-COUNT > ZERO
                     AND WS-AUD-CODE (WS-AUD-COUNT) = GRADE-COURSE-CODE
                      IF WS-TERM-KEY-WORK >
                             WS-AUD-TERM-KEY (WS-AUD-COUNT)
                          PERFORM 323-MOVE-ATTEMPT-TO-TABLE
                      END-IF
                  ELSE
                      IF WS-AUD-COUNT < 100
                          ADD 1 TO WS-AUD-COUNT
                          PERFORM 323-MOVE-ATTEMPT-TO-TABLE
                      ELSE
                          DISPLAY "Course table full - course "
                              "skipped: " STUDENT-ID " "
                              GRADE-COURSE-CODE
                      END-IF
                  END-IF.
              323-MOVE-ATTEMPT-TO-TABLE.
                  MOVE GRADE-COURSE-CODE TO WS-AUD-CODE (WS-AUD-COUNT).
                  MOVE WS-TERM-KEY-WORK
                      TO WS-AUD-TERM-KEY (WS-AUD-COUNT).
                  MOVE GRADE-CREDIT-HOURS
                      TO WS-AUD-CREDITS (WS-AUD-COUNT).
                  MOVE GRADE-LETTER TO WS-AUD-LETTER (WS-AUD-COUNT).

              330-COMPUTE-STUDENT-TOTALS.
                  MOVE ZERO TO WS-QUALITY-POINTS.
                  MOVE ZERO TO WS-CREDITS-ATTEMPTED.
                  MOVE ZERO TO WS-CREDITS-EARNED.
                  MOVE 1 TO WS-AUD-IDX.
                  PERFORM 331-ACCUMULATE-ONE-COURSE
                      UNTIL WS-AUD-IDX > WS-AUD-COUNT.
                  IF WS-CREDITS-ATTEMPTED > ZERO
                      DIVIDE WS-QUALITY-POINTS BY WS-CREDITS-ATTEMPTED
                          GIVING WS-CUM-GPA-RESULT ROUNDED
                  ELSE
                      MOVE ZERO TO WS-CUM-GPA-RESULT
                  END-IF.
              331-ACCUMULATE-ONE-COURSE.
                  PERFORM 390-SET-GRADE-POINTS.
                  MULTIPLY WS-GRADE-POINTS
                      BY WS-AUD-CREDITS (WS-AUD-IDX)
                      GIVING WS-COURSE-POINTS.
                  ADD WS-COURSE-POINTS TO WS-QUALITY-POINTS.
                  ADD WS-AUD-CREDITS (WS-AUD-IDX)
                      TO WS-CREDITS-ATTEMPTED.
                  IF WS-GRADE-POINTS > ZERO
                      ADD WS-AUD-CREDITS (WS-AUD-IDX)
                          TO WS-CREDITS-EARNED
                  END-IF.
                  ADD 1 TO WS-AUD-IDX.

              340-CHECK-REQUIREMENTS.
                  MOVE ZERO TO WS-CREDIT-SHORTFALL.
                  IF WS-CREDITS-EARNED < WS-PGM-MIN-CREDITS (WS-PGM-IDX)
                      SUBTRACT WS-CREDITS-EARNED
                          FROM WS-PGM-MIN-CREDITS (WS-PGM-IDX)
                          GIVING WS-CREDIT-SHORTFALL
                  END-IF.
                  MOVE "NO" TO WS-GPA-BELOW-FLAG.
                  IF WS-CUM-GPA-RESULT < WS-PGM-MIN-GPA (WS-PGM-IDX)
                      MOVE "YES" TO WS-GPA-BELOW-FLAG
                  END-IF.
                  MOVE ZERO TO WS-MISSING-COUNT.
                  MOVE 1 TO WS-REQ-IDX.
                  PERFORM 341-COUNT-ONE-REQUIRED-COURSE
                      UNTIL WS-REQ-IDX > WS-PGM-REQ-COUNT (WS-PGM-IDX).
                  IF WS-CREDIT-SHORTFALL = ZERO
                     AND WS-GPA-BELOW-FLAG = "NO"
                     AND WS-MISSING-COUNT = ZERO
                      MOVE "YES" TO WS-CLEARED-FLAG
                  END-IF.
              341-COUNT-ONE-REQUIRED-COURSE.
                  PERFORM 342-CHECK-COURSE-PASSED.
                  IF WS-COURSE-PASSED-FLAG = "NO"
                      ADD 1 TO WS-MISSING-COUNT
                  END-IF.
                  ADD 1 TO WS-REQ-IDX.
              342-CHECK-COURSE-PASSED.
                  MOVE "NO" TO WS-COURSE-PASSED-FLAG.
                  MOVE 1 TO WS-AUD-IDX.
                  PERFORM 343-SEARCH-PASSED-COURSE
                      UNTIL WS-AUD-IDX > WS-AUD-COUNT
                         OR WS-COURSE-PASSED-FLAG = "YES".
              343-SEARCH-PASSED-COURSE.
                  IF WS-AUD-CODE (WS-AUD-IDX) =
                         WS-PGM-REQ-COURSE (WS-PGM-IDX, WS-REQ-IDX)
                      PERFORM 390-SET-GRADE-POINTS
                      IF WS-GRADE-POINTS > ZERO
                          MOVE "YES" TO WS-COURSE-PASSED-FLAG
                      END-IF
                  END-IF.
                  ADD 1 TO WS-AUD-IDX.

              350-WRITE-AUDIT-LINES.
                  MOVE STUDENT-ID TO WS-AUD-ID-OUT.
                  MOVE STUDENT-NAME TO WS-AUD-NAME-OUT.
                  MOVE STUDENT-PROGRAM TO WS-AUD-PROGRAM-OUT.
                  MOVE WS-CREDITS-EARNED TO WS-AUD-CREDITS-OUT.
                  MOVE WS-CUM-GPA-RESULT TO WS-AUD-GPA-OUT.
                  IF WS-CLEARED-FLAG = "YES"
                      MOVE "CLEARED" TO WS-AUD-STATUS-OUT
                  ELSE
                      MOVE "NOT CLEARED" TO WS-AUD-STATUS-OUT
                  END-IF.
                  WRITE DEGREE-AUDIT-REPORT-RECORD
                      FROM WS-STUDENT-AUDIT-LINE.
                  IF WS-PGM-FOUND-FLAG = "NO"
                      WRITE DEGREE-AUDIT-REPORT-RECORD
                          FROM WS-NO-PROGRAM-LINE
                  ELSE
                      PERFORM 351-WRITE-MISSING-DETAIL
                  END-IF.
              351-WRITE-MISSING-DETAIL.
                  IF WS-CREDIT-SHORTFALL > ZERO
                      MOVE WS-CREDIT-SHORTFALL TO WS-SHORT-CREDITS-OUT
                      MOVE WS-PGM-MIN-CREDITS (WS-PGM-IDX)
                          TO WS-SHORT-MINIMUM-OUT
                      WRITE DEGREE-AUDIT-REPORT-RECORD
                          FROM WS-SHORTFALL-LINE
                  END-IF.
                  MOVE 1 TO WS-REQ-IDX.
                  PERFORM 352-WRITE-ONE-MISSING-COURSE
                      UNTIL WS-REQ-IDX > WS-PGM-REQ-COUNT (WS-PGM-IDX).
                  IF WS-GPA-BELOW-FLAG = "YES"
                      MOVE WS-CUM-GPA-RESULT TO WS-BELOW-GPA-OUT
                      MOVE WS-PGM-MIN-GPA (WS-PGM-IDX)
                          TO WS-BELOW-MINIMUM-OUT
                      WRITE DEGREE-AUDIT-REPORT-RECORD
                          FROM WS-GPA-BELOW-LINE
                  END-IF.
              352-WRITE-ONE-MISSING-COURSE.
                  PERFORM 342-CHECK-COURSE-PASSED.
                  IF WS-COURSE-PASSED-FLAG = "NO"
                      MOVE WS-PGM-REQ-COURSE (WS-PGM-IDX, WS-REQ-IDX)
                          TO WS-MISSING-CODE-OUT
                      WRITE DEGREE-AUDIT-REPORT-RECORD
                          FROM WS-MISSING-COURSE-LINE
                  END-IF.
                  ADD 1 TO WS-REQ-IDX.

              360-WRITE-CLEARANCE-EXTRACT.
                  MOVE SPACES TO CLEARANCE-EXTRACT-RECORD.
                  MOVE STUDENT-ID TO CLR-STUDENT-ID.
                  MOVE STUDENT-NAME TO CLR-STUDENT-NAME.
                  MOVE STUDENT-PROGRAM TO CLR-PROGRAM-CODE.
                  MOVE WS-PGM-NAME (WS-PGM-IDX) TO CLR-PROGRAM-NAME.
                  MOVE WS-CREDITS-EARNED TO CLR-CREDITS-EARNED.
                  MOVE WS-CUM-GPA-RESULT TO CLR-CUM-GPA.
                  MOVE WS-RUN-DATE TO CLR-CLEARANCE-DATE.
                  WRITE CLEARANCE-EXTRACT-RECORD.

                  390-SET-GRADE-POINTS.
                      EVALUATE WS-AUD-LETTER (WS-AUD-IDX)
                          WHEN "A "  MOVE 4.00 TO WS-GRADE-POINTS
                          WHEN "A-"  MOVE 3.70 TO WS-GRADE-POINTS
                          WHEN "B+"  MOVE 3.30 TO WS-GRADE-POINTS
                          WHEN "B "  MOVE 3.00 TO WS-GRADE-POINTS
                          WHEN "B-"  MOVE 2.70 TO WS-GRADE-POINTS
                          WHEN "C+"  MOVE 2.30 TO WS-GRADE-POINTS
                          WHEN "C "  MOVE 2.00 TO WS-GRADE-POINTS
                          WHEN "C-"  MOVE 1.70 TO WS-GRADE-POINTS
                          WHEN "D+"  MOVE 1.30 TO WS-GRADE-POINTS
                          WHEN "D "  MOVE 1.00 TO WS-GRADE-POINTS
                          WHEN OTHER MOVE 0.00 TO WS-GRADE-POINTS
                      END-EVALUATE.
                  391-SET-TERM-SORT-KEY.
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
