      *    This program maintains the course-grade   *
      *    detail file course_grades.txt from the    *
      *    keyboard, keyed on STUDENT-ID plus        *
      *    course code plus academic term, so a      *
      *    course retaken in a later term is kept    *
      *    as its own attempt beside the first.      *
      *    Operators can ADD a new                   *
      *    course grade, CHANGE an existing one's    *
      *    letter grade and mark, or                 *
      *    DELETE one.  The student must already     *
      *    exist on the students.txt master before   *
      *    a course grade may be entered for it.     *
      *    The course code must be on the course     *
      *    catalog course_catalog.txt kept by        *
      *    Course-Catalog-Project28 and must be      *
      *    active there; the credit hours are        *
      *    taken from the catalog rather than        *
      *    keyed, so every student gets the same     *
      *    credit hours for the same course.         *
      *    The detail entered here is rolled up      *
      *    into the master's GPA and percentage      *
      *    fields by GPA-Recalc-Project7.            *
      *    grades defaults to a value keyed by the   *
      *    operator (or spaces for unknown) - so     *
      *    existing grades are preserved rather      *
      *    than overwritten.  Likewise a             *
      *    course_grades.txt still keyed on          *
      *    STUDENT-ID plus course code alone is      *
      *    rebuilt under the new key on its first    *
      *    run, every grade carried over with its    *
      *    credit hours, letter, mark and term       *
      *    unchanged.                                *
      *    The sign-on is validated against the      *
      *    operator master operator_master.txt       *
      *    kept by Operator-Maintenance-Project25:   *
              RECORD KEY IS STUDENT-ID
              FILE STATUS IS WS-STUDENT-FILE-STATUS.

              SELECT COURSE-CATALOG-FILE ASSIGN TO
                                     "D:\Cobol\course_catalog.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.

              SELECT GRADE-FILE-PRIOR-IN ASSIGN TO
                                     "D:\Cobol\course_grades.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PRIOR-RECORD-KEY
              FILE STATUS IS WS-GRADE-PRIOR-STATUS.

              SELECT GRADE-FILE-LEGACY-IN ASSIGN TO
                                     "D:\Cobol\course_grades.txt"
              ORGANIZATION IS LINE SEQUENTIAL
             05 GRADE-RECORD-KEY.
                10 GRADE-STUDENT-ID              PIC X(9).
                10 GRADE-COURSE-CODE             PIC X(8).
                10 GRADE-TERM                    PIC X(6).
             05 FILLER                        PIC X(3) VALUE SPACES.
             05 GRADE-CREDIT-HOURS            PIC 9(2).
             05 FILLER                        PIC X(3) VALUE SPACES.
             05 GRADE-LETTER                  PIC X(2).
             05 FILLER                        PIC X(3) VALUE SPACES.
             05 GRADE-COURSE-MARK             PIC 9(3).99.
             05 FILLER                        PIC X(5) VALUE SPACES.

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

          FD GRADE-FILE-PRIOR-IN.
          01 GRADE-PRIOR-RECORD.
             05 PRIOR-RECORD-KEY.
                10 PRIOR-STUDENT-ID          PIC X(9).
                10 PRIOR-COURSE-CODE         PIC X(8).
             05 FILLER                       PIC X(3).
             05 PRIOR-CREDIT-HOURS           PIC 9(2).
             05 FILLER                       PIC X(3).
             05 PRIOR-LETTER                 PIC X(2).
             05 FILLER                       PIC X(3).
             05 PRIOR-COURSE-MARK            PIC 9(3).99.
             05 FILLER                       PIC X(3).
             05 PRIOR-TERM                   PIC X(6).
             05 FILLER                       PIC X(2).

          FD GRADE-FILE-LEGACY-IN.
          01 GRADE-LEGACY-RECORD.
             05 LEGACY-STUDENT-ID            PIC X(9).
                                    "Enter Operator ID:".
             05 WS-PROMPT-COURSE-CODE         PIC X(18)   VALUE
                                              "Enter Course Code:".
             05 WS-PROMPT-CREDIT-HOURS        PIC X(23)   VALUE
                                    "Credit Hours (catalog):".
             05 WS-PROMPT-LETTER              PIC X(19)   VALUE
                                              "Enter Letter Grade:".
             05 WS-PROMPT-COURSE-MARK         PIC X(18)   VALUE
                                    "Enter Term (e.g. 2026FA):".
             05 WS-PROMPT-MENU                PIC X(31)   VALUE
                                    "A-Add C-Change D-Delete Q-Quit:".
             05 WS-PROMPT-LETTER-RANGE        PIC X(34)   VALUE
                                   "Letter grade must be A-F.Re-enter:".
             05 WS-PROMPT-MARK-RANGE          PIC X(28)   VALUE
                                    "Mark must be 0-100.Re-enter:".
             05 WS-PROMPT-NO-STUDENT          PIC X(33)   VALUE
                                    "Student ID not on master file.".
             05 WS-PROMPT-DUP-COURSE          PIC X(34)   VALUE
                                   "Term on file.Re-enter/blank=cancel".
             05 WS-PROMPT-NO-COURSE           PIC X(31)   VALUE
                                    "Course grade not found on file.".
             05 WS-PROMPT-NO-CATALOG          PIC X(34)   VALUE
                                   "Course not on catalog.Blank=cancel".
             05 WS-PROMPT-INACTIVE            PIC X(34)   VALUE
                                   "Course is inactive.Blank=cancel".

          01 WS-RESPONSES.
             05 WS-MENU-RESPONSE                 PIC X(1).
             05 WS-VALID-FLAG                    PIC X(1).
             05 WS-GRADE-FILE-STATUS             PIC X(2).
             05 WS-STUDENT-FILE-STATUS           PIC X(2).
             05 WS-CATALOG-FILE-STATUS           PIC X(2).
             05 WS-LOOKUP-STUDENT-ID             PIC X(9).
             05 WS-LOOKUP-COURSE-CODE            PIC X(8).
             05 WS-LOOKUP-TERM                   PIC X(6).

          01 WS-MARK-NUMERIC                     PIC 9(5)V99
                                                  VALUE ZERO.
          01 WS-LETTER-ENTERED                   PIC X(2).

          01 WS-MIGRATION-FIELDS.
             05 WS-GRADE-LEGACY-STATUS        PIC X(2).
             05 WS-GRADE-PRIOR-STATUS         PIC X(2).
             05 WS-LEGACY-EOF-FLAG            PIC X(3) VALUE "NO".
             05 WS-MIGRATE-COUNT              PIC 9(4) VALUE ZERO.
             05 WS-MIGRATE-IDX                PIC 9(4) VALUE ZERO.
             05 WS-MIGRATE-TERM               PIC X(6) VALUE SPACES.
             05 WS-MIGRATE-FULL-FLAG          PIC X(3) VALUE "NO".

          01 WS-MIGRATE-TABLE.
             05 WS-MIGRATE-ENTRY OCCURS 500 TIMES.
                10 WS-MIGRATE-CREDITS         PIC 9(2).
                10 WS-MIGRATE-LETTER          PIC X(2).
                10 WS-MIGRATE-MARK            PIC 9(3).99.
                10 WS-MIGRATE-GRADE-TERM      PIC X(6).

          01 WS-SIGNON-FIELDS.
             05 WS-OPERATOR-FILE-STATUS          PIC X(2).
              END-EVALUATE.
          203-TERMINATE-GRADE-ENTRY.
              CLOSE COURSE-GRADE-FILE STUDENT-FILE-IN
                    COURSE-CATALOG-FILE
                    OPERATOR-MASTER-FILE SIGNON-ATTEMPT-FILE.

              210-ADD-COURSE-GRADE.
                  PERFORM 712-ACCEPT-MASTER-STUDENT-ID.
                  IF WS-VALID-FLAG = "Y"
                      PERFORM 716-ACCEPT-NEW-COURSE-CODE
                      IF WS-VALID-FLAG = "Y"
                          PERFORM 717-ACCEPT-VALID-TERM
                      END-IF
                      IF WS-VALID-FLAG = "Y"
                          PERFORM 708-ACCEPT-GRADE-DATA
                          PERFORM 704-WRITE-COURSE-GRADE
                            SIGNON-ATTEMPT-FILE
                      STOP RUN
                  END-IF.
                  OPEN INPUT COURSE-CATALOG-FILE.
                  IF WS-CATALOG-FILE-STATUS NOT = "00"
                      DISPLAY "Unable to open course_catalog.txt - "
                          "file status " WS-CATALOG-FILE-STATUS
                      DISPLAY "Run the course catalog maintenance "
                          "program first to build the catalog."
                      CLOSE COURSE-GRADE-FILE STUDENT-FILE-IN
                            OPERATOR-MASTER-FILE SIGNON-ATTEMPT-FILE
                      STOP RUN
                  END-IF.
              702-OPEN-SIGNON-FILES.
                  OPEN INPUT OPERATOR-MASTER-FILE.
                  IF WS-OPERATOR-FILE-STATUS NOT = "00"
              707-ACCEPT-MENU-CHOICE.
                  ACCEPT WS-MENU-RESPONSE LINE 3 COLUMN 2.
              708-ACCEPT-GRADE-DATA.
                  PERFORM 719-SET-CATALOG-CREDIT-HOURS.
                  PERFORM 710-ACCEPT-VALID-LETTER.
                  PERFORM 711-ACCEPT-VALID-MARK.
              710-ACCEPT-VALID-LETTER.
                  MOVE "N" TO WS-VALID-FLAG.
                  PERFORM 721-GET-LETTER-GRADE
              716-ACCEPT-NEW-COURSE-CODE.
                  MOVE "N" TO WS-VALID-FLAG.
                  PERFORM 725-GET-NEW-COURSE-CODE
                      UNTIL WS-VALID-FLAG = "Y" OR WS-VALID-FLAG = "E".
              717-ACCEPT-VALID-TERM.
                  MOVE "N" TO WS-VALID-FLAG.
                  PERFORM 726-GET-TERM
                      UNTIL WS-VALID-FLAG = "Y" OR WS-VALID-FLAG = "E".
              718-ACCEPT-OPERATOR-ID.
                  MOVE ZERO TO WS-SIGNON-ATTEMPTS.
                  MOVE "N" TO WS-SIGNON-OK-FLAG.
                      PERFORM 203-TERMINATE-GRADE-ENTRY
                      STOP RUN
                  END-IF.
              719-SET-CATALOG-CREDIT-HOURS.
                  MOVE GRADE-COURSE-CODE TO CAT-COURSE-CODE.
                  READ COURSE-CATALOG-FILE
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE CAT-CREDIT-HOURS TO GRADE-CREDIT-HOURS
                  END-READ.
                  DISPLAY WS-PROMPT-CREDIT-HOURS LINE 15 COLUMN 4.
                  DISPLAY GRADE-CREDIT-HOURS LINE 16 COLUMN 4.

                  721-GET-LETTER-GRADE.
                      DISPLAY WS-PROMPT-LETTER LINE 17 COLUMN 4.
                      ACCEPT WS-LETTER-ENTERED LINE 18 COLUMN 4.
                      EVALUATE WS-LETTER-ENTERED
                          WHEN "A " WHEN "A-"
                          WHEN "B+" WHEN "B " WHEN "B-"
                              MOVE "Y" TO WS-VALID-FLAG
                          WHEN OTHER
                              DISPLAY WS-PROMPT-LETTER-RANGE
                                  LINE 19 COLUMN 4
                      END-EVALUATE.
                  722-GET-COURSE-MARK.
                      DISPLAY WS-PROMPT-COURSE-MARK LINE 20 COLUMN 4.
                      ACCEPT WS-MARK-NUMERIC LINE 21 COLUMN 4.
                      IF WS-MARK-NUMERIC NOT > 100
                          MOVE WS-MARK-NUMERIC TO GRADE-COURSE-MARK
                          MOVE "Y" TO WS-VALID-FLAG
                      ELSE
                          DISPLAY WS-PROMPT-MARK-RANGE
                              LINE 22 COLUMN 4
                      END-IF.
                  723-GET-MASTER-STUDENT-ID.
                      DISPLAY " " WITH BLANK SCREEN.
                      ACCEPT WS-LOOKUP-STUDENT-ID LINE 7 COLUMN 4.
                      DISPLAY WS-PROMPT-COURSE-CODE LINE 8 COLUMN 4.
                      ACCEPT WS-LOOKUP-COURSE-CODE LINE 9 COLUMN 4.
                      DISPLAY WS-PROMPT-TERM LINE 10 COLUMN 4.
                      ACCEPT WS-LOOKUP-TERM LINE 11 COLUMN 4.
                      MOVE WS-LOOKUP-STUDENT-ID TO GRADE-STUDENT-ID.
                      MOVE WS-LOOKUP-COURSE-CODE TO GRADE-COURSE-CODE.
                      MOVE WS-LOOKUP-TERM TO GRADE-TERM.
                      READ COURSE-GRADE-FILE
                          INVALID KEY
                              DISPLAY WS-PROMPT-NO-COURSE
                                  LINE 12 COLUMN 4
                              MOVE "E" TO WS-VALID-FLAG
                          NOT INVALID KEY
                              MOVE "Y" TO WS-VALID-FLAG
                  725-GET-NEW-COURSE-CODE.
                      DISPLAY WS-PROMPT-COURSE-CODE LINE 9 COLUMN 4.
                      ACCEPT WS-LOOKUP-COURSE-CODE LINE 10 COLUMN 4.
                      IF WS-LOOKUP-COURSE-CODE = SPACES
                          MOVE "E" TO WS-VALID-FLAG
                      ELSE
                          MOVE "Y" TO WS-VALID-FLAG
                          PERFORM 729-CHECK-CATALOG-COURSE
                      END-IF.
                      MOVE WS-LOOKUP-STUDENT-ID TO GRADE-STUDENT-ID.
                      MOVE WS-LOOKUP-COURSE-CODE TO GRADE-COURSE-CODE.
                  726-GET-TERM.
                      DISPLAY WS-PROMPT-TERM LINE 12 COLUMN 4.
                      ACCEPT WS-TERM-ENTERED LINE 13 COLUMN 4.
                      IF WS-TERM-ENTERED NOT = SPACES
                          MOVE WS-TERM-ENTERED TO GRADE-TERM
                          READ COURSE-GRADE-FILE
                              INVALID KEY
                                  MOVE "Y" TO WS-VALID-FLAG
                              NOT INVALID KEY
                                  DISPLAY WS-PROMPT-DUP-COURSE
                                      LINE 14 COLUMN 4
                          END-READ
                          MOVE WS-LOOKUP-STUDENT-ID TO GRADE-STUDENT-ID
                          MOVE WS-LOOKUP-COURSE-CODE
                              TO GRADE-COURSE-CODE
                          MOVE WS-TERM-ENTERED TO GRADE-TERM
                      ELSE
                          MOVE "E" TO WS-VALID-FLAG
                      END-IF.
                  727-GET-OPERATOR-SIGNON.
                      DISPLAY " " WITH BLANK SCREEN.
                      MOVE WS-ATTEMPT-REASON TO ATT-REASON.
                      WRITE SIGNON-ATTEMPT-RECORD.

                  729-CHECK-CATALOG-COURSE.
                      MOVE WS-LOOKUP-COURSE-CODE TO CAT-COURSE-CODE.
                      READ COURSE-CATALOG-FILE
                          INVALID KEY
                              DISPLAY WS-PROMPT-NO-CATALOG
                                  LINE 11 COLUMN 4
                              MOVE "N" TO WS-VALID-FLAG
                          NOT INVALID KEY
                              IF CAT-ACTIVE-FLAG NOT = "Y"
                                  DISPLAY WS-PROMPT-INACTIVE
                                      LINE 11 COLUMN 4
                                  MOVE "N" TO WS-VALID-FLAG
                              END-IF
                      END-READ.

                  730-MIGRATE-LEGACY-GRADE-FILE.
                      MOVE "NO" TO WS-LEGACY-EOF-FLAG.
                      MOVE ZERO TO WS-MIGRATE-COUNT.
                      OPEN INPUT GRADE-FILE-PRIOR-IN.
                      IF WS-GRADE-PRIOR-STATUS = "00"
                          PERFORM 735-BUFFER-PRIOR-GRADE-FILE
                      ELSE
                          PERFORM 738-BUFFER-LEGACY-GRADE-FILE
                      END-IF.
                      IF WS-MIGRATE-FULL-FLAG = "YES"
                          DISPLAY "Conversion stopped - more than "
                              "500 course grades on file."
                          DISPLAY "Grade file was not changed. "
                              "Enlarge the conversion table and "
                              "re-run."
                          CLOSE OPERATOR-MASTER-FILE
                                SIGNON-ATTEMPT-FILE
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                      END-IF.
                      OPEN OUTPUT COURSE-GRADE-FILE.
                      PERFORM 733-WRITE-MIGRATED-GRADES.
                      CLOSE COURSE-GRADE-FILE.
                      DISPLAY WS-MIGRATE-COUNT
                          " course grade(s) converted to the "
                          "new layout.".
                  731-READ-ONE-LEGACY-GRADE.
                      READ GRADE-FILE-LEGACY-IN
                          AT END
                              WS-MIGRATE-LETTER (WS-MIGRATE-COUNT)
                          MOVE LEGACY-COURSE-MARK TO
                              WS-MIGRATE-MARK (WS-MIGRATE-COUNT)
                          MOVE WS-MIGRATE-TERM TO
                              WS-MIGRATE-GRADE-TERM (WS-MIGRATE-COUNT)
                      ELSE
                          MOVE "YES" TO WS-MIGRATE-FULL-FLAG
                          MOVE "YES" TO WS-LEGACY-EOF-FLAG
                      END-IF.
                      PERFORM 731-READ-ONE-LEGACY-GRADE.
                  733-WRITE-MIGRATED-GRADES.
                          TO GRADE-LETTER.
                      MOVE WS-MIGRATE-MARK (WS-MIGRATE-IDX)
                          TO GRADE-COURSE-MARK.
                      MOVE WS-MIGRATE-GRADE-TERM (WS-MIGRATE-IDX)
                          TO GRADE-TERM.
                      WRITE COURSE-GRADE-RECORD
                          INVALID KEY
                              DISPLAY "Duplicate course during "
                                      (WS-MIGRATE-IDX)
                      END-WRITE.
                      ADD 1 TO WS-MIGRATE-IDX.
                  735-BUFFER-PRIOR-GRADE-FILE.
                      DISPLAY "Converting course_grades.txt to the "
                          "new key with academic term...".
                      PERFORM 736-READ-ONE-PRIOR-GRADE.
                      PERFORM 737-BUFFER-PRIOR-GRADE
                          UNTIL WS-LEGACY-EOF-FLAG = "YES".
                      CLOSE GRADE-FILE-PRIOR-IN.
                  736-READ-ONE-PRIOR-GRADE.
                      READ GRADE-FILE-PRIOR-IN NEXT RECORD
                          AT END
                              MOVE "YES" TO WS-LEGACY-EOF-FLAG
                      END-READ.
                  737-BUFFER-PRIOR-GRADE.
                      IF WS-MIGRATE-COUNT < 500
                          ADD 1 TO WS-MIGRATE-COUNT
                          MOVE PRIOR-STUDENT-ID TO
                              WS-MIGRATE-STUDENT-ID
                                  (WS-MIGRATE-COUNT)
                          MOVE PRIOR-COURSE-CODE TO
                              WS-MIGRATE-COURSE-CODE
                                  (WS-MIGRATE-COUNT)
                          MOVE PRIOR-CREDIT-HOURS TO
                              WS-MIGRATE-CREDITS (WS-MIGRATE-COUNT)
                          MOVE PRIOR-LETTER TO
                              WS-MIGRATE-LETTER (WS-MIGRATE-COUNT)
                          MOVE PRIOR-COURSE-MARK TO
                              WS-MIGRATE-MARK (WS-MIGRATE-COUNT)
                          MOVE PRIOR-TERM TO
                              WS-MIGRATE-GRADE-TERM (WS-MIGRATE-COUNT)
                      ELSE
                          MOVE "YES" TO WS-MIGRATE-FULL-FLAG
                          MOVE "YES" TO WS-LEGACY-EOF-FLAG
                      END-IF.
                      PERFORM 736-READ-ONE-PRIOR-GRADE.
                  738-BUFFER-LEGACY-GRADE-FILE.
                      DISPLAY "Converting course_grades.txt to the "
                          "new layout with academic term...".
                      DISPLAY "Term for converted grades "
                          "(blank = unknown):".
                      ACCEPT WS-MIGRATE-TERM.
                      OPEN INPUT GRADE-FILE-LEGACY-IN.
                      IF WS-GRADE-LEGACY-STATUS = "00"
                          PERFORM 731-READ-ONE-LEGACY-GRADE
                          PERFORM 732-BUFFER-LEGACY-GRADE
                              UNTIL WS-LEGACY-EOF-FLAG = "YES"
                          CLOSE GRADE-FILE-LEGACY-IN
                      ELSE
                          DISPLAY "Unable to read existing "
                              "course_grades.txt for conversion - "
                              "file status " WS-GRADE-LEGACY-STATUS
                          DISPLAY "Grade file was not changed. "
                              "Correct the problem and re-run."
                          CLOSE OPERATOR-MASTER-FILE
                                SIGNON-ATTEMPT-FILE
                          STOP RUN
                      END-IF.
