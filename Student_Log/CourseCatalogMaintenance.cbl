      ************************************************
      *    This program maintains the course         *
      *    catalog course_catalog.txt from the       *
      *    keyboard, keyed on the eight-character    *
      *    course code.  Operators can ADD a new     *
      *    course, CHANGE an existing course's       *
      *    title, department, standard credit        *
      *    hours and active flag, or DELETE a        *
      *    course.  CourseGrade-Entry-Project6       *
      *    only accepts course codes that are on     *
      *    this catalog and active, and takes the    *
      *    credit hours for each grade from here     *
      *    rather than from the operator, so one     *
      *    course carries the same credit hours      *
      *    for every student.  Transcript-Print-     *
      *    Project16 prints the catalog title next   *
      *    to each course code.  A course that is    *
      *    no longer offered should be set           *
      *    inactive rather than deleted, so the      *
      *    transcripts of students who took it       *
      *    still show its title.                     *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Course-Catalog-Project28.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT COURSE-CATALOG-FILE ASSIGN TO
                                     "D:\Cobol\course_catalog.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-COURSE-CODE
              FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
          FD COURSE-CATALOG-FILE.
          01 COURSE-CATALOG-RECORD.
             05 CAT-COURSE-CODE               PIC X(8).
             05 CAT-COURSE-TITLE              PIC X(30).
             05 CAT-DEPARTMENT                PIC X(4).
             05 CAT-CREDIT-HOURS              PIC 9(2).
             05 CAT-ACTIVE-FLAG               PIC X(1).

          WORKING-STORAGE SECTION.
          01 WS-PROMPTS.
             05 WS-PROMPT-MENU                PIC X(31)   VALUE
                                    "A-Add C-Change D-Delete Q-Quit:".
             05 WS-PROMPT-COURSE-CODE         PIC X(18)   VALUE
                                    "Enter Course Code:".
             05 WS-PROMPT-COURSE-TITLE        PIC X(19)   VALUE
                                    "Enter Course Title:".
             05 WS-PROMPT-DEPARTMENT          PIC X(17)   VALUE
                                    "Enter Department:".
             05 WS-PROMPT-CREDIT-HOURS        PIC X(19)   VALUE
                                    "Enter Credit Hours:".
             05 WS-PROMPT-ACTIVE              PIC X(19)   VALUE
                                    "Active (Y/N):".
             05 WS-PROMPT-DUP-CODE            PIC X(31)   VALUE
                                    "Course already on catalog.".
             05 WS-PROMPT-NOT-FOUND           PIC X(27)   VALUE
                                    "Course not on catalog.".
             05 WS-PROMPT-CREDIT-RANGE        PIC X(33)   VALUE
                                    "Credit hours must be 1-12.Retry:".
             05 WS-PROMPT-ACTIVE-RANGE        PIC X(33)   VALUE
                                    "Active must be Y or N.Retry:".

          01 WS-RESPONSES.
             05 WS-MENU-RESPONSE              PIC X(1).
             05 WS-VALID-FLAG                 PIC X(1).
             05 WS-CATALOG-FILE-STATUS        PIC X(2).
             05 WS-LOOKUP-CODE                PIC X(8).

          01 WS-ENTRY-FIELDS.
             05 WS-TITLE-ENTERED              PIC X(30).
             05 WS-DEPARTMENT-ENTERED         PIC X(4).
             05 WS-CREDIT-NUMERIC             PIC 9(3)    VALUE ZERO.
             05 WS-ACTIVE-ENTERED             PIC X(1).

          01 WS-RUN-COUNTERS.
             05 WS-COURSES-ADDED              PIC 9(4)    VALUE ZERO.
             05 WS-COURSES-CHANGED            PIC 9(4)    VALUE ZERO.
             05 WS-COURSES-DELETED            PIC 9(4)    VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-COURSE-CATALOG.
          PERFORM 201-INIT-CATALOG-MAINT.
          PERFORM 202-PROCESS-CATALOG-MENU
                      UNTIL WS-MENU-RESPONSE = "Q" OR "q".
          PERFORM 203-TERMINATE-CATALOG-MAINT.
          STOP RUN.

          201-INIT-CATALOG-MAINT.
              PERFORM 701-OPEN-CATALOG-FILE.
          202-PROCESS-CATALOG-MENU.
              PERFORM 706-DISPLAY-MENU.
              PERFORM 707-ACCEPT-MENU-CHOICE.
              EVALUATE WS-MENU-RESPONSE
                  WHEN "A" WHEN "a"
                      PERFORM 210-ADD-CATALOG-RECORD
                  WHEN "C" WHEN "c"
                      PERFORM 220-CHANGE-CATALOG-RECORD
                  WHEN "D" WHEN "d"
                      PERFORM 230-DELETE-CATALOG-RECORD
                  WHEN "Q" WHEN "q"
                      CONTINUE
                  WHEN OTHER
                      DISPLAY "Invalid menu choice - try again."
              END-EVALUATE.
          203-TERMINATE-CATALOG-MAINT.
              CLOSE COURSE-CATALOG-FILE.
              DISPLAY " " WITH BLANK SCREEN.
              DISPLAY "Courses added:   " WS-COURSES-ADDED.
              DISPLAY "Courses changed: " WS-COURSES-CHANGED.
              DISPLAY "Courses deleted: " WS-COURSES-DELETED.

              210-ADD-CATALOG-RECORD.
                  PERFORM 712-ACCEPT-NEW-COURSE-CODE.
                  IF WS-VALID-FLAG = "Y"
                      PERFORM 703-ACCEPT-CATALOG-DATA
                      PERFORM 704-WRITE-CATALOG-RECORD
                  END-IF.
              220-CHANGE-CATALOG-RECORD.
                  PERFORM 713-ACCEPT-EXISTING-COURSE-CODE.
                  IF WS-VALID-FLAG = "Y"
                      PERFORM 703-ACCEPT-CATALOG-DATA
                      PERFORM 714-REWRITE-CATALOG-RECORD
                  END-IF.
              230-DELETE-CATALOG-RECORD.
                  PERFORM 713-ACCEPT-EXISTING-COURSE-CODE.
                  IF WS-VALID-FLAG = "Y"
                      PERFORM 715-DELETE-CATALOG-RECORD
                  END-IF.

              701-OPEN-CATALOG-FILE.
                  OPEN I-O COURSE-CATALOG-FILE.
                  IF WS-CATALOG-FILE-STATUS = "35"
                      OPEN OUTPUT COURSE-CATALOG-FILE
                      CLOSE COURSE-CATALOG-FILE
                      OPEN I-O COURSE-CATALOG-FILE
                  END-IF.
              703-ACCEPT-CATALOG-DATA.
                  DISPLAY WS-PROMPT-COURSE-TITLE LINE 9 COLUMN 4.
                  ACCEPT WS-TITLE-ENTERED LINE 10 COLUMN 4.
                  DISPLAY WS-PROMPT-DEPARTMENT LINE 11 COLUMN 4.
                  ACCEPT WS-DEPARTMENT-ENTERED LINE 12 COLUMN 4.
                  PERFORM 710-ACCEPT-VALID-CREDIT-HOURS.
                  PERFORM 711-ACCEPT-VALID-ACTIVE-FLAG.
                  MOVE WS-TITLE-ENTERED TO CAT-COURSE-TITLE.
                  MOVE WS-DEPARTMENT-ENTERED TO CAT-DEPARTMENT.
                  MOVE WS-CREDIT-NUMERIC TO CAT-CREDIT-HOURS.
                  MOVE WS-ACTIVE-ENTERED TO CAT-ACTIVE-FLAG.
                  MOVE WS-LOOKUP-CODE TO CAT-COURSE-CODE.
              704-WRITE-CATALOG-RECORD.
                  WRITE COURSE-CATALOG-RECORD
                      INVALID KEY
                          DISPLAY "Unable to add - duplicate code."
                      NOT INVALID KEY
                          ADD 1 TO WS-COURSES-ADDED
                  END-WRITE.
              706-DISPLAY-MENU.
                  DISPLAY " " WITH BLANK SCREEN.
                  DISPLAY WS-PROMPT-MENU LINE 2 COLUMN 2.
              707-ACCEPT-MENU-CHOICE.
                  ACCEPT WS-MENU-RESPONSE LINE 3 COLUMN 2.
              710-ACCEPT-VALID-CREDIT-HOURS.
                  MOVE "N" TO WS-VALID-FLAG.
                  PERFORM 720-GET-CREDIT-HOURS
                      UNTIL WS-VALID-FLAG = "Y".
              711-ACCEPT-VALID-ACTIVE-FLAG.
                  MOVE "N" TO WS-VALID-FLAG.
                  PERFORM 721-GET-ACTIVE-FLAG
                      UNTIL WS-VALID-FLAG = "Y".
              712-ACCEPT-NEW-COURSE-CODE.
                  DISPLAY " " WITH BLANK SCREEN.
                  DISPLAY WS-PROMPT-COURSE-CODE LINE 6 COLUMN 4.
                  ACCEPT WS-LOOKUP-CODE LINE 7 COLUMN 4.
                  MOVE WS-LOOKUP-CODE TO CAT-COURSE-CODE.
                  READ COURSE-CATALOG-FILE
                      INVALID KEY
                          MOVE "Y" TO WS-VALID-FLAG
                      NOT INVALID KEY
                          DISPLAY WS-PROMPT-DUP-CODE LINE 8 COLUMN 4
                          MOVE "N" TO WS-VALID-FLAG
                  END-READ.
              713-ACCEPT-EXISTING-COURSE-CODE.
                  DISPLAY " " WITH BLANK SCREEN.
                  DISPLAY WS-PROMPT-COURSE-CODE LINE 6 COLUMN 4.
                  ACCEPT WS-LOOKUP-CODE LINE 7 COLUMN 4.
                  MOVE WS-LOOKUP-CODE TO CAT-COURSE-CODE.
                  READ COURSE-CATALOG-FILE
                      INVALID KEY
                          DISPLAY WS-PROMPT-NOT-FOUND
                              LINE 8 COLUMN 4
                          MOVE "N" TO WS-VALID-FLAG
                      NOT INVALID KEY
                          MOVE "Y" TO WS-VALID-FLAG
                  END-READ.
              714-REWRITE-CATALOG-RECORD.
                  REWRITE COURSE-CATALOG-RECORD
                      INVALID KEY
                          DISPLAY "Unable to update course."
                      NOT INVALID KEY
                          ADD 1 TO WS-COURSES-CHANGED
                  END-REWRITE.
              715-DELETE-CATALOG-RECORD.
                  DELETE COURSE-CATALOG-FILE
                      INVALID KEY
                          DISPLAY "Unable to delete course."
                      NOT INVALID KEY
                          ADD 1 TO WS-COURSES-DELETED
                  END-DELETE.

                  720-GET-CREDIT-HOURS.
                      DISPLAY WS-PROMPT-CREDIT-HOURS LINE 13 COLUMN 4.
                      ACCEPT WS-CREDIT-NUMERIC LINE 14 COLUMN 4.
                      IF WS-CREDIT-NUMERIC > 0 AND
                         WS-CREDIT-NUMERIC NOT > 12
                          MOVE "Y" TO WS-VALID-FLAG
                      ELSE
                          DISPLAY WS-PROMPT-CREDIT-RANGE
                              LINE 15 COLUMN 4
                      END-IF.
                  721-GET-ACTIVE-FLAG.
                      DISPLAY WS-PROMPT-ACTIVE LINE 16 COLUMN 4.
                      ACCEPT WS-ACTIVE-ENTERED LINE 17 COLUMN 4.
                      IF WS-ACTIVE-ENTERED = "y"
                          MOVE "Y" TO WS-ACTIVE-ENTERED
                      END-IF.
                      IF WS-ACTIVE-ENTERED = "n"
                          MOVE "N" TO WS-ACTIVE-ENTERED
                      END-IF.
                      IF WS-ACTIVE-ENTERED = "Y" OR
                         WS-ACTIVE-ENTERED = "N"
                          MOVE "Y" TO WS-VALID-FLAG
                      ELSE
                          DISPLAY WS-PROMPT-ACTIVE-RANGE
                              LINE 18 COLUMN 4
                      END-IF.
