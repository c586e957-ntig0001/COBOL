      *    file called students.txt from the         *
      *    keyboard.  Operators can ADD a new         *
      *    student, CHANGE an existing student's      *
      *    percentage/GPA and program of study, or    *
      *    DELETE a student,                          *
      *    all keyed on STUDENT-ID.  On its first     *
      *    run against a students.txt still in the    *
      *    old flat-line format, the file is           *
      *    signon_attempts.txt, and the D-Delete      *
      *    choice is restricted to permission         *
      *    level 2 (supervisor).                      *
      *    The program of study (STUDENT-PROGRAM)     *
      *    is the code the degree audit looks up      *
      *    on program_requirements.txt; on CHANGE     *
      *    a blank entry keeps the current program.   *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentList-Project-1.
             05 STUDENT_TOTAL_PERCENTAGE      PIC 9(3).99.
             05 FILLER                        PIC X(5) VALUE SPACES.
             05 STUDENT-GPA                   PIC 9.99.
             05 FILLER                        PIC X(2) VALUE SPACES.
             05 STUDENT-PROGRAM               PIC X(6).

          FD STUDENT-AUDIT-FILE.
          01 STUDENT-AUDIT-RECORD.
                                    "Student ID not found on file.".
             05 WS-PROMPT-OPERATOR-ID         PIC X(18)   VALUE
                                    "Enter Operator ID:".
             05 WS-PROMPT-PROGRAM             PIC X(23)   VALUE
                                    "Enter Program of Study:".

          01 WS-RESPONSES.
             05 WS-MENU-RESPONSE                 PIC X(1).
             05 WS-VALID-FLAG                    PIC X(1).
             05 WS-STUDENT-FILE-STATUS           PIC X(2).
             05 WS-LOOKUP-ID                     PIC X(9).
             05 WS-PROGRAM-ENTERED               PIC X(6).

          01 WS-SIGNON-FIELDS.
             05 WS-OPERATOR-FILE-STATUS          PIC X(2).
                      MOVE STUDENT-RECORD-OUT TO WS-BEFORE-IMAGE
                      PERFORM 710-ACCEPT-VALID-PERCENTAGE
                      PERFORM 711-ACCEPT-VALID-GPA
                      PERFORM 717-ACCEPT-STUDENT-PROGRAM
                      PERFORM 714-REWRITE-STUDENT-RECORD
                  END-IF.
              230-DELETE-STUDENT-RECORD.
                  PERFORM 712-ACCEPT-NEW-STUDENT-ID.
                  PERFORM 710-ACCEPT-VALID-PERCENTAGE.
                  PERFORM 711-ACCEPT-VALID-GPA.
                  PERFORM 717-ACCEPT-STUDENT-PROGRAM.
              702-OPEN-AUDIT-FILE.
                  OPEN EXTEND STUDENT-AUDIT-FILE.
                  IF WS-AUDIT-FILE-STATUS = "35"
                      MOVE STUDENT-RECORD-OUT TO AUDIT-AFTER-IMAGE
                  END-IF.
                  WRITE STUDENT-AUDIT-RECORD.
              717-ACCEPT-STUDENT-PROGRAM.
                  MOVE SPACES TO WS-PROGRAM-ENTERED.
                  DISPLAY WS-PROMPT-PROGRAM LINE 18 COLUMN 4.
                  ACCEPT WS-PROGRAM-ENTERED LINE 19 COLUMN 4.
                  IF WS-PROGRAM-ENTERED NOT = SPACES
                      MOVE WS-PROGRAM-ENTERED TO STUDENT-PROGRAM
                  END-IF.

                  720-GET-PERCENTAGE.
                      DISPLAY WS-PROMPT-STUDENT-AGE LINE 12 COLUMN 4.
