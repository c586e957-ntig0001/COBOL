      *    audit file student_audit.txt with before  *
      *    and after record images under the         *
      *    operator ID BATCH.                        *
      *    A transaction may also carry the          *
      *    student's program of study; on a change   *
      *    a blank program keeps the one on file.    *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentBatch-Project10.
             05 STUDENT_TOTAL_PERCENTAGE      PIC 9(3).99.
             05 FILLER                        PIC X(5) VALUE SPACES.
             05 STUDENT-GPA                   PIC 9.99.
             05 FILLER                        PIC X(2) VALUE SPACES.
             05 STUDENT-PROGRAM               PIC X(6).

          FD STUDENT-TXN-FILE.
          01 STUDENT-TXN-RECORD.
             05 TXN-TOTAL-PERCENTAGE          PIC 9(3).99.
             05 FILLER                        PIC X(1).
             05 TXN-GPA                       PIC 9.99.
             05 FILLER                        PIC X(1).
             05 TXN-STUDENT-PROGRAM           PIC X(6).

          FD STUDENT-REJECT-FILE.
          01 STUDENT-REJECT-RECORD            PIC X(90).

          FD STUDENT-AUDIT-FILE.
          01 STUDENT-AUDIT-RECORD.
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-REJECT-REASON-TEXT PIC X(28).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-REJECT-TXN-IMAGE   PIC X(51).

          01 WS-TXN-WORK-FIELDS.
             05 WS-PCT-NUMERIC        PIC 9(3)V99 VALUE ZERO.
                      MOVE WS-PCT-NUMERIC
                          TO STUDENT_TOTAL_PERCENTAGE
                      MOVE WS-GPA-NUMERIC TO STUDENT-GPA
                      MOVE TXN-STUDENT-PROGRAM TO STUDENT-PROGRAM
                      WRITE STUDENT-RECORD-OUT
                          INVALID KEY
                              ADD 1 TO WS-ADDS-REJECTED
                  END-IF.
                  MOVE WS-PCT-NUMERIC TO STUDENT_TOTAL_PERCENTAGE.
                  MOVE WS-GPA-NUMERIC TO STUDENT-GPA.
                  IF TXN-STUDENT-PROGRAM NOT = SPACES
                      MOVE TXN-STUDENT-PROGRAM TO STUDENT-PROGRAM
                  END-IF.
                  REWRITE STUDENT-RECORD-OUT
                      INVALID KEY
                          ADD 1 TO WS-CHANGES-REJECTED
