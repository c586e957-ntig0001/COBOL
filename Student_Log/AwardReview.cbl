      *    on file is held unchanged.  Every         *
      *    decision is written to                    *
      *    award_review_report.txt for the bursar.   *
      *    Every disbursement paid is also posted    *
      *    as a credit to the student's account on   *
      *    the ledger student_ledger.txt, dated the  *
      *    run date, so Student-Billing-Project30    *
      *    nets it out of the balance due.           *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Award-Review-Project24.
              RECORD KEY IS AWARD-STUDENT-ID
              FILE STATUS IS WS-AWARD-FILE-STATUS.

              SELECT STUDENT-LEDGER-FILE ASSIGN TO
                                     "D:\Cobol\student_ledger.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-RECORD-KEY
              FILE STATUS IS WS-LEDGER-FILE-STATUS.

              SELECT REVIEW-REPORT-FILE ASSIGN TO
                                "D:\Cobol\award_review_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
             05 AWARD-AMOUNT-PAID             PIC 9(7).
             05 AWARD-STATUS                  PIC X(1).

          FD STUDENT-LEDGER-FILE.
          01 STUDENT-LEDGER-RECORD.
             05 LEDGER-RECORD-KEY.
                10 LEDGER-STUDENT-ID             PIC X(9).
                10 LEDGER-POST-DATE              PIC 9(8).
                10 LEDGER-SEQUENCE               PIC 9(4).
             05 LEDGER-ENTRY-TYPE             PIC X(1).
             05 LEDGER-REFERENCE              PIC X(10).
             05 LEDGER-DESCRIPTION            PIC X(20).
             05 LEDGER-AMOUNT                 PIC 9(7)V99.

          FD REVIEW-REPORT-FILE.
          01 REVIEW-REPORT-RECORD             PIC X(90).

             05 WS-REMAINING-AMOUNT   PIC 9(7)    VALUE ZERO.
             05 WS-GPA-EDIT           PIC 9.99.

          01 WS-LEDGER-WORK-FIELDS.
             05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.
             05 WS-LEDGER-WRITTEN-FLAG PIC X(3)   VALUE "NO".
             05 WS-AWARD-UPDATED-FLAG PIC X(3)    VALUE "NO".
             05 WS-LEDGER-REFERENCE.
                10 FILLER             PIC X(7)    VALUE "AWARD T".
                10 WS-LEDGER-REF-TERM PIC 9(2).
                10 FILLER             PIC X(1)    VALUE SPACES.

          01 WS-RUN-COUNTERS.
             05 WS-SNAPSHOTS-READ     PIC 9(5)    VALUE ZERO.
             05 WS-AWARDS-REVIEWED    PIC 9(4)    VALUE ZERO.
             05 WS-AWARDS-SUSPENDED   PIC 9(4)    VALUE ZERO.
             05 WS-AWARDS-REINSTATED  PIC 9(4)    VALUE ZERO.
             05 WS-AWARDS-HELD        PIC 9(4)    VALUE ZERO.
             05 WS-LEDGER-POSTED      PIC 9(4)    VALUE ZERO.

          01 WS-FLAGS-AND-COUNTERS.
             05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
             05 WS-AWARD-EOF-FLAG     PIC X(3)    VALUE "NO".
             05 WS-HISTORY-FILE-STATUS PIC X(2).
             05 WS-AWARD-FILE-STATUS  PIC X(2).
             05 WS-LEDGER-FILE-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-PRODUCE-AWARD-REVIEW.
          STOP RUN.

          201-INIT-AWARD-REVIEW.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              PERFORM 310-LOAD-GPA-TABLE.
              PERFORM 301-OPEN-REVIEW-FILES.
              IF WS-AWARD-EOF-FLAG NOT = "YES"
              DISPLAY "Awards suspended:     " WS-AWARDS-SUSPENDED.
              DISPLAY "Awards reinstated:    " WS-AWARDS-REINSTATED.
              DISPLAY "Awards held:          " WS-AWARDS-HELD.
              DISPLAY "Ledger entries posted:" WS-LEDGER-POSTED.

              301-OPEN-REVIEW-FILES.
                  OPEN I-O AWARD-MASTER-FILE.
                          "first."
                      MOVE "YES" TO WS-AWARD-EOF-FLAG
                  END-IF.
                  OPEN I-O STUDENT-LEDGER-FILE.
                  IF WS-LEDGER-FILE-STATUS = "35"
                      OPEN OUTPUT STUDENT-LEDGER-FILE
                      CLOSE STUDENT-LEDGER-FILE
                      OPEN I-O STUDENT-LEDGER-FILE
                  END-IF.
                  IF WS-LEDGER-FILE-STATUS NOT = "00"
                      DISPLAY "Unable to open student_ledger.txt - "
                          "file status " WS-LEDGER-FILE-STATUS
                      DISPLAY "No disbursements posted."
                      MOVE "YES" TO WS-AWARD-EOF-FLAG
                  END-IF.
                  OPEN OUTPUT REVIEW-REPORT-FILE.
                  WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-HEADER.
                  WRITE REVIEW-REPORT-RECORD FROM SPACES.
                  WRITE REVIEW-REPORT-RECORD
                      FROM WS-REVIEW-DETAIL-LINE.
              308-CLOSE-REVIEW-FILES.
                  CLOSE AWARD-MASTER-FILE STUDENT-LEDGER-FILE
                        REVIEW-REPORT-FILE.

              310-LOAD-GPA-TABLE.
                  OPEN INPUT GPA-HISTORY-FILE.
                  ADD WS-DISBURSE-AMOUNT TO AWARD-AMOUNT-PAID.
                  ADD 1 TO WS-DISBURSEMENTS-MADE.
                  PERFORM 340-REWRITE-AWARD-RECORD.
                  IF WS-AWARD-UPDATED-FLAG = "YES"
                     AND WS-DISBURSE-AMOUNT > ZERO
                      PERFORM 350-POST-LEDGER-CREDIT
                  END-IF.
                  PERFORM 307-WRITE-REVIEW-DETAIL.

              340-REWRITE-AWARD-RECORD.
                  MOVE "NO" TO WS-AWARD-UPDATED-FLAG.
                  REWRITE AWARD-MASTER-RECORD
                      INVALID KEY
                          DISPLAY "Unable to update award: "
                              AWARD-STUDENT-ID
                      NOT INVALID KEY
                          MOVE "YES" TO WS-AWARD-UPDATED-FLAG
                  END-REWRITE.

              350-POST-LEDGER-CREDIT.
                  MOVE AWARD-STUDENT-ID TO LEDGER-STUDENT-ID.
                  MOVE WS-RUN-DATE TO LEDGER-POST-DATE.
                  MOVE "D" TO LEDGER-ENTRY-TYPE.
                  MOVE AWARD-TERMS-PAID TO WS-LEDGER-REF-TERM.
                  MOVE WS-LEDGER-REFERENCE TO LEDGER-REFERENCE.
                  MOVE "Scholarship disburse" TO LEDGER-DESCRIPTION.
                  MOVE WS-DISBURSE-AMOUNT TO LEDGER-AMOUNT.
                  MOVE ZERO TO LEDGER-SEQUENCE.
                  MOVE "NO" TO WS-LEDGER-WRITTEN-FLAG.
                  PERFORM 351-WRITE-LEDGER-SEQUENCE
                      UNTIL WS-LEDGER-WRITTEN-FLAG NOT = "NO".
              351-WRITE-LEDGER-SEQUENCE.
                  ADD 1 TO LEDGER-SEQUENCE.
                  WRITE STUDENT-LEDGER-RECORD
                      INVALID KEY
                          IF LEDGER-SEQUENCE = 9999
                             OR WS-LEDGER-FILE-STATUS NOT = "22"
                              MOVE "ERR" TO WS-LEDGER-WRITTEN-FLAG
                          END-IF
                      NOT INVALID KEY
                          ADD 1 TO WS-LEDGER-POSTED
                          MOVE "YES" TO WS-LEDGER-WRITTEN-FLAG
                  END-WRITE.
                  IF WS-LEDGER-FILE-STATUS NOT = "00"
                     AND WS-LEDGER-FILE-STATUS NOT = "22"
                      MOVE "ERR" TO WS-LEDGER-WRITTEN-FLAG
                  END-IF.
                  IF WS-LEDGER-WRITTEN-FLAG = "ERR"
                      DISPLAY "Unable to post ledger credit: "
                          AWARD-STUDENT-ID
                          " file status " WS-LEDGER-FILE-STATUS
                  END-IF.
