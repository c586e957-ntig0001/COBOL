      ************************************************
      *    This program is the bursar's term         *
      *    billing run over the student account      *
      *    ledger student_ledger.txt, keyed on       *
      *    STUDENT-ID plus posting date and a        *
      *    sequence number.  The ledger holds        *
      *    dated charges (T tuition, F fees) and     *
      *    credits (P payments, D scholarship        *
      *    disbursements posted by                   *
      *    Award-Review-Project24).  For the term    *
      *    keyed at run time the program first       *
      *    posts the payments on the optional        *
      *    input student_payments.txt, then for      *
      *    each student with credit hours in that    *
      *    term on course_grades.txt posts tuition   *
      *    (credit hours times the per-credit-hour   *
      *    rate) and every fee on the rate file      *
      *    billing_rates.txt.  A charge or payment   *
      *    already on the ledger under the same      *
      *    reference is not posted twice, so the     *
      *    run can be repeated.  A statement is      *
      *    then printed on billing_statements.txt    *
      *    for every student with ledger entries:    *
      *    opening balance (entries dated before     *
      *    the statement period start), the          *
      *    period's activity, charges,               *
      *    disbursements, payments and balance       *
      *    due.  The run closes with an aged         *
      *    receivables summary - each balance due    *
      *    is aged against the newest unpaid         *
      *    charges (credits settle the oldest        *
      *    charges first) in 0-30, 31-60, 61-90      *
      *    and over-90-day bands from the run date.  *
      *    billing_rates.txt holds one "T" line      *
      *    with the tuition rate per credit hour     *
      *    and one "F" line per fee (fee code,       *
      *    amount, description).                     *
      ************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Student-Billing-Project30.
       AUTHOR. Elysé Ntigirishari.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STUDENT-FILE-IN ASSIGN TO "D:\Cobol\students.txt"
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

              SELECT STUDENT-LEDGER-FILE ASSIGN TO
                                     "D:\Cobol\student_ledger.txt"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LEDGER-RECORD-KEY
              FILE STATUS IS WS-LEDGER-FILE-STATUS.

              SELECT BILLING-RATE-FILE ASSIGN TO
                                     "D:\Cobol\billing_rates.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-FILE-STATUS.

              SELECT PAYMENT-FILE-IN ASSIGN TO
                                     "D:\Cobol\student_payments.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYMENT-FILE-STATUS.

              SELECT BILLING-STATEMENT-FILE ASSIGN TO
                                "D:\Cobol\billing_statements.txt"
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

          FD BILLING-RATE-FILE.
          01 BILLING-RATE-RECORD.
             05 RATE-RECORD-TYPE              PIC X(1).
             05 FILLER                        PIC X(1).
             05 RATE-FEE-CODE                 PIC X(4).
             05 FILLER                        PIC X(1).
             05 RATE-AMOUNT                   PIC 9(5)V99.
             05 FILLER                        PIC X(1).
             05 RATE-DESCRIPTION              PIC X(20).

          FD PAYMENT-FILE-IN.
          01 PAYMENT-RECORD-IN.
             05 PAY-STUDENT-ID                PIC X(9).
             05 FILLER                        PIC X(1).
             05 PAY-DATE                      PIC 9(8).
             05 FILLER                        PIC X(1).
             05 PAY-REFERENCE                 PIC X(10).
             05 FILLER                        PIC X(1).
             05 PAY-AMOUNT                    PIC 9(7)V99.

          FD BILLING-STATEMENT-FILE.
          01 BILLING-STATEMENT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
          01 WS-REPORT-TITLE-LINE.
             05 FILLER                PIC X(23)   VALUE
                                       "Term Billing Statements".
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(5)    VALUE "Term:".
             05 WS-TITLE-TERM-OUT     PIC X(6).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(12)   VALUE "Period from:".
             05 WS-TITLE-START-OUT    PIC 9(8).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(9)    VALUE "Run date:".
             05 WS-TITLE-RUN-DATE-OUT PIC 9(8).

          01 WS-STMT-HEADER-LINE.
             05 FILLER                PIC X(14)   VALUE
                                       "Statement for ".
             05 WS-STMT-ID-OUT        PIC X(9).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-STMT-NAME-OUT      PIC X(20).
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(19)   VALUE
                                       "Term credit hours:".
             05 WS-STMT-CREDITS-OUT   PIC ZZ9.

          01 WS-STMT-ACTIVITY-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-ACT-DATE-OUT       PIC 9(8).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-ACT-TYPE-OUT       PIC X(12).
             05 WS-ACT-REFERENCE-OUT  PIC X(10).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-ACT-DESC-OUT       PIC X(20).
             05 FILLER                PIC X(2)    VALUE SPACES.
             05 WS-ACT-AMOUNT-OUT     PIC ZZZZZZ9.99.

          01 WS-STMT-TOTAL-LINE.
             05 FILLER                PIC X(4)    VALUE SPACES.
             05 WS-TOT-LABEL-OUT      PIC X(20).
             05 WS-TOT-AMOUNT-OUT     PIC +ZZZZZZZ9.99.

          01 WS-AGING-HEADER-LINE.
             05 FILLER                PIC X(24)   VALUE
                                       "Aged Receivables Summary".
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(6)    VALUE "As of:".
             05 WS-AGING-DATE-OUT     PIC 9(8).

          01 WS-AGING-LINE.
             05 WS-AGING-LABEL-OUT    PIC X(14).
             05 FILLER                PIC X(9)    VALUE "Accounts:".
             05 WS-AGING-COUNT-OUT    PIC ZZZ9.
             05 FILLER                PIC X(3)    VALUE SPACES.
             05 FILLER                PIC X(8)    VALUE "Dollars:".
             05 FILLER                PIC X       VALUE SPACES.
             05 WS-AGING-DOLLARS-OUT  PIC ZZZZZZZZ9.99.

          01 WS-FEE-TABLE.
             05 WS-FEE-ENTRY OCCURS 20 TIMES.
                10 WS-FEE-CODE           PIC X(4).
                10 WS-FEE-DESCRIPTION    PIC X(20).
                10 WS-FEE-AMOUNT         PIC 9(5)V99.

          01 WS-CHARGE-TABLE.
             05 WS-CHG-ENTRY OCCURS 300 TIMES.
                10 WS-CHG-DATE           PIC 9(8).
                10 WS-CHG-AMOUNT         PIC 9(7)V99.

          01 WS-TABLE-WORK-FIELDS.
             05 WS-FEE-COUNT          PIC 9(4)    VALUE ZERO.
             05 WS-FEE-IDX            PIC 9(4)    VALUE ZERO.
             05 WS-CHG-COUNT          PIC 9(4)    VALUE ZERO.
             05 WS-CHG-IDX            PIC 9(4)    VALUE ZERO.

          01 WS-RATE-FIELDS.
             05 WS-TUITION-RATE       PIC 9(5)V99 VALUE ZERO.
             05 WS-RATES-PRESENT-FLAG PIC X(3)    VALUE "NO".

          01 WS-SELECTION-FIELDS.
             05 WS-BILL-TERM          PIC X(6)    VALUE SPACES.
             05 WS-PERIOD-START       PIC 9(8)    VALUE ZERO.
             05 WS-START-ENTERED      PIC X(8)    VALUE SPACES.
             05 WS-START-9 REDEFINES WS-START-ENTERED PIC 9(8).
             05 WS-RUN-DATE           PIC 9(8)    VALUE ZERO.

          01 WS-POSTING-FIELDS.
             05 WS-POST-STUDENT-ID    PIC X(9).
             05 WS-POST-DATE          PIC 9(8).
             05 WS-POST-TYPE          PIC X(1).
             05 WS-POST-REFERENCE     PIC X(10).
             05 WS-POST-DESCRIPTION   PIC X(20).
             05 WS-POST-AMOUNT        PIC 9(7)V99.
             05 WS-DUPLICATE-FLAG     PIC X(3)    VALUE "NO".
             05 WS-LEDGER-WRITTEN-FLAG PIC X(3)   VALUE "NO".
             05 WS-TUITION-REFERENCE.
                10 WS-TUI-REF-TERM    PIC X(6).
                10 FILLER             PIC X(4)    VALUE SPACES.
             05 WS-FEE-REFERENCE.
                10 WS-FEE-REF-TERM    PIC X(6).
                10 WS-FEE-REF-CODE    PIC X(4).
             05 WS-TUITION-DESCRIPTION.
                10 FILLER             PIC X(8)    VALUE "Tuition ".
                10 WS-TUI-DESC-TERM   PIC X(6).
                10 FILLER             PIC X(6)    VALUE SPACES.

          01 WS-STATEMENT-ACCUMULATORS.
             05 WS-TERM-CREDITS       PIC 9(4)    VALUE ZERO.
             05 WS-LEDGER-ENTRIES     PIC 9(4)    VALUE ZERO.
             05 WS-OPENING-BALANCE    PIC S9(8)V99 VALUE ZERO.
             05 WS-PERIOD-CHARGES     PIC 9(8)V99 VALUE ZERO.
             05 WS-PERIOD-DISBURSED   PIC 9(8)V99 VALUE ZERO.
             05 WS-PERIOD-PAYMENTS    PIC 9(8)V99 VALUE ZERO.
             05 WS-BALANCE-DUE        PIC S9(8)V99 VALUE ZERO.

          01 WS-AGING-FIELDS.
             05 WS-AGE-REMAINING      PIC 9(8)V99 VALUE ZERO.
             05 WS-AGE-ALLOCATED      PIC 9(8)V99 VALUE ZERO.
             05 WS-AGE-DAYS           PIC S9(7)   VALUE ZERO.
             05 WS-RUN-DAY-NUMBER     PIC 9(7)    VALUE ZERO.
             05 WS-STU-CURRENT        PIC 9(8)V99 VALUE ZERO.
             05 WS-STU-31-60          PIC 9(8)V99 VALUE ZERO.
             05 WS-STU-61-90          PIC 9(8)V99 VALUE ZERO.
             05 WS-STU-OVER-90        PIC 9(8)V99 VALUE ZERO.
             05 WS-TOT-CURRENT        PIC 9(9)V99 VALUE ZERO.
             05 WS-TOT-31-60          PIC 9(9)V99 VALUE ZERO.
             05 WS-TOT-61-90          PIC 9(9)V99 VALUE ZERO.
             05 WS-TOT-OVER-90        PIC 9(9)V99 VALUE ZERO.
             05 WS-TOT-RECEIVABLE     PIC 9(9)V99 VALUE ZERO.
             05 WS-CNT-CURRENT        PIC 9(4)    VALUE ZERO.
             05 WS-CNT-31-60          PIC 9(4)    VALUE ZERO.
             05 WS-CNT-61-90          PIC 9(4)    VALUE ZERO.
             05 WS-CNT-OVER-90        PIC 9(4)    VALUE ZERO.
             05 WS-CNT-RECEIVABLE     PIC 9(4)    VALUE ZERO.

          01 WS-DAY-NUMBER-FIELDS.
             05 WS-DATE-WORK          PIC 9(8).
             05 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
                10 WS-DATE-YEAR       PIC 9(4).
                10 WS-DATE-MONTH      PIC 9(2).
                10 WS-DATE-DAY        PIC 9(2).
             05 WS-CALC-YEAR          PIC 9(4)    VALUE ZERO.
             05 WS-CALC-MONTH         PIC 9(2)    VALUE ZERO.
             05 WS-CALC-QUOTIENT-4    PIC 9(4)    VALUE ZERO.
             05 WS-CALC-QUOTIENT-100  PIC 9(4)    VALUE ZERO.
             05 WS-CALC-QUOTIENT-400  PIC 9(4)    VALUE ZERO.
             05 WS-CALC-MONTH-DAYS    PIC 9(4)    VALUE ZERO.
             05 WS-DAY-NUMBER         PIC 9(7)    VALUE ZERO.

          01 WS-RUN-COUNTERS.
             05 WS-PAYMENTS-POSTED    PIC 9(4)    VALUE ZERO.
             05 WS-PAYMENTS-REJECTED  PIC 9(4)    VALUE ZERO.
             05 WS-TUITION-POSTED     PIC 9(4)    VALUE ZERO.
             05 WS-FEES-POSTED        PIC 9(4)    VALUE ZERO.
             05 WS-DUPLICATES-SKIPPED PIC 9(4)    VALUE ZERO.
             05 WS-STATEMENTS-PRINTED PIC 9(4)    VALUE ZERO.

          01 WS-FLAGS-AND-COUNTERS.
             05 WS-EOF-FLAG           PIC X(3)    VALUE "NO".
             05 WS-GRADE-EOF-FLAG     PIC X(3)    VALUE "NO".
             05 WS-LEDGER-EOF-FLAG    PIC X(3)    VALUE "NO".
             05 WS-RATE-EOF-FLAG      PIC X(3)    VALUE "NO".
             05 WS-PAYMENT-EOF-FLAG   PIC X(3)    VALUE "NO".
             05 WS-STUDENT-FILE-STATUS PIC X(2).
             05 WS-GRADE-FILE-STATUS  PIC X(2).
             05 WS-LEDGER-FILE-STATUS PIC X(2).
             05 WS-RATE-FILE-STATUS   PIC X(2).
             05 WS-PAYMENT-FILE-STATUS PIC X(2).

       PROCEDURE DIVISION.
       100-PRODUCE-TERM-BILLING.
          PERFORM 201-INIT-TERM-BILLING.
          PERFORM 202-BILL-STUDENT
                      UNTIL WS-EOF-FLAG = "YES".
          PERFORM 203-TERM-TERM-BILLING.
          STOP RUN.

          201-INIT-TERM-BILLING.
              DISPLAY "Enter billing term (e.g. 2024FA):".
              ACCEPT WS-BILL-TERM.
              DISPLAY "Enter statement period start YYYYMMDD:".
              ACCEPT WS-START-ENTERED.
              IF WS-START-9 IS NUMERIC AND WS-START-9 > ZERO
                  MOVE WS-START-9 TO WS-PERIOD-START
              ELSE
                  DISPLAY "Period start is not a valid date - "
                      "nothing billed."
                  MOVE "YES" TO WS-EOF-FLAG
              END-IF.
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              MOVE WS-RUN-DATE TO WS-DATE-WORK.
              PERFORM 390-COMPUTE-DAY-NUMBER.
              MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
              PERFORM 309-LOAD-BILLING-RATES.
              PERFORM 301-OPEN-BILLING-FILES.
              PERFORM 302-WRITE-REPORT-TITLE.
              IF WS-EOF-FLAG NOT = "YES"
                  PERFORM 320-POST-PAYMENTS
                  PERFORM 303-POSITION-STUDENT-FILE
              END-IF.
              IF WS-EOF-FLAG NOT = "YES"
                  PERFORM 304-READ-STUDENT-RECORD
              END-IF.
          202-BILL-STUDENT.
              IF WS-RATES-PRESENT-FLAG = "YES"
                  PERFORM 330-POST-TERM-CHARGES
              ELSE
                  PERFORM 331-SUM-TERM-CREDITS
              END-IF.
              PERFORM 340-PRODUCE-STATEMENT.
              PERFORM 304-READ-STUDENT-RECORD.
          203-TERM-TERM-BILLING.
              PERFORM 370-WRITE-AGING-SUMMARY.
              PERFORM 308-CLOSE-BILLING-FILES.
              DISPLAY "Payments posted:      " WS-PAYMENTS-POSTED.
              DISPLAY "Payments rejected:    " WS-PAYMENTS-REJECTED.
              DISPLAY "Tuition charges:      " WS-TUITION-POSTED.
              DISPLAY "Fee charges:          " WS-FEES-POSTED.
              DISPLAY "Already on ledger:    " WS-DUPLICATES-SKIPPED.
              DISPLAY "Statements printed:   " WS-STATEMENTS-PRINTED.

              301-OPEN-BILLING-FILES.
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
                  OPEN I-O STUDENT-LEDGER-FILE.
                  IF WS-LEDGER-FILE-STATUS = "35"
                      OPEN OUTPUT STUDENT-LEDGER-FILE
                      CLOSE STUDENT-LEDGER-FILE
                      OPEN I-O STUDENT-LEDGER-FILE
                  END-IF.
                  IF WS-LEDGER-FILE-STATUS NOT = "00"
                      DISPLAY "Unable to open student_ledger.txt - "
                          "file status " WS-LEDGER-FILE-STATUS
                      MOVE "YES" TO WS-EOF-FLAG
                  END-IF.
                  OPEN OUTPUT BILLING-STATEMENT-FILE.
              302-WRITE-REPORT-TITLE.
                  MOVE WS-BILL-TERM TO WS-TITLE-TERM-OUT.
                  MOVE WS-PERIOD-START TO WS-TITLE-START-OUT.
                  MOVE WS-RUN-DATE TO WS-TITLE-RUN-DATE-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-REPORT-TITLE-LINE.
                  WRITE BILLING-STATEMENT-RECORD FROM SPACES.
              303-POSITION-STUDENT-FILE.
                  MOVE LOW-VALUES TO STUDENT-ID.
                  START STUDENT-FILE-IN
                      KEY NOT < STUDENT-ID
                      INVALID KEY
                          MOVE "YES" TO WS-EOF-FLAG
                  END-START.
              304-READ-STUDENT-RECORD.
                  READ STUDENT-FILE-IN NEXT RECORD
                      AT END MOVE "YES" TO WS-EOF-FLAG.
              308-CLOSE-BILLING-FILES.
                  CLOSE STUDENT-FILE-IN COURSE-GRADE-FILE
                        STUDENT-LEDGER-FILE BILLING-STATEMENT-FILE.

              309-LOAD-BILLING-RATES.
                  OPEN INPUT BILLING-RATE-FILE.
                  IF WS-RATE-FILE-STATUS = "00"
                      MOVE "YES" TO WS-RATES-PRESENT-FLAG
                      MOVE "NO" TO WS-RATE-EOF-FLAG
                      PERFORM 310-READ-BILLING-RATE-RECORD
                      PERFORM 311-POST-BILLING-RATE
                          UNTIL WS-RATE-EOF-FLAG = "YES"
                      CLOSE BILLING-RATE-FILE
                  ELSE
                      DISPLAY "Unable to open billing_rates.txt - "
                          "file status " WS-RATE-FILE-STATUS
                      DISPLAY "No term charges posted - statements "
                          "show the ledger as it stands."
                  END-IF.
              310-READ-BILLING-RATE-RECORD.
                  READ BILLING-RATE-FILE
                      AT END MOVE "YES" TO WS-RATE-EOF-FLAG.
              311-POST-BILLING-RATE.
                  EVALUATE RATE-RECORD-TYPE
                      WHEN "T" WHEN "t"
                          MOVE RATE-AMOUNT TO WS-TUITION-RATE
                      WHEN "F" WHEN "f"
                          PERFORM 312-ADD-FEE-ENTRY
                      WHEN OTHER
                          DISPLAY "Invalid billing rate record "
                              "type - skipped: " RATE-RECORD-TYPE
                  END-EVALUATE.
                  PERFORM 310-READ-BILLING-RATE-RECORD.
              312-ADD-FEE-ENTRY.
                  IF WS-FEE-COUNT < 20
                      ADD 1 TO WS-FEE-COUNT
                      MOVE RATE-FEE-CODE TO WS-FEE-CODE (WS-FEE-COUNT)
                      MOVE RATE-DESCRIPTION
                          TO WS-FEE-DESCRIPTION (WS-FEE-COUNT)
                      MOVE RATE-AMOUNT TO WS-FEE-AMOUNT (WS-FEE-COUNT)
                  ELSE
                      DISPLAY "Fee table full - fee skipped: "
                          RATE-FEE-CODE
                  END-IF.

              320-POST-PAYMENTS.
                  OPEN INPUT PAYMENT-FILE-IN.
                  IF WS-PAYMENT-FILE-STATUS = "00"
                      MOVE "NO" TO WS-PAYMENT-EOF-FLAG
                      PERFORM 321-READ-PAYMENT-RECORD
                      PERFORM 322-POST-ONE-PAYMENT
                          UNTIL WS-PAYMENT-EOF-FLAG = "YES"
                      CLOSE PAYMENT-FILE-IN
                  ELSE
                      DISPLAY "No student_payments.txt - no payments "
                          "posted."
                  END-IF.
              321-READ-PAYMENT-RECORD.
                  READ PAYMENT-FILE-IN
                      AT END MOVE "YES" TO WS-PAYMENT-EOF-FLAG.
              322-POST-ONE-PAYMENT.
                  MOVE PAY-STUDENT-ID TO STUDENT-ID.
                  READ STUDENT-FILE-IN
                      INVALID KEY
                          DISPLAY "Payment for unknown student - "
                              "skipped: " PAY-STUDENT-ID " "
                              PAY-REFERENCE
                          ADD 1 TO WS-PAYMENTS-REJECTED
                      NOT INVALID KEY
                          PERFORM 323-EDIT-PAYMENT
                  END-READ.
                  PERFORM 321-READ-PAYMENT-RECORD.
              323-EDIT-PAYMENT.
                  IF PAY-DATE IS NOT NUMERIC OR PAY-DATE = ZERO
                     OR PAY-AMOUNT IS NOT NUMERIC OR PAY-AMOUNT = ZERO
                     OR PAY-REFERENCE = SPACES
                      DISPLAY "Invalid payment record - skipped: "
                          PAY-STUDENT-ID " " PAY-REFERENCE
                      ADD 1 TO WS-PAYMENTS-REJECTED
                  ELSE
                      MOVE PAY-STUDENT-ID TO WS-POST-STUDENT-ID
                      MOVE PAY-DATE TO WS-POST-DATE
                      MOVE "P" TO WS-POST-TYPE
                      MOVE PAY-REFERENCE TO WS-POST-REFERENCE
                      MOVE "Payment received" TO WS-POST-DESCRIPTION
                      MOVE PAY-AMOUNT TO WS-POST-AMOUNT
                      PERFORM 360-POST-LEDGER-ENTRY
                      IF WS-LEDGER-WRITTEN-FLAG = "YES"
                          ADD 1 TO WS-PAYMENTS-POSTED
                      END-IF
                  END-IF.

              330-POST-TERM-CHARGES.
                  PERFORM 331-SUM-TERM-CREDITS.
                  IF WS-TERM-CREDITS > ZERO
                      MOVE STUDENT-ID TO WS-POST-STUDENT-ID
                      MOVE WS-RUN-DATE TO WS-POST-DATE
                      MOVE "T" TO WS-POST-TYPE
                      MOVE WS-BILL-TERM TO WS-TUI-REF-TERM
                      MOVE WS-TUITION-REFERENCE TO WS-POST-REFERENCE
                      MOVE WS-BILL-TERM TO WS-TUI-DESC-TERM
                      MOVE WS-TUITION-DESCRIPTION
                          TO WS-POST-DESCRIPTION
                      MULTIPLY WS-TERM-CREDITS BY WS-TUITION-RATE
                          GIVING WS-POST-AMOUNT
                      PERFORM 360-POST-LEDGER-ENTRY
                      IF WS-LEDGER-WRITTEN-FLAG = "YES"
                          ADD 1 TO WS-TUITION-POSTED
                      END-IF
                      MOVE 1 TO WS-FEE-IDX
                      PERFORM 333-POST-ONE-FEE
                          UNTIL WS-FEE-IDX > WS-FEE-COUNT
                  END-IF.
              331-SUM-TERM-CREDITS.
                  MOVE ZERO TO WS-TERM-CREDITS.
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
                  PERFORM 332-ADD-TERM-CREDITS
                      UNTIL WS-GRADE-EOF-FLAG = "YES".
              332-ADD-TERM-CREDITS.
                  READ COURSE-GRADE-FILE NEXT RECORD
                      AT END
                          MOVE "YES" TO WS-GRADE-EOF-FLAG
                      NOT AT END
                          IF GRADE-STUDENT-ID NOT = STUDENT-ID
                              MOVE "YES" TO WS-GRADE-EOF-FLAG
                          ELSE
                              IF GRADE-TERM = WS-BILL-TERM
                                  ADD GRADE-CREDIT-HOURS
                                      TO WS-TERM-CREDITS
                              END-IF
                          END-IF
                  END-READ.
              333-POST-ONE-FEE.
                  MOVE STUDENT-ID TO WS-POST-STUDENT-ID.
                  MOVE WS-RUN-DATE TO WS-POST-DATE.
                  MOVE "F" TO WS-POST-TYPE.
                  MOVE WS-BILL-TERM TO WS-FEE-REF-TERM.
                  MOVE WS-FEE-CODE (WS-FEE-IDX) TO WS-FEE-REF-CODE.
                  MOVE WS-FEE-REFERENCE TO WS-POST-REFERENCE.
                  MOVE WS-FEE-DESCRIPTION (WS-FEE-IDX)
                      TO WS-POST-DESCRIPTION.
                  MOVE WS-FEE-AMOUNT (WS-FEE-IDX) TO WS-POST-AMOUNT.
                  PERFORM 360-POST-LEDGER-ENTRY.
                  IF WS-LEDGER-WRITTEN-FLAG = "YES"
                      ADD 1 TO WS-FEES-POSTED
                  END-IF.
                  ADD 1 TO WS-FEE-IDX.

              340-PRODUCE-STATEMENT.
                  MOVE ZERO TO WS-LEDGER-ENTRIES.
                  MOVE ZERO TO WS-OPENING-BALANCE.
                  MOVE ZERO TO WS-PERIOD-CHARGES.
                  MOVE ZERO TO WS-PERIOD-DISBURSED.
                  MOVE ZERO TO WS-PERIOD-PAYMENTS.
                  MOVE ZERO TO WS-CHG-COUNT.
                  PERFORM 341-POSITION-STUDENT-LEDGER.
                  PERFORM 342-ACCUMULATE-LEDGER-ENTRY
                      UNTIL WS-LEDGER-EOF-FLAG = "YES".
                  IF WS-LEDGER-ENTRIES > ZERO
                      ADD 1 TO WS-STATEMENTS-PRINTED
                      COMPUTE WS-BALANCE-DUE = WS-OPENING-BALANCE
                          + WS-PERIOD-CHARGES - WS-PERIOD-DISBURSED
                          - WS-PERIOD-PAYMENTS
                      PERFORM 345-WRITE-STATEMENT-HEADER
                      PERFORM 341-POSITION-STUDENT-LEDGER
                      PERFORM 346-WRITE-ACTIVITY-LINE
                          UNTIL WS-LEDGER-EOF-FLAG = "YES"
                      PERFORM 347-WRITE-STATEMENT-TOTALS
                      IF WS-BALANCE-DUE > ZERO
                          PERFORM 350-AGE-BALANCE-DUE
                      END-IF
                  END-IF.
              341-POSITION-STUDENT-LEDGER.
                  MOVE STUDENT-ID TO LEDGER-STUDENT-ID.
                  MOVE ZERO TO LEDGER-POST-DATE.
                  MOVE ZERO TO LEDGER-SEQUENCE.
                  START STUDENT-LEDGER-FILE
                      KEY NOT < LEDGER-RECORD-KEY
                      INVALID KEY
                          MOVE "YES" TO WS-LEDGER-EOF-FLAG
                      NOT INVALID KEY
                          MOVE "NO" TO WS-LEDGER-EOF-FLAG
                  END-START.
              342-ACCUMULATE-LEDGER-ENTRY.
                  PERFORM 343-READ-STUDENT-LEDGER.
                  IF WS-LEDGER-EOF-FLAG = "NO"
                      ADD 1 TO WS-LEDGER-ENTRIES
                      IF LEDGER-POST-DATE < WS-PERIOD-START
                          PERFORM 344-ADD-TO-OPENING-BALANCE
                      ELSE
                          EVALUATE LEDGER-ENTRY-TYPE
                              WHEN "T" WHEN "F"
                                  ADD LEDGER-AMOUNT
                                      TO WS-PERIOD-CHARGES
                              WHEN "D"
                                  ADD LEDGER-AMOUNT
                                      TO WS-PERIOD-DISBURSED
                              WHEN "P"
                                  ADD LEDGER-AMOUNT
                                      TO WS-PERIOD-PAYMENTS
                          END-EVALUATE
                      END-IF
                      IF LEDGER-ENTRY-TYPE = "T" OR "F"
                          PERFORM 348-TABLE-CHARGE-FOR-AGING
                      END-IF
                  END-IF.
              343-READ-STUDENT-LEDGER.
                  READ STUDENT-LEDGER-FILE NEXT RECORD
                      AT END
                          MOVE "YES" TO WS-LEDGER-EOF-FLAG
                      NOT AT END
                          IF LEDGER-STUDENT-ID NOT = STUDENT-ID
                              MOVE "YES" TO WS-LEDGER-EOF-FLAG
                          END-IF
                  END-READ.
              344-ADD-TO-OPENING-BALANCE.
                  IF LEDGER-ENTRY-TYPE = "T" OR "F"
                      ADD LEDGER-AMOUNT TO WS-OPENING-BALANCE
                  ELSE
                      SUBTRACT LEDGER-AMOUNT FROM WS-OPENING-BALANCE
                  END-IF.
              345-WRITE-STATEMENT-HEADER.
                  MOVE STUDENT-ID TO WS-STMT-ID-OUT.
                  MOVE STUDENT-NAME TO WS-STMT-NAME-OUT.
                  MOVE WS-TERM-CREDITS TO WS-STMT-CREDITS-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-STMT-HEADER-LINE.
                  MOVE "Opening balance:" TO WS-TOT-LABEL-OUT.
                  MOVE WS-OPENING-BALANCE TO WS-TOT-AMOUNT-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-STMT-TOTAL-LINE.
              346-WRITE-ACTIVITY-LINE.
                  PERFORM 343-READ-STUDENT-LEDGER.
                  IF WS-LEDGER-EOF-FLAG = "NO"
                     AND LEDGER-POST-DATE NOT < WS-PERIOD-START
                      MOVE LEDGER-POST-DATE TO WS-ACT-DATE-OUT
                      EVALUATE LEDGER-ENTRY-TYPE
                          WHEN "T"
                              MOVE "Tuition" TO WS-ACT-TYPE-OUT
                          WHEN "F"
                              MOVE "Fee" TO WS-ACT-TYPE-OUT
                          WHEN "D"
                              MOVE "Scholarship" TO WS-ACT-TYPE-OUT
                          WHEN "P"
                              MOVE "Payment" TO WS-ACT-TYPE-OUT
                          WHEN OTHER
                              MOVE "Unknown" TO WS-ACT-TYPE-OUT
                      END-EVALUATE
                      MOVE LEDGER-REFERENCE TO WS-ACT-REFERENCE-OUT
                      MOVE LEDGER-DESCRIPTION TO WS-ACT-DESC-OUT
                      MOVE LEDGER-AMOUNT TO WS-ACT-AMOUNT-OUT
                      WRITE BILLING-STATEMENT-RECORD
                          FROM WS-STMT-ACTIVITY-LINE
                  END-IF.
              347-WRITE-STATEMENT-TOTALS.
                  MOVE "Charges:" TO WS-TOT-LABEL-OUT.
                  MOVE WS-PERIOD-CHARGES TO WS-TOT-AMOUNT-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-STMT-TOTAL-LINE.
                  MOVE "Disbursements:" TO WS-TOT-LABEL-OUT.
                  MOVE WS-PERIOD-DISBURSED TO WS-TOT-AMOUNT-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-STMT-TOTAL-LINE.
                  MOVE "Payments:" TO WS-TOT-LABEL-OUT.
                  MOVE WS-PERIOD-PAYMENTS TO WS-TOT-AMOUNT-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-STMT-TOTAL-LINE.
                  MOVE "Balance due:" TO WS-TOT-LABEL-OUT.
                  MOVE WS-BALANCE-DUE TO WS-TOT-AMOUNT-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-STMT-TOTAL-LINE.
                  WRITE BILLING-STATEMENT-RECORD FROM SPACES.
              348-TABLE-CHARGE-FOR-AGING.
                  IF WS-CHG-COUNT < 300
                      ADD 1 TO WS-CHG-COUNT
                      MOVE LEDGER-POST-DATE
                          TO WS-CHG-DATE (WS-CHG-COUNT)
                      MOVE LEDGER-AMOUNT
                          TO WS-CHG-AMOUNT (WS-CHG-COUNT)
                  ELSE
                      DISPLAY "Charge table full - aging uses the "
                          "first 300 charges for: " STUDENT-ID
                  END-IF.

              350-AGE-BALANCE-DUE.
                  MOVE WS-BALANCE-DUE TO WS-AGE-REMAINING.
                  MOVE ZERO TO WS-STU-CURRENT.
                  MOVE ZERO TO WS-STU-31-60.
                  MOVE ZERO TO WS-STU-61-90.
                  MOVE ZERO TO WS-STU-OVER-90.
                  MOVE WS-CHG-COUNT TO WS-CHG-IDX.
                  PERFORM 351-AGE-ONE-CHARGE
                      UNTIL WS-CHG-IDX = ZERO
                         OR WS-AGE-REMAINING = ZERO.
                  ADD WS-AGE-REMAINING TO WS-STU-OVER-90.
                  ADD WS-BALANCE-DUE TO WS-TOT-RECEIVABLE.
                  ADD 1 TO WS-CNT-RECEIVABLE.
                  IF WS-STU-CURRENT > ZERO
                      ADD WS-STU-CURRENT TO WS-TOT-CURRENT
                      ADD 1 TO WS-CNT-CURRENT
                  END-IF.
                  IF WS-STU-31-60 > ZERO
                      ADD WS-STU-31-60 TO WS-TOT-31-60
                      ADD 1 TO WS-CNT-31-60
                  END-IF.
                  IF WS-STU-61-90 > ZERO
                      ADD WS-STU-61-90 TO WS-TOT-61-90
                      ADD 1 TO WS-CNT-61-90
                  END-IF.
                  IF WS-STU-OVER-90 > ZERO
                      ADD WS-STU-OVER-90 TO WS-TOT-OVER-90
                      ADD 1 TO WS-CNT-OVER-90
                  END-IF.
              351-AGE-ONE-CHARGE.
                  IF WS-CHG-AMOUNT (WS-CHG-IDX) < WS-AGE-REMAINING
                      MOVE WS-CHG-AMOUNT (WS-CHG-IDX)
                          TO WS-AGE-ALLOCATED
                  ELSE
                      MOVE WS-AGE-REMAINING TO WS-AGE-ALLOCATED
                  END-IF.
                  SUBTRACT WS-AGE-ALLOCATED FROM WS-AGE-REMAINING.
                  MOVE WS-CHG-DATE (WS-CHG-IDX) TO WS-DATE-WORK.
                  PERFORM 390-COMPUTE-DAY-NUMBER.
                  SUBTRACT WS-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
                      GIVING WS-AGE-DAYS.
                  EVALUATE TRUE
                      WHEN WS-AGE-DAYS NOT > 30
                          ADD WS-AGE-ALLOCATED TO WS-STU-CURRENT
                      WHEN WS-AGE-DAYS NOT > 60
                          ADD WS-AGE-ALLOCATED TO WS-STU-31-60
                      WHEN WS-AGE-DAYS NOT > 90
                          ADD WS-AGE-ALLOCATED TO WS-STU-61-90
                      WHEN OTHER
                          ADD WS-AGE-ALLOCATED TO WS-STU-OVER-90
                  END-EVALUATE.
                  SUBTRACT 1 FROM WS-CHG-IDX.

              360-POST-LEDGER-ENTRY.
                  MOVE "NO" TO WS-LEDGER-WRITTEN-FLAG.
                  PERFORM 361-CHECK-LEDGER-DUPLICATE.
                  IF WS-DUPLICATE-FLAG = "YES"
                      ADD 1 TO WS-DUPLICATES-SKIPPED
                  ELSE
                      MOVE WS-POST-STUDENT-ID TO LEDGER-STUDENT-ID
                      MOVE WS-POST-DATE TO LEDGER-POST-DATE
                      MOVE WS-POST-TYPE TO LEDGER-ENTRY-TYPE
                      MOVE WS-POST-REFERENCE TO LEDGER-REFERENCE
                      MOVE WS-POST-DESCRIPTION TO LEDGER-DESCRIPTION
                      MOVE WS-POST-AMOUNT TO LEDGER-AMOUNT
                      MOVE ZERO TO LEDGER-SEQUENCE
                      PERFORM 363-WRITE-LEDGER-SEQUENCE
                          UNTIL WS-LEDGER-WRITTEN-FLAG NOT = "NO"
                  END-IF.
              361-CHECK-LEDGER-DUPLICATE.
                  MOVE "NO" TO WS-DUPLICATE-FLAG.
                  MOVE WS-POST-STUDENT-ID TO LEDGER-STUDENT-ID.
                  MOVE ZERO TO LEDGER-POST-DATE.
                  MOVE ZERO TO LEDGER-SEQUENCE.
                  START STUDENT-LEDGER-FILE
                      KEY NOT < LEDGER-RECORD-KEY
                      INVALID KEY
                          MOVE "YES" TO WS-LEDGER-EOF-FLAG
                      NOT INVALID KEY
                          MOVE "NO" TO WS-LEDGER-EOF-FLAG
                  END-START.
                  PERFORM 362-SEARCH-LEDGER-REFERENCE
                      UNTIL WS-LEDGER-EOF-FLAG = "YES"
                         OR WS-DUPLICATE-FLAG = "YES".
              362-SEARCH-LEDGER-REFERENCE.
                  READ STUDENT-LEDGER-FILE NEXT RECORD
                      AT END
                          MOVE "YES" TO WS-LEDGER-EOF-FLAG
                      NOT AT END
                          IF LEDGER-STUDENT-ID NOT = WS-POST-STUDENT-ID
                              MOVE "YES" TO WS-LEDGER-EOF-FLAG
                          ELSE
                              IF LEDGER-ENTRY-TYPE = WS-POST-TYPE
                                 AND LEDGER-REFERENCE =
                                     WS-POST-REFERENCE
                                  MOVE "YES" TO WS-DUPLICATE-FLAG
                              END-IF
                          END-IF
                  END-READ.
              363-WRITE-LEDGER-SEQUENCE.
                  ADD 1 TO LEDGER-SEQUENCE.
                  WRITE STUDENT-LEDGER-RECORD
                      INVALID KEY
                          IF LEDGER-SEQUENCE = 9999
                             OR WS-LEDGER-FILE-STATUS NOT = "22"
                              MOVE "ERR" TO WS-LEDGER-WRITTEN-FLAG
                          END-IF
                      NOT INVALID KEY
                          MOVE "YES" TO WS-LEDGER-WRITTEN-FLAG
                  END-WRITE.
                  IF WS-LEDGER-FILE-STATUS NOT = "00"
                     AND WS-LEDGER-FILE-STATUS NOT = "22"
                      MOVE "ERR" TO WS-LEDGER-WRITTEN-FLAG
                  END-IF.
                  IF WS-LEDGER-WRITTEN-FLAG = "ERR"
                      DISPLAY "Unable to post ledger entry: "
                          WS-POST-STUDENT-ID " "
                          WS-POST-REFERENCE
                          " file status " WS-LEDGER-FILE-STATUS
                  END-IF.

              370-WRITE-AGING-SUMMARY.
                  MOVE WS-RUN-DATE TO WS-AGING-DATE-OUT.
                  WRITE BILLING-STATEMENT-RECORD
                      FROM WS-AGING-HEADER-LINE.
                  MOVE "0-30 days"     TO WS-AGING-LABEL-OUT.
                  MOVE WS-CNT-CURRENT  TO WS-AGING-COUNT-OUT.
                  MOVE WS-TOT-CURRENT  TO WS-AGING-DOLLARS-OUT.
                  WRITE BILLING-STATEMENT-RECORD FROM WS-AGING-LINE.
                  MOVE "31-60 days"    TO WS-AGING-LABEL-OUT.
                  MOVE WS-CNT-31-60    TO WS-AGING-COUNT-OUT.
                  MOVE WS-TOT-31-60    TO WS-AGING-DOLLARS-OUT.
                  WRITE BILLING-STATEMENT-RECORD FROM WS-AGING-LINE.
                  MOVE "61-90 days"    TO WS-AGING-LABEL-OUT.
                  MOVE WS-CNT-61-90    TO WS-AGING-COUNT-OUT.
                  MOVE WS-TOT-61-90    TO WS-AGING-DOLLARS-OUT.
                  WRITE BILLING-STATEMENT-RECORD FROM WS-AGING-LINE.
                  MOVE "Over 90 days"  TO WS-AGING-LABEL-OUT.
                  MOVE WS-CNT-OVER-90  TO WS-AGING-COUNT-OUT.
                  MOVE WS-TOT-OVER-90  TO WS-AGING-DOLLARS-OUT.
                  WRITE BILLING-STATEMENT-RECORD FROM WS-AGING-LINE.
                  MOVE "Total due"     TO WS-AGING-LABEL-OUT.
                  MOVE WS-CNT-RECEIVABLE TO WS-AGING-COUNT-OUT.
                  MOVE WS-TOT-RECEIVABLE TO WS-AGING-DOLLARS-OUT.
                  WRITE BILLING-STATEMENT-RECORD FROM WS-AGING-LINE.

                  390-COMPUTE-DAY-NUMBER.
                      MOVE WS-DATE-YEAR TO WS-CALC-YEAR.
                      MOVE WS-DATE-MONTH TO WS-CALC-MONTH.
                      IF WS-CALC-MONTH < 3
                          SUBTRACT 1 FROM WS-CALC-YEAR
                          ADD 12 TO WS-CALC-MONTH
                      END-IF.
                      DIVIDE WS-CALC-YEAR BY 4
                          GIVING WS-CALC-QUOTIENT-4.
                      DIVIDE WS-CALC-YEAR BY 100
                          GIVING WS-CALC-QUOTIENT-100.
                      DIVIDE WS-CALC-YEAR BY 400
                          GIVING WS-CALC-QUOTIENT-400.
                      COMPUTE WS-CALC-MONTH-DAYS =
                          153 * (WS-CALC-MONTH - 3) + 2.
                      DIVIDE WS-CALC-MONTH-DAYS BY 5
                          GIVING WS-CALC-MONTH-DAYS.
                      COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YEAR
                          + WS-CALC-QUOTIENT-4 - WS-CALC-QUOTIENT-100
                          + WS-CALC-QUOTIENT-400 + WS-CALC-MONTH-DAYS
                          + WS-DATE-DAY.
