      *        trend, inventory transaction posting, cycle          *
      *        count, the posting run that applies the cycle        *
      *        count's adjustment transactions, purchase            *
      *        suggestions, the cross-file integrity check,         *
      *        master backup -                                      *
      *        is held in a fixed step table with each step's       *
      *        prerequisite, and every step start and end is        *
      *        recorded on the run-control file                     *
      *        display shows the first step not yet                 *
      *        completed, so the night resumes from the             *
      *        failed step instead of from the top.                 *
      *        The integrity check ends with RETURN-CODE 8          *
      *        when the files disagree, which leaves it             *
      *        failed and so refuses the master backup until        *
      *        the data is put right and the check is rerun.        *
      *                                                            *
      **************************************************************
      *
              05 FILLER                PIC X(32)   VALUE
                                 "06Purchase-Suggest-Project12".
              05 FILLER                PIC X(32)   VALUE
                                 "07Integrity-Check-Project36".
              05 FILLER                PIC X(32)   VALUE
                                 "08Master-Backup-Project15".

           01 WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
              05 WS-STEP-ENTRY OCCURS 9 TIMES.
                 10 WS-STEP-PREREQ     PIC 9(2).
                 10 WS-STEP-NAME       PIC X(30).

           01 WS-STEP-STATUS-TABLE.
              05 WS-STEP-STATUS-ENTRY OCCURS 9 TIMES.
                 10 WS-STEP-STARTED-FLAG PIC X(1).
                 10 WS-STEP-DONE-FLAG  PIC X(1).
                 10 WS-STEP-LAST-RC    PIC 9(2).
                   MOVE ZERO TO WS-RESUME-STEP.
                   MOVE 1 TO WS-STEP-IDX.
                   PERFORM 231-SHOW-ONE-STEP-STATUS
                       UNTIL WS-STEP-IDX > 9.
                   IF WS-RESUME-STEP = ZERO
                       DISPLAY "All steps completed for this "
                           "run date."
               302-CLEAR-STEP-STATUS.
                   MOVE 1 TO WS-STEP-IDX.
                   PERFORM 303-CLEAR-ONE-STEP-STATUS
                       UNTIL WS-STEP-IDX > 9.
               303-CLEAR-ONE-STEP-STATUS.
                   MOVE "N" TO WS-STEP-STARTED-FLAG (WS-STEP-IDX).
                   MOVE "N" TO WS-STEP-DONE-FLAG (WS-STEP-IDX).
                   MOVE ZERO TO WS-STEP-LAST-RC (WS-STEP-IDX).
                   ADD 1 TO WS-STEP-IDX.
               305-ACCEPT-STEP-NUMBER.
                   DISPLAY "Enter step number (1-9):".
                   ACCEPT WS-STEP-CHOICE.
                   IF WS-STEP-CHOICE < 1 OR WS-STEP-CHOICE > 9
                       DISPLAY "Step number must be 1-9."
                       MOVE ZERO TO WS-STEP-CHOICE
                   END-IF.

               312-POST-CONTROL-EVENT.
                   IF RC-RUN-DATE = WS-RUN-DATE
                      AND RC-STEP-NUMBER > 0
                      AND RC-STEP-NUMBER < 10
                       IF RC-EVENT-TYPE = "S"
                           MOVE "Y" TO WS-STEP-STARTED-FLAG
                               (RC-STEP-NUMBER)
