      *                             program owns the ledger I-O
      *                             instead of every job in the
      *                             suite opening it its own way.
      *   15/10/2026  aa-stop-run   "Today" is now the business date
      *                             from the PROCDATE control record
      *                             (via CKMPDATE), not the clock - a
      *                             rerun after midnight writes and
      *                             checks the day it belongs to.
      *                             Records written while a recovery
      *                             day is open are marked as
      *                             recovery runs.
      *   15/10/2026  aa-stop-run   Records the run's CHECKMAIL call
      *                             count. New function A adds a call's
      *                             counts to today's record for the job
      *                             (CKMINQ sessions) instead of
      *                             replacing it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMRUNC.
      *          RETURN-CODE 4 or less; a job that abended writes no
      *          record at all, which reads as failed here. The
      *          caller refuses to run on a bad answer, with its own
      *          message and return code. Function "A" adds the
      *          counts to today's record for the job rather than
      *          replacing it - for CKMINQ, which runs all day. A
      *          first-ever call creates the ledger (open status
      *          35). A ledger I-O failure
      *          is displayed and sets RETURN-CODE 12, but control
      *          returns to the caller - its own run is already
      *          done by write time.
       77  WS-LDG-FSTATUS            PIC X(02)   VALUE SPACES.
       01  WS-TODAY-DATE             PIC X(08)   VALUE SPACES.
       01  WS-TIMESTAMP              PIC X(21)   VALUE SPACES.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-FOUND-SW               PIC X(01)   VALUE "N".
           88  LEDGER-RECORD-FOUND               VALUE "Y".
       01  WS-ERR-LINE.
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           MOVE PDATE-BUS-DATE TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 1000-OPEN-LEDGER THRU 1000-OPEN-LEDGER-EXIT
           IF WS-LDG-FSTATUS = "00" THEN
                   WHEN RUNC-FN-CHECK
                       PERFORM 3000-CHECK-PRODUCER THRU
                           3000-CHECK-PRODUCER-EXIT
                   WHEN RUNC-FN-ADD
                       PERFORM 4000-ADD-COMPLETION THRU
                           4000-ADD-COMPLETION-EXIT
                   WHEN OTHER
                       DISPLAY "CKMRUNC BAD FUNCTION CODE: "
                           RUNC-FUNCTION
           MOVE RUNC-OUT-COUNT-1 TO RUN-OUT-COUNT-1
           MOVE RUNC-OUT-COUNT-2 TO RUN-OUT-COUNT-2
           MOVE RUNC-OUT-COUNT-3 TO RUN-OUT-COUNT-3
           MOVE RUNC-CALL-COUNT TO RUN-CALL-COUNT
           IF PDATE-RECOVERY THEN
               SET RUN-RECOVERY TO TRUE
           ELSE
               SET RUN-NORMAL TO TRUE
           END-IF
           WRITE RUNLEDG-RECORD
               INVALID KEY
                   REWRITE RUNLEDG-RECORD
           END-IF.
       3100-READ-ONE-PRODUCER-EXIT.
           EXIT.
      *****************************************************************
      *4000-ADD-COMPLETION                                            *
      *    For a program that runs many times a day: adds the         *
      *    caller's counts to today's record for the job, so the      *
      *    day's record holds the day's total; the first call of     *
      *    the day writes it. The timestamp and return code are the   *
      *    latest call's, but a non-zero return code is never         *
      *    overwritten by a cleaner later one.                        *
      *****************************************************************
       4000-ADD-COMPLETION.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-TODAY-DATE TO RUN-DATE
           MOVE RUNC-JOB-NAME TO RUN-JOB
           READ RUNLEDG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-RECORD-FOUND TO TRUE
           END-READ
           IF NOT LEDGER-RECORD-FOUND THEN
               PERFORM 2000-WRITE-COMPLETION THRU
                   2000-WRITE-COMPLETION-EXIT
               GO TO 4000-ADD-COMPLETION-EXIT
           END-IF
           MOVE WS-TIMESTAMP TO RUN-TIMESTAMP
           IF RUNC-RETURN-CODE > RUN-RETURN-CODE THEN
               MOVE RUNC-RETURN-CODE TO RUN-RETURN-CODE
           END-IF
           ADD RUNC-IN-COUNT TO RUN-IN-COUNT
           ADD RUNC-OUT-COUNT-1 TO RUN-OUT-COUNT-1
           ADD RUNC-OUT-COUNT-2 TO RUN-OUT-COUNT-2
           ADD RUNC-OUT-COUNT-3 TO RUN-OUT-COUNT-3
           ADD RUNC-CALL-COUNT TO RUN-CALL-COUNT
           REWRITE RUNLEDG-RECORD
           IF WS-LDG-FSTATUS NOT = "00" THEN
               MOVE WS-LDG-FSTATUS TO WS-ERR-STATUS
               DISPLAY WS-ERR-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.
       4000-ADD-COMPLETION-EXIT.
           EXIT.
