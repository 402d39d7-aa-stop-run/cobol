      *           record length stay in lock-step.
      * History:
      *   03/09/2026  aa-stop-run   Original layout.
      *   15/10/2026  aa-stop-run   RUN-DATE is now the business date
      *                             the run processed (from the
      *                             PROCDATE control record), not the
      *                             calendar day - RUN-TIMESTAMP still
      *                             says when it actually ran. Added
      *                             RUN-RECOVERY-SW, set on the
      *                             records written while a back-
      *                             dated recovery day is open.
      *   15/10/2026  aa-stop-run   Added RUN-CALL-COUNT, the CHECKMAIL
      *                             validation calls the run made, so
      *                             CKMBAL can balance the night's
      *                             AUDITLOG additions against the
      *                             ledger.
      ******************************************************************
       01  RUNLEDG-RECORD.
           03  RUN-KEY.
           03  RUN-OUT-COUNT-1          PIC 9(09).
           03  RUN-OUT-COUNT-2          PIC 9(09).
           03  RUN-OUT-COUNT-3          PIC 9(09).
           03  RUN-RECOVERY-SW          PIC X(01).
               88  RUN-RECOVERY                 VALUE "R".
               88  RUN-NORMAL                   VALUE SPACE.
           03  RUN-CALL-COUNT           PIC 9(09).
