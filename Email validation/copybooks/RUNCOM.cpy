      *           sets RUNC-PRODUCER-OK when one completed with
      *           RETURN-CODE 4 or less. The caller refuses to run
      *           otherwise, with its own message and return code.
      *
      *           Function "A" (add): for a program that runs many
      *           times a day (the CKMINQ inquiry sessions) - adds
      *           the counts to today's record for RUNC-JOB-NAME,
      *           creating it on the first call of the day, instead
      *           of replacing it.
      *
      *           RUNC-CALL-COUNT is the number of CHECKMAIL
      *           validation calls the run made - every one writes
      *           an AUDITLOG record, which CKMBAL balances against.
      * History:
      *   03/09/2026  aa-stop-run   Original layout.
      *   15/10/2026  aa-stop-run   Added RUNC-CALL-COUNT and function
      *                             A, which adds to today's record for
      *                             the job instead of replacing it.
      ******************************************************************
       01  RUNC-COMMAREA.
           03  RUNC-FUNCTION            PIC X(01).
               88  RUNC-FN-CHECK                VALUE "C".
               88  RUNC-FN-WRITE                VALUE "W".
               88  RUNC-FN-ADD                  VALUE "A".
           03  RUNC-JOB-NAME            PIC X(08).
           03  RUNC-PRODUCER-1          PIC X(08).
           03  RUNC-PRODUCER-2          PIC X(08).
           03  RUNC-OUT-COUNT-1         PIC 9(09).
           03  RUNC-OUT-COUNT-2         PIC 9(09).
           03  RUNC-OUT-COUNT-3         PIC 9(09).
           03  RUNC-CALL-COUNT          PIC 9(09).
           03  RUNC-STATUS              PIC X(01).
               88  RUNC-PRODUCER-OK             VALUE "Y".
               88  RUNC-PRODUCER-BAD            VALUE "N".
