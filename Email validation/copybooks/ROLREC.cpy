      ******************************************************************
      * Copybook: ROLREC
      * Purpose:  Record layout for the DOMROLE role-account file.
      *           Keyed on a local part (the part before the '@',
      *           e.g. INFO, NOREPLY, ADMIN, VENDAS), stored folded
      *           to upper case - the form CHECKMAIL holds its work
      *           fields in. An otherwise valid address whose local
      *           part (less any '+' tag) is on this file is still
      *           accepted, but with the warning reason code 46: it
      *           is a shared mailbox, not a person. Each entry
      *           carries the steward who added it and the business
      *           date it was added. Shared by CHECKMAIL and ROLMAINT
      *           so the key and record length stay in lock-step.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  DOMROLE-RECORD.
           03  ROL-LOCAL-PART           PIC X(64).
           03  ROL-STEWARD-ID           PIC X(08).
           03  ROL-ADDED-DATE           PIC X(08).
