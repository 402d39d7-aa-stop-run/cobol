      ******************************************************************
      * Copybook: DSPREC
      * Purpose:  Record layout for the DOMDISP disposable-mail
      *           domain file. Keyed on the full domain (the part
      *           after the '@', e.g. GUERRILLAMAIL.COM), stored
      *           folded to upper case, the same form DOMBLOCK holds.
      *           Unlike DOMBLOCK a match does not reject: the address
      *           is accepted with the warning reason code 47, so
      *           sign-up promotions can be withheld from throwaway
      *           mailboxes without turning the customer away. Each
      *           entry carries the steward who added it and the
      *           business date it was added. Shared by CHECKMAIL and
      *           DSPMAINT so the key and record length stay in
      *           lock-step.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  DOMDISP-RECORD.
           03  DSP-DOMINIO-VAL          PIC X(254).
           03  DSP-STEWARD-ID           PIC X(08).
           03  DSP-ADDED-DATE           PIC X(08).
