      ******************************************************************
      * Copybook: DSPTRNREC
      * Purpose:  Transaction record read by DSPMAINT to apply
      *           ADD/CHANGE/DELETE maintenance to the DOMDISP
      *           disposable-mail domain file. Same shape as
      *           BLKTRNREC - CHANGE renames an entry from
      *           DSPTRN-DOMINIO-VAL to DSPTRN-NEW-VAL - and carries
      *           the steward's user id, which is kept on the entry.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  DISP-TRANS-RECORD.
           03  DSPTRN-ACTION            PIC X(01).
               88  DSPTRN-ADD                   VALUE "A".
               88  DSPTRN-CHANGE                VALUE "C".
               88  DSPTRN-DELETE                VALUE "D".
           03  DSPTRN-DOMINIO-VAL       PIC X(254).
           03  DSPTRN-NEW-VAL           PIC X(254).
           03  DSPTRN-USER-ID           PIC X(08).
