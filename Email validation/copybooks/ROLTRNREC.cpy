      ******************************************************************
      * Copybook: ROLTRNREC
      * Purpose:  Transaction record read by ROLMAINT to apply
      *           ADD/CHANGE/DELETE maintenance to the DOMROLE
      *           role-account file. Follows BLKTRNREC - CHANGE
      *           renames an entry from ROLTRN-LOCAL-PART to
      *           ROLTRN-NEW-VAL - and carries the steward's user id,
      *           which is kept on the entry.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  ROLE-TRANS-RECORD.
           03  ROLTRN-ACTION            PIC X(01).
               88  ROLTRN-ADD                   VALUE "A".
               88  ROLTRN-CHANGE                VALUE "C".
               88  ROLTRN-DELETE                VALUE "D".
           03  ROLTRN-LOCAL-PART        PIC X(64).
           03  ROLTRN-NEW-VAL           PIC X(64).
           03  ROLTRN-USER-ID           PIC X(08).
