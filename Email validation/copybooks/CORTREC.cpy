      * Purpose:  Correction transaction record read by CKMRECYC -
      *           one corrected e-mail per rejected customer, keyed
      *           by the customer id carried on the REJECTFL extract
      *           or open REJINV item the stewards worked. CKMRECYC
      *           empties the file after each clean run, so a record
      *           on it is always a correction not yet recycled.
      * History:
      *   22/08/2026  aa-stop-run   Original layout.
      *   22/08/2026  aa-stop-run   CORR-EMAIL widened to the practical
      *                             RFC length of 254 characters.
      *   15/10/2026  aa-stop-run   CORR-STEWARD-ID added - the user id
      *                             of the steward who made the
      *                             correction (keyed by the CKMCORR
      *                             workstation). Record length 264
      *                             to 272.
      *   15/10/2026  aa-stop-run   Purpose updated: corrections may
      *                             answer an open REJINV item, and the
      *                             file is emptied by each clean
      *                             CKMRECYC run.
      ******************************************************************
       01  CORRECTION-RECORD.
           03  CORR-CUST-ID             PIC X(10).
           03  CORR-EMAIL               PIC X(254).
           03  CORR-STEWARD-ID          PIC X(08).
