      ******************************************************************
      * Copybook: CEMREC
      * Purpose:  Customer e-mail address record on the CUSTEML file,
      *           keyed on the customer id plus an address type - the
      *           billing, statement and marketing addresses the
      *           business collects alongside the one CUST-EMAIL on
      *           the customer master (which stays the customer's
      *           primary address). A customer has at most one
      *           address of each type, and none at all is normal.
      *           Written by the customer update process, which -
      *           as for CUST-EMAIL - clears the validation area to
      *           spaces whenever the address changes and puts the
      *           customer on the DELTAFL change feed. The
      *           validation area is written by CKMDELTA, the
      *           CKMBATCH sweep and CKMREVAL from the CHECKMAIL
      *           result, exactly as CUSTREC's is, and by CKMBOUNC
      *           when the address bounces (reason 60); a rejected
      *           address opens a REJINV entry under the same
      *           address type. CKMEXTR reads the marketing address
      *           for the campaign extract.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      *   15/10/2026  aa-stop-run   CKMREVAL and CKMBOUNC now write the
      *                             validation area too.
      ******************************************************************
       01  CUSTEML-RECORD.
           03  CEM-KEY.
               05  CEM-CUST-ID          PIC X(10).
               05  CEM-ADDR-TYPE        PIC X(01).
                   88  CEM-BILLING              VALUE "B".
                   88  CEM-STATEMENT            VALUE "S".
                   88  CEM-MARKETING            VALUE "M".
           03  CEM-EMAIL                PIC X(254).
           03  CEM-VAL-STATUS           PIC X(01).
               88  CEM-EMAIL-ACCEPTED           VALUE "S".
               88  CEM-EMAIL-REJECTED           VALUE "N".
               88  CEM-NEVER-VALIDATED          VALUE SPACE.
           03  CEM-VAL-REASON           PIC X(02).
           03  CEM-VAL-DATE             PIC X(08).
           03  FILLER                   PIC X(09).
