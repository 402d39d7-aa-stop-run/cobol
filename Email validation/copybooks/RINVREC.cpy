      ******************************************************************
      * Copybook: RINVREC
      * Purpose:  Outstanding-reject inventory record on the REJINV
      *           file, keyed on the customer id and address type
      *           ("P" the primary CUST-EMAIL, "B"/"S"/"M" the
      *           billing, statement and marketing addresses on
      *           CUSTEML) - the permanent work queue behind the
      *           daily REJECTFL snapshots, which are recreated
      *           every run and remember nothing. Each validation
      *           run adds new rejects (first-rejected date, times
      *           seen 1), refreshes entries still failing (last-
      *           seen date, times seen, current reason), and closes
      *           entries whose address now validates clean -
      *           including via the CKMRECYC recycling path, which
      *           marks the entry corrected. An address rejected
      *           again after a correction opens a fresh episode:
      *           first-rejected resets to that day. CKMAGING
      *           reports the open backlog banded by age. Shared by
      *           CKMBATCH, CKMDELTA, CKMRECYC, CKMAGING, CKMBOUNC,
      *           CKMREVAL, CKMERASE, CKMMERGE and CKMCORR so the key
      *           and record length stay in lock-step - recompile all
      *           nine after any layout change.
      * History:
      *   03/09/2026  aa-stop-run   Original layout.
      *   15/10/2026  aa-stop-run   Key widened to customer id plus
      *                             RINV-ADDR-TYPE, so a customer's
      *                             billing, statement and marketing
      *                             addresses (CUSTEML) each carry
      *                             their own entry beside the one
      *                             for the primary CUST-EMAIL ("P").
      *                             Record length 42 to 43.
      *   15/10/2026  aa-stop-run   Purpose now names every program that
      *                             copies the layout.
      ******************************************************************
       01  REJINV-RECORD.
           03  RINV-KEY.
               05  RINV-CUST-ID         PIC X(10).
               05  RINV-ADDR-TYPE       PIC X(01).
                   88  RINV-ADDR-PRIMARY        VALUE "P".
                   88  RINV-ADDR-BILLING        VALUE "B".
                   88  RINV-ADDR-STATEMENT      VALUE "S".
                   88  RINV-ADDR-MARKETING      VALUE "M".
           03  RINV-STATUS              PIC X(01).
               88  RINV-OPEN                    VALUE "O".
               88  RINV-CORRECTED               VALUE "C".
