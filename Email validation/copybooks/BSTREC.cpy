      ******************************************************************
      * Copybook: BSTREC
      * Purpose:  Bounce-status record on the BOUNCEST file, keyed on
      *           the customer id and address type ("P" the primary
      *           CUST-EMAIL, "B"/"S"/"M" the CUSTEML addresses, as
      *           on REJINV) - the memory behind the daily
      *           BOUNCEFL feed. Holds the (folded) address the
      *           bounces were for, the soft bounces counted against
      *           it, and whether it has been marked undeliverable.
      *           Maintained by CKMBOUNC; read by CKMBATCH and
      *           CKMDELTA, which keep an undeliverable address
      *           rejected (reason 60) without a CHECKMAIL call for
      *           as long as the address on the record is still the
      *           one that bounced. A new address no longer matches
      *           BST-EMAIL and is validated normally; the next
      *           bounce against it starts a fresh count.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      *   15/10/2026  aa-stop-run   Key widened to customer id plus
      *                             BST-ADDR-TYPE, so a bounce against
      *                             a billing, statement or marketing
      *                             address is held under its own
      *                             type. Record length 293 to 294.
      ******************************************************************
       01  BOUNCEST-RECORD.
           03  BST-KEY.
               05  BST-CUST-ID          PIC X(10).
               05  BST-ADDR-TYPE        PIC X(01).
                   88  BST-ADDR-PRIMARY         VALUE "P".
                   88  BST-ADDR-BILLING         VALUE "B".
                   88  BST-ADDR-STATEMENT       VALUE "S".
                   88  BST-ADDR-MARKETING       VALUE "M".
           03  BST-EMAIL                PIC X(254).
           03  BST-STATUS               PIC X(01).
               88  BST-COUNTING                 VALUE "C".
               88  BST-UNDELIVERABLE            VALUE "U".
           03  BST-SOFT-COUNT           PIC 9(03).
           03  BST-FIRST-DATE           PIC X(08).
           03  BST-LAST-DATE            PIC X(08).
           03  BST-LAST-TYPE            PIC X(01).
           03  BST-UNDELIV-DATE         PIC X(08).
