      ******************************************************************
      * Copybook: BNCREC
      * Purpose:  Inbound bounce-feedback record on the BOUNCEFL file
      *           the campaign team sends back each day - one record
      *           per message their mail platform could not deliver:
      *           the customer id and address the message went to,
      *           the bounce type (hard - the mailbox does not exist
      *           or refuses us for good; soft - mailbox full, server
      *           busy and the like) and the date it bounced. Read
      *           by CKMBOUNC.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  BOUNCE-RECORD.
           03  BNC-CUST-ID              PIC X(10).
           03  BNC-EMAIL                PIC X(254).
           03  BNC-TYPE                 PIC X(01).
               88  BNC-HARD-BOUNCE              VALUE "H".
               88  BNC-SOFT-BOUNCE              VALUE "S".
           03  BNC-DATE                 PIC X(08).
