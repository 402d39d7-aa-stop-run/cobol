      *                             trailer's WATCHED figure now
      *                             survives a restart like the
      *                             other counters.
      *   15/10/2026  aa-stop-run   Added the four address counters
      *                             (billing/statement/marketing
      *                             addresses read, accepted,
      *                             rejected and skipped) so the
      *                             run's second trailer line
      *                             survives a restart too.
      *   15/10/2026  aa-stop-run   Added CKPT-CALL-COUNT so a restart
      *                             also recovers the count of CHECKMAIL
      *                             calls the run has made - the run's
      *                             RUNLEDG record balances against
      *                             AUDITLOG.
      *   15/10/2026  aa-stop-run   Added CKPT-FOLLOW-COUNT so a
      *                             restart also recovers the count
      *                             of customers written to the
      *                             FOLLOWUP file (role-account and
      *                             disposable-mail warnings) - the
      *                             trailer's FOLLOW-UP figure.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           03  CKPT-KEY                 PIC X(01).
           03  CKPT-REJECT-COUNT        PIC 9(09)   COMP.
           03  CKPT-SKIP-COUNT          PIC 9(09)   COMP.
           03  CKPT-WATCH-COUNT         PIC 9(09)   COMP.
           03  CKPT-ADDR-READ-COUNT     PIC 9(09)   COMP.
           03  CKPT-ADDR-ACCEPT-COUNT   PIC 9(09)   COMP.
           03  CKPT-ADDR-REJECT-COUNT   PIC 9(09)   COMP.
           03  CKPT-ADDR-SKIP-COUNT     PIC 9(09)   COMP.
           03  CKPT-CALL-COUNT          PIC 9(09)   COMP.
           03  CKPT-FOLLOW-COUNT        PIC 9(09)   COMP.
