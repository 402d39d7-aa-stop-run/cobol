      ******************************************************************
      * Copybook: PDTREC
      * Purpose:  Processing-date control record - the one record on
      *           the PROCDATE file, under the fixed key "P" (the way
      *           CHECKPT holds its single checkpoint). Holds the
      *           business date the batch suite is processing, so
      *           every job stamps and compares dates against the
      *           business day rather than the system clock - a late
      *           rerun after midnight still belongs to the day it is
      *           rerunning. Only CKMEOD changes it: the end-of-day
      *           close advances PDT-BUS-DATE once the night's stream
      *           has finished cleanly, and a recovery run for an
      *           earlier day is opened and closed there too. While
      *           PDT-RECOVERY-DATE is set, that back-dated day is the
      *           one every job processes (and CKMRUNC marks the
      *           RUNLEDG records it writes as recovery runs).
      *           Read through CKMPDATE (see PDTCOM); CKMEOD reads and
      *           updates it directly.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  PROCDATE-RECORD.
           03  PDT-KEY                  PIC X(01).
           03  PDT-BUS-DATE             PIC X(08).
           03  PDT-PREV-DATE            PIC X(08).
           03  PDT-RECOVERY-DATE        PIC X(08).
           03  PDT-CLOSE-TIMESTAMP      PIC X(21).
