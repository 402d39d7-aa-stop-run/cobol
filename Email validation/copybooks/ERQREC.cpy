      ******************************************************************
      * Copybook: ERQREC
      * Purpose:  Erasure request on the ERASREQ file the data-
      *           protection office sends when a customer exercises
      *           the right to erasure - one record per request: the
      *           office's own reference for it, and the customer id,
      *           the e-mail address, or both. A customer id brings
      *           in every address held for that customer (CUSTIDX,
      *           CUSTEML, BOUNCEST); an address the customer used
      *           before and that is no longer on file must be given
      *           on a request of its own. Read by CKMERASE.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  ERASURE-REQUEST-RECORD.
           03  ERQ-REF                  PIC X(12).
           03  ERQ-CUST-ID              PIC X(10).
           03  ERQ-EMAIL                PIC X(254).
