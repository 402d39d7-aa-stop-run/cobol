      ******************************************************************
      * Copybook: PDTCOM
      * Purpose:  Communication area for calls to CKMPDATE, the
      *           processing-date module. COPY it into WORKING-
      *           STORAGE of every program that needs "today" (it is
      *           CKMPDATE's LINKAGE).
      *
      *           Function "G" (get): returns the business date the
      *           suite is processing in PDATE-BUS-DATE - the open
      *           day on the PROCDATE control record, or the back-
      *           dated day while a recovery run is open (PDATE-
      *           RECOVERY). When there is no control record yet
      *           (PDATE-NOT-SET) the system date is returned so an
      *           inquiry still works, but a batch job must refuse to
      *           run - its dates would be the clock's again.
      * History:
      *   15/10/2026  aa-stop-run   Original layout.
      ******************************************************************
       01  PDATE-COMMAREA.
           03  PDATE-FUNCTION           PIC X(01).
               88  PDATE-FN-GET                 VALUE "G".
           03  PDATE-BUS-DATE           PIC X(08).
           03  PDATE-BUS-DATE-N REDEFINES PDATE-BUS-DATE
                                        PIC 9(08).
           03  PDATE-MODE               PIC X(01).
               88  PDATE-NORMAL                 VALUE "N".
               88  PDATE-RECOVERY               VALUE "R".
               88  PDATE-NOT-SET                VALUE "X".
