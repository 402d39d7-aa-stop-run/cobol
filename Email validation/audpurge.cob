      *                             archived counts. No inbound check
      *                             - AUDITLOG is cumulative, not a
      *                             daily generation.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPURGE.
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-AUD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ARC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-NEW-FSTATUS            PIC X(02)   VALUE SPACES.
       1000-INITIALIZE.
           PERFORM 1100-RESOLVE-RETENTION THRU
               1100-RESOLVE-RETENTION-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "AUDPURGE NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           COMPUTE WS-BOUNDARY-INT =
               INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-RETENTION-DAYS
