      *                             reports the domains ranked by
      *                             customer count with movement
      *                             flagged for the fraud team.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMCENS.
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-CUST-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-WD1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WD2-FSTATUS            PIC X(02)   VALUE SPACES.
       1000-INITIALIZE.
           PERFORM 1100-RESOLVE-THRESHOLD THRU
               1100-RESOLVE-THRESHOLD-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMCENS NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT CUSTMAST
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTMAST" TO WS-ERR-FILE
