      *                             to CHGJRNL with before and after
      *                             values, the entering user and the
      *                             approver.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOMAPPLY.
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  FSTATUS                   PIC 9(02)   VALUE ZEROS.
       77  SFX-FSTATUS               PIC 9(02)   VALUE ZEROS.
       77  BLK-FSTATUS               PIC 9(02)   VALUE ZEROS.
      *    an approved DOMBLOCK change has to land somewhere.        *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "DOMAPPLY NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-APPLY-DATE
           OPEN INPUT APPRTRAN
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "APPRTRAN" TO WS-ERR-FILE
