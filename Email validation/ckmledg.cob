      *                             the last few days of completion
      *                             records, replacing the spreadsheet
      *                             operations kept by hand.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *                             Runs made while a back-dated
      *                             recovery day was open are marked
      *                             RECOVERY on the listing.
      *   15/10/2026  aa-stop-run   Each line also shows the run's
      *                             CHECKMAIL call count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMLEDG.
       FD  RUNLEDG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-LDG-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-LDG-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-RUNLEDG                    VALUE "Y".
           03  WS-LDG-OUT2            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(01)   VALUE "/".
           03  WS-LDG-OUT3            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(08)   VALUE "  CALLS ".
           03  WS-LDG-CALLS           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-LDG-RECOVERY        PIC X(08)   VALUE SPACES.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (e.g. PARM='007'),     *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-RESOLVE-DAYS THRU 1100-RESOLVE-DAYS-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMLEDG NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           COMPUTE WS-BOUNDARY-INT =
               INTEGER-OF-DATE (WS-CURRENT-DATE)
               - WS-LIST-DAYS + 1
               MOVE RUN-OUT-COUNT-1 TO WS-LDG-OUT1
               MOVE RUN-OUT-COUNT-2 TO WS-LDG-OUT2
               MOVE RUN-OUT-COUNT-3 TO WS-LDG-OUT3
               MOVE RUN-CALL-COUNT TO WS-LDG-CALLS
               IF RUN-RECOVERY THEN
                   MOVE "RECOVERY" TO WS-LDG-RECOVERY
               ELSE
                   MOVE SPACES TO WS-LDG-RECOVERY
               END-IF
               DISPLAY WS-LEDGER-LINE
               ADD 1 TO WS-LISTED-COUNT
           END-IF
