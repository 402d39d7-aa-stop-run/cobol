      ******************************************************************
      * Program:  CKMPDATE
      * History:
      *   15/10/2026  aa-stop-run   Original processing-date module -
      *                             answers "what business day is
      *                             this?" from the PROCDATE control
      *                             record, so no program in the
      *                             suite takes its dates from the
      *                             system clock any more.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMPDATE.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: When the overnight stream ran late and a rerun
      *          started after midnight, every job took the new
      *          calendar day from the clock: customers were stamped
      *          with the wrong business day and CKMRUNC could not
      *          find "today's" producer record, so the consumers
      *          refused to run. Every program now CALLs this module
      *          (see PDTCOM for the commarea) instead of ACCEPTing
      *          the date: function "G" returns the business date
      *          from the PROCDATE control record - the open day, or
      *          the back-dated day while a recovery run is open -
      *          and only the CKMEOD end-of-day close moves it on. No
      *          PROCDATE dataset or no control record yet returns
      *          the system date with PDATE-NOT-SET; the caller
      *          decides (batch jobs refuse to run, an inquiry
      *          carries on). A PROCDATE I-O failure is displayed and
      *          sets RETURN-CODE 12, and reads the same as not set.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE ASSIGN TO "procdate"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY PDT-KEY
                   FILE STATUS WS-PDT-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       77  WS-PDT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FOUND-SW               PIC X(01)   VALUE "N".
           88  CONTROL-RECORD-FOUND              VALUE "Y".
       01  WS-ERR-LINE.
           03  FILLER                PIC X(25)
                       VALUE "CKMPDATE PROCDATE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
       LINKAGE SECTION.
           COPY PDTCOM.
       PROCEDURE DIVISION USING PDATE-COMMAREA.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           IF NOT PDATE-FN-GET THEN
               DISPLAY "CKMPDATE BAD FUNCTION CODE: " PDATE-FUNCTION
               MOVE 12 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           SET PDATE-NOT-SET TO TRUE
           ACCEPT PDATE-BUS-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-CONTROL THRU 1000-READ-CONTROL-EXIT
           IF CONTROL-RECORD-FOUND THEN
               IF PDT-RECOVERY-DATE NOT = SPACES THEN
                   MOVE PDT-RECOVERY-DATE TO PDATE-BUS-DATE
                   SET PDATE-RECOVERY TO TRUE
               ELSE
                   MOVE PDT-BUS-DATE TO PDATE-BUS-DATE
                   SET PDATE-NORMAL TO TRUE
               END-IF
           END-IF
           EXIT PROGRAM.
      *****************************************************************
      *1000-READ-CONTROL                                              *
      *    Reads the single control record. The file is opened and    *
      *    closed per call - callers ask once, at initialise.         *
      *****************************************************************
       1000-READ-CONTROL.
           MOVE "N" TO WS-FOUND-SW
           OPEN INPUT PROCDATE
           IF WS-PDT-FSTATUS = "35" THEN
               GO TO 1000-READ-CONTROL-EXIT
           END-IF
           IF WS-PDT-FSTATUS NOT = "00" THEN
               MOVE WS-PDT-FSTATUS TO WS-ERR-STATUS
               DISPLAY WS-ERR-LINE
               MOVE 12 TO RETURN-CODE
               GO TO 1000-READ-CONTROL-EXIT
           END-IF
           MOVE "P" TO PDT-KEY
           READ PROCDATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTROL-RECORD-FOUND TO TRUE
           END-READ
           CLOSE PROCDATE.
       1000-READ-CONTROL-EXIT.
           EXIT.
