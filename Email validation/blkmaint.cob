      *                             DOMAPPLY applies a change only on
      *                             an approval card, journalling it
      *                             to CHGJRNL.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKMAINT.
       FD  ERRLOG.
       01  ERRLOG-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  FSTATUS                   PIC 9(02)   VALUE ZEROS.
       77  WS-TRN-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-PND-FSTATUS            PIC X(02)   VALUE SPACES.
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "BLKMAINT NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-ENTER-DATE
           PERFORM 2100-READ-TRANSACTION THRU
               2100-READ-TRANSACTION-EXIT.
       1000-INITIALIZE-EXIT.
