      ******************************************************************
      * Program:  CKMEOD
      * History:
      *   15/10/2026  aa-stop-run   Original end-of-day close - the
      *                             only program that moves the
      *                             suite's business date on the
      *                             PROCDATE control record, and the
      *                             controlled way to open and close
      *                             a back-dated recovery day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMEOD.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: Maintains the processing-date control record every
      *          job reads through CKMPDATE. The action arrives as
      *          the EXEC card's PARM=:
      *            (none)     End-of-day close. Refused (RETURN-CODE
      *                       8) unless the day's producing run -
      *                       CKMDELTA or CKMBATCH - completed clean
      *                       on RUNLEDG, no run recorded for the day
      *                       ended above RETURN-CODE 4, and no
      *                       recovery day is open. Then the business
      *                       date moves on one day.
      *            Iyyyymmdd  Initialise: writes the control record
      *                       for a suite that has none yet, opening
      *                       business day yyyymmdd. Refused when a
      *                       record already exists.
      *            Ryyyymmdd  Open a recovery day: from now until it
      *                       is ended, every job processes the
      *                       earlier business day yyyymmdd, and
      *                       CKMRUNC marks the RUNLEDG records they
      *                       write as recovery runs. The day must be
      *                       before the open business date.
      *            E          End the recovery day: the suite returns
      *                       to the open business date.
      *          Every action is recorded on RUNLEDG under the
      *          business date it applied to. A refused action
      *          changes nothing and is not recorded. Control-record
      *          and ledger I-O failures are displayed and end the
      *          run with RETURN-CODE 12.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE ASSIGN TO "procdate"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY PDT-KEY
                   FILE STATUS WS-PDT-FSTATUS.
           SELECT RUNLEDG ASSIGN TO "runledg"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RUN-KEY
                   FILE STATUS WS-LDG-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE.
           COPY PDTREC.
       FD  RUNLEDG.
           COPY RUNREC.
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
       77  WS-PDT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-LDG-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-LDG-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-DAY-LEDGER                 VALUE "Y".
       77  WS-FOUND-SW               PIC X(01)   VALUE "N".
           88  CONTROL-RECORD-FOUND              VALUE "Y".
       77  WS-FAILED-COUNT           PIC 9(05)   COMP VALUE ZERO.
      *****************************************************************
      *    The action and date from the PARM.                         *
      *****************************************************************
       01  WS-EOD-PARM               PIC X(09)   VALUE SPACES.
       01  WS-EOD-PARM-R REDEFINES WS-EOD-PARM.
           03  WS-EOD-ACTION          PIC X(01).
               88  EOD-CLOSE-DAY              VALUE SPACE.
               88  EOD-INITIALISE             VALUE "I".
               88  EOD-OPEN-RECOVERY          VALUE "R".
               88  EOD-END-RECOVERY           VALUE "E".
           03  WS-EOD-DATE            PIC X(08).
           03  WS-EOD-DATE-N REDEFINES WS-EOD-DATE
                                      PIC 9(08).
       01  WS-NEXT-DATE              PIC 9(08)   VALUE ZEROS.
       77  WS-DATE-INT               PIC 9(08)   COMP VALUE ZERO.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (e.g. PARM='R20261012')*
      *    - OPTIONAL, so the nightly close runs with no PARM at all. *
      *****************************************************************
       01  CKMEOD-PARM.
           03  CKMEOD-PARM-LEN         PIC S9(04)  COMP.
           03  CKMEOD-PARM-TEXT        PIC X(09).
       PROCEDURE DIVISION USING OPTIONAL CKMEOD-PARM.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           EVALUATE TRUE
               WHEN EOD-CLOSE-DAY
                   PERFORM 2000-CLOSE-DAY THRU 2000-CLOSE-DAY-EXIT
               WHEN EOD-INITIALISE
                   PERFORM 2100-INITIALISE THRU 2100-INITIALISE-EXIT
               WHEN EOD-OPEN-RECOVERY
                   PERFORM 2200-OPEN-RECOVERY THRU
                       2200-OPEN-RECOVERY-EXIT
               WHEN EOD-END-RECOVERY
                   PERFORM 2300-END-RECOVERY THRU
                       2300-END-RECOVERY-EXIT
               WHEN OTHER
                   DISPLAY "CKMEOD UNKNOWN ACTION IN PARM: "
                       WS-EOD-PARM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE PROCDATE
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Takes the action from the PARM and reads the control       *
      *    record. The first-ever run creates the PROCDATE file       *
      *    (open status 35), so the initialise action has somewhere   *
      *    to write.                                                  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO WS-EOD-PARM
           IF ADDRESS OF CKMEOD-PARM NOT = NULL THEN
               IF CKMEOD-PARM-LEN > ZERO
                   AND CKMEOD-PARM-LEN NOT > 9 THEN
                   MOVE CKMEOD-PARM-TEXT(1:CKMEOD-PARM-LEN)
                       TO WS-EOD-PARM
               END-IF
           END-IF
           OPEN I-O PROCDATE
           IF WS-PDT-FSTATUS = "35" THEN
               OPEN OUTPUT PROCDATE
               CLOSE PROCDATE
               OPEN I-O PROCDATE
           END-IF
           IF WS-PDT-FSTATUS NOT = "00" THEN
               DISPLAY "CKMEOD PROCDATE OPEN STATUS " WS-PDT-FSTATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FOUND-SW
           MOVE "P" TO PDT-KEY
           READ PROCDATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTROL-RECORD-FOUND TO TRUE
           END-READ
           IF CONTROL-RECORD-FOUND THEN
               DISPLAY "CKMEOD BUSINESS DATE " PDT-BUS-DATE
                   "  LAST CLOSED " PDT-PREV-DATE
               IF PDT-RECOVERY-DATE NOT = SPACES THEN
                   DISPLAY "CKMEOD RECOVERY DAY OPEN FOR "
                       PDT-RECOVERY-DATE
               END-IF
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *2000-CLOSE-DAY                                                 *
      *    The nightly close: checks the day finished cleanly, then   *
      *    records the close on RUNLEDG under the day being closed    *
      *    and moves the business date on by one.                     *
      *****************************************************************
       2000-CLOSE-DAY.
           IF NOT CONTROL-RECORD-FOUND THEN
               DISPLAY "CKMEOD NO PROCESSING DATE ON FILE - "
                   "INITIALISE WITH PARM='Iyyyymmdd'"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CLOSE-DAY-EXIT
           END-IF
           IF PDT-RECOVERY-DATE NOT = SPACES THEN
               DISPLAY "CKMEOD RECOVERY DAY " PDT-RECOVERY-DATE
                   " STILL OPEN - END IT WITH PARM='E' FIRST"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CLOSE-DAY-EXIT
           END-IF
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-CHECK TO TRUE
           MOVE "CKMDELTA" TO RUNC-PRODUCER-1
           MOVE "CKMBATCH" TO RUNC-PRODUCER-2
           PERFORM 2950-CALL-RUN-CONTROL THRU
               2950-CALL-RUN-CONTROL-EXIT
           IF NOT RUNC-PRODUCER-OK THEN
               DISPLAY "CKMEOD PRODUCER RUN (CKMDELTA/CKMBATCH) FOR "
                   PDT-BUS-DATE " MISSING OR FAILED - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CLOSE-DAY-EXIT
           END-IF
           PERFORM 2050-CHECK-DAY-LEDGER THRU
               2050-CHECK-DAY-LEDGER-EXIT
           IF WS-FAILED-COUNT > ZERO THEN
               DISPLAY "CKMEOD " WS-FAILED-COUNT
                   " RUN(S) FAILED ON " PDT-BUS-DATE
                   " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CLOSE-DAY-EXIT
           END-IF
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT
           MOVE INTEGER-OF-DATE (NUMVAL (PDT-BUS-DATE)) TO WS-DATE-INT
           ADD 1 TO WS-DATE-INT
           MOVE DATE-OF-INTEGER (WS-DATE-INT) TO WS-NEXT-DATE
           MOVE PDT-BUS-DATE TO PDT-PREV-DATE
           MOVE WS-NEXT-DATE TO PDT-BUS-DATE
           MOVE CURRENT-DATE TO PDT-CLOSE-TIMESTAMP
           PERFORM 2900-REWRITE-CONTROL THRU 2900-REWRITE-CONTROL-EXIT
           DISPLAY "CKMEOD CLOSED " PDT-PREV-DATE
               " - BUSINESS DATE IS NOW " PDT-BUS-DATE.
       2000-CLOSE-DAY-EXIT.
           EXIT.
      *****************************************************************
      *2050-CHECK-DAY-LEDGER                                          *
      *    Reads the day's RUNLEDG records (the ledger is keyed on    *
      *    date then job) and lists every run that ended above        *
      *    RETURN-CODE 4. A job that abended wrote nothing and cannot *
      *    be seen here - the producer check above covers the one     *
      *    that matters most.                                         *
      *****************************************************************
       2050-CHECK-DAY-LEDGER.
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE "N" TO WS-LDG-EOF-SW
           OPEN INPUT RUNLEDG
           IF WS-LDG-FSTATUS NOT = "00" THEN
               DISPLAY "CKMEOD RUNLEDG OPEN STATUS " WS-LDG-FSTATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDT-BUS-DATE TO RUN-DATE
           MOVE LOW-VALUES TO RUN-JOB
           START RUNLEDG KEY IS NOT LESS THAN RUN-KEY
               INVALID KEY
                   SET END-OF-DAY-LEDGER TO TRUE
           END-START
           PERFORM 2060-CHECK-ONE-RUN THRU 2060-CHECK-ONE-RUN-EXIT
               UNTIL END-OF-DAY-LEDGER
           CLOSE RUNLEDG.
       2050-CHECK-DAY-LEDGER-EXIT.
           EXIT.
      *****************************************************************
      *2060-CHECK-ONE-RUN                                             *
      *****************************************************************
       2060-CHECK-ONE-RUN.
           READ RUNLEDG NEXT RECORD
               AT END
                   SET END-OF-DAY-LEDGER TO TRUE
                   GO TO 2060-CHECK-ONE-RUN-EXIT
           END-READ
           IF RUN-DATE NOT = PDT-BUS-DATE THEN
               SET END-OF-DAY-LEDGER TO TRUE
               GO TO 2060-CHECK-ONE-RUN-EXIT
           END-IF
           IF RUN-RETURN-CODE > 4 THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CKMEOD FAILED RUN: " RUN-JOB
                   " RC " RUN-RETURN-CODE
           END-IF.
       2060-CHECK-ONE-RUN-EXIT.
           EXIT.
      *****************************************************************
      *2100-INITIALISE                                                *
      *    Writes the first control record, opening the business day  *
      *    given in the PARM. An existing record is never replaced -  *
      *    the date only moves through the close.                     *
      *****************************************************************
       2100-INITIALISE.
           IF CONTROL-RECORD-FOUND THEN
               DISPLAY "CKMEOD PROCESSING DATE ALREADY ON FILE - "
                   "INITIALISE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 2100-INITIALISE-EXIT
           END-IF
           PERFORM 2800-CHECK-PARM-DATE THRU 2800-CHECK-PARM-DATE-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               GO TO 2100-INITIALISE-EXIT
           END-IF
           MOVE "P" TO PDT-KEY
           MOVE WS-EOD-DATE TO PDT-BUS-DATE
           MOVE SPACES TO PDT-PREV-DATE
           MOVE SPACES TO PDT-RECOVERY-DATE
           MOVE SPACES TO PDT-CLOSE-TIMESTAMP
           WRITE PROCDATE-RECORD
           IF WS-PDT-FSTATUS NOT = "00" THEN
               DISPLAY "CKMEOD PROCDATE WRITE STATUS " WS-PDT-FSTATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CKMEOD BUSINESS DATE INITIALISED TO " PDT-BUS-DATE
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       2100-INITIALISE-EXIT.
           EXIT.
      *****************************************************************
      *2200-OPEN-RECOVERY                                             *
      *    Opens a back-dated recovery day. Only one at a time, and   *
      *    only for a day before the open business date - the close   *
      *    is the only way forward.                                   *
      *****************************************************************
       2200-OPEN-RECOVERY.
           IF NOT CONTROL-RECORD-FOUND THEN
               DISPLAY "CKMEOD NO PROCESSING DATE ON FILE - "
                   "RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-OPEN-RECOVERY-EXIT
           END-IF
           IF PDT-RECOVERY-DATE NOT = SPACES THEN
               DISPLAY "CKMEOD RECOVERY DAY " PDT-RECOVERY-DATE
                   " ALREADY OPEN - RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 2200-OPEN-RECOVERY-EXIT
           END-IF
           PERFORM 2800-CHECK-PARM-DATE THRU 2800-CHECK-PARM-DATE-EXIT
           IF RETURN-CODE NOT = ZERO THEN
               GO TO 2200-OPEN-RECOVERY-EXIT
           END-IF
           IF WS-EOD-DATE NOT < PDT-BUS-DATE THEN
               DISPLAY "CKMEOD RECOVERY DAY " WS-EOD-DATE
                   " IS NOT BEFORE BUSINESS DATE " PDT-BUS-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 2200-OPEN-RECOVERY-EXIT
           END-IF
           MOVE WS-EOD-DATE TO PDT-RECOVERY-DATE
           PERFORM 2900-REWRITE-CONTROL THRU 2900-REWRITE-CONTROL-EXIT
           DISPLAY "CKMEOD RECOVERY DAY OPENED FOR " PDT-RECOVERY-DATE
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       2200-OPEN-RECOVERY-EXIT.
           EXIT.
      *****************************************************************
      *2300-END-RECOVERY                                              *
      *    Ends the recovery day. Recorded on RUNLEDG first, so the   *
      *    record lands under the recovery day it closes.             *
      *****************************************************************
       2300-END-RECOVERY.
           IF NOT CONTROL-RECORD-FOUND
               OR PDT-RECOVERY-DATE = SPACES THEN
               DISPLAY "CKMEOD NO RECOVERY DAY OPEN - NOTHING TO END"
               MOVE 8 TO RETURN-CODE
               GO TO 2300-END-RECOVERY-EXIT
           END-IF
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT
           DISPLAY "CKMEOD RECOVERY DAY " PDT-RECOVERY-DATE
               " ENDED - BUSINESS DATE IS " PDT-BUS-DATE
           MOVE SPACES TO PDT-RECOVERY-DATE
           PERFORM 2900-REWRITE-CONTROL THRU 2900-REWRITE-CONTROL-EXIT.
       2300-END-RECOVERY-EXIT.
           EXIT.
      *****************************************************************
      *2800-CHECK-PARM-DATE                                           *
      *    The date in the PARM must be a real calendar date.         *
      *****************************************************************
       2800-CHECK-PARM-DATE.
           IF WS-EOD-DATE NOT NUMERIC THEN
               DISPLAY "CKMEOD DATE IN PARM NOT NUMERIC: " WS-EOD-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 2800-CHECK-PARM-DATE-EXIT
           END-IF
           IF TEST-DATE-YYYYMMDD (WS-EOD-DATE-N) NOT = ZERO THEN
               DISPLAY "CKMEOD DATE IN PARM NOT VALID: " WS-EOD-DATE
               MOVE 8 TO RETURN-CODE
           END-IF.
       2800-CHECK-PARM-DATE-EXIT.
           EXIT.
      *****************************************************************
      *2900-REWRITE-CONTROL                                           *
      *****************************************************************
       2900-REWRITE-CONTROL.
           REWRITE PROCDATE-RECORD
           IF WS-PDT-FSTATUS NOT = "00" THEN
               DISPLAY "CKMEOD PROCDATE REWRITE STATUS "
                   WS-PDT-FSTATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-REWRITE-CONTROL-EXIT.
           EXIT.
      *****************************************************************
      *2950-CALL-RUN-CONTROL                                          *
      *    CKMRUNC takes the business date from CKMPDATE, which opens  *
      *    PROCDATE for itself - so the control file is closed around *
      *    the call and the record read back afterwards, ready for a  *
      *    REWRITE. The ledger therefore always sees the control      *
      *    record as it stands on file.                               *
      *****************************************************************
       2950-CALL-RUN-CONTROL.
           CLOSE PROCDATE
           CALL "CKMRUNC" USING RUNC-COMMAREA
           OPEN I-O PROCDATE
           IF WS-PDT-FSTATUS NOT = "00" THEN
               DISPLAY "CKMEOD PROCDATE OPEN STATUS " WS-PDT-FSTATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "P" TO PDT-KEY
           READ PROCDATE
               INVALID KEY
                   DISPLAY "CKMEOD PROCDATE CONTROL RECORD LOST"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
       2950-CALL-RUN-CONTROL-EXIT.
           EXIT.
      *****************************************************************
      *3100-WRITE-RUN-RECORD                                          *
      *    Records the action on the RUNLEDG ledger, under the        *
      *    business date on file at the time - so the close and the   *
      *    end of a recovery day are recorded before the date moves.  *
      *****************************************************************
       3100-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMEOD" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           PERFORM 2950-CALL-RUN-CONTROL THRU
               2950-CALL-RUN-CONTROL-EXIT.
       3100-WRITE-RUN-RECORD-EXIT.
           EXIT.
