      ******************************************************************
      * Program:  ROLMAINT
      * History:
      *   15/10/2026  aa-stop-run   Original maintenance job - applies
      *                             ADD/CHANGE/DELETE transactions to
      *                             the DOMROLE role-account file and
      *                             produces a control report of what
      *                             changed. Mirrors EXCMAINT, which
      *                             does the same job for DOMEXCPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLMAINT.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: Reads a transaction file of ADD/CHANGE/DELETE actions
      *          against ROL-LOCAL-PART and applies each one to the
      *          DOMROLE indexed file, so the data stewards can keep
      *          the list of role-account local parts (INFO, NOREPLY,
      *          ADMIN, VENDAS...) that CHECKMAIL accepts with the
      *          warning reason code 46. Applied directly, as EXCMAINT
      *          applies DOMEXCPT grants - a role entry never rejects
      *          an address, it only routes the customer to the
      *          follow-up file, so it does not go through the DOMPEND
      *          two-step approval the accept/reject lists need.
      *          Local parts are folded to upper case on the way in,
      *          the form CHECKMAIL looks them up in. Every ADD and
      *          CHANGE must carry the steward's user id, which is
      *          kept on the entry with the business date. CHANGE
      *          renames an entry. Produces a control report listing
      *          every transaction applied or rejected, with a
      *          trailer count.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLTRANS ASSIGN TO "roltrans"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-TRN-FSTATUS.
           SELECT DOMROLE ASSIGN TO "domrole"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY ROL-LOCAL-PART
                   FILE STATUS FSTATUS.
           SELECT ROLRPT ASSIGN TO "rolrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLTRANS.
           COPY ROLTRNREC.
       FD  DOMROLE.
           COPY ROLREC.
       FD  ROLRPT.
      * Sized to WS-TRAILER-LINE below (the widest line written to
      * this report), not to WS-DETAIL-LINE.
       01  ROLRPT-RECORD             PIC X(109).
       FD  ERRLOG.
       01  ERRLOG-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  FSTATUS                   PIC 9(02)   VALUE ZEROS.
       77  WS-TRN-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG for the operator and ends the run with RETURN-CODE  *
      *    12. 22/23 are accepted because every keyed I-O in this     *
      *    program handles INVALID KEY itself; 04/07 are reported as  *
      *    warnings (RETURN-CODE 4) and the run continues.            *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "ROLMAINT ".
           03  WS-ERR-VERB            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-ERR-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(14)
                                      VALUE "  FILE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-ROLTRANS                   VALUE "Y".
       77  WS-READ-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADD-COUNT              PIC 9(09)   COMP VALUE ZERO.
       77  WS-CHANGE-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-DELETE-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-REJECT-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-OLD-FOUND-SW           PIC X(01)   VALUE "N".
           88  OLD-ENTRY-FOUND                   VALUE "Y".
       77  WS-NEW-FOUND-SW           PIC X(01)   VALUE "N".
           88  NEW-ENTRY-FOUND                   VALUE "Y".
       01  WS-ENTER-DATE             PIC X(08)   VALUE SPACES.
      *****************************************************************
      *    The transaction's local parts, folded to upper case.       *
      *****************************************************************
       01  WS-OLD-KEY                PIC X(64)   VALUE SPACES.
       01  WS-NEW-KEY                PIC X(64)   VALUE SPACES.
       01  WS-DETAIL-LINE.
           03  WS-DTL-ACTION          PIC X(09)   VALUE SPACES.
           03  WS-DTL-OLD             PIC X(25)   VALUE SPACES.
           03  WS-DTL-NEW             PIC X(25)   VALUE SPACES.
           03  WS-DTL-USER            PIC X(10)   VALUE SPACES.
           03  WS-DTL-RESULT          PIC X(30)   VALUE SPACES.
       01  WS-TRAILER-LINE.
           03  FILLER                 PIC X(16)
                                       VALUE "ROLMAINT READ  ".
           03  WS-TRL-READ            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(8)    VALUE "  ADD  ".
           03  WS-TRL-ADD             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(10)   VALUE "  CHANGE ".
           03  WS-TRL-CHANGE          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(10)   VALUE "  DELETE ".
           03  WS-TRL-DELETE          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(10)   VALUE "  REJECT ".
           03  WS-TRL-REJECT          PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-APPLY-TRANSACTION THRU
               2000-APPLY-TRANSACTION-EXIT
               UNTIL END-OF-ROLTRANS
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    A first-ever run has no DOMROLE dataset yet (status 35 on  *
      *    the I-O open) - created empty with OPEN OUTPUT/CLOSE, then *
      *    reopened I-O, so the rollout does not need a separate      *
      *    create step. The business date stamped on each entry      *
      *    comes from CKMPDATE; the run is refused without one.       *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "ROLMAINT NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-ENTER-DATE
           OPEN INPUT ROLTRANS
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ROLTRANS" TO WS-ERR-FILE
           MOVE WS-TRN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN I-O DOMROLE
           IF FSTATUS = 35 THEN
               OPEN OUTPUT DOMROLE
               CLOSE DOMROLE
               OPEN I-O DOMROLE
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOMROLE" TO WS-ERR-FILE
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT ROLRPT
           MOVE "ROLRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2100-READ-TRANSACTION THRU
               2100-READ-TRANSACTION-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *2000-APPLY-TRANSACTION                                         *
      *    Applies one ADD/CHANGE/DELETE transaction and writes one   *
      *    line to the control report.                                *
      *****************************************************************
       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           MOVE FUNCTION UPPER-CASE (ROLTRN-LOCAL-PART) TO WS-OLD-KEY
           MOVE FUNCTION UPPER-CASE (ROLTRN-NEW-VAL) TO WS-NEW-KEY
           MOVE WS-OLD-KEY TO WS-DTL-OLD
           MOVE WS-NEW-KEY TO WS-DTL-NEW
           MOVE ROLTRN-USER-ID TO WS-DTL-USER
           EVALUATE TRUE
               WHEN ROLTRN-ADD
                   MOVE "ADD" TO WS-DTL-ACTION
                   PERFORM 2200-ADD-ROLE THRU 2200-ADD-ROLE-EXIT
               WHEN ROLTRN-CHANGE
                   MOVE "CHANGE" TO WS-DTL-ACTION
                   PERFORM 2300-CHANGE-ROLE THRU 2300-CHANGE-ROLE-EXIT
               WHEN ROLTRN-DELETE
                   MOVE "DELETE" TO WS-DTL-ACTION
                   PERFORM 2400-DELETE-ROLE THRU 2400-DELETE-ROLE-EXIT
               WHEN OTHER
                   MOVE "INVALID" TO WS-DTL-ACTION
                   MOVE "REJECTED - bad action code"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT
           PERFORM 2100-READ-TRANSACTION THRU
               2100-READ-TRANSACTION-EXIT.
       2000-APPLY-TRANSACTION-EXIT.
           EXIT.
      *****************************************************************
      *2100-READ-TRANSACTION                                          *
      *****************************************************************
       2100-READ-TRANSACTION.
           READ ROLTRANS
               AT END
                   SET END-OF-ROLTRANS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "ROLTRANS" TO WS-ERR-FILE
           MOVE WS-TRN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2100-READ-TRANSACTION-EXIT.
           EXIT.
      *****************************************************************
      *2150-VALIDATE-ENTRY                                            *
      *    Common ADD/CHANGE validation: the entry must name a local  *
      *    part and the steward who keyed it. Leaves the rejection    *
      *    text in WS-DTL-RESULT when it fails.                       *
      *****************************************************************
       2150-VALIDATE-ENTRY.
           IF WS-OLD-KEY = SPACES THEN
               MOVE "REJECTED - missing local part"
                   TO WS-DTL-RESULT
           ELSE
               IF ROLTRN-USER-ID = SPACES THEN
                   MOVE "REJECTED - missing user id"
                       TO WS-DTL-RESULT
               END-IF
           END-IF.
       2150-VALIDATE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *2200-ADD-ROLE                                                  *
      *    Adds a new entry to DOMROLE. Rejected when the local part  *
      *    is already on file or the entry fields are bad.            *
      *****************************************************************
       2200-ADD-ROLE.
           PERFORM 2150-VALIDATE-ENTRY THRU 2150-VALIDATE-ENTRY-EXIT
           IF WS-DTL-RESULT NOT = SPACES THEN
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2200-ADD-ROLE-EXIT
           END-IF
           MOVE WS-OLD-KEY TO ROL-LOCAL-PART
           MOVE ROLTRN-USER-ID TO ROL-STEWARD-ID
           MOVE WS-ENTER-DATE TO ROL-ADDED-DATE
           WRITE DOMROLE-RECORD
               INVALID KEY
                   MOVE "REJECTED - already on file"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "ADDED" TO WS-DTL-RESULT
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "DOMROLE" TO WS-ERR-FILE
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2200-ADD-ROLE-EXIT.
           EXIT.
      *****************************************************************
      *2300-CHANGE-ROLE                                               *
      *    Renames an entry: the new local part is written (stamped   *
      *    with this steward and date) and the old one deleted.       *
      *    Rejected when the old entry is not on file, the new value  *
      *    is blank or already on file, or the entry fields are bad.  *
      *****************************************************************
       2300-CHANGE-ROLE.
           PERFORM 2150-VALIDATE-ENTRY THRU 2150-VALIDATE-ENTRY-EXIT
           IF WS-DTL-RESULT = SPACES AND WS-NEW-KEY = SPACES THEN
               MOVE "REJECTED - missing new value"
                   TO WS-DTL-RESULT
           END-IF
           IF WS-DTL-RESULT NOT = SPACES THEN
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2300-CHANGE-ROLE-EXIT
           END-IF
           MOVE "N" TO WS-NEW-FOUND-SW
           MOVE WS-NEW-KEY TO ROL-LOCAL-PART
           READ DOMROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NEW-ENTRY-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMROLE" TO WS-ERR-FILE
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NEW-ENTRY-FOUND THEN
               MOVE "REJECTED - new value on file"
                   TO WS-DTL-RESULT
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2300-CHANGE-ROLE-EXIT
           END-IF
           MOVE "N" TO WS-OLD-FOUND-SW
           MOVE WS-OLD-KEY TO ROL-LOCAL-PART
           READ DOMROLE
               INVALID KEY
                   MOVE "REJECTED - not on file"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   SET OLD-ENTRY-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT OLD-ENTRY-FOUND THEN
               GO TO 2300-CHANGE-ROLE-EXIT
           END-IF
           DELETE DOMROLE RECORD
           MOVE "DELETE" TO WS-ERR-VERB
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE WS-NEW-KEY TO ROL-LOCAL-PART
           MOVE ROLTRN-USER-ID TO ROL-STEWARD-ID
           MOVE WS-ENTER-DATE TO ROL-ADDED-DATE
           WRITE DOMROLE-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "CHANGED" TO WS-DTL-RESULT
           ADD 1 TO WS-CHANGE-COUNT.
       2300-CHANGE-ROLE-EXIT.
           EXIT.
      *****************************************************************
      *2400-DELETE-ROLE                                               *
      *    Removes an entry from DOMROLE. Rejected when the local     *
      *    part is not on file.                                       *
      *****************************************************************
       2400-DELETE-ROLE.
           MOVE WS-OLD-KEY TO ROL-LOCAL-PART
           DELETE DOMROLE RECORD
               INVALID KEY
                   MOVE "REJECTED - not on file"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "DELETED" TO WS-DTL-RESULT
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE
           MOVE "DELETE" TO WS-ERR-VERB
           MOVE "DOMROLE" TO WS-ERR-FILE
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2400-DELETE-ROLE-EXIT.
           EXIT.
      *****************************************************************
      *2500-WRITE-DETAIL                                              *
      *****************************************************************
       2500-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO ROLRPT-RECORD
           WRITE ROLRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "ROLRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-DTL-RESULT.
       2500-WRITE-DETAIL-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *****************************************************************
       3000-TERMINATE.
           CLOSE ROLTRANS
           CLOSE DOMROLE
           MOVE WS-READ-COUNT TO WS-TRL-READ
           MOVE WS-ADD-COUNT TO WS-TRL-ADD
           MOVE WS-CHANGE-COUNT TO WS-TRL-CHANGE
           MOVE WS-DELETE-COUNT TO WS-TRL-DELETE
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           MOVE WS-TRAILER-LINE TO ROLRPT-RECORD
           WRITE ROLRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "ROLRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           CLOSE ROLRPT.
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *9000-CHECK-FILE-STATUS                                         *
      *    Judges the file status the caller just moved to            *
      *    WS-ERR-STATUS. 00 is clean; 10 is end of file (the READ's  *
      *    AT END already handled it); 02/05 are informational;       *
      *    22/23 are duplicates/not-found that every keyed I-O here   *
      *    handles with INVALID KEY. 04 and 07 are reported as        *
      *    warnings and the run continues with RETURN-CODE 4. Any     *
      *    other status is fatal: the line goes to ERRLOG and the     *
      *    console, and the run ends with RETURN-CODE 12 so the       *
      *    scheduler holds the downstream jobs.                       *
      *****************************************************************
       9000-CHECK-FILE-STATUS.
           EVALUATE WS-ERR-STATUS
               WHEN "00"
               WHEN "02"
               WHEN "05"
               WHEN "10"
               WHEN "22"
               WHEN "23"
                   CONTINUE
               WHEN "04"
               WHEN "07"
                   PERFORM 9100-WRITE-ERRLOG THRU
                       9100-WRITE-ERRLOG-EXIT
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 9100-WRITE-ERRLOG THRU
                       9100-WRITE-ERRLOG-EXIT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       9000-CHECK-FILE-STATUS-EXIT.
           EXIT.
      *****************************************************************
      *9100-WRITE-ERRLOG                                              *
      *    Puts the error line where the operator will see it: on     *
      *    the ERRLOG dataset (opened per error - errors are rare     *
      *    and this must work however early the run died) and on the  *
      *    console. A first error on a run with no ERRLOG dataset     *
      *    yet creates it.                                            *
      *****************************************************************
       9100-WRITE-ERRLOG.
           DISPLAY WS-ERR-LINE
           OPEN EXTEND ERRLOG
           IF WS-ERR-FSTATUS = "35" THEN
               OPEN OUTPUT ERRLOG
           END-IF
           IF WS-ERR-FSTATUS = "00" THEN
               MOVE WS-ERR-LINE TO ERRLOG-RECORD
               WRITE ERRLOG-RECORD
               CLOSE ERRLOG
           END-IF.
       9100-WRITE-ERRLOG-EXIT.
           EXIT.
