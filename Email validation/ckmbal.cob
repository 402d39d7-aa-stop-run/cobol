      ******************************************************************
      * Program:  CKMBAL
      * History:
      *   15/10/2026  aa-stop-run   Original nightly balancing job -
      *                             proves the night's runs against
      *                             each other from the RUNLEDG
      *                             counts and the files they left.
      *   15/10/2026  aa-stop-run   FOLLOWUP (role-account and
      *                             disposable-mail warnings) counted
      *                             and checked as not more than
      *                             accepted.
      *   15/10/2026  aa-stop-run   Audit-trail note: CKMCORR
      *                             workstation sessions add their
      *                             CHECKMAIL calls to the ledger like
      *                             CKMINQ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMBAL.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: Every job in the suite records what it read and wrote
      *          on the RUNLEDG ledger, but nothing proved those
      *          figures agree with one another or with the files the
      *          jobs left behind - a short ACCEPTFL or an extract
      *          missing customers went out unnoticed. Run at the end
      *          of the nightly stream, after CKMEXTR and before the
      *          CKMEOD close, this job reads tonight's ledger
      *          records (the business date on PROCDATE) and prints
      *          BALRPT, one block per check, each compared pair with
      *          both figures, the difference and IN BALANCE or OUT
      *          OF BALANCE:
      *            1. The validation run (CKMDELTA and/or CKMBATCH):
      *               customers read = accepted + rejected on its
      *               ledger record, and those = the records on
      *               ACCEPTFL and REJECTFL. Watch-list warnings are
      *               accepted customers also copied to WATCHEXT, so
      *               WATCHEXT may not exceed the accepted count; the
      *               same holds for the role-account and disposable-
      *               mail warnings copied to FOLLOWUP.
      *            2. The audit trail: AUDITLOG records dated tonight
      *               = the CHECKMAIL validation calls on tonight's
      *               ledger records (every call writes exactly one).
      *               Not checked on a recovery day - the first run's
      *               records for that date are still on AUDITLOG,
      *               but its ledger record has been replaced.
      *            3. The partitioned sweep, when CKMSPLIT ran: the
      *               SPLITCTL routed total = CKMSPLIT's ledger count
      *               = the customers CKMMERGE merged, and merged
      *               accepted + rejected = that same total.
      *            4. The CRM extract, when CKMEXTR ran: the detail
      *               records on EXTRACT = its trailer count = the
      *               ledger's count = the customers CUSTIDX (or, for
      *               a marketing extract, CUSTEML) says qualify,
      *               recounted under CKMEXTR's own rules from the
      *               mode and address type on the extract header.
      *          A job not run tonight is reported as not checked,
      *          except the validation run, which every night must
      *          have. Any break ends the job with RETURN-CODE 8 so
      *          the scheduler holds the extract transfer; the run
      *          is recorded on the ledger like every other job.
      *          Files the checks read are optional - one that is
      *          absent counts as empty, which shows as a break
      *          wherever the ledger says otherwise.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLEDG ASSIGN TO "runledg"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RUN-KEY
                   FILE STATUS WS-LDG-FSTATUS.
           SELECT ACCEPTFL ASSIGN TO "acceptfl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ACC-FSTATUS.
           SELECT REJECTFL ASSIGN TO "rejectfl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-REJ-FSTATUS.
           SELECT WATCHEXT ASSIGN TO "watchext"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WAT-FSTATUS.
           SELECT FOLLOWUP ASSIGN TO "followup"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FUP-FSTATUS.
           SELECT AUDITLOG ASSIGN TO "auditlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-AUD-FSTATUS.
           SELECT SPLITCTL ASSIGN TO "splitctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-SPC-FSTATUS.
           SELECT EXTRACT ASSIGN TO "extract"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-EXT-FSTATUS.
           SELECT CUSTIDX ASSIGN TO "custidx"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CIX-CUST-ID
                   FILE STATUS WS-CIX-FSTATUS.
           SELECT CUSTEML ASSIGN TO "custeml"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY CEM-KEY
                   FILE STATUS WS-CEM-FSTATUS.
           SELECT BALRPT ASSIGN TO "balrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLEDG.
           COPY RUNREC.
       FD  ACCEPTFL.
           COPY ACPTREC.
       FD  REJECTFL.
           COPY REJTREC.
       FD  WATCHEXT.
      * Same layout as ACCEPTFL (ACPTREC); a copybook may only be
      * copied once per program, and the records are only counted,
      * so the compliance extract record is a plain buffer.
       01  WATCHEXT-RECORD            PIC X(294).
       FD  FOLLOWUP.
      * Outreach follow-up extract, only counted.
       01  FOLLOWUP-RECORD            PIC X(296).
       FD  AUDITLOG.
           COPY AUDREC.
       FD  SPLITCTL.
           COPY SPLCREC.
       FD  EXTRACT.
           COPY EXTREC.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  CUSTEML.
           COPY CEMREC.
       FD  BALRPT.
       01  BALRPT-RECORD              PIC X(80).
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
      *****************************************************************
      *    File status fields and end-of-file switches. One EOF       *
      *    switch serves whichever sequential file is being counted.  *
      *****************************************************************
       77  WS-LDG-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ACC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-REJ-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WAT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FUP-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-AUD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-SPC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EXT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-LDG-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-DAY-LEDGER                 VALUE "Y".
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-INPUT                      VALUE "Y".
       77  WS-CEM-AVAIL-SW           PIC X(01)   VALUE "N".
           88  ADDRESS-FILE-AVAILABLE            VALUE "Y".
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG for the operator and ends the run with RETURN-CODE  *
      *    12. 23 is accepted because the ledger START and the keyed  *
      *    CUSTEML read handle INVALID KEY themselves; 04/07 are      *
      *    reported as warnings (RETURN-CODE 4) and the run           *
      *    continues.                                                 *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "CKMBAL   ".
           03  WS-ERR-VERB            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-ERR-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(14)
                                      VALUE "  FILE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    Tonight's business date, from the PROCDATE control record. *
      *****************************************************************
       01  WS-BUS-DATE               PIC X(08)   VALUE SPACES.
      *****************************************************************
      *    Tonight's ledger records for the jobs the checks balance,  *
      *    saved as the day's ledger is read. A job with no record    *
      *    tonight keeps its found switch at "N".                     *
      *****************************************************************
       01  WS-DELTA-RUN.
           03  WS-DLT-FOUND-SW        PIC X(01)   VALUE "N".
               88  DELTA-RAN                      VALUE "Y".
           03  WS-DLT-TIMESTAMP       PIC X(21)   VALUE SPACES.
           03  WS-DLT-IN              PIC 9(09)   COMP VALUE ZERO.
           03  WS-DLT-OUT-1           PIC 9(09)   COMP VALUE ZERO.
           03  WS-DLT-OUT-2           PIC 9(09)   COMP VALUE ZERO.
           03  WS-DLT-OUT-3           PIC 9(09)   COMP VALUE ZERO.
       01  WS-BATCH-RUN.
           03  WS-BAT-FOUND-SW        PIC X(01)   VALUE "N".
               88  BATCH-RAN                      VALUE "Y".
           03  WS-BAT-TIMESTAMP       PIC X(21)   VALUE SPACES.
           03  WS-BAT-IN              PIC 9(09)   COMP VALUE ZERO.
           03  WS-BAT-OUT-1           PIC 9(09)   COMP VALUE ZERO.
           03  WS-BAT-OUT-2           PIC 9(09)   COMP VALUE ZERO.
           03  WS-BAT-OUT-3           PIC 9(09)   COMP VALUE ZERO.
       01  WS-SPLIT-RUN.
           03  WS-SPL-FOUND-SW        PIC X(01)   VALUE "N".
               88  SPLIT-RAN                      VALUE "Y".
           03  WS-SPL-IN              PIC 9(09)   COMP VALUE ZERO.
           03  WS-SPL-OUT-1           PIC 9(09)   COMP VALUE ZERO.
           03  WS-SPL-OUT-2           PIC 9(09)   COMP VALUE ZERO.
       01  WS-EXTR-RUN.
           03  WS-EXR-FOUND-SW        PIC X(01)   VALUE "N".
               88  EXTRACT-RAN                    VALUE "Y".
           03  WS-EXR-OUT-1           PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    CHECKMAIL calls per job from tonight's ledger, listed on   *
      *    the audit-trail check. Only jobs that made calls are kept; *
      *    past the table size the calls still reach the total.       *
      *****************************************************************
       77  CKMBAL-MAX-CALL-JOBS      PIC 9(02)   COMP VALUE 20.
       77  WS-CJ-COUNT               PIC 9(02)   COMP VALUE ZERO.
       77  WS-CJ-IDX                 PIC 9(02)   COMP VALUE ZERO.
       01  WS-CALL-JOB-TABLE.
           03  WS-CJ-ENTRY OCCURS 20 TIMES.
               05  WS-CJ-JOB          PIC X(08).
               05  WS-CJ-CALLS        PIC 9(09)   COMP.
       77  WS-LDG-CALL-TOTAL         PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Counts taken off the files.                                *
      *****************************************************************
       77  WS-ACC-COUNT              PIC 9(09)   COMP VALUE ZERO.
       77  WS-REJ-COUNT              PIC 9(09)   COMP VALUE ZERO.
       77  WS-WAT-COUNT              PIC 9(09)   COMP VALUE ZERO.
       77  WS-FUP-COUNT              PIC 9(09)   COMP VALUE ZERO.
       77  WS-AUD-DAY-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-SPC-TOTAL              PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXT-DETAIL-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXT-TRAILER-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXT-EXPECT-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXT-HEADER-SW          PIC X(01)   VALUE "N".
           88  EXTRACT-HEADER-READ               VALUE "Y".
       01  WS-EXT-DATE               PIC X(08)   VALUE SPACES.
       01  WS-EXT-MODE               PIC X(01)   VALUE SPACES.
           88  EXT-FULL                          VALUE "F".
       01  WS-EXT-ADDR-TYPE          PIC X(01)   VALUE SPACES.
           88  EXT-MARKETING                     VALUE "M".
      *****************************************************************
      *    One comparison (6000-COMPARE): the caller moves the two    *
      *    figures and their descriptions here. An "E" comparison     *
      *    balances when the figures are equal; an "L" comparison     *
      *    when the first does not exceed the second.                 *
      *****************************************************************
       01  WS-CMP-TYPE               PIC X(01)   VALUE "E".
           88  CMP-EQUAL                         VALUE "E".
           88  CMP-NOT-MORE                      VALUE "L".
       01  WS-CMP-DESC-A             PIC X(40)   VALUE SPACES.
       77  WS-CMP-COUNT-A            PIC 9(09)   COMP VALUE ZERO.
       01  WS-CMP-DESC-B             PIC X(40)   VALUE SPACES.
       77  WS-CMP-COUNT-B            PIC 9(09)   COMP VALUE ZERO.
       77  WS-CMP-DIFF               PIC S9(10)  COMP VALUE ZERO.
      *****************************************************************
      *    Run counters.                                              *
      *****************************************************************
       77  WS-CHECK-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-BALANCED-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-BREAK-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT          PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-TITLE-LINE.
           03  FILLER                PIC X(40)
               VALUE "CKMBAL - NIGHTLY BALANCING REPORT FOR   ".
           03  WS-TTL-DATE            PIC X(08).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-TTL-RECOVERY        PIC X(14)   VALUE SPACES.
       01  WS-AMOUNT-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-AMT-DESC            PIC X(40).
           03  WS-AMT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-RESULT-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-RES-TEXT            PIC X(18).
           03  FILLER                PIC X(11)   VALUE "DIFFERENCE ".
           03  FILLER                PIC X(10)   VALUE SPACES.
           03  WS-RES-DIFF            PIC -ZZZ,ZZZ,ZZ9.
       01  WS-CALL-JOB-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  FILLER                PIC X(18)
                                      VALUE "CHECKMAIL CALLS - ".
           03  WS-CJL-JOB             PIC X(08).
           03  FILLER                PIC X(14)   VALUE SPACES.
           03  WS-CJL-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-NOTE-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-NOTE-TEXT           PIC X(60).
       01  WS-EXT-HEAD-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  FILLER                PIC X(15)   VALUE "EXTRACT DATED ".
           03  WS-EHL-DATE            PIC X(08).
           03  FILLER                PIC X(07)   VALUE "  MODE ".
           03  WS-EHL-MODE            PIC X(07).
           03  FILLER                PIC X(10)   VALUE "  ADDRESS ".
           03  WS-EHL-ADDR            PIC X(09).
       01  WS-TOTAL-LINE.
           03  WS-TOT-DESC            PIC X(40).
           03  WS-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-CHECK-VALIDATION THRU
               2000-CHECK-VALIDATION-EXIT
           PERFORM 3000-CHECK-AUDIT-TRAIL THRU
               3000-CHECK-AUDIT-TRAIL-EXIT
           PERFORM 4000-CHECK-PARTITIONS THRU
               4000-CHECK-PARTITIONS-EXIT
           PERFORM 5000-CHECK-EXTRACT THRU 5000-CHECK-EXTRACT-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Takes tonight's business date, opens the report and reads  *
      *    tonight's ledger records.                                  *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMBAL NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-BUS-DATE
           OPEN OUTPUT BALRPT
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "BALRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE WS-BUS-DATE TO WS-TTL-DATE
           IF PDATE-RECOVERY THEN
               MOVE "(RECOVERY DAY)" TO WS-TTL-RECOVERY
           END-IF
           MOVE WS-TITLE-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           PERFORM 1100-LOAD-LEDGER THRU 1100-LOAD-LEDGER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *1100-LOAD-LEDGER                                               *
      *    Reads tonight's RUNLEDG records (the ledger is keyed on    *
      *    date then job, the way CKMEOD reads it), saving the counts *
      *    of the jobs the checks balance and totalling the           *
      *    CHECKMAIL calls. The ledger is closed again before the     *
      *    checks - CKMRUNC opens it itself for this run's record.    *
      *****************************************************************
       1100-LOAD-LEDGER.
           OPEN INPUT RUNLEDG
           IF WS-LDG-FSTATUS = "35" THEN
               GO TO 1100-LOAD-LEDGER-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "RUNLEDG" TO WS-ERR-FILE
           MOVE WS-LDG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE WS-BUS-DATE TO RUN-DATE
           MOVE LOW-VALUES TO RUN-JOB
           START RUNLEDG KEY IS NOT LESS THAN RUN-KEY
               INVALID KEY
                   SET END-OF-DAY-LEDGER TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE WS-LDG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1110-LOAD-ONE-RUN THRU 1110-LOAD-ONE-RUN-EXIT
               UNTIL END-OF-DAY-LEDGER
           CLOSE RUNLEDG.
       1100-LOAD-LEDGER-EXIT.
           EXIT.
      *****************************************************************
      *1110-LOAD-ONE-RUN                                              *
      *****************************************************************
       1110-LOAD-ONE-RUN.
           READ RUNLEDG NEXT RECORD
               AT END
                   SET END-OF-DAY-LEDGER TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "RUNLEDG" TO WS-ERR-FILE
           MOVE WS-LDG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-DAY-LEDGER THEN
               GO TO 1110-LOAD-ONE-RUN-EXIT
           END-IF
           IF RUN-DATE NOT = WS-BUS-DATE THEN
               SET END-OF-DAY-LEDGER TO TRUE
               GO TO 1110-LOAD-ONE-RUN-EXIT
           END-IF
           EVALUATE RUN-JOB
               WHEN "CKMDELTA"
                   SET DELTA-RAN TO TRUE
                   MOVE RUN-TIMESTAMP TO WS-DLT-TIMESTAMP
                   MOVE RUN-IN-COUNT TO WS-DLT-IN
                   MOVE RUN-OUT-COUNT-1 TO WS-DLT-OUT-1
                   MOVE RUN-OUT-COUNT-2 TO WS-DLT-OUT-2
                   MOVE RUN-OUT-COUNT-3 TO WS-DLT-OUT-3
               WHEN "CKMBATCH"
                   SET BATCH-RAN TO TRUE
                   MOVE RUN-TIMESTAMP TO WS-BAT-TIMESTAMP
                   MOVE RUN-IN-COUNT TO WS-BAT-IN
                   MOVE RUN-OUT-COUNT-1 TO WS-BAT-OUT-1
                   MOVE RUN-OUT-COUNT-2 TO WS-BAT-OUT-2
                   MOVE RUN-OUT-COUNT-3 TO WS-BAT-OUT-3
               WHEN "CKMSPLIT"
                   SET SPLIT-RAN TO TRUE
                   MOVE RUN-IN-COUNT TO WS-SPL-IN
                   MOVE RUN-OUT-COUNT-1 TO WS-SPL-OUT-1
                   MOVE RUN-OUT-COUNT-2 TO WS-SPL-OUT-2
               WHEN "CKMEXTR"
                   SET EXTRACT-RAN TO TRUE
                   MOVE RUN-OUT-COUNT-1 TO WS-EXR-OUT-1
           END-EVALUATE
           IF RUN-CALL-COUNT > ZERO THEN
               ADD RUN-CALL-COUNT TO WS-LDG-CALL-TOTAL
               IF WS-CJ-COUNT < CKMBAL-MAX-CALL-JOBS THEN
                   ADD 1 TO WS-CJ-COUNT
                   MOVE RUN-JOB TO WS-CJ-JOB(WS-CJ-COUNT)
                   MOVE RUN-CALL-COUNT TO WS-CJ-CALLS(WS-CJ-COUNT)
               END-IF
           END-IF.
       1110-LOAD-ONE-RUN-EXIT.
           EXIT.
      *****************************************************************
      *2000-CHECK-VALIDATION                                          *
      *    Balances the night's validation run. Each of CKMDELTA and  *
      *    CKMBATCH that ran must account for every customer it read  *
      *    as accepted or rejected (CKMBATCH also wrote every one to  *
      *    CUSTOUT); the ACCEPTFL, REJECTFL, WATCHEXT and FOLLOWUP    *
      *    now on file are the outputs of whichever of them ran last, *
      *    and must hold its counts. Watch-list, role-account and     *
      *    disposable-mail warnings are accepted customers also       *
      *    copied to WATCHEXT or FOLLOWUP, so neither file may        *
      *    exceed the accepted count. No validation run at all is a   *
      *    break - the night has nothing to release.                  *
      *****************************************************************
       2000-CHECK-VALIDATION.
           MOVE "1. VALIDATION RUN" TO BALRPT-RECORD
           PERFORM 6800-WRITE-HEADING THRU 6800-WRITE-HEADING-EXIT
           IF NOT DELTA-RAN AND NOT BATCH-RAN THEN
               MOVE "NO CKMDELTA OR CKMBATCH RUN ON THE LEDGER TONIGHT"
                   TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               ADD 1 TO WS-CHECK-COUNT
               ADD 1 TO WS-BREAK-COUNT
               MOVE "OUT OF BALANCE" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               GO TO 2000-CHECK-VALIDATION-EXIT
           END-IF
           IF DELTA-RAN THEN
               MOVE "CKMDELTA" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               MOVE "CUSTOMERS READ (LEDGER)" TO WS-CMP-DESC-A
               MOVE WS-DLT-IN TO WS-CMP-COUNT-A
               MOVE "ACCEPTED + REJECTED (LEDGER)" TO WS-CMP-DESC-B
               COMPUTE WS-CMP-COUNT-B = WS-DLT-OUT-1 + WS-DLT-OUT-2
               PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           END-IF
           IF BATCH-RAN THEN
               MOVE "CKMBATCH" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               MOVE "CUSTOMERS READ (LEDGER)" TO WS-CMP-DESC-A
               MOVE WS-BAT-IN TO WS-CMP-COUNT-A
               MOVE "ACCEPTED + REJECTED (LEDGER)" TO WS-CMP-DESC-B
               COMPUTE WS-CMP-COUNT-B = WS-BAT-OUT-1 + WS-BAT-OUT-2
               PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
               MOVE "CUSTOMERS READ (LEDGER)" TO WS-CMP-DESC-A
               MOVE WS-BAT-IN TO WS-CMP-COUNT-A
               MOVE "MASTER RECORDS WRITTEN (LEDGER)"
                   TO WS-CMP-DESC-B
               MOVE WS-BAT-OUT-3 TO WS-CMP-COUNT-B
               PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           END-IF
           PERFORM 2100-COUNT-OUTPUT-FILES THRU
               2100-COUNT-OUTPUT-FILES-EXIT
           IF DELTA-RAN
               AND (NOT BATCH-RAN
                   OR WS-DLT-TIMESTAMP > WS-BAT-TIMESTAMP) THEN
               MOVE "OUTPUT FILES - CKMDELTA" TO WS-NOTE-TEXT
               MOVE WS-DLT-OUT-1 TO WS-CMP-COUNT-B
           ELSE
               MOVE "OUTPUT FILES - CKMBATCH" TO WS-NOTE-TEXT
               MOVE WS-BAT-OUT-1 TO WS-CMP-COUNT-B
           END-IF
           PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
           MOVE "ACCEPTFL RECORDS" TO WS-CMP-DESC-A
           MOVE WS-ACC-COUNT TO WS-CMP-COUNT-A
           MOVE "ACCEPTED (LEDGER)" TO WS-CMP-DESC-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "WATCHEXT RECORDS (WATCH-LIST WARNINGS)"
               TO WS-CMP-DESC-A
           MOVE WS-WAT-COUNT TO WS-CMP-COUNT-A
           MOVE "NOT MORE THAN ACCEPTED (LEDGER)" TO WS-CMP-DESC-B
           SET CMP-NOT-MORE TO TRUE
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "FOLLOWUP RECORDS (ROLE/DISPOSABLE)"
               TO WS-CMP-DESC-A
           MOVE WS-FUP-COUNT TO WS-CMP-COUNT-A
           MOVE "NOT MORE THAN ACCEPTED (LEDGER)" TO WS-CMP-DESC-B
           SET CMP-NOT-MORE TO TRUE
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "REJECTFL RECORDS" TO WS-CMP-DESC-A
           MOVE WS-REJ-COUNT TO WS-CMP-COUNT-A
           MOVE "REJECTED (LEDGER)" TO WS-CMP-DESC-B
           IF DELTA-RAN
               AND (NOT BATCH-RAN
                   OR WS-DLT-TIMESTAMP > WS-BAT-TIMESTAMP) THEN
               MOVE WS-DLT-OUT-2 TO WS-CMP-COUNT-B
           ELSE
               MOVE WS-BAT-OUT-2 TO WS-CMP-COUNT-B
           END-IF
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT.
       2000-CHECK-VALIDATION-EXIT.
           EXIT.
      *****************************************************************
      *2100-COUNT-OUTPUT-FILES                                        *
      *    Counts ACCEPTFL, REJECTFL, WATCHEXT and FOLLOWUP. A file   *
      *    that is not there (open status 35) counts as empty.        *
      *****************************************************************
       2100-COUNT-OUTPUT-FILES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCEPTFL
           IF WS-ACC-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "ACCEPTFL" TO WS-ERR-FILE
               MOVE WS-ACC-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 2110-COUNT-ONE-ACCEPT THRU
               2110-COUNT-ONE-ACCEPT-EXIT
               UNTIL END-OF-INPUT
           IF WS-ACC-FSTATUS NOT = "35" THEN
               CLOSE ACCEPTFL
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT REJECTFL
           IF WS-REJ-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "REJECTFL" TO WS-ERR-FILE
               MOVE WS-REJ-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 2120-COUNT-ONE-REJECT THRU
               2120-COUNT-ONE-REJECT-EXIT
               UNTIL END-OF-INPUT
           IF WS-REJ-FSTATUS NOT = "35" THEN
               CLOSE REJECTFL
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WATCHEXT
           IF WS-WAT-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "WATCHEXT" TO WS-ERR-FILE
               MOVE WS-WAT-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 2130-COUNT-ONE-WATCH THRU
               2130-COUNT-ONE-WATCH-EXIT
               UNTIL END-OF-INPUT
           IF WS-WAT-FSTATUS NOT = "35" THEN
               CLOSE WATCHEXT
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT FOLLOWUP
           IF WS-FUP-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "FOLLOWUP" TO WS-ERR-FILE
               MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 2140-COUNT-ONE-FOLLOWUP THRU
               2140-COUNT-ONE-FOLLOWUP-EXIT
               UNTIL END-OF-INPUT
           IF WS-FUP-FSTATUS NOT = "35" THEN
               CLOSE FOLLOWUP
           END-IF.
       2100-COUNT-OUTPUT-FILES-EXIT.
           EXIT.
      *****************************************************************
      *2110-COUNT-ONE-ACCEPT                                          *
      *****************************************************************
       2110-COUNT-ONE-ACCEPT.
           READ ACCEPTFL
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACC-COUNT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "ACCEPTFL" TO WS-ERR-FILE
           MOVE WS-ACC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2110-COUNT-ONE-ACCEPT-EXIT.
           EXIT.
      *****************************************************************
      *2120-COUNT-ONE-REJECT                                          *
      *****************************************************************
       2120-COUNT-ONE-REJECT.
           READ REJECTFL
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJ-COUNT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "REJECTFL" TO WS-ERR-FILE
           MOVE WS-REJ-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2120-COUNT-ONE-REJECT-EXIT.
           EXIT.
      *****************************************************************
      *2130-COUNT-ONE-WATCH                                           *
      *****************************************************************
       2130-COUNT-ONE-WATCH.
           READ WATCHEXT
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-WAT-COUNT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "WATCHEXT" TO WS-ERR-FILE
           MOVE WS-WAT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2130-COUNT-ONE-WATCH-EXIT.
           EXIT.
      *****************************************************************
      *2140-COUNT-ONE-FOLLOWUP                                        *
      *****************************************************************
       2140-COUNT-ONE-FOLLOWUP.
           READ FOLLOWUP
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-FUP-COUNT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "FOLLOWUP" TO WS-ERR-FILE
           MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2140-COUNT-ONE-FOLLOWUP-EXIT.
           EXIT.
      *****************************************************************
      *3000-CHECK-AUDIT-TRAIL                                         *
      *    Every CHECKMAIL validation call writes one AUDITLOG record *
      *    stamped with the business date, and every job that calls  *
      *    CHECKMAIL records its call count on the ledger (CKMINQ and *
      *    CKMCORR sessions add theirs to the day's record for the    *
      *    program). So the records dated tonight must equal the      *
      *    calls on tonight's ledger. A recovery day is not checked:  *
      *    AUDITLOG still holds the first run's records for the date, *
      *    but the rerun replaced that run's ledger record.           *
      *****************************************************************
       3000-CHECK-AUDIT-TRAIL.
           MOVE "2. AUDIT TRAIL" TO BALRPT-RECORD
           PERFORM 6800-WRITE-HEADING THRU 6800-WRITE-HEADING-EXIT
           IF PDATE-RECOVERY THEN
               MOVE "RECOVERY DAY - NOT CHECKED" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3000-CHECK-AUDIT-TRAIL-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDITLOG
           IF WS-AUD-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "AUDITLOG" TO WS-ERR-FILE
               MOVE WS-AUD-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 3100-COUNT-ONE-AUDIT THRU 3100-COUNT-ONE-AUDIT-EXIT
               UNTIL END-OF-INPUT
           IF WS-AUD-FSTATUS NOT = "35" THEN
               CLOSE AUDITLOG
           END-IF
           PERFORM 3200-WRITE-CALL-JOB THRU 3200-WRITE-CALL-JOB-EXIT
               VARYING WS-CJ-IDX FROM 1 BY 1
               UNTIL WS-CJ-IDX > WS-CJ-COUNT
           MOVE "AUDITLOG RECORDS DATED TONIGHT" TO WS-CMP-DESC-A
           MOVE WS-AUD-DAY-COUNT TO WS-CMP-COUNT-A
           MOVE "CHECKMAIL CALLS (LEDGER)" TO WS-CMP-DESC-B
           MOVE WS-LDG-CALL-TOTAL TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT.
       3000-CHECK-AUDIT-TRAIL-EXIT.
           EXIT.
      *****************************************************************
      *3100-COUNT-ONE-AUDIT                                           *
      *****************************************************************
       3100-COUNT-ONE-AUDIT.
           READ AUDITLOG
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF AUD-TIMESTAMP(1:8) = WS-BUS-DATE THEN
                       ADD 1 TO WS-AUD-DAY-COUNT
                   END-IF
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE WS-AUD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       3100-COUNT-ONE-AUDIT-EXIT.
           EXIT.
      *****************************************************************
      *3200-WRITE-CALL-JOB                                            *
      *****************************************************************
       3200-WRITE-CALL-JOB.
           MOVE WS-CJ-JOB(WS-CJ-IDX) TO WS-CJL-JOB
           MOVE WS-CJ-CALLS(WS-CJ-IDX) TO WS-CJL-COUNT
           MOVE WS-CALL-JOB-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       3200-WRITE-CALL-JOB-EXIT.
           EXIT.
      *****************************************************************
      *4000-CHECK-PARTITIONS                                          *
      *    When the sweep ran partitioned, the customers CKMSPLIT     *
      *    routed (its ledger count and the SPLITCTL records) must    *
      *    all come back through CKMMERGE, which writes the combined  *
      *    CKMBATCH ledger record: merged = routed, and merged        *
      *    accepted + rejected = routed. CKMMERGE writes nothing      *
      *    after a failed reconcile, which is a break here.           *
      *****************************************************************
       4000-CHECK-PARTITIONS.
           MOVE "3. PARTITIONED SWEEP" TO BALRPT-RECORD
           PERFORM 6800-WRITE-HEADING THRU 6800-WRITE-HEADING-EXIT
           IF NOT SPLIT-RAN THEN
               MOVE "CKMSPLIT NOT RUN TONIGHT - NOT CHECKED"
                   TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 4000-CHECK-PARTITIONS-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SPLITCTL
           IF WS-SPC-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "SPLITCTL" TO WS-ERR-FILE
               MOVE WS-SPC-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 4100-ADD-ONE-CONTROL THRU 4100-ADD-ONE-CONTROL-EXIT
               UNTIL END-OF-INPUT
           IF WS-SPC-FSTATUS NOT = "35" THEN
               CLOSE SPLITCTL
           END-IF
           MOVE "CUSTOMERS READ (CKMSPLIT LEDGER)" TO WS-CMP-DESC-A
           MOVE WS-SPL-IN TO WS-CMP-COUNT-A
           MOVE "CUSTOMERS ROUTED (CKMSPLIT LEDGER)" TO WS-CMP-DESC-B
           MOVE WS-SPL-OUT-1 TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "CUSTOMERS ROUTED (SPLITCTL)" TO WS-CMP-DESC-A
           MOVE WS-SPC-TOTAL TO WS-CMP-COUNT-A
           MOVE "CUSTOMERS ROUTED (CKMSPLIT LEDGER)" TO WS-CMP-DESC-B
           MOVE WS-SPL-OUT-1 TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           IF NOT BATCH-RAN THEN
               MOVE "NO CKMMERGE COMPLETION ON THE LEDGER TONIGHT"
                   TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
           END-IF
           MOVE "CUSTOMERS MERGED (CKMMERGE LEDGER)" TO WS-CMP-DESC-A
           MOVE WS-BAT-IN TO WS-CMP-COUNT-A
           MOVE "CUSTOMERS ROUTED (SPLITCTL)" TO WS-CMP-DESC-B
           MOVE WS-SPC-TOTAL TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "MERGED ACCEPTED + REJECTED" TO WS-CMP-DESC-A
           COMPUTE WS-CMP-COUNT-A = WS-BAT-OUT-1 + WS-BAT-OUT-2
           MOVE "CUSTOMERS ROUTED (SPLITCTL)" TO WS-CMP-DESC-B
           MOVE WS-SPC-TOTAL TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT.
       4000-CHECK-PARTITIONS-EXIT.
           EXIT.
      *****************************************************************
      *4100-ADD-ONE-CONTROL                                           *
      *****************************************************************
       4100-ADD-ONE-CONTROL.
           READ SPLITCTL
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   ADD SPC-CUST-COUNT TO WS-SPC-TOTAL
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "SPLITCTL" TO WS-ERR-FILE
           MOVE WS-SPC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       4100-ADD-ONE-CONTROL-EXIT.
           EXIT.
      *****************************************************************
      *5000-CHECK-EXTRACT                                             *
      *    When CKMEXTR ran, reads the CRM extract it left: the       *
      *    header's mode and address type, the detail records and     *
      *    the trailer count. Then recounts, off CUSTIDX (and CUSTEML *
      *    for a marketing extract), the customers CKMEXTR's rules    *
      *    say qualify - a clean "S" address, validated tonight       *
      *    unless the extract is FULL - and balances the four         *
      *    figures. An extract whose header is not dated tonight is   *
      *    a break whatever it holds. Must run before anything        *
      *    updates CUSTIDX after CKMEXTR.                             *
      *****************************************************************
       5000-CHECK-EXTRACT.
           MOVE "4. CRM EXTRACT" TO BALRPT-RECORD
           PERFORM 6800-WRITE-HEADING THRU 6800-WRITE-HEADING-EXIT
           IF NOT EXTRACT-RAN THEN
               MOVE "CKMEXTR NOT RUN TONIGHT - NOT CHECKED"
                   TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 5000-CHECK-EXTRACT-EXIT
           END-IF
           PERFORM 5100-READ-EXTRACT THRU 5100-READ-EXTRACT-EXIT
           IF NOT EXTRACT-HEADER-READ THEN
               MOVE "NO EXTRACT HEADER ON FILE" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
           ELSE
               MOVE WS-EXT-DATE TO WS-EHL-DATE
               IF EXT-FULL THEN
                   MOVE "FULL" TO WS-EHL-MODE
               ELSE
                   MOVE "CHANGES" TO WS-EHL-MODE
               END-IF
               IF EXT-MARKETING THEN
                   MOVE "MARKETING" TO WS-EHL-ADDR
               ELSE
                   MOVE "PRIMARY" TO WS-EHL-ADDR
               END-IF
               MOVE WS-EXT-HEAD-LINE TO BALRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
           END-IF
           IF WS-EXT-DATE NOT = WS-BUS-DATE THEN
               MOVE "EXTRACT NOT DATED TONIGHT" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               ADD 1 TO WS-CHECK-COUNT
               ADD 1 TO WS-BREAK-COUNT
               MOVE "OUT OF BALANCE" TO WS-NOTE-TEXT
               PERFORM 6700-WRITE-NOTE THRU 6700-WRITE-NOTE-EXIT
               GO TO 5000-CHECK-EXTRACT-EXIT
           END-IF
           PERFORM 5200-RECOUNT-CUSTOMERS THRU
               5200-RECOUNT-CUSTOMERS-EXIT
           MOVE "EXTRACT DETAIL RECORDS" TO WS-CMP-DESC-A
           MOVE WS-EXT-DETAIL-COUNT TO WS-CMP-COUNT-A
           MOVE "EXTRACT TRAILER COUNT" TO WS-CMP-DESC-B
           MOVE WS-EXT-TRAILER-COUNT TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "EXTRACT DETAIL RECORDS" TO WS-CMP-DESC-A
           MOVE WS-EXT-DETAIL-COUNT TO WS-CMP-COUNT-A
           MOVE "DETAILS WRITTEN (CKMEXTR LEDGER)" TO WS-CMP-DESC-B
           MOVE WS-EXR-OUT-1 TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT
           MOVE "EXTRACT DETAIL RECORDS" TO WS-CMP-DESC-A
           MOVE WS-EXT-DETAIL-COUNT TO WS-CMP-COUNT-A
           IF EXT-MARKETING THEN
               MOVE "ACCEPTED MARKETING ADDRESSES (CUSTEML)"
                   TO WS-CMP-DESC-B
           ELSE
               MOVE "ACCEPTED CUSTOMERS (CUSTIDX)" TO WS-CMP-DESC-B
           END-IF
           MOVE WS-EXT-EXPECT-COUNT TO WS-CMP-COUNT-B
           PERFORM 6000-COMPARE THRU 6000-COMPARE-EXIT.
       5000-CHECK-EXTRACT-EXIT.
           EXIT.
      *****************************************************************
      *5100-READ-EXTRACT                                              *
      *    Reads the whole extract. A missing dataset leaves every    *
      *    figure at zero and the header unread.                      *
      *****************************************************************
       5100-READ-EXTRACT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EXTRACT
           IF WS-EXT-FSTATUS = "35" THEN
               GO TO 5100-READ-EXTRACT-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
           MOVE WS-EXT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 5110-READ-ONE-EXTRACT THRU
               5110-READ-ONE-EXTRACT-EXIT
               UNTIL END-OF-INPUT
           CLOSE EXTRACT.
       5100-READ-EXTRACT-EXIT.
           EXIT.
      *****************************************************************
      *5110-READ-ONE-EXTRACT                                          *
      *****************************************************************
       5110-READ-ONE-EXTRACT.
           READ EXTRACT
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
           MOVE WS-EXT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 5110-READ-ONE-EXTRACT-EXIT
           END-IF
           EVALUATE TRUE
               WHEN EXH-HEADER
                   SET EXTRACT-HEADER-READ TO TRUE
                   MOVE EXH-EXTRACT-DATE TO WS-EXT-DATE
                   MOVE EXH-EXTRACT-MODE TO WS-EXT-MODE
                   MOVE EXH-ADDR-TYPE TO WS-EXT-ADDR-TYPE
               WHEN EXD-DETAIL
                   ADD 1 TO WS-EXT-DETAIL-COUNT
               WHEN EXTR-TRAILER
                   MOVE EXTR-DETAIL-COUNT TO WS-EXT-TRAILER-COUNT
           END-EVALUATE.
       5110-READ-ONE-EXTRACT-EXIT.
           EXIT.
      *****************************************************************
      *5200-RECOUNT-CUSTOMERS                                         *
      *    Walks CUSTIDX in key order, as CKMEXTR does, counting the  *
      *    customers its rules would extract. A marketing extract     *
      *    looks up each customer's "M" address on CUSTEML; with no   *
      *    CUSTEML on file nobody qualifies.                          *
      *****************************************************************
       5200-RECOUNT-CUSTOMERS.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-CEM-AVAIL-SW
           IF EXT-MARKETING THEN
               OPEN INPUT CUSTEML
               IF WS-CEM-FSTATUS NOT = "35" THEN
                   MOVE "OPEN" TO WS-ERR-VERB
                   MOVE "CUSTEML" TO WS-ERR-FILE
                   MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
                   PERFORM 9000-CHECK-FILE-STATUS THRU
                       9000-CHECK-FILE-STATUS-EXIT
                   SET ADDRESS-FILE-AVAILABLE TO TRUE
               END-IF
           END-IF
           OPEN INPUT CUSTIDX
           IF WS-CIX-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTIDX" TO WS-ERR-FILE
               MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           PERFORM 5210-RECOUNT-ONE-CUSTOMER THRU
               5210-RECOUNT-ONE-CUSTOMER-EXIT
               UNTIL END-OF-INPUT
           IF WS-CIX-FSTATUS NOT = "35" THEN
               CLOSE CUSTIDX
           END-IF
           IF ADDRESS-FILE-AVAILABLE THEN
               CLOSE CUSTEML
           END-IF.
       5200-RECOUNT-CUSTOMERS-EXIT.
           EXIT.
      *****************************************************************
      *5210-RECOUNT-ONE-CUSTOMER                                      *
      *****************************************************************
       5210-RECOUNT-ONE-CUSTOMER.
           READ CUSTIDX
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 5210-RECOUNT-ONE-CUSTOMER-EXIT
           END-IF
           IF EXT-MARKETING THEN
               PERFORM 5220-RECOUNT-MARKETING THRU
                   5220-RECOUNT-MARKETING-EXIT
               GO TO 5210-RECOUNT-ONE-CUSTOMER-EXIT
           END-IF
           IF CIX-EMAIL-ACCEPTED THEN
               IF EXT-FULL
                   OR CIX-VAL-DATE = WS-EXT-DATE THEN
                   ADD 1 TO WS-EXT-EXPECT-COUNT
               END-IF
           END-IF.
       5210-RECOUNT-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
      *5220-RECOUNT-MARKETING                                         *
      *****************************************************************
       5220-RECOUNT-MARKETING.
           IF NOT ADDRESS-FILE-AVAILABLE THEN
               GO TO 5220-RECOUNT-MARKETING-EXIT
           END-IF
           MOVE CIX-CUST-ID TO CEM-CUST-ID
           SET CEM-MARKETING TO TRUE
           READ CUSTEML
               INVALID KEY
                   GO TO 5220-RECOUNT-MARKETING-EXIT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF CEM-EMAIL = SPACES THEN
               GO TO 5220-RECOUNT-MARKETING-EXIT
           END-IF
           IF CEM-EMAIL-ACCEPTED THEN
               IF EXT-FULL
                   OR CEM-VAL-DATE = WS-EXT-DATE THEN
                   ADD 1 TO WS-EXT-EXPECT-COUNT
               END-IF
           END-IF.
       5220-RECOUNT-MARKETING-EXIT.
           EXIT.
      *****************************************************************
      *6000-COMPARE                                                   *
      *    Prints one compared pair - both figures, the difference    *
      *    (first less second) and the verdict - and counts it. The   *
      *    comparison type goes back to "E" for the next caller.      *
      *****************************************************************
       6000-COMPARE.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-CMP-DESC-A TO WS-AMT-DESC
           MOVE WS-CMP-COUNT-A TO WS-AMT-COUNT
           MOVE WS-AMOUNT-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE WS-CMP-DESC-B TO WS-AMT-DESC
           MOVE WS-CMP-COUNT-B TO WS-AMT-COUNT
           MOVE WS-AMOUNT-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           COMPUTE WS-CMP-DIFF = WS-CMP-COUNT-A - WS-CMP-COUNT-B
           MOVE WS-CMP-DIFF TO WS-RES-DIFF
           IF WS-CMP-DIFF = ZERO
               OR (CMP-NOT-MORE AND WS-CMP-DIFF < ZERO) THEN
               MOVE "IN BALANCE" TO WS-RES-TEXT
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RES-TEXT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-RESULT-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           SET CMP-EQUAL TO TRUE.
       6000-COMPARE-EXIT.
           EXIT.
      *****************************************************************
      *6700-WRITE-NOTE                                                *
      *    Writes the text the caller put in WS-NOTE-TEXT, indented   *
      *    under the current check.                                   *
      *****************************************************************
       6700-WRITE-NOTE.
           MOVE WS-NOTE-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       6700-WRITE-NOTE-EXIT.
           EXIT.
      *****************************************************************
      *6800-WRITE-HEADING                                             *
      *    Writes a blank line and then the check heading the caller  *
      *    put in BALRPT-RECORD.                                      *
      *****************************************************************
       6800-WRITE-HEADING.
           MOVE BALRPT-RECORD TO WS-NOTE-TEXT
           MOVE SPACES TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE WS-NOTE-TEXT TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       6800-WRITE-HEADING-EXIT.
           EXIT.
      *****************************************************************
      *6900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in BALRPT-RECORD and      *
      *    checks the outcome - one funnel instead of a check after   *
      *    every report WRITE.                                        *
      *****************************************************************
       6900-WRITE-REPORT-LINE.
           WRITE BALRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "BALRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       6900-WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
      *7000-TERMINATE                                                 *
      *    Writes the totals, sets RETURN-CODE 8 on any break so the  *
      *    scheduler holds the extract transfer, closes the report    *
      *    and records the run on the ledger.                         *
      *****************************************************************
       7000-TERMINATE.
           MOVE SPACES TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "COMPARISONS MADE" TO WS-TOT-DESC
           MOVE WS-CHECK-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "IN BALANCE" TO WS-TOT-DESC
           MOVE WS-BALANCED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "OUT OF BALANCE" TO WS-TOT-DESC
           MOVE WS-BREAK-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "CHECKS NOT MADE" TO WS-TOT-DESC
           MOVE WS-SKIPPED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO BALRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           CLOSE BALRPT
           IF WS-BREAK-COUNT > ZERO THEN
               DISPLAY "CKMBAL NIGHT OUT OF BALANCE - SEE BALRPT"
               IF RETURN-CODE < 8 THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 7100-WRITE-RUN-RECORD THRU
               7100-WRITE-RUN-RECORD-EXIT.
       7000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *7100-WRITE-RUN-RECORD                                          *
      *    Records this run on the RUNLEDG ledger: comparisons made,  *
      *    in balance, out of balance, and checks not made.           *
      *****************************************************************
       7100-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMBAL" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-CHECK-COUNT TO RUNC-IN-COUNT
           MOVE WS-BALANCED-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-BREAK-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-SKIPPED-COUNT TO RUNC-OUT-COUNT-3
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       7100-WRITE-RUN-RECORD-EXIT.
           EXIT.
      *****************************************************************
      *9000-CHECK-FILE-STATUS                                         *
      *    Judges the file status the caller just moved to            *
      *    WS-ERR-STATUS. 00 is clean; 10 is end of file (the READ's  *
      *    AT END already handled it); 02/05 are informational; 23 is *
      *    a not-found the ledger START and CUSTEML read handle with  *
      *    INVALID KEY. 04 and 07 are reported as warnings and the    *
      *    run continues with RETURN-CODE 4. Any other status is      *
      *    fatal: the line goes to ERRLOG and the console, and the    *
      *    run ends with RETURN-CODE 12.                              *
      *****************************************************************
       9000-CHECK-FILE-STATUS.
           EVALUATE WS-ERR-STATUS
               WHEN "00"
               WHEN "02"
               WHEN "05"
               WHEN "10"
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
