      *                             the shared backlog picture never
      *                             diverges from the partitioned
      *                             week's results.
      *   15/10/2026  aa-stop-run   REJINV is now keyed on customer id
      *                             and address type (the partition
      *                             inventory records grow to 43 bytes).
      *                             A clean reconcile also folds the
      *                             validation results the partition
      *                             instances stamped on their CUSTEML
      *                             address copies back onto the shared
      *                             CUSTEML, for addresses the update
      *                             process has not changed since the
      *                             copy was taken.
      *   15/10/2026  aa-stop-run   Reads each partition's RUNLEDG.PARTn
      *                             record for the night and carries the
      *                             partitions' CHECKMAIL call total
      *                             onto the combined CKMBATCH ledger
      *                             record, so CKMBAL can balance the
      *                             appended AUDITLOG extents.
      *   15/10/2026  aa-stop-run   The per-partition FOLLOWUP files
      *                             (customers accepted with the role-
      *                             account or disposable-mail warning)
      *                             are now merged into the combined
      *                             FOLLOWUP, counted per partition and
      *                             on the trailer like the watch
      *                             extracts.
      *   15/10/2026  aa-stop-run   The run is now refused (RETURN-CODE
      *                             8) when no processing date has been
      *                             set, as the other batch programs
      *                             are.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMMERGE.
      *          It reads the SPLITCTL control dataset the splitter
      *          wrote (partition number, high key, routed count),
      *          then copies each active partition's ACCEPTFL,
      *          REJECTFL, CUSTOUT, WATCHEXT and FOLLOWUP outputs -
      *          in partition order, which is CUST-ID order, since
      *          the ranges ascend - onto the combined extracts the
      *          downstream jobs read.
      *          Per partition it checks that accepted + rejected
      *          equals the splitter's routed count and that the
      *          skipped, and the disjoint ranges mean no partition
      *          ever overwrites another's customers. A failed
      *          reconcile folds nothing - the shared inventory is
      *          only moved by a sweep that proved complete. The
      *          validation results the partitions stamped on their
      *          CUSTEML address copies are folded back the same way,
      *          except that only the validation area is carried
      *          across, and only for addresses the customer update
      *          process has not changed on the shared file since the
      *          copy was taken.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WT4-FSTATUS.
           SELECT FOLLOW1 ASSIGN TO "follow1"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FL1-FSTATUS.
           SELECT FOLLOW2 ASSIGN TO "follow2"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FL2-FSTATUS.
           SELECT FOLLOW3 ASSIGN TO "follow3"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FL3-FSTATUS.
           SELECT FOLLOW4 ASSIGN TO "follow4"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FL4-FSTATUS.
           SELECT REJINV1 ASSIGN TO "rejinv1"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY RINV1-KEY
                   FILE STATUS WS-RI1-FSTATUS.
           SELECT REJINV2 ASSIGN TO "rejinv2"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY RINV2-KEY
                   FILE STATUS WS-RI2-FSTATUS.
           SELECT REJINV3 ASSIGN TO "rejinv3"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY RINV3-KEY
                   FILE STATUS WS-RI3-FSTATUS.
           SELECT REJINV4 ASSIGN TO "rejinv4"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY RINV4-KEY
                   FILE STATUS WS-RI4-FSTATUS.
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT CUSTEM1 ASSIGN TO "custem1"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CEM1-KEY
                   FILE STATUS WS-CE1-FSTATUS.
           SELECT CUSTEM2 ASSIGN TO "custem2"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CEM2-KEY
                   FILE STATUS WS-CE2-FSTATUS.
           SELECT CUSTEM3 ASSIGN TO "custem3"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CEM3-KEY
                   FILE STATUS WS-CE3-FSTATUS.
           SELECT CUSTEM4 ASSIGN TO "custem4"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CEM4-KEY
                   FILE STATUS WS-CE4-FSTATUS.
           SELECT CUSTEML ASSIGN TO "custeml"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY CEM-KEY
                   FILE STATUS WS-CEM-FSTATUS.
           SELECT RUNLDG1 ASSIGN TO "runldg1"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY RLG1-KEY
                   FILE STATUS WS-RL1-FSTATUS.
           SELECT RUNLDG2 ASSIGN TO "runldg2"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY RLG2-KEY
                   FILE STATUS WS-RL2-FSTATUS.
           SELECT RUNLDG3 ASSIGN TO "runldg3"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY RLG3-KEY
                   FILE STATUS WS-RL3-FSTATUS.
           SELECT RUNLDG4 ASSIGN TO "runldg4"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY RLG4-KEY
                   FILE STATUS WS-RL4-FSTATUS.
           SELECT ACCEPTFL ASSIGN TO "acceptfl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WAT-FSTATUS.
           SELECT FOLLOWUP ASSIGN TO "followup"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FUP-FSTATUS.
           SELECT MRGRPT ASSIGN TO "mrgrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
       01  WATCH3-RECORD              PIC X(294).
       FD  WATCH4.
       01  WATCH4-RECORD              PIC X(294).
       FD  FOLLOW1.
       01  FOLLOW1-RECORD             PIC X(296).
       FD  FOLLOW2.
       01  FOLLOW2-RECORD             PIC X(296).
       FD  FOLLOW3.
       01  FOLLOW3-RECORD             PIC X(296).
       FD  FOLLOW4.
       01  FOLLOW4-RECORD             PIC X(296).
      * The per-partition reject inventories carry the RINVREC layout
      * (43 bytes); the fold only needs each record's key and whole
      * image, so the key byte range is named and the rest is FILLER.
       FD  REJINV1.
       01  RINV1-RECORD.
           03  RINV1-KEY.
               05  RINV1-CUST-ID      PIC X(10).
               05  RINV1-ADDR-TYPE    PIC X(01).
           03  FILLER                 PIC X(32).
       FD  REJINV2.
       01  RINV2-RECORD.
           03  RINV2-KEY.
               05  RINV2-CUST-ID      PIC X(10).
               05  RINV2-ADDR-TYPE    PIC X(01).
           03  FILLER                 PIC X(32).
       FD  REJINV3.
       01  RINV3-RECORD.
           03  RINV3-KEY.
               05  RINV3-CUST-ID      PIC X(10).
               05  RINV3-ADDR-TYPE    PIC X(01).
           03  FILLER                 PIC X(32).
       FD  REJINV4.
       01  RINV4-RECORD.
           03  RINV4-KEY.
               05  RINV4-CUST-ID      PIC X(10).
               05  RINV4-ADDR-TYPE    PIC X(01).
           03  FILLER                 PIC X(32).
       FD  REJINV.
           COPY RINVREC.
      * The per-partition customer address copies carry the CEMREC
      * layout (285 bytes); as for the inventories, only the key is
      * named and the whole image is moved to WS-PART-CEM-REC.
       FD  CUSTEM1.
       01  CEM1-RECORD.
           03  CEM1-KEY              PIC X(11).
           03  FILLER                 PIC X(274).
       FD  CUSTEM2.
       01  CEM2-RECORD.
           03  CEM2-KEY              PIC X(11).
           03  FILLER                 PIC X(274).
       FD  CUSTEM3.
       01  CEM3-RECORD.
           03  CEM3-KEY              PIC X(11).
           03  FILLER                 PIC X(274).
       FD  CUSTEM4.
       01  CEM4-RECORD.
           03  CEM4-KEY              PIC X(11).
           03  FILLER                 PIC X(274).
       FD  CUSTEML.
           COPY CEMREC.
      * The per-partition run ledgers carry the RUNREC layout (85
      * bytes); each is read INTO the RUNREC copy in WORKING-STORAGE,
      * so only the key is named here.
       FD  RUNLDG1.
       01  RLG1-RECORD.
           03  RLG1-KEY              PIC X(16).
           03  FILLER                 PIC X(69).
       FD  RUNLDG2.
       01  RLG2-RECORD.
           03  RLG2-KEY              PIC X(16).
           03  FILLER                 PIC X(69).
       FD  RUNLDG3.
       01  RLG3-RECORD.
           03  RLG3-KEY              PIC X(16).
           03  FILLER                 PIC X(69).
       FD  RUNLDG4.
       01  RLG4-RECORD.
           03  RLG4-KEY              PIC X(16).
           03  FILLER                 PIC X(69).
       FD  ACCEPTFL.
       01  ACCEPTFL-RECORD            PIC X(294).
       FD  REJECTFL.
       01  CUSTOUT-RECORD             PIC X(314).
       FD  WATCHEXT.
       01  WATCHEXT-RECORD            PIC X(294).
       FD  FOLLOWUP.
       01  FOLLOWUP-RECORD            PIC X(296).
       FD  MRGRPT.
      * Sized to WS-TRAILER-LINE below (the widest line written to
      * this report), not to WS-PART-LINE.
       01  MRGRPT-RECORD              PIC X(134).
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call,  *
      *    and the partition ledger record read for the night.        *
      *****************************************************************
           COPY PDTCOM.
           COPY RUNREC.
      *****************************************************************
      *    File status fields and end-of-file switches. One EOF       *
      *    switch serves whichever partition file is being copied.    *
      *****************************************************************
       77  WS-WT2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WT3-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WT4-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FL1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FL2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FL3-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FL4-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RI1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RI2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RI3-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RI4-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CE1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CE2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CE3-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CE4-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RL1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RL2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RL3-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RL4-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RLG-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ACC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-REJ-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-OUT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WAT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FUP-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-SPC-EOF-SW             PIC X(01)   VALUE "N".
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG for the operator and ends the run with RETURN-CODE  *
      *    12. 22/23 are accepted because the keyed REJINV and        *
      *    CUSTEML fold I-O handles INVALID KEY itself; 04/07 are     *
      *    reported as warnings (RETURN-CODE 4) and the run           *
      *    continues.                                                 *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "CKMMERGE ".
       77  WS-PART-REJ-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-PART-OUT-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-PART-WAT-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-PART-FUP-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-SPLIT-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-ACC-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-REJ-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-OUT-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-WAT-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-FUP-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-TOT-CALL-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-LDG-FOUND-SW           PIC X(01)   VALUE "N".
           88  PART-LEDGER-FOUND                 VALUE "Y".
       77  WS-RECON-FAIL-SW          PIC X(01)   VALUE "N".
           88  RECONCILE-FAILED                  VALUE "Y".
      *****************************************************************
      *    status 35) folds nothing and is reported with              *
      *    RETURN-CODE 4.                                             *
      *****************************************************************
       01  WS-PART-INV-REC           PIC X(43)   VALUE SPACES.
       01  FILLER REDEFINES WS-PART-INV-REC.
           03  WS-PIV-KEY.
               05  WS-PIV-CUST-ID     PIC X(10).
               05  WS-PIV-ADDR-TYPE   PIC X(01).
           03  FILLER                 PIC X(32).
       01  WS-RANGE-LOW              PIC X(10)   VALUE LOW-VALUES.
       01  WS-RANGE-HIGH             PIC X(10)   VALUE SPACES.
       77  WS-INV-SKIP-SW            PIC X(01)   VALUE "N".
           88  PARTITION-INV-ABSENT              VALUE "Y".
      *****************************************************************
      *    Address fold-back work fields: the record read off a       *
      *    partition's CUSTEML copy, laid out as CEMREC so the        *
      *    validation area can be carried across, and the counters.   *
      *    Only the validation area is folded, and only while the     *
      *    shared record still holds the same address - the customer  *
      *    update process keeps writing the shared CUSTEML while the  *
      *    sweep runs, and a changed address must keep its cleared    *
      *    validation area for the next run to pick up.               *
      *****************************************************************
       01  WS-PART-CEM-REC.
           03  WS-PCM-KEY             PIC X(11).
           03  WS-PCM-CUST-ID REDEFINES WS-PCM-KEY
                                      PIC X(10).
           03  WS-PCM-EMAIL           PIC X(254).
           03  WS-PCM-VAL-STATUS      PIC X(01).
           03  WS-PCM-VAL-REASON      PIC X(02).
           03  WS-PCM-VAL-DATE        PIC X(08).
           03  FILLER                 PIC X(09).
       77  WS-ADDR-FOLDED-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-STALE-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-CEM-FOUND-SW           PIC X(01)   VALUE "N".
           88  SHARED-ADDRESS-FOUND              VALUE "Y".
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-PART-LINE.
           03  WS-PLN-OUT             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(08)   VALUE "  WATCH ".
           03  WS-PLN-WAT             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(09)   VALUE "  FOLLOW ".
           03  WS-PLN-FUP             PIC ZZZ,ZZZ,ZZ9.
       01  WS-FOLD-LINE.
           03  FILLER                 PIC X(24)
               VALUE "INVENTORY ENTRIES FOLDED".
           03  WS-FLD-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-ADDR-FOLD-LINE.
           03  FILLER                 PIC X(24)
               VALUE "ADDRESS RESULTS FOLDED  ".
           03  WS-AFL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(29)
               VALUE "  SKIPPED (ADDRESS CHANGED) ".
           03  WS-AFL-STALE           PIC ZZZ,ZZZ,ZZ9.
       01  WS-RECON-LINE.
           03  FILLER                 PIC X(10)
                                       VALUE "PARTITION ".
           03  WS-RCN-PART            PIC 9.
           03  FILLER                 PIC X(42)
               VALUE " OUT OF BALANCE - DOES NOT MATCH SPLITTER".
       01  WS-NO-LEDGER-LINE.
           03  FILLER                 PIC X(10)
                                       VALUE "PARTITION ".
           03  WS-NLG-PART            PIC 9.
           03  FILLER                 PIC X(24)
               VALUE " NO RUN LEDGER RECORD - ".
           03  FILLER                 PIC X(27)
               VALUE "CHECKMAIL CALLS NOT COUNTED".
       01  WS-CALLS-LINE.
           03  FILLER                 PIC X(38)
               VALUE "CHECKMAIL CALLS (PARTITION LEDGERS)   ".
           03  WS-CLL-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE.
           03  FILLER                 PIC X(15)
                                       VALUE "CKMMERGE SPLIT ".
           03  FILLER                 PIC X(10)
                                       VALUE "  WATCHED ".
           03  WS-TRL-WAT             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(12)
                                       VALUE "  FOLLOW-UP ".
           03  WS-TRL-FUP             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *    combined outputs and the report.                           *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMMERGE NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SPLITCTL
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "SPLITCTL" TO WS-ERR-FILE
           OPEN OUTPUT WATCHEXT
           MOVE "WATCHEXT" TO WS-ERR-FILE
           MOVE WS-WAT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT FOLLOWUP
           MOVE "FOLLOWUP" TO WS-ERR-FILE
           MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT MRGRPT
           MOVE ZERO TO WS-PART-REJ-COUNT
           MOVE ZERO TO WS-PART-OUT-COUNT
           MOVE ZERO TO WS-PART-WAT-COUNT
           MOVE ZERO TO WS-PART-FUP-COUNT
           PERFORM 2100-COPY-ACCEPTS THRU 2100-COPY-ACCEPTS-EXIT
           PERFORM 2200-COPY-REJECTS THRU 2200-COPY-REJECTS-EXIT
           PERFORM 2300-COPY-CUSTOUT THRU 2300-COPY-CUSTOUT-EXIT
           PERFORM 2350-COPY-WATCHES THRU 2350-COPY-WATCHES-EXIT
           PERFORM 2370-COPY-FOLLOWUPS THRU 2370-COPY-FOLLOWUPS-EXIT
           PERFORM 2400-RECONCILE-PARTITION THRU
               2400-RECONCILE-PARTITION-EXIT
           PERFORM 2500-COUNT-PART-CALLS THRU
               2500-COUNT-PART-CALLS-EXIT.
       2000-MERGE-PARTITION-EXIT.
           EXIT.
      *****************************************************************
       2360-COPY-ONE-WATCH-EXIT.
           EXIT.
      *****************************************************************
      *2370-COPY-FOLLOWUPS                                             *
      *    The per-partition FOLLOWUP files (role-account and         *
      *    disposable-mail warnings) join the combined FOLLOWUP the   *
      *    same way the watch extracts do, and like them are counted  *
      *    but not reconciled - they are a subset of the accepts.     *
      *****************************************************************
       2370-COPY-FOLLOWUPS.
           MOVE "N" TO WS-PART-EOF-SW
           EVALUATE WS-CUR-PART
               WHEN 1
                   OPEN INPUT FOLLOW1
                   MOVE "FOLLOW1" TO WS-ERR-FILE
                   MOVE WS-FL1-FSTATUS TO WS-ERR-STATUS
               WHEN 2
                   OPEN INPUT FOLLOW2
                   MOVE "FOLLOW2" TO WS-ERR-FILE
                   MOVE WS-FL2-FSTATUS TO WS-ERR-STATUS
               WHEN 3
                   OPEN INPUT FOLLOW3
                   MOVE "FOLLOW3" TO WS-ERR-FILE
                   MOVE WS-FL3-FSTATUS TO WS-ERR-STATUS
               WHEN OTHER
                   OPEN INPUT FOLLOW4
                   MOVE "FOLLOW4" TO WS-ERR-FILE
                   MOVE WS-FL4-FSTATUS TO WS-ERR-STATUS
           END-EVALUATE
           MOVE "OPEN" TO WS-ERR-VERB
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2380-COPY-ONE-FOLLOWUP THRU
               2380-COPY-ONE-FOLLOWUP-EXIT
               UNTIL END-OF-PARTITION
           EVALUATE WS-CUR-PART
               WHEN 1
                   CLOSE FOLLOW1
               WHEN 2
                   CLOSE FOLLOW2
               WHEN 3
                   CLOSE FOLLOW3
               WHEN OTHER
                   CLOSE FOLLOW4
           END-EVALUATE.
       2370-COPY-FOLLOWUPS-EXIT.
           EXIT.
      *****************************************************************
      *2380-COPY-ONE-FOLLOWUP                                          *
      *****************************************************************
       2380-COPY-ONE-FOLLOWUP.
           EVALUATE WS-CUR-PART
               WHEN 1
                   READ FOLLOW1
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE FOLLOW1-RECORD TO FOLLOWUP-RECORD
                   END-READ
                   MOVE "FOLLOW1" TO WS-ERR-FILE
                   MOVE WS-FL1-FSTATUS TO WS-ERR-STATUS
               WHEN 2
                   READ FOLLOW2
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE FOLLOW2-RECORD TO FOLLOWUP-RECORD
                   END-READ
                   MOVE "FOLLOW2" TO WS-ERR-FILE
                   MOVE WS-FL2-FSTATUS TO WS-ERR-STATUS
               WHEN 3
                   READ FOLLOW3
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE FOLLOW3-RECORD TO FOLLOWUP-RECORD
                   END-READ
                   MOVE "FOLLOW3" TO WS-ERR-FILE
                   MOVE WS-FL3-FSTATUS TO WS-ERR-STATUS
               WHEN OTHER
                   READ FOLLOW4
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE FOLLOW4-RECORD TO FOLLOWUP-RECORD
                   END-READ
                   MOVE "FOLLOW4" TO WS-ERR-FILE
                   MOVE WS-FL4-FSTATUS TO WS-ERR-STATUS
           END-EVALUATE
           MOVE "READ" TO WS-ERR-VERB
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT END-OF-PARTITION THEN
               WRITE FOLLOWUP-RECORD
               MOVE "WRITE" TO WS-ERR-VERB
               MOVE "FOLLOWUP" TO WS-ERR-FILE
               MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-PART-FUP-COUNT
               ADD 1 TO WS-TOT-FUP-COUNT
           END-IF.
       2380-COPY-ONE-FOLLOWUP-EXIT.
           EXIT.
      *****************************************************************
      *2400-RECONCILE-PARTITION                                       *
      *    Every customer the splitter routed to this partition must  *
      *    appear exactly once on its CUSTOUT and exactly once on     *
           MOVE WS-PART-REJ-COUNT TO WS-PLN-REJ
           MOVE WS-PART-OUT-COUNT TO WS-PLN-OUT
           MOVE WS-PART-WAT-COUNT TO WS-PLN-WAT
           MOVE WS-PART-FUP-COUNT TO WS-PLN-FUP
           MOVE WS-PART-LINE TO MRGRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
       2400-RECONCILE-PARTITION-EXIT.
           EXIT.
      *****************************************************************
      *2500-COUNT-PART-CALLS                                          *
      *    Adds the CHECKMAIL calls the partition instance recorded   *
      *    on its own run ledger tonight to the merged total - the    *
      *    partition AUDITLOG extents are appended to the live        *
      *    AUDITLOG after the merge, so the combined CKMBATCH ledger  *
      *    record must carry their calls for CKMBAL to balance. A     *
      *    partition with no ledger record for tonight is reported    *
      *    and leaves the run with RETURN-CODE 4; the merge itself    *
      *    is unaffected.                                             *
      *****************************************************************
       2500-COUNT-PART-CALLS.
           MOVE "N" TO WS-LDG-FOUND-SW
           MOVE PDATE-BUS-DATE TO RUN-DATE
           MOVE "CKMBATCH" TO RUN-JOB
           EVALUATE WS-CUR-PART
               WHEN 1
                   OPEN INPUT RUNLDG1
                   MOVE WS-RL1-FSTATUS TO WS-RLG-FSTATUS
                   MOVE "RUNLDG1" TO WS-ERR-FILE
               WHEN 2
                   OPEN INPUT RUNLDG2
                   MOVE WS-RL2-FSTATUS TO WS-RLG-FSTATUS
                   MOVE "RUNLDG2" TO WS-ERR-FILE
               WHEN 3
                   OPEN INPUT RUNLDG3
                   MOVE WS-RL3-FSTATUS TO WS-RLG-FSTATUS
                   MOVE "RUNLDG3" TO WS-ERR-FILE
               WHEN OTHER
                   OPEN INPUT RUNLDG4
                   MOVE WS-RL4-FSTATUS TO WS-RLG-FSTATUS
                   MOVE "RUNLDG4" TO WS-ERR-FILE
           END-EVALUATE
           IF WS-RLG-FSTATUS = "35" THEN
               GO TO 2500-REPORT-MISSING
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE WS-RLG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           EVALUATE WS-CUR-PART
               WHEN 1
                   MOVE RUN-KEY TO RLG1-KEY
                   READ RUNLDG1 INTO RUNLEDG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PART-LEDGER-FOUND TO TRUE
                   END-READ
                   MOVE WS-RL1-FSTATUS TO WS-ERR-STATUS
                   CLOSE RUNLDG1
               WHEN 2
                   MOVE RUN-KEY TO RLG2-KEY
                   READ RUNLDG2 INTO RUNLEDG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PART-LEDGER-FOUND TO TRUE
                   END-READ
                   MOVE WS-RL2-FSTATUS TO WS-ERR-STATUS
                   CLOSE RUNLDG2
               WHEN 3
                   MOVE RUN-KEY TO RLG3-KEY
                   READ RUNLDG3 INTO RUNLEDG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PART-LEDGER-FOUND TO TRUE
                   END-READ
                   MOVE WS-RL3-FSTATUS TO WS-ERR-STATUS
                   CLOSE RUNLDG3
               WHEN OTHER
                   MOVE RUN-KEY TO RLG4-KEY
                   READ RUNLDG4 INTO RUNLEDG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET PART-LEDGER-FOUND TO TRUE
                   END-READ
                   MOVE WS-RL4-FSTATUS TO WS-ERR-STATUS
                   CLOSE RUNLDG4
           END-EVALUATE
           MOVE "READ" TO WS-ERR-VERB
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF PART-LEDGER-FOUND THEN
               ADD RUN-CALL-COUNT TO WS-TOT-CALL-COUNT
               GO TO 2500-COUNT-PART-CALLS-EXIT
           END-IF.
       2500-REPORT-MISSING.
           MOVE WS-CUR-PART TO WS-NLG-PART
           MOVE WS-NO-LEDGER-LINE TO MRGRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           IF RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
       2500-COUNT-PART-CALLS-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Writes the combined trailer, closes everything, and ends   *
      *    with RETURN-CODE 8 when any partition failed to            *
           CLOSE REJECTFL
           CLOSE CUSTOUT
           CLOSE WATCHEXT
           CLOSE FOLLOWUP
           MOVE WS-TOT-SPLIT-COUNT TO WS-TRL-SPLIT
           MOVE WS-TOT-ACC-COUNT TO WS-TRL-ACC
           MOVE WS-TOT-REJ-COUNT TO WS-TRL-REJ
           MOVE WS-TOT-OUT-COUNT TO WS-TRL-OUT
           MOVE WS-TOT-WAT-COUNT TO WS-TRL-WAT
           MOVE WS-TOT-FUP-COUNT TO WS-TRL-FUP
           MOVE SPACES TO MRGRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           MOVE WS-TRAILER-LINE TO MRGRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           MOVE WS-TOT-CALL-COUNT TO WS-CLL-COUNT
           MOVE WS-CALLS-LINE TO MRGRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           IF RECONCILE-FAILED THEN
           ELSE
               PERFORM 5000-FOLD-INVENTORY THRU
                   5000-FOLD-INVENTORY-EXIT
               PERFORM 5500-FOLD-ADDRESSES THRU
                   5500-FOLD-ADDRESSES-EXIT
               PERFORM 3100-WRITE-RUN-RECORD THRU
                   3100-WRITE-RUN-RECORD-EXIT
           END-IF
           MOVE WS-TOT-ACC-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-TOT-REJ-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-TOT-OUT-COUNT TO RUNC-OUT-COUNT-3
           MOVE WS-TOT-CALL-COUNT TO RUNC-CALL-COUNT
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       3100-WRITE-RUN-RECORD-EXIT.
           EXIT.
      *****************************************************************
       5200-APPLY-ONE-ENTRY.
           MOVE "N" TO WS-INV-FOUND-SW
           MOVE WS-PIV-KEY TO RINV-KEY
           READ REJINV
               INVALID KEY
                   CONTINUE
       5200-APPLY-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *5500-FOLD-ADDRESSES                                            *
      *    Folds the validation results the partition instances       *
      *    stamped on their CUSTEML copies (REPRO copies of the       *
      *    shared address file, taken with the REJINV copies after    *
      *    CKMSPLIT) back onto the shared CUSTEML, by the same        *
      *    CUST-ID ranges as the inventory fold. A site with no       *
      *    CUSTEML yet (open status 35) has nothing to fold.          *
      *****************************************************************
       5500-FOLD-ADDRESSES.
           OPEN I-O CUSTEML
           IF WS-CEM-FSTATUS = "35" THEN
               GO TO 5500-FOLD-ADDRESSES-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 5600-FOLD-ONE-ADDR-PARTITION THRU
               5600-FOLD-ONE-ADDR-PARTITION-EXIT
               VARYING WS-CUR-PART FROM 1 BY 1
               UNTIL WS-CUR-PART > WS-PART-COUNT
           CLOSE CUSTEML
           MOVE WS-ADDR-FOLDED-COUNT TO WS-AFL-COUNT
           MOVE WS-ADDR-STALE-COUNT TO WS-AFL-STALE
           MOVE WS-ADDR-FOLD-LINE TO MRGRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT.
       5500-FOLD-ADDRESSES-EXIT.
           EXIT.
      *****************************************************************
      *5600-FOLD-ONE-ADDR-PARTITION                                   *
      *    As 5100-FOLD-ONE-PARTITION, for the partition's CUSTEML    *
      *    copy. A copy never taken (open status 35) folds nothing,   *
      *    is reported, and leaves the run with RETURN-CODE 4.        *
      *****************************************************************
       5600-FOLD-ONE-ADDR-PARTITION.
           IF WS-CUR-PART = 1 THEN
               MOVE LOW-VALUES TO WS-RANGE-LOW
           ELSE
               MOVE WS-PT-HIGH-KEY(WS-CUR-PART - 1) TO WS-RANGE-LOW
           END-IF
           MOVE WS-PT-HIGH-KEY(WS-CUR-PART) TO WS-RANGE-HIGH
           MOVE "N" TO WS-PART-EOF-SW
           MOVE "N" TO WS-INV-SKIP-SW
           EVALUATE WS-CUR-PART
               WHEN 1
                   OPEN INPUT CUSTEM1
                   IF WS-CE1-FSTATUS = "35" THEN
                       SET PARTITION-INV-ABSENT TO TRUE
                   END-IF
                   MOVE "CUSTEM1" TO WS-ERR-FILE
                   MOVE WS-CE1-FSTATUS TO WS-ERR-STATUS
               WHEN 2
                   OPEN INPUT CUSTEM2
                   IF WS-CE2-FSTATUS = "35" THEN
                       SET PARTITION-INV-ABSENT TO TRUE
                   END-IF
                   MOVE "CUSTEM2" TO WS-ERR-FILE
                   MOVE WS-CE2-FSTATUS TO WS-ERR-STATUS
               WHEN 3
                   OPEN INPUT CUSTEM3
                   IF WS-CE3-FSTATUS = "35" THEN
                       SET PARTITION-INV-ABSENT TO TRUE
                   END-IF
                   MOVE "CUSTEM3" TO WS-ERR-FILE
                   MOVE WS-CE3-FSTATUS TO WS-ERR-STATUS
               WHEN OTHER
                   OPEN INPUT CUSTEM4
                   IF WS-CE4-FSTATUS = "35" THEN
                       SET PARTITION-INV-ABSENT TO TRUE
                   END-IF
                   MOVE "CUSTEM4" TO WS-ERR-FILE
                   MOVE WS-CE4-FSTATUS TO WS-ERR-STATUS
           END-EVALUATE
           IF PARTITION-INV-ABSENT THEN
               DISPLAY "CKMMERGE NO PARTITION ADDRESS COPY FOR "
                   "PARTITION " WS-CUR-PART " - NOT FOLDED"
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 5600-FOLD-ONE-ADDR-PARTITION-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 5610-FOLD-ONE-ADDRESS THRU
               5610-FOLD-ONE-ADDRESS-EXIT
               UNTIL END-OF-PARTITION
           EVALUATE WS-CUR-PART
               WHEN 1
                   CLOSE CUSTEM1
               WHEN 2
                   CLOSE CUSTEM2
               WHEN 3
                   CLOSE CUSTEM3
               WHEN OTHER
                   CLOSE CUSTEM4
           END-EVALUATE.
       5600-FOLD-ONE-ADDR-PARTITION-EXIT.
           EXIT.
      *****************************************************************
      *5610-FOLD-ONE-ADDRESS                                          *
      *****************************************************************
       5610-FOLD-ONE-ADDRESS.
           EVALUATE WS-CUR-PART
               WHEN 1
                   READ CUSTEM1 NEXT RECORD
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE CEM1-RECORD TO WS-PART-CEM-REC
                   END-READ
                   MOVE "CUSTEM1" TO WS-ERR-FILE
                   MOVE WS-CE1-FSTATUS TO WS-ERR-STATUS
               WHEN 2
                   READ CUSTEM2 NEXT RECORD
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE CEM2-RECORD TO WS-PART-CEM-REC
                   END-READ
                   MOVE "CUSTEM2" TO WS-ERR-FILE
                   MOVE WS-CE2-FSTATUS TO WS-ERR-STATUS
               WHEN 3
                   READ CUSTEM3 NEXT RECORD
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE CEM3-RECORD TO WS-PART-CEM-REC
                   END-READ
                   MOVE "CUSTEM3" TO WS-ERR-FILE
                   MOVE WS-CE3-FSTATUS TO WS-ERR-STATUS
               WHEN OTHER
                   READ CUSTEM4 NEXT RECORD
                       AT END
                           SET END-OF-PARTITION TO TRUE
                       NOT AT END
                           MOVE CEM4-RECORD TO WS-PART-CEM-REC
                   END-READ
                   MOVE "CUSTEM4" TO WS-ERR-FILE
                   MOVE WS-CE4-FSTATUS TO WS-ERR-STATUS
           END-EVALUATE
           MOVE "READ" TO WS-ERR-VERB
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT END-OF-PARTITION
               AND WS-PCM-CUST-ID > WS-RANGE-LOW
               AND WS-PCM-CUST-ID NOT > WS-RANGE-HIGH THEN
               PERFORM 5700-APPLY-ONE-ADDRESS THRU
                   5700-APPLY-ONE-ADDRESS-EXIT
           END-IF.
       5610-FOLD-ONE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *5700-APPLY-ONE-ADDRESS                                         *
      *    Carries the partition copy's validation area onto the      *
      *    shared record. An address deleted or changed on the        *
      *    shared file since the copy was taken is left as the        *
      *    update process wrote it, and counted.                      *
      *****************************************************************
       5700-APPLY-ONE-ADDRESS.
           MOVE "N" TO WS-CEM-FOUND-SW
           MOVE WS-PCM-KEY TO CEM-KEY
           READ CUSTEML
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SHARED-ADDRESS-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT SHARED-ADDRESS-FOUND
               OR CEM-EMAIL NOT = WS-PCM-EMAIL THEN
               ADD 1 TO WS-ADDR-STALE-COUNT
               GO TO 5700-APPLY-ONE-ADDRESS-EXIT
           END-IF
           MOVE WS-PCM-VAL-STATUS TO CEM-VAL-STATUS
           MOVE WS-PCM-VAL-REASON TO CEM-VAL-REASON
           MOVE WS-PCM-VAL-DATE TO CEM-VAL-DATE
           REWRITE CUSTEML-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-ADDR-FOLDED-COUNT.
       5700-APPLY-ONE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *4900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in MRGRPT-RECORD and      *
      *    checks the outcome - one funnel instead of a check after   *
