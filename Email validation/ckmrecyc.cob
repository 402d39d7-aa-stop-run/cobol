      *                             again refreshes the entry's
      *                             last-seen date, times seen and
      *                             reason.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   REJINV is now keyed on customer id
      *                             and address type; a CORRTRAN
      *                             correction replaces CUST-EMAIL, so
      *                             the entry it closes or refreshes is
      *                             the primary address's ("P").
      *   15/10/2026  aa-stop-run   Counts its CHECKMAIL validation
      *                             calls onto its RUNLEDG record so
      *                             CKMBAL can balance them against
      *                             AUDITLOG.
      *   15/10/2026  aa-stop-run   CORRTRAN records now carry the
      *                             steward's user id (CORTREC 272
      *                             bytes); the sort work records
      *                             widened to match.
      *   15/10/2026  aa-stop-run   A correction with no REJECTFL match
      *                             is now recycled against the
      *                             customer's open primary REJINV entry
      *                             (name from CUSTIDX), so rejects from
      *                             earlier nights can be corrected too;
      *                             a run ending 0 or 4 empties
      *                             CORRTRAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMRECYC.
      *          flow downstream the same day; corrections that are
      *          still bad are written to RECYCREJ in the REJTREC
      *          layout carrying the fresh reason code, ready for the
      *          next correction cycle. A correction for a customer
      *          not on this REJECTFL - a reject from an earlier
      *          night, still open on the REJINV inventory - is
      *          matched to that open primary ("P") entry instead,
      *          the customer's name coming from CUSTIDX. Corrections
      *          with no reject either way are reported; rejects the
      *          stewards have not worked yet are only counted - they
      *          stay in the queue. A run that ends with RETURN-CODE
      *          0 or 4 empties CORRTRAN, so whatever is on it is
      *          always waiting for the next recycle.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT CUSTIDX ASSIGN TO "custidx"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY CIX-CUST-ID
                   FILE STATUS WS-CIX-FSTATUS.
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
       01  SW1-RECORD.
           03  SW1-CUST-ID            PIC X(10).
           03  SW1-EMAIL              PIC X(254).
           03  SW1-STEWARD-ID         PIC X(08).
       FD  WORKCOR.
       01  WKC-RECORD.
           03  WKC-CUST-ID            PIC X(10).
           03  WKC-EMAIL              PIC X(254).
           03  WKC-STEWARD-ID         PIC X(08).
       FD  REJECTFL.
           COPY REJTREC.
       SD  SORTWK2.
      * Sized to WS-DETAIL-LINE below (the widest line written to
      * this report), not to WS-TRAILER-LINE.
       01  RECYCRPT-RECORD            PIC X(124).
       FD  CUSTIDX.
           COPY CIXREC.
       FD  REJINV.
           COPY RINVREC.
       FD  ERRLOG.
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
      *****************************************************************
      *    File status and end-of-file switches. WS-COR-FSTATUS and   *
      *    WS-REJ-FSTATUS belong to the SORT USING inputs - the sort  *
      *    itself abends on their I-O failures, so only the files     *
      *    this program opens (CORRTRAN again, to empty it at the     *
      *    end) are checked through 9000 below.                       *
      *****************************************************************
       77  WS-COR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WKC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RCR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
           88  END-OF-WORKREJ                    VALUE "Y".
       77  WS-RINV-FOUND-SW          PIC X(01)   VALUE "N".
           88  INVENTORY-ENTRY-FOUND             VALUE "Y".
       77  WS-OPEN-REJECT-SW         PIC X(01)   VALUE "N".
           88  OPEN-REJECT-FOUND                 VALUE "Y".
       01  WS-TODAY-DATE             PIC X(08)   VALUE SPACES.
      *****************************************************************
      *    The customer a correction is being recycled for - from the *
      *    matching REJECTFL record, or from CUSTIDX when the match   *
      *    is an open REJINV entry.                                   *
      *****************************************************************
       01  WS-MATCH-CUST-ID          PIC X(10)   VALUE SPACES.
       01  WS-MATCH-CUST-NAME        PIC X(30)   VALUE SPACES.
      *****************************************************************
      *    Run counters.                                              *
      *****************************************************************
       77  WS-CORR-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-REJECT-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-NOMATCH-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-UNWORKED-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-CALL-COUNT             PIC 9(09)   COMP VALUE ZERO.
       01  WS-DETAIL-LINE.
           03  WS-DTL-RESULT          PIC X(20)   VALUE SPACES.
           03  WS-DTL-CUST-ID         PIC X(10)   VALUE SPACES.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1050-CHECK-PRODUCER THRU 1050-CHECK-PRODUCER-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMRECYC NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-TODAY-DATE
           SORT SORTWK1
               ON ASCENDING KEY SW1-CUST-ID
               USING CORRTRAN
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "RECYCRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN INPUT CUSTIDX
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN I-O REJINV
      *2000-MATCH-RECORDS                                             *
      *    Classic match/merge on customer id: a correction with a    *
      *    matching reject is re-validated; a correction without one  *
      *    goes to 2500 to be matched to REJINV or reported; a reject *
      *    without a correction has simply not been worked yet and    *
      *    stays in the queue.                                        *
      *****************************************************************
       2000-MATCH-RECORDS.
           EVALUATE TRUE
                   PERFORM 2200-READ-WORKREJ THRU
                       2200-READ-WORKREJ-EXIT
               WHEN OTHER
                   MOVE WKR-CUST-ID TO WS-MATCH-CUST-ID
                   MOVE WKR-CUST-NAME TO WS-MATCH-CUST-NAME
                   PERFORM 2300-REVALIDATE-CORRECTION THRU
                       2300-REVALIDATE-CORRECTION-EXIT
                   PERFORM 2100-READ-WORKCOR THRU
           SET CKM-MODE-VALIDATE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
           ADD 1 TO WS-CALL-COUNT
           IF WS-CKM-FLAG = "S" THEN
               PERFORM 2310-WRITE-RECYC-ACCEPT THRU
                   2310-WRITE-RECYC-ACCEPT-EXIT
      *****************************************************************
       2310-WRITE-RECYC-ACCEPT.
           ADD 1 TO WS-ACCEPT-COUNT
           MOVE WS-MATCH-CUST-ID TO ACC-CUST-ID
           MOVE WS-MATCH-CUST-NAME TO ACC-CUST-NAME
           MOVE WKC-EMAIL TO ACC-EMAIL
           WRITE ACCEPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
      *****************************************************************
       2320-WRITE-RECYC-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-MATCH-CUST-ID TO RCR-CUST-ID
           MOVE WS-MATCH-CUST-NAME TO RCR-CUST-NAME
           MOVE WKC-EMAIL TO RCR-EMAIL
           MOVE REASON-CODE TO RCR-REASON-CODE
           MOVE WS-CKM-MENSAGEM TO RCR-MENSAGEM
      *****************************************************************
       2330-MARK-CORRECTED.
           MOVE "N" TO WS-RINV-FOUND-SW
           MOVE WS-MATCH-CUST-ID TO RINV-CUST-ID
           SET RINV-ADDR-PRIMARY TO TRUE
           READ REJINV
               INVALID KEY
                   CONTINUE
      *****************************************************************
       2340-REFRESH-INVENTORY.
           MOVE "N" TO WS-RINV-FOUND-SW
           MOVE WS-MATCH-CUST-ID TO RINV-CUST-ID
           SET RINV-ADDR-PRIMARY TO TRUE
           READ REJINV
               INVALID KEY
                   CONTINUE
               REWRITE REJINV-RECORD
               MOVE "REWRITE" TO WS-ERR-VERB
           ELSE
               MOVE WS-MATCH-CUST-ID TO RINV-CUST-ID
               SET RINV-ADDR-PRIMARY TO TRUE
               SET RINV-OPEN TO TRUE
               MOVE WS-TODAY-DATE TO RINV-FIRST-DATE
               MOVE WS-TODAY-DATE TO RINV-LAST-DATE
           EXIT.
      *****************************************************************
      *2500-UNMATCHED-CORRECTION                                      *
      *    A correction arrived for a customer who is not on this     *
      *    reject extract. If the customer's primary-address entry is *
      *    still open on REJINV - rejected on an earlier night and    *
      *    not re-rejected since - the correction is recycled against *
      *    it. Otherwise (most likely a mis-keyed customer id) it is  *
      *    reported for the stewards and nothing goes downstream.     *
      *****************************************************************
       2500-UNMATCHED-CORRECTION.
           PERFORM 2550-FIND-OPEN-REJECT THRU
               2550-FIND-OPEN-REJECT-EXIT
           IF OPEN-REJECT-FOUND THEN
               PERFORM 2300-REVALIDATE-CORRECTION THRU
                   2300-REVALIDATE-CORRECTION-EXIT
               GO TO 2500-UNMATCHED-CORRECTION-EXIT
           END-IF
           ADD 1 TO WS-CORR-COUNT
           ADD 1 TO WS-NOMATCH-COUNT
           MOVE "NO MATCHING REJECT" TO WS-DTL-RESULT
       2500-UNMATCHED-CORRECTION-EXIT.
           EXIT.
      *****************************************************************
      *2550-FIND-OPEN-REJECT                                          *
      *    Looks for an open "P" REJINV entry for the correction's    *
      *    customer and, when there is one, takes the customer's      *
      *    name from CUSTIDX. A customer no longer on CUSTIDX has     *
      *    nothing to recycle into and counts as unmatched.           *
      *****************************************************************
       2550-FIND-OPEN-REJECT.
           MOVE "N" TO WS-OPEN-REJECT-SW
           MOVE WKC-CUST-ID TO RINV-CUST-ID
           SET RINV-ADDR-PRIMARY TO TRUE
           READ REJINV
               INVALID KEY
                   GO TO 2550-FIND-OPEN-REJECT-EXIT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT RINV-OPEN THEN
               GO TO 2550-FIND-OPEN-REJECT-EXIT
           END-IF
           MOVE WKC-CUST-ID TO CIX-CUST-ID
           READ CUSTIDX
               INVALID KEY
                   GO TO 2550-FIND-OPEN-REJECT-EXIT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE CIX-CUST-ID TO WS-MATCH-CUST-ID
           MOVE CIX-CUST-NAME TO WS-MATCH-CUST-NAME
           SET OPEN-REJECT-FOUND TO TRUE.
       2550-FIND-OPEN-REJECT-EXIT.
           EXIT.
      *****************************************************************
      *2600-COUNT-UNWORKED                                            *
      *    A reject the stewards have not corrected yet. It stays on  *
      *    the reject queue; only the trailer count records it.       *
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Tells CHECKMAIL to close DOMINIOS/DOMSFX/AUDITLOG, closes  *
      *    our own files, writes the trailer counts and empties the   *
      *    recycled corrections off CORRTRAN.                         *
      *****************************************************************
       3000-TERMINATE.
           SET CKM-MODE-TERMINATE TO TRUE
           CLOSE WORKREJ
           CLOSE RECYCACC
           CLOSE RECYCREJ
           CLOSE CUSTIDX
           CLOSE REJINV
           MOVE WS-CORR-COUNT TO WS-TRL-CORR
           MOVE WS-ACCEPT-COUNT TO WS-TRL-ACCEPT
           PERFORM 2700-WRITE-REPORT-LINE THRU
               2700-WRITE-REPORT-LINE-EXIT
           CLOSE RECYCRPT
           PERFORM 3050-EMPTY-CORRTRAN THRU 3050-EMPTY-CORRTRAN-EXIT
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *3050-EMPTY-CORRTRAN                                            *
      *    Every correction on CORRTRAN has now been recycled,        *
      *    reported or counted, so the file is emptied: a correction  *
      *    on it always means one not yet recycled, and CKMCORR keeps *
      *    offering the customers it is waiting on. Only a run ending *
      *    0 or 4 gets here - a fatal status stops the run first and  *
      *    leaves CORRTRAN as it was for the rerun.                   *
      *****************************************************************
       3050-EMPTY-CORRTRAN.
           IF RETURN-CODE > 4 THEN
               GO TO 3050-EMPTY-CORRTRAN-EXIT
           END-IF
           OPEN OUTPUT CORRTRAN
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           CLOSE CORRTRAN.
       3050-EMPTY-CORRTRAN-EXIT.
           EXIT.
      *****************************************************************
      *3100-WRITE-RUN-RECORD                                          *
      *    Records this run's completion on the RUNLEDG ledger.      *
      *****************************************************************
           MOVE WS-CORR-COUNT TO RUNC-IN-COUNT
           MOVE WS-ACCEPT-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-REJECT-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-CALL-COUNT TO RUNC-CALL-COUNT
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       3100-WRITE-RUN-RECORD-EXIT.
           EXIT.
