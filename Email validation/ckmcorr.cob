      ******************************************************************
      * Program:  CKMCORR
      * History:
      *   15/10/2026  aa-stop-run   Original reject-correction
      *                             workstation for the data stewards
      *                             - works the open REJINV items
      *                             oldest first, re-checks each
      *                             correction through CHECKMAIL on
      *                             the spot and writes the ones that
      *                             pass to CORRTRAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMCORR.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: The stewards worked rejects on paper - REJINV and the
      *          CKMAGING report for the queue, the CKMSUGG file for
      *          proposed fixes - and keyed corrections blind onto
      *          CORRTRAN, learning only from the next morning's
      *          CKMRECYC whether the new address passes. This front-
      *          end takes the steward's user id, then shows the open
      *          REJINV items for primary addresses one at a time,
      *          oldest first-rejected date first: customer name, the
      *          rejected address (from CUSTIDX), the reason code with
      *          its description, the days outstanding and the
      *          address CKMSUGG proposed for it, if any. The steward
      *          accepts the suggestion (A), keys a correction (K),
      *          skips the item (S) or ends the session (E). An
      *          accepted or keyed address is validated by CHECKMAIL
      *          there and then; one that passes is written to
      *          CORRTRAN with the steward's id for CKMRECYC to
      *          recycle, one that fails is shown with its reason and
      *          not written. At the end the session's corrected,
      *          skipped and failed-re-check counts are displayed and
      *          its CHECKMAIL calls are added to the day's CKMCORR
      *          record on RUNLEDG, as CKMINQ does, so CKMBAL can
      *          balance AUDITLOG.
      *          Only primary-address items are offered: a CORRTRAN
      *          correction replaces CUST-EMAIL, and CKMRECYC closes
      *          the primary entry. Customers already on CORRTRAN
      *          waiting for CKMRECYC are not offered again. The
      *          business date for the age comes from CKMPDATE, which
      *          falls back to the clock date when none is set, as
      *          CHECKMAIL does for the online inquiries.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT CUSTIDX ASSIGN TO "custidx"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY CIX-CUST-ID
                   FILE STATUS WS-CIX-FSTATUS.
           SELECT SUGGFILE ASSIGN TO "suggfile"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-SUG-FSTATUS.
           SELECT CORRTRAN ASSIGN TO "corrtran"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-COR-FSTATUS.
           SELECT WORKINV1 ASSIGN TO "workinv1"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WI1-FSTATUS.
           SELECT SORTWK1 ASSIGN TO "sortwk1".
           SELECT WORKINV2 ASSIGN TO "workinv2"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WI2-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJINV.
           COPY RINVREC.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  SUGGFILE.
           COPY SUGGREC.
       FD  CORRTRAN.
           COPY CORTREC.
      * The work queue: one record per open primary REJINV item,
      * written in key order and sorted into first-rejected order.
       FD  WORKINV1.
       01  WI1-RECORD.
           03  WI1-FIRST-DATE         PIC X(08).
           03  WI1-CUST-ID            PIC X(10).
           03  WI1-REASON-CODE        PIC 9(02).
       SD  SORTWK1.
       01  SW1-RECORD.
           03  SW1-FIRST-DATE         PIC X(08).
           03  SW1-CUST-ID            PIC X(10).
           03  SW1-REASON-CODE        PIC 9(02).
       FD  WORKINV2.
       01  WI2-RECORD.
           03  WI2-FIRST-DATE         PIC X(08).
           03  WI2-CUST-ID            PIC X(10).
           03  WI2-REASON-CODE        PIC 9(02).
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication areas for the CKMPDATE processing-date call  *
      *    and the CKMRUNC run-control call.                          *
      *****************************************************************
           COPY PDTCOM.
           COPY RUNCOM.
      *****************************************************************
      *    Linkage work area for the call to CHECKMAIL.               *
      *****************************************************************
       01  WS-CKM-EMAIL              PIC X(254)  VALUE SPACES.
       01  WS-CKM-FLAG               PIC X(01)   VALUE SPACES.
       01  WS-CKM-MENSAGEM           PIC X(50)   VALUE SPACES.
           COPY REASONCD.
       01  WS-CKM-MODE               PIC X(01)   VALUE SPACES.
           88  CKM-MODE-INITIALIZE          VALUE "I".
           88  CKM-MODE-TERMINATE           VALUE "T".
           88  CKM-MODE-VALIDATE            VALUE "V" SPACE.
       01  WS-CKM-MATCH              PIC X(01)   VALUE "N".
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-SUG-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-COR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WI1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WI2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-INPUT                      VALUE "Y".
       77  WS-DONE-SW                PIC X(01)   VALUE "N".
           88  SESSION-DONE                      VALUE "Y".
       77  WS-STARTED-SW             PIC X(01)   VALUE "N".
           88  SESSION-STARTED                   VALUE "Y".
       77  WS-CIX-FOUND-SW           PIC X(01)   VALUE "N".
           88  CUSTOMER-FOUND                    VALUE "Y".
       77  WS-PEND-FOUND-SW          PIC X(01)   VALUE "N".
           88  CORRECTION-PENDING                VALUE "Y".
       77  WS-ACTION-SW              PIC X(01)   VALUE "N".
           88  ACTION-TAKEN                      VALUE "Y".
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG and the terminal and ends the session with          *
      *    RETURN-CODE 12. 22/23 are accepted because the CUSTIDX     *
      *    read tests INVALID KEY itself.                             *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "CKMCORR  ".
           03  WS-ERR-VERB            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-ERR-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(14)
                                      VALUE "  FILE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    Session counters. An item is counted once: corrected       *
      *    (passed the re-check and written to CORRTRAN), skipped,    *
      *    or failed re-check (the address offered did not pass and  *
      *    nothing was written - the item stays open).                *
      *****************************************************************
       77  WS-SHOWN-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-CORRECTED-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-FAILED-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-PASSED-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-QUEUE-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-CALL-COUNT             PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Steward id, the action keyed and the address to re-check.  *
      *****************************************************************
       01  WS-STEWARD-ID             PIC X(08)   VALUE SPACES.
       01  WS-ACTION                 PIC X(01)   VALUE SPACES.
           88  ACTION-ACCEPT                     VALUE "A".
           88  ACTION-KEY                        VALUE "K".
           88  ACTION-SKIP                       VALUE "S".
           88  ACTION-END                        VALUE "E".
       01  WS-NEW-EMAIL              PIC X(254)  VALUE SPACES.
      *****************************************************************
      *    Age of the item in days from its first-rejected date to   *
      *    the business date. A date that is not usable shows as 99,  *
      *    as CKMAGING bands it.                                      *
      *****************************************************************
       01  WS-TODAY-DATE             PIC 9(08)   VALUE ZEROS.
       77  WS-TODAY-INT              PIC 9(08)   COMP VALUE ZERO.
       01  WS-FIRST-DATE-N           PIC 9(08)   VALUE ZEROS.
       77  WS-AGE-DAYS               PIC S9(05)  COMP VALUE ZERO.
      *****************************************************************
      *    Customers already on CORRTRAN, waiting for CKMRECYC - not  *
      *    offered again. A CORRTRAN fuller than the table is taken   *
      *    as far as it goes; the rest may be offered twice.          *
      *****************************************************************
       77  CORR-MAX-PENDING          PIC 9(05)   COMP VALUE 2000.
       77  WS-PEND-COUNT             PIC 9(05)   COMP VALUE ZERO.
       77  WS-PEND-IDX               PIC 9(05)   COMP VALUE ZERO.
       01  WS-PENDING-TABLE.
           03  WS-PD-CUST-ID OCCURS 2000 TIMES PIC X(10).
      *****************************************************************
      *    CKMSUGG's proposals, loaded once. A proposal is offered    *
      *    only while the customer's address is still the one it was  *
      *    made for.                                                  *
      *****************************************************************
       77  CORR-MAX-SUGGEST          PIC 9(05)   COMP VALUE 2000.
       77  WS-SUGG-COUNT             PIC 9(05)   COMP VALUE ZERO.
       77  WS-SUGG-IDX               PIC 9(05)   COMP VALUE ZERO.
       01  WS-SUGGEST-TABLE.
           03  WS-SG-ENTRY OCCURS 2000 TIMES.
               05  WS-SG-CUST-ID      PIC X(10).
               05  WS-SG-EMAIL        PIC X(254).
               05  WS-SG-PROPOSED     PIC X(254).
       01  WS-PROPOSED               PIC X(254)  VALUE SPACES.
      *****************************************************************
      *    One description per REASON-CODE value (0-60), indexed      *
      *    code + 1, as on CKMAGING's report.                         *
      *****************************************************************
       01  WS-REASON-DESC.
           03  WS-RT-DESC OCCURS 61 TIMES PIC X(30) VALUE SPACES.
       77  WS-RT-IDX                 PIC 9(02)   COMP VALUE ZERO.
       01  WS-ITEM-LINE.
           03  FILLER                PIC X(07)   VALUE "ITEM   ".
           03  WS-ITM-NUMBER          PIC ZZZZ9.
           03  FILLER                PIC X(04)   VALUE " OF ".
           03  WS-ITM-QUEUE           PIC ZZZZ9.
           03  FILLER                PIC X(12)   VALUE "   CUSTOMER ".
           03  WS-ITM-CUST-ID         PIC X(10).
       01  WS-REASON-LINE.
           03  FILLER                PIC X(13)   VALUE "  REASON    ".
           03  WS-RSN-CODE            PIC 9(02).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-RSN-DESC            PIC X(30).
       01  WS-AGE-LINE.
           03  FILLER                PIC X(13)   VALUE "  OPEN SINCE ".
           03  WS-AGE-FIRST-DATE      PIC X(08).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-AGE-DAYS-OUT        PIC ZZZZ9.
           03  FILLER                PIC X(17)
                                      VALUE " DAYS OUTSTANDING".
       01  WS-RESULT-LINE.
           03  FILLER                PIC X(13)   VALUE "  RE-CHECK   ".
           03  WS-RSL-FLAG            PIC X(01).
           03  FILLER                PIC X(09)   VALUE "  REASON ".
           03  WS-RSL-CODE            PIC 9(02).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-RSL-DESC            PIC X(30).
       01  WS-TOTAL-LINE.
           03  WS-TOT-DESC            PIC X(30).
           03  WS-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-WORK-ONE-ITEM THRU 2000-WORK-ONE-ITEM-EXIT
               UNTIL SESSION-DONE
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Builds the reason-description table, takes the steward's   *
      *    id (blank ends the session before it starts), builds the   *
      *    work queue, opens the files held for the session and      *
      *    CHECKMAIL's files, and reads the first item.               *
      *****************************************************************
       1000-INITIALIZE.
           MOVE "E-MAIL ACCEPTED"              TO WS-RT-DESC(1)
           MOVE "MISSING OR MULTIPLE '@'"      TO WS-RT-DESC(11)
           MOVE "INVALID USER CHARACTERS"      TO WS-RT-DESC(21)
           MOVE "USER STARTS WITH '.'"         TO WS-RT-DESC(22)
           MOVE "USER ENDS WITH '.'"           TO WS-RT-DESC(23)
           MOVE "E-MAIL CONTAINS SPACES"       TO WS-RT-DESC(24)
           MOVE "INVALID DOMAIN CHARACTERS"    TO WS-RT-DESC(31)
           MOVE "DOMAIN MISSING '.'"           TO WS-RT-DESC(32)
           MOVE "NO CHARACTERS BEFORE DOMAIN"  TO WS-RT-DESC(33)
           MOVE "DOMAIN LABEL STARTS WITH '-'" TO WS-RT-DESC(34)
           MOVE "DOMAIN LABEL ENDS WITH '-'"   TO WS-RT-DESC(35)
           MOVE "EMPTY DOMAIN LABEL ('..')"    TO WS-RT-DESC(36)
           MOVE "DOMAIN LABEL OVER 63 CHARS"   TO WS-RT-DESC(37)
           MOVE "'--' LABEL NOT XN-- PUNYCODE" TO WS-RT-DESC(38)
           MOVE "DOMAIN NOT ON APPROVED LIST"  TO WS-RT-DESC(41)
           MOVE "DOMAIN ON BLOCKED LIST"       TO WS-RT-DESC(42)
           MOVE "ACCEPTED BY APPROVED EXCEPTION" TO WS-RT-DESC(44)
           MOVE "ACCEPTED - DOMAIN ON WATCHLIST" TO WS-RT-DESC(46)
           MOVE "ACCEPTED - ROLE ACCOUNT" TO WS-RT-DESC(47)
           MOVE "ACCEPTED - DISPOSABLE DOMAIN" TO WS-RT-DESC(48)
           MOVE "E-MAIL FIELD FULL/TRUNCATED"  TO WS-RT-DESC(51)
           MOVE "UNDELIVERABLE - ADDR BOUNCED"  TO WS-RT-DESC(61)
           DISPLAY "CKMCORR - REJECT-CORRECTION WORKSTATION"
           DISPLAY "ENTER YOUR STEWARD USER ID (BLANK TO END):"
           MOVE SPACES TO WS-STEWARD-ID
           ACCEPT WS-STEWARD-ID
           IF WS-STEWARD-ID = SPACES THEN
               SET SESSION-DONE TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE UPPER-CASE (WS-STEWARD-ID) TO WS-STEWARD-ID
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           MOVE PDATE-BUS-DATE TO WS-TODAY-DATE
           MOVE INTEGER-OF-DATE (WS-TODAY-DATE) TO WS-TODAY-INT
           PERFORM 1100-LOAD-PENDING THRU 1100-LOAD-PENDING-EXIT
           PERFORM 1200-LOAD-SUGGESTIONS THRU
               1200-LOAD-SUGGESTIONS-EXIT
           PERFORM 1300-BUILD-QUEUE THRU 1300-BUILD-QUEUE-EXIT
           IF WS-QUEUE-COUNT = ZERO THEN
               DISPLAY "NO OPEN REJECTS TO WORK"
               SET SESSION-DONE TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT WORKINV2
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "WORKINV2" TO WS-ERR-FILE
           MOVE WS-WI2-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN INPUT CUSTIDX
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN EXTEND CORRTRAN
           IF WS-COR-FSTATUS = "35" THEN
               OPEN OUTPUT CORRTRAN
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET SESSION-STARTED TO TRUE
           SET CKM-MODE-INITIALIZE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE,
               WS-CKM-MATCH
           MOVE "OPEN REJECTS TO WORK" TO WS-TOT-DESC
           MOVE WS-QUEUE-COUNT TO WS-TOT-COUNT
           DISPLAY WS-TOTAL-LINE
           PERFORM 2900-READ-QUEUE THRU 2900-READ-QUEUE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *1100-LOAD-PENDING                                              *
      *    Notes the customers already on CORRTRAN. No CORRTRAN yet   *
      *    means nothing is pending.                                  *
      *****************************************************************
       1100-LOAD-PENDING.
           OPEN INPUT CORRTRAN
           IF WS-COR-FSTATUS = "35" THEN
               GO TO 1100-LOAD-PENDING-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "N" TO WS-EOF-SW
           PERFORM 1110-LOAD-ONE-PENDING THRU
               1110-LOAD-ONE-PENDING-EXIT
               UNTIL END-OF-INPUT
           CLOSE CORRTRAN.
       1100-LOAD-PENDING-EXIT.
           EXIT.
      *****************************************************************
      *1110-LOAD-ONE-PENDING                                          *
      *****************************************************************
       1110-LOAD-ONE-PENDING.
           READ CORRTRAN
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 1110-LOAD-ONE-PENDING-EXIT
           END-IF
           IF WS-PEND-COUNT NOT < CORR-MAX-PENDING THEN
               DISPLAY "CORRTRAN HOLDS OVER 2000 CORRECTIONS - "
                   "SOME PENDING ITEMS MAY BE SHOWN AGAIN"
               SET END-OF-INPUT TO TRUE
               GO TO 1110-LOAD-ONE-PENDING-EXIT
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE CORR-CUST-ID TO WS-PD-CUST-ID(WS-PEND-COUNT).
       1110-LOAD-ONE-PENDING-EXIT.
           EXIT.
      *****************************************************************
      *1200-LOAD-SUGGESTIONS                                          *
      *    Loads CKMSUGG's proposals. No suggestion file means no     *
      *    proposals are offered.                                     *
      *****************************************************************
       1200-LOAD-SUGGESTIONS.
           OPEN INPUT SUGGFILE
           IF WS-SUG-FSTATUS = "35" THEN
               GO TO 1200-LOAD-SUGGESTIONS-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "SUGGFILE" TO WS-ERR-FILE
           MOVE WS-SUG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "N" TO WS-EOF-SW
           PERFORM 1210-LOAD-ONE-SUGGESTION THRU
               1210-LOAD-ONE-SUGGESTION-EXIT
               UNTIL END-OF-INPUT
           CLOSE SUGGFILE.
       1200-LOAD-SUGGESTIONS-EXIT.
           EXIT.
      *****************************************************************
      *1210-LOAD-ONE-SUGGESTION                                       *
      *****************************************************************
       1210-LOAD-ONE-SUGGESTION.
           READ SUGGFILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "SUGGFILE" TO WS-ERR-FILE
           MOVE WS-SUG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 1210-LOAD-ONE-SUGGESTION-EXIT
           END-IF
           IF WS-SUGG-COUNT NOT < CORR-MAX-SUGGEST THEN
               DISPLAY "SUGGFILE HOLDS OVER 2000 PROPOSALS - "
                   "THE REST ARE NOT OFFERED"
               SET END-OF-INPUT TO TRUE
               GO TO 1210-LOAD-ONE-SUGGESTION-EXIT
           END-IF
           ADD 1 TO WS-SUGG-COUNT
           MOVE SUG-CUST-ID TO WS-SG-CUST-ID(WS-SUGG-COUNT)
           MOVE SUG-EMAIL TO WS-SG-EMAIL(WS-SUGG-COUNT)
           MOVE SUG-PROPOSED TO WS-SG-PROPOSED(WS-SUGG-COUNT).
       1210-LOAD-ONE-SUGGESTION-EXIT.
           EXIT.
      *****************************************************************
      *1300-BUILD-QUEUE                                               *
      *    Copies the open primary REJINV items not already pending   *
      *    on CORRTRAN to WORKINV1, then sorts them into first-       *
      *    rejected order (customer id within a date) on WORKINV2.    *
      *    No REJINV yet means an empty queue.                        *
      *****************************************************************
       1300-BUILD-QUEUE.
           OPEN INPUT REJINV
           IF WS-RNV-FSTATUS = "35" THEN
               GO TO 1300-BUILD-QUEUE-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT WORKINV1
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "WORKINV1" TO WS-ERR-FILE
           MOVE WS-WI1-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "N" TO WS-EOF-SW
           PERFORM 1310-QUEUE-ONE-ENTRY THRU 1310-QUEUE-ONE-ENTRY-EXIT
               UNTIL END-OF-INPUT
           CLOSE REJINV
           CLOSE WORKINV1
           IF WS-QUEUE-COUNT = ZERO THEN
               GO TO 1300-BUILD-QUEUE-EXIT
           END-IF
           SORT SORTWK1
               ON ASCENDING KEY SW1-FIRST-DATE SW1-CUST-ID
               USING WORKINV1
               GIVING WORKINV2.
       1300-BUILD-QUEUE-EXIT.
           EXIT.
      *****************************************************************
      *1310-QUEUE-ONE-ENTRY                                           *
      *****************************************************************
       1310-QUEUE-ONE-ENTRY.
           READ REJINV NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 1310-QUEUE-ONE-ENTRY-EXIT
           END-IF
           IF NOT RINV-OPEN OR NOT RINV-ADDR-PRIMARY THEN
               GO TO 1310-QUEUE-ONE-ENTRY-EXIT
           END-IF
           MOVE "N" TO WS-PEND-FOUND-SW
           PERFORM 1320-CHECK-ONE-PENDING THRU
               1320-CHECK-ONE-PENDING-EXIT
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
                  OR CORRECTION-PENDING
           IF CORRECTION-PENDING THEN
               GO TO 1310-QUEUE-ONE-ENTRY-EXIT
           END-IF
           MOVE RINV-FIRST-DATE TO WI1-FIRST-DATE
           MOVE RINV-CUST-ID TO WI1-CUST-ID
           MOVE RINV-REASON-CODE TO WI1-REASON-CODE
           WRITE WI1-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "WORKINV1" TO WS-ERR-FILE
           MOVE WS-WI1-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-QUEUE-COUNT.
       1310-QUEUE-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *1320-CHECK-ONE-PENDING                                         *
      *****************************************************************
       1320-CHECK-ONE-PENDING.
           IF WS-PD-CUST-ID(WS-PEND-IDX) = RINV-CUST-ID THEN
               SET CORRECTION-PENDING TO TRUE
           END-IF.
       1320-CHECK-ONE-PENDING-EXIT.
           EXIT.
      *****************************************************************
      *2000-WORK-ONE-ITEM                                             *
      *    Works the current queue item, then moves to the next one   *
      *    unless the steward ended the session.                      *
      *****************************************************************
       2000-WORK-ONE-ITEM.
           PERFORM 2050-WORK-CURRENT-ITEM THRU
               2050-WORK-CURRENT-ITEM-EXIT
           IF NOT SESSION-DONE THEN
               PERFORM 2900-READ-QUEUE THRU 2900-READ-QUEUE-EXIT
           END-IF.
       2000-WORK-ONE-ITEM-EXIT.
           EXIT.
      *****************************************************************
      *2050-WORK-CURRENT-ITEM                                         *
      *    Shows the item and takes the steward's action on it. An    *
      *    item whose customer is no longer on CUSTIDX cannot be      *
      *    corrected and is passed over.                              *
      *****************************************************************
       2050-WORK-CURRENT-ITEM.
           MOVE "N" TO WS-CIX-FOUND-SW
           MOVE WI2-CUST-ID TO CIX-CUST-ID
           READ CUSTIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-SHOWN-COUNT
           IF NOT CUSTOMER-FOUND THEN
               ADD 1 TO WS-PASSED-COUNT
               DISPLAY "CUSTOMER " WI2-CUST-ID
                   " NOT ON CUSTIDX - ITEM PASSED OVER"
               GO TO 2050-WORK-CURRENT-ITEM-EXIT
           END-IF
           PERFORM 2100-SHOW-ITEM THRU 2100-SHOW-ITEM-EXIT
           MOVE "N" TO WS-ACTION-SW
           PERFORM 2200-TAKE-ACTION THRU 2200-TAKE-ACTION-EXIT
               UNTIL ACTION-TAKEN.
       2050-WORK-CURRENT-ITEM-EXIT.
           EXIT.
      *****************************************************************
      *2100-SHOW-ITEM                                                 *
      *    Customer, rejected address, reason, age and the CKMSUGG    *
      *    proposal for this address, if there is one.                *
      *****************************************************************
       2100-SHOW-ITEM.
           MOVE WS-SHOWN-COUNT TO WS-ITM-NUMBER
           MOVE WS-QUEUE-COUNT TO WS-ITM-QUEUE
           MOVE WI2-CUST-ID TO WS-ITM-CUST-ID
           DISPLAY " "
           DISPLAY WS-ITEM-LINE
           DISPLAY "  NAME       " CIX-CUST-NAME
           DISPLAY "  E-MAIL     " TRIM (CIX-CUST-EMAIL)
           MOVE WI2-REASON-CODE TO WS-RSN-CODE
           COMPUTE WS-RT-IDX = WI2-REASON-CODE + 1
           IF WS-RT-IDX > ZERO AND WS-RT-IDX NOT > 61 THEN
               MOVE WS-RT-DESC(WS-RT-IDX) TO WS-RSN-DESC
           ELSE
               MOVE SPACES TO WS-RSN-DESC
           END-IF
           DISPLAY WS-REASON-LINE
           IF WI2-FIRST-DATE NUMERIC THEN
               MOVE WI2-FIRST-DATE TO WS-FIRST-DATE-N
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - INTEGER-OF-DATE (WS-FIRST-DATE-N)
           ELSE
               MOVE 99 TO WS-AGE-DAYS
           END-IF
           MOVE WI2-FIRST-DATE TO WS-AGE-FIRST-DATE
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-OUT
           DISPLAY WS-AGE-LINE
           MOVE SPACES TO WS-PROPOSED
           PERFORM 2110-FIND-ONE-SUGGESTION THRU
               2110-FIND-ONE-SUGGESTION-EXIT
               VARYING WS-SUGG-IDX FROM 1 BY 1
               UNTIL WS-SUGG-IDX > WS-SUGG-COUNT
                  OR WS-PROPOSED NOT = SPACES
           IF WS-PROPOSED = SPACES THEN
               DISPLAY "  SUGGESTED  (NONE)"
           ELSE
               DISPLAY "  SUGGESTED  " TRIM (WS-PROPOSED)
           END-IF.
       2100-SHOW-ITEM-EXIT.
           EXIT.
      *****************************************************************
      *2110-FIND-ONE-SUGGESTION                                       *
      *****************************************************************
       2110-FIND-ONE-SUGGESTION.
           IF WS-SG-CUST-ID(WS-SUGG-IDX) = WI2-CUST-ID
               AND WS-SG-EMAIL(WS-SUGG-IDX) = CIX-CUST-EMAIL THEN
               MOVE WS-SG-PROPOSED(WS-SUGG-IDX) TO WS-PROPOSED
           END-IF.
       2110-FIND-ONE-SUGGESTION-EXIT.
           EXIT.
      *****************************************************************
      *2200-TAKE-ACTION                                               *
      *    Prompts until a usable action is keyed. A with no          *
      *    proposal, a blank correction or an unknown letter prompts  *
      *    again; E ends the session leaving the item uncounted.      *
      *****************************************************************
       2200-TAKE-ACTION.
           IF WS-PROPOSED = SPACES THEN
               DISPLAY "K=KEY CORRECTION  S=SKIP  E=END SESSION:"
           ELSE
               DISPLAY "A=ACCEPT SUGGESTION  K=KEY CORRECTION  "
                   "S=SKIP  E=END SESSION:"
           END-IF
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION
           MOVE UPPER-CASE (WS-ACTION) TO WS-ACTION
           EVALUATE TRUE
               WHEN ACTION-ACCEPT AND WS-PROPOSED NOT = SPACES
                   MOVE WS-PROPOSED TO WS-NEW-EMAIL
                   PERFORM 2300-RECHECK-AND-WRITE THRU
                       2300-RECHECK-AND-WRITE-EXIT
               WHEN ACTION-KEY
                   DISPLAY "ENTER CORRECTED E-MAIL ADDRESS:"
                   MOVE SPACES TO WS-NEW-EMAIL
                   ACCEPT WS-NEW-EMAIL
                   IF WS-NEW-EMAIL = SPACES THEN
                       DISPLAY "NO ADDRESS KEYED"
                   ELSE
                       PERFORM 2300-RECHECK-AND-WRITE THRU
                           2300-RECHECK-AND-WRITE-EXIT
                   END-IF
               WHEN ACTION-SKIP
                   ADD 1 TO WS-SKIPPED-COUNT
                   SET ACTION-TAKEN TO TRUE
               WHEN ACTION-END
                   SUBTRACT 1 FROM WS-SHOWN-COUNT
                   SET SESSION-DONE TO TRUE
                   SET ACTION-TAKEN TO TRUE
               WHEN OTHER
                   DISPLAY "NOT A VALID CHOICE"
           END-EVALUATE.
       2200-TAKE-ACTION-EXIT.
           EXIT.
      *****************************************************************
      *2300-RECHECK-AND-WRITE                                         *
      *    Validates the new address through CHECKMAIL. One that      *
      *    passes (accepted-with-warning included - the warning is    *
      *    shown) goes to CORRTRAN with the steward's id; one that    *
      *    fails is shown with its reason and the item stays open.    *
      *****************************************************************
       2300-RECHECK-AND-WRITE.
           MOVE WS-NEW-EMAIL TO WS-CKM-EMAIL
           SET CKM-MODE-VALIDATE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE,
               WS-CKM-MATCH
           ADD 1 TO WS-CALL-COUNT
           MOVE WS-CKM-FLAG TO WS-RSL-FLAG
           MOVE REASON-CODE TO WS-RSL-CODE
           COMPUTE WS-RT-IDX = REASON-CODE + 1
           IF WS-RT-IDX > ZERO AND WS-RT-IDX NOT > 61 THEN
               MOVE WS-RT-DESC(WS-RT-IDX) TO WS-RSL-DESC
           ELSE
               MOVE SPACES TO WS-RSL-DESC
           END-IF
           DISPLAY WS-RESULT-LINE
           DISPLAY "             " WS-CKM-MENSAGEM
           SET ACTION-TAKEN TO TRUE
           IF WS-CKM-FLAG NOT = "S" THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "FAILED RE-CHECK - NOTHING WRITTEN, ITEM "
                   "STAYS OPEN"
               GO TO 2300-RECHECK-AND-WRITE-EXIT
           END-IF
           MOVE WI2-CUST-ID TO CORR-CUST-ID
           MOVE WS-NEW-EMAIL TO CORR-EMAIL
           MOVE WS-STEWARD-ID TO CORR-STEWARD-ID
           WRITE CORRECTION-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-CORRECTED-COUNT
           DISPLAY "CORRECTION WRITTEN TO CORRTRAN".
       2300-RECHECK-AND-WRITE-EXIT.
           EXIT.
      *****************************************************************
      *2900-READ-QUEUE                                                *
      *    The end of the queue ends the session.                     *
      *****************************************************************
       2900-READ-QUEUE.
           READ WORKINV2
               AT END
                   DISPLAY " "
                   DISPLAY "END OF OPEN REJECTS"
                   SET SESSION-DONE TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "WORKINV2" TO WS-ERR-FILE
           MOVE WS-WI2-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2900-READ-QUEUE-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Closes what the session opened, adds its CHECKMAIL calls   *
      *    to the day's CKMCORR record on RUNLEDG (in = items shown,  *
      *    out = corrected, skipped, failed re-check) and shows the   *
      *    session totals for the supervisors.                        *
      *****************************************************************
       3000-TERMINATE.
           IF NOT SESSION-STARTED THEN
               DISPLAY "CKMCORR - SESSION ENDED"
               GO TO 3000-TERMINATE-EXIT
           END-IF
           SET CKM-MODE-TERMINATE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE,
               WS-CKM-MATCH
           CLOSE WORKINV2
           CLOSE CUSTIDX
           CLOSE CORRTRAN
           IF WS-SHOWN-COUNT > ZERO THEN
               INITIALIZE RUNC-COMMAREA
               SET RUNC-FN-ADD TO TRUE
               MOVE "CKMCORR" TO RUNC-JOB-NAME
               MOVE ZERO TO RUNC-RETURN-CODE
               MOVE WS-SHOWN-COUNT TO RUNC-IN-COUNT
               MOVE WS-CORRECTED-COUNT TO RUNC-OUT-COUNT-1
               MOVE WS-SKIPPED-COUNT TO RUNC-OUT-COUNT-2
               MOVE WS-FAILED-COUNT TO RUNC-OUT-COUNT-3
               MOVE WS-CALL-COUNT TO RUNC-CALL-COUNT
               CALL "CKMRUNC" USING RUNC-COMMAREA
           END-IF
           DISPLAY " "
           DISPLAY "CKMCORR - SESSION TOTALS FOR " WS-STEWARD-ID
           MOVE "ITEMS SHOWN" TO WS-TOT-DESC
           MOVE WS-SHOWN-COUNT TO WS-TOT-COUNT
           DISPLAY WS-TOTAL-LINE
           MOVE "CORRECTED" TO WS-TOT-DESC
           MOVE WS-CORRECTED-COUNT TO WS-TOT-COUNT
           DISPLAY WS-TOTAL-LINE
           MOVE "SKIPPED" TO WS-TOT-DESC
           MOVE WS-SKIPPED-COUNT TO WS-TOT-COUNT
           DISPLAY WS-TOTAL-LINE
           MOVE "FAILED RE-CHECK" TO WS-TOT-DESC
           MOVE WS-FAILED-COUNT TO WS-TOT-COUNT
           DISPLAY WS-TOTAL-LINE
           IF WS-PASSED-COUNT > ZERO THEN
               MOVE "PASSED OVER (NOT ON CUSTIDX)" TO WS-TOT-DESC
               MOVE WS-PASSED-COUNT TO WS-TOT-COUNT
               DISPLAY WS-TOTAL-LINE
           END-IF
           DISPLAY "CKMCORR - SESSION ENDED".
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *9000-CHECK-FILE-STATUS                                         *
      *    Judges the file status the caller just moved to            *
      *    WS-ERR-STATUS. 00 is clean; 10 is end of file (the READ's  *
      *    AT END already handled it); 02/05 are informational; 22/23 *
      *    are the CUSTIDX read's INVALID KEY, already handled. 04    *
      *    and 07 are reported as warnings and the session continues  *
      *    with RETURN-CODE 4. Any other status is fatal: the line    *
      *    goes to ERRLOG and the terminal, and the session ends      *
      *    with RETURN-CODE 12.                                       *
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
      *    Puts the error line where it will be seen: on the ERRLOG   *
      *    dataset (opened per error - errors are rare and this must  *
      *    work however early the session died) and on the terminal.  *
      *    A first error with no ERRLOG dataset yet creates it.       *
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
