      *                             added or refreshed, and a
      *                             customer validating clean again
      *                             has the entry closed.
      *   15/10/2026  aa-stop-run   A customer whose address is on
      *                             BOUNCEST as undeliverable is
      *                             rejected with reason 60 without
      *                             calling CHECKMAIL, for as long as
      *                             the address on the feed is the
      *                             one that bounced.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   Each delta customer's billing,
      *                             statement and marketing addresses on
      *                             the new CUSTEML file are now
      *                             validated through CHECKMAIL too,
      *                             stamped in place, and tracked on
      *                             REJINV - now keyed on customer id
      *                             and address type - under their own
      *                             type.
      *   15/10/2026  aa-stop-run   Counts its CHECKMAIL validation
      *                             calls onto its RUNLEDG record so
      *                             CKMBAL can balance them against
      *                             AUDITLOG.
      *   15/10/2026  aa-stop-run   Customers accepted with the new
      *                             role-account (46) or disposable-mail
      *                             (47) warnings are now written to the
      *                             FOLLOWUP file with their reason code
      *                             and counted on the trailer as
      *                             FOLLOW-UP.
      *   15/10/2026  aa-stop-run   A CUSTEML address held undeliverable
      *                             on BOUNCEST under its own address
      *                             type is now rejected with reason 60
      *                             as CUST-EMAIL is (BOUNCEST is keyed
      *                             on customer id plus address type). A
      *                             withdrawn (blank) address now closes
      *                             its open REJINV entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMDELTA.
      *          restart procedure for a failed run is simply to
      *          rerun it from the top - ACCEPTFL/REJECTFL are
      *          recreated and the master ends in the same state.
      *
      *          Each delta customer's billing, statement and
      *          marketing addresses (CUSTEML, keyed customer id plus
      *          address type) are validated after CUST-EMAIL, stamped
      *          in place, and tracked on REJINV under their own
      *          address type; they are counted on a second trailer
      *          line and do not appear on ACCEPTFL/REJECTFL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WAT-FSTATUS.
           SELECT FOLLOWUP ASSIGN TO "followup"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FUP-FSTATUS.
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT CUSTEML ASSIGN TO "custeml"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY CEM-KEY
                   FILE STATUS WS-CEM-FSTATUS.
           SELECT BOUNCEST ASSIGN TO "bouncest"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY BST-KEY
                   FILE STATUS WS-BST-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
           03  WEX-CUST-ID            PIC X(10).
           03  WEX-CUST-NAME          PIC X(30).
           03  WEX-EMAIL              PIC X(254).
       FD  FOLLOWUP.
      * The compliance extract's layout plus the warning reason code
      * (46 role account, 47 disposable-mail domain), so the follow-
      * up teams can split the file without re-validating it.
       01  FOLLOWUP-RECORD.
           03  FUP-CUST-ID            PIC X(10).
           03  FUP-CUST-NAME          PIC X(30).
           03  FUP-EMAIL              PIC X(254).
           03  FUP-REASON-CODE        PIC X(02).
       FD  REJINV.
           COPY RINVREC.
       FD  CUSTEML.
           COPY CEMREC.
       FD  BOUNCEST.
           COPY BSTREC.
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
      *****************************************************************
      *    File status and end-of-file switches.                      *
      *****************************************************************
       77  WS-DLT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ACC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-REJ-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WAT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FUP-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-BST-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-DELTAFL                    VALUE "Y".
       77  WS-RINV-FOUND-SW          PIC X(01)   VALUE "N".
           88  INVENTORY-ENTRY-FOUND             VALUE "Y".
      *****************************************************************
      *    BOUNCEST is maintained by CKMBOUNC and does not exist      *
      *    until the first bounce feed has run; WS-BST-AVAIL-SW       *
      *    remembers whether it opened, and WS-HOLD-SW whether the    *
      *    current customer's address is held as undeliverable.       *
      *****************************************************************
       77  WS-BST-AVAIL-SW           PIC X(01)   VALUE "N".
           88  BOUNCE-FILE-AVAILABLE             VALUE "Y".
       77  WS-HOLD-SW                PIC X(01)   VALUE "N".
           88  BOUNCE-HOLD                       VALUE "Y".
       01  WS-FOLD-EMAIL             PIC X(254)  VALUE SPACES.
      *****************************************************************
      *    CUSTEML (the billing/statement/marketing addresses) is     *
      *    written by the customer update process and does not exist  *
      *    until the first typed address is collected;                *
      *    WS-CEM-AVAIL-SW remembers whether it opened. WS-ADDR-TYPE  *
      *    is the address type the REJINV entry being tracked is      *
      *    keyed on - "P" for CUST-EMAIL, else CEM-ADDR-TYPE.         *
      *****************************************************************
       77  WS-CEM-AVAIL-SW           PIC X(01)   VALUE "N".
           88  ADDRESS-FILE-AVAILABLE            VALUE "Y".
       77  WS-CEM-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-CUSTOMER-ADDRESSES         VALUE "Y".
       77  WS-ADDR-TYPE              PIC X(01)   VALUE "P".
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
      *    moves the verb, file name and status here after every      *
      *    OPEN/READ/WRITE/REWRITE; a status outside the accepted     *
       77  WS-APPLIED-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDED-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-WATCH-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-FOLLOW-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-READ-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-ACCEPT-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-REJECT-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-CALL-COUNT             PIC 9(09)   COMP VALUE ZERO.
       01  WS-CURRENT-DATE           PIC 9(08)   VALUE ZEROS.
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                     PIC X(08).
           03  FILLER                PIC X(10)
                                      VALUE "  WATCHED ".
           03  WS-TRL-WATCHED         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(12)
                                      VALUE "  FOLLOW-UP ".
           03  WS-TRL-FOLLOW          PIC ZZZ,ZZZ,ZZ9.
       01  WS-ADDR-TRAILER-LINE.
           03  FILLER                PIC X(20)
                                      VALUE "CKMDELTA ADDRESSES ".
           03  WS-ATL-READ            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(11)
                                      VALUE "  ACCEPTED ".
           03  WS-ATL-ACCEPT          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(11)
                                      VALUE "  REJECTED ".
           03  WS-ATL-REJECT          PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *1000-INITIALIZE                                                *
      *    Opens all files, tells CHECKMAIL to open DOMINIOS/DOMSFX/  *
      *    AUDITLOG once for the run, and primes the sequential read. *
      *    No CUSTEML yet (status 35) just means no customer has a    *
      *    billing, statement or marketing address to validate.       *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMDELTA NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           OPEN INPUT DELTAFL
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DELTAFL" TO WS-ERR-FILE
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
           OPEN I-O REJINV
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN INPUT BOUNCEST
           IF WS-BST-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "BOUNCEST" TO WS-ERR-FILE
               MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET BOUNCE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN I-O CUSTEML
           IF WS-CEM-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTEML" TO WS-ERR-FILE
               MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET ADDRESS-FILE-AVAILABLE TO TRUE
           END-IF
           SET CKM-MODE-INITIALIZE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
      *    against the indexed master. No recent-clean skip here -    *
      *    every customer on the delta feed had CUST-EMAIL added or   *
      *    changed, so a prior validation never describes the         *
      *    address now on the record. An address held undeliverable  *
      *    on BOUNCEST is rejected with reason 60 instead of being    *
      *    validated - CHECKMAIL would accept it, but mail to it does *
      *    not arrive. The customer's billing, statement and          *
      *    marketing addresses on CUSTEML are then validated too -    *
      *    the update process puts a customer on the feed when any    *
      *    of their addresses changes.                                *
      *****************************************************************
       2000-PROCESS-DELTA.
           ADD 1 TO WS-READ-COUNT
           MOVE "P" TO WS-ADDR-TYPE
           MOVE CUST-EMAIL TO WS-CKM-EMAIL
           PERFORM 2040-CHECK-BOUNCE-HOLD THRU
               2040-CHECK-BOUNCE-HOLD-EXIT
           IF NOT BOUNCE-HOLD THEN
               SET CKM-MODE-VALIDATE TO TRUE
               CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
                   WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
               ADD 1 TO WS-CALL-COUNT
           END-IF
           PERFORM 2080-STAMP-VALIDATION THRU
               2080-STAMP-VALIDATION-EXIT
           IF WS-CKM-FLAG = "S" THEN
                   PERFORM 2250-WRITE-WATCH THRU
                       2250-WRITE-WATCH-EXIT
               END-IF
               IF REASON-ROLE-ACCOUNT-WARNING
                   OR REASON-DISPOSABLE-WARNING THEN
                   PERFORM 2270-WRITE-FOLLOWUP THRU
                       2270-WRITE-FOLLOWUP-EXIT
               END-IF
           ELSE
               PERFORM 2300-WRITE-REJECT THRU 2300-WRITE-REJECT-EXIT
           END-IF
           PERFORM 2400-APPLY-TO-MASTER THRU 2400-APPLY-TO-MASTER-EXIT
           PERFORM 2500-VALIDATE-ADDRESSES THRU
               2500-VALIDATE-ADDRESSES-EXIT
           PERFORM 2100-READ-DELTA THRU 2100-READ-DELTA-EXIT.
       2000-PROCESS-DELTA-EXIT.
           EXIT.
      *****************************************************************
      *2040-CHECK-BOUNCE-HOLD                                         *
      *    Looks the address in WS-CKM-EMAIL up on BOUNCEST under the *
      *    customer id and WS-ADDR-TYPE ("P" for CUST-EMAIL, the      *
      *    CUSTEML type otherwise). When CKMBOUNC has marked this     *
      *    same address undeliverable, the CHECKMAIL result is set    *
      *    here as a reason-60 reject. BST-EMAIL is held upper-cased, *
      *    so the address is folded to compare; a different address   *
      *    clears the hold.                                           *
      *****************************************************************
       2040-CHECK-BOUNCE-HOLD.
           MOVE "N" TO WS-HOLD-SW
           IF NOT BOUNCE-FILE-AVAILABLE THEN
               GO TO 2040-CHECK-BOUNCE-HOLD-EXIT
           END-IF
           MOVE CUST-ID TO BST-CUST-ID
           MOVE WS-ADDR-TYPE TO BST-ADDR-TYPE
           READ BOUNCEST
               INVALID KEY
                   GO TO 2040-CHECK-BOUNCE-HOLD-EXIT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE FUNCTION UPPER-CASE (WS-CKM-EMAIL) TO WS-FOLD-EMAIL
           IF BST-UNDELIVERABLE AND BST-EMAIL = WS-FOLD-EMAIL THEN
               SET BOUNCE-HOLD TO TRUE
               MOVE "N" TO WS-CKM-FLAG
               SET REASON-UNDELIVERABLE TO TRUE
               MOVE "UNDELIVERABLE - ADDRESS BOUNCED" TO
                   WS-CKM-MENSAGEM
           END-IF.
       2040-CHECK-BOUNCE-HOLD-EXIT.
           EXIT.
      *****************************************************************
      *2080-STAMP-VALIDATION                                          *
      *    Carries the CHECKMAIL result onto the delta record's       *
      *    validation area, to be applied to the indexed master.      *
       2250-WRITE-WATCH-EXIT.
           EXIT.
      *****************************************************************
      *2270-WRITE-FOLLOWUP                                            *
      *    A customer accepted with the role-account (46) or          *
      *    disposable-mail (47) warning goes to the FOLLOWUP file as  *
      *    well as ACCEPTFL, with the reason code.                    *
      *****************************************************************
       2270-WRITE-FOLLOWUP.
           ADD 1 TO WS-FOLLOW-COUNT
           MOVE CUST-ID TO FUP-CUST-ID
           MOVE CUST-NAME TO FUP-CUST-NAME
           MOVE CUST-EMAIL TO FUP-EMAIL
           MOVE REASON-CODE TO FUP-REASON-CODE
           WRITE FOLLOWUP-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "FOLLOWUP" TO WS-ERR-FILE
           MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2270-WRITE-FOLLOWUP-EXIT.
           EXIT.
      *****************************************************************
      *2300-WRITE-REJECT                                              *
      *****************************************************************
       2300-WRITE-REJECT.
           EXIT.
      *****************************************************************
      *2350-TRACK-REJECT                                              *
      *    Adds or refreshes the REJINV entry for this customer and  *
      *    the address type in WS-ADDR-TYPE on the outstanding-      *
      *    reject inventory: a new reject opens an entry             *
      *    (first-rejected today), one still failing refreshes the   *
      *    last-seen date, times seen and current reason, and one    *
      *    rejected again after a correction opens a fresh episode.  *
       2350-TRACK-REJECT.
           MOVE "N" TO WS-RINV-FOUND-SW
           MOVE CUST-ID TO RINV-CUST-ID
           MOVE WS-ADDR-TYPE TO RINV-ADDR-TYPE
           READ REJINV
               INVALID KEY
                   CONTINUE
               MOVE "REWRITE" TO WS-ERR-VERB
           ELSE
               MOVE CUST-ID TO RINV-CUST-ID
               MOVE WS-ADDR-TYPE TO RINV-ADDR-TYPE
               SET RINV-OPEN TO TRUE
               MOVE WS-CURRENT-DATE-X TO RINV-FIRST-DATE
               MOVE WS-CURRENT-DATE-X TO RINV-LAST-DATE
           EXIT.
      *****************************************************************
      *2360-CLOSE-INVENTORY                                           *
      *    An address that validates clean closes any open inventory *
      *    entry for its type as corrected. No entry, or one already *
      *    closed, is the normal case and needs nothing.             *
      *****************************************************************
       2360-CLOSE-INVENTORY.
           MOVE "N" TO WS-RINV-FOUND-SW
           MOVE CUST-ID TO RINV-CUST-ID
           MOVE WS-ADDR-TYPE TO RINV-ADDR-TYPE
           READ REJINV
               INVALID KEY
                   CONTINUE
       2400-APPLY-TO-MASTER-EXIT.
           EXIT.
      *****************************************************************
      *2500-VALIDATE-ADDRESSES                                        *
      *    Positions CUSTEML on the customer's first address and      *
      *    validates each of their addresses in key order. A          *
      *    customer with none is the normal case.                     *
      *****************************************************************
       2500-VALIDATE-ADDRESSES.
           IF NOT ADDRESS-FILE-AVAILABLE THEN
               GO TO 2500-VALIDATE-ADDRESSES-EXIT
           END-IF
           MOVE "N" TO WS-CEM-EOF-SW
           MOVE CUST-ID TO CEM-CUST-ID
           MOVE LOW-VALUES TO CEM-ADDR-TYPE
           START CUSTEML KEY IS NOT LESS THAN CEM-KEY
               INVALID KEY
                   GO TO 2500-VALIDATE-ADDRESSES-EXIT
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2510-VALIDATE-ONE-ADDRESS THRU
               2510-VALIDATE-ONE-ADDRESS-EXIT
               UNTIL END-OF-CUSTOMER-ADDRESSES.
       2500-VALIDATE-ADDRESSES-EXIT.
           EXIT.
      *****************************************************************
      *2510-VALIDATE-ONE-ADDRESS                                      *
      *    Reads the next address; the first one belonging to another *
      *    customer ends this customer's set. An address held         *
      *    undeliverable on BOUNCEST under its own type is rejected   *
      *    with reason 60, as CUST-EMAIL is; any other goes through   *
      *    CHECKMAIL. The result is stamped and REWRITTEN in place,   *
      *    and its REJINV entry (keyed on the address type) is opened,*
      *    refreshed or closed as for CUST-EMAIL. Typed addresses do  *
      *    not go to ACCEPTFL/REJECTFL, which stay one record per     *
      *    customer. A blank address is one the customer has          *
      *    withdrawn: it is not validated, but an entry still open for*
      *    its type is closed - there is nothing left to correct.     *
      *****************************************************************
       2510-VALIDATE-ONE-ADDRESS.
           READ CUSTEML NEXT RECORD
               AT END
                   SET END-OF-CUSTOMER-ADDRESSES TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-CUSTOMER-ADDRESSES THEN
               GO TO 2510-VALIDATE-ONE-ADDRESS-EXIT
           END-IF
           IF CEM-CUST-ID NOT = CUST-ID THEN
               SET END-OF-CUSTOMER-ADDRESSES TO TRUE
               GO TO 2510-VALIDATE-ONE-ADDRESS-EXIT
           END-IF
           IF CEM-EMAIL = SPACES THEN
               MOVE CEM-ADDR-TYPE TO WS-ADDR-TYPE
               PERFORM 2360-CLOSE-INVENTORY THRU
                   2360-CLOSE-INVENTORY-EXIT
               GO TO 2510-VALIDATE-ONE-ADDRESS-EXIT
           END-IF
           ADD 1 TO WS-ADDR-READ-COUNT
           MOVE CEM-ADDR-TYPE TO WS-ADDR-TYPE
           MOVE CEM-EMAIL TO WS-CKM-EMAIL
           PERFORM 2040-CHECK-BOUNCE-HOLD THRU
               2040-CHECK-BOUNCE-HOLD-EXIT
           IF NOT BOUNCE-HOLD THEN
               SET CKM-MODE-VALIDATE TO TRUE
               CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
                   WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
               ADD 1 TO WS-CALL-COUNT
           END-IF
           MOVE WS-CKM-FLAG TO CEM-VAL-STATUS
           MOVE REASON-CODE TO CEM-VAL-REASON
           MOVE WS-CURRENT-DATE-X TO CEM-VAL-DATE
           REWRITE CUSTEML-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF WS-CKM-FLAG = "S" THEN
               ADD 1 TO WS-ADDR-ACCEPT-COUNT
               PERFORM 2360-CLOSE-INVENTORY THRU
                   2360-CLOSE-INVENTORY-EXIT
           ELSE
               ADD 1 TO WS-ADDR-REJECT-COUNT
               PERFORM 2350-TRACK-REJECT THRU 2350-TRACK-REJECT-EXIT
           END-IF.
       2510-VALIDATE-ONE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Tells CHECKMAIL to close DOMINIOS/DOMSFX/AUDITLOG, closes  *
      *    our own files and displays the trailer counts.             *
           CLOSE ACCEPTFL
           CLOSE REJECTFL
           CLOSE WATCHEXT
           CLOSE FOLLOWUP
           CLOSE REJINV
           IF BOUNCE-FILE-AVAILABLE THEN
               CLOSE BOUNCEST
           END-IF
           IF ADDRESS-FILE-AVAILABLE THEN
               CLOSE CUSTEML
           END-IF
           MOVE WS-READ-COUNT TO WS-TRL-READ
           MOVE WS-ACCEPT-COUNT TO WS-TRL-ACCEPT
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           MOVE WS-APPLIED-COUNT TO WS-TRL-APPLIED
           MOVE WS-ADDED-COUNT TO WS-TRL-ADDED
           MOVE WS-WATCH-COUNT TO WS-TRL-WATCHED
           MOVE WS-FOLLOW-COUNT TO WS-TRL-FOLLOW
           DISPLAY WS-TRAILER-LINE
           MOVE WS-ADDR-READ-COUNT TO WS-ATL-READ
           MOVE WS-ADDR-ACCEPT-COUNT TO WS-ATL-ACCEPT
           MOVE WS-ADDR-REJECT-COUNT TO WS-ATL-REJECT
           DISPLAY WS-ADDR-TRAILER-LINE
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
           MOVE WS-ACCEPT-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-REJECT-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-READ-COUNT TO RUNC-OUT-COUNT-3
           MOVE WS-CALL-COUNT TO RUNC-CALL-COUNT
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       3100-WRITE-RUN-RECORD-EXIT.
           EXIT.
