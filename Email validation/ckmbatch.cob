      *                             other counters (the same fix
      *                             CKPT-SKIP-COUNT was for
      *                             SKIPPED).
      *   15/10/2026  aa-stop-run   A customer whose address is on
      *                             BOUNCEST as undeliverable is
      *                             rejected with reason 60 without
      *                             calling CHECKMAIL and ahead of
      *                             the recent-clean skip, for as
      *                             long as the address on the
      *                             master is the one that bounced.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   Each customer's billing, statement
      *                             and marketing addresses on the new
      *                             CUSTEML file are now validated too
      *                             (same recent-clean skip as CUST-
      *                             EMAIL), stamped in place, tracked on
      *                             REJINV - now keyed on customer id
      *                             and address type - under their own
      *                             type, and counted on a second
      *                             trailer line carried on the
      *                             checkpoint.
      *   15/10/2026  aa-stop-run   Counts its CHECKMAIL validation
      *                             calls onto its RUNLEDG record
      *                             (carried on the checkpoint across a
      *                             restart) so CKMBAL can balance them
      *                             against AUDITLOG.
      *   15/10/2026  aa-stop-run   Customers accepted with the new
      *                             role-account (46) or disposable-mail
      *                             (47) warnings are now written to the
      *                             FOLLOWUP file with their reason code
      *                             - including skipped customers whose
      *                             recent clean validation already
      *                             carries 46/47 - and counted on the
      *                             trailer as FOLLOW-UP. The checkpoint
      *                             carries the count (CKPT-FOLLOW-
      *                             COUNT) so it survives a restart.
      *   15/10/2026  aa-stop-run   A CUSTEML address held undeliverable
      *                             on BOUNCEST under its own address
      *                             type is now rejected with reason 60
      *                             as CUST-EMAIL is (BOUNCEST is keyed
      *                             on customer id plus address type). A
      *                             withdrawn (blank) address now closes
      *                             its open REJINV entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMBATCH.
      *          written to CHECKPT every CKMCKPT-INTERVAL customers;
      *          passing RESTART as the run's PARM resumes from that
      *          checkpoint instead of re-running the whole file.
      *
      *          Each customer's billing, statement and marketing
      *          addresses (CUSTEML, keyed customer id plus address
      *          type) are validated after CUST-EMAIL under the same
      *          recent-clean rule, stamped in place, and tracked on
      *          REJINV under their own address type; they are
      *          counted on a second trailer line and do not appear
      *          on ACCEPTFL/REJECTFL/WATCHEXT/FOLLOWUP.
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
       77  WS-CUST-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-CUSTOUT-FSTATUS        PIC X(02)   VALUE SPACES.
       77  WS-CKPT-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-WAT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FUP-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-BST-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-CUSTMAST                   VALUE "Y".
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
       77  WS-REJECT-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-SKIP-VALID-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-WATCH-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-FOLLOW-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-READ-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-ACCEPT-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-REJECT-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-SKIP-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-CALL-COUNT             PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Re-validation window. A customer whose CUST-VAL-STATUS is  *
      *    a clean "S" dated within this many days keeps that result  *
      *****************************************************************
      *    Checkpoint/restart work fields. CKMCKPT-INTERVAL must stay  *
      *    at 1 (a checkpoint taken after every customer), because     *
      *    ACCEPTFL/REJECTFL are written unconditionally for every     *
      *    customer but are only reconciled with CHECKPT's counters on *
      *    restart, not truncated back to them; any wider interval     *
      *    would re-append customers already on those files as         *
           03  FILLER                PIC X(10)
                                      VALUE "  WATCHED ".
           03  WS-TRL-WATCHED         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(12)
                                      VALUE "  FOLLOW-UP ".
           03  WS-TRL-FOLLOW          PIC ZZZ,ZZZ,ZZ9.
       01  WS-ADDR-TRAILER-LINE.
           03  FILLER                PIC X(18)
                                      VALUE "CKMBATCH ADDRESSES".
           03  WS-ATL-READ            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(11)
                                      VALUE "  ACCEPTED ".
           03  WS-ATL-ACCEPT          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(11)
                                      VALUE "  REJECTED ".
           03  WS-ATL-REJECT          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(10)
                                      VALUE "  SKIPPED ".
           03  WS-ATL-SKIPPED         PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (e.g. PARM='RESTART'),  *
           ELSE
               MOVE CKMBATCH-PARM-TEXT TO WS-RESTART-PARM
           END-IF
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMBATCH NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
               - CKM-REVAL-DAYS
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1050-OPEN-CHECKPOINT THRU 1050-OPEN-CHECKPOINT-EXIT
           PERFORM 1070-OPEN-INVENTORY THRU 1070-OPEN-INVENTORY-EXIT
           PERFORM 1080-OPEN-BOUNCE-STATUS THRU
               1080-OPEN-BOUNCE-STATUS-EXIT
           PERFORM 1090-OPEN-ADDRESSES THRU 1090-OPEN-ADDRESSES-EXIT
           IF RESTART-REQUESTED THEN
               PERFORM 1100-RECOVER-CHECKPOINT THRU
                   1100-RECOVER-CHECKPOINT-EXIT
               OPEN EXTEND REJECTFL
               OPEN EXTEND CUSTOUT
               OPEN EXTEND WATCHEXT
               OPEN EXTEND FOLLOWUP
               PERFORM 1200-SKIP-PROCESSED THRU
                   1200-SKIP-PROCESSED-EXIT
           ELSE
               OPEN OUTPUT REJECTFL
               OPEN OUTPUT CUSTOUT
               OPEN OUTPUT WATCHEXT
               OPEN OUTPUT FOLLOWUP
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ACCEPTFL" TO WS-ERR-FILE
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "WATCHEXT" TO WS-ERR-FILE
           MOVE WS-WAT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "FOLLOWUP" TO WS-ERR-FILE
           MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET CKM-MODE-INITIALIZE TO TRUE
       1070-OPEN-INVENTORY-EXIT.
           EXIT.
      *****************************************************************
      *1080-OPEN-BOUNCE-STATUS                                        *
      *    Opens CKMBOUNC's BOUNCEST file for lookups. Until the      *
      *    first bounce feed has run there is no dataset (status 35) *
      *    and nobody is held.                                       *
      *****************************************************************
       1080-OPEN-BOUNCE-STATUS.
           OPEN INPUT BOUNCEST
           IF WS-BST-FSTATUS = "35" THEN
               GO TO 1080-OPEN-BOUNCE-STATUS-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET BOUNCE-FILE-AVAILABLE TO TRUE.
       1080-OPEN-BOUNCE-STATUS-EXIT.
           EXIT.
      *****************************************************************
      *1090-OPEN-ADDRESSES                                            *
      *    Opens CUSTEML I-O for the billing/statement/marketing      *
      *    addresses. No dataset yet (status 35) just means no        *
      *    customer has a typed address to validate.                 *
      *****************************************************************
       1090-OPEN-ADDRESSES.
           OPEN I-O CUSTEML
           IF WS-CEM-FSTATUS = "35" THEN
               GO TO 1090-OPEN-ADDRESSES-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET ADDRESS-FILE-AVAILABLE TO TRUE.
       1090-OPEN-ADDRESSES-EXIT.
           EXIT.
      *****************************************************************
      *1100-RECOVER-CHECKPOINT                                        *
      *    Reads the one checkpoint record CHECKPT holds (CHECKPT is   *
      *    already open, via 1050-OPEN-CHECKPOINT) and restores the    *
                   MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT
                   MOVE CKPT-SKIP-COUNT TO WS-SKIP-VALID-COUNT
                   MOVE CKPT-WATCH-COUNT TO WS-WATCH-COUNT
                   MOVE CKPT-FOLLOW-COUNT TO WS-FOLLOW-COUNT
                   MOVE CKPT-ADDR-READ-COUNT TO WS-ADDR-READ-COUNT
                   MOVE CKPT-ADDR-ACCEPT-COUNT TO WS-ADDR-ACCEPT-COUNT
                   MOVE CKPT-ADDR-REJECT-COUNT TO WS-ADDR-REJECT-COUNT
                   MOVE CKPT-ADDR-SKIP-COUNT TO WS-ADDR-SKIP-COUNT
                   MOVE CKPT-CALL-COUNT TO WS-CALL-COUNT
                   SET CKPT-RECORD-WRITTEN TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
      *    Validates one customer's e-mail and routes the record to   *
      *    ACCEPTFL or REJECTFL. A customer whose e-mail already has  *
      *    a clean validation newer than CKM-REVAL-DAYS keeps that    *
      *    result and skips the CHECKMAIL call. An address held      *
      *    undeliverable on BOUNCEST is rejected with reason 60       *
      *    ahead of both - a clean validation says nothing about     *
      *    whether the mail arrives. The customer's billing,         *
      *    statement and marketing addresses on CUSTEML are then     *
      *    validated too. Every customer is written to the updated   *
      *    master (CUSTOUT), checkpointed at intervals, then the     *
      *    next customer is read.                                    *
      *****************************************************************
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE "P" TO WS-ADDR-TYPE
           MOVE CUST-EMAIL TO WS-CKM-EMAIL
           PERFORM 2040-CHECK-BOUNCE-HOLD THRU
               2040-CHECK-BOUNCE-HOLD-EXIT
           PERFORM 2050-CHECK-RECENT-CLEAN THRU
               2050-CHECK-RECENT-CLEAN-EXIT
           EVALUATE TRUE
               WHEN BOUNCE-HOLD
                   PERFORM 2080-STAMP-VALIDATION THRU
                       2080-STAMP-VALIDATION-EXIT
                   PERFORM 2300-WRITE-REJECT THRU
                       2300-WRITE-REJECT-EXIT
               WHEN RECENT-CLEAN-VALIDATION
                   ADD 1 TO WS-SKIP-VALID-COUNT
                   PERFORM 2200-WRITE-ACCEPT THRU 2200-WRITE-ACCEPT-EXIT
                   IF CUST-VAL-REASON = "45" THEN
                       PERFORM 2250-WRITE-WATCH THRU
                           2250-WRITE-WATCH-EXIT
                   END-IF
                   IF CUST-VAL-REASON = "46" OR "47" THEN
                       MOVE CUST-VAL-REASON TO FUP-REASON-CODE
                       PERFORM 2270-WRITE-FOLLOWUP THRU
                           2270-WRITE-FOLLOWUP-EXIT
                   END-IF
               WHEN OTHER
                   SET CKM-MODE-VALIDATE TO TRUE
                   CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
                       WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
                   ADD 1 TO WS-CALL-COUNT
                   PERFORM 2080-STAMP-VALIDATION THRU
                       2080-STAMP-VALIDATION-EXIT
                   IF WS-CKM-FLAG = "S" THEN
                       PERFORM 2200-WRITE-ACCEPT THRU
                           2200-WRITE-ACCEPT-EXIT
                       IF REASON-WATCHLIST-WARNING THEN
                           PERFORM 2250-WRITE-WATCH THRU
                               2250-WRITE-WATCH-EXIT
                       END-IF
                       IF REASON-ROLE-ACCOUNT-WARNING
                           OR REASON-DISPOSABLE-WARNING THEN
                           MOVE REASON-CODE TO FUP-REASON-CODE
                           PERFORM 2270-WRITE-FOLLOWUP THRU
                               2270-WRITE-FOLLOWUP-EXIT
                       END-IF
                   ELSE
                       PERFORM 2300-WRITE-REJECT THRU
                           2300-WRITE-REJECT-EXIT
                   END-IF
           END-EVALUATE
           PERFORM 2500-VALIDATE-ADDRESSES THRU
               2500-VALIDATE-ADDRESSES-EXIT
           PERFORM 2090-WRITE-CUSTOUT THRU 2090-WRITE-CUSTOUT-EXIT
           PERFORM 2150-CHECK-CHECKPOINT THRU
               2150-CHECK-CHECKPOINT-EXIT
       2000-PROCESS-CUSTOMER-EXIT.
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
      *2050-CHECK-RECENT-CLEAN                                        *
      *    A clean prior result ("S") dated on or after the cutoff    *
      *    computed at initialize means this address was validated    *
           MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT
           MOVE WS-SKIP-VALID-COUNT TO CKPT-SKIP-COUNT
           MOVE WS-WATCH-COUNT TO CKPT-WATCH-COUNT
           MOVE WS-FOLLOW-COUNT TO CKPT-FOLLOW-COUNT
           MOVE WS-ADDR-READ-COUNT TO CKPT-ADDR-READ-COUNT
           MOVE WS-ADDR-ACCEPT-COUNT TO CKPT-ADDR-ACCEPT-COUNT
           MOVE WS-ADDR-REJECT-COUNT TO CKPT-ADDR-REJECT-COUNT
           MOVE WS-ADDR-SKIP-COUNT TO CKPT-ADDR-SKIP-COUNT
           MOVE WS-CALL-COUNT TO CKPT-CALL-COUNT
           IF CKPT-RECORD-WRITTEN THEN
               REWRITE CHECKPOINT-RECORD
               MOVE "REWRITE" TO WS-ERR-VERB
       2250-WRITE-WATCH-EXIT.
           EXIT.
      *****************************************************************
      *2270-WRITE-FOLLOWUP                                            *
      *    A customer accepted with the role-account (46) or          *
      *    disposable-mail (47) warning goes to the FOLLOWUP file as  *
      *    well as ACCEPTFL. The caller has already moved the reason  *
      *    code to FUP-REASON-CODE.                                   *
      *****************************************************************
       2270-WRITE-FOLLOWUP.
           ADD 1 TO WS-FOLLOW-COUNT
           MOVE CUST-ID TO FUP-CUST-ID
           MOVE CUST-NAME TO FUP-CUST-NAME
           MOVE CUST-EMAIL TO FUP-EMAIL
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
       2360-CLOSE-INVENTORY-EXIT.
           EXIT.
      *****************************************************************
      *2500-VALIDATE-ADDRESSES                                        *
      *    Positions CUSTEML on the customer's first address and      *
      *    validates each of their addresses in key order. A          *
      *    customer with none is the normal case. A restart that      *
      *    reprocesses the in-flight customer simply validates their  *
      *    addresses again - the REWRITE and the REJINV same-day      *
      *    guard make that harmless.                                  *
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
      *    with reason 60, as CUST-EMAIL is. Otherwise an address with*
      *    a clean validation newer than CKM-REVAL-DAYS keeps it,     *
      *    exactly as CUST-EMAIL does; any other goes through         *
      *    CHECKMAIL. The result is stamped and REWRITTEN in place and*
      *    its REJINV entry (keyed on the address type) is opened,    *
      *    refreshed or closed as for CUST-EMAIL. Typed addresses do  *
      *    not go to ACCEPTFL/REJECTFL/WATCHEXT, which stay one record*
      *    per customer. A blank address is one the customer has      *
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
           IF NOT BOUNCE-HOLD
               AND CEM-EMAIL-ACCEPTED
               AND CEM-VAL-DATE NUMERIC
               AND CEM-VAL-DATE >= WS-CUTOFF-DATE-X THEN
               ADD 1 TO WS-ADDR-SKIP-COUNT
               ADD 1 TO WS-ADDR-ACCEPT-COUNT
               PERFORM 2360-CLOSE-INVENTORY THRU
                   2360-CLOSE-INVENTORY-EXIT
               GO TO 2510-VALIDATE-ONE-ADDRESS-EXIT
           END-IF
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
      *    Tells CHECKMAIL to close DOMINIOS/DOMSFX/AUDITLOG, closes   *
      *    our own files and displays the trailer counts.              *
           CLOSE REJECTFL
           CLOSE CUSTOUT
           CLOSE WATCHEXT
           CLOSE FOLLOWUP
           CLOSE REJINV
           CLOSE CHECKPT
           IF BOUNCE-FILE-AVAILABLE THEN
               CLOSE BOUNCEST
           END-IF
           IF ADDRESS-FILE-AVAILABLE THEN
               CLOSE CUSTEML
           END-IF
           MOVE WS-READ-COUNT TO WS-TRL-READ
           MOVE WS-ACCEPT-COUNT TO WS-TRL-ACCEPT
           MOVE WS-REJECT-COUNT TO WS-TRL-REJECT
           MOVE WS-SKIP-VALID-COUNT TO WS-TRL-SKIPPED
           MOVE WS-WATCH-COUNT TO WS-TRL-WATCHED
           MOVE WS-FOLLOW-COUNT TO WS-TRL-FOLLOW
           DISPLAY WS-TRAILER-LINE
           MOVE WS-ADDR-READ-COUNT TO WS-ATL-READ
           MOVE WS-ADDR-ACCEPT-COUNT TO WS-ATL-ACCEPT
           MOVE WS-ADDR-REJECT-COUNT TO WS-ATL-REJECT
           MOVE WS-ADDR-SKIP-COUNT TO WS-ATL-SKIPPED
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
