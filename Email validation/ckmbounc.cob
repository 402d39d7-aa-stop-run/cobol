      ******************************************************************
      * Program:  CKMBOUNC
      * History:
      *   15/10/2026  aa-stop-run   Original bounce-feedback job -
      *                             applies the campaign team's daily
      *                             bounce file to the customer
      *                             master: hard bounces, and soft
      *                             bounces once they reach the
      *                             limit, mark the customer
      *                             undeliverable (reason 60) and
      *                             open a REJINV entry.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   REJINV is now keyed on customer id
      *                             and address type; the reason-60
      *                             entries this job opens are the
      *                             primary address's ("P") - bounces
      *                             are reported against CUST-EMAIL.
      *   15/10/2026  aa-stop-run   A bounced address that is not
      *                             CUST-EMAIL is now looked for among
      *                             the customer's CUSTEML addresses
      *                             (marketing, billing, statement); a
      *                             match is marked undeliverable on
      *                             its CUSTEML record and held on
      *                             BOUNCEST and REJINV under its
      *                             address type. BOUNCEST is now
      *                             keyed on customer id plus address
      *                             type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMBOUNC.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: CHECKMAIL can only say an address is well formed and
      *          on an approved domain; the campaign platform is what
      *          finds out whether mail to it is actually delivered.
      *          This job reads their daily bounce file (BOUNCEFL -
      *          customer id, address, bounce type, date) and, for
      *          each record whose address is still one the customer
      *          holds - CUST-EMAIL on CUSTIDX, or failing that one
      *          of their CUSTEML addresses, marketing, billing then
      *          statement (a customer who has changed address since
      *          the campaign went out is reported and left alone):
      *            - a hard bounce marks the address undeliverable;
      *            - a soft bounce is counted on BOUNCEST, and the
      *              address is marked undeliverable once the count
      *              reaches the soft-bounce limit (PARM=, e.g.
      *              PARM='003'; absent, not numeric or zero uses
      *              the default below). Soft bounces are counted
      *              once per bounce date, so rerunning a day's feed
      *              does not count it twice.
      *          Marking an address undeliverable sets its validation
      *          area (CUSTIDX, or the CUSTEML record) to rejected
      *          with reason 60, records it on BOUNCEST and opens (or
      *          refreshes) the REJINV inventory entry, both under
      *          the address type, so the stewards see it in the
      *          backlog. CKMEXTR only sends accepted addresses, and
      *          CKMBATCH/CKMDELTA keep the reason-60 result for as
      *          long as the address on the record is the one that
      *          bounced - it stays out of the extract until the
      *          address changes. A control report lists every
      *          bounce record and what was done with it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCEFL ASSIGN TO "bouncefl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-BNC-FSTATUS.
           SELECT CUSTIDX ASSIGN TO "custidx"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY CIX-CUST-ID
                   FILE STATUS WS-CIX-FSTATUS.
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
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT BNCRPT ASSIGN TO "bncrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCEFL.
           COPY BNCREC.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  CUSTEML.
           COPY CEMREC.
       FD  BOUNCEST.
           COPY BSTREC.
       FD  REJINV.
           COPY RINVREC.
       FD  BNCRPT.
      * Sized to WS-TRAILER-LINE below (the widest line written to
      * this report).
       01  BNCRPT-RECORD              PIC X(110).
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY REASONCD.
      *****************************************************************
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
      *****************************************************************
      *    File status and end-of-file switches.                      *
      *****************************************************************
       77  WS-BNC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-BST-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-BOUNCEFL                   VALUE "Y".
       77  WS-CIX-FOUND-SW           PIC X(01)   VALUE "N".
           88  MASTER-RECORD-FOUND               VALUE "Y".
       77  WS-BST-FOUND-SW           PIC X(01)   VALUE "N".
           88  BOUNCE-STATUS-FOUND               VALUE "Y".
       77  WS-RINV-FOUND-SW          PIC X(01)   VALUE "N".
           88  INVENTORY-ENTRY-FOUND             VALUE "Y".
       77  WS-MARK-SW                PIC X(01)   VALUE "N".
           88  MARK-UNDELIVERABLE                VALUE "Y".
      *****************************************************************
      *    CUSTEML (the billing/statement/marketing addresses) does   *
      *    not exist until the first typed address is collected;      *
      *    WS-CEM-AVAIL-SW remembers whether it opened. A bounced     *
      *    address that is not CUST-EMAIL is looked for among the     *
      *    customer's typed addresses in WS-TYPE-ORDER - marketing    *
      *    first, where campaign mail normally goes. WS-ADDR-TYPE is  *
      *    the type the bounce is held and tracked under - "P" for    *
      *    CUST-EMAIL, else CEM-ADDR-TYPE.                            *
      *****************************************************************
       77  WS-CEM-AVAIL-SW           PIC X(01)   VALUE "N".
           88  ADDRESS-FILE-AVAILABLE            VALUE "Y".
       77  WS-CEM-FOUND-SW           PIC X(01)   VALUE "N".
           88  TYPED-ADDRESS-FOUND               VALUE "Y".
       77  WS-ADDR-TYPE              PIC X(01)   VALUE "P".
       01  WS-TYPE-ORDER             PIC X(03)   VALUE "MBS".
       01  WS-TYPE-ORDER-TABLE REDEFINES WS-TYPE-ORDER.
           03  WS-TYPE-ORDER-ENTRY   PIC X(01)   OCCURS 3 TIMES.
       77  WS-TYPE-IDX               PIC 9(01)   COMP VALUE ZERO.
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
           03  FILLER                PIC X(09)   VALUE "CKMBOUNC ".
           03  WS-ERR-VERB            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-ERR-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(14)
                                      VALUE "  FILE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    Run counters.                                              *
      *****************************************************************
       77  WS-READ-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-HARD-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-SOFT-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-MARKED-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-IGNORED-COUNT          PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Soft-bounce limit. Resolved from the PARM the way AUDPURGE *
      *    resolves its retention days; the default applies when the *
      *    PARM is absent, not numeric or zero.                       *
      *****************************************************************
       77  CKMBOUNC-DEFAULT-LIMIT    PIC 9(03)   COMP VALUE 3.
       77  WS-SOFT-LIMIT             PIC 9(03)   COMP VALUE ZERO.
       01  WS-PARM-DIGITS            PIC X(03)   VALUE SPACES.
       01  WS-PARM-DIGITS-N REDEFINES WS-PARM-DIGITS
                                     PIC 9(03).
       77  WS-PARM-OFFSET            PIC 9(01)   COMP VALUE ZERO.
       77  WS-DEFAULTED-SW           PIC X(01)   VALUE "N".
           88  LIMIT-DEFAULTED                   VALUE "Y".
       01  WS-CURRENT-DATE           PIC 9(08)   VALUE ZEROS.
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                     PIC X(08).
      *****************************************************************
      *    The bounced address and the master's address, both folded *
      *    to upper case for the compare - the campaign platform      *
      *    does not preserve the case the customer keyed. BST-EMAIL   *
      *    is kept in the same folded form.                           *
      *****************************************************************
       01  WS-FOLD-BOUNCE            PIC X(254)  VALUE SPACES.
       01  WS-FOLD-MASTER            PIC X(254)  VALUE SPACES.
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-LIMIT-LINE.
           03  FILLER                PIC X(22)
                                      VALUE "SOFT-BOUNCE LIMIT     ".
           03  WS-LML-LIMIT           PIC ZZ9.
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-LML-DEFAULTED       PIC X(14)   VALUE SPACES.
       01  WS-DETAIL-LINE.
           03  WS-DTL-CUST-ID         PIC X(10)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-EMAIL           PIC X(40)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-ADDR-TYPE       PIC X(01)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-TYPE            PIC X(01)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-DATE            PIC X(08)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-RESULT          PIC X(32)   VALUE SPACES.
       01  WS-SOFT-RESULT.
           03  FILLER                 PIC X(19)
                                       VALUE "SOFT BOUNCE COUNTED".
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-SFR-COUNT           PIC ZZ9.
           03  FILLER                 PIC X(04)   VALUE " OF ".
           03  WS-SFR-LIMIT           PIC ZZ9.
       01  WS-TRAILER-LINE.
           03  FILLER                 PIC X(15)
                                       VALUE "CKMBOUNC READ ".
           03  WS-TRL-READ            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(07)   VALUE "  HARD ".
           03  WS-TRL-HARD            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(07)   VALUE "  SOFT ".
           03  WS-TRL-SOFT            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(16)
                                       VALUE "  UNDELIVERABLE ".
           03  WS-TRL-MARKED          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(10)   VALUE "  IGNORED ".
           03  WS-TRL-IGNORED         PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (e.g. PARM='003'), the *
      *    soft bounces that make an address undeliverable. OPTIONAL, *
      *    so a run with no PARM uses the default.                    *
      *****************************************************************
       01  CKMBOUNC-PARM.
           03  CKMBOUNC-PARM-LEN       PIC S9(04)  COMP.
           03  CKMBOUNC-PARM-TEXT      PIC X(03).
       PROCEDURE DIVISION USING OPTIONAL CKMBOUNC-PARM.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-BOUNCE THRU 2000-PROCESS-BOUNCE-EXIT
               UNTIL END-OF-BOUNCEFL
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Resolves the soft-bounce limit and opens the files.        *
      *    BOUNCEST and REJINV are created on a first-ever run        *
      *    (status 35 on the I-O open) the way CKMBATCH creates       *
      *    CHECKPT.                                                   *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-RESOLVE-LIMIT THRU 1100-RESOLVE-LIMIT-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMBOUNC NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           OPEN INPUT BOUNCEFL
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "BOUNCEFL" TO WS-ERR-FILE
           MOVE WS-BNC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN I-O CUSTIDX
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN I-O CUSTEML
           IF WS-CEM-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTEML" TO WS-ERR-FILE
               MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET ADDRESS-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN I-O BOUNCEST
           IF WS-BST-FSTATUS = "35" THEN
               OPEN OUTPUT BOUNCEST
               CLOSE BOUNCEST
               OPEN I-O BOUNCEST
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN I-O REJINV
           IF WS-RNV-FSTATUS = "35" THEN
               OPEN OUTPUT REJINV
               CLOSE REJINV
               OPEN I-O REJINV
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT BNCRPT
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "BNCRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "CKMBOUNC - BOUNCE FEEDBACK CONTROL REPORT" TO
               BNCRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE WS-SOFT-LIMIT TO WS-LML-LIMIT
           IF LIMIT-DEFAULTED THEN
               MOVE "(DEFAULT USED)" TO WS-LML-DEFAULTED
           END-IF
           MOVE WS-LIMIT-LINE TO BNCRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO BNCRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           PERFORM 2100-READ-BOUNCE THRU 2100-READ-BOUNCE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *1100-RESOLVE-LIMIT                                             *
      *    Takes the soft-bounce limit from the PARM when one arrived *
      *    and its text is numeric; otherwise falls back to the       *
      *    default and flags the report line. The digits are right-   *
      *    justified over a zero fill, so PARM='3' and PARM='003'     *
      *    both mean three.                                           *
      *****************************************************************
       1100-RESOLVE-LIMIT.
           MOVE ALL "0" TO WS-PARM-DIGITS
           IF ADDRESS OF CKMBOUNC-PARM NOT = NULL THEN
               IF CKMBOUNC-PARM-LEN > ZERO
                   AND CKMBOUNC-PARM-LEN NOT > 3 THEN
                   COMPUTE WS-PARM-OFFSET =
                       3 - CKMBOUNC-PARM-LEN + 1
                   MOVE CKMBOUNC-PARM-TEXT(1:CKMBOUNC-PARM-LEN)
                       TO WS-PARM-DIGITS
                           (WS-PARM-OFFSET:CKMBOUNC-PARM-LEN)
               END-IF
           END-IF
           IF WS-PARM-DIGITS-N NUMERIC
               AND WS-PARM-DIGITS-N > ZERO THEN
               MOVE WS-PARM-DIGITS-N TO WS-SOFT-LIMIT
           ELSE
               MOVE CKMBOUNC-DEFAULT-LIMIT TO WS-SOFT-LIMIT
               SET LIMIT-DEFAULTED TO TRUE
           END-IF.
       1100-RESOLVE-LIMIT-EXIT.
           EXIT.
      *****************************************************************
      *2000-PROCESS-BOUNCE                                            *
      *    Applies one bounce record. The customer must be on         *
      *    CUSTIDX and still hold the address that bounced, either    *
      *    as CUST-EMAIL or as one of their CUSTEML addresses - a     *
      *    bounce against an address the customer has since changed   *
      *    says nothing about the new one. A bad bounce type is       *
      *    reported and ignored.                                      *
      *****************************************************************
       2000-PROCESS-BOUNCE.
           ADD 1 TO WS-READ-COUNT
           MOVE BNC-CUST-ID TO WS-DTL-CUST-ID
           MOVE BNC-EMAIL TO WS-DTL-EMAIL
           MOVE BNC-TYPE TO WS-DTL-TYPE
           MOVE BNC-DATE TO WS-DTL-DATE
           IF NOT BNC-HARD-BOUNCE AND NOT BNC-SOFT-BOUNCE THEN
               MOVE "IGNORED - BAD BOUNCE TYPE" TO WS-DTL-RESULT
               ADD 1 TO WS-IGNORED-COUNT
               GO TO 2000-PROCESS-WRITE
           END-IF
           MOVE "N" TO WS-CIX-FOUND-SW
           MOVE BNC-CUST-ID TO CIX-CUST-ID
           READ CUSTIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT MASTER-RECORD-FOUND THEN
               MOVE "IGNORED - CUSTOMER NOT ON FILE" TO WS-DTL-RESULT
               ADD 1 TO WS-IGNORED-COUNT
               GO TO 2000-PROCESS-WRITE
           END-IF
           MOVE FUNCTION UPPER-CASE (BNC-EMAIL) TO WS-FOLD-BOUNCE
           MOVE FUNCTION UPPER-CASE (CIX-CUST-EMAIL) TO WS-FOLD-MASTER
           MOVE "P" TO WS-ADDR-TYPE
           IF WS-FOLD-BOUNCE NOT = WS-FOLD-MASTER THEN
               PERFORM 2050-FIND-TYPED-ADDRESS THRU
                   2050-FIND-TYPED-ADDRESS-EXIT
               IF NOT TYPED-ADDRESS-FOUND THEN
                   MOVE "IGNORED - ADDRESS SINCE CHANGED"
                       TO WS-DTL-RESULT
                   ADD 1 TO WS-IGNORED-COUNT
                   GO TO 2000-PROCESS-WRITE
               END-IF
           END-IF
           MOVE WS-ADDR-TYPE TO WS-DTL-ADDR-TYPE
           PERFORM 2200-UPDATE-BOUNCE-STATUS THRU
               2200-UPDATE-BOUNCE-STATUS-EXIT
           IF MARK-UNDELIVERABLE THEN
               PERFORM 2300-MARK-MASTER THRU 2300-MARK-MASTER-EXIT
               PERFORM 2350-TRACK-REJECT THRU 2350-TRACK-REJECT-EXIT
           END-IF.
       2000-PROCESS-WRITE.
           MOVE WS-DETAIL-LINE TO BNCRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO WS-DTL-RESULT
           MOVE SPACES TO WS-DTL-ADDR-TYPE
           PERFORM 2100-READ-BOUNCE THRU 2100-READ-BOUNCE-EXIT.
       2000-PROCESS-BOUNCE-EXIT.
           EXIT.
      *****************************************************************
      *2050-FIND-TYPED-ADDRESS                                        *
      *    Looks for the bounced address among the customer's CUSTEML *
      *    addresses, in WS-TYPE-ORDER. The first match sets          *
      *    WS-ADDR-TYPE, leaves its record current for 2300-MARK-     *
      *    MASTER and replaces WS-FOLD-MASTER with its folded form.   *
      *    No CUSTEML file, or no match, leaves TYPED-ADDRESS-FOUND   *
      *    off.                                                       *
      *****************************************************************
       2050-FIND-TYPED-ADDRESS.
           MOVE "N" TO WS-CEM-FOUND-SW
           IF NOT ADDRESS-FILE-AVAILABLE THEN
               GO TO 2050-FIND-TYPED-ADDRESS-EXIT
           END-IF
           PERFORM 2060-TRY-ADDRESS-TYPE THRU
               2060-TRY-ADDRESS-TYPE-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3 OR TYPED-ADDRESS-FOUND.
       2050-FIND-TYPED-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *2060-TRY-ADDRESS-TYPE                                          *
      *    Reads the customer's address of one type and compares it,  *
      *    folded, with the bounced address.                          *
      *****************************************************************
       2060-TRY-ADDRESS-TYPE.
           MOVE CIX-CUST-ID TO CEM-CUST-ID
           MOVE WS-TYPE-ORDER-ENTRY(WS-TYPE-IDX) TO CEM-ADDR-TYPE
           READ CUSTEML
               INVALID KEY
                   GO TO 2060-TRY-ADDRESS-TYPE-EXIT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF CEM-EMAIL = SPACES THEN
               GO TO 2060-TRY-ADDRESS-TYPE-EXIT
           END-IF
           IF FUNCTION UPPER-CASE (CEM-EMAIL) = WS-FOLD-BOUNCE THEN
               SET TYPED-ADDRESS-FOUND TO TRUE
               MOVE CEM-ADDR-TYPE TO WS-ADDR-TYPE
               MOVE WS-FOLD-BOUNCE TO WS-FOLD-MASTER
           END-IF.
       2060-TRY-ADDRESS-TYPE-EXIT.
           EXIT.
      *****************************************************************
      *2100-READ-BOUNCE                                               *
      *****************************************************************
       2100-READ-BOUNCE.
           READ BOUNCEFL
               AT END
                   SET END-OF-BOUNCEFL TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "BOUNCEFL" TO WS-ERR-FILE
           MOVE WS-BNC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2100-READ-BOUNCE-EXIT.
           EXIT.
      *****************************************************************
      *2200-UPDATE-BOUNCE-STATUS                                      *
      *    Brings the BOUNCEST entry for the customer and address type*
      *    up to date and decides whether the address is now          *
      *    undeliverable. An entry for a different (older) address is *
      *    started afresh. An address already undeliverable needs     *
      *    nothing more. A soft bounce is counted once per bounce     *
      *    date, so a rerun of the same feed leaves the count where   *
      *    it was.                                                    *
      *****************************************************************
       2200-UPDATE-BOUNCE-STATUS.
           MOVE "N" TO WS-MARK-SW
           MOVE "N" TO WS-BST-FOUND-SW
           MOVE BNC-CUST-ID TO BST-CUST-ID
           MOVE WS-ADDR-TYPE TO BST-ADDR-TYPE
           READ BOUNCEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BOUNCE-STATUS-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT BOUNCE-STATUS-FOUND
               OR BST-EMAIL NOT = WS-FOLD-MASTER THEN
               MOVE BNC-CUST-ID TO BST-CUST-ID
               MOVE WS-ADDR-TYPE TO BST-ADDR-TYPE
               MOVE WS-FOLD-MASTER TO BST-EMAIL
               SET BST-COUNTING TO TRUE
               MOVE ZERO TO BST-SOFT-COUNT
               MOVE BNC-DATE TO BST-FIRST-DATE
               MOVE SPACES TO BST-LAST-DATE
               MOVE SPACES TO BST-UNDELIV-DATE
           END-IF
           IF BST-UNDELIVERABLE THEN
               MOVE "ALREADY UNDELIVERABLE" TO WS-DTL-RESULT
               IF BNC-HARD-BOUNCE THEN
                   ADD 1 TO WS-HARD-COUNT
               ELSE
                   ADD 1 TO WS-SOFT-COUNT
               END-IF
               GO TO 2200-UPDATE-BOUNCE-STATUS-EXIT
           END-IF
           IF BNC-HARD-BOUNCE THEN
               ADD 1 TO WS-HARD-COUNT
               SET MARK-UNDELIVERABLE TO TRUE
           ELSE
               ADD 1 TO WS-SOFT-COUNT
               IF BNC-DATE NOT = BST-LAST-DATE THEN
                   ADD 1 TO BST-SOFT-COUNT
               END-IF
               IF BST-SOFT-COUNT NOT < WS-SOFT-LIMIT THEN
                   SET MARK-UNDELIVERABLE TO TRUE
               ELSE
                   MOVE BST-SOFT-COUNT TO WS-SFR-COUNT
                   MOVE WS-SOFT-LIMIT TO WS-SFR-LIMIT
                   MOVE WS-SOFT-RESULT TO WS-DTL-RESULT
               END-IF
           END-IF
           MOVE BNC-DATE TO BST-LAST-DATE
           MOVE BNC-TYPE TO BST-LAST-TYPE
           IF MARK-UNDELIVERABLE THEN
               SET BST-UNDELIVERABLE TO TRUE
               MOVE WS-CURRENT-DATE-X TO BST-UNDELIV-DATE
               MOVE "MARKED UNDELIVERABLE" TO WS-DTL-RESULT
               ADD 1 TO WS-MARKED-COUNT
           END-IF
           IF BOUNCE-STATUS-FOUND THEN
               REWRITE BOUNCEST-RECORD
               MOVE "REWRITE" TO WS-ERR-VERB
           ELSE
               WRITE BOUNCEST-RECORD
               MOVE "WRITE" TO WS-ERR-VERB
           END-IF
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2200-UPDATE-BOUNCE-STATUS-EXIT.
           EXIT.
      *****************************************************************
      *2300-MARK-MASTER                                               *
      *    Sets the validation area of the address that bounced to    *
      *    rejected, reason 60, dated today - on CUSTIDX for          *
      *    CUST-EMAIL, on its CUSTEML record for a typed address. The *
      *    record was read by 2000-PROCESS-BOUNCE (or 2060-TRY-       *
      *    ADDRESS-TYPE) and is still current.                        *
      *****************************************************************
       2300-MARK-MASTER.
           SET REASON-UNDELIVERABLE TO TRUE
           IF WS-ADDR-TYPE NOT = "P" THEN
               SET CEM-EMAIL-REJECTED TO TRUE
               MOVE REASON-CODE TO CEM-VAL-REASON
               MOVE WS-CURRENT-DATE-X TO CEM-VAL-DATE
               REWRITE CUSTEML-RECORD
               MOVE "REWRITE" TO WS-ERR-VERB
               MOVE "CUSTEML" TO WS-ERR-FILE
               MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               GO TO 2300-MARK-MASTER-EXIT
           END-IF
           SET CIX-EMAIL-REJECTED TO TRUE
           MOVE REASON-CODE TO CIX-VAL-REASON
           MOVE WS-CURRENT-DATE-X TO CIX-VAL-DATE
           REWRITE CUSTIDX-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2300-MARK-MASTER-EXIT.
           EXIT.
      *****************************************************************
      *2350-TRACK-REJECT                                              *
      *    Opens or refreshes the REJINV entry for the customer and   *
      *    the address type that bounced (WS-ADDR-TYPE) with reason   *
      *    60, the way CKMBATCH/CKMDELTA track a validation reject:  *
      *    a new entry opens first-rejected today, a corrected one   *
      *    opens a fresh episode, an open one is refreshed.          *
      *****************************************************************
       2350-TRACK-REJECT.
           MOVE "N" TO WS-RINV-FOUND-SW
           MOVE CIX-CUST-ID TO RINV-CUST-ID
           MOVE WS-ADDR-TYPE TO RINV-ADDR-TYPE
           READ REJINV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET INVENTORY-ENTRY-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF INVENTORY-ENTRY-FOUND THEN
               IF RINV-CORRECTED THEN
                   MOVE WS-CURRENT-DATE-X TO RINV-FIRST-DATE
                   MOVE 1 TO RINV-TIMES-SEEN
                   SET RINV-OPEN TO TRUE
                   MOVE SPACES TO RINV-CLOSED-DATE
               ELSE
                   IF RINV-LAST-DATE NOT = WS-CURRENT-DATE-X THEN
                       ADD 1 TO RINV-TIMES-SEEN
                   END-IF
               END-IF
               MOVE WS-CURRENT-DATE-X TO RINV-LAST-DATE
               MOVE REASON-CODE TO RINV-REASON-CODE
               REWRITE REJINV-RECORD
               MOVE "REWRITE" TO WS-ERR-VERB
           ELSE
               MOVE CIX-CUST-ID TO RINV-CUST-ID
               MOVE WS-ADDR-TYPE TO RINV-ADDR-TYPE
               SET RINV-OPEN TO TRUE
               MOVE WS-CURRENT-DATE-X TO RINV-FIRST-DATE
               MOVE WS-CURRENT-DATE-X TO RINV-LAST-DATE
               MOVE 1 TO RINV-TIMES-SEEN
               MOVE REASON-CODE TO RINV-REASON-CODE
               MOVE SPACES TO RINV-CLOSED-DATE
               WRITE REJINV-RECORD
               MOVE "WRITE" TO WS-ERR-VERB
           END-IF
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2350-TRACK-REJECT-EXIT.
           EXIT.
      *****************************************************************
      *2900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in BNCRPT-RECORD and      *
      *    checks the outcome - one funnel instead of a check after   *
      *    every report WRITE.                                        *
      *****************************************************************
       2900-WRITE-REPORT-LINE.
           WRITE BNCRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "BNCRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2900-WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *****************************************************************
       3000-TERMINATE.
           CLOSE BOUNCEFL
           CLOSE CUSTIDX
           IF ADDRESS-FILE-AVAILABLE THEN
               CLOSE CUSTEML
           END-IF
           CLOSE BOUNCEST
           CLOSE REJINV
           MOVE SPACES TO BNCRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE WS-READ-COUNT TO WS-TRL-READ
           MOVE WS-HARD-COUNT TO WS-TRL-HARD
           MOVE WS-SOFT-COUNT TO WS-TRL-SOFT
           MOVE WS-MARKED-COUNT TO WS-TRL-MARKED
           MOVE WS-IGNORED-COUNT TO WS-TRL-IGNORED
           MOVE WS-TRAILER-LINE TO BNCRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           CLOSE BNCRPT
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *3100-WRITE-RUN-RECORD                                          *
      *    Records this run's completion on the RUNLEDG ledger: in =  *
      *    bounce records read, out 1 = customers marked              *
      *    undeliverable, out 2 = soft bounces, out 3 = ignored.      *
      *****************************************************************
       3100-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMBOUNC" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-READ-COUNT TO RUNC-IN-COUNT
           MOVE WS-MARKED-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-SOFT-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-IGNORED-COUNT TO RUNC-OUT-COUNT-3
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       3100-WRITE-RUN-RECORD-EXIT.
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
