      ******************************************************************
      * Program:  CKMREVAL
      * History:
      *   15/10/2026  aa-stop-run   Original targeted re-validation
      *                             job - re-checks only the CUSTIDX
      *                             customers whose domain is touched
      *                             by the day's approved reference-
      *                             file changes (CHGJRNL) or by an
      *                             approved exception lapsing on
      *                             DOMEXCPT, instead of leaving them
      *                             on their old result until the
      *                             next full CKMBATCH sweep.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   REJINV is now keyed on customer id
      *                             and address type; the entries this
      *                             job opens and closes are the primary
      *                             address's ("P").
      *   15/10/2026  aa-stop-run   Counts its CHECKMAIL validation
      *                             calls onto its RUNLEDG record so
      *                             CKMBAL can balance them against
      *                             AUDITLOG.
      *   15/10/2026  aa-stop-run   Each customer's CUSTEML addresses
      *                             are now tested against the same
      *                             changes; an affected address is
      *                             re-validated through CHECKMAIL,
      *                             REWRITTEN in place and tracked on
      *                             REJINV under its address type.
      *                             CUSTEML counts are reported on a
      *                             line of their own.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMREVAL.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: When DOMAPPLY applies an approved change - a TLD off
      *          DOMINIOS, a suffix off DOMSFX, a domain onto
      *          DOMBLOCK - or an approved exception on DOMEXCPT
      *          reaches its expiry date, nobody already on file is
      *          re-checked: CKMDELTA only validates customers whose
      *          CUST-EMAIL changed. This job collects the changes
      *          that took effect in the run window:
      *            - every CHGJRNL entry applied in the window (any
      *              file, any action - a TLD or suffix added back,
      *              or a domain taken off the blocked list, flips
      *              customers the other way and is wanted too);
      *            - every DOMEXCPT entry whose expiry date lapsed in
      *              the window (the day after EXC-EXPIRY-DATE is the
      *              first day CHECKMAIL treats it as expired).
      *              EXCMAINT does not journal, so expiries are found
      *              by scanning DOMEXCPT itself.
      *          It then reads CUSTIDX once, in key order, and every
      *          customer whose TLD, two-label suffix, full domain or
      *          (for an address-level exception) whole address is
      *          named by one of those changes is re-validated through
      *          CHECKMAIL and updated in place, with REJINV opened or
      *          closed the way CKMDELTA does. Each customer's
      *          billing, statement and marketing addresses on
      *          CUSTEML are tested the same way, re-validated and
      *          REWRITTEN in place, with REJINV opened or closed
      *          under their own address type. Addresses held as
      *          undeliverable by CKMBOUNC (reason 60) are left alone
      *          - CHECKMAIL knows nothing about bounces. The report
      *          lists each change with the addresses it matched and
      *          how many flipped accepted-to-rejected and rejected-
      *          to-accepted; an address named by more than one
      *          change is counted under each, and once in the
      *          totals. CUST-EMAIL totals and CUSTEML totals are
      *          reported on separate lines.
      *          The window is today plus the previous (PARM - 1)
      *          days (PARM=, e.g. PARM='03' after a missed night;
      *          absent, not numeric or zero means today only).
      *          Run after DOMAPPLY and CKMDELTA, before CKMEXTR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRNL ASSIGN TO "chgjrnl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-JRN-FSTATUS.
           SELECT DOMEXCPT ASSIGN TO "domexcpt"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY EXC-KEY
                   FILE STATUS WS-EXC-FSTATUS.
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
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT REVALRPT ASSIGN TO "revalrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRNL.
           COPY JRNREC.
       FD  DOMEXCPT.
           COPY EXCREC.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  CUSTEML.
           COPY CEMREC.
       FD  REJINV.
           COPY RINVREC.
       FD  REVALRPT.
      * Sized to WS-DETAIL-LINE and WS-ADDR-TOTAL-LINE below (the
      * widest lines written to this report).
       01  REVALRPT-RECORD            PIC X(111).
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Linkage work area for the call to CHECKMAIL.               *
      *****************************************************************
       01  WS-CKM-EMAIL             PIC X(254)  VALUE SPACES.
       01  WS-CKM-FLAG              PIC X(01)   VALUE SPACES.
       01  WS-CKM-MENSAGEM          PIC X(50)   VALUE SPACES.
           COPY REASONCD.
       01  WS-CKM-MODE               PIC X(01)   VALUE SPACES.
           88  CKM-MODE-INITIALIZE          VALUE "I".
           88  CKM-MODE-TERMINATE           VALUE "T".
           88  CKM-MODE-VALIDATE            VALUE "V" SPACE.
      *****************************************************************
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
      *****************************************************************
      *    File status and end-of-file switches. CHGJRNL and DOMEXCPT *
      *    are optional - a site with no journal or exception file    *
      *    yet (open status 35) simply has no changes from it.        *
      *****************************************************************
       77  WS-JRN-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EXC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-JRN-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-CHGJRNL                    VALUE "Y".
       77  WS-EXC-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-DOMEXCPT                   VALUE "Y".
       77  WS-CIX-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-CUSTIDX                    VALUE "Y".
       77  WS-RINV-FOUND-SW          PIC X(01)   VALUE "N".
           88  INVENTORY-ENTRY-FOUND             VALUE "Y".
       77  WS-AFFECTED-SW            PIC X(01)   VALUE "N".
           88  CUSTOMER-AFFECTED                 VALUE "Y".
      *****************************************************************
      *    CUSTEML (the billing/statement/marketing addresses) does   *
      *    not exist until the first typed address is collected;      *
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
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG for the operator and ends the run with RETURN-CODE  *
      *    12. 22/23 are accepted because every keyed I-O in this     *
      *    program handles INVALID KEY itself; 04/07 are reported as  *
      *    warnings (RETURN-CODE 4) and the run continues.            *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "CKMREVAL ".
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
       77  WS-REVAL-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-TO-REJ-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-TO-ACC-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-HELD-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-OVERFLOW-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-CALL-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-READ-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-REVAL-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-TO-REJ-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-TO-ACC-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-HELD-COUNT        PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Run window. Resolved from the PARM the way AUDPURGE        *
      *    resolves its retention days; the default applies when the *
      *    PARM is absent, not numeric or zero. Journal entries count *
      *    when applied from WS-WINDOW-START to today; an exception   *
      *    counts when its expiry date falls from WS-EXPIRY-LOW to    *
      *    WS-EXPIRY-HIGH (the day before each day of the window).    *
      *****************************************************************
       77  CKMREVAL-DEFAULT-DAYS     PIC 9(02)   COMP VALUE 1.
       77  WS-WINDOW-DAYS            PIC 9(02)   COMP VALUE ZERO.
       01  WS-PARM-DIGITS            PIC X(02)   VALUE SPACES.
       01  WS-PARM-DIGITS-N REDEFINES WS-PARM-DIGITS
                                     PIC 9(02).
       77  WS-PARM-OFFSET            PIC 9(01)   COMP VALUE ZERO.
       77  WS-DEFAULTED-SW           PIC X(01)   VALUE "N".
           88  WINDOW-DEFAULTED                  VALUE "Y".
       01  WS-CURRENT-DATE           PIC 9(08)   VALUE ZEROS.
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE
                                     PIC X(08).
       77  WS-TODAY-INT              PIC 9(08)   COMP VALUE ZERO.
       77  WS-WORK-INT               PIC 9(08)   COMP VALUE ZERO.
       01  WS-WINDOW-START           PIC 9(08)   VALUE ZEROS.
       01  WS-WINDOW-START-X REDEFINES WS-WINDOW-START
                                     PIC X(08).
       01  WS-EXPIRY-LOW             PIC 9(08)   VALUE ZEROS.
       01  WS-EXPIRY-LOW-X REDEFINES WS-EXPIRY-LOW
                                     PIC X(08).
       01  WS-EXPIRY-HIGH            PIC 9(08)   VALUE ZEROS.
       01  WS-EXPIRY-HIGH-X REDEFINES WS-EXPIRY-HIGH
                                     PIC X(08).
      *****************************************************************
      *    One entry per change taking effect in the window. The     *
      *    match kind says which part of a customer's address the    *
      *    values are compared with: "D" the TLD (DOMINIOS), "S" the *
      *    two-label suffix (DOMSFX), "B" the full domain (DOMBLOCK  *
      *    and domain-level exceptions), "E" the whole address       *
      *    (address-level exceptions). Both the before and the after *
      *    value are matched - a CHANGE takes one value off the file *
      *    and puts another on. WS-TG-HIT-SW marks the entries the   *
      *    current customer matched, for the flip counts.            *
      *****************************************************************
       77  CKMREVAL-MAX-ENTRIES      PIC 9(04)   COMP VALUE 500.
       77  WS-TG-COUNT               PIC 9(04)   COMP VALUE ZERO.
       77  WS-TG-IDX                 PIC 9(04)   COMP VALUE ZERO.
       01  WS-TRIGGER-TABLE.
           03  WS-TG-ENTRY OCCURS 500 TIMES.
               05  WS-TG-SOURCE       PIC X(08).
               05  WS-TG-ACTION       PIC X(07).
               05  WS-TG-DATE         PIC X(08).
               05  WS-TG-SEQ          PIC X(08).
               05  WS-TG-KIND         PIC X(01).
                   88  TG-MATCH-TLD           VALUE "D".
                   88  TG-MATCH-SUFFIX        VALUE "S".
                   88  TG-MATCH-DOMAIN        VALUE "B".
                   88  TG-MATCH-ADDRESS       VALUE "E".
               05  WS-TG-BEFORE       PIC X(254).
               05  WS-TG-AFTER        PIC X(254).
               05  WS-TG-HIT-SW       PIC X(01).
                   88  TG-HIT                 VALUE "Y".
               05  WS-TG-MATCHED      PIC 9(09) COMP.
               05  WS-TG-TO-REJ       PIC 9(09) COMP.
               05  WS-TG-TO-ACC       PIC 9(09) COMP.
      *****************************************************************
      *    The current customer's address, folded to upper case the   *
      *    way CHECKMAIL holds it, and the parts the changes are      *
      *    matched against: the full domain, its last label and its   *
      *    last two labels. The reversed work fields follow          *
      *    CHECKMAIL's own label-splitting.                           *
      *****************************************************************
       01  WS-FOLD-EMAIL             PIC X(254)  VALUE SPACES.
       01  WS-USER                   PIC X(254)  VALUE SPACES.
       01  WS-DOMINIO                PIC X(254)  VALUE SPACES.
       01  WS-DOM-REV                PIC X(254)  VALUE SPACES.
       01  WS-DOM-REST               PIC X(254)  VALUE SPACES.
       01  WS-DOM-REST-2             PIC X(254)  VALUE SPACES.
       01  WS-TLD                    PIC X(63)   VALUE SPACES.
       01  WS-LABEL-2                PIC X(63)   VALUE SPACES.
       01  WS-TWO-LABEL              PIC X(127)  VALUE SPACES.
       01  WS-OLD-STATUS             PIC X(01)   VALUE SPACES.
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-WINDOW-LINE.
           03  FILLER                 PIC X(16)
                                       VALUE "CHANGES APPLIED ".
           03  WS-WNL-START           PIC X(08).
           03  FILLER                 PIC X(04)   VALUE " TO ".
           03  WS-WNL-END             PIC X(08).
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-WNL-DEFAULTED       PIC X(14)   VALUE SPACES.
       01  WS-HEADING-LINE.
           03  FILLER                 PIC X(40)
               VALUE "FILE      ACTION   APPLIED   SEQ       V".
           03  FILLER                 PIC X(40)
               VALUE "ALUE                                    ".
           03  FILLER                 PIC X(31)
               VALUE "  MATCHED   ACC>REJ   REJ>ACC".
       01  WS-DETAIL-LINE.
           03  WS-DTL-SOURCE          PIC X(08)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-ACTION          PIC X(07)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-DATE            PIC X(08)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-SEQ             PIC X(08)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-VALUE           PIC X(41)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-DTL-MATCHED         PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(03)   VALUE SPACES.
           03  WS-DTL-TO-REJ          PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(03)   VALUE SPACES.
           03  WS-DTL-TO-ACC          PIC ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           03  WS-TOT-DESC            PIC X(40)   VALUE SPACES.
           03  WS-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-ADDR-TOTAL-LINE.
           03  FILLER                 PIC X(13)
                                       VALUE "CUSTEML READ ".
           03  WS-ATL-READ            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(15)
                                       VALUE "  RE-VALIDATED ".
           03  WS-ATL-REVAL           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(10)   VALUE "  ACC>REJ ".
           03  WS-ATL-TO-REJ          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(10)   VALUE "  REJ>ACC ".
           03  WS-ATL-TO-ACC          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(08)   VALUE "  HELD ".
           03  WS-ATL-HELD            PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (e.g. PARM='03'), the  *
      *    number of days, today included, whose changes are picked   *
      *    up. OPTIONAL, so a run with no PARM takes today only.      *
      *****************************************************************
       01  CKMREVAL-PARM.
           03  CKMREVAL-PARM-LEN       PIC S9(04)  COMP.
           03  CKMREVAL-PARM-TEXT      PIC X(02).
       PROCEDURE DIVISION USING OPTIONAL CKMREVAL-PARM.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-CUSTOMER THRU
               2000-PROCESS-CUSTOMER-EXIT
               UNTIL END-OF-CUSTIDX
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Resolves the window, loads the changes taking effect in    *
      *    it, and - only when there are any - opens the master and   *
      *    inventory, tells CHECKMAIL to open its files for the run   *
      *    and primes the master read. With no changes the master is  *
      *    not read at all.                                           *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-RESOLVE-WINDOW THRU 1100-RESOLVE-WINDOW-EXIT
           OPEN OUTPUT REVALRPT
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "REVALRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "CKMREVAL - TARGETED RE-VALIDATION REPORT" TO
               REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE WS-WINDOW-START-X TO WS-WNL-START
           MOVE WS-CURRENT-DATE-X TO WS-WNL-END
           IF WINDOW-DEFAULTED THEN
               MOVE "(DEFAULT USED)" TO WS-WNL-DEFAULTED
           END-IF
           MOVE WS-WINDOW-LINE TO REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           PERFORM 1200-LOAD-JOURNAL THRU 1200-LOAD-JOURNAL-EXIT
           PERFORM 1300-LOAD-EXPIRIES THRU 1300-LOAD-EXPIRIES-EXIT
           IF WS-TG-COUNT = ZERO THEN
               SET END-OF-CUSTIDX TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN I-O CUSTIDX
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
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
           PERFORM 2100-READ-CUSTIDX THRU 2100-READ-CUSTIDX-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *1100-RESOLVE-WINDOW                                            *
      *    Takes the window length in days from the PARM when one     *
      *    arrived and its text is numeric; otherwise falls back to   *
      *    the default and flags the report line. The digits are     *
      *    right-justified over a zero fill, so PARM='3' and          *
      *    PARM='03' both mean three. Then works out the first day    *
      *    of the window and the expiry-date range that lapses in it. *
      *****************************************************************
       1100-RESOLVE-WINDOW.
           MOVE ALL "0" TO WS-PARM-DIGITS
           IF ADDRESS OF CKMREVAL-PARM NOT = NULL THEN
               IF CKMREVAL-PARM-LEN > ZERO
                   AND CKMREVAL-PARM-LEN NOT > 2 THEN
                   COMPUTE WS-PARM-OFFSET =
                       2 - CKMREVAL-PARM-LEN + 1
                   MOVE CKMREVAL-PARM-TEXT(1:CKMREVAL-PARM-LEN)
                       TO WS-PARM-DIGITS
                           (WS-PARM-OFFSET:CKMREVAL-PARM-LEN)
               END-IF
           END-IF
           IF WS-PARM-DIGITS-N NUMERIC
               AND WS-PARM-DIGITS-N > ZERO THEN
               MOVE WS-PARM-DIGITS-N TO WS-WINDOW-DAYS
           ELSE
               MOVE CKMREVAL-DEFAULT-DAYS TO WS-WINDOW-DAYS
               SET WINDOW-DEFAULTED TO TRUE
           END-IF
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMREVAL NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           MOVE INTEGER-OF-DATE (WS-CURRENT-DATE) TO WS-TODAY-INT
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
           MOVE DATE-OF-INTEGER (WS-WORK-INT) TO WS-WINDOW-START
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           MOVE DATE-OF-INTEGER (WS-WORK-INT) TO WS-EXPIRY-LOW
           COMPUTE WS-WORK-INT = WS-TODAY-INT - 1
           MOVE DATE-OF-INTEGER (WS-WORK-INT) TO WS-EXPIRY-HIGH.
       1100-RESOLVE-WINDOW-EXIT.
           EXIT.
      *****************************************************************
      *1200-LOAD-JOURNAL                                              *
      *    Reads the whole change journal and keeps the entries       *
      *    applied in the window. The journal is permanent and in     *
      *    applied order, but it is read to the end rather than       *
      *    stopped early, so a back-dated correction still counts.    *
      *****************************************************************
       1200-LOAD-JOURNAL.
           OPEN INPUT CHGJRNL
           IF WS-JRN-FSTATUS = "35" THEN
               GO TO 1200-LOAD-JOURNAL-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CHGJRNL" TO WS-ERR-FILE
           MOVE WS-JRN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1210-READ-JOURNAL THRU 1210-READ-JOURNAL-EXIT
           PERFORM 1220-ADD-JOURNAL-ENTRY THRU
               1220-ADD-JOURNAL-ENTRY-EXIT
               UNTIL END-OF-CHGJRNL
           CLOSE CHGJRNL.
       1200-LOAD-JOURNAL-EXIT.
           EXIT.
      *****************************************************************
      *1210-READ-JOURNAL                                              *
      *****************************************************************
       1210-READ-JOURNAL.
           READ CHGJRNL
               AT END
                   SET END-OF-CHGJRNL TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CHGJRNL" TO WS-ERR-FILE
           MOVE WS-JRN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1210-READ-JOURNAL-EXIT.
           EXIT.
      *****************************************************************
      *1220-ADD-JOURNAL-ENTRY                                         *
      *    One journal entry: inside the window, it becomes a change  *
      *    to match customers against - DOMINIOS entries by TLD,      *
      *    DOMSFX entries by two-label suffix, DOMBLOCK entries by    *
      *    full domain.                                               *
      *****************************************************************
       1220-ADD-JOURNAL-ENTRY.
           IF JRN-APPLIED-DATE < WS-WINDOW-START-X
               OR JRN-APPLIED-DATE > WS-CURRENT-DATE-X THEN
               GO TO 1220-ADD-JOURNAL-NEXT
           END-IF
           PERFORM 1400-ADD-TRIGGER THRU 1400-ADD-TRIGGER-EXIT
           IF WS-TG-IDX = ZERO THEN
               GO TO 1220-ADD-JOURNAL-NEXT
           END-IF
           MOVE JRN-APPLIED-DATE TO WS-TG-DATE(WS-TG-IDX)
           MOVE JRN-SEQ TO WS-TG-SEQ(WS-TG-IDX)
           MOVE UPPER-CASE (JRN-BEFORE-VAL) TO WS-TG-BEFORE(WS-TG-IDX)
           MOVE UPPER-CASE (JRN-AFTER-VAL) TO WS-TG-AFTER(WS-TG-IDX)
           EVALUATE JRN-FILE-ID
               WHEN "D"
                   MOVE "DOMINIOS" TO WS-TG-SOURCE(WS-TG-IDX)
                   SET TG-MATCH-TLD(WS-TG-IDX) TO TRUE
               WHEN "S"
                   MOVE "DOMSFX" TO WS-TG-SOURCE(WS-TG-IDX)
                   SET TG-MATCH-SUFFIX(WS-TG-IDX) TO TRUE
               WHEN OTHER
                   MOVE "DOMBLOCK" TO WS-TG-SOURCE(WS-TG-IDX)
                   SET TG-MATCH-DOMAIN(WS-TG-IDX) TO TRUE
           END-EVALUATE
           EVALUATE JRN-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-TG-ACTION(WS-TG-IDX)
               WHEN "C"
                   MOVE "CHANGE" TO WS-TG-ACTION(WS-TG-IDX)
               WHEN OTHER
                   MOVE "DELETE" TO WS-TG-ACTION(WS-TG-IDX)
           END-EVALUATE.
       1220-ADD-JOURNAL-NEXT.
           PERFORM 1210-READ-JOURNAL THRU 1210-READ-JOURNAL-EXIT.
       1220-ADD-JOURNAL-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *1300-LOAD-EXPIRIES                                             *
      *    Reads DOMEXCPT in key order and keeps every exception that *
      *    lapsed in the window. EXCMAINT changes this file without   *
      *    journalling, so its expiry dates are the only record of    *
      *    when a grant stops applying.                               *
      *****************************************************************
       1300-LOAD-EXPIRIES.
           OPEN INPUT DOMEXCPT
           IF WS-EXC-FSTATUS = "35" THEN
               GO TO 1300-LOAD-EXPIRIES-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE WS-EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1310-READ-EXCEPTION THRU 1310-READ-EXCEPTION-EXIT
           PERFORM 1320-ADD-EXPIRY-ENTRY THRU
               1320-ADD-EXPIRY-ENTRY-EXIT
               UNTIL END-OF-DOMEXCPT
           CLOSE DOMEXCPT.
       1300-LOAD-EXPIRIES-EXIT.
           EXIT.
      *****************************************************************
      *1310-READ-EXCEPTION                                            *
      *****************************************************************
       1310-READ-EXCEPTION.
           READ DOMEXCPT NEXT RECORD
               AT END
                   SET END-OF-DOMEXCPT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE WS-EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1310-READ-EXCEPTION-EXIT.
           EXIT.
      *****************************************************************
      *1320-ADD-EXPIRY-ENTRY                                          *
      *    One exception: lapsed in the window, it becomes a change - *
      *    matched by full domain, or by whole address when the key   *
      *    holds an '@'. The steward who approved it is shown in the  *
      *    sequence column's place.                                   *
      *****************************************************************
       1320-ADD-EXPIRY-ENTRY.
           IF EXC-EXPIRY-DATE < WS-EXPIRY-LOW-X
               OR EXC-EXPIRY-DATE > WS-EXPIRY-HIGH-X THEN
               GO TO 1320-ADD-EXPIRY-NEXT
           END-IF
           PERFORM 1400-ADD-TRIGGER THRU 1400-ADD-TRIGGER-EXIT
           IF WS-TG-IDX = ZERO THEN
               GO TO 1320-ADD-EXPIRY-NEXT
           END-IF
           MOVE "DOMEXCPT" TO WS-TG-SOURCE(WS-TG-IDX)
           MOVE "EXPIRED" TO WS-TG-ACTION(WS-TG-IDX)
           MOVE EXC-EXPIRY-DATE TO WS-TG-DATE(WS-TG-IDX)
           MOVE EXC-STEWARD-ID TO WS-TG-SEQ(WS-TG-IDX)
           MOVE UPPER-CASE (EXC-KEY) TO WS-TG-BEFORE(WS-TG-IDX)
           MOVE SPACES TO WS-TG-AFTER(WS-TG-IDX)
           MOVE ZERO TO WS-PARM-OFFSET
           INSPECT EXC-KEY TALLYING WS-PARM-OFFSET FOR ALL "@"
           IF WS-PARM-OFFSET > ZERO THEN
               SET TG-MATCH-ADDRESS(WS-TG-IDX) TO TRUE
           ELSE
               SET TG-MATCH-DOMAIN(WS-TG-IDX) TO TRUE
           END-IF.
       1320-ADD-EXPIRY-NEXT.
           PERFORM 1310-READ-EXCEPTION THRU 1310-READ-EXCEPTION-EXIT.
       1320-ADD-EXPIRY-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *1400-ADD-TRIGGER                                               *
      *    Takes the next free change-table slot and returns it in    *
      *    WS-TG-IDX, counts cleared. A full table returns zero: the  *
      *    change is counted as not processed and the run ends with   *
      *    RETURN-CODE 4, so the operator reruns with the excess or   *
      *    leaves it to the next full CKMBATCH sweep.                 *
      *****************************************************************
       1400-ADD-TRIGGER.
           IF WS-TG-COUNT NOT < CKMREVAL-MAX-ENTRIES THEN
               MOVE ZERO TO WS-TG-IDX
               ADD 1 TO WS-OVERFLOW-COUNT
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1400-ADD-TRIGGER-EXIT
           END-IF
           ADD 1 TO WS-TG-COUNT
           MOVE WS-TG-COUNT TO WS-TG-IDX
           MOVE "N" TO WS-TG-HIT-SW(WS-TG-IDX)
           MOVE ZERO TO WS-TG-MATCHED(WS-TG-IDX)
           MOVE ZERO TO WS-TG-TO-REJ(WS-TG-IDX)
           MOVE ZERO TO WS-TG-TO-ACC(WS-TG-IDX).
       1400-ADD-TRIGGER-EXIT.
           EXIT.
      *****************************************************************
      *2000-PROCESS-CUSTOMER                                          *
      *    One master record: split its address, test it against      *
      *    every change, and re-validate it only when one matched.    *
      *    The customer's CUSTEML addresses are then put through the  *
      *    same test one by one.                                      *
      *****************************************************************
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-AFFECTED-SW
           MOVE CIX-CUST-EMAIL TO WS-FOLD-EMAIL
           PERFORM 2050-SPLIT-ADDRESS THRU 2050-SPLIT-ADDRESS-EXIT
           IF WS-DOMINIO NOT = SPACES THEN
               PERFORM 2060-MATCH-ONE-TRIGGER THRU
                   2060-MATCH-ONE-TRIGGER-EXIT
                   VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-COUNT
           END-IF
           IF CUSTOMER-AFFECTED THEN
               PERFORM 2200-REVALIDATE THRU 2200-REVALIDATE-EXIT
           END-IF
           PERFORM 2500-PROCESS-ADDRESSES THRU
               2500-PROCESS-ADDRESSES-EXIT
           PERFORM 2100-READ-CUSTIDX THRU 2100-READ-CUSTIDX-EXIT.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
      *2050-SPLIT-ADDRESS                                             *
      *    Folds the address the caller moved to WS-FOLD-EMAIL to     *
      *    upper case and splits out the full domain, the last label  *
      *    (TLD) and the last two labels, the same forms CHECKMAIL    *
      *    looks up on DOMBLOCK, DOMINIOS and DOMSFX.                 *
      *****************************************************************
       2050-SPLIT-ADDRESS.
           MOVE SPACES TO WS-USER WS-DOMINIO WS-TLD WS-LABEL-2
           MOVE SPACES TO WS-TWO-LABEL WS-DOM-REST WS-DOM-REST-2
           MOVE UPPER-CASE (WS-FOLD-EMAIL) TO WS-FOLD-EMAIL
           MOVE TRIM (WS-FOLD-EMAIL) TO WS-FOLD-EMAIL
           UNSTRING WS-FOLD-EMAIL DELIMITED BY "@" INTO
               WS-USER
               WS-DOMINIO
           IF WS-DOMINIO = SPACES THEN
               GO TO 2050-SPLIT-ADDRESS-EXIT
           END-IF
           MOVE REVERSE (WS-DOMINIO) TO WS-DOM-REV
           MOVE TRIM (WS-DOM-REV) TO WS-DOM-REV
           UNSTRING WS-DOM-REV DELIMITED BY "." INTO
               WS-TLD
               WS-DOM-REST
           MOVE REVERSE (WS-TLD) TO WS-TLD
           MOVE TRIM (WS-TLD) TO WS-TLD
           IF WS-DOM-REST NOT = SPACES THEN
               UNSTRING WS-DOM-REST DELIMITED BY "." INTO
                   WS-LABEL-2
                   WS-DOM-REST-2
               MOVE REVERSE (WS-LABEL-2) TO WS-LABEL-2
               MOVE TRIM (WS-LABEL-2) TO WS-LABEL-2
               STRING WS-LABEL-2 DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-TLD DELIMITED BY SPACE
                   INTO WS-TWO-LABEL
           END-IF.
       2050-SPLIT-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *2060-MATCH-ONE-TRIGGER                                         *
      *    Marks change WS-TG-IDX as hit when its before or after     *
      *    value names the TLD, suffix, domain or address just split, *
      *    according to the change's match kind.                      *
      *****************************************************************
       2060-MATCH-ONE-TRIGGER.
           MOVE "N" TO WS-TG-HIT-SW(WS-TG-IDX)
           EVALUATE TRUE
               WHEN TG-MATCH-TLD(WS-TG-IDX)
                   IF WS-TLD = WS-TG-BEFORE(WS-TG-IDX)
                       OR WS-TLD = WS-TG-AFTER(WS-TG-IDX) THEN
                       SET TG-HIT(WS-TG-IDX) TO TRUE
                   END-IF
               WHEN TG-MATCH-SUFFIX(WS-TG-IDX)
                   IF WS-TWO-LABEL NOT = SPACES
                       AND (WS-TWO-LABEL = WS-TG-BEFORE(WS-TG-IDX)
                       OR WS-TWO-LABEL = WS-TG-AFTER(WS-TG-IDX)) THEN
                       SET TG-HIT(WS-TG-IDX) TO TRUE
                   END-IF
               WHEN TG-MATCH-DOMAIN(WS-TG-IDX)
                   IF WS-DOMINIO = WS-TG-BEFORE(WS-TG-IDX)
                       OR WS-DOMINIO = WS-TG-AFTER(WS-TG-IDX) THEN
                       SET TG-HIT(WS-TG-IDX) TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-FOLD-EMAIL = WS-TG-BEFORE(WS-TG-IDX) THEN
                       SET TG-HIT(WS-TG-IDX) TO TRUE
                   END-IF
           END-EVALUATE
           IF TG-HIT(WS-TG-IDX) THEN
               ADD 1 TO WS-TG-MATCHED(WS-TG-IDX)
               SET CUSTOMER-AFFECTED TO TRUE
           END-IF.
       2060-MATCH-ONE-TRIGGER-EXIT.
           EXIT.
      *****************************************************************
      *2100-READ-CUSTIDX                                              *
      *****************************************************************
       2100-READ-CUSTIDX.
           READ CUSTIDX NEXT RECORD
               AT END
                   SET END-OF-CUSTIDX TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2100-READ-CUSTIDX-EXIT.
           EXIT.
      *****************************************************************
      *2200-REVALIDATE                                                *
      *    Re-validates one affected customer through CHECKMAIL,      *
      *    stamps the result on the master record just read and      *
      *    REWRITEs it in place, then opens or closes the REJINV      *
      *    entry to match. A flip either way is counted against the   *
      *    run and every change that named the customer. A customer   *
      *    held undeliverable (reason 60) keeps that result.          *
      *****************************************************************
       2200-REVALIDATE.
           IF CIX-VAL-REASON = "60" THEN
               ADD 1 TO WS-HELD-COUNT
               GO TO 2200-REVALIDATE-EXIT
           END-IF
           ADD 1 TO WS-REVAL-COUNT
           MOVE "P" TO WS-ADDR-TYPE
           MOVE CIX-VAL-STATUS TO WS-OLD-STATUS
           MOVE CIX-CUST-EMAIL TO WS-CKM-EMAIL
           SET CKM-MODE-VALIDATE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
           ADD 1 TO WS-CALL-COUNT
           MOVE WS-CKM-FLAG TO CIX-VAL-STATUS
           MOVE REASON-CODE TO CIX-VAL-REASON
           MOVE WS-CURRENT-DATE-X TO CIX-VAL-DATE
           REWRITE CUSTIDX-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF WS-CKM-FLAG = "S" THEN
               PERFORM 2360-CLOSE-INVENTORY THRU
                   2360-CLOSE-INVENTORY-EXIT
           ELSE
               PERFORM 2350-TRACK-REJECT THRU 2350-TRACK-REJECT-EXIT
           END-IF
           IF WS-OLD-STATUS = "S" AND WS-CKM-FLAG = "N" THEN
               ADD 1 TO WS-TO-REJ-COUNT
           END-IF
           IF WS-OLD-STATUS = "N" AND WS-CKM-FLAG = "S" THEN
               ADD 1 TO WS-TO-ACC-COUNT
           END-IF
           IF WS-OLD-STATUS NOT = WS-CKM-FLAG THEN
               PERFORM 2250-COUNT-ONE-FLIP THRU
                   2250-COUNT-ONE-FLIP-EXIT
                   VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-COUNT
           END-IF.
       2200-REVALIDATE-EXIT.
           EXIT.
      *****************************************************************
      *2250-COUNT-ONE-FLIP                                            *
      *    Adds the current address's flip to change WS-TG-IDX when   *
      *    that change named the address.                             *
      *****************************************************************
       2250-COUNT-ONE-FLIP.
           IF TG-HIT(WS-TG-IDX) THEN
               IF WS-OLD-STATUS = "S" AND WS-CKM-FLAG = "N" THEN
                   ADD 1 TO WS-TG-TO-REJ(WS-TG-IDX)
               END-IF
               IF WS-OLD-STATUS = "N" AND WS-CKM-FLAG = "S" THEN
                   ADD 1 TO WS-TG-TO-ACC(WS-TG-IDX)
               END-IF
           END-IF.
       2250-COUNT-ONE-FLIP-EXIT.
           EXIT.
      *****************************************************************
      *2350-TRACK-REJECT                                              *
      *    Adds or refreshes this customer's entry for WS-ADDR-TYPE on*
      *    the REJINV outstanding-reject inventory, the way CKMDELTA  *
      *    does: a new reject opens an entry, one still failing       *
      *    refreshes the last-seen date, times seen and current       *
      *    reason, and one rejected again after a correction opens a  *
      *    fresh episode. Times seen only moves once a day, so a rerun*
      *    is idempotent on the inventory.                            *
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
      *2360-CLOSE-INVENTORY                                           *
      *    An address that validates clean closes any open inventory  *
      *    entry for its type as corrected. No entry, or one already  *
      *    closed, is the normal case and needs nothing.              *
      *****************************************************************
       2360-CLOSE-INVENTORY.
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
           IF INVENTORY-ENTRY-FOUND AND RINV-OPEN THEN
               SET RINV-CORRECTED TO TRUE
               MOVE WS-CURRENT-DATE-X TO RINV-CLOSED-DATE
               REWRITE REJINV-RECORD
               MOVE "REWRITE" TO WS-ERR-VERB
               MOVE "REJINV" TO WS-ERR-FILE
               MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF.
       2360-CLOSE-INVENTORY-EXIT.
           EXIT.
      *****************************************************************
      *2500-PROCESS-ADDRESSES                                         *
      *    Positions CUSTEML on the customer's first address and tests*
      *    each of their addresses in key order. A customer with none *
      *    is the normal case.                                        *
      *****************************************************************
       2500-PROCESS-ADDRESSES.
           IF NOT ADDRESS-FILE-AVAILABLE THEN
               GO TO 2500-PROCESS-ADDRESSES-EXIT
           END-IF
           MOVE "N" TO WS-CEM-EOF-SW
           MOVE CIX-CUST-ID TO CEM-CUST-ID
           MOVE LOW-VALUES TO CEM-ADDR-TYPE
           START CUSTEML KEY IS NOT LESS THAN CEM-KEY
               INVALID KEY
                   GO TO 2500-PROCESS-ADDRESSES-EXIT
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2510-PROCESS-ONE-ADDRESS THRU
               2510-PROCESS-ONE-ADDRESS-EXIT
               UNTIL END-OF-CUSTOMER-ADDRESSES.
       2500-PROCESS-ADDRESSES-EXIT.
           EXIT.
      *****************************************************************
      *2510-PROCESS-ONE-ADDRESS                                       *
      *    Reads the next address; the first one belonging to another *
      *    customer ends this customer's set. A blank address is one  *
      *    the customer has withdrawn and has nothing to re-check.    *
      *    Any other is split and tested against every change exactly *
      *    as CUST-EMAIL is, and re-validated only when one matched.  *
      *****************************************************************
       2510-PROCESS-ONE-ADDRESS.
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
               GO TO 2510-PROCESS-ONE-ADDRESS-EXIT
           END-IF
           IF CEM-CUST-ID NOT = CIX-CUST-ID THEN
               SET END-OF-CUSTOMER-ADDRESSES TO TRUE
               GO TO 2510-PROCESS-ONE-ADDRESS-EXIT
           END-IF
           IF CEM-EMAIL = SPACES THEN
               GO TO 2510-PROCESS-ONE-ADDRESS-EXIT
           END-IF
           ADD 1 TO WS-ADDR-READ-COUNT
           MOVE "N" TO WS-AFFECTED-SW
           MOVE CEM-EMAIL TO WS-FOLD-EMAIL
           PERFORM 2050-SPLIT-ADDRESS THRU 2050-SPLIT-ADDRESS-EXIT
           IF WS-DOMINIO NOT = SPACES THEN
               PERFORM 2060-MATCH-ONE-TRIGGER THRU
                   2060-MATCH-ONE-TRIGGER-EXIT
                   VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-COUNT
           END-IF
           IF CUSTOMER-AFFECTED THEN
               PERFORM 2550-REVALIDATE-ADDRESS THRU
                   2550-REVALIDATE-ADDRESS-EXIT
           END-IF.
       2510-PROCESS-ONE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *2550-REVALIDATE-ADDRESS                                        *
      *    Re-validates one affected CUSTEML address through          *
      *    CHECKMAIL, stamps the result on the address record just    *
      *    read and REWRITEs it in place, then opens or closes the    *
      *    REJINV entry for its type. A flip either way is counted on *
      *    the address totals and against every change that named the *
      *    address. An address held undeliverable (reason 60) keeps   *
      *    that result.                                               *
      *****************************************************************
       2550-REVALIDATE-ADDRESS.
           IF CEM-VAL-REASON = "60" THEN
               ADD 1 TO WS-ADDR-HELD-COUNT
               GO TO 2550-REVALIDATE-ADDRESS-EXIT
           END-IF
           ADD 1 TO WS-ADDR-REVAL-COUNT
           MOVE CEM-ADDR-TYPE TO WS-ADDR-TYPE
           MOVE CEM-VAL-STATUS TO WS-OLD-STATUS
           MOVE CEM-EMAIL TO WS-CKM-EMAIL
           SET CKM-MODE-VALIDATE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
           ADD 1 TO WS-CALL-COUNT
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
               PERFORM 2360-CLOSE-INVENTORY THRU
                   2360-CLOSE-INVENTORY-EXIT
           ELSE
               PERFORM 2350-TRACK-REJECT THRU 2350-TRACK-REJECT-EXIT
           END-IF
           IF WS-OLD-STATUS = "S" AND WS-CKM-FLAG = "N" THEN
               ADD 1 TO WS-ADDR-TO-REJ-COUNT
           END-IF
           IF WS-OLD-STATUS = "N" AND WS-CKM-FLAG = "S" THEN
               ADD 1 TO WS-ADDR-TO-ACC-COUNT
           END-IF
           IF WS-OLD-STATUS NOT = WS-CKM-FLAG THEN
               PERFORM 2250-COUNT-ONE-FLIP THRU
                   2250-COUNT-ONE-FLIP-EXIT
                   VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-COUNT
           END-IF.
       2550-REVALIDATE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *2900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in REVALRPT-RECORD and    *
      *    checks the outcome - one funnel instead of a check after   *
      *    every report WRITE.                                        *
      *****************************************************************
       2900-WRITE-REPORT-LINE.
           WRITE REVALRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "REVALRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2900-WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Closes the master side (when it was opened), then writes   *
      *    one line per change, the run totals and the CUSTEML        *
      *    address totals on a line of their own.                     *
      *****************************************************************
       3000-TERMINATE.
           IF WS-TG-COUNT > ZERO THEN
               SET CKM-MODE-TERMINATE TO TRUE
               CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
                   WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE
               CLOSE CUSTIDX
               CLOSE REJINV
               IF ADDRESS-FILE-AVAILABLE THEN
                   CLOSE CUSTEML
               END-IF
           END-IF
           MOVE SPACES TO REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           IF WS-TG-COUNT = ZERO THEN
               MOVE "  NO REFERENCE CHANGES IN THE WINDOW" TO
                   REVALRPT-RECORD
               PERFORM 2900-WRITE-REPORT-LINE THRU
                   2900-WRITE-REPORT-LINE-EXIT
           ELSE
               MOVE WS-HEADING-LINE TO REVALRPT-RECORD
               PERFORM 2900-WRITE-REPORT-LINE THRU
                   2900-WRITE-REPORT-LINE-EXIT
               PERFORM 3050-WRITE-ONE-TRIGGER THRU
                   3050-WRITE-ONE-TRIGGER-EXIT
                   VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-COUNT
           END-IF
           MOVE SPACES TO REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE "REFERENCE CHANGES IN WINDOW" TO WS-TOT-DESC
           MOVE WS-TG-COUNT TO WS-TOT-COUNT
           PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           IF WS-OVERFLOW-COUNT > ZERO THEN
               MOVE "CHANGES NOT PROCESSED - TABLE FULL" TO
                   WS-TOT-DESC
               MOVE WS-OVERFLOW-COUNT TO WS-TOT-COUNT
               PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           END-IF
           MOVE "CUSTOMERS READ" TO WS-TOT-DESC
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           MOVE "CUSTOMERS RE-VALIDATED" TO WS-TOT-DESC
           MOVE WS-REVAL-COUNT TO WS-TOT-COUNT
           PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           MOVE "  ACCEPTED TO REJECTED" TO WS-TOT-DESC
           MOVE WS-TO-REJ-COUNT TO WS-TOT-COUNT
           PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           MOVE "  REJECTED TO ACCEPTED" TO WS-TOT-DESC
           MOVE WS-TO-ACC-COUNT TO WS-TOT-COUNT
           PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           MOVE "HELD UNDELIVERABLE - NOT RE-VALIDATED" TO
               WS-TOT-DESC
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT
           PERFORM 3060-WRITE-TOTAL THRU 3060-WRITE-TOTAL-EXIT
           MOVE WS-ADDR-READ-COUNT TO WS-ATL-READ
           MOVE WS-ADDR-REVAL-COUNT TO WS-ATL-REVAL
           MOVE WS-ADDR-TO-REJ-COUNT TO WS-ATL-TO-REJ
           MOVE WS-ADDR-TO-ACC-COUNT TO WS-ATL-TO-ACC
           MOVE WS-ADDR-HELD-COUNT TO WS-ATL-HELD
           MOVE WS-ADDR-TOTAL-LINE TO REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           CLOSE REVALRPT
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *3050-WRITE-ONE-TRIGGER                                         *
      *    One report line per change: where it came from, what it    *
      *    did, when, its journal sequence (or, for a lapsed          *
      *    exception, the approving steward), the value, and its      *
      *    matched and flipped counts. A CHANGE shows the value it    *
      *    took off the file.                                         *
      *****************************************************************
       3050-WRITE-ONE-TRIGGER.
           MOVE WS-TG-SOURCE(WS-TG-IDX) TO WS-DTL-SOURCE
           MOVE WS-TG-ACTION(WS-TG-IDX) TO WS-DTL-ACTION
           MOVE WS-TG-DATE(WS-TG-IDX) TO WS-DTL-DATE
           MOVE WS-TG-SEQ(WS-TG-IDX) TO WS-DTL-SEQ
           IF WS-TG-BEFORE(WS-TG-IDX) NOT = SPACES THEN
               MOVE WS-TG-BEFORE(WS-TG-IDX) TO WS-DTL-VALUE
           ELSE
               MOVE WS-TG-AFTER(WS-TG-IDX) TO WS-DTL-VALUE
           END-IF
           MOVE WS-TG-MATCHED(WS-TG-IDX) TO WS-DTL-MATCHED
           MOVE WS-TG-TO-REJ(WS-TG-IDX) TO WS-DTL-TO-REJ
           MOVE WS-TG-TO-ACC(WS-TG-IDX) TO WS-DTL-TO-ACC
           MOVE WS-DETAIL-LINE TO REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT.
       3050-WRITE-ONE-TRIGGER-EXIT.
           EXIT.
      *****************************************************************
      *3060-WRITE-TOTAL                                               *
      *****************************************************************
       3060-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO REVALRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT.
       3060-WRITE-TOTAL-EXIT.
           EXIT.
      *****************************************************************
      *3100-WRITE-RUN-RECORD                                          *
      *    Records this run's completion on the RUNLEDG ledger: in =  *
      *    customers read, out 1 = re-validated, out 2 = accepted to  *
      *    rejected, out 3 = rejected to accepted.                    *
      *****************************************************************
       3100-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMREVAL" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-READ-COUNT TO RUNC-IN-COUNT
           MOVE WS-REVAL-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-TO-REJ-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-TO-ACC-COUNT TO RUNC-OUT-COUNT-3
           MOVE WS-CALL-COUNT TO RUNC-CALL-COUNT
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
