      *                             missing DOMWATCH dataset means
      *                             nothing is watched, as with
      *                             DOMBLOCK.
      *   15/10/2026  aa-stop-run   Address syntax brought in line
      *                             with real-world addresses: digits
      *                             are now valid in the domain (163.
      *                             com, web2.pt) and '+' in the user
      *                             part (plus-tagged addresses). Each
      *                             domain label is now checked in its
      *                             own right - an empty label (two
      *                             dots together, or a trailing dot),
      *                             a label over 63 characters, a
      *                             label starting or ending with '-'
      *                             and a label with '--' in positions
      *                             3-4 that is not an XN-- punycode
      *                             label are each rejected with their
      *                             own new reason code (33-37).
      *   15/10/2026  aa-stop-run   The exception-expiry and watch-
      *                             list effective-date tests and the
      *                             date part of AUD-TIMESTAMP now use
      *                             the business date from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock - taken once at PROG-MODE
      *                             "I" in batch, per call otherwise.
      *   15/10/2026  aa-stop-run   An accepted address is now also
      *                             looked up on two new optional
      *                             reference lists: a local part (less
      *                             any '+' tag) on DOMROLE returns the
      *                             warning reason code 46 (role account
      *                             - INFO@, NOREPLY@ - not a person), a
      *                             domain on DOMDISP returns 47
      *                             (disposable-mail provider). Both
      *                             still accept (PROG-FLAG "S"), kept
      *                             apart from the compliance warning
      *                             45, which takes precedence, then 47,
      *                             then 46. A missing dataset flags
      *                             nothing, as with DOMWATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKMAIL.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS ValidUser IS
           "-_.+"
           "0123456789"
           "abcdefghijklmnopqrstuvwxyz"
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ" SPACE
           "".
           CLASS ValidDominio IS
           "-."
           "0123456789"
           "abcdefghijklmnopqrstuvwxyz"
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ" SPACE
           ""
                   ACCESS IS DYNAMIC
                   RECORD KEY WAT-SFX-VAL
                   FILE STATUS WAT-FSTATUS.
           SELECT DOMROLE ASSIGN TO "domrole"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY ROL-LOCAL-PART
                   FILE STATUS ROL-FSTATUS.
           SELECT DOMDISP ASSIGN TO "domdisp"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY DSP-DOMINIO-VAL
                   FILE STATUS DSP-FSTATUS.
           SELECT AUDITLOG ASSIGN TO "auditlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
           COPY EXCREC.
       FD DOMWATCH.
           COPY WATREC.
       FD DOMROLE.
           COPY ROLREC.
       FD DOMDISP.
           COPY DSPREC.
       FD AUDITLOG.
           COPY AUDREC.
       WORKING-STORAGE SECTION.
       01  WS-DOM-8        PIC X(254)  VALUE SPACES.
       01  WS-TWO-LABEL    PIC X(127)  VALUE SPACES.
       01  WS-DOMINIO-SAVE PIC X(254)  VALUE SPACES.
      *************************************************************************
      *    Work fields for the per-label domain checks. WS-LABEL-LEN is the   *
      *    label's true length from UNSTRING's COUNT IN, so a label longer    *
      *    than WS-LABEL itself is still measured correctly.                  *
      *************************************************************************
       01  WS-LABEL        PIC X(63)   VALUE SPACES.
       01  WS-LABEL-LEN    PIC 9(03)   VALUE ZEROS.
       01  WS-LABEL-PTR    PIC 9(03)   VALUE ZEROS.
       01  WS-LABEL-NO     PIC 9(03)   VALUE ZEROS.
       01  WS-DOM-LEN      PIC 9(03)   VALUE ZEROS.
       01  WS-LABEL-SW     PIC X(01)   VALUE "N".
           88  LABEL-RULE-BROKEN       VALUE "Y".
.      01  FLAG-CHECK      PIC X(01)   VALUE "N".
           88  FLAG-TRUE               VALUE "S".
           88  FLAG-FALSE              VALUE "N".
       01  WS-WAT-FOUND-SW      PIC X(01)   VALUE "N".
           88  WATCH-DOMAIN-FOUND          VALUE "Y".
       01  WS-WAT-TODAY         PIC X(08)   VALUE SPACES.
       77  ROL-FSTATUS          PIC 9(02)   VALUE ZEROS.
       77  DSP-FSTATUS          PIC 9(02)   VALUE ZEROS.
      *************************************************************************
      *    DOMROLE and DOMDISP are optional the same way DOMWATCH is - a site *
      *    that has not built the role-account or disposable-mail list yet    *
      *    (open status 35) simply flags nothing. WS-ROLE-KEY is the local    *
      *    part less any '+' tag, so INFO+SHOP@ is still INFO@.               *
      *************************************************************************
       01  WS-ROL-AVAIL-SW      PIC X(01)   VALUE "N".
           88  ROL-FILE-AVAILABLE          VALUE "Y".
           88  ROL-FILE-ABSENT             VALUE "N".
       01  WS-ROL-FOUND-SW      PIC X(01)   VALUE "N".
           88  ROLE-ACCOUNT-FOUND          VALUE "Y".
       01  WS-DSP-AVAIL-SW      PIC X(01)   VALUE "N".
           88  DSP-FILE-AVAILABLE          VALUE "Y".
           88  DSP-FILE-ABSENT             VALUE "N".
       01  WS-DSP-FOUND-SW      PIC X(01)   VALUE "N".
           88  DISPOSABLE-DOMAIN-FOUND     VALUE "Y".
       01  WS-ROLE-KEY          PIC X(64)   VALUE SPACES.
      *************************************************************************
      *    The business date this call is processing, from CKMPDATE. With no  *
      *    control record yet CKMPDATE hands back the system date - the batch *
      *    callers have already refused to run by then, and an inquiry is     *
      *    better answered against the clock than not at all.                 *
      *************************************************************************
           COPY PDTCOM.
       01  WS-PROC-DATE         PIC X(08)   VALUE SPACES.
      *************************************************************************
      *    Stand-ins for REASON-CODE/PROG-MODE when a caller still uses the   *
      *    original 3-argument CALL. Addressed in by MAIN-PROCEDURE below     *
               PERFORM CLOSE-BATCH-FILES THRU CLOSE-BATCH-FILES-EXIT
               EXIT PROGRAM
           END-IF
           IF NOT DOM-FILES-OPEN THEN
               PERFORM GET-PROCESSING-DATE THRU
                   GET-PROCESSING-DATE-EXIT
           END-IF
           SET FLAG-TRUE TO TRUE
           SET REASON-ACCEPTED TO TRUE
           SET MATCH-FROM-NONE TO TRUE
                   EXIT PROGRAM
               END-IF
      *************************************************************************
      *    Checks each label of the domain in its own right - no empty        *
      *    labels, none over 63 characters, none starting or ending with a    *
      *    '-', and '--' in positions 3-4 only on an XN-- punycode label.     *
      *    CHECK-DOMAIN-LABELS sets the reason code and message itself.       *
      *************************************************************************
           PERFORM CHECK-DOMAIN-LABELS THRU CHECK-DOMAIN-LABELS-EXIT
               IF LABEL-RULE-BROKEN THEN
                   SET FLAG-FALSE TO TRUE
                   MOVE FLAG-CHECK TO PROG-FLAG
                   PERFORM WRITE-AUDIT-RECORD THRU
                       WRITE-AUDIT-RECORD-EXIT
                   EXIT PROGRAM
               END-IF
      *************************************************************************
      *    Checks the full domain against the DOMBLOCK blocked-domain file    *
      *    before any suffix validation - a blocked domain is rejected        *
      *    however valid its TLD/suffix is. WS-DOMINIO still holds the        *
      *    it. A TLD/suffix on the DOMWATCH watch list (effective date        *
      *    arrived) keeps the accept flag and swaps in the warning reason     *
      *    code 45, the middle outcome between blocking a legitimate          *
      *    customer and saying nothing to the auditors. Disposable-mail       *
      *    domains and role-account local parts are flagged the same way,     *
      *    each with its own warning code.                                    *
      *************************************************************************
           PERFORM CHECK-WARNING-LISTS THRU CHECK-WARNING-LISTS-EXIT
           MOVE FLAG-CHECK TO PROG-FLAG
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           EXIT PROGRAM.

      *************************************************************************
      *    Picks the accept message and, for a flagged address, the warning   *
      *    reason code. Only one code can be returned, so the lists are       *
      *    tried in order of importance and the first hit wins: the DOMWATCH  *
      *    compliance warning (45), then a disposable-mail domain on DOMDISP  *
      *    (47), then a role-account local part on DOMROLE (46) - INFO@ at a  *
      *    throwaway provider is followed up as disposable.                   *
      *************************************************************************
       CHECK-WARNING-LISTS.
           MOVE "E-mail accepted." TO MENSAGEM
           PERFORM CHECK-WATCH-LIST THRU CHECK-WATCH-LIST-EXIT
           IF WATCH-DOMAIN-FOUND THEN
               SET REASON-WATCHLIST-WARNING TO TRUE
               MOVE "E-mail accepted - domain on compliance watch list."
                   TO MENSAGEM
               GO TO CHECK-WARNING-LISTS-EXIT
           END-IF
           PERFORM CHECK-DISPOSABLE THRU CHECK-DISPOSABLE-EXIT
           IF DISPOSABLE-DOMAIN-FOUND THEN
               SET REASON-DISPOSABLE-WARNING TO TRUE
               MOVE "E-mail accepted - disposable mail domain."
                   TO MENSAGEM
               GO TO CHECK-WARNING-LISTS-EXIT
           END-IF
           PERFORM CHECK-ROLE-ACCOUNT THRU CHECK-ROLE-ACCOUNT-EXIT
           IF ROLE-ACCOUNT-FOUND THEN
               SET REASON-ROLE-ACCOUNT-WARNING TO TRUE
               MOVE "E-mail accepted - role account, not a person."
                   TO MENSAGEM
           END-IF.
       CHECK-WARNING-LISTS-EXIT.
           EXIT.

      *************************************************************************
      *    Walks the domain one label at a time, stopping at the first rule   *
      *    broken. A domain ending in '.' has an empty last label that the    *
      *    walk itself never reaches, so that is tested first. A domain       *
      *    whose only '.' is its first character (".PT") is left for the      *
      *    older no-characters-before-the-dot check and its reason 32.        *
      *************************************************************************
       CHECK-DOMAIN-LABELS.
           MOVE "N" TO WS-LABEL-SW
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-DOMINIO)) TO
               WS-DOM-LEN
           IF WS-DOMINIO(WS-DOM-LEN:1) = "." THEN
               SET LABEL-RULE-BROKEN TO TRUE
               SET REASON-LABEL-EMPTY TO TRUE
               MOVE "Domain should not have an empty label ('..')."
                   TO MENSAGEM
               GO TO CHECK-DOMAIN-LABELS-EXIT
           END-IF
           MOVE 1 TO WS-LABEL-PTR
           MOVE ZEROS TO WS-LABEL-NO
           PERFORM CHECK-ONE-LABEL THRU CHECK-ONE-LABEL-EXIT
               UNTIL WS-LABEL-PTR > WS-DOM-LEN
               OR LABEL-RULE-BROKEN.
       CHECK-DOMAIN-LABELS-EXIT.
           EXIT.

       CHECK-ONE-LABEL.
           MOVE SPACES TO WS-LABEL
           MOVE ZEROS TO WS-LABEL-LEN
           ADD 1 TO WS-LABEL-NO
           UNSTRING WS-DOMINIO(1:WS-DOM-LEN) DELIMITED BY "."
               INTO WS-LABEL COUNT IN WS-LABEL-LEN
               WITH POINTER WS-LABEL-PTR
           END-UNSTRING
           IF WS-LABEL-LEN = ZERO THEN
               IF WS-LABEL-NO = 1 AND PT-COUNT = 1 THEN
                   GO TO CHECK-ONE-LABEL-EXIT
               END-IF
               SET LABEL-RULE-BROKEN TO TRUE
               SET REASON-LABEL-EMPTY TO TRUE
               MOVE "Domain should not have an empty label ('..')."
                   TO MENSAGEM
               GO TO CHECK-ONE-LABEL-EXIT
           END-IF
           IF WS-LABEL-LEN > 63 THEN
               SET LABEL-RULE-BROKEN TO TRUE
               SET REASON-LABEL-TOO-LONG TO TRUE
               MOVE "Domain label longer than 63 characters."
                   TO MENSAGEM
               GO TO CHECK-ONE-LABEL-EXIT
           END-IF
           IF WS-LABEL(1:1) = "-" THEN
               SET LABEL-RULE-BROKEN TO TRUE
               SET REASON-LABEL-STARTS-HYPHEN TO TRUE
               MOVE "Domain label should not start with a '-'."
                   TO MENSAGEM
               GO TO CHECK-ONE-LABEL-EXIT
           END-IF
           IF WS-LABEL(WS-LABEL-LEN:1) = "-" THEN
               SET LABEL-RULE-BROKEN TO TRUE
               SET REASON-LABEL-ENDS-HYPHEN TO TRUE
               MOVE "Domain label should not end with a '-'."
                   TO MENSAGEM
               GO TO CHECK-ONE-LABEL-EXIT
           END-IF
      *************************************************************************
      *    '--' in positions 3-4 is reserved for IDNA - only the XN-- prefix  *
      *    of a punycode label (e.g. XN--BCHER-KVA) may use it.               *
      *************************************************************************
           IF WS-LABEL-LEN > 3 AND WS-LABEL(3:2) = "--"
               AND WS-LABEL(1:2) NOT = "XN" THEN
               SET LABEL-RULE-BROKEN TO TRUE
               SET REASON-LABEL-RESERVED-HYPHENS TO TRUE
               MOVE "Domain label has '--' but is not xn-- punycode."
                   TO MENSAGEM
           END-IF.
       CHECK-ONE-LABEL-EXIT.
           EXIT.

      *************************************************************************
      *    Looks up the two-label suffix (e.g. CO.UK) on DOMSFX. Sets         *
      *************************************************************************
       CHECK-EXCEPTION.
           MOVE "N" TO WS-EXC-FOUND-SW
           MOVE WS-PROC-DATE TO WS-EXC-TODAY
           IF DOM-FILES-OPEN THEN
               IF EXC-FILE-AVAILABLE THEN
                   PERFORM PROBE-EXCEPTION-KEYS THRU
      *************************************************************************
       CHECK-WATCH-LIST.
           MOVE "N" TO WS-WAT-FOUND-SW
           MOVE WS-PROC-DATE TO WS-WAT-TODAY
           IF DOM-FILES-OPEN THEN
               IF WAT-FILE-AVAILABLE THEN
                   PERFORM PROBE-WATCH-KEYS THRU PROBE-WATCH-KEYS-EXIT
       READ-ONE-WATCH-EXIT.
           EXIT.

      *************************************************************************
      *    Looks the full domain (WS-DOMINIO-SAVE, already folded to upper    *
      *    case) up on the DOMDISP disposable-mail list. A site with no       *
      *    DOMDISP dataset yet (open status 35) flags nothing - in batch      *
      *    mode that outcome was remembered by OPEN-BATCH-FILES, per call it  *
      *    is checked on the OPEN here.                                       *
      *************************************************************************
       CHECK-DISPOSABLE.
           MOVE "N" TO WS-DSP-FOUND-SW
           MOVE WS-DOMINIO-SAVE TO DSP-DOMINIO-VAL
           IF DOM-FILES-OPEN THEN
               IF DSP-FILE-AVAILABLE THEN
                   PERFORM READ-ONE-DISPOSABLE THRU
                       READ-ONE-DISPOSABLE-EXIT
               END-IF
           ELSE
               OPEN INPUT DOMDISP
               IF DSP-FSTATUS NOT = 35 THEN
                   PERFORM READ-ONE-DISPOSABLE THRU
                       READ-ONE-DISPOSABLE-EXIT
                   CLOSE DOMDISP
               END-IF
           END-IF.
       CHECK-DISPOSABLE-EXIT.
           EXIT.

       READ-ONE-DISPOSABLE.
           READ DOMDISP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DISPOSABLE-DOMAIN-FOUND TO TRUE
           END-READ.
       READ-ONE-DISPOSABLE-EXIT.
           EXIT.

      *************************************************************************
      *    Looks the local part up on the DOMROLE role-account list, less     *
      *    any '+' tag (INFO+SHOP is the INFO mailbox). A site with no        *
      *    DOMROLE dataset yet (open status 35) flags nothing - in batch      *
      *    mode that outcome was remembered by OPEN-BATCH-FILES, per call it  *
      *    is checked on the OPEN here.                                       *
      *************************************************************************
       CHECK-ROLE-ACCOUNT.
           MOVE "N" TO WS-ROL-FOUND-SW
           MOVE SPACES TO WS-ROLE-KEY
           UNSTRING WS-USER DELIMITED BY "+" INTO WS-ROLE-KEY
           MOVE WS-ROLE-KEY TO ROL-LOCAL-PART
           IF DOM-FILES-OPEN THEN
               IF ROL-FILE-AVAILABLE THEN
                   PERFORM READ-ONE-ROLE THRU READ-ONE-ROLE-EXIT
               END-IF
           ELSE
               OPEN INPUT DOMROLE
               IF ROL-FSTATUS NOT = 35 THEN
                   PERFORM READ-ONE-ROLE THRU READ-ONE-ROLE-EXIT
                   CLOSE DOMROLE
               END-IF
           END-IF.
       CHECK-ROLE-ACCOUNT-EXIT.
           EXIT.

       READ-ONE-ROLE.
           READ DOMROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROLE-ACCOUNT-FOUND TO TRUE
           END-READ.
       READ-ONE-ROLE-EXIT.
           EXIT.

      *************************************************************************
      *    Looks up the single label (e.g. UK) on DOMINIOS. Sets FLAG-TRUE    *
      *    when it is found.                                                  *
      *************************************************************************
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-PROC-DATE TO AUD-TIMESTAMP(1:8)
           MOVE PROG-EMAIL TO AUD-EMAIL
           MOVE WS-DOMINIO-SAVE TO AUD-DOMINIO
           MOVE PROG-FLAG TO AUD-FLAG
      *    the open/close cost on every call.                                 *
      *************************************************************************
       OPEN-BATCH-FILES.
           PERFORM GET-PROCESSING-DATE THRU GET-PROCESSING-DATE-EXIT
           OPEN INPUT DOMINIOS
           OPEN INPUT DOMSFX
           OPEN INPUT DOMBLOCK
           ELSE
               SET WAT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT DOMROLE
           IF ROL-FSTATUS = 35 THEN
               SET ROL-FILE-ABSENT TO TRUE
           ELSE
               SET ROL-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT DOMDISP
           IF DSP-FSTATUS = 35 THEN
               SET DSP-FILE-ABSENT TO TRUE
           ELSE
               SET DSP-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN EXTEND AUDITLOG
           IF WS-AUD-FSTATUS = "35" THEN
               OPEN OUTPUT AUDITLOG
       OPEN-BATCH-FILES-EXIT.
           EXIT.

      *************************************************************************
      *    Asks CKMPDATE for the business date being processed.               *
      *************************************************************************
       GET-PROCESSING-DATE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           MOVE PDATE-BUS-DATE TO WS-PROC-DATE.
       GET-PROCESSING-DATE-EXIT.
           EXIT.

      *************************************************************************
      *    PROG-MODE = "T" entry point - closes what OPEN-BATCH-FILES         *
      *    opened, at the end of a batch run.                                 *
               CLOSE DOMWATCH
               SET WAT-FILE-ABSENT TO TRUE
           END-IF
           IF ROL-FILE-AVAILABLE THEN
               CLOSE DOMROLE
               SET ROL-FILE-ABSENT TO TRUE
           END-IF
           IF DSP-FILE-AVAILABLE THEN
               CLOSE DOMDISP
               SET DSP-FILE-ABSENT TO TRUE
           END-IF
           CLOSE AUDITLOG
           SET DOM-FILES-CLOSED TO TRUE.
       CLOSE-BATCH-FILES-EXIT.
