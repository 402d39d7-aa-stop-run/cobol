      ******************************************************************
      * Program:  CKMREFU
      * History:
      *   15/10/2026  aa-stop-run   Original monthly reference-data
      *                             usage and expiry report - unused
      *                             DOMINIOS/DOMSFX/DOMBLOCK entries
      *                             with a removal card file, and the
      *                             stewards' DOMEXCPT renewal lists.
      *   15/10/2026  aa-stop-run   The CUSTIDX name read for a typed
      *                             address now checks its file status
      *                             through 9000 like every other keyed
      *                             read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMREFU.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: DOMINIOS, DOMSFX, DOMBLOCK and DOMEXCPT only ever grow
      *          - nothing tells the stewards which entries still earn
      *          their place. Run monthly, this job prints REFRPT:
      *            1. Approved TLDs (DOMINIOS) and two-label suffixes
      *               (DOMSFX) that no validation call on AUDITLOG
      *               has matched since the start of the usage window
      *               (PARM= days, default below), with the date each
      *               was last matched and how many accepted addresses
      *               on CUSTIDX/CUSTEML still use it. An entry is
      *               matched the way CHECKMAIL matches: the two-label
      *               suffix when it is on DOMSFX, otherwise the TLD.
      *               Accepts by approved exception (reason 43) never
      *               reached the lists and do not count.
      *            2. Blocked domains (DOMBLOCK) no customer address
      *               is on.
      *            3. DOMEXCPT exceptions expiring within the next
      *               CKMREFU-EXPIRY-DAYS days, and those already
      *               expired but still on file, grouped by the
      *               approving steward (EXC-STEWARD-ID) so each
      *               steward gets a renewal list. Under each one, the
      *               accepted addresses it covers that will fail at
      *               their next validation once it lapses - reason 41
      *               when the domain is blocked, 40 when no approved
      *               suffix or TLD covers it - unless another
      *               exception (domain or address) stays live past
      *               the horizon.
      *          Every unused TLD/suffix still carrying no accepted
      *          address, and every blocked domain no address is on,
      *          is also written as a DELETE card in the DOMMAINT
      *          (DOMCAND), SFXMAINT (SFXCAND) or BLKMAINT (BLKCAND)
      *          transaction layout. The cards carry no user id: the
      *          steward removes the entries to keep, keys their own
      *          id on the rest and stages them through the normal
      *          DOMPEND approval - nothing here changes a file.
      *          AUDITLOG only reaches back as far as AUDPURGE has
      *          left it; when it starts after the window start the
      *          report says so and the run ends RETURN-CODE 4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOMINIOS ASSIGN TO "dom"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY DOMINIO-VAL
                   FILE STATUS FSTATUS.
           SELECT DOMSFX ASSIGN TO "domsfx"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY SFX-VAL
                   FILE STATUS SFX-FSTATUS.
           SELECT DOMBLOCK ASSIGN TO "domblock"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY BLK-DOMINIO-VAL
                   FILE STATUS BLK-FSTATUS.
           SELECT DOMEXCPT ASSIGN TO "domexcpt"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY EXC-KEY
                   FILE STATUS EXC-FSTATUS.
           SELECT AUDITLOG ASSIGN TO "auditlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-AUD-FSTATUS.
           SELECT CUSTIDX ASSIGN TO "custidx"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY CIX-CUST-ID
                   FILE STATUS WS-CIX-FSTATUS.
           SELECT CUSTEML ASSIGN TO "custeml"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CEM-KEY
                   FILE STATUS WS-CEM-FSTATUS.
           SELECT WORKEXC1 ASSIGN TO "workexc1"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WX1-FSTATUS.
           SELECT SORTWK1 ASSIGN TO "sortwk1".
           SELECT WORKEXC2 ASSIGN TO "workexc2"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WX2-FSTATUS.
           SELECT DOMCAND ASSIGN TO "domcand"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-DCD-FSTATUS.
           SELECT SFXCAND ASSIGN TO "sfxcand"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-SCD-FSTATUS.
           SELECT BLKCAND ASSIGN TO "blkcand"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-BCD-FSTATUS.
           SELECT REFRPT ASSIGN TO "refrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOMINIOS.
           COPY DOMREC.
       FD  DOMSFX.
           COPY SFXREC.
       FD  DOMBLOCK.
           COPY BLKREC.
       FD  DOMEXCPT.
           COPY EXCREC.
       FD  AUDITLOG.
           COPY AUDREC.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  CUSTEML.
           COPY CEMREC.
      *****************************************************************
      *    Renewal-list work record: one per listed exception (line   *
      *    type "1") and one per address it covers (type "2"), each   *
      *    carrying the exception's steward, expiry and key so the    *
      *    sort brings every steward's list together, soonest expiry  *
      *    first, each exception followed by its addresses.           *
      *****************************************************************
       FD  WORKEXC1.
       01  WX1-RECORD.
           03  WX1-STEWARD            PIC X(08).
           03  WX1-EXPIRY             PIC X(08).
           03  WX1-EXC-KEY            PIC X(254).
           03  WX1-LINE-TYPE          PIC X(01).
           03  WX1-CUST-ID            PIC X(10).
           03  WX1-ADDR-TYPE          PIC X(01).
           03  WX1-CUST-NAME          PIC X(30).
           03  WX1-EMAIL              PIC X(254).
           03  WX1-FAIL-REASON        PIC X(02).
           03  WX1-CUST-COUNT         PIC 9(09).
       SD  SORTWK1.
       01  SW1-RECORD.
           03  SW1-STEWARD            PIC X(08).
           03  SW1-EXPIRY             PIC X(08).
           03  SW1-EXC-KEY            PIC X(254).
           03  SW1-LINE-TYPE          PIC X(01).
           03  SW1-CUST-ID            PIC X(10).
           03  SW1-ADDR-TYPE          PIC X(01).
           03  FILLER                 PIC X(295).
       FD  WORKEXC2.
       01  WX2-RECORD.
           03  WX2-STEWARD            PIC X(08).
           03  WX2-EXPIRY             PIC X(08).
           03  WX2-EXC-KEY            PIC X(254).
           03  WX2-LINE-TYPE          PIC X(01).
               88  WX2-EXCEPTION-LINE           VALUE "1".
               88  WX2-ADDRESS-LINE             VALUE "2".
           03  WX2-CUST-ID            PIC X(10).
           03  WX2-ADDR-TYPE          PIC X(01).
           03  WX2-CUST-NAME          PIC X(30).
           03  WX2-EMAIL              PIC X(254).
           03  WX2-FAIL-REASON        PIC X(02).
           03  WX2-CUST-COUNT         PIC 9(09).
       FD  DOMCAND.
           COPY TRNREC.
       FD  SFXCAND.
           COPY SFXTRNREC.
       FD  BLKCAND.
           COPY BLKTRNREC.
       FD  REFRPT.
       01  REFRPT-RECORD              PIC X(132).
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
       77  FSTATUS                   PIC 9(02)   VALUE ZEROS.
       77  SFX-FSTATUS               PIC 9(02)   VALUE ZEROS.
       77  BLK-FSTATUS               PIC 9(02)   VALUE ZEROS.
       77  EXC-FSTATUS               PIC 9(02)   VALUE ZEROS.
       77  WS-AUD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WX1-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WX2-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-DCD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-SCD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-BCD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    End-of-file switches. One serves whichever file is being   *
      *    read through; DOMBLOCK, DOMEXCPT and CUSTEML are optional  *
      *    (open status 35 - nothing blocked, no exceptions, no typed *
      *    addresses), the way CHECKMAIL treats them.                 *
      *****************************************************************
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-INPUT                      VALUE "Y".
       77  WS-BLK-AVAIL-SW           PIC X(01)   VALUE "N".
           88  BLK-FILE-AVAILABLE                VALUE "Y".
       77  WS-EXC-AVAIL-SW           PIC X(01)   VALUE "N".
           88  EXC-FILE-AVAILABLE                VALUE "Y".
       77  WS-CEM-AVAIL-SW           PIC X(01)   VALUE "N".
           88  CEM-FILE-AVAILABLE                VALUE "Y".
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG for the operator and ends the run with RETURN-CODE  *
      *    12. 23 is accepted because the keyed DOMEXCPT and CUSTIDX  *
      *    reads handle INVALID KEY themselves; 04/07 are reported as *
      *    warnings (RETURN-CODE 4) and the run continues.            *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "CKMREFU  ".
           03  WS-ERR-VERB            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-ERR-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(14)
                                      VALUE "  FILE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    Usage window and expiry horizon. The window length in days *
      *    arrives as the EXEC card's PARM= (e.g. PARM='00090'), the  *
      *    way AUDPURGE takes its retention; a missing or non-numeric *
      *    PARM falls back to CKMREFU-DEFAULT-DAYS and the report     *
      *    says so. An entry not matched since the window start is    *
      *    unused. Exceptions expiring on or before the horizon (the  *
      *    business date plus CKMREFU-EXPIRY-DAYS) are listed.        *
      *****************************************************************
       77  CKMREFU-DEFAULT-DAYS      PIC 9(05)   COMP VALUE 90.
       77  CKMREFU-EXPIRY-DAYS       PIC 9(05)   COMP VALUE 30.
       77  WS-WINDOW-DAYS            PIC 9(05)   COMP VALUE ZERO.
       01  WS-PARM-DIGITS            PIC X(05)   VALUE SPACES.
       01  WS-PARM-DIGITS-N REDEFINES WS-PARM-DIGITS
                                     PIC 9(05).
       77  WS-PARM-OFFSET            PIC 9(01)   COMP VALUE ZERO.
       77  WS-DEFAULTED-SW           PIC X(01)   VALUE "N".
           88  WINDOW-DEFAULTED                  VALUE "Y".
       01  WS-BUS-DATE               PIC 9(08)   VALUE ZEROS.
       01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                     PIC X(08).
       77  WS-DATE-INT               PIC 9(08)   COMP VALUE ZERO.
       01  WS-WINDOW-START           PIC 9(08)   VALUE ZEROS.
       01  WS-WINDOW-START-X REDEFINES WS-WINDOW-START
                                     PIC X(08).
       01  WS-HORIZON-DATE           PIC 9(08)   VALUE ZEROS.
       01  WS-HORIZON-DATE-X REDEFINES WS-HORIZON-DATE
                                     PIC X(08).
      *    Oldest dated record on AUDITLOG - how far back the usage
      *    evidence actually reaches.
       01  WS-LOG-START              PIC X(08)   VALUE HIGH-VALUES.
      *****************************************************************
      *    DOMINIOS, DOMSFX and DOMBLOCK are loaded into these tables *
      *    in key order (the files are read sequentially), so every   *
      *    AUDITLOG record and customer address is matched with a     *
      *    binary SEARCH ALL rather than a pass over the whole table. *
      *    Each entry collects the date it was last matched on        *
      *    AUDITLOG and the addresses on file that use it. Sized well *
      *    above the real populations; entries past the limit are     *
      *    dropped with a console warning and RETURN-CODE 4, and do   *
      *    not appear on the report.                                  *
      *****************************************************************
       77  CKMREFU-MAX-TLDS          PIC 9(05)   COMP VALUE 2000.
       77  WS-TLD-COUNT              PIC 9(05)   COMP VALUE ZERO.
       01  WS-TLD-TABLE.
           03  WS-TL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-TLD-COUNT
                   ASCENDING KEY IS WS-TL-VAL
                   INDEXED BY WS-TL-IX.
               05  WS-TL-VAL          PIC X(63).
               05  WS-TL-LAST-DATE    PIC X(08).
               05  WS-TL-ADDR-COUNT   PIC 9(09)   COMP.
       77  CKMREFU-MAX-SUFFIXES      PIC 9(05)   COMP VALUE 2000.
       77  WS-SFX-COUNT              PIC 9(05)   COMP VALUE ZERO.
       01  WS-SFX-TABLE.
           03  WS-SX-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SFX-COUNT
                   ASCENDING KEY IS WS-SX-VAL
                   INDEXED BY WS-SX-IX.
               05  WS-SX-VAL          PIC X(127).
               05  WS-SX-LAST-DATE    PIC X(08).
               05  WS-SX-ADDR-COUNT   PIC 9(09)   COMP.
       77  CKMREFU-MAX-BLOCKS        PIC 9(05)   COMP VALUE 5000.
       77  WS-BLK-COUNT              PIC 9(05)   COMP VALUE ZERO.
       01  WS-BLK-TABLE.
           03  WS-BK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BLK-COUNT
                   ASCENDING KEY IS WS-BK-VAL
                   INDEXED BY WS-BK-IX.
               05  WS-BK-VAL          PIC X(254).
               05  WS-BK-ADDR-COUNT   PIC 9(09)   COMP.
      *****************************************************************
      *    The DOMEXCPT entries to be listed - expired, or expiring   *
      *    by the horizon - in key order, with the count of accepted  *
      *    addresses each one will stop covering.                     *
      *****************************************************************
       77  CKMREFU-MAX-EXCEPTIONS    PIC 9(05)   COMP VALUE 1000.
       77  WS-EXC-COUNT              PIC 9(05)   COMP VALUE ZERO.
       01  WS-EXC-TABLE.
           03  WS-EX-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-EXC-COUNT
                   ASCENDING KEY IS WS-EX-KEY
                   INDEXED BY WS-EX-IX.
               05  WS-EX-KEY          PIC X(254).
               05  WS-EX-STEWARD      PIC X(08).
               05  WS-EX-EXPIRY       PIC X(08).
               05  WS-EX-CUST-COUNT   PIC 9(09)   COMP.
       77  WS-TBL-IDX                PIC 9(05)   COMP VALUE ZERO.
      *****************************************************************
      *    The address being examined (3500-EXAMINE-ADDRESS), set by  *
      *    the CUSTIDX and CUSTEML passes.                            *
      *****************************************************************
       01  WS-ADR-CUST-ID            PIC X(10)   VALUE SPACES.
       01  WS-ADR-TYPE               PIC X(01)   VALUE SPACES.
       01  WS-ADR-NAME               PIC X(30)   VALUE SPACES.
       01  WS-ADR-EMAIL              PIC X(254)  VALUE SPACES.
       01  WS-ADR-STATUS             PIC X(01)   VALUE SPACES.
           88  ADR-ACCEPTED                      VALUE "S".
       77  WS-ADR-BLOCKED-SW         PIC X(01)   VALUE "N".
           88  ADR-DOMAIN-BLOCKED                VALUE "Y".
       01  WS-FAIL-REASON            PIC X(02)   VALUE SPACES.
       77  WS-HIT-DOM-SW             PIC X(01)   VALUE "N".
           88  DOMAIN-EXCEPTION-LISTED           VALUE "Y".
       77  WS-HIT-EML-SW             PIC X(01)   VALUE "N".
           88  ADDRESS-EXCEPTION-LISTED          VALUE "Y".
       77  WS-HIT-DOM-IDX            PIC 9(05)   COMP VALUE ZERO.
       77  WS-HIT-EML-IDX            PIC 9(05)   COMP VALUE ZERO.
       77  WS-COVER-SW               PIC X(01)   VALUE "N".
           88  STILL-COVERED                     VALUE "Y".
       01  WS-PROBE-KEY              PIC X(254)  VALUE SPACES.
       77  WS-PROBE-FOUND-SW         PIC X(01)   VALUE "N".
           88  PROBE-FOUND                       VALUE "Y".
       77  WS-PROBE-IDX              PIC 9(05)   COMP VALUE ZERO.
      *****************************************************************
      *    Work fields to split an address the way CHECKMAIL does -   *
      *    upper-case fold, user/domain at the '@', then the domain   *
      *    reversed and split at the dots to isolate the last label   *
      *    (WS-DOM-5) and the two-label suffix (WS-TWO-LABEL).        *
      *    WS-MATCH-KIND says which list the domain matched: "S"      *
      *    DOMSFX, "D" DOMINIOS, "N" neither.                         *
      *****************************************************************
       01  WS-FOLD-EMAIL             PIC X(254)  VALUE SPACES.
       01  WS-USER                   PIC X(254)  VALUE SPACES.
       01  WS-DOMINIO                PIC X(254)  VALUE SPACES.
       01  WS-DOM-REV                PIC X(254)  VALUE SPACES.
       01  WS-DOM-5                  PIC X(63)   VALUE SPACES.
       01  WS-DOM-6                  PIC X(254)  VALUE SPACES.
       01  WS-DOM-7                  PIC X(63)   VALUE SPACES.
       01  WS-DOM-8                  PIC X(254)  VALUE SPACES.
       01  WS-TWO-LABEL              PIC X(127)  VALUE SPACES.
       01  WS-MATCH-KIND             PIC X(01)   VALUE "N".
           88  MATCHED-SUFFIX                    VALUE "S".
           88  MATCHED-TLD                       VALUE "D".
           88  MATCHED-NONE                      VALUE "N".
       77  WS-MATCH-IDX              PIC 9(05)   COMP VALUE ZERO.
      *****************************************************************
      *    Renewal-list control break.                                *
      *****************************************************************
       01  WS-BREAK-STEWARD          PIC X(08)   VALUE SPACES.
       77  WS-STW-EXC-COUNT          PIC 9(09)   COMP VALUE ZERO.
       77  WS-STW-ADR-COUNT          PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Run counters.                                              *
      *****************************************************************
       77  WS-AUD-READ-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-AUD-MATCH-COUNT        PIC 9(09)   COMP VALUE ZERO.
       77  WS-ADDR-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-TLD-UNUSED-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-TLD-CAND-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-SFX-UNUSED-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-SFX-CAND-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-BLK-CAND-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXC-ON-FILE-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXC-EXPIRED-COUNT      PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXC-EXPIRING-COUNT     PIC 9(09)   COMP VALUE ZERO.
       77  WS-EXC-ADDR-COUNT         PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-TITLE-LINE.
           03  FILLER                PIC X(40)
               VALUE "CKMREFU - REFERENCE-DATA USAGE AND EXPIR".
           03  FILLER                PIC X(20)
               VALUE "Y REPORT FOR        ".
           03  WS-TTL-DATE            PIC X(08).
       01  WS-WINDOW-LINE.
           03  FILLER                PIC X(25)
                                      VALUE "USAGE WINDOW DAYS        ".
           03  WS-WNL-DAYS            PIC ZZ,ZZ9.
           03  FILLER                PIC X(18)
                                      VALUE "   UNUSED SINCE   ".
           03  WS-WNL-START           PIC X(08).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-WNL-DEFAULTED       PIC X(22)   VALUE SPACES.
       01  WS-LOG-LINE.
           03  FILLER                PIC X(25)
                                      VALUE "AUDITLOG STARTS          ".
           03  WS-LGL-START           PIC X(08).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-LGL-NOTE            PIC X(60)   VALUE SPACES.
       01  WS-HORIZON-LINE.
           03  FILLER                PIC X(25)
                                      VALUE "EXCEPTIONS EXPIRING BY   ".
           03  WS-HZL-DATE            PIC X(08).
       01  WS-UNUSED-HEAD-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  FILLER                PIC X(66)   VALUE "ENTRY".
           03  FILLER                PIC X(14)   VALUE "LAST MATCHED".
           03  FILLER                PIC X(13)   VALUE "  ACCEPTED".
           03  FILLER                PIC X(24)   VALUE "ACTION".
       01  WS-UNUSED-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-UL-VAL              PIC X(64).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-UL-LAST             PIC X(12).
           03  WS-UL-ADDR             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-UL-ACTION           PIC X(24).
       01  WS-BLOCK-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-BL-VAL              PIC X(64).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  FILLER                PIC X(17)
                                      VALUE "REMOVAL CANDIDATE".
       01  WS-STEWARD-LINE.
           03  FILLER                PIC X(08)   VALUE "STEWARD ".
           03  WS-SWL-STEWARD         PIC X(08).
       01  WS-EXC-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-XL-KEY              PIC X(64).
           03  FILLER                PIC X(02)   VALUE SPACES.
           03  WS-XL-STATE            PIC X(08).
           03  WS-XL-DATE             PIC X(08).
           03  FILLER                PIC X(21)
                                      VALUE "  ADDRESSES AFFECTED ".
           03  WS-XL-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-ADDR-LINE.
           03  FILLER                PIC X(08)   VALUE SPACES.
           03  WS-AL-CUST-ID          PIC X(10).
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-AL-TYPE             PIC X(01).
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-AL-NAME             PIC X(30).
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-AL-EMAIL            PIC X(60).
           03  FILLER                PIC X(11)   VALUE " WILL FAIL ".
           03  WS-AL-REASON           PIC X(02).
       01  WS-STEWARD-TOTAL-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  FILLER                PIC X(20)
                                      VALUE "STEWARD TOTAL       ".
           03  WS-STL-EXC             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(13)   VALUE " EXCEPTIONS  ".
           03  WS-STL-ADR             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                PIC X(10)   VALUE " ADDRESSES".
       01  WS-NOTE-LINE.
           03  FILLER                PIC X(04)   VALUE SPACES.
           03  WS-NOTE-TEXT           PIC X(80).
       01  WS-TOTAL-LINE.
           03  WS-TOT-DESC            PIC X(45).
           03  WS-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (e.g. PARM='00090'),   *
      *    the way AUDPURGE receives its retention. OPTIONAL, so a    *
      *    run submitted with no PARM uses the default window.        *
      *****************************************************************
       01  CKMREFU-PARM.
           03  CKMREFU-PARM-LEN        PIC S9(04)  COMP.
           03  CKMREFU-PARM-TEXT       PIC X(05).
       PROCEDURE DIVISION USING OPTIONAL CKMREFU-PARM.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-SCAN-AUDITLOG THRU 2000-SCAN-AUDITLOG-EXIT
           PERFORM 3000-SCAN-ADDRESSES THRU 3000-SCAN-ADDRESSES-EXIT
           PERFORM 4000-REPORT-TLDS THRU 4000-REPORT-TLDS-EXIT
           PERFORM 4200-REPORT-SUFFIXES THRU
               4200-REPORT-SUFFIXES-EXIT
           PERFORM 4400-REPORT-BLOCKS THRU 4400-REPORT-BLOCKS-EXIT
           PERFORM 5000-REPORT-EXCEPTIONS THRU
               5000-REPORT-EXCEPTIONS-EXIT
           PERFORM 7000-TERMINATE THRU 7000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Resolves the window, takes the business date and works out *
      *    the window start and expiry horizon, loads the reference   *
      *    tables and opens the outputs.                              *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1050-RESOLVE-WINDOW THRU 1050-RESOLVE-WINDOW-EXIT
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMREFU NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-BUS-DATE
           COMPUTE WS-DATE-INT =
               INTEGER-OF-DATE (WS-BUS-DATE) - WS-WINDOW-DAYS
           MOVE DATE-OF-INTEGER (WS-DATE-INT) TO WS-WINDOW-START
           COMPUTE WS-DATE-INT =
               INTEGER-OF-DATE (WS-BUS-DATE) + CKMREFU-EXPIRY-DAYS
           MOVE DATE-OF-INTEGER (WS-DATE-INT) TO WS-HORIZON-DATE
           PERFORM 1100-LOAD-TLDS THRU 1100-LOAD-TLDS-EXIT
           PERFORM 1200-LOAD-SUFFIXES THRU 1200-LOAD-SUFFIXES-EXIT
           PERFORM 1300-LOAD-BLOCKS THRU 1300-LOAD-BLOCKS-EXIT
           PERFORM 1400-LOAD-EXCEPTIONS THRU 1400-LOAD-EXCEPTIONS-EXIT
           OPEN OUTPUT WORKEXC1
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "WORKEXC1" TO WS-ERR-FILE
           MOVE WS-WX1-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT DOMCAND
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOMCAND" TO WS-ERR-FILE
           MOVE WS-DCD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT SFXCAND
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "SFXCAND" TO WS-ERR-FILE
           MOVE WS-SCD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT BLKCAND
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "BLKCAND" TO WS-ERR-FILE
           MOVE WS-BCD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT REFRPT
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "REFRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *1050-RESOLVE-WINDOW                                            *
      *    Takes the window length from the PARM when one arrived and *
      *    its text is numeric; otherwise falls back to the default   *
      *    and flags the report line. The digits are right-justified  *
      *    over a zero fill, so PARM='60' and PARM='00060' both mean  *
      *    sixty days.                                                *
      *****************************************************************
       1050-RESOLVE-WINDOW.
           MOVE ALL "0" TO WS-PARM-DIGITS
           IF ADDRESS OF CKMREFU-PARM NOT = NULL THEN
               IF CKMREFU-PARM-LEN > ZERO
                   AND CKMREFU-PARM-LEN NOT > 5 THEN
                   COMPUTE WS-PARM-OFFSET =
                       5 - CKMREFU-PARM-LEN + 1
                   MOVE CKMREFU-PARM-TEXT(1:CKMREFU-PARM-LEN)
                       TO WS-PARM-DIGITS
                           (WS-PARM-OFFSET:CKMREFU-PARM-LEN)
               END-IF
           END-IF
           IF WS-PARM-DIGITS-N NUMERIC
               AND WS-PARM-DIGITS-N > ZERO THEN
               MOVE WS-PARM-DIGITS-N TO WS-WINDOW-DAYS
           ELSE
               MOVE CKMREFU-DEFAULT-DAYS TO WS-WINDOW-DAYS
               SET WINDOW-DEFAULTED TO TRUE
           END-IF.
       1050-RESOLVE-WINDOW-EXIT.
           EXIT.
      *****************************************************************
      *1100-LOAD-TLDS                                                 *
      *****************************************************************
       1100-LOAD-TLDS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DOMINIOS
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOM" TO WS-ERR-FILE
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1110-LOAD-ONE-TLD THRU 1110-LOAD-ONE-TLD-EXIT
               UNTIL END-OF-INPUT
           CLOSE DOMINIOS.
       1100-LOAD-TLDS-EXIT.
           EXIT.
      *****************************************************************
      *1110-LOAD-ONE-TLD                                              *
      *****************************************************************
       1110-LOAD-ONE-TLD.
           READ DOMINIOS NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-TLD-COUNT < CKMREFU-MAX-TLDS THEN
                       ADD 1 TO WS-TLD-COUNT
                       MOVE DOMINIO-VAL TO WS-TL-VAL(WS-TLD-COUNT)
                       MOVE SPACES TO WS-TL-LAST-DATE(WS-TLD-COUNT)
                       MOVE ZERO TO WS-TL-ADDR-COUNT(WS-TLD-COUNT)
                   ELSE
                       DISPLAY "CKMREFU DOMINIOS TABLE FULL - "
                           "ENTRY NOT REPORTED: " DOMINIO-VAL
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOM" TO WS-ERR-FILE
           MOVE FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1110-LOAD-ONE-TLD-EXIT.
           EXIT.
      *****************************************************************
      *1200-LOAD-SUFFIXES                                             *
      *****************************************************************
       1200-LOAD-SUFFIXES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DOMSFX
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOMSFX" TO WS-ERR-FILE
           MOVE SFX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1210-LOAD-ONE-SUFFIX THRU 1210-LOAD-ONE-SUFFIX-EXIT
               UNTIL END-OF-INPUT
           CLOSE DOMSFX.
       1200-LOAD-SUFFIXES-EXIT.
           EXIT.
      *****************************************************************
      *1210-LOAD-ONE-SUFFIX                                           *
      *****************************************************************
       1210-LOAD-ONE-SUFFIX.
           READ DOMSFX NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-SFX-COUNT < CKMREFU-MAX-SUFFIXES THEN
                       ADD 1 TO WS-SFX-COUNT
                       MOVE SFX-VAL TO WS-SX-VAL(WS-SFX-COUNT)
                       MOVE SPACES TO WS-SX-LAST-DATE(WS-SFX-COUNT)
                       MOVE ZERO TO WS-SX-ADDR-COUNT(WS-SFX-COUNT)
                   ELSE
                       DISPLAY "CKMREFU DOMSFX TABLE FULL - "
                           "ENTRY NOT REPORTED: " SFX-VAL
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMSFX" TO WS-ERR-FILE
           MOVE SFX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1210-LOAD-ONE-SUFFIX-EXIT.
           EXIT.
      *****************************************************************
      *1300-LOAD-BLOCKS                                               *
      *    DOMBLOCK is optional - with no dataset nothing is blocked  *
      *    and the section is empty.                                  *
      *****************************************************************
       1300-LOAD-BLOCKS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DOMBLOCK
           IF BLK-FSTATUS = 35 THEN
               GO TO 1300-LOAD-BLOCKS-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOMBLOCK" TO WS-ERR-FILE
           MOVE BLK-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET BLK-FILE-AVAILABLE TO TRUE
           PERFORM 1310-LOAD-ONE-BLOCK THRU 1310-LOAD-ONE-BLOCK-EXIT
               UNTIL END-OF-INPUT
           CLOSE DOMBLOCK.
       1300-LOAD-BLOCKS-EXIT.
           EXIT.
      *****************************************************************
      *1310-LOAD-ONE-BLOCK                                            *
      *****************************************************************
       1310-LOAD-ONE-BLOCK.
           READ DOMBLOCK NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
               NOT AT END
                   IF WS-BLK-COUNT < CKMREFU-MAX-BLOCKS THEN
                       ADD 1 TO WS-BLK-COUNT
                       MOVE BLK-DOMINIO-VAL TO WS-BK-VAL(WS-BLK-COUNT)
                       MOVE ZERO TO WS-BK-ADDR-COUNT(WS-BLK-COUNT)
                   ELSE
                       DISPLAY "CKMREFU DOMBLOCK TABLE FULL - "
                           "ENTRY NOT REPORTED: " BLK-DOMINIO-VAL
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMBLOCK" TO WS-ERR-FILE
           MOVE BLK-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1310-LOAD-ONE-BLOCK-EXIT.
           EXIT.
      *****************************************************************
      *1400-LOAD-EXCEPTIONS                                           *
      *    Keeps the exceptions that have expired or will by the      *
      *    horizon. DOMEXCPT is optional (no dataset, no exceptions); *
      *    when present it stays open for the address pass, which     *
      *    reads it by key to see whether another exception keeps an  *
      *    address covered.                                           *
      *****************************************************************
       1400-LOAD-EXCEPTIONS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DOMEXCPT
           IF EXC-FSTATUS = 35 THEN
               GO TO 1400-LOAD-EXCEPTIONS-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET EXC-FILE-AVAILABLE TO TRUE
           PERFORM 1410-LOAD-ONE-EXCEPTION THRU
               1410-LOAD-ONE-EXCEPTION-EXIT
               UNTIL END-OF-INPUT.
       1400-LOAD-EXCEPTIONS-EXIT.
           EXIT.
      *****************************************************************
      *1410-LOAD-ONE-EXCEPTION                                        *
      *****************************************************************
       1410-LOAD-ONE-EXCEPTION.
           READ DOMEXCPT NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 1410-LOAD-ONE-EXCEPTION-EXIT
           END-IF
           ADD 1 TO WS-EXC-ON-FILE-COUNT
           IF EXC-EXPIRY-DATE > WS-HORIZON-DATE-X THEN
               GO TO 1410-LOAD-ONE-EXCEPTION-EXIT
           END-IF
           IF EXC-EXPIRY-DATE < WS-BUS-DATE-X THEN
               ADD 1 TO WS-EXC-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-EXC-EXPIRING-COUNT
           END-IF
           IF WS-EXC-COUNT < CKMREFU-MAX-EXCEPTIONS THEN
               ADD 1 TO WS-EXC-COUNT
               MOVE EXC-KEY TO WS-EX-KEY(WS-EXC-COUNT)
               MOVE EXC-STEWARD-ID TO WS-EX-STEWARD(WS-EXC-COUNT)
               MOVE EXC-EXPIRY-DATE TO WS-EX-EXPIRY(WS-EXC-COUNT)
               MOVE ZERO TO WS-EX-CUST-COUNT(WS-EXC-COUNT)
           ELSE
               DISPLAY "CKMREFU EXCEPTION TABLE FULL - "
                   "ENTRY NOT REPORTED: " EXC-KEY
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1410-LOAD-ONE-EXCEPTION-EXIT.
           EXIT.
      *****************************************************************
      *2000-SCAN-AUDITLOG                                             *
      *    Reads the whole trace, noting the oldest date on it and,   *
      *    for every call that got as far as the approved lists and  *
      *    was accepted by them, the latest date each TLD/suffix was  *
      *    matched.                                                   *
      *****************************************************************
       2000-SCAN-AUDITLOG.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUDITLOG
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE WS-AUD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2100-SCAN-ONE-AUDIT THRU 2100-SCAN-ONE-AUDIT-EXIT
               UNTIL END-OF-INPUT
           CLOSE AUDITLOG.
       2000-SCAN-AUDITLOG-EXIT.
           EXIT.
      *****************************************************************
      *2100-SCAN-ONE-AUDIT                                            *
      *    Only accepted calls count, and not accepts by approved     *
      *    exception (reason 43), which stand in for a missing list   *
      *    entry rather than matching one.                            *
      *****************************************************************
       2100-SCAN-ONE-AUDIT.
           READ AUDITLOG
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE WS-AUD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 2100-SCAN-ONE-AUDIT-EXIT
           END-IF
           ADD 1 TO WS-AUD-READ-COUNT
           IF AUD-TIMESTAMP(1:8) NOT NUMERIC THEN
               GO TO 2100-SCAN-ONE-AUDIT-EXIT
           END-IF
           IF AUD-TIMESTAMP(1:8) < WS-LOG-START THEN
               MOVE AUD-TIMESTAMP(1:8) TO WS-LOG-START
           END-IF
           MOVE AUD-REASON-CODE TO REASON-CODE
           IF AUD-FLAG NOT = "S" OR REASON-EXCEPTION-ACCEPT THEN
               GO TO 2100-SCAN-ONE-AUDIT-EXIT
           END-IF
           MOVE UPPER-CASE (AUD-DOMINIO) TO WS-DOMINIO
           PERFORM 8000-SPLIT-DOMAIN THRU 8000-SPLIT-DOMAIN-EXIT
           PERFORM 8100-FIND-LIST-ENTRY THRU 8100-FIND-LIST-ENTRY-EXIT
           EVALUATE TRUE
               WHEN MATCHED-SUFFIX
                   ADD 1 TO WS-AUD-MATCH-COUNT
                   IF AUD-TIMESTAMP(1:8) >
                       WS-SX-LAST-DATE(WS-MATCH-IDX) THEN
                       MOVE AUD-TIMESTAMP(1:8) TO
                           WS-SX-LAST-DATE(WS-MATCH-IDX)
                   END-IF
               WHEN MATCHED-TLD
                   ADD 1 TO WS-AUD-MATCH-COUNT
                   IF AUD-TIMESTAMP(1:8) >
                       WS-TL-LAST-DATE(WS-MATCH-IDX) THEN
                       MOVE AUD-TIMESTAMP(1:8) TO
                           WS-TL-LAST-DATE(WS-MATCH-IDX)
                   END-IF
           END-EVALUATE.
       2100-SCAN-ONE-AUDIT-EXIT.
           EXIT.
      *****************************************************************
      *3000-SCAN-ADDRESSES                                            *
      *    Examines every address on file: each customer's primary    *
      *    address on CUSTIDX, then the typed addresses on CUSTEML    *
      *    (optional). CUSTIDX stays open for the CUSTEML pass so a   *
      *    renewal-list line can carry the customer's name.           *
      *****************************************************************
       3000-SCAN-ADDRESSES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CUSTIDX
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 3100-SCAN-ONE-CUSTOMER THRU
               3100-SCAN-ONE-CUSTOMER-EXIT
               UNTIL END-OF-INPUT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CUSTEML
           IF WS-CEM-FSTATUS = "35" THEN
               SET END-OF-INPUT TO TRUE
           ELSE
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTEML" TO WS-ERR-FILE
               MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET CEM-FILE-AVAILABLE TO TRUE
           END-IF
           PERFORM 3200-SCAN-ONE-TYPED THRU 3200-SCAN-ONE-TYPED-EXIT
               UNTIL END-OF-INPUT
           IF CEM-FILE-AVAILABLE THEN
               CLOSE CUSTEML
           END-IF
           CLOSE CUSTIDX
           IF EXC-FILE-AVAILABLE THEN
               CLOSE DOMEXCPT
           END-IF.
       3000-SCAN-ADDRESSES-EXIT.
           EXIT.
      *****************************************************************
      *3100-SCAN-ONE-CUSTOMER                                         *
      *****************************************************************
       3100-SCAN-ONE-CUSTOMER.
           READ CUSTIDX NEXT RECORD
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 3100-SCAN-ONE-CUSTOMER-EXIT
           END-IF
           MOVE CIX-CUST-ID TO WS-ADR-CUST-ID
           MOVE "P" TO WS-ADR-TYPE
           MOVE CIX-CUST-NAME TO WS-ADR-NAME
           MOVE CIX-CUST-EMAIL TO WS-ADR-EMAIL
           MOVE CIX-VAL-STATUS TO WS-ADR-STATUS
           PERFORM 3500-EXAMINE-ADDRESS THRU 3500-EXAMINE-ADDRESS-EXIT.
       3100-SCAN-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
      *3200-SCAN-ONE-TYPED                                            *
      *    A typed address withdrawn to spaces is no address at all.  *
      *    The customer's name is only looked up when the address     *
      *    goes on a renewal list.                                    *
      *****************************************************************
       3200-SCAN-ONE-TYPED.
           READ CUSTEML
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT OR CEM-EMAIL = SPACES THEN
               GO TO 3200-SCAN-ONE-TYPED-EXIT
           END-IF
           MOVE CEM-CUST-ID TO WS-ADR-CUST-ID
           MOVE CEM-ADDR-TYPE TO WS-ADR-TYPE
           MOVE SPACES TO WS-ADR-NAME
           MOVE CEM-EMAIL TO WS-ADR-EMAIL
           MOVE CEM-VAL-STATUS TO WS-ADR-STATUS
           PERFORM 3500-EXAMINE-ADDRESS THRU 3500-EXAMINE-ADDRESS-EXIT.
       3200-SCAN-ONE-TYPED-EXIT.
           EXIT.
      *****************************************************************
      *3500-EXAMINE-ADDRESS                                           *
      *    Counts the address against the blocked domain it is on     *
      *    (whatever its status), and - when it is currently accepted *
      *    - against the suffix or TLD it validates under. An         *
      *    accepted address under a listed exception goes on that     *
      *    exception's renewal list when it would fail without it:    *
      *    41 on a blocked domain, 40 when no approved suffix or TLD  *
      *    covers it. One that validates on its own merits does not   *
      *    depend on the exception. An address with no '@' (an       *
      *    erased, masked address) is skipped.                        *
      *****************************************************************
       3500-EXAMINE-ADDRESS.
           IF WS-ADR-EMAIL = SPACES THEN
               GO TO 3500-EXAMINE-ADDRESS-EXIT
           END-IF
           MOVE UPPER-CASE (WS-ADR-EMAIL) TO WS-FOLD-EMAIL
           MOVE TRIM (WS-FOLD-EMAIL) TO WS-FOLD-EMAIL
           MOVE SPACES TO WS-USER WS-DOMINIO
           UNSTRING WS-FOLD-EMAIL DELIMITED BY "@" INTO
               WS-USER
               WS-DOMINIO
           IF WS-DOMINIO = SPACES THEN
               GO TO 3500-EXAMINE-ADDRESS-EXIT
           END-IF
           ADD 1 TO WS-ADDR-COUNT
           MOVE "N" TO WS-ADR-BLOCKED-SW
           IF WS-BLK-COUNT > ZERO THEN
               SEARCH ALL WS-BK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BK-VAL(WS-BK-IX) = WS-DOMINIO
                       SET ADR-DOMAIN-BLOCKED TO TRUE
                       ADD 1 TO WS-BK-ADDR-COUNT(WS-BK-IX)
               END-SEARCH
           END-IF
           IF NOT ADR-ACCEPTED THEN
               GO TO 3500-EXAMINE-ADDRESS-EXIT
           END-IF
           PERFORM 8000-SPLIT-DOMAIN THRU 8000-SPLIT-DOMAIN-EXIT
           PERFORM 8100-FIND-LIST-ENTRY THRU 8100-FIND-LIST-ENTRY-EXIT
           EVALUATE TRUE
               WHEN MATCHED-SUFFIX
                   ADD 1 TO WS-SX-ADDR-COUNT(WS-MATCH-IDX)
               WHEN MATCHED-TLD
                   ADD 1 TO WS-TL-ADDR-COUNT(WS-MATCH-IDX)
           END-EVALUATE
           IF WS-EXC-COUNT = ZERO THEN
               GO TO 3500-EXAMINE-ADDRESS-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ADR-DOMAIN-BLOCKED
                   MOVE "41" TO WS-FAIL-REASON
               WHEN MATCHED-NONE
                   MOVE "40" TO WS-FAIL-REASON
               WHEN OTHER
                   GO TO 3500-EXAMINE-ADDRESS-EXIT
           END-EVALUATE
           PERFORM 3600-MATCH-EXCEPTIONS THRU
               3600-MATCH-EXCEPTIONS-EXIT.
       3500-EXAMINE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *3600-MATCH-EXCEPTIONS                                          *
      *    Looks for the address's domain and the whole address among *
      *    the listed exceptions. An address under one listed         *
      *    exception stays covered when the other key has its own     *
      *    exception live past the horizon; otherwise it is written   *
      *    to the renewal list of each listed exception covering it.  *
      *****************************************************************
       3600-MATCH-EXCEPTIONS.
           MOVE "N" TO WS-HIT-DOM-SW WS-HIT-EML-SW
           MOVE WS-DOMINIO TO WS-PROBE-KEY
           PERFORM 8300-FIND-EXCEPTION THRU 8300-FIND-EXCEPTION-EXIT
           IF PROBE-FOUND THEN
               SET DOMAIN-EXCEPTION-LISTED TO TRUE
               MOVE WS-PROBE-IDX TO WS-HIT-DOM-IDX
           END-IF
           MOVE WS-FOLD-EMAIL TO WS-PROBE-KEY
           PERFORM 8300-FIND-EXCEPTION THRU 8300-FIND-EXCEPTION-EXIT
           IF PROBE-FOUND THEN
               SET ADDRESS-EXCEPTION-LISTED TO TRUE
               MOVE WS-PROBE-IDX TO WS-HIT-EML-IDX
           END-IF
           IF DOMAIN-EXCEPTION-LISTED THEN
               MOVE "N" TO WS-COVER-SW
               IF NOT ADDRESS-EXCEPTION-LISTED THEN
                   MOVE WS-FOLD-EMAIL TO WS-PROBE-KEY
                   PERFORM 3700-CHECK-STILL-COVERED THRU
                       3700-CHECK-STILL-COVERED-EXIT
               END-IF
               IF NOT STILL-COVERED THEN
                   MOVE WS-HIT-DOM-IDX TO WS-TBL-IDX
                   PERFORM 3800-WRITE-ADDRESS-ENTRY THRU
                       3800-WRITE-ADDRESS-ENTRY-EXIT
               END-IF
           END-IF
           IF ADDRESS-EXCEPTION-LISTED THEN
               MOVE "N" TO WS-COVER-SW
               IF NOT DOMAIN-EXCEPTION-LISTED THEN
                   MOVE WS-DOMINIO TO WS-PROBE-KEY
                   PERFORM 3700-CHECK-STILL-COVERED THRU
                       3700-CHECK-STILL-COVERED-EXIT
               END-IF
               IF NOT STILL-COVERED THEN
                   MOVE WS-HIT-EML-IDX TO WS-TBL-IDX
                   PERFORM 3800-WRITE-ADDRESS-ENTRY THRU
                       3800-WRITE-ADDRESS-ENTRY-EXIT
               END-IF
           END-IF.
       3600-MATCH-EXCEPTIONS-EXIT.
           EXIT.
      *****************************************************************
      *3700-CHECK-STILL-COVERED                                       *
      *    Reads DOMEXCPT for the other key. An exception there that  *
      *    is not on the list expires after the horizon, so it keeps  *
      *    the address covered.                                       *
      *****************************************************************
       3700-CHECK-STILL-COVERED.
           MOVE WS-PROBE-KEY TO EXC-KEY
           READ DOMEXCPT
               INVALID KEY
                   GO TO 3700-CHECK-STILL-COVERED-EXIT
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF EXC-EXPIRY-DATE > WS-HORIZON-DATE-X THEN
               SET STILL-COVERED TO TRUE
           END-IF.
       3700-CHECK-STILL-COVERED-EXIT.
           EXIT.
      *****************************************************************
      *3800-WRITE-ADDRESS-ENTRY                                       *
      *    Writes one renewal-list address line under exception       *
      *    WS-TBL-IDX. A typed address's customer name comes from     *
      *    CUSTIDX.                                                   *
      *****************************************************************
       3800-WRITE-ADDRESS-ENTRY.
           IF WS-ADR-NAME = SPACES THEN
               MOVE WS-ADR-CUST-ID TO CIX-CUST-ID
               READ CUSTIDX
                   INVALID KEY
                       MOVE SPACES TO CIX-CUST-NAME
               END-READ
               MOVE "READ" TO WS-ERR-VERB
               MOVE "CUSTIDX" TO WS-ERR-FILE
               MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               MOVE CIX-CUST-NAME TO WS-ADR-NAME
           END-IF
           ADD 1 TO WS-EX-CUST-COUNT(WS-TBL-IDX)
           ADD 1 TO WS-EXC-ADDR-COUNT
           MOVE WS-EX-STEWARD(WS-TBL-IDX) TO WX1-STEWARD
           MOVE WS-EX-EXPIRY(WS-TBL-IDX) TO WX1-EXPIRY
           MOVE WS-EX-KEY(WS-TBL-IDX) TO WX1-EXC-KEY
           MOVE "2" TO WX1-LINE-TYPE
           MOVE WS-ADR-CUST-ID TO WX1-CUST-ID
           MOVE WS-ADR-TYPE TO WX1-ADDR-TYPE
           MOVE WS-ADR-NAME TO WX1-CUST-NAME
           MOVE WS-ADR-EMAIL TO WX1-EMAIL
           MOVE WS-FAIL-REASON TO WX1-FAIL-REASON
           MOVE ZERO TO WX1-CUST-COUNT
           WRITE WX1-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "WORKEXC1" TO WS-ERR-FILE
           MOVE WS-WX1-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       3800-WRITE-ADDRESS-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *4000-REPORT-TLDS                                               *
      *    Lists the DOMINIOS entries not matched since the window    *
      *    start. One no accepted address uses is also written as a   *
      *    DOMMAINT DELETE card.                                      *
      *****************************************************************
       4000-REPORT-TLDS.
           MOVE WS-BUS-DATE-X TO WS-TTL-DATE
           MOVE WS-TITLE-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE WS-WINDOW-DAYS TO WS-WNL-DAYS
           MOVE WS-WINDOW-START-X TO WS-WNL-START
           IF WINDOW-DEFAULTED THEN
               MOVE "(DEFAULT - NO PARM)" TO WS-WNL-DEFAULTED
           END-IF
           MOVE WS-WINDOW-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           IF WS-LOG-START = HIGH-VALUES THEN
               MOVE "NONE" TO WS-LGL-START
               MOVE "NO DATED RECORDS - NO USAGE EVIDENCE AT ALL"
                   TO WS-LGL-NOTE
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-LOG-START TO WS-LGL-START
               IF WS-LOG-START > WS-WINDOW-START-X THEN
                   MOVE "AFTER THE WINDOW START - USAGE BEFORE IT IS"
                       TO WS-LGL-NOTE
                   MOVE " NOT SEEN" TO WS-LGL-NOTE(44:9)
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-LOG-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE WS-HORIZON-DATE-X TO WS-HZL-DATE
           MOVE WS-HORIZON-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "1. APPROVED TLDS (DOMINIOS) NOT MATCHED IN WINDOW"
               TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE WS-UNUSED-HEAD-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           PERFORM 4100-REPORT-ONE-TLD THRU 4100-REPORT-ONE-TLD-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-TLD-COUNT
           IF WS-TLD-UNUSED-COUNT = ZERO THEN
               MOVE "EVERY TLD WAS MATCHED" TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REFRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
           END-IF.
       4000-REPORT-TLDS-EXIT.
           EXIT.
      *****************************************************************
      *4100-REPORT-ONE-TLD                                            *
      *****************************************************************
       4100-REPORT-ONE-TLD.
           IF WS-TL-LAST-DATE(WS-TBL-IDX) NOT < WS-WINDOW-START-X
               AND WS-TL-LAST-DATE(WS-TBL-IDX) NOT = SPACES THEN
               GO TO 4100-REPORT-ONE-TLD-EXIT
           END-IF
           ADD 1 TO WS-TLD-UNUSED-COUNT
           MOVE WS-TL-VAL(WS-TBL-IDX) TO WS-UL-VAL
           IF WS-TL-LAST-DATE(WS-TBL-IDX) = SPACES THEN
               MOVE "NOT ON LOG" TO WS-UL-LAST
           ELSE
               MOVE WS-TL-LAST-DATE(WS-TBL-IDX) TO WS-UL-LAST
           END-IF
           MOVE WS-TL-ADDR-COUNT(WS-TBL-IDX) TO WS-UL-ADDR
           IF WS-TL-ADDR-COUNT(WS-TBL-IDX) = ZERO THEN
               MOVE "REMOVAL CANDIDATE" TO WS-UL-ACTION
               ADD 1 TO WS-TLD-CAND-COUNT
               MOVE SPACES TO DOMAIN-TRANS-RECORD
               SET TRN-DELETE TO TRUE
               MOVE WS-TL-VAL(WS-TBL-IDX) TO TRN-DOMINIO-VAL
               WRITE DOMAIN-TRANS-RECORD
               MOVE "WRITE" TO WS-ERR-VERB
               MOVE "DOMCAND" TO WS-ERR-FILE
               MOVE WS-DCD-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           ELSE
               MOVE "KEEP - ADDRESSES USE IT" TO WS-UL-ACTION
           END-IF
           MOVE WS-UNUSED-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       4100-REPORT-ONE-TLD-EXIT.
           EXIT.
      *****************************************************************
      *4200-REPORT-SUFFIXES                                           *
      *    The same for DOMSFX, with SFXMAINT DELETE cards.           *
      *****************************************************************
       4200-REPORT-SUFFIXES.
           MOVE SPACES TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "2. APPROVED SUFFIXES (DOMSFX) NOT MATCHED IN WINDOW"
               TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE WS-UNUSED-HEAD-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           PERFORM 4300-REPORT-ONE-SUFFIX THRU
               4300-REPORT-ONE-SUFFIX-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-SFX-COUNT
           IF WS-SFX-UNUSED-COUNT = ZERO THEN
               MOVE "EVERY SUFFIX WAS MATCHED" TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REFRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
           END-IF.
       4200-REPORT-SUFFIXES-EXIT.
           EXIT.
      *****************************************************************
      *4300-REPORT-ONE-SUFFIX                                         *
      *****************************************************************
       4300-REPORT-ONE-SUFFIX.
           IF WS-SX-LAST-DATE(WS-TBL-IDX) NOT < WS-WINDOW-START-X
               AND WS-SX-LAST-DATE(WS-TBL-IDX) NOT = SPACES THEN
               GO TO 4300-REPORT-ONE-SUFFIX-EXIT
           END-IF
           ADD 1 TO WS-SFX-UNUSED-COUNT
           MOVE WS-SX-VAL(WS-TBL-IDX) TO WS-UL-VAL
           IF WS-SX-LAST-DATE(WS-TBL-IDX) = SPACES THEN
               MOVE "NOT ON LOG" TO WS-UL-LAST
           ELSE
               MOVE WS-SX-LAST-DATE(WS-TBL-IDX) TO WS-UL-LAST
           END-IF
           MOVE WS-SX-ADDR-COUNT(WS-TBL-IDX) TO WS-UL-ADDR
           IF WS-SX-ADDR-COUNT(WS-TBL-IDX) = ZERO THEN
               MOVE "REMOVAL CANDIDATE" TO WS-UL-ACTION
               ADD 1 TO WS-SFX-CAND-COUNT
               MOVE SPACES TO SFX-TRANS-RECORD
               SET SFXTRN-DELETE TO TRUE
               MOVE WS-SX-VAL(WS-TBL-IDX) TO SFXTRN-SFX-VAL
               WRITE SFX-TRANS-RECORD
               MOVE "WRITE" TO WS-ERR-VERB
               MOVE "SFXCAND" TO WS-ERR-FILE
               MOVE WS-SCD-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           ELSE
               MOVE "KEEP - ADDRESSES USE IT" TO WS-UL-ACTION
           END-IF
           MOVE WS-UNUSED-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       4300-REPORT-ONE-SUFFIX-EXIT.
           EXIT.
      *****************************************************************
      *4400-REPORT-BLOCKS                                             *
      *    Lists the blocked domains no address on file is on, each   *
      *    also written as a BLKMAINT DELETE card.                    *
      *****************************************************************
       4400-REPORT-BLOCKS.
           MOVE SPACES TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "3. BLOCKED DOMAINS (DOMBLOCK) NO ADDRESS IS ON"
               TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           PERFORM 4500-REPORT-ONE-BLOCK THRU
               4500-REPORT-ONE-BLOCK-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-BLK-COUNT
           IF WS-BLK-CAND-COUNT = ZERO THEN
               MOVE "EVERY BLOCKED DOMAIN HAS AN ADDRESS ON IT"
                   TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REFRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
           END-IF.
       4400-REPORT-BLOCKS-EXIT.
           EXIT.
      *****************************************************************
      *4500-REPORT-ONE-BLOCK                                          *
      *****************************************************************
       4500-REPORT-ONE-BLOCK.
           IF WS-BK-ADDR-COUNT(WS-TBL-IDX) > ZERO THEN
               GO TO 4500-REPORT-ONE-BLOCK-EXIT
           END-IF
           ADD 1 TO WS-BLK-CAND-COUNT
           MOVE WS-BK-VAL(WS-TBL-IDX) TO WS-BL-VAL
           MOVE WS-BLOCK-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO BLOCK-TRANS-RECORD
           SET BLKTRN-DELETE TO TRUE
           MOVE WS-BK-VAL(WS-TBL-IDX) TO BLKTRN-DOMINIO-VAL
           WRITE BLOCK-TRANS-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "BLKCAND" TO WS-ERR-FILE
           MOVE WS-BCD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       4500-REPORT-ONE-BLOCK-EXIT.
           EXIT.
      *****************************************************************
      *5000-REPORT-EXCEPTIONS                                         *
      *    Adds one line per listed exception to the work file the    *
      *    address pass filled, sorts it by steward, expiry and key,  *
      *    and prints each steward's renewal list.                    *
      *****************************************************************
       5000-REPORT-EXCEPTIONS.
           MOVE SPACES TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "4. EXCEPTIONS (DOMEXCPT) EXPIRED OR EXPIRING - RENEWAL"
               TO REFRPT-RECORD
           MOVE " LISTS BY STEWARD" TO REFRPT-RECORD(55:17)
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           PERFORM 5100-WRITE-EXCEPTION-ENTRY THRU
               5100-WRITE-EXCEPTION-ENTRY-EXIT
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > WS-EXC-COUNT
           CLOSE WORKEXC1
           IF WS-EXC-COUNT = ZERO THEN
               MOVE "NO EXCEPTION EXPIRED OR EXPIRING" TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REFRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
               GO TO 5000-REPORT-EXCEPTIONS-EXIT
           END-IF
           SORT SORTWK1
               ON ASCENDING KEY SW1-STEWARD SW1-EXPIRY SW1-EXC-KEY
                                SW1-LINE-TYPE SW1-CUST-ID
                                SW1-ADDR-TYPE
               USING WORKEXC1
               GIVING WORKEXC2
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT WORKEXC2
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "WORKEXC2" TO WS-ERR-FILE
           MOVE WS-WX2-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE LOW-VALUES TO WS-BREAK-STEWARD
           PERFORM 5200-PRINT-ONE-ENTRY THRU 5200-PRINT-ONE-ENTRY-EXIT
               UNTIL END-OF-INPUT
           PERFORM 5300-WRITE-STEWARD-TOTAL THRU
               5300-WRITE-STEWARD-TOTAL-EXIT
           CLOSE WORKEXC2.
       5000-REPORT-EXCEPTIONS-EXIT.
           EXIT.
      *****************************************************************
      *5100-WRITE-EXCEPTION-ENTRY                                     *
      *****************************************************************
       5100-WRITE-EXCEPTION-ENTRY.
           MOVE SPACES TO WX1-RECORD
           MOVE WS-EX-STEWARD(WS-TBL-IDX) TO WX1-STEWARD
           MOVE WS-EX-EXPIRY(WS-TBL-IDX) TO WX1-EXPIRY
           MOVE WS-EX-KEY(WS-TBL-IDX) TO WX1-EXC-KEY
           MOVE "1" TO WX1-LINE-TYPE
           MOVE WS-EX-CUST-COUNT(WS-TBL-IDX) TO WX1-CUST-COUNT
           WRITE WX1-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "WORKEXC1" TO WS-ERR-FILE
           MOVE WS-WX1-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       5100-WRITE-EXCEPTION-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *5200-PRINT-ONE-ENTRY                                           *
      *    Control break on the steward: a new steward closes the     *
      *    previous one's list with its totals and starts a heading.  *
      *****************************************************************
       5200-PRINT-ONE-ENTRY.
           READ WORKEXC2
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "WORKEXC2" TO WS-ERR-FILE
           MOVE WS-WX2-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-INPUT THEN
               GO TO 5200-PRINT-ONE-ENTRY-EXIT
           END-IF
           IF WX2-STEWARD NOT = WS-BREAK-STEWARD THEN
               PERFORM 5300-WRITE-STEWARD-TOTAL THRU
                   5300-WRITE-STEWARD-TOTAL-EXIT
               MOVE WX2-STEWARD TO WS-BREAK-STEWARD
               MOVE SPACES TO REFRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
               MOVE WX2-STEWARD TO WS-SWL-STEWARD
               MOVE WS-STEWARD-LINE TO REFRPT-RECORD
               PERFORM 6900-WRITE-REPORT-LINE THRU
                   6900-WRITE-REPORT-LINE-EXIT
           END-IF
           IF WX2-EXCEPTION-LINE THEN
               ADD 1 TO WS-STW-EXC-COUNT
               ADD WX2-CUST-COUNT TO WS-STW-ADR-COUNT
               MOVE WX2-EXC-KEY TO WS-XL-KEY
               IF WX2-EXPIRY < WS-BUS-DATE-X THEN
                   MOVE "EXPIRED " TO WS-XL-STATE
               ELSE
                   MOVE "EXPIRES " TO WS-XL-STATE
               END-IF
               MOVE WX2-EXPIRY TO WS-XL-DATE
               MOVE WX2-CUST-COUNT TO WS-XL-COUNT
               MOVE WS-EXC-LINE TO REFRPT-RECORD
           ELSE
               MOVE WX2-CUST-ID TO WS-AL-CUST-ID
               MOVE WX2-ADDR-TYPE TO WS-AL-TYPE
               MOVE WX2-CUST-NAME TO WS-AL-NAME
               MOVE WX2-EMAIL TO WS-AL-EMAIL
               MOVE WX2-FAIL-REASON TO WS-AL-REASON
               MOVE WS-ADDR-LINE TO REFRPT-RECORD
           END-IF
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       5200-PRINT-ONE-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *5300-WRITE-STEWARD-TOTAL                                       *
      *****************************************************************
       5300-WRITE-STEWARD-TOTAL.
           IF WS-STW-EXC-COUNT = ZERO THEN
               GO TO 5300-WRITE-STEWARD-TOTAL-EXIT
           END-IF
           MOVE WS-STW-EXC-COUNT TO WS-STL-EXC
           MOVE WS-STW-ADR-COUNT TO WS-STL-ADR
           MOVE WS-STEWARD-TOTAL-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE ZERO TO WS-STW-EXC-COUNT WS-STW-ADR-COUNT.
       5300-WRITE-STEWARD-TOTAL-EXIT.
           EXIT.
      *****************************************************************
      *6900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in REFRPT-RECORD and      *
      *    checks the outcome - one funnel instead of a check after   *
      *    every report WRITE.                                        *
      *****************************************************************
       6900-WRITE-REPORT-LINE.
           WRITE REFRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "REFRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       6900-WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
      *7000-TERMINATE                                                 *
      *    Writes the totals, closes the outputs and records the run  *
      *    on the ledger.                                             *
      *****************************************************************
       7000-TERMINATE.
           MOVE SPACES TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT
           MOVE "AUDITLOG RECORDS READ" TO WS-TOT-DESC
           MOVE WS-AUD-READ-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "ACCEPTED CALLS MATCHED TO A TLD/SUFFIX"
               TO WS-TOT-DESC
           MOVE WS-AUD-MATCH-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "ADDRESSES EXAMINED" TO WS-TOT-DESC
           MOVE WS-ADDR-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "TLDS ON FILE" TO WS-TOT-DESC
           MOVE WS-TLD-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "TLDS NOT MATCHED" TO WS-TOT-DESC
           MOVE WS-TLD-UNUSED-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "TLD REMOVAL CARDS (DOMCAND)" TO WS-TOT-DESC
           MOVE WS-TLD-CAND-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "SUFFIXES ON FILE" TO WS-TOT-DESC
           MOVE WS-SFX-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "SUFFIXES NOT MATCHED" TO WS-TOT-DESC
           MOVE WS-SFX-UNUSED-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "SUFFIX REMOVAL CARDS (SFXCAND)" TO WS-TOT-DESC
           MOVE WS-SFX-CAND-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "BLOCKED DOMAINS ON FILE" TO WS-TOT-DESC
           MOVE WS-BLK-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "BLOCKED DOMAIN REMOVAL CARDS (BLKCAND)"
               TO WS-TOT-DESC
           MOVE WS-BLK-CAND-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "EXCEPTIONS ON FILE" TO WS-TOT-DESC
           MOVE WS-EXC-ON-FILE-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "EXCEPTIONS EXPIRED, STILL ON FILE" TO WS-TOT-DESC
           MOVE WS-EXC-EXPIRED-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "EXCEPTIONS EXPIRING BY THE HORIZON" TO WS-TOT-DESC
           MOVE WS-EXC-EXPIRING-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           MOVE "ADDRESSES THAT WILL FAIL WHEN THEY LAPSE"
               TO WS-TOT-DESC
           MOVE WS-EXC-ADDR-COUNT TO WS-TOT-COUNT
           PERFORM 7050-WRITE-TOTAL THRU 7050-WRITE-TOTAL-EXIT
           CLOSE DOMCAND
           CLOSE SFXCAND
           CLOSE BLKCAND
           CLOSE REFRPT
           PERFORM 7100-WRITE-RUN-RECORD THRU
               7100-WRITE-RUN-RECORD-EXIT.
       7000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *7050-WRITE-TOTAL                                               *
      *****************************************************************
       7050-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO REFRPT-RECORD
           PERFORM 6900-WRITE-REPORT-LINE THRU
               6900-WRITE-REPORT-LINE-EXIT.
       7050-WRITE-TOTAL-EXIT.
           EXIT.
      *****************************************************************
      *7100-WRITE-RUN-RECORD                                          *
      *    Records this run on the RUNLEDG ledger: AUDITLOG records   *
      *    read, TLD/suffix removal cards, blocked-domain removal     *
      *    cards, and exceptions listed.                              *
      *****************************************************************
       7100-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMREFU" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-AUD-READ-COUNT TO RUNC-IN-COUNT
           COMPUTE RUNC-OUT-COUNT-1 =
               WS-TLD-CAND-COUNT + WS-SFX-CAND-COUNT
           MOVE WS-BLK-CAND-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-EXC-COUNT TO RUNC-OUT-COUNT-3
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       7100-WRITE-RUN-RECORD-EXIT.
           EXIT.
      *****************************************************************
      *8000-SPLIT-DOMAIN                                              *
      *    Splits the folded domain in WS-DOMINIO the way CHECKMAIL   *
      *    does: reversed and split at the dots for the last label    *
      *    (WS-DOM-5) and, when the domain has two or more labels,    *
      *    the two-label suffix (WS-TWO-LABEL).                       *
      *****************************************************************
       8000-SPLIT-DOMAIN.
           MOVE SPACES TO WS-DOM-5 WS-DOM-6 WS-DOM-7 WS-DOM-8
           MOVE SPACES TO WS-TWO-LABEL
           MOVE REVERSE (WS-DOMINIO) TO WS-DOM-REV
           MOVE TRIM (WS-DOM-REV) TO WS-DOM-REV
           UNSTRING WS-DOM-REV DELIMITED BY "." INTO WS-DOM-5 WS-DOM-6
           MOVE REVERSE (WS-DOM-5) TO WS-DOM-5
           MOVE TRIM (WS-DOM-5) TO WS-DOM-5
           IF WS-DOM-6 NOT = SPACES THEN
               UNSTRING WS-DOM-6 DELIMITED BY "." INTO WS-DOM-7
                   WS-DOM-8
               MOVE REVERSE (WS-DOM-7) TO WS-DOM-7
               MOVE TRIM (WS-DOM-7) TO WS-DOM-7
               STRING WS-DOM-7 DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-DOM-5 DELIMITED BY SPACE
                   INTO WS-TWO-LABEL
           END-IF.
       8000-SPLIT-DOMAIN-EXIT.
           EXIT.
      *****************************************************************
      *8100-FIND-LIST-ENTRY                                           *
      *    The two-label suffix on DOMSFX first, then the TLD on      *
      *    DOMINIOS - CHECKMAIL's order. Leaves the kind matched in   *
      *    WS-MATCH-KIND and the table entry in WS-MATCH-IDX.         *
      *****************************************************************
       8100-FIND-LIST-ENTRY.
           SET MATCHED-NONE TO TRUE
           IF WS-TWO-LABEL NOT = SPACES AND WS-SFX-COUNT > ZERO THEN
               SEARCH ALL WS-SX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SX-VAL(WS-SX-IX) = WS-TWO-LABEL
                       SET MATCHED-SUFFIX TO TRUE
                       SET WS-MATCH-IDX TO WS-SX-IX
               END-SEARCH
           END-IF
           IF MATCHED-NONE AND WS-TLD-COUNT > ZERO THEN
               SEARCH ALL WS-TL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TL-VAL(WS-TL-IX) = WS-DOM-5
                       SET MATCHED-TLD TO TRUE
                       SET WS-MATCH-IDX TO WS-TL-IX
               END-SEARCH
           END-IF.
       8100-FIND-LIST-ENTRY-EXIT.
           EXIT.
      *****************************************************************
      *8300-FIND-EXCEPTION                                            *
      *    Looks WS-PROBE-KEY up among the listed exceptions.         *
      *****************************************************************
       8300-FIND-EXCEPTION.
           MOVE "N" TO WS-PROBE-FOUND-SW
           SEARCH ALL WS-EX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EX-KEY(WS-EX-IX) = WS-PROBE-KEY
                   SET PROBE-FOUND TO TRUE
                   SET WS-PROBE-IDX TO WS-EX-IX
           END-SEARCH.
       8300-FIND-EXCEPTION-EXIT.
           EXIT.
      *****************************************************************
      *9000-CHECK-FILE-STATUS                                         *
      *    Judges the file status the caller just moved to            *
      *    WS-ERR-STATUS. 00 is clean; 10 is end of file (the READ's  *
      *    AT END already handled it); 02/05 are informational; 23 is *
      *    a not-found the keyed reads handle with INVALID KEY. 04    *
      *    and 07 are reported as warnings and the run continues      *
      *    with RETURN-CODE 4. Any other status is fatal: the line    *
      *    goes to ERRLOG and the console, and the run ends with      *
      *    RETURN-CODE 12.                                            *
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
