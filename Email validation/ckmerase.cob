      ******************************************************************
      * Program:  CKMERASE
      * History:
      *   15/10/2026  aa-stop-run   Original right-to-erasure job -
      *                             masks or removes a customer's
      *                             e-mail address in every file the
      *                             suite keeps it on and prints a
      *                             certificate per request for the
      *                             data-protection officer.
      *   15/10/2026  aa-stop-run   FOLLOWUP outreach extract masked
      *                             like WATCHEXT.
      *   15/10/2026  aa-stop-run   CORNEW widened to the 272-byte
      *                             CORTREC record (steward id).
      *   15/10/2026  aa-stop-run   BOUNCEST is now keyed on customer id
      *                             plus address type; a customer's
      *                             bounce addresses are collected from
      *                             every entry they hold.
      *   15/10/2026  aa-stop-run   A masked AUDXREF entry dropped for
      *                             want of a free sequence byte is now
      *                             counted on the run summary and ends
      *                             the run RETURN-CODE 4, so AUDXBLD is
      *                             rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMERASE.
       AUTHOR. AA-STOP-RUN DATA QUALITY TEAM.
       INSTALLATION. AA-STOP-RUN.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
      ******************************************************************
      * Purpose: A customer who exercises the right to erasure must
      *          have their address taken off every file we hold it
      *          on, and the data-protection office must be able to
      *          show that it was. This job reads the ERASREQ file
      *          (ERQREC - a request reference plus a customer id,
      *          an address, or both) and works in three phases:
      *            - resolve: every address to be erased is collected
      *              first, read-only - the address on the request,
      *              and for a customer id the CUSTIDX primary
      *              address, the CUSTEML billing/statement/marketing
      *              addresses and the BOUNCEST address;
      *            - keyed files, in place: CUSTIDX and BOUNCEST
      *              addresses masked (CUSTIDX validation area
      *              cleared), CUSTEML addresses withdrawn (blank, as
      *              the customer update process withdraws one),
      *              REJINV entries for the customer and address-
      *              level DOMEXCPT exceptions deleted, and AUDXREF
      *              entries moved under the mask key with their
      *              timestamp, flag and reason kept - the same key
      *              an AUDXBLD rebuild from the masked AUDITLOG
      *              gives them;
      *            - sequential files, copied to NEW datasets the
      *              follow-on IDCAMS step promotes (as AUDPURGE
      *              does): AUDITLOG, the AUDPURGE archive and the
      *              ACCEPTFL/REJECTFL/WATCHEXT/FOLLOWUP/RECYCACC/
      *              RECYCREJ/CRMEXTR extracts keep every record with
      *              the address masked, so record counts, the extract
      *              trailer and the AUDITLOG/AUDXREF pairing still
      *              balance; the CORRTRAN and SUGGFILE work records
      *              for the address are removed, so nothing is
      *              re-applied or re-proposed for it.
      *          A record that carries a customer id is erased when
      *          the id is a requested one or its address is one the
      *          request named; a record with an address only is
      *          erased when the address is any collected above. The
      *          mask is a constant, not a scrambled form of the
      *          address, so nothing of the original survives.
      *          The ERASRPT certificate lists, per request, each
      *          file searched (or not on file) with the records
      *          found and erased and what was done to them; it
      *          never prints the address itself. A request with no
      *          reference, or with neither a customer id nor an
      *          address, is rejected on its certificate and the
      *          run ends RETURN-CODE 4, as it does when a masked
      *          AUDXREF entry finds no free sequence byte and is
      *          dropped (rerun AUDXBLD). More requests than the
      *          table holds refuses the run (RETURN-CODE 8) before
      *          anything is changed. The keyed files are updated in
      *          place: take the site-standard backup of them first,
      *          and restore it before rerunning a failed run from
      *          the top. CUSTMAST belongs to the customer update
      *          process and is erased there, or the next CKMLOAD
      *          puts the CUSTIDX address back.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASREQ ASSIGN TO "erasreq"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERQ-FSTATUS.
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
           SELECT DOMEXCPT ASSIGN TO "domexcpt"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY EXC-KEY
                   FILE STATUS WS-EXC-FSTATUS.
           SELECT AUDXREF ASSIGN TO "audxref"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY AUDX-KEY
                   FILE STATUS WS-XRF-FSTATUS.
           SELECT AUDITLOG ASSIGN TO "auditlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-AUD-FSTATUS.
           SELECT AUDNEW ASSIGN TO "audnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-AUDN-FSTATUS.
           SELECT AUDARCH ASSIGN TO "audarch"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ARC-FSTATUS.
           SELECT ARCNEW ASSIGN TO "arcnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ARCN-FSTATUS.
           SELECT CORRTRAN ASSIGN TO "corrtran"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-COR-FSTATUS.
           SELECT CORNEW ASSIGN TO "cornew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-CORN-FSTATUS.
           SELECT SUGGFILE ASSIGN TO "suggfile"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-SUG-FSTATUS.
           SELECT SUGNEW ASSIGN TO "sugnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-SUGN-FSTATUS.
           SELECT ACCEPTFL ASSIGN TO "acceptfl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ACC-FSTATUS.
           SELECT ACCNEW ASSIGN TO "accnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ACCN-FSTATUS.
           SELECT REJECTFL ASSIGN TO "rejectfl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-REJ-FSTATUS.
           SELECT REJNEW ASSIGN TO "rejnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-REJN-FSTATUS.
           SELECT WATCHEXT ASSIGN TO "watchext"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WEX-FSTATUS.
           SELECT WATNEW ASSIGN TO "watnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-WEXN-FSTATUS.
           SELECT FOLLOWUP ASSIGN TO "followup"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FUP-FSTATUS.
           SELECT FOLNEW ASSIGN TO "folnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-FUPN-FSTATUS.
           SELECT RECYCACC ASSIGN TO "recycacc"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RCA-FSTATUS.
           SELECT RACNEW ASSIGN TO "racnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RCAN-FSTATUS.
           SELECT RECYCREJ ASSIGN TO "recycrej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RCR-FSTATUS.
           SELECT RRJNEW ASSIGN TO "rrjnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RCRN-FSTATUS.
           SELECT EXTRACT ASSIGN TO "extract"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-EXT-FSTATUS.
           SELECT EXTNEW ASSIGN TO "extnew"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-EXTN-FSTATUS.
           SELECT ERASRPT ASSIGN TO "erasrpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-RPT-FSTATUS.
           SELECT ERRLOG ASSIGN TO "errlog"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS WS-ERR-FSTATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASREQ.
           COPY ERQREC.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  CUSTEML.
           COPY CEMREC.
       FD  BOUNCEST.
           COPY BSTREC.
       FD  REJINV.
           COPY RINVREC.
       FD  DOMEXCPT.
           COPY EXCREC.
       FD  AUDXREF.
           COPY AUDXREC.
       FD  AUDITLOG.
           COPY AUDREC.
       FD  AUDNEW.
       01  AUDNEW-RECORD              PIC X(582).
       FD  AUDARCH.
      * Same layout as AUDITLOG (AUDREC); a copybook may only be
      * copied once per program, so the archive record is spelled
      * out here field for field.
       01  AUDARCH-RECORD.
           03  ARC-TIMESTAMP          PIC X(21).
           03  ARC-EMAIL              PIC X(254).
           03  ARC-DOMINIO            PIC X(254).
           03  ARC-FLAG               PIC X(01).
           03  ARC-REASON-CODE        PIC 9(02).
           03  ARC-MENSAGEM           PIC X(50).
       FD  ARCNEW.
       01  ARCNEW-RECORD              PIC X(582).
       FD  CORRTRAN.
           COPY CORTREC.
       FD  CORNEW.
       01  CORNEW-RECORD              PIC X(272).
       FD  SUGGFILE.
           COPY SUGGREC.
       FD  SUGNEW.
       01  SUGNEW-RECORD              PIC X(518).
       FD  ACCEPTFL.
           COPY ACPTREC.
       FD  ACCNEW.
       01  ACCNEW-RECORD              PIC X(294).
       FD  REJECTFL.
           COPY REJTREC.
       FD  REJNEW.
       01  REJNEW-RECORD              PIC X(346).
       FD  WATCHEXT.
      * Same layout as ACCEPTFL (ACPTREC), spelled out field for
      * field for the same reason.
       01  WATCHEXT-RECORD.
           03  WEX-CUST-ID            PIC X(10).
           03  WEX-CUST-NAME          PIC X(30).
           03  WEX-EMAIL              PIC X(254).
       FD  WATNEW.
       01  WATNEW-RECORD              PIC X(294).
       FD  FOLLOWUP.
      * The outreach follow-up extract: the ACCEPTFL fields plus the
      * warning reason code.
       01  FOLLOWUP-RECORD.
           03  FUP-CUST-ID            PIC X(10).
           03  FUP-CUST-NAME          PIC X(30).
           03  FUP-EMAIL              PIC X(254).
           03  FUP-REASON-CODE        PIC X(02).
       FD  FOLNEW.
       01  FOLNEW-RECORD              PIC X(296).
       FD  RECYCACC.
      * Same layout as ACCEPTFL (ACPTREC).
       01  RECYC-ACCEPT-RECORD.
           03  RCA-CUST-ID            PIC X(10).
           03  RCA-CUST-NAME          PIC X(30).
           03  RCA-EMAIL              PIC X(254).
       FD  RACNEW.
       01  RACNEW-RECORD              PIC X(294).
       FD  RECYCREJ.
      * Same layout as REJECTFL (REJTREC).
       01  RECYC-REJECT-RECORD.
           03  RCR-CUST-ID            PIC X(10).
           03  RCR-CUST-NAME          PIC X(30).
           03  RCR-EMAIL              PIC X(254).
           03  RCR-REASON-CODE        PIC 9(02).
           03  RCR-MENSAGEM           PIC X(50).
       FD  RRJNEW.
       01  RRJNEW-RECORD              PIC X(346).
       FD  EXTRACT.
           COPY EXTREC.
       FD  EXTNEW.
       01  EXTNEW-RECORD              PIC X(312).
       FD  ERASRPT.
       01  ERASRPT-RECORD             PIC X(80).
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
       77  WS-ERQ-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CIX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-BST-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EXC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-XRF-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-AUD-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-AUDN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-ARC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ARCN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-COR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CORN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-SUG-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-SUGN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-ACC-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ACCN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-REJ-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-REJN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-WEX-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-WEXN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-FUP-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-FUPN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-RCA-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RCAN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-RCR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RCRN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-EXT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EXTN-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERQ-EOF-SW             PIC X(01)   VALUE "N".
           88  END-OF-ERASREQ                    VALUE "Y".
       77  WS-PASS-EOF-SW            PIC X(01)   VALUE "N".
           88  END-OF-PASS                       VALUE "Y".
       77  WS-WRITE-DONE-SW          PIC X(01)   VALUE "N".
           88  XREF-WRITE-DONE                   VALUE "Y".
      *****************************************************************
      *    I/O error reporting (9000-CHECK-FILE-STATUS). The caller   *
      *    moves the verb, file name and status here after every I-O; *
      *    a status outside the accepted set writes this line to      *
      *    ERRLOG for the operator and ends the run with RETURN-CODE  *
      *    12. 04/07 are reported as warnings (RETURN-CODE 4) and the *
      *    run continues.                                             *
      *****************************************************************
       01  WS-ERR-LINE.
           03  FILLER                PIC X(09)   VALUE "CKMERASE ".
           03  WS-ERR-VERB            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(01)   VALUE SPACE.
           03  WS-ERR-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                PIC X(14)
                                      VALUE "  FILE STATUS ".
           03  WS-ERR-STATUS          PIC X(02)   VALUE SPACES.
      *****************************************************************
      *    The mask every erased address is replaced with. Upper      *
      *    case, so AUDXBLD's fold leaves it as it is and a rebuilt   *
      *    AUDXREF files the masked calls under the same key.         *
      *****************************************************************
       77  ERAS-MASK                 PIC X(08)   VALUE "*ERASED*".
      *****************************************************************
      *    Run counters.                                              *
      *****************************************************************
       77  WS-REQ-READ-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-REQ-DONE-COUNT         PIC 9(09)   COMP VALUE ZERO.
       77  WS-REQ-REJECT-COUNT       PIC 9(09)   COMP VALUE ZERO.
       77  WS-ERASED-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-REQ-ERASED             PIC 9(09)   COMP VALUE ZERO.
       77  WS-XREF-DROPPED-COUNT     PIC 9(09)   COMP VALUE ZERO.
       77  WS-AT-COUNT               PIC 9(04)   COMP VALUE ZERO.
       77  WS-WRITE-SEQ              PIC 9(04)   COMP VALUE ZERO.
      *****************************************************************
      *    The files searched, in certificate order, with the action  *
      *    taken on a matched record. ERAS-F-xxx is each file's       *
      *    position in this table and in the per-file counts below;   *
      *    WS-FILE-NO carries it into the shared counting paragraphs. *
      *****************************************************************
       77  ERAS-FILE-COUNT           PIC 9(02)   COMP VALUE 17.
       77  ERAS-F-CUSTIDX            PIC 9(02)   COMP VALUE 1.
       77  ERAS-F-CUSTEML            PIC 9(02)   COMP VALUE 2.
       77  ERAS-F-BOUNCEST           PIC 9(02)   COMP VALUE 3.
       77  ERAS-F-REJINV             PIC 9(02)   COMP VALUE 4.
       77  ERAS-F-DOMEXCPT           PIC 9(02)   COMP VALUE 5.
       77  ERAS-F-AUDXREF            PIC 9(02)   COMP VALUE 6.
       77  ERAS-F-AUDITLOG           PIC 9(02)   COMP VALUE 7.
       77  ERAS-F-AUDARCH            PIC 9(02)   COMP VALUE 8.
       77  ERAS-F-CORRTRAN           PIC 9(02)   COMP VALUE 9.
       77  ERAS-F-SUGGFILE           PIC 9(02)   COMP VALUE 10.
       77  ERAS-F-ACCEPTFL           PIC 9(02)   COMP VALUE 11.
       77  ERAS-F-REJECTFL           PIC 9(02)   COMP VALUE 12.
       77  ERAS-F-WATCHEXT           PIC 9(02)   COMP VALUE 13.
       77  ERAS-F-FOLLOWUP           PIC 9(02)   COMP VALUE 14.
       77  ERAS-F-RECYCACC           PIC 9(02)   COMP VALUE 15.
       77  ERAS-F-RECYCREJ           PIC 9(02)   COMP VALUE 16.
       77  ERAS-F-EXTRACT            PIC 9(02)   COMP VALUE 17.
       77  WS-FILE-NO                PIC 9(02)   COMP VALUE ZERO.
       01  WS-FILE-NAMES.
           03  FILLER                 PIC X(18)
                                       VALUE "CUSTIDX MASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "CUSTEML WITHDRAWN ".
           03  FILLER                 PIC X(18)
                                       VALUE "BOUNCESTMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "REJINV  DELETED   ".
           03  FILLER                 PIC X(18)
                                       VALUE "DOMEXCPTDELETED   ".
           03  FILLER                 PIC X(18)
                                       VALUE "AUDXREF RE-KEYED  ".
           03  FILLER                 PIC X(18)
                                       VALUE "AUDITLOGMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "AUDARCH MASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "CORRTRANREMOVED   ".
           03  FILLER                 PIC X(18)
                                       VALUE "SUGGFILEREMOVED   ".
           03  FILLER                 PIC X(18)
                                       VALUE "ACCEPTFLMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "REJECTFLMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "WATCHEXTMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "FOLLOWUPMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "RECYCACCMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "RECYCREJMASKED    ".
           03  FILLER                 PIC X(18)
                                       VALUE "CRMEXTR MASKED    ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           03  WS-FN-ENTRY OCCURS 17 TIMES.
               05  WS-FN-NAME         PIC X(08).
               05  WS-FN-ACTION       PIC X(10).
      *****************************************************************
      *    Per file: whether it was on file and searched, and the     *
      *    records read, erased and (for the copied files) written.   *
      *    A copied file's written count plus its removed records     *
      *    equals its read count.                                     *
      *****************************************************************
       01  WS-FILE-STATE-TABLE.
           03  WS-FS-ENTRY OCCURS 17 TIMES.
               05  WS-FS-SEARCHED-SW  PIC X(01).
                   88  FS-SEARCHED            VALUE "Y".
               05  WS-FS-READ         PIC 9(09) COMP.
               05  WS-FS-ERASED       PIC 9(09) COMP.
               05  WS-FS-WRITTEN      PIC 9(09) COMP.
      *****************************************************************
      *    One entry per erasure request, in ERASREQ order, with the  *
      *    records found and erased for it in each file. A request   *
      *    the table cannot hold is counted and refuses the run      *
      *    before any file is touched - split the request file.      *
      *****************************************************************
       77  ERAS-MAX-REQUESTS         PIC 9(04)   COMP VALUE 200.
       77  WS-RQ-COUNT               PIC 9(04)   COMP VALUE ZERO.
       77  WS-RQ-IDX                 PIC 9(04)   COMP VALUE ZERO.
       77  WS-RQ-HIT                 PIC 9(04)   COMP VALUE ZERO.
       77  WS-RQ-OVERFLOW-COUNT      PIC 9(09)   COMP VALUE ZERO.
       01  WS-REQUEST-TABLE.
           03  WS-RQ-ENTRY OCCURS 200 TIMES.
               05  WS-RQ-REF          PIC X(12).
               05  WS-RQ-CUST-ID      PIC X(10).
               05  WS-RQ-EMAIL-SW     PIC X(01).
                   88  RQ-EMAIL-GIVEN         VALUE "Y".
               05  WS-RQ-STATUS       PIC X(01).
                   88  RQ-ACCEPTED            VALUE "A".
                   88  RQ-NO-REFERENCE        VALUE "R".
                   88  RQ-NO-SUBJECT          VALUE "S".
               05  WS-RQ-ADDR-COUNT   PIC 9(04) COMP.
               05  WS-RQ-FOUND        PIC 9(09) COMP OCCURS 17 TIMES.
               05  WS-RQ-ERASED       PIC 9(09) COMP OCCURS 17 TIMES.
      *****************************************************************
      *    Every address to be erased, folded to upper case the way  *
      *    CHECKMAIL holds it, with the request it belongs to. "R"   *
      *    entries were named on the request; "F" entries were found *
      *    on file for a requested customer id. Each request brings  *
      *    at most six (its own, the CUSTIDX primary, three CUSTEML  *
      *    types and the BOUNCEST address), so the table cannot      *
      *    overflow while the request table holds; the guard is for  *
      *    safety only and, being hit while addresses are still      *
      *    being collected, also refuses the run unchanged.          *
      *****************************************************************
       77  ERAS-MAX-ADDRESSES        PIC 9(04)   COMP VALUE 1200.
       77  WS-AD-COUNT               PIC 9(04)   COMP VALUE ZERO.
       77  WS-AD-IDX                 PIC 9(04)   COMP VALUE ZERO.
       77  WS-AD-FOUND               PIC 9(04)   COMP VALUE ZERO.
       77  WS-AD-NEW-SOURCE          PIC X(01)   VALUE SPACE.
       01  WS-ADDRESS-TABLE.
           03  WS-AD-ENTRY OCCURS 1200 TIMES.
               05  WS-AD-EMAIL        PIC X(254).
               05  WS-AD-REQUEST      PIC 9(04) COMP.
               05  WS-AD-SOURCE       PIC X(01).
                   88  AD-FROM-REQUEST        VALUE "R".
                   88  AD-FROM-FILE           VALUE "F".
      *****************************************************************
      *    Matching work fields (8100-MATCH-RECORD). The caller puts  *
      *    the record's customer id (spaces for a file that has       *
      *    none) and raw address here; the fold lands in              *
      *    WS-FOLD-EMAIL.                                             *
      *****************************************************************
       01  WS-MATCH-CUST-ID          PIC X(10)   VALUE SPACES.
       01  WS-FOLD-IN                PIC X(254)  VALUE SPACES.
       01  WS-FOLD-EMAIL             PIC X(254)  VALUE SPACES.
       01  WS-RESOLVE-CUST-ID        PIC X(10)   VALUE SPACES.
       01  WS-XREF-SAVE              PIC X(331)  VALUE SPACES.
       01  WS-CURRENT-DATE           PIC X(08)   VALUE SPACES.
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-RULE-LINE.
           03  FILLER                 PIC X(40)   VALUE ALL "-".
           03  FILLER                 PIC X(40)   VALUE ALL "-".
       01  WS-CERT-HEAD-LINE.
           03  FILLER                 PIC X(20)
                                       VALUE "ERASURE CERTIFICATE ".
           03  FILLER                 PIC X(12)   VALUE "REQUEST NO ".
           03  WS-CHL-SEQ             PIC ZZZ9.
           03  FILLER                 PIC X(07)   VALUE "   REF ".
           03  WS-CHL-REF             PIC X(12)   VALUE SPACES.
           03  FILLER                 PIC X(13)
                                       VALUE "   PROCESSED ".
           03  WS-CHL-DATE            PIC X(08)   VALUE SPACES.
       01  WS-CERT-GIVEN-LINE.
           03  FILLER                 PIC X(23)
                                       VALUE "  CUSTOMER ID SUPPLIED ".
           03  WS-CGL-CUST            PIC X(03)   VALUE SPACES.
           03  FILLER                 PIC X(27)
                               VALUE "   E-MAIL ADDRESS SUPPLIED ".
           03  WS-CGL-EMAIL           PIC X(03)   VALUE SPACES.
       01  WS-CERT-ADDR-LINE.
           03  FILLER                 PIC X(40)
               VALUE "  ADDRESSES SEARCHED FOR                ".
           03  WS-CAL-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01  WS-CERT-REJECT-LINE.
           03  FILLER                 PIC X(21)
                                       VALUE "  REQUEST REJECTED - ".
           03  WS-CRL-REASON          PIC X(40)   VALUE SPACES.
       01  WS-CERT-HEADING-LINE.
           03  FILLER                 PIC X(40)
               VALUE "  FILE      SEARCHED          FOUND     ".
           03  FILLER                 PIC X(24)
               VALUE " ERASED   ACTION        ".
       01  WS-CERT-DETAIL-LINE.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-CDL-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-CDL-SEARCHED        PIC X(11)   VALUE SPACES.
           03  WS-CDL-FOUND           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(01)   VALUE SPACES.
           03  WS-CDL-ERASED          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(03)   VALUE SPACES.
           03  WS-CDL-ACTION          PIC X(10)   VALUE SPACES.
       01  WS-SUMMARY-HEADING-LINE.
           03  FILLER                 PIC X(40)
               VALUE "FILE      SEARCHED      RECORDS READ   R".
           03  FILLER                 PIC X(34)
               VALUE "ECORDS ERASED   RECORDS WRITTEN   ".
       01  WS-SUMMARY-DETAIL-LINE.
           03  WS-SDL-FILE            PIC X(08)   VALUE SPACES.
           03  FILLER                 PIC X(02)   VALUE SPACES.
           03  WS-SDL-SEARCHED        PIC X(11)   VALUE SPACES.
           03  FILLER                 PIC X(04)   VALUE SPACES.
           03  WS-SDL-READ            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(05)   VALUE SPACES.
           03  WS-SDL-ERASED          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(07)   VALUE SPACES.
           03  WS-SDL-WRITTEN         PIC X(11)   VALUE SPACES.
       01  WS-SDL-WRITTEN-N           PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           03  WS-TOT-DESC            PIC X(40)   VALUE SPACES.
           03  WS-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-ERASE-KEYED-FILES THRU
               2000-ERASE-KEYED-FILES-EXIT
           PERFORM 4000-ERASE-SEQUENTIAL-FILES THRU
               4000-ERASE-SEQUENTIAL-FILES-EXIT
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
           STOP RUN.
      *****************************************************************
      *1000-INITIALIZE                                                *
      *    Takes the processing date, loads the requests (refusing    *
      *    the run if they do not fit), opens the report and the      *
      *    keyed files, and collects every address to be erased       *
      *    before anything is changed.                                *
      *****************************************************************
       1000-INITIALIZE.
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMERASE NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-FILE-STATE-TABLE
           PERFORM 1100-LOAD-REQUESTS THRU 1100-LOAD-REQUESTS-EXIT
           IF WS-RQ-OVERFLOW-COUNT > ZERO THEN
               DISPLAY "CKMERASE MORE THAN 200 ERASURE REQUESTS - "
                   "RUN REFUSED, NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ERASRPT
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ERASRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE "CKMERASE - RIGHT-TO-ERASURE CERTIFICATES" TO
               ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           PERFORM 1200-OPEN-KEYED-FILES THRU
               1200-OPEN-KEYED-FILES-EXIT
           PERFORM 1300-RESOLVE-ONE-REQUEST THRU
               1300-RESOLVE-ONE-REQUEST-EXIT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *****************************************************************
      *1100-LOAD-REQUESTS                                             *
      *    Reads the whole request file into the request table and    *
      *    puts each address named on a request into the address      *
      *    table. No request file means nothing to erase.             *
      *****************************************************************
       1100-LOAD-REQUESTS.
           OPEN INPUT ERASREQ
           IF WS-ERQ-FSTATUS = "35" THEN
               GO TO 1100-LOAD-REQUESTS-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ERASREQ" TO WS-ERR-FILE
           MOVE WS-ERQ-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1110-READ-REQUEST THRU 1110-READ-REQUEST-EXIT
           PERFORM 1120-ADD-REQUEST THRU 1120-ADD-REQUEST-EXIT
               UNTIL END-OF-ERASREQ
           CLOSE ERASREQ.
       1100-LOAD-REQUESTS-EXIT.
           EXIT.
      *****************************************************************
      *1110-READ-REQUEST                                              *
      *****************************************************************
       1110-READ-REQUEST.
           READ ERASREQ
               AT END
                   SET END-OF-ERASREQ TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "ERASREQ" TO WS-ERR-FILE
           MOVE WS-ERQ-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       1110-READ-REQUEST-EXIT.
           EXIT.
      *****************************************************************
      *1120-ADD-REQUEST                                               *
      *    One request: a reference and at least one of customer id   *
      *    and address make it good; anything less is kept on the     *
      *    table so its certificate can say why it was not acted on.  *
      *****************************************************************
       1120-ADD-REQUEST.
           ADD 1 TO WS-REQ-READ-COUNT
           IF WS-RQ-COUNT NOT < ERAS-MAX-REQUESTS THEN
               ADD 1 TO WS-RQ-OVERFLOW-COUNT
               GO TO 1120-ADD-REQUEST-NEXT
           END-IF
           ADD 1 TO WS-RQ-COUNT
           MOVE WS-RQ-COUNT TO WS-RQ-IDX
           INITIALIZE WS-RQ-ENTRY(WS-RQ-IDX)
           MOVE ERQ-REF TO WS-RQ-REF(WS-RQ-IDX)
           MOVE ERQ-CUST-ID TO WS-RQ-CUST-ID(WS-RQ-IDX)
           IF ERQ-EMAIL NOT = SPACES THEN
               SET RQ-EMAIL-GIVEN(WS-RQ-IDX) TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN ERQ-REF = SPACES
                   SET RQ-NO-REFERENCE(WS-RQ-IDX) TO TRUE
               WHEN ERQ-CUST-ID = SPACES AND ERQ-EMAIL = SPACES
                   SET RQ-NO-SUBJECT(WS-RQ-IDX) TO TRUE
               WHEN OTHER
                   SET RQ-ACCEPTED(WS-RQ-IDX) TO TRUE
           END-EVALUATE
           IF NOT RQ-ACCEPTED(WS-RQ-IDX) THEN
               ADD 1 TO WS-REQ-REJECT-COUNT
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1120-ADD-REQUEST-NEXT
           END-IF
           ADD 1 TO WS-REQ-DONE-COUNT
           IF RQ-EMAIL-GIVEN(WS-RQ-IDX) THEN
               MOVE ERQ-EMAIL TO WS-FOLD-IN
               PERFORM 8000-FOLD-ADDRESS THRU 8000-FOLD-ADDRESS-EXIT
               MOVE WS-RQ-IDX TO WS-RQ-HIT
               MOVE "R" TO WS-AD-NEW-SOURCE
               PERFORM 8200-ADD-ADDRESS THRU 8200-ADD-ADDRESS-EXIT
           END-IF.
       1120-ADD-REQUEST-NEXT.
           PERFORM 1110-READ-REQUEST THRU 1110-READ-REQUEST-EXIT.
       1120-ADD-REQUEST-EXIT.
           EXIT.
      *****************************************************************
      *1200-OPEN-KEYED-FILES                                          *
      *    Opens the six keyed files for update. A file that does not *
      *    exist (status 35) is left out and shown as not on file on  *
      *    every certificate; the rest are marked searched.           *
      *****************************************************************
       1200-OPEN-KEYED-FILES.
           OPEN I-O CUSTIDX
           IF WS-CIX-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTIDX" TO WS-ERR-FILE
               MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET FS-SEARCHED(ERAS-F-CUSTIDX) TO TRUE
           END-IF
           OPEN I-O CUSTEML
           IF WS-CEM-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTEML" TO WS-ERR-FILE
               MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET FS-SEARCHED(ERAS-F-CUSTEML) TO TRUE
           END-IF
           OPEN I-O BOUNCEST
           IF WS-BST-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "BOUNCEST" TO WS-ERR-FILE
               MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET FS-SEARCHED(ERAS-F-BOUNCEST) TO TRUE
           END-IF
           OPEN I-O REJINV
           IF WS-RNV-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "REJINV" TO WS-ERR-FILE
               MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET FS-SEARCHED(ERAS-F-REJINV) TO TRUE
           END-IF
           OPEN I-O DOMEXCPT
           IF WS-EXC-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "DOMEXCPT" TO WS-ERR-FILE
               MOVE WS-EXC-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET FS-SEARCHED(ERAS-F-DOMEXCPT) TO TRUE
           END-IF
           OPEN I-O AUDXREF
           IF WS-XRF-FSTATUS NOT = "35" THEN
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "AUDXREF" TO WS-ERR-FILE
               MOVE WS-XRF-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               SET FS-SEARCHED(ERAS-F-AUDXREF) TO TRUE
           END-IF.
       1200-OPEN-KEYED-FILES-EXIT.
           EXIT.
      *****************************************************************
      *1300-RESOLVE-ONE-REQUEST                                       *
      *    For a request that names a customer id, collects every     *
      *    address held for that customer: the CUSTIDX primary, each  *
      *    CUSTEML address and each address BOUNCEST holds bounces    *
      *    against. Read-only - nothing is changed until every        *
      *    request has been resolved.                                 *
      *****************************************************************
       1300-RESOLVE-ONE-REQUEST.
           IF NOT RQ-ACCEPTED(WS-RQ-IDX)
               OR WS-RQ-CUST-ID(WS-RQ-IDX) = SPACES THEN
               GO TO 1300-RESOLVE-ONE-REQUEST-EXIT
           END-IF
           MOVE WS-RQ-IDX TO WS-RQ-HIT
           MOVE "F" TO WS-AD-NEW-SOURCE
           MOVE WS-RQ-CUST-ID(WS-RQ-IDX) TO WS-RESOLVE-CUST-ID
           IF FS-SEARCHED(ERAS-F-CUSTIDX) THEN
               MOVE WS-RESOLVE-CUST-ID TO CIX-CUST-ID
               READ CUSTIDX
                   INVALID KEY
                       MOVE SPACES TO CIX-CUST-EMAIL
               END-READ
               MOVE "READ" TO WS-ERR-VERB
               MOVE "CUSTIDX" TO WS-ERR-FILE
               MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               MOVE CIX-CUST-EMAIL TO WS-FOLD-IN
               PERFORM 8000-FOLD-ADDRESS THRU 8000-FOLD-ADDRESS-EXIT
               PERFORM 8200-ADD-ADDRESS THRU 8200-ADD-ADDRESS-EXIT
           END-IF
           IF FS-SEARCHED(ERAS-F-BOUNCEST) THEN
               MOVE "N" TO WS-PASS-EOF-SW
               MOVE WS-RESOLVE-CUST-ID TO BST-CUST-ID
               MOVE LOW-VALUES TO BST-ADDR-TYPE
               START BOUNCEST KEY NOT LESS THAN BST-KEY
                   INVALID KEY
                       SET END-OF-PASS TO TRUE
               END-START
               MOVE "START" TO WS-ERR-VERB
               MOVE "BOUNCEST" TO WS-ERR-FILE
               MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
               PERFORM 1320-RESOLVE-BOUNCE-ADDRESS THRU
                   1320-RESOLVE-BOUNCE-ADDRESS-EXIT
                   UNTIL END-OF-PASS
           END-IF
           IF NOT FS-SEARCHED(ERAS-F-CUSTEML) THEN
               GO TO 1300-RESOLVE-ONE-REQUEST-EXIT
           END-IF
           MOVE "N" TO WS-PASS-EOF-SW
           MOVE WS-RESOLVE-CUST-ID TO CEM-CUST-ID
           MOVE LOW-VALUES TO CEM-ADDR-TYPE
           START CUSTEML KEY NOT LESS THAN CEM-KEY
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 1310-RESOLVE-TYPED-ADDRESS THRU
               1310-RESOLVE-TYPED-ADDRESS-EXIT
               UNTIL END-OF-PASS.
       1300-RESOLVE-ONE-REQUEST-EXIT.
           EXIT.
      *****************************************************************
      *1310-RESOLVE-TYPED-ADDRESS                                     *
      *    One CUSTEML record of the customer being resolved; the     *
      *    first record of the next customer ends the walk.           *
      *****************************************************************
       1310-RESOLVE-TYPED-ADDRESS.
           READ CUSTEML NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 1310-RESOLVE-TYPED-ADDRESS-EXIT
           END-IF
           IF CEM-CUST-ID NOT = WS-RESOLVE-CUST-ID THEN
               SET END-OF-PASS TO TRUE
               GO TO 1310-RESOLVE-TYPED-ADDRESS-EXIT
           END-IF
           MOVE CEM-EMAIL TO WS-FOLD-IN
           PERFORM 8000-FOLD-ADDRESS THRU 8000-FOLD-ADDRESS-EXIT
           PERFORM 8200-ADD-ADDRESS THRU 8200-ADD-ADDRESS-EXIT.
       1310-RESOLVE-TYPED-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *1320-RESOLVE-BOUNCE-ADDRESS                                    *
      *    One BOUNCEST record of the customer being resolved - there *
      *    is one per address type that has bounced; the first record *
      *    of the next customer ends the walk.                        *
      *****************************************************************
       1320-RESOLVE-BOUNCE-ADDRESS.
           READ BOUNCEST NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 1320-RESOLVE-BOUNCE-ADDRESS-EXIT
           END-IF
           IF BST-CUST-ID NOT = WS-RESOLVE-CUST-ID THEN
               SET END-OF-PASS TO TRUE
               GO TO 1320-RESOLVE-BOUNCE-ADDRESS-EXIT
           END-IF
           MOVE BST-EMAIL TO WS-FOLD-IN
           PERFORM 8000-FOLD-ADDRESS THRU 8000-FOLD-ADDRESS-EXIT
           PERFORM 8200-ADD-ADDRESS THRU 8200-ADD-ADDRESS-EXIT.
       1320-RESOLVE-BOUNCE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *2000-ERASE-KEYED-FILES                                         *
      *    The in-place phase: one pass over each keyed file, in key  *
      *    order, and one keyed walk of AUDXREF per address.          *
      *****************************************************************
       2000-ERASE-KEYED-FILES.
           PERFORM 2100-ERASE-CUSTIDX THRU 2100-ERASE-CUSTIDX-EXIT
           PERFORM 2200-ERASE-CUSTEML THRU 2200-ERASE-CUSTEML-EXIT
           PERFORM 2300-ERASE-BOUNCEST THRU 2300-ERASE-BOUNCEST-EXIT
           PERFORM 2400-ERASE-REJINV THRU 2400-ERASE-REJINV-EXIT
           PERFORM 2500-ERASE-DOMEXCPT THRU 2500-ERASE-DOMEXCPT-EXIT
           PERFORM 2600-ERASE-AUDXREF THRU 2600-ERASE-AUDXREF-EXIT.
       2000-ERASE-KEYED-FILES-EXIT.
           EXIT.
      *****************************************************************
      *2100-ERASE-CUSTIDX                                             *
      *    Masks the primary address of every requested customer (or  *
      *    of any customer holding an address a request named) and   *
      *    clears the validation area, so the customer drops out of   *
      *    the extracts until the customer update process supplies a  *
      *    new address.                                               *
      *****************************************************************
       2100-ERASE-CUSTIDX.
           IF NOT FS-SEARCHED(ERAS-F-CUSTIDX) THEN
               GO TO 2100-ERASE-CUSTIDX-EXIT
           END-IF
           MOVE ERAS-F-CUSTIDX TO WS-FILE-NO
           MOVE "N" TO WS-PASS-EOF-SW
           MOVE LOW-VALUES TO CIX-CUST-ID
           START CUSTIDX KEY NOT LESS THAN CIX-CUST-ID
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2110-ERASE-ONE-CUSTIDX THRU
               2110-ERASE-ONE-CUSTIDX-EXIT
               UNTIL END-OF-PASS.
       2100-ERASE-CUSTIDX-EXIT.
           EXIT.
      *****************************************************************
      *2110-ERASE-ONE-CUSTIDX                                         *
      *****************************************************************
       2110-ERASE-ONE-CUSTIDX.
           READ CUSTIDX NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2110-ERASE-ONE-CUSTIDX-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE CIX-CUST-ID TO WS-MATCH-CUST-ID
           MOVE CIX-CUST-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT = ZERO THEN
               GO TO 2110-ERASE-ONE-CUSTIDX-EXIT
           END-IF
           PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
           MOVE ERAS-MASK TO CIX-CUST-EMAIL
           MOVE SPACES TO CIX-VAL-STATUS
           MOVE SPACES TO CIX-VAL-REASON
           MOVE SPACES TO CIX-VAL-DATE
           REWRITE CUSTIDX-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "CUSTIDX" TO WS-ERR-FILE
           MOVE WS-CIX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT.
       2110-ERASE-ONE-CUSTIDX-EXIT.
           EXIT.
      *****************************************************************
      *2200-ERASE-CUSTEML                                             *
      *    Withdraws each matching billing, statement or marketing    *
      *    address: address and validation area go to spaces, which   *
      *    CKMDELTA, CKMBATCH and CKMEXTR already treat as no address *
      *    of that type. An address already withdrawn is passed by.   *
      *****************************************************************
       2200-ERASE-CUSTEML.
           IF NOT FS-SEARCHED(ERAS-F-CUSTEML) THEN
               GO TO 2200-ERASE-CUSTEML-EXIT
           END-IF
           MOVE ERAS-F-CUSTEML TO WS-FILE-NO
           MOVE "N" TO WS-PASS-EOF-SW
           MOVE LOW-VALUES TO CEM-KEY
           START CUSTEML KEY NOT LESS THAN CEM-KEY
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2210-ERASE-ONE-CUSTEML THRU
               2210-ERASE-ONE-CUSTEML-EXIT
               UNTIL END-OF-PASS.
       2200-ERASE-CUSTEML-EXIT.
           EXIT.
      *****************************************************************
      *2210-ERASE-ONE-CUSTEML                                         *
      *****************************************************************
       2210-ERASE-ONE-CUSTEML.
           READ CUSTEML NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2210-ERASE-ONE-CUSTEML-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           IF CEM-EMAIL = SPACES THEN
               GO TO 2210-ERASE-ONE-CUSTEML-EXIT
           END-IF
           MOVE CEM-CUST-ID TO WS-MATCH-CUST-ID
           MOVE CEM-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT = ZERO THEN
               GO TO 2210-ERASE-ONE-CUSTEML-EXIT
           END-IF
           PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
           MOVE SPACES TO CEM-EMAIL
           MOVE SPACES TO CEM-VAL-STATUS
           MOVE SPACES TO CEM-VAL-REASON
           MOVE SPACES TO CEM-VAL-DATE
           REWRITE CUSTEML-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT.
       2210-ERASE-ONE-CUSTEML-EXIT.
           EXIT.
      *****************************************************************
      *2300-ERASE-BOUNCEST                                            *
      *    Masks the address a bounce record was kept for. The mask   *
      *    never equals a customer's address, so CKMDELTA and         *
      *    CKMBATCH stop holding the customer on it.                  *
      *****************************************************************
       2300-ERASE-BOUNCEST.
           IF NOT FS-SEARCHED(ERAS-F-BOUNCEST) THEN
               GO TO 2300-ERASE-BOUNCEST-EXIT
           END-IF
           MOVE ERAS-F-BOUNCEST TO WS-FILE-NO
           MOVE "N" TO WS-PASS-EOF-SW
           MOVE LOW-VALUES TO BST-KEY
           START BOUNCEST KEY NOT LESS THAN BST-KEY
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2310-ERASE-ONE-BOUNCEST THRU
               2310-ERASE-ONE-BOUNCEST-EXIT
               UNTIL END-OF-PASS.
       2300-ERASE-BOUNCEST-EXIT.
           EXIT.
      *****************************************************************
      *2310-ERASE-ONE-BOUNCEST                                        *
      *****************************************************************
       2310-ERASE-ONE-BOUNCEST.
           READ BOUNCEST NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2310-ERASE-ONE-BOUNCEST-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE BST-CUST-ID TO WS-MATCH-CUST-ID
           MOVE BST-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT = ZERO THEN
               GO TO 2310-ERASE-ONE-BOUNCEST-EXIT
           END-IF
           PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
           MOVE ERAS-MASK TO BST-EMAIL
           REWRITE BOUNCEST-RECORD
           MOVE "REWRITE" TO WS-ERR-VERB
           MOVE "BOUNCEST" TO WS-ERR-FILE
           MOVE WS-BST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT.
       2310-ERASE-ONE-BOUNCEST-EXIT.
           EXIT.
      *****************************************************************
      *2400-ERASE-REJINV                                              *
      *    Deletes every inventory entry, open or closed and of any   *
      *    address type, of a requested customer. REJINV holds no     *
      *    address, so a request naming only an address has nothing  *
      *    here.                                                      *
      *****************************************************************
       2400-ERASE-REJINV.
           IF NOT FS-SEARCHED(ERAS-F-REJINV) THEN
               GO TO 2400-ERASE-REJINV-EXIT
           END-IF
           MOVE ERAS-F-REJINV TO WS-FILE-NO
           MOVE "N" TO WS-PASS-EOF-SW
           MOVE LOW-VALUES TO RINV-KEY
           START REJINV KEY NOT LESS THAN RINV-KEY
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2410-ERASE-ONE-REJINV THRU
               2410-ERASE-ONE-REJINV-EXIT
               UNTIL END-OF-PASS.
       2400-ERASE-REJINV-EXIT.
           EXIT.
      *****************************************************************
      *2410-ERASE-ONE-REJINV                                          *
      *****************************************************************
       2410-ERASE-ONE-REJINV.
           READ REJINV NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2410-ERASE-ONE-REJINV-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE RINV-CUST-ID TO WS-MATCH-CUST-ID
           MOVE SPACES TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT = ZERO THEN
               GO TO 2410-ERASE-ONE-REJINV-EXIT
           END-IF
           PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
           DELETE REJINV RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "DELETE" TO WS-ERR-VERB
           MOVE "REJINV" TO WS-ERR-FILE
           MOVE WS-RNV-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF WS-RNV-FSTATUS = "00" THEN
               PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT
           END-IF.
       2410-ERASE-ONE-REJINV-EXIT.
           EXIT.
      *****************************************************************
      *2500-ERASE-DOMEXCPT                                            *
      *    Deletes every address-level exception (a key holding an    *
      *    '@') for an address being erased. Domain-level exceptions  *
      *    name no one and are never touched.                         *
      *****************************************************************
       2500-ERASE-DOMEXCPT.
           IF NOT FS-SEARCHED(ERAS-F-DOMEXCPT) THEN
               GO TO 2500-ERASE-DOMEXCPT-EXIT
           END-IF
           MOVE ERAS-F-DOMEXCPT TO WS-FILE-NO
           MOVE "N" TO WS-PASS-EOF-SW
           MOVE LOW-VALUES TO EXC-KEY
           START DOMEXCPT KEY NOT LESS THAN EXC-KEY
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE WS-EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 2510-ERASE-ONE-DOMEXCPT THRU
               2510-ERASE-ONE-DOMEXCPT-EXIT
               UNTIL END-OF-PASS.
       2500-ERASE-DOMEXCPT-EXIT.
           EXIT.
      *****************************************************************
      *2510-ERASE-ONE-DOMEXCPT                                        *
      *****************************************************************
       2510-ERASE-ONE-DOMEXCPT.
           READ DOMEXCPT NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE WS-EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2510-ERASE-ONE-DOMEXCPT-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE ZERO TO WS-AT-COUNT
           INSPECT EXC-KEY TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT = ZERO THEN
               GO TO 2510-ERASE-ONE-DOMEXCPT-EXIT
           END-IF
           MOVE SPACES TO WS-MATCH-CUST-ID
           MOVE EXC-KEY TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT = ZERO THEN
               GO TO 2510-ERASE-ONE-DOMEXCPT-EXIT
           END-IF
           PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
           DELETE DOMEXCPT RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "DELETE" TO WS-ERR-VERB
           MOVE "DOMEXCPT" TO WS-ERR-FILE
           MOVE WS-EXC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF WS-EXC-FSTATUS = "00" THEN
               PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT
           END-IF.
       2510-ERASE-ONE-DOMEXCPT-EXIT.
           EXIT.
      *****************************************************************
      *2600-ERASE-AUDXREF                                             *
      *    AUDXREF is keyed on the address, so each address to be     *
      *    erased is looked up directly rather than by a full pass.   *
      *****************************************************************
       2600-ERASE-AUDXREF.
           IF NOT FS-SEARCHED(ERAS-F-AUDXREF) THEN
               GO TO 2600-ERASE-AUDXREF-EXIT
           END-IF
           MOVE ERAS-F-AUDXREF TO WS-FILE-NO
           PERFORM 2610-ERASE-XREF-ADDRESS THRU
               2610-ERASE-XREF-ADDRESS-EXIT
               VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-AD-COUNT.
       2600-ERASE-AUDXREF-EXIT.
           EXIT.
      *****************************************************************
      *2610-ERASE-XREF-ADDRESS                                        *
      *    Moves every cross-reference entry of one address under the *
      *    mask key, one at a time - each move is a DELETE and a new  *
      *    WRITE, so the walk re-positions on the address each time.  *
      *****************************************************************
       2610-ERASE-XREF-ADDRESS.
           MOVE WS-AD-REQUEST(WS-AD-IDX) TO WS-RQ-HIT
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 2620-ERASE-ONE-XREF THRU 2620-ERASE-ONE-XREF-EXIT
               UNTIL END-OF-PASS.
       2610-ERASE-XREF-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *2620-ERASE-ONE-XREF                                            *
      *    Positions on the first entry of the address; none left     *
      *    ends the walk. The entry found is deleted and written back *
      *    under the mask with its timestamp, flag, reason and        *
      *    message unchanged.                                         *
      *****************************************************************
       2620-ERASE-ONE-XREF.
           MOVE LOW-VALUES TO AUDX-KEY
           MOVE WS-AD-EMAIL(WS-AD-IDX) TO AUDX-EMAIL
           START AUDXREF KEY NOT LESS THAN AUDX-KEY
               INVALID KEY
                   SET END-OF-PASS TO TRUE
           END-START
           MOVE "START" TO WS-ERR-VERB
           MOVE "AUDXREF" TO WS-ERR-FILE
           MOVE WS-XRF-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2620-ERASE-ONE-XREF-EXIT
           END-IF
           READ AUDXREF NEXT RECORD
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "AUDXREF" TO WS-ERR-FILE
           MOVE WS-XRF-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 2620-ERASE-ONE-XREF-EXIT
           END-IF
           IF AUDX-EMAIL NOT = WS-AD-EMAIL(WS-AD-IDX) THEN
               SET END-OF-PASS TO TRUE
               GO TO 2620-ERASE-ONE-XREF-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
           MOVE AUDXREF-RECORD TO WS-XREF-SAVE
           DELETE AUDXREF RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE "DELETE" TO WS-ERR-VERB
           MOVE "AUDXREF" TO WS-ERR-FILE
           MOVE WS-XRF-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           MOVE ZERO TO WS-WRITE-SEQ
           MOVE "N" TO WS-WRITE-DONE-SW
           PERFORM 2630-WRITE-MASKED-XREF THRU
               2630-WRITE-MASKED-XREF-EXIT
               UNTIL XREF-WRITE-DONE.
       2620-ERASE-ONE-XREF-EXIT.
           EXIT.
      *****************************************************************
      *2630-WRITE-MASKED-XREF                                         *
      *    One write attempt under the mask at the current sequence   *
      *    byte; a duplicate key bumps the sequence and tries again,  *
      *    the way AUDXBLD files colliding calls. The guard ends the  *
      *    attempts rather than looping: the entry is dropped and     *
      *    counted on the run summary, and the run ends RETURN-CODE 4 *
      *    so the operator reruns AUDXBLD to put it back.             *
      *****************************************************************
       2630-WRITE-MASKED-XREF.
           MOVE WS-XREF-SAVE TO AUDXREF-RECORD
           MOVE ERAS-MASK TO AUDX-EMAIL
           MOVE WS-WRITE-SEQ TO AUDX-SEQ
           WRITE AUDXREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-SEQ
                   IF WS-WRITE-SEQ > 999 THEN
                       DISPLAY "CKMERASE SEQUENCE EXHAUSTED FOR "
                           "TIMESTAMP " AUDX-TIMESTAMP
                       ADD 1 TO WS-XREF-DROPPED-COUNT
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       SET XREF-WRITE-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   PERFORM 8310-COUNT-ERASED THRU
                       8310-COUNT-ERASED-EXIT
                   SET XREF-WRITE-DONE TO TRUE
           END-WRITE
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "AUDXREF" TO WS-ERR-FILE
           MOVE WS-XRF-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2630-WRITE-MASKED-XREF-EXIT.
           EXIT.
      *****************************************************************
      *2900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in ERASRPT-RECORD and     *
      *    checks the outcome - one funnel instead of a check after   *
      *    every report WRITE.                                        *
      *****************************************************************
       2900-WRITE-REPORT-LINE.
           WRITE ERASRPT-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "ERASRPT" TO WS-ERR-FILE
           MOVE WS-RPT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT.
       2900-WRITE-REPORT-LINE-EXIT.
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Closes the keyed files, then writes one certificate per    *
      *    request and the run summary.                               *
      *****************************************************************
       3000-TERMINATE.
           IF FS-SEARCHED(ERAS-F-CUSTIDX) THEN
               CLOSE CUSTIDX
           END-IF
           IF FS-SEARCHED(ERAS-F-CUSTEML) THEN
               CLOSE CUSTEML
           END-IF
           IF FS-SEARCHED(ERAS-F-BOUNCEST) THEN
               CLOSE BOUNCEST
           END-IF
           IF FS-SEARCHED(ERAS-F-REJINV) THEN
               CLOSE REJINV
           END-IF
           IF FS-SEARCHED(ERAS-F-DOMEXCPT) THEN
               CLOSE DOMEXCPT
           END-IF
           IF FS-SEARCHED(ERAS-F-AUDXREF) THEN
               CLOSE AUDXREF
           END-IF
           IF WS-RQ-COUNT = ZERO THEN
               MOVE "  NO ERASURE REQUESTS" TO ERASRPT-RECORD
               PERFORM 2900-WRITE-REPORT-LINE THRU
                   2900-WRITE-REPORT-LINE-EXIT
           END-IF
           PERFORM 3050-WRITE-CERTIFICATE THRU
               3050-WRITE-CERTIFICATE-EXIT
               VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
           MOVE WS-RULE-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE "RUN SUMMARY" TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE WS-SUMMARY-HEADING-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           PERFORM 3070-WRITE-SUMMARY-LINE THRU
               3070-WRITE-SUMMARY-LINE-EXIT
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > ERAS-FILE-COUNT
           MOVE SPACES TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE "REQUESTS READ" TO WS-TOT-DESC
           MOVE WS-REQ-READ-COUNT TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           MOVE "REQUESTS PROCESSED" TO WS-TOT-DESC
           MOVE WS-REQ-DONE-COUNT TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           MOVE "REQUESTS REJECTED" TO WS-TOT-DESC
           MOVE WS-REQ-REJECT-COUNT TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           MOVE "ADDRESSES SEARCHED FOR" TO WS-TOT-DESC
           MOVE WS-AD-COUNT TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           MOVE "RECORDS ERASED" TO WS-TOT-DESC
           MOVE WS-ERASED-COUNT TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           MOVE "AUDXREF ENTRIES DROPPED - RUN AUDXBLD" TO WS-TOT-DESC
           MOVE WS-XREF-DROPPED-COUNT TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           CLOSE ERASRPT
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
      *3050-WRITE-CERTIFICATE                                         *
      *    One request's certificate: its sequence in the request     *
      *    file, reference, what it supplied, and - when it was acted *
      *    on - every file with whether it was searched and the       *
      *    records found and erased there. The customer id and the    *
      *    address themselves are not printed.                        *
      *****************************************************************
       3050-WRITE-CERTIFICATE.
           MOVE WS-RULE-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE WS-RQ-IDX TO WS-CHL-SEQ
           MOVE WS-RQ-REF(WS-RQ-IDX) TO WS-CHL-REF
           MOVE WS-CURRENT-DATE TO WS-CHL-DATE
           MOVE WS-CERT-HEAD-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           IF WS-RQ-CUST-ID(WS-RQ-IDX) = SPACES THEN
               MOVE "NO" TO WS-CGL-CUST
           ELSE
               MOVE "YES" TO WS-CGL-CUST
           END-IF
           IF RQ-EMAIL-GIVEN(WS-RQ-IDX) THEN
               MOVE "YES" TO WS-CGL-EMAIL
           ELSE
               MOVE "NO" TO WS-CGL-EMAIL
           END-IF
           MOVE WS-CERT-GIVEN-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           IF NOT RQ-ACCEPTED(WS-RQ-IDX) THEN
               IF RQ-NO-REFERENCE(WS-RQ-IDX) THEN
                   MOVE "NO REQUEST REFERENCE" TO WS-CRL-REASON
               ELSE
                   MOVE "NO CUSTOMER ID OR E-MAIL ADDRESS" TO
                       WS-CRL-REASON
               END-IF
               MOVE WS-CERT-REJECT-LINE TO ERASRPT-RECORD
               PERFORM 2900-WRITE-REPORT-LINE THRU
                   2900-WRITE-REPORT-LINE-EXIT
               MOVE SPACES TO ERASRPT-RECORD
               PERFORM 2900-WRITE-REPORT-LINE THRU
                   2900-WRITE-REPORT-LINE-EXIT
               GO TO 3050-WRITE-CERTIFICATE-EXIT
           END-IF
           MOVE WS-RQ-ADDR-COUNT(WS-RQ-IDX) TO WS-CAL-COUNT
           MOVE WS-CERT-ADDR-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE WS-CERT-HEADING-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE ZERO TO WS-REQ-ERASED
           PERFORM 3060-WRITE-CERT-FILE-LINE THRU
               3060-WRITE-CERT-FILE-LINE-EXIT
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > ERAS-FILE-COUNT
           MOVE SPACES TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT
           MOVE "  RECORDS ERASED FOR THIS REQUEST" TO WS-TOT-DESC
           MOVE WS-REQ-ERASED TO WS-TOT-COUNT
           PERFORM 3080-WRITE-TOTAL THRU 3080-WRITE-TOTAL-EXIT
           MOVE SPACES TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT.
       3050-WRITE-CERTIFICATE-EXIT.
           EXIT.
      *****************************************************************
      *3060-WRITE-CERT-FILE-LINE                                      *
      *****************************************************************
       3060-WRITE-CERT-FILE-LINE.
           MOVE WS-FN-NAME(WS-FILE-NO) TO WS-CDL-FILE
           MOVE WS-RQ-FOUND(WS-RQ-IDX, WS-FILE-NO) TO WS-CDL-FOUND
           MOVE WS-RQ-ERASED(WS-RQ-IDX, WS-FILE-NO) TO WS-CDL-ERASED
           ADD WS-RQ-ERASED(WS-RQ-IDX, WS-FILE-NO) TO WS-REQ-ERASED
           IF FS-SEARCHED(WS-FILE-NO) THEN
               MOVE "YES" TO WS-CDL-SEARCHED
               MOVE WS-FN-ACTION(WS-FILE-NO) TO WS-CDL-ACTION
           ELSE
               MOVE "NOT ON FILE" TO WS-CDL-SEARCHED
               MOVE SPACES TO WS-CDL-ACTION
           END-IF
           MOVE WS-CERT-DETAIL-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT.
       3060-WRITE-CERT-FILE-LINE-EXIT.
           EXIT.
      *****************************************************************
      *3070-WRITE-SUMMARY-LINE                                        *
      *    One file's run totals. Only the copied files have a        *
      *    written count; the keyed files are updated where they lie. *
      *****************************************************************
       3070-WRITE-SUMMARY-LINE.
           MOVE WS-FN-NAME(WS-FILE-NO) TO WS-SDL-FILE
           MOVE WS-FS-READ(WS-FILE-NO) TO WS-SDL-READ
           MOVE WS-FS-ERASED(WS-FILE-NO) TO WS-SDL-ERASED
           MOVE SPACES TO WS-SDL-WRITTEN
           IF FS-SEARCHED(WS-FILE-NO) THEN
               MOVE "YES" TO WS-SDL-SEARCHED
               IF WS-FILE-NO NOT < ERAS-F-AUDITLOG THEN
                   MOVE WS-FS-WRITTEN(WS-FILE-NO) TO WS-SDL-WRITTEN-N
                   MOVE WS-SDL-WRITTEN-N TO WS-SDL-WRITTEN
               END-IF
           ELSE
               MOVE "NOT ON FILE" TO WS-SDL-SEARCHED
           END-IF
           MOVE WS-SUMMARY-DETAIL-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT.
       3070-WRITE-SUMMARY-LINE-EXIT.
           EXIT.
      *****************************************************************
      *3080-WRITE-TOTAL                                               *
      *****************************************************************
       3080-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO ERASRPT-RECORD
           PERFORM 2900-WRITE-REPORT-LINE THRU
               2900-WRITE-REPORT-LINE-EXIT.
       3080-WRITE-TOTAL-EXIT.
           EXIT.
      *****************************************************************
      *3100-WRITE-RUN-RECORD                                          *
      *    Records this run's completion on the RUNLEDG ledger: in =  *
      *    requests read, out 1 = processed, out 2 = rejected, out 3  *
      *    = records erased across all files.                         *
      *****************************************************************
       3100-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMERASE" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-REQ-READ-COUNT TO RUNC-IN-COUNT
           MOVE WS-REQ-DONE-COUNT TO RUNC-OUT-COUNT-1
           MOVE WS-REQ-REJECT-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-ERASED-COUNT TO RUNC-OUT-COUNT-3
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       3100-WRITE-RUN-RECORD-EXIT.
           EXIT.
      *****************************************************************
      *4000-ERASE-SEQUENTIAL-FILES                                    *
      *    The copy phase: each sequential file is read once and      *
      *    written to its NEW dataset with the erased addresses       *
      *    masked (or, for the two work files, the records dropped).  *
      *    A file that does not exist is shown as not on file.        *
      *****************************************************************
       4000-ERASE-SEQUENTIAL-FILES.
           PERFORM 4100-ERASE-AUDITLOG THRU 4100-ERASE-AUDITLOG-EXIT
           PERFORM 4150-ERASE-AUDARCH THRU 4150-ERASE-AUDARCH-EXIT
           PERFORM 4200-ERASE-CORRTRAN THRU 4200-ERASE-CORRTRAN-EXIT
           PERFORM 4250-ERASE-SUGGFILE THRU 4250-ERASE-SUGGFILE-EXIT
           PERFORM 4300-ERASE-ACCEPTFL THRU 4300-ERASE-ACCEPTFL-EXIT
           PERFORM 4350-ERASE-REJECTFL THRU 4350-ERASE-REJECTFL-EXIT
           PERFORM 4400-ERASE-WATCHEXT THRU 4400-ERASE-WATCHEXT-EXIT
           PERFORM 4420-ERASE-FOLLOWUP THRU 4420-ERASE-FOLLOWUP-EXIT
           PERFORM 4450-ERASE-RECYCACC THRU 4450-ERASE-RECYCACC-EXIT
           PERFORM 4500-ERASE-RECYCREJ THRU 4500-ERASE-RECYCREJ-EXIT
           PERFORM 4550-ERASE-EXTRACT THRU 4550-ERASE-EXTRACT-EXIT.
       4000-ERASE-SEQUENTIAL-FILES-EXIT.
           EXIT.
      *****************************************************************
      *4100-ERASE-AUDITLOG                                            *
      *    The trace of every CHECKMAIL call. The address is masked;  *
      *    the domain, flag and reason stay, so CKMSTAT and CKMTREND  *
      *    still count the call.                                      *
      *****************************************************************
       4100-ERASE-AUDITLOG.
           MOVE ERAS-F-AUDITLOG TO WS-FILE-NO
           OPEN INPUT AUDITLOG
           IF WS-AUD-FSTATUS = "35" THEN
               GO TO 4100-ERASE-AUDITLOG-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE WS-AUD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT AUDNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "AUDNEW" TO WS-ERR-FILE
           MOVE WS-AUDN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4110-COPY-ONE-AUDITLOG THRU
               4110-COPY-ONE-AUDITLOG-EXIT
               UNTIL END-OF-PASS
           CLOSE AUDITLOG
           CLOSE AUDNEW.
       4100-ERASE-AUDITLOG-EXIT.
           EXIT.
      *****************************************************************
      *4110-COPY-ONE-AUDITLOG                                         *
      *****************************************************************
       4110-COPY-ONE-AUDITLOG.
           READ AUDITLOG
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "AUDITLOG" TO WS-ERR-FILE
           MOVE WS-AUD-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4110-COPY-ONE-AUDITLOG-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE SPACES TO WS-MATCH-CUST-ID
           MOVE AUD-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO AUD-EMAIL
           END-IF
           MOVE AUDIT-RECORD TO AUDNEW-RECORD
           WRITE AUDNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "AUDNEW" TO WS-ERR-FILE
           MOVE WS-AUDN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4110-COPY-ONE-AUDITLOG-EXIT.
           EXIT.
      *****************************************************************
      *4150-ERASE-AUDARCH                                             *
      *    The AUDPURGE archive, every generation read as one file    *
      *    and written back as one consolidated generation.           *
      *****************************************************************
       4150-ERASE-AUDARCH.
           MOVE ERAS-F-AUDARCH TO WS-FILE-NO
           OPEN INPUT AUDARCH
           IF WS-ARC-FSTATUS = "35" THEN
               GO TO 4150-ERASE-AUDARCH-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "AUDARCH" TO WS-ERR-FILE
           MOVE WS-ARC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT ARCNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ARCNEW" TO WS-ERR-FILE
           MOVE WS-ARCN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4160-COPY-ONE-AUDARCH THRU
               4160-COPY-ONE-AUDARCH-EXIT
               UNTIL END-OF-PASS
           CLOSE AUDARCH
           CLOSE ARCNEW.
       4150-ERASE-AUDARCH-EXIT.
           EXIT.
      *****************************************************************
      *4160-COPY-ONE-AUDARCH                                          *
      *****************************************************************
       4160-COPY-ONE-AUDARCH.
           READ AUDARCH
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "AUDARCH" TO WS-ERR-FILE
           MOVE WS-ARC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4160-COPY-ONE-AUDARCH-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE SPACES TO WS-MATCH-CUST-ID
           MOVE ARC-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO ARC-EMAIL
           END-IF
           MOVE AUDARCH-RECORD TO ARCNEW-RECORD
           WRITE ARCNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "ARCNEW" TO WS-ERR-FILE
           MOVE WS-ARCN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4160-COPY-ONE-AUDARCH-EXIT.
           EXIT.
      *****************************************************************
      *4200-ERASE-CORRTRAN                                            *
      *    Pending corrections. One for an erased customer or address *
      *    is dropped - applied by CKMRECYC it would only put an      *
      *    address back.                                              *
      *****************************************************************
       4200-ERASE-CORRTRAN.
           MOVE ERAS-F-CORRTRAN TO WS-FILE-NO
           OPEN INPUT CORRTRAN
           IF WS-COR-FSTATUS = "35" THEN
               GO TO 4200-ERASE-CORRTRAN-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT CORNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "CORNEW" TO WS-ERR-FILE
           MOVE WS-CORN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4210-COPY-ONE-CORRTRAN THRU
               4210-COPY-ONE-CORRTRAN-EXIT
               UNTIL END-OF-PASS
           CLOSE CORRTRAN
           CLOSE CORNEW.
       4200-ERASE-CORRTRAN-EXIT.
           EXIT.
      *****************************************************************
      *4210-COPY-ONE-CORRTRAN                                         *
      *****************************************************************
       4210-COPY-ONE-CORRTRAN.
           READ CORRTRAN
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CORRTRAN" TO WS-ERR-FILE
           MOVE WS-COR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4210-COPY-ONE-CORRTRAN-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE CORR-CUST-ID TO WS-MATCH-CUST-ID
           MOVE CORR-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT
               GO TO 4210-COPY-ONE-CORRTRAN-EXIT
           END-IF
           MOVE CORRECTION-RECORD TO CORNEW-RECORD
           WRITE CORNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "CORNEW" TO WS-ERR-FILE
           MOVE WS-CORN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-FS-WRITTEN(WS-FILE-NO).
       4210-COPY-ONE-CORRTRAN-EXIT.
           EXIT.
      *****************************************************************
      *4250-ERASE-SUGGFILE                                            *
      *    CKMSUGG's proposed corrections. One for an erased customer *
      *    or address - or proposing an erased address - is dropped.  *
      *****************************************************************
       4250-ERASE-SUGGFILE.
           MOVE ERAS-F-SUGGFILE TO WS-FILE-NO
           OPEN INPUT SUGGFILE
           IF WS-SUG-FSTATUS = "35" THEN
               GO TO 4250-ERASE-SUGGFILE-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "SUGGFILE" TO WS-ERR-FILE
           MOVE WS-SUG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT SUGNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "SUGNEW" TO WS-ERR-FILE
           MOVE WS-SUGN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4260-COPY-ONE-SUGGFILE THRU
               4260-COPY-ONE-SUGGFILE-EXIT
               UNTIL END-OF-PASS
           CLOSE SUGGFILE
           CLOSE SUGNEW.
       4250-ERASE-SUGGFILE-EXIT.
           EXIT.
      *****************************************************************
      *4260-COPY-ONE-SUGGFILE                                         *
      *****************************************************************
       4260-COPY-ONE-SUGGFILE.
           READ SUGGFILE
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "SUGGFILE" TO WS-ERR-FILE
           MOVE WS-SUG-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4260-COPY-ONE-SUGGFILE-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE SUG-CUST-ID TO WS-MATCH-CUST-ID
           MOVE SUG-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT = ZERO THEN
               MOVE SUG-PROPOSED TO WS-FOLD-IN
               PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           END-IF
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT
               GO TO 4260-COPY-ONE-SUGGFILE-EXIT
           END-IF
           MOVE SUGGESTION-RECORD TO SUGNEW-RECORD
           WRITE SUGNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "SUGNEW" TO WS-ERR-FILE
           MOVE WS-SUGN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-FS-WRITTEN(WS-FILE-NO).
       4260-COPY-ONE-SUGGFILE-EXIT.
           EXIT.
      *****************************************************************
      *4300-ERASE-ACCEPTFL                                            *
      *****************************************************************
       4300-ERASE-ACCEPTFL.
           MOVE ERAS-F-ACCEPTFL TO WS-FILE-NO
           OPEN INPUT ACCEPTFL
           IF WS-ACC-FSTATUS = "35" THEN
               GO TO 4300-ERASE-ACCEPTFL-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ACCEPTFL" TO WS-ERR-FILE
           MOVE WS-ACC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT ACCNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "ACCNEW" TO WS-ERR-FILE
           MOVE WS-ACCN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4310-COPY-ONE-ACCEPTFL THRU
               4310-COPY-ONE-ACCEPTFL-EXIT
               UNTIL END-OF-PASS
           CLOSE ACCEPTFL
           CLOSE ACCNEW.
       4300-ERASE-ACCEPTFL-EXIT.
           EXIT.
      *****************************************************************
      *4310-COPY-ONE-ACCEPTFL                                         *
      *****************************************************************
       4310-COPY-ONE-ACCEPTFL.
           READ ACCEPTFL
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "ACCEPTFL" TO WS-ERR-FILE
           MOVE WS-ACC-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4310-COPY-ONE-ACCEPTFL-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE ACC-CUST-ID TO WS-MATCH-CUST-ID
           MOVE ACC-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO ACC-EMAIL
           END-IF
           MOVE ACCEPT-RECORD TO ACCNEW-RECORD
           WRITE ACCNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "ACCNEW" TO WS-ERR-FILE
           MOVE WS-ACCN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4310-COPY-ONE-ACCEPTFL-EXIT.
           EXIT.
      *****************************************************************
      *4350-ERASE-REJECTFL                                            *
      *****************************************************************
       4350-ERASE-REJECTFL.
           MOVE ERAS-F-REJECTFL TO WS-FILE-NO
           OPEN INPUT REJECTFL
           IF WS-REJ-FSTATUS = "35" THEN
               GO TO 4350-ERASE-REJECTFL-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "REJECTFL" TO WS-ERR-FILE
           MOVE WS-REJ-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT REJNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "REJNEW" TO WS-ERR-FILE
           MOVE WS-REJN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4360-COPY-ONE-REJECTFL THRU
               4360-COPY-ONE-REJECTFL-EXIT
               UNTIL END-OF-PASS
           CLOSE REJECTFL
           CLOSE REJNEW.
       4350-ERASE-REJECTFL-EXIT.
           EXIT.
      *****************************************************************
      *4360-COPY-ONE-REJECTFL                                         *
      *****************************************************************
       4360-COPY-ONE-REJECTFL.
           READ REJECTFL
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "REJECTFL" TO WS-ERR-FILE
           MOVE WS-REJ-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4360-COPY-ONE-REJECTFL-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE REJ-CUST-ID TO WS-MATCH-CUST-ID
           MOVE REJ-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO REJ-EMAIL
           END-IF
           MOVE REJECT-RECORD TO REJNEW-RECORD
           WRITE REJNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "REJNEW" TO WS-ERR-FILE
           MOVE WS-REJN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4360-COPY-ONE-REJECTFL-EXIT.
           EXIT.
      *****************************************************************
      *4400-ERASE-WATCHEXT                                            *
      *****************************************************************
       4400-ERASE-WATCHEXT.
           MOVE ERAS-F-WATCHEXT TO WS-FILE-NO
           OPEN INPUT WATCHEXT
           IF WS-WEX-FSTATUS = "35" THEN
               GO TO 4400-ERASE-WATCHEXT-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "WATCHEXT" TO WS-ERR-FILE
           MOVE WS-WEX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT WATNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "WATNEW" TO WS-ERR-FILE
           MOVE WS-WEXN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4410-COPY-ONE-WATCHEXT THRU
               4410-COPY-ONE-WATCHEXT-EXIT
               UNTIL END-OF-PASS
           CLOSE WATCHEXT
           CLOSE WATNEW.
       4400-ERASE-WATCHEXT-EXIT.
           EXIT.
      *****************************************************************
      *4410-COPY-ONE-WATCHEXT                                         *
      *****************************************************************
       4410-COPY-ONE-WATCHEXT.
           READ WATCHEXT
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "WATCHEXT" TO WS-ERR-FILE
           MOVE WS-WEX-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4410-COPY-ONE-WATCHEXT-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE WEX-CUST-ID TO WS-MATCH-CUST-ID
           MOVE WEX-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO WEX-EMAIL
           END-IF
           MOVE WATCHEXT-RECORD TO WATNEW-RECORD
           WRITE WATNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "WATNEW" TO WS-ERR-FILE
           MOVE WS-WEXN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4410-COPY-ONE-WATCHEXT-EXIT.
           EXIT.
      *****************************************************************
      *4420-ERASE-FOLLOWUP                                            *
      *****************************************************************
       4420-ERASE-FOLLOWUP.
           MOVE ERAS-F-FOLLOWUP TO WS-FILE-NO
           OPEN INPUT FOLLOWUP
           IF WS-FUP-FSTATUS = "35" THEN
               GO TO 4420-ERASE-FOLLOWUP-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "FOLLOWUP" TO WS-ERR-FILE
           MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT FOLNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "FOLNEW" TO WS-ERR-FILE
           MOVE WS-FUPN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4430-COPY-ONE-FOLLOWUP THRU
               4430-COPY-ONE-FOLLOWUP-EXIT
               UNTIL END-OF-PASS
           CLOSE FOLLOWUP
           CLOSE FOLNEW.
       4420-ERASE-FOLLOWUP-EXIT.
           EXIT.
      *****************************************************************
      *4430-COPY-ONE-FOLLOWUP                                         *
      *****************************************************************
       4430-COPY-ONE-FOLLOWUP.
           READ FOLLOWUP
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "FOLLOWUP" TO WS-ERR-FILE
           MOVE WS-FUP-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4430-COPY-ONE-FOLLOWUP-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE FUP-CUST-ID TO WS-MATCH-CUST-ID
           MOVE FUP-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO FUP-EMAIL
           END-IF
           MOVE FOLLOWUP-RECORD TO FOLNEW-RECORD
           WRITE FOLNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "FOLNEW" TO WS-ERR-FILE
           MOVE WS-FUPN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4430-COPY-ONE-FOLLOWUP-EXIT.
           EXIT.
      *****************************************************************
      *4450-ERASE-RECYCACC                                            *
      *****************************************************************
       4450-ERASE-RECYCACC.
           MOVE ERAS-F-RECYCACC TO WS-FILE-NO
           OPEN INPUT RECYCACC
           IF WS-RCA-FSTATUS = "35" THEN
               GO TO 4450-ERASE-RECYCACC-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "RECYCACC" TO WS-ERR-FILE
           MOVE WS-RCA-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT RACNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "RACNEW" TO WS-ERR-FILE
           MOVE WS-RCAN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4460-COPY-ONE-RECYCACC THRU
               4460-COPY-ONE-RECYCACC-EXIT
               UNTIL END-OF-PASS
           CLOSE RECYCACC
           CLOSE RACNEW.
       4450-ERASE-RECYCACC-EXIT.
           EXIT.
      *****************************************************************
      *4460-COPY-ONE-RECYCACC                                         *
      *****************************************************************
       4460-COPY-ONE-RECYCACC.
           READ RECYCACC
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "RECYCACC" TO WS-ERR-FILE
           MOVE WS-RCA-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4460-COPY-ONE-RECYCACC-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE RCA-CUST-ID TO WS-MATCH-CUST-ID
           MOVE RCA-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO RCA-EMAIL
           END-IF
           MOVE RECYC-ACCEPT-RECORD TO RACNEW-RECORD
           WRITE RACNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "RACNEW" TO WS-ERR-FILE
           MOVE WS-RCAN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4460-COPY-ONE-RECYCACC-EXIT.
           EXIT.
      *****************************************************************
      *4500-ERASE-RECYCREJ                                            *
      *****************************************************************
       4500-ERASE-RECYCREJ.
           MOVE ERAS-F-RECYCREJ TO WS-FILE-NO
           OPEN INPUT RECYCREJ
           IF WS-RCR-FSTATUS = "35" THEN
               GO TO 4500-ERASE-RECYCREJ-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "RECYCREJ" TO WS-ERR-FILE
           MOVE WS-RCR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT RRJNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "RRJNEW" TO WS-ERR-FILE
           MOVE WS-RCRN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4510-COPY-ONE-RECYCREJ THRU
               4510-COPY-ONE-RECYCREJ-EXIT
               UNTIL END-OF-PASS
           CLOSE RECYCREJ
           CLOSE RRJNEW.
       4500-ERASE-RECYCREJ-EXIT.
           EXIT.
      *****************************************************************
      *4510-COPY-ONE-RECYCREJ                                         *
      *****************************************************************
       4510-COPY-ONE-RECYCREJ.
           READ RECYCREJ
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "RECYCREJ" TO WS-ERR-FILE
           MOVE WS-RCR-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4510-COPY-ONE-RECYCREJ-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE RCR-CUST-ID TO WS-MATCH-CUST-ID
           MOVE RCR-EMAIL TO WS-FOLD-IN
           PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO RCR-EMAIL
           END-IF
           MOVE RECYC-REJECT-RECORD TO RRJNEW-RECORD
           WRITE RRJNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "RRJNEW" TO WS-ERR-FILE
           MOVE WS-RCRN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4510-COPY-ONE-RECYCREJ-EXIT.
           EXIT.
      *****************************************************************
      *4550-ERASE-EXTRACT                                             *
      *    The CRM extract. Only detail records carry an address; the *
      *    header and trailer are copied as they are - the trailer's  *
      *    count is unchanged and its hash is over customer ids.      *
      *****************************************************************
       4550-ERASE-EXTRACT.
           MOVE ERAS-F-EXTRACT TO WS-FILE-NO
           OPEN INPUT EXTRACT
           IF WS-EXT-FSTATUS = "35" THEN
               GO TO 4550-ERASE-EXTRACT-EXIT
           END-IF
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
           MOVE WS-EXT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           OPEN OUTPUT EXTNEW
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "EXTNEW" TO WS-ERR-FILE
           MOVE WS-EXTN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           SET FS-SEARCHED(WS-FILE-NO) TO TRUE
           MOVE "N" TO WS-PASS-EOF-SW
           PERFORM 4560-COPY-ONE-EXTRACT THRU
               4560-COPY-ONE-EXTRACT-EXIT
               UNTIL END-OF-PASS
           CLOSE EXTRACT
           CLOSE EXTNEW.
       4550-ERASE-EXTRACT-EXIT.
           EXIT.
      *****************************************************************
      *4560-COPY-ONE-EXTRACT                                          *
      *****************************************************************
       4560-COPY-ONE-EXTRACT.
           READ EXTRACT
               AT END
                   SET END-OF-PASS TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
           MOVE WS-EXT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF END-OF-PASS THEN
               GO TO 4560-COPY-ONE-EXTRACT-EXIT
           END-IF
           ADD 1 TO WS-FS-READ(WS-FILE-NO)
           MOVE ZERO TO WS-RQ-HIT
           IF EXD-DETAIL THEN
               MOVE EXD-CUST-ID TO WS-MATCH-CUST-ID
               MOVE EXD-CUST-EMAIL TO WS-FOLD-IN
               PERFORM 8100-MATCH-RECORD THRU 8100-MATCH-RECORD-EXIT
           END-IF
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8300-COUNT-FOUND THRU 8300-COUNT-FOUND-EXIT
               MOVE ERAS-MASK TO EXD-CUST-EMAIL
           END-IF
           MOVE EXT-DETAIL-RECORD TO EXTNEW-RECORD
           WRITE EXTNEW-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "EXTNEW" TO WS-ERR-FILE
           MOVE WS-EXTN-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           PERFORM 8320-COUNT-COPIED THRU 8320-COUNT-COPIED-EXIT.
       4560-COPY-ONE-EXTRACT-EXIT.
           EXIT.
      *****************************************************************
      *8000-FOLD-ADDRESS                                              *
      *    Folds WS-FOLD-IN into WS-FOLD-EMAIL the way CHECKMAIL and  *
      *    AUDXBLD hold an address: upper case, no surrounding        *
      *    spaces.                                                    *
      *****************************************************************
       8000-FOLD-ADDRESS.
           MOVE UPPER-CASE (WS-FOLD-IN) TO WS-FOLD-EMAIL
           MOVE TRIM (WS-FOLD-EMAIL) TO WS-FOLD-EMAIL.
       8000-FOLD-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *8100-MATCH-RECORD                                              *
      *    Decides which request, if any, a record belongs to and     *
      *    returns it in WS-RQ-HIT (zero for none). A record already  *
      *    carrying the mask has nothing left to erase. With a        *
      *    customer id, the record matches a request for that id, or  *
      *    an address the request itself named; without one, it      *
      *    matches any address collected for any request.            *
      *****************************************************************
       8100-MATCH-RECORD.
           MOVE ZERO TO WS-RQ-HIT
           IF WS-FOLD-IN = ERAS-MASK THEN
               GO TO 8100-MATCH-RECORD-EXIT
           END-IF
           IF WS-MATCH-CUST-ID NOT = SPACES THEN
               PERFORM 8110-MATCH-ONE-CUSTOMER THRU
                   8110-MATCH-ONE-CUSTOMER-EXIT
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   OR WS-RQ-HIT > ZERO
           END-IF
           IF WS-RQ-HIT > ZERO OR WS-FOLD-IN = SPACES THEN
               GO TO 8100-MATCH-RECORD-EXIT
           END-IF
           PERFORM 8000-FOLD-ADDRESS THRU 8000-FOLD-ADDRESS-EXIT
           PERFORM 8120-MATCH-ONE-ADDRESS THRU
               8120-MATCH-ONE-ADDRESS-EXIT
               VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-AD-COUNT
               OR WS-RQ-HIT > ZERO.
       8100-MATCH-RECORD-EXIT.
           EXIT.
      *****************************************************************
      *8110-MATCH-ONE-CUSTOMER                                        *
      *****************************************************************
       8110-MATCH-ONE-CUSTOMER.
           IF RQ-ACCEPTED(WS-RQ-IDX)
               AND WS-RQ-CUST-ID(WS-RQ-IDX) = WS-MATCH-CUST-ID THEN
               MOVE WS-RQ-IDX TO WS-RQ-HIT
           END-IF.
       8110-MATCH-ONE-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
      *8120-MATCH-ONE-ADDRESS                                         *
      *****************************************************************
       8120-MATCH-ONE-ADDRESS.
           IF WS-AD-EMAIL(WS-AD-IDX) = WS-FOLD-EMAIL
               AND (WS-MATCH-CUST-ID = SPACES
               OR AD-FROM-REQUEST(WS-AD-IDX)) THEN
               MOVE WS-AD-REQUEST(WS-AD-IDX) TO WS-RQ-HIT
           END-IF.
       8120-MATCH-ONE-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *8200-ADD-ADDRESS                                               *
      *    Puts the folded address in WS-FOLD-EMAIL on the address    *
      *    table for request WS-RQ-HIT, from source WS-AD-NEW-SOURCE, *
      *    unless it is blank, already masked or already there. The   *
      *    table filling up refuses the run - this only happens while *
      *    addresses are being collected, before any file is changed. *
      *****************************************************************
       8200-ADD-ADDRESS.
           IF WS-FOLD-EMAIL = SPACES OR WS-FOLD-EMAIL = ERAS-MASK THEN
               GO TO 8200-ADD-ADDRESS-EXIT
           END-IF
           MOVE ZERO TO WS-AD-FOUND
           PERFORM 8210-FIND-ADDRESS THRU 8210-FIND-ADDRESS-EXIT
               VARYING WS-AD-IDX FROM 1 BY 1
               UNTIL WS-AD-IDX > WS-AD-COUNT
               OR WS-AD-FOUND > ZERO
           IF WS-AD-FOUND > ZERO THEN
               GO TO 8200-ADD-ADDRESS-EXIT
           END-IF
           IF WS-AD-COUNT NOT < ERAS-MAX-ADDRESSES THEN
               DISPLAY "CKMERASE ADDRESS TABLE FULL - "
                   "RUN REFUSED, NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-AD-COUNT
           MOVE WS-FOLD-EMAIL TO WS-AD-EMAIL(WS-AD-COUNT)
           MOVE WS-RQ-HIT TO WS-AD-REQUEST(WS-AD-COUNT)
           MOVE WS-AD-NEW-SOURCE TO WS-AD-SOURCE(WS-AD-COUNT)
           ADD 1 TO WS-RQ-ADDR-COUNT(WS-RQ-HIT).
       8200-ADD-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *8210-FIND-ADDRESS                                              *
      *****************************************************************
       8210-FIND-ADDRESS.
           IF WS-AD-EMAIL(WS-AD-IDX) = WS-FOLD-EMAIL THEN
               MOVE WS-AD-IDX TO WS-AD-FOUND
           END-IF.
       8210-FIND-ADDRESS-EXIT.
           EXIT.
      *****************************************************************
      *8300-COUNT-FOUND                                               *
      *    A record of file WS-FILE-NO matched request WS-RQ-HIT.     *
      *****************************************************************
       8300-COUNT-FOUND.
           ADD 1 TO WS-RQ-FOUND(WS-RQ-HIT, WS-FILE-NO).
       8300-COUNT-FOUND-EXIT.
           EXIT.
      *****************************************************************
      *8310-COUNT-ERASED                                              *
      *    The matched record has been masked, withdrawn, deleted or  *
      *    dropped.                                                   *
      *****************************************************************
       8310-COUNT-ERASED.
           ADD 1 TO WS-RQ-ERASED(WS-RQ-HIT, WS-FILE-NO)
           ADD 1 TO WS-FS-ERASED(WS-FILE-NO)
           ADD 1 TO WS-ERASED-COUNT.
       8310-COUNT-ERASED-EXIT.
           EXIT.
      *****************************************************************
      *8320-COUNT-COPIED                                              *
      *    A record has been written to a NEW dataset; when it was a  *
      *    matched record, the masked copy is what erased it.         *
      *****************************************************************
       8320-COUNT-COPIED.
           ADD 1 TO WS-FS-WRITTEN(WS-FILE-NO)
           IF WS-RQ-HIT > ZERO THEN
               PERFORM 8310-COUNT-ERASED THRU 8310-COUNT-ERASED-EXIT
           END-IF.
       8320-COUNT-COPIED-EXIT.
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
      *    promote step does not run.                                 *
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
