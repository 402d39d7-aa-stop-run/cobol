      *                             record says nothing about whether
      *                             the CKMLOAD rebuild that follows
      *                             the sweep ever ran.
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   MKT in the PARM now sends each
      *                             customer's marketing address from
      *                             the new CUSTEML file instead of
      *                             CUST-EMAIL; the address type sent
      *                             goes on the header and every detail
      *                             (EXTREC layout version 0002). PARM
      *                             widened to 8 bytes for 'FULL,MKT'.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMEXTR.
      *          on the way in for today's record from CKMDELTA or
      *          CKMLOAD - the two jobs that actually freshen
      *          CUSTIDX - and records its own completion on the
      *          way out. MKT in the PARM ('MKT' or 'FULL,MKT')
      *          sends each customer's marketing address from
      *          CUSTEML instead of CUST-EMAIL, under the same
      *          clean/changed-today rules; customers with no
      *          marketing address are left out and counted. The
      *          header and every detail carry the address type
      *          sent ("P" primary or "M" marketing).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ACCESS IS SEQUENTIAL
                   RECORD KEY CIX-CUST-ID
                   FILE STATUS WS-CUST-FSTATUS.
           SELECT CUSTEML ASSIGN TO "custeml"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY CEM-KEY
                   FILE STATUS WS-CEM-FSTATUS.
           SELECT EXTRACT ASSIGN TO "extract"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
       FILE SECTION.
       FD  CUSTIDX.
           COPY CIXREC.
       FD  CUSTEML.
           COPY CEMREC.
       FD  EXTRACT.
           COPY EXTREC.
       FD  ERRLOG.
      *    Communication area for the CKMRUNC run-control calls.      *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-CUST-FSTATUS           PIC X(02)   VALUE SPACES.
       77  WS-EXT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-CEM-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-EOF-SW                 PIC X(01)   VALUE "N".
           88  END-OF-CUSTIDX                    VALUE "Y".
      *****************************************************************
      *    Extract mode, resolved from the PARM: 'FULL' extracts      *
      *    every validated customer, anything else extracts only      *
      *    customers validated today - the weekday default. MKT      *
      *    anywhere in the PARM ('MKT', 'FULL,MKT') sends each        *
      *    customer's marketing address off CUSTEML instead of        *
      *    CUST-EMAIL; the address type goes on the header and on     *
      *    every detail.                                              *
      *****************************************************************
       77  WS-MODE-SW                PIC X(01)   VALUE "C".
           88  FULL-EXTRACT                      VALUE "F".
           88  CHANGES-ONLY                      VALUE "C".
       77  WS-ADDR-MODE-SW           PIC X(01)   VALUE "P".
           88  PRIMARY-ADDRESS                   VALUE "P".
           88  MARKETING-ADDRESS                 VALUE "M".
       01  WS-EXTR-PARM              PIC X(08)   VALUE SPACES.
       77  WS-PARM-LEN               PIC S9(04)  COMP VALUE ZERO.
       77  WS-MKT-TALLY              PIC 9(04)   COMP VALUE ZERO.
       77  WS-MKT-FOUND-SW           PIC X(01)   VALUE "N".
           88  MARKETING-ADDRESS-FOUND           VALUE "Y".
      *****************************************************************
      *    Run counters and the hash accumulator. The hash is a       *
      *    15-digit truncating sum of the numeric customer ids -      *
       77  WS-READ-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-DETAIL-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-BADID-COUNT            PIC 9(09)   COMP VALUE ZERO.
       77  WS-NOMKT-COUNT            PIC 9(09)   COMP VALUE ZERO.
       01  WS-HASH-TOTAL             PIC 9(15)   VALUE ZEROS.
       01  WS-CUST-ID-N              PIC 9(10)   VALUE ZEROS.
       01  WS-CUST-ID-X REDEFINES WS-CUST-ID-N
      *    bump it when EXTREC changes shape, so the receiving side   *
      *    can refuse a layout it does not know.                      *
      *****************************************************************
       77  CKMEXTR-LAYOUT-VERSION    PIC X(04)   VALUE "0002".
      *****************************************************************
      *    Trailer line built for DISPLAY at end of run.              *
      *****************************************************************
           03  FILLER                PIC X(07)
                                      VALUE "  HASH ".
           03  WS-TRL-HASH            PIC 9(15).
       01  WS-MKT-TRAILER-LINE.
           03  FILLER                PIC X(24)
                                      VALUE "CKMEXTR MARKETING MODE ".
           03  FILLER                PIC X(22)
                                      VALUE "- NO MARKETING ADDR ".
           03  WS-MTL-NOMKT           PIC ZZZ,ZZZ,ZZ9.
       LINKAGE SECTION.
      *****************************************************************
      *    Received from the EXEC card's PARM= (PARM='FULL' for the   *
      *    full extract, MKT for the marketing address). OPTIONAL, so *
      *    a run with no PARM takes the changes-only default.         *
      *****************************************************************
       01  CKMEXTR-PARM.
           03  CKMEXTR-PARM-LEN        PIC S9(04)  COMP.
           03  CKMEXTR-PARM-TEXT       PIC X(08).
       PROCEDURE DIVISION USING OPTIONAL CKMEXTR-PARM.
      *****************************************************************
      *0000-MAINLINE                                                  *
      *1000-INITIALIZE                                                *
      *    Checks the producer's ledger record, resolves the mode,    *
      *    opens the files, writes the header and primes the read.    *
      *    Only the PARM-LEN bytes actually passed are looked at.     *
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1050-CHECK-PRODUCER THRU 1050-CHECK-PRODUCER-EXIT
           IF ADDRESS OF CKMEXTR-PARM NOT = NULL THEN
               MOVE CKMEXTR-PARM-LEN TO WS-PARM-LEN
               IF WS-PARM-LEN > 8 THEN
                   MOVE 8 TO WS-PARM-LEN
               END-IF
               IF WS-PARM-LEN > ZERO THEN
                   MOVE CKMEXTR-PARM-TEXT(1:WS-PARM-LEN)
                       TO WS-EXTR-PARM
               END-IF
           END-IF
           IF WS-EXTR-PARM(1:4) = "FULL" THEN
               SET FULL-EXTRACT TO TRUE
           END-IF
           INSPECT WS-EXTR-PARM TALLYING WS-MKT-TALLY FOR ALL "MKT"
           IF WS-MKT-TALLY > ZERO THEN
               SET MARKETING-ADDRESS TO TRUE
           END-IF
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMEXTR NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN INPUT CUSTIDX
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE WS-CUST-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF MARKETING-ADDRESS THEN
               OPEN INPUT CUSTEML
               MOVE "OPEN" TO WS-ERR-VERB
               MOVE "CUSTEML" TO WS-ERR-FILE
               MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
               PERFORM 9000-CHECK-FILE-STATUS THRU
                   9000-CHECK-FILE-STATUS-EXIT
           END-IF
           OPEN OUTPUT EXTRACT
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
           MOVE WS-EXT-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
           ELSE
               SET EXH-MODE-CHANGES TO TRUE
           END-IF
           MOVE WS-ADDR-MODE-SW TO EXH-ADDR-TYPE
           WRITE EXT-HEADER-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
      *2000-EXTRACT-CUSTOMER                                          *
      *    One master record: only a customer whose e-mail is        *
      *    validated clean goes out, and in changes-only mode only   *
      *    when the validation is stamped today. In marketing mode   *
      *    the same test is made on the customer's marketing address *
      *    instead; a customer without one is counted and left out.  *
      *****************************************************************
       2000-EXTRACT-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           IF MARKETING-ADDRESS THEN
               PERFORM 2050-EXTRACT-MARKETING THRU
                   2050-EXTRACT-MARKETING-EXIT
               PERFORM 2100-READ-CUSTOMER THRU 2100-READ-CUSTOMER-EXIT
               GO TO 2000-EXTRACT-CUSTOMER-EXIT
           END-IF
           IF CIX-EMAIL-ACCEPTED THEN
               IF FULL-EXTRACT
                   OR CIX-VAL-DATE = WS-CURRENT-DATE-X THEN
       2000-EXTRACT-CUSTOMER-EXIT.
           EXIT.
      *****************************************************************
      *2050-EXTRACT-MARKETING                                         *
      *    Looks up the customer's marketing address on CUSTEML      *
      *    (customer id plus type "M"). No record, or a blank        *
      *    address, means the customer has given none.               *
      *****************************************************************
       2050-EXTRACT-MARKETING.
           MOVE "N" TO WS-MKT-FOUND-SW
           MOVE CIX-CUST-ID TO CEM-CUST-ID
           SET CEM-MARKETING TO TRUE
           READ CUSTEML
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MARKETING-ADDRESS-FOUND TO TRUE
           END-READ
           MOVE "READ" TO WS-ERR-VERB
           MOVE "CUSTEML" TO WS-ERR-FILE
           MOVE WS-CEM-FSTATUS TO WS-ERR-STATUS
           PERFORM 9000-CHECK-FILE-STATUS THRU
               9000-CHECK-FILE-STATUS-EXIT
           IF NOT MARKETING-ADDRESS-FOUND OR CEM-EMAIL = SPACES THEN
               ADD 1 TO WS-NOMKT-COUNT
               GO TO 2050-EXTRACT-MARKETING-EXIT
           END-IF
           IF CEM-EMAIL-ACCEPTED THEN
               IF FULL-EXTRACT
                   OR CEM-VAL-DATE = WS-CURRENT-DATE-X THEN
                   PERFORM 2200-WRITE-DETAIL THRU
                       2200-WRITE-DETAIL-EXIT
               END-IF
           END-IF.
       2050-EXTRACT-MARKETING-EXIT.
           EXIT.
      *****************************************************************
      *2100-READ-CUSTOMER                                             *
      *****************************************************************
       2100-READ-CUSTOMER.
           EXIT.
      *****************************************************************
      *2200-WRITE-DETAIL                                              *
      *    One detail record - the marketing address and its         *
      *    validation in marketing mode, CUST-EMAIL's otherwise -    *
      *    and the customer id joined to the hash total. A           *
      *    non-numeric id cannot be hashed - it is counted           *
      *    and reported so the receiving side knows the rule is      *
      *    "numeric ids only" on both ends.                          *
      *****************************************************************
           SET EXD-DETAIL TO TRUE
           MOVE CIX-CUST-ID TO EXD-CUST-ID
           MOVE CIX-CUST-NAME TO EXD-CUST-NAME
           IF MARKETING-ADDRESS THEN
               MOVE CEM-EMAIL TO EXD-CUST-EMAIL
               MOVE CEM-VAL-STATUS TO EXD-VAL-STATUS
               MOVE CEM-VAL-DATE TO EXD-VAL-DATE
           ELSE
               MOVE CIX-CUST-EMAIL TO EXD-CUST-EMAIL
               MOVE CIX-VAL-STATUS TO EXD-VAL-STATUS
               MOVE CIX-VAL-DATE TO EXD-VAL-DATE
           END-IF
           MOVE WS-ADDR-MODE-SW TO EXD-ADDR-TYPE
           WRITE EXT-DETAIL-RECORD
           MOVE "WRITE" TO WS-ERR-VERB
           MOVE "EXTRACT" TO WS-ERR-FILE
               9000-CHECK-FILE-STATUS-EXIT
           CLOSE CUSTIDX
           CLOSE EXTRACT
           IF MARKETING-ADDRESS THEN
               CLOSE CUSTEML
           END-IF
           MOVE WS-READ-COUNT TO WS-TRL-READ
           MOVE WS-DETAIL-COUNT TO WS-TRL-DETAIL
           MOVE WS-BADID-COUNT TO WS-TRL-BADID
           MOVE WS-HASH-TOTAL TO WS-TRL-HASH
           DISPLAY WS-TRAILER-LINE
           IF MARKETING-ADDRESS THEN
               MOVE WS-NOMKT-COUNT TO WS-MTL-NOMKT
               DISPLAY WS-MKT-TRAILER-LINE
           END-IF
           PERFORM 3100-WRITE-RUN-RECORD THRU
               3100-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
