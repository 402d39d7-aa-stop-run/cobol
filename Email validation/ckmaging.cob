      *                             reason code, for the backlog
      *                             picture management keeps asking
      *                             for.
      *   15/10/2026  aa-stop-run   Reason tables extended to code 60
      *                             (undeliverable - set by CKMBOUNC
      *                             from the bounce feed).
      *   15/10/2026  aa-stop-run   Reason table extended for codes
      *                             33-37 (the per-label domain rules
      *                             CHECKMAIL now applies).
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   REJINV is now keyed on customer id
      *                             and address type; the report adds
      *                             the open backlog by address type
      *                             (primary, billing, statement,
      *                             marketing).
      *   15/10/2026  aa-stop-run   Reason codes 46 (role account) and
      *                             47 (disposable-mail domain)
      *                             described.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMAGING.
           SELECT REJINV ASSIGN TO "rejinv"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY RINV-KEY
                   FILE STATUS WS-RNV-FSTATUS.
           SELECT AGERPT ASSIGN TO "agerpt"
                   ORGANIZATION IS LINE SEQUENTIAL
       FD  ERRLOG.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-RNV-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-RPT-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-ERR-FSTATUS            PIC X(02)   VALUE SPACES.
       77  WS-BAND-IDX               PIC 9(01)   COMP VALUE ZERO.
      *****************************************************************
      *    One count per band (1 = 0-7 days, 2 = 8-30, 3 = over 30)  *
      *    and reason code (0-60, indexed code + 1), plus the band   *
      *    totals and the reason descriptions as on CKMSTAT's        *
      *    report.                                                   *
      *****************************************************************
       01  WS-BAND-TABLE.
           03  WS-BT-BAND OCCURS 3 TIMES.
               05  WS-BT-COUNT OCCURS 61 TIMES PIC 9(09) COMP.
       01  WS-BAND-TOTALS.
           03  WS-BT-TOTAL OCCURS 3 TIMES PIC 9(09) COMP.
       01  WS-BAND-HEADINGS.
       01  WS-BAND-HDG-TABLE REDEFINES WS-BAND-HEADINGS.
           03  WS-BH-TEXT OCCURS 3 TIMES PIC X(30).
       01  WS-REASON-DESC.
           03  WS-RT-DESC OCCURS 61 TIMES PIC X(30) VALUE SPACES.
       77  WS-RT-IDX                 PIC 9(02)   COMP VALUE ZERO.
      *****************************************************************
      *    Open entries by the address type on the inventory key     *
      *    (1 = primary CUST-EMAIL, 2 = billing, 3 = statement,      *
      *    4 = marketing), so the stewards can see which of a        *
      *    customer's addresses the backlog is made of.              *
      *****************************************************************
       01  WS-TYPE-TOTALS.
           03  WS-TY-COUNT OCCURS 4 TIMES PIC 9(09) COMP.
       01  WS-TYPE-HEADINGS.
           03  FILLER                 PIC X(30)
               VALUE "PRIMARY ADDRESS (CUST-EMAIL)  ".
           03  FILLER                 PIC X(30)
               VALUE "BILLING ADDRESS               ".
           03  FILLER                 PIC X(30)
               VALUE "STATEMENT ADDRESS             ".
           03  FILLER                 PIC X(30)
               VALUE "MARKETING ADDRESS             ".
       01  WS-TYPE-HDG-TABLE REDEFINES WS-TYPE-HEADINGS.
           03  WS-TH-TEXT OCCURS 4 TIMES PIC X(30).
       77  WS-TYPE-IDX               PIC 9(01)   COMP VALUE ZERO.
      *****************************************************************
      *    Report lines.                                              *
      *****************************************************************
       01  WS-DETAIL-LINE.
      *    says so.                                                  *
      *****************************************************************
       1000-INITIALIZE.
           MOVE ZEROS TO WS-BAND-TABLE WS-BAND-TOTALS WS-TYPE-TOTALS
           MOVE "E-MAIL ACCEPTED"              TO WS-RT-DESC(1)
           MOVE "MISSING OR MULTIPLE '@'"      TO WS-RT-DESC(11)
           MOVE "INVALID USER CHARACTERS"      TO WS-RT-DESC(21)
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
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMAGING NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-TODAY-DATE
           MOVE INTEGER-OF-DATE (WS-TODAY-DATE) TO WS-TODAY-INT
           OPEN OUTPUT AGERPT
           MOVE "OPEN" TO WS-ERR-VERB
               COMPUTE WS-RT-IDX = RINV-REASON-CODE + 1
               ADD 1 TO WS-BT-COUNT(WS-BAND-IDX, WS-RT-IDX)
               ADD 1 TO WS-BT-TOTAL(WS-BAND-IDX)
               EVALUATE TRUE
                   WHEN RINV-ADDR-BILLING
                       MOVE 2 TO WS-TYPE-IDX
                   WHEN RINV-ADDR-STATEMENT
                       MOVE 3 TO WS-TYPE-IDX
                   WHEN RINV-ADDR-MARKETING
                       MOVE 4 TO WS-TYPE-IDX
                   WHEN OTHER
                       MOVE 1 TO WS-TYPE-IDX
               END-EVALUATE
               ADD 1 TO WS-TY-COUNT(WS-TYPE-IDX)
           ELSE
               ADD 1 TO WS-CORRECTED-COUNT
           END-IF
      *****************************************************************
      *3000-WRITE-REPORT                                              *
      *    One section per band - the reason-code counts and a band  *
      *    total - then the overall open and corrected figures and   *
      *    the open entries by address type.                         *
      *****************************************************************
       3000-WRITE-REPORT.
           PERFORM 3100-WRITE-ONE-BAND THRU 3100-WRITE-ONE-BAND-EXIT
           MOVE WS-CORRECTED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO AGERPT-RECORD
           PERFORM 3900-WRITE-REPORT-LINE THRU
               3900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO AGERPT-RECORD
           PERFORM 3900-WRITE-REPORT-LINE THRU
               3900-WRITE-REPORT-LINE-EXIT
           MOVE "OPEN REJECTS BY ADDRESS TYPE" TO AGERPT-RECORD
           PERFORM 3900-WRITE-REPORT-LINE THRU
               3900-WRITE-REPORT-LINE-EXIT
           PERFORM 3300-WRITE-ONE-TYPE THRU 3300-WRITE-ONE-TYPE-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 4.
       3000-WRITE-REPORT-EXIT.
           EXIT.
      *****************************************************************
               3900-WRITE-REPORT-LINE-EXIT
           PERFORM 3200-WRITE-ONE-REASON THRU
               3200-WRITE-ONE-REASON-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1 UNTIL WS-RT-IDX > 61
           MOVE "BAND TOTAL" TO WS-TOT-DESC
           MOVE WS-BT-TOTAL(WS-BAND-IDX) TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO AGERPT-RECORD
       3200-WRITE-ONE-REASON-EXIT.
           EXIT.
      *****************************************************************
      *3300-WRITE-ONE-TYPE                                            *
      *****************************************************************
       3300-WRITE-ONE-TYPE.
           MOVE WS-TH-TEXT(WS-TYPE-IDX) TO WS-DTL-DESC
           MOVE WS-TY-COUNT(WS-TYPE-IDX) TO WS-DTL-COUNT
           MOVE WS-DETAIL-LINE TO AGERPT-RECORD
           PERFORM 3900-WRITE-REPORT-LINE THRU
               3900-WRITE-REPORT-LINE-EXIT.
       3300-WRITE-ONE-TYPE-EXIT.
           EXIT.
      *****************************************************************
      *3900-WRITE-REPORT-LINE                                         *
      *    Writes the line the caller built in AGERPT-RECORD and      *
      *    checks the outcome - one funnel instead of a check after   *
