      *                             summarising yesterday's AUDITLOG
      *                             unknowingly. Its own completion
      *                             is recorded on the way out.
      *   15/10/2026  aa-stop-run   Reason table extended for codes
      *                             33-37 (the per-label domain rules
      *                             CHECKMAIL now applies).
      *   15/10/2026  aa-stop-run   Business date now comes from the
      *                             PROCDATE control record (via
      *                             CKMPDATE) instead of the system
      *                             clock; the run is refused when no
      *                             processing date has been set.
      *   15/10/2026  aa-stop-run   Reason codes 46 (role account) and
      *                             47 (disposable-mail domain)
      *                             described and given their own total
      *                             lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMSTAT.
      *    Communication area for the CKMRUNC run-control calls.      *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    Communication area for the CKMPDATE processing-date call.  *
      *****************************************************************
           COPY PDTCOM.
       77  WS-AUD-FSTATUS             PIC X(02)   VALUE SPACES.
       77  WS-WD1-FSTATUS             PIC X(02)   VALUE SPACES.
       77  WS-WD2-FSTATUS             PIC X(02)   VALUE SPACES.
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
           INITIALIZE PDATE-COMMAREA
           SET PDATE-FN-GET TO TRUE
           CALL "CKMPDATE" USING PDATE-COMMAREA
           IF PDATE-NOT-SET THEN
               DISPLAY "CKMSTAT NO PROCESSING DATE ON PROCDATE - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PDATE-BUS-DATE TO WS-RUN-DATE
           OPEN INPUT AUDITLOG
           MOVE "OPEN" TO WS-ERR-VERB
           MOVE "AUDITLOG" TO WS-ERR-FILE
      *****************************************************************
      *    Warning-class accepts (reason 45 - domain on the DOMWATCH *
      *    compliance watch list) get their own band, the daily      *
      *    figure compliance asked for. The role-account (46) and    *
      *    disposable-mail (47) warnings are counted on lines of     *
      *    their own, apart from the compliance figure.              *
      *****************************************************************
           MOVE "TOTAL ACCEPTED WITH WARNING" TO WS-DTL-DESC
           MOVE WS-RT-COUNT(46) TO WS-DTL-COUNT
           MOVE WS-DETAIL-LINE TO STATRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           MOVE "TOTAL ROLE-ACCOUNT WARNINGS" TO WS-DTL-DESC
           MOVE WS-RT-COUNT(47) TO WS-DTL-COUNT
           MOVE WS-DETAIL-LINE TO STATRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           MOVE "TOTAL DISPOSABLE-MAIL WARNINGS" TO WS-DTL-DESC
           MOVE WS-RT-COUNT(48) TO WS-DTL-COUNT
           MOVE WS-DETAIL-LINE TO STATRPT-RECORD
           PERFORM 4900-WRITE-REPORT-LINE THRU
               4900-WRITE-REPORT-LINE-EXIT
           MOVE SPACES TO STATRPT-RECORD
