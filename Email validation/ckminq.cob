      *                             (accepted with warning - domain
      *                             on the DOMWATCH compliance
      *                             watch list).
      *   15/10/2026  aa-stop-run   Reason table extended for codes
      *                             33-37 (the per-label domain rules
      *                             CHECKMAIL now applies).
      *   15/10/2026  aa-stop-run   Each session's inquiries are added
      *                             to the day's CKMINQ record on
      *                             RUNLEDG (CKMRUNC function A), so
      *                             CKMBAL can balance AUDITLOG against
      *                             the ledger.
      *   15/10/2026  aa-stop-run   Reason codes 46 (role account) and
      *                             47 (disposable-mail domain)
      *                             described.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMINQ.
      *          (two-label suffix), DOMINIOS (single TLD) or
      *          neither. CHECKMAIL's files are opened once with
      *          PROG-MODE "I" and held open across inquiries, then
      *          closed with "T" when a blank entry ends the session,
      *          and the session's inquiries are added to the day's
      *          CKMINQ record on RUNLEDG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           88  CKM-MATCH-NONE               VALUE "N".
       77  WS-DONE-SW                PIC X(01)   VALUE "N".
           88  INQUIRY-DONE                      VALUE "Y".
       77  WS-CALL-COUNT             PIC 9(09)   COMP VALUE ZERO.
       77  WS-ACCEPT-COUNT           PIC 9(09)   COMP VALUE ZERO.
       77  WS-REJECT-COUNT           PIC 9(09)   COMP VALUE ZERO.
      *****************************************************************
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    One description per REASON-CODE value (0-50), indexed      *
      *    code + 1, as on CKMSTAT's report.                          *
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
           SET CKM-MODE-INITIALIZE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE,
               WS-CKM-MATCH
           ADD 1 TO WS-CALL-COUNT
           IF WS-CKM-FLAG = "S" THEN
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-CKM-FLAG TO WS-RSL-FLAG
           MOVE REASON-CODE TO WS-RSL-CODE
           COMPUTE WS-RT-IDX = REASON-CODE + 1
           EXIT.
      *****************************************************************
      *3000-TERMINATE                                                 *
      *    Closes what the "I" call opened, and adds the session's    *
      *    inquiries to the day's CKMINQ record on RUNLEDG - every    *
      *    one wrote an AUDITLOG record, which CKMBAL balances        *
      *    against the ledger.                                        *
      *****************************************************************
       3000-TERMINATE.
           SET CKM-MODE-TERMINATE TO TRUE
           CALL "CHECKMAIL" USING WS-CKM-EMAIL, WS-CKM-FLAG,
               WS-CKM-MENSAGEM, REASON-CODE, WS-CKM-MODE,
               WS-CKM-MATCH
           IF WS-CALL-COUNT > ZERO THEN
               INITIALIZE RUNC-COMMAREA
               SET RUNC-FN-ADD TO TRUE
               MOVE "CKMINQ" TO RUNC-JOB-NAME
               MOVE ZERO TO RUNC-RETURN-CODE
               MOVE WS-CALL-COUNT TO RUNC-IN-COUNT
               MOVE WS-ACCEPT-COUNT TO RUNC-OUT-COUNT-1
               MOVE WS-REJECT-COUNT TO RUNC-OUT-COUNT-2
               MOVE WS-CALL-COUNT TO RUNC-CALL-COUNT
               CALL "CKMRUNC" USING RUNC-COMMAREA
           END-IF
           DISPLAY "CKMINQ - SESSION ENDED".
       3000-TERMINATE-EXIT.
           EXIT.
