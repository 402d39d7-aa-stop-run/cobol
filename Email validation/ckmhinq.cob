      *                             validation calls in timestamp
      *                             order off the AUDXREF index
      *                             AUDXBLD builds nightly.
      *   15/10/2026  aa-stop-run   Reason table extended for codes
      *                             33-37 (the per-label domain rules
      *                             CHECKMAIL now applies).
      *   15/10/2026  aa-stop-run   Reason codes 46 (role account) and
      *                             47 (disposable-mail domain)
      *                             described.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMHINQ.
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
           OPEN INPUT AUDXREF
           IF WS-XRF-FSTATUS = "35" THEN
