      *           CKMEXTR builds for the campaign/CRM system. Three
      *           record types share one 312-byte record: a header
      *           ("H" - extract date, run identifier, layout
      *           version, full/changes mode, address type sent),
      *           one detail per validated customer ("D" - id,
      *           name, e-mail, validation status and date, address
      *           type), and a trailer ("T" - detail count and a
      *           hash total over the customer ids) so the
      *           receiving load step can verify the transfer is
      *           complete before using a byte of it. The hash is
      *           the sum of the numeric customer ids truncated to
      *           15 digits; an id that is not numeric adds nothing
      *           and is reported by CKMEXTR, so both sides can
      *           recompute the same figure. COPY under the FD -
      *           the three 01 levels implicitly redefine one
      *           another, as FILE SECTION records do.
      * History:
      *   03/09/2026  aa-stop-run   Original layout, version 0001.
      *   15/10/2026  aa-stop-run   Version 0002: EXH-ADDR-TYPE and
      *                             EXD-ADDR-TYPE ("P" primary
      *                             CUST-EMAIL, "M" marketing
      *                             address) taken out of FILLER;
      *                             record length unchanged.
      ******************************************************************
       01  EXT-HEADER-RECORD.
           03  EXH-REC-TYPE             PIC X(01).
           03  EXH-EXTRACT-MODE         PIC X(01).
               88  EXH-MODE-FULL                VALUE "F".
               88  EXH-MODE-CHANGES             VALUE "C".
           03  EXH-ADDR-TYPE            PIC X(01).
               88  EXH-ADDR-PRIMARY             VALUE "P".
               88  EXH-ADDR-MARKETING           VALUE "M".
           03  FILLER                   PIC X(283).
       01  EXT-DETAIL-RECORD.
           03  EXD-REC-TYPE             PIC X(01).
               88  EXD-DETAIL                   VALUE "D".
           03  EXD-CUST-EMAIL           PIC X(254).
           03  EXD-VAL-STATUS           PIC X(01).
           03  EXD-VAL-DATE             PIC X(08).
           03  EXD-ADDR-TYPE            PIC X(01).
           03  FILLER                   PIC X(07).
       01  EXT-TRAILER-RECORD.
           03  EXTR-REC-TYPE            PIC X(01).
               88  EXTR-TRAILER                 VALUE "T".
