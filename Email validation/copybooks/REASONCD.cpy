      *  30 = invalid characters in the domain part
      *  31 = domain has no '.' before the domain name
      *  32 = no characters before the final '.' in the domain
      *  33 = a domain label starts with a '-'
      *  34 = a domain label ends with a '-'
      *  35 = the domain has an empty label ('..' or a trailing '.')
      *  36 = a domain label is longer than 63 characters
      *  37 = a domain label has '--' in positions 3-4 but is not an
      *       XN-- punycode label
      *  40 = domain is not on the approved domain list
      *  41 = domain is on the blocked-domain list (DOMBLOCK)
      *  43 = accepted by an approved exception (DOMEXCPT)
      *  45 = accepted with warning - domain on the compliance
      *       watch list (DOMWATCH)
      *  46 = accepted with warning - the local part is a role
      *       account (INFO@, NOREPLY@...) on DOMROLE, not a person
      *  47 = accepted with warning - the domain is a disposable-
      *       mail provider on DOMDISP
      *  50 = e-mail fills the whole field - likely truncated upstream
      *  60 = undeliverable - the address hard-bounced, or reached
      *       the soft-bounce limit, on the campaign bounce feed
      *       (set by CKMBOUNC, never returned by CHECKMAIL)
      * History:
      *   09/08/2026  aa-stop-run   Original set of codes.
      *   22/08/2026  aa-stop-run   Added 41 for domains rejected by
      *                             the middle outcome between
      *                             blocking legitimate customers
      *                             and failing audits in silence.
      *   15/10/2026  aa-stop-run   Added 60 for addresses the campaign
      *                             bounce feed proved undeliverable.
      *                             CKMBOUNC sets it on the customer
      *                             master; CKMBATCH and CKMDELTA keep
      *                             it until the address changes.
      *   15/10/2026  aa-stop-run   Added 33-37 for the per-label
      *                             domain rules - a label starting or
      *                             ending with '-', an empty label, a
      *                             label over 63 characters and a
      *                             reserved '--' label that is not
      *                             punycode - so each can be told
      *                             apart from the catch-all 30.
      *   15/10/2026  aa-stop-run   Added 46 and 47, warning-class
      *                             accepts for role-account local
      *                             parts (DOMROLE) and disposable-
      *                             mail domains (DOMDISP). Kept apart
      *                             from the compliance warning 45 so
      *                             each goes to its own follow-up.
      ******************************************************************
       01  REASON-CODE                 PIC 9(02)   VALUE ZEROS.
           88  REASON-ACCEPTED                     VALUE 00.
           88  REASON-DOMAIN-BAD-CHARS               VALUE 30.
           88  REASON-DOMAIN-NO-DOT                  VALUE 31.
           88  REASON-DOMAIN-NO-CHARS-BEFORE-DOT     VALUE 32.
           88  REASON-LABEL-STARTS-HYPHEN            VALUE 33.
           88  REASON-LABEL-ENDS-HYPHEN              VALUE 34.
           88  REASON-LABEL-EMPTY                    VALUE 35.
           88  REASON-LABEL-TOO-LONG                 VALUE 36.
           88  REASON-LABEL-RESERVED-HYPHENS         VALUE 37.
           88  REASON-DOMAIN-UNKNOWN                 VALUE 40.
           88  REASON-DOMAIN-BLOCKED                 VALUE 41.
           88  REASON-EXCEPTION-ACCEPT               VALUE 43.
           88  REASON-WATCHLIST-WARNING              VALUE 45.
           88  REASON-ROLE-ACCOUNT-WARNING           VALUE 46.
           88  REASON-DISPOSABLE-WARNING             VALUE 47.
           88  REASON-EMAIL-TRUNCATED                VALUE 50.
           88  REASON-UNDELIVERABLE                  VALUE 60.
