      *================================================================
      * ACSFREC.CPY
      *
      * ACS-FEED-REC - the access-control vendor's fixed 100-byte
      * badge interface record, written by ACSFEED.  One feed file
      * per site per run, in this order:
      *   H - header: site, run date and time
      *   D - deactivation: a badge the queue on ACSDEACT says was
      *       released, expired, lost or taken at the turnstile
      *   A - activation: every badge issued to a visitor whose
      *       master is still open, with name, host and the badge
      *       expiry (end of the visit day)
      *   T - trailer: detail counts for the vendor's balancing
      * Deactivations go ahead of activations so a badge number
      * released and re-issued between two runs ends up switched on
      * for its new holder.  Numeric fields are zoned and zero-
      * filled, alphanumeric fields space-filled, per the vendor's
      * specification.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  ACS-FEED-REC.
           05  ACF-REC-TYPE            PIC X(01).
               88  ACF-HEADER              VALUE "H".
               88  ACF-DEACTIVATE          VALUE "D".
               88  ACF-ACTIVATE            VALUE "A".
               88  ACF-TRAILER             VALUE "T".
           05  ACF-DETAIL.
               10  ACF-VISITOR-ID      PIC 9(13).
               10  ACF-BADGE-NO        PIC 9(04).
               10  ACF-NAME            PIC X(20).
               10  ACF-HOST            PIC X(20).
               10  ACF-EXPIRY-DATE     PIC 9(08).
               10  ACF-EXPIRY-TIME     PIC 9(04).
               10  ACF-REASON          PIC X(01).
               10  FILLER              PIC X(29).
           05  ACF-HEADER-DATA         REDEFINES ACF-DETAIL.
               10  ACF-HDR-SITE        PIC X(08).
               10  ACF-HDR-DATE        PIC 9(08).
               10  ACF-HDR-TIME        PIC 9(06).
               10  FILLER              PIC X(77).
           05  ACF-TRAILER-DATA        REDEFINES ACF-DETAIL.
               10  ACF-TRL-DEACT-CTR   PIC 9(07).
               10  ACF-TRL-ACT-CTR     PIC 9(07).
               10  FILLER              PIC X(85).
