      *================================================================
      * ACSXREC.CPY
      *
      * ACS-EXIT-REC - one event from the access-control vendor's
      * turnstile event file, fixed 80 bytes, as ACSEXLD reads it.
      * The vendor echoes back the VIS-VISITOR-ID and badge number
      * ACSFEED activated the card with, plus when and at which
      * reader the card was presented.  Only exit events (type X)
      * close a visit; the vendor's other event types are counted
      * and passed over.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  ACS-EXIT-REC.
           05  ACX-VISITOR-ID          PIC 9(13).
           05  ACX-BADGE-NO            PIC 9(04).
           05  ACX-EVENT-DATE          PIC 9(08).
           05  ACX-EVENT-TIME          PIC 9(06).
           05  ACX-READER-ID           PIC X(08).
           05  ACX-EVENT-TYPE          PIC X(01).
               88  ACX-EXIT-EVENT          VALUE "X".
           05  FILLER                  PIC X(40).
