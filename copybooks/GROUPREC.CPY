      *================================================================
      * GROUPREC.CPY
      *
      * GROUP-REC - one record per group or event visit on the
      * per-site GROUPS indexed file, keyed on the 8-byte group ID
      * the organizer is given when the visit is booked.  The host,
      * purpose and date here apply to every member; the members
      * themselves are GROUP-MEMBER-REC entries on GRPMEMB (see
      * GMEMREC.CPY) under the same group ID.
      *
      * Written by the GRPLOAD batch loader from the organizer's
      * G cards; GRP-LISTED-COUNT is the number of members loaded
      * so far and doubles as the last member number used.  The
      * desk's GRPCHKIN sets GRP-CHECKIN-CLOSED once the members
      * still expected have been marked as no-shows; GRPRPT reports
      * expected/arrived/departed per host.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  GROUP-REC.
           05  GRP-GROUP-ID            PIC X(08).
           05  GRP-EVENT-NAME          PIC X(30).
           05  GRP-HOST-EMPLOYEE       PIC X(20).
           05  GRP-PURPOSE-CODE        PIC X(04).
           05  GRP-EVENT-DATE          PIC 9(08).
           05  GRP-EXPECTED-COUNT      PIC 9(04).
           05  GRP-LISTED-COUNT        PIC 9(04).
           05  GRP-STATUS              PIC X(01).
               88  GRP-CHECKIN-OPEN        VALUE "O".
               88  GRP-CHECKIN-CLOSED      VALUE "C".
           05  FILLER                  PIC X(21).
