      *================================================================
      * GMEMREC.CPY
      *
      * GROUP-MEMBER-REC - one expected attendee of a group or event
      * on the per-site GRPMEMB indexed file, keyed on the group ID
      * plus a 4-digit member number GRPLOAD assigns in card order,
      * so a START on the group ID walks the whole list.
      * GMB-VISITOR-NAME is held NAMENORM-normalized, the form the
      * watchlist and ACKNOWL are keyed on.
      *
      * GRPLOAD writes members as E (expected).  The desk's GRPCHKIN
      * sets A when the member is checked in - GMB-VISITOR-ID then
      * points at the VISITMST record written for the member - W
      * when the watchlist stopped the member at the desk, and N for
      * the members still expected when check-in is closed.  A late
      * arrival can still be ticked from N to A.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  GROUP-MEMBER-REC.
           05  GMB-KEY.
               10  GMB-GROUP-ID        PIC X(08).
               10  GMB-MEMBER-NO       PIC 9(04).
           05  GMB-VISITOR-NAME        PIC X(20).
           05  GMB-BADGE-COMPANY       PIC X(30).
           05  GMB-EVENT-DATE          PIC 9(08).
           05  GMB-STATUS              PIC X(01).
               88  GMB-EXPECTED            VALUE "E".
               88  GMB-ARRIVED             VALUE "A".
               88  GMB-NO-SHOW             VALUE "N".
               88  GMB-WATCHLIST-STOP      VALUE "W".
               88  GMB-STILL-TO-TICK       VALUE "E" "N".
           05  GMB-VISITOR-ID          PIC 9(13).
           05  GMB-ARRIVE-TIME         PIC 9(08).
           05  FILLER                  PIC X(08).
