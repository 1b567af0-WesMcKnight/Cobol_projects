      *================================================================
      * RATEREC.CPY
      *
      * RATE-CARD-REC - one line of Finance's chargeback rate card,
      * read by CHGBACK.  RTC-ITEM names what is priced:
      *   VISIT - per visit            HOURS - per visitor-hour
      *   BADGE - per lost badge       PASS  - per multi-day pass
      * A blank RTC-PURPOSE-CODE is the rate for every purpose; a
      * line naming a purpose code overrides it for that purpose.
      * RTC-RATE is dollars and cents with the point implied, so
      * 0001250 is $12.50.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  RATE-CARD-REC.
           05  RTC-ITEM                PIC X(05).
               88  RTC-ITEM-VISIT          VALUE "VISIT".
               88  RTC-ITEM-HOURS          VALUE "HOURS".
               88  RTC-ITEM-BADGE          VALUE "BADGE".
               88  RTC-ITEM-PASS           VALUE "PASS ".
               88  RTC-ITEM-VALID          VALUES "VISIT" "HOURS"
                                                  "BADGE" "PASS ".
           05  FILLER                  PIC X(01).
           05  RTC-PURPOSE-CODE        PIC X(04).
           05  FILLER                  PIC X(01).
           05  RTC-RATE                PIC 9(05)V99.
           05  FILLER                  PIC X(62).
