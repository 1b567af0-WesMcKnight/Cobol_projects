      *================================================================
      * XRULREC.CPY
      *
      * TRANSFER-RULE-REC - one line of security's badge rule for
      * visitors walked between sites, on the company-wide XFERRULE
      * card file read by XFERVIS.  80-byte card image maintained in
      * the dataset itself:
      *   cols 1-8   receiving site label (MAIN, NORTOWER, ...)
      *              blank = the rule for every site
      *   col  10    rule code
      *                R - the receiving desk must issue a badge
      *                    from its own inventory
      *                N - no badge; the visitor is escorted by
      *                    the new host
      *                D - the receiving desk decides
      * A line naming a site overrides the blank-site line for that
      * site, as RATECARD does for a purpose code.  With no file, or
      * no line that applies, the rule is D.  Badges never travel -
      * the sending desk always takes its own badge back - so the
      * rule only governs what the receiving desk hands out.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  TRANSFER-RULE-REC.
           05  XRL-SITE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  XRL-RULE                PIC X(01).
               88  XRL-REISSUE             VALUE "R".
               88  XRL-NO-BADGE            VALUE "N".
               88  XRL-DESK-CHOICE         VALUE "D".
               88  XRL-RULE-VALID          VALUES "R" "N" "D".
           05  FILLER                  PIC X(70).
