      *================================================================
      * ACSDREC.CPY
      *
      * ACS-DEACT-REC - one badge to be switched off in the access-
      * control system, queued on the site's ACSDEACT sequential
      * file by whichever program ends the badge's use:
      *   S - SIGNOUT signed the visitor out at the desk
      *   E - the STALECLS sweep expired a visit nobody signed out
      *       (the plastic may still be out, so the card must stop
      *       opening doors)
      *   L - BADGMNT marked the badge lost
      *   X - ACSEXLD closed the visit from a turnstile exit event
      *   T - XFERVIS walked the visitor to another site (badges do
      *       not travel, so the sending site's card stops here)
      * ACSFEED sends every queued entry to the vendor as a
      * deactivation and then empties the queue, so each entry goes
      * out exactly once.  Keyed to the visit by VIS-VISITOR-ID,
      * the same identifier the activation carried.  One dataset
      * per site, appended to like AUDITLOG.
      *
      * 2026-10-15  WM   Original layout.
      * 2026-10-15  WM   Reason T (ACD-TRANSFERRED) for XFERVIS.
      *================================================================
       01  ACS-DEACT-REC.
           05  ACD-VISITOR-ID          PIC 9(13).
           05  ACD-BADGE-NO            PIC 9(04).
           05  ACD-NAME                PIC X(20).
           05  ACD-REASON              PIC X(01).
               88  ACD-SIGNED-OUT          VALUE "S".
               88  ACD-EXPIRED             VALUE "E".
               88  ACD-LOST                VALUE "L".
               88  ACD-TURNSTILE-EXIT      VALUE "X".
               88  ACD-TRANSFERRED         VALUE "T".
           05  ACD-DATE                PIC 9(08).
           05  ACD-TIME                PIC 9(08).
           05  ACD-PROGRAM-ID          PIC X(08).
           05  FILLER                  PIC X(02).
