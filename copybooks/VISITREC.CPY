      * 2026-09-02  WM   VIS-PASS-FLAG (out of the FILLER - record
      *                  stays 131) marks an intake fast-tracked
      *                  from a multi-day VISPASS pass.
      * 2026-10-15  WM   VIS-STATUS-CLOSED is also set by ACSEXLD
      *                  from a turnstile exit event, with the exit
      *                  time the turnstile saw.  C still means the
      *                  visitor was seen to leave; E is still only
      *                  the sweep's.
      * 2026-10-15  WM   VIS-GROUP-ID ties a visit to the group or
      *                  event it was checked in under (GRPCHKIN);
      *                  spaces for an ordinary intake.  The 4-byte
      *                  FILLER could not hold it, so the record grew
      *                  from 131 to 160 bytes, again leaving a fresh
      *                  FILLER.  RECORDSIZE in jcl/VISITDEF.jcl moved
      *                  with it; each site's VISITMST and VISITHST
      *                  must be converted once - REPRO out, redefine
      *                  at 160, and reload with each record padded
      *                  with 29 spaces.
      * 2026-10-15  WM   Added VIS-STATUS-TRANSFERRED (T) - set by
      *                  XFERVIS when the visitor is walked to
      *                  another site; the receiving desk opens a
      *                  new record whose VIS-ORIGIN-ID and
      *                  VIS-ORIGIN-SITE (out of the FILLER - record
      *                  stays 160) name the first visit of the
      *                  chain.  VIS-ORIGIN-SITE is spaces on every
      *                  other record, and VIS-ORIGIN-ID is only
      *                  meaningful when it is not.
      *================================================================
       01  VISITOR-REC.
           05  VIS-VISITOR-ID          PIC 9(13).
               88  VIS-STATUS-OPEN         VALUE "O".
               88  VIS-STATUS-CLOSED       VALUE "C".
               88  VIS-STATUS-EXPIRED      VALUE "E".
               88  VIS-STATUS-TRANSFERRED  VALUE "T".
           05  VIS-DUPLICATE-FLAG      PIC X(01).
               88  VIS-IS-DUPLICATE        VALUE "Y".
               88  VIS-NOT-DUPLICATE        VALUE "N".
           05  VIS-PASS-FLAG           PIC X(01).
               88  VIS-ON-PASS             VALUE "Y".
               88  VIS-NOT-ON-PASS         VALUE "N".
           05  VIS-GROUP-ID            PIC X(08).
           05  VIS-ORIGIN-ID           PIC 9(13).
           05  VIS-ORIGIN-SITE         PIC X(08).
               88  VIS-NOT-TRANSFERRED-IN  VALUE SPACES.
           05  FILLER                  PIC X(04).
