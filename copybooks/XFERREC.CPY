      *================================================================
      * XFERREC.CPY
      *
      * TRANSFER-REC - one visitor walked from one site to another,
      * on the company-wide VISXFER indexed file.  Keyed on the
      * sending site's label plus the visitor ID the sending desk
      * closed - IDs are only unique within a site, so the label is
      * part of the key.  XFR-TO-KEY (receiving site + status) is
      * an alternate key WITH DUPLICATES, so the receiving desk can
      * START on its own label and status S and list everyone on
      * the way to it.
      *
      * XFERVIS writes the record as S (in transit) when the sending
      * desk closes the visit as VIS-STATUS-TRANSFERRED, and sets A
      * (arrived) when the receiving desk opens the linked visit -
      * XFR-NEW-VISITOR-ID then points at that site's new master
      * record.  A visitor who never turns up is closed out by a
      * supervisor or security as N, so the daily XFERLOG stops
      * carrying them once somebody has run the case down.
      *
      * XFR-ORIGIN-SITE/ID name the first visit of a chain (a
      * visitor walked MAIN to ANNEX to NORTOWER carries MAIN's ID
      * throughout) and are copied to every linked master record.
      * XFR-BADGE-RULE is the XFERRULE rule in force for the
      * receiving site when the visitor was sent.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  TRANSFER-REC.
           05  XFR-KEY.
               10  XFR-FROM-SITE       PIC X(08).
               10  XFR-FROM-VISITOR-ID PIC 9(13).
           05  XFR-TO-KEY.
               10  XFR-TO-SITE         PIC X(08).
               10  XFR-STATUS          PIC X(01).
                   88  XFR-IN-TRANSIT      VALUE "S".
                   88  XFR-ARRIVED         VALUE "A".
                   88  XFR-NEVER-ARRIVED   VALUE "N".
           05  XFR-ORIGIN-SITE         PIC X(08).
           05  XFR-ORIGIN-ID           PIC 9(13).
           05  XFR-NAME                PIC X(20).
           05  XFR-BADGE-COMPANY       PIC X(30).
           05  XFR-PURPOSE-CODE        PIC X(04).
           05  XFR-GROUP-ID            PIC X(08).
           05  XFR-FROM-HOST           PIC X(20).
           05  XFR-TO-HOST             PIC X(20).
           05  XFR-ENTRY-DATE          PIC 9(08).
           05  XFR-ENTRY-TIME          PIC 9(08).
           05  XFR-SENT-DATE           PIC 9(08).
           05  XFR-SENT-TIME           PIC 9(08).
           05  XFR-SENT-BY             PIC X(08).
           05  XFR-BADGE-RULE          PIC X(01).
           05  XFR-ARRIVE-DATE         PIC 9(08).
           05  XFR-ARRIVE-TIME         PIC 9(08).
           05  XFR-NEW-VISITOR-ID      PIC 9(13).
           05  XFR-NEW-BADGE-NO        PIC 9(04).
           05  XFR-RECEIVED-BY         PIC X(08).
           05  FILLER                  PIC X(15).
