      *================================================================
      * GRPTREC.CPY
      *
      * GROUP-TRANS-REC - one 80-byte card on the GRPTRAN file the
      * event organizer (or the host's assistant) submits ahead of
      * a group visit, read by GRPLOAD.  A G card books the group or
      * corrects its details; M cards that follow (in the same run
      * or a later one) add members to it.  A G card for a group
      * already on file replaces its event name, host, purpose, date
      * and expected headcount and keeps the members loaded so far.
      *
      *   cols  1      card type G or M
      *   cols  2-9    group ID
      *   G:    10-17  event date YYYYMMDD
      *         18-21  purpose code
      *         22-25  expected headcount
      *         26-45  host employee
      *         46-75  event name
      *   M:    10-29  member name
      *         30-59  member's company
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  GROUP-TRANS-REC.
           05  GTR-CARD-TYPE           PIC X(01).
               88  GTR-GROUP-CARD          VALUE "G".
               88  GTR-MEMBER-CARD         VALUE "M".
           05  GTR-GROUP-ID            PIC X(08).
           05  GTR-GROUP-DETAIL.
               10  GTR-EVENT-DATE      PIC 9(08).
               10  GTR-PURPOSE-CODE    PIC X(04).
               10  GTR-EXPECTED-COUNT  PIC 9(04).
               10  GTR-HOST-EMPLOYEE   PIC X(20).
               10  GTR-EVENT-NAME      PIC X(30).
               10  FILLER              PIC X(05).
           05  GTR-MEMBER-DETAIL REDEFINES GTR-GROUP-DETAIL.
               10  GTR-MEMBER-NAME     PIC X(20).
               10  GTR-MEMBER-COMPANY  PIC X(30).
               10  FILLER              PIC X(21).
