      *================================================================
      * OPERAUTH.CPY
      *
      * OPERATOR-AUTH-AREA - the parameter block every dialog passes
      * to the shared OPERCHK routine at startup.  The caller fills
      * OA-OPERATOR-ID (from USER); OPERCHK returns the operator's
      * role and one of four results:
      *   A - on file and active (OA-ROLE is good)
      *   I - on file but inactive
      *   N - not on file
      *   U - OPERMAST could not be opened
      * Anything but A is a refusal: the caller logs it to AUDITLOG
      * with the matching AUD-EVENT-CODE and ends the dialog.  What
      * a given role may do is the caller's decision, since only
      * the caller knows which of its actions are restricted.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  OPERATOR-AUTH-AREA.
           05  OA-OPERATOR-ID          PIC X(08).
           05  OA-OPERATOR-NAME        PIC X(20).
           05  OA-ROLE                 PIC X(01).
               88  OA-ROLE-DESK            VALUE "D".
               88  OA-ROLE-SUPERVISOR      VALUE "S".
               88  OA-ROLE-SECURITY        VALUE "C".
               88  OA-ROLE-ADMINISTRATOR   VALUE "A".
           05  OA-RESULT               PIC X(01).
               88  OA-OPERATOR-ACTIVE      VALUE "A".
               88  OA-OPERATOR-INACTIVE    VALUE "I".
               88  OA-OPERATOR-NOT-ON-FILE VALUE "N".
               88  OA-FILE-UNAVAILABLE     VALUE "U".
