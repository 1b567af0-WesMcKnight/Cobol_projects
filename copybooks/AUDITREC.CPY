      *                  sign-in station open the trail shows which
      *                  desk handled the visitor.  A single-desk
      *                  site with no DESKID set logs station 1.
      * 2026-10-15  WM   AUD-EVENT-CODE (out of the FILLER - record
      *                  stays 72).  Blank on an ordinary sign-in or
      *                  sign-out entry; on a refused operator it
      *                  carries why:
      *                    NOOP - operator not on OPERMAST
      *                    INAC - operator on file but inactive
      *                    ROLE - operator lacks the role needed
      *                    NOFL - OPERMAST could not be opened
      *                  Every dialog that checks OPERMAST now
      *                  writes its refusals here, so the header's
      *                  "one entry per intake" is no longer the
      *                  whole story.
      * 2026-10-15  WM   AUD-EVENT-INCIDENT-WARN (INCW): OBTAININPUT
      *                  writes an extra entry, after the intake
      *                  entry itself, when the arriving name has a
      *                  high-severity security incident on INCIDENT
      *                  within the last year and the operator was
      *                  shown the warning.
      *================================================================
       01  AUDIT-LOG-REC.
           05  AUD-RUN-DATE            PIC 9(08).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-NAME-CAPTURED       PIC X(20).
           05  AUD-STATION-ID          PIC 9(01).
           05  AUD-EVENT-CODE          PIC X(04).
               88  AUD-EVENT-ACTIVITY      VALUE SPACES.
               88  AUD-EVENT-REFUSED       VALUES "NOOP" "INAC"
                                                  "ROLE" "NOFL".
               88  AUD-EVENT-INCIDENT-WARN VALUE "INCW".
           05  FILLER                  PIC X(07).
