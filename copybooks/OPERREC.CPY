      *================================================================
      * OPERREC.CPY
      *
      * OPERATOR-REC - one record per person allowed to run the desk
      * and back-office dialogs, on the company-wide OPERMAST indexed
      * file keyed by the 8-byte sign-on ID the programs already take
      * from USER.  The role says what the operator may do:
      *   D - desk         sign visitors in and out
      *   S - supervisor   desk work, plus DUPLIST dispositions and
      *                    badge-pool and purpose-code upkeep
      *   C - security     desk work, plus watchlist upkeep and
      *                    SECHOLD clearance
      *   A - administrator  OPERMAST, badge-pool and purpose-code
      *                    upkeep
      * An inactive operator stays on file, so the audit trail and
      * WL-ADDED-BY stamps keep resolving to a person, but is
      * refused by every program as if not enrolled.  Maintained by
      * OPERMNT; looked up through the shared OPERCHK routine.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  OPERATOR-REC.
           05  OPR-OPERATOR-ID         PIC X(08).
           05  OPR-NAME                PIC X(20).
           05  OPR-ROLE                PIC X(01).
               88  OPR-ROLE-DESK           VALUE "D".
               88  OPR-ROLE-SUPERVISOR     VALUE "S".
               88  OPR-ROLE-SECURITY       VALUE "C".
               88  OPR-ROLE-ADMINISTRATOR  VALUE "A".
               88  OPR-ROLE-VALID          VALUES "D" "S" "C" "A".
           05  OPR-STATUS              PIC X(01).
               88  OPR-ACTIVE              VALUE "A".
               88  OPR-INACTIVE            VALUE "I".
           05  OPR-ADD-DATE            PIC 9(08).
           05  OPR-ADDED-BY            PIC X(08).
           05  OPR-CHANGE-DATE         PIC 9(08).
           05  OPR-CHANGED-BY          PIC X(08).
           05  FILLER                  PIC X(10).
