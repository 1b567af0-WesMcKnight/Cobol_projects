      * normalized form like VIS-NAME.
      *
      * 2026-09-02  WM   Original layout.
      * 2026-10-15  WM   Added PAS-SUSPENDED (S) - set by HOSTIMPT
      *                  when the pass's host has left the company.
      *                  Like a revoked pass it no longer fast-tracks
      *                  at the desk; it stays on file for the trail.
      *================================================================
       01  PASS-REC.
           05  PAS-PASS-ID             PIC 9(13).
           05  PAS-STATUS              PIC X(01).
               88  PAS-ACTIVE              VALUE "A".
               88  PAS-REVOKED             VALUE "R".
               88  PAS-SUSPENDED           VALUE "S".
