      * 2026-08-09  WM   Original layout.
      * 2026-08-22  WM   Added HOST reason - host employee not on
      *                  the EMPMAST reference file.
      * 2026-10-15  WM   Added ACKN reason - the visit purpose needs
      *                  an acknowledgment (safety briefing, NDA)
      *                  the visitor has no current signature for on
      *                  the ACKNOWL file.
      *================================================================
       01  TRANS-REJECT-REC.
           05  REJ-TRANS-KEY           PIC 9(06).
               88  REJ-INVALID-HOST        VALUE "HOST".
               88  REJ-TRANS-READ-ERROR    VALUE "TRER".
               88  REJ-MASTER-WRITE-ERROR  VALUE "MWER".
               88  REJ-MISSING-ACK         VALUE "ACKN".
           05  REJ-FILE-STATUS         PIC X(02).
           05  REJ-DATE                PIC 9(08).
           05  REJ-TIME                PIC 9(08).
