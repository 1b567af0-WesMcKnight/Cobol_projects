      * PURPMNT.  One company-wide dataset.
      *
      * 2026-08-22  WM   Original layout.
      * 2026-10-15  WM   PUR-REQ-ACK - up to three acknowledgment
      *                  document types (SAFE safety briefing, NDA
      *                  non-disclosure, or any other 4-byte type
      *                  the ACKNOWL file carries) a visitor must
      *                  have signed and current before an intake
      *                  under this code is allowed.  Blank slots
      *                  require nothing.  The record grew from 25
      *                  to 37 bytes, so the EXISTING PURPCODE
      *                  dataset must be converted ONCE before the
      *                  first post-change run: copy it to a fresh
      *                  LRECL 37 dataset padding each record with
      *                  twelve spaces (the same DFSORT/ICEGENER
      *                  OUTREC step NTFYREC describes) and catalog
      *                  the copy as PURPCODE.  Padded codes require
      *                  no acknowledgments until PURPMNT sets them.
      *================================================================
       01  PURPOSE-CODE-REC.
           05  PUR-CODE                PIC X(04).
           05  PUR-STATUS              PIC X(01).
               88  PUR-ACTIVE              VALUE "A".
               88  PUR-RETIRED             VALUE "R".
           05  PUR-REQ-ACKS.
               10  PUR-REQ-ACK         PIC X(04) OCCURS 3 TIMES.
