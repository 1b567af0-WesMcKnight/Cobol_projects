003800* 2026-08-22  WM   Purpose codes now load from the PURPCODE
003900*                  reference file at startup, matching the
004000*                  loaders.
004010* 2026-10-15  WM   Carry the loaders' new ACKN reason through
004020*                  REJCARRY.  An ACKN entry is resubmitted once
004030*                  the visitor's acknowledgment is on ACKNOWL
004040*                  (signed at the desk or recorded in ACKMNT);
004050*                  the next load checks it again.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
010700         ==REJ-INVALID-HOST==      BY ==CRY-INVALID-HOST==
010800         ==REJ-TRANS-READ-ERROR==  BY ==CRY-TRANS-READ-ERROR==
010900         ==REJ-MASTER-WRITE-ERROR== BY ==CRY-MASTER-WRITE-ERR==
010910         ==REJ-MISSING-ACK==       BY ==CRY-MISSING-ACK==
011000         ==REJ-FILE-STATUS==       BY ==CRY-FILE-STATUS==
011100         ==REJ-DATE==              BY ==CRY-DATE==
011200         ==REJ-TIME==              BY ==CRY-TIME==.
