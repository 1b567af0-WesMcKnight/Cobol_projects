      *   N - code not on the file at all
      *
      * 2026-08-22  WM   Original layout.
      * 2026-10-15  WM   PT-REQ-ACKS carries each code's required
      *                  acknowledgment types from PURPCODE, with
      *                  PT-AX to step through the three slots.
      *================================================================
       01  PURPOSE-TABLE.
           05  PT-COUNT                PIC 9(02) COMP VALUE ZERO.
               10  PT-STATUS           PIC X(01).
                   88  PT-ACTIVE           VALUE "A".
                   88  PT-RETIRED          VALUE "R".
               10  PT-REQ-ACKS.
                   15  PT-REQ-ACK      PIC X(04) OCCURS 3 TIMES.
       01  PT-IX                       PIC 9(02) COMP.
       01  PT-AX                       PIC 9(02) COMP.
       01  PT-LOOKUP-SWITCH            PIC X(01).
           88  PT-FOUND-ACTIVE             VALUE "A".
           88  PT-FOUND-RETIRED            VALUE "R".
