      *================================================================
      * LOTTABL.CPY
      *
      * LOT-TABLE - working-storage table the PARKLOTS reference file
      * is loaded into at startup, with the count of cars still
      * parked (VEH-PARKED) in each lot filled from the VEHICLE
      * file, plus the subscript and the lookup-result switch:
      *   Y - lot code found on the table
      *   N - lot code not on the file
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  LOT-TABLE.
           05  LT-COUNT                PIC 9(02) COMP VALUE ZERO.
           05  LT-ENTRY                OCCURS 20 TIMES.
               10  LT-CODE             PIC X(04).
               10  LT-NAME             PIC X(20).
               10  LT-CAPACITY         PIC 9(04).
               10  LT-PARKED           PIC 9(04).
       01  LT-IX                       PIC 9(02) COMP.
       01  LT-LOOKUP-SWITCH            PIC X(01).
           88  LT-LOT-FOUND                VALUE "Y".
           88  LT-LOT-NOT-FOUND            VALUE "N".
