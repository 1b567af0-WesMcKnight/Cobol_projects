      *================================================================
      * LOTREC.CPY
      *
      * PARKING-LOT-REC - one visitor parking lot on a site's
      * PARKLOTS reference file: the 4-byte code the desk keys at
      * intake, the number of visitor spaces in it, and the name
      * the desk and PARKRPT show.  80-byte card image maintained
      * by facilities in the dataset itself, one line per lot:
      *   cols 1-4   lot code            (G1  , NDEK, ...)
      *   cols 6-9   visitor spaces      (0040)
      *   cols 11-30 lot name
      * Loaded at startup into the LOTTABL table by OBTAININPUT and
      * PARKRPT.  One dataset per site - lots do not travel.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  PARKING-LOT-REC.
           05  LOT-CODE                PIC X(04).
           05  FILLER                  PIC X(01).
           05  LOT-CAPACITY            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  LOT-NAME                PIC X(20).
           05  FILLER                  PIC X(50).
