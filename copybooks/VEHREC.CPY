      *================================================================
      * VEHREC.CPY
      *
      * VEHICLE-REC - one visitor vehicle on a site's VEHICLE indexed
      * file, keyed by the VIS-VISITOR-ID of the visit it came in
      * with; VEH-PLATE carries an alternate key WITH DUPLICATES so
      * the PLATEINQ desk lookup can find a car from the plate the
      * garage reads off the bumper.  Written by OBTAININPUT when the
      * visitor drives in, with the lot the desk assigned.  The
      * plate is stored in PLATENRM form (upper case, no spaces,
      * dashes or periods) so any way of keying it finds the record.
      *
      * VEH-STATUS says whether the car still holds its space:
      *   P - parked; counts against the lot's capacity
      *   R - released by SIGNOUT when the visitor signed out
      *   S - swept: the STALECLS sweep expired the visit because
      *       nobody signed the visitor out, so the space is freed
      *       but the car may still be in the lot - PARKRPT lists
      *       these for security as overnight cars
      * The release stamps are zero while the car is parked.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  VEHICLE-REC.
           05  VEH-VISITOR-ID          PIC 9(13).
           05  VEH-PLATE               PIC X(10).
           05  VEH-STATE               PIC X(02).
           05  VEH-LOT-CODE            PIC X(04).
           05  VEH-VISITOR-NAME        PIC X(20).
           05  VEH-PARK-DATE           PIC 9(08).
           05  VEH-PARK-TIME           PIC 9(08).
           05  VEH-STATUS              PIC X(01).
               88  VEH-PARKED              VALUE "P".
               88  VEH-RELEASED            VALUE "R".
               88  VEH-SWEPT               VALUE "S".
           05  VEH-RELEASE-DATE        PIC 9(08).
           05  VEH-RELEASE-TIME        PIC 9(08).
           05  FILLER                  PIC X(08).
