      *================================================================
      * CHRGREC.CPY
      *
      * CHARGE-EXTRACT-REC - one chargeable item for the month-end
      * departmental chargeback, written by CHGEXTR for each site
      * and priced and totalled by CHGBACK.  One record per visit
      * entered in the month, per badge lost on such a visit, and
      * per multi-day pass issued in the month.  The department is
      * the host's EMP-DEPT on EMPMAST at extract time; a host no
      * longer on EMPMAST is flagged unassigned with the department
      * left blank, so the item is still charged somewhere.
      * CHX-MINUTES is the signed-out visit's length (zero for a
      * visit with no sign-out, and for badge and pass items).
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  CHARGE-EXTRACT-REC.
           05  CHX-MONTH               PIC 9(06).
           05  CHX-DEPT-FLAG           PIC X(01).
               88  CHX-DEPT-ASSIGNED       VALUE "A".
               88  CHX-DEPT-UNASSIGNED     VALUE "U".
           05  CHX-DEPT                PIC X(20).
           05  CHX-PURPOSE-CODE        PIC X(04).
           05  CHX-KIND                PIC X(01).
               88  CHX-KIND-VISIT          VALUE "V".
               88  CHX-KIND-LOST-BADGE     VALUE "L".
               88  CHX-KIND-PASS           VALUE "P".
           05  CHX-SITE-NAME           PIC X(20).
           05  CHX-REFERENCE           PIC 9(13).
           05  CHX-HOST-EMPLOYEE       PIC X(20).
           05  CHX-MINUTES             PIC 9(07).
           05  FILLER                  PIC X(08).
