002900* MODIFICATION HISTORY
003000*
003100* 2026-09-02  WM   Original.
003110* 2026-10-15  WM   Free the parking space of every visitor the
003120*                  sweep expires: a car still parked on the new
003130*                  VEHICLE file under the visitor ID is marked
003140*                  swept (S) with the sweep's stamp.  The space
003150*                  counts as free again, and PARKRPT lists the
003160*                  car for security as one that may have stayed
003170*                  overnight.  A missing vehicle file skips it
003180*                  with a message.
003190* 2026-10-15  WM   Queue a deactivation (reason E) on the site's
003200*                  ACSDEACT file for the badge of every visit the
003210*                  sweep expires, so the next ACSFEED run stops
003220*                  the badge at the turnstiles.  The inventory is
003230*                  not touched.  A missing queue is skipped with
003240*                  a message.
003241* 2026-10-15  WM   Free the parking space of a visitor
003242*                  transferred to another site before today: the
003243*                  car stays parked under the sending visit's ID,
003244*                  and nobody signs that visit out.
003250*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
004100         FILE STATUS IS WS-VM-STATUS.
004200
004300     SELECT STALE-SORT-FILE ASSIGN TO "STLWORK".
004310
004320     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
004330         ORGANIZATION IS INDEXED
004340         ACCESS MODE IS DYNAMIC
004350         RECORD KEY IS VEH-VISITOR-ID
004360         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
004370         FILE STATUS IS WS-VEH-STATUS.
004375
004380     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
004385         ORGANIZATION IS SEQUENTIAL
004390         ACCESS MODE IS SEQUENTIAL
004395         FILE STATUS IS WS-ACD-STATUS.
004400
004500     SELECT STALE-RPT ASSIGN TO "STALERPT"
004600         ORGANIZATION IS SEQUENTIAL
005100 FILE SECTION.
005200 FD  VISITOR-MASTER.
005300     COPY VISITREC.
005310
005320 FD  VEHICLE-FILE.
005330     COPY VEHREC.
005340
005350 FD  ACS-DEACT-FILE.
005360     COPY ACSDREC.
005400
005500 SD  STALE-SORT-FILE.
005600 01  STALE-SORT-REC.
007300
007400 01  WS-RPT-STATUS               PIC X(02).
007500     88  WS-RPT-OK                   VALUE "00".
007510
007520 01  WS-VEH-STATUS               PIC X(02).
007530     88  WS-VEH-OK                   VALUE "00".
007540     88  WS-VEH-NOT-FOUND            VALUE "23".
007550     88  WS-VEH-FILE-NOT-FOUND       VALUE "35".
007560
007570 01  WS-VEH-AVAIL-SWITCH         PIC X(01).
007580     88  WS-VEH-AVAILABLE            VALUE "Y".
007590     88  WS-VEH-NOT-AVAILABLE        VALUE "N".
007591
007592 01  WS-ACD-STATUS               PIC X(02).
007593     88  WS-ACD-OK                   VALUE "00".
007594     88  WS-ACD-FILE-NOT-FOUND       VALUE "35".
007595 01  WS-ACD-AVAIL-SWITCH         PIC X(01).
007596     88  WS-ACD-AVAILABLE            VALUE "Y".
007597     88  WS-ACD-NOT-AVAILABLE        VALUE "N".
007600
007700 01  WS-EOF-SWITCH               PIC X(01).
007800     88  WS-END-OF-MASTER            VALUE "Y".
010200 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
010300 01  WS-EXPIRED-CTR              PIC 9(07) COMP VALUE ZERO.
010400 01  WS-LEFT-OPEN-CTR            PIC 9(07) COMP VALUE ZERO.
010410 01  WS-VEH-SWEPT-CTR            PIC 9(07) COMP VALUE ZERO.
010420 01  WS-DEACT-QUEUED-CTR         PIC 9(07) COMP VALUE ZERO.
010500
010600 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
010700
020400           "NOTHING TO SWEEP"
020500        STOP RUN
020600     END-IF
020610
020620     SET WS-VEH-AVAILABLE TO TRUE
020630     OPEN I-O VEHICLE-FILE
020640     IF NOT WS-VEH-OK
020650        SET WS-VEH-NOT-AVAILABLE TO TRUE
020660        DISPLAY "STALECLS: VEHICLE FILE NOT AVAILABLE - "
020670           "PARKING NOT FREED THIS RUN"
020680     END-IF
020681
020682     SET WS-ACD-AVAILABLE TO TRUE
020683     OPEN EXTEND ACS-DEACT-FILE
020684     IF WS-ACD-FILE-NOT-FOUND
020685        OPEN OUTPUT ACS-DEACT-FILE
020686        CLOSE ACS-DEACT-FILE
020687        OPEN EXTEND ACS-DEACT-FILE
020688     END-IF
020689     IF NOT WS-ACD-OK
020690        SET WS-ACD-NOT-AVAILABLE TO TRUE
020691        DISPLAY "STALECLS: ACSDEACT NOT AVAILABLE - "
020692           "BADGES NOT DEACTIVATED THIS RUN"
020693     END-IF
020700     OPEN OUTPUT STALE-RPT
020800 1000-EXIT.
020900     EXIT.
024100           ADD 1 TO WS-LEFT-OPEN-CTR
024200        END-IF
024300     END-IF
024310     IF VIS-STATUS-TRANSFERRED
024320        IF VIS-EXIT-DATE < WS-RUN-DATE
024330           PERFORM 2400-SWEEP-VEHICLE THRU 2400-EXIT
024340        END-IF
024350     END-IF
024400     PERFORM 2100-READ-MASTER THRU 2100-EXIT
024500 2200-EXIT.
024600     EXIT.
026600        MOVE VIS-ENTRY-TIME      TO SRT-ENTRY-TIME
026700        MOVE VIS-BADGE-COMPANY   TO SRT-BADGE-COMPANY
026800        RELEASE STALE-SORT-REC
026810        PERFORM 2400-SWEEP-VEHICLE THRU 2400-EXIT
026820        PERFORM 2350-QUEUE-DEACTIVATION THRU 2350-EXIT
026900     ELSE
027000        DISPLAY "STALECLS: STATUS " WS-VM-STATUS
027100           " REWRITING VISITOR-MASTER FOR "
027300     END-IF
027400 2300-EXIT.
027500     EXIT.
027503
027506*================================================================
027509* 2350-QUEUE-DEACTIVATION - an expired visit's badge is switched
027512* off at the turnstiles by the next ACSFEED run (reason E).  The
027515* badge inventory is left alone: the plastic is still out, and
027518* BADGMNT handles it if it never comes back.
027521*================================================================
027524 2350-QUEUE-DEACTIVATION.
027527     IF WS-ACD-NOT-AVAILABLE OR VIS-BADGE-NO = ZERO
027530        GO TO 2350-EXIT
027533     END-IF
027536     MOVE SPACES TO ACS-DEACT-REC
027539     MOVE VIS-VISITOR-ID TO ACD-VISITOR-ID
027542     MOVE VIS-BADGE-NO   TO ACD-BADGE-NO
027545     MOVE VIS-NAME       TO ACD-NAME
027548     SET ACD-EXPIRED TO TRUE
027551     MOVE WS-RUN-DATE    TO ACD-DATE
027554     MOVE WS-RUN-TIME    TO ACD-TIME
027557     MOVE "STALECLS"     TO ACD-PROGRAM-ID
027560     WRITE ACS-DEACT-REC
027563     IF WS-ACD-OK
027566        ADD 1 TO WS-DEACT-QUEUED-CTR
027569     END-IF
027572 2350-EXIT.
027575     EXIT.
027600
027603*================================================================
027606* 2400-SWEEP-VEHICLE - the expired visitor's car gives up its
027609* space: a VEHICLE record still parked under the visitor ID is
027612* marked swept with the sweep's stamp.  Nobody saw the car
027615* leave, so PARKRPT lists it for security to check the lot.
027616* A visitor transferred to another site before today gets the
027617* same treatment: the car was parked under the sending visit.
027618*================================================================
027621 2400-SWEEP-VEHICLE.
027624     IF WS-VEH-NOT-AVAILABLE
027627        GO TO 2400-EXIT
027630     END-IF
027633     MOVE VIS-VISITOR-ID TO VEH-VISITOR-ID
027636     READ VEHICLE-FILE
027639         INVALID KEY
027642            GO TO 2400-EXIT
027645     END-READ
027648     IF NOT VEH-PARKED
027651        GO TO 2400-EXIT
027654     END-IF
027657     SET VEH-SWEPT TO TRUE
027660     MOVE WS-RUN-DATE TO VEH-RELEASE-DATE
027663     MOVE WS-RUN-TIME TO VEH-RELEASE-TIME
027666     REWRITE VEHICLE-REC
027669     IF WS-VEH-OK
027672        ADD 1 TO WS-VEH-SWEPT-CTR
027675     ELSE
027678        DISPLAY "STALECLS: STATUS " WS-VEH-STATUS
027681           " REWRITING VEHICLE FOR " VIS-VISITOR-ID
027684           " - SPACE NOT FREED"
027687     END-IF
027690 2400-EXIT.
027693     EXIT.
027696
027700*================================================================
027800* 3000-PRINT-EXCEPTIONS - SORT output procedure: host-group
027900* break reporting with the same 60-line page frame ROSTRPT
036200     DISPLAY "  STALE RECORDS EXPIRED... " WS-SUMMARY-CTR-ED
036300     MOVE WS-LEFT-OPEN-CTR TO WS-SUMMARY-CTR-ED
036400     DISPLAY "  TODAY'S RECORDS LEFT.... " WS-SUMMARY-CTR-ED
036410     MOVE WS-VEH-SWEPT-CTR TO WS-SUMMARY-CTR-ED
036420     DISPLAY "  PARKING SPACES FREED.... " WS-SUMMARY-CTR-ED
036430     MOVE WS-DEACT-QUEUED-CTR TO WS-SUMMARY-CTR-ED
036440     DISPLAY "  DEACTIVATIONS QUEUED.... " WS-SUMMARY-CTR-ED
036500 5000-EXIT.
036600     EXIT.
036700
037100 9000-TERMINATE.
037200     CLOSE VISITOR-MASTER
037300     CLOSE STALE-RPT
037310     IF WS-VEH-AVAILABLE
037320        CLOSE VEHICLE-FILE
037330     END-IF
037340     IF WS-ACD-AVAILABLE
037350        CLOSE ACS-DEACT-FILE
037360     END-IF
037400 9000-EXIT.
037500     EXIT.
037600
