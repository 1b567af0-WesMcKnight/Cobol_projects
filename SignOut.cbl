002793*                  badge reported found and reissued since
002794*                  belongs to its new holder and is left
002795*                  alone.
002798* 2026-10-15  WM   Refuse an operator who is not enrolled and
002801*                  active on OPERMAST with a desk-capable role
002804*                  (desk, supervisor or security), checked
002807*                  through OPERCHK before the dialog starts.
002810*                  A refusal is written to AUDITLOG with the
002813*                  reason in AUD-EVENT-CODE and the run ends.
002816*                  TERMID/DESKID/USER are now read once at
002819*                  startup.
002822* 2026-10-15  WM   Free the visitor's parking space on the new
002825*                  VEHICLE file when the record closes: a car
002828*                  still parked under the visitor ID is marked
002831*                  released with the sign-out stamp, so the lot
002834*                  count the desk checks at intake drops by one.
002837*                  A missing vehicle file skips it with a
002840*                  warning, like the badge inventory.
002843* 2026-10-15  WM   Queue a deactivation (reason S) on the site's
002846*                  ACSDEACT file for every badge signed out, for
002849*                  the ACSFEED run to pass to the access-control
002852*                  system.  A missing queue is skipped with a
002855*                  warning.
002858* 2026-10-15  WM   G at the badge prompt signs out a whole group
002861*                  (GRPCHKIN): every member still open under the
002864*                  group ID is listed, then closed on one Y, each
002867*                  with its own AUDITLOG entry.
002870* 2026-10-15  WM   A visitor XFERVIS walked to another site is
002873*                  sent to sign out at that site's desk.
002876*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
004240         ACCESS MODE IS DYNAMIC
004250         RECORD KEY IS BDG-NUMBER
004260         FILE STATUS IS WS-BDG-STATUS.
004265
004270     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
004275         ORGANIZATION IS INDEXED
004280         ACCESS MODE IS DYNAMIC
004285         RECORD KEY IS VEH-VISITOR-ID
004290         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
004295         FILE STATUS IS WS-VEH-STATUS.
004300
004310     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
004320         ORGANIZATION IS SEQUENTIAL
004330         ACCESS MODE IS SEQUENTIAL
004340         FILE STATUS IS WS-ACD-STATUS.
004350
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  VISITOR-MASTER.
005010
005020 FD  BADGE-INV-FILE.
005030     COPY BADGEREC.
005040
005050 FD  VEHICLE-FILE.
005060     COPY VEHREC.
005070
005080 FD  ACS-DEACT-FILE.
005090     COPY ACSDREC.
005100
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
006330     88  WS-BDG-OK                   VALUE "00".
006340     88  WS-BDG-NOT-FOUND            VALUE "23".
006350     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
006358
006366 01  WS-VEH-STATUS               PIC X(02).
006374     88  WS-VEH-OK                   VALUE "00".
006382     88  WS-VEH-NOT-FOUND            VALUE "23".
006390     88  WS-VEH-FILE-NOT-FOUND       VALUE "35".
006392
006394 01  WS-ACD-STATUS               PIC X(02).
006396     88  WS-ACD-OK                   VALUE "00".
006398     88  WS-ACD-FILE-NOT-FOUND       VALUE "35".
006400
006500*----------------------------------------------------------------
006600* DIALOG WORK AREAS AND SWITCHES
008000     88  WS-END-OF-DUPS              VALUE "Y".
008100     88  WS-NOT-END-OF-DUPS          VALUE "N".
008200
008206 01  WS-GROUP-ANSWER             PIC X(08).
008212     88  WS-GROUP-ANSWER-BLANK       VALUE SPACES.
008218 01  WS-GROUP-SCAN-SWITCH        PIC X(01) VALUE "N".
008224     88  WS-END-OF-GROUP-SCAN        VALUE "Y".
008230     88  WS-NOT-END-OF-GROUP-SCAN    VALUE "N".
008236 01  WS-GROUP-PASS-SWITCH        PIC X(01) VALUE "L".
008242     88  WS-GROUP-LISTING            VALUE "L".
008248     88  WS-GROUP-CLOSING            VALUE "C".
008254 01  WS-GROUP-AUDITED-SWITCH     PIC X(01) VALUE "N".
008260     88  WS-GROUP-AUDITED            VALUE "Y".
008266     88  WS-GROUP-NOT-AUDITED        VALUE "N".
008272 01  WS-GROUP-OPEN-CTR           PIC 9(05) COMP VALUE ZERO.
008278 01  WS-GROUP-CLOSED-CTR         PIC 9(05) COMP VALUE ZERO.
008284 01  WS-GROUP-CTR-ED             PIC ZZZ9.
008300 01  WS-RUN-DATE                 PIC 9(08).
008400 01  WS-RUN-TIME                 PIC 9(08).
008410
008420 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
008430     88  WS-BDG-AVAILABLE            VALUE "Y".
008440     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
008450
008460 01  WS-VEH-AVAIL-SWITCH         PIC X(01).
008470     88  WS-VEH-AVAILABLE            VALUE "Y".
008480     88  WS-VEH-NOT-AVAILABLE        VALUE "N".
008484
008488 01  WS-ACD-AVAIL-SWITCH         PIC X(01).
008492     88  WS-ACD-AVAILABLE            VALUE "Y".
008496     88  WS-ACD-NOT-AVAILABLE        VALUE "N".
008500
008600*----------------------------------------------------------------
008700* AUDIT TRAIL WORK AREAS
009010 01  WS-STATION-ID               PIC 9(01) VALUE 1.
009020 01  WS-STATION-X                PIC X(01).
009100 01  WS-AUDIT-NAME               PIC X(20).
009110 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
009120
009130*----------------------------------------------------------------
009140* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK
009150*----------------------------------------------------------------
009160 COPY OPERAUTH.
009200
009300 PROCEDURE DIVISION.
009400*================================================================
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009900     PERFORM 0100-SIGN-OUT-DIALOG THRU 0100-EXIT
009910     IF WS-GROUP-NOT-AUDITED
010000        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
010010     END-IF
010100     PERFORM 9000-TERMINATE THRU 9000-EXIT
010200     STOP RUN.
010300
012500        CLOSE AUDIT-LOG
012600        OPEN EXTEND AUDIT-LOG
012700     END-IF
012705     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
012710
012720     SET WS-BDG-AVAILABLE TO TRUE
012730     OPEN I-O BADGE-INV-FILE
012760        DISPLAY "SIGNOUT: BADGE INVENTORY NOT AVAILABLE - "
012770           "BADGE TRACKING SKIPPED THIS RUN"
012780     END-IF
012782
012784     SET WS-VEH-AVAILABLE TO TRUE
012786     OPEN I-O VEHICLE-FILE
012788     IF NOT WS-VEH-OK
012790        SET WS-VEH-NOT-AVAILABLE TO TRUE
012792        DISPLAY "SIGNOUT: VEHICLE FILE NOT AVAILABLE - "
012794           "PARKING NOT RELEASED THIS RUN"
012796     END-IF
012798     PERFORM 1040-OPEN-DEACT-QUEUE THRU 1040-EXIT
012800 1000-EXIT.
012900     EXIT.
012901
012902*================================================================
012903* 1030-CHECK-OPERATOR - the signed-on operator must be on
012904* OPERMAST, active, and a desk, supervisor or security role.
012905* Anyone else is refused before the badge prompt: the refusal
012906* goes to AUDITLOG with its reason and the run ends.
012907*================================================================
012908 1030-CHECK-OPERATOR.
012909     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
012910     IF WS-TERMINAL-ID = SPACES
012911        MOVE "LOCAL" TO WS-TERMINAL-ID
012912     END-IF
012913
012914     MOVE SPACE TO WS-STATION-X
012915     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
012916     IF WS-STATION-X NUMERIC AND WS-STATION-X NOT = "0"
012917        MOVE WS-STATION-X TO WS-STATION-ID
012918     ELSE
012919        MOVE 1 TO WS-STATION-ID
012920     END-IF
012921
012922     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
012923     IF WS-OPERATOR-ID = SPACES
012924        MOVE "UNKNOWN" TO WS-OPERATOR-ID
012925     END-IF
012926
012927     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
012928     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
012929     IF OA-OPERATOR-ACTIVE
012930        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
012931           OR OA-ROLE-SECURITY
012932           GO TO 1030-EXIT
012933        END-IF
012934        MOVE "ROLE" TO WS-AUDIT-EVENT
012935     END-IF
012936     IF OA-OPERATOR-INACTIVE
012937        MOVE "INAC" TO WS-AUDIT-EVENT
012938     END-IF
012939     IF OA-OPERATOR-NOT-ON-FILE
012940        MOVE "NOOP" TO WS-AUDIT-EVENT
012941     END-IF
012942     IF OA-FILE-UNAVAILABLE
012943        MOVE "NOFL" TO WS-AUDIT-EVENT
012944     END-IF
012945
012946     DISPLAY "SIGNOUT: OPERATOR " WS-OPERATOR-ID
012947        " IS NOT AUTHORIZED TO SIGN VISITORS OUT ("
012948        WS-AUDIT-EVENT ")"
012949     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
012950     CLOSE VISITOR-MASTER
012951     CLOSE AUDIT-LOG
012952     MOVE 8 TO RETURN-CODE
012953     STOP RUN.
012954 1030-EXIT.
012955     EXIT.
012957
012959*================================================================
012961* 1040-OPEN-DEACT-QUEUE - the site's ACSDEACT queue of badges
012963* for ACSFEED to switch off, created on first use like AUDITLOG.
012965* A queue that will not open skips deactivation with a warning.
012967*================================================================
012969 1040-OPEN-DEACT-QUEUE.
012971     SET WS-ACD-AVAILABLE TO TRUE
012973     OPEN EXTEND ACS-DEACT-FILE
012975     IF WS-ACD-FILE-NOT-FOUND
012977        OPEN OUTPUT ACS-DEACT-FILE
012979        CLOSE ACS-DEACT-FILE
012981        OPEN EXTEND ACS-DEACT-FILE
012983     END-IF
012985     IF NOT WS-ACD-OK
012987        SET WS-ACD-NOT-AVAILABLE TO TRUE
012989        DISPLAY "SIGNOUT: ACSDEACT NOT AVAILABLE - "
012991           "BADGE DEACTIVATION NOT QUEUED THIS RUN"
012993     END-IF
012995 1040-EXIT.
012997     EXIT.
013000
013100*================================================================
013200* 0100-SIGN-OUT-DIALOG - badge ID first (it is unique, so no
013300* duplicate handling needed); blank or unusable ID falls back
013400* to the name search over the alternate key.
013410* G instead of an ID signs out a whole group through 0150.
013500*================================================================
013600 0100-SIGN-OUT-DIALOG.
013700     SET WS-NOT-SIGNED-OUT TO TRUE
013800     DISPLAY "Visitor ID from badge (G for a group, blank to "
013810        "search by name): "
013900     ACCEPT WS-ID-ANSWER
013910     IF WS-ID-ANSWER = "G" OR "g"
013920        PERFORM 0150-GROUP-SIGN-OUT THRU 0150-EXIT
013930        GO TO 0100-EXIT
013940     END-IF
014000
014100     IF NOT WS-ID-ANSWER-BLANK AND WS-ID-ANSWER NUMERIC
014200        PERFORM 0200-FIND-BY-ID THRU 0200-EXIT
015500     END-IF
015600 0100-EXIT.
015700     EXIT.
015701
015702*================================================================
015703* 0150-GROUP-SIGN-OUT - a group leaving together: every member
015704* GRPCHKIN checked in under the group ID and still open on the
015705* master is listed, and one Y closes them all through the same
015706* 0400 close a single sign-out uses - badge back in the pool,
015707* car released, deactivation queued - with an AUDITLOG entry
015708* per member.  Members already signed out one by one are left
015709* as they are.
015710*================================================================
015711 0150-GROUP-SIGN-OUT.
015712     DISPLAY "Group ID from the booking: "
015713     ACCEPT WS-GROUP-ANSWER
015714     IF WS-GROUP-ANSWER-BLANK
015715        DISPLAY "Nothing keyed - nobody signed out."
015716        GO TO 0150-EXIT
015717     END-IF
015718     INSPECT WS-GROUP-ANSWER CONVERTING
015719         "abcdefghijklmnopqrstuvwxyz" TO
015720         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
015721
015722     MOVE ZERO TO WS-GROUP-OPEN-CTR
015723     SET WS-GROUP-LISTING TO TRUE
015724     PERFORM 0160-START-GROUP-SCAN THRU 0160-EXIT
015725     PERFORM 0170-EXAMINE-GROUP-MEMBER THRU 0170-EXIT
015726         UNTIL WS-END-OF-GROUP-SCAN
015727     IF WS-GROUP-OPEN-CTR = ZERO
015728        DISPLAY "No visitor still signed in under group "
015729           WS-GROUP-ANSWER
015730        GO TO 0150-EXIT
015731     END-IF
015732
015733     MOVE WS-GROUP-OPEN-CTR TO WS-GROUP-CTR-ED
015734     DISPLAY "Sign all " WS-GROUP-CTR-ED " of them out (Y/N)? "
015735     ACCEPT WS-REPLY
015736     IF NOT WS-REPLY-YES
015737        DISPLAY "Nobody signed out."
015738        GO TO 0150-EXIT
015739     END-IF
015740
015741     MOVE ZERO TO WS-GROUP-CLOSED-CTR
015742     SET WS-GROUP-CLOSING TO TRUE
015743     PERFORM 0160-START-GROUP-SCAN THRU 0160-EXIT
015744     PERFORM 0170-EXAMINE-GROUP-MEMBER THRU 0170-EXIT
015745         UNTIL WS-END-OF-GROUP-SCAN
015746     MOVE WS-GROUP-CLOSED-CTR TO WS-GROUP-CTR-ED
015747     DISPLAY "Group " WS-GROUP-ANSWER ": " WS-GROUP-CTR-ED
015748        " visitor(s) signed out at " WS-RUN-TIME
015749 0150-EXIT.
015750     EXIT.
015751
015752*================================================================
015753* 0160-START-GROUP-SCAN / 0170-EXAMINE-GROUP-MEMBER - one pass
015754* over the master in ID order picking out the group's open
015755* records: the first pass lists them, the second closes them.
015756* As in 0310, any non-OK status ends the walk.
015757*================================================================
015758 0160-START-GROUP-SCAN.
015759     SET WS-NOT-END-OF-GROUP-SCAN TO TRUE
015760     MOVE ZERO TO VIS-VISITOR-ID
015761     START VISITOR-MASTER KEY IS NOT LESS THAN VIS-VISITOR-ID
015762         INVALID KEY
015763            SET WS-END-OF-GROUP-SCAN TO TRUE
015764     END-START
015765 0160-EXIT.
015766     EXIT.
015767
015768 0170-EXAMINE-GROUP-MEMBER.
015769     READ VISITOR-MASTER NEXT RECORD
015770         AT END
015771            SET WS-END-OF-GROUP-SCAN TO TRUE
015772            GO TO 0170-EXIT
015773     END-READ
015774     IF NOT WS-VM-OK
015775        SET WS-END-OF-GROUP-SCAN TO TRUE
015776        GO TO 0170-EXIT
015777     END-IF
015778     IF VIS-GROUP-ID NOT = WS-GROUP-ANSWER
015779        OR NOT VIS-STATUS-OPEN
015780        GO TO 0170-EXIT
015781     END-IF
015782     IF WS-GROUP-LISTING
015783        ADD 1 TO WS-GROUP-OPEN-CTR
015784        DISPLAY "  " VIS-VISITOR-ID "  " VIS-NAME "  "
015785           VIS-BADGE-COMPANY
015786        GO TO 0170-EXIT
015787     END-IF
015788     PERFORM 0400-CLOSE-VISITOR-REC THRU 0400-EXIT
015789     IF WS-VM-OK
015790        ADD 1 TO WS-GROUP-CLOSED-CTR
015791        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
015792        SET WS-GROUP-AUDITED TO TRUE
015793     END-IF
015794 0170-EXIT.
015795     EXIT.
015800
015900*================================================================
016000* 0200-FIND-BY-ID - direct read on the primary key.
017000        IF VIS-STATUS-OPEN
017100           PERFORM 0250-CONFIRM-AND-CLOSE THRU 0250-EXIT
017200        ELSE
017210           IF VIS-STATUS-TRANSFERRED
017220              DISPLAY VIS-NAME " (ID " VIS-VISITOR-ID ") was "
017230                 "walked to another site at " VIS-EXIT-TIME
017240                 " on " VIS-EXIT-DATE " - sign out there"
017250           ELSE
017300              DISPLAY VIS-NAME " (ID " VIS-VISITOR-ID ") was "
017400                 "already signed out at " VIS-EXIT-TIME
017500                 " on " VIS-EXIT-DATE
017510           END-IF
017600        END-IF
017700     END-IF
017800 0200-EXIT.
025200     END-IF
025300 0310-EXIT.
025400     EXIT.
025402
025404*================================================================
025406* 0350-RELEASE-VEHICLE - the visitor's car gives up its space:
025408* a VEHICLE record still parked under this visitor ID is marked
025410* released with the sign-out stamp.  No record means the
025412* visitor did not drive; a record already released or swept
025414* is left as it is.
025416*================================================================
025418 0350-RELEASE-VEHICLE.
025420     IF WS-VEH-NOT-AVAILABLE
025422        GO TO 0350-EXIT
025424     END-IF
025426     MOVE VIS-VISITOR-ID TO VEH-VISITOR-ID
025428     READ VEHICLE-FILE
025430         INVALID KEY
025432            GO TO 0350-EXIT
025434     END-READ
025436     IF NOT VEH-PARKED
025438        GO TO 0350-EXIT
025440     END-IF
025442     SET VEH-RELEASED TO TRUE
025444     MOVE WS-RUN-DATE TO VEH-RELEASE-DATE
025446     MOVE WS-RUN-TIME TO VEH-RELEASE-TIME
025448     REWRITE VEHICLE-REC
025450     IF WS-VEH-OK
025452        DISPLAY "Parking space in lot " VEH-LOT-CODE
025454           " freed - plate " VEH-PLATE
025456     ELSE
025458        DISPLAY "*** ERROR " WS-VEH-STATUS
025460           " RELEASING VEHICLE " VEH-PLATE " ***"
025462     END-IF
025464 0350-EXIT.
025466     EXIT.
025500
025600*================================================================
025700* 0400-CLOSE-VISITOR-REC - the desk's close (ACSEXLD makes the
025800* same close from a turnstile exit): stamp the exit and rewrite
025810* the record just read.
025900*================================================================
026000 0400-CLOSE-VISITOR-REC.
026100     MOVE WS-RUN-DATE TO VIS-EXIT-DATE
026600        SET WS-SIGNED-OUT TO TRUE
026700        MOVE VIS-NAME TO WS-AUDIT-NAME
026710        PERFORM 0450-RELEASE-BADGE THRU 0450-EXIT
026720        PERFORM 0350-RELEASE-VEHICLE THRU 0350-EXIT
026730        PERFORM 0460-QUEUE-DEACTIVATION THRU 0460-EXIT
026800     ELSE
026900        DISPLAY "*** ERROR " WS-VM-STATUS
027000           " REWRITING VISITOR-MASTER FOR " VIS-NAME " ***"
027468 0450-EXIT.
027472     EXIT.
027476
027477*================================================================
027478* 0460-QUEUE-DEACTIVATION - queues the badge on ACSDEACT for the
027479* next ACSFEED run, so the access-control system stops honouring
027480* it.  Queued whether or not the inventory was released above:
027481* the vendor works by visitor ID, so a badge since reissued to
027482* someone else is not affected.
027483*================================================================
027484 0460-QUEUE-DEACTIVATION.
027485     IF WS-ACD-NOT-AVAILABLE OR VIS-BADGE-NO = ZERO
027486        GO TO 0460-EXIT
027487     END-IF
027488     MOVE SPACES TO ACS-DEACT-REC
027489     MOVE VIS-VISITOR-ID TO ACD-VISITOR-ID
027490     MOVE VIS-BADGE-NO   TO ACD-BADGE-NO
027491     MOVE VIS-NAME       TO ACD-NAME
027492     SET ACD-SIGNED-OUT TO TRUE
027493     MOVE WS-RUN-DATE    TO ACD-DATE
027494     MOVE WS-RUN-TIME    TO ACD-TIME
027495     MOVE "SIGNOUT"      TO ACD-PROGRAM-ID
027496     WRITE ACS-DEACT-REC
027497 0460-EXIT.
027498     EXIT.
027499
027500*================================================================
027600* 8000-WRITE-AUDIT-ENTRY - same shape as OBTAININPUT's entry,
027700* with this program's ID, so one audit file shows both the
027800* sign-in and the sign-out side of every visit.  A refused
027810* operator's entry carries the reason in AUD-EVENT-CODE.
027900*================================================================
028000 8000-WRITE-AUDIT-ENTRY.
029100     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
029200     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
029300     MOVE "SIGNOUT"           TO AUD-PROGRAM-ID
029500     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
029600     MOVE WS-AUDIT-NAME       TO AUD-NAME-CAPTURED
029610     MOVE WS-STATION-ID       TO AUD-STATION-ID
029620     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
029700     WRITE AUDIT-LOG-REC
029800 8000-EXIT.
029900     EXIT.
030610     IF WS-BDG-AVAILABLE
030620        CLOSE BADGE-INV-FILE
030630     END-IF
030640     IF WS-VEH-AVAILABLE
030650        CLOSE VEHICLE-FILE
030660     END-IF
030670     IF WS-ACD-AVAILABLE
030680        CLOSE ACS-DEACT-FILE
030690     END-IF
030700 9000-EXIT.
030800     EXIT.
030900
