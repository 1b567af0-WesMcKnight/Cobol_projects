000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "PLATEINQ".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* PLATEINQ - plate lookup for when the garage calls about a car
000900* blocking a bay.  Takes a plate as the caller reads it, puts it
001000* through the shared PLATENRM rules intake stores plates under
001100* (so "abc-123" and "ABC 123" find the same car), and walks the
001200* VEH-PLATE alternate-key chain on the site's VEHICLE file.
001300* Every car recorded under the plate is shown, oldest first -
001400* lot, parked/freed status and stamps, the visitor and visitor
001500* ID - with the host and the visit's open/closed status off the
001600* live VISITOR-MASTER (or the VISITOR-HISTORY archive once the
001700* visit has moved there), so the desk knows whom to phone.
001800*
001900* Blank plate ends the session; the dialog loops so the desk can
002000* work through several cars in one call, the way VISINQ does.
002100*
002200* MODIFICATION HISTORY
002300*
002400* 2026-10-15  WM   Original.
002410* 2026-10-15  WM   VIS-GROUP-ID added to the history copy's
002420*                  REPLACING list; VISITOR-REC is now 160 bytes.
002430* 2026-10-15  WM   VIS-STATUS-TRANSFERRED and the origin fields
002440*                  added to the history copy's REPLACING list.
002450*                  A car on a transferred visit says so.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS VEH-VISITOR-ID
003300         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
003400         FILE STATUS IS WS-VEH-STATUS.
003500
003600     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS VIS-VISITOR-ID
004000         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
004100         FILE STATUS IS WS-VM-STATUS.
004200
004300     SELECT VISITOR-HISTORY ASSIGN TO "VISITHST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS VH-VISITOR-ID
004700         ALTERNATE RECORD KEY IS VH-NAME WITH DUPLICATES
004800         FILE STATUS IS WS-VH-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  VEHICLE-FILE.
005300     COPY VEHREC.
005400
005500 FD  VISITOR-MASTER.
005600     COPY VISITREC.
005700
005800 FD  VISITOR-HISTORY.
005900     COPY VISITREC REPLACING
006000         ==VISITOR-REC==           BY ==VISITOR-HIST-REC==
006100         ==VIS-VISITOR-ID==        BY ==VH-VISITOR-ID==
006200         ==VIS-NAME==              BY ==VH-NAME==
006300         ==VIS-ENTRY-DATE==        BY ==VH-ENTRY-DATE==
006400         ==VIS-ENTRY-TIME==        BY ==VH-ENTRY-TIME==
006500         ==VIS-BADGE-COMPANY==     BY ==VH-BADGE-COMPANY==
006600         ==VIS-HOST-EMPLOYEE==     BY ==VH-HOST-EMPLOYEE==
006700         ==VIS-PURPOSE-CODE==      BY ==VH-PURPOSE-CODE==
006800         ==VIS-STATUS==            BY ==VH-STATUS==
006900         ==VIS-STATUS-OPEN==       BY ==VH-STATUS-OPEN==
007000         ==VIS-STATUS-CLOSED==     BY ==VH-STATUS-CLOSED==
007100         ==VIS-STATUS-EXPIRED==    BY ==VH-STATUS-EXPIRED==
007150         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
007200         ==VIS-DUPLICATE-FLAG==    BY ==VH-DUPLICATE-FLAG==
007300         ==VIS-IS-DUPLICATE==      BY ==VH-IS-DUPLICATE==
007400         ==VIS-NOT-DUPLICATE==     BY ==VH-NOT-DUPLICATE==
007500         ==VIS-EXIT-DATE==         BY ==VH-EXIT-DATE==
007600         ==VIS-EXIT-TIME==         BY ==VH-EXIT-TIME==
007700         ==VIS-PREREG-FLAG==       BY ==VH-PREREG-FLAG==
007800         ==VIS-PREREGISTERED==     BY ==VH-PREREGISTERED==
007900         ==VIS-NOT-PREREGISTERED== BY ==VH-NOT-PREREGISTERED==
008000         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
008100         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
008200         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
008300         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
008310         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
008332         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
008355         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
008377         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
008400
008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------------
008700* FILE STATUS AREAS
008800*----------------------------------------------------------------
008900 01  WS-VEH-STATUS               PIC X(02).
009000     88  WS-VEH-OK                   VALUE "00".
009100     88  WS-VEH-FILE-NOT-FOUND       VALUE "35".
009200
009300 01  WS-VM-STATUS                PIC X(02).
009400     88  WS-VM-OK                    VALUE "00".
009500     88  WS-VM-NOT-FOUND             VALUE "23".
009600     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
009700
009800 01  WS-VH-STATUS                PIC X(02).
009900     88  WS-VH-OK                    VALUE "00".
010000     88  WS-VH-NOT-FOUND             VALUE "23".
010100     88  WS-VH-FILE-NOT-FOUND        VALUE "35".
010200
010300*----------------------------------------------------------------
010400* AVAILABILITY AND CHAIN SWITCHES
010500*----------------------------------------------------------------
010600 01  WS-VM-AVAIL-SWITCH          PIC X(01).
010700     88  WS-VM-AVAILABLE             VALUE "Y".
010800     88  WS-VM-NOT-AVAILABLE         VALUE "N".
010900
011000 01  WS-VH-AVAIL-SWITCH          PIC X(01).
011100     88  WS-VH-AVAILABLE             VALUE "Y".
011200     88  WS-VH-NOT-AVAILABLE         VALUE "N".
011300
011400 01  WS-CHAIN-SWITCH             PIC X(01).
011500     88  WS-END-OF-CHAIN             VALUE "Y".
011600     88  WS-NOT-END-OF-CHAIN         VALUE "N".
011700
011800*----------------------------------------------------------------
011900* DIALOG WORK AREAS
012000*----------------------------------------------------------------
012100 01  WS-PLATE-ANSWER             PIC X(10).
012200     88  WS-PLATE-ANSWER-BLANK       VALUE SPACES.
012300 01  WS-NORM-PLATE               PIC X(10).
012400 01  WS-CAR-CTR                  PIC 9(03) COMP VALUE ZERO.
012500
012600*----------------------------------------------------------------
012700* DISPLAY WORK AREAS
012800*----------------------------------------------------------------
012900 01  WS-SHOW-VEH-STATUS          PIC X(24).
013000 01  WS-SHOW-RELEASE             PIC X(17).
013100 01  WS-SHOW-HOST                PIC X(20).
013200 01  WS-SHOW-VISIT               PIC X(20).
013300
013400 PROCEDURE DIVISION.
013500*================================================================
013600* 0000-MAINLINE
013700*================================================================
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014000     PERFORM 2000-INQUIRE-ONE THRU 2000-EXIT
014100         UNTIL WS-PLATE-ANSWER-BLANK
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT
014300     STOP RUN.
014400
014500*================================================================
014600* 1000-INITIALIZE - the VEHICLE file is the whole point; the
014700* master and archive only fill in the host, and the lookup
014800* still answers "whose car is it" without them.
014900*================================================================
015000 1000-INITIALIZE.
015100     MOVE SPACES TO WS-PLATE-ANSWER
015200
015300     OPEN INPUT VEHICLE-FILE
015400     IF NOT WS-VEH-OK
015500        DISPLAY "PLATEINQ: VEHICLE FILE NOT AVAILABLE - "
015600           "NOTHING TO SEARCH - RUN ENDED"
015700        STOP RUN
015800     END-IF
015900
016000     SET WS-VM-AVAILABLE TO TRUE
016100     OPEN INPUT VISITOR-MASTER
016200     IF NOT WS-VM-OK
016300        SET WS-VM-NOT-AVAILABLE TO TRUE
016400        DISPLAY "PLATEINQ: VISITOR-MASTER NOT AVAILABLE - "
016500           "HOSTS OF OPEN VISITS NOT SHOWN"
016600     END-IF
016700
016800     SET WS-VH-AVAILABLE TO TRUE
016900     OPEN INPUT VISITOR-HISTORY
017000     IF NOT WS-VH-OK
017100        SET WS-VH-NOT-AVAILABLE TO TRUE
017200        DISPLAY "PLATEINQ: VISITOR-HISTORY NOT AVAILABLE - "
017300           "HOSTS OF ARCHIVED VISITS NOT SHOWN"
017400     END-IF
017500 1000-EXIT.
017600     EXIT.
017700
017800*================================================================
017900* 2000-INQUIRE-ONE - one plate per iteration.
018000*================================================================
018100 2000-INQUIRE-ONE.
018200     DISPLAY " "
018300     DISPLAY "Plate (blank to quit): "
018400     ACCEPT WS-PLATE-ANSWER
018500     IF WS-PLATE-ANSWER-BLANK
018600        GO TO 2000-EXIT
018700     END-IF
018800     CALL "PLATENRM" USING WS-PLATE-ANSWER WS-NORM-PLATE
018900
019000     MOVE ZERO TO WS-CAR-CTR
019100     PERFORM 3000-WALK-PLATE-CHAIN THRU 3000-EXIT
019200     IF WS-CAR-CTR = ZERO
019300        DISPLAY "No vehicle on file with plate " WS-NORM-PLATE
019400     END-IF
019500 2000-EXIT.
019600     EXIT.
019700
019800*================================================================
019900* 3000-WALK-PLATE-CHAIN - START on the alternate key and read
020000* forward while the plate holds, the way VISINQ walks VIS-NAME.
020100*================================================================
020200 3000-WALK-PLATE-CHAIN.
020300     SET WS-NOT-END-OF-CHAIN TO TRUE
020400     MOVE WS-NORM-PLATE TO VEH-PLATE
020500     START VEHICLE-FILE KEY IS EQUAL TO VEH-PLATE
020600         INVALID KEY
020700            SET WS-END-OF-CHAIN TO TRUE
020800     END-START
020900     PERFORM 3100-SHOW-NEXT-CAR THRU 3100-EXIT
021000         UNTIL WS-END-OF-CHAIN
021100 3000-EXIT.
021200     EXIT.
021300
021400 3100-SHOW-NEXT-CAR.
021500     READ VEHICLE-FILE NEXT RECORD
021600         AT END
021700            SET WS-END-OF-CHAIN TO TRUE
021800     END-READ
021900     IF NOT WS-VEH-OK
022000        SET WS-END-OF-CHAIN TO TRUE
022100     END-IF
022200     IF WS-NOT-END-OF-CHAIN
022300        IF VEH-PLATE NOT = WS-NORM-PLATE
022400           SET WS-END-OF-CHAIN TO TRUE
022500        ELSE
022600           ADD 1 TO WS-CAR-CTR
022700           IF WS-CAR-CTR = 1
022800              DISPLAY "Vehicles on file for plate " WS-NORM-PLATE
022900                 " (oldest first):"
023000           END-IF
023100           PERFORM 3200-DISPLAY-CAR THRU 3200-EXIT
023200        END-IF
023300     END-IF
023400 3100-EXIT.
023500     EXIT.
023600
023700*================================================================
023800* 3200-DISPLAY-CAR - a swept car was freed by the overnight
023900* sweep, not by a sign-out: nobody saw it leave, so it is
024000* called out for the garage.
024100*================================================================
024200 3200-DISPLAY-CAR.
024300     MOVE SPACES TO WS-SHOW-RELEASE
024400     IF VEH-PARKED
024500        MOVE "PARKED" TO WS-SHOW-VEH-STATUS
024600        MOVE "(still parked)" TO WS-SHOW-RELEASE
024700     ELSE
024800        IF VEH-SWEPT
024900           MOVE "FREED BY SWEEP" TO WS-SHOW-VEH-STATUS
025000        ELSE
025100           MOVE "RELEASED AT SIGN-OUT" TO WS-SHOW-VEH-STATUS
025200        END-IF
025300        STRING VEH-RELEASE-DATE DELIMITED BY SIZE
025400               " "              DELIMITED BY SIZE
025500               VEH-RELEASE-TIME DELIMITED BY SIZE
025600               INTO WS-SHOW-RELEASE
025700     END-IF
025800     PERFORM 3300-LOOKUP-VISIT THRU 3300-EXIT
025900     DISPLAY "  lot " VEH-LOT-CODE "  " VEH-STATE " "
026000        VEH-PLATE "  " WS-SHOW-VEH-STATUS
026100     DISPLAY "      in  " VEH-PARK-DATE " " VEH-PARK-TIME
026200        "  out " WS-SHOW-RELEASE
026300     DISPLAY "      visitor " VEH-VISITOR-NAME
026400        "  ID " VEH-VISITOR-ID
026500     DISPLAY "      host " WS-SHOW-HOST "  " WS-SHOW-VISIT
026600     IF VEH-SWEPT
026700        DISPLAY "      *** NEVER SIGNED OUT - CAR MAY STILL "
026800           "BE IN THE LOT ***"
026900     END-IF
027000 3200-EXIT.
027100     EXIT.
027200
027300*================================================================
027400* 3300-LOOKUP-VISIT - host and visit status by visitor ID, live
027500* master first, then the archive.
027600*================================================================
027700 3300-LOOKUP-VISIT.
027800     MOVE "(visit not on file)" TO WS-SHOW-HOST
027900     MOVE SPACES TO WS-SHOW-VISIT
028000     IF WS-VM-AVAILABLE
028100        MOVE VEH-VISITOR-ID TO VIS-VISITOR-ID
028200        READ VISITOR-MASTER
028300            KEY IS VIS-VISITOR-ID
028400            INVALID KEY
028500               CONTINUE
028600        END-READ
028700        IF WS-VM-OK
028800           MOVE VIS-HOST-EMPLOYEE TO WS-SHOW-HOST
028900           IF VIS-STATUS-OPEN
029000              MOVE "visit OPEN" TO WS-SHOW-VISIT
029100           ELSE
029200              IF VIS-STATUS-EXPIRED
029300                 MOVE "visit EXPIRED" TO WS-SHOW-VISIT
029400              ELSE
029410                 IF VIS-STATUS-TRANSFERRED
029420                    MOVE "visit TRANSFERRED" TO WS-SHOW-VISIT
029430                 ELSE
029500                    MOVE "visit CLOSED" TO WS-SHOW-VISIT
029510                 END-IF
029600              END-IF
029700           END-IF
029800           GO TO 3300-EXIT
029900        END-IF
030000     END-IF
030100     IF WS-VH-AVAILABLE
030200        MOVE VEH-VISITOR-ID TO VH-VISITOR-ID
030300        READ VISITOR-HISTORY
030400            KEY IS VH-VISITOR-ID
030500            INVALID KEY
030600               CONTINUE
030700        END-READ
030800        IF WS-VH-OK
030900           MOVE VH-HOST-EMPLOYEE TO WS-SHOW-HOST
031000           MOVE "visit ARCHIVED" TO WS-SHOW-VISIT
031100        END-IF
031200     END-IF
031300 3300-EXIT.
031400     EXIT.
031500
031600*================================================================
031700* 9000-TERMINATE
031800*================================================================
031900 9000-TERMINATE.
032000     CLOSE VEHICLE-FILE
032100     IF WS-VM-AVAILABLE
032200        CLOSE VISITOR-MASTER
032300     END-IF
032400     IF WS-VH-AVAILABLE
032500        CLOSE VISITOR-HISTORY
032600     END-IF
032700 9000-EXIT.
032800     EXIT.
032900
033000 END PROGRAM PLATEINQ.
