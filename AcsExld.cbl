000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "ACSEXLD".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* ACSEXLD - turnstile exit-event loader for one site.  Reads the
000900* access-control vendor's event file (ACSXREC) and, for each
001000* exit event, closes the visitor's open VISITOR-MASTER record
001100* with the real exit date and time the turnstile saw - the same
001200* close SIGNOUT does at the desk:
001300*   - VIS-STATUS-CLOSED with VIS-EXIT-DATE/TIME from the event;
001400*   - the badge goes back to the BADGEINV pool if the inventory
001500*     still names this visitor as its holder;
001600*   - a car still parked under the visitor ID is released on
001700*     VEHICLE, so the lot count stays true;
001800*   - a deactivation (reason X) is queued on ACSDEACT for the
001900*     next ACSFEED run.
002000*
002100* An event that cannot be matched to an open visit is not
002200* applied; it prints on the ACSEXCP exception report with the
002300* reason, for security to follow up:
002400*   - the visitor ID is not on the site's master;
002500*   - the visit is already closed or expired, or was closed as
002510*     transferred to another site (the badge should have been
002520*     switched off when the visitor was sent);
002600*   - the badge presented is not the badge the visit was issued;
002700*   - the exit is stamped before the visit's sign-in.
002800* The vendor's other event types are counted and passed over.
002900*
003000* The event file is emptied once every event has been worked,
003100* so each event is applied once; the vendor appends the next
003200* batch.  Runs per site before the overnight sweep in
003300* jcl/VISITLD.proc (so a visitor who left through the turnstile
003400* is closed, not expired) and stand-alone through the day from
003500* jcl/ACSEXLD.jcl.  RETURN-CODE 4 when anything was reported,
003600* 8 when the master or the event file cannot be opened.
003700*
003800* MODIFICATION HISTORY
003900*
004000* 2026-10-15  WM   Original.
004010* 2026-10-15  WM   An exit against a visit transferred to another
004020*                  site is reported as such, not as expired.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ACS-EXIT-FILE ASSIGN TO "ACSEXIT"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-ACX-STATUS.
004900
005000     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VIS-VISITOR-ID
005400         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005500         FILE STATUS IS WS-VM-STATUS.
005600
005700     SELECT BADGE-INV-FILE ASSIGN TO "BADGEINV"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS BDG-NUMBER
006100         FILE STATUS IS WS-BDG-STATUS.
006200
006300     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS VEH-VISITOR-ID
006700         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
006800         FILE STATUS IS WS-VEH-STATUS.
006900
007000     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-ACD-STATUS.
007400
007500     SELECT EXCEPTION-RPT ASSIGN TO "ACSEXCP"
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-RPT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ACS-EXIT-FILE.
008300     COPY ACSXREC.
008400
008500 FD  VISITOR-MASTER.
008600     COPY VISITREC.
008700
008800 FD  BADGE-INV-FILE.
008900     COPY BADGEREC.
009000
009100 FD  VEHICLE-FILE.
009200     COPY VEHREC.
009300
009400 FD  ACS-DEACT-FILE.
009500     COPY ACSDREC.
009600
009700 FD  EXCEPTION-RPT
009800     RECORDING MODE IS F.
009900 01  RPT-LINE                    PIC X(132).
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------------
010300* FILE STATUS AREAS
010400*----------------------------------------------------------------
010500 01  WS-ACX-STATUS               PIC X(02).
010600     88  WS-ACX-OK                   VALUE "00".
010700     88  WS-ACX-AT-END               VALUE "10".
010800
010900 01  WS-VM-STATUS                PIC X(02).
011000     88  WS-VM-OK                    VALUE "00".
011100     88  WS-VM-NOT-FOUND             VALUE "23".
011200
011300 01  WS-BDG-STATUS               PIC X(02).
011400     88  WS-BDG-OK                   VALUE "00".
011500     88  WS-BDG-NOT-FOUND            VALUE "23".
011600
011700 01  WS-VEH-STATUS               PIC X(02).
011800     88  WS-VEH-OK                   VALUE "00".
011900     88  WS-VEH-NOT-FOUND            VALUE "23".
012000
012100 01  WS-ACD-STATUS               PIC X(02).
012200     88  WS-ACD-OK                   VALUE "00".
012300     88  WS-ACD-FILE-NOT-FOUND       VALUE "35".
012400
012500 01  WS-RPT-STATUS               PIC X(02).
012600     88  WS-RPT-OK                   VALUE "00".
012700
012800*----------------------------------------------------------------
012900* SWITCHES
013000*----------------------------------------------------------------
013100 01  WS-EOF-SWITCH               PIC X(01).
013200     88  WS-END-OF-EVENTS            VALUE "Y".
013300     88  WS-NOT-END-OF-EVENTS        VALUE "N".
013400
013500 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
013600     88  WS-BDG-AVAILABLE            VALUE "Y".
013700     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
013800
013900 01  WS-VEH-AVAIL-SWITCH         PIC X(01).
014000     88  WS-VEH-AVAILABLE            VALUE "Y".
014100     88  WS-VEH-NOT-AVAILABLE        VALUE "N".
014200
014300 01  WS-ACD-AVAIL-SWITCH         PIC X(01).
014400     88  WS-ACD-AVAILABLE            VALUE "Y".
014500     88  WS-ACD-NOT-AVAILABLE        VALUE "N".
014600
014700*----------------------------------------------------------------
014800* RUN CONTROL AND WORK FIELDS
014900*----------------------------------------------------------------
015000 01  WS-RUN-DATE                 PIC 9(08).
015100 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
015200     05  WS-RUN-YYYY              PIC 9(04).
015300     05  WS-RUN-MM                PIC 9(02).
015400     05  WS-RUN-DD                PIC 9(02).
015500 01  WS-RUN-TIME                 PIC 9(08).
015600
015700 01  WS-EXIT-TIME                PIC 9(08).
015800 01  WS-EXIT-TIME-R             REDEFINES WS-EXIT-TIME.
015900     05  WS-EXIT-HHMMSS           PIC 9(06).
016000     05  WS-EXIT-HUNDREDTHS       PIC 9(02).
016100
016200 01  WS-EXCEPTION-REASON         PIC X(40).
016300
016400 01  WS-PAGE-NO                  PIC 9(04) COMP.
016500 01  WS-LINE-CTR                 PIC 9(04) COMP.
016600
016700 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
016800
016900*----------------------------------------------------------------
017000* COUNTERS
017100*----------------------------------------------------------------
017200 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
017300 01  WS-OTHER-EVENT-CTR          PIC 9(07) COMP VALUE ZERO.
017400 01  WS-CLOSED-CTR               PIC 9(07) COMP VALUE ZERO.
017500 01  WS-BADGE-FREED-CTR          PIC 9(07) COMP VALUE ZERO.
017600 01  WS-CAR-FREED-CTR            PIC 9(07) COMP VALUE ZERO.
017700 01  WS-EXCEPTION-CTR            PIC 9(07) COMP VALUE ZERO.
017800
017900 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
018000
018100*----------------------------------------------------------------
018200* REPORT LINE LAYOUTS
018300*----------------------------------------------------------------
018400 01  HDR-LINE-1.
018500     05  FILLER                   PIC X(01) VALUE SPACE.
018600     05  FILLER                   PIC X(30) VALUE
018700         "TURNSTILE EXIT EXCEPTIONS".
018800     05  FILLER                   PIC X(05) VALUE SPACES.
018900     05  FILLER                   PIC X(10) VALUE
019000         "RUN DATE: ".
019100     05  HDR-RUN-MM               PIC 99.
019200     05  FILLER                   PIC X(01) VALUE "/".
019300     05  HDR-RUN-DD               PIC 99.
019400     05  FILLER                   PIC X(01) VALUE "/".
019500     05  HDR-RUN-YYYY             PIC 9999.
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  FILLER                   PIC X(06) VALUE "TIME: ".
019800     05  HDR-RUN-TIME             PIC 9(08).
019900     05  FILLER                   PIC X(02) VALUE SPACES.
020000     05  FILLER                   PIC X(05) VALUE "PAGE ".
020100     05  HDR-PAGE-NO              PIC ZZZ9.
020200
020300 01  HDR-LINE-2.
020400     05  FILLER                   PIC X(03) VALUE SPACES.
020500     05  FILLER                   PIC X(13) VALUE
020600         "VISITOR ID".
020700     05  FILLER                   PIC X(02) VALUE SPACES.
020800     05  FILLER                   PIC X(05) VALUE
020900         "BADGE".
021000     05  FILLER                   PIC X(02) VALUE SPACES.
021100     05  FILLER                   PIC X(08) VALUE
021200         "DATE".
021300     05  FILLER                   PIC X(02) VALUE SPACES.
021400     05  FILLER                   PIC X(06) VALUE
021500         "TIME".
021600     05  FILLER                   PIC X(02) VALUE SPACES.
021700     05  FILLER                   PIC X(08) VALUE
021800         "READER".
021900     05  FILLER                   PIC X(02) VALUE SPACES.
022000     05  FILLER                   PIC X(20) VALUE
022100         "VISITOR NAME".
022200     05  FILLER                   PIC X(02) VALUE SPACES.
022300     05  FILLER                   PIC X(40) VALUE
022400         "EXCEPTION".
022500
022600 01  DTL-LINE.
022700     05  FILLER                   PIC X(03) VALUE SPACES.
022800     05  DTL-VISITOR-ID           PIC 9(13).
022900     05  FILLER                   PIC X(02) VALUE SPACES.
023000     05  DTL-BADGE-NO             PIC 9(04).
023100     05  FILLER                   PIC X(03) VALUE SPACES.
023200     05  DTL-EVENT-DATE           PIC 9(08).
023300     05  FILLER                   PIC X(02) VALUE SPACES.
023400     05  DTL-EVENT-TIME           PIC 9(06).
023500     05  FILLER                   PIC X(02) VALUE SPACES.
023600     05  DTL-READER-ID            PIC X(08).
023700     05  FILLER                   PIC X(02) VALUE SPACES.
023800     05  DTL-VISITOR-NAME         PIC X(20).
023900     05  FILLER                   PIC X(02) VALUE SPACES.
024000     05  DTL-REASON               PIC X(40).
024100
024200 01  TOTAL-LINE.
024300     05  FILLER                   PIC X(01) VALUE SPACE.
024400     05  TOT-LABEL                PIC X(26).
024500     05  TOT-VALUE                PIC ZZZ,ZZ9.
024600
024700 PROCEDURE DIVISION.
024800*================================================================
024900* 0000-MAINLINE
025000*================================================================
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     PERFORM 2000-READ-EVENT THRU 2000-EXIT
025400     PERFORM 2100-PROCESS-EVENT THRU 2100-EXIT
025500         UNTIL WS-END-OF-EVENTS
025600     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
025700     PERFORM 5000-EMPTY-EVENT-FILE THRU 5000-EXIT
025800     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
025900     PERFORM 9000-TERMINATE THRU 9000-EXIT
026000     STOP RUN.
026100
026200*================================================================
026300* 1000-INITIALIZE - the master and the event file are required;
026400* the badge inventory, vehicle file and deactivation queue are
026500* each skipped with a warning when they will not open.
026600*================================================================
026700 1000-INITIALIZE.
026800     MOVE ZERO TO WS-PAGE-NO
026900     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
027000     SET WS-NOT-END-OF-EVENTS TO TRUE
027100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027200     ACCEPT WS-RUN-TIME FROM TIME
027300
027400     OPEN INPUT ACS-EXIT-FILE
027500     IF NOT WS-ACX-OK
027600        DISPLAY "ACSEXLD: STATUS " WS-ACX-STATUS
027700           " OPENING ACSEXIT - NO EVENTS LOADED"
027800        MOVE 8 TO RETURN-CODE
027900        STOP RUN
028000     END-IF
028100
028200     OPEN I-O VISITOR-MASTER
028300     IF NOT WS-VM-OK
028400        DISPLAY "ACSEXLD: STATUS " WS-VM-STATUS
028500           " OPENING VISITOR-MASTER - NO EVENTS LOADED"
028600        MOVE 8 TO RETURN-CODE
028700        STOP RUN
028800     END-IF
028900
029000     SET WS-BDG-AVAILABLE TO TRUE
029100     OPEN I-O BADGE-INV-FILE
029200     IF NOT WS-BDG-OK
029300        SET WS-BDG-NOT-AVAILABLE TO TRUE
029400        DISPLAY "ACSEXLD: BADGE INVENTORY NOT AVAILABLE - "
029500           "BADGES NOT RETURNED TO THE POOL THIS RUN"
029600     END-IF
029700
029800     SET WS-VEH-AVAILABLE TO TRUE
029900     OPEN I-O VEHICLE-FILE
030000     IF NOT WS-VEH-OK
030100        SET WS-VEH-NOT-AVAILABLE TO TRUE
030200        DISPLAY "ACSEXLD: VEHICLE FILE NOT AVAILABLE - "
030300           "PARKING NOT RELEASED THIS RUN"
030400     END-IF
030500
030600     SET WS-ACD-AVAILABLE TO TRUE
030700     OPEN EXTEND ACS-DEACT-FILE
030800     IF WS-ACD-FILE-NOT-FOUND
030900        OPEN OUTPUT ACS-DEACT-FILE
031000        CLOSE ACS-DEACT-FILE
031100        OPEN EXTEND ACS-DEACT-FILE
031200     END-IF
031300     IF NOT WS-ACD-OK
031400        SET WS-ACD-NOT-AVAILABLE TO TRUE
031500        DISPLAY "ACSEXLD: ACSDEACT NOT AVAILABLE - "
031600           "DEACTIVATIONS NOT QUEUED THIS RUN"
031700     END-IF
031800
031900     OPEN OUTPUT EXCEPTION-RPT
032000 1000-EXIT.
032100     EXIT.
032200
032300 2000-READ-EVENT.
032400     READ ACS-EXIT-FILE
032500         AT END
032600            SET WS-END-OF-EVENTS TO TRUE
032700     END-READ
032800     IF NOT WS-ACX-OK
032900        SET WS-END-OF-EVENTS TO TRUE
033000     END-IF
033100 2000-EXIT.
033200     EXIT.
033300
033400*================================================================
033500* 2100-PROCESS-EVENT - match the event to an open visit; any
033600* mismatch is reported and the master left as it was.
033700*================================================================
033800 2100-PROCESS-EVENT.
033900     ADD 1 TO WS-READ-CTR
034000     IF NOT ACX-EXIT-EVENT
034100        ADD 1 TO WS-OTHER-EVENT-CTR
034200        GO TO 2100-READ-NEXT
034300     END-IF
034400     MOVE SPACES TO VIS-NAME
034500     MOVE ACX-VISITOR-ID TO VIS-VISITOR-ID
034600     READ VISITOR-MASTER
034700         INVALID KEY
034800            MOVE SPACES TO VIS-NAME
034900            MOVE "VISITOR ID NOT ON THIS SITE'S MASTER"
035000               TO WS-EXCEPTION-REASON
035100            PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
035200            GO TO 2100-READ-NEXT
035300     END-READ
035400     IF VIS-STATUS-CLOSED
035500        MOVE "VISIT ALREADY SIGNED OUT" TO WS-EXCEPTION-REASON
035600        PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
035700        GO TO 2100-READ-NEXT
035800     END-IF
035810     IF VIS-STATUS-TRANSFERRED
035820        MOVE "VISIT TRANSFERRED TO ANOTHER SITE"
035830           TO WS-EXCEPTION-REASON
035840        PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
035850        GO TO 2100-READ-NEXT
035860     END-IF
035900     IF NOT VIS-STATUS-OPEN
036000        MOVE "VISIT ALREADY EXPIRED BY THE SWEEP"
036100           TO WS-EXCEPTION-REASON
036200        PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
036300        GO TO 2100-READ-NEXT
036400     END-IF
036500     IF ACX-BADGE-NO NOT = VIS-BADGE-NO
036600        MOVE "BADGE PRESENTED IS NOT THE VISIT'S BADGE"
036700           TO WS-EXCEPTION-REASON
036800        PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
036900        GO TO 2100-READ-NEXT
037000     END-IF
037100     MOVE ACX-EVENT-TIME TO WS-EXIT-HHMMSS
037200     MOVE ZERO TO WS-EXIT-HUNDREDTHS
037300     IF ACX-EVENT-DATE < VIS-ENTRY-DATE
037400        OR (ACX-EVENT-DATE = VIS-ENTRY-DATE
037500            AND WS-EXIT-TIME < VIS-ENTRY-TIME)
037600        MOVE "EXIT STAMPED BEFORE THE SIGN-IN"
037700           TO WS-EXCEPTION-REASON
037800        PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
037900        GO TO 2100-READ-NEXT
038000     END-IF
038100     PERFORM 2200-CLOSE-VISIT THRU 2200-EXIT
038200 2100-READ-NEXT.
038300     PERFORM 2000-READ-EVENT THRU 2000-EXIT
038400 2100-EXIT.
038500     EXIT.
038600
038700*================================================================
038800* 2200-CLOSE-VISIT - SIGNOUT's close, stamped with the time the
038900* turnstile saw rather than the time this run happened to read
039000* the event.
039100*================================================================
039200 2200-CLOSE-VISIT.
039300     MOVE ACX-EVENT-DATE TO VIS-EXIT-DATE
039400     MOVE WS-EXIT-TIME   TO VIS-EXIT-TIME
039500     SET VIS-STATUS-CLOSED TO TRUE
039600     REWRITE VISITOR-REC
039700     IF NOT WS-VM-OK
039800        DISPLAY "ACSEXLD: STATUS " WS-VM-STATUS
039900           " REWRITING VISITOR-MASTER FOR " VIS-VISITOR-ID
040000        MOVE "MASTER COULD NOT BE REWRITTEN"
040100           TO WS-EXCEPTION-REASON
040200        PERFORM 3000-PRINT-EXCEPTION THRU 3000-EXIT
040300        GO TO 2200-EXIT
040400     END-IF
040500     ADD 1 TO WS-CLOSED-CTR
040600     PERFORM 2300-RELEASE-BADGE THRU 2300-EXIT
040700     PERFORM 2400-RELEASE-VEHICLE THRU 2400-EXIT
040800     PERFORM 2500-QUEUE-DEACTIVATION THRU 2500-EXIT
040900 2200-EXIT.
041000     EXIT.
041100
041200*================================================================
041300* 2300-RELEASE-BADGE - back to the pool only while the inventory
041400* still names this visitor, SIGNOUT's rule: a badge found and
041500* re-issued since belongs to its new holder.
041600*================================================================
041700 2300-RELEASE-BADGE.
041800     IF WS-BDG-NOT-AVAILABLE
041900        GO TO 2300-EXIT
042000     END-IF
042100     MOVE VIS-BADGE-NO TO BDG-NUMBER
042200     READ BADGE-INV-FILE
042300         INVALID KEY
042400            GO TO 2300-EXIT
042500     END-READ
042600     IF BDG-VISITOR-ID NOT = VIS-VISITOR-ID
042700        GO TO 2300-EXIT
042800     END-IF
042900     SET BDG-AVAILABLE TO TRUE
043000     MOVE ZERO TO BDG-VISITOR-ID
043100     MOVE ZERO TO BDG-ISSUE-DATE
043200     MOVE ZERO TO BDG-ISSUE-TIME
043300     REWRITE BADGE-REC
043400     IF WS-BDG-OK
043500        ADD 1 TO WS-BADGE-FREED-CTR
043600     ELSE
043700        DISPLAY "ACSEXLD: STATUS " WS-BDG-STATUS
043800           " RELEASING BADGE " VIS-BADGE-NO
043900     END-IF
044000 2300-EXIT.
044100     EXIT.
044200
044300*================================================================
044400* 2400-RELEASE-VEHICLE - the visitor has left, so the space goes
044500* back to the lot as it does at a desk sign-out.
044600*================================================================
044700 2400-RELEASE-VEHICLE.
044800     IF WS-VEH-NOT-AVAILABLE
044900        GO TO 2400-EXIT
045000     END-IF
045100     MOVE VIS-VISITOR-ID TO VEH-VISITOR-ID
045200     READ VEHICLE-FILE
045300         INVALID KEY
045400            GO TO 2400-EXIT
045500     END-READ
045600     IF NOT VEH-PARKED
045700        GO TO 2400-EXIT
045800     END-IF
045900     SET VEH-RELEASED TO TRUE
046000     MOVE VIS-EXIT-DATE TO VEH-RELEASE-DATE
046100     MOVE VIS-EXIT-TIME TO VEH-RELEASE-TIME
046200     REWRITE VEHICLE-REC
046300     IF WS-VEH-OK
046400        ADD 1 TO WS-CAR-FREED-CTR
046500     ELSE
046600        DISPLAY "ACSEXLD: STATUS " WS-VEH-STATUS
046700           " RELEASING VEHICLE " VEH-PLATE
046800     END-IF
046900 2400-EXIT.
047000     EXIT.
047100
047200 2500-QUEUE-DEACTIVATION.
047300     IF WS-ACD-NOT-AVAILABLE
047400        GO TO 2500-EXIT
047500     END-IF
047600     MOVE SPACES TO ACS-DEACT-REC
047700     MOVE VIS-VISITOR-ID TO ACD-VISITOR-ID
047800     MOVE VIS-BADGE-NO   TO ACD-BADGE-NO
047900     MOVE VIS-NAME       TO ACD-NAME
048000     SET ACD-TURNSTILE-EXIT TO TRUE
048100     MOVE WS-RUN-DATE    TO ACD-DATE
048200     MOVE WS-RUN-TIME    TO ACD-TIME
048300     MOVE "ACSEXLD"      TO ACD-PROGRAM-ID
048400     WRITE ACS-DEACT-REC
048500 2500-EXIT.
048600     EXIT.
048700
048800*================================================================
048900* 3000-PRINT-EXCEPTION - one line per unmatched event, in the
049000* 60-line page frame the other reports use.
049100*================================================================
049200 3000-PRINT-EXCEPTION.
049300     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
049400        PERFORM 3100-PRINT-HEADERS THRU 3100-EXIT
049500     END-IF
049600     MOVE ACX-VISITOR-ID      TO DTL-VISITOR-ID
049700     MOVE ACX-BADGE-NO        TO DTL-BADGE-NO
049800     MOVE ACX-EVENT-DATE      TO DTL-EVENT-DATE
049900     MOVE ACX-EVENT-TIME      TO DTL-EVENT-TIME
050000     MOVE ACX-READER-ID       TO DTL-READER-ID
050100     MOVE VIS-NAME            TO DTL-VISITOR-NAME
050200     MOVE WS-EXCEPTION-REASON TO DTL-REASON
050300     WRITE RPT-LINE FROM DTL-LINE
050400     ADD 1 TO WS-LINE-CTR
050500     ADD 1 TO WS-EXCEPTION-CTR
050600 3000-EXIT.
050700     EXIT.
050800
050900 3100-PRINT-HEADERS.
051000     ADD 1 TO WS-PAGE-NO
051100     MOVE WS-RUN-MM   TO HDR-RUN-MM
051200     MOVE WS-RUN-DD   TO HDR-RUN-DD
051300     MOVE WS-RUN-YYYY TO HDR-RUN-YYYY
051400     MOVE WS-RUN-TIME TO HDR-RUN-TIME
051500     MOVE WS-PAGE-NO  TO HDR-PAGE-NO
051600
051700     IF WS-PAGE-NO > 1
051800        WRITE RPT-LINE FROM SPACES
051900            AFTER ADVANCING PAGE
052000     END-IF
052100     WRITE RPT-LINE FROM HDR-LINE-1
052200     WRITE RPT-LINE FROM HDR-LINE-2
052300     WRITE RPT-LINE FROM SPACES
052400     MOVE ZERO TO WS-LINE-CTR
052500 3100-EXIT.
052600     EXIT.
052700
052800 4000-PRINT-TOTALS.
052900     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
053000        PERFORM 3100-PRINT-HEADERS THRU 3100-EXIT
053100     END-IF
053200     WRITE RPT-LINE FROM SPACES
053300     MOVE "EXIT EVENTS APPLIED ......" TO TOT-LABEL
053400     MOVE WS-CLOSED-CTR TO TOT-VALUE
053500     WRITE RPT-LINE FROM TOTAL-LINE
053600     MOVE "EXCEPTIONS ..............." TO TOT-LABEL
053700     MOVE WS-EXCEPTION-CTR TO TOT-VALUE
053800     WRITE RPT-LINE FROM TOTAL-LINE
053900     IF WS-EXCEPTION-CTR > ZERO
054000        MOVE 4 TO RETURN-CODE
054100     END-IF
054200 4000-EXIT.
054300     EXIT.
054400
054500*================================================================
054600* 5000-EMPTY-EVENT-FILE - every event has been applied or
054700* reported, so the file is emptied for the vendor's next batch.
054800*================================================================
054900 5000-EMPTY-EVENT-FILE.
055000     CLOSE ACS-EXIT-FILE
055100     OPEN OUTPUT ACS-EXIT-FILE
055200     CLOSE ACS-EXIT-FILE
055300 5000-EXIT.
055400     EXIT.
055500
055600*================================================================
055700* 8000-PRINT-SUMMARY
055800*================================================================
055900 8000-PRINT-SUMMARY.
056000     DISPLAY "ACSEXLD RUN SUMMARY"
056100     MOVE WS-READ-CTR        TO WS-SUMMARY-CTR-ED
056200     DISPLAY "  EVENTS READ............. " WS-SUMMARY-CTR-ED
056300     MOVE WS-OTHER-EVENT-CTR TO WS-SUMMARY-CTR-ED
056400     DISPLAY "  NOT EXIT EVENTS......... " WS-SUMMARY-CTR-ED
056500     MOVE WS-CLOSED-CTR      TO WS-SUMMARY-CTR-ED
056600     DISPLAY "  VISITS CLOSED........... " WS-SUMMARY-CTR-ED
056700     MOVE WS-BADGE-FREED-CTR TO WS-SUMMARY-CTR-ED
056800     DISPLAY "  BADGES RETURNED......... " WS-SUMMARY-CTR-ED
056900     MOVE WS-CAR-FREED-CTR   TO WS-SUMMARY-CTR-ED
057000     DISPLAY "  PARKING SPACES FREED.... " WS-SUMMARY-CTR-ED
057100     MOVE WS-EXCEPTION-CTR   TO WS-SUMMARY-CTR-ED
057200     DISPLAY "  EXCEPTIONS REPORTED..... " WS-SUMMARY-CTR-ED
057300 8000-EXIT.
057400     EXIT.
057500
057600*================================================================
057700* 9000-TERMINATE
057800*================================================================
057900 9000-TERMINATE.
058000     CLOSE VISITOR-MASTER
058100     IF WS-BDG-AVAILABLE
058200        CLOSE BADGE-INV-FILE
058300     END-IF
058400     IF WS-VEH-AVAILABLE
058500        CLOSE VEHICLE-FILE
058600     END-IF
058700     IF WS-ACD-AVAILABLE
058800        CLOSE ACS-DEACT-FILE
058900     END-IF
059000     CLOSE EXCEPTION-RPT
059100 9000-EXIT.
059200     EXIT.
059300
059400 END PROGRAM ACSEXLD.
