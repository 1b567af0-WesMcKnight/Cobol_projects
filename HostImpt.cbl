000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "HOSTIMPT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* HOSTIMPT - host-departure impact step, run for each site right
000900* after EMPLOAD rebuilds EMPMAST.  EMPLOAD replaces the whole
001000* employee list every time, so a host who has left simply stops
001100* being there - and everything at the site still naming them is
001200* left pointing at nobody:
001300*
001400*   - VIS-STATUS-OPEN visitors on VISITOR-MASTER (in the
001500*     building now, host gone)
001600*   - PAS-ACTIVE multi-day passes on VISPASS
001700*   - PRG-PENDING appointments on EXPECTVS
001800*
001900* The EMPLOAD job copies the outgoing EMPMAST to EMPPRIOR before
002000* the rebuild.  This step match-merges the two lists by name
002100* (both are in name order, being copies of the keyed cluster) to
002200* find every name that was on the old list and is not on the new
002300* one, remembering each departed host's old department.  It then
002400* sweeps the site's three files for records naming a departed
002500* host and prints a reassignment worklist one department at a
002600* time (then departed host, then item), so each department's
002700* coordinator gets one page to work from.
002800*
002900* A departed host's active passes are suspended (PAS-SUSPENDED)
003000* in place, so a contractor's pass stops fast-tracking the
003100* morning after the sponsor leaves.  Suspension is not
003200* revocation - the desk can still see the pass, and once a new
003300* host is agreed the contractor is simply issued a fresh pass.
003400* Open visits and appointments are only listed; reassigning a
003500* visitor in the building is the desk's call, not a batch one.
003600*
003700* A bad HR extract must not suspend every pass on site: if more
003800* than half the old list seems to have left (an empty or
003900* truncated extract looks exactly like that), or the departed-
004000* host table fills, the worklist still prints but no pass is
004100* touched and the step ends with RETURN-CODE 8.  RETURN-CODE 4
004200* means the worklist has items on it.
004300*
004400* Run once per site (jcl/EMPLOAD.jcl) - the SYSIN card names the
004500* site on the report, the same way RESCREEN's does.
004600*
004700* MODIFICATION HISTORY
004800*
004900* 2026-10-15  WM   Original.
005000*================================================================
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT EMPLOYEE-PRIOR ASSIGN TO "EMPPRIOR"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-EP-STATUS.
005800
005900     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS EMP-NAME
006300         FILE STATUS IS WS-EMP-STATUS.
006400
006500     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS VIS-VISITOR-ID
006900         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
007000         FILE STATUS IS WS-VM-STATUS.
007100
007200     SELECT VISITOR-PASS-FILE ASSIGN TO "VISPASS"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS PAS-PASS-ID
007600         FILE STATUS IS WS-PAS-STATUS.
007700
007800     SELECT EXPECTED-FILE ASSIGN TO "EXPECTVS"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-EXP-STATUS.
008200
008300     SELECT IMPACT-SORT-FILE ASSIGN TO "HIMWORK".
008400
008500     SELECT IMPACT-RPT ASSIGN TO "HOSTIMRP"
008600         ORGANIZATION IS SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL
008800         FILE STATUS IS WS-RPT-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  EMPLOYEE-PRIOR.
009300     COPY EMPREC REPLACING
009400         ==EMPLOYEE-REC==        BY ==EMPLOYEE-PRIOR-REC==
009500         ==EMP-NAME==            BY ==EP-NAME==
009600         ==EMP-DEPT==            BY ==EP-DEPT==
009700         ==EMP-PHONE==           BY ==EP-PHONE==.
009800
009900 FD  EMPLOYEE-MASTER.
010000     COPY EMPREC.
010100
010200 FD  VISITOR-MASTER.
010300     COPY VISITREC.
010400
010500 FD  VISITOR-PASS-FILE.
010600     COPY PASSREC.
010700
010800 FD  EXPECTED-FILE.
010900     COPY PREGREC.
011000
011100 SD  IMPACT-SORT-FILE.
011200 01  IMPACT-SORT-REC.
011300     05  SRT-DEPT                PIC X(20).
011400     05  SRT-HOST-EMPLOYEE       PIC X(20).
011500     05  SRT-KIND                PIC X(01).
011600         88  SRT-KIND-VISIT          VALUE "1".
011700         88  SRT-KIND-PASS           VALUE "2".
011800         88  SRT-KIND-APPOINTMENT    VALUE "3".
011900     05  SRT-VISITOR-NAME        PIC X(20).
012000     05  SRT-REFERENCE           PIC 9(13).
012100     05  SRT-DATE                PIC 9(08).
012200     05  SRT-BADGE-COMPANY       PIC X(30).
012300     05  SRT-ACTION              PIC X(20).
012400
012500 FD  IMPACT-RPT
012600     RECORDING MODE IS F.
012700 01  RPT-LINE                    PIC X(132).
012800
012900 WORKING-STORAGE SECTION.
013000*----------------------------------------------------------------
013100* FILE STATUS AREAS
013200*----------------------------------------------------------------
013300 01  WS-EP-STATUS                PIC X(02).
013400     88  WS-EP-OK                    VALUE "00".
013500     88  WS-EP-AT-END                VALUE "10".
013600     88  WS-EP-FILE-NOT-FOUND        VALUE "35".
013700
013800 01  WS-EMP-STATUS               PIC X(02).
013900     88  WS-EMP-OK                   VALUE "00".
014000     88  WS-EMP-AT-END               VALUE "10".
014100     88  WS-EMP-FILE-NOT-FOUND       VALUE "35".
014200
014300 01  WS-VM-STATUS                PIC X(02).
014400     88  WS-VM-OK                    VALUE "00".
014500     88  WS-VM-AT-END                VALUE "10".
014600     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
014700
014800 01  WS-PAS-STATUS               PIC X(02).
014900     88  WS-PAS-OK                   VALUE "00".
015000     88  WS-PAS-AT-END               VALUE "10".
015100     88  WS-PAS-FILE-NOT-FOUND       VALUE "35".
015200
015300 01  WS-EXP-STATUS               PIC X(02).
015400     88  WS-EXP-OK                   VALUE "00".
015500     88  WS-EXP-AT-END               VALUE "10".
015600     88  WS-EXP-FILE-NOT-FOUND       VALUE "35".
015700
015800 01  WS-RPT-STATUS               PIC X(02).
015900     88  WS-RPT-OK                   VALUE "00".
016000
016100*----------------------------------------------------------------
016200* SWITCHES
016300*----------------------------------------------------------------
016400 01  WS-VM-EOF-SWITCH            PIC X(01).
016500     88  WS-END-OF-MASTER            VALUE "Y".
016600     88  WS-NOT-END-OF-MASTER        VALUE "N".
016700
016800 01  WS-PAS-EOF-SWITCH           PIC X(01).
016900     88  WS-END-OF-PASSES            VALUE "Y".
017000     88  WS-NOT-END-OF-PASSES        VALUE "N".
017100
017200 01  WS-EXP-EOF-SWITCH           PIC X(01).
017300     88  WS-END-OF-EXPECTED          VALUE "Y".
017400     88  WS-NOT-END-OF-EXPECTED      VALUE "N".
017500
017600 01  WS-SORT-EOF-SWITCH          PIC X(01).
017700     88  WS-END-OF-SORTED            VALUE "Y".
017800     88  WS-NOT-END-OF-SORTED        VALUE "N".
017900
018000 01  WS-VM-AVAIL-SWITCH          PIC X(01).
018100     88  WS-VM-AVAILABLE             VALUE "Y".
018200     88  WS-VM-NOT-AVAILABLE         VALUE "N".
018300
018400 01  WS-PAS-AVAIL-SWITCH         PIC X(01).
018500     88  WS-PAS-AVAILABLE            VALUE "Y".
018600     88  WS-PAS-NOT-AVAILABLE        VALUE "N".
018700
018800 01  WS-EXP-AVAIL-SWITCH         PIC X(01).
018900     88  WS-EXP-AVAILABLE            VALUE "Y".
019000     88  WS-EXP-NOT-AVAILABLE        VALUE "N".
019100
019200 01  WS-SUSPEND-SWITCH           PIC X(01).
019300     88  WS-SUSPEND-PASSES           VALUE "Y".
019400     88  WS-WITHHOLD-SUSPENSIONS     VALUE "N".
019500
019600 01  WS-GONE-FULL-SW             PIC X(01) VALUE "N".
019700     88  WS-GONE-FULL                VALUE "Y".
019800     88  WS-GONE-NOT-FULL            VALUE "N".
019900
020000 01  WS-GONE-FOUND-SW            PIC X(01).
020100     88  WS-HOST-DEPARTED            VALUE "Y".
020200     88  WS-HOST-NOT-DEPARTED        VALUE "N".
020300
020400*----------------------------------------------------------------
020500* DEPARTED-HOST TABLE - every name on EMPPRIOR missing from the
020600* rebuilt EMPMAST, with the department it was carried under.
020700* Built in name order by the merge.
020800*----------------------------------------------------------------
020900 01  WS-GONE-TABLE.
021000     05  WS-GONE-USED            PIC 9(04) COMP VALUE ZERO.
021100     05  WS-GONE-ENTRY           OCCURS 500 TIMES.
021200         10  WS-GONE-NAME        PIC X(20).
021300         10  WS-GONE-DEPT        PIC X(20).
021400
021500 01  WS-GX                       PIC 9(04) COMP.
021600 01  WS-SEARCH-HOST              PIC X(20).
021700 01  WS-FOUND-DEPT               PIC X(20).
021800
021900*----------------------------------------------------------------
022000* RUN CONTROLS
022100*----------------------------------------------------------------
022200 01  WS-SITE-NAME                PIC X(20).
022300 01  WS-RUN-DATE                 PIC 9(08).
022400 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
022500     05  WS-RUN-YYYY              PIC 9(04).
022600     05  WS-RUN-MM                PIC 9(02).
022700     05  WS-RUN-DD                PIC 9(02).
022800 01  WS-RUN-TIME                 PIC 9(08).
022900
023000 01  WS-PAGE-NO                  PIC 9(04) COMP.
023100 01  WS-LINE-CTR                 PIC 9(04) COMP.
023200 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
023300
023400 01  WS-PREV-DEPT                PIC X(20).
023500 01  WS-PREV-HOST                PIC X(20).
023600
023700*----------------------------------------------------------------
023800* COUNTERS
023900*----------------------------------------------------------------
024000 01  WS-PRIOR-CTR                PIC 9(07) COMP VALUE ZERO.
024100 01  WS-NEW-CTR                  PIC 9(07) COMP VALUE ZERO.
024200 01  WS-HIRED-CTR                PIC 9(07) COMP VALUE ZERO.
024300 01  WS-DEPARTED-CTR             PIC 9(07) COMP VALUE ZERO.
024400 01  WS-VISIT-CTR                PIC 9(07) COMP VALUE ZERO.
024500 01  WS-PASS-CTR                 PIC 9(07) COMP VALUE ZERO.
024600 01  WS-SUSPENDED-CTR            PIC 9(07) COMP VALUE ZERO.
024700 01  WS-SUSPEND-FAIL-CTR         PIC 9(07) COMP VALUE ZERO.
024800 01  WS-APPOINTMENT-CTR          PIC 9(07) COMP VALUE ZERO.
024900 01  WS-WORKLIST-CTR             PIC 9(07) COMP VALUE ZERO.
025000
025100 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
025200
025300*----------------------------------------------------------------
025400* REPORT LINE LAYOUTS
025500*----------------------------------------------------------------
025600 01  HDR-LINE-1.
025700     05  FILLER                   PIC X(01) VALUE SPACE.
025800     05  FILLER                   PIC X(36) VALUE
025900         "DEPARTED-HOST REASSIGNMENT WORKLIST".
026000     05  FILLER                   PIC X(02) VALUE SPACES.
026100     05  FILLER                   PIC X(10) VALUE
026200         "RUN DATE: ".
026300     05  HDR-RUN-MM               PIC 99.
026400     05  FILLER                   PIC X(01) VALUE "/".
026500     05  HDR-RUN-DD               PIC 99.
026600     05  FILLER                   PIC X(01) VALUE "/".
026700     05  HDR-RUN-YYYY             PIC 9999.
026800     05  FILLER                   PIC X(02) VALUE SPACES.
026900     05  FILLER                   PIC X(06) VALUE "TIME: ".
027000     05  HDR-RUN-TIME             PIC 9(08).
027100     05  FILLER                   PIC X(02) VALUE SPACES.
027200     05  FILLER                   PIC X(05) VALUE "PAGE ".
027300     05  HDR-PAGE-NO              PIC ZZZ9.
027400
027500 01  HDR-LINE-2.
027600     05  FILLER                   PIC X(01) VALUE SPACE.
027700     05  FILLER                   PIC X(06) VALUE "SITE: ".
027800     05  HDR-SITE-NAME            PIC X(20).
027900     05  FILLER                   PIC X(02) VALUE SPACES.
028000     05  HDR-SUSPEND-NOTE         PIC X(52).
028100
028200 01  HDR-LINE-3.
028300     05  FILLER                   PIC X(05) VALUE SPACES.
028400     05  FILLER                   PIC X(16) VALUE "ITEM".
028500     05  FILLER                   PIC X(02) VALUE SPACES.
028600     05  FILLER                   PIC X(20) VALUE "VISITOR NAME".
028700     05  FILLER                   PIC X(02) VALUE SPACES.
028800     05  FILLER                   PIC X(13) VALUE "VISIT/PASS ID".
028900     05  FILLER                   PIC X(02) VALUE SPACES.
029000     05  FILLER                   PIC X(08) VALUE "DATE".
029100     05  FILLER                   PIC X(02) VALUE SPACES.
029200     05  FILLER                   PIC X(30) VALUE
029300         "BADGE / COMPANY".
029400     05  FILLER                   PIC X(02) VALUE SPACES.
029500     05  FILLER                   PIC X(20) VALUE "ACTION".
029600
029700 01  DEPT-GROUP-LINE.
029800     05  FILLER                   PIC X(01) VALUE SPACE.
029900     05  FILLER                   PIC X(12) VALUE "DEPARTMENT: ".
030000     05  DGL-DEPT                 PIC X(20).
030100
030200 01  HOST-GROUP-LINE.
030300     05  FILLER                   PIC X(03) VALUE SPACES.
030400     05  FILLER                   PIC X(15) VALUE
030500         "DEPARTED HOST: ".
030600     05  HGL-HOST-EMPLOYEE        PIC X(20).
030700
030800 01  DTL-LINE.
030900     05  FILLER                   PIC X(05) VALUE SPACES.
031000     05  DTL-KIND                 PIC X(16).
031100     05  FILLER                   PIC X(02) VALUE SPACES.
031200     05  DTL-VISITOR-NAME         PIC X(20).
031300     05  FILLER                   PIC X(02) VALUE SPACES.
031400     05  DTL-REFERENCE            PIC X(13).
031500     05  FILLER                   PIC X(02) VALUE SPACES.
031600     05  DTL-DATE                 PIC 9(08).
031700     05  FILLER                   PIC X(02) VALUE SPACES.
031800     05  DTL-BADGE-COMPANY        PIC X(30).
031900     05  FILLER                   PIC X(02) VALUE SPACES.
032000     05  DTL-ACTION               PIC X(20).
032100
032200 01  WS-REFERENCE-X              PIC X(13).
032300 01  WS-REFERENCE-N             REDEFINES WS-REFERENCE-X
032400                                 PIC 9(13).
032500
032600 01  NONE-LINE.
032700     05  FILLER                   PIC X(01) VALUE SPACE.
032800     05  FILLER                   PIC X(48) VALUE
032900         "NO RECORDS AT THIS SITE NAME A DEPARTED HOST.".
033000
033100 01  TOTAL-LINE.
033200     05  FILLER                   PIC X(01) VALUE SPACE.
033300     05  TOT-LABEL                PIC X(30).
033400     05  TOT-VALUE                PIC ZZZ,ZZ9.
033500
033600 PROCEDURE DIVISION.
033700*================================================================
033800* 0000-MAINLINE - the merge builds the departed-host table, then
033900* the SORT sweeps the site's files (suspending passes as it
034000* goes) and hands the hits back in department/host order.
034100*================================================================
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034400     PERFORM 2000-FIND-DEPARTED THRU 2000-EXIT
034500     PERFORM 2500-DECIDE-SUSPENSION THRU 2500-EXIT
034600     SORT IMPACT-SORT-FILE
034700         ON ASCENDING KEY SRT-DEPT
034800                          SRT-HOST-EMPLOYEE
034900                          SRT-KIND
035000                          SRT-VISITOR-NAME
035100         INPUT PROCEDURE IS 3000-SWEEP-SITE
035200             THRU 3000-EXIT
035300         OUTPUT PROCEDURE IS 4000-PRINT-WORKLIST
035400             THRU 4000-EXIT
035500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
035600     PERFORM 9000-TERMINATE THRU 9000-EXIT
035700     STOP RUN.
035800
035900*================================================================
036000* 1000-INITIALIZE - without both employee lists there is nothing
036100* to compare, which ends the run before any site file is opened.
036200* A missing site file only skips that file's sweep.
036300*================================================================
036400 1000-INITIALIZE.
036500     MOVE ZERO TO WS-PAGE-NO
036600     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
036700     SET WS-NOT-END-OF-MASTER TO TRUE
036800     SET WS-NOT-END-OF-PASSES TO TRUE
036900     SET WS-NOT-END-OF-EXPECTED TO TRUE
037000     SET WS-NOT-END-OF-SORTED TO TRUE
037100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037200     ACCEPT WS-RUN-TIME FROM TIME
037300
037400     ACCEPT WS-SITE-NAME
037500     IF WS-SITE-NAME = SPACES
037600        MOVE "(SITE NOT NAMED)" TO WS-SITE-NAME
037700     END-IF
037800
037900     OPEN INPUT EMPLOYEE-PRIOR
038000     IF NOT WS-EP-OK
038100        DISPLAY "HOSTIMPT: NO EMPPRIOR COPY OF THE OLD EMPMAST - "
038200           "NOTHING TO COMPARE"
038300        MOVE 4 TO RETURN-CODE
038400        STOP RUN
038500     END-IF
038600
038700     OPEN INPUT EMPLOYEE-MASTER
038800     IF NOT WS-EMP-OK
038900        DISPLAY "HOSTIMPT: EMPMAST NOT AVAILABLE - "
039000           "NOTHING TO COMPARE"
039100        CLOSE EMPLOYEE-PRIOR
039200        MOVE 8 TO RETURN-CODE
039300        STOP RUN
039400     END-IF
039500
039600     SET WS-VM-AVAILABLE TO TRUE
039700     OPEN INPUT VISITOR-MASTER
039800     IF NOT WS-VM-OK
039900        SET WS-VM-NOT-AVAILABLE TO TRUE
040000        SET WS-END-OF-MASTER TO TRUE
040100        DISPLAY "HOSTIMPT: VISITOR-MASTER NOT AVAILABLE - "
040200           "OPEN VISITS NOT CHECKED"
040300     END-IF
040400
040500     SET WS-PAS-AVAILABLE TO TRUE
040600     OPEN I-O VISITOR-PASS-FILE
040700     IF NOT WS-PAS-OK
040800        SET WS-PAS-NOT-AVAILABLE TO TRUE
040900        SET WS-END-OF-PASSES TO TRUE
041000        DISPLAY "HOSTIMPT: VISPASS NOT AVAILABLE - "
041100           "PASSES NOT CHECKED"
041200     END-IF
041300
041400     SET WS-EXP-AVAILABLE TO TRUE
041500     OPEN INPUT EXPECTED-FILE
041600     IF NOT WS-EXP-OK
041700        SET WS-EXP-NOT-AVAILABLE TO TRUE
041800        SET WS-END-OF-EXPECTED TO TRUE
041900        DISPLAY "HOSTIMPT: EXPECTVS NOT AVAILABLE - "
042000           "APPOINTMENTS NOT CHECKED"
042100     END-IF
042200
042300     OPEN OUTPUT IMPACT-RPT
042400 1000-EXIT.
042500     EXIT.
042600
042700*================================================================
042800* 2000-FIND-DEPARTED - classic two-file match on name.  Each
042900* side runs out to HIGH-VALUES so the tail of either list is
043000* handled by the same three compares: a name only on the old
043100* list has departed, a name only on the new list is a new hire.
043200*================================================================
043300 2000-FIND-DEPARTED.
043400     PERFORM 2100-READ-PRIOR THRU 2100-EXIT
043500     PERFORM 2200-READ-NEW THRU 2200-EXIT
043600     PERFORM 2300-MATCH-ONE THRU 2300-EXIT
043700         UNTIL EP-NAME = HIGH-VALUES
043800           AND EMP-NAME = HIGH-VALUES
043900     CLOSE EMPLOYEE-PRIOR
044000     CLOSE EMPLOYEE-MASTER
044100 2000-EXIT.
044200     EXIT.
044300
044400 2100-READ-PRIOR.
044500     READ EMPLOYEE-PRIOR
044600         AT END
044700            MOVE HIGH-VALUES TO EP-NAME
044800     END-READ
044900     IF WS-EP-OK
045000        ADD 1 TO WS-PRIOR-CTR
045100     ELSE
045200        IF NOT WS-EP-AT-END
045300           DISPLAY "HOSTIMPT: STATUS " WS-EP-STATUS
045400              " READING EMPPRIOR - STOPPING THE COMPARE"
045500        END-IF
045600        MOVE HIGH-VALUES TO EP-NAME
045700     END-IF
045800 2100-EXIT.
045900     EXIT.
046000
046100 2200-READ-NEW.
046200     READ EMPLOYEE-MASTER NEXT RECORD
046300         AT END
046400            MOVE HIGH-VALUES TO EMP-NAME
046500     END-READ
046600     IF WS-EMP-OK
046700        ADD 1 TO WS-NEW-CTR
046800     ELSE
046900        IF NOT WS-EMP-AT-END
047000           DISPLAY "HOSTIMPT: STATUS " WS-EMP-STATUS
047100              " READING EMPMAST - STOPPING THE COMPARE"
047200        END-IF
047300        MOVE HIGH-VALUES TO EMP-NAME
047400     END-IF
047500 2200-EXIT.
047600     EXIT.
047700
047800 2300-MATCH-ONE.
047900     IF EP-NAME = EMP-NAME
048000        PERFORM 2100-READ-PRIOR THRU 2100-EXIT
048100        PERFORM 2200-READ-NEW THRU 2200-EXIT
048200        GO TO 2300-EXIT
048300     END-IF
048400     IF EP-NAME < EMP-NAME
048500        PERFORM 2400-NOTE-DEPARTED THRU 2400-EXIT
048600        PERFORM 2100-READ-PRIOR THRU 2100-EXIT
048700     ELSE
048800        ADD 1 TO WS-HIRED-CTR
048900        PERFORM 2200-READ-NEW THRU 2200-EXIT
049000     END-IF
049100 2300-EXIT.
049200     EXIT.
049300
049400*================================================================
049500* 2400-NOTE-DEPARTED - a department HR left blank still needs a
049600* coordinator, so it prints under its own heading.
049700*================================================================
049800 2400-NOTE-DEPARTED.
049900     ADD 1 TO WS-DEPARTED-CTR
050000     IF WS-GONE-USED >= 500
050100        IF WS-GONE-NOT-FULL
050200           DISPLAY "HOSTIMPT: DEPARTED-HOST TABLE FULL AT 500 - "
050300              "LATER DEPARTURES NOT CHECKED"
050400           SET WS-GONE-FULL TO TRUE
050500        END-IF
050600        GO TO 2400-EXIT
050700     END-IF
050800     ADD 1 TO WS-GONE-USED
050900     MOVE EP-NAME TO WS-GONE-NAME (WS-GONE-USED)
051000     IF EP-DEPT = SPACES
051100        MOVE "(NO DEPARTMENT)" TO WS-GONE-DEPT (WS-GONE-USED)
051200     ELSE
051300        MOVE EP-DEPT TO WS-GONE-DEPT (WS-GONE-USED)
051400     END-IF
051500 2400-EXIT.
051600     EXIT.
051700
051800*================================================================
051900* 2500-DECIDE-SUSPENSION - the bad-extract guard.  More than half
052000* the old list gone at once, or departures the table could not
052100* hold, means the comparison cannot be trusted to suspend
052200* anyone; the worklist still prints for a person to judge.
052300*================================================================
052400 2500-DECIDE-SUSPENSION.
052500     SET WS-SUSPEND-PASSES TO TRUE
052600     MOVE "DEPARTED HOSTS' ACTIVE PASSES SUSPENDED"
052700        TO HDR-SUSPEND-NOTE
052800     IF WS-GONE-FULL
052900        OR WS-DEPARTED-CTR * 2 > WS-PRIOR-CTR
053000        SET WS-WITHHOLD-SUSPENSIONS TO TRUE
053100        MOVE "*** SUSPENSIONS WITHHELD - CHECK THE HR EXTRACT ***"
053200           TO HDR-SUSPEND-NOTE
053300        DISPLAY "HOSTIMPT: " WS-DEPARTED-CTR
053400           " DEPARTURES FROM " WS-PRIOR-CTR
053500           " EMPLOYEES - PASS SUSPENSIONS WITHHELD"
053600     END-IF
053700 2500-EXIT.
053800     EXIT.
053900
054000*================================================================
054100* 3000-SWEEP-SITE - SORT input procedure: one pass over each of
054200* the site's three files, releasing every record that names a
054300* departed host.
054400*================================================================
054500 3000-SWEEP-SITE.
054600     IF WS-GONE-USED = ZERO
054700        GO TO 3000-EXIT
054800     END-IF
054900     PERFORM 3100-READ-MASTER THRU 3100-EXIT
055000     PERFORM 3200-CHECK-ONE-VISIT THRU 3200-EXIT
055100         UNTIL WS-END-OF-MASTER
055200     PERFORM 3300-READ-PASS THRU 3300-EXIT
055300     PERFORM 3400-CHECK-ONE-PASS THRU 3400-EXIT
055400         UNTIL WS-END-OF-PASSES
055500     PERFORM 3600-READ-EXPECTED THRU 3600-EXIT
055600     PERFORM 3700-CHECK-ONE-EXPECTED THRU 3700-EXIT
055700         UNTIL WS-END-OF-EXPECTED
055800 3000-EXIT.
055900     EXIT.
056000
056100 3100-READ-MASTER.
056200     READ VISITOR-MASTER NEXT RECORD
056300         AT END
056400            SET WS-END-OF-MASTER TO TRUE
056500     END-READ
056600     IF NOT WS-VM-OK
056700        SET WS-END-OF-MASTER TO TRUE
056800     END-IF
056900 3100-EXIT.
057000     EXIT.
057100
057200 3200-CHECK-ONE-VISIT.
057300     IF VIS-STATUS-OPEN
057400        MOVE VIS-HOST-EMPLOYEE TO WS-SEARCH-HOST
057500        PERFORM 3800-FIND-DEPARTED-HOST THRU 3800-EXIT
057600        IF WS-HOST-DEPARTED
057700           ADD 1 TO WS-VISIT-CTR
057800           MOVE WS-FOUND-DEPT       TO SRT-DEPT
057900           MOVE VIS-HOST-EMPLOYEE   TO SRT-HOST-EMPLOYEE
058000           SET SRT-KIND-VISIT       TO TRUE
058100           MOVE VIS-NAME            TO SRT-VISITOR-NAME
058200           MOVE VIS-VISITOR-ID      TO SRT-REFERENCE
058300           MOVE VIS-ENTRY-DATE      TO SRT-DATE
058400           MOVE VIS-BADGE-COMPANY   TO SRT-BADGE-COMPANY
058500           MOVE "REASSIGN HOST"     TO SRT-ACTION
058600           RELEASE IMPACT-SORT-REC
058700        END-IF
058800     END-IF
058900     PERFORM 3100-READ-MASTER THRU 3100-EXIT
059000 3200-EXIT.
059100     EXIT.
059200
059300 3300-READ-PASS.
059400     READ VISITOR-PASS-FILE NEXT RECORD
059500         AT END
059600            SET WS-END-OF-PASSES TO TRUE
059700     END-READ
059800     IF NOT WS-PAS-OK
059900        SET WS-END-OF-PASSES TO TRUE
060000     END-IF
060100 3300-EXIT.
060200     EXIT.
060300
060400 3400-CHECK-ONE-PASS.
060500     IF PAS-ACTIVE
060600        MOVE PAS-HOST-EMPLOYEE TO WS-SEARCH-HOST
060700        PERFORM 3800-FIND-DEPARTED-HOST THRU 3800-EXIT
060800        IF WS-HOST-DEPARTED
060900           ADD 1 TO WS-PASS-CTR
061000           PERFORM 3500-SUSPEND-PASS THRU 3500-EXIT
061100           MOVE WS-FOUND-DEPT       TO SRT-DEPT
061200           MOVE PAS-HOST-EMPLOYEE   TO SRT-HOST-EMPLOYEE
061300           SET SRT-KIND-PASS        TO TRUE
061400           MOVE PAS-VISITOR-NAME    TO SRT-VISITOR-NAME
061500           MOVE PAS-PASS-ID         TO SRT-REFERENCE
061600           MOVE PAS-VALID-THRU      TO SRT-DATE
061700           MOVE PAS-BADGE-COMPANY   TO SRT-BADGE-COMPANY
061800           RELEASE IMPACT-SORT-REC
061900        END-IF
062000     END-IF
062100     PERFORM 3300-READ-PASS THRU 3300-EXIT
062200 3400-EXIT.
062300     EXIT.
062400
062500*================================================================
062600* 3500-SUSPEND-PASS - the one place PAS-SUSPENDED is set.  A
062700* failed rewrite leaves the pass active and says so on the
062800* worklist line, so the desk knows to pull it by hand.
062900*================================================================
063000 3500-SUSPEND-PASS.
063100     IF WS-WITHHOLD-SUSPENSIONS
063200        MOVE "REASSIGN - NOT SUSP" TO SRT-ACTION
063300        GO TO 3500-EXIT
063400     END-IF
063500     SET PAS-SUSPENDED TO TRUE
063600     REWRITE PASS-REC
063700     IF WS-PAS-OK
063800        ADD 1 TO WS-SUSPENDED-CTR
063900        MOVE "PASS SUSPENDED" TO SRT-ACTION
064000     ELSE
064100        ADD 1 TO WS-SUSPEND-FAIL-CTR
064200        MOVE "SUSPEND FAILED" TO SRT-ACTION
064300        DISPLAY "HOSTIMPT: STATUS " WS-PAS-STATUS
064400           " REWRITING VISPASS FOR " PAS-PASS-ID
064500           " - PASS LEFT ACTIVE"
064600     END-IF
064700 3500-EXIT.
064800     EXIT.
064900
065000 3600-READ-EXPECTED.
065100     READ EXPECTED-FILE
065200         AT END
065300            SET WS-END-OF-EXPECTED TO TRUE
065400     END-READ
065500     IF NOT WS-EXP-OK
065600        SET WS-END-OF-EXPECTED TO TRUE
065700     END-IF
065800 3600-EXIT.
065900     EXIT.
066000
066100 3700-CHECK-ONE-EXPECTED.
066200     IF PRG-PENDING
066300        MOVE PRG-HOST-EMPLOYEE TO WS-SEARCH-HOST
066400        PERFORM 3800-FIND-DEPARTED-HOST THRU 3800-EXIT
066500        IF WS-HOST-DEPARTED
066600           ADD 1 TO WS-APPOINTMENT-CTR
066700           MOVE WS-FOUND-DEPT       TO SRT-DEPT
066800           MOVE PRG-HOST-EMPLOYEE   TO SRT-HOST-EMPLOYEE
066900           SET SRT-KIND-APPOINTMENT TO TRUE
067000           MOVE PRG-VISITOR-NAME    TO SRT-VISITOR-NAME
067100           MOVE ZERO                TO SRT-REFERENCE
067200           MOVE PRG-EXPECT-DATE     TO SRT-DATE
067300           MOVE PRG-BADGE-COMPANY   TO SRT-BADGE-COMPANY
067400           MOVE "REASSIGN OR CANCEL" TO SRT-ACTION
067500           RELEASE IMPACT-SORT-REC
067600        END-IF
067700     END-IF
067800     PERFORM 3600-READ-EXPECTED THRU 3600-EXIT
067900 3700-EXIT.
068000     EXIT.
068100
068200*================================================================
068300* 3800-FIND-DEPARTED-HOST - looks WS-SEARCH-HOST up in the
068400* departed-host table; on a hit the old department is left in
068500* WS-FOUND-DEPT.
068600*================================================================
068700 3800-FIND-DEPARTED-HOST.
068800     SET WS-HOST-NOT-DEPARTED TO TRUE
068900     MOVE SPACES TO WS-FOUND-DEPT
069000     IF WS-SEARCH-HOST = SPACES
069100        GO TO 3800-EXIT
069200     END-IF
069300     PERFORM 3810-MATCH-HOST THRU 3810-EXIT
069400         VARYING WS-GX FROM 1 BY 1
069500         UNTIL WS-GX > WS-GONE-USED OR WS-HOST-DEPARTED
069600 3800-EXIT.
069700     EXIT.
069800
069900 3810-MATCH-HOST.
070000     IF WS-GONE-NAME (WS-GX) = WS-SEARCH-HOST
070100        SET WS-HOST-DEPARTED TO TRUE
070200        MOVE WS-GONE-DEPT (WS-GX) TO WS-FOUND-DEPT
070300     END-IF
070400 3810-EXIT.
070500     EXIT.
070600
070700*================================================================
070800* 4000-PRINT-WORKLIST - SORT output procedure: department break,
070900* then departed-host break, on the 60-line frame STALECLS uses.
071000* Both break fields reset to LOW-VALUES on every new page so the
071100* group headings reprint at the top.
071200*================================================================
071300 4000-PRINT-WORKLIST.
071400     PERFORM 4300-PRINT-HEADERS THRU 4300-EXIT
071500     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
071600     PERFORM 4200-PRINT-ONE THRU 4200-EXIT
071700         UNTIL WS-END-OF-SORTED
071800     IF WS-WORKLIST-CTR = ZERO
071900        WRITE RPT-LINE FROM SPACES
072000        WRITE RPT-LINE FROM NONE-LINE
072100     END-IF
072200 4000-EXIT.
072300     EXIT.
072400
072500 4100-RETURN-SORTED.
072600     RETURN IMPACT-SORT-FILE
072700         AT END
072800            SET WS-END-OF-SORTED TO TRUE
072900     END-RETURN
073000 4100-EXIT.
073100     EXIT.
073200
073300 4200-PRINT-ONE.
073400     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
073500        PERFORM 4300-PRINT-HEADERS THRU 4300-EXIT
073600     END-IF
073700     IF SRT-DEPT NOT = WS-PREV-DEPT
073800        PERFORM 4400-PRINT-DEPT-GROUP THRU 4400-EXIT
073900     END-IF
074000     IF SRT-HOST-EMPLOYEE NOT = WS-PREV-HOST
074100        PERFORM 4500-PRINT-HOST-GROUP THRU 4500-EXIT
074200     END-IF
074300     IF SRT-KIND-VISIT
074400        MOVE "IN THE BUILDING"   TO DTL-KIND
074500     END-IF
074600     IF SRT-KIND-PASS
074700        MOVE "MULTI-DAY PASS"    TO DTL-KIND
074800     END-IF
074900     IF SRT-KIND-APPOINTMENT
075000        MOVE "APPOINTMENT"       TO DTL-KIND
075100     END-IF
075200     MOVE SRT-VISITOR-NAME    TO DTL-VISITOR-NAME
075300     IF SRT-REFERENCE = ZERO
075400        MOVE SPACES TO DTL-REFERENCE
075500     ELSE
075600        MOVE SRT-REFERENCE    TO WS-REFERENCE-N
075700        MOVE WS-REFERENCE-X   TO DTL-REFERENCE
075800     END-IF
075900     MOVE SRT-DATE            TO DTL-DATE
076000     MOVE SRT-BADGE-COMPANY   TO DTL-BADGE-COMPANY
076100     MOVE SRT-ACTION          TO DTL-ACTION
076200     WRITE RPT-LINE FROM DTL-LINE
076300     ADD 1 TO WS-LINE-CTR
076400     ADD 1 TO WS-WORKLIST-CTR
076500     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT
076600 4200-EXIT.
076700     EXIT.
076800
076900 4300-PRINT-HEADERS.
077000     ADD 1 TO WS-PAGE-NO
077100     MOVE WS-RUN-MM    TO HDR-RUN-MM
077200     MOVE WS-RUN-DD    TO HDR-RUN-DD
077300     MOVE WS-RUN-YYYY  TO HDR-RUN-YYYY
077400     MOVE WS-RUN-TIME  TO HDR-RUN-TIME
077500     MOVE WS-PAGE-NO   TO HDR-PAGE-NO
077600     MOVE WS-SITE-NAME TO HDR-SITE-NAME
077700
077800     IF WS-PAGE-NO > 1
077900        WRITE RPT-LINE FROM SPACES
078000            AFTER ADVANCING PAGE
078100     END-IF
078200     WRITE RPT-LINE FROM HDR-LINE-1
078300     WRITE RPT-LINE FROM HDR-LINE-2
078400     WRITE RPT-LINE FROM HDR-LINE-3
078500     MOVE ZERO TO WS-LINE-CTR
078600     MOVE LOW-VALUES TO WS-PREV-DEPT
078700     MOVE LOW-VALUES TO WS-PREV-HOST
078800 4300-EXIT.
078900     EXIT.
079000
079100 4400-PRINT-DEPT-GROUP.
079200     MOVE SRT-DEPT TO DGL-DEPT
079300     WRITE RPT-LINE FROM SPACES
079400     WRITE RPT-LINE FROM DEPT-GROUP-LINE
079500     ADD 2 TO WS-LINE-CTR
079600     MOVE SRT-DEPT TO WS-PREV-DEPT
079700     MOVE LOW-VALUES TO WS-PREV-HOST
079800 4400-EXIT.
079900     EXIT.
080000
080100 4500-PRINT-HOST-GROUP.
080200     MOVE SRT-HOST-EMPLOYEE TO HGL-HOST-EMPLOYEE
080300     WRITE RPT-LINE FROM HOST-GROUP-LINE
080400     ADD 1 TO WS-LINE-CTR
080500     MOVE SRT-HOST-EMPLOYEE TO WS-PREV-HOST
080600 4500-EXIT.
080700     EXIT.
080800
080900*================================================================
081000* 5000-PRINT-SUMMARY - totals go on the report foot and the run
081100* log both, like the other site sweeps.
081200*================================================================
081300 5000-PRINT-SUMMARY.
081400     WRITE RPT-LINE FROM SPACES
081500     MOVE "DEPARTED HOSTS..............." TO TOT-LABEL
081600     MOVE WS-DEPARTED-CTR TO TOT-VALUE
081700     WRITE RPT-LINE FROM TOTAL-LINE
081800     MOVE "OPEN VISITS TO REASSIGN......" TO TOT-LABEL
081900     MOVE WS-VISIT-CTR TO TOT-VALUE
082000     WRITE RPT-LINE FROM TOTAL-LINE
082100     MOVE "ACTIVE PASSES FOUND.........." TO TOT-LABEL
082200     MOVE WS-PASS-CTR TO TOT-VALUE
082300     WRITE RPT-LINE FROM TOTAL-LINE
082400     MOVE "PASSES SUSPENDED............." TO TOT-LABEL
082500     MOVE WS-SUSPENDED-CTR TO TOT-VALUE
082600     WRITE RPT-LINE FROM TOTAL-LINE
082700     MOVE "PENDING APPOINTMENTS........." TO TOT-LABEL
082800     MOVE WS-APPOINTMENT-CTR TO TOT-VALUE
082900     WRITE RPT-LINE FROM TOTAL-LINE
083000
083100     DISPLAY "HOSTIMPT RUN SUMMARY - SITE " WS-SITE-NAME
083200     MOVE WS-PRIOR-CTR        TO WS-SUMMARY-CTR-ED
083300     DISPLAY "  PRIOR EMPLOYEES......... " WS-SUMMARY-CTR-ED
083400     MOVE WS-NEW-CTR          TO WS-SUMMARY-CTR-ED
083500     DISPLAY "  CURRENT EMPLOYEES....... " WS-SUMMARY-CTR-ED
083600     MOVE WS-HIRED-CTR        TO WS-SUMMARY-CTR-ED
083700     DISPLAY "  NEW NAMES............... " WS-SUMMARY-CTR-ED
083800     MOVE WS-DEPARTED-CTR     TO WS-SUMMARY-CTR-ED
083900     DISPLAY "  DEPARTED HOSTS.......... " WS-SUMMARY-CTR-ED
084000     MOVE WS-VISIT-CTR        TO WS-SUMMARY-CTR-ED
084100     DISPLAY "  OPEN VISITS............. " WS-SUMMARY-CTR-ED
084200     MOVE WS-PASS-CTR         TO WS-SUMMARY-CTR-ED
084300     DISPLAY "  ACTIVE PASSES........... " WS-SUMMARY-CTR-ED
084400     MOVE WS-SUSPENDED-CTR    TO WS-SUMMARY-CTR-ED
084500     DISPLAY "  PASSES SUSPENDED........ " WS-SUMMARY-CTR-ED
084600     MOVE WS-SUSPEND-FAIL-CTR TO WS-SUMMARY-CTR-ED
084700     DISPLAY "  SUSPENSIONS FAILED...... " WS-SUMMARY-CTR-ED
084800     MOVE WS-APPOINTMENT-CTR  TO WS-SUMMARY-CTR-ED
084900     DISPLAY "  PENDING APPOINTMENTS.... " WS-SUMMARY-CTR-ED
085000 5000-EXIT.
085100     EXIT.
085200
085300*================================================================
085400* 9000-TERMINATE - RETURN-CODE 8 when passes that should have
085500* been suspended were not (guard tripped or a rewrite failed),
085600* 4 when there is anything on the worklist to act on.
085700*================================================================
085800 9000-TERMINATE.
085900     IF WS-VM-AVAILABLE
086000        CLOSE VISITOR-MASTER
086100     END-IF
086200     IF WS-PAS-AVAILABLE
086300        CLOSE VISITOR-PASS-FILE
086400     END-IF
086500     IF WS-EXP-AVAILABLE
086600        CLOSE EXPECTED-FILE
086700     END-IF
086800     CLOSE IMPACT-RPT
086900     IF WS-WORKLIST-CTR > ZERO
087000        MOVE 4 TO RETURN-CODE
087100     END-IF
087200     IF WS-WITHHOLD-SUSPENSIONS
087300        OR WS-SUSPEND-FAIL-CTR > ZERO
087400        MOVE 8 TO RETURN-CODE
087500     END-IF
087600 9000-EXIT.
087700     EXIT.
087800
087900 END PROGRAM HOSTIMPT.
