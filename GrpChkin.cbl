000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "GRPCHKIN".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* GRPCHKIN - front-desk check-in for a group or event booked
000900* ahead by GRPLOAD.  The desk keys the group ID, confirms the
001000* booking is for today and ticks the members off the list as
001100* they come through the door.  Every member ticked is screened
001200* against the watchlist by name, exactly as OBTAININPUT screens
001300* a walk-in, and every member let in gets a VISITOR-MASTER
001400* record of their own carrying the group ID, a badge if one is
001500* handed out, and a host notification - so the roster, the
001600* sign-out desk and every overnight job see a group member as
001700* an ordinary visitor.
001800*
001900* The host, purpose and company come off the booking, so the
002000* desk keys nothing but Y/N and a badge number per member.  A
002100* member whose purpose needs a signed safety briefing or NDA
002200* that is not current on ACKNOWL is held back: the desk takes
002300* them through ACKMNT and ticks them on a second pass.  No
002400* duplicate-visit flag is raised (the member is on a list the
002500* host submitted) and no vehicle is taken; a member who drove
002600* in can be given a parking permit through the normal intake's
002700* lot desk.
002800*
002900* When the desk has been through the list it may close the
003000* group's check-in: members still expected are marked no-shows
003100* for the host's attendance report.  A no-show who turns up
003200* late can still be ticked in.
003300*
003400* Same operator rule as OBTAININPUT - desk, supervisor or
003500* security role - and the same AUDITLOG entry per visitor.
003600*
003700* MODIFICATION HISTORY
003800*
003900* 2026-10-15  WM   Original.
004000*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS VIS-VISITOR-ID
004800         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
004900         FILE STATUS IS WS-VM-STATUS.
005000
005100     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-AUD-STATUS.
005500
005600     SELECT VISITOR-CTRL-FILE ASSIGN TO "VISITCTR"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-CTL-STATUS.
006000
006100     SELECT WATCHLIST-FILE ASSIGN TO "WATCHLST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS WL-NAME
006500         FILE STATUS IS WS-WL-STATUS.
006600
006700     SELECT WATCH-HIT-LOG ASSIGN TO "WLHITLOG"
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-WLH-STATUS.
007100
007200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS EMP-NAME
007600         FILE STATUS IS WS-EMP-STATUS.
007700
007800     SELECT ARRIVAL-NOTIFY-FILE ASSIGN TO "HOSTNTFY"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-NTF-STATUS.
008200
008300     SELECT PURPOSE-CODE-FILE ASSIGN TO "PURPCODE"
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-PUR-STATUS.
008700
008800     SELECT BADGE-INV-FILE ASSIGN TO "BADGEINV"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS BDG-NUMBER
009200         FILE STATUS IS WS-BDG-STATUS.
009300
009400     SELECT ACK-FILE ASSIGN TO "ACKNOWL"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS RANDOM
009700         RECORD KEY IS ACK-KEY
009800         FILE STATUS IS WS-ACK-STATUS.
009900
010000     SELECT GROUP-FILE ASSIGN TO "GROUPS"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS RANDOM
010300         RECORD KEY IS GRP-GROUP-ID
010400         FILE STATUS IS WS-GRP-STATUS.
010500
010600     SELECT GROUP-MEMBER-FILE ASSIGN TO "GRPMEMB"
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS DYNAMIC
010900         RECORD KEY IS GMB-KEY
011000         FILE STATUS IS WS-GMB-STATUS.
011100
011200 DATA DIVISION.
011300 FILE SECTION.
011400 FD  VISITOR-MASTER.
011500     COPY VISITREC.
011600
011700 FD  AUDIT-LOG.
011800     COPY AUDITREC.
011900
012000 FD  VISITOR-CTRL-FILE.
012100     COPY CTRLREC.
012200
012300 FD  WATCHLIST-FILE.
012400     COPY WATCHREC.
012500
012600 FD  WATCH-HIT-LOG.
012700     COPY WLHITREC.
012800
012900 FD  EMPLOYEE-MASTER.
013000     COPY EMPREC.
013100
013200 FD  ARRIVAL-NOTIFY-FILE.
013300     COPY NTFYREC.
013400
013500 FD  PURPOSE-CODE-FILE.
013600     COPY PURPREC.
013700
013800 FD  BADGE-INV-FILE.
013900     COPY BADGEREC.
014000
014100 FD  ACK-FILE.
014200     COPY ACKREC.
014300
014400 FD  GROUP-FILE.
014500     COPY GROUPREC.
014600
014700 FD  GROUP-MEMBER-FILE.
014800     COPY GMEMREC.
014900
015000 WORKING-STORAGE SECTION.
015100*----------------------------------------------------------------
015200* FILE STATUS AREAS
015300*----------------------------------------------------------------
015400 01  WS-VM-STATUS                PIC X(02).
015500     88  WS-VM-OK                    VALUE "00".
015600     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
015700
015800 01  WS-AUD-STATUS               PIC X(02).
015900     88  WS-AUD-OK                   VALUE "00".
016000     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
016100
016200 01  WS-CTL-STATUS               PIC X(02).
016300     88  WS-CTL-OK                   VALUE "00".
016400     88  WS-CTL-FILE-NOT-FOUND       VALUE "35".
016500
016600 01  WS-WL-STATUS                PIC X(02).
016700     88  WS-WL-OK                    VALUE "00".
016800     88  WS-WL-NOT-FOUND             VALUE "23".
016900     88  WS-WL-FILE-NOT-FOUND        VALUE "35".
017000
017100 01  WS-WLH-STATUS               PIC X(02).
017200     88  WS-WLH-OK                   VALUE "00".
017300     88  WS-WLH-FILE-NOT-FOUND       VALUE "35".
017400
017500 01  WS-EMP-STATUS               PIC X(02).
017600     88  WS-EMP-OK                   VALUE "00".
017700     88  WS-EMP-NOT-FOUND            VALUE "23".
017800     88  WS-EMP-FILE-NOT-FOUND       VALUE "35".
017900
018000 01  WS-NTF-STATUS               PIC X(02).
018100     88  WS-NTF-OK                   VALUE "00".
018200     88  WS-NTF-FILE-NOT-FOUND       VALUE "35".
018300
018400 01  WS-PUR-STATUS               PIC X(02).
018500     88  WS-PUR-OK                   VALUE "00".
018600     88  WS-PUR-AT-END               VALUE "10".
018700     88  WS-PUR-FILE-NOT-FOUND       VALUE "35".
018800
018900 01  WS-BDG-STATUS               PIC X(02).
019000     88  WS-BDG-OK                   VALUE "00".
019100     88  WS-BDG-NOT-FOUND            VALUE "23".
019200     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
019300
019400 01  WS-ACK-STATUS               PIC X(02).
019500     88  WS-ACK-OK                   VALUE "00".
019600     88  WS-ACK-NOT-FOUND            VALUE "23".
019700     88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
019800
019900 01  WS-GRP-STATUS               PIC X(02).
020000     88  WS-GRP-OK                   VALUE "00".
020100     88  WS-GRP-NOT-FOUND            VALUE "23".
020200     88  WS-GRP-FILE-NOT-FOUND       VALUE "35".
020300
020400 01  WS-GMB-STATUS               PIC X(02).
020500     88  WS-GMB-OK                   VALUE "00".
020600     88  WS-GMB-AT-END               VALUE "10".
020700     88  WS-GMB-FILE-NOT-FOUND       VALUE "35".
020800
020900*----------------------------------------------------------------
021000* PURPOSE-CODE TABLE LOADED FROM PURPCODE AT STARTUP
021100*----------------------------------------------------------------
021200 COPY PURPTABL.
021300
021400*----------------------------------------------------------------
021500* MISCELLANEOUS COUNTERS AND SWITCHES
021600*----------------------------------------------------------------
021700 01  WS-VISITOR-SEQ              PIC 9(05) COMP.
021800 01  WS-VISITOR-SEQ-ED           PIC 9(04).
021900 01  WS-RUN-DATE                 PIC 9(08).
022000 01  WS-RUN-TIME                 PIC 9(08).
022100
022200 01  WS-STATION-ID               PIC 9(01) VALUE 1.
022300 01  WS-STATION-X                PIC X(01).
022400
022500 01  WS-WL-SWITCH                PIC X(01).
022600     88  WS-WL-HIT                   VALUE "Y".
022700     88  WS-WL-NO-HIT                VALUE "N".
022800
022900 01  WS-WL-AVAIL-SWITCH          PIC X(01).
023000     88  WS-WL-AVAILABLE             VALUE "Y".
023100     88  WS-WL-NOT-AVAILABLE         VALUE "N".
023200
023300 01  WS-EMP-AVAIL-SWITCH         PIC X(01).
023400     88  WS-EMP-AVAILABLE            VALUE "Y".
023500     88  WS-EMP-NOT-AVAILABLE        VALUE "N".
023600
023700 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
023800     88  WS-BDG-AVAILABLE            VALUE "Y".
023900     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
024000
024100 01  WS-BADGE-DONE-SWITCH        PIC X(01).
024200     88  WS-BADGE-DONE               VALUE "Y".
024300     88  WS-BADGE-NOT-DONE           VALUE "N".
024400
024500 01  WS-BADGE-ANSWER             PIC X(04).
024600     88  WS-BADGE-ANSWER-BLANK       VALUE SPACES.
024700 01  WS-BADGE-NO                 PIC 9(04) VALUE ZERO.
024800
024900 01  WS-REPLY                    PIC X(01).
025000     88  WS-REPLY-YES                VALUES "Y" "y".
025100     88  WS-REPLY-NO                 VALUES "N" "n".
025200     88  WS-REPLY-QUIT               VALUES "Q" "q".
025300
025400*----------------------------------------------------------------
025500* GROUP CHECK-IN WORK AREAS
025600*----------------------------------------------------------------
025700 01  WS-GROUP-ANSWER             PIC X(08).
025800     88  WS-GROUP-ANSWER-BLANK       VALUE SPACES.
025900
026000 01  WS-GROUP-OK-SWITCH          PIC X(01).
026100     88  WS-GROUP-READY              VALUE "Y".
026200     88  WS-GROUP-NOT-READY          VALUE "N".
026300
026400 01  WS-MEMBER-EOF-SWITCH        PIC X(01).
026500     88  WS-END-OF-MEMBERS           VALUE "Y".
026600     88  WS-NOT-END-OF-MEMBERS       VALUE "N".
026700
026800 01  WS-TICK-DONE-SWITCH         PIC X(01).
026900     88  WS-TICK-DONE                VALUE "Y".
027000     88  WS-TICK-NOT-DONE            VALUE "N".
027100
027200 01  WS-GRP-PURP-IX              PIC 9(02) COMP VALUE ZERO.
027300 01  WS-MEMBER-NO-ED             PIC ZZZ9.
027400 01  WS-COUNT-ED                 PIC ZZZ9.
027500 01  WS-LISTED-ED                PIC ZZZ9.
027600
027700 01  WS-ARRIVED-CTR              PIC 9(05) COMP VALUE ZERO.
027800 01  WS-STOPPED-CTR              PIC 9(05) COMP VALUE ZERO.
027900 01  WS-HELD-CTR                 PIC 9(05) COMP VALUE ZERO.
028000 01  WS-EXPECTED-CTR             PIC 9(05) COMP VALUE ZERO.
028100 01  WS-NO-SHOW-CTR              PIC 9(05) COMP VALUE ZERO.
028200 01  WS-AUDIT-CTR                PIC 9(05) COMP VALUE ZERO.
028300
028400*----------------------------------------------------------------
028500* SAFETY BRIEFING / NDA ACKNOWLEDGMENT WORK AREAS
028600*----------------------------------------------------------------
028700 01  WS-ACK-AVAIL-SWITCH         PIC X(01).
028800     88  WS-ACK-AVAILABLE            VALUE "Y".
028900     88  WS-ACK-NOT-AVAILABLE        VALUE "N".
029000
029100 01  WS-ACK-SWITCH               PIC X(01) VALUE "Y".
029200     88  WS-ACKS-CURRENT             VALUE "Y".
029300     88  WS-ACK-MISSING              VALUE "N".
029400
029500 01  WS-ACK-DOC                  PIC X(04).
029600
029700*----------------------------------------------------------------
029800* AUDIT TRAIL WORK AREAS
029900*----------------------------------------------------------------
030000 01  WS-TERMINAL-ID              PIC X(08).
030100 01  WS-OPERATOR-ID              PIC X(08).
030200 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
030300 01  WS-AUDIT-NAME               PIC X(20) VALUE SPACES.
030400
030500*----------------------------------------------------------------
030600* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK
030700*----------------------------------------------------------------
030800 COPY OPERAUTH.
030900
031000 PROCEDURE DIVISION.
031100*================================================================
031200* 0000-MAINLINE - a run that lets nobody in still leaves one
031300* AUDITLOG entry, the way an OBTAININPUT run with no name does.
031400*================================================================
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031700     PERFORM 0100-GROUP-CHECK-IN THRU 0100-EXIT
031800     IF WS-AUDIT-CTR = ZERO
031900        MOVE SPACES TO WS-AUDIT-NAME
032000        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
032100     END-IF
032200     PERFORM 9000-TERMINATE THRU 9000-EXIT
032300     STOP RUN.
032400
032500*================================================================
032600* 1000-INITIALIZE - VISITOR-MASTER and AUDIT-LOG are created the
032700* first time, as in OBTAININPUT.  GROUPS and GRPMEMB must exist:
032800* without them there is no group to check in.
032900*================================================================
033000 1000-INITIALIZE.
033100     MOVE ZERO TO WS-VISITOR-SEQ
033200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033300     ACCEPT WS-RUN-TIME FROM TIME
033400     PERFORM 1040-GET-STATION-ID THRU 1040-EXIT
033500
033600     OPEN I-O VISITOR-MASTER
033700     IF WS-VM-FILE-NOT-FOUND
033800        OPEN OUTPUT VISITOR-MASTER
033900        CLOSE VISITOR-MASTER
034000        OPEN I-O VISITOR-MASTER
034100     END-IF
034200
034300     OPEN EXTEND AUDIT-LOG
034400     IF WS-AUD-FILE-NOT-FOUND
034500        OPEN OUTPUT AUDIT-LOG
034600        CLOSE AUDIT-LOG
034700        OPEN EXTEND AUDIT-LOG
034800     END-IF
034900     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
035000
035100     OPEN I-O GROUP-FILE
035200     IF NOT WS-GRP-OK
035300        DISPLAY "*** GROUPS FILE NOT AVAILABLE (STATUS "
035400           WS-GRP-STATUS ") - NO GROUP BOOKINGS TO CHECK IN ***"
035500        CLOSE VISITOR-MASTER
035600        CLOSE AUDIT-LOG
035700        MOVE 8 TO RETURN-CODE
035800        STOP RUN
035900     END-IF
036000     OPEN I-O GROUP-MEMBER-FILE
036100     IF NOT WS-GMB-OK
036200        DISPLAY "*** GRPMEMB FILE NOT AVAILABLE (STATUS "
036300           WS-GMB-STATUS ") - NO MEMBER LISTS TO CHECK IN ***"
036400        CLOSE VISITOR-MASTER
036500        CLOSE AUDIT-LOG
036600        CLOSE GROUP-FILE
036700        MOVE 8 TO RETURN-CODE
036800        STOP RUN
036900     END-IF
037000
037100     SET WS-WL-AVAILABLE TO TRUE
037200     OPEN INPUT WATCHLIST-FILE
037300     IF NOT WS-WL-OK
037400        SET WS-WL-NOT-AVAILABLE TO TRUE
037500        DISPLAY "*** WATCHLIST NOT AVAILABLE - SCREENING "
037600           "SKIPPED THIS RUN ***"
037700     END-IF
037800
037900     OPEN EXTEND WATCH-HIT-LOG
038000     IF WS-WLH-FILE-NOT-FOUND
038100        OPEN OUTPUT WATCH-HIT-LOG
038200        CLOSE WATCH-HIT-LOG
038300        OPEN EXTEND WATCH-HIT-LOG
038400     END-IF
038500
038600     SET WS-EMP-AVAILABLE TO TRUE
038700     OPEN INPUT EMPLOYEE-MASTER
038800     IF NOT WS-EMP-OK
038900        SET WS-EMP-NOT-AVAILABLE TO TRUE
039000        DISPLAY "*** EMPLOYEE MASTER NOT AVAILABLE - HOST "
039100           "VALIDATION SKIPPED THIS RUN ***"
039200     END-IF
039300
039400     OPEN EXTEND ARRIVAL-NOTIFY-FILE
039500     IF WS-NTF-FILE-NOT-FOUND
039600        OPEN OUTPUT ARRIVAL-NOTIFY-FILE
039700        CLOSE ARRIVAL-NOTIFY-FILE
039800        OPEN EXTEND ARRIVAL-NOTIFY-FILE
039900     END-IF
040000
040100     SET WS-BDG-AVAILABLE TO TRUE
040200     OPEN I-O BADGE-INV-FILE
040300     IF NOT WS-BDG-OK
040400        SET WS-BDG-NOT-AVAILABLE TO TRUE
040500        DISPLAY "*** BADGE INVENTORY NOT AVAILABLE - BADGE "
040600           "TRACKING SKIPPED THIS RUN ***"
040700     END-IF
040800
040900     SET WS-ACK-AVAILABLE TO TRUE
041000     OPEN INPUT ACK-FILE
041100     IF NOT WS-ACK-OK
041200        SET WS-ACK-NOT-AVAILABLE TO TRUE
041300        DISPLAY "*** ACKNOWL FILE NOT AVAILABLE - MEMBERS "
041400           "NEEDING A SAFETY BRIEFING OR NDA CANNOT BE TAKEN ***"
041500     END-IF
041600
041800     PERFORM 1060-LOAD-PURPOSE-TABLE THRU 1060-EXIT
041900 1000-EXIT.
042000     EXIT.
042100
042200*================================================================
042300* 1030-CHECK-OPERATOR - same rule as OBTAININPUT: the signed-on
042400* operator must be on OPERMAST, active, and a desk, supervisor
042500* or security role.  A refusal goes to AUDITLOG with its reason
042600* and the run ends with nothing else opened.
042700*================================================================
042800 1030-CHECK-OPERATOR.
042900     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
043000     IF WS-TERMINAL-ID = SPACES
043100        MOVE "LOCAL" TO WS-TERMINAL-ID
043200     END-IF
043300     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
043400     IF WS-OPERATOR-ID = SPACES
043500        MOVE "UNKNOWN" TO WS-OPERATOR-ID
043600     END-IF
043700
043800     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
043900     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
044000     IF OA-OPERATOR-ACTIVE
044100        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
044200           OR OA-ROLE-SECURITY
044300           GO TO 1030-EXIT
044400        END-IF
044500        MOVE "ROLE" TO WS-AUDIT-EVENT
044600     END-IF
044700     IF OA-OPERATOR-INACTIVE
044800        MOVE "INAC" TO WS-AUDIT-EVENT
044900     END-IF
045000     IF OA-OPERATOR-NOT-ON-FILE
045100        MOVE "NOOP" TO WS-AUDIT-EVENT
045200     END-IF
045300     IF OA-FILE-UNAVAILABLE
045400        MOVE "NOFL" TO WS-AUDIT-EVENT
045500     END-IF
045600
045700     DISPLAY "*** OPERATOR " WS-OPERATOR-ID
045800        " IS NOT AUTHORIZED TO SIGN VISITORS IN ("
045900        WS-AUDIT-EVENT ") ***"
046000     MOVE SPACES TO WS-AUDIT-NAME
046100     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
046200     CLOSE VISITOR-MASTER
046300     CLOSE AUDIT-LOG
046400     MOVE 8 TO RETURN-CODE
046500     STOP RUN.
046600 1030-EXIT.
046700     EXIT.
046800
046900*================================================================
047000* 1040-GET-STATION-ID - the DESKID setting names this desk
047100* station (1-9), as in OBTAININPUT; the VISITCTR DD must point
047200* at the same station's control dataset the station's intake
047300* runs use, or the two would hand out the same IDs.
047400*================================================================
047500 1040-GET-STATION-ID.
047600     MOVE SPACE TO WS-STATION-X
047700     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
047800     IF WS-STATION-X NUMERIC AND WS-STATION-X NOT = "0"
047900        MOVE WS-STATION-X TO WS-STATION-ID
048000     ELSE
048100        MOVE 1 TO WS-STATION-ID
048200        IF WS-STATION-X NOT = SPACE
048300           DISPLAY "*** DESKID NOT 1-9 - RUNNING AS "
048400              "STATION 1 ***"
048500        END-IF
048600     END-IF
048700 1040-EXIT.
048800     EXIT.
048900
049000*================================================================
049100* 1050-READ-VISITOR-CTRL - picks up this station's sequence from
049200* its control record just before each visitor ID is taken: an
049210* OBTAININPUT intake at the same station may have moved it on
049220* while the group was being ticked in.  A record from an earlier
049300* day is ignored, since a new day starts a fresh sequence.
049400*================================================================
049500 1050-READ-VISITOR-CTRL.
049600     OPEN INPUT VISITOR-CTRL-FILE
049700     IF WS-CTL-FILE-NOT-FOUND
049800        MOVE ZERO TO WS-VISITOR-SEQ
049900     ELSE
050000        READ VISITOR-CTRL-FILE
050100           AT END
050200              MOVE ZERO TO WS-VISITOR-SEQ
050300           NOT AT END
050400              IF VCTL-LAST-DATE = WS-RUN-DATE
050500                 MOVE VCTL-LAST-SEQ TO WS-VISITOR-SEQ
050600              ELSE
050700                 MOVE ZERO TO WS-VISITOR-SEQ
050800              END-IF
050900        END-READ
051000        CLOSE VISITOR-CTRL-FILE
051100     END-IF
051200 1050-EXIT.
051300     EXIT.
051400
051500*================================================================
051600* 1060-LOAD-PURPOSE-TABLE - the booking's purpose decides which
051700* acknowledgments each member needs, so as in OBTAININPUT a
051800* missing or empty PURPCODE ends the run.
051900*================================================================
052000 1060-LOAD-PURPOSE-TABLE.
052100     OPEN INPUT PURPOSE-CODE-FILE
052200     IF NOT WS-PUR-OK
052300        DISPLAY "*** PURPCODE REFERENCE FILE NOT AVAILABLE - "
052400           "CANNOT VALIDATE PURPOSES - RUN PURPMNT ***"
052500        STOP RUN
052600     END-IF
052700     PERFORM 1070-LOAD-ONE-PURPOSE THRU 1070-EXIT
052800         UNTIL NOT WS-PUR-OK OR PT-COUNT >= 20
052900     CLOSE PURPOSE-CODE-FILE
053000     IF PT-COUNT = ZERO
053100        DISPLAY "*** PURPCODE REFERENCE FILE IS EMPTY - "
053200           "CANNOT VALIDATE PURPOSES - RUN PURPMNT ***"
053300        STOP RUN
053400     END-IF
053500 1060-EXIT.
053600     EXIT.
053700
053800 1070-LOAD-ONE-PURPOSE.
053900     READ PURPOSE-CODE-FILE
054000         AT END
054100            CONTINUE
054200     END-READ
054300     IF WS-PUR-OK
054400        ADD 1 TO PT-COUNT
054500        MOVE PUR-CODE   TO PT-CODE (PT-COUNT)
054600        MOVE PUR-DESC   TO PT-DESC (PT-COUNT)
054700        MOVE PUR-STATUS TO PT-STATUS (PT-COUNT)
054800        MOVE PUR-REQ-ACKS TO PT-REQ-ACKS (PT-COUNT)
054900     END-IF
055000 1070-EXIT.
055100     EXIT.
055200
055300*================================================================
055400* 0100-GROUP-CHECK-IN - one group per run: find the booking,
055500* tick the members off, then offer to close the group's
055600* check-in.
055700*================================================================
055800 0100-GROUP-CHECK-IN.
055900     PERFORM 0110-FIND-GROUP THRU 0110-EXIT
056000     IF WS-GROUP-NOT-READY
056100        GO TO 0100-EXIT
056200     END-IF
056300
056400     SET WS-TICK-NOT-DONE TO TRUE
056500     SET WS-NOT-END-OF-MEMBERS TO TRUE
056600     MOVE GRP-GROUP-ID TO GMB-GROUP-ID
056700     MOVE ZERO TO GMB-MEMBER-NO
056800     START GROUP-MEMBER-FILE KEY IS GREATER THAN GMB-KEY
056900         INVALID KEY
057000            SET WS-END-OF-MEMBERS TO TRUE
057100     END-START
057200     PERFORM 0200-TICK-ONE-MEMBER THRU 0200-EXIT
057300         UNTIL WS-END-OF-MEMBERS OR WS-TICK-DONE
057400
057500     PERFORM 0400-CLOSE-CHECK-IN THRU 0400-EXIT
057600
057700     DISPLAY "Group " GRP-GROUP-ID " check-in this session:"
057800     MOVE WS-ARRIVED-CTR TO WS-COUNT-ED
057900     DISPLAY "  checked in ............ " WS-COUNT-ED
058000     MOVE WS-STOPPED-CTR TO WS-COUNT-ED
058100     DISPLAY "  stopped at watchlist .. " WS-COUNT-ED
058200     MOVE WS-HELD-CTR TO WS-COUNT-ED
058300     DISPLAY "  held for documents .... " WS-COUNT-ED
058400     MOVE WS-NO-SHOW-CTR TO WS-COUNT-ED
058500     DISPLAY "  marked no-show ........ " WS-COUNT-ED
058600 0100-EXIT.
058700     EXIT.
058800
058900*================================================================
059000* 0110-FIND-GROUP - the booking must be on file, for today, with
059100* a host still on EMPMAST and a purpose still active; anything
059200* else sends the group to the supervisor instead of letting
059300* members in under a booking nobody stands behind.
059400*================================================================
059500 0110-FIND-GROUP.
059600     SET WS-GROUP-NOT-READY TO TRUE
059700     DISPLAY "Group ID from the booking: "
059800     ACCEPT WS-GROUP-ANSWER
059900     IF WS-GROUP-ANSWER-BLANK
060000        GO TO 0110-EXIT
060100     END-IF
060200     INSPECT WS-GROUP-ANSWER CONVERTING
060300         "abcdefghijklmnopqrstuvwxyz" TO
060400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
060500     MOVE WS-GROUP-ANSWER TO GRP-GROUP-ID
060600     READ GROUP-FILE
060700         INVALID KEY
060800            DISPLAY "No group booked under " WS-GROUP-ANSWER
060900               " - check the ID with the host."
061000            GO TO 0110-EXIT
061100     END-READ
061200
061300     DISPLAY "Group " GRP-GROUP-ID "  " GRP-EVENT-NAME
061400     DISPLAY "  host " GRP-HOST-EMPLOYEE "  purpose "
061500        GRP-PURPOSE-CODE "  date " GRP-EVENT-DATE
061600     MOVE GRP-EXPECTED-COUNT TO WS-COUNT-ED
061700     MOVE GRP-LISTED-COUNT TO WS-LISTED-ED
061800     DISPLAY "  headcount " WS-COUNT-ED "  members listed "
061900        WS-LISTED-ED
062000
062100     IF GRP-EVENT-DATE NOT = WS-RUN-DATE
062200        DISPLAY "That group is booked for " GRP-EVENT-DATE
062300           ", not today - see the supervisor."
062400        GO TO 0110-EXIT
062500     END-IF
062600     IF GRP-LISTED-COUNT = ZERO
062700        DISPLAY "No members are listed for that group - sign "
062800           "them in through the normal intake."
062900        GO TO 0110-EXIT
063000     END-IF
063100
063200     IF WS-EMP-AVAILABLE
063300        MOVE GRP-HOST-EMPLOYEE TO EMP-NAME
063400        READ EMPLOYEE-MASTER
063500            INVALID KEY
063600               CONTINUE
063700        END-READ
063800        IF NOT WS-EMP-OK
063900           DISPLAY "The group's host " GRP-HOST-EMPLOYEE
064000              " is no longer on the employee list - see the "
064100              "supervisor."
064200           GO TO 0110-EXIT
064300        END-IF
064400     END-IF
064500
064600     SET PT-CODE-NOT-FOUND TO TRUE
064700     PERFORM 0115-MATCH-PURPOSE THRU 0115-EXIT
064800         VARYING PT-IX FROM 1 BY 1
064900         UNTIL PT-IX > PT-COUNT OR PT-CODE-FOUND
065000     IF NOT PT-FOUND-ACTIVE
065100        DISPLAY "The group's purpose " GRP-PURPOSE-CODE
065200           " is not an active purpose code - see the supervisor."
065300        GO TO 0110-EXIT
065400     END-IF
065500     SUBTRACT 1 FROM PT-IX
065600     MOVE PT-IX TO WS-GRP-PURP-IX
065700
065800     IF GRP-CHECKIN-CLOSED
065900        DISPLAY "Check-in for this group was closed - only "
066000           "late arrivals marked no-show are left to tick."
066100     END-IF
066200     DISPLAY "Answer Y as each member arrives, N to pass over, "
066300        "Q to stop ticking."
066400     SET WS-GROUP-READY TO TRUE
066500 0110-EXIT.
066600     EXIT.
066700
066800 0115-MATCH-PURPOSE.
066900     IF PT-CODE (PT-IX) = GRP-PURPOSE-CODE
067000        IF PT-ACTIVE (PT-IX)
067100           SET PT-FOUND-ACTIVE TO TRUE
067200        ELSE
067300           SET PT-FOUND-RETIRED TO TRUE
067400        END-IF
067500     END-IF
067600 0115-EXIT.
067700     EXIT.
067800
067900*================================================================
068000* 0200-TICK-ONE-MEMBER - next member on the list; members already
068100* checked in or stopped are passed over without a prompt.
068200*================================================================
068300 0200-TICK-ONE-MEMBER.
068400     READ GROUP-MEMBER-FILE NEXT RECORD
068500         AT END
068600            SET WS-END-OF-MEMBERS TO TRUE
068700            GO TO 0200-EXIT
068800     END-READ
068900     IF NOT WS-GMB-OK
069000        OR GMB-GROUP-ID NOT = GRP-GROUP-ID
069100        SET WS-END-OF-MEMBERS TO TRUE
069200        GO TO 0200-EXIT
069300     END-IF
069400     IF NOT GMB-STILL-TO-TICK
069500        GO TO 0200-EXIT
069600     END-IF
069700
069800     MOVE GMB-MEMBER-NO TO WS-MEMBER-NO-ED
069900     MOVE SPACE TO WS-REPLY
070000     PERFORM 0210-PROMPT-ARRIVED THRU 0210-EXIT
070100         UNTIL WS-REPLY-YES OR WS-REPLY-NO OR WS-REPLY-QUIT
070200     IF WS-REPLY-QUIT
070300        SET WS-TICK-DONE TO TRUE
070400        GO TO 0200-EXIT
070500     END-IF
070600     IF WS-REPLY-YES
070700        PERFORM 0300-CHECK-IN-MEMBER THRU 0300-EXIT
070800     END-IF
070900 0200-EXIT.
071000     EXIT.
071100
071200 0210-PROMPT-ARRIVED.
071300     DISPLAY WS-MEMBER-NO-ED " " GMB-VISITOR-NAME " "
071400        GMB-BADGE-COMPANY
071500     DISPLAY "  arrived (Y/N/Q)? "
071600     ACCEPT WS-REPLY
071700 0210-EXIT.
071800     EXIT.
071900
072000*================================================================
072100* 0300-CHECK-IN-MEMBER - watchlist first, then documents, then
072200* badge and master record.  The member record is rewritten with
072300* the outcome each way, and each member screened gets its own
072400* AUDITLOG entry.
072500*================================================================
072600 0300-CHECK-IN-MEMBER.
072700     MOVE GMB-VISITOR-NAME TO WS-AUDIT-NAME
072800     PERFORM 0310-CHECK-WATCHLIST THRU 0310-EXIT
072900     IF WS-WL-HIT
073000        SET GMB-WATCHLIST-STOP TO TRUE
073100        PERFORM 0360-REWRITE-MEMBER THRU 0360-EXIT
073200        ADD 1 TO WS-STOPPED-CTR
073300        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
073400        GO TO 0300-EXIT
073500     END-IF
073600
073700     PERFORM 0320-CHECK-ACKNOWLEDGMENTS THRU 0320-EXIT
073800     IF WS-ACK-MISSING
073900        DISPLAY "*** " GMB-VISITOR-NAME " HAS NO CURRENT "
074000           WS-ACK-DOC " ACKNOWLEDGMENT - SEND TO ACKMNT, THEN "
074100           "TICK AGAIN ***"
074200        ADD 1 TO WS-HELD-CTR
074300        GO TO 0300-EXIT
074400     END-IF
074500
074600     PERFORM 0330-ASSIGN-BADGE THRU 0330-EXIT
074700     PERFORM 0340-BUILD-VISITOR-REC THRU 0340-EXIT
074800     WRITE VISITOR-REC
074900     IF NOT WS-VM-OK
075000        DISPLAY "*** ERROR " WS-VM-STATUS
075100           " WRITING VISITOR-MASTER FOR " VIS-NAME " ***"
075200        GO TO 0300-EXIT
075300     END-IF
075400     PERFORM 0350-MARK-BADGE-ISSUED THRU 0350-EXIT
075500     PERFORM 0355-WRITE-ARRIVAL-NOTIFY THRU 0355-EXIT
075600
075700     SET GMB-ARRIVED TO TRUE
075800     MOVE VIS-VISITOR-ID TO GMB-VISITOR-ID
075900     MOVE WS-RUN-TIME    TO GMB-ARRIVE-TIME
076000     PERFORM 0360-REWRITE-MEMBER THRU 0360-EXIT
076100     ADD 1 TO WS-ARRIVED-CTR
076200     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
076300     DISPLAY "  checked in as " VIS-VISITOR-ID
076400 0300-EXIT.
076500     EXIT.
076600
076700*================================================================
076800* 0310-CHECK-WATCHLIST - same screen and hit log as OBTAININPUT's
076900* walk-in check, under this program's ID.
077000*================================================================
077100 0310-CHECK-WATCHLIST.
077200     SET WS-WL-NO-HIT TO TRUE
077300     IF WS-WL-NOT-AVAILABLE
077400        GO TO 0310-EXIT
077500     END-IF
077600     MOVE GMB-VISITOR-NAME TO WL-NAME
077700     READ WATCHLIST-FILE
077800         INVALID KEY
077900            SET WS-WL-NO-HIT TO TRUE
078000     END-READ
078100     IF WS-WL-OK
078200        SET WS-WL-HIT TO TRUE
078300        DISPLAY "*********************************************"
078400        DISPLAY "*** SECURITY WATCHLIST MATCH - DO NOT     ***"
078500        DISPLAY "*** BADGE THIS VISITOR.  CALL SECURITY.   ***"
078600        DISPLAY "*** NAME:   " WL-NAME "              ***"
078700        DISPLAY "*** REASON: " WL-REASON "    ***"
078800        DISPLAY "*** GROUP:  " GRP-GROUP-ID
078900           "                          ***"
079000        DISPLAY "*********************************************"
079100        MOVE WS-RUN-DATE         TO WLH-DATE
079200        MOVE WS-RUN-TIME         TO WLH-TIME
079300        MOVE "GRPCHKIN"          TO WLH-PROGRAM-ID
079400        MOVE GMB-VISITOR-NAME    TO WLH-NAME
079500        MOVE GMB-BADGE-COMPANY   TO WLH-BADGE-COMPANY
079600        MOVE GRP-HOST-EMPLOYEE   TO WLH-HOST-EMPLOYEE
079700        MOVE ZERO                TO WLH-TRANS-KEY
079800        MOVE WL-REASON           TO WLH-REASON
079900        WRITE WATCH-HIT-REC
080000     END-IF
080100 0310-EXIT.
080200     EXIT.
080300
080400*================================================================
080500* 0320-CHECK-ACKNOWLEDGMENTS - every document the group's purpose
080600* requires must be current for the member.  Signatures are not
080700* taken here; ACKMNT records them and the member is ticked again.
080800*================================================================
080900 0320-CHECK-ACKNOWLEDGMENTS.
081000     SET WS-ACKS-CURRENT TO TRUE
081100     PERFORM 0325-CHECK-ONE-ACK THRU 0325-EXIT
081200         VARYING PT-AX FROM 1 BY 1
081300         UNTIL PT-AX > 3 OR WS-ACK-MISSING
081400 0320-EXIT.
081500     EXIT.
081600
081700 0325-CHECK-ONE-ACK.
081800     IF PT-REQ-ACK (WS-GRP-PURP-IX, PT-AX) = SPACES
081900        GO TO 0325-EXIT
082000     END-IF
082100     MOVE PT-REQ-ACK (WS-GRP-PURP-IX, PT-AX) TO WS-ACK-DOC
082200     IF WS-ACK-NOT-AVAILABLE
082300        SET WS-ACK-MISSING TO TRUE
082400        GO TO 0325-EXIT
082500     END-IF
082600     MOVE GMB-VISITOR-NAME TO ACK-VISITOR-NAME
082700     MOVE WS-ACK-DOC       TO ACK-DOC-TYPE
082800     READ ACK-FILE
082900         INVALID KEY
083000            SET WS-ACK-MISSING TO TRUE
083100            GO TO 0325-EXIT
083200     END-READ
083300     IF ACK-EXPIRY-DATE < WS-RUN-DATE
083400        SET WS-ACK-MISSING TO TRUE
083500     END-IF
083600 0325-EXIT.
083700     EXIT.
083800
083900*================================================================
084000* 0330-ASSIGN-BADGE - same prompt and inventory checks as
084100* OBTAININPUT; blank means no plastic badge for this member.
084200*================================================================
084300 0330-ASSIGN-BADGE.
084400     MOVE ZERO TO WS-BADGE-NO
084500     IF WS-BDG-NOT-AVAILABLE
084600        GO TO 0330-EXIT
084700     END-IF
084800     SET WS-BADGE-NOT-DONE TO TRUE
084900     PERFORM 0335-PROMPT-BADGE THRU 0335-EXIT
085000         UNTIL WS-BADGE-DONE
085100 0330-EXIT.
085200     EXIT.
085300
085400 0335-PROMPT-BADGE.
085500     DISPLAY "Badge number handed out (blank if none): "
085600     ACCEPT WS-BADGE-ANSWER
085700     IF WS-BADGE-ANSWER-BLANK
085800        SET WS-BADGE-DONE TO TRUE
085900        GO TO 0335-EXIT
086000     END-IF
086100     IF WS-BADGE-ANSWER NOT NUMERIC
086200        DISPLAY "Badge number must be the 4 digits printed "
086300           "on the plastic.  Please try again."
086400        GO TO 0335-EXIT
086500     END-IF
086600     MOVE WS-BADGE-ANSWER TO BDG-NUMBER
086700     READ BADGE-INV-FILE
086800         INVALID KEY
086900            DISPLAY "Badge " WS-BADGE-ANSWER " is not on the "
087000               "inventory.  Please try again."
087100            GO TO 0335-EXIT
087200     END-READ
087300     IF BDG-ISSUED
087400        DISPLAY "Badge " WS-BADGE-ANSWER " is already out "
087500           "with visitor " BDG-VISITOR-ID
087600           ".  Please pick another."
087700        GO TO 0335-EXIT
087800     END-IF
087900     IF BDG-LOST
088000        DISPLAY "Badge " WS-BADGE-ANSWER " is marked lost.  "
088100           "Hand it to the supervisor and pick another."
088200        GO TO 0335-EXIT
088300     END-IF
088400     MOVE WS-BADGE-ANSWER TO WS-BADGE-NO
088500     SET WS-BADGE-DONE TO TRUE
088600 0335-EXIT.
088700     EXIT.
088800
088900*================================================================
089000* 0340-BUILD-VISITOR-REC - the visitor ID comes off this
089100* station's sequence exactly as for a walk-in; host, purpose and
089200* company come off the booking.
089300*================================================================
089400 0340-BUILD-VISITOR-REC.
089410     PERFORM 1050-READ-VISITOR-CTRL THRU 1050-EXIT
089500     ADD 1 TO WS-VISITOR-SEQ
089600     IF WS-VISITOR-SEQ > 9999
089700        DISPLAY "*** DAILY VISITOR-ID SEQUENCE EXHAUSTED "
089800           "FOR THIS STATION - CALL SYSTEMS ***"
089900        MOVE 8 TO RETURN-CODE
090000        STOP RUN
090100     END-IF
090200     MOVE WS-VISITOR-SEQ TO WS-VISITOR-SEQ-ED
090300     PERFORM 0345-WRITE-VISITOR-CTRL THRU 0345-EXIT
090400     ACCEPT WS-RUN-TIME FROM TIME
090500     MOVE SPACES TO VISITOR-REC
090600     STRING WS-RUN-DATE         DELIMITED BY SIZE
090700            WS-STATION-ID       DELIMITED BY SIZE
090800            WS-VISITOR-SEQ-ED   DELIMITED BY SIZE
090900            INTO VIS-VISITOR-ID
091000     MOVE GMB-VISITOR-NAME    TO VIS-NAME
091100     MOVE WS-RUN-DATE         TO VIS-ENTRY-DATE
091200     MOVE WS-RUN-TIME         TO VIS-ENTRY-TIME
091300     MOVE GMB-BADGE-COMPANY   TO VIS-BADGE-COMPANY
091400     MOVE GRP-HOST-EMPLOYEE   TO VIS-HOST-EMPLOYEE
091500     MOVE GRP-PURPOSE-CODE    TO VIS-PURPOSE-CODE
091600     SET VIS-STATUS-OPEN      TO TRUE
091700     SET VIS-NOT-DUPLICATE    TO TRUE
091800     MOVE ZERO                TO VIS-EXIT-DATE
091900     MOVE ZERO                TO VIS-EXIT-TIME
092000     SET VIS-NOT-PREREGISTERED TO TRUE
092100     MOVE WS-BADGE-NO         TO VIS-BADGE-NO
092200     SET VIS-NOT-ON-PASS      TO TRUE
092300     MOVE GRP-GROUP-ID        TO VIS-GROUP-ID
092400 0340-EXIT.
092500     EXIT.
092600
092700 0345-WRITE-VISITOR-CTRL.
092800     MOVE WS-RUN-DATE     TO VCTL-LAST-DATE
092900     MOVE WS-VISITOR-SEQ  TO VCTL-LAST-SEQ
093000     OPEN OUTPUT VISITOR-CTRL-FILE
093100     WRITE VISITOR-CTRL-REC
093200     CLOSE VISITOR-CTRL-FILE
093300 0345-EXIT.
093400     EXIT.
093500
093600 0350-MARK-BADGE-ISSUED.
093700     IF WS-BDG-NOT-AVAILABLE
093800        OR WS-BADGE-NO = ZERO
093900        GO TO 0350-EXIT
094000     END-IF
094100     MOVE WS-BADGE-NO TO BDG-NUMBER
094200     READ BADGE-INV-FILE
094300         INVALID KEY
094400            GO TO 0350-EXIT
094500     END-READ
094600     SET BDG-ISSUED TO TRUE
094700     MOVE VIS-VISITOR-ID TO BDG-VISITOR-ID
094800     MOVE WS-RUN-DATE    TO BDG-ISSUE-DATE
094900     MOVE WS-RUN-TIME    TO BDG-ISSUE-TIME
095000     REWRITE BADGE-REC
095100     IF NOT WS-BDG-OK
095200        DISPLAY "*** ERROR " WS-BDG-STATUS
095300           " MARKING BADGE " WS-BADGE-NO " ISSUED ***"
095400     END-IF
095500 0350-EXIT.
095600     EXIT.
095700
095800 0355-WRITE-ARRIVAL-NOTIFY.
095900     MOVE SPACES              TO ARRIVAL-NOTIFY-REC
096000     MOVE GRP-HOST-EMPLOYEE   TO NTF-HOST-EMPLOYEE
096100     MOVE GMB-VISITOR-NAME    TO NTF-VISITOR-NAME
096200     MOVE GMB-BADGE-COMPANY   TO NTF-BADGE-COMPANY
096300     MOVE WS-RUN-DATE         TO NTF-ENTRY-DATE
096400     MOVE WS-RUN-TIME         TO NTF-ENTRY-TIME
096500     MOVE "P"                 TO NTF-STATUS
096600     WRITE ARRIVAL-NOTIFY-REC
096700 0355-EXIT.
096800     EXIT.
096900
097000 0360-REWRITE-MEMBER.
097100     REWRITE GROUP-MEMBER-REC
097200     IF NOT WS-GMB-OK
097300        DISPLAY "*** ERROR " WS-GMB-STATUS " UPDATING MEMBER "
097400           GMB-GROUP-ID "/" GMB-MEMBER-NO " ***"
097500     END-IF
097600 0360-EXIT.
097700     EXIT.
097800
097900*================================================================
098000* 0400-CLOSE-CHECK-IN - counts the members still expected.  With
098100* none left the group closes by itself; otherwise the desk may
098200* close it now, marking those members no-shows, or leave it open
098300* for another session.  A closed group is not offered again.
098400*================================================================
098500 0400-CLOSE-CHECK-IN.
098600     IF GRP-CHECKIN-CLOSED
098700        GO TO 0400-EXIT
098800     END-IF
098900     MOVE ZERO TO WS-EXPECTED-CTR
099000     PERFORM 0410-START-MEMBERS THRU 0410-EXIT
099100     PERFORM 0420-COUNT-ONE-EXPECTED THRU 0420-EXIT
099200         UNTIL WS-END-OF-MEMBERS
099300
099400     IF WS-EXPECTED-CTR > ZERO
099500        MOVE WS-EXPECTED-CTR TO WS-COUNT-ED
099600        DISPLAY WS-COUNT-ED " member(s) still expected.  Close "
099700           "check-in and mark them no-shows (Y/N)? "
099800        ACCEPT WS-REPLY
099900        IF NOT WS-REPLY-YES
100000           GO TO 0400-EXIT
100100        END-IF
100200        PERFORM 0410-START-MEMBERS THRU 0410-EXIT
100300        PERFORM 0430-MARK-ONE-NO-SHOW THRU 0430-EXIT
100400            UNTIL WS-END-OF-MEMBERS
100500     ELSE
100600        DISPLAY "Every listed member is accounted for - "
100700           "check-in for the group is closed."
100800     END-IF
100900
101000     SET GRP-CHECKIN-CLOSED TO TRUE
101100     REWRITE GROUP-REC
101200     IF NOT WS-GRP-OK
101300        DISPLAY "*** ERROR " WS-GRP-STATUS " CLOSING GROUP "
101400           GRP-GROUP-ID " ***"
101500     END-IF
101600 0400-EXIT.
101700     EXIT.
101800
101900 0410-START-MEMBERS.
102000     SET WS-NOT-END-OF-MEMBERS TO TRUE
102100     MOVE GRP-GROUP-ID TO GMB-GROUP-ID
102200     MOVE ZERO TO GMB-MEMBER-NO
102300     START GROUP-MEMBER-FILE KEY IS GREATER THAN GMB-KEY
102400         INVALID KEY
102500            SET WS-END-OF-MEMBERS TO TRUE
102600     END-START
102700 0410-EXIT.
102800     EXIT.
102900
103000 0420-COUNT-ONE-EXPECTED.
103100     READ GROUP-MEMBER-FILE NEXT RECORD
103200         AT END
103300            SET WS-END-OF-MEMBERS TO TRUE
103400            GO TO 0420-EXIT
103500     END-READ
103600     IF NOT WS-GMB-OK
103700        OR GMB-GROUP-ID NOT = GRP-GROUP-ID
103800        SET WS-END-OF-MEMBERS TO TRUE
103900        GO TO 0420-EXIT
104000     END-IF
104100     IF GMB-EXPECTED
104200        ADD 1 TO WS-EXPECTED-CTR
104300     END-IF
104400 0420-EXIT.
104500     EXIT.
104600
104700 0430-MARK-ONE-NO-SHOW.
104800     READ GROUP-MEMBER-FILE NEXT RECORD
104900         AT END
105000            SET WS-END-OF-MEMBERS TO TRUE
105100            GO TO 0430-EXIT
105200     END-READ
105300     IF NOT WS-GMB-OK
105400        OR GMB-GROUP-ID NOT = GRP-GROUP-ID
105500        SET WS-END-OF-MEMBERS TO TRUE
105600        GO TO 0430-EXIT
105700     END-IF
105800     IF GMB-EXPECTED
105900        SET GMB-NO-SHOW TO TRUE
106000        PERFORM 0360-REWRITE-MEMBER THRU 0360-EXIT
106100        ADD 1 TO WS-NO-SHOW-CTR
106200     END-IF
106300 0430-EXIT.
106400     EXIT.
106500
106600*================================================================
106700* 8000-WRITE-AUDIT-ENTRY - one entry per member screened, in the
106800* OBTAININPUT layout, so the quarterly review counts a group
106900* member's check-in the same as a walk-in's.
107000*================================================================
107100 8000-WRITE-AUDIT-ENTRY.
107200     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
107300     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
107400     MOVE "GRPCHKIN"          TO AUD-PROGRAM-ID
107500     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
107600     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
107700     MOVE WS-AUDIT-NAME       TO AUD-NAME-CAPTURED
107800     MOVE WS-STATION-ID       TO AUD-STATION-ID
107900     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
108000     WRITE AUDIT-LOG-REC
108100     ADD 1 TO WS-AUDIT-CTR
108200 8000-EXIT.
108300     EXIT.
108400
108500*================================================================
108600* 9000-TERMINATE
108700*================================================================
108800 9000-TERMINATE.
108900     CLOSE VISITOR-MASTER
109000     CLOSE AUDIT-LOG
109100     CLOSE GROUP-FILE
109200     CLOSE GROUP-MEMBER-FILE
109300     IF WS-WL-AVAILABLE
109400        CLOSE WATCHLIST-FILE
109500     END-IF
109600     CLOSE WATCH-HIT-LOG
109700     IF WS-EMP-AVAILABLE
109800        CLOSE EMPLOYEE-MASTER
109900     END-IF
110000     CLOSE ARRIVAL-NOTIFY-FILE
110100     IF WS-BDG-AVAILABLE
110200        CLOSE BADGE-INV-FILE
110300     END-IF
110400     IF WS-ACK-AVAILABLE
110500        CLOSE ACK-FILE
110600     END-IF
110700 9000-EXIT.
110800     EXIT.
110900
111000 END PROGRAM GRPCHKIN.
