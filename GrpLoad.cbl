000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "GRPLOAD".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* GRPLOAD - loads group and event bookings ahead of the day.
000900* Reads the GRPTRAN cards the organizer submits (see
001000* GRPTREC.CPY) and builds the site's GROUPS and GRPMEMB files
001100* the desk's GRPCHKIN dialog ticks arrivals off against.
001200*
001300* A G card books a group (or corrects one already booked); the
001400* M cards that follow add members to it, numbered in card
001500* order.  Member names are stored NAMENORM-normalized so the
001600* desk's watchlist and acknowledgment checks key straight off
001700* them, and the same name twice in one group is dropped.
001710* Group IDs are upper-cased on both card types, the form the
001720* desk's GRPCHKIN and SIGNOUT look them up in.
001800*
001900* The reference checks PREGLOAD applies to an appointment are
002000* applied to the booking: a host not on EMPMAST, a purpose that
002100* is not an active PURPCODE entry or an event date already past
002200* drops the G card, and the M cards for a group that is not on
002300* file drop with it.  A group whose check-in the desk has
002400* already closed takes no changes.  When a reference file is
002500* not available the check is skipped, same as PREGLOAD.
002600*
002700* MODIFICATION HISTORY
002800*
002900* 2026-10-15  WM   Original.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT GROUP-TRANS-FILE ASSIGN TO "GRPTRAN"
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-GT-STATUS.
003800
003900     SELECT GROUP-FILE ASSIGN TO "GROUPS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS GRP-GROUP-ID
004300         FILE STATUS IS WS-GRP-STATUS.
004400
004500     SELECT GROUP-MEMBER-FILE ASSIGN TO "GRPMEMB"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS GMB-KEY
004900         FILE STATUS IS WS-GMB-STATUS.
005000
005100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS EMP-NAME
005500         FILE STATUS IS WS-EMP-STATUS.
005600
005700     SELECT PURPOSE-CODE-FILE ASSIGN TO "PURPCODE"
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-PUR-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  GROUP-TRANS-FILE.
006500     COPY GRPTREC.
006600
006700 FD  GROUP-FILE.
006800     COPY GROUPREC.
006900
007000 FD  GROUP-MEMBER-FILE.
007100     COPY GMEMREC.
007200
007300 FD  EMPLOYEE-MASTER.
007400     COPY EMPREC.
007500
007600 FD  PURPOSE-CODE-FILE.
007700     COPY PURPREC.
007800
007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------------
008100* FILE STATUS AREAS
008200*----------------------------------------------------------------
008300 01  WS-GT-STATUS                PIC X(02).
008400     88  WS-GT-OK                    VALUE "00".
008500     88  WS-GT-FILE-NOT-FOUND        VALUE "35".
008600
008700 01  WS-GRP-STATUS               PIC X(02).
008800     88  WS-GRP-OK                   VALUE "00".
008900     88  WS-GRP-NOT-FOUND            VALUE "23".
009000     88  WS-GRP-FILE-NOT-FOUND       VALUE "35".
009100
009200 01  WS-GMB-STATUS               PIC X(02).
009300     88  WS-GMB-OK                   VALUE "00".
009400     88  WS-GMB-AT-END               VALUE "10".
009500     88  WS-GMB-NOT-FOUND            VALUE "23".
009600     88  WS-GMB-FILE-NOT-FOUND       VALUE "35".
009700
009800 01  WS-EMP-STATUS               PIC X(02).
009900     88  WS-EMP-OK                   VALUE "00".
010000     88  WS-EMP-NOT-FOUND            VALUE "23".
010100     88  WS-EMP-FILE-NOT-FOUND       VALUE "35".
010200
010300 01  WS-PUR-STATUS               PIC X(02).
010400     88  WS-PUR-OK                   VALUE "00".
010500     88  WS-PUR-AT-END               VALUE "10".
010600     88  WS-PUR-FILE-NOT-FOUND       VALUE "35".
010700
010800*----------------------------------------------------------------
010900* PURPOSE-CODE TABLE LOADED FROM PURPCODE AT STARTUP
011000*----------------------------------------------------------------
011100 COPY PURPTABL.
011200
011300*----------------------------------------------------------------
011400* SWITCHES
011500*----------------------------------------------------------------
011600 01  WS-EOF-SWITCH               PIC X(01).
011700     88  WS-END-OF-TRANS             VALUE "Y".
011800     88  WS-NOT-END-OF-TRANS         VALUE "N".
011900
012000 01  WS-VALID-SWITCH             PIC X(01).
012100     88  WS-TRANS-IS-VALID           VALUE "Y".
012200     88  WS-TRANS-NOT-VALID          VALUE "N".
012300
012400 01  WS-EMP-AVAIL-SWITCH         PIC X(01).
012500     88  WS-EMP-AVAILABLE            VALUE "Y".
012600     88  WS-EMP-NOT-AVAILABLE        VALUE "N".
012700
012800 01  WS-PUR-AVAIL-SWITCH         PIC X(01).
012900     88  WS-PUR-AVAILABLE            VALUE "Y".
013000     88  WS-PUR-NOT-AVAILABLE        VALUE "N".
013100
013200 01  WS-MEMBER-SCAN-SWITCH       PIC X(01).
013300     88  WS-MEMBER-SCAN-DONE         VALUE "Y".
013400     88  WS-MEMBER-SCAN-GOING        VALUE "N".
013500
013600 01  WS-DUP-MEMBER-SWITCH        PIC X(01).
013700     88  WS-DUP-MEMBER               VALUE "Y".
013800     88  WS-NOT-DUP-MEMBER           VALUE "N".
013900
014000*----------------------------------------------------------------
014100* WORK FIELDS
014200*----------------------------------------------------------------
014300 01  WS-RUN-DATE                 PIC 9(08).
014400 01  WS-NORM-NAME                PIC X(20).
014500
014600*----------------------------------------------------------------
014700* COUNTERS
014800*----------------------------------------------------------------
014900 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
015000 01  WS-GROUP-ADDED-CTR          PIC 9(07) COMP VALUE ZERO.
015100 01  WS-GROUP-CHANGED-CTR        PIC 9(07) COMP VALUE ZERO.
015200 01  WS-MEMBER-CTR               PIC 9(07) COMP VALUE ZERO.
015300 01  WS-DROPPED-CTR              PIC 9(07) COMP VALUE ZERO.
015400
015500 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
015600
015700 PROCEDURE DIVISION.
015800*================================================================
015900* 0000-MAINLINE
016000*================================================================
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016300     PERFORM 2000-LOAD-ONE THRU 2000-EXIT
016400         UNTIL WS-END-OF-TRANS
016500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT
016700     STOP RUN.
016800
016900*================================================================
017000* 1000-INITIALIZE - GROUPS and GRPMEMB are created on a site's
017100* first booking, the same way the desk programs create the
017200* trails they append to.
017300*================================================================
017400 1000-INITIALIZE.
017500     SET WS-NOT-END-OF-TRANS TO TRUE
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017700
017800     OPEN INPUT GROUP-TRANS-FILE
017900     IF WS-GT-FILE-NOT-FOUND
018000        DISPLAY "GRPLOAD: NO GRPTRAN SUBMISSIONS - "
018100           "NOTHING TO LOAD"
018200        STOP RUN
018300     END-IF
018400
018500     OPEN I-O GROUP-FILE
018600     IF WS-GRP-FILE-NOT-FOUND
018700        OPEN OUTPUT GROUP-FILE
018800        CLOSE GROUP-FILE
018900        OPEN I-O GROUP-FILE
019000     END-IF
019100     IF NOT WS-GRP-OK
019200        DISPLAY "GRPLOAD: STATUS " WS-GRP-STATUS
019300           " OPENING GROUPS - RUN ENDED"
019400        MOVE 8 TO RETURN-CODE
019500        STOP RUN
019600     END-IF
019700
019800     OPEN I-O GROUP-MEMBER-FILE
019900     IF WS-GMB-FILE-NOT-FOUND
020000        OPEN OUTPUT GROUP-MEMBER-FILE
020100        CLOSE GROUP-MEMBER-FILE
020200        OPEN I-O GROUP-MEMBER-FILE
020300     END-IF
020400     IF NOT WS-GMB-OK
020500        DISPLAY "GRPLOAD: STATUS " WS-GMB-STATUS
020600           " OPENING GRPMEMB - RUN ENDED"
020700        MOVE 8 TO RETURN-CODE
020800        STOP RUN
020900     END-IF
021000
021100     SET WS-EMP-AVAILABLE TO TRUE
021200     OPEN INPUT EMPLOYEE-MASTER
021300     IF NOT WS-EMP-OK
021400        SET WS-EMP-NOT-AVAILABLE TO TRUE
021500        DISPLAY "GRPLOAD: EMPLOYEE MASTER NOT AVAILABLE - "
021600           "HOST VALIDATION SKIPPED THIS RUN"
021700     END-IF
021800
021900     PERFORM 1060-LOAD-PURPOSE-TABLE THRU 1060-EXIT
022000
022100     PERFORM 2100-READ-TRANS THRU 2100-EXIT
022200 1000-EXIT.
022300     EXIT.
022400
022500*================================================================
022600* 1060-LOAD-PURPOSE-TABLE - as in PREGLOAD, the desk validates
022700* the purpose again at arrival, so a missing PURPCODE only
022800* skips the purpose check here.
022900*================================================================
023000 1060-LOAD-PURPOSE-TABLE.
023100     SET WS-PUR-AVAILABLE TO TRUE
023200     OPEN INPUT PURPOSE-CODE-FILE
023300     IF NOT WS-PUR-OK
023400        SET WS-PUR-NOT-AVAILABLE TO TRUE
023500        DISPLAY "GRPLOAD: PURPCODE NOT AVAILABLE - "
023600           "PURPOSE VALIDATION SKIPPED THIS RUN"
023700        GO TO 1060-EXIT
023800     END-IF
023900     PERFORM 1070-LOAD-ONE-PURPOSE THRU 1070-EXIT
024000         UNTIL NOT WS-PUR-OK OR PT-COUNT >= 20
024100     CLOSE PURPOSE-CODE-FILE
024200 1060-EXIT.
024300     EXIT.
024400
024500 1070-LOAD-ONE-PURPOSE.
024600     READ PURPOSE-CODE-FILE
024700         AT END
024800            CONTINUE
024900     END-READ
025000     IF WS-PUR-OK
025100        ADD 1 TO PT-COUNT
025200        MOVE PUR-CODE   TO PT-CODE (PT-COUNT)
025300        MOVE PUR-DESC   TO PT-DESC (PT-COUNT)
025400        MOVE PUR-STATUS TO PT-STATUS (PT-COUNT)
025500     END-IF
025600 1070-EXIT.
025700     EXIT.
025800
025900*================================================================
026000* 2000-LOAD-ONE
026100*================================================================
026200 2000-LOAD-ONE.
026300     ADD 1 TO WS-READ-CTR
026310     INSPECT GTR-GROUP-ID CONVERTING
026320         "abcdefghijklmnopqrstuvwxyz" TO
026330         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
026400     EVALUATE TRUE
026500         WHEN GTR-GROUP-CARD
026600            PERFORM 3000-LOAD-GROUP THRU 3000-EXIT
026700         WHEN GTR-MEMBER-CARD
026800            PERFORM 4000-LOAD-MEMBER THRU 4000-EXIT
026900         WHEN OTHER
027000            DISPLAY "GRPLOAD: UNKNOWN CARD TYPE DROPPED - "
027100               GROUP-TRANS-REC (1:30)
027200            ADD 1 TO WS-DROPPED-CTR
027300     END-EVALUATE
027400     PERFORM 2100-READ-TRANS THRU 2100-EXIT
027500 2000-EXIT.
027600     EXIT.
027700
027800 2100-READ-TRANS.
027900     READ GROUP-TRANS-FILE
028000         AT END
028100            SET WS-END-OF-TRANS TO TRUE
028200     END-READ
028300     IF NOT WS-END-OF-TRANS AND NOT WS-GT-OK
028400        DISPLAY "GRPLOAD: STATUS " WS-GT-STATUS
028500           " READING GRPTRAN - STOPPING"
028600        SET WS-END-OF-TRANS TO TRUE
028700     END-IF
028800 2100-EXIT.
028900     EXIT.
029000
029100*================================================================
029200* 3000-LOAD-GROUP - a new group is written with no members yet
029300* and check-in open; a group already on file has its details
029400* replaced and keeps its members and member count.
029500*================================================================
029600 3000-LOAD-GROUP.
029700     PERFORM 3100-VALIDATE-GROUP THRU 3100-EXIT
029800     IF WS-TRANS-NOT-VALID
029900        GO TO 3000-EXIT
030000     END-IF
030100
030200     MOVE GTR-GROUP-ID TO GRP-GROUP-ID
030300     READ GROUP-FILE
030400         INVALID KEY
030500            CONTINUE
030600     END-READ
030700     IF WS-GRP-OK
030800        IF GRP-CHECKIN-CLOSED
030900           DISPLAY "GRPLOAD: GROUP CHECK-IN ALREADY CLOSED - "
031000              "CARD DROPPED - " GTR-GROUP-ID
031100           ADD 1 TO WS-DROPPED-CTR
031200           GO TO 3000-EXIT
031300        END-IF
031400        PERFORM 3200-MOVE-GROUP-DETAIL THRU 3200-EXIT
031500        REWRITE GROUP-REC
031600        IF WS-GRP-OK
031700           ADD 1 TO WS-GROUP-CHANGED-CTR
031800        ELSE
031900           DISPLAY "GRPLOAD: STATUS " WS-GRP-STATUS
032000              " REWRITING GROUP " GTR-GROUP-ID
032100           ADD 1 TO WS-DROPPED-CTR
032200        END-IF
032300        GO TO 3000-EXIT
032400     END-IF
032500
032600     MOVE SPACES TO GROUP-REC
032700     MOVE GTR-GROUP-ID TO GRP-GROUP-ID
032800     PERFORM 3200-MOVE-GROUP-DETAIL THRU 3200-EXIT
032900     MOVE ZERO TO GRP-LISTED-COUNT
033000     SET GRP-CHECKIN-OPEN TO TRUE
033100     WRITE GROUP-REC
033200     IF WS-GRP-OK
033300        ADD 1 TO WS-GROUP-ADDED-CTR
033400     ELSE
033500        DISPLAY "GRPLOAD: STATUS " WS-GRP-STATUS
033600           " WRITING GROUP " GTR-GROUP-ID
033700        ADD 1 TO WS-DROPPED-CTR
033800     END-IF
033900 3000-EXIT.
034000     EXIT.
034100
034200*================================================================
034300* 3100-VALIDATE-GROUP - blank group ID or event name, a date
034400* that is not a date or is already past, an unknown host or a
034500* purpose that is not active drops the card with a line the
034600* organizer can work from.  A blank headcount is stored as zero,
034700* which GRPRPT reads as "count the members listed".
034800*================================================================
034900 3100-VALIDATE-GROUP.
035000     SET WS-TRANS-NOT-VALID TO TRUE
035100
035200     IF GTR-GROUP-ID = SPACES
035300        DISPLAY "GRPLOAD: BLANK GROUP ID DROPPED - "
035400           GTR-EVENT-NAME
035500        ADD 1 TO WS-DROPPED-CTR
035600        GO TO 3100-EXIT
035700     END-IF
035800
035900     IF GTR-EVENT-NAME = SPACES
036000        DISPLAY "GRPLOAD: BLANK EVENT NAME DROPPED - "
036100           GTR-GROUP-ID
036200        ADD 1 TO WS-DROPPED-CTR
036300        GO TO 3100-EXIT
036400     END-IF
036500
036600     IF GTR-EVENT-DATE NOT NUMERIC
036700        OR GTR-EVENT-DATE = ZERO
036800        DISPLAY "GRPLOAD: BAD EVENT DATE DROPPED - "
036900           GTR-GROUP-ID
037000        ADD 1 TO WS-DROPPED-CTR
037100        GO TO 3100-EXIT
037200     END-IF
037300
037400     IF GTR-EVENT-DATE < WS-RUN-DATE
037500        DISPLAY "GRPLOAD: EVENT DATE ALREADY PAST DROPPED - "
037600           GTR-GROUP-ID " / " GTR-EVENT-DATE
037700        ADD 1 TO WS-DROPPED-CTR
037800        GO TO 3100-EXIT
037900     END-IF
038000
038100     IF GTR-EXPECTED-COUNT (1:4) = SPACES
038200        MOVE ZERO TO GTR-EXPECTED-COUNT
038300     END-IF
038400     IF GTR-EXPECTED-COUNT NOT NUMERIC
038500        DISPLAY "GRPLOAD: BAD HEADCOUNT DROPPED - "
038600           GTR-GROUP-ID
038700        ADD 1 TO WS-DROPPED-CTR
038800        GO TO 3100-EXIT
038900     END-IF
039000
039100     IF WS-EMP-AVAILABLE
039200        MOVE GTR-HOST-EMPLOYEE TO EMP-NAME
039300        READ EMPLOYEE-MASTER
039400            INVALID KEY
039500               CONTINUE
039600        END-READ
039700        IF NOT WS-EMP-OK
039800           DISPLAY "GRPLOAD: HOST NOT ON EMPMAST DROPPED - "
039900              GTR-GROUP-ID " / " GTR-HOST-EMPLOYEE
040000           ADD 1 TO WS-DROPPED-CTR
040100           GO TO 3100-EXIT
040200        END-IF
040300     END-IF
040400
040500     IF WS-PUR-AVAILABLE
040600        PERFORM 3140-LOOKUP-PURPOSE THRU 3140-EXIT
040700        IF NOT PT-FOUND-ACTIVE
040800           DISPLAY "GRPLOAD: PURPOSE NOT ACTIVE DROPPED - "
040900              GTR-GROUP-ID " / " GTR-PURPOSE-CODE
041000           ADD 1 TO WS-DROPPED-CTR
041100           GO TO 3100-EXIT
041200        END-IF
041300     END-IF
041400
041500     SET WS-TRANS-IS-VALID TO TRUE
041600 3100-EXIT.
041700     EXIT.
041800
041900 3140-LOOKUP-PURPOSE.
042000     SET PT-CODE-NOT-FOUND TO TRUE
042100     PERFORM 3145-MATCH-PURPOSE THRU 3145-EXIT
042200         VARYING PT-IX FROM 1 BY 1
042300         UNTIL PT-IX > PT-COUNT OR PT-CODE-FOUND
042400 3140-EXIT.
042500     EXIT.
042600
042700 3145-MATCH-PURPOSE.
042800     IF PT-CODE (PT-IX) = GTR-PURPOSE-CODE
042900        IF PT-ACTIVE (PT-IX)
043000           SET PT-FOUND-ACTIVE TO TRUE
043100        ELSE
043200           SET PT-FOUND-RETIRED TO TRUE
043300        END-IF
043400     END-IF
043500 3145-EXIT.
043600     EXIT.
043700
043800 3200-MOVE-GROUP-DETAIL.
043900     MOVE GTR-EVENT-NAME      TO GRP-EVENT-NAME
044000     MOVE GTR-HOST-EMPLOYEE   TO GRP-HOST-EMPLOYEE
044100     MOVE GTR-PURPOSE-CODE    TO GRP-PURPOSE-CODE
044200     MOVE GTR-EVENT-DATE      TO GRP-EVENT-DATE
044300     MOVE GTR-EXPECTED-COUNT  TO GRP-EXPECTED-COUNT
044400 3200-EXIT.
044500     EXIT.
044600
044700*================================================================
044800* 4000-LOAD-MEMBER - the member takes the next member number on
044900* the group record and the group's event date; GRP-LISTED-COUNT
045000* is rewritten with every member, so a run that stops part way
045100* leaves the count matching what was loaded.
045200*================================================================
045300 4000-LOAD-MEMBER.
045400     IF GTR-MEMBER-NAME = SPACES
045500        DISPLAY "GRPLOAD: BLANK MEMBER NAME DROPPED - "
045600           GTR-GROUP-ID
045700        ADD 1 TO WS-DROPPED-CTR
045800        GO TO 4000-EXIT
045900     END-IF
046000
046100     MOVE GTR-GROUP-ID TO GRP-GROUP-ID
046200     READ GROUP-FILE
046300         INVALID KEY
046400            CONTINUE
046500     END-READ
046600     IF NOT WS-GRP-OK
046700        DISPLAY "GRPLOAD: GROUP NOT ON FILE - MEMBER DROPPED - "
046800           GTR-GROUP-ID " / " GTR-MEMBER-NAME
046900        ADD 1 TO WS-DROPPED-CTR
047000        GO TO 4000-EXIT
047100     END-IF
047200     IF GRP-CHECKIN-CLOSED
047300        DISPLAY "GRPLOAD: GROUP CHECK-IN ALREADY CLOSED - "
047400           "MEMBER DROPPED - " GTR-GROUP-ID " / "
047500           GTR-MEMBER-NAME
047600        ADD 1 TO WS-DROPPED-CTR
047700        GO TO 4000-EXIT
047800     END-IF
047900     IF GRP-LISTED-COUNT >= 9999
048000        DISPLAY "GRPLOAD: GROUP MEMBER LIST FULL - "
048100           "MEMBER DROPPED - " GTR-GROUP-ID " / "
048200           GTR-MEMBER-NAME
048300        ADD 1 TO WS-DROPPED-CTR
048400        GO TO 4000-EXIT
048500     END-IF
048600
048700     CALL "NAMENORM" USING GTR-MEMBER-NAME WS-NORM-NAME
048800
048900     PERFORM 4100-CHECK-DUP-MEMBER THRU 4100-EXIT
049000     IF WS-DUP-MEMBER
049100        DISPLAY "GRPLOAD: MEMBER ALREADY LISTED DROPPED - "
049200           GTR-GROUP-ID " / " GTR-MEMBER-NAME
049300        ADD 1 TO WS-DROPPED-CTR
049400        GO TO 4000-EXIT
049500     END-IF
049600
049700     ADD 1 TO GRP-LISTED-COUNT
049800     MOVE SPACES             TO GROUP-MEMBER-REC
049900     MOVE GRP-GROUP-ID       TO GMB-GROUP-ID
050000     MOVE GRP-LISTED-COUNT   TO GMB-MEMBER-NO
050100     MOVE WS-NORM-NAME       TO GMB-VISITOR-NAME
050200     MOVE GTR-MEMBER-COMPANY TO GMB-BADGE-COMPANY
050300     MOVE GRP-EVENT-DATE     TO GMB-EVENT-DATE
050400     SET GMB-EXPECTED        TO TRUE
050500     MOVE ZERO               TO GMB-VISITOR-ID
050600     MOVE ZERO               TO GMB-ARRIVE-TIME
050700     WRITE GROUP-MEMBER-REC
050800     IF NOT WS-GMB-OK
050900        DISPLAY "GRPLOAD: STATUS " WS-GMB-STATUS
051000           " WRITING MEMBER - DROPPED - " GTR-GROUP-ID
051100           " / " GTR-MEMBER-NAME
051200        ADD 1 TO WS-DROPPED-CTR
051300        GO TO 4000-EXIT
051400     END-IF
051500     REWRITE GROUP-REC
051600     IF NOT WS-GRP-OK
051700        DISPLAY "GRPLOAD: STATUS " WS-GRP-STATUS
051800           " REWRITING GROUP " GRP-GROUP-ID
051900     END-IF
052000     ADD 1 TO WS-MEMBER-CTR
052100 4000-EXIT.
052200     EXIT.
052300
052400*================================================================
052500* 4100-CHECK-DUP-MEMBER - walks the group's members already on
052600* GRPMEMB looking for the same normalized name.
052700*================================================================
052800 4100-CHECK-DUP-MEMBER.
052900     SET WS-NOT-DUP-MEMBER TO TRUE
053000     SET WS-MEMBER-SCAN-GOING TO TRUE
053100     MOVE GRP-GROUP-ID TO GMB-GROUP-ID
053200     MOVE ZERO TO GMB-MEMBER-NO
053300     START GROUP-MEMBER-FILE KEY IS GREATER THAN GMB-KEY
053400         INVALID KEY
053500            SET WS-MEMBER-SCAN-DONE TO TRUE
053600     END-START
053700     PERFORM 4110-CHECK-ONE-MEMBER THRU 4110-EXIT
053800         UNTIL WS-MEMBER-SCAN-DONE
053900 4100-EXIT.
054000     EXIT.
054100
054200 4110-CHECK-ONE-MEMBER.
054300     READ GROUP-MEMBER-FILE NEXT RECORD
054400         AT END
054500            SET WS-MEMBER-SCAN-DONE TO TRUE
054600            GO TO 4110-EXIT
054700     END-READ
054800     IF NOT WS-GMB-OK
054900        OR GMB-GROUP-ID NOT = GRP-GROUP-ID
055000        SET WS-MEMBER-SCAN-DONE TO TRUE
055100        GO TO 4110-EXIT
055200     END-IF
055300     IF GMB-VISITOR-NAME = WS-NORM-NAME
055400        SET WS-DUP-MEMBER TO TRUE
055500        SET WS-MEMBER-SCAN-DONE TO TRUE
055600     END-IF
055700 4110-EXIT.
055800     EXIT.
055900
056000*================================================================
056100* 5000-PRINT-SUMMARY
056200*================================================================
056300 5000-PRINT-SUMMARY.
056400     DISPLAY "GRPLOAD RUN SUMMARY"
056500     MOVE WS-READ-CTR          TO WS-SUMMARY-CTR-ED
056600     DISPLAY "  CARDS READ.............. " WS-SUMMARY-CTR-ED
056700     MOVE WS-GROUP-ADDED-CTR   TO WS-SUMMARY-CTR-ED
056800     DISPLAY "  GROUPS BOOKED........... " WS-SUMMARY-CTR-ED
056900     MOVE WS-GROUP-CHANGED-CTR TO WS-SUMMARY-CTR-ED
057000     DISPLAY "  GROUPS CORRECTED........ " WS-SUMMARY-CTR-ED
057100     MOVE WS-MEMBER-CTR        TO WS-SUMMARY-CTR-ED
057200     DISPLAY "  MEMBERS LOADED.......... " WS-SUMMARY-CTR-ED
057300     MOVE WS-DROPPED-CTR       TO WS-SUMMARY-CTR-ED
057400     DISPLAY "  DROPPED................. " WS-SUMMARY-CTR-ED
057500 5000-EXIT.
057600     EXIT.
057700
057800*================================================================
057900* 9000-TERMINATE
058000*================================================================
058100 9000-TERMINATE.
058200     CLOSE GROUP-TRANS-FILE
058300     CLOSE GROUP-FILE
058400     CLOSE GROUP-MEMBER-FILE
058500     IF WS-EMP-AVAILABLE
058600        CLOSE EMPLOYEE-MASTER
058700     END-IF
058800 9000-EXIT.
058900     EXIT.
059000
059100 END PROGRAM GRPLOAD.
