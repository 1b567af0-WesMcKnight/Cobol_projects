000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "GRPRPT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* GRPRPT - group and event attendance for one site, by host.
000900* Every group on the site's GROUPS file whose event date falls
001000* in the reporting range prints one line: the headcount the
001100* organizer booked, the members listed, how many the desk
001200* ticked in (GRPCHKIN), the no-shows, the members the watchlist
001300* stopped at the desk, and of those who arrived how many have
001400* departed, how many are still on site and how many the
001500* overnight sweep expired without a sign-out.  A booking made
001510* with a blank headcount (stored as zero) shows the members
001520* listed as its expected count.
001600*
001700* Departure comes from the member's own VISITOR-MASTER record
001800* (GMB-VISITOR-ID); once VISTARCH has moved it the VISITHST
001900* archive is read instead.  A visit no longer on either file
002000* was archived closed and has since been purged, so it counts
002100* as departed.  Members still expected (check-in never closed)
002200* count as no-shows.  A member walked to another building
002210* (VIS-STATUS-TRANSFERRED) is still in the company's care and
002220* counts as on site; the sign-out at the other building is on
002230* that site's files, not these.
002300*
002400* SYSIN: first card the site name for the heading, second card
002500* the range - from date in cols 1-8, thru date in cols 10-17,
002600* both YYYYMMDD.  A blank card reports today's events; a blank
002700* thru date reports the one day.  jcl/GRPRPT.jcl.
002800*
002900* MODIFICATION HISTORY
003000*
003100* 2026-10-15  WM   Original.
003110* 2026-10-15  WM   VIS-STATUS-TRANSFERRED and the origin fields
003120*                  added to the history copy's REPLACING list.
003121*                  A member transferred to another site counts
003122*                  as on site, not departed.  A blank headcount
003123*                  prints as the members listed.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT GROUP-FILE ASSIGN TO "GROUPS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS GRP-GROUP-ID
004000         FILE STATUS IS WS-GRP-STATUS.
004100
004200     SELECT GROUP-MEMBER-FILE ASSIGN TO "GRPMEMB"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS GMB-KEY
004600         FILE STATUS IS WS-GMB-STATUS.
004700
004800     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS VIS-VISITOR-ID
005200         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005300         FILE STATUS IS WS-VM-STATUS.
005400
005500     SELECT VISITOR-HISTORY ASSIGN TO "VISITHST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS VH-VISITOR-ID
005900         ALTERNATE RECORD KEY IS VH-NAME WITH DUPLICATES
006000         FILE STATUS IS WS-VH-STATUS.
006100
006200     SELECT GROUP-SORT-FILE ASSIGN TO "GRPWORK".
006300
006400     SELECT GROUP-RPT ASSIGN TO "GRPRPT"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-RPT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  GROUP-FILE.
007200     COPY GROUPREC.
007300
007400 FD  GROUP-MEMBER-FILE.
007500     COPY GMEMREC.
007600
007700 FD  VISITOR-MASTER.
007800     COPY VISITREC.
007900
008000 FD  VISITOR-HISTORY.
008100     COPY VISITREC REPLACING
008200         ==VISITOR-REC==           BY ==VISITOR-HIST-REC==
008300         ==VIS-VISITOR-ID==        BY ==VH-VISITOR-ID==
008400         ==VIS-NAME==              BY ==VH-NAME==
008500         ==VIS-ENTRY-DATE==        BY ==VH-ENTRY-DATE==
008600         ==VIS-ENTRY-TIME==        BY ==VH-ENTRY-TIME==
008700         ==VIS-BADGE-COMPANY==     BY ==VH-BADGE-COMPANY==
008800         ==VIS-HOST-EMPLOYEE==     BY ==VH-HOST-EMPLOYEE==
008900         ==VIS-PURPOSE-CODE==      BY ==VH-PURPOSE-CODE==
009000         ==VIS-STATUS==            BY ==VH-STATUS==
009100         ==VIS-STATUS-OPEN==       BY ==VH-STATUS-OPEN==
009200         ==VIS-STATUS-CLOSED==     BY ==VH-STATUS-CLOSED==
009300         ==VIS-STATUS-EXPIRED==    BY ==VH-STATUS-EXPIRED==
009350         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
009400         ==VIS-DUPLICATE-FLAG==    BY ==VH-DUPLICATE-FLAG==
009500         ==VIS-IS-DUPLICATE==      BY ==VH-IS-DUPLICATE==
009600         ==VIS-NOT-DUPLICATE==     BY ==VH-NOT-DUPLICATE==
009700         ==VIS-EXIT-DATE==         BY ==VH-EXIT-DATE==
009800         ==VIS-EXIT-TIME==         BY ==VH-EXIT-TIME==
009900         ==VIS-PREREG-FLAG==       BY ==VH-PREREG-FLAG==
010000         ==VIS-PREREGISTERED==     BY ==VH-PREREGISTERED==
010100         ==VIS-NOT-PREREGISTERED== BY ==VH-NOT-PREREGISTERED==
010200         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
010300         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
010400         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
010500         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
010600         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
010625         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
010650         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
010675         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
010700
010800 SD  GROUP-SORT-FILE.
010900 01  GROUP-SORT-REC.
011000     05  SRT-HOST-EMPLOYEE       PIC X(20).
011100     05  SRT-EVENT-DATE          PIC 9(08).
011200     05  SRT-GROUP-ID            PIC X(08).
011300     05  SRT-EVENT-NAME          PIC X(30).
011400     05  SRT-COUNTS.
011500         10  SRT-EXPECTED        PIC 9(04).
011600         10  SRT-LISTED          PIC 9(04).
011700         10  SRT-ARRIVED         PIC 9(04).
011800         10  SRT-NO-SHOW         PIC 9(04).
011900         10  SRT-STOPPED         PIC 9(04).
012000         10  SRT-DEPARTED        PIC 9(04).
012100         10  SRT-ON-SITE         PIC 9(04).
012200         10  SRT-EXPIRED         PIC 9(04).
012300
012400 FD  GROUP-RPT
012500     RECORDING MODE IS F.
012600 01  RPT-LINE                    PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900 01  WS-GRP-STATUS               PIC X(02).
013000     88  WS-GRP-OK                   VALUE "00".
013100     88  WS-GRP-AT-END               VALUE "10".
013200     88  WS-GRP-FILE-NOT-FOUND       VALUE "35".
013300
013400 01  WS-GMB-STATUS               PIC X(02).
013500     88  WS-GMB-OK                   VALUE "00".
013600     88  WS-GMB-AT-END               VALUE "10".
013700     88  WS-GMB-NOT-FOUND            VALUE "23".
013800
013900 01  WS-VM-STATUS                PIC X(02).
014000     88  WS-VM-OK                    VALUE "00".
014100     88  WS-VM-NOT-FOUND             VALUE "23".
014200     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
014300
014400 01  WS-VH-STATUS                PIC X(02).
014500     88  WS-VH-OK                    VALUE "00".
014600     88  WS-VH-NOT-FOUND             VALUE "23".
014700     88  WS-VH-FILE-NOT-FOUND        VALUE "35".
014800
014900 01  WS-RPT-STATUS               PIC X(02).
015000     88  WS-RPT-OK                   VALUE "00".
015100
015200 01  WS-EOF-SWITCH               PIC X(01).
015300     88  WS-END-OF-GROUPS            VALUE "Y".
015400     88  WS-NOT-END-OF-GROUPS        VALUE "N".
015500
015600 01  WS-MEMBER-EOF-SWITCH        PIC X(01).
015700     88  WS-END-OF-MEMBERS           VALUE "Y".
015800     88  WS-NOT-END-OF-MEMBERS       VALUE "N".
015900
016000 01  WS-SORT-EOF-SWITCH          PIC X(01).
016100     88  WS-END-OF-SORTED            VALUE "Y".
016200     88  WS-NOT-END-OF-SORTED        VALUE "N".
016300
016400 01  WS-VH-AVAIL-SWITCH          PIC X(01).
016500     88  WS-VH-AVAILABLE             VALUE "Y".
016600     88  WS-VH-NOT-AVAILABLE         VALUE "N".
016700
016800 01  WS-SITE-NAME                PIC X(20).
016900
017000 01  WS-RANGE-CARD.
017100     05  WS-CARD-FROM-DATE       PIC X(08).
017200     05  FILLER                  PIC X(01).
017300     05  WS-CARD-THRU-DATE       PIC X(08).
017400     05  FILLER                  PIC X(63).
017500
017600 01  WS-FROM-DATE                PIC 9(08).
017700 01  WS-THRU-DATE                PIC 9(08).
017800
017900 01  WS-RUN-DATE                 PIC 9(08).
018000 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
018100     05  WS-RUN-YYYY              PIC 9(04).
018200     05  WS-RUN-MM                PIC 9(02).
018300     05  WS-RUN-DD                PIC 9(02).
018400 01  WS-RUN-TIME                 PIC 9(08).
018500
018600 01  WS-PAGE-NO                  PIC 9(04) COMP.
018700 01  WS-LINE-CTR                 PIC 9(04) COMP.
018800
018900 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
019000
019100 01  WS-PREV-HOST                PIC X(20).
019200
019300*----------------------------------------------------------------
019400* COUNTERS
019500*----------------------------------------------------------------
019600 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
019700 01  WS-REPORTED-CTR             PIC 9(07) COMP VALUE ZERO.
019800 01  WS-MEMBER-CTR               PIC 9(07) COMP VALUE ZERO.
019900 01  WS-HOST-CTR                 PIC 9(07) COMP VALUE ZERO.
020000
020100 01  WS-HOST-TOTALS.
020200     05  WS-HT-EXPECTED          PIC 9(07) COMP.
020300     05  WS-HT-LISTED            PIC 9(07) COMP.
020400     05  WS-HT-ARRIVED           PIC 9(07) COMP.
020500     05  WS-HT-NO-SHOW           PIC 9(07) COMP.
020600     05  WS-HT-STOPPED           PIC 9(07) COMP.
020700     05  WS-HT-DEPARTED          PIC 9(07) COMP.
020800     05  WS-HT-ON-SITE           PIC 9(07) COMP.
020900     05  WS-HT-EXPIRED           PIC 9(07) COMP.
021000
021100 01  WS-GRAND-TOTALS.
021200     05  WS-GT-EXPECTED          PIC 9(07) COMP.
021300     05  WS-GT-LISTED            PIC 9(07) COMP.
021400     05  WS-GT-ARRIVED           PIC 9(07) COMP.
021500     05  WS-GT-NO-SHOW           PIC 9(07) COMP.
021600     05  WS-GT-STOPPED           PIC 9(07) COMP.
021700     05  WS-GT-DEPARTED          PIC 9(07) COMP.
021800     05  WS-GT-ON-SITE           PIC 9(07) COMP.
021900     05  WS-GT-EXPIRED           PIC 9(07) COMP.
022000
022100 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
022200
022300*----------------------------------------------------------------
022400* REPORT LINE LAYOUTS
022500*----------------------------------------------------------------
022600 01  HDR-LINE-1.
022700     05  FILLER                   PIC X(01) VALUE SPACE.
022800     05  FILLER                   PIC X(26) VALUE
022900         "GROUP ATTENDANCE BY HOST -".
023000     05  FILLER                   PIC X(01) VALUE SPACE.
023100     05  HDR-SITE-NAME            PIC X(20).
023200     05  FILLER                   PIC X(02) VALUE SPACES.
023300     05  HDR-FROM-DATE            PIC 9(08).
023400     05  FILLER                   PIC X(04) VALUE " TO ".
023500     05  HDR-THRU-DATE            PIC 9(08).
023600     05  FILLER                   PIC X(04) VALUE SPACES.
023700     05  FILLER                   PIC X(10) VALUE
023800         "RUN DATE: ".
023900     05  HDR-RUN-MM               PIC 99.
024000     05  FILLER                   PIC X(01) VALUE "/".
024100     05  HDR-RUN-DD               PIC 99.
024200     05  FILLER                   PIC X(01) VALUE "/".
024300     05  HDR-RUN-YYYY             PIC 9999.
024400     05  FILLER                   PIC X(02) VALUE SPACES.
024500     05  FILLER                   PIC X(06) VALUE "TIME: ".
024600     05  HDR-RUN-TIME             PIC 9(08).
024700     05  FILLER                   PIC X(02) VALUE SPACES.
024800     05  FILLER                   PIC X(05) VALUE "PAGE ".
024900     05  HDR-PAGE-NO              PIC ZZZ9.
025000
025100 01  HDR-LINE-2.
025200     05  FILLER                   PIC X(03) VALUE SPACES.
025300     05  FILLER                   PIC X(08) VALUE
025400         "GROUP".
025500     05  FILLER                   PIC X(02) VALUE SPACES.
025600     05  FILLER                   PIC X(30) VALUE
025700         "EVENT".
025800     05  FILLER                   PIC X(02) VALUE SPACES.
025900     05  FILLER                   PIC X(08) VALUE
026000         "DATE".
026100     05  FILLER                   PIC X(01) VALUE SPACES.
026200     05  FILLER                   PIC X(08) VALUE
026300         "EXPECTED".
026400     05  FILLER                   PIC X(01) VALUE SPACES.
026500     05  FILLER                   PIC X(08) VALUE
026600         "  LISTED".
026700     05  FILLER                   PIC X(01) VALUE SPACES.
026800     05  FILLER                   PIC X(08) VALUE
026900         " ARRIVED".
027000     05  FILLER                   PIC X(01) VALUE SPACES.
027100     05  FILLER                   PIC X(08) VALUE
027200         " NO-SHOW".
027300     05  FILLER                   PIC X(01) VALUE SPACES.
027400     05  FILLER                   PIC X(08) VALUE
027500         " STOPPED".
027600     05  FILLER                   PIC X(01) VALUE SPACES.
027700     05  FILLER                   PIC X(08) VALUE
027800         "DEPARTED".
027900     05  FILLER                   PIC X(01) VALUE SPACES.
028000     05  FILLER                   PIC X(08) VALUE
028100         " ON SITE".
028200     05  FILLER                   PIC X(01) VALUE SPACES.
028300     05  FILLER                   PIC X(08) VALUE
028400         " EXPIRED".
028500
028600 01  HOST-GROUP-LINE.
028700     05  FILLER                   PIC X(01) VALUE SPACE.
028800     05  FILLER                   PIC X(06) VALUE "HOST: ".
028900     05  HGP-HOST-EMPLOYEE        PIC X(20).
029000
029100*----------------------------------------------------------------
029200* One line per group; the host total and the grand total print
029300* their label over the group/event/date columns.
029400*----------------------------------------------------------------
029500 01  DTL-LINE.
029600     05  FILLER                   PIC X(03) VALUE SPACES.
029700     05  DTL-IDENT.
029800         10  DTL-GROUP-ID         PIC X(08).
029900         10  FILLER               PIC X(02).
030000         10  DTL-EVENT-NAME       PIC X(30).
030100         10  FILLER               PIC X(02).
030200         10  DTL-EVENT-DATE       PIC 9(08).
030300     05  DTL-LABEL               REDEFINES DTL-IDENT
030400                                  PIC X(50).
030500     05  FILLER                   PIC X(03) VALUE SPACES.
030600     05  DTL-EXPECTED             PIC ZZ,ZZ9.
030700     05  FILLER                   PIC X(03) VALUE SPACES.
030800     05  DTL-LISTED               PIC ZZ,ZZ9.
030900     05  FILLER                   PIC X(03) VALUE SPACES.
031000     05  DTL-ARRIVED              PIC ZZ,ZZ9.
031100     05  FILLER                   PIC X(03) VALUE SPACES.
031200     05  DTL-NO-SHOW              PIC ZZ,ZZ9.
031300     05  FILLER                   PIC X(03) VALUE SPACES.
031400     05  DTL-STOPPED              PIC ZZ,ZZ9.
031500     05  FILLER                   PIC X(03) VALUE SPACES.
031600     05  DTL-DEPARTED             PIC ZZ,ZZ9.
031700     05  FILLER                   PIC X(03) VALUE SPACES.
031800     05  DTL-ON-SITE              PIC ZZ,ZZ9.
031900     05  FILLER                   PIC X(03) VALUE SPACES.
032000     05  DTL-EXPIRED              PIC ZZ,ZZ9.
032100
032200 PROCEDURE DIVISION.
032300*================================================================
032400* 0000-MAINLINE - the SORT pulls the groups in range off the
032500* GROUPS file through 2000-COUNT-GROUPS, each with its member
032600* counts, and hands them back by host, date and group ID to
032700* 3000-PRINT-ATTENDANCE.
032800*================================================================
032900 0000-MAINLINE.
033000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033100     SORT GROUP-SORT-FILE
033200         ON ASCENDING KEY SRT-HOST-EMPLOYEE
033300                          SRT-EVENT-DATE
033400                          SRT-GROUP-ID
033500         INPUT PROCEDURE IS 2000-COUNT-GROUPS
033600             THRU 2000-EXIT
033700         OUTPUT PROCEDURE IS 3000-PRINT-ATTENDANCE
033800             THRU 3000-EXIT
033900     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
034000     PERFORM 9000-TERMINATE THRU 9000-EXIT
034100     STOP RUN.
034200
034300*================================================================
034400* 1000-INITIALIZE - a range card that is not YYYYMMDD ends the
034500* run before anything is printed.  No GROUPS, GRPMEMB or
034600* VISITMST means there is no attendance to report; VISITHST
034700* only tells archived departures from archived sweeps.
034800*================================================================
034900 1000-INITIALIZE.
035000     MOVE ZERO TO WS-PAGE-NO
035100     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
035200     SET WS-NOT-END-OF-GROUPS TO TRUE
035300     SET WS-NOT-END-OF-SORTED TO TRUE
035400     INITIALIZE WS-GRAND-TOTALS
035500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035600     ACCEPT WS-RUN-TIME FROM TIME
035700
035800     ACCEPT WS-SITE-NAME
035900     IF WS-SITE-NAME = SPACES
036000        MOVE "(SITE NOT NAMED)" TO WS-SITE-NAME
036100     END-IF
036200
036300     MOVE SPACES TO WS-RANGE-CARD
036400     ACCEPT WS-RANGE-CARD
036500     IF WS-CARD-FROM-DATE = SPACES
036600        MOVE WS-RUN-DATE TO WS-FROM-DATE
036700     ELSE
036800        IF WS-CARD-FROM-DATE NOT NUMERIC
036900           DISPLAY "GRPRPT: FROM DATE " WS-CARD-FROM-DATE
037000              " IS NOT YYYYMMDD - RUN ENDED"
037100           MOVE 8 TO RETURN-CODE
037200           STOP RUN
037300        END-IF
037400        MOVE WS-CARD-FROM-DATE TO WS-FROM-DATE
037500     END-IF
037600     IF WS-CARD-THRU-DATE = SPACES
037700        MOVE WS-FROM-DATE TO WS-THRU-DATE
037800     ELSE
037900        IF WS-CARD-THRU-DATE NOT NUMERIC
038000           DISPLAY "GRPRPT: THRU DATE " WS-CARD-THRU-DATE
038100              " IS NOT YYYYMMDD - RUN ENDED"
038200           MOVE 8 TO RETURN-CODE
038300           STOP RUN
038400        END-IF
038500        MOVE WS-CARD-THRU-DATE TO WS-THRU-DATE
038600     END-IF
038700     IF WS-THRU-DATE < WS-FROM-DATE
038800        DISPLAY "GRPRPT: THRU DATE " WS-THRU-DATE
038900           " IS BEFORE FROM DATE " WS-FROM-DATE " - RUN ENDED"
039000        MOVE 8 TO RETURN-CODE
039100        STOP RUN
039200     END-IF
039300
039400     OPEN INPUT GROUP-FILE
039500     IF NOT WS-GRP-OK
039600        DISPLAY "GRPRPT: GROUPS FILE NOT AVAILABLE - "
039700           "NO ATTENDANCE REPORT PRINTED"
039800        MOVE 8 TO RETURN-CODE
039900        STOP RUN
040000     END-IF
040100
040200     OPEN INPUT GROUP-MEMBER-FILE
040300     IF NOT WS-GMB-OK
040400        DISPLAY "GRPRPT: GRPMEMB FILE NOT AVAILABLE - "
040500           "NO ATTENDANCE REPORT PRINTED"
040600        MOVE 8 TO RETURN-CODE
040700        STOP RUN
040800     END-IF
040900
041000     OPEN INPUT VISITOR-MASTER
041100     IF NOT WS-VM-OK
041200        DISPLAY "GRPRPT: VISITOR-MASTER NOT AVAILABLE - "
041300           "NO ATTENDANCE REPORT PRINTED"
041400        MOVE 8 TO RETURN-CODE
041500        STOP RUN
041600     END-IF
041700
041800     SET WS-VH-AVAILABLE TO TRUE
041900     OPEN INPUT VISITOR-HISTORY
042000     IF NOT WS-VH-OK
042100        SET WS-VH-NOT-AVAILABLE TO TRUE
042200        DISPLAY "GRPRPT: VISITHST NOT AVAILABLE - ARCHIVED "
042300           "MEMBERS COUNTED AS DEPARTED"
042400     END-IF
042500
042600     OPEN OUTPUT GROUP-RPT
042700 1000-EXIT.
042800     EXIT.
042900
043000*================================================================
043100* 2000-COUNT-GROUPS - SORT input procedure: one pass over the
043200* GROUPS file.  A group dated inside the range has its member
043300* list walked and goes to the sort with its counts.
043400*================================================================
043500 2000-COUNT-GROUPS.
043600     PERFORM 2100-READ-GROUP THRU 2100-EXIT
043700     PERFORM 2200-COUNT-ONE-GROUP THRU 2200-EXIT
043800         UNTIL WS-END-OF-GROUPS
043900 2000-EXIT.
044000     EXIT.
044100
044200 2100-READ-GROUP.
044300     READ GROUP-FILE NEXT RECORD
044400         AT END
044500            SET WS-END-OF-GROUPS TO TRUE
044600     END-READ
044700     IF NOT WS-GRP-OK
044800        SET WS-END-OF-GROUPS TO TRUE
044900     END-IF
045000 2100-EXIT.
045100     EXIT.
045200
045300 2200-COUNT-ONE-GROUP.
045400     ADD 1 TO WS-READ-CTR
045500     IF GRP-EVENT-DATE NOT < WS-FROM-DATE
045600        AND GRP-EVENT-DATE NOT > WS-THRU-DATE
045700        PERFORM 2250-RELEASE-GROUP THRU 2250-EXIT
045800     END-IF
045900     PERFORM 2100-READ-GROUP THRU 2100-EXIT
046000 2200-EXIT.
046100     EXIT.
046200
046300 2250-RELEASE-GROUP.
046400     MOVE GRP-HOST-EMPLOYEE       TO SRT-HOST-EMPLOYEE
046500     MOVE GRP-EVENT-DATE          TO SRT-EVENT-DATE
046600     MOVE GRP-GROUP-ID            TO SRT-GROUP-ID
046700     MOVE GRP-EVENT-NAME          TO SRT-EVENT-NAME
046800     MOVE ZERO                    TO SRT-COUNTS
046900     MOVE GRP-EXPECTED-COUNT      TO SRT-EXPECTED
047000     PERFORM 2300-START-MEMBERS THRU 2300-EXIT
047100     PERFORM 2400-COUNT-ONE-MEMBER THRU 2400-EXIT
047200         UNTIL WS-END-OF-MEMBERS
047210     IF SRT-EXPECTED = ZERO
047220        MOVE SRT-LISTED TO SRT-EXPECTED
047230     END-IF
047300     RELEASE GROUP-SORT-REC
047400     ADD 1 TO WS-REPORTED-CTR
047500 2250-EXIT.
047600     EXIT.
047700
047800*================================================================
047900* 2300-START-MEMBERS - member numbers start at 0001, so a START
048000* past member zero of the group lands on its first member.
048100*================================================================
048200 2300-START-MEMBERS.
048300     SET WS-NOT-END-OF-MEMBERS TO TRUE
048400     MOVE GRP-GROUP-ID TO GMB-GROUP-ID
048500     MOVE ZERO TO GMB-MEMBER-NO
048600     START GROUP-MEMBER-FILE KEY IS > GMB-KEY
048700         INVALID KEY
048800            SET WS-END-OF-MEMBERS TO TRUE
048900            GO TO 2300-EXIT
049000     END-START
049100     PERFORM 2310-READ-MEMBER THRU 2310-EXIT
049200 2300-EXIT.
049300     EXIT.
049400
049500 2310-READ-MEMBER.
049600     READ GROUP-MEMBER-FILE NEXT RECORD
049700         AT END
049800            SET WS-END-OF-MEMBERS TO TRUE
049900     END-READ
050000     IF NOT WS-GMB-OK
050100        SET WS-END-OF-MEMBERS TO TRUE
050200     END-IF
050300     IF WS-NOT-END-OF-MEMBERS
050400        IF GMB-GROUP-ID NOT = GRP-GROUP-ID
050500           SET WS-END-OF-MEMBERS TO TRUE
050600        END-IF
050700     END-IF
050800 2310-EXIT.
050900     EXIT.
051000
051100 2400-COUNT-ONE-MEMBER.
051200     ADD 1 TO WS-MEMBER-CTR
051300     ADD 1 TO SRT-LISTED
051400     EVALUATE TRUE
051500        WHEN GMB-ARRIVED
051600           ADD 1 TO SRT-ARRIVED
051700           PERFORM 2500-CHECK-DEPARTURE THRU 2500-EXIT
051800        WHEN GMB-WATCHLIST-STOP
051900           ADD 1 TO SRT-STOPPED
052000        WHEN OTHER
052100           ADD 1 TO SRT-NO-SHOW
052200     END-EVALUATE
052300     PERFORM 2310-READ-MEMBER THRU 2310-EXIT
052400 2400-EXIT.
052500     EXIT.
052600
052700*================================================================
052800* 2500-CHECK-DEPARTURE - where the member's own visit stands:
052900* the live master first, then the archive.  Not on either file
053000* means archived closed and since purged - departed.
053100*================================================================
053200 2500-CHECK-DEPARTURE.
053300     MOVE GMB-VISITOR-ID TO VIS-VISITOR-ID
053400     READ VISITOR-MASTER
053500         INVALID KEY
053600            PERFORM 2510-CHECK-ARCHIVE THRU 2510-EXIT
053700            GO TO 2500-EXIT
053800     END-READ
053900     EVALUATE TRUE
054000        WHEN VIS-STATUS-OPEN
054050        WHEN VIS-STATUS-TRANSFERRED
054100           ADD 1 TO SRT-ON-SITE
054200        WHEN VIS-STATUS-EXPIRED
054300           ADD 1 TO SRT-EXPIRED
054400        WHEN OTHER
054500           ADD 1 TO SRT-DEPARTED
054600     END-EVALUATE
054700 2500-EXIT.
054800     EXIT.
054900
055000 2510-CHECK-ARCHIVE.
055100     IF WS-VH-NOT-AVAILABLE
055200        ADD 1 TO SRT-DEPARTED
055300        GO TO 2510-EXIT
055400     END-IF
055500     MOVE GMB-VISITOR-ID TO VH-VISITOR-ID
055600     READ VISITOR-HISTORY
055700         INVALID KEY
055800            ADD 1 TO SRT-DEPARTED
055900            GO TO 2510-EXIT
056000     END-READ
056100     EVALUATE TRUE
056200        WHEN VH-STATUS-EXPIRED
056300           ADD 1 TO SRT-EXPIRED
056310        WHEN VH-STATUS-TRANSFERRED
056320           ADD 1 TO SRT-ON-SITE
056400        WHEN OTHER
056410           ADD 1 TO SRT-DEPARTED
056500     END-EVALUATE
056600 2510-EXIT.
056700     EXIT.
056800
056900*================================================================
057000* 3000-PRINT-ATTENDANCE - SORT output procedure: host-group break
057100* reporting in the 60-line page frame the other rosters use.
057200* WS-PREV-HOST starts at LOW-VALUES so the first group opens a
057300* host; the host total prints when the host changes and once
057400* more at the end, ahead of the site total.
057500*================================================================
057600 3000-PRINT-ATTENDANCE.
057700     MOVE LOW-VALUES TO WS-PREV-HOST
057800     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
057900     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
058000         UNTIL WS-END-OF-SORTED
058100     IF WS-PREV-HOST NOT = LOW-VALUES
058200        PERFORM 3600-PRINT-HOST-TOTAL THRU 3600-EXIT
058300     END-IF
058400     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT
058500 3000-EXIT.
058600     EXIT.
058700
058800 3100-RETURN-SORTED.
058900     RETURN GROUP-SORT-FILE
059000         AT END
059100            SET WS-END-OF-SORTED TO TRUE
059200     END-RETURN
059300 3100-EXIT.
059400     EXIT.
059500
059600 3200-PRINT-ONE.
059700     IF SRT-HOST-EMPLOYEE NOT = WS-PREV-HOST
059800        IF WS-PREV-HOST NOT = LOW-VALUES
059900           PERFORM 3600-PRINT-HOST-TOTAL THRU 3600-EXIT
060000        END-IF
060100        PERFORM 3500-START-HOST THRU 3500-EXIT
060200     END-IF
060300     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
060400        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
060500        PERFORM 3400-PRINT-HOST-GROUP THRU 3400-EXIT
060600     END-IF
060700     MOVE SPACES              TO DTL-IDENT
060800     MOVE SRT-GROUP-ID        TO DTL-GROUP-ID
060900     MOVE SRT-EVENT-NAME      TO DTL-EVENT-NAME
061000     MOVE SRT-EVENT-DATE      TO DTL-EVENT-DATE
061100     MOVE SRT-EXPECTED        TO DTL-EXPECTED
061200     MOVE SRT-LISTED          TO DTL-LISTED
061300     MOVE SRT-ARRIVED         TO DTL-ARRIVED
061400     MOVE SRT-NO-SHOW         TO DTL-NO-SHOW
061500     MOVE SRT-STOPPED         TO DTL-STOPPED
061600     MOVE SRT-DEPARTED        TO DTL-DEPARTED
061700     MOVE SRT-ON-SITE         TO DTL-ON-SITE
061800     MOVE SRT-EXPIRED         TO DTL-EXPIRED
061900     WRITE RPT-LINE FROM DTL-LINE
062000     ADD 1 TO WS-LINE-CTR
062100
062200     ADD SRT-EXPECTED         TO WS-HT-EXPECTED
062300     ADD SRT-LISTED           TO WS-HT-LISTED
062400     ADD SRT-ARRIVED          TO WS-HT-ARRIVED
062500     ADD SRT-NO-SHOW          TO WS-HT-NO-SHOW
062600     ADD SRT-STOPPED          TO WS-HT-STOPPED
062700     ADD SRT-DEPARTED         TO WS-HT-DEPARTED
062800     ADD SRT-ON-SITE          TO WS-HT-ON-SITE
062900     ADD SRT-EXPIRED          TO WS-HT-EXPIRED
063000     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
063100 3200-EXIT.
063200     EXIT.
063300
063400 3300-PRINT-HEADERS.
063500     ADD 1 TO WS-PAGE-NO
063600     MOVE WS-SITE-NAME TO HDR-SITE-NAME
063700     MOVE WS-FROM-DATE TO HDR-FROM-DATE
063800     MOVE WS-THRU-DATE TO HDR-THRU-DATE
063900     MOVE WS-RUN-MM   TO HDR-RUN-MM
064000     MOVE WS-RUN-DD   TO HDR-RUN-DD
064100     MOVE WS-RUN-YYYY TO HDR-RUN-YYYY
064200     MOVE WS-RUN-TIME TO HDR-RUN-TIME
064300     MOVE WS-PAGE-NO  TO HDR-PAGE-NO
064400
064500     IF WS-PAGE-NO > 1
064600        WRITE RPT-LINE FROM SPACES
064700            AFTER ADVANCING PAGE
064800     END-IF
064900     WRITE RPT-LINE FROM HDR-LINE-1
065000     WRITE RPT-LINE FROM HDR-LINE-2
065100     MOVE ZERO TO WS-LINE-CTR
065200 3300-EXIT.
065300     EXIT.
065400
065500 3400-PRINT-HOST-GROUP.
065600     WRITE RPT-LINE FROM SPACES
065700     WRITE RPT-LINE FROM HOST-GROUP-LINE
065800     ADD 2 TO WS-LINE-CTR
065900 3400-EXIT.
066000     EXIT.
066100
066200*================================================================
066300* 3500-START-HOST - new host: zero the host totals and print the
066400* group header (with a fresh page when the current one cannot
066500* take it).
066600*================================================================
066700 3500-START-HOST.
066800     MOVE SRT-HOST-EMPLOYEE TO WS-PREV-HOST
066900     ADD 1 TO WS-HOST-CTR
067000     INITIALIZE WS-HOST-TOTALS
067100     MOVE SRT-HOST-EMPLOYEE TO HGP-HOST-EMPLOYEE
067200     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
067300        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
067400     END-IF
067500     PERFORM 3400-PRINT-HOST-GROUP THRU 3400-EXIT
067600 3500-EXIT.
067700     EXIT.
067800
067900 3600-PRINT-HOST-TOTAL.
068000     MOVE "HOST TOTAL" TO DTL-LABEL
068100     MOVE WS-HT-EXPECTED      TO DTL-EXPECTED
068200     MOVE WS-HT-LISTED        TO DTL-LISTED
068300     MOVE WS-HT-ARRIVED       TO DTL-ARRIVED
068400     MOVE WS-HT-NO-SHOW       TO DTL-NO-SHOW
068500     MOVE WS-HT-STOPPED       TO DTL-STOPPED
068600     MOVE WS-HT-DEPARTED      TO DTL-DEPARTED
068700     MOVE WS-HT-ON-SITE       TO DTL-ON-SITE
068800     MOVE WS-HT-EXPIRED       TO DTL-EXPIRED
068900     WRITE RPT-LINE FROM DTL-LINE
069000     ADD 1 TO WS-LINE-CTR
069100
069200     ADD WS-HT-EXPECTED       TO WS-GT-EXPECTED
069300     ADD WS-HT-LISTED         TO WS-GT-LISTED
069400     ADD WS-HT-ARRIVED        TO WS-GT-ARRIVED
069500     ADD WS-HT-NO-SHOW        TO WS-GT-NO-SHOW
069600     ADD WS-HT-STOPPED        TO WS-GT-STOPPED
069700     ADD WS-HT-DEPARTED       TO WS-GT-DEPARTED
069800     ADD WS-HT-ON-SITE        TO WS-GT-ON-SITE
069900     ADD WS-HT-EXPIRED        TO WS-GT-EXPIRED
070000 3600-EXIT.
070100     EXIT.
070200
070300 3700-PRINT-TOTALS.
070400     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
070500        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
070600     END-IF
070700     WRITE RPT-LINE FROM SPACES
070800     MOVE "SITE TOTAL" TO DTL-LABEL
070900     MOVE WS-GT-EXPECTED      TO DTL-EXPECTED
071000     MOVE WS-GT-LISTED        TO DTL-LISTED
071100     MOVE WS-GT-ARRIVED       TO DTL-ARRIVED
071200     MOVE WS-GT-NO-SHOW       TO DTL-NO-SHOW
071300     MOVE WS-GT-STOPPED       TO DTL-STOPPED
071400     MOVE WS-GT-DEPARTED      TO DTL-DEPARTED
071500     MOVE WS-GT-ON-SITE       TO DTL-ON-SITE
071600     MOVE WS-GT-EXPIRED       TO DTL-EXPIRED
071700     WRITE RPT-LINE FROM DTL-LINE
071800 3700-EXIT.
071900     EXIT.
072000
072100*================================================================
072200* 5000-PRINT-SUMMARY
072300*================================================================
072400 5000-PRINT-SUMMARY.
072500     DISPLAY "GRPRPT RUN SUMMARY"
072600     MOVE WS-READ-CTR      TO WS-SUMMARY-CTR-ED
072700     DISPLAY "  GROUPS READ............. " WS-SUMMARY-CTR-ED
072800     MOVE WS-REPORTED-CTR  TO WS-SUMMARY-CTR-ED
072900     DISPLAY "  GROUPS IN RANGE......... " WS-SUMMARY-CTR-ED
073000     MOVE WS-HOST-CTR      TO WS-SUMMARY-CTR-ED
073100     DISPLAY "  HOSTS................... " WS-SUMMARY-CTR-ED
073200     MOVE WS-MEMBER-CTR    TO WS-SUMMARY-CTR-ED
073300     DISPLAY "  MEMBERS LISTED.......... " WS-SUMMARY-CTR-ED
073400 5000-EXIT.
073500     EXIT.
073600
073700*================================================================
073800* 9000-TERMINATE
073900*================================================================
074000 9000-TERMINATE.
074100     CLOSE GROUP-FILE
074200     CLOSE GROUP-MEMBER-FILE
074300     CLOSE VISITOR-MASTER
074400     IF WS-VH-AVAILABLE
074500        CLOSE VISITOR-HISTORY
074600     END-IF
074700     CLOSE GROUP-RPT
074800 9000-EXIT.
074900     EXIT.
075000
075100 END PROGRAM GRPRPT.
