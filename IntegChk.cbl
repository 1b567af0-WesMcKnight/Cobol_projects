000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "INTEGCHK".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* INTEGCHK - nightly cross-file integrity check for one site.
000900* Every program here trusts that the site's files agree with
001000* each other - that the badge a desk hands out is recorded on
001100* both sides, that a pass flag means a pass, that a matched
001200* appointment means a visit.  A crashed dialog, a half-run
001300* restore or a hand fix can leave them disagreeing, and nothing
001400* else looks.  This step does, and reports every break:
001500*
001600*   1. A BADGEINV badge held as issued to a visitor ID whose
001700*      VISITOR-MASTER record is closed, expired or missing
001800*      (missing ones are looked up on VISITHST, so the report
001900*      can say whether the visit was archived or never existed).
002000*   2. An open VISITOR-MASTER record whose VIS-BADGE-NO is not
002100*      issued to it on BADGEINV.
002200*   3. A VIS-ON-PASS record (open, or entered today) with no
002300*      pass on VISPASS for that name covering its entry date.
002400*      A suspended pass still counts - HOSTIMPT suspends after
002500*      the fact, and the visit was genuine when it was made.
002600*   4. An EXPECTVS appointment marked matched with no visit by
002700*      that name on its expected date, on VISITOR-MASTER or
002800*      VISITHST.
002900*   5. A VISITCTR or PASSCTR control record whose last date and
003000*      sequence is below the highest ID already on file for that
003100*      station - the next run from that station would hand out
003200*      an ID that is already taken.
003300*
003400* The control datasets come in through fixed slot DDs, the way
003500* SITESUMM takes its site masters: VISCTL0 (the batch loaders,
003600* station 0), VISCTL1-VISCTL3 and PASCTL1-PASCTL3 (desk stations
003700* 1-3).  A slot that is not allocated is skipped - a site with
003800* one desk simply leaves the station 2 and 3 slots out.
003900*
004000* Nothing is changed; the report is for whoever fixes the files.
004100* RETURN-CODE 8 means at least one break (or no VISITOR-MASTER
004200* to check) so the scheduler pages the on-call; a clean run ends
004300* RETURN-CODE 0.  A missing BADGEINV, VISPASS, EXPECTVS or
004400* VISITHST only skips the checks that need it.
004500*
004600* Run once per site (jcl/INTEGCHK.jcl) - the SYSIN card names
004700* the site on the report, the same way RESCREEN's does.
004800*
004900* MODIFICATION HISTORY
005000*
005100* 2026-10-15  WM   Original.
005110* 2026-10-15  WM   VIS-GROUP-ID added to the history copy's
005120*                  REPLACING list; VISITOR-REC is now 160 bytes.
005130* 2026-10-15  WM   VIS-STATUS-TRANSFERRED and the origin fields
005140*                  added to the history copy's REPLACING list.
005150*                  A badge on a transferred visit reads NOT OPEN.
005200*================================================================
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS VIS-VISITOR-ID
006000         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
006100         FILE STATUS IS WS-VM-STATUS.
006200
006300     SELECT VISITOR-HISTORY ASSIGN TO "VISITHST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS VH-VISITOR-ID
006700         ALTERNATE RECORD KEY IS VH-NAME WITH DUPLICATES
006800         FILE STATUS IS WS-VH-STATUS.
006900
007000     SELECT BADGE-INV-FILE ASSIGN TO "BADGEINV"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS BDG-NUMBER
007400         FILE STATUS IS WS-BDG-STATUS.
007500
007600     SELECT VISITOR-PASS-FILE ASSIGN TO "VISPASS"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS PAS-PASS-ID
008000         FILE STATUS IS WS-PAS-STATUS.
008100
008200     SELECT EXPECTED-FILE ASSIGN TO "EXPECTVS"
008300         ORGANIZATION IS SEQUENTIAL
008400         ACCESS MODE IS SEQUENTIAL
008500         FILE STATUS IS WS-EXP-STATUS.
008600
008700     SELECT VISIT-CTL0-FILE ASSIGN TO "VISCTL0"
008800         ORGANIZATION IS SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL
009000         FILE STATUS IS WS-CTL-STATUS.
009100
009200     SELECT VISIT-CTL1-FILE ASSIGN TO "VISCTL1"
009300         ORGANIZATION IS SEQUENTIAL
009400         ACCESS MODE IS SEQUENTIAL
009500         FILE STATUS IS WS-CTL-STATUS.
009600
009700     SELECT VISIT-CTL2-FILE ASSIGN TO "VISCTL2"
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS WS-CTL-STATUS.
010100
010200     SELECT VISIT-CTL3-FILE ASSIGN TO "VISCTL3"
010300         ORGANIZATION IS SEQUENTIAL
010400         ACCESS MODE IS SEQUENTIAL
010500         FILE STATUS IS WS-CTL-STATUS.
010600
010700     SELECT PASS-CTL1-FILE ASSIGN TO "PASCTL1"
010800         ORGANIZATION IS SEQUENTIAL
010900         ACCESS MODE IS SEQUENTIAL
011000         FILE STATUS IS WS-CTL-STATUS.
011100
011200     SELECT PASS-CTL2-FILE ASSIGN TO "PASCTL2"
011300         ORGANIZATION IS SEQUENTIAL
011400         ACCESS MODE IS SEQUENTIAL
011500         FILE STATUS IS WS-CTL-STATUS.
011600
011700     SELECT PASS-CTL3-FILE ASSIGN TO "PASCTL3"
011800         ORGANIZATION IS SEQUENTIAL
011900         ACCESS MODE IS SEQUENTIAL
012000         FILE STATUS IS WS-CTL-STATUS.
012100
012200     SELECT INTEGRITY-RPT ASSIGN TO "INTEGRPT"
012300         ORGANIZATION IS SEQUENTIAL
012400         ACCESS MODE IS SEQUENTIAL
012500         FILE STATUS IS WS-RPT-STATUS.
012600
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  VISITOR-MASTER.
013000     COPY VISITREC.
013100
013200 FD  VISITOR-HISTORY.
013300     COPY VISITREC REPLACING
013400         ==VISITOR-REC==           BY ==VISITOR-HIST-REC==
013500         ==VIS-VISITOR-ID==        BY ==VH-VISITOR-ID==
013600         ==VIS-NAME==              BY ==VH-NAME==
013700         ==VIS-ENTRY-DATE==        BY ==VH-ENTRY-DATE==
013800         ==VIS-ENTRY-TIME==        BY ==VH-ENTRY-TIME==
013900         ==VIS-BADGE-COMPANY==     BY ==VH-BADGE-COMPANY==
014000         ==VIS-HOST-EMPLOYEE==     BY ==VH-HOST-EMPLOYEE==
014100         ==VIS-PURPOSE-CODE==      BY ==VH-PURPOSE-CODE==
014200         ==VIS-STATUS==            BY ==VH-STATUS==
014300         ==VIS-STATUS-OPEN==       BY ==VH-STATUS-OPEN==
014400         ==VIS-STATUS-CLOSED==     BY ==VH-STATUS-CLOSED==
014500         ==VIS-STATUS-EXPIRED==    BY ==VH-STATUS-EXPIRED==
014550         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
014600         ==VIS-DUPLICATE-FLAG==    BY ==VH-DUPLICATE-FLAG==
014700         ==VIS-IS-DUPLICATE==      BY ==VH-IS-DUPLICATE==
014800         ==VIS-NOT-DUPLICATE==     BY ==VH-NOT-DUPLICATE==
014900         ==VIS-EXIT-DATE==         BY ==VH-EXIT-DATE==
015000         ==VIS-EXIT-TIME==         BY ==VH-EXIT-TIME==
015100         ==VIS-PREREG-FLAG==       BY ==VH-PREREG-FLAG==
015200         ==VIS-PREREGISTERED==     BY ==VH-PREREGISTERED==
015300         ==VIS-NOT-PREREGISTERED== BY ==VH-NOT-PREREGISTERED==
015400         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
015500         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
015600         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
015700         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
015710         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
015732         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
015755         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
015777         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
015800
015900 FD  BADGE-INV-FILE.
016000     COPY BADGEREC.
016100
016200 FD  VISITOR-PASS-FILE.
016300     COPY PASSREC.
016400
016500 FD  EXPECTED-FILE.
016600     COPY PREGREC.
016700
016800 FD  VISIT-CTL0-FILE.
016900 01  VISIT-CTL0-REC              PIC X(13).
017000
017100 FD  VISIT-CTL1-FILE.
017200 01  VISIT-CTL1-REC              PIC X(13).
017300
017400 FD  VISIT-CTL2-FILE.
017500 01  VISIT-CTL2-REC              PIC X(13).
017600
017700 FD  VISIT-CTL3-FILE.
017800 01  VISIT-CTL3-REC              PIC X(13).
017900
018000 FD  PASS-CTL1-FILE.
018100 01  PASS-CTL1-REC               PIC X(13).
018200
018300 FD  PASS-CTL2-FILE.
018400 01  PASS-CTL2-REC               PIC X(13).
018500
018600 FD  PASS-CTL3-FILE.
018700 01  PASS-CTL3-REC               PIC X(13).
018800
018900 FD  INTEGRITY-RPT
019000     RECORDING MODE IS F.
019100 01  RPT-LINE                    PIC X(132).
019200
019300 WORKING-STORAGE SECTION.
019400*----------------------------------------------------------------
019500* FILE STATUS AREAS - the control slots share one status field;
019600* only one of them is ever open at a time.
019700*----------------------------------------------------------------
019800 01  WS-VM-STATUS                PIC X(02).
019900     88  WS-VM-OK                    VALUE "00".
020000     88  WS-VM-AT-END                VALUE "10".
020100     88  WS-VM-NOT-FOUND             VALUE "23".
020200     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
020300
020400 01  WS-VH-STATUS                PIC X(02).
020500     88  WS-VH-OK                    VALUE "00".
020600     88  WS-VH-AT-END                VALUE "10".
020700     88  WS-VH-NOT-FOUND             VALUE "23".
020800     88  WS-VH-FILE-NOT-FOUND        VALUE "35".
020900
021000 01  WS-BDG-STATUS               PIC X(02).
021100     88  WS-BDG-OK                   VALUE "00".
021200     88  WS-BDG-AT-END               VALUE "10".
021300     88  WS-BDG-NOT-FOUND            VALUE "23".
021400     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
021500
021600 01  WS-PAS-STATUS               PIC X(02).
021700     88  WS-PAS-OK                   VALUE "00".
021800     88  WS-PAS-AT-END               VALUE "10".
021900     88  WS-PAS-FILE-NOT-FOUND       VALUE "35".
022000
022100 01  WS-EXP-STATUS               PIC X(02).
022200     88  WS-EXP-OK                   VALUE "00".
022300     88  WS-EXP-AT-END               VALUE "10".
022400     88  WS-EXP-FILE-NOT-FOUND       VALUE "35".
022500
022600 01  WS-CTL-STATUS               PIC X(02).
022700     88  WS-CTL-OK                   VALUE "00".
022800     88  WS-CTL-AT-END               VALUE "10".
022900     88  WS-CTL-FILE-NOT-FOUND       VALUE "35".
023000
023100 01  WS-RPT-STATUS               PIC X(02).
023200     88  WS-RPT-OK                   VALUE "00".
023300
023400*----------------------------------------------------------------
023500* WORKING COPY OF A CONTROL RECORD - every slot reads INTO this
023600*----------------------------------------------------------------
023700 COPY CTRLREC.
023800
023900*----------------------------------------------------------------
024000* SWITCHES
024100*----------------------------------------------------------------
024200 01  WS-EOF-SWITCH               PIC X(01).
024300     88  WS-END-OF-FILE              VALUE "Y".
024400     88  WS-NOT-END-OF-FILE          VALUE "N".
024500
024600 01  WS-NAME-EOF-SWITCH          PIC X(01).
024700     88  WS-END-OF-NAME              VALUE "Y".
024800     88  WS-NOT-END-OF-NAME          VALUE "N".
024900
025000 01  WS-VH-AVAIL-SWITCH          PIC X(01).
025100     88  WS-VH-AVAILABLE             VALUE "Y".
025200     88  WS-VH-NOT-AVAILABLE         VALUE "N".
025300
025400 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
025500     88  WS-BDG-AVAILABLE            VALUE "Y".
025600     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
025700
025800 01  WS-PAS-AVAIL-SWITCH         PIC X(01).
025900     88  WS-PAS-AVAILABLE            VALUE "Y".
026000     88  WS-PAS-NOT-AVAILABLE        VALUE "N".
026100
026200 01  WS-EXP-AVAIL-SWITCH         PIC X(01).
026300     88  WS-EXP-AVAILABLE            VALUE "Y".
026400     88  WS-EXP-NOT-AVAILABLE        VALUE "N".
026500
026600 01  WS-PASS-FOUND-SW            PIC X(01).
026700     88  WS-PASS-FOUND               VALUE "Y".
026800     88  WS-PASS-NOT-FOUND           VALUE "N".
026900
027000 01  WS-VISIT-FOUND-SW           PIC X(01).
027100     88  WS-VISIT-FOUND              VALUE "Y".
027200     88  WS-VISIT-NOT-FOUND          VALUE "N".
027300
027400*----------------------------------------------------------------
027500* PASS TABLE - every active or suspended pass on VISPASS, so a
027600* pass-flagged visit can be checked without a name key on the
027700* pass file.  If it fills, the pass-flag check is skipped rather
027800* than reporting breaks that are not there.
027900*----------------------------------------------------------------
028000 01  WS-PASS-TABLE.
028100     05  WS-PASS-USED            PIC 9(04) COMP VALUE ZERO.
028200     05  WS-PASS-ENTRY           OCCURS 2000 TIMES.
028300         10  WS-PASS-NAME        PIC X(20).
028400         10  WS-PASS-ISSUE-DATE  PIC 9(08).
028500         10  WS-PASS-VALID-THRU  PIC 9(08).
028600
028700 01  WS-PASS-FULL-SW             PIC X(01) VALUE "N".
028800     88  WS-PASS-TABLE-FULL          VALUE "Y".
028900     88  WS-PASS-TABLE-NOT-FULL      VALUE "N".
029000
029100 01  WS-PX                       PIC 9(04) COMP.
029200
029300*----------------------------------------------------------------
029400* HIGHEST ID ON FILE PER STATION (ENTRY 1 = STATION 0) - kept as
029500* date * 10000 + sequence so it compares straight against a
029600* control record's last date and sequence.
029700*----------------------------------------------------------------
029800 01  WS-HIGH-TABLE.
029900     05  WS-HIGH-ENTRY           OCCURS 10 TIMES.
030000         10  WS-HIGH-VIS-KEY     PIC 9(13).
030100         10  WS-HIGH-VIS-ID      PIC 9(13).
030200         10  WS-HIGH-PAS-KEY     PIC 9(13).
030300         10  WS-HIGH-PAS-ID      PIC 9(13).
030400
030500 01  WS-SX                       PIC 9(02) COMP.
030600
030700 01  WS-ID-WORK                  PIC 9(13).
030800 01  WS-ID-WORK-R               REDEFINES WS-ID-WORK.
030900     05  WS-ID-DATE               PIC 9(08).
031000     05  WS-ID-STATION            PIC 9(01).
031100     05  WS-ID-SEQ                PIC 9(04).
031200
031300 01  WS-ID-KEY                   PIC 9(13).
031400 01  WS-CTL-KEY                  PIC 9(13).
031500
031600*----------------------------------------------------------------
031700* CONTROL SLOTS - what each slot DD holds, and its record once
031800* read.  Filled in by 1500-LOAD-CONTROLS.
031900*----------------------------------------------------------------
032000 01  WS-CTL-TABLE.
032100     05  WS-CTL-ENTRY            OCCURS 7 TIMES.
032200         10  WS-CTL-DDNAME       PIC X(08).
032300         10  WS-CTL-KIND         PIC X(01).
032400             88  WS-CTL-VISIT        VALUE "V".
032500             88  WS-CTL-PASS         VALUE "P".
032600         10  WS-CTL-STATION      PIC 9(01).
032700         10  WS-CTL-LOADED-SW    PIC X(01).
032800             88  WS-CTL-LOADED       VALUE "Y".
032900             88  WS-CTL-NOT-LOADED   VALUE "N".
033000         10  WS-CTL-LAST-DATE    PIC 9(08).
033100         10  WS-CTL-LAST-SEQ     PIC 9(05).
033200
033300 01  WS-CX                       PIC 9(02) COMP.
033400
033500*----------------------------------------------------------------
033600* RUN CONTROLS
033700*----------------------------------------------------------------
033800 01  WS-SITE-NAME                PIC X(20).
033900 01  WS-RUN-DATE                 PIC 9(08).
034000 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
034100     05  WS-RUN-YYYY              PIC 9(04).
034200     05  WS-RUN-MM                PIC 9(02).
034300     05  WS-RUN-DD                PIC 9(02).
034400 01  WS-RUN-TIME                 PIC 9(08).
034500
034600 01  WS-PAGE-NO                  PIC 9(04) COMP.
034700 01  WS-LINE-CTR                 PIC 9(04) COMP.
034800 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
034900
035000 01  WS-NORM-NAME                PIC X(20).
035100 01  WS-BADGE-NO-X               PIC 9(04).
035200 01  WS-CTL-SEQ-X                PIC 9(05).
035300
035400*----------------------------------------------------------------
035500* COUNTERS
035600*----------------------------------------------------------------
035700 01  WS-MASTER-CTR               PIC 9(07) COMP VALUE ZERO.
035800 01  WS-BADGE-CTR                PIC 9(07) COMP VALUE ZERO.
035900 01  WS-PASS-CTR                 PIC 9(07) COMP VALUE ZERO.
036000 01  WS-MATCHED-CTR              PIC 9(07) COMP VALUE ZERO.
036100 01  WS-CONTROL-CTR              PIC 9(07) COMP VALUE ZERO.
036200 01  WS-BADGE-VISIT-BRK-CTR      PIC 9(07) COMP VALUE ZERO.
036300 01  WS-VISIT-BADGE-BRK-CTR      PIC 9(07) COMP VALUE ZERO.
036400 01  WS-PASS-FLAG-BRK-CTR        PIC 9(07) COMP VALUE ZERO.
036500 01  WS-APPT-BRK-CTR             PIC 9(07) COMP VALUE ZERO.
036600 01  WS-CONTROL-BRK-CTR          PIC 9(07) COMP VALUE ZERO.
036700 01  WS-BREAK-CTR                PIC 9(07) COMP VALUE ZERO.
036800
036900 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
037000
037100*----------------------------------------------------------------
037200* REPORT LINE LAYOUTS
037300*----------------------------------------------------------------
037400 01  HDR-LINE-1.
037500     05  FILLER                   PIC X(01) VALUE SPACE.
037600     05  FILLER                   PIC X(36) VALUE
037700         "CROSS-FILE INTEGRITY CHECK".
037800     05  FILLER                   PIC X(02) VALUE SPACES.
037900     05  FILLER                   PIC X(10) VALUE
038000         "RUN DATE: ".
038100     05  HDR-RUN-MM               PIC 99.
038200     05  FILLER                   PIC X(01) VALUE "/".
038300     05  HDR-RUN-DD               PIC 99.
038400     05  FILLER                   PIC X(01) VALUE "/".
038500     05  HDR-RUN-YYYY             PIC 9999.
038600     05  FILLER                   PIC X(02) VALUE SPACES.
038700     05  FILLER                   PIC X(06) VALUE "TIME: ".
038800     05  HDR-RUN-TIME             PIC 9(08).
038900     05  FILLER                   PIC X(02) VALUE SPACES.
039000     05  FILLER                   PIC X(05) VALUE "PAGE ".
039100     05  HDR-PAGE-NO              PIC ZZZ9.
039200
039300 01  HDR-LINE-2.
039400     05  FILLER                   PIC X(01) VALUE SPACE.
039500     05  FILLER                   PIC X(06) VALUE "SITE: ".
039600     05  HDR-SITE-NAME            PIC X(20).
039700
039800 01  HDR-LINE-3.
039900     05  FILLER                   PIC X(03) VALUE SPACES.
040000     05  FILLER                   PIC X(24) VALUE "CHECK".
040100     05  FILLER                   PIC X(02) VALUE SPACES.
040200     05  FILLER                   PIC X(13) VALUE "VISIT/PASS ID".
040300     05  FILLER                   PIC X(02) VALUE SPACES.
040400     05  FILLER                   PIC X(20) VALUE "VISITOR NAME".
040500     05  FILLER                   PIC X(02) VALUE SPACES.
040600     05  FILLER                   PIC X(60) VALUE "DETAIL".
040700
040800 01  BRK-LINE.
040900     05  FILLER                   PIC X(03) VALUE SPACES.
041000     05  BRK-CHECK                PIC X(24).
041100     05  FILLER                   PIC X(02) VALUE SPACES.
041200     05  BRK-REFERENCE            PIC X(13).
041300     05  FILLER                   PIC X(02) VALUE SPACES.
041400     05  BRK-VISITOR-NAME         PIC X(20).
041500     05  FILLER                   PIC X(02) VALUE SPACES.
041600     05  BRK-DETAIL               PIC X(60).
041700
041800 01  WS-REFERENCE-X              PIC X(13).
041900 01  WS-REFERENCE-N             REDEFINES WS-REFERENCE-X
042000                                 PIC 9(13).
042100
042200 01  SKIP-LINE.
042300     05  FILLER                   PIC X(03) VALUE SPACES.
042400     05  SKP-TEXT                 PIC X(70).
042500
042600 01  NONE-LINE.
042700     05  FILLER                   PIC X(01) VALUE SPACE.
042800     05  FILLER                   PIC X(40) VALUE
042900         "NO BREAKS - THE SITE'S FILES AGREE.".
043000
043100 01  TOTAL-LINE.
043200     05  FILLER                   PIC X(01) VALUE SPACE.
043300     05  TOT-LABEL                PIC X(30).
043400     05  TOT-VALUE                PIC ZZZ,ZZ9.
043500
043600 PROCEDURE DIVISION.
043700*================================================================
043800* 0000-MAINLINE - the pass table and the per-station highs are
043900* built on the way through, so the checks that need them come
044000* after the sweeps that fill them.
044100*================================================================
044200 0000-MAINLINE.
044300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
044400     PERFORM 1500-LOAD-CONTROLS THRU 1500-EXIT
044500     PERFORM 2000-SCAN-PASSES THRU 2000-EXIT
044600     PERFORM 3000-SCAN-MASTER THRU 3000-EXIT
044700     PERFORM 4000-SCAN-BADGES THRU 4000-EXIT
044800     PERFORM 5000-SCAN-EXPECTED THRU 5000-EXIT
044900     PERFORM 6000-CHECK-CONTROLS THRU 6000-EXIT
045000     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
045100     PERFORM 9000-TERMINATE THRU 9000-EXIT
045200     STOP RUN.
045300
045400*================================================================
045500* 1000-INITIALIZE - without VISITOR-MASTER every check is
045600* meaningless, so that alone ends the run (RC 8, the scheduler
045700* has to know the check did not happen).  Any other missing file
045800* only skips the checks that read it, noted on the report.
045900*================================================================
046000 1000-INITIALIZE.
046100     MOVE ZERO TO WS-PAGE-NO
046200     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
046300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
046400     ACCEPT WS-RUN-TIME FROM TIME
046500     PERFORM 1100-CLEAR-HIGH-ENTRY THRU 1100-EXIT
046600         VARYING WS-SX FROM 1 BY 1
046700         UNTIL WS-SX > 10
046800
046900     ACCEPT WS-SITE-NAME
047000     IF WS-SITE-NAME = SPACES
047100        MOVE "(SITE NOT NAMED)" TO WS-SITE-NAME
047200     END-IF
047300
047400     OPEN INPUT VISITOR-MASTER
047500     IF NOT WS-VM-OK
047600        DISPLAY "INTEGCHK: STATUS " WS-VM-STATUS
047700           " OPENING VISITOR-MASTER - NOTHING CHECKED"
047800        MOVE 8 TO RETURN-CODE
047900        STOP RUN
048000     END-IF
048100
048200     OPEN OUTPUT INTEGRITY-RPT
048300     PERFORM 8100-PRINT-HEADERS THRU 8100-EXIT
048400
048500     SET WS-VH-AVAILABLE TO TRUE
048600     OPEN INPUT VISITOR-HISTORY
048700     IF NOT WS-VH-OK
048800        SET WS-VH-NOT-AVAILABLE TO TRUE
048900        MOVE "VISITHST NOT AVAILABLE - ARCHIVED VISITS NOT LOOKED"
049000           & " UP" TO SKP-TEXT
049100        PERFORM 8200-PRINT-SKIP THRU 8200-EXIT
049200     END-IF
049300
049400     SET WS-BDG-AVAILABLE TO TRUE
049500     OPEN INPUT BADGE-INV-FILE
049600     IF NOT WS-BDG-OK
049700        SET WS-BDG-NOT-AVAILABLE TO TRUE
049800        MOVE "BADGEINV NOT AVAILABLE - BADGE CHECKS SKIPPED"
049900           TO SKP-TEXT
050000        PERFORM 8200-PRINT-SKIP THRU 8200-EXIT
050100     END-IF
050200
050300     SET WS-PAS-AVAILABLE TO TRUE
050400     OPEN INPUT VISITOR-PASS-FILE
050500     IF NOT WS-PAS-OK
050600        SET WS-PAS-NOT-AVAILABLE TO TRUE
050700        MOVE "VISPASS NOT AVAILABLE - PASS CHECKS SKIPPED"
050800           TO SKP-TEXT
050900        PERFORM 8200-PRINT-SKIP THRU 8200-EXIT
051000     END-IF
051100
051200     SET WS-EXP-AVAILABLE TO TRUE
051300     OPEN INPUT EXPECTED-FILE
051400     IF NOT WS-EXP-OK
051500        SET WS-EXP-NOT-AVAILABLE TO TRUE
051600        MOVE "EXPECTVS NOT AVAILABLE - APPOINTMENT CHECK SKIPPED"
051700           TO SKP-TEXT
051800        PERFORM 8200-PRINT-SKIP THRU 8200-EXIT
051900     END-IF
052000 1000-EXIT.
052100     EXIT.
052200
052300 1100-CLEAR-HIGH-ENTRY.
052400     MOVE ZERO TO WS-HIGH-VIS-KEY (WS-SX)
052500     MOVE ZERO TO WS-HIGH-VIS-ID (WS-SX)
052600     MOVE ZERO TO WS-HIGH-PAS-KEY (WS-SX)
052700     MOVE ZERO TO WS-HIGH-PAS-ID (WS-SX)
052800 1100-EXIT.
052900     EXIT.
053000
053100*================================================================
053200* 1500-LOAD-CONTROLS - one paragraph per slot DD, since COBOL
053300* cannot pass a file as a parameter.  Each names its slot, then
053400* the shared 1590 files whatever the READ INTO left behind.  An
053500* allocated but empty control dataset loads as date and sequence
053600* zero - a station that has never issued must have no IDs on
053700* file either.
053800*================================================================
053900 1500-LOAD-CONTROLS.
054000     PERFORM 1510-LOAD-VISCTL0 THRU 1510-EXIT
054100     PERFORM 1520-LOAD-VISCTL1 THRU 1520-EXIT
054200     PERFORM 1530-LOAD-VISCTL2 THRU 1530-EXIT
054300     PERFORM 1540-LOAD-VISCTL3 THRU 1540-EXIT
054400     PERFORM 1550-LOAD-PASCTL1 THRU 1550-EXIT
054500     PERFORM 1560-LOAD-PASCTL2 THRU 1560-EXIT
054600     PERFORM 1570-LOAD-PASCTL3 THRU 1570-EXIT
054700 1500-EXIT.
054800     EXIT.
054900
055000 1510-LOAD-VISCTL0.
055100     MOVE 1 TO WS-CX
055200     MOVE "VISCTL0" TO WS-CTL-DDNAME (WS-CX)
055300     SET WS-CTL-VISIT (WS-CX) TO TRUE
055400     MOVE 0 TO WS-CTL-STATION (WS-CX)
055500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
055600     OPEN INPUT VISIT-CTL0-FILE
055700     IF NOT WS-CTL-OK
055800        GO TO 1510-EXIT
055900     END-IF
056000     INITIALIZE VISITOR-CTRL-REC
056100     READ VISIT-CTL0-FILE INTO VISITOR-CTRL-REC
056200         AT END
056300            CONTINUE
056400     END-READ
056500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
056600     CLOSE VISIT-CTL0-FILE
056700 1510-EXIT.
056800     EXIT.
056900
057000 1520-LOAD-VISCTL1.
057100     MOVE 2 TO WS-CX
057200     MOVE "VISCTL1" TO WS-CTL-DDNAME (WS-CX)
057300     SET WS-CTL-VISIT (WS-CX) TO TRUE
057400     MOVE 1 TO WS-CTL-STATION (WS-CX)
057500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
057600     OPEN INPUT VISIT-CTL1-FILE
057700     IF NOT WS-CTL-OK
057800        GO TO 1520-EXIT
057900     END-IF
058000     INITIALIZE VISITOR-CTRL-REC
058100     READ VISIT-CTL1-FILE INTO VISITOR-CTRL-REC
058200         AT END
058300            CONTINUE
058400     END-READ
058500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
058600     CLOSE VISIT-CTL1-FILE
058700 1520-EXIT.
058800     EXIT.
058900
059000 1530-LOAD-VISCTL2.
059100     MOVE 3 TO WS-CX
059200     MOVE "VISCTL2" TO WS-CTL-DDNAME (WS-CX)
059300     SET WS-CTL-VISIT (WS-CX) TO TRUE
059400     MOVE 2 TO WS-CTL-STATION (WS-CX)
059500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
059600     OPEN INPUT VISIT-CTL2-FILE
059700     IF NOT WS-CTL-OK
059800        GO TO 1530-EXIT
059900     END-IF
060000     INITIALIZE VISITOR-CTRL-REC
060100     READ VISIT-CTL2-FILE INTO VISITOR-CTRL-REC
060200         AT END
060300            CONTINUE
060400     END-READ
060500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
060600     CLOSE VISIT-CTL2-FILE
060700 1530-EXIT.
060800     EXIT.
060900
061000 1540-LOAD-VISCTL3.
061100     MOVE 4 TO WS-CX
061200     MOVE "VISCTL3" TO WS-CTL-DDNAME (WS-CX)
061300     SET WS-CTL-VISIT (WS-CX) TO TRUE
061400     MOVE 3 TO WS-CTL-STATION (WS-CX)
061500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
061600     OPEN INPUT VISIT-CTL3-FILE
061700     IF NOT WS-CTL-OK
061800        GO TO 1540-EXIT
061900     END-IF
062000     INITIALIZE VISITOR-CTRL-REC
062100     READ VISIT-CTL3-FILE INTO VISITOR-CTRL-REC
062200         AT END
062300            CONTINUE
062400     END-READ
062500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
062600     CLOSE VISIT-CTL3-FILE
062700 1540-EXIT.
062800     EXIT.
062900
063000 1550-LOAD-PASCTL1.
063100     MOVE 5 TO WS-CX
063200     MOVE "PASCTL1" TO WS-CTL-DDNAME (WS-CX)
063300     SET WS-CTL-PASS (WS-CX) TO TRUE
063400     MOVE 1 TO WS-CTL-STATION (WS-CX)
063500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
063600     OPEN INPUT PASS-CTL1-FILE
063700     IF NOT WS-CTL-OK
063800        GO TO 1550-EXIT
063900     END-IF
064000     INITIALIZE VISITOR-CTRL-REC
064100     READ PASS-CTL1-FILE INTO VISITOR-CTRL-REC
064200         AT END
064300            CONTINUE
064400     END-READ
064500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
064600     CLOSE PASS-CTL1-FILE
064700 1550-EXIT.
064800     EXIT.
064900
065000 1560-LOAD-PASCTL2.
065100     MOVE 6 TO WS-CX
065200     MOVE "PASCTL2" TO WS-CTL-DDNAME (WS-CX)
065300     SET WS-CTL-PASS (WS-CX) TO TRUE
065400     MOVE 2 TO WS-CTL-STATION (WS-CX)
065500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
065600     OPEN INPUT PASS-CTL2-FILE
065700     IF NOT WS-CTL-OK
065800        GO TO 1560-EXIT
065900     END-IF
066000     INITIALIZE VISITOR-CTRL-REC
066100     READ PASS-CTL2-FILE INTO VISITOR-CTRL-REC
066200         AT END
066300            CONTINUE
066400     END-READ
066500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
066600     CLOSE PASS-CTL2-FILE
066700 1560-EXIT.
066800     EXIT.
066900
067000 1570-LOAD-PASCTL3.
067100     MOVE 7 TO WS-CX
067200     MOVE "PASCTL3" TO WS-CTL-DDNAME (WS-CX)
067300     SET WS-CTL-PASS (WS-CX) TO TRUE
067400     MOVE 3 TO WS-CTL-STATION (WS-CX)
067500     SET WS-CTL-NOT-LOADED (WS-CX) TO TRUE
067600     OPEN INPUT PASS-CTL3-FILE
067700     IF NOT WS-CTL-OK
067800        GO TO 1570-EXIT
067900     END-IF
068000     INITIALIZE VISITOR-CTRL-REC
068100     READ PASS-CTL3-FILE INTO VISITOR-CTRL-REC
068200         AT END
068300            CONTINUE
068400     END-READ
068500     PERFORM 1590-FILE-CONTROL THRU 1590-EXIT
068600     CLOSE PASS-CTL3-FILE
068700 1570-EXIT.
068800     EXIT.
068900
069000 1590-FILE-CONTROL.
069100     IF NOT WS-CTL-OK AND NOT WS-CTL-AT-END
069200        DISPLAY "INTEGCHK: STATUS " WS-CTL-STATUS " READING "
069300           WS-CTL-DDNAME (WS-CX) " - SLOT SKIPPED"
069400        GO TO 1590-EXIT
069500     END-IF
069600     IF VCTL-LAST-DATE NOT NUMERIC
069700        MOVE ZERO TO VCTL-LAST-DATE
069800     END-IF
069900     IF VCTL-LAST-SEQ NOT NUMERIC
070000        MOVE ZERO TO VCTL-LAST-SEQ
070100     END-IF
070200     MOVE VCTL-LAST-DATE TO WS-CTL-LAST-DATE (WS-CX)
070300     MOVE VCTL-LAST-SEQ  TO WS-CTL-LAST-SEQ (WS-CX)
070400     SET WS-CTL-LOADED (WS-CX) TO TRUE
070500     ADD 1 TO WS-CONTROL-CTR
070600 1590-EXIT.
070700     EXIT.
070800
070900*================================================================
071000* 2000-SCAN-PASSES - one pass of VISPASS: every active or
071100* suspended pass goes into the pass table, and every pass ID
071200* counts toward its station's highest pass sequence.
071300*================================================================
071400 2000-SCAN-PASSES.
071500     IF WS-PAS-NOT-AVAILABLE
071600        GO TO 2000-EXIT
071700     END-IF
071800     SET WS-NOT-END-OF-FILE TO TRUE
071900     PERFORM 2100-READ-PASS THRU 2100-EXIT
072000     PERFORM 2200-NOTE-ONE-PASS THRU 2200-EXIT
072100         UNTIL WS-END-OF-FILE
072200     IF WS-PASS-TABLE-FULL
072300        MOVE "PASS TABLE FULL - PASS-FLAG CHECK SKIPPED"
072400           TO SKP-TEXT
072500        PERFORM 8200-PRINT-SKIP THRU 8200-EXIT
072600     END-IF
072700 2000-EXIT.
072800     EXIT.
072900
073000 2100-READ-PASS.
073100     READ VISITOR-PASS-FILE NEXT RECORD
073200         AT END
073300            SET WS-END-OF-FILE TO TRUE
073400     END-READ
073500     IF NOT WS-PAS-OK
073600        SET WS-END-OF-FILE TO TRUE
073700     END-IF
073800 2100-EXIT.
073900     EXIT.
074000
074100 2200-NOTE-ONE-PASS.
074200     ADD 1 TO WS-PASS-CTR
074300     MOVE PAS-PASS-ID TO WS-ID-WORK
074400     COMPUTE WS-ID-KEY = WS-ID-DATE * 10000 + WS-ID-SEQ
074500     COMPUTE WS-SX = WS-ID-STATION + 1
074600     IF WS-ID-KEY > WS-HIGH-PAS-KEY (WS-SX)
074700        MOVE WS-ID-KEY   TO WS-HIGH-PAS-KEY (WS-SX)
074800        MOVE PAS-PASS-ID TO WS-HIGH-PAS-ID (WS-SX)
074900     END-IF
075000
075100     IF PAS-ACTIVE OR PAS-SUSPENDED
075200        IF WS-PASS-USED < 2000
075300           ADD 1 TO WS-PASS-USED
075400           MOVE PAS-VISITOR-NAME
075500              TO WS-PASS-NAME (WS-PASS-USED)
075600           MOVE PAS-ISSUE-DATE
075700              TO WS-PASS-ISSUE-DATE (WS-PASS-USED)
075800           MOVE PAS-VALID-THRU
075900              TO WS-PASS-VALID-THRU (WS-PASS-USED)
076000        ELSE
076100           SET WS-PASS-TABLE-FULL TO TRUE
076200        END-IF
076300     END-IF
076400     PERFORM 2100-READ-PASS THRU 2100-EXIT
076500 2200-EXIT.
076600     EXIT.
076700
076800*================================================================
076900* 3000-SCAN-MASTER - one pass of VISITOR-MASTER in ID order.
077000* Every ID counts toward its station's highest visit sequence;
077100* open visits are checked against BADGEINV, and pass-flagged
077200* visits still current against the pass table.
077300*================================================================
077400 3000-SCAN-MASTER.
077500     SET WS-NOT-END-OF-FILE TO TRUE
077600     PERFORM 3100-READ-MASTER THRU 3100-EXIT
077700     PERFORM 3200-CHECK-ONE-VISIT THRU 3200-EXIT
077800         UNTIL WS-END-OF-FILE
077900 3000-EXIT.
078000     EXIT.
078100
078200 3100-READ-MASTER.
078300     READ VISITOR-MASTER NEXT RECORD
078400         AT END
078500            SET WS-END-OF-FILE TO TRUE
078600     END-READ
078700     IF NOT WS-VM-OK
078800        SET WS-END-OF-FILE TO TRUE
078900     END-IF
079000 3100-EXIT.
079100     EXIT.
079200
079300 3200-CHECK-ONE-VISIT.
079400     ADD 1 TO WS-MASTER-CTR
079500     MOVE VIS-VISITOR-ID TO WS-ID-WORK
079600     COMPUTE WS-ID-KEY = WS-ID-DATE * 10000 + WS-ID-SEQ
079700     COMPUTE WS-SX = WS-ID-STATION + 1
079800     IF WS-ID-KEY > WS-HIGH-VIS-KEY (WS-SX)
079900        MOVE WS-ID-KEY      TO WS-HIGH-VIS-KEY (WS-SX)
080000        MOVE VIS-VISITOR-ID TO WS-HIGH-VIS-ID (WS-SX)
080100     END-IF
080200
080300     IF VIS-STATUS-OPEN
080400        AND VIS-BADGE-NO > ZERO
080500        AND WS-BDG-AVAILABLE
080600        PERFORM 3300-CHECK-VISIT-BADGE THRU 3300-EXIT
080700     END-IF
080800
080900     IF VIS-ON-PASS
081000        AND (VIS-STATUS-OPEN OR VIS-ENTRY-DATE = WS-RUN-DATE)
081100        AND WS-PAS-AVAILABLE
081200        AND WS-PASS-TABLE-NOT-FULL
081300        PERFORM 3400-CHECK-VISIT-PASS THRU 3400-EXIT
081400     END-IF
081500     PERFORM 3100-READ-MASTER THRU 3100-EXIT
081600 3200-EXIT.
081700     EXIT.
081800
081900*================================================================
082000* 3300-CHECK-VISIT-BADGE - the badge an open visit carries must
082100* be held on BADGEINV as issued to that same visit.
082200*================================================================
082300 3300-CHECK-VISIT-BADGE.
082400     MOVE VIS-BADGE-NO TO BDG-NUMBER
082500     MOVE VIS-BADGE-NO TO WS-BADGE-NO-X
082600     READ BADGE-INV-FILE
082700         INVALID KEY
082800            CONTINUE
082900     END-READ
083000     MOVE SPACES TO BRK-DETAIL
083100     EVALUATE TRUE
083200        WHEN NOT WS-BDG-OK
083300           STRING "BADGE " WS-BADGE-NO-X
083400                  " IS NOT ON BADGEINV" DELIMITED BY SIZE
083500              INTO BRK-DETAIL
083600        WHEN NOT BDG-ISSUED
083700           STRING "BADGE " WS-BADGE-NO-X
083800                  " IS NOT ISSUED ON BADGEINV (STATUS "
083900                  BDG-STATUS ")" DELIMITED BY SIZE
084000              INTO BRK-DETAIL
084100        WHEN BDG-VISITOR-ID NOT = VIS-VISITOR-ID
084200           STRING "BADGE " WS-BADGE-NO-X
084300                  " IS ISSUED TO VISITOR " BDG-VISITOR-ID
084400                  DELIMITED BY SIZE
084500              INTO BRK-DETAIL
084600        WHEN OTHER
084700           GO TO 3300-EXIT
084800     END-EVALUATE
084900     MOVE "VISIT BADGE NOT ISSUED" TO BRK-CHECK
085000     MOVE VIS-VISITOR-ID TO WS-REFERENCE-N
085100     MOVE WS-REFERENCE-X TO BRK-REFERENCE
085200     MOVE VIS-NAME TO BRK-VISITOR-NAME
085300     ADD 1 TO WS-VISIT-BADGE-BRK-CTR
085400     PERFORM 8000-PRINT-BREAK THRU 8000-EXIT
085500 3300-EXIT.
085600     EXIT.
085700
085800*================================================================
085900* 3400-CHECK-VISIT-PASS - a pass-flagged visit needs a pass for
086000* the same name whose issue-to-valid-thru window covers the day
086100* the visit was entered.
086200*================================================================
086300 3400-CHECK-VISIT-PASS.
086400     SET WS-PASS-NOT-FOUND TO TRUE
086500     PERFORM 3410-MATCH-PASS THRU 3410-EXIT
086600         VARYING WS-PX FROM 1 BY 1
086700         UNTIL WS-PX > WS-PASS-USED
086800            OR WS-PASS-FOUND
086900     IF WS-PASS-FOUND
087000        GO TO 3400-EXIT
087100     END-IF
087200     MOVE "PASS FLAG, NO PASS" TO BRK-CHECK
087300     MOVE VIS-VISITOR-ID TO WS-REFERENCE-N
087400     MOVE WS-REFERENCE-X TO BRK-REFERENCE
087500     MOVE VIS-NAME TO BRK-VISITOR-NAME
087600     MOVE SPACES TO BRK-DETAIL
087700     STRING "NO ACTIVE PASS ON VISPASS COVERS ENTRY DATE "
087800            VIS-ENTRY-DATE DELIMITED BY SIZE
087900        INTO BRK-DETAIL
088000     ADD 1 TO WS-PASS-FLAG-BRK-CTR
088100     PERFORM 8000-PRINT-BREAK THRU 8000-EXIT
088200 3400-EXIT.
088300     EXIT.
088400
088500 3410-MATCH-PASS.
088600     IF WS-PASS-NAME (WS-PX) = VIS-NAME
088700        AND WS-PASS-ISSUE-DATE (WS-PX) <= VIS-ENTRY-DATE
088800        AND WS-PASS-VALID-THRU (WS-PX) >= VIS-ENTRY-DATE
088900        SET WS-PASS-FOUND TO TRUE
089000     END-IF
089100 3410-EXIT.
089200     EXIT.
089300
089400*================================================================
089500* 4000-SCAN-BADGES - every badge BADGEINV holds as issued must
089600* belong to a visit that is still open.  A visitor ID missing
089700* from the master is looked up on VISITHST so the report says
089800* whether the visit was archived with the badge still out.
089900*================================================================
090000 4000-SCAN-BADGES.
090100     IF WS-BDG-NOT-AVAILABLE
090200        GO TO 4000-EXIT
090300     END-IF
090400     MOVE ZERO TO BDG-NUMBER
090500     START BADGE-INV-FILE KEY IS NOT LESS THAN BDG-NUMBER
090600         INVALID KEY
090700            GO TO 4000-EXIT
090800     END-START
090900     SET WS-NOT-END-OF-FILE TO TRUE
091000     PERFORM 4100-READ-BADGE THRU 4100-EXIT
091100     PERFORM 4200-CHECK-ONE-BADGE THRU 4200-EXIT
091200         UNTIL WS-END-OF-FILE
091300 4000-EXIT.
091400     EXIT.
091500
091600 4100-READ-BADGE.
091700     READ BADGE-INV-FILE NEXT RECORD
091800         AT END
091900            SET WS-END-OF-FILE TO TRUE
092000     END-READ
092100     IF NOT WS-BDG-OK
092200        SET WS-END-OF-FILE TO TRUE
092300     END-IF
092400 4100-EXIT.
092500     EXIT.
092600
092700 4200-CHECK-ONE-BADGE.
092800     ADD 1 TO WS-BADGE-CTR
092900     IF BDG-ISSUED
093000        PERFORM 4250-CHECK-ISSUED-BADGE THRU 4250-EXIT
093100     END-IF
093200     PERFORM 4100-READ-BADGE THRU 4100-EXIT
093300 4200-EXIT.
093400     EXIT.
093500
093600 4250-CHECK-ISSUED-BADGE.
093700     MOVE BDG-NUMBER TO WS-BADGE-NO-X
093800     MOVE BDG-VISITOR-ID TO VIS-VISITOR-ID
093900     READ VISITOR-MASTER KEY IS VIS-VISITOR-ID
094000         INVALID KEY
094100            CONTINUE
094200     END-READ
094300     MOVE SPACES TO BRK-DETAIL
094400     MOVE SPACES TO BRK-VISITOR-NAME
094500     IF WS-VM-OK
094600        IF VIS-STATUS-OPEN
094700           GO TO 4250-EXIT
094800        END-IF
094900        MOVE VIS-NAME TO BRK-VISITOR-NAME
095000        STRING "BADGE " WS-BADGE-NO-X
095100               " ISSUED - VISIT IS STATUS " VIS-STATUS
095200               " (NOT OPEN)" DELIMITED BY SIZE
095300           INTO BRK-DETAIL
095400     ELSE
095500        PERFORM 4300-LOOK-UP-HISTORY THRU 4300-EXIT
095600     END-IF
095700     MOVE "ISSUED BADGE, NO VISIT" TO BRK-CHECK
095800     MOVE BDG-VISITOR-ID TO WS-REFERENCE-N
095900     MOVE WS-REFERENCE-X TO BRK-REFERENCE
096000     ADD 1 TO WS-BADGE-VISIT-BRK-CTR
096100     PERFORM 8000-PRINT-BREAK THRU 8000-EXIT
096200 4250-EXIT.
096300     EXIT.
096400
096500 4300-LOOK-UP-HISTORY.
096600     IF WS-VH-AVAILABLE
096700        MOVE BDG-VISITOR-ID TO VH-VISITOR-ID
096800        READ VISITOR-HISTORY KEY IS VH-VISITOR-ID
096900            INVALID KEY
097000               CONTINUE
097100        END-READ
097200        IF WS-VH-OK
097300           MOVE VH-NAME TO BRK-VISITOR-NAME
097400           STRING "BADGE " WS-BADGE-NO-X
097500                  " ISSUED - VISIT ARCHIVED TO VISITHST"
097600                  DELIMITED BY SIZE
097700              INTO BRK-DETAIL
097800           GO TO 4300-EXIT
097900        END-IF
098000     END-IF
098100     STRING "BADGE " WS-BADGE-NO-X
098200            " ISSUED - VISITOR ID NOT ON FILE" DELIMITED BY SIZE
098300        INTO BRK-DETAIL
098400 4300-EXIT.
098500     EXIT.
098600
098700*================================================================
098800* 5000-SCAN-EXPECTED - an appointment OBTAININPUT marked matched
098900* must have a visit under the same (normalized) name on its
099000* expected date, on the master or, once archived, on VISITHST.
099100*================================================================
099200 5000-SCAN-EXPECTED.
099300     IF WS-EXP-NOT-AVAILABLE
099400        GO TO 5000-EXIT
099500     END-IF
099600     SET WS-NOT-END-OF-FILE TO TRUE
099700     PERFORM 5100-READ-EXPECTED THRU 5100-EXIT
099800     PERFORM 5200-CHECK-ONE-EXPECTED THRU 5200-EXIT
099900         UNTIL WS-END-OF-FILE
100000 5000-EXIT.
100100     EXIT.
100200
100300 5100-READ-EXPECTED.
100400     READ EXPECTED-FILE
100500         AT END
100600            SET WS-END-OF-FILE TO TRUE
100700     END-READ
100800     IF NOT WS-EXP-OK
100900        SET WS-END-OF-FILE TO TRUE
101000     END-IF
101100 5100-EXIT.
101200     EXIT.
101300
101400 5200-CHECK-ONE-EXPECTED.
101500     IF PRG-MATCHED
101600        PERFORM 5250-CHECK-MATCHED-APPT THRU 5250-EXIT
101700     END-IF
101800     PERFORM 5100-READ-EXPECTED THRU 5100-EXIT
101900 5200-EXIT.
102000     EXIT.
102100
102200 5250-CHECK-MATCHED-APPT.
102300     ADD 1 TO WS-MATCHED-CTR
102400     CALL "NAMENORM" USING PRG-VISITOR-NAME WS-NORM-NAME
102500     SET WS-VISIT-NOT-FOUND TO TRUE
102600     PERFORM 5300-FIND-ON-MASTER THRU 5300-EXIT
102700     IF WS-VISIT-NOT-FOUND AND WS-VH-AVAILABLE
102800        PERFORM 5400-FIND-ON-HISTORY THRU 5400-EXIT
102900     END-IF
103000     IF WS-VISIT-FOUND
103100        GO TO 5250-EXIT
103200     END-IF
103300     MOVE "MATCHED APPT, NO VISIT" TO BRK-CHECK
103400     MOVE SPACES TO BRK-REFERENCE
103500     MOVE PRG-VISITOR-NAME TO BRK-VISITOR-NAME
103600     MOVE SPACES TO BRK-DETAIL
103700     STRING "EXPECTVS MATCHED FOR " PRG-EXPECT-DATE
103800            " - NO VISIT BY THIS NAME THAT DAY"
103900            DELIMITED BY SIZE
104000        INTO BRK-DETAIL
104100     ADD 1 TO WS-APPT-BRK-CTR
104200     PERFORM 8000-PRINT-BREAK THRU 8000-EXIT
104300 5250-EXIT.
104400     EXIT.
104500
104600 5300-FIND-ON-MASTER.
104700     MOVE WS-NORM-NAME TO VIS-NAME
104800     START VISITOR-MASTER KEY IS EQUAL TO VIS-NAME
104900         INVALID KEY
105000            GO TO 5300-EXIT
105100     END-START
105200     SET WS-NOT-END-OF-NAME TO TRUE
105300     PERFORM 5310-READ-NAME-MASTER THRU 5310-EXIT
105400         UNTIL WS-END-OF-NAME
105500            OR WS-VISIT-FOUND
105600 5300-EXIT.
105700     EXIT.
105800
105900 5310-READ-NAME-MASTER.
106000     READ VISITOR-MASTER NEXT RECORD
106100         AT END
106200            SET WS-END-OF-NAME TO TRUE
106300     END-READ
106400     IF NOT WS-VM-OK
106500        SET WS-END-OF-NAME TO TRUE
106600        GO TO 5310-EXIT
106700     END-IF
106800     IF VIS-NAME NOT = WS-NORM-NAME
106900        SET WS-END-OF-NAME TO TRUE
107000        GO TO 5310-EXIT
107100     END-IF
107200     IF VIS-ENTRY-DATE = PRG-EXPECT-DATE
107300        SET WS-VISIT-FOUND TO TRUE
107400     END-IF
107500 5310-EXIT.
107600     EXIT.
107700
107800 5400-FIND-ON-HISTORY.
107900     MOVE WS-NORM-NAME TO VH-NAME
108000     START VISITOR-HISTORY KEY IS EQUAL TO VH-NAME
108100         INVALID KEY
108200            GO TO 5400-EXIT
108300     END-START
108400     SET WS-NOT-END-OF-NAME TO TRUE
108500     PERFORM 5410-READ-NAME-HISTORY THRU 5410-EXIT
108600         UNTIL WS-END-OF-NAME
108700            OR WS-VISIT-FOUND
108800 5400-EXIT.
108900     EXIT.
109000
109100 5410-READ-NAME-HISTORY.
109200     READ VISITOR-HISTORY NEXT RECORD
109300         AT END
109400            SET WS-END-OF-NAME TO TRUE
109500     END-READ
109600     IF NOT WS-VH-OK
109700        SET WS-END-OF-NAME TO TRUE
109800        GO TO 5410-EXIT
109900     END-IF
110000     IF VH-NAME NOT = WS-NORM-NAME
110100        SET WS-END-OF-NAME TO TRUE
110200        GO TO 5410-EXIT
110300     END-IF
110400     IF VH-ENTRY-DATE = PRG-EXPECT-DATE
110500        SET WS-VISIT-FOUND TO TRUE
110600     END-IF
110700 5410-EXIT.
110800     EXIT.
110900
111000*================================================================
111100* 6000-CHECK-CONTROLS - each loaded control record against the
111200* highest ID of its kind the sweeps found for its station.  The
111300* next ID a station hands out is last date/sequence plus one
111400* (or a fresh day at 0001), so a control behind what is on file
111500* is a collision waiting for the next run.
111600*================================================================
111700 6000-CHECK-CONTROLS.
111800     PERFORM 6100-CHECK-ONE-CONTROL THRU 6100-EXIT
111900         VARYING WS-CX FROM 1 BY 1
112000         UNTIL WS-CX > 7
112100 6000-EXIT.
112200     EXIT.
112300
112400 6100-CHECK-ONE-CONTROL.
112500     IF WS-CTL-NOT-LOADED (WS-CX)
112600        GO TO 6100-EXIT
112700     END-IF
112800     COMPUTE WS-CTL-KEY = WS-CTL-LAST-DATE (WS-CX) * 10000
112900                        + WS-CTL-LAST-SEQ (WS-CX)
113000     COMPUTE WS-SX = WS-CTL-STATION (WS-CX) + 1
113100     MOVE SPACES TO BRK-DETAIL
113200     MOVE WS-CTL-LAST-SEQ (WS-CX) TO WS-CTL-SEQ-X
113300     IF WS-CTL-VISIT (WS-CX)
113400        IF WS-HIGH-VIS-KEY (WS-SX) <= WS-CTL-KEY
113500           GO TO 6100-EXIT
113600        END-IF
113700        MOVE "VISITCTR BEHIND FILE" TO BRK-CHECK
113800        MOVE WS-HIGH-VIS-ID (WS-SX) TO WS-REFERENCE-N
113900     ELSE
114000        IF WS-HIGH-PAS-KEY (WS-SX) <= WS-CTL-KEY
114100           GO TO 6100-EXIT
114200        END-IF
114300        MOVE "PASSCTR BEHIND FILE" TO BRK-CHECK
114400        MOVE WS-HIGH-PAS-ID (WS-SX) TO WS-REFERENCE-N
114500     END-IF
114600     MOVE WS-REFERENCE-X TO BRK-REFERENCE
114700     MOVE SPACES TO BRK-VISITOR-NAME
114800     STRING WS-CTL-DDNAME (WS-CX) DELIMITED BY SPACE
114900            " LAST " WS-CTL-LAST-DATE (WS-CX)
115000            "/" WS-CTL-SEQ-X
115100            " - BELOW HIGHEST ID ON FILE" DELIMITED BY SIZE
115200        INTO BRK-DETAIL
115300     ADD 1 TO WS-CONTROL-BRK-CTR
115400     PERFORM 8000-PRINT-BREAK THRU 8000-EXIT
115500 6100-EXIT.
115600     EXIT.
115700
115800*================================================================
115900* 7000-PRINT-SUMMARY - totals go on the report foot and the run
116000* log both, like the other site sweeps.
116100*================================================================
116200 7000-PRINT-SUMMARY.
116300     IF WS-BREAK-CTR = ZERO
116400        WRITE RPT-LINE FROM SPACES
116500        WRITE RPT-LINE FROM NONE-LINE
116600     END-IF
116700     WRITE RPT-LINE FROM SPACES
116800     MOVE "ISSUED BADGES, NO OPEN VISIT.." TO TOT-LABEL
116900     MOVE WS-BADGE-VISIT-BRK-CTR TO TOT-VALUE
117000     WRITE RPT-LINE FROM TOTAL-LINE
117100     MOVE "OPEN VISITS, BADGE NOT ISSUED." TO TOT-LABEL
117200     MOVE WS-VISIT-BADGE-BRK-CTR TO TOT-VALUE
117300     WRITE RPT-LINE FROM TOTAL-LINE
117400     MOVE "PASS FLAGS WITH NO PASS......" TO TOT-LABEL
117500     MOVE WS-PASS-FLAG-BRK-CTR TO TOT-VALUE
117600     WRITE RPT-LINE FROM TOTAL-LINE
117700     MOVE "MATCHED APPTS WITH NO VISIT.." TO TOT-LABEL
117800     MOVE WS-APPT-BRK-CTR TO TOT-VALUE
117900     WRITE RPT-LINE FROM TOTAL-LINE
118000     MOVE "CONTROL RECORDS BEHIND FILE.." TO TOT-LABEL
118100     MOVE WS-CONTROL-BRK-CTR TO TOT-VALUE
118200     WRITE RPT-LINE FROM TOTAL-LINE
118300     MOVE "TOTAL BREAKS................." TO TOT-LABEL
118400     MOVE WS-BREAK-CTR TO TOT-VALUE
118500     WRITE RPT-LINE FROM TOTAL-LINE
118600
118700     DISPLAY "INTEGCHK RUN SUMMARY - SITE " WS-SITE-NAME
118800     MOVE WS-MASTER-CTR          TO WS-SUMMARY-CTR-ED
118900     DISPLAY "  MASTER RECORDS READ..... " WS-SUMMARY-CTR-ED
119000     MOVE WS-BADGE-CTR           TO WS-SUMMARY-CTR-ED
119100     DISPLAY "  BADGES READ............. " WS-SUMMARY-CTR-ED
119200     MOVE WS-PASS-CTR            TO WS-SUMMARY-CTR-ED
119300     DISPLAY "  PASSES READ............. " WS-SUMMARY-CTR-ED
119400     MOVE WS-MATCHED-CTR         TO WS-SUMMARY-CTR-ED
119500     DISPLAY "  MATCHED APPOINTMENTS.... " WS-SUMMARY-CTR-ED
119600     MOVE WS-CONTROL-CTR         TO WS-SUMMARY-CTR-ED
119700     DISPLAY "  CONTROL RECORDS READ.... " WS-SUMMARY-CTR-ED
119800     MOVE WS-BADGE-VISIT-BRK-CTR TO WS-SUMMARY-CTR-ED
119900     DISPLAY "  BADGE/NO OPEN VISIT..... " WS-SUMMARY-CTR-ED
120000     MOVE WS-VISIT-BADGE-BRK-CTR TO WS-SUMMARY-CTR-ED
120100     DISPLAY "  VISIT/BADGE NOT ISSUED.. " WS-SUMMARY-CTR-ED
120200     MOVE WS-PASS-FLAG-BRK-CTR   TO WS-SUMMARY-CTR-ED
120300     DISPLAY "  PASS FLAG/NO PASS....... " WS-SUMMARY-CTR-ED
120400     MOVE WS-APPT-BRK-CTR        TO WS-SUMMARY-CTR-ED
120500     DISPLAY "  MATCHED APPT/NO VISIT... " WS-SUMMARY-CTR-ED
120600     MOVE WS-CONTROL-BRK-CTR     TO WS-SUMMARY-CTR-ED
120700     DISPLAY "  CONTROLS BEHIND FILE.... " WS-SUMMARY-CTR-ED
120800     MOVE WS-BREAK-CTR           TO WS-SUMMARY-CTR-ED
120900     DISPLAY "  TOTAL BREAKS............ " WS-SUMMARY-CTR-ED
121000 7000-EXIT.
121100     EXIT.
121200
121300*================================================================
121400* 8000-PRINT-BREAK - BRK-LINE is filled in by the caller.
121500*================================================================
121600 8000-PRINT-BREAK.
121700     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
121800        PERFORM 8100-PRINT-HEADERS THRU 8100-EXIT
121900     END-IF
122000     WRITE RPT-LINE FROM BRK-LINE
122100     ADD 1 TO WS-LINE-CTR
122200     ADD 1 TO WS-BREAK-CTR
122300 8000-EXIT.
122400     EXIT.
122500
122600 8100-PRINT-HEADERS.
122700     ADD 1 TO WS-PAGE-NO
122800     MOVE WS-RUN-MM    TO HDR-RUN-MM
122900     MOVE WS-RUN-DD    TO HDR-RUN-DD
123000     MOVE WS-RUN-YYYY  TO HDR-RUN-YYYY
123100     MOVE WS-RUN-TIME  TO HDR-RUN-TIME
123200     MOVE WS-PAGE-NO   TO HDR-PAGE-NO
123300     MOVE WS-SITE-NAME TO HDR-SITE-NAME
123400
123500     IF WS-PAGE-NO > 1
123600        WRITE RPT-LINE FROM SPACES
123700            AFTER ADVANCING PAGE
123800     END-IF
123900     WRITE RPT-LINE FROM HDR-LINE-1
124000     WRITE RPT-LINE FROM HDR-LINE-2
124100     WRITE RPT-LINE FROM HDR-LINE-3
124200     MOVE ZERO TO WS-LINE-CTR
124300 8100-EXIT.
124400     EXIT.
124500
124600 8200-PRINT-SKIP.
124700     WRITE RPT-LINE FROM SKIP-LINE
124800     ADD 1 TO WS-LINE-CTR
124900     DISPLAY "INTEGCHK: " SKP-TEXT
125000 8200-EXIT.
125100     EXIT.
125200
125300*================================================================
125400* 9000-TERMINATE - any break pages the on-call.
125500*================================================================
125600 9000-TERMINATE.
125700     CLOSE VISITOR-MASTER
125800     IF WS-VH-AVAILABLE
125900        CLOSE VISITOR-HISTORY
126000     END-IF
126100     IF WS-BDG-AVAILABLE
126200        CLOSE BADGE-INV-FILE
126300     END-IF
126400     IF WS-PAS-AVAILABLE
126500        CLOSE VISITOR-PASS-FILE
126600     END-IF
126700     IF WS-EXP-AVAILABLE
126800        CLOSE EXPECTED-FILE
126900     END-IF
127000     CLOSE INTEGRITY-RPT
127100     IF WS-BREAK-CTR > ZERO
127200        MOVE 8 TO RETURN-CODE
127300     ELSE
127400        MOVE 0 TO RETURN-CODE
127500     END-IF
127600 9000-EXIT.
127700     EXIT.
127800
127900 END PROGRAM INTEGCHK.
