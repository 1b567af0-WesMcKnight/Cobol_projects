000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "CHGEXTR".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* CHGEXTR - month-end chargeback extract for one site, the first
000900* half of the departmental chargeback (CHGBACK prices and prints
001000* it).  Finance charges reception and badge costs back to the
001100* departments that bring visitors in, so every chargeable item
001200* at the site in the month is written to CHGEXTR with the host's
001300* department:
001400*
001500*   - every visit entered in the month, from the live master and
001600*     the VISITHST archive both, with its length in minutes when
001700*     the visitor signed out (VIS-STATUS-CLOSED);
001800*   - every badge lost on one of those visits - the badge still
001900*     held lost on BADGEINV against that visitor ID;
002000*   - every multi-day pass issued in the month on VISPASS.
002100*
002200* The department is EMP-DEPT for the host (VIS-HOST-EMPLOYEE or
002300* PAS-HOST-EMPLOYEE) on EMPMAST.  A host no longer on EMPMAST is
002400* written unassigned rather than dropped, so Finance can see what
002500* nobody is being charged for.
002600*
002700* SYSIN carries two cards:
002800*   card 1 - site name, carried onto every extract record; the
002810*            desks' DESKSITE label, since VISXFER is keyed on it
002900*   card 2 - month to extract (YYYYMM); blank means the month
003000*            before the run date, which is what the month-end
003100*            schedule wants
003200*
003300* Every site step appends to the same CHGEXTR dataset (DISP=MOD
003400* in jcl/CHGBACK.jcl), so the one CHGBACK step after them prices
003500* each department company-wide.  Like ARRSTAT, the master and
003600* archive FDs only name their key; each record is read INTO the
003700* working VISITOR-REC so the charge logic exists once.
003800*
003900* Without EMPMAST every item would land unassigned, so that ends
004000* the run with RETURN-CODE 8.  A missing BADGEINV or VISPASS only
004100* skips that item type (RETURN-CODE 4, named on SYSOUT).
004110* Without VISXFER a visit closed as transferred cannot be told
004120* apart from one the other site charges, so none is charged
004130* (RETURN-CODE 4).
004200*
004300* MODIFICATION HISTORY
004400*
004500* 2026-10-15  WM   Original.
004510* 2026-10-15  WM   A visit closed as transferred to another site
004520*                  is not charged; the visit the receiving site
004530*                  opens carries the original entry stamp, so the
004540*                  whole stay is charged once, to the last host's
004550*                  department.  Master/archive FD fillers widened
004560*                  to the 160-byte record.
004561* 2026-10-15  WM   A transferred visit is skipped only when
004562*                  VISXFER shows the visitor arrived; one never
004563*                  received, or still in transit at month end,
004564*                  has no receiving visit and is charged here.
004600*================================================================
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS CM-VISITOR-ID
005400         FILE STATUS IS WS-VM-STATUS.
005500
005600     SELECT VISITOR-HISTORY ASSIGN TO "VISITHST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS CH-VISITOR-ID
006000         FILE STATUS IS WS-VH-STATUS.
006100
006200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS EMP-NAME
006600         FILE STATUS IS WS-EMP-STATUS.
006700
006800     SELECT BADGE-INV-FILE ASSIGN TO "BADGEINV"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS BDG-NUMBER
007200         FILE STATUS IS WS-BDG-STATUS.
007300
007400     SELECT VISITOR-PASS-FILE ASSIGN TO "VISPASS"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS PAS-PASS-ID
007800         FILE STATUS IS WS-PAS-STATUS.
007900
007910     SELECT TRANSFER-FILE ASSIGN TO "VISXFER"
007920         ORGANIZATION IS INDEXED
007930         ACCESS MODE IS RANDOM
007940         RECORD KEY IS XFR-KEY
007950         ALTERNATE RECORD KEY IS XFR-TO-KEY WITH DUPLICATES
007960         FILE STATUS IS WS-XFR-STATUS.
007970
008000     SELECT CHARGE-EXTRACT-FILE ASSIGN TO "CHGEXTR"
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-CHX-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  VISITOR-MASTER.
008800 01  MASTER-REC.
008900     05  CM-VISITOR-ID           PIC 9(13).
009000     05  FILLER                  PIC X(147).
009100
009200 FD  VISITOR-HISTORY.
009300 01  HISTORY-REC.
009400     05  CH-VISITOR-ID           PIC 9(13).
009500     05  FILLER                  PIC X(147).
009600
009700 FD  EMPLOYEE-MASTER.
009800     COPY EMPREC.
009900
010000 FD  BADGE-INV-FILE.
010100     COPY BADGEREC.
010200
010300 FD  VISITOR-PASS-FILE.
010400     COPY PASSREC.
010500
010510 FD  TRANSFER-FILE.
010520     COPY XFERREC.
010530
010600 FD  CHARGE-EXTRACT-FILE.
010700     COPY CHRGREC.
010800
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------------
011100* FILE STATUS AREAS
011200*----------------------------------------------------------------
011300 01  WS-VM-STATUS                PIC X(02).
011400     88  WS-VM-OK                    VALUE "00".
011500     88  WS-VM-AT-END                VALUE "10".
011600     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
011700
011800 01  WS-VH-STATUS                PIC X(02).
011900     88  WS-VH-OK                    VALUE "00".
012000     88  WS-VH-AT-END                VALUE "10".
012100     88  WS-VH-FILE-NOT-FOUND        VALUE "35".
012200
012300 01  WS-EMP-STATUS               PIC X(02).
012400     88  WS-EMP-OK                   VALUE "00".
012500     88  WS-EMP-NOT-FOUND            VALUE "23".
012600     88  WS-EMP-FILE-NOT-FOUND       VALUE "35".
012700
012800 01  WS-BDG-STATUS               PIC X(02).
012900     88  WS-BDG-OK                   VALUE "00".
013000     88  WS-BDG-NOT-FOUND            VALUE "23".
013100     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
013200
013300 01  WS-PAS-STATUS               PIC X(02).
013400     88  WS-PAS-OK                   VALUE "00".
013500     88  WS-PAS-AT-END               VALUE "10".
013600     88  WS-PAS-FILE-NOT-FOUND       VALUE "35".
013700
013710 01  WS-XFR-STATUS               PIC X(02).
013720     88  WS-XFR-OK                   VALUE "00".
013730     88  WS-XFR-FILE-NOT-FOUND       VALUE "35".
013740
013800 01  WS-CHX-STATUS               PIC X(02).
013900     88  WS-CHX-OK                   VALUE "00".
014000     88  WS-CHX-FILE-NOT-FOUND       VALUE "35".
014100
014200*----------------------------------------------------------------
014300* WORKING COPY OF THE MASTER RECORD - both files read INTO
014400* this, so the charge logic only exists once.
014500*----------------------------------------------------------------
014600 COPY VISITREC.
014700
014800*----------------------------------------------------------------
014900* SWITCHES AND RUN CONTROLS
015000*----------------------------------------------------------------
015100 01  WS-EOF-SWITCH               PIC X(01).
015200     88  WS-END-OF-FILE              VALUE "Y".
015300     88  WS-NOT-END-OF-FILE          VALUE "N".
015400
015500 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
015600     88  WS-BDG-AVAILABLE            VALUE "Y".
015700     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
015800
015810 01  WS-XFR-AVAIL-SWITCH         PIC X(01).
015820     88  WS-XFR-AVAILABLE            VALUE "Y".
015830     88  WS-XFR-NOT-AVAILABLE        VALUE "N".
015840
015900 01  WS-SITE-NAME                PIC X(20).
016000 01  WS-MONTH-CARD               PIC X(06).
016100 01  WS-CHARGE-MONTH             PIC 9(06).
016200 01  WS-CHARGE-MONTH-R          REDEFINES WS-CHARGE-MONTH.
016300     05  WS-CHARGE-YYYY           PIC 9(04).
016400     05  WS-CHARGE-MM             PIC 9(02).
016500
016600 01  WS-RUN-DATE                 PIC 9(08).
016700 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
016800     05  WS-RUN-YYYY              PIC 9(04).
016900     05  WS-RUN-MM                PIC 9(02).
017000     05  WS-RUN-DD                PIC 9(02).
017100
017200*----------------------------------------------------------------
017300* DATE / TIME WORK AREAS - month test, and the serial-day
017400* conversion for visits that run past midnight (as in ARRSTAT)
017500*----------------------------------------------------------------
017600 01  WS-WORK-DATE                PIC 9(08).
017700 01  WS-WORK-DATE-R             REDEFINES WS-WORK-DATE.
017800     05  WS-WORK-YYYYMM.
017900         10  WS-WORK-YYYY         PIC 9(04).
018000         10  WS-WORK-MM           PIC 9(02).
018100     05  WS-WORK-DD               PIC 9(02).
018200
018300 01  WS-WORK-TIME                PIC 9(08).
018400 01  WS-WORK-TIME-R             REDEFINES WS-WORK-TIME.
018500     05  WS-WORK-HH               PIC 9(02).
018600     05  WS-WORK-MIN              PIC 9(02).
018700     05  FILLER                   PIC 9(04).
018800
018900 01  WS-DAYNUM                   PIC 9(08) COMP.
019000 01  WS-DAY-A                    PIC 9(04) COMP.
019100 01  WS-DAY-Y                    PIC 9(08) COMP.
019200 01  WS-DAY-M                    PIC 9(04) COMP.
019300 01  WS-DAY-T                    PIC 9(08) COMP.
019400 01  WS-DAY-Q1                   PIC 9(08) COMP.
019500 01  WS-DAY-Q4                   PIC 9(08) COMP.
019600 01  WS-DAY-Q100                 PIC 9(08) COMP.
019700 01  WS-DAY-Q400                 PIC 9(08) COMP.
019800
019900 01  WS-ENTRY-DAYNUM             PIC 9(08) COMP.
020000 01  WS-EXIT-DAYNUM              PIC 9(08) COMP.
020100 01  WS-ENTRY-MINUTES            PIC 9(05) COMP.
020200 01  WS-EXIT-MINUTES             PIC 9(05) COMP.
020300 01  WS-VISIT-MINUTES            PIC S9(08) COMP.
020400
020500 01  WS-SEARCH-HOST              PIC X(20).
020600
020700*----------------------------------------------------------------
020800* COUNTERS
020900*----------------------------------------------------------------
021000 01  WS-VISIT-CTR                PIC 9(07) COMP VALUE ZERO.
021100 01  WS-LOST-BADGE-CTR           PIC 9(07) COMP VALUE ZERO.
021200 01  WS-PASS-CTR                 PIC 9(07) COMP VALUE ZERO.
021300 01  WS-UNASSIGNED-CTR           PIC 9(07) COMP VALUE ZERO.
021400 01  WS-EXTRACT-CTR              PIC 9(07) COMP VALUE ZERO.
021500
021600 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
021700
021800 PROCEDURE DIVISION.
021900*================================================================
022000* 0000-MAINLINE
022100*================================================================
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022400     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
022500     PERFORM 3000-PROCESS-HISTORY THRU 3000-EXIT
022600     PERFORM 4000-PROCESS-PASSES THRU 4000-EXIT
022700     PERFORM 6500-PRINT-SUMMARY THRU 6500-EXIT
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT
022900     STOP RUN.
023000
023100*================================================================
023200* 1000-INITIALIZE - a month card that is not YYYYMM ends the run
023300* before anything is written, same rule as the ARRSTAT range.
023400*================================================================
023500 1000-INITIALIZE.
023600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023700
023800     ACCEPT WS-SITE-NAME
023900     IF WS-SITE-NAME = SPACES
024000        MOVE "(SITE NOT NAMED)" TO WS-SITE-NAME
024100     END-IF
024200
024300     MOVE SPACES TO WS-MONTH-CARD
024400     ACCEPT WS-MONTH-CARD
024500     IF WS-MONTH-CARD = SPACES
024600        PERFORM 1100-PRIOR-MONTH THRU 1100-EXIT
024700     ELSE
024800        IF WS-MONTH-CARD NOT NUMERIC
024900           DISPLAY "CHGEXTR: MONTH CARD " WS-MONTH-CARD
025000              " IS NOT YYYYMM - RUN ENDED"
025100           MOVE 8 TO RETURN-CODE
025200           STOP RUN
025300        END-IF
025400        MOVE WS-MONTH-CARD TO WS-CHARGE-MONTH
025500        IF WS-CHARGE-MM < 1 OR WS-CHARGE-MM > 12
025600           DISPLAY "CHGEXTR: MONTH CARD " WS-MONTH-CARD
025700              " IS NOT YYYYMM - RUN ENDED"
025800           MOVE 8 TO RETURN-CODE
025900           STOP RUN
026000        END-IF
026100     END-IF
026200
026300     OPEN INPUT EMPLOYEE-MASTER
026400     IF NOT WS-EMP-OK
026500        DISPLAY "CHGEXTR: EMPMAST NOT AVAILABLE - NO DEPARTMENT "
026600           "TO CHARGE, RUN ENDED"
026700        MOVE 8 TO RETURN-CODE
026800        STOP RUN
026900     END-IF
027000
027100     SET WS-BDG-AVAILABLE TO TRUE
027200     OPEN INPUT BADGE-INV-FILE
027300     IF NOT WS-BDG-OK
027400        SET WS-BDG-NOT-AVAILABLE TO TRUE
027500        DISPLAY "CHGEXTR: BADGEINV NOT AVAILABLE - LOST BADGES "
027600           "NOT CHARGED"
027700        MOVE 4 TO RETURN-CODE
027800     END-IF
027900
027910     SET WS-XFR-AVAILABLE TO TRUE
027920     OPEN INPUT TRANSFER-FILE
027930     IF NOT WS-XFR-OK
027940        SET WS-XFR-NOT-AVAILABLE TO TRUE
027950        DISPLAY "CHGEXTR: VISXFER NOT AVAILABLE - TRANSFERRED "
027960           "VISITS NOT CHARGED"
027970        MOVE 4 TO RETURN-CODE
027980     END-IF
027990
028000     OPEN EXTEND CHARGE-EXTRACT-FILE
028100     IF WS-CHX-FILE-NOT-FOUND
028200        OPEN OUTPUT CHARGE-EXTRACT-FILE
028300        CLOSE CHARGE-EXTRACT-FILE
028400        OPEN EXTEND CHARGE-EXTRACT-FILE
028500     END-IF
028600 1000-EXIT.
028700     EXIT.
028800
028900 1100-PRIOR-MONTH.
029000     IF WS-RUN-MM = 1
029100        COMPUTE WS-CHARGE-YYYY = WS-RUN-YYYY - 1
029200        MOVE 12 TO WS-CHARGE-MM
029300     ELSE
029400        MOVE WS-RUN-YYYY TO WS-CHARGE-YYYY
029500        COMPUTE WS-CHARGE-MM = WS-RUN-MM - 1
029600     END-IF
029700 1100-EXIT.
029800     EXIT.
029900
030000*================================================================
030100* 2000/3000 - the live master and the archive, one sequential
030200* pass each, every record through the shared 2500.
030300*================================================================
030400 2000-PROCESS-MASTER.
030500     SET WS-NOT-END-OF-FILE TO TRUE
030600     OPEN INPUT VISITOR-MASTER
030700     IF NOT WS-VM-OK
030800        DISPLAY "CHGEXTR: STATUS " WS-VM-STATUS
030900           " OPENING VISITOR-MASTER - LIVE VISITS NOT CHARGED"
031000        MOVE 8 TO RETURN-CODE
031100        GO TO 2000-EXIT
031200     END-IF
031300     PERFORM 2100-READ-MASTER THRU 2100-EXIT
031400     PERFORM 2200-CHARGE-MASTER THRU 2200-EXIT
031500         UNTIL WS-END-OF-FILE
031600     CLOSE VISITOR-MASTER
031700 2000-EXIT.
031800     EXIT.
031900
032000 2100-READ-MASTER.
032100     READ VISITOR-MASTER NEXT RECORD INTO VISITOR-REC
032200         AT END
032300            SET WS-END-OF-FILE TO TRUE
032400     END-READ
032500     IF NOT WS-VM-OK
032600        SET WS-END-OF-FILE TO TRUE
032700     END-IF
032800 2100-EXIT.
032900     EXIT.
033000
033100 2200-CHARGE-MASTER.
033200     PERFORM 2500-CHARGE-VISIT THRU 2500-EXIT
033300     PERFORM 2100-READ-MASTER THRU 2100-EXIT
033400 2200-EXIT.
033500     EXIT.
033600
033700*================================================================
033800* 2500-CHARGE-VISIT - a visit entered in the month is one visit
033900* item for the host's department, plus a lost-badge item when
034000* the badge it was issued is still held lost against it.
034010* A visit closed as transferred is skipped when VISXFER shows
034020* the visitor arrived: the receiving site's visit carries the
034030* original entry stamp and is charged instead, so a visitor
034040* walked between buildings is one visit item.  One never
034050* received (N), or still in transit (S), has no receiving
034060* visit and is charged here, with no time.
034100*================================================================
034200 2500-CHARGE-VISIT.
034300     MOVE VIS-ENTRY-DATE TO WS-WORK-DATE
034400     IF WS-WORK-YYYYMM NOT = WS-CHARGE-MONTH
034500        GO TO 2500-EXIT
034600     END-IF
034610     IF VIS-STATUS-TRANSFERRED
034615        IF WS-XFR-NOT-AVAILABLE
034620           GO TO 2500-EXIT
034625        END-IF
034630        MOVE WS-SITE-NAME   TO XFR-FROM-SITE
034635        MOVE VIS-VISITOR-ID TO XFR-FROM-VISITOR-ID
034640        READ TRANSFER-FILE
034645            INVALID KEY
034650               CONTINUE
034655        END-READ
034660        IF WS-XFR-OK AND XFR-ARRIVED
034665           GO TO 2500-EXIT
034670        END-IF
034675     END-IF
034700
034800     MOVE VIS-HOST-EMPLOYEE TO WS-SEARCH-HOST
034900     PERFORM 5000-SET-DEPARTMENT THRU 5000-EXIT
035000     MOVE VIS-PURPOSE-CODE  TO CHX-PURPOSE-CODE
035100     MOVE VIS-VISITOR-ID    TO CHX-REFERENCE
035200     SET CHX-KIND-VISIT TO TRUE
035300     MOVE ZERO TO CHX-MINUTES
035400     IF VIS-STATUS-CLOSED AND VIS-EXIT-DATE > ZERO
035500        PERFORM 2600-COMPUTE-MINUTES THRU 2600-EXIT
035600     END-IF
035700     PERFORM 5500-WRITE-EXTRACT THRU 5500-EXIT
035800     ADD 1 TO WS-VISIT-CTR
035900
036000     IF VIS-BADGE-NO = ZERO OR WS-BDG-NOT-AVAILABLE
036100        GO TO 2500-EXIT
036200     END-IF
036300     MOVE VIS-BADGE-NO TO BDG-NUMBER
036400     READ BADGE-INV-FILE
036500         INVALID KEY
036600            GO TO 2500-EXIT
036700     END-READ
036800     IF BDG-LOST AND BDG-VISITOR-ID = VIS-VISITOR-ID
036900        SET CHX-KIND-LOST-BADGE TO TRUE
037000        MOVE ZERO TO CHX-MINUTES
037100        PERFORM 5500-WRITE-EXTRACT THRU 5500-EXIT
037200        ADD 1 TO WS-LOST-BADGE-CTR
037300     END-IF
037400 2500-EXIT.
037500     EXIT.
037600
037700*================================================================
037800* 2600-COMPUTE-MINUTES - entry stamp to exit stamp, through the
037900* serial-day numbers so an overnight visit is measured right.  A
038000* pair that computes negative is a bad record and charges no
038100* time.
038200*================================================================
038300 2600-COMPUTE-MINUTES.
038400     MOVE VIS-ENTRY-DATE TO WS-WORK-DATE
038500     PERFORM 2700-COMPUTE-DAYNUM THRU 2700-EXIT
038600     MOVE WS-DAYNUM TO WS-ENTRY-DAYNUM
038700     MOVE VIS-EXIT-DATE TO WS-WORK-DATE
038800     PERFORM 2700-COMPUTE-DAYNUM THRU 2700-EXIT
038900     MOVE WS-DAYNUM TO WS-EXIT-DAYNUM
039000     MOVE VIS-ENTRY-TIME TO WS-WORK-TIME
039100     COMPUTE WS-ENTRY-MINUTES =
039200        (WS-WORK-HH * 60) + WS-WORK-MIN
039300     MOVE VIS-EXIT-TIME TO WS-WORK-TIME
039400     COMPUTE WS-EXIT-MINUTES =
039500        (WS-WORK-HH * 60) + WS-WORK-MIN
039600     COMPUTE WS-VISIT-MINUTES =
039700        ((WS-EXIT-DAYNUM - WS-ENTRY-DAYNUM) * 1440)
039800        + WS-EXIT-MINUTES - WS-ENTRY-MINUTES
039900     IF WS-VISIT-MINUTES > ZERO
040000        MOVE WS-VISIT-MINUTES TO CHX-MINUTES
040100     END-IF
040200 2600-EXIT.
040300     EXIT.
040400
040500*================================================================
040600* 2700-COMPUTE-DAYNUM - serial day number for WS-WORK-DATE, the
040700* ARRSTAT conversion: every quotient goes through a DIVIDE into
040800* an integer field so no decimals are carried along.
040900*================================================================
041000 2700-COMPUTE-DAYNUM.
041100     COMPUTE WS-DAY-T = 14 - WS-WORK-MM
041200     DIVIDE WS-DAY-T BY 12 GIVING WS-DAY-A
041300     COMPUTE WS-DAY-Y = WS-WORK-YYYY + 4800 - WS-DAY-A
041400     COMPUTE WS-DAY-M = WS-WORK-MM + (12 * WS-DAY-A) - 3
041500     COMPUTE WS-DAY-T = (153 * WS-DAY-M) + 2
041600     DIVIDE WS-DAY-T BY 5 GIVING WS-DAY-Q1
041700     DIVIDE WS-DAY-Y BY 4 GIVING WS-DAY-Q4
041800     DIVIDE WS-DAY-Y BY 100 GIVING WS-DAY-Q100
041900     DIVIDE WS-DAY-Y BY 400 GIVING WS-DAY-Q400
042000     COMPUTE WS-DAYNUM = WS-WORK-DD + WS-DAY-Q1
042100        + (365 * WS-DAY-Y)
042200        + WS-DAY-Q4 - WS-DAY-Q100 + WS-DAY-Q400
042300        - 32045
042400 2700-EXIT.
042500     EXIT.
042600
042700 3000-PROCESS-HISTORY.
042800     SET WS-NOT-END-OF-FILE TO TRUE
042900     OPEN INPUT VISITOR-HISTORY
043000     IF NOT WS-VH-OK
043100        DISPLAY "CHGEXTR: VISITHST NOT AVAILABLE - ARCHIVED "
043200           "VISITS NOT CHARGED"
043300        IF RETURN-CODE < 4
043400           MOVE 4 TO RETURN-CODE
043500        END-IF
043600        GO TO 3000-EXIT
043700     END-IF
043800     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
043900     PERFORM 3200-CHARGE-HISTORY THRU 3200-EXIT
044000         UNTIL WS-END-OF-FILE
044100     CLOSE VISITOR-HISTORY
044200 3000-EXIT.
044300     EXIT.
044400
044500 3100-READ-HISTORY.
044600     READ VISITOR-HISTORY NEXT RECORD INTO VISITOR-REC
044700         AT END
044800            SET WS-END-OF-FILE TO TRUE
044900     END-READ
045000     IF NOT WS-VH-OK
045100        SET WS-END-OF-FILE TO TRUE
045200     END-IF
045300 3100-EXIT.
045400     EXIT.
045500
045600 3200-CHARGE-HISTORY.
045700     PERFORM 2500-CHARGE-VISIT THRU 2500-EXIT
045800     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
045900 3200-EXIT.
046000     EXIT.
046100
046200*================================================================
046300* 4000-PROCESS-PASSES - a pass issued in the month is one pass
046400* item for its host's department, whatever its status now.
046500*================================================================
046600 4000-PROCESS-PASSES.
046700     SET WS-NOT-END-OF-FILE TO TRUE
046800     OPEN INPUT VISITOR-PASS-FILE
046900     IF NOT WS-PAS-OK
047000        DISPLAY "CHGEXTR: VISPASS NOT AVAILABLE - PASSES NOT "
047100           "CHARGED"
047200        IF RETURN-CODE < 4
047300           MOVE 4 TO RETURN-CODE
047400        END-IF
047500        GO TO 4000-EXIT
047600     END-IF
047700     PERFORM 4100-READ-PASS THRU 4100-EXIT
047800     PERFORM 4200-CHARGE-PASS THRU 4200-EXIT
047900         UNTIL WS-END-OF-FILE
048000     CLOSE VISITOR-PASS-FILE
048100 4000-EXIT.
048200     EXIT.
048300
048400 4100-READ-PASS.
048500     READ VISITOR-PASS-FILE NEXT RECORD
048600         AT END
048700            SET WS-END-OF-FILE TO TRUE
048800     END-READ
048900     IF NOT WS-PAS-OK
049000        SET WS-END-OF-FILE TO TRUE
049100     END-IF
049200 4100-EXIT.
049300     EXIT.
049400
049500 4200-CHARGE-PASS.
049600     MOVE PAS-ISSUE-DATE TO WS-WORK-DATE
049700     IF WS-WORK-YYYYMM = WS-CHARGE-MONTH
049800        MOVE PAS-HOST-EMPLOYEE TO WS-SEARCH-HOST
049900        PERFORM 5000-SET-DEPARTMENT THRU 5000-EXIT
050000        MOVE PAS-PURPOSE-CODE TO CHX-PURPOSE-CODE
050100        MOVE PAS-PASS-ID      TO CHX-REFERENCE
050200        SET CHX-KIND-PASS TO TRUE
050300        MOVE ZERO TO CHX-MINUTES
050400        PERFORM 5500-WRITE-EXTRACT THRU 5500-EXIT
050500        ADD 1 TO WS-PASS-CTR
050600     END-IF
050700     PERFORM 4100-READ-PASS THRU 4100-EXIT
050800 4200-EXIT.
050900     EXIT.
051000
051100*================================================================
051200* 5000-SET-DEPARTMENT - the host's department on EMPMAST, or
051300* the unassigned bucket for a host who is no longer there.
051400*================================================================
051500 5000-SET-DEPARTMENT.
051600     MOVE WS-SEARCH-HOST TO CHX-HOST-EMPLOYEE
051700     MOVE WS-SEARCH-HOST TO EMP-NAME
051800     READ EMPLOYEE-MASTER
051900         INVALID KEY
052000            CONTINUE
052100     END-READ
052200     IF WS-EMP-OK
052300        SET CHX-DEPT-ASSIGNED TO TRUE
052400        MOVE EMP-DEPT TO CHX-DEPT
052500     ELSE
052600        SET CHX-DEPT-UNASSIGNED TO TRUE
052700        MOVE SPACES TO CHX-DEPT
052800     END-IF
052900 5000-EXIT.
053000     EXIT.
053100
053200 5500-WRITE-EXTRACT.
053300     MOVE WS-CHARGE-MONTH TO CHX-MONTH
053400     MOVE WS-SITE-NAME    TO CHX-SITE-NAME
053500     WRITE CHARGE-EXTRACT-REC
053600     ADD 1 TO WS-EXTRACT-CTR
053700     IF CHX-DEPT-UNASSIGNED
053800        ADD 1 TO WS-UNASSIGNED-CTR
053900     END-IF
054000 5500-EXIT.
054100     EXIT.
054200
054300*================================================================
054400* 6500-PRINT-SUMMARY
054500*================================================================
054600 6500-PRINT-SUMMARY.
054700     DISPLAY "CHGEXTR RUN SUMMARY - SITE " WS-SITE-NAME
054800        " MONTH " WS-CHARGE-MONTH
054900     MOVE WS-VISIT-CTR        TO WS-SUMMARY-CTR-ED
055000     DISPLAY "  VISITS.................. " WS-SUMMARY-CTR-ED
055100     MOVE WS-LOST-BADGE-CTR   TO WS-SUMMARY-CTR-ED
055200     DISPLAY "  LOST BADGES............. " WS-SUMMARY-CTR-ED
055300     MOVE WS-PASS-CTR         TO WS-SUMMARY-CTR-ED
055400     DISPLAY "  PASSES ISSUED........... " WS-SUMMARY-CTR-ED
055500     MOVE WS-UNASSIGNED-CTR   TO WS-SUMMARY-CTR-ED
055600     DISPLAY "  ITEMS UNASSIGNED........ " WS-SUMMARY-CTR-ED
055700     MOVE WS-EXTRACT-CTR      TO WS-SUMMARY-CTR-ED
055800     DISPLAY "  EXTRACT RECORDS......... " WS-SUMMARY-CTR-ED
055900 6500-EXIT.
056000     EXIT.
056100
056200 9000-TERMINATE.
056300     CLOSE EMPLOYEE-MASTER
056400     IF WS-BDG-AVAILABLE
056500        CLOSE BADGE-INV-FILE
056600     END-IF
056610     IF WS-XFR-AVAILABLE
056620        CLOSE TRANSFER-FILE
056630     END-IF
056700     CLOSE CHARGE-EXTRACT-FILE
056800 9000-EXIT.
056900     EXIT.
057000
057100 END PROGRAM CHGEXTR.
