000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "INCRPT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* INCRPT - monthly security incident summary for the security
000900* director, company-wide.  Every incident on the INCIDENT file
001000* (INCDREC) dated in the month is counted by category, then by
001100* the site it happened at, then by the host's department, with
001200* for each:
001300*
001400*   incidents, how many were high / medium / low severity, and
001500*   how many still have security's follow-up open or referred
001600*   on (INC-FOLLOWUP-PENDING)
001700*
001800* with a total per site within the category, per category and
001900* for the company.  Incidents whose host was not on EMPMAST when
002000* the incident was recorded (INC-HOST-DEPT spaces) print last
002100* in their site as NOT ON EMPMAST.  The category's description
002200* comes from INCCTABL; a code no longer in the table prints as
002300* itself.
002400*
002500* An incident PRIVPURG has anonymized still counts - only the
002600* visitor's name and company are gone, not the incident.
002700*
002800* SYSIN: the month to summarize in cols 1-6 (YYYYMM); a blank
002900* card means the month before the run date, which is what the
003000* monthly schedule wants.
003100*
003200* RETURN-CODE 8 - the month card is not YYYYMM, nothing printed.
003300* RETURN-CODE 4 - INCIDENT could not be opened; the summary
003400* prints NONE.
003500*
003600* MODIFICATION HISTORY
003700*
003800* 2026-10-15  WM   Original.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS INC-NUMBER
004700         ALTERNATE RECORD KEY IS INC-VISITOR-NAME WITH DUPLICATES
004800         FILE STATUS IS WS-INC-STATUS.
004900
005000     SELECT INC-SORT-FILE ASSIGN TO "INCWORK".
005100
005200     SELECT INC-RPT ASSIGN TO "INCRPT"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-RPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  INCIDENT-FILE.
006000     COPY INCDREC.
006100
006200 SD  INC-SORT-FILE.
006300 01  INC-SORT-REC.
006400     05  SRT-CATEGORY            PIC X(04).
006500     05  SRT-SITE                PIC X(08).
006600     05  SRT-DEPT-FLAG           PIC X(01).
006700         88  SRT-DEPT-ASSIGNED       VALUE "A".
006800         88  SRT-DEPT-UNASSIGNED     VALUE "U".
006900     05  SRT-DEPT                PIC X(20).
007000     05  SRT-NUMBER              PIC 9(08).
007100     05  SRT-SEVERITY            PIC X(01).
007200         88  SRT-SEV-HIGH            VALUE "H".
007300         88  SRT-SEV-MEDIUM          VALUE "M".
007400         88  SRT-SEV-LOW             VALUE "L".
007500     05  SRT-FOLLOWUP-STATUS     PIC X(01).
007600         88  SRT-FOLLOWUP-PENDING    VALUES "O" "R".
007700
007800 FD  INC-RPT
007900     RECORDING MODE IS F.
008000 01  RPT-LINE                    PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------
008400* FILE STATUS AREAS
008500*----------------------------------------------------------------
008600 01  WS-INC-STATUS               PIC X(02).
008700     88  WS-INC-OK                   VALUE "00".
008800     88  WS-INC-AT-END               VALUE "10".
008900     88  WS-INC-FILE-NOT-FOUND       VALUE "35".
009000
009100 01  WS-RPT-STATUS               PIC X(02).
009200     88  WS-RPT-OK                   VALUE "00".
009300
009400*----------------------------------------------------------------
009500* SWITCHES
009600*----------------------------------------------------------------
009700 01  WS-EOF-SWITCH               PIC X(01).
009800     88  WS-END-OF-INCIDENTS         VALUE "Y".
009900     88  WS-NOT-END-OF-INCIDENTS     VALUE "N".
010000
010100 01  WS-INC-AVAIL-SWITCH         PIC X(01).
010200     88  WS-INC-AVAILABLE            VALUE "Y".
010300     88  WS-INC-NOT-AVAILABLE        VALUE "N".
010400
010500 01  WS-SORT-EOF-SWITCH          PIC X(01).
010600     88  WS-END-OF-SORTED            VALUE "Y".
010700     88  WS-NOT-END-OF-SORTED        VALUE "N".
010800
010900 01  WS-FIRST-ITEM-SW            PIC X(01) VALUE "Y".
011000     88  WS-FIRST-ITEM               VALUE "Y".
011100     88  WS-NOT-FIRST-ITEM           VALUE "N".
011200
011300*----------------------------------------------------------------
011400* RUN CONTROLS
011500*----------------------------------------------------------------
011600 01  WS-MONTH-CARD               PIC X(06).
011700 01  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
011800 01  WS-REPORT-MONTH-R          REDEFINES WS-REPORT-MONTH.
011900     05  WS-REPORT-YYYY           PIC 9(04).
012000     05  WS-REPORT-MM             PIC 9(02).
012100
012200 01  WS-INC-DATE-WORK            PIC 9(08).
012300 01  WS-INC-DATE-WORK-R         REDEFINES WS-INC-DATE-WORK.
012400     05  WS-INC-YYYYMM            PIC 9(06).
012500     05  WS-INC-DD                PIC 9(02).
012600
012700 01  WS-RUN-DATE                 PIC 9(08).
012800 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
012900     05  WS-RUN-YYYY              PIC 9(04).
013000     05  WS-RUN-MM                PIC 9(02).
013100     05  WS-RUN-DD                PIC 9(02).
013200 01  WS-RUN-TIME                 PIC 9(08).
013300
013400 01  WS-PAGE-NO                  PIC 9(04) COMP.
013500 01  WS-LINE-CTR                 PIC 9(04) COMP.
013600 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
013700
013800 01  WS-PREV-CATEGORY            PIC X(04).
013900 01  WS-PREV-SITE                PIC X(08).
014000 01  WS-PREV-DEPT-FLAG           PIC X(01).
014100 01  WS-PREV-DEPT                PIC X(20).
014200
014300*----------------------------------------------------------------
014400* INCIDENT CATEGORIES
014500*----------------------------------------------------------------
014600     COPY INCCTABL.
014700
014800*----------------------------------------------------------------
014900* ACCUMULATORS - department line, site, category and grand total
015000*----------------------------------------------------------------
015100 01  WS-DEPT-TOTALS.
015200     05  WS-DEPT-INCIDENTS       PIC 9(07) COMP.
015300     05  WS-DEPT-HIGH            PIC 9(07) COMP.
015400     05  WS-DEPT-MEDIUM          PIC 9(07) COMP.
015500     05  WS-DEPT-LOW             PIC 9(07) COMP.
015600     05  WS-DEPT-PENDING         PIC 9(07) COMP.
015700
015800 01  WS-SITE-TOTALS.
015900     05  WS-SITE-INCIDENTS       PIC 9(07) COMP.
016000     05  WS-SITE-HIGH            PIC 9(07) COMP.
016100     05  WS-SITE-MEDIUM          PIC 9(07) COMP.
016200     05  WS-SITE-LOW             PIC 9(07) COMP.
016300     05  WS-SITE-PENDING         PIC 9(07) COMP.
016400
016500 01  WS-CAT-TOTALS.
016600     05  WS-CAT-INCIDENTS        PIC 9(07) COMP.
016700     05  WS-CAT-HIGH             PIC 9(07) COMP.
016800     05  WS-CAT-MEDIUM           PIC 9(07) COMP.
016900     05  WS-CAT-LOW              PIC 9(07) COMP.
017000     05  WS-CAT-PENDING          PIC 9(07) COMP.
017100
017200 01  WS-GRAND-TOTALS.
017300     05  WS-GRAND-INCIDENTS      PIC 9(07) COMP.
017400     05  WS-GRAND-HIGH           PIC 9(07) COMP.
017500     05  WS-GRAND-MEDIUM         PIC 9(07) COMP.
017600     05  WS-GRAND-LOW            PIC 9(07) COMP.
017700     05  WS-GRAND-PENDING        PIC 9(07) COMP.
017800
017900*----------------------------------------------------------------
018000* COUNTERS
018100*----------------------------------------------------------------
018200 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
018300 01  WS-SELECTED-CTR             PIC 9(07) COMP VALUE ZERO.
018400 01  WS-CATEGORY-CTR             PIC 9(07) COMP VALUE ZERO.
018500
018600 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
018700
018800*----------------------------------------------------------------
018900* REPORT LINE LAYOUTS
019000*----------------------------------------------------------------
019100 01  HDR-LINE-1.
019200     05  FILLER                   PIC X(01) VALUE SPACE.
019300     05  FILLER                   PIC X(36) VALUE
019400         "MONTHLY SECURITY INCIDENT SUMMARY".
019500     05  FILLER                   PIC X(02) VALUE SPACES.
019600     05  FILLER                   PIC X(10) VALUE
019700         "RUN DATE: ".
019800     05  HDR-RUN-MM               PIC 99.
019900     05  FILLER                   PIC X(01) VALUE "/".
020000     05  HDR-RUN-DD               PIC 99.
020100     05  FILLER                   PIC X(01) VALUE "/".
020200     05  HDR-RUN-YYYY             PIC 9999.
020300     05  FILLER                   PIC X(02) VALUE SPACES.
020400     05  FILLER                   PIC X(06) VALUE "TIME: ".
020500     05  HDR-RUN-TIME             PIC 9(08).
020600     05  FILLER                   PIC X(02) VALUE SPACES.
020700     05  FILLER                   PIC X(05) VALUE "PAGE ".
020800     05  HDR-PAGE-NO              PIC ZZZ9.
020900
021000 01  HDR-LINE-2.
021100     05  FILLER                   PIC X(01) VALUE SPACE.
021200     05  FILLER                   PIC X(07) VALUE "MONTH: ".
021300     05  HDR-MONTH-MM             PIC 99.
021400     05  FILLER                   PIC X(01) VALUE "/".
021500     05  HDR-MONTH-YYYY           PIC 9999.
021600     05  FILLER                   PIC X(04) VALUE SPACES.
021700     05  FILLER                   PIC X(38) VALUE
021800         "ALL SITES - FOR THE SECURITY DIRECTOR".
021900
022000 01  HDR-LINE-3.
022100     05  FILLER                   PIC X(05) VALUE SPACES.
022200     05  FILLER                   PIC X(10) VALUE "SITE".
022300     05  FILLER                   PIC X(21) VALUE
022400         "HOST DEPARTMENT".
022500     05  FILLER                   PIC X(10) VALUE " INCIDENTS".
022600     05  FILLER                   PIC X(10) VALUE "      HIGH".
022700     05  FILLER                   PIC X(10) VALUE "    MEDIUM".
022800     05  FILLER                   PIC X(10) VALUE "       LOW".
022900     05  FILLER                   PIC X(10) VALUE " FOLLOW-UP".
023000
023100 01  HDR-LINE-4.
023200     05  FILLER                   PIC X(76) VALUE SPACES.
023300     05  FILLER                   PIC X(10) VALUE "   PENDING".
023400
023500 01  CAT-GROUP-LINE.
023600     05  FILLER                   PIC X(01) VALUE SPACE.
023700     05  FILLER                   PIC X(10) VALUE "CATEGORY: ".
023800     05  CGL-CODE                 PIC X(04).
023900     05  FILLER                   PIC X(02) VALUE SPACES.
024000     05  CGL-DESC                 PIC X(26).
024100
024200 01  DTL-LINE.
024300     05  FILLER                   PIC X(05) VALUE SPACES.
024400     05  DTL-SITE                 PIC X(08).
024500     05  FILLER                   PIC X(02) VALUE SPACES.
024600     05  DTL-DEPT                 PIC X(20).
024700     05  FILLER                   PIC X(04) VALUE SPACES.
024800     05  DTL-INCIDENTS            PIC ZZZ,ZZ9.
024900     05  FILLER                   PIC X(03) VALUE SPACES.
025000     05  DTL-HIGH                 PIC ZZZ,ZZ9.
025100     05  FILLER                   PIC X(03) VALUE SPACES.
025200     05  DTL-MEDIUM               PIC ZZZ,ZZ9.
025300     05  FILLER                   PIC X(03) VALUE SPACES.
025400     05  DTL-LOW                  PIC ZZZ,ZZ9.
025500     05  FILLER                   PIC X(03) VALUE SPACES.
025600     05  DTL-PENDING              PIC ZZZ,ZZ9.
025700
025800 01  NONE-LINE.
025900     05  FILLER                   PIC X(01) VALUE SPACE.
026000     05  FILLER                   PIC X(36) VALUE
026100         "NO INCIDENTS RECORDED IN THE MONTH.".
026200
026300 PROCEDURE DIVISION.
026400*================================================================
026500* 0000-MAINLINE - the SORT pulls the month's incidents off
026600* INCIDENT through 2000-SELECT-INCIDENTS and hands them back by
026700* category, site and host department.
026800*================================================================
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027100     SORT INC-SORT-FILE
027200         ON ASCENDING KEY SRT-CATEGORY
027300                          SRT-SITE
027400                          SRT-DEPT-FLAG
027500                          SRT-DEPT
027600                          SRT-NUMBER
027700         INPUT PROCEDURE IS 2000-SELECT-INCIDENTS
027800             THRU 2000-EXIT
027900         OUTPUT PROCEDURE IS 3000-PRINT-INCIDENTS
028000             THRU 3000-EXIT
028100     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
028200     PERFORM 9000-TERMINATE THRU 9000-EXIT
028300     STOP RUN.
028400
028500*================================================================
028600* 1000-INITIALIZE - a month card that is not YYYYMM ends the run
028700* before the report is opened, same rule as CHGEXTR.  INCIDENT
028800* not opening is reported but still prints the (empty) summary,
028900* so the director is not left wondering whether it ran.
029000*================================================================
029100 1000-INITIALIZE.
029200     MOVE ZERO TO WS-PAGE-NO
029300     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
029400     SET WS-NOT-END-OF-INCIDENTS TO TRUE
029500     SET WS-NOT-END-OF-SORTED TO TRUE
029600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029700     ACCEPT WS-RUN-TIME FROM TIME
029800     INITIALIZE WS-DEPT-TOTALS
029900     INITIALIZE WS-SITE-TOTALS
030000     INITIALIZE WS-CAT-TOTALS
030100     INITIALIZE WS-GRAND-TOTALS
030200
030300     MOVE SPACES TO WS-MONTH-CARD
030400     ACCEPT WS-MONTH-CARD
030500     IF WS-MONTH-CARD = SPACES
030600        PERFORM 1100-PRIOR-MONTH THRU 1100-EXIT
030700     ELSE
030800        IF WS-MONTH-CARD NOT NUMERIC
030900           DISPLAY "INCRPT: MONTH CARD " WS-MONTH-CARD
031000              " IS NOT YYYYMM - RUN ENDED"
031100           MOVE 8 TO RETURN-CODE
031200           STOP RUN
031300        END-IF
031400        MOVE WS-MONTH-CARD TO WS-REPORT-MONTH
031500        IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
031600           DISPLAY "INCRPT: MONTH CARD " WS-MONTH-CARD
031700              " IS NOT YYYYMM - RUN ENDED"
031800           MOVE 8 TO RETURN-CODE
031900           STOP RUN
032000        END-IF
032100     END-IF
032200
032300     SET WS-INC-AVAILABLE TO TRUE
032400     OPEN INPUT INCIDENT-FILE
032500     IF NOT WS-INC-OK
032600        SET WS-INC-NOT-AVAILABLE TO TRUE
032700        SET WS-END-OF-INCIDENTS TO TRUE
032800        DISPLAY "INCRPT: INCIDENT NOT AVAILABLE (STATUS "
032900           WS-INC-STATUS ") - NO INCIDENTS SUMMARIZED"
033000     END-IF
033100
033200     OPEN OUTPUT INC-RPT
033300 1000-EXIT.
033400     EXIT.
033500
033600 1100-PRIOR-MONTH.
033700     IF WS-RUN-MM = 1
033800        COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
033900        MOVE 12 TO WS-REPORT-MM
034000     ELSE
034100        MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
034200        COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
034300     END-IF
034400 1100-EXIT.
034500     EXIT.
034600
034700*================================================================
034800* 2000-SELECT-INCIDENTS - SORT input procedure: one pass over
034900* INCIDENT, releasing every incident dated in the month.
035000*================================================================
035100 2000-SELECT-INCIDENTS.
035200     IF WS-END-OF-INCIDENTS
035300        GO TO 2000-EXIT
035400     END-IF
035500     PERFORM 2100-READ-INCIDENT THRU 2100-EXIT
035600     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
035700         UNTIL WS-END-OF-INCIDENTS
035800 2000-EXIT.
035900     EXIT.
036000
036100 2100-READ-INCIDENT.
036200     READ INCIDENT-FILE NEXT RECORD
036300         AT END
036400            SET WS-END-OF-INCIDENTS TO TRUE
036500     END-READ
036600     IF NOT WS-INC-OK
036700        SET WS-END-OF-INCIDENTS TO TRUE
036800     END-IF
036900 2100-EXIT.
037000     EXIT.
037100
037200 2200-SELECT-ONE.
037300     ADD 1 TO WS-READ-CTR
037400     MOVE INC-DATE TO WS-INC-DATE-WORK
037500     IF WS-INC-YYYYMM NOT = WS-REPORT-MONTH
037600        GO TO 2200-NEXT
037700     END-IF
037800     ADD 1 TO WS-SELECTED-CTR
037900     MOVE INC-CATEGORY        TO SRT-CATEGORY
038000     MOVE INC-SITE            TO SRT-SITE
038100     IF INC-HOST-DEPT = SPACES
038200        SET SRT-DEPT-UNASSIGNED TO TRUE
038300     ELSE
038400        SET SRT-DEPT-ASSIGNED TO TRUE
038500     END-IF
038600     MOVE INC-HOST-DEPT       TO SRT-DEPT
038700     MOVE INC-NUMBER          TO SRT-NUMBER
038800     MOVE INC-SEVERITY        TO SRT-SEVERITY
038900     MOVE INC-FOLLOWUP-STATUS TO SRT-FOLLOWUP-STATUS
039000     RELEASE INC-SORT-REC
039100 2200-NEXT.
039200     PERFORM 2100-READ-INCIDENT THRU 2100-EXIT
039300 2200-EXIT.
039400     EXIT.
039500
039600*================================================================
039700* 3000-PRINT-INCIDENTS - SORT output procedure, in the 60-line
039800* page frame the other reports use.  Incidents are counted per
039900* department within site within category; a department change
040000* prints the department line, a site change the site total as
040100* well, a category change the category total as well.
040200*================================================================
040300 3000-PRINT-INCIDENTS.
040400     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
040500     IF WS-END-OF-SORTED
040600        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
040700        WRITE RPT-LINE FROM NONE-LINE
040800        GO TO 3000-EXIT
040900     END-IF
041000     PERFORM 3200-TAKE-ONE-INCIDENT THRU 3200-EXIT
041100         UNTIL WS-END-OF-SORTED
041200     IF WS-NOT-FIRST-ITEM
041300        PERFORM 3500-PRINT-DEPT-LINE THRU 3500-EXIT
041400        PERFORM 3700-PRINT-SITE-TOTAL THRU 3700-EXIT
041500        PERFORM 3750-PRINT-CAT-TOTAL THRU 3750-EXIT
041600     END-IF
041700     PERFORM 3800-PRINT-GRAND-TOTAL THRU 3800-EXIT
041800 3000-EXIT.
041900     EXIT.
042000
042100 3100-RETURN-SORTED.
042200     RETURN INC-SORT-FILE
042300         AT END
042400            SET WS-END-OF-SORTED TO TRUE
042500     END-RETURN
042600 3100-EXIT.
042700     EXIT.
042800
042900 3200-TAKE-ONE-INCIDENT.
043000     IF WS-FIRST-ITEM
043100        SET WS-NOT-FIRST-ITEM TO TRUE
043200        PERFORM 3600-START-CATEGORY THRU 3600-EXIT
043300        GO TO 3200-COUNT
043400     END-IF
043500     IF SRT-CATEGORY NOT = WS-PREV-CATEGORY
043600        PERFORM 3500-PRINT-DEPT-LINE THRU 3500-EXIT
043700        PERFORM 3700-PRINT-SITE-TOTAL THRU 3700-EXIT
043800        PERFORM 3750-PRINT-CAT-TOTAL THRU 3750-EXIT
043900        PERFORM 3600-START-CATEGORY THRU 3600-EXIT
044000        GO TO 3200-COUNT
044100     END-IF
044200     IF SRT-SITE NOT = WS-PREV-SITE
044300        PERFORM 3500-PRINT-DEPT-LINE THRU 3500-EXIT
044400        PERFORM 3700-PRINT-SITE-TOTAL THRU 3700-EXIT
044500        PERFORM 3610-START-SITE THRU 3610-EXIT
044600        GO TO 3200-COUNT
044700     END-IF
044800     IF SRT-DEPT-FLAG NOT = WS-PREV-DEPT-FLAG
044900        OR SRT-DEPT NOT = WS-PREV-DEPT
045000        PERFORM 3500-PRINT-DEPT-LINE THRU 3500-EXIT
045100        PERFORM 3620-START-DEPT THRU 3620-EXIT
045200     END-IF
045300 3200-COUNT.
045400     ADD 1 TO WS-DEPT-INCIDENTS
045500     IF SRT-SEV-HIGH
045600        ADD 1 TO WS-DEPT-HIGH
045700     END-IF
045800     IF SRT-SEV-MEDIUM
045900        ADD 1 TO WS-DEPT-MEDIUM
046000     END-IF
046100     IF SRT-SEV-LOW
046200        ADD 1 TO WS-DEPT-LOW
046300     END-IF
046400     IF SRT-FOLLOWUP-PENDING
046500        ADD 1 TO WS-DEPT-PENDING
046600     END-IF
046700     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
046800 3200-EXIT.
046900     EXIT.
047000
047100*================================================================
047200* 3500-PRINT-DEPT-LINE - print the department's counts and roll
047300* them into the site.
047400*================================================================
047500 3500-PRINT-DEPT-LINE.
047600     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
047700        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
047800        PERFORM 4200-PRINT-CAT-GROUP THRU 4200-EXIT
047900     END-IF
048000     MOVE WS-PREV-SITE TO DTL-SITE
048100     IF WS-PREV-DEPT-FLAG = "U"
048200        MOVE "(NOT ON EMPMAST)" TO DTL-DEPT
048300     ELSE
048400        MOVE WS-PREV-DEPT TO DTL-DEPT
048500     END-IF
048600     MOVE WS-DEPT-INCIDENTS TO DTL-INCIDENTS
048700     MOVE WS-DEPT-HIGH      TO DTL-HIGH
048800     MOVE WS-DEPT-MEDIUM    TO DTL-MEDIUM
048900     MOVE WS-DEPT-LOW       TO DTL-LOW
049000     MOVE WS-DEPT-PENDING   TO DTL-PENDING
049100     WRITE RPT-LINE FROM DTL-LINE
049200     ADD 1 TO WS-LINE-CTR
049300
049400     ADD WS-DEPT-INCIDENTS TO WS-SITE-INCIDENTS
049500     ADD WS-DEPT-HIGH      TO WS-SITE-HIGH
049600     ADD WS-DEPT-MEDIUM    TO WS-SITE-MEDIUM
049700     ADD WS-DEPT-LOW       TO WS-SITE-LOW
049800     ADD WS-DEPT-PENDING   TO WS-SITE-PENDING
049900     INITIALIZE WS-DEPT-TOTALS
050000 3500-EXIT.
050100     EXIT.
050200
050300*================================================================
050400* 3600/3610/3620 - a new category starts a new site and
050500* department as well; a new site starts a new department.
050600*================================================================
050700 3600-START-CATEGORY.
050800     MOVE SRT-CATEGORY TO WS-PREV-CATEGORY
050900     ADD 1 TO WS-CATEGORY-CTR
051000     IF WS-LINE-CTR + 5 > WS-MAX-LINES-PER-PAGE
051100        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
051200     END-IF
051300     PERFORM 4200-PRINT-CAT-GROUP THRU 4200-EXIT
051400     PERFORM 3610-START-SITE THRU 3610-EXIT
051500 3600-EXIT.
051600     EXIT.
051700
051800 3610-START-SITE.
051900     MOVE SRT-SITE TO WS-PREV-SITE
052000     PERFORM 3620-START-DEPT THRU 3620-EXIT
052100 3610-EXIT.
052200     EXIT.
052300
052400 3620-START-DEPT.
052500     MOVE SRT-DEPT-FLAG TO WS-PREV-DEPT-FLAG
052600     MOVE SRT-DEPT      TO WS-PREV-DEPT
052700 3620-EXIT.
052800     EXIT.
052900
053000 3700-PRINT-SITE-TOTAL.
053100     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
053200        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
053300        PERFORM 4200-PRINT-CAT-GROUP THRU 4200-EXIT
053400     END-IF
053500     MOVE WS-PREV-SITE      TO DTL-SITE
053600     MOVE "SITE TOTAL"      TO DTL-DEPT
053700     MOVE WS-SITE-INCIDENTS TO DTL-INCIDENTS
053800     MOVE WS-SITE-HIGH      TO DTL-HIGH
053900     MOVE WS-SITE-MEDIUM    TO DTL-MEDIUM
054000     MOVE WS-SITE-LOW       TO DTL-LOW
054100     MOVE WS-SITE-PENDING   TO DTL-PENDING
054200     WRITE RPT-LINE FROM DTL-LINE
054300     WRITE RPT-LINE FROM SPACES
054400     ADD 2 TO WS-LINE-CTR
054500
054600     ADD WS-SITE-INCIDENTS TO WS-CAT-INCIDENTS
054700     ADD WS-SITE-HIGH      TO WS-CAT-HIGH
054800     ADD WS-SITE-MEDIUM    TO WS-CAT-MEDIUM
054900     ADD WS-SITE-LOW       TO WS-CAT-LOW
055000     ADD WS-SITE-PENDING   TO WS-CAT-PENDING
055100     INITIALIZE WS-SITE-TOTALS
055200 3700-EXIT.
055300     EXIT.
055400
055500 3750-PRINT-CAT-TOTAL.
055600     MOVE SPACES           TO DTL-SITE
055700     MOVE "CATEGORY TOTAL" TO DTL-DEPT
055800     MOVE WS-CAT-INCIDENTS TO DTL-INCIDENTS
055900     MOVE WS-CAT-HIGH      TO DTL-HIGH
056000     MOVE WS-CAT-MEDIUM    TO DTL-MEDIUM
056100     MOVE WS-CAT-LOW       TO DTL-LOW
056200     MOVE WS-CAT-PENDING   TO DTL-PENDING
056300     WRITE RPT-LINE FROM DTL-LINE
056400     ADD 1 TO WS-LINE-CTR
056500
056600     ADD WS-CAT-INCIDENTS TO WS-GRAND-INCIDENTS
056700     ADD WS-CAT-HIGH      TO WS-GRAND-HIGH
056800     ADD WS-CAT-MEDIUM    TO WS-GRAND-MEDIUM
056900     ADD WS-CAT-LOW       TO WS-GRAND-LOW
057000     ADD WS-CAT-PENDING   TO WS-GRAND-PENDING
057100     INITIALIZE WS-CAT-TOTALS
057200 3750-EXIT.
057300     EXIT.
057400
057500 3800-PRINT-GRAND-TOTAL.
057600     WRITE RPT-LINE FROM SPACES
057700     MOVE SPACES             TO DTL-SITE
057800     MOVE "ALL CATEGORIES"   TO DTL-DEPT
057900     MOVE WS-GRAND-INCIDENTS TO DTL-INCIDENTS
058000     MOVE WS-GRAND-HIGH      TO DTL-HIGH
058100     MOVE WS-GRAND-MEDIUM    TO DTL-MEDIUM
058200     MOVE WS-GRAND-LOW       TO DTL-LOW
058300     MOVE WS-GRAND-PENDING   TO DTL-PENDING
058400     WRITE RPT-LINE FROM DTL-LINE
058500 3800-EXIT.
058600     EXIT.
058700
058800 4100-PRINT-HEADERS.
058900     ADD 1 TO WS-PAGE-NO
059000     MOVE WS-RUN-MM      TO HDR-RUN-MM
059100     MOVE WS-RUN-DD      TO HDR-RUN-DD
059200     MOVE WS-RUN-YYYY    TO HDR-RUN-YYYY
059300     MOVE WS-RUN-TIME    TO HDR-RUN-TIME
059400     MOVE WS-PAGE-NO     TO HDR-PAGE-NO
059500     MOVE WS-REPORT-MM   TO HDR-MONTH-MM
059600     MOVE WS-REPORT-YYYY TO HDR-MONTH-YYYY
059700
059800     IF WS-PAGE-NO > 1
059900        WRITE RPT-LINE FROM SPACES
060000            AFTER ADVANCING PAGE
060100     END-IF
060200     WRITE RPT-LINE FROM HDR-LINE-1
060300     WRITE RPT-LINE FROM HDR-LINE-2
060400     WRITE RPT-LINE FROM HDR-LINE-3
060500     WRITE RPT-LINE FROM HDR-LINE-4
060600     MOVE ZERO TO WS-LINE-CTR
060700 4100-EXIT.
060800     EXIT.
060900
061000*================================================================
061100* 4200-PRINT-CAT-GROUP - the category line, with INCCTABL's
061200* description when the code is still in the table.
061300*================================================================
061400 4200-PRINT-CAT-GROUP.
061500     MOVE WS-PREV-CATEGORY TO CGL-CODE
061600     MOVE SPACES TO CGL-DESC
061700     SET ICT-CODE-NOT-FOUND TO TRUE
061800     PERFORM 4210-MATCH-CATEGORY THRU 4210-EXIT
061900         VARYING ICT-IX FROM 1 BY 1
062000         UNTIL ICT-IX > ICT-COUNT
062100            OR ICT-CODE-FOUND
062200     WRITE RPT-LINE FROM SPACES
062300     WRITE RPT-LINE FROM CAT-GROUP-LINE
062400     ADD 2 TO WS-LINE-CTR
062500 4200-EXIT.
062600     EXIT.
062700
062800 4210-MATCH-CATEGORY.
062900     IF ICT-CODE (ICT-IX) = WS-PREV-CATEGORY
063000        MOVE ICT-DESC (ICT-IX) TO CGL-DESC
063100        SET ICT-CODE-FOUND TO TRUE
063200     END-IF
063300 4210-EXIT.
063400     EXIT.
063500
063600*================================================================
063700* 5000-PRINT-SUMMARY
063800*================================================================
063900 5000-PRINT-SUMMARY.
064000     DISPLAY "INCRPT RUN SUMMARY - MONTH " WS-REPORT-MONTH
064100     MOVE WS-READ-CTR         TO WS-SUMMARY-CTR-ED
064200     DISPLAY "  INCIDENTS READ.......... " WS-SUMMARY-CTR-ED
064300     MOVE WS-SELECTED-CTR     TO WS-SUMMARY-CTR-ED
064400     DISPLAY "  INCIDENTS IN MONTH...... " WS-SUMMARY-CTR-ED
064500     MOVE WS-GRAND-HIGH       TO WS-SUMMARY-CTR-ED
064600     DISPLAY "  HIGH SEVERITY........... " WS-SUMMARY-CTR-ED
064700     MOVE WS-GRAND-PENDING    TO WS-SUMMARY-CTR-ED
064800     DISPLAY "  FOLLOW-UP PENDING....... " WS-SUMMARY-CTR-ED
064900     MOVE WS-CATEGORY-CTR     TO WS-SUMMARY-CTR-ED
065000     DISPLAY "  CATEGORIES.............. " WS-SUMMARY-CTR-ED
065100 5000-EXIT.
065200     EXIT.
065300
065400 9000-TERMINATE.
065500     IF WS-INC-AVAILABLE
065600        CLOSE INCIDENT-FILE
065700        MOVE 0 TO RETURN-CODE
065800     ELSE
065900        MOVE 4 TO RETURN-CODE
066000     END-IF
066100     CLOSE INC-RPT
066200 9000-EXIT.
066300     EXIT.
066400
066500 END PROGRAM INCRPT.
