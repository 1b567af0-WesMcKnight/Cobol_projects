000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "CHGBACK".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* CHGBACK - monthly departmental visitor chargeback, the second
000900* half of the month-end job after each site's CHGEXTR step.
001000* Sorts the month's chargeable items from every site by host
001100* department and purpose code and prints, for each pair:
001200*
001300*   visits, visitor-hours (signed-out visits, entry stamp to
001400*   exit stamp), lost badges, multi-day passes issued, and the
001500*   dollar charge priced from Finance's rate card
001600*
001700* with a total per department and a company grand total.  Items
001800* whose host is no longer on EMPMAST are printed last as the
001900* UNASSIGNED bucket, so Finance can decide who carries them.
002000*
002100* The RATECARD input (RATEREC) prices each item type; a blank
002200* purpose is the default rate and a purpose-specific card
002300* overrides it.  An item type with no rate at all is charged at
002400* zero and named on SYSOUT.
002500*
002600* RETURN-CODE 8 - no rate card or no extract, nothing printed.
002700* RETURN-CODE 4 - report printed, but a rate card line was bad,
002800* an item type had no rate, or the extract held items from
002900* another month (skipped - the extract dataset was not cleared).
003000*
003100* MODIFICATION HISTORY
003200*
003300* 2026-10-15  WM   Original.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-RTC-STATUS.
004200
004300     SELECT CHARGE-EXTRACT-FILE ASSIGN TO "CHGEXTR"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-CHX-STATUS.
004700
004800     SELECT CHARGE-SORT-FILE ASSIGN TO "CHGWORK".
004900
005000     SELECT CHARGEBACK-RPT ASSIGN TO "CHGBKRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-RPT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RATE-CARD-FILE.
005800     COPY RATEREC.
005900
006000 FD  CHARGE-EXTRACT-FILE.
006100     COPY CHRGREC.
006200
006300 SD  CHARGE-SORT-FILE.
006400     COPY CHRGREC REPLACING
006500         ==CHARGE-EXTRACT-REC==   BY ==CHARGE-SORT-REC==
006600         ==CHX-MONTH==            BY ==CHS-MONTH==
006700         ==CHX-DEPT-FLAG==        BY ==CHS-DEPT-FLAG==
006800         ==CHX-DEPT-ASSIGNED==    BY ==CHS-DEPT-ASSIGNED==
006900         ==CHX-DEPT-UNASSIGNED==  BY ==CHS-DEPT-UNASSIGNED==
007000         ==CHX-DEPT==             BY ==CHS-DEPT==
007100         ==CHX-PURPOSE-CODE==     BY ==CHS-PURPOSE-CODE==
007200         ==CHX-KIND==             BY ==CHS-KIND==
007300         ==CHX-KIND-VISIT==       BY ==CHS-KIND-VISIT==
007400         ==CHX-KIND-LOST-BADGE==  BY ==CHS-KIND-LOST-BADGE==
007500         ==CHX-KIND-PASS==        BY ==CHS-KIND-PASS==
007600         ==CHX-SITE-NAME==        BY ==CHS-SITE-NAME==
007700         ==CHX-REFERENCE==        BY ==CHS-REFERENCE==
007800         ==CHX-HOST-EMPLOYEE==    BY ==CHS-HOST-EMPLOYEE==
007900         ==CHX-MINUTES==          BY ==CHS-MINUTES==.
008000
008100 FD  CHARGEBACK-RPT
008200     RECORDING MODE IS F.
008300 01  RPT-LINE                    PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------------
008700* FILE STATUS AREAS
008800*----------------------------------------------------------------
008900 01  WS-RTC-STATUS               PIC X(02).
009000     88  WS-RTC-OK                   VALUE "00".
009100     88  WS-RTC-AT-END               VALUE "10".
009200     88  WS-RTC-FILE-NOT-FOUND       VALUE "35".
009300
009400 01  WS-CHX-STATUS               PIC X(02).
009500     88  WS-CHX-OK                   VALUE "00".
009600     88  WS-CHX-AT-END               VALUE "10".
009700     88  WS-CHX-FILE-NOT-FOUND       VALUE "35".
009800
009900 01  WS-RPT-STATUS               PIC X(02).
010000     88  WS-RPT-OK                   VALUE "00".
010100
010200*----------------------------------------------------------------
010300* SWITCHES
010400*----------------------------------------------------------------
010500 01  WS-EOF-SWITCH               PIC X(01).
010600     88  WS-END-OF-FILE              VALUE "Y".
010700     88  WS-NOT-END-OF-FILE          VALUE "N".
010800
010900 01  WS-SORT-EOF-SWITCH          PIC X(01).
011000     88  WS-END-OF-SORTED            VALUE "Y".
011100     88  WS-NOT-END-OF-SORTED        VALUE "N".
011200
011300 01  WS-RATE-FOUND-SW            PIC X(01).
011400     88  WS-RATE-FOUND               VALUE "Y".
011500     88  WS-RATE-NOT-FOUND           VALUE "N".
011600
011700 01  WS-FIRST-ITEM-SW            PIC X(01) VALUE "Y".
011800     88  WS-FIRST-ITEM               VALUE "Y".
011900     88  WS-NOT-FIRST-ITEM           VALUE "N".
012000
012100*----------------------------------------------------------------
012200* RATE TABLE - the rate card as read
012300*----------------------------------------------------------------
012400 01  WS-RATE-TABLE.
012500     05  WS-RATE-USED            PIC 9(02) COMP VALUE ZERO.
012600     05  WS-RATE-ENTRY           OCCURS 50 TIMES.
012700         10  WS-RATE-ITEM        PIC X(05).
012800         10  WS-RATE-PURPOSE     PIC X(04).
012900         10  WS-RATE-AMOUNT      PIC 9(05)V99.
013000
013100 01  WS-RX                       PIC 9(02) COMP.
013200 01  WS-SEARCH-ITEM              PIC X(05).
013300 01  WS-SEARCH-PURPOSE           PIC X(04).
013400 01  WS-FOUND-RATE               PIC 9(05)V99.
013500
013600 01  WS-VISIT-RATE               PIC 9(05)V99.
013700 01  WS-HOUR-RATE                PIC 9(05)V99.
013800 01  WS-BADGE-RATE               PIC 9(05)V99.
013900 01  WS-PASS-RATE                PIC 9(05)V99.
014000
014100*----------------------------------------------------------------
014200* RUN CONTROLS
014300*----------------------------------------------------------------
014400 01  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
014500 01  WS-REPORT-MONTH-R          REDEFINES WS-REPORT-MONTH.
014600     05  WS-REPORT-YYYY           PIC 9(04).
014700     05  WS-REPORT-MM             PIC 9(02).
014800
014900 01  WS-RUN-DATE                 PIC 9(08).
015000 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
015100     05  WS-RUN-YYYY              PIC 9(04).
015200     05  WS-RUN-MM                PIC 9(02).
015300     05  WS-RUN-DD                PIC 9(02).
015400 01  WS-RUN-TIME                 PIC 9(08).
015500
015600 01  WS-PAGE-NO                  PIC 9(04) COMP.
015700 01  WS-LINE-CTR                 PIC 9(04) COMP.
015800 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
015900
016000 01  WS-PREV-DEPT-FLAG           PIC X(01).
016100 01  WS-PREV-DEPT                PIC X(20).
016200 01  WS-PREV-PURPOSE             PIC X(04).
016300
016400*----------------------------------------------------------------
016500* ACCUMULATORS - purpose line, department and grand total
016600*----------------------------------------------------------------
016700 01  WS-PURP-TOTALS.
016800     05  WS-PURP-VISITS          PIC 9(07) COMP.
016900     05  WS-PURP-MINUTES         PIC 9(09) COMP.
017000     05  WS-PURP-LOST            PIC 9(07) COMP.
017100     05  WS-PURP-PASSES          PIC 9(07) COMP.
017200 01  WS-PURP-HOURS               PIC 9(07)V9.
017300 01  WS-PURP-CHARGE              PIC 9(09)V99.
017400
017500 01  WS-DEPT-TOTALS.
017600     05  WS-DEPT-VISITS          PIC 9(07) COMP.
017700     05  WS-DEPT-LOST            PIC 9(07) COMP.
017800     05  WS-DEPT-PASSES          PIC 9(07) COMP.
017900 01  WS-DEPT-HOURS               PIC 9(07)V9.
018000 01  WS-DEPT-CHARGE              PIC 9(09)V99.
018100
018200 01  WS-GRAND-TOTALS.
018300     05  WS-GRAND-VISITS         PIC 9(07) COMP.
018400     05  WS-GRAND-LOST           PIC 9(07) COMP.
018500     05  WS-GRAND-PASSES         PIC 9(07) COMP.
018600 01  WS-GRAND-HOURS              PIC 9(07)V9.
018700 01  WS-GRAND-CHARGE             PIC 9(09)V99.
018800
018900*----------------------------------------------------------------
019000* COUNTERS
019100*----------------------------------------------------------------
019200 01  WS-RATE-CARD-CTR            PIC 9(07) COMP VALUE ZERO.
019300 01  WS-BAD-CARD-CTR             PIC 9(07) COMP VALUE ZERO.
019400 01  WS-NO-RATE-CTR              PIC 9(07) COMP VALUE ZERO.
019500 01  WS-ITEM-CTR                 PIC 9(07) COMP VALUE ZERO.
019600 01  WS-OTHER-MONTH-CTR          PIC 9(07) COMP VALUE ZERO.
019700 01  WS-DEPT-CTR                 PIC 9(07) COMP VALUE ZERO.
019800
019900 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
020000 01  WS-SUMMARY-AMT-ED           PIC $$$,$$$,$$9.99.
020100
020200*----------------------------------------------------------------
020300* REPORT LINE LAYOUTS
020400*----------------------------------------------------------------
020500 01  HDR-LINE-1.
020600     05  FILLER                   PIC X(01) VALUE SPACE.
020700     05  FILLER                   PIC X(36) VALUE
020800         "DEPARTMENTAL VISITOR CHARGEBACK".
020900     05  FILLER                   PIC X(02) VALUE SPACES.
021000     05  FILLER                   PIC X(10) VALUE
021100         "RUN DATE: ".
021200     05  HDR-RUN-MM               PIC 99.
021300     05  FILLER                   PIC X(01) VALUE "/".
021400     05  HDR-RUN-DD               PIC 99.
021500     05  FILLER                   PIC X(01) VALUE "/".
021600     05  HDR-RUN-YYYY             PIC 9999.
021700     05  FILLER                   PIC X(02) VALUE SPACES.
021800     05  FILLER                   PIC X(06) VALUE "TIME: ".
021900     05  HDR-RUN-TIME             PIC 9(08).
022000     05  FILLER                   PIC X(02) VALUE SPACES.
022100     05  FILLER                   PIC X(05) VALUE "PAGE ".
022200     05  HDR-PAGE-NO              PIC ZZZ9.
022300
022400 01  HDR-LINE-2.
022500     05  FILLER                   PIC X(01) VALUE SPACE.
022600     05  FILLER                   PIC X(07) VALUE "MONTH: ".
022700     05  HDR-MONTH-MM             PIC 99.
022800     05  FILLER                   PIC X(01) VALUE "/".
022900     05  HDR-MONTH-YYYY           PIC 9999.
023000     05  FILLER                   PIC X(04) VALUE SPACES.
023100     05  FILLER                   PIC X(30) VALUE
023200         "ALL SITES - PRICED AT RATECARD".
023300
023400 01  HDR-LINE-3.
023500     05  FILLER                   PIC X(05) VALUE SPACES.
023600     05  FILLER                   PIC X(20) VALUE SPACES.
023700     05  FILLER                   PIC X(09) VALUE "   VISITS".
023800     05  FILLER                   PIC X(03) VALUE SPACES.
023900     05  FILLER                   PIC X(11) VALUE "VISITOR-HRS".
024000     05  FILLER                   PIC X(03) VALUE SPACES.
024100     05  FILLER                   PIC X(11) VALUE "LOST BADGES".
024200     05  FILLER                   PIC X(03) VALUE SPACES.
024300     05  FILLER                   PIC X(09) VALUE "   PASSES".
024400     05  FILLER                   PIC X(03) VALUE SPACES.
024500     05  FILLER                   PIC X(14) VALUE
024600         "        CHARGE".
024700
024800 01  DEPT-GROUP-LINE.
024900     05  FILLER                   PIC X(01) VALUE SPACE.
025000     05  FILLER                   PIC X(12) VALUE "DEPARTMENT: ".
025100     05  DGL-DEPT                 PIC X(40).
025200
025300 01  CHG-LINE.
025400     05  FILLER                   PIC X(05) VALUE SPACES.
025500     05  CHG-LABEL                PIC X(20).
025600     05  FILLER                   PIC X(02) VALUE SPACES.
025700     05  CHG-VISITS               PIC ZZZ,ZZ9.
025800     05  FILLER                   PIC X(05) VALUE SPACES.
025900     05  CHG-HOURS                PIC ZZZ,ZZ9.9.
026000     05  FILLER                   PIC X(07) VALUE SPACES.
026100     05  CHG-LOST                 PIC ZZZ,ZZ9.
026200     05  FILLER                   PIC X(05) VALUE SPACES.
026300     05  CHG-PASSES               PIC ZZZ,ZZ9.
026400     05  FILLER                   PIC X(03) VALUE SPACES.
026500     05  CHG-CHARGE               PIC $$$,$$$,$$9.99.
026600
026700 01  NONE-LINE.
026800     05  FILLER                   PIC X(01) VALUE SPACE.
026900     05  FILLER                   PIC X(48) VALUE
027000         "NO CHARGEABLE ITEMS ON THE EXTRACT THIS MONTH.".
027100
027200 PROCEDURE DIVISION.
027300*================================================================
027400* 0000-MAINLINE
027500*================================================================
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027800     SORT CHARGE-SORT-FILE
027900         ON ASCENDING KEY CHS-DEPT-FLAG
028000                          CHS-DEPT
028100                          CHS-PURPOSE-CODE
028200         USING CHARGE-EXTRACT-FILE
028300         OUTPUT PROCEDURE IS 3000-PRINT-CHARGEBACK
028400             THRU 3000-EXIT
028500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
028600     PERFORM 9000-TERMINATE THRU 9000-EXIT
028700     STOP RUN.
028800
028900*================================================================
029000* 1000-INITIALIZE - no rate card, or no extract to price, ends
029100* the run before the report is opened.  The report month is
029200* taken from the first extract record.
029300*================================================================
029400 1000-INITIALIZE.
029500     MOVE ZERO TO WS-PAGE-NO
029600     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
029700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029800     ACCEPT WS-RUN-TIME FROM TIME
029900     INITIALIZE WS-PURP-TOTALS
030000     INITIALIZE WS-DEPT-TOTALS
030100     INITIALIZE WS-GRAND-TOTALS
030200     MOVE ZERO TO WS-DEPT-HOURS
030300     MOVE ZERO TO WS-DEPT-CHARGE
030400     MOVE ZERO TO WS-GRAND-HOURS
030500     MOVE ZERO TO WS-GRAND-CHARGE
030600
030700     OPEN INPUT RATE-CARD-FILE
030800     IF NOT WS-RTC-OK
030900        DISPLAY "CHGBACK: NO RATECARD - NOTHING TO PRICE WITH, "
031000           "RUN ENDED"
031100        MOVE 8 TO RETURN-CODE
031200        STOP RUN
031300     END-IF
031400     SET WS-NOT-END-OF-FILE TO TRUE
031500     PERFORM 1100-READ-RATE-CARD THRU 1100-EXIT
031600     PERFORM 1200-LOAD-RATE-CARD THRU 1200-EXIT
031700         UNTIL WS-END-OF-FILE
031800     CLOSE RATE-CARD-FILE
031900
032000     OPEN INPUT CHARGE-EXTRACT-FILE
032100     IF NOT WS-CHX-OK
032200        DISPLAY "CHGBACK: STATUS " WS-CHX-STATUS
032300           " OPENING CHGEXTR - NOTHING TO CHARGE, RUN ENDED"
032400        MOVE 8 TO RETURN-CODE
032500        STOP RUN
032600     END-IF
032700     READ CHARGE-EXTRACT-FILE
032800         AT END
032900            CONTINUE
033000     END-READ
033100     IF WS-CHX-OK
033200        MOVE CHX-MONTH TO WS-REPORT-MONTH
033300     END-IF
033400     CLOSE CHARGE-EXTRACT-FILE
033500
033600     OPEN OUTPUT CHARGEBACK-RPT
033700 1000-EXIT.
033800     EXIT.
033900
034000 1100-READ-RATE-CARD.
034100     READ RATE-CARD-FILE
034200         AT END
034300            SET WS-END-OF-FILE TO TRUE
034400     END-READ
034500     IF NOT WS-RTC-OK
034600        SET WS-END-OF-FILE TO TRUE
034700     END-IF
034800 1100-EXIT.
034900     EXIT.
035000
035100 1200-LOAD-RATE-CARD.
035200     ADD 1 TO WS-RATE-CARD-CTR
035300     IF NOT RTC-ITEM-VALID
035400        OR RTC-RATE NOT NUMERIC
035500        OR WS-RATE-USED >= 50
035600        DISPLAY "CHGBACK: RATE CARD LINE " WS-RATE-CARD-CTR
035700           " NOT USED: " RATE-CARD-REC (1:18)
035800        ADD 1 TO WS-BAD-CARD-CTR
035900     ELSE
036000        ADD 1 TO WS-RATE-USED
036100        MOVE RTC-ITEM         TO WS-RATE-ITEM (WS-RATE-USED)
036200        MOVE RTC-PURPOSE-CODE TO WS-RATE-PURPOSE (WS-RATE-USED)
036300        MOVE RTC-RATE         TO WS-RATE-AMOUNT (WS-RATE-USED)
036400     END-IF
036500     PERFORM 1100-READ-RATE-CARD THRU 1100-EXIT
036600 1200-EXIT.
036700     EXIT.
036800
036900*================================================================
037000* 3000-PRINT-CHARGEBACK - SORT output procedure.  Items are
037100* summed per purpose within department; a purpose change prices
037200* and prints the line, a department change prints the
037300* department total.
037400*================================================================
037500 3000-PRINT-CHARGEBACK.
037600     SET WS-NOT-END-OF-SORTED TO TRUE
037700     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
037800     IF WS-END-OF-SORTED
037900        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
038000        WRITE RPT-LINE FROM NONE-LINE
038100        GO TO 3000-EXIT
038200     END-IF
038300     PERFORM 3200-TAKE-ONE-ITEM THRU 3200-EXIT
038400         UNTIL WS-END-OF-SORTED
038500     IF WS-NOT-FIRST-ITEM
038600        PERFORM 3500-PRINT-PURPOSE-LINE THRU 3500-EXIT
038700        PERFORM 3700-PRINT-DEPT-TOTAL THRU 3700-EXIT
038800     END-IF
038900     PERFORM 3800-PRINT-GRAND-TOTAL THRU 3800-EXIT
039000 3000-EXIT.
039100     EXIT.
039200
039300 3100-RETURN-SORTED.
039400     RETURN CHARGE-SORT-FILE
039500         AT END
039600            SET WS-END-OF-SORTED TO TRUE
039700     END-RETURN
039800 3100-EXIT.
039900     EXIT.
040000
040100 3200-TAKE-ONE-ITEM.
040200     IF CHS-MONTH NOT = WS-REPORT-MONTH
040300        ADD 1 TO WS-OTHER-MONTH-CTR
040400        PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
040500        GO TO 3200-EXIT
040600     END-IF
040700
040800     IF WS-FIRST-ITEM
040900        SET WS-NOT-FIRST-ITEM TO TRUE
041000        PERFORM 3600-START-DEPT THRU 3600-EXIT
041100     ELSE
041200        IF CHS-DEPT-FLAG NOT = WS-PREV-DEPT-FLAG
041300           OR CHS-DEPT NOT = WS-PREV-DEPT
041400           PERFORM 3500-PRINT-PURPOSE-LINE THRU 3500-EXIT
041500           PERFORM 3700-PRINT-DEPT-TOTAL THRU 3700-EXIT
041600           PERFORM 3600-START-DEPT THRU 3600-EXIT
041700        ELSE
041800           IF CHS-PURPOSE-CODE NOT = WS-PREV-PURPOSE
041900              PERFORM 3500-PRINT-PURPOSE-LINE THRU 3500-EXIT
042000           END-IF
042100        END-IF
042200     END-IF
042300     MOVE CHS-PURPOSE-CODE TO WS-PREV-PURPOSE
042400
042500     ADD 1 TO WS-ITEM-CTR
042600     EVALUATE TRUE
042700        WHEN CHS-KIND-VISIT
042800           ADD 1 TO WS-PURP-VISITS
042900           ADD CHS-MINUTES TO WS-PURP-MINUTES
043000        WHEN CHS-KIND-LOST-BADGE
043100           ADD 1 TO WS-PURP-LOST
043200        WHEN CHS-KIND-PASS
043300           ADD 1 TO WS-PURP-PASSES
043400     END-EVALUATE
043500     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
043600 3200-EXIT.
043700     EXIT.
043800
043900*================================================================
044000* 3500-PRINT-PURPOSE-LINE - price the purpose's items at its
044100* rates, print the line, roll it into the department.
044200*================================================================
044300 3500-PRINT-PURPOSE-LINE.
044400     MOVE WS-PREV-PURPOSE TO WS-SEARCH-PURPOSE
044500     MOVE "VISIT" TO WS-SEARCH-ITEM
044600     PERFORM 3900-FIND-RATE THRU 3900-EXIT
044700     MOVE WS-FOUND-RATE TO WS-VISIT-RATE
044800     MOVE "HOURS" TO WS-SEARCH-ITEM
044900     PERFORM 3900-FIND-RATE THRU 3900-EXIT
045000     MOVE WS-FOUND-RATE TO WS-HOUR-RATE
045100     MOVE "BADGE" TO WS-SEARCH-ITEM
045200     PERFORM 3900-FIND-RATE THRU 3900-EXIT
045300     MOVE WS-FOUND-RATE TO WS-BADGE-RATE
045400     MOVE "PASS " TO WS-SEARCH-ITEM
045500     PERFORM 3900-FIND-RATE THRU 3900-EXIT
045600     MOVE WS-FOUND-RATE TO WS-PASS-RATE
045700
045800     COMPUTE WS-PURP-HOURS ROUNDED = WS-PURP-MINUTES / 60
045900     COMPUTE WS-PURP-CHARGE ROUNDED =
046000          (WS-PURP-VISITS * WS-VISIT-RATE)
046100        + (WS-PURP-HOURS  * WS-HOUR-RATE)
046200        + (WS-PURP-LOST   * WS-BADGE-RATE)
046300        + (WS-PURP-PASSES * WS-PASS-RATE)
046400
046500     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
046600        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
046700        PERFORM 4200-PRINT-DEPT-GROUP THRU 4200-EXIT
046800     END-IF
046900     MOVE SPACES TO CHG-LABEL
047000     STRING "PURPOSE " WS-PREV-PURPOSE DELIMITED BY SIZE
047100        INTO CHG-LABEL
047200     MOVE WS-PURP-VISITS TO CHG-VISITS
047300     MOVE WS-PURP-HOURS  TO CHG-HOURS
047400     MOVE WS-PURP-LOST   TO CHG-LOST
047500     MOVE WS-PURP-PASSES TO CHG-PASSES
047600     MOVE WS-PURP-CHARGE TO CHG-CHARGE
047700     WRITE RPT-LINE FROM CHG-LINE
047800     ADD 1 TO WS-LINE-CTR
047900
048000     ADD WS-PURP-VISITS TO WS-DEPT-VISITS
048100     ADD WS-PURP-HOURS  TO WS-DEPT-HOURS
048200     ADD WS-PURP-LOST   TO WS-DEPT-LOST
048300     ADD WS-PURP-PASSES TO WS-DEPT-PASSES
048400     ADD WS-PURP-CHARGE TO WS-DEPT-CHARGE
048500     INITIALIZE WS-PURP-TOTALS
048600 3500-EXIT.
048700     EXIT.
048800
048900 3600-START-DEPT.
049000     MOVE CHS-DEPT-FLAG TO WS-PREV-DEPT-FLAG
049100     MOVE CHS-DEPT      TO WS-PREV-DEPT
049200     ADD 1 TO WS-DEPT-CTR
049300     IF WS-LINE-CTR + 4 > WS-MAX-LINES-PER-PAGE
049400        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
049500     END-IF
049600     PERFORM 4200-PRINT-DEPT-GROUP THRU 4200-EXIT
049700 3600-EXIT.
049800     EXIT.
049900
050000 3700-PRINT-DEPT-TOTAL.
050100     MOVE "DEPARTMENT TOTAL"  TO CHG-LABEL
050200     MOVE WS-DEPT-VISITS TO CHG-VISITS
050300     MOVE WS-DEPT-HOURS  TO CHG-HOURS
050400     MOVE WS-DEPT-LOST   TO CHG-LOST
050500     MOVE WS-DEPT-PASSES TO CHG-PASSES
050600     MOVE WS-DEPT-CHARGE TO CHG-CHARGE
050700     WRITE RPT-LINE FROM CHG-LINE
050800     ADD 1 TO WS-LINE-CTR
050900
051000     ADD WS-DEPT-VISITS TO WS-GRAND-VISITS
051100     ADD WS-DEPT-HOURS  TO WS-GRAND-HOURS
051200     ADD WS-DEPT-LOST   TO WS-GRAND-LOST
051300     ADD WS-DEPT-PASSES TO WS-GRAND-PASSES
051400     ADD WS-DEPT-CHARGE TO WS-GRAND-CHARGE
051500     INITIALIZE WS-DEPT-TOTALS
051600     MOVE ZERO TO WS-DEPT-HOURS
051700     MOVE ZERO TO WS-DEPT-CHARGE
051800 3700-EXIT.
051900     EXIT.
052000
052100 3800-PRINT-GRAND-TOTAL.
052200     WRITE RPT-LINE FROM SPACES
052300     MOVE "ALL DEPARTMENTS"  TO CHG-LABEL
052400     MOVE WS-GRAND-VISITS TO CHG-VISITS
052500     MOVE WS-GRAND-HOURS  TO CHG-HOURS
052600     MOVE WS-GRAND-LOST   TO CHG-LOST
052700     MOVE WS-GRAND-PASSES TO CHG-PASSES
052800     MOVE WS-GRAND-CHARGE TO CHG-CHARGE
052900     WRITE RPT-LINE FROM CHG-LINE
053000 3800-EXIT.
053100     EXIT.
053200
053300*================================================================
053400* 3900-FIND-RATE - the purpose's own rate for the item if the
053500* card has one, else the blank-purpose default, else zero and
053600* a line on SYSOUT.
053700*================================================================
053800 3900-FIND-RATE.
053900     MOVE ZERO TO WS-FOUND-RATE
054000     SET WS-RATE-NOT-FOUND TO TRUE
054100     PERFORM 3910-MATCH-RATE THRU 3910-EXIT
054200         VARYING WS-RX FROM 1 BY 1
054300         UNTIL WS-RX > WS-RATE-USED
054400            OR WS-RATE-FOUND
054500     IF WS-RATE-FOUND
054600        GO TO 3900-EXIT
054700     END-IF
054800     MOVE SPACES TO WS-SEARCH-PURPOSE
054900     PERFORM 3910-MATCH-RATE THRU 3910-EXIT
055000         VARYING WS-RX FROM 1 BY 1
055100         UNTIL WS-RX > WS-RATE-USED
055200            OR WS-RATE-FOUND
055300     MOVE WS-PREV-PURPOSE TO WS-SEARCH-PURPOSE
055400     IF WS-RATE-NOT-FOUND
055500        DISPLAY "CHGBACK: NO " WS-SEARCH-ITEM " RATE FOR PURPOSE "
055600           WS-SEARCH-PURPOSE " - CHARGED AT ZERO"
055700        ADD 1 TO WS-NO-RATE-CTR
055800     END-IF
055900 3900-EXIT.
056000     EXIT.
056100
056200 3910-MATCH-RATE.
056300     IF WS-RATE-ITEM (WS-RX) = WS-SEARCH-ITEM
056400        AND WS-RATE-PURPOSE (WS-RX) = WS-SEARCH-PURPOSE
056500        MOVE WS-RATE-AMOUNT (WS-RX) TO WS-FOUND-RATE
056600        SET WS-RATE-FOUND TO TRUE
056700     END-IF
056800 3910-EXIT.
056900     EXIT.
057000
057100 4100-PRINT-HEADERS.
057200     ADD 1 TO WS-PAGE-NO
057300     MOVE WS-RUN-MM      TO HDR-RUN-MM
057400     MOVE WS-RUN-DD      TO HDR-RUN-DD
057500     MOVE WS-RUN-YYYY    TO HDR-RUN-YYYY
057600     MOVE WS-RUN-TIME    TO HDR-RUN-TIME
057700     MOVE WS-PAGE-NO     TO HDR-PAGE-NO
057800     MOVE WS-REPORT-MM   TO HDR-MONTH-MM
057900     MOVE WS-REPORT-YYYY TO HDR-MONTH-YYYY
058000
058100     IF WS-PAGE-NO > 1
058200        WRITE RPT-LINE FROM SPACES
058300            AFTER ADVANCING PAGE
058400     END-IF
058500     WRITE RPT-LINE FROM HDR-LINE-1
058600     WRITE RPT-LINE FROM HDR-LINE-2
058700     WRITE RPT-LINE FROM HDR-LINE-3
058800     MOVE ZERO TO WS-LINE-CTR
058900 4100-EXIT.
059000     EXIT.
059100
059200 4200-PRINT-DEPT-GROUP.
059300     IF WS-PREV-DEPT-FLAG = "U"
059400        MOVE "*** UNASSIGNED - HOST NOT ON EMPMAST ***"
059500           TO DGL-DEPT
059600     ELSE
059700        MOVE WS-PREV-DEPT TO DGL-DEPT
059800     END-IF
059900     WRITE RPT-LINE FROM SPACES
060000     WRITE RPT-LINE FROM DEPT-GROUP-LINE
060100     ADD 2 TO WS-LINE-CTR
060200 4200-EXIT.
060300     EXIT.
060400
060500*================================================================
060600* 5000-PRINT-SUMMARY
060700*================================================================
060800 5000-PRINT-SUMMARY.
060900     DISPLAY "CHGBACK RUN SUMMARY - MONTH " WS-REPORT-MONTH
061000     MOVE WS-RATE-CARD-CTR    TO WS-SUMMARY-CTR-ED
061100     DISPLAY "  RATE CARD LINES......... " WS-SUMMARY-CTR-ED
061200     MOVE WS-BAD-CARD-CTR     TO WS-SUMMARY-CTR-ED
061300     DISPLAY "  RATE CARD LINES UNUSED.. " WS-SUMMARY-CTR-ED
061400     MOVE WS-ITEM-CTR         TO WS-SUMMARY-CTR-ED
061500     DISPLAY "  ITEMS CHARGED........... " WS-SUMMARY-CTR-ED
061600     MOVE WS-OTHER-MONTH-CTR  TO WS-SUMMARY-CTR-ED
061700     DISPLAY "  OTHER-MONTH ITEMS....... " WS-SUMMARY-CTR-ED
061800     MOVE WS-DEPT-CTR         TO WS-SUMMARY-CTR-ED
061900     DISPLAY "  DEPARTMENTS............. " WS-SUMMARY-CTR-ED
062000     MOVE WS-NO-RATE-CTR      TO WS-SUMMARY-CTR-ED
062100     DISPLAY "  ITEM RATES MISSING...... " WS-SUMMARY-CTR-ED
062200     MOVE WS-GRAND-CHARGE     TO WS-SUMMARY-AMT-ED
062300     DISPLAY "  TOTAL CHARGED........... " WS-SUMMARY-AMT-ED
062400 5000-EXIT.
062500     EXIT.
062600
062700 9000-TERMINATE.
062800     CLOSE CHARGEBACK-RPT
062900     IF WS-BAD-CARD-CTR > ZERO
063000        OR WS-NO-RATE-CTR > ZERO
063100        OR WS-OTHER-MONTH-CTR > ZERO
063200        MOVE 4 TO RETURN-CODE
063300     ELSE
063400        MOVE 0 TO RETURN-CODE
063500     END-IF
063600 9000-EXIT.
063700     EXIT.
063800
063900 END PROGRAM CHGBACK.
