000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "ACKEXPR".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* ACKEXPR - expiring-acknowledgments report.  Reads the company-
000900* wide ACKNOWL file and lists every signed safety briefing, NDA
001000* or other document that runs out within the look-ahead window,
001100* soonest first, so the desk can have repeat contractors re-sign
001200* (through ACKMNT) before their next visit instead of holding
001300* them up at intake.  Documents that lapsed in the last 90 days
001400* are listed too, marked EXPIRED - those are the visitors who
001500* will be stopped at the desk if nobody calls them first.
001600*
001700* SYSIN carries one card:
001800*   cols 1-3 - days to look ahead (001-999); blank or not
001900*              numeric means 30
002000*
002100* Day counts use the ARRSTAT serial-day conversion, so the window
002200* crosses month and year ends correctly.  The report only READs
002300* ACKNOWL; one company-wide step in jcl/ACKEXPR.jcl.
002400*
002500* MODIFICATION HISTORY
002600*
002700* 2026-10-15  WM   Original.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACK-FILE ASSIGN TO "ACKNOWL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ACK-KEY
003600         FILE STATUS IS WS-ACK-STATUS.
003700
003800     SELECT ACK-SORT-FILE ASSIGN TO "ACKWORK".
003900
004000     SELECT ACK-RPT ASSIGN TO "ACKEXPR"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-RPT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACK-FILE.
004800     COPY ACKREC.
004900
005000 SD  ACK-SORT-FILE.
005100 01  ACK-SORT-REC.
005200     05  SRT-EXPIRY-DATE         PIC 9(08).
005300     05  SRT-VISITOR-NAME        PIC X(20).
005400     05  SRT-DOC-TYPE            PIC X(04).
005500     05  SRT-VERSION             PIC X(06).
005600     05  SRT-SIGNED-DATE         PIC 9(08).
005700     05  SRT-BADGE-COMPANY       PIC X(30).
005800     05  SRT-RECORDED-BY         PIC X(08).
005900     05  SRT-DAYS-LEFT           PIC S9(05).
006000
006100 FD  ACK-RPT
006200     RECORDING MODE IS F.
006300 01  RPT-LINE                    PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-ACK-STATUS               PIC X(02).
006700     88  WS-ACK-OK                   VALUE "00".
006800     88  WS-ACK-AT-END               VALUE "10".
006900     88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
007000
007100 01  WS-RPT-STATUS               PIC X(02).
007200     88  WS-RPT-OK                   VALUE "00".
007300
007400 01  WS-EOF-SWITCH               PIC X(01).
007500     88  WS-END-OF-ACKS              VALUE "Y".
007600     88  WS-NOT-END-OF-ACKS          VALUE "N".
007700
007800 01  WS-SORT-EOF-SWITCH          PIC X(01).
007900     88  WS-END-OF-SORTED            VALUE "Y".
008000     88  WS-NOT-END-OF-SORTED        VALUE "N".
008100
008200 01  WS-DAYS-CARD.
008300     05  WS-DAYS-CARD-AHEAD      PIC X(03).
008400     05  FILLER                  PIC X(77).
008500 01  WS-DAYS-AHEAD               PIC 9(03).
008600 01  WS-LOOK-BACK                PIC 9(03) VALUE 90.
008700
008800 01  WS-RUN-DATE                 PIC 9(08).
008900 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
009000     05  WS-RUN-YYYY              PIC 9(04).
009100     05  WS-RUN-MM                PIC 9(02).
009200     05  WS-RUN-DD                PIC 9(02).
009300 01  WS-RUN-TIME                 PIC 9(08).
009400
009500 01  WS-PAGE-NO                  PIC 9(04) COMP.
009600 01  WS-LINE-CTR                 PIC 9(04) COMP.
009700
009800 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
009900
010000*----------------------------------------------------------------
010100* SERIAL-DAY CONVERSION (ARRSTAT'S)
010200*----------------------------------------------------------------
010300 01  WS-WORK-DATE                PIC 9(08).
010400 01  WS-WORK-DATE-R             REDEFINES WS-WORK-DATE.
010500     05  WS-WORK-YYYY             PIC 9(04).
010600     05  WS-WORK-MM               PIC 9(02).
010700     05  WS-WORK-DD               PIC 9(02).
010800 01  WS-DAYNUM                   PIC 9(08) COMP.
010900 01  WS-DAY-A                    PIC 9(04) COMP.
011000 01  WS-DAY-Y                    PIC 9(08) COMP.
011100 01  WS-DAY-M                    PIC 9(04) COMP.
011200 01  WS-DAY-T                    PIC 9(08) COMP.
011300 01  WS-DAY-Q1                   PIC 9(08) COMP.
011400 01  WS-DAY-Q4                   PIC 9(08) COMP.
011500 01  WS-DAY-Q100                 PIC 9(08) COMP.
011600 01  WS-DAY-Q400                 PIC 9(08) COMP.
011700
011800 01  WS-RUN-DAYNUM               PIC 9(08) COMP.
011900 01  WS-DAYS-LEFT                PIC S9(05) COMP.
012000
012100*----------------------------------------------------------------
012200* COUNTERS
012300*----------------------------------------------------------------
012400 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
012500 01  WS-EXPIRING-CTR             PIC 9(07) COMP VALUE ZERO.
012600 01  WS-EXPIRED-CTR              PIC 9(07) COMP VALUE ZERO.
012700
012800 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
012900
013000*----------------------------------------------------------------
013100* REPORT LINE LAYOUTS
013200*----------------------------------------------------------------
013300 01  HDR-LINE-1.
013400     05  FILLER                   PIC X(01) VALUE SPACE.
013500     05  FILLER                   PIC X(26) VALUE
013600         "EXPIRING ACKNOWLEDGMENTS -".
013700     05  FILLER                   PIC X(06) VALUE " NEXT ".
013800     05  HDR-DAYS-AHEAD           PIC ZZ9.
013900     05  FILLER                   PIC X(06) VALUE " DAYS ".
014000     05  FILLER                   PIC X(04) VALUE SPACES.
014100     05  FILLER                   PIC X(10) VALUE
014200         "RUN DATE: ".
014300     05  HDR-RUN-MM               PIC 99.
014400     05  FILLER                   PIC X(01) VALUE "/".
014500     05  HDR-RUN-DD               PIC 99.
014600     05  FILLER                   PIC X(01) VALUE "/".
014700     05  HDR-RUN-YYYY             PIC 9999.
014800     05  FILLER                   PIC X(02) VALUE SPACES.
014900     05  FILLER                   PIC X(06) VALUE "TIME: ".
015000     05  HDR-RUN-TIME             PIC 9(08).
015100     05  FILLER                   PIC X(02) VALUE SPACES.
015200     05  FILLER                   PIC X(05) VALUE "PAGE ".
015300     05  HDR-PAGE-NO              PIC ZZZ9.
015400
015500 01  HDR-LINE-2.
015600     05  FILLER                   PIC X(03) VALUE SPACES.
015700     05  FILLER                   PIC X(08) VALUE
015800         "EXPIRES".
015900     05  FILLER                   PIC X(02) VALUE SPACES.
016000     05  FILLER                   PIC X(09) VALUE
016100         "DAYS LEFT".
016200     05  FILLER                   PIC X(02) VALUE SPACES.
016300     05  FILLER                   PIC X(20) VALUE
016400         "VISITOR NAME".
016500     05  FILLER                   PIC X(02) VALUE SPACES.
016600     05  FILLER                   PIC X(30) VALUE
016700         "COMPANY".
016800     05  FILLER                   PIC X(02) VALUE SPACES.
016900     05  FILLER                   PIC X(04) VALUE
017000         "DOC".
017100     05  FILLER                   PIC X(02) VALUE SPACES.
017200     05  FILLER                   PIC X(06) VALUE
017300         "VERSN".
017400     05  FILLER                   PIC X(02) VALUE SPACES.
017500     05  FILLER                   PIC X(08) VALUE
017600         "SIGNED".
017700     05  FILLER                   PIC X(02) VALUE SPACES.
017800     05  FILLER                   PIC X(08) VALUE
017900         "BY".
018000
018100 01  DTL-LINE.
018200     05  FILLER                   PIC X(03) VALUE SPACES.
018300     05  DTL-EXPIRY-DATE          PIC 9(08).
018400     05  FILLER                   PIC X(02) VALUE SPACES.
018500     05  DTL-DAYS-LEFT            PIC X(09).
018600     05  FILLER                   PIC X(02) VALUE SPACES.
018700     05  DTL-VISITOR-NAME         PIC X(20).
018800     05  FILLER                   PIC X(02) VALUE SPACES.
018900     05  DTL-BADGE-COMPANY        PIC X(30).
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  DTL-DOC-TYPE             PIC X(04).
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  DTL-VERSION              PIC X(06).
019400     05  FILLER                   PIC X(02) VALUE SPACES.
019500     05  DTL-SIGNED-DATE          PIC 9(08).
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  DTL-RECORDED-BY          PIC X(08).
019800
019900 01  WS-DAYS-LEFT-ED             PIC ZZ,ZZ9.
020000
020100 01  TOTAL-LINE.
020200     05  FILLER                   PIC X(01) VALUE SPACE.
020300     05  TOT-LABEL                PIC X(26).
020400     05  TOT-VALUE                PIC ZZZ,ZZ9.
020500
020600 PROCEDURE DIVISION.
020700*================================================================
020800* 0000-MAINLINE - the SORT pulls the acknowledgments inside the
020900* window off ACKNOWL through 2000-SELECT-ACKS and hands them back
021000* in expiry/name order to 3000-PRINT-LIST.
021100*================================================================
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021400     SORT ACK-SORT-FILE
021500         ON ASCENDING KEY SRT-EXPIRY-DATE
021600                          SRT-VISITOR-NAME
021700                          SRT-DOC-TYPE
021800         INPUT PROCEDURE IS 2000-SELECT-ACKS
021900             THRU 2000-EXIT
022000         OUTPUT PROCEDURE IS 3000-PRINT-LIST
022100             THRU 3000-EXIT
022200     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT
022400     STOP RUN.
022500
022600*================================================================
022700* 1000-INITIALIZE - without ACKNOWL there is nothing to warn
022800* about; say so and end rather than print an empty list someone
022900* might read as "nobody needs to re-sign".
023000*================================================================
023100 1000-INITIALIZE.
023200     MOVE ZERO TO WS-PAGE-NO
023300     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
023400     SET WS-NOT-END-OF-ACKS TO TRUE
023500     SET WS-NOT-END-OF-SORTED TO TRUE
023600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023700     ACCEPT WS-RUN-TIME FROM TIME
023800
023900     MOVE SPACES TO WS-DAYS-CARD
024000     ACCEPT WS-DAYS-CARD
024100     IF WS-DAYS-CARD-AHEAD NUMERIC
024200        MOVE WS-DAYS-CARD-AHEAD TO WS-DAYS-AHEAD
024300     ELSE
024400        MOVE 30 TO WS-DAYS-AHEAD
024500     END-IF
024600     IF WS-DAYS-AHEAD = ZERO
024700        MOVE 30 TO WS-DAYS-AHEAD
024800     END-IF
024900
025000     MOVE WS-RUN-DATE TO WS-WORK-DATE
025100     PERFORM 2700-COMPUTE-DAYNUM THRU 2700-EXIT
025200     MOVE WS-DAYNUM TO WS-RUN-DAYNUM
025300
025400     OPEN INPUT ACK-FILE
025500     IF NOT WS-ACK-OK
025600        DISPLAY "ACKEXPR: ACKNOWL FILE NOT AVAILABLE - "
025700           "NO EXPIRY LIST PRINTED"
025800        MOVE 8 TO RETURN-CODE
025900        STOP RUN
026000     END-IF
026100     OPEN OUTPUT ACK-RPT
026200 1000-EXIT.
026300     EXIT.
026400
026500*================================================================
026600* 2000-SELECT-ACKS - SORT input procedure: one pass over
026700* ACKNOWL.  A document goes to the sort when it expires within
026800* WS-DAYS-AHEAD days, or expired no more than WS-LOOK-BACK days
026900* ago.
027000*================================================================
027100 2000-SELECT-ACKS.
027200     PERFORM 2100-READ-ACK THRU 2100-EXIT
027300     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
027400         UNTIL WS-END-OF-ACKS
027500 2000-EXIT.
027600     EXIT.
027700
027800 2100-READ-ACK.
027900     READ ACK-FILE NEXT RECORD
028000         AT END
028100            SET WS-END-OF-ACKS TO TRUE
028200     END-READ
028300     IF NOT WS-ACK-OK
028400        SET WS-END-OF-ACKS TO TRUE
028500     END-IF
028600 2100-EXIT.
028700     EXIT.
028800
028900 2200-SELECT-ONE.
029000     ADD 1 TO WS-READ-CTR
029100     IF ACK-EXPIRY-DATE NOT NUMERIC
029200        GO TO 2200-READ-NEXT
029300     END-IF
029400     MOVE ACK-EXPIRY-DATE TO WS-WORK-DATE
029500     PERFORM 2700-COMPUTE-DAYNUM THRU 2700-EXIT
029600     COMPUTE WS-DAYS-LEFT = WS-DAYNUM - WS-RUN-DAYNUM
029700     IF WS-DAYS-LEFT > WS-DAYS-AHEAD
029800        OR WS-DAYS-LEFT < (0 - WS-LOOK-BACK)
029900        GO TO 2200-READ-NEXT
030000     END-IF
030100     MOVE ACK-EXPIRY-DATE     TO SRT-EXPIRY-DATE
030200     MOVE ACK-VISITOR-NAME    TO SRT-VISITOR-NAME
030300     MOVE ACK-DOC-TYPE        TO SRT-DOC-TYPE
030400     MOVE ACK-VERSION         TO SRT-VERSION
030500     MOVE ACK-SIGNED-DATE     TO SRT-SIGNED-DATE
030600     MOVE ACK-BADGE-COMPANY   TO SRT-BADGE-COMPANY
030700     MOVE ACK-RECORDED-BY     TO SRT-RECORDED-BY
030800     MOVE WS-DAYS-LEFT        TO SRT-DAYS-LEFT
030900     RELEASE ACK-SORT-REC
031000 2200-READ-NEXT.
031100     PERFORM 2100-READ-ACK THRU 2100-EXIT
031200 2200-EXIT.
031300     EXIT.
031400
031500*================================================================
031600* 2700-COMPUTE-DAYNUM - serial day number for WS-WORK-DATE, the
031700* ARRSTAT conversion: every quotient goes through a DIVIDE into
031800* an integer field so no decimals are carried along.
031900*================================================================
032000 2700-COMPUTE-DAYNUM.
032100     COMPUTE WS-DAY-T = 14 - WS-WORK-MM
032200     DIVIDE WS-DAY-T BY 12 GIVING WS-DAY-A
032300     COMPUTE WS-DAY-Y = WS-WORK-YYYY + 4800 - WS-DAY-A
032400     COMPUTE WS-DAY-M = WS-WORK-MM + (12 * WS-DAY-A) - 3
032500     COMPUTE WS-DAY-T = (153 * WS-DAY-M) + 2
032600     DIVIDE WS-DAY-T BY 5 GIVING WS-DAY-Q1
032700     DIVIDE WS-DAY-Y BY 4 GIVING WS-DAY-Q4
032800     DIVIDE WS-DAY-Y BY 100 GIVING WS-DAY-Q100
032900     DIVIDE WS-DAY-Y BY 400 GIVING WS-DAY-Q400
033000     COMPUTE WS-DAYNUM = WS-WORK-DD + WS-DAY-Q1
033100        + (365 * WS-DAY-Y)
033200        + WS-DAY-Q4 - WS-DAY-Q100 + WS-DAY-Q400
033300        - 32045
033400 2700-EXIT.
033500     EXIT.
033600
033700*================================================================
033800* 3000-PRINT-LIST - SORT output procedure, in the 60-line page
033900* frame the other rosters use.
034000*================================================================
034100 3000-PRINT-LIST.
034200     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
034300     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
034400         UNTIL WS-END-OF-SORTED
034500     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT
034600 3000-EXIT.
034700     EXIT.
034800
034900 3100-RETURN-SORTED.
035000     RETURN ACK-SORT-FILE
035100         AT END
035200            SET WS-END-OF-SORTED TO TRUE
035300     END-RETURN
035400 3100-EXIT.
035500     EXIT.
035600
035700 3200-PRINT-ONE.
035800     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
035900        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
036000     END-IF
036100     MOVE SRT-EXPIRY-DATE     TO DTL-EXPIRY-DATE
036200     MOVE SRT-VISITOR-NAME    TO DTL-VISITOR-NAME
036300     MOVE SRT-BADGE-COMPANY   TO DTL-BADGE-COMPANY
036400     MOVE SRT-DOC-TYPE        TO DTL-DOC-TYPE
036500     MOVE SRT-VERSION         TO DTL-VERSION
036600     MOVE SRT-SIGNED-DATE     TO DTL-SIGNED-DATE
036700     MOVE SRT-RECORDED-BY     TO DTL-RECORDED-BY
036800     IF SRT-DAYS-LEFT < ZERO
036900        MOVE "EXPIRED" TO DTL-DAYS-LEFT
037000        ADD 1 TO WS-EXPIRED-CTR
037100     ELSE
037200        MOVE SRT-DAYS-LEFT TO WS-DAYS-LEFT-ED
037300        MOVE WS-DAYS-LEFT-ED TO DTL-DAYS-LEFT
037400        ADD 1 TO WS-EXPIRING-CTR
037500     END-IF
037600     WRITE RPT-LINE FROM DTL-LINE
037700     ADD 1 TO WS-LINE-CTR
037800     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
037900 3200-EXIT.
038000     EXIT.
038100
038200 3300-PRINT-HEADERS.
038300     ADD 1 TO WS-PAGE-NO
038400     MOVE WS-DAYS-AHEAD TO HDR-DAYS-AHEAD
038500     MOVE WS-RUN-MM     TO HDR-RUN-MM
038600     MOVE WS-RUN-DD     TO HDR-RUN-DD
038700     MOVE WS-RUN-YYYY   TO HDR-RUN-YYYY
038800     MOVE WS-RUN-TIME   TO HDR-RUN-TIME
038900     MOVE WS-PAGE-NO    TO HDR-PAGE-NO
039000
039100     IF WS-PAGE-NO > 1
039200        WRITE RPT-LINE FROM SPACES
039300            AFTER ADVANCING PAGE
039400     END-IF
039500     WRITE RPT-LINE FROM HDR-LINE-1
039600     WRITE RPT-LINE FROM HDR-LINE-2
039700     WRITE RPT-LINE FROM SPACES
039800     MOVE ZERO TO WS-LINE-CTR
039900 3300-EXIT.
040000     EXIT.
040100
040200 3700-PRINT-TOTALS.
040300     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
040400        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
040500     END-IF
040600     WRITE RPT-LINE FROM SPACES
040700     MOVE "EXPIRING IN WINDOW ......." TO TOT-LABEL
040800     MOVE WS-EXPIRING-CTR TO TOT-VALUE
040900     WRITE RPT-LINE FROM TOTAL-LINE
041000     MOVE "EXPIRED IN LAST 90 DAYS .." TO TOT-LABEL
041100     MOVE WS-EXPIRED-CTR TO TOT-VALUE
041200     WRITE RPT-LINE FROM TOTAL-LINE
041300 3700-EXIT.
041400     EXIT.
041500
041600*================================================================
041700* 5000-PRINT-SUMMARY
041800*================================================================
041900 5000-PRINT-SUMMARY.
042000     DISPLAY "ACKEXPR RUN SUMMARY"
042100     MOVE WS-READ-CTR      TO WS-SUMMARY-CTR-ED
042200     DISPLAY "  ACKNOWLEDGMENTS READ.... " WS-SUMMARY-CTR-ED
042300     MOVE WS-EXPIRING-CTR  TO WS-SUMMARY-CTR-ED
042400     DISPLAY "  EXPIRING IN WINDOW...... " WS-SUMMARY-CTR-ED
042500     MOVE WS-EXPIRED-CTR   TO WS-SUMMARY-CTR-ED
042600     DISPLAY "  RECENTLY EXPIRED........ " WS-SUMMARY-CTR-ED
042700 5000-EXIT.
042800     EXIT.
042900
043000*================================================================
043100* 9000-TERMINATE
043200*================================================================
043300 9000-TERMINATE.
043400     CLOSE ACK-FILE
043500     CLOSE ACK-RPT
043600 9000-EXIT.
043700     EXIT.
043800
043900 END PROGRAM ACKEXPR.
