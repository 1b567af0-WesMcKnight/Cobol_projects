000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "XFERLOG".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* XFERLOG - daily inter-site transfer log, company-wide, from
000900* the VISXFER file XFERVIS keeps.  Two sections, each by
001000* receiving site and time sent:
001100*
001200*   NEVER ARRIVED - every visitor still in transit who was sent
001300*   on or before the log date (the desk at the other building
001400*   never received them), plus the transfers a supervisor or
001500*   security closed out as never arrived on the log date.  A
001600*   transfer stays in this section every day until somebody
001700*   closes it out in XFERVIS.
001800*
001900*   SENT - every transfer sent on the log date, with where it
002000*   stands: arrived (time and the receiving desk's operator),
002100*   still in transit, or closed out.
002200*
002300* A visitor still in transit ends the run with RC 4, so the
002400* scheduler flags the log for security's attention.
002500*
002600* SYSIN: one card, the log date in cols 1-8 (YYYYMMDD); blank
002700* logs today.  jcl/XFERLOG.jcl.
002800*
002900* MODIFICATION HISTORY
003000*
003100* 2026-10-15  WM   Original.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TRANSFER-FILE ASSIGN TO "VISXFER"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS XFR-KEY
004000         ALTERNATE RECORD KEY IS XFR-TO-KEY WITH DUPLICATES
004100         FILE STATUS IS WS-XFR-STATUS.
004200
004300     SELECT XFER-SORT-FILE ASSIGN TO "XFRWORK".
004400
004500     SELECT XFER-RPT ASSIGN TO "XFERLOG"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  TRANSFER-FILE.
005300     COPY XFERREC.
005400
005500 SD  XFER-SORT-FILE.
005600 01  XFER-SORT-REC.
005700     05  SRT-SECTION             PIC 9(01).
005800     05  SRT-TO-SITE             PIC X(08).
005900     05  SRT-SENT-DATE           PIC 9(08).
006000     05  SRT-SENT-TIME           PIC 9(08).
006100     05  SRT-FROM-SITE           PIC X(08).
006200     05  SRT-FROM-VISITOR-ID     PIC 9(13).
006300     05  SRT-NAME                PIC X(20).
006400     05  SRT-TO-HOST             PIC X(20).
006500     05  SRT-STATUS              PIC X(01).
006600     05  SRT-ARRIVE-DATE         PIC 9(08).
006700     05  SRT-ARRIVE-TIME         PIC 9(08).
006800     05  SRT-RECEIVED-BY         PIC X(08).
006900
007000 FD  XFER-RPT
007100     RECORDING MODE IS F.
007200 01  RPT-LINE                    PIC X(132).
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-XFR-STATUS               PIC X(02).
007600     88  WS-XFR-OK                   VALUE "00".
007700     88  WS-XFR-AT-END               VALUE "10".
007800     88  WS-XFR-FILE-NOT-FOUND       VALUE "35".
007900
008000 01  WS-RPT-STATUS               PIC X(02).
008100     88  WS-RPT-OK                   VALUE "00".
008200
008300 01  WS-EOF-SWITCH               PIC X(01).
008400     88  WS-END-OF-TRANSFERS         VALUE "Y".
008500     88  WS-NOT-END-OF-TRANSFERS     VALUE "N".
008600
008700 01  WS-XFR-AVAIL-SWITCH         PIC X(01).
008800     88  WS-XFR-AVAILABLE            VALUE "Y".
008900     88  WS-XFR-NOT-AVAILABLE        VALUE "N".
009000
009100 01  WS-SORT-EOF-SWITCH          PIC X(01).
009200     88  WS-END-OF-SORTED            VALUE "Y".
009300     88  WS-NOT-END-OF-SORTED        VALUE "N".
009400
009500 01  WS-DATE-CARD.
009600     05  WS-CARD-LOG-DATE        PIC X(08).
009700     05  FILLER                  PIC X(72).
009800
009900 01  WS-LOG-DATE                 PIC 9(08).
010000
010100 01  WS-RUN-DATE                 PIC 9(08).
010200 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
010300     05  WS-RUN-YYYY              PIC 9(04).
010400     05  WS-RUN-MM                PIC 9(02).
010500     05  WS-RUN-DD                PIC 9(02).
010600 01  WS-RUN-TIME                 PIC 9(08).
010700
010800*----------------------------------------------------------------
010900* XFR times are HHMMSShh; the log prints HHMM.
011000*----------------------------------------------------------------
011100 01  WS-TIME-WORK                PIC 9(08).
011200 01  WS-TIME-WORK-R             REDEFINES WS-TIME-WORK.
011300     05  WS-TIME-HHMM             PIC 9(04).
011400     05  FILLER                   PIC 9(04).
011500
011600 01  WS-PAGE-NO                  PIC 9(04) COMP.
011700 01  WS-LINE-CTR                 PIC 9(04) COMP.
011800
011900 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
012000
012100 01  WS-CUR-SECTION              PIC 9(01).
012200 01  WS-PREV-TO-SITE             PIC X(08).
012300
012400*----------------------------------------------------------------
012500* COUNTERS
012600*----------------------------------------------------------------
012700 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
012800 01  WS-SECTION-CTR              PIC 9(07) COMP VALUE ZERO.
012900 01  WS-SENT-CTR                 PIC 9(07) COMP VALUE ZERO.
013000 01  WS-ARRIVED-CTR              PIC 9(07) COMP VALUE ZERO.
013100 01  WS-IN-TRANSIT-CTR           PIC 9(07) COMP VALUE ZERO.
013200 01  WS-CLOSED-OUT-CTR           PIC 9(07) COMP VALUE ZERO.
013300
013400 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
013500
013600*----------------------------------------------------------------
013700* REPORT LINE LAYOUTS
013800*----------------------------------------------------------------
013900 01  HDR-LINE-1.
014000     05  FILLER                   PIC X(01) VALUE SPACE.
014100     05  FILLER                   PIC X(29) VALUE
014200         "INTER-SITE TRANSFER LOG FOR ".
014300     05  HDR-LOG-DATE             PIC 9(08).
014400     05  FILLER                   PIC X(04) VALUE SPACES.
014500     05  FILLER                   PIC X(10) VALUE
014600         "RUN DATE: ".
014700     05  HDR-RUN-MM               PIC 99.
014800     05  FILLER                   PIC X(01) VALUE "/".
014900     05  HDR-RUN-DD               PIC 99.
015000     05  FILLER                   PIC X(01) VALUE "/".
015100     05  HDR-RUN-YYYY             PIC 9999.
015200     05  FILLER                   PIC X(02) VALUE SPACES.
015300     05  FILLER                   PIC X(06) VALUE "TIME: ".
015400     05  HDR-RUN-TIME             PIC 9(08).
015500     05  FILLER                   PIC X(02) VALUE SPACES.
015600     05  FILLER                   PIC X(05) VALUE "PAGE ".
015700     05  HDR-PAGE-NO              PIC ZZZ9.
015800
015900 01  HDR-LINE-2.
016000     05  FILLER                   PIC X(01) VALUE SPACE.
016100     05  FILLER                   PIC X(09) VALUE "FROM".
016200     05  FILLER                   PIC X(14) VALUE "VISITOR ID".
016300     05  FILLER                   PIC X(21) VALUE "NAME".
016400     05  FILLER                   PIC X(09) VALUE "TO".
016500     05  FILLER                   PIC X(21) VALUE "HOST THERE".
016600     05  FILLER                   PIC X(14) VALUE "SENT".
016700     05  FILLER                   PIC X(14) VALUE "STATUS".
016800     05  FILLER                   PIC X(14) VALUE
016900         "ARRIVED/CLOSED".
017000     05  FILLER                   PIC X(08) VALUE "BY".
017100
017200 01  SECTION-1-LINE.
017300     05  FILLER                   PIC X(01) VALUE SPACE.
017400     05  FILLER                   PIC X(51) VALUE
017500         "NEVER ARRIVED - STILL IN TRANSIT, OR CLOSED OUT ON ".
017600     05  SEC1-DATE                PIC 9(08).
017700
017800 01  SECTION-2-LINE.
017900     05  FILLER                   PIC X(01) VALUE SPACE.
018000     05  FILLER                   PIC X(18) VALUE
018100         "TRANSFERS SENT ON ".
018200     05  SEC2-DATE                PIC 9(08).
018300
018400 01  NONE-LINE.
018500     05  FILLER                   PIC X(03) VALUE SPACES.
018600     05  FILLER                   PIC X(04) VALUE "NONE".
018700
018800 01  DTL-LINE.
018900     05  FILLER                   PIC X(01) VALUE SPACE.
019000     05  DTL-FROM-SITE            PIC X(08).
019100     05  FILLER                   PIC X(01) VALUE SPACE.
019200     05  DTL-FROM-VISITOR-ID      PIC 9(13).
019300     05  FILLER                   PIC X(01) VALUE SPACE.
019400     05  DTL-NAME                 PIC X(20).
019500     05  FILLER                   PIC X(01) VALUE SPACE.
019600     05  DTL-TO-SITE              PIC X(08).
019700     05  FILLER                   PIC X(01) VALUE SPACE.
019800     05  DTL-TO-HOST              PIC X(20).
019900     05  FILLER                   PIC X(01) VALUE SPACE.
020000     05  DTL-SENT-DATE            PIC 9(08).
020100     05  FILLER                   PIC X(01) VALUE SPACE.
020200     05  DTL-SENT-TIME            PIC 9(04).
020300     05  FILLER                   PIC X(01) VALUE SPACE.
020400     05  DTL-STATUS               PIC X(13).
020500     05  FILLER                   PIC X(01) VALUE SPACE.
020600     05  DTL-ARRIVE.
020700         10  DTL-ARRIVE-DATE      PIC 9(08).
020800         10  FILLER               PIC X(01).
020900         10  DTL-ARRIVE-TIME      PIC 9(04).
021000     05  DTL-ARRIVE-X            REDEFINES DTL-ARRIVE
021100                                  PIC X(13).
021200     05  FILLER                   PIC X(01) VALUE SPACE.
021300     05  DTL-RECEIVED-BY          PIC X(08).
021400
021500 01  TOTAL-LINE.
021600     05  FILLER                   PIC X(01) VALUE SPACE.
021700     05  TOT-LABEL                PIC X(40).
021800     05  TOT-COUNT                PIC ZZZ,ZZ9.
021900
022000 PROCEDURE DIVISION.
022100*================================================================
022200* 0000-MAINLINE - the SORT pulls the transfers each section
022300* wants off VISXFER through 2000-SELECT-TRANSFERS and hands
022400* them back by section, receiving site and time sent.
022500*================================================================
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022800     SORT XFER-SORT-FILE
022900         ON ASCENDING KEY SRT-SECTION
023000                          SRT-TO-SITE
023100                          SRT-SENT-DATE
023200                          SRT-SENT-TIME
023300         INPUT PROCEDURE IS 2000-SELECT-TRANSFERS
023400             THRU 2000-EXIT
023500         OUTPUT PROCEDURE IS 3000-PRINT-LOG
023600             THRU 3000-EXIT
023700     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT
023900     IF WS-IN-TRANSIT-CTR > ZERO
024000        MOVE 4 TO RETURN-CODE
024100     END-IF
024200     STOP RUN.
024300
024400*================================================================
024500* 1000-INITIALIZE - a date card that is not YYYYMMDD ends the
024600* run.  No VISXFER means no transfer has ever been recorded, so
024700* the log prints empty rather than failing.
024800*================================================================
024900 1000-INITIALIZE.
025000     MOVE ZERO TO WS-PAGE-NO
025100     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
025200     SET WS-NOT-END-OF-TRANSFERS TO TRUE
025300     SET WS-NOT-END-OF-SORTED TO TRUE
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025500     ACCEPT WS-RUN-TIME FROM TIME
025600
025700     MOVE SPACES TO WS-DATE-CARD
025800     ACCEPT WS-DATE-CARD
025900     IF WS-CARD-LOG-DATE = SPACES
026000        MOVE WS-RUN-DATE TO WS-LOG-DATE
026100     ELSE
026200        IF WS-CARD-LOG-DATE NOT NUMERIC
026300           DISPLAY "XFERLOG: LOG DATE " WS-CARD-LOG-DATE
026400              " IS NOT YYYYMMDD - RUN ENDED"
026500           MOVE 8 TO RETURN-CODE
026600           STOP RUN
026700        END-IF
026800        MOVE WS-CARD-LOG-DATE TO WS-LOG-DATE
026900     END-IF
027000
027100     SET WS-XFR-AVAILABLE TO TRUE
027200     OPEN INPUT TRANSFER-FILE
027300     IF NOT WS-XFR-OK
027400        SET WS-XFR-NOT-AVAILABLE TO TRUE
027500        SET WS-END-OF-TRANSFERS TO TRUE
027600        DISPLAY "XFERLOG: VISXFER NOT AVAILABLE (STATUS "
027700           WS-XFR-STATUS ") - NO TRANSFERS LOGGED"
027800     END-IF
027900
028000     OPEN OUTPUT XFER-RPT
028100 1000-EXIT.
028200     EXIT.
028300
028400*================================================================
028500* 2000-SELECT-TRANSFERS - SORT input procedure: one pass over
028600* VISXFER.  A transfer sent on the log date and still in
028700* transit goes to both sections.
028800*================================================================
028900 2000-SELECT-TRANSFERS.
029000     IF WS-END-OF-TRANSFERS
029100        GO TO 2000-EXIT
029200     END-IF
029300     PERFORM 2100-READ-TRANSFER THRU 2100-EXIT
029400     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
029500         UNTIL WS-END-OF-TRANSFERS
029600 2000-EXIT.
029700     EXIT.
029800
029900 2100-READ-TRANSFER.
030000     READ TRANSFER-FILE NEXT RECORD
030100         AT END
030200            SET WS-END-OF-TRANSFERS TO TRUE
030300     END-READ
030400     IF NOT WS-XFR-OK
030500        SET WS-END-OF-TRANSFERS TO TRUE
030600     END-IF
030700 2100-EXIT.
030800     EXIT.
030900
031000 2200-SELECT-ONE.
031100     ADD 1 TO WS-READ-CTR
031200     IF XFR-SENT-DATE > WS-LOG-DATE
031300        GO TO 2200-NEXT
031400     END-IF
031500     IF XFR-IN-TRANSIT
031600        ADD 1 TO WS-IN-TRANSIT-CTR
031700        MOVE 1 TO SRT-SECTION
031800        PERFORM 2300-RELEASE-TRANSFER THRU 2300-EXIT
031900     END-IF
032000     IF XFR-NEVER-ARRIVED AND XFR-ARRIVE-DATE = WS-LOG-DATE
032100        ADD 1 TO WS-CLOSED-OUT-CTR
032200        MOVE 1 TO SRT-SECTION
032300        PERFORM 2300-RELEASE-TRANSFER THRU 2300-EXIT
032400     END-IF
032500     IF XFR-SENT-DATE = WS-LOG-DATE
032600        ADD 1 TO WS-SENT-CTR
032700        IF XFR-ARRIVED
032800           ADD 1 TO WS-ARRIVED-CTR
032900        END-IF
033000        MOVE 2 TO SRT-SECTION
033100        PERFORM 2300-RELEASE-TRANSFER THRU 2300-EXIT
033200     END-IF
033300 2200-NEXT.
033400     PERFORM 2100-READ-TRANSFER THRU 2100-EXIT
033500 2200-EXIT.
033600     EXIT.
033700
033800 2300-RELEASE-TRANSFER.
033900     MOVE XFR-TO-SITE             TO SRT-TO-SITE
034000     MOVE XFR-SENT-DATE           TO SRT-SENT-DATE
034100     MOVE XFR-SENT-TIME           TO SRT-SENT-TIME
034200     MOVE XFR-FROM-SITE           TO SRT-FROM-SITE
034300     MOVE XFR-FROM-VISITOR-ID     TO SRT-FROM-VISITOR-ID
034400     MOVE XFR-NAME                TO SRT-NAME
034500     MOVE XFR-TO-HOST             TO SRT-TO-HOST
034600     MOVE XFR-STATUS              TO SRT-STATUS
034700     MOVE XFR-ARRIVE-DATE         TO SRT-ARRIVE-DATE
034800     MOVE XFR-ARRIVE-TIME         TO SRT-ARRIVE-TIME
034900     MOVE XFR-RECEIVED-BY         TO SRT-RECEIVED-BY
035000     RELEASE XFER-SORT-REC
035100 2300-EXIT.
035200     EXIT.
035300
035400*================================================================
035500* 3000-PRINT-LOG - SORT output procedure, in the 60-line page
035600* frame the other rosters use.  Each section prints its title
035700* when its first transfer comes back (or NONE when it has
035800* none); a blank line separates one receiving site from the
035900* next.
036000*================================================================
036100 3000-PRINT-LOG.
036200     MOVE ZERO TO WS-CUR-SECTION
036300     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
036400     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
036500         UNTIL WS-END-OF-SORTED
036600     PERFORM 3500-NEXT-SECTION THRU 3500-EXIT
036700         UNTIL WS-CUR-SECTION >= 2
036800     IF WS-SECTION-CTR = ZERO
036900        WRITE RPT-LINE FROM NONE-LINE
037000        ADD 1 TO WS-LINE-CTR
037100     END-IF
037200     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT
037300 3000-EXIT.
037400     EXIT.
037500
037600 3100-RETURN-SORTED.
037700     RETURN XFER-SORT-FILE
037800         AT END
037900            SET WS-END-OF-SORTED TO TRUE
038000     END-RETURN
038100 3100-EXIT.
038200     EXIT.
038300
038400 3200-PRINT-ONE.
038500     PERFORM 3500-NEXT-SECTION THRU 3500-EXIT
038600         UNTIL WS-CUR-SECTION >= SRT-SECTION
038700     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
038800        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
038900     END-IF
039000     IF SRT-TO-SITE NOT = WS-PREV-TO-SITE
039100        IF WS-SECTION-CTR > ZERO
039200           WRITE RPT-LINE FROM SPACES
039300           ADD 1 TO WS-LINE-CTR
039400        END-IF
039500        MOVE SRT-TO-SITE TO WS-PREV-TO-SITE
039600     END-IF
039700     MOVE SRT-FROM-SITE        TO DTL-FROM-SITE
039800     MOVE SRT-FROM-VISITOR-ID  TO DTL-FROM-VISITOR-ID
039900     MOVE SRT-NAME             TO DTL-NAME
040000     MOVE SRT-TO-SITE          TO DTL-TO-SITE
040100     MOVE SRT-TO-HOST          TO DTL-TO-HOST
040200     MOVE SRT-SENT-DATE        TO DTL-SENT-DATE
040300     MOVE SRT-SENT-TIME        TO WS-TIME-WORK
040400     MOVE WS-TIME-HHMM         TO DTL-SENT-TIME
040500     MOVE SPACES               TO DTL-ARRIVE-X
040600     MOVE SPACES               TO DTL-RECEIVED-BY
040700     EVALUATE SRT-STATUS
040800        WHEN "S"
040900           MOVE "IN TRANSIT"    TO DTL-STATUS
041000        WHEN "A"
041100           MOVE "ARRIVED"       TO DTL-STATUS
041200           PERFORM 3250-FILL-ARRIVAL THRU 3250-EXIT
041300        WHEN "N"
041400           MOVE "NEVER ARRIVED" TO DTL-STATUS
041500           PERFORM 3250-FILL-ARRIVAL THRU 3250-EXIT
041600        WHEN OTHER
041700           MOVE SRT-STATUS      TO DTL-STATUS
041800     END-EVALUATE
041900     WRITE RPT-LINE FROM DTL-LINE
042000     ADD 1 TO WS-LINE-CTR
042100     ADD 1 TO WS-SECTION-CTR
042200     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
042300 3200-EXIT.
042400     EXIT.
042500
042600 3250-FILL-ARRIVAL.
042700     MOVE SRT-ARRIVE-DATE      TO DTL-ARRIVE-DATE
042800     MOVE SRT-ARRIVE-TIME      TO WS-TIME-WORK
042900     MOVE WS-TIME-HHMM         TO DTL-ARRIVE-TIME
043000     MOVE SRT-RECEIVED-BY      TO DTL-RECEIVED-BY
043100 3250-EXIT.
043200     EXIT.
043300
043400 3300-PRINT-HEADERS.
043500     ADD 1 TO WS-PAGE-NO
043600     MOVE WS-LOG-DATE TO HDR-LOG-DATE
043700     MOVE WS-RUN-MM   TO HDR-RUN-MM
043800     MOVE WS-RUN-DD   TO HDR-RUN-DD
043900     MOVE WS-RUN-YYYY TO HDR-RUN-YYYY
044000     MOVE WS-RUN-TIME TO HDR-RUN-TIME
044100     MOVE WS-PAGE-NO  TO HDR-PAGE-NO
044200
044300     IF WS-PAGE-NO > 1
044400        WRITE RPT-LINE FROM SPACES
044500            AFTER ADVANCING PAGE
044600     END-IF
044700     WRITE RPT-LINE FROM HDR-LINE-1
044800     WRITE RPT-LINE FROM HDR-LINE-2
044900     MOVE ZERO TO WS-LINE-CTR
045000 3300-EXIT.
045100     EXIT.
045200
045300*================================================================
045400* 3500-NEXT-SECTION - closes the section in progress (NONE if
045500* nothing printed in it) and opens the next one with its title.
045600*================================================================
045700 3500-NEXT-SECTION.
045800     IF WS-CUR-SECTION > ZERO AND WS-SECTION-CTR = ZERO
045900        WRITE RPT-LINE FROM NONE-LINE
046000        ADD 1 TO WS-LINE-CTR
046100     END-IF
046200     ADD 1 TO WS-CUR-SECTION
046300     MOVE ZERO TO WS-SECTION-CTR
046400     MOVE LOW-VALUES TO WS-PREV-TO-SITE
046500     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
046600        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
046700     END-IF
046800     WRITE RPT-LINE FROM SPACES
046900     IF WS-CUR-SECTION = 1
047000        MOVE WS-LOG-DATE TO SEC1-DATE
047100        WRITE RPT-LINE FROM SECTION-1-LINE
047200     ELSE
047300        MOVE WS-LOG-DATE TO SEC2-DATE
047400        WRITE RPT-LINE FROM SECTION-2-LINE
047500     END-IF
047600     ADD 2 TO WS-LINE-CTR
047700 3500-EXIT.
047800     EXIT.
047900
048000 3700-PRINT-TOTALS.
048100     IF WS-LINE-CTR + 6 >= WS-MAX-LINES-PER-PAGE
048200        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
048300     END-IF
048400     WRITE RPT-LINE FROM SPACES
048500     MOVE "TRANSFERS SENT ON THE LOG DATE:" TO TOT-LABEL
048600     MOVE WS-SENT-CTR TO TOT-COUNT
048700     WRITE RPT-LINE FROM TOTAL-LINE
048800     MOVE "  OF WHICH ARRIVED:" TO TOT-LABEL
048900     MOVE WS-ARRIVED-CTR TO TOT-COUNT
049000     WRITE RPT-LINE FROM TOTAL-LINE
049100     MOVE "STILL IN TRANSIT, ALL DAYS:" TO TOT-LABEL
049200     MOVE WS-IN-TRANSIT-CTR TO TOT-COUNT
049300     WRITE RPT-LINE FROM TOTAL-LINE
049400     MOVE "CLOSED OUT AS NEVER ARRIVED:" TO TOT-LABEL
049500     MOVE WS-CLOSED-OUT-CTR TO TOT-COUNT
049600     WRITE RPT-LINE FROM TOTAL-LINE
049700 3700-EXIT.
049800     EXIT.
049900
050000*================================================================
050100* 5000-PRINT-SUMMARY
050200*================================================================
050300 5000-PRINT-SUMMARY.
050400     DISPLAY "XFERLOG RUN SUMMARY"
050500     MOVE WS-READ-CTR        TO WS-SUMMARY-CTR-ED
050600     DISPLAY "  TRANSFERS READ.......... " WS-SUMMARY-CTR-ED
050700     MOVE WS-SENT-CTR        TO WS-SUMMARY-CTR-ED
050800     DISPLAY "  SENT ON LOG DATE........ " WS-SUMMARY-CTR-ED
050900     MOVE WS-IN-TRANSIT-CTR  TO WS-SUMMARY-CTR-ED
051000     DISPLAY "  STILL IN TRANSIT........ " WS-SUMMARY-CTR-ED
051100     MOVE WS-CLOSED-OUT-CTR  TO WS-SUMMARY-CTR-ED
051200     DISPLAY "  CLOSED OUT ON LOG DATE.. " WS-SUMMARY-CTR-ED
051300 5000-EXIT.
051400     EXIT.
051500
051600*================================================================
051700* 9000-TERMINATE
051800*================================================================
051900 9000-TERMINATE.
052000     IF WS-XFR-AVAILABLE
052100        CLOSE TRANSFER-FILE
052200     END-IF
052300     CLOSE XFER-RPT
052400 9000-EXIT.
052500     EXIT.
052600
052700 END PROGRAM XFERLOG.
