003320*                  (status E) per site and company-wide, so the
003330*                  security director can see how many visitors
003340*                  are slipping out without signing out.
003350* 2026-10-15  WM   Inter-site transfers.  Each site now shows the
003360*                  visits it closed as transferred to another
003370*                  site, the visits it received from one, and how
003380*                  many of those it sent are still in transit
003390*                  (from the company-wide VISXFER, a new optional
003400*                  DD - without it nobody shows in transit).  A
003410*                  received visit is the same visitor as the first
003420*                  visit of the chain, so it is left out of the
003430*                  company-wide visitor and purpose totals; the
003440*                  grand page adds transfer and in-transit lines.
003450*                  SUMMCTL site names must be the labels the desks
003460*                  use (MAIN, NORTOWER, ANNEX) for the lookup.
003470*                  Site FD fillers widened to the 160-byte record.
003480*================================================================
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-RPT-STATUS.
007010
007020     SELECT TRANSFER-FILE ASSIGN TO "VISXFER"
007030         ORGANIZATION IS INDEXED
007040         ACCESS MODE IS RANDOM
007050         RECORD KEY IS XFR-KEY
007060         ALTERNATE RECORD KEY IS XFR-TO-KEY WITH DUPLICATES
007070         FILE STATUS IS WS-XFR-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SITE1-MASTER.
007500 01  SITE1-REC.
007600     05  S1-VISITOR-ID           PIC 9(13).
007700     05  FILLER                  PIC X(147).
007800
007900 FD  SITE2-MASTER.
008000 01  SITE2-REC.
008100     05  S2-VISITOR-ID           PIC 9(13).
008200     05  FILLER                  PIC X(147).
008300
008400 FD  SITE3-MASTER.
008500 01  SITE3-REC.
008600     05  S3-VISITOR-ID           PIC 9(13).
008700     05  FILLER                  PIC X(147).
008800
008900 FD  SITE4-MASTER.
009000 01  SITE4-REC.
009100     05  S4-VISITOR-ID           PIC 9(13).
009200     05  FILLER                  PIC X(147).
009300
009400 FD  SUMM-CTL-FILE.
009500 01  SUMM-CTL-REC.
009700     05  FILLER                  PIC X(01).
009800     05  SCT-SITE-NAME           PIC X(20).
009900
009920 FD  TRANSFER-FILE.
009930     COPY XFERREC.
009940
010000 FD  SITE-SUMM-RPT
010100     RECORDING MODE IS F.
010200 01  RPT-LINE                    PIC X(132).
012000
012100 01  WS-RPT-STATUS               PIC X(02).
012200     88  WS-RPT-OK                   VALUE "00".
012210
012220 01  WS-XFR-STATUS               PIC X(02).
012230     88  WS-XFR-OK                   VALUE "00".
012300
012400*----------------------------------------------------------------
012500* WORKING COPY OF THE MASTER RECORD - every slot reads INTO
013900     88  WS-NOT-END-OF-CTL           VALUE "N".
014000
014100 01  WS-CUR-SITE                 PIC 9(01).
014110
014120 01  WS-XFR-AVAIL-SWITCH         PIC X(01).
014130     88  WS-XFR-AVAILABLE            VALUE "Y".
014140     88  WS-XFR-NOT-AVAILABLE        VALUE "N".
014200
014300*----------------------------------------------------------------
014400* PER-SITE CONTROLS AND COUNTERS (SLOTS 1-4)
015300         10  WS-SITE-DUP-CTR     PIC 9(07) COMP.
015400         10  WS-SITE-OPEN-CTR    PIC 9(07) COMP.
015410         10  WS-SITE-EXP-CTR     PIC 9(07) COMP.
015420         10  WS-SITE-XOUT-CTR    PIC 9(07) COMP.
015430         10  WS-SITE-XIN-CTR     PIC 9(07) COMP.
015440         10  WS-SITE-TRANSIT-CTR PIC 9(07) COMP.
015500
015600*----------------------------------------------------------------
015700* PURPOSE-CODE TALLY TABLE - built as codes are encountered
017600 01  WS-GRAND-DUP-CTR            PIC 9(07) COMP.
017700 01  WS-GRAND-OPEN-CTR           PIC 9(07) COMP.
017710 01  WS-GRAND-EXP-CTR            PIC 9(07) COMP.
017720 01  WS-GRAND-XFER-CTR           PIC 9(07) COMP.
017730 01  WS-GRAND-TRANSIT-CTR        PIC 9(07) COMP.
017800
017900 01  WS-RUN-DATE                 PIC 9(08).
018000 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
026000     MOVE ZERO TO WS-GRAND-DUP-CTR
026100     MOVE ZERO TO WS-GRAND-OPEN-CTR
026110     MOVE ZERO TO WS-GRAND-EXP-CTR
026120     MOVE ZERO TO WS-GRAND-XFER-CTR
026130     MOVE ZERO TO WS-GRAND-TRANSIT-CTR
026200     PERFORM 1100-CLEAR-SITE-SLOT THRU 1100-EXIT
026300         VARYING WS-CUR-SITE FROM 1 BY 1
026400         UNTIL WS-CUR-SITE > 4
027500     PERFORM 1300-APPLY-CTL-CARD THRU 1300-EXIT
027600         UNTIL WS-END-OF-CTL
027700     CLOSE SUMM-CTL-FILE
027710     SET WS-XFR-AVAILABLE TO TRUE
027720     OPEN INPUT TRANSFER-FILE
027730     IF NOT WS-XFR-OK
027740        SET WS-XFR-NOT-AVAILABLE TO TRUE
027750        DISPLAY "SITESUMM: VISXFER NOT AVAILABLE - NO VISITORS "
027760           "COUNTED IN TRANSIT"
027770     END-IF
027800
027900     OPEN OUTPUT SITE-SUMM-RPT
028000 1000-EXIT.
028700     MOVE ZERO TO WS-SITE-DUP-CTR (WS-CUR-SITE)
028800     MOVE ZERO TO WS-SITE-OPEN-CTR (WS-CUR-SITE)
028810     MOVE ZERO TO WS-SITE-EXP-CTR (WS-CUR-SITE)
028820     MOVE ZERO TO WS-SITE-XOUT-CTR (WS-CUR-SITE)
028830     MOVE ZERO TO WS-SITE-XIN-CTR (WS-CUR-SITE)
028840     MOVE ZERO TO WS-SITE-TRANSIT-CTR (WS-CUR-SITE)
028900 1100-EXIT.
029000     EXIT.
029100
047200*================================================================
047300 3500-TALLY-VISITOR.
047400     ADD 1 TO WS-SITE-VISITOR-CTR (WS-CUR-SITE)
047410     IF VIS-NOT-TRANSFERRED-IN
047500        ADD 1 TO WS-GRAND-VISITOR-CTR
047510     ELSE
047520        ADD 1 TO WS-SITE-XIN-CTR (WS-CUR-SITE)
047530     END-IF
047600     IF VIS-IS-DUPLICATE
047700        ADD 1 TO WS-SITE-DUP-CTR (WS-CUR-SITE)
047800        ADD 1 TO WS-GRAND-DUP-CTR
048320        ADD 1 TO WS-SITE-EXP-CTR (WS-CUR-SITE)
048330        ADD 1 TO WS-GRAND-EXP-CTR
048340     END-IF
048350     IF VIS-STATUS-TRANSFERRED
048360        ADD 1 TO WS-SITE-XOUT-CTR (WS-CUR-SITE)
048370        ADD 1 TO WS-GRAND-XFER-CTR
048380        PERFORM 3700-CHECK-IN-TRANSIT THRU 3700-EXIT
048390     END-IF
048400     PERFORM 3600-TALLY-PURPOSE THRU 3600-EXIT
048500 3500-EXIT.
048600     EXIT.
051100        MOVE ZERO TO WS-PURP-TOTAL-CTR (WS-PX)
051200     END-IF
051300     ADD 1 TO WS-PURP-SITE-CTR (WS-PX WS-CUR-SITE)
051310     IF VIS-NOT-TRANSFERRED-IN
051400        ADD 1 TO WS-PURP-TOTAL-CTR (WS-PX)
051410     END-IF
051500 3600-EXIT.
051600     EXIT.
051700
052200 3610-EXIT.
052300     EXIT.
052400
052404*================================================================
052408* 3700-CHECK-IN-TRANSIT - a visit closed as transferred is keyed
052412* on VISXFER by this slot's site label and its visitor ID; still
052416* S there means the other site never received the visitor.
052420*================================================================
052424 3700-CHECK-IN-TRANSIT.
052428     IF WS-XFR-NOT-AVAILABLE
052432        GO TO 3700-EXIT
052436     END-IF
052440     MOVE WS-SITE-NAME (WS-CUR-SITE) TO XFR-FROM-SITE
052444     MOVE VIS-VISITOR-ID TO XFR-FROM-VISITOR-ID
052448     READ TRANSFER-FILE
052452         INVALID KEY
052456            GO TO 3700-EXIT
052460     END-READ
052464     IF XFR-IN-TRANSIT
052468        ADD 1 TO WS-SITE-TRANSIT-CTR (WS-CUR-SITE)
052472        ADD 1 TO WS-GRAND-TRANSIT-CTR
052476     END-IF
052480 3700-EXIT.
052484     EXIT.
052488
052500*================================================================
052600* 6000-PRINT-REPORT - one section per named slot, then the
052700* grand-total page the security director files.
057410     MOVE "EXPIRED BY SWEEP ........." TO CTR-LABEL
057420     MOVE WS-SITE-EXP-CTR (WS-CUR-SITE) TO CTR-VALUE
057430     WRITE RPT-LINE FROM CTR-LINE
057437     MOVE "TRANSFERRED OUT .........." TO CTR-LABEL
057444     MOVE WS-SITE-XOUT-CTR (WS-CUR-SITE) TO CTR-VALUE
057451     WRITE RPT-LINE FROM CTR-LINE
057458     MOVE "  STILL IN TRANSIT ......." TO CTR-LABEL
057465     MOVE WS-SITE-TRANSIT-CTR (WS-CUR-SITE) TO CTR-VALUE
057472     WRITE RPT-LINE FROM CTR-LINE
057479     MOVE "TRANSFERRED IN ..........." TO CTR-LABEL
057486     MOVE WS-SITE-XIN-CTR (WS-CUR-SITE) TO CTR-VALUE
057493     WRITE RPT-LINE FROM CTR-LINE
057500
057600     PERFORM 6300-PRINT-SITE-PURPOSE THRU 6300-EXIT
057700         VARYING WS-PX FROM 1 BY 1
060410     MOVE "EXPIRED BY SWEEP ........." TO CTR-LABEL
060420     MOVE WS-GRAND-EXP-CTR TO CTR-VALUE
060430     WRITE RPT-LINE FROM CTR-LINE
060440     MOVE "TRANSFERS BETWEEN SITES .." TO CTR-LABEL
060450     MOVE WS-GRAND-XFER-CTR TO CTR-VALUE
060460     WRITE RPT-LINE FROM CTR-LINE
060470     MOVE "  STILL IN TRANSIT ......." TO CTR-LABEL
060480     MOVE WS-GRAND-TRANSIT-CTR TO CTR-VALUE
060490     WRITE RPT-LINE FROM CTR-LINE
060500
060600     PERFORM 6500-PRINT-GRAND-PURPOSE THRU 6500-EXIT
060700         VARYING WS-PX FROM 1 BY 1
062100*================================================================
062200 9000-TERMINATE.
062300     CLOSE SITE-SUMM-RPT
062310     IF WS-XFR-AVAILABLE
062320        CLOSE TRANSFER-FILE
062330     END-IF
062400 9000-EXIT.
062500     EXIT.
062600
