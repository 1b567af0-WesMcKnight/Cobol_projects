002300* date/time) before display; a name with more visits than the
002400* table holds shows the newest VQ-MAX-VISITS with a note, which
002500* is plenty for any incident review.
002510*
002520* A visit with a security incident recorded against it (INCMNT)
002525* carries a marker line under it with the incident number,
002530* category, severity and follow-up status.  Visitor IDs are only
002535* unique within a site, so an incident is matched on the visitor
002540* ID AND its site, against this desk's DESKSITE setting (the
002545* label INCMNT stamps on the incident).  Incidents under the name
002550* that match no visit shown - another site's visits, or visits
002555* purged since - are listed after the visits.  Without the
002560* INCIDENT file the inquiry runs unmarked; without DESKSITE
002565* every incident is listed after the visits unmatched.
002600*
002700* MODIFICATION HISTORY
002800*
002960*                  so records from before normalization - the
002970*                  whole pre-change archive - are still found
002980*                  by keying the name as intake took it.
002990* 2026-10-15  WM   VIS-GROUP-ID added to the history copy's
003000*                  REPLACING list; VISITOR-REC is now 160 bytes.
003010* 2026-10-15  WM   VIS-STATUS-TRANSFERRED and the origin fields
003020*                  added to the history copy's REPLACING list.
003030*                  Status T shows as XFERRED.
003040* 2026-10-15  WM   Incident markers: a visit with an incident on
003050*                  the company-wide INCIDENT file shows it under
003060*                  the visit, matched on visitor ID and the
003065*                  DESKSITE label; incidents against a visit not
003070*                  on this site's files are listed after it.
003080*================================================================
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-PUR-STATUS.
005105
005110     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS INC-NUMBER
005150         ALTERNATE RECORD KEY IS INC-VISITOR-NAME WITH DUPLICATES
005160         FILE STATUS IS WS-INC-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006900         ==VIS-STATUS-OPEN==       BY ==VH-STATUS-OPEN==
007000         ==VIS-STATUS-CLOSED==     BY ==VH-STATUS-CLOSED==
007100         ==VIS-STATUS-EXPIRED==    BY ==VH-STATUS-EXPIRED==
007150         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
007200         ==VIS-DUPLICATE-FLAG==    BY ==VH-DUPLICATE-FLAG==
007300         ==VIS-IS-DUPLICATE==      BY ==VH-IS-DUPLICATE==
007400         ==VIS-NOT-DUPLICATE==     BY ==VH-NOT-DUPLICATE==
007910         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
007920         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
007930         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
007940         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
007950         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
007962         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
007975         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
007987         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
008000
008100 FD  PURPOSE-CODE-FILE.
008200     COPY PURPREC.
008205
008210 FD  INCIDENT-FILE.
008220     COPY INCDREC.
008300
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------------
009700     88  WS-PUR-OK                   VALUE "00".
009800     88  WS-PUR-AT-END               VALUE "10".
009900     88  WS-PUR-FILE-NOT-FOUND       VALUE "35".
009905
009910 01  WS-INC-STATUS               PIC X(02).
009920     88  WS-INC-OK                   VALUE "00".
009930     88  WS-INC-FILE-NOT-FOUND       VALUE "35".
010000
010100*----------------------------------------------------------------
010200* PURPOSE-CODE TABLE LOADED FROM PURPCODE AT STARTUP
011300 01  WS-VH-AVAIL-SWITCH          PIC X(01).
011400     88  WS-VH-AVAILABLE             VALUE "Y".
011500     88  WS-VH-NOT-AVAILABLE         VALUE "N".
011505
011510 01  WS-INC-AVAIL-SWITCH         PIC X(01).
011520     88  WS-INC-AVAILABLE            VALUE "Y".
011530     88  WS-INC-NOT-AVAILABLE        VALUE "N".
011600
011700 01  WS-CHAIN-SWITCH             PIC X(01).
011800     88  WS-END-OF-CHAIN             VALUE "Y".
012500     88  WS-NAME-ANSWER-BLANK        VALUE SPACES.
012510 01  WS-NORM-NAME                PIC X(20).
012520 01  WS-SEARCH-NAME              PIC X(20).
012530 01  WS-SITE-LABEL               PIC X(08).
012600
012700*----------------------------------------------------------------
012800* COLLECTED-VISITS TABLE - newest first after the insertion
014500         10  VQ-PURPOSE-CODE     PIC X(04).
014600         10  VQ-STATUS           PIC X(01).
014700         10  VQ-SOURCE           PIC X(04).
014710         10  VQ-VISITOR-ID       PIC 9(13).
014800
014900 01  VQ-IX                       PIC 9(03) COMP.
015000 01  VQ-JX                       PIC 9(03) COMP.
015100 01  VQ-HOLD-ENTRY               PIC X(74).
015200
015204*----------------------------------------------------------------
015208* INCIDENTS ON FILE UNDER THE NAME - IQ-SHOWN is set once the
015212* incident has been marked under a visit.
015216*----------------------------------------------------------------
015220 01  IQ-MAX-INCIDENTS            PIC 9(03) VALUE 50.
015224 01  IQ-COUNT                    PIC 9(03) COMP VALUE ZERO.
015228 01  IQ-INCIDENT-TABLE.
015232     05  IQ-ENTRY                OCCURS 50 TIMES.
015236         10  IQ-NUMBER           PIC 9(08).
015240         10  IQ-VISITOR-ID       PIC 9(13).
015244         10  IQ-SITE             PIC X(08).
015248         10  IQ-DATE             PIC 9(08).
015252         10  IQ-CATEGORY         PIC X(04).
015256         10  IQ-SEVERITY         PIC X(01).
015260         10  IQ-FOLLOWUP-STATUS  PIC X(01).
015264         10  IQ-SHOWN            PIC X(01).
015268 01  IQ-IX                       PIC 9(03) COMP.
015272 01  IQ-UNSHOWN-CTR              PIC 9(03) COMP.
015276 01  WS-SHOW-SEVERITY            PIC X(06).
015280 01  WS-SHOW-FOLLOWUP            PIC X(08).
015284
015300*----------------------------------------------------------------
015400* DISPLAY WORK AREAS
015500*----------------------------------------------------------------
019800        STOP RUN
019900     END-IF
020000
020010     SET WS-INC-AVAILABLE TO TRUE
020020     OPEN INPUT INCIDENT-FILE
020030     IF NOT WS-INC-OK
020040        SET WS-INC-NOT-AVAILABLE TO TRUE
020050        DISPLAY "VISINQ: INCIDENT FILE NOT AVAILABLE - "
020060           "VISITS SHOWN WITHOUT INCIDENT MARKERS"
020070     END-IF
020072     IF WS-INC-AVAILABLE
020074        PERFORM 1045-GET-SITE-LABEL THRU 1045-EXIT
020076     END-IF
020080
020100     PERFORM 1060-LOAD-PURPOSE-TABLE THRU 1060-EXIT
020200 1000-EXIT.
020300     EXIT.
020400
020404*================================================================
020408* 1045-GET-SITE-LABEL - the DESKSITE setting names the building
020412* this desk stands in, the label INCMNT puts on every incident.
020416* A visitor ID alone can name a visit at another site, so an
020420* incident is marked under a visit only when its site matches.
020424* Without the setting nothing can be matched and every incident
020428* under the name is listed after the visits.
020432*================================================================
020436 1045-GET-SITE-LABEL.
020440     MOVE SPACES TO WS-SITE-LABEL
020444     ACCEPT WS-SITE-LABEL FROM ENVIRONMENT "DESKSITE"
020448     INSPECT WS-SITE-LABEL CONVERTING
020452         "abcdefghijklmnopqrstuvwxyz" TO
020456         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
020460     IF WS-SITE-LABEL = SPACES
020464        DISPLAY "VISINQ: DESKSITE NOT SET - INCIDENTS LISTED "
020468           "WITHOUT MATCHING THEM TO VISITS"
020472     END-IF
020476 1045-EXIT.
020480     EXIT.
020484
020500*================================================================
020600* 1060-LOAD-PURPOSE-TABLE - descriptions only; the inquiry
020700* still runs with the file missing, each line just shows the
024800
024900     MOVE ZERO TO VQ-COUNT
025000     SET VQ-TABLE-NOT-OVERFLOWED TO TRUE
025005     MOVE ZERO TO IQ-COUNT
025010     MOVE WS-NORM-NAME TO WS-SEARCH-NAME
025100     IF WS-VM-AVAILABLE
025200        PERFORM 3000-COLLECT-FROM-MASTER THRU 3000-EXIT
025400     IF WS-VH-AVAILABLE
025500        PERFORM 3500-COLLECT-FROM-HISTORY THRU 3500-EXIT
025600     END-IF
025602     IF WS-INC-AVAILABLE
025604        PERFORM 3800-COLLECT-INCIDENTS THRU 3800-EXIT
025606     END-IF
025610     IF WS-NAME-ANSWER NOT = WS-NORM-NAME
025620        MOVE WS-NAME-ANSWER TO WS-SEARCH-NAME
025630        IF WS-VM-AVAILABLE
025660        IF WS-VH-AVAILABLE
025670           PERFORM 3500-COLLECT-FROM-HISTORY THRU 3500-EXIT
025680        END-IF
025682        IF WS-INC-AVAILABLE
025684           PERFORM 3800-COLLECT-INCIDENTS THRU 3800-EXIT
025686        END-IF
025690     END-IF
025700
025800     IF VQ-COUNT = ZERO
025900        DISPLAY "No visits on file for " WS-NORM-NAME
025910        MOVE ZERO TO IQ-UNSHOWN-CTR
025920        PERFORM 4850-SHOW-UNMATCHED THRU 4850-EXIT
025930            VARYING IQ-IX FROM 1 BY 1
025940            UNTIL IQ-IX > IQ-COUNT
026000     ELSE
026100        PERFORM 4000-SORT-NEWEST-FIRST THRU 4000-EXIT
026200        PERFORM 4500-DISPLAY-VISITS THRU 4500-EXIT
031200     MOVE VIS-PURPOSE-CODE    TO VQ-PURPOSE-CODE (VQ-COUNT)
031300     MOVE VIS-STATUS          TO VQ-STATUS (VQ-COUNT)
031400     MOVE "LIVE"              TO VQ-SOURCE (VQ-COUNT)
031410     MOVE VIS-VISITOR-ID      TO VQ-VISITOR-ID (VQ-COUNT)
031500 3200-EXIT.
031600     EXIT.
031700
036300     MOVE VH-PURPOSE-CODE     TO VQ-PURPOSE-CODE (VQ-COUNT)
036400     MOVE VH-STATUS           TO VQ-STATUS (VQ-COUNT)
036500     MOVE "HIST"              TO VQ-SOURCE (VQ-COUNT)
036510     MOVE VH-VISITOR-ID       TO VQ-VISITOR-ID (VQ-COUNT)
036600 3700-EXIT.
036700     EXIT.
036800
036802*================================================================
036804* 3800-COLLECT-INCIDENTS - the INC-VISITOR-NAME chain for the
036806* search name, every site's incidents, into the incident table.
036808*================================================================
036810 3800-COLLECT-INCIDENTS.
036812     SET WS-NOT-END-OF-CHAIN TO TRUE
036814     MOVE WS-SEARCH-NAME TO INC-VISITOR-NAME
036816     START INCIDENT-FILE KEY IS EQUAL TO INC-VISITOR-NAME
036818         INVALID KEY
036820            SET WS-END-OF-CHAIN TO TRUE
036822     END-START
036824     PERFORM 3900-COLLECT-NEXT-INCIDENT THRU 3900-EXIT
036826         UNTIL WS-END-OF-CHAIN
036828 3800-EXIT.
036830     EXIT.
036832
036834 3900-COLLECT-NEXT-INCIDENT.
036836     READ INCIDENT-FILE NEXT RECORD
036838         AT END
036840            SET WS-END-OF-CHAIN TO TRUE
036842     END-READ
036844     IF NOT WS-INC-OK
036846        SET WS-END-OF-CHAIN TO TRUE
036848     END-IF
036850     IF WS-NOT-END-OF-CHAIN
036852        IF INC-VISITOR-NAME NOT = WS-SEARCH-NAME
036854           SET WS-END-OF-CHAIN TO TRUE
036856        ELSE
036858           IF IQ-COUNT < IQ-MAX-INCIDENTS
036860              ADD 1 TO IQ-COUNT
036862              MOVE INC-NUMBER     TO IQ-NUMBER (IQ-COUNT)
036864              MOVE INC-VISITOR-ID TO IQ-VISITOR-ID (IQ-COUNT)
036866              MOVE INC-SITE       TO IQ-SITE (IQ-COUNT)
036868              MOVE INC-DATE       TO IQ-DATE (IQ-COUNT)
036870              MOVE INC-CATEGORY   TO IQ-CATEGORY (IQ-COUNT)
036872              MOVE INC-SEVERITY   TO IQ-SEVERITY (IQ-COUNT)
036874              MOVE INC-FOLLOWUP-STATUS
036876                                  TO IQ-FOLLOWUP-STATUS (IQ-COUNT)
036878              MOVE "N"            TO IQ-SHOWN (IQ-COUNT)
036880           END-IF
036882        END-IF
036884     END-IF
036886 3900-EXIT.
036888     EXIT.
036890
036900*================================================================
037000* 4000-SORT-NEWEST-FIRST - simple exchange pass over the
037100* table on the glued date/time stamp, descending.  The table
040800     PERFORM 4600-DISPLAY-ONE THRU 4600-EXIT
040900         VARYING VQ-IX FROM 1 BY 1
041000         UNTIL VQ-IX > VQ-COUNT
041010     MOVE ZERO TO IQ-UNSHOWN-CTR
041020     PERFORM 4850-SHOW-UNMATCHED THRU 4850-EXIT
041030         VARYING IQ-IX FROM 1 BY 1
041040         UNTIL IQ-IX > IQ-COUNT
041100     IF VQ-TABLE-OVERFLOWED
041200        DISPLAY "  (more visits on file than the "
041300           "inquiry table holds - oldest not shown)"
042300        IF VQ-STATUS (VQ-IX) = "E"
042400           MOVE "EXPIRED" TO WS-SHOW-STATUS
042500        ELSE
042510           IF VQ-STATUS (VQ-IX) = "T"
042520              MOVE "XFERRED" TO WS-SHOW-STATUS
042530           ELSE
042600              MOVE "CLOSED"  TO WS-SHOW-STATUS
042610           END-IF
042700        END-IF
042800        MOVE SPACES TO WS-SHOW-EXIT
042900        STRING VQ-EXIT-DATE (VQ-IX) DELIMITED BY SIZE
043900        "  " VQ-SOURCE (VQ-IX)
044000     DISPLAY "      host " VQ-HOST-EMPLOYEE (VQ-IX)
044100        "  " WS-SHOW-PURPOSE
044110     PERFORM 4800-SHOW-INCIDENT-MARK THRU 4800-EXIT
044120         VARYING IQ-IX FROM 1 BY 1
044130         UNTIL IQ-IX > IQ-COUNT
044200 4600-EXIT.
044300     EXIT.
044400
047100 4710-EXIT.
047200     EXIT.
047300
047301*================================================================
047302* 4800-SHOW-INCIDENT-MARK - a marker line under the visit for
047303* each incident recorded at this site against its visitor ID.
047304*================================================================
047305 4800-SHOW-INCIDENT-MARK.
047306     IF IQ-VISITOR-ID (IQ-IX) NOT = VQ-VISITOR-ID (VQ-IX)
047307        GO TO 4800-EXIT
047308     END-IF
047309     IF IQ-SITE (IQ-IX) NOT = WS-SITE-LABEL
047310        GO TO 4800-EXIT
047311     END-IF
047312     MOVE "Y" TO IQ-SHOWN (IQ-IX)
047313     PERFORM 4900-SET-SHOW-CODES THRU 4900-EXIT
047314     DISPLAY "      ** INCIDENT " IQ-NUMBER (IQ-IX) "  "
047315        IQ-CATEGORY (IQ-IX) "  " WS-SHOW-SEVERITY
047316        "  follow-up " WS-SHOW-FOLLOWUP " **"
047317 4800-EXIT.
047318     EXIT.
047319
047320*================================================================
047321* 4850-SHOW-UNMATCHED - incidents under the name whose visit is
047322* not among those shown, headed once.
047323*================================================================
047324 4850-SHOW-UNMATCHED.
047325     IF IQ-SHOWN (IQ-IX) = "Y"
047326        GO TO 4850-EXIT
047327     END-IF
047328     IF IQ-UNSHOWN-CTR = ZERO
047329        DISPLAY "  Incidents on file for visits not shown here:"
047330     END-IF
047331     ADD 1 TO IQ-UNSHOWN-CTR
047332     PERFORM 4900-SET-SHOW-CODES THRU 4900-EXIT
047333     DISPLAY "      ** INCIDENT " IQ-NUMBER (IQ-IX) "  "
047334        IQ-DATE (IQ-IX) "  " IQ-SITE (IQ-IX) " ID "
047335        IQ-VISITOR-ID (IQ-IX)
047336     DISPLAY "         " IQ-CATEGORY (IQ-IX) "  " WS-SHOW-SEVERITY
047337        "  follow-up " WS-SHOW-FOLLOWUP " **"
047338 4850-EXIT.
047339     EXIT.
047340
047341 4900-SET-SHOW-CODES.
047342     MOVE IQ-SEVERITY (IQ-IX) TO WS-SHOW-SEVERITY
047343     IF IQ-SEVERITY (IQ-IX) = "H"
047344        MOVE "HIGH" TO WS-SHOW-SEVERITY
047345     END-IF
047346     IF IQ-SEVERITY (IQ-IX) = "M"
047347        MOVE "MEDIUM" TO WS-SHOW-SEVERITY
047348     END-IF
047349     IF IQ-SEVERITY (IQ-IX) = "L"
047350        MOVE "LOW" TO WS-SHOW-SEVERITY
047351     END-IF
047352     MOVE IQ-FOLLOWUP-STATUS (IQ-IX) TO WS-SHOW-FOLLOWUP
047353     IF IQ-FOLLOWUP-STATUS (IQ-IX) = "O"
047354        MOVE "OPEN" TO WS-SHOW-FOLLOWUP
047355     END-IF
047356     IF IQ-FOLLOWUP-STATUS (IQ-IX) = "R"
047357        MOVE "REFERRED" TO WS-SHOW-FOLLOWUP
047358     END-IF
047359     IF IQ-FOLLOWUP-STATUS (IQ-IX) = "C"
047360        MOVE "CLOSED" TO WS-SHOW-FOLLOWUP
047361     END-IF
047362     IF IQ-FOLLOWUP-STATUS (IQ-IX) = "N"
047363        MOVE "NONE" TO WS-SHOW-FOLLOWUP
047364     END-IF
047365 4900-EXIT.
047366     EXIT.
047367
047400*================================================================
047500* 9000-TERMINATE
047600*================================================================
048100     IF WS-VH-AVAILABLE
048200        CLOSE VISITOR-HISTORY
048300     END-IF
048310     IF WS-INC-AVAILABLE
048320        CLOSE INCIDENT-FILE
048330     END-IF
048400 9000-EXIT.
048500     EXIT.
048600
