000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "PARKRPT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* PARKRPT - visitor parking roster for one site, lot by lot.
000900* Reads the site's VEHICLE file and prints every car still
001000* parked (VEH-PARKED) under the lot the desk assigned it, with
001100* the plate, the visitor and the host, so security walking a
001200* lot can match the cars in it against the system.
001300*
001400* Cars that may have stayed overnight are flagged:
001500*   - a car the STALECLS sweep freed today (VEH-SWEPT with
001600*     today's release stamp) - its visitor never signed out,
001700*     so nobody saw it leave;
001800*   - a car still parked from an earlier day - the sweep has
001900*     not yet run over its visit.
002000* Released cars and cars swept on earlier days are history and
002100* are not printed.  Each lot closes with its count of parked
002200* cars against the visitor spaces on the site's PARKLOTS file;
002300* a lot missing from that file prints with no capacity.
002400*
002500* Runs as the PARK step of jcl/VISITLD.proc straight after the
002600* overnight sweep, so the morning's overnight list is waiting
002700* for security, and stand-alone at any time of day
002800* (jcl/PARKRPT.jcl) - it only READs its files.
002900*
003000* MODIFICATION HISTORY
003100*
003200* 2026-10-15  WM   Original.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS VEH-VISITOR-ID
004100         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
004200         FILE STATUS IS WS-VEH-STATUS.
004300
004400     SELECT PARKING-LOT-FILE ASSIGN TO "PARKLOTS"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-LOT-STATUS.
004800
004900     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS VIS-VISITOR-ID
005300         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005400         FILE STATUS IS WS-VM-STATUS.
005500
005600     SELECT PARK-SORT-FILE ASSIGN TO "PRKWORK".
005700
005800     SELECT PARK-RPT ASSIGN TO "PARKRPT"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-RPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  VEHICLE-FILE.
006600     COPY VEHREC.
006700
006800 FD  PARKING-LOT-FILE.
006900     COPY LOTREC.
007000
007100 FD  VISITOR-MASTER.
007200     COPY VISITREC.
007300
007400 SD  PARK-SORT-FILE.
007500 01  PARK-SORT-REC.
007600     05  SRT-LOT-CODE            PIC X(04).
007700     05  SRT-PLATE               PIC X(10).
007800     05  SRT-STATE               PIC X(02).
007900     05  SRT-VISITOR-NAME        PIC X(20).
008000     05  SRT-VISITOR-ID          PIC 9(13).
008100     05  SRT-PARK-DATE           PIC 9(08).
008200     05  SRT-PARK-TIME           PIC 9(08).
008300     05  SRT-STATUS              PIC X(01).
008400         88  SRT-PARKED              VALUE "P".
008500         88  SRT-SWEPT               VALUE "S".
008600
008700 FD  PARK-RPT
008800     RECORDING MODE IS F.
008900 01  RPT-LINE                    PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-VEH-STATUS               PIC X(02).
009300     88  WS-VEH-OK                   VALUE "00".
009400     88  WS-VEH-AT-END               VALUE "10".
009500     88  WS-VEH-FILE-NOT-FOUND       VALUE "35".
009600
009700 01  WS-LOT-STATUS               PIC X(02).
009800     88  WS-LOT-OK                   VALUE "00".
009900     88  WS-LOT-FILE-NOT-FOUND       VALUE "35".
010000
010100 01  WS-VM-STATUS                PIC X(02).
010200     88  WS-VM-OK                    VALUE "00".
010300     88  WS-VM-NOT-FOUND             VALUE "23".
010400     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
010500
010600 01  WS-RPT-STATUS               PIC X(02).
010700     88  WS-RPT-OK                   VALUE "00".
010800
010900 01  WS-EOF-SWITCH               PIC X(01).
011000     88  WS-END-OF-VEHICLES          VALUE "Y".
011100     88  WS-NOT-END-OF-VEHICLES      VALUE "N".
011200
011300 01  WS-SORT-EOF-SWITCH          PIC X(01).
011400     88  WS-END-OF-SORTED            VALUE "Y".
011500     88  WS-NOT-END-OF-SORTED        VALUE "N".
011600
011700 01  WS-VM-AVAIL-SWITCH          PIC X(01).
011800     88  WS-VM-AVAILABLE             VALUE "Y".
011900     88  WS-VM-NOT-AVAILABLE         VALUE "N".
012000
012100 01  WS-RUN-DATE                 PIC 9(08).
012200 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
012300     05  WS-RUN-YYYY              PIC 9(04).
012400     05  WS-RUN-MM                PIC 9(02).
012500     05  WS-RUN-DD                PIC 9(02).
012600 01  WS-RUN-TIME                 PIC 9(08).
012700
012800 01  WS-PAGE-NO                  PIC 9(04) COMP.
012900 01  WS-LINE-CTR                 PIC 9(04) COMP.
013000
013100 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
013200
013300 01  WS-PREV-LOT                 PIC X(04).
013400 01  WS-LOOKUP-LOT               PIC X(04).
013500
013600*----------------------------------------------------------------
013700* LOT TABLE LOADED FROM PARKLOTS AT STARTUP
013800*----------------------------------------------------------------
013900 COPY LOTTABL.
014000
014100*----------------------------------------------------------------
014200* COUNTERS
014300*----------------------------------------------------------------
014400 01  WS-READ-CTR                 PIC 9(07) COMP VALUE ZERO.
014500 01  WS-PARKED-CTR               PIC 9(07) COMP VALUE ZERO.
014600 01  WS-OVERNIGHT-CTR            PIC 9(07) COMP VALUE ZERO.
014700 01  WS-LOT-PARKED-CTR           PIC 9(05) COMP VALUE ZERO.
014800 01  WS-LOT-OVERNIGHT-CTR        PIC 9(05) COMP VALUE ZERO.
014900
015000 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
015100
015200*----------------------------------------------------------------
015300* REPORT LINE LAYOUTS
015400*----------------------------------------------------------------
015500 01  HDR-LINE-1.
015600     05  FILLER                   PIC X(01) VALUE SPACE.
015700     05  FILLER                   PIC X(22) VALUE
015800         "VISITOR PARKING ROSTER".
015900     05  FILLER                   PIC X(13) VALUE SPACES.
016000     05  FILLER                   PIC X(10) VALUE
016100         "RUN DATE: ".
016200     05  HDR-RUN-MM               PIC 99.
016300     05  FILLER                   PIC X(01) VALUE "/".
016400     05  HDR-RUN-DD               PIC 99.
016500     05  FILLER                   PIC X(01) VALUE "/".
016600     05  HDR-RUN-YYYY             PIC 9999.
016700     05  FILLER                   PIC X(02) VALUE SPACES.
016800     05  FILLER                   PIC X(06) VALUE "TIME: ".
016900     05  HDR-RUN-TIME             PIC 9(08).
017000     05  FILLER                   PIC X(02) VALUE SPACES.
017100     05  FILLER                   PIC X(05) VALUE "PAGE ".
017200     05  HDR-PAGE-NO              PIC ZZZ9.
017300
017400 01  HDR-LINE-2.
017500     05  FILLER                   PIC X(03) VALUE SPACES.
017600     05  FILLER                   PIC X(10) VALUE
017700         "PLATE".
017800     05  FILLER                   PIC X(02) VALUE SPACES.
017900     05  FILLER                   PIC X(02) VALUE
018000         "ST".
018100     05  FILLER                   PIC X(02) VALUE SPACES.
018200     05  FILLER                   PIC X(20) VALUE
018300         "VISITOR NAME".
018400     05  FILLER                   PIC X(02) VALUE SPACES.
018500     05  FILLER                   PIC X(13) VALUE
018600         "VISITOR ID".
018700     05  FILLER                   PIC X(02) VALUE SPACES.
018800     05  FILLER                   PIC X(20) VALUE
018900         "HOST".
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  FILLER                   PIC X(08) VALUE
019200         "PARKED".
019300     05  FILLER                   PIC X(02) VALUE SPACES.
019400     05  FILLER                   PIC X(08) VALUE
019500         "AT".
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  FILLER                   PIC X(26) VALUE
019800         "CHECK".
019900
020000 01  LOT-GROUP-LINE.
020100     05  FILLER                   PIC X(01) VALUE SPACE.
020200     05  FILLER                   PIC X(05) VALUE "LOT: ".
020300     05  LGP-LOT-CODE             PIC X(04).
020400     05  FILLER                   PIC X(02) VALUE SPACES.
020500     05  LGP-LOT-NAME             PIC X(20).
020600
020700 01  DTL-LINE.
020800     05  FILLER                   PIC X(03) VALUE SPACES.
020900     05  DTL-PLATE                PIC X(10).
021000     05  FILLER                   PIC X(02) VALUE SPACES.
021100     05  DTL-STATE                PIC X(02).
021200     05  FILLER                   PIC X(02) VALUE SPACES.
021300     05  DTL-VISITOR-NAME         PIC X(20).
021400     05  FILLER                   PIC X(02) VALUE SPACES.
021500     05  DTL-VISITOR-ID           PIC 9(13).
021600     05  FILLER                   PIC X(02) VALUE SPACES.
021700     05  DTL-HOST-EMPLOYEE        PIC X(20).
021800     05  FILLER                   PIC X(02) VALUE SPACES.
021900     05  DTL-PARK-DATE            PIC 9(08).
022000     05  FILLER                   PIC X(02) VALUE SPACES.
022100     05  DTL-PARK-TIME            PIC 9(08).
022200     05  FILLER                   PIC X(02) VALUE SPACES.
022300     05  DTL-CHECK                PIC X(26).
022400
022500 01  LOT-TOTAL-LINE.
022600     05  FILLER                   PIC X(03) VALUE SPACES.
022700     05  FILLER                   PIC X(13) VALUE
022800         "CARS PARKED: ".
022900     05  LTT-PARKED               PIC ZZ,ZZ9.
023000     05  FILLER                   PIC X(04) VALUE " OF ".
023100     05  LTT-CAPACITY             PIC X(06).
023200     05  FILLER                   PIC X(17) VALUE
023300         " VISITOR SPACES  ".
023400     05  FILLER                   PIC X(11) VALUE
023500         "OVERNIGHT: ".
023600     05  LTT-OVERNIGHT            PIC ZZ,ZZ9.
023700
023800 01  WS-CAPACITY-ED              PIC ZZ,ZZ9.
023900
024000 01  TOTAL-LINE.
024100     05  FILLER                   PIC X(01) VALUE SPACE.
024200     05  TOT-LABEL                PIC X(26).
024300     05  TOT-VALUE                PIC ZZZ,ZZ9.
024400
024500 PROCEDURE DIVISION.
024600*================================================================
024700* 0000-MAINLINE - the SORT pulls the cars to print off the
024800* VEHICLE file through 2000-SELECT-CARS and hands them back in
024900* lot/plate order to 3000-PRINT-ROSTER.
025000*================================================================
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     SORT PARK-SORT-FILE
025400         ON ASCENDING KEY SRT-LOT-CODE
025500                          SRT-PLATE
025600         INPUT PROCEDURE IS 2000-SELECT-CARS
025700             THRU 2000-EXIT
025800         OUTPUT PROCEDURE IS 3000-PRINT-ROSTER
025900             THRU 3000-EXIT
026000     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT
026200     STOP RUN.
026300
026400*================================================================
026500* 1000-INITIALIZE - no VEHICLE file means the site has never
026600* recorded a car; say so and end rather than print an empty
026700* roster someone might read as "the lots are clear".  The lot
026800* file and the master only add names and capacities.
026900*================================================================
027000 1000-INITIALIZE.
027100     MOVE ZERO TO WS-PAGE-NO
027200     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
027300     SET WS-NOT-END-OF-VEHICLES TO TRUE
027400     SET WS-NOT-END-OF-SORTED TO TRUE
027500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027600     ACCEPT WS-RUN-TIME FROM TIME
027700
027800     OPEN INPUT VEHICLE-FILE
027900     IF NOT WS-VEH-OK
028000        DISPLAY "PARKRPT: VEHICLE FILE NOT AVAILABLE - "
028100           "NO PARKING ROSTER PRINTED"
028200        MOVE 8 TO RETURN-CODE
028300        STOP RUN
028400     END-IF
028500
028600     SET WS-VM-AVAILABLE TO TRUE
028700     OPEN INPUT VISITOR-MASTER
028800     IF NOT WS-VM-OK
028900        SET WS-VM-NOT-AVAILABLE TO TRUE
029000        DISPLAY "PARKRPT: VISITOR-MASTER NOT AVAILABLE - "
029100           "HOSTS NOT PRINTED"
029200     END-IF
029300
029400     PERFORM 1100-LOAD-LOT-TABLE THRU 1100-EXIT
029500     OPEN OUTPUT PARK-RPT
029600 1000-EXIT.
029700     EXIT.
029800
029900*================================================================
030000* 1100-LOAD-LOT-TABLE - names and visitor spaces for the lot
030100* breaks; a missing PARKLOTS file still prints the roster.
030200*================================================================
030300 1100-LOAD-LOT-TABLE.
030400     OPEN INPUT PARKING-LOT-FILE
030500     IF NOT WS-LOT-OK
030600        DISPLAY "PARKRPT: PARKLOTS NOT AVAILABLE - "
030700           "LOT CAPACITIES NOT PRINTED"
030800        GO TO 1100-EXIT
030900     END-IF
031000     PERFORM 1110-LOAD-ONE-LOT THRU 1110-EXIT
031100         UNTIL NOT WS-LOT-OK OR LT-COUNT >= 20
031200     CLOSE PARKING-LOT-FILE
031300 1100-EXIT.
031400     EXIT.
031500
031600 1110-LOAD-ONE-LOT.
031700     READ PARKING-LOT-FILE
031800         AT END
031900            CONTINUE
032000     END-READ
032100     IF WS-LOT-OK
032200        IF LOT-CODE NOT = SPACES AND LOT-CAPACITY NUMERIC
032300           ADD 1 TO LT-COUNT
032400           MOVE LOT-CODE     TO LT-CODE (LT-COUNT)
032500           MOVE LOT-NAME     TO LT-NAME (LT-COUNT)
032600           MOVE LOT-CAPACITY TO LT-CAPACITY (LT-COUNT)
032700           MOVE ZERO         TO LT-PARKED (LT-COUNT)
032800        END-IF
032900     END-IF
033000 1110-EXIT.
033100     EXIT.
033200
033300*================================================================
033400* 2000-SELECT-CARS - SORT input procedure: one pass over the
033500* VEHICLE file.  Cars still parked, and cars the sweep freed
033600* today, go to the sort; everything else is history.
033700*================================================================
033800 2000-SELECT-CARS.
033900     PERFORM 2100-READ-VEHICLE THRU 2100-EXIT
034000     PERFORM 2200-SELECT-ONE THRU 2200-EXIT
034100         UNTIL WS-END-OF-VEHICLES
034200 2000-EXIT.
034300     EXIT.
034400
034500 2100-READ-VEHICLE.
034600     READ VEHICLE-FILE NEXT RECORD
034700         AT END
034800            SET WS-END-OF-VEHICLES TO TRUE
034900     END-READ
035000     IF NOT WS-VEH-OK
035100        SET WS-END-OF-VEHICLES TO TRUE
035200     END-IF
035300 2100-EXIT.
035400     EXIT.
035500
035600 2200-SELECT-ONE.
035700     ADD 1 TO WS-READ-CTR
035800     IF VEH-PARKED
035900        OR (VEH-SWEPT AND VEH-RELEASE-DATE = WS-RUN-DATE)
036000        MOVE VEH-LOT-CODE        TO SRT-LOT-CODE
036100        MOVE VEH-PLATE           TO SRT-PLATE
036200        MOVE VEH-STATE           TO SRT-STATE
036300        MOVE VEH-VISITOR-NAME    TO SRT-VISITOR-NAME
036400        MOVE VEH-VISITOR-ID      TO SRT-VISITOR-ID
036500        MOVE VEH-PARK-DATE       TO SRT-PARK-DATE
036600        MOVE VEH-PARK-TIME       TO SRT-PARK-TIME
036700        MOVE VEH-STATUS          TO SRT-STATUS
036800        RELEASE PARK-SORT-REC
036900     END-IF
037000     PERFORM 2100-READ-VEHICLE THRU 2100-EXIT
037100 2200-EXIT.
037200     EXIT.
037300
037400*================================================================
037500* 3000-PRINT-ROSTER - SORT output procedure: lot-group break
037600* reporting in the 60-line page frame the other rosters use.
037700* WS-PREV-LOT starts at LOW-VALUES so the first car opens a
037800* group; the lot total prints when the lot code changes and
037900* once more at the end.
038000*================================================================
038100 3000-PRINT-ROSTER.
038200     MOVE LOW-VALUES TO WS-PREV-LOT
038300     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
038400     PERFORM 3200-PRINT-ONE THRU 3200-EXIT
038500         UNTIL WS-END-OF-SORTED
038600     IF WS-PREV-LOT NOT = LOW-VALUES
038700        PERFORM 3600-PRINT-LOT-TOTAL THRU 3600-EXIT
038800     END-IF
038900     PERFORM 3700-PRINT-TOTALS THRU 3700-EXIT
039000 3000-EXIT.
039100     EXIT.
039200
039300 3100-RETURN-SORTED.
039400     RETURN PARK-SORT-FILE
039500         AT END
039600            SET WS-END-OF-SORTED TO TRUE
039700     END-RETURN
039800 3100-EXIT.
039900     EXIT.
040000
040100 3200-PRINT-ONE.
040200     IF SRT-LOT-CODE NOT = WS-PREV-LOT
040300        IF WS-PREV-LOT NOT = LOW-VALUES
040400           PERFORM 3600-PRINT-LOT-TOTAL THRU 3600-EXIT
040500        END-IF
040600        PERFORM 3500-START-LOT THRU 3500-EXIT
040700     END-IF
040800     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
040900        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
041000        PERFORM 3400-PRINT-LOT-GROUP THRU 3400-EXIT
041100     END-IF
041200     MOVE SRT-PLATE           TO DTL-PLATE
041300     MOVE SRT-STATE           TO DTL-STATE
041400     MOVE SRT-VISITOR-NAME    TO DTL-VISITOR-NAME
041500     MOVE SRT-VISITOR-ID      TO DTL-VISITOR-ID
041600     MOVE SRT-PARK-DATE       TO DTL-PARK-DATE
041700     MOVE SRT-PARK-TIME       TO DTL-PARK-TIME
041800     MOVE SPACES              TO DTL-CHECK
041900     IF SRT-PARKED
042000        ADD 1 TO WS-LOT-PARKED-CTR
042100        ADD 1 TO WS-PARKED-CTR
042200        IF SRT-PARK-DATE < WS-RUN-DATE
042300           MOVE "OVERNIGHT - STILL PARKED" TO DTL-CHECK
042400           ADD 1 TO WS-LOT-OVERNIGHT-CTR
042500           ADD 1 TO WS-OVERNIGHT-CTR
042600        END-IF
042700     ELSE
042800        MOVE "OVERNIGHT - NOT SIGNED OUT" TO DTL-CHECK
042900        ADD 1 TO WS-LOT-OVERNIGHT-CTR
043000        ADD 1 TO WS-OVERNIGHT-CTR
043100     END-IF
043200     PERFORM 3800-LOOKUP-HOST THRU 3800-EXIT
043300     WRITE RPT-LINE FROM DTL-LINE
043400     ADD 1 TO WS-LINE-CTR
043500     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
043600 3200-EXIT.
043700     EXIT.
043800
043900 3300-PRINT-HEADERS.
044000     ADD 1 TO WS-PAGE-NO
044100     MOVE WS-RUN-MM   TO HDR-RUN-MM
044200     MOVE WS-RUN-DD   TO HDR-RUN-DD
044300     MOVE WS-RUN-YYYY TO HDR-RUN-YYYY
044400     MOVE WS-RUN-TIME TO HDR-RUN-TIME
044500     MOVE WS-PAGE-NO  TO HDR-PAGE-NO
044600
044700     IF WS-PAGE-NO > 1
044800        WRITE RPT-LINE FROM SPACES
044900            AFTER ADVANCING PAGE
045000     END-IF
045100     WRITE RPT-LINE FROM HDR-LINE-1
045200     WRITE RPT-LINE FROM HDR-LINE-2
045300     MOVE ZERO TO WS-LINE-CTR
045400 3300-EXIT.
045500     EXIT.
045600
045700 3400-PRINT-LOT-GROUP.
045800     WRITE RPT-LINE FROM SPACES
045900     WRITE RPT-LINE FROM LOT-GROUP-LINE
046000     ADD 2 TO WS-LINE-CTR
046100 3400-EXIT.
046200     EXIT.
046300
046400*================================================================
046500* 3500-START-LOT - new lot: zero its counters, look up its name
046600* and spaces on the lot table, and print the group header
046700* (with a fresh page when the current one cannot take it).
046800*================================================================
046900 3500-START-LOT.
047000     MOVE SRT-LOT-CODE TO WS-PREV-LOT
047100     MOVE ZERO TO WS-LOT-PARKED-CTR
047200     MOVE ZERO TO WS-LOT-OVERNIGHT-CTR
047300     MOVE SRT-LOT-CODE TO WS-LOOKUP-LOT
047400     PERFORM 3900-LOOKUP-LOT THRU 3900-EXIT
047500     MOVE SRT-LOT-CODE TO LGP-LOT-CODE
047600     IF LT-LOT-FOUND
047700        MOVE LT-NAME (LT-IX) TO LGP-LOT-NAME
047800        MOVE LT-CAPACITY (LT-IX) TO WS-CAPACITY-ED
047900        MOVE WS-CAPACITY-ED TO LTT-CAPACITY
048000     ELSE
048100        MOVE "(NOT ON PARKLOTS)" TO LGP-LOT-NAME
048200        MOVE "     ?" TO LTT-CAPACITY
048300     END-IF
048400     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
048500        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
048600     END-IF
048700     PERFORM 3400-PRINT-LOT-GROUP THRU 3400-EXIT
048800 3500-EXIT.
048900     EXIT.
049000
049100 3600-PRINT-LOT-TOTAL.
049200     MOVE WS-LOT-PARKED-CTR    TO LTT-PARKED
049300     MOVE WS-LOT-OVERNIGHT-CTR TO LTT-OVERNIGHT
049400     WRITE RPT-LINE FROM LOT-TOTAL-LINE
049500     ADD 1 TO WS-LINE-CTR
049600 3600-EXIT.
049700     EXIT.
049800
049900 3700-PRINT-TOTALS.
050000     IF WS-LINE-CTR + 4 >= WS-MAX-LINES-PER-PAGE
050100        PERFORM 3300-PRINT-HEADERS THRU 3300-EXIT
050200     END-IF
050300     WRITE RPT-LINE FROM SPACES
050400     MOVE "CARS PARKED ON SITE ......" TO TOT-LABEL
050500     MOVE WS-PARKED-CTR TO TOT-VALUE
050600     WRITE RPT-LINE FROM TOTAL-LINE
050700     MOVE "POSSIBLE OVERNIGHT CARS .." TO TOT-LABEL
050800     MOVE WS-OVERNIGHT-CTR TO TOT-VALUE
050900     WRITE RPT-LINE FROM TOTAL-LINE
051000 3700-EXIT.
051100     EXIT.
051200
051300*================================================================
051400* 3800-LOOKUP-HOST - keyed read on the master for the visit the
051500* car came in with, so security knows whom to call; an archived
051600* visit prints with the host blank.
051700*================================================================
051800 3800-LOOKUP-HOST.
051900     MOVE SPACES TO DTL-HOST-EMPLOYEE
052000     IF WS-VM-NOT-AVAILABLE
052100        GO TO 3800-EXIT
052200     END-IF
052300     MOVE SRT-VISITOR-ID TO VIS-VISITOR-ID
052400     READ VISITOR-MASTER
052500         INVALID KEY
052600            GO TO 3800-EXIT
052700     END-READ
052800     MOVE VIS-HOST-EMPLOYEE TO DTL-HOST-EMPLOYEE
052900 3800-EXIT.
053000     EXIT.
053100
053200*================================================================
053300* 3900-LOOKUP-LOT - sets the LOTTABL lookup switch for the code
053400* in WS-LOOKUP-LOT and leaves LT-IX on the matching entry.
053500*================================================================
053600 3900-LOOKUP-LOT.
053700     SET LT-LOT-NOT-FOUND TO TRUE
053800     PERFORM 3910-MATCH-LOT THRU 3910-EXIT
053900         VARYING LT-IX FROM 1 BY 1
054000         UNTIL LT-IX > LT-COUNT OR LT-LOT-FOUND
054100     IF LT-LOT-FOUND
054200        SUBTRACT 1 FROM LT-IX
054300     END-IF
054400 3900-EXIT.
054500     EXIT.
054600
054700 3910-MATCH-LOT.
054800     IF LT-CODE (LT-IX) = WS-LOOKUP-LOT
054900        SET LT-LOT-FOUND TO TRUE
055000     END-IF
055100 3910-EXIT.
055200     EXIT.
055300
055400*================================================================
055500* 5000-PRINT-SUMMARY
055600*================================================================
055700 5000-PRINT-SUMMARY.
055800     DISPLAY "PARKRPT RUN SUMMARY"
055900     MOVE WS-READ-CTR      TO WS-SUMMARY-CTR-ED
056000     DISPLAY "  VEHICLE RECORDS READ.... " WS-SUMMARY-CTR-ED
056100     MOVE WS-PARKED-CTR    TO WS-SUMMARY-CTR-ED
056200     DISPLAY "  CARS PARKED ON SITE..... " WS-SUMMARY-CTR-ED
056300     MOVE WS-OVERNIGHT-CTR TO WS-SUMMARY-CTR-ED
056400     DISPLAY "  POSSIBLE OVERNIGHT...... " WS-SUMMARY-CTR-ED
056500 5000-EXIT.
056600     EXIT.
056700
056800*================================================================
056900* 9000-TERMINATE
057000*================================================================
057100 9000-TERMINATE.
057200     CLOSE VEHICLE-FILE
057300     IF WS-VM-AVAILABLE
057400        CLOSE VISITOR-MASTER
057500     END-IF
057600     CLOSE PARK-RPT
057700 9000-EXIT.
057800     EXIT.
057900
058000 END PROGRAM PARKRPT.
