000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "ACSFEED".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* ACSFEED - badge interface to the access-control system for one
000900* site.  Builds the vendor's fixed-record feed (ACSFREC):
001000*   - a deactivation for every entry queued on ACSDEACT since the
001100*     last run - badges SIGNOUT released, STALECLS expired,
001200*     BADGMNT marked lost or ACSEXLD took back at a turnstile;
001300*   - an activation for every badge issued to a visitor whose
001400*     VISITOR-MASTER record is still open, with the visitor ID,
001500*     name, host and the badge expiry (midnight ending the visit
001600*     day - the overnight sweep deactivates anyone still open).
001700* The activation list is complete every run rather than only
001800* what changed, so a feed the vendor missed is made good by the
001900* next one.  Deactivations go first so a badge number released
002000* and re-issued between runs ends up on for its new holder.
002100*
002200* BADGEINV decides whether the badge on an open master is still
002300* that visitor's: a badge reported lost, or found and handed to
002400* someone else since, is not activated for the old holder.
002500* Without the inventory every badged open master is activated
002600* (RETURN-CODE 4, named on SYSOUT).
002700*
002800* Once the feed is written the ACSDEACT queue is emptied, so
002900* each deactivation goes out exactly once.  Without VISITMST no
003000* feed is written and the queue is left for the rerun (RETURN-
003100* CODE 8).
003200*
003300* SYSIN carries one card: the site name (cols 1-8) for the
003400* feed header.  Runs per site after the overnight sweep in
003500* jcl/VISITLD.proc and stand-alone through the day from
003600* jcl/ACSFEED.jcl, after each desk session.
003700*
003800* MODIFICATION HISTORY
003900*
004000* 2026-10-15  WM   Original.
004100*================================================================
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VIS-VISITOR-ID
004900         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005000         FILE STATUS IS WS-VM-STATUS.
005100
005200     SELECT BADGE-INV-FILE ASSIGN TO "BADGEINV"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS BDG-NUMBER
005600         FILE STATUS IS WS-BDG-STATUS.
005700
005800     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-ACD-STATUS.
006200
006300     SELECT ACS-FEED-FILE ASSIGN TO "ACSFEED"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-ACF-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  VISITOR-MASTER.
007100     COPY VISITREC.
007200
007300 FD  BADGE-INV-FILE.
007400     COPY BADGEREC.
007500
007600 FD  ACS-DEACT-FILE.
007700     COPY ACSDREC.
007800
007900 FD  ACS-FEED-FILE
008000     RECORDING MODE IS F.
008100     COPY ACSFREC.
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* FILE STATUS AREAS
008600*----------------------------------------------------------------
008700 01  WS-VM-STATUS                PIC X(02).
008800     88  WS-VM-OK                    VALUE "00".
008900     88  WS-VM-AT-END                VALUE "10".
009000     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
009100
009200 01  WS-BDG-STATUS               PIC X(02).
009300     88  WS-BDG-OK                   VALUE "00".
009400     88  WS-BDG-NOT-FOUND            VALUE "23".
009500     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
009600
009700 01  WS-ACD-STATUS               PIC X(02).
009800     88  WS-ACD-OK                   VALUE "00".
009900     88  WS-ACD-AT-END               VALUE "10".
010000     88  WS-ACD-FILE-NOT-FOUND       VALUE "35".
010100
010200 01  WS-ACF-STATUS               PIC X(02).
010300     88  WS-ACF-OK                   VALUE "00".
010400
010500*----------------------------------------------------------------
010600* SWITCHES
010700*----------------------------------------------------------------
010800 01  WS-VM-EOF-SWITCH            PIC X(01).
010900     88  WS-END-OF-MASTER            VALUE "Y".
011000     88  WS-NOT-END-OF-MASTER        VALUE "N".
011100
011200 01  WS-ACD-EOF-SWITCH           PIC X(01).
011300     88  WS-END-OF-QUEUE             VALUE "Y".
011400     88  WS-NOT-END-OF-QUEUE         VALUE "N".
011500
011600 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
011700     88  WS-BDG-AVAILABLE            VALUE "Y".
011800     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
011900
012000 01  WS-ACD-AVAIL-SWITCH         PIC X(01).
012100     88  WS-ACD-AVAILABLE            VALUE "Y".
012200     88  WS-ACD-NOT-AVAILABLE        VALUE "N".
012300
012400 01  WS-FEED-SWITCH              PIC X(01) VALUE "Y".
012500     88  WS-FEED-GOOD                VALUE "Y".
012600     88  WS-FEED-FAILED              VALUE "N".
012700
012800*----------------------------------------------------------------
012900* RUN CONTROL
013000*----------------------------------------------------------------
013100 01  WS-SITE-CARD.
013200     05  WS-SITE-NAME            PIC X(08).
013300     05  FILLER                  PIC X(72).
013400
013500 01  WS-RUN-DATE                 PIC 9(08).
013600 01  WS-RUN-TIME                 PIC 9(08).
013700 01  WS-RUN-TIME-R              REDEFINES WS-RUN-TIME.
013800     05  WS-RUN-HHMMSS            PIC 9(06).
013900     05  FILLER                   PIC 9(02).
014000
014100*----------------------------------------------------------------
014200* COUNTERS
014300*----------------------------------------------------------------
014400 01  WS-QUEUE-READ-CTR           PIC 9(07) COMP VALUE ZERO.
014500 01  WS-DEACT-CTR                PIC 9(07) COMP VALUE ZERO.
014600 01  WS-MASTER-READ-CTR          PIC 9(07) COMP VALUE ZERO.
014700 01  WS-ACT-CTR                  PIC 9(07) COMP VALUE ZERO.
014800 01  WS-NOT-HOLDER-CTR           PIC 9(07) COMP VALUE ZERO.
014900
015000 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
015100
015200 PROCEDURE DIVISION.
015300*================================================================
015400* 0000-MAINLINE
015500*================================================================
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015800     PERFORM 2000-SEND-DEACTIVATIONS THRU 2000-EXIT
015900     PERFORM 3000-SEND-ACTIVATIONS THRU 3000-EXIT
016000     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
016100     PERFORM 5000-EMPTY-QUEUE THRU 5000-EXIT
016200     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT
016400     STOP RUN.
016500
016600*================================================================
016700* 1000-INITIALIZE - the master is the source of every activation;
016800* without it the run ends before the feed or the queue is
016900* touched.  A missing queue just means nothing to deactivate.
017000*================================================================
017100 1000-INITIALIZE.
017200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017300     ACCEPT WS-RUN-TIME FROM TIME
017400     MOVE SPACES TO WS-SITE-CARD
017500     ACCEPT WS-SITE-CARD
017600     IF WS-SITE-NAME = SPACES
017700        MOVE "UNNAMED" TO WS-SITE-NAME
017800     END-IF
017900
018000     OPEN INPUT VISITOR-MASTER
018100     IF NOT WS-VM-OK
018200        DISPLAY "ACSFEED: STATUS " WS-VM-STATUS
018300           " OPENING VISITOR-MASTER - NO FEED WRITTEN, "
018400           "DEACTIVATION QUEUE KEPT"
018500        MOVE 8 TO RETURN-CODE
018600        STOP RUN
018700     END-IF
018800
018900     SET WS-BDG-AVAILABLE TO TRUE
019000     OPEN INPUT BADGE-INV-FILE
019100     IF NOT WS-BDG-OK
019200        SET WS-BDG-NOT-AVAILABLE TO TRUE
019300        DISPLAY "ACSFEED: BADGE INVENTORY NOT AVAILABLE - "
019400           "BADGES ACTIVATED FROM THE MASTER ALONE"
019500        MOVE 4 TO RETURN-CODE
019600     END-IF
019700
019800     SET WS-ACD-AVAILABLE TO TRUE
019900     OPEN INPUT ACS-DEACT-FILE
020000     IF NOT WS-ACD-OK
020100        SET WS-ACD-NOT-AVAILABLE TO TRUE
020200        IF NOT WS-ACD-FILE-NOT-FOUND
020300           DISPLAY "ACSFEED: STATUS " WS-ACD-STATUS
020400              " OPENING ACSDEACT - NO DEACTIVATIONS SENT"
020500           MOVE 4 TO RETURN-CODE
020600        END-IF
020700     END-IF
020800
020900     OPEN OUTPUT ACS-FEED-FILE
021000     MOVE SPACES TO ACS-FEED-REC
021100     SET ACF-HEADER TO TRUE
021200     MOVE WS-SITE-NAME  TO ACF-HDR-SITE
021300     MOVE WS-RUN-DATE   TO ACF-HDR-DATE
021400     MOVE WS-RUN-HHMMSS TO ACF-HDR-TIME
021500     PERFORM 7000-WRITE-FEED THRU 7000-EXIT
021600 1000-EXIT.
021700     EXIT.
021800
021900*================================================================
022000* 2000-SEND-DEACTIVATIONS - every queued entry goes out as it
022100* stands; the queue is in the order the badges were given up.
022200*================================================================
022300 2000-SEND-DEACTIVATIONS.
022400     IF WS-ACD-NOT-AVAILABLE
022500        GO TO 2000-EXIT
022600     END-IF
022700     SET WS-NOT-END-OF-QUEUE TO TRUE
022800     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
022900     PERFORM 2200-SEND-ONE-DEACT THRU 2200-EXIT
023000         UNTIL WS-END-OF-QUEUE
023100     CLOSE ACS-DEACT-FILE
023200 2000-EXIT.
023300     EXIT.
023400
023500 2100-READ-QUEUE.
023600     READ ACS-DEACT-FILE
023700         AT END
023800            SET WS-END-OF-QUEUE TO TRUE
023900     END-READ
024000     IF NOT WS-ACD-OK
024100        SET WS-END-OF-QUEUE TO TRUE
024200     END-IF
024300 2100-EXIT.
024400     EXIT.
024500
024600 2200-SEND-ONE-DEACT.
024700     ADD 1 TO WS-QUEUE-READ-CTR
024800     MOVE SPACES TO ACS-FEED-REC
024900     SET ACF-DEACTIVATE TO TRUE
025000     MOVE ACD-VISITOR-ID TO ACF-VISITOR-ID
025100     MOVE ACD-BADGE-NO   TO ACF-BADGE-NO
025200     MOVE ACD-NAME       TO ACF-NAME
025300     MOVE ZERO           TO ACF-EXPIRY-DATE
025400     MOVE ZERO           TO ACF-EXPIRY-TIME
025500     MOVE ACD-REASON     TO ACF-REASON
025600     PERFORM 7000-WRITE-FEED THRU 7000-EXIT
025700     ADD 1 TO WS-DEACT-CTR
025800     PERFORM 2100-READ-QUEUE THRU 2100-EXIT
025900 2200-EXIT.
026000     EXIT.
026100
026200*================================================================
026300* 3000-SEND-ACTIVATIONS - one pass over the master in key order.
026400* Open records with a badge number are candidates; BADGEINV must
026500* still show the badge issued to this visitor.
026600*================================================================
026700 3000-SEND-ACTIVATIONS.
026800     SET WS-NOT-END-OF-MASTER TO TRUE
026900     MOVE ZERO TO VIS-VISITOR-ID
027000     START VISITOR-MASTER KEY IS NOT LESS THAN VIS-VISITOR-ID
027100         INVALID KEY
027200            SET WS-END-OF-MASTER TO TRUE
027300     END-START
027400     PERFORM 3100-READ-MASTER THRU 3100-EXIT
027500     PERFORM 3200-CHECK-ONE-VISIT THRU 3200-EXIT
027600         UNTIL WS-END-OF-MASTER
027700 3000-EXIT.
027800     EXIT.
027900
028000 3100-READ-MASTER.
028100     IF WS-END-OF-MASTER
028200        GO TO 3100-EXIT
028300     END-IF
028400     READ VISITOR-MASTER NEXT RECORD
028500         AT END
028600            SET WS-END-OF-MASTER TO TRUE
028700     END-READ
028800     IF NOT WS-VM-OK
028900        SET WS-END-OF-MASTER TO TRUE
029000     END-IF
029100 3100-EXIT.
029200     EXIT.
029300
029400 3200-CHECK-ONE-VISIT.
029500     ADD 1 TO WS-MASTER-READ-CTR
029600     IF NOT VIS-STATUS-OPEN OR VIS-BADGE-NO = ZERO
029700        GO TO 3200-READ-NEXT
029800     END-IF
029900     IF WS-BDG-AVAILABLE
030000        MOVE VIS-BADGE-NO TO BDG-NUMBER
030100        READ BADGE-INV-FILE
030200            INVALID KEY
030300               CONTINUE
030400        END-READ
030500        IF NOT WS-BDG-OK
030600           OR NOT BDG-ISSUED
030700           OR BDG-VISITOR-ID NOT = VIS-VISITOR-ID
030800           ADD 1 TO WS-NOT-HOLDER-CTR
030900           GO TO 3200-READ-NEXT
031000        END-IF
031100     END-IF
031200     MOVE SPACES TO ACS-FEED-REC
031300     SET ACF-ACTIVATE TO TRUE
031400     MOVE VIS-VISITOR-ID    TO ACF-VISITOR-ID
031500     MOVE VIS-BADGE-NO      TO ACF-BADGE-NO
031600     MOVE VIS-NAME          TO ACF-NAME
031700     MOVE VIS-HOST-EMPLOYEE TO ACF-HOST
031800     MOVE VIS-ENTRY-DATE    TO ACF-EXPIRY-DATE
031900     MOVE 2359              TO ACF-EXPIRY-TIME
032000     PERFORM 7000-WRITE-FEED THRU 7000-EXIT
032100     ADD 1 TO WS-ACT-CTR
032200 3200-READ-NEXT.
032300     PERFORM 3100-READ-MASTER THRU 3100-EXIT
032400 3200-EXIT.
032500     EXIT.
032600
032700*================================================================
032800* 4000-WRITE-TRAILER
032900*================================================================
033000 4000-WRITE-TRAILER.
033100     MOVE SPACES TO ACS-FEED-REC
033200     SET ACF-TRAILER TO TRUE
033300     MOVE WS-DEACT-CTR TO ACF-TRL-DEACT-CTR
033400     MOVE WS-ACT-CTR   TO ACF-TRL-ACT-CTR
033500     PERFORM 7000-WRITE-FEED THRU 7000-EXIT
033600 4000-EXIT.
033700     EXIT.
033800
033900*================================================================
034000* 5000-EMPTY-QUEUE - only once the whole feed is written; a feed
034100* that failed part way leaves the queue for the rerun, and the
034200* vendor takes a repeated deactivation without complaint.
034300*================================================================
034400 5000-EMPTY-QUEUE.
034500     IF WS-ACD-NOT-AVAILABLE
034600        GO TO 5000-EXIT
034700     END-IF
034800     IF WS-FEED-FAILED
034900        DISPLAY "ACSFEED: FEED NOT WRITTEN CLEANLY - "
035000           "DEACTIVATION QUEUE KEPT FOR THE RERUN"
035100        MOVE 8 TO RETURN-CODE
035200        GO TO 5000-EXIT
035300     END-IF
035400     OPEN OUTPUT ACS-DEACT-FILE
035500     CLOSE ACS-DEACT-FILE
035600 5000-EXIT.
035700     EXIT.
035800
035900*================================================================
036000* 7000-WRITE-FEED - one place the feed is written, so a failed
036100* write anywhere stops the queue being emptied.
036200*================================================================
036300 7000-WRITE-FEED.
036400     WRITE ACS-FEED-REC
036500     IF NOT WS-ACF-OK
036600        DISPLAY "ACSFEED: STATUS " WS-ACF-STATUS
036700           " WRITING THE ACCESS-CONTROL FEED"
036800        SET WS-FEED-FAILED TO TRUE
036900     END-IF
037000 7000-EXIT.
037100     EXIT.
037200
037300*================================================================
037400* 8000-PRINT-SUMMARY
037500*================================================================
037600 8000-PRINT-SUMMARY.
037700     DISPLAY "ACSFEED RUN SUMMARY - SITE " WS-SITE-NAME
037800     MOVE WS-QUEUE-READ-CTR  TO WS-SUMMARY-CTR-ED
037900     DISPLAY "  QUEUED DEACTIVATIONS.... " WS-SUMMARY-CTR-ED
038000     MOVE WS-DEACT-CTR       TO WS-SUMMARY-CTR-ED
038100     DISPLAY "  DEACTIVATIONS SENT...... " WS-SUMMARY-CTR-ED
038200     MOVE WS-MASTER-READ-CTR TO WS-SUMMARY-CTR-ED
038300     DISPLAY "  MASTER RECORDS READ..... " WS-SUMMARY-CTR-ED
038400     MOVE WS-ACT-CTR         TO WS-SUMMARY-CTR-ED
038500     DISPLAY "  ACTIVATIONS SENT........ " WS-SUMMARY-CTR-ED
038600     MOVE WS-NOT-HOLDER-CTR  TO WS-SUMMARY-CTR-ED
038700     DISPLAY "  BADGE NO LONGER HELD.... " WS-SUMMARY-CTR-ED
038800 8000-EXIT.
038900     EXIT.
039000
039100*================================================================
039200* 9000-TERMINATE
039300*================================================================
039400 9000-TERMINATE.
039500     CLOSE VISITOR-MASTER
039600     IF WS-BDG-AVAILABLE
039700        CLOSE BADGE-INV-FILE
039800     END-IF
039900     CLOSE ACS-FEED-FILE
040000 9000-EXIT.
040100     EXIT.
040200
040300 END PROGRAM ACSFEED.
