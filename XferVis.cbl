000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "XFERVIS".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* XFERVIS - front-desk dialog for a visitor walked from one
000900* building to another.  The sending desk keys the visitor ID,
001000* the site the visitor is going to and, when the visit moves to
001100* a different host there, the new host.  The visit is closed on
001200* the sending site's master as VIS-STATUS-TRANSFERRED, the
001300* badge comes back to the sending desk (badges do not travel)
001400* and is queued for deactivation, and an in-transit record goes
001500* on the company-wide VISXFER file.
001600*
001700* The receiving desk lists the visitors in transit to it, picks
001800* the one standing at the counter, and the visit is opened on
001900* its own master under a new visitor ID from the station's
002000* sequence.  The new record keeps the original entry date and
002100* time and names the first visit of the chain in VIS-ORIGIN-ID
002200* and VIS-ORIGIN-SITE, so the roster, SITESUMM and the transfer
002300* log can count the visitor once company-wide.  The host gets a
002400* HOSTNTFY slip as for any arrival.  Watchlist, acknowledgment
002500* and duplicate checks are not repeated - the visitor passed
002600* them at the first desk and has not left the company's care.
002700* The visitor's car stays in the lot it was parked in, parked
002710* under the sending visit's ID; the first STALECLS sweep after
002720* the day of the transfer frees the space, as for an expired
002730* visit, and PARKRPT lists the car for security to check.
002800*
002900* What the receiving desk hands out follows the XFERRULE card
003000* for its site (XRULREC): R - a badge from its own inventory is
003100* required, N - no badge, the new host escorts, D - the desk
003200* decides.  The rule is fixed on the VISXFER record when the
003300* visitor is sent.
003400*
003500* A visitor who never arrives stays in transit and is reported
003600* every day by XFERLOG until a supervisor or security closes
003700* the transfer out here.
003800*
003900* The desk's site label comes from the DESKSITE setting and
004000* must match the label the other sites' desks use (MAIN,
004100* NORTOWER, ANNEX); a desk without one is refused.  Same
004200* operator rule as OBTAININPUT - desk, supervisor or security
004300* role - and an AUDITLOG entry for every visitor sent, received
004400* or closed out.
004500*
004600* MODIFICATION HISTORY
004700*
004800* 2026-10-15  WM   Original.
004900*================================================================
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS VIS-VISITOR-ID
005700         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005800         FILE STATUS IS WS-VM-STATUS.
005900
006000     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-AUD-STATUS.
006400
006500     SELECT VISITOR-CTRL-FILE ASSIGN TO "VISITCTR"
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-CTL-STATUS.
006900
007000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS EMP-NAME
007400         FILE STATUS IS WS-EMP-STATUS.
007500
007600     SELECT ARRIVAL-NOTIFY-FILE ASSIGN TO "HOSTNTFY"
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-NTF-STATUS.
008000
008100     SELECT BADGE-INV-FILE ASSIGN TO "BADGEINV"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS BDG-NUMBER
008500         FILE STATUS IS WS-BDG-STATUS.
008600
008700     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
008800         ORGANIZATION IS SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL
009000         FILE STATUS IS WS-ACD-STATUS.
009100
009200     SELECT TRANSFER-FILE ASSIGN TO "VISXFER"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS XFR-KEY
009600         ALTERNATE RECORD KEY IS XFR-TO-KEY WITH DUPLICATES
009700         FILE STATUS IS WS-XFR-STATUS.
009800
009900     SELECT TRANSFER-RULE-FILE ASSIGN TO "XFERRULE"
010000         ORGANIZATION IS SEQUENTIAL
010100         ACCESS MODE IS SEQUENTIAL
010200         FILE STATUS IS WS-XRL-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  VISITOR-MASTER.
010700     COPY VISITREC.
010800
010900 FD  AUDIT-LOG.
011000     COPY AUDITREC.
011100
011200 FD  VISITOR-CTRL-FILE.
011300     COPY CTRLREC.
011400
011500 FD  EMPLOYEE-MASTER.
011600     COPY EMPREC.
011700
011800 FD  ARRIVAL-NOTIFY-FILE.
011900     COPY NTFYREC.
012000
012100 FD  BADGE-INV-FILE.
012200     COPY BADGEREC.
012300
012400 FD  ACS-DEACT-FILE.
012500     COPY ACSDREC.
012600
012700 FD  TRANSFER-FILE.
012800     COPY XFERREC.
012900
013000 FD  TRANSFER-RULE-FILE.
013100     COPY XRULREC.
013200
013300 WORKING-STORAGE SECTION.
013400*----------------------------------------------------------------
013500* FILE STATUS AREAS
013600*----------------------------------------------------------------
013700 01  WS-VM-STATUS                PIC X(02).
013800     88  WS-VM-OK                    VALUE "00".
013900     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
014000
014100 01  WS-AUD-STATUS               PIC X(02).
014200     88  WS-AUD-OK                   VALUE "00".
014300     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
014400
014500 01  WS-CTL-STATUS               PIC X(02).
014600     88  WS-CTL-OK                   VALUE "00".
014700     88  WS-CTL-FILE-NOT-FOUND       VALUE "35".
014800
014900 01  WS-EMP-STATUS               PIC X(02).
015000     88  WS-EMP-OK                   VALUE "00".
015100     88  WS-EMP-NOT-FOUND            VALUE "23".
015200     88  WS-EMP-FILE-NOT-FOUND       VALUE "35".
015300
015400 01  WS-NTF-STATUS               PIC X(02).
015500     88  WS-NTF-OK                   VALUE "00".
015600     88  WS-NTF-FILE-NOT-FOUND       VALUE "35".
015700
015800 01  WS-BDG-STATUS               PIC X(02).
015900     88  WS-BDG-OK                   VALUE "00".
016000     88  WS-BDG-NOT-FOUND            VALUE "23".
016100     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
016200
016300 01  WS-ACD-STATUS               PIC X(02).
016400     88  WS-ACD-OK                   VALUE "00".
016500     88  WS-ACD-FILE-NOT-FOUND       VALUE "35".
016600
016700 01  WS-XFR-STATUS               PIC X(02).
016800     88  WS-XFR-OK                   VALUE "00".
016900     88  WS-XFR-AT-END               VALUE "10".
017000     88  WS-XFR-DUP-KEY              VALUE "22".
017100     88  WS-XFR-NOT-FOUND            VALUE "23".
017200     88  WS-XFR-FILE-NOT-FOUND       VALUE "35".
017300
017400 01  WS-XRL-STATUS               PIC X(02).
017500     88  WS-XRL-OK                   VALUE "00".
017600     88  WS-XRL-AT-END               VALUE "10".
017700     88  WS-XRL-FILE-NOT-FOUND       VALUE "35".
017800
017900*----------------------------------------------------------------
018000* MISCELLANEOUS COUNTERS AND SWITCHES
018100*----------------------------------------------------------------
018200 01  WS-VISITOR-SEQ              PIC 9(05) COMP.
018300 01  WS-VISITOR-SEQ-ED           PIC 9(04).
018400 01  WS-RUN-DATE                 PIC 9(08).
018500 01  WS-RUN-TIME                 PIC 9(08).
018600
018700 01  WS-STATION-ID               PIC 9(01) VALUE 1.
018800 01  WS-STATION-X                PIC X(01).
018900
019000 01  WS-SITE-LABEL               PIC X(08).
019100
019200 01  WS-EMP-AVAIL-SWITCH         PIC X(01).
019300     88  WS-EMP-AVAILABLE            VALUE "Y".
019400     88  WS-EMP-NOT-AVAILABLE        VALUE "N".
019500
019600 01  WS-BDG-AVAIL-SWITCH         PIC X(01).
019700     88  WS-BDG-AVAILABLE            VALUE "Y".
019800     88  WS-BDG-NOT-AVAILABLE        VALUE "N".
019900
020000 01  WS-ACD-AVAIL-SWITCH         PIC X(01).
020100     88  WS-ACD-AVAILABLE            VALUE "Y".
020200     88  WS-ACD-NOT-AVAILABLE        VALUE "N".
020300
020400 01  WS-BADGE-DONE-SWITCH        PIC X(01).
020500     88  WS-BADGE-DONE               VALUE "Y".
020600     88  WS-BADGE-NOT-DONE           VALUE "N".
020700
020800 01  WS-BADGE-ANSWER             PIC X(04).
020900     88  WS-BADGE-ANSWER-BLANK       VALUE SPACES.
021000 01  WS-BADGE-NO                 PIC 9(04) VALUE ZERO.
021100
021200 01  WS-ACTION                   PIC X(01).
021300     88  WS-ACTION-SEND              VALUES "S" "s".
021400     88  WS-ACTION-RECEIVE           VALUES "R" "r".
021500     88  WS-ACTION-LIST              VALUES "L" "l".
021600     88  WS-ACTION-CLOSE-OUT         VALUES "C" "c".
021700     88  WS-ACTION-QUIT              VALUES "Q" "q".
021800
021900 01  WS-REPLY                    PIC X(01).
022000     88  WS-REPLY-YES                VALUES "Y" "y".
022100
022200 01  WS-ROLE-SWITCH              PIC X(01).
022300     88  WS-ROLE-ALLOWED             VALUE "Y".
022400     88  WS-ROLE-REFUSED             VALUE "N".
022500
022600*----------------------------------------------------------------
022700* TRANSFER WORK AREAS
022800*----------------------------------------------------------------
022900 01  WS-ID-ANSWER                PIC X(13).
023000     88  WS-ID-ANSWER-BLANK          VALUE SPACES.
023100 01  WS-ID-NUMBER                REDEFINES WS-ID-ANSWER
023200                                 PIC 9(13).
023300
023400 01  WS-TO-SITE                  PIC X(08).
023500 01  WS-FROM-SITE                PIC X(08).
023600 01  WS-NEW-HOST                 PIC X(20).
023700
023800 01  WS-PROMPT-SWITCH            PIC X(01).
023900     88  WS-PROMPT-DONE              VALUE "Y".
024000     88  WS-PROMPT-NOT-DONE          VALUE "N".
024100     88  WS-PROMPT-CANCELLED         VALUE "X".
024200
024300 01  WS-XFR-EOF-SWITCH           PIC X(01).
024400     88  WS-END-OF-TRANSFERS         VALUE "Y".
024500     88  WS-NOT-END-OF-TRANSFERS     VALUE "N".
024600
024700 01  WS-PICK-ANSWER              PIC X(02).
024800     88  WS-PICK-ANSWER-BLANK        VALUE SPACES.
024900 01  WS-PICK-NO                  PIC 9(02).
025000 01  WS-LINE-NO-ED               PIC Z9.
025100 01  WS-COUNT-ED                 PIC ZZZ9.
025200
025300 01  WS-TRANSIT-TABLE.
025400     05  WS-TRANSIT-USED         PIC 9(02) COMP VALUE ZERO.
025500     05  WS-TRANSIT-ENTRY        OCCURS 50 TIMES.
025600         10  WS-TRANSIT-KEY      PIC X(21).
025700 01  WS-TX                       PIC 9(02) COMP.
025800 01  WS-TRANSIT-CTR              PIC 9(05) COMP VALUE ZERO.
025900
026000 01  WS-SENT-CTR                 PIC 9(05) COMP VALUE ZERO.
026100 01  WS-RECEIVED-CTR             PIC 9(05) COMP VALUE ZERO.
026200 01  WS-CLOSED-OUT-CTR           PIC 9(05) COMP VALUE ZERO.
026300
026400*----------------------------------------------------------------
026500* BADGE RULE TABLE LOADED FROM XFERRULE AT STARTUP - a blank
026600* site is the company default; with no card at all it is D.
026700*----------------------------------------------------------------
026800 01  WS-DEFAULT-RULE             PIC X(01) VALUE "D".
026900 01  WS-RULE                     PIC X(01).
027000     88  WS-RULE-REISSUE             VALUE "R".
027100     88  WS-RULE-NO-BADGE            VALUE "N".
027200     88  WS-RULE-DESK-CHOICE         VALUE "D".
027300 01  WS-RULE-TABLE.
027400     05  WS-RULE-USED            PIC 9(02) COMP VALUE ZERO.
027500     05  WS-RULE-ENTRY           OCCURS 20 TIMES.
027600         10  WS-RULE-SITE        PIC X(08).
027700         10  WS-RULE-CODE        PIC X(01).
027800 01  WS-RX                       PIC 9(02) COMP.
027900 01  WS-RULE-FOUND-SW            PIC X(01).
028000     88  WS-RULE-FOUND               VALUE "Y".
028100     88  WS-RULE-NOT-FOUND           VALUE "N".
028200
028300*----------------------------------------------------------------
028400* AUDIT TRAIL WORK AREAS
028500*----------------------------------------------------------------
028600 01  WS-TERMINAL-ID              PIC X(08).
028700 01  WS-OPERATOR-ID              PIC X(08).
028800 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
028900 01  WS-AUDIT-NAME               PIC X(20) VALUE SPACES.
029000 01  WS-AUDIT-CTR                PIC 9(05) COMP VALUE ZERO.
029100
029200*----------------------------------------------------------------
029300* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK
029400*----------------------------------------------------------------
029500 COPY OPERAUTH.
029600
029700 PROCEDURE DIVISION.
029800*================================================================
029900* 0000-MAINLINE - a run that moves nobody still leaves one
030000* AUDITLOG entry, the way an OBTAININPUT run with no name does.
030100*================================================================
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030400     MOVE SPACE TO WS-ACTION
030500     PERFORM 2000-PROMPT-ACTION THRU 2000-EXIT
030600         UNTIL WS-ACTION-QUIT
030700     IF WS-AUDIT-CTR = ZERO
030800        MOVE SPACES TO WS-AUDIT-EVENT
030900        MOVE SPACES TO WS-AUDIT-NAME
031000        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
031100     END-IF
031200     DISPLAY "Transfers this session:"
031300     MOVE WS-SENT-CTR TO WS-COUNT-ED
031400     DISPLAY "  sent .................. " WS-COUNT-ED
031500     MOVE WS-RECEIVED-CTR TO WS-COUNT-ED
031600     DISPLAY "  received .............. " WS-COUNT-ED
031700     MOVE WS-CLOSED-OUT-CTR TO WS-COUNT-ED
031800     DISPLAY "  closed out ............ " WS-COUNT-ED
031900     PERFORM 9000-TERMINATE THRU 9000-EXIT
032000     STOP RUN.
032100
032200*================================================================
032300* 1000-INITIALIZE - VISITOR-MASTER and AUDIT-LOG are created the
032400* first time, as in OBTAININPUT.  VISXFER must exist: it is the
032500* only link between the two desks.
032600*================================================================
032700 1000-INITIALIZE.
032800     MOVE ZERO TO WS-VISITOR-SEQ
032900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033000     ACCEPT WS-RUN-TIME FROM TIME
033100     PERFORM 1040-GET-STATION-ID THRU 1040-EXIT
033200
033300     OPEN I-O VISITOR-MASTER
033400     IF WS-VM-FILE-NOT-FOUND
033500        OPEN OUTPUT VISITOR-MASTER
033600        CLOSE VISITOR-MASTER
033700        OPEN I-O VISITOR-MASTER
033800     END-IF
033900
034000     OPEN EXTEND AUDIT-LOG
034100     IF WS-AUD-FILE-NOT-FOUND
034200        OPEN OUTPUT AUDIT-LOG
034300        CLOSE AUDIT-LOG
034400        OPEN EXTEND AUDIT-LOG
034500     END-IF
034600     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
034700     PERFORM 1045-GET-SITE-LABEL THRU 1045-EXIT
034800
034900     OPEN I-O TRANSFER-FILE
035000     IF NOT WS-XFR-OK
035100        DISPLAY "*** VISXFER FILE NOT AVAILABLE (STATUS "
035200           WS-XFR-STATUS ") - NO TRANSFERS CAN BE RECORDED ***"
035300        CLOSE VISITOR-MASTER
035400        CLOSE AUDIT-LOG
035500        MOVE 8 TO RETURN-CODE
035600        STOP RUN
035700     END-IF
035800
035900     SET WS-EMP-AVAILABLE TO TRUE
036000     OPEN INPUT EMPLOYEE-MASTER
036100     IF NOT WS-EMP-OK
036200        SET WS-EMP-NOT-AVAILABLE TO TRUE
036300        DISPLAY "*** EMPLOYEE MASTER NOT AVAILABLE - HOST "
036400           "VALIDATION SKIPPED THIS RUN ***"
036500     END-IF
036600
036700     OPEN EXTEND ARRIVAL-NOTIFY-FILE
036800     IF WS-NTF-FILE-NOT-FOUND
036900        OPEN OUTPUT ARRIVAL-NOTIFY-FILE
037000        CLOSE ARRIVAL-NOTIFY-FILE
037100        OPEN EXTEND ARRIVAL-NOTIFY-FILE
037200     END-IF
037300
037400     SET WS-BDG-AVAILABLE TO TRUE
037500     OPEN I-O BADGE-INV-FILE
037600     IF NOT WS-BDG-OK
037700        SET WS-BDG-NOT-AVAILABLE TO TRUE
037800        DISPLAY "*** BADGE INVENTORY NOT AVAILABLE - BADGE "
037900           "TRACKING SKIPPED THIS RUN ***"
038000     END-IF
038100
038200     PERFORM 1060-OPEN-DEACT-QUEUE THRU 1060-EXIT
038400     PERFORM 1070-LOAD-RULES THRU 1070-EXIT
038500 1000-EXIT.
038600     EXIT.
038700
038800*================================================================
038900* 1030-CHECK-OPERATOR - same rule as OBTAININPUT: the signed-on
039000* operator must be on OPERMAST, active, and a desk, supervisor
039100* or security role.  A refusal goes to AUDITLOG with its reason
039200* and the run ends with nothing else opened.
039300*================================================================
039400 1030-CHECK-OPERATOR.
039500     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
039600     IF WS-TERMINAL-ID = SPACES
039700        MOVE "LOCAL" TO WS-TERMINAL-ID
039800     END-IF
039900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
040000     IF WS-OPERATOR-ID = SPACES
040100        MOVE "UNKNOWN" TO WS-OPERATOR-ID
040200     END-IF
040300
040400     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
040500     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
040600     IF OA-OPERATOR-ACTIVE
040700        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
040800           OR OA-ROLE-SECURITY
040900           GO TO 1030-EXIT
041000        END-IF
041100        MOVE "ROLE" TO WS-AUDIT-EVENT
041200     END-IF
041300     IF OA-OPERATOR-INACTIVE
041400        MOVE "INAC" TO WS-AUDIT-EVENT
041500     END-IF
041600     IF OA-OPERATOR-NOT-ON-FILE
041700        MOVE "NOOP" TO WS-AUDIT-EVENT
041800     END-IF
041900     IF OA-FILE-UNAVAILABLE
042000        MOVE "NOFL" TO WS-AUDIT-EVENT
042100     END-IF
042200
042300     DISPLAY "*** OPERATOR " WS-OPERATOR-ID
042400        " IS NOT AUTHORIZED TO TRANSFER VISITORS ("
042500        WS-AUDIT-EVENT ") ***"
042600     MOVE SPACES TO WS-AUDIT-NAME
042700     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
042800     CLOSE VISITOR-MASTER
042900     CLOSE AUDIT-LOG
043000     MOVE 8 TO RETURN-CODE
043100     STOP RUN.
043200 1030-EXIT.
043300     EXIT.
043400
043500*================================================================
043600* 1040-GET-STATION-ID - the DESKID setting names this desk
043700* station (1-9), as in OBTAININPUT; the VISITCTR DD must point
043800* at the same station's control dataset the station's intake
043900* runs use, or the two would hand out the same IDs.
044000*================================================================
044100 1040-GET-STATION-ID.
044200     MOVE SPACE TO WS-STATION-X
044300     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
044400     IF WS-STATION-X NUMERIC AND WS-STATION-X NOT = "0"
044500        MOVE WS-STATION-X TO WS-STATION-ID
044600     ELSE
044700        MOVE 1 TO WS-STATION-ID
044800        IF WS-STATION-X NOT = SPACE
044900           DISPLAY "*** DESKID NOT 1-9 - RUNNING AS "
045000              "STATION 1 ***"
045100        END-IF
045200     END-IF
045300 1040-EXIT.
045400     EXIT.
045500
045600*================================================================
045700* 1045-GET-SITE-LABEL - the DESKSITE setting names the building
045800* this desk stands in.  Without it a transfer could not say
045900* where the visitor left from or find who is coming here, so
046000* the run is refused.
046100*================================================================
046200 1045-GET-SITE-LABEL.
046300     MOVE SPACES TO WS-SITE-LABEL
046400     ACCEPT WS-SITE-LABEL FROM ENVIRONMENT "DESKSITE"
046500     INSPECT WS-SITE-LABEL CONVERTING
046600         "abcdefghijklmnopqrstuvwxyz" TO
046700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
046800     IF WS-SITE-LABEL = SPACES
046900        DISPLAY "*** DESKSITE NOT SET - THIS DESK'S SITE IS "
047000           "UNKNOWN, SO NO TRANSFER CAN BE TAKEN - CALL "
047100           "SYSTEMS ***"
047200        CLOSE VISITOR-MASTER
047300        CLOSE AUDIT-LOG
047400        MOVE 8 TO RETURN-CODE
047500        STOP RUN
047600     END-IF
047700     DISPLAY "Visitor transfers - desk at " WS-SITE-LABEL
047800 1045-EXIT.
047900     EXIT.
048000
048100*================================================================
048200* 1050-READ-VISITOR-CTRL - picks up this station's sequence from
048300* its control record just before each visitor ID is taken: an
048310* OBTAININPUT intake at the same station may have moved it on
048320* since the last transfer received.  A record from an earlier
048400* day is ignored, since a new day starts a fresh sequence.
048500*================================================================
048600 1050-READ-VISITOR-CTRL.
048700     OPEN INPUT VISITOR-CTRL-FILE
048800     IF WS-CTL-FILE-NOT-FOUND
048900        MOVE ZERO TO WS-VISITOR-SEQ
049000     ELSE
049100        READ VISITOR-CTRL-FILE
049200           AT END
049300              MOVE ZERO TO WS-VISITOR-SEQ
049400           NOT AT END
049500              IF VCTL-LAST-DATE = WS-RUN-DATE
049600                 MOVE VCTL-LAST-SEQ TO WS-VISITOR-SEQ
049700              ELSE
049800                 MOVE ZERO TO WS-VISITOR-SEQ
049900              END-IF
050000        END-READ
050100        CLOSE VISITOR-CTRL-FILE
050200     END-IF
050300 1050-EXIT.
050400     EXIT.
050500
050600*================================================================
050700* 1060-OPEN-DEACT-QUEUE - the site's ACSDEACT queue of badges
050800* for ACSFEED to switch off, created on first use as in
050900* SIGNOUT.  A queue that will not open skips deactivation with
051000* a warning.
051100*================================================================
051200 1060-OPEN-DEACT-QUEUE.
051300     SET WS-ACD-AVAILABLE TO TRUE
051400     OPEN EXTEND ACS-DEACT-FILE
051500     IF WS-ACD-FILE-NOT-FOUND
051600        OPEN OUTPUT ACS-DEACT-FILE
051700        CLOSE ACS-DEACT-FILE
051800        OPEN EXTEND ACS-DEACT-FILE
051900     END-IF
052000     IF NOT WS-ACD-OK
052100        SET WS-ACD-NOT-AVAILABLE TO TRUE
052200        DISPLAY "*** ACSDEACT NOT AVAILABLE - BADGE "
052300           "DEACTIVATION NOT QUEUED THIS RUN ***"
052400     END-IF
052500 1060-EXIT.
052600     EXIT.
052700
052800*================================================================
052900* 1070-LOAD-RULES - the XFERRULE cards into the rule table.  A
053000* blank site card sets the company default; a card with a rule
053100* code other than R, N or D is ignored with a message.  No file
053200* leaves every site on D.
053300*================================================================
053400 1070-LOAD-RULES.
053500     OPEN INPUT TRANSFER-RULE-FILE
053600     IF NOT WS-XRL-OK
053700        DISPLAY "*** XFERRULE NOT AVAILABLE - THE RECEIVING "
053800           "DESK DECIDES ON A BADGE ***"
053900        GO TO 1070-EXIT
054000     END-IF
054100     PERFORM 1080-LOAD-ONE-RULE THRU 1080-EXIT
054200         UNTIL NOT WS-XRL-OK
054300     CLOSE TRANSFER-RULE-FILE
054400 1070-EXIT.
054500     EXIT.
054600
054700 1080-LOAD-ONE-RULE.
054800     READ TRANSFER-RULE-FILE
054900         AT END
055000            GO TO 1080-EXIT
055100     END-READ
055200     IF NOT WS-XRL-OK
055300        GO TO 1080-EXIT
055400     END-IF
055500     IF NOT XRL-RULE-VALID
055600        DISPLAY "*** XFERRULE CARD FOR '" XRL-SITE
055700           "' HAS RULE '" XRL-RULE "' - NOT R, N OR D, "
055800           "IGNORED ***"
055900        GO TO 1080-EXIT
056000     END-IF
056100     IF XRL-SITE = SPACES
056200        MOVE XRL-RULE TO WS-DEFAULT-RULE
056300        GO TO 1080-EXIT
056400     END-IF
056500     IF WS-RULE-USED >= 20
056600        DISPLAY "*** XFERRULE HAS MORE THAN 20 SITE CARDS - "
056700           "CARD FOR " XRL-SITE " IGNORED ***"
056800        GO TO 1080-EXIT
056900     END-IF
057000     ADD 1 TO WS-RULE-USED
057100     MOVE XRL-SITE TO WS-RULE-SITE (WS-RULE-USED)
057200     MOVE XRL-RULE TO WS-RULE-CODE (WS-RULE-USED)
057300 1080-EXIT.
057400     EXIT.
057500
057600*================================================================
057700* 2000-PROMPT-ACTION
057800*================================================================
057900 2000-PROMPT-ACTION.
058000     DISPLAY " "
058100     DISPLAY "S=send a visitor  R=receive a visitor  "
058200        "L=list in transit  C=close out  Q=quit: "
058300     ACCEPT WS-ACTION
058400     IF WS-ACTION-SEND
058500        PERFORM 3000-SEND-VISITOR THRU 3000-EXIT
058600     ELSE
058700        IF WS-ACTION-RECEIVE
058800           PERFORM 4000-RECEIVE-VISITOR THRU 4000-EXIT
058900        ELSE
059000           IF WS-ACTION-LIST
059100              PERFORM 5000-LIST-IN-TRANSIT THRU 5000-EXIT
059200           ELSE
059300              IF WS-ACTION-CLOSE-OUT
059400                 PERFORM 2100-CHECK-CLOSE-ROLE THRU 2100-EXIT
059500                 IF WS-ROLE-ALLOWED
059600                    PERFORM 6000-CLOSE-OUT THRU 6000-EXIT
059700                 END-IF
059800              ELSE
059900                 IF NOT WS-ACTION-QUIT
060000                    DISPLAY "Action not recognized."
060100                 END-IF
060200              END-IF
060300           END-IF
060400        END-IF
060500     END-IF
060600 2000-EXIT.
060700     EXIT.
060800
060900*================================================================
061000* 2100-CHECK-CLOSE-ROLE - closing out a transfer says a visitor
061100* was lost track of between buildings and somebody has run it
061200* down; that is a supervisor's or security's call.  The desk
061300* keeps the dialog, but the attempt is refused and logged.
061400*================================================================
061500 2100-CHECK-CLOSE-ROLE.
061600     IF OA-ROLE-SUPERVISOR OR OA-ROLE-SECURITY
061700        SET WS-ROLE-ALLOWED TO TRUE
061800        GO TO 2100-EXIT
061900     END-IF
062000     SET WS-ROLE-REFUSED TO TRUE
062100     DISPLAY "Only a supervisor or security may close out a "
062200        "transfer - refused and logged."
062300     MOVE "ROLE" TO WS-AUDIT-EVENT
062400     MOVE SPACES TO WS-AUDIT-NAME
062500     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
062600 2100-EXIT.
062700     EXIT.
062800
062900*================================================================
063000* 3000-SEND-VISITOR - the visit must be open on this site's
063100* master.  The VISXFER record is written before the master is
063200* closed, so a failure can never leave a visitor closed as
063300* transferred with nothing in transit to show for it; if the
063400* master then cannot be rewritten the transfer is taken back.
063500*================================================================
063600 3000-SEND-VISITOR.
063700     DISPLAY "Visitor ID leaving this site (blank to cancel): "
063800     MOVE SPACES TO WS-ID-ANSWER
063900     ACCEPT WS-ID-ANSWER
064000     IF WS-ID-ANSWER-BLANK
064100        GO TO 3000-EXIT
064200     END-IF
064300     IF WS-ID-ANSWER NOT NUMERIC
064400        DISPLAY "A visitor ID is the 13 digits on the sign-in "
064500           "slip."
064600        GO TO 3000-EXIT
064700     END-IF
064800     MOVE WS-ID-NUMBER TO VIS-VISITOR-ID
064900     READ VISITOR-MASTER
065000         INVALID KEY
065100            DISPLAY "No visitor on file with ID " WS-ID-ANSWER
065200            GO TO 3000-EXIT
065300     END-READ
065400     IF NOT VIS-STATUS-OPEN
065500        DISPLAY VIS-NAME " (ID " VIS-VISITOR-ID ") is not "
065600           "signed in here (status " VIS-STATUS
065700           ") - only an open visit can be transferred."
065800        GO TO 3000-EXIT
065900     END-IF
066000     DISPLAY VIS-NAME "  " VIS-BADGE-COMPANY
066100     DISPLAY "  host " VIS-HOST-EMPLOYEE "  since "
066200        VIS-ENTRY-TIME " on " VIS-ENTRY-DATE
066300
066400     SET WS-PROMPT-NOT-DONE TO TRUE
066500     PERFORM 3100-PROMPT-DESTINATION THRU 3100-EXIT
066600         UNTIL NOT WS-PROMPT-NOT-DONE
066700     IF WS-PROMPT-CANCELLED
066800        GO TO 3000-EXIT
066900     END-IF
067000     SET WS-PROMPT-NOT-DONE TO TRUE
067100     PERFORM 3200-PROMPT-NEW-HOST THRU 3200-EXIT
067200         UNTIL NOT WS-PROMPT-NOT-DONE
067300     IF WS-PROMPT-CANCELLED
067400        GO TO 3000-EXIT
067500     END-IF
067600
067800     PERFORM 7000-FIND-RULE THRU 7000-EXIT
067900     DISPLAY "Send " VIS-NAME " to " WS-TO-SITE ", host "
068000        WS-NEW-HOST " (Y/N)? "
068100     MOVE SPACE TO WS-REPLY
068200     ACCEPT WS-REPLY
068300     IF NOT WS-REPLY-YES
068400        DISPLAY "Transfer not made."
068500        GO TO 3000-EXIT
068600     END-IF
068700
068800     ACCEPT WS-RUN-TIME FROM TIME
068900     PERFORM 3300-BUILD-TRANSFER-REC THRU 3300-EXIT
069000     WRITE TRANSFER-REC
069100         INVALID KEY
069200            CONTINUE
069300     END-WRITE
069400     IF NOT WS-XFR-OK
069500        DISPLAY "*** ERROR " WS-XFR-STATUS " WRITING VISXFER FOR "
069600           VIS-NAME " - VISITOR NOT TRANSFERRED ***"
069700        GO TO 3000-EXIT
069800     END-IF
069900
070000     SET VIS-STATUS-TRANSFERRED TO TRUE
070100     MOVE WS-RUN-DATE TO VIS-EXIT-DATE
070200     MOVE WS-RUN-TIME TO VIS-EXIT-TIME
070300     REWRITE VISITOR-REC
070400     IF NOT WS-VM-OK
070500        DISPLAY "*** ERROR " WS-VM-STATUS " CLOSING " VIS-NAME
070600           " ON VISITOR-MASTER - TRANSFER TAKEN BACK ***"
070700        DELETE TRANSFER-FILE RECORD
070800            INVALID KEY
070900               CONTINUE
071000        END-DELETE
071100        GO TO 3000-EXIT
071200     END-IF
071300
071400     PERFORM 3400-RELEASE-BADGE THRU 3400-EXIT
071500     PERFORM 3450-QUEUE-DEACTIVATION THRU 3450-EXIT
071600     ADD 1 TO WS-SENT-CTR
071700     MOVE SPACES TO WS-AUDIT-EVENT
071800     MOVE VIS-NAME TO WS-AUDIT-NAME
071900     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
072000
072100     DISPLAY VIS-NAME " is on the way to " WS-TO-SITE "."
072200     IF VIS-BADGE-NO NOT = ZERO
072300        DISPLAY "Take badge " VIS-BADGE-NO " back - badges do "
072400           "not travel between buildings."
072500     END-IF
072600     IF WS-RULE-REISSUE
072700        DISPLAY WS-TO-SITE " will issue a badge on arrival."
072800     END-IF
072900     IF WS-RULE-NO-BADGE
073000        DISPLAY WS-TO-SITE " issues no badge - the host there "
073100           "escorts the visitor."
073200     END-IF
073300 3000-EXIT.
073400     EXIT.
073500
073600*================================================================
073700* 3100-PROMPT-DESTINATION - any site label but this desk's own.
073800* Blank cancels the transfer.
073900*================================================================
074000 3100-PROMPT-DESTINATION.
074100     DISPLAY "Walking to which site (blank to cancel): "
074200     MOVE SPACES TO WS-TO-SITE
074300     ACCEPT WS-TO-SITE
074400     INSPECT WS-TO-SITE CONVERTING
074500         "abcdefghijklmnopqrstuvwxyz" TO
074600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
074700     IF WS-TO-SITE = SPACES
074800        SET WS-PROMPT-CANCELLED TO TRUE
074900        GO TO 3100-EXIT
075000     END-IF
075100     IF WS-TO-SITE = WS-SITE-LABEL
075200        DISPLAY "The visitor is already at " WS-SITE-LABEL
075300           " - a change of host here is not a transfer."
075400        GO TO 3100-EXIT
075500     END-IF
075600     SET WS-PROMPT-DONE TO TRUE
075700 3100-EXIT.
075800     EXIT.
075900
076000*================================================================
076100* 3200-PROMPT-NEW-HOST - blank keeps the present host; a new host
076200* must be on EMPMAST when it can be read, as at intake.
076300*================================================================
076400 3200-PROMPT-NEW-HOST.
076500     DISPLAY "Host at " WS-TO-SITE " (blank = same host, "
076600        "* to cancel): "
076700     MOVE SPACES TO WS-NEW-HOST
076800     ACCEPT WS-NEW-HOST
076900     IF WS-NEW-HOST = "*"
077000        SET WS-PROMPT-CANCELLED TO TRUE
077100        GO TO 3200-EXIT
077200     END-IF
077300     IF WS-NEW-HOST = SPACES
077400        MOVE VIS-HOST-EMPLOYEE TO WS-NEW-HOST
077500        SET WS-PROMPT-DONE TO TRUE
077600        GO TO 3200-EXIT
077700     END-IF
077800     IF WS-EMP-AVAILABLE
077900        MOVE WS-NEW-HOST TO EMP-NAME
078000        READ EMPLOYEE-MASTER
078100            INVALID KEY
078200               DISPLAY WS-NEW-HOST " is not on the employee "
078300                  "list.  Please try again."
078400               GO TO 3200-EXIT
078500        END-READ
078600     END-IF
078700     SET WS-PROMPT-DONE TO TRUE
078800 3200-EXIT.
078900     EXIT.
079000
079100 3300-BUILD-TRANSFER-REC.
079200     MOVE SPACES              TO TRANSFER-REC
079300     MOVE WS-SITE-LABEL       TO XFR-FROM-SITE
079400     MOVE VIS-VISITOR-ID      TO XFR-FROM-VISITOR-ID
079500     MOVE WS-TO-SITE          TO XFR-TO-SITE
079600     SET XFR-IN-TRANSIT       TO TRUE
079700     IF VIS-NOT-TRANSFERRED-IN
079800        MOVE WS-SITE-LABEL    TO XFR-ORIGIN-SITE
079900        MOVE VIS-VISITOR-ID   TO XFR-ORIGIN-ID
080000     ELSE
080100        MOVE VIS-ORIGIN-SITE  TO XFR-ORIGIN-SITE
080200        MOVE VIS-ORIGIN-ID    TO XFR-ORIGIN-ID
080300     END-IF
080400     MOVE VIS-NAME            TO XFR-NAME
080500     MOVE VIS-BADGE-COMPANY   TO XFR-BADGE-COMPANY
080600     MOVE VIS-PURPOSE-CODE    TO XFR-PURPOSE-CODE
080700     MOVE VIS-GROUP-ID        TO XFR-GROUP-ID
080800     MOVE VIS-HOST-EMPLOYEE   TO XFR-FROM-HOST
080900     MOVE WS-NEW-HOST         TO XFR-TO-HOST
081000     MOVE VIS-ENTRY-DATE      TO XFR-ENTRY-DATE
081100     MOVE VIS-ENTRY-TIME      TO XFR-ENTRY-TIME
081200     MOVE WS-RUN-DATE         TO XFR-SENT-DATE
081300     MOVE WS-RUN-TIME         TO XFR-SENT-TIME
081400     MOVE WS-OPERATOR-ID      TO XFR-SENT-BY
081500     MOVE WS-RULE             TO XFR-BADGE-RULE
081600     MOVE ZERO                TO XFR-ARRIVE-DATE
081700     MOVE ZERO                TO XFR-ARRIVE-TIME
081800     MOVE ZERO                TO XFR-NEW-VISITOR-ID
081900     MOVE ZERO                TO XFR-NEW-BADGE-NO
082000 3300-EXIT.
082100     EXIT.
082200
082300*================================================================
082400* 3400-RELEASE-BADGE - the sending desk's badge goes back in its
082500* pool, with SIGNOUT's rule: only while the inventory still
082600* names this visitor as the holder.
082700*================================================================
082800 3400-RELEASE-BADGE.
082900     IF WS-BDG-NOT-AVAILABLE OR VIS-BADGE-NO = ZERO
083000        GO TO 3400-EXIT
083100     END-IF
083200     MOVE VIS-BADGE-NO TO BDG-NUMBER
083300     READ BADGE-INV-FILE
083400         INVALID KEY
083500            GO TO 3400-EXIT
083600     END-READ
083700     IF BDG-VISITOR-ID NOT = VIS-VISITOR-ID
083800        DISPLAY "Badge " VIS-BADGE-NO " is no longer "
083900           "recorded against this visitor - inventory "
084000           "left alone.  Hand the plastic to the "
084100           "supervisor."
084200        GO TO 3400-EXIT
084300     END-IF
084400     SET BDG-AVAILABLE TO TRUE
084500     MOVE ZERO TO BDG-VISITOR-ID
084600     MOVE ZERO TO BDG-ISSUE-DATE
084700     MOVE ZERO TO BDG-ISSUE-TIME
084800     REWRITE BADGE-REC
084900     IF NOT WS-BDG-OK
085000        DISPLAY "*** ERROR " WS-BDG-STATUS
085100           " RELEASING BADGE " VIS-BADGE-NO " ***"
085200     END-IF
085300 3400-EXIT.
085400     EXIT.
085500
085600*================================================================
085700* 3450-QUEUE-DEACTIVATION - queues the sending site's badge on
085800* ACSDEACT under reason T, so the next ACSFEED run switches it
085900* off at the vendor.
086000*================================================================
086100 3450-QUEUE-DEACTIVATION.
086200     IF WS-ACD-NOT-AVAILABLE OR VIS-BADGE-NO = ZERO
086300        GO TO 3450-EXIT
086400     END-IF
086500     MOVE SPACES TO ACS-DEACT-REC
086600     MOVE VIS-VISITOR-ID TO ACD-VISITOR-ID
086700     MOVE VIS-BADGE-NO   TO ACD-BADGE-NO
086800     MOVE VIS-NAME       TO ACD-NAME
086900     SET ACD-TRANSFERRED TO TRUE
087000     MOVE WS-RUN-DATE    TO ACD-DATE
087100     MOVE WS-RUN-TIME    TO ACD-TIME
087200     MOVE "XFERVIS"      TO ACD-PROGRAM-ID
087300     WRITE ACS-DEACT-REC
087400 3450-EXIT.
087500     EXIT.
087600
087700*================================================================
087800* 4000-RECEIVE-VISITOR - lists the visitors in transit to this
087900* site and opens a visit for the one the desk picks.  The
088000* VISXFER record is read again by its own key before anything
088100* is written, since another station here may have taken the
088200* same visitor in the meantime.
088300*================================================================
088400 4000-RECEIVE-VISITOR.
088500     PERFORM 4100-LIST-INBOUND THRU 4100-EXIT
088600     IF WS-TRANSIT-USED = ZERO
088700        GO TO 4000-EXIT
088800     END-IF
088900     DISPLAY "Line number of the visitor at the desk "
089000        "(blank to cancel): "
089100     MOVE SPACES TO WS-PICK-ANSWER
089200     ACCEPT WS-PICK-ANSWER
089300     IF WS-PICK-ANSWER-BLANK
089400        GO TO 4000-EXIT
089500     END-IF
089600     IF WS-PICK-ANSWER (2:1) = SPACE
089700        MOVE WS-PICK-ANSWER (1:1) TO WS-PICK-ANSWER (2:1)
089800        MOVE "0" TO WS-PICK-ANSWER (1:1)
089900     END-IF
090000     IF WS-PICK-ANSWER NOT NUMERIC
090100        DISPLAY "Not a line number on the list."
090200        GO TO 4000-EXIT
090300     END-IF
090400     MOVE WS-PICK-ANSWER TO WS-PICK-NO
090500     IF WS-PICK-NO = ZERO OR WS-PICK-NO > WS-TRANSIT-USED
090600        DISPLAY "Not a line number on the list."
090700        GO TO 4000-EXIT
090800     END-IF
090900
091000     MOVE WS-TRANSIT-KEY (WS-PICK-NO) TO XFR-KEY
091100     READ TRANSFER-FILE
091200         KEY IS XFR-KEY
091300         INVALID KEY
091400            DISPLAY "That transfer is no longer on file."
091500            GO TO 4000-EXIT
091600     END-READ
091700     IF NOT XFR-IN-TRANSIT
091800        DISPLAY XFR-NAME " has already been received or closed "
091900           "out - nothing to do."
092000        GO TO 4000-EXIT
092100     END-IF
092200
092300     MOVE XFR-BADGE-RULE TO WS-RULE
092400     PERFORM 4300-BADGE-BY-RULE THRU 4300-EXIT
092500     IF WS-PROMPT-CANCELLED
092600        DISPLAY "Visitor not received."
092700        GO TO 4000-EXIT
092800     END-IF
092900
093000     PERFORM 4400-BUILD-VISITOR-REC THRU 4400-EXIT
093100     WRITE VISITOR-REC
093200     IF NOT WS-VM-OK
093300        DISPLAY "*** ERROR " WS-VM-STATUS
093400           " WRITING VISITOR-MASTER FOR " VIS-NAME " ***"
093500        GO TO 4000-EXIT
093600     END-IF
093700     PERFORM 4500-MARK-BADGE-ISSUED THRU 4500-EXIT
093800     PERFORM 4600-WRITE-ARRIVAL-NOTIFY THRU 4600-EXIT
093900
094000     SET XFR-ARRIVED TO TRUE
094100     MOVE WS-RUN-DATE      TO XFR-ARRIVE-DATE
094200     MOVE WS-RUN-TIME      TO XFR-ARRIVE-TIME
094300     MOVE VIS-VISITOR-ID   TO XFR-NEW-VISITOR-ID
094400     MOVE WS-BADGE-NO      TO XFR-NEW-BADGE-NO
094500     MOVE WS-OPERATOR-ID   TO XFR-RECEIVED-BY
094600     REWRITE TRANSFER-REC
094700         INVALID KEY
094800            CONTINUE
094900     END-REWRITE
095000     IF NOT WS-XFR-OK
095100        DISPLAY "*** ERROR " WS-XFR-STATUS " MARKING THE "
095200           "TRANSFER OF " XFR-NAME " ARRIVED - TELL THE "
095300           "SUPERVISOR ***"
095400     END-IF
095500
095600     ADD 1 TO WS-RECEIVED-CTR
095700     MOVE SPACES TO WS-AUDIT-EVENT
095800     MOVE VIS-NAME TO WS-AUDIT-NAME
095900     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
096000     DISPLAY VIS-NAME " signed in at " WS-SITE-LABEL " as "
096100        VIS-VISITOR-ID
096200 4000-EXIT.
096300     EXIT.
096400
096500*================================================================
096600* 4100-LIST-INBOUND - START on this site's label and status S
096700* over the alternate key; every record up to the first one with
096800* another key is someone on the way here.  The first 50 are
096900* numbered for the desk to pick from.
097000*================================================================
097100 4100-LIST-INBOUND.
097200     MOVE ZERO TO WS-TRANSIT-USED
097300     MOVE ZERO TO WS-TRANSIT-CTR
097400     SET WS-NOT-END-OF-TRANSFERS TO TRUE
097500     MOVE WS-SITE-LABEL TO XFR-TO-SITE
097600     SET XFR-IN-TRANSIT TO TRUE
097700     START TRANSFER-FILE KEY IS EQUAL TO XFR-TO-KEY
097800         INVALID KEY
097900            SET WS-END-OF-TRANSFERS TO TRUE
098000     END-START
098100     PERFORM 4110-LIST-ONE-INBOUND THRU 4110-EXIT
098200         UNTIL WS-END-OF-TRANSFERS
098300     IF WS-TRANSIT-CTR = ZERO
098400        DISPLAY "Nobody is in transit to " WS-SITE-LABEL "."
098500     END-IF
098600     IF WS-TRANSIT-CTR > 50
098700        DISPLAY "More than 50 in transit - only the first 50 "
098800           "can be picked; close out the stale ones."
098900     END-IF
099000 4100-EXIT.
099100     EXIT.
099200
099300 4110-LIST-ONE-INBOUND.
099400     READ TRANSFER-FILE NEXT RECORD
099500         AT END
099600            SET WS-END-OF-TRANSFERS TO TRUE
099700            GO TO 4110-EXIT
099800     END-READ
099900     IF NOT WS-XFR-OK
100000        OR XFR-TO-SITE NOT = WS-SITE-LABEL
100100        OR NOT XFR-IN-TRANSIT
100200        SET WS-END-OF-TRANSFERS TO TRUE
100300        GO TO 4110-EXIT
100400     END-IF
100500     ADD 1 TO WS-TRANSIT-CTR
100600     IF WS-TRANSIT-USED >= 50
100700        GO TO 4110-EXIT
100800     END-IF
100900     ADD 1 TO WS-TRANSIT-USED
101000     MOVE XFR-KEY TO WS-TRANSIT-KEY (WS-TRANSIT-USED)
101100     MOVE WS-TRANSIT-USED TO WS-LINE-NO-ED
101200     DISPLAY WS-LINE-NO-ED " " XFR-NAME " " XFR-BADGE-COMPANY
101300     DISPLAY "   from " XFR-FROM-SITE " at " XFR-SENT-TIME
101400        " on " XFR-SENT-DATE "  host " XFR-TO-HOST
101500 4110-EXIT.
101600     EXIT.
101700
101800*================================================================
101900* 4300-BADGE-BY-RULE - R: a badge from this site's inventory
102000* must be handed out (blank cancels the receipt); N: none; D:
102100* the desk may hand one out or not.  With the inventory down
102200* the desk is told to log the plastic on paper, as at intake.
102300*================================================================
102400 4300-BADGE-BY-RULE.
102500     MOVE ZERO TO WS-BADGE-NO
102600     SET WS-PROMPT-DONE TO TRUE
102700     IF WS-RULE-NO-BADGE
102800        DISPLAY "No badge for a transfer to " WS-SITE-LABEL
102900           " - " XFR-TO-HOST " escorts the visitor."
103000        GO TO 4300-EXIT
103100     END-IF
103200     IF WS-BDG-NOT-AVAILABLE
103300        DISPLAY "Badge inventory is down - note any badge "
103400           "handed out on the paper log."
103500        GO TO 4300-EXIT
103600     END-IF
103700     SET WS-BADGE-NOT-DONE TO TRUE
103800     PERFORM 4310-PROMPT-BADGE THRU 4310-EXIT
103900         UNTIL WS-BADGE-DONE
104000 4300-EXIT.
104100     EXIT.
104200
104300 4310-PROMPT-BADGE.
104400     IF WS-RULE-REISSUE
104500        DISPLAY "Badge number handed out (required - blank "
104600           "to cancel): "
104700     ELSE
104800        DISPLAY "Badge number handed out (blank if none): "
104900     END-IF
105000     MOVE SPACES TO WS-BADGE-ANSWER
105100     ACCEPT WS-BADGE-ANSWER
105200     IF WS-BADGE-ANSWER-BLANK
105300        IF WS-RULE-REISSUE
105400           SET WS-PROMPT-CANCELLED TO TRUE
105500        END-IF
105600        SET WS-BADGE-DONE TO TRUE
105700        GO TO 4310-EXIT
105800     END-IF
105900     IF WS-BADGE-ANSWER NOT NUMERIC
106000        DISPLAY "Badge number must be the 4 digits printed "
106100           "on the plastic.  Please try again."
106200        GO TO 4310-EXIT
106300     END-IF
106400     MOVE WS-BADGE-ANSWER TO BDG-NUMBER
106500     READ BADGE-INV-FILE
106600         INVALID KEY
106700            DISPLAY "Badge " WS-BADGE-ANSWER " is not on the "
106800               "inventory.  Please try again."
106900            GO TO 4310-EXIT
107000     END-READ
107100     IF BDG-ISSUED
107200        DISPLAY "Badge " WS-BADGE-ANSWER " is already out "
107300           "with visitor " BDG-VISITOR-ID
107400           ".  Please pick another."
107500        GO TO 4310-EXIT
107600     END-IF
107700     IF BDG-LOST
107800        DISPLAY "Badge " WS-BADGE-ANSWER " is marked lost.  "
107900           "Hand it to the supervisor and pick another."
108000        GO TO 4310-EXIT
108100     END-IF
108200     MOVE WS-BADGE-ANSWER TO WS-BADGE-NO
108300     SET WS-BADGE-DONE TO TRUE
108400 4310-EXIT.
108500     EXIT.
108600
108700*================================================================
108800* 4400-BUILD-VISITOR-REC - a new ID off this station's sequence
108900* as for a walk-in; the entry stamp is the one the visitor was
109000* first signed in with, and the origin fields carry the chain.
109100*================================================================
109200 4400-BUILD-VISITOR-REC.
109210     PERFORM 1050-READ-VISITOR-CTRL THRU 1050-EXIT
109300     ADD 1 TO WS-VISITOR-SEQ
109400     IF WS-VISITOR-SEQ > 9999
109500        DISPLAY "*** DAILY VISITOR-ID SEQUENCE EXHAUSTED "
109600           "FOR THIS STATION - CALL SYSTEMS ***"
109700        MOVE 8 TO RETURN-CODE
109800        STOP RUN
109900     END-IF
110000     MOVE WS-VISITOR-SEQ TO WS-VISITOR-SEQ-ED
110100     PERFORM 4450-WRITE-VISITOR-CTRL THRU 4450-EXIT
110200     ACCEPT WS-RUN-TIME FROM TIME
110300     MOVE SPACES TO VISITOR-REC
110400     STRING WS-RUN-DATE         DELIMITED BY SIZE
110500            WS-STATION-ID       DELIMITED BY SIZE
110600            WS-VISITOR-SEQ-ED   DELIMITED BY SIZE
110700            INTO VIS-VISITOR-ID
110800     MOVE XFR-NAME            TO VIS-NAME
110900     MOVE XFR-ENTRY-DATE      TO VIS-ENTRY-DATE
111000     MOVE XFR-ENTRY-TIME      TO VIS-ENTRY-TIME
111100     MOVE XFR-BADGE-COMPANY   TO VIS-BADGE-COMPANY
111200     MOVE XFR-TO-HOST         TO VIS-HOST-EMPLOYEE
111300     MOVE XFR-PURPOSE-CODE    TO VIS-PURPOSE-CODE
111400     SET VIS-STATUS-OPEN      TO TRUE
111500     SET VIS-NOT-DUPLICATE    TO TRUE
111600     MOVE ZERO                TO VIS-EXIT-DATE
111700     MOVE ZERO                TO VIS-EXIT-TIME
111800     SET VIS-NOT-PREREGISTERED TO TRUE
111900     MOVE WS-BADGE-NO         TO VIS-BADGE-NO
112000     SET VIS-NOT-ON-PASS      TO TRUE
112100     MOVE XFR-GROUP-ID        TO VIS-GROUP-ID
112200     MOVE XFR-ORIGIN-ID       TO VIS-ORIGIN-ID
112300     MOVE XFR-ORIGIN-SITE     TO VIS-ORIGIN-SITE
112400 4400-EXIT.
112500     EXIT.
112600
112700 4450-WRITE-VISITOR-CTRL.
112800     MOVE WS-RUN-DATE     TO VCTL-LAST-DATE
112900     MOVE WS-VISITOR-SEQ  TO VCTL-LAST-SEQ
113000     OPEN OUTPUT VISITOR-CTRL-FILE
113100     WRITE VISITOR-CTRL-REC
113200     CLOSE VISITOR-CTRL-FILE
113300 4450-EXIT.
113400     EXIT.
113500
113600 4500-MARK-BADGE-ISSUED.
113700     IF WS-BDG-NOT-AVAILABLE
113800        OR WS-BADGE-NO = ZERO
113900        GO TO 4500-EXIT
114000     END-IF
114100     MOVE WS-BADGE-NO TO BDG-NUMBER
114200     READ BADGE-INV-FILE
114300         INVALID KEY
114400            GO TO 4500-EXIT
114500     END-READ
114600     SET BDG-ISSUED TO TRUE
114700     MOVE VIS-VISITOR-ID TO BDG-VISITOR-ID
114800     MOVE WS-RUN-DATE    TO BDG-ISSUE-DATE
114900     MOVE WS-RUN-TIME    TO BDG-ISSUE-TIME
115000     REWRITE BADGE-REC
115100     IF NOT WS-BDG-OK
115200        DISPLAY "*** ERROR " WS-BDG-STATUS
115300           " MARKING BADGE " WS-BADGE-NO " ISSUED ***"
115400     END-IF
115500 4500-EXIT.
115600     EXIT.
115700
115800*================================================================
115900* 4600-WRITE-ARRIVAL-NOTIFY - the slip announces the arrival at
116000* this building, so it carries the time the visitor reached
116100* the desk, not the original entry stamp.
116200*================================================================
116300 4600-WRITE-ARRIVAL-NOTIFY.
116400     MOVE SPACES              TO ARRIVAL-NOTIFY-REC
116500     MOVE XFR-TO-HOST         TO NTF-HOST-EMPLOYEE
116600     MOVE XFR-NAME            TO NTF-VISITOR-NAME
116700     MOVE XFR-BADGE-COMPANY   TO NTF-BADGE-COMPANY
116800     MOVE WS-RUN-DATE         TO NTF-ENTRY-DATE
116900     MOVE WS-RUN-TIME         TO NTF-ENTRY-TIME
117000     MOVE "P"                 TO NTF-STATUS
117100     WRITE ARRIVAL-NOTIFY-REC
117200 4600-EXIT.
117300     EXIT.
117400
117500*================================================================
117600* 5000-LIST-IN-TRANSIT - everyone on the way here, then everyone
117700* this site has sent who has not yet arrived, over the primary
117800* key from this site's label.
117900*================================================================
118000 5000-LIST-IN-TRANSIT.
118100     DISPLAY "In transit TO " WS-SITE-LABEL ":"
118200     PERFORM 4100-LIST-INBOUND THRU 4100-EXIT
118300     DISPLAY "In transit FROM " WS-SITE-LABEL ":"
118400     MOVE ZERO TO WS-TRANSIT-CTR
118500     SET WS-NOT-END-OF-TRANSFERS TO TRUE
118600     MOVE WS-SITE-LABEL TO XFR-FROM-SITE
118700     MOVE ZERO TO XFR-FROM-VISITOR-ID
118800     START TRANSFER-FILE KEY IS NOT LESS THAN XFR-KEY
118900         INVALID KEY
119000            SET WS-END-OF-TRANSFERS TO TRUE
119100     END-START
119200     PERFORM 5100-LIST-ONE-OUTBOUND THRU 5100-EXIT
119300         UNTIL WS-END-OF-TRANSFERS
119400     IF WS-TRANSIT-CTR = ZERO
119500        DISPLAY "Nobody sent from " WS-SITE-LABEL
119600           " is still in transit."
119700     END-IF
119800 5000-EXIT.
119900     EXIT.
120000
120100 5100-LIST-ONE-OUTBOUND.
120200     READ TRANSFER-FILE NEXT RECORD
120300         AT END
120400            SET WS-END-OF-TRANSFERS TO TRUE
120500            GO TO 5100-EXIT
120600     END-READ
120700     IF NOT WS-XFR-OK
120800        OR XFR-FROM-SITE NOT = WS-SITE-LABEL
120900        SET WS-END-OF-TRANSFERS TO TRUE
121000        GO TO 5100-EXIT
121100     END-IF
121200     IF NOT XFR-IN-TRANSIT
121300        GO TO 5100-EXIT
121400     END-IF
121500     ADD 1 TO WS-TRANSIT-CTR
121600     DISPLAY "   " XFR-FROM-VISITOR-ID " " XFR-NAME " to "
121700        XFR-TO-SITE " at " XFR-SENT-TIME " on " XFR-SENT-DATE
121800 5100-EXIT.
121900     EXIT.
122000
122100*================================================================
122200* 6000-CLOSE-OUT - a transfer still in transit is marked N
122300* (never arrived) with the time it was closed and who closed
122400* it.  The sending site's master stays T: the visitor did leave
122500* that building.
122600*================================================================
122700 6000-CLOSE-OUT.
122800     DISPLAY "Sending site of the transfer (blank = "
122900        WS-SITE-LABEL "): "
123000     MOVE SPACES TO WS-FROM-SITE
123100     ACCEPT WS-FROM-SITE
123200     INSPECT WS-FROM-SITE CONVERTING
123300         "abcdefghijklmnopqrstuvwxyz" TO
123400         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
123500     IF WS-FROM-SITE = SPACES
123600        MOVE WS-SITE-LABEL TO WS-FROM-SITE
123700     END-IF
123800     DISPLAY "Visitor ID at that site (blank to cancel): "
123900     MOVE SPACES TO WS-ID-ANSWER
124000     ACCEPT WS-ID-ANSWER
124100     IF WS-ID-ANSWER-BLANK
124200        GO TO 6000-EXIT
124300     END-IF
124400     IF WS-ID-ANSWER NOT NUMERIC
124500        DISPLAY "A visitor ID is the 13 digits on the sign-in "
124600           "slip."
124700        GO TO 6000-EXIT
124800     END-IF
124900     MOVE WS-FROM-SITE TO XFR-FROM-SITE
125000     MOVE WS-ID-NUMBER TO XFR-FROM-VISITOR-ID
125100     READ TRANSFER-FILE
125200         KEY IS XFR-KEY
125300         INVALID KEY
125400            DISPLAY "No transfer from " WS-FROM-SITE
125500               " on file for " WS-ID-ANSWER
125600            GO TO 6000-EXIT
125700     END-READ
125800     IF NOT XFR-IN-TRANSIT
125900        DISPLAY XFR-NAME " is not in transit (status "
126000           XFR-STATUS ") - nothing to close out."
126100        GO TO 6000-EXIT
126200     END-IF
126300     DISPLAY XFR-NAME " sent " XFR-FROM-SITE " to " XFR-TO-SITE
126400        " at " XFR-SENT-TIME " on " XFR-SENT-DATE
126500     DISPLAY "Close out as never arrived (Y/N)? "
126600     MOVE SPACE TO WS-REPLY
126700     ACCEPT WS-REPLY
126800     IF NOT WS-REPLY-YES
126900        GO TO 6000-EXIT
127000     END-IF
127100
127200     ACCEPT WS-RUN-TIME FROM TIME
127300     SET XFR-NEVER-ARRIVED TO TRUE
127400     MOVE WS-RUN-DATE      TO XFR-ARRIVE-DATE
127500     MOVE WS-RUN-TIME      TO XFR-ARRIVE-TIME
127600     MOVE WS-OPERATOR-ID   TO XFR-RECEIVED-BY
127700     REWRITE TRANSFER-REC
127800         INVALID KEY
127900            CONTINUE
128000     END-REWRITE
128100     IF NOT WS-XFR-OK
128200        DISPLAY "*** ERROR " WS-XFR-STATUS " CLOSING OUT "
128300           XFR-NAME " ***"
128400        GO TO 6000-EXIT
128500     END-IF
128600     ADD 1 TO WS-CLOSED-OUT-CTR
128700     MOVE SPACES TO WS-AUDIT-EVENT
128800     MOVE XFR-NAME TO WS-AUDIT-NAME
128900     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
129000     DISPLAY "Transfer closed out."
129100 6000-EXIT.
129200     EXIT.
129300
129400*================================================================
129500* 7000-FIND-RULE - the XFERRULE code for the receiving site in
129600* WS-TO-SITE: its own card if it has one, else the default.
129700*================================================================
129800 7000-FIND-RULE.
129900     MOVE WS-DEFAULT-RULE TO WS-RULE
130000     SET WS-RULE-NOT-FOUND TO TRUE
130100     PERFORM 7010-MATCH-RULE THRU 7010-EXIT
130200         VARYING WS-RX FROM 1 BY 1
130300         UNTIL WS-RX > WS-RULE-USED OR WS-RULE-FOUND
130400     IF WS-RULE-FOUND
130500        SUBTRACT 1 FROM WS-RX
130600        MOVE WS-RULE-CODE (WS-RX) TO WS-RULE
130700     END-IF
130800 7000-EXIT.
130900     EXIT.
131000
131100 7010-MATCH-RULE.
131200     IF WS-RULE-SITE (WS-RX) = WS-TO-SITE
131300        SET WS-RULE-FOUND TO TRUE
131400     END-IF
131500 7010-EXIT.
131600     EXIT.
131700
131800*================================================================
131900* 8000-WRITE-AUDIT-ENTRY - one entry per visitor sent, received
132000* or closed out, in the OBTAININPUT layout under this program's
132100* ID; a refused operator's entry carries the reason.
132200*================================================================
132300 8000-WRITE-AUDIT-ENTRY.
132400     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
132500     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
132600     MOVE "XFERVIS"           TO AUD-PROGRAM-ID
132700     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
132800     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
132900     MOVE WS-AUDIT-NAME       TO AUD-NAME-CAPTURED
133000     MOVE WS-STATION-ID       TO AUD-STATION-ID
133100     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
133200     WRITE AUDIT-LOG-REC
133300     ADD 1 TO WS-AUDIT-CTR
133400 8000-EXIT.
133500     EXIT.
133600
133700*================================================================
133800* 9000-TERMINATE
133900*================================================================
134000 9000-TERMINATE.
134100     CLOSE VISITOR-MASTER
134200     CLOSE AUDIT-LOG
134300     CLOSE TRANSFER-FILE
134400     IF WS-EMP-AVAILABLE
134500        CLOSE EMPLOYEE-MASTER
134600     END-IF
134700     CLOSE ARRIVAL-NOTIFY-FILE
134800     IF WS-BDG-AVAILABLE
134900        CLOSE BADGE-INV-FILE
135000     END-IF
135100     IF WS-ACD-AVAILABLE
135200        CLOSE ACS-DEACT-FILE
135300     END-IF
135400 9000-EXIT.
135500     EXIT.
135600
135700 END PROGRAM XFERVIS.
