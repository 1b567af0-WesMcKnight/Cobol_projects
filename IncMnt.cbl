000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "INCMNT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* INCMNT - maintenance dialog for the company-wide INCIDENT file
000900* of security incidents involving visitors.  Security or a
001000* supervisor records an incident against the visit it happened
001100* on, found on this site's VISITOR-MASTER or VISITOR-HISTORY by
001200* visitor ID or by name, and updates it as the follow-up moves
001300* along.  The visitor's name, company, host and visitor ID come
001400* from the visit; the host's department from EMPMAST as it
001500* stands when the incident is recorded, for the monthly INCRPT
001600* summary.
001700*
001800* Incident numbers are the year plus a sequence within it
001900* (INCDREC).  The next one is found from the file itself - the
002000* highest number on file for the year plus one - and a number
002100* another desk took in the meantime is stepped past on the
002200* write, so no control record is needed.
002300*
002400* A high-severity incident is what OBTAININPUT warns the desk
002500* about for a year when the same name arrives again, so the
002600* severity is asked for every time and never defaulted.
002700*
002800* The desk's site label comes from the DESKSITE setting, as in
002900* XFERVIS; a desk without one is refused, since the incident
003000* could not say where it happened.  Only supervisor and
003100* security operators may run the dialog.  Entries and updates
003200* are stamped on the incident (INC-ENTERED-BY, INC-UPDATED-BY),
003300* so AUDITLOG is written only for a refused operator, as in
003400* ACKMNT.  The file is created empty on first use.
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
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS INC-NUMBER
004700         ALTERNATE RECORD KEY IS INC-VISITOR-NAME WITH DUPLICATES
004800         FILE STATUS IS WS-INC-STATUS.
004900
005000     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VIS-VISITOR-ID
005400         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005500         FILE STATUS IS WS-VM-STATUS.
005600
005700     SELECT VISITOR-HISTORY ASSIGN TO "VISITHST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VH-VISITOR-ID
006100         ALTERNATE RECORD KEY IS VH-NAME WITH DUPLICATES
006200         FILE STATUS IS WS-VH-STATUS.
006300
006400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS EMP-NAME
006800         FILE STATUS IS WS-EMP-STATUS.
006900
007000     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-AUD-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  INCIDENT-FILE.
007800     COPY INCDREC.
007900
008000 FD  VISITOR-MASTER.
008100     COPY VISITREC.
008200
008300 FD  VISITOR-HISTORY.
008400     COPY VISITREC REPLACING
008500         ==VISITOR-REC==           BY ==VISITOR-HIST-REC==
008600         ==VIS-VISITOR-ID==        BY ==VH-VISITOR-ID==
008700         ==VIS-NAME==              BY ==VH-NAME==
008800         ==VIS-ENTRY-DATE==        BY ==VH-ENTRY-DATE==
008900         ==VIS-ENTRY-TIME==        BY ==VH-ENTRY-TIME==
009000         ==VIS-BADGE-COMPANY==     BY ==VH-BADGE-COMPANY==
009100         ==VIS-HOST-EMPLOYEE==     BY ==VH-HOST-EMPLOYEE==
009200         ==VIS-PURPOSE-CODE==      BY ==VH-PURPOSE-CODE==
009300         ==VIS-STATUS==            BY ==VH-STATUS==
009400         ==VIS-STATUS-OPEN==       BY ==VH-STATUS-OPEN==
009500         ==VIS-STATUS-CLOSED==     BY ==VH-STATUS-CLOSED==
009600         ==VIS-STATUS-EXPIRED==    BY ==VH-STATUS-EXPIRED==
009700         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
009800         ==VIS-DUPLICATE-FLAG==    BY ==VH-DUPLICATE-FLAG==
009900         ==VIS-IS-DUPLICATE==      BY ==VH-IS-DUPLICATE==
010000         ==VIS-NOT-DUPLICATE==     BY ==VH-NOT-DUPLICATE==
010100         ==VIS-EXIT-DATE==         BY ==VH-EXIT-DATE==
010200         ==VIS-EXIT-TIME==         BY ==VH-EXIT-TIME==
010300         ==VIS-PREREG-FLAG==       BY ==VH-PREREG-FLAG==
010400         ==VIS-PREREGISTERED==     BY ==VH-PREREGISTERED==
010500         ==VIS-NOT-PREREGISTERED== BY ==VH-NOT-PREREGISTERED==
010600         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
010700         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
010800         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
010900         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
011000         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
011100         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
011200         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
011300         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
011400
011500 FD  EMPLOYEE-MASTER.
011600     COPY EMPREC.
011700
011800 FD  AUDIT-LOG.
011900     COPY AUDITREC.
012000
012100 WORKING-STORAGE SECTION.
012200*----------------------------------------------------------------
012300* FILE STATUS AREAS
012400*----------------------------------------------------------------
012500 01  WS-INC-STATUS               PIC X(02).
012600     88  WS-INC-OK                   VALUE "00".
012700     88  WS-INC-AT-END               VALUE "10".
012800     88  WS-INC-DUP-KEY              VALUE "22".
012900     88  WS-INC-NOT-FOUND            VALUE "23".
013000     88  WS-INC-FILE-NOT-FOUND       VALUE "35".
013100
013200 01  WS-VM-STATUS                PIC X(02).
013300     88  WS-VM-OK                    VALUE "00".
013400     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
013500
013600 01  WS-VH-STATUS                PIC X(02).
013700     88  WS-VH-OK                    VALUE "00".
013800     88  WS-VH-FILE-NOT-FOUND        VALUE "35".
013900
014000 01  WS-EMP-STATUS               PIC X(02).
014100     88  WS-EMP-OK                   VALUE "00".
014200     88  WS-EMP-NOT-FOUND            VALUE "23".
014300     88  WS-EMP-FILE-NOT-FOUND       VALUE "35".
014400
014500 01  WS-AUD-STATUS               PIC X(02).
014600     88  WS-AUD-OK                   VALUE "00".
014700     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
014800
014900*----------------------------------------------------------------
015000* AVAILABILITY SWITCHES
015100*----------------------------------------------------------------
015200 01  WS-VM-AVAIL-SWITCH          PIC X(01).
015300     88  WS-VM-AVAILABLE             VALUE "Y".
015400     88  WS-VM-NOT-AVAILABLE         VALUE "N".
015500
015600 01  WS-VH-AVAIL-SWITCH          PIC X(01).
015700     88  WS-VH-AVAILABLE             VALUE "Y".
015800     88  WS-VH-NOT-AVAILABLE         VALUE "N".
015900
016000 01  WS-EMP-AVAIL-SWITCH         PIC X(01).
016100     88  WS-EMP-AVAILABLE            VALUE "Y".
016200     88  WS-EMP-NOT-AVAILABLE        VALUE "N".
016300
016400*----------------------------------------------------------------
016500* MISCELLANEOUS COUNTERS AND SWITCHES
016600*----------------------------------------------------------------
016700 01  WS-RUN-DATE                 PIC 9(08).
016800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
016900     05  WS-RUN-YYYY             PIC 9(04).
017000     05  WS-RUN-MMDD             PIC 9(04).
017100 01  WS-RUN-TIME                 PIC 9(08).
017200 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
017300     05  WS-RUN-HHMM             PIC 9(04).
017400     05  FILLER                  PIC 9(04).
017500
017600 01  WS-SITE-LABEL               PIC X(08).
017700
017800 01  WS-ACTION                   PIC X(01).
017900     88  WS-ACTION-ADD               VALUES "A" "a".
018000     88  WS-ACTION-UPDATE            VALUES "U" "u".
018100     88  WS-ACTION-SHOW              VALUES "S" "s".
018200     88  WS-ACTION-LIST              VALUES "L" "l".
018300     88  WS-ACTION-QUIT              VALUES "Q" "q".
018400
018500 01  WS-REPLY                    PIC X(01).
018600     88  WS-REPLY-YES                VALUES "Y" "y".
018700
018800 01  WS-PROMPT-SWITCH            PIC X(01).
018900     88  WS-PROMPT-DONE              VALUE "Y".
019000     88  WS-PROMPT-NOT-DONE          VALUE "N".
019100     88  WS-PROMPT-CANCELLED         VALUE "X".
019200
019300 01  WS-CHAIN-SWITCH             PIC X(01).
019400     88  WS-END-OF-CHAIN             VALUE "Y".
019500     88  WS-NOT-END-OF-CHAIN         VALUE "N".
019600
019700 01  WS-WRITE-SWITCH             PIC X(01).
019800     88  WS-WRITE-DONE               VALUE "Y".
019900     88  WS-WRITE-NOT-DONE           VALUE "N".
020000     88  WS-WRITE-FAILED             VALUE "X".
020100
020200 01  WS-ADDED-CTR                PIC 9(05) COMP VALUE ZERO.
020300 01  WS-UPDATED-CTR              PIC 9(05) COMP VALUE ZERO.
020400 01  WS-LIST-CTR                 PIC 9(05) COMP.
020500 01  WS-COUNT-ED                 PIC ZZZ9.
020600
020700*----------------------------------------------------------------
020800* DIALOG WORK AREAS
020900*----------------------------------------------------------------
021000 01  WS-LOOKUP-ANSWER            PIC X(20).
021100     88  WS-LOOKUP-ANSWER-BLANK      VALUE SPACES.
021200 01  WS-LOOKUP-ANSWER-R REDEFINES WS-LOOKUP-ANSWER.
021300     05  WS-LOOKUP-ID            PIC X(13).
021400     05  WS-LOOKUP-ID-N REDEFINES WS-LOOKUP-ID
021500                                 PIC 9(13).
021600     05  WS-LOOKUP-ID-REST       PIC X(07).
021700 01  WS-NAME-ANSWER              PIC X(20).
021800     88  WS-NAME-ANSWER-BLANK        VALUE SPACES.
021900 01  WS-NORM-NAME                PIC X(20).
022000 01  WS-SEARCH-NAME              PIC X(20).
022100
022200 01  WS-NUMBER-ANSWER            PIC X(08).
022300     88  WS-NUMBER-ANSWER-BLANK      VALUE SPACES.
022400 01  WS-NUMBER-ANSWER-N REDEFINES WS-NUMBER-ANSWER
022500                                 PIC 9(08).
022600
022700 01  WS-DATE-ANSWER              PIC X(08).
022800     88  WS-DATE-ANSWER-BLANK        VALUE SPACES.
022900 01  WS-DATE-ANSWER-R REDEFINES WS-DATE-ANSWER.
023000     05  WS-DATE-ANSWER-YYYY     PIC 9(04).
023100     05  WS-DATE-ANSWER-MM       PIC 9(02).
023200     05  WS-DATE-ANSWER-DD       PIC 9(02).
023300 01  WS-DATE-ANSWER-N REDEFINES WS-DATE-ANSWER
023400                                 PIC 9(08).
023500
023600 01  WS-TIME-ANSWER              PIC X(04).
023700     88  WS-TIME-ANSWER-BLANK        VALUE SPACES.
023800 01  WS-TIME-ANSWER-R REDEFINES WS-TIME-ANSWER.
023900     05  WS-TIME-ANSWER-HH       PIC 9(02).
024000     05  WS-TIME-ANSWER-MM       PIC 9(02).
024100 01  WS-TIME-ANSWER-N REDEFINES WS-TIME-ANSWER
024200                                 PIC 9(04).
024300
024400 01  WS-CODE-ANSWER              PIC X(04).
024500     88  WS-CODE-ANSWER-BLANK        VALUE SPACES.
024600     88  WS-CODE-ANSWER-LIST         VALUE "?".
024700 01  WS-FLAG-ANSWER              PIC X(01).
024800     88  WS-FLAG-ANSWER-BLANK        VALUE SPACE.
024900 01  WS-OFFICER-ANSWER           PIC X(20).
025000     88  WS-OFFICER-ANSWER-BLANK     VALUE SPACES.
025100 01  WS-LINE-ANSWER              PIC X(60).
025200     88  WS-LINE-ANSWER-BLANK        VALUE SPACES.
025300
025400 01  WS-NX                       PIC 9(01) COMP.
025500 01  WS-NX-ED                    PIC 9(01).
025600
025700 01  WS-PICK-ANSWER              PIC X(02).
025800     88  WS-PICK-ANSWER-BLANK        VALUE SPACES.
025900 01  WS-PICK-NO                  PIC 9(02).
026000 01  WS-LINE-NO-ED               PIC Z9.
026100
026200*----------------------------------------------------------------
026300* VISITS FOUND FOR A NAME - the first 20 from the master and then
026400* history are numbered for the desk to pick from.
026500*----------------------------------------------------------------
026600 01  VP-VISIT-TABLE.
026700     05  VP-USED                 PIC 9(02) COMP VALUE ZERO.
026800     05  VP-ENTRY                OCCURS 20 TIMES.
026900         10  VP-SOURCE           PIC X(04).
027000         10  VP-VISITOR-ID       PIC 9(13).
027100         10  VP-NAME             PIC X(20).
027200         10  VP-ENTRY-DATE       PIC 9(08).
027300         10  VP-BADGE-COMPANY    PIC X(30).
027400         10  VP-HOST-EMPLOYEE    PIC X(20).
027500 01  VP-FOUND-CTR                PIC 9(05) COMP VALUE ZERO.
027600 01  VP-PICKED                   PIC 9(02) COMP.
027700
027800*----------------------------------------------------------------
027900* INCIDENT NUMBERING - the new incident is held aside while the
028000* file is read forward for the year's highest number.
028100*----------------------------------------------------------------
028200 01  WS-NEXT-NUMBER              PIC 9(08).
028300 01  WS-NEXT-NUMBER-R REDEFINES WS-NEXT-NUMBER.
028400     05  WS-NEXT-YYYY            PIC 9(04).
028500     05  WS-NEXT-SEQ             PIC 9(04).
028600 01  WS-INCIDENT-HOLD            PIC X(450).
028700
028800*----------------------------------------------------------------
028900* INCIDENT CATEGORY TABLE
029000*----------------------------------------------------------------
029100 COPY INCCTABL.
029200
029300*----------------------------------------------------------------
029400* DISPLAY WORK AREAS
029500*----------------------------------------------------------------
029600 01  WS-SHOW-CATEGORY            PIC X(26).
029700 01  WS-SHOW-SEVERITY            PIC X(06).
029800 01  WS-SHOW-FOLLOWUP            PIC X(08).
029900
030000*----------------------------------------------------------------
030100* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
030200* AUDIT FIELDS A REFUSAL IS LOGGED WITH
030300*----------------------------------------------------------------
030400 COPY OPERAUTH.
030500 01  WS-OPERATOR-ID              PIC X(08).
030600 01  WS-TERMINAL-ID              PIC X(08).
030700 01  WS-STATION-X                PIC X(01).
030800 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100*================================================================
031200* 0000-MAINLINE
031300*================================================================
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031600     MOVE SPACE TO WS-ACTION
031700     PERFORM 2000-PROMPT-ACTION THRU 2000-EXIT
031800         UNTIL WS-ACTION-QUIT
031900     DISPLAY "Incidents this session:"
032000     MOVE WS-ADDED-CTR TO WS-COUNT-ED
032100     DISPLAY "  recorded .............. " WS-COUNT-ED
032200     MOVE WS-UPDATED-CTR TO WS-COUNT-ED
032300     DISPLAY "  updated ............... " WS-COUNT-ED
032400     PERFORM 9000-TERMINATE THRU 9000-EXIT
032500     STOP RUN.
032600
032700*================================================================
032800* 1000-INITIALIZE - the operator and site are settled before
032900* anything is opened.  INCIDENT is created the first time, as
033000* ACKMNT creates ACKNOWL; the visit files and EMPMAST only feed
033100* a new incident, so the dialog carries on without them.
033200*================================================================
033300 1000-INITIALIZE.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033500     ACCEPT WS-RUN-TIME FROM TIME
033600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
033700     IF WS-OPERATOR-ID = SPACES
033800        MOVE "UNKNOWN" TO WS-OPERATOR-ID
033900     END-IF
034000     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
034100     PERFORM 1045-GET-SITE-LABEL THRU 1045-EXIT
034200
034300     OPEN I-O INCIDENT-FILE
034400     IF WS-INC-FILE-NOT-FOUND
034500        OPEN OUTPUT INCIDENT-FILE
034600        CLOSE INCIDENT-FILE
034700        OPEN I-O INCIDENT-FILE
034800     END-IF
034900     IF NOT WS-INC-OK
035000        DISPLAY "INCMNT: STATUS " WS-INC-STATUS
035100           " OPENING INCIDENT - RUN ENDED"
035200        MOVE 8 TO RETURN-CODE
035300        STOP RUN
035400     END-IF
035500
035600     SET WS-VM-AVAILABLE TO TRUE
035700     OPEN INPUT VISITOR-MASTER
035800     IF NOT WS-VM-OK
035900        SET WS-VM-NOT-AVAILABLE TO TRUE
036000        DISPLAY "*** VISITOR MASTER NOT AVAILABLE - TODAY'S "
036100           "VISITS CANNOT BE LOOKED UP ***"
036200     END-IF
036300
036400     SET WS-VH-AVAILABLE TO TRUE
036500     OPEN INPUT VISITOR-HISTORY
036600     IF NOT WS-VH-OK
036700        SET WS-VH-NOT-AVAILABLE TO TRUE
036800        DISPLAY "*** VISITOR HISTORY NOT AVAILABLE - EARLIER "
036900           "VISITS CANNOT BE LOOKED UP ***"
037000     END-IF
037100
037200     SET WS-EMP-AVAILABLE TO TRUE
037300     OPEN INPUT EMPLOYEE-MASTER
037400     IF NOT WS-EMP-OK
037500        SET WS-EMP-NOT-AVAILABLE TO TRUE
037600        DISPLAY "*** EMPLOYEE MASTER NOT AVAILABLE - HOST "
037700           "DEPARTMENT LEFT BLANK THIS RUN ***"
037800     END-IF
037900 1000-EXIT.
038000     EXIT.
038100
038200*================================================================
038300* 1030-CHECK-OPERATOR - incidents are security's record, kept
038400* by security and the supervisors; the desk reports them to
038500* either.  Anyone else is refused before the file is opened;
038600* the refusal goes to AUDITLOG and the run ends.
038700*================================================================
038800 1030-CHECK-OPERATOR.
038900     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
039000     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
039100     IF OA-OPERATOR-ACTIVE
039200        IF OA-ROLE-SUPERVISOR OR OA-ROLE-SECURITY
039300           GO TO 1030-EXIT
039400        END-IF
039500        MOVE "ROLE" TO WS-AUDIT-EVENT
039600     END-IF
039700     IF OA-OPERATOR-INACTIVE
039800        MOVE "INAC" TO WS-AUDIT-EVENT
039900     END-IF
040000     IF OA-OPERATOR-NOT-ON-FILE
040100        MOVE "NOOP" TO WS-AUDIT-EVENT
040200     END-IF
040300     IF OA-FILE-UNAVAILABLE
040400        MOVE "NOFL" TO WS-AUDIT-EVENT
040500     END-IF
040600
040700     DISPLAY "INCMNT: OPERATOR " WS-OPERATOR-ID
040800        " IS NOT AUTHORIZED TO RECORD INCIDENTS ("
040900        WS-AUDIT-EVENT ")"
041000     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
041100     MOVE 8 TO RETURN-CODE
041200     STOP RUN.
041300 1030-EXIT.
041400     EXIT.
041500
041600*================================================================
041700* 1045-GET-SITE-LABEL - the DESKSITE setting names the building
041800* this desk stands in, the same label XFERVIS uses.  Without it
041900* an incident could not say where it happened, and INC-SITE
042000* plus the visitor ID would not name the visit, so the run is
042100* refused.
042200*================================================================
042300 1045-GET-SITE-LABEL.
042400     MOVE SPACES TO WS-SITE-LABEL
042500     ACCEPT WS-SITE-LABEL FROM ENVIRONMENT "DESKSITE"
042600     INSPECT WS-SITE-LABEL CONVERTING
042700         "abcdefghijklmnopqrstuvwxyz" TO
042800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
042900     IF WS-SITE-LABEL = SPACES
043000        DISPLAY "*** DESKSITE NOT SET - THIS DESK'S SITE IS "
043100           "UNKNOWN, SO NO INCIDENT CAN BE RECORDED - CALL "
043200           "SYSTEMS ***"
043300        MOVE 8 TO RETURN-CODE
043400        STOP RUN
043500     END-IF
043600     DISPLAY "Security incidents - desk at " WS-SITE-LABEL
043700 1045-EXIT.
043800     EXIT.
043900
044000*================================================================
044100* 2000-PROMPT-ACTION
044200*================================================================
044300 2000-PROMPT-ACTION.
044400     DISPLAY " "
044500     DISPLAY "A=add  U=update  S=show  L=list a name  Q=quit: "
044600     ACCEPT WS-ACTION
044700     IF WS-ACTION-ADD
044800        PERFORM 3000-ADD-INCIDENT THRU 3000-EXIT
044900     ELSE
045000        IF WS-ACTION-UPDATE
045100           PERFORM 5000-UPDATE-INCIDENT THRU 5000-EXIT
045200        ELSE
045300           IF WS-ACTION-SHOW
045400              PERFORM 4000-SHOW-INCIDENT THRU 4000-EXIT
045500           ELSE
045600              IF WS-ACTION-LIST
045700                 PERFORM 6000-LIST-BY-NAME THRU 6000-EXIT
045800              ELSE
045900                 IF NOT WS-ACTION-QUIT
046000                    DISPLAY "Action not recognized."
046100                 END-IF
046200              END-IF
046300           END-IF
046400        END-IF
046500     END-IF
046600 2000-EXIT.
046700     EXIT.
046800
046900*================================================================
047000* 3000-ADD-INCIDENT - find the visit, take the particulars, and
047100* write the incident under the next number for the year.
047200*================================================================
047300 3000-ADD-INCIDENT.
047400     PERFORM 3100-FIND-VISIT THRU 3100-EXIT
047500     IF VP-PICKED = ZERO
047600        GO TO 3000-EXIT
047700     END-IF
047800
047900     MOVE SPACES TO INCIDENT-REC
048000     MOVE ZERO   TO INC-NUMBER
048100     MOVE VP-NAME (VP-PICKED)          TO INC-VISITOR-NAME
048200     MOVE WS-SITE-LABEL                TO INC-SITE
048300     MOVE VP-VISITOR-ID (VP-PICKED)    TO INC-VISITOR-ID
048400     MOVE VP-BADGE-COMPANY (VP-PICKED) TO INC-BADGE-COMPANY
048500     MOVE VP-HOST-EMPLOYEE (VP-PICKED) TO INC-HOST-EMPLOYEE
048600     MOVE ZERO TO INC-ENTERED-DATE
048700     MOVE ZERO TO INC-UPDATED-DATE
048800     PERFORM 3600-LOOKUP-DEPT THRU 3600-EXIT
048900
049000     SET WS-PROMPT-NOT-DONE TO TRUE
049100     PERFORM 3200-PROMPT-DATE THRU 3200-EXIT
049200         UNTIL NOT WS-PROMPT-NOT-DONE
049300     SET WS-PROMPT-NOT-DONE TO TRUE
049400     PERFORM 3300-PROMPT-TIME THRU 3300-EXIT
049500         UNTIL NOT WS-PROMPT-NOT-DONE
049600     SET WS-PROMPT-NOT-DONE TO TRUE
049700     PERFORM 7100-PROMPT-CATEGORY THRU 7100-EXIT
049800         UNTIL NOT WS-PROMPT-NOT-DONE
049900     IF WS-PROMPT-CANCELLED
050000        DISPLAY "Incident not recorded."
050100        GO TO 3000-EXIT
050200     END-IF
050300     SET WS-PROMPT-NOT-DONE TO TRUE
050400     PERFORM 7200-PROMPT-SEVERITY THRU 7200-EXIT
050500         UNTIL NOT WS-PROMPT-NOT-DONE
050600     IF WS-PROMPT-CANCELLED
050700        DISPLAY "Incident not recorded."
050800        GO TO 3000-EXIT
050900     END-IF
051000     PERFORM 7500-PROMPT-NARRATIVE THRU 7500-EXIT
051100     MOVE WS-OPERATOR-ID TO INC-OFFICER
051200     PERFORM 7300-PROMPT-OFFICER THRU 7300-EXIT
051300     SET INC-FOLLOWUP-OPEN TO TRUE
051400     SET WS-PROMPT-NOT-DONE TO TRUE
051500     PERFORM 7400-PROMPT-FOLLOWUP THRU 7400-EXIT
051600         UNTIL NOT WS-PROMPT-NOT-DONE
051700
051800     DISPLAY "Record this incident for " INC-VISITOR-NAME
051900        " (Y/N)? "
052000     MOVE SPACE TO WS-REPLY
052100     ACCEPT WS-REPLY
052200     IF NOT WS-REPLY-YES
052300        DISPLAY "Incident not recorded."
052400        GO TO 3000-EXIT
052500     END-IF
052600
052700     MOVE WS-OPERATOR-ID TO INC-ENTERED-BY
052800     MOVE WS-RUN-DATE    TO INC-ENTERED-DATE
052900     MOVE INCIDENT-REC   TO WS-INCIDENT-HOLD
053000     PERFORM 3700-NEXT-NUMBER THRU 3700-EXIT
053100     MOVE WS-INCIDENT-HOLD TO INCIDENT-REC
053200     MOVE WS-NEXT-NUMBER   TO INC-NUMBER
053300
053400     SET WS-WRITE-NOT-DONE TO TRUE
053500     PERFORM 3800-WRITE-INCIDENT THRU 3800-EXIT
053600         UNTIL NOT WS-WRITE-NOT-DONE
053700     IF WS-WRITE-FAILED
053800        GO TO 3000-EXIT
053900     END-IF
054000     ADD 1 TO WS-ADDED-CTR
054100     DISPLAY "Recorded as incident " INC-NUMBER "."
054200     IF INC-SEV-HIGH
054300        DISPLAY "High severity - the desks will be warned when "
054400           INC-VISITOR-NAME " next arrives."
054500     END-IF
054600 3000-EXIT.
054700     EXIT.
054800
054900*================================================================
055000* 3100-FIND-VISIT - a 13-digit answer is a visitor ID, looked up
055100* on the master and then history; anything else is a name, and
055200* every visit under it on either file is listed to pick from.
055300* VP-PICKED is zero when the desk cancels or nothing is found.
055400*================================================================
055500 3100-FIND-VISIT.
055600     MOVE ZERO TO VP-PICKED
055700     MOVE ZERO TO VP-USED
055800     MOVE ZERO TO VP-FOUND-CTR
055900     DISPLAY "Visitor ID or name (blank to cancel): "
056000     MOVE SPACES TO WS-LOOKUP-ANSWER
056100     ACCEPT WS-LOOKUP-ANSWER
056200     IF WS-LOOKUP-ANSWER-BLANK
056300        GO TO 3100-EXIT
056400     END-IF
056500     IF WS-LOOKUP-ID NUMERIC AND WS-LOOKUP-ID-REST = SPACES
056600        PERFORM 3110-FIND-BY-ID THRU 3110-EXIT
056700        GO TO 3100-EXIT
056800     END-IF
056900
057000     MOVE WS-LOOKUP-ANSWER TO WS-NAME-ANSWER
057100     PERFORM 8000-NORMALIZE-ANSWER THRU 8000-EXIT
057200     MOVE WS-NAME-ANSWER TO WS-SEARCH-NAME
057300     PERFORM 3120-COLLECT-MASTER THRU 3120-EXIT
057400     PERFORM 3140-COLLECT-HISTORY THRU 3140-EXIT
057500     IF VP-USED = ZERO
057600        DISPLAY "No visit by " WS-SEARCH-NAME " on file here."
057700        GO TO 3100-EXIT
057800     END-IF
057900     IF VP-FOUND-CTR > 20
058000        DISPLAY "More than 20 visits - only the first 20 are "
058100           "listed; key the visitor ID to reach another."
058200     END-IF
058300     DISPLAY "Which visit (blank to cancel): "
058400     MOVE SPACES TO WS-PICK-ANSWER
058500     ACCEPT WS-PICK-ANSWER
058600     IF WS-PICK-ANSWER-BLANK
058700        GO TO 3100-EXIT
058800     END-IF
058900     IF WS-PICK-ANSWER NOT NUMERIC
059000        DISPLAY "Not a line number on the list."
059100        GO TO 3100-EXIT
059200     END-IF
059300     MOVE WS-PICK-ANSWER TO WS-PICK-NO
059400     IF WS-PICK-NO = ZERO OR WS-PICK-NO > VP-USED
059500        DISPLAY "Not a line number on the list."
059600        GO TO 3100-EXIT
059700     END-IF
059800     MOVE WS-PICK-NO TO VP-PICKED
059900 3100-EXIT.
060000     EXIT.
060100
060200 3110-FIND-BY-ID.
060300     IF WS-VM-AVAILABLE
060400        MOVE WS-LOOKUP-ID-N TO VIS-VISITOR-ID
060500        READ VISITOR-MASTER
060600            KEY IS VIS-VISITOR-ID
060700            INVALID KEY
060800               CONTINUE
060900        END-READ
061000        IF WS-VM-OK
061100           PERFORM 3130-ADD-MASTER-VISIT THRU 3130-EXIT
061200        END-IF
061300     END-IF
061400     IF VP-USED = ZERO AND WS-VH-AVAILABLE
061500        MOVE WS-LOOKUP-ID-N TO VH-VISITOR-ID
061600        READ VISITOR-HISTORY
061700            KEY IS VH-VISITOR-ID
061800            INVALID KEY
061900               CONTINUE
062000        END-READ
062100        IF WS-VH-OK
062200           PERFORM 3150-ADD-HISTORY-VISIT THRU 3150-EXIT
062300        END-IF
062400     END-IF
062500     IF VP-USED = ZERO
062600        DISPLAY "No visit on file here with ID " WS-LOOKUP-ID
062700        GO TO 3110-EXIT
062800     END-IF
062900     DISPLAY "This visit (Y/N)? "
063000     MOVE SPACE TO WS-REPLY
063100     ACCEPT WS-REPLY
063200     IF WS-REPLY-YES
063300        MOVE 1 TO VP-PICKED
063400     END-IF
063500 3110-EXIT.
063600     EXIT.
063700
063800*================================================================
063900* 3120-COLLECT-MASTER / 3140-COLLECT-HISTORY - walk the name's
064000* alternate-key chain on each file, as VISINQ does.
064100*================================================================
064200 3120-COLLECT-MASTER.
064300     IF WS-VM-NOT-AVAILABLE
064400        GO TO 3120-EXIT
064500     END-IF
064600     SET WS-NOT-END-OF-CHAIN TO TRUE
064700     MOVE WS-SEARCH-NAME TO VIS-NAME
064800     START VISITOR-MASTER KEY IS EQUAL TO VIS-NAME
064900         INVALID KEY
065000            SET WS-END-OF-CHAIN TO TRUE
065100     END-START
065200     PERFORM 3125-NEXT-MASTER THRU 3125-EXIT
065300         UNTIL WS-END-OF-CHAIN
065400 3120-EXIT.
065500     EXIT.
065600
065700 3125-NEXT-MASTER.
065800     READ VISITOR-MASTER NEXT RECORD
065900         AT END
066000            SET WS-END-OF-CHAIN TO TRUE
066100            GO TO 3125-EXIT
066200     END-READ
066300     IF NOT WS-VM-OK OR VIS-NAME NOT = WS-SEARCH-NAME
066400        SET WS-END-OF-CHAIN TO TRUE
066500        GO TO 3125-EXIT
066600     END-IF
066700     PERFORM 3130-ADD-MASTER-VISIT THRU 3130-EXIT
066800 3125-EXIT.
066900     EXIT.
067000
067100 3130-ADD-MASTER-VISIT.
067200     ADD 1 TO VP-FOUND-CTR
067300     IF VP-USED >= 20
067400        GO TO 3130-EXIT
067500     END-IF
067600     ADD 1 TO VP-USED
067700     MOVE "MAST"            TO VP-SOURCE (VP-USED)
067800     MOVE VIS-VISITOR-ID    TO VP-VISITOR-ID (VP-USED)
067900     MOVE VIS-NAME          TO VP-NAME (VP-USED)
068000     MOVE VIS-ENTRY-DATE    TO VP-ENTRY-DATE (VP-USED)
068100     MOVE VIS-BADGE-COMPANY TO VP-BADGE-COMPANY (VP-USED)
068200     MOVE VIS-HOST-EMPLOYEE TO VP-HOST-EMPLOYEE (VP-USED)
068300     PERFORM 3160-SHOW-VISIT-LINE THRU 3160-EXIT
068400 3130-EXIT.
068500     EXIT.
068600
068700 3140-COLLECT-HISTORY.
068800     IF WS-VH-NOT-AVAILABLE
068900        GO TO 3140-EXIT
069000     END-IF
069100     SET WS-NOT-END-OF-CHAIN TO TRUE
069200     MOVE WS-SEARCH-NAME TO VH-NAME
069300     START VISITOR-HISTORY KEY IS EQUAL TO VH-NAME
069400         INVALID KEY
069500            SET WS-END-OF-CHAIN TO TRUE
069600     END-START
069700     PERFORM 3145-NEXT-HISTORY THRU 3145-EXIT
069800         UNTIL WS-END-OF-CHAIN
069900 3140-EXIT.
070000     EXIT.
070100
070200 3145-NEXT-HISTORY.
070300     READ VISITOR-HISTORY NEXT RECORD
070400         AT END
070500            SET WS-END-OF-CHAIN TO TRUE
070600            GO TO 3145-EXIT
070700     END-READ
070800     IF NOT WS-VH-OK OR VH-NAME NOT = WS-SEARCH-NAME
070900        SET WS-END-OF-CHAIN TO TRUE
071000        GO TO 3145-EXIT
071100     END-IF
071200     PERFORM 3150-ADD-HISTORY-VISIT THRU 3150-EXIT
071300 3145-EXIT.
071400     EXIT.
071500
071600 3150-ADD-HISTORY-VISIT.
071700     ADD 1 TO VP-FOUND-CTR
071800     IF VP-USED >= 20
071900        GO TO 3150-EXIT
072000     END-IF
072100     ADD 1 TO VP-USED
072200     MOVE "HIST"            TO VP-SOURCE (VP-USED)
072300     MOVE VH-VISITOR-ID     TO VP-VISITOR-ID (VP-USED)
072400     MOVE VH-NAME           TO VP-NAME (VP-USED)
072500     MOVE VH-ENTRY-DATE     TO VP-ENTRY-DATE (VP-USED)
072600     MOVE VH-BADGE-COMPANY  TO VP-BADGE-COMPANY (VP-USED)
072700     MOVE VH-HOST-EMPLOYEE  TO VP-HOST-EMPLOYEE (VP-USED)
072800     PERFORM 3160-SHOW-VISIT-LINE THRU 3160-EXIT
072900 3150-EXIT.
073000     EXIT.
073100
073200 3160-SHOW-VISIT-LINE.
073300     MOVE VP-USED TO WS-LINE-NO-ED
073400     DISPLAY WS-LINE-NO-ED " " VP-NAME (VP-USED) " ID "
073500        VP-VISITOR-ID (VP-USED) " on "
073600        VP-ENTRY-DATE (VP-USED) " " VP-SOURCE (VP-USED)
073700     DISPLAY "   " VP-BADGE-COMPANY (VP-USED) "  host "
073800        VP-HOST-EMPLOYEE (VP-USED)
073900 3160-EXIT.
074000     EXIT.
074100
074200*================================================================
074300* 3200-PROMPT-DATE / 3300-PROMPT-TIME - when it happened; Enter
074400* takes today and now.  An incident cannot be dated ahead.
074500*================================================================
074600 3200-PROMPT-DATE.
074700     DISPLAY "Incident date YYYYMMDD (Enter for " WS-RUN-DATE
074800        "): "
074900     MOVE SPACES TO WS-DATE-ANSWER
075000     ACCEPT WS-DATE-ANSWER
075100     IF WS-DATE-ANSWER-BLANK
075200        MOVE WS-RUN-DATE TO INC-DATE
075300        SET WS-PROMPT-DONE TO TRUE
075400        GO TO 3200-EXIT
075500     END-IF
075600     IF WS-DATE-ANSWER NOT NUMERIC
075700        DISPLAY "Please key the date as YYYYMMDD."
075800        GO TO 3200-EXIT
075900     END-IF
076000     IF WS-DATE-ANSWER-MM < 1 OR WS-DATE-ANSWER-MM > 12
076100        OR WS-DATE-ANSWER-DD < 1 OR WS-DATE-ANSWER-DD > 31
076200        DISPLAY "Please key the date as YYYYMMDD."
076300        GO TO 3200-EXIT
076400     END-IF
076500     IF WS-DATE-ANSWER-N > WS-RUN-DATE
076600        DISPLAY "The incident date cannot be after today."
076700        GO TO 3200-EXIT
076800     END-IF
076900     MOVE WS-DATE-ANSWER-N TO INC-DATE
077000     SET WS-PROMPT-DONE TO TRUE
077100 3200-EXIT.
077200     EXIT.
077300
077400 3300-PROMPT-TIME.
077500     DISPLAY "Time HHMM (Enter for " WS-RUN-HHMM "): "
077600     MOVE SPACES TO WS-TIME-ANSWER
077700     ACCEPT WS-TIME-ANSWER
077800     IF WS-TIME-ANSWER-BLANK
077900        MOVE WS-RUN-HHMM TO INC-TIME
078000        SET WS-PROMPT-DONE TO TRUE
078100        GO TO 3300-EXIT
078200     END-IF
078300     IF WS-TIME-ANSWER NOT NUMERIC
078400        OR WS-TIME-ANSWER-HH > 23 OR WS-TIME-ANSWER-MM > 59
078500        DISPLAY "Please key the time as HHMM, 0000 to 2359."
078600        GO TO 3300-EXIT
078700     END-IF
078800     MOVE WS-TIME-ANSWER-N TO INC-TIME
078900     SET WS-PROMPT-DONE TO TRUE
079000 3300-EXIT.
079100     EXIT.
079200
079300*================================================================
079400* 3600-LOOKUP-DEPT - the host's department as EMPMAST has it
079500* today; a host no longer on file, or EMPMAST down, leaves it
079600* blank and the summary counts it under an unknown department.
079700*================================================================
079800 3600-LOOKUP-DEPT.
079900     MOVE SPACES TO INC-HOST-DEPT
080000     IF WS-EMP-NOT-AVAILABLE OR INC-HOST-EMPLOYEE = SPACES
080100        GO TO 3600-EXIT
080200     END-IF
080300     MOVE INC-HOST-EMPLOYEE TO EMP-NAME
080400     READ EMPLOYEE-MASTER
080500         INVALID KEY
080600            DISPLAY "Host " INC-HOST-EMPLOYEE " is not on "
080700               "EMPMAST - department left blank."
080800            GO TO 3600-EXIT
080900     END-READ
081000     IF WS-EMP-OK
081100        MOVE EMP-DEPT TO INC-HOST-DEPT
081200     END-IF
081300 3600-EXIT.
081400     EXIT.
081500
081600*================================================================
081700* 3700-NEXT-NUMBER - START at the first number of the year and
081800* read forward; the last one of the year on file plus one is
081900* the next.  The file is shared by every desk, so 3800 still
082000* steps past a number taken in the meantime.
082100*================================================================
082200 3700-NEXT-NUMBER.
082300     MOVE WS-RUN-YYYY TO WS-NEXT-YYYY
082400     MOVE ZERO        TO WS-NEXT-SEQ
082500     MOVE WS-NEXT-NUMBER TO INC-NUMBER
082600     SET WS-NOT-END-OF-CHAIN TO TRUE
082700     START INCIDENT-FILE KEY IS NOT LESS THAN INC-NUMBER
082800         INVALID KEY
082900            SET WS-END-OF-CHAIN TO TRUE
083000     END-START
083100     PERFORM 3710-READ-NEXT-NUMBER THRU 3710-EXIT
083200         UNTIL WS-END-OF-CHAIN
083300     ADD 1 TO WS-NEXT-SEQ
083400 3700-EXIT.
083500     EXIT.
083600
083700 3710-READ-NEXT-NUMBER.
083800     READ INCIDENT-FILE NEXT RECORD
083900         AT END
084000            SET WS-END-OF-CHAIN TO TRUE
084100            GO TO 3710-EXIT
084200     END-READ
084300     IF NOT WS-INC-OK OR INC-NUMBER-YYYY NOT = WS-RUN-YYYY
084400        SET WS-END-OF-CHAIN TO TRUE
084500        GO TO 3710-EXIT
084600     END-IF
084700     MOVE INC-NUMBER-SEQ TO WS-NEXT-SEQ
084800 3710-EXIT.
084900     EXIT.
085000
085100 3800-WRITE-INCIDENT.
085200     IF INC-NUMBER-SEQ = ZERO
085300        DISPLAY "*** INCIDENT NUMBERS FOR " WS-RUN-YYYY
085400           " ARE USED UP - INCIDENT NOT RECORDED, CALL "
085500           "SYSTEMS ***"
085600        SET WS-WRITE-FAILED TO TRUE
085700        GO TO 3800-EXIT
085800     END-IF
085900     WRITE INCIDENT-REC
086000         INVALID KEY
086100            CONTINUE
086200     END-WRITE
086300     IF WS-INC-OK
086400        SET WS-WRITE-DONE TO TRUE
086500        GO TO 3800-EXIT
086600     END-IF
086700     IF WS-INC-DUP-KEY
086800        ADD 1 TO INC-NUMBER-SEQ
086900        GO TO 3800-EXIT
087000     END-IF
087100     DISPLAY "*** ERROR " WS-INC-STATUS " WRITING INCIDENT FOR "
087200        INC-VISITOR-NAME " - INCIDENT NOT RECORDED ***"
087300     SET WS-WRITE-FAILED TO TRUE
087400 3800-EXIT.
087500     EXIT.
087600
087700*================================================================
087800* 4000-SHOW-INCIDENT
087900*================================================================
088000 4000-SHOW-INCIDENT.
088100     PERFORM 4500-READ-BY-NUMBER THRU 4500-EXIT
088200     IF WS-INC-OK
088300        PERFORM 4100-DISPLAY-INCIDENT THRU 4100-EXIT
088400     END-IF
088500 4000-EXIT.
088600     EXIT.
088700
088800*================================================================
088900* 4100-DISPLAY-INCIDENT - the whole record, narrative and all.
089000*================================================================
089100 4100-DISPLAY-INCIDENT.
089200     PERFORM 4200-SET-SHOW-FIELDS THRU 4200-EXIT
089300     DISPLAY " "
089400     DISPLAY "Incident " INC-NUMBER "  " INC-DATE " " INC-TIME
089500        "  at " INC-SITE
089600     DISPLAY "  visitor  " INC-VISITOR-NAME "  ID "
089700        INC-VISITOR-ID
089800     DISPLAY "  company  " INC-BADGE-COMPANY
089900     DISPLAY "  host     " INC-HOST-EMPLOYEE "  dept "
090000        INC-HOST-DEPT
090100     DISPLAY "  category " INC-CATEGORY " " WS-SHOW-CATEGORY
090200     DISPLAY "  severity " WS-SHOW-SEVERITY
090300        "   follow-up " WS-SHOW-FOLLOWUP
090400     DISPLAY "  officer  " INC-OFFICER
090500     MOVE 1 TO WS-NX
090600     PERFORM 4110-DISPLAY-NARRATIVE THRU 4110-EXIT
090700         UNTIL WS-NX > 4
090800     DISPLAY "  entered by " INC-ENTERED-BY " on "
090900        INC-ENTERED-DATE
091000     IF INC-UPDATED-BY NOT = SPACES
091100        DISPLAY "  updated by " INC-UPDATED-BY " on "
091200           INC-UPDATED-DATE
091300     END-IF
091400 4100-EXIT.
091500     EXIT.
091600
091700 4110-DISPLAY-NARRATIVE.
091800     IF INC-NARRATIVE-LINE (WS-NX) NOT = SPACES
091900        DISPLAY "  | " INC-NARRATIVE-LINE (WS-NX)
092000     END-IF
092100     ADD 1 TO WS-NX
092200 4110-EXIT.
092300     EXIT.
092400
092500*================================================================
092600* 4200-SET-SHOW-FIELDS - words for the codes.  A category no
092700* longer in the table shows as the code alone.
092800*================================================================
092900 4200-SET-SHOW-FIELDS.
093000     MOVE INC-CATEGORY TO WS-CODE-ANSWER
093100     PERFORM 7150-FIND-CATEGORY THRU 7150-EXIT
093200     IF ICT-CODE-FOUND
093300        MOVE ICT-DESC (ICT-IX) TO WS-SHOW-CATEGORY
093400     ELSE
093500        MOVE SPACES TO WS-SHOW-CATEGORY
093600     END-IF
093700     MOVE INC-SEVERITY TO WS-SHOW-SEVERITY
093800     IF INC-SEV-HIGH
093900        MOVE "HIGH" TO WS-SHOW-SEVERITY
094000     END-IF
094100     IF INC-SEV-MEDIUM
094200        MOVE "MEDIUM" TO WS-SHOW-SEVERITY
094300     END-IF
094400     IF INC-SEV-LOW
094500        MOVE "LOW" TO WS-SHOW-SEVERITY
094600     END-IF
094700     MOVE INC-FOLLOWUP-STATUS TO WS-SHOW-FOLLOWUP
094800     IF INC-FOLLOWUP-OPEN
094900        MOVE "OPEN" TO WS-SHOW-FOLLOWUP
095000     END-IF
095100     IF INC-FOLLOWUP-REFERRED
095200        MOVE "REFERRED" TO WS-SHOW-FOLLOWUP
095300     END-IF
095400     IF INC-FOLLOWUP-CLOSED
095500        MOVE "CLOSED" TO WS-SHOW-FOLLOWUP
095600     END-IF
095700     IF INC-FOLLOWUP-NONE
095800        MOVE "NONE" TO WS-SHOW-FOLLOWUP
095900     END-IF
096000 4200-EXIT.
096100     EXIT.
096200
096300*================================================================
096400* 4500-READ-BY-NUMBER - leaves WS-INC-STATUS "00" with the
096500* incident in the record area, or says why not.
096600*================================================================
096700 4500-READ-BY-NUMBER.
096800     DISPLAY "Incident number: "
096900     MOVE SPACES TO WS-NUMBER-ANSWER
097000     ACCEPT WS-NUMBER-ANSWER
097100     MOVE "23" TO WS-INC-STATUS
097200     IF WS-NUMBER-ANSWER-BLANK
097300        GO TO 4500-EXIT
097400     END-IF
097500     IF WS-NUMBER-ANSWER NOT NUMERIC
097600        DISPLAY "An incident number is the 8 digits it was "
097700           "recorded under."
097800        GO TO 4500-EXIT
097900     END-IF
098000     MOVE WS-NUMBER-ANSWER-N TO INC-NUMBER
098100     READ INCIDENT-FILE
098200         KEY IS INC-NUMBER
098300         INVALID KEY
098400            DISPLAY "No incident " WS-NUMBER-ANSWER " on file."
098500     END-READ
098600 4500-EXIT.
098700     EXIT.
098800
098900*================================================================
099000* 5000-UPDATE-INCIDENT - Enter keeps what is there.  The visit,
099100* site and date stay as recorded; an incident against the wrong
099200* visit is closed with a note and recorded again.
099300*================================================================
099400 5000-UPDATE-INCIDENT.
099500     PERFORM 4500-READ-BY-NUMBER THRU 4500-EXIT
099600     IF NOT WS-INC-OK
099700        GO TO 5000-EXIT
099800     END-IF
099900     PERFORM 4100-DISPLAY-INCIDENT THRU 4100-EXIT
100000
100100     SET WS-PROMPT-NOT-DONE TO TRUE
100200     PERFORM 7100-PROMPT-CATEGORY THRU 7100-EXIT
100300         UNTIL NOT WS-PROMPT-NOT-DONE
100400     SET WS-PROMPT-NOT-DONE TO TRUE
100500     PERFORM 7200-PROMPT-SEVERITY THRU 7200-EXIT
100600         UNTIL NOT WS-PROMPT-NOT-DONE
100700     PERFORM 7300-PROMPT-OFFICER THRU 7300-EXIT
100800     SET WS-PROMPT-NOT-DONE TO TRUE
100900     PERFORM 7400-PROMPT-FOLLOWUP THRU 7400-EXIT
101000         UNTIL NOT WS-PROMPT-NOT-DONE
101100     DISPLAY "Rewrite the narrative (Y/N)? "
101200     MOVE SPACE TO WS-REPLY
101300     ACCEPT WS-REPLY
101400     IF WS-REPLY-YES
101500        PERFORM 7500-PROMPT-NARRATIVE THRU 7500-EXIT
101600     END-IF
101700
101800     DISPLAY "Save the changes to incident " INC-NUMBER
101900        " (Y/N)? "
102000     MOVE SPACE TO WS-REPLY
102100     ACCEPT WS-REPLY
102200     IF NOT WS-REPLY-YES
102300        DISPLAY "Incident not changed."
102400        GO TO 5000-EXIT
102500     END-IF
102600     MOVE WS-OPERATOR-ID TO INC-UPDATED-BY
102700     MOVE WS-RUN-DATE    TO INC-UPDATED-DATE
102800     REWRITE INCIDENT-REC
102900         INVALID KEY
103000            CONTINUE
103100     END-REWRITE
103200     IF NOT WS-INC-OK
103300        DISPLAY "*** ERROR " WS-INC-STATUS " REWRITING INCIDENT "
103400           INC-NUMBER " - NOT CHANGED ***"
103500        GO TO 5000-EXIT
103600     END-IF
103700     ADD 1 TO WS-UPDATED-CTR
103800     DISPLAY "Incident " INC-NUMBER " updated."
103900 5000-EXIT.
104000     EXIT.
104100
104200*================================================================
104300* 6000-LIST-BY-NAME - one line per incident on file for a name,
104400* whichever site recorded it.
104500*================================================================
104600 6000-LIST-BY-NAME.
104700     DISPLAY "Visitor name: "
104800     MOVE SPACES TO WS-NAME-ANSWER
104900     ACCEPT WS-NAME-ANSWER
105000     IF WS-NAME-ANSWER-BLANK
105100        GO TO 6000-EXIT
105200     END-IF
105300     PERFORM 8000-NORMALIZE-ANSWER THRU 8000-EXIT
105400     MOVE WS-NAME-ANSWER TO WS-SEARCH-NAME
105500     MOVE ZERO TO WS-LIST-CTR
105600     SET WS-NOT-END-OF-CHAIN TO TRUE
105700     MOVE WS-SEARCH-NAME TO INC-VISITOR-NAME
105800     START INCIDENT-FILE KEY IS EQUAL TO INC-VISITOR-NAME
105900         INVALID KEY
106000            SET WS-END-OF-CHAIN TO TRUE
106100     END-START
106200     PERFORM 6100-LIST-NEXT THRU 6100-EXIT
106300         UNTIL WS-END-OF-CHAIN
106400     MOVE WS-LIST-CTR TO WS-COUNT-ED
106500     DISPLAY "Incidents on file: " WS-COUNT-ED
106600 6000-EXIT.
106700     EXIT.
106800
106900 6100-LIST-NEXT.
107000     READ INCIDENT-FILE NEXT RECORD
107100         AT END
107200            SET WS-END-OF-CHAIN TO TRUE
107300            GO TO 6100-EXIT
107400     END-READ
107500     IF NOT WS-INC-OK OR INC-VISITOR-NAME NOT = WS-SEARCH-NAME
107600        SET WS-END-OF-CHAIN TO TRUE
107700        GO TO 6100-EXIT
107800     END-IF
107900     ADD 1 TO WS-LIST-CTR
108000     PERFORM 4200-SET-SHOW-FIELDS THRU 4200-EXIT
108100     DISPLAY INC-NUMBER " " INC-DATE " " INC-SITE " "
108200        INC-CATEGORY " " WS-SHOW-SEVERITY " " WS-SHOW-FOLLOWUP
108300        " ID " INC-VISITOR-ID
108400 6100-EXIT.
108500     EXIT.
108600
108700*================================================================
108800* 7100-PROMPT-CATEGORY - a code from INCCTABL; ? lists them.
108900* Enter keeps the current code on an update and cancels a new
109000* incident, which has none yet.
109100*================================================================
109200 7100-PROMPT-CATEGORY.
109300     DISPLAY "Category [" INC-CATEGORY "] (? lists): "
109400     MOVE SPACES TO WS-CODE-ANSWER
109500     ACCEPT WS-CODE-ANSWER
109600     INSPECT WS-CODE-ANSWER CONVERTING
109700         "abcdefghijklmnopqrstuvwxyz" TO
109800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
109900     IF WS-CODE-ANSWER-BLANK
110000        IF INC-CATEGORY = SPACES
110100           SET WS-PROMPT-CANCELLED TO TRUE
110200        ELSE
110300           SET WS-PROMPT-DONE TO TRUE
110400        END-IF
110500        GO TO 7100-EXIT
110600     END-IF
110700     IF WS-CODE-ANSWER-LIST
110800        MOVE 1 TO ICT-IX
110900        PERFORM 7110-LIST-CATEGORY THRU 7110-EXIT
111000            UNTIL ICT-IX > ICT-COUNT
111100        GO TO 7100-EXIT
111200     END-IF
111300     PERFORM 7150-FIND-CATEGORY THRU 7150-EXIT
111400     IF ICT-CODE-NOT-FOUND
111500        DISPLAY "Category " WS-CODE-ANSWER " is not in the "
111600           "table - ? lists them."
111700        GO TO 7100-EXIT
111800     END-IF
111900     MOVE WS-CODE-ANSWER TO INC-CATEGORY
112000     SET WS-PROMPT-DONE TO TRUE
112100 7100-EXIT.
112200     EXIT.
112300
112400 7110-LIST-CATEGORY.
112500     DISPLAY "  " ICT-CODE (ICT-IX) "  " ICT-DESC (ICT-IX)
112600     ADD 1 TO ICT-IX
112700 7110-EXIT.
112800     EXIT.
112900
113000 7150-FIND-CATEGORY.
113100     SET ICT-CODE-NOT-FOUND TO TRUE
113200     PERFORM 7160-MATCH-CATEGORY THRU 7160-EXIT
113300         VARYING ICT-IX FROM 1 BY 1
113400         UNTIL ICT-IX > ICT-COUNT OR ICT-CODE-FOUND
113500     IF ICT-CODE-FOUND
113600        SUBTRACT 1 FROM ICT-IX
113700     END-IF
113800 7150-EXIT.
113900     EXIT.
114000
114100 7160-MATCH-CATEGORY.
114200     IF ICT-CODE (ICT-IX) = WS-CODE-ANSWER
114300        SET ICT-CODE-FOUND TO TRUE
114400     END-IF
114500 7160-EXIT.
114600     EXIT.
114700
114800*================================================================
114900* 7200-PROMPT-SEVERITY - H, M or L.  Enter keeps the current
115000* severity on an update; a new incident must be given one.
115100*================================================================
115200 7200-PROMPT-SEVERITY.
115300     DISPLAY "Severity H/M/L [" INC-SEVERITY "]: "
115400     MOVE SPACE TO WS-FLAG-ANSWER
115500     ACCEPT WS-FLAG-ANSWER
115600     INSPECT WS-FLAG-ANSWER CONVERTING "hml" TO "HML"
115700     IF WS-FLAG-ANSWER-BLANK
115800        IF INC-SEV-VALID
115900           SET WS-PROMPT-DONE TO TRUE
116000        ELSE
116100           SET WS-PROMPT-CANCELLED TO TRUE
116200        END-IF
116300        GO TO 7200-EXIT
116400     END-IF
116500     IF WS-FLAG-ANSWER NOT = "H" AND NOT = "M" AND NOT = "L"
116600        DISPLAY "Severity is H (high), M (medium) or L (low)."
116700        GO TO 7200-EXIT
116800     END-IF
116900     MOVE WS-FLAG-ANSWER TO INC-SEVERITY
117000     SET WS-PROMPT-DONE TO TRUE
117100 7200-EXIT.
117200     EXIT.
117300
117400*================================================================
117500* 7300-PROMPT-OFFICER - the security officer who took the
117600* report; a new incident starts with the operator.
117700*================================================================
117800 7300-PROMPT-OFFICER.
117900     DISPLAY "Reporting officer [" INC-OFFICER "]: "
118000     MOVE SPACES TO WS-OFFICER-ANSWER
118100     ACCEPT WS-OFFICER-ANSWER
118200     IF NOT WS-OFFICER-ANSWER-BLANK
118300        INSPECT WS-OFFICER-ANSWER CONVERTING
118400            "abcdefghijklmnopqrstuvwxyz" TO
118500            "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
118600        MOVE WS-OFFICER-ANSWER TO INC-OFFICER
118700     END-IF
118800 7300-EXIT.
118900     EXIT.
119000
119100*================================================================
119200* 7400-PROMPT-FOLLOWUP - O open, R referred, C closed, N none
119300* needed; Enter keeps what is there.
119400*================================================================
119500 7400-PROMPT-FOLLOWUP.
119600     DISPLAY "Follow-up O=open R=referred C=closed N=none ["
119700        INC-FOLLOWUP-STATUS "]: "
119800     MOVE SPACE TO WS-FLAG-ANSWER
119900     ACCEPT WS-FLAG-ANSWER
120000     INSPECT WS-FLAG-ANSWER CONVERTING "orcn" TO "ORCN"
120100     IF WS-FLAG-ANSWER-BLANK
120200        SET WS-PROMPT-DONE TO TRUE
120300        GO TO 7400-EXIT
120400     END-IF
120500     IF WS-FLAG-ANSWER NOT = "O" AND NOT = "R"
120600        AND NOT = "C" AND NOT = "N"
120700        DISPLAY "Follow-up is O, R, C or N."
120800        GO TO 7400-EXIT
120900     END-IF
121000     MOVE WS-FLAG-ANSWER TO INC-FOLLOWUP-STATUS
121100     SET WS-PROMPT-DONE TO TRUE
121200 7400-EXIT.
121300     EXIT.
121400
121500*================================================================
121600* 7500-PROMPT-NARRATIVE - up to four lines of what happened; a
121700* blank line ends it early.  The old narrative is cleared.
121800*================================================================
121900 7500-PROMPT-NARRATIVE.
122000     MOVE SPACES TO INC-NARRATIVE
122100     DISPLAY "What happened - up to 4 lines, blank line ends:"
122200     MOVE 1 TO WS-NX
122300     PERFORM 7510-PROMPT-LINE THRU 7510-EXIT
122400         UNTIL WS-NX > 4
122500 7500-EXIT.
122600     EXIT.
122700
122800 7510-PROMPT-LINE.
122900     MOVE WS-NX TO WS-NX-ED
123000     DISPLAY WS-NX-ED "> "
123100     MOVE SPACES TO WS-LINE-ANSWER
123200     ACCEPT WS-LINE-ANSWER
123300     IF WS-LINE-ANSWER-BLANK
123400        MOVE 5 TO WS-NX
123500        GO TO 7510-EXIT
123600     END-IF
123700     MOVE WS-LINE-ANSWER TO INC-NARRATIVE-LINE (WS-NX)
123800     ADD 1 TO WS-NX
123900 7510-EXIT.
124000     EXIT.
124100
124200*================================================================
124300* 8000-NORMALIZE-ANSWER - the shared NAMENORM rules, as in
124400* ACKMNT; the recorded form is echoed when it differs.
124500*================================================================
124600 8000-NORMALIZE-ANSWER.
124700     CALL "NAMENORM" USING WS-NAME-ANSWER WS-NORM-NAME
124800     IF WS-NORM-NAME NOT = WS-NAME-ANSWER
124900        DISPLAY "Looking up as: " WS-NORM-NAME
125000        MOVE WS-NORM-NAME TO WS-NAME-ANSWER
125100     END-IF
125200 8000-EXIT.
125300     EXIT.
125400
125500*================================================================
125600* 8500-WRITE-REFUSAL - INCMNT's own changes are stamped on the
125700* incident, so AUDITLOG is opened only to record a refused
125800* operator, in the entry shape ACKMNT uses.
125900*================================================================
126000 8500-WRITE-REFUSAL.
126100     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
126200     IF WS-TERMINAL-ID = SPACES
126300        MOVE "LOCAL" TO WS-TERMINAL-ID
126400     END-IF
126500     MOVE SPACE TO WS-STATION-X
126600     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
126700     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
126800        MOVE "1" TO WS-STATION-X
126900     END-IF
127000
127100     OPEN EXTEND AUDIT-LOG
127200     IF WS-AUD-FILE-NOT-FOUND
127300        OPEN OUTPUT AUDIT-LOG
127400        CLOSE AUDIT-LOG
127500        OPEN EXTEND AUDIT-LOG
127600     END-IF
127700     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
127800     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
127900     MOVE "INCMNT"            TO AUD-PROGRAM-ID
128000     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
128100     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
128200     MOVE SPACES              TO AUD-NAME-CAPTURED
128300     MOVE WS-STATION-X        TO AUD-STATION-ID
128400     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
128500     WRITE AUDIT-LOG-REC
128600     CLOSE AUDIT-LOG
128700 8500-EXIT.
128800     EXIT.
128900
129000*================================================================
129100* 9000-TERMINATE
129200*================================================================
129300 9000-TERMINATE.
129400     CLOSE INCIDENT-FILE
129500     IF WS-VM-AVAILABLE
129600        CLOSE VISITOR-MASTER
129700     END-IF
129800     IF WS-VH-AVAILABLE
129900        CLOSE VISITOR-HISTORY
130000     END-IF
130100     IF WS-EMP-AVAILABLE
130200        CLOSE EMPLOYEE-MASTER
130300     END-IF
130400 9000-EXIT.
130500     EXIT.
130600
130700 END PROGRAM INCMNT.
