000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "ACKMNT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* ACKMNT - maintenance dialog for the company-wide ACKNOWL file
000900* of signed safety briefings, NDAs and the other documents
001000* PURPCODE requires for some visit purposes.  The desk runs it
001100* to record a signature taken ahead of a visit - a contractor
001200* re-signing off the ACKEXPR expiring list, say - or to show
001300* what a visitor has on file.  OBTAININPUT records the same
001400* signatures when they are taken at intake.
001500*
001600* Names are normalized through the shared NAMENORM routine, the
001700* rules every capture program keys the file with, and the
001800* recorded form is echoed whenever it differs from what was
001900* keyed.  Recording a document a name already holds replaces
002000* the old signature - one current signature per document.
002100*
002200* The file is created empty on first use, the same way the
002300* capture programs default their own datasets.
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
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS ACK-KEY
003600         FILE STATUS IS WS-ACK-STATUS.
003700
003800     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-AUD-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ACK-FILE.
004600     COPY ACKREC.
004700
004800 FD  AUDIT-LOG.
004900     COPY AUDITREC.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-ACK-STATUS               PIC X(02).
005300     88  WS-ACK-OK                   VALUE "00".
005400     88  WS-ACK-AT-END               VALUE "10".
005500     88  WS-ACK-NOT-FOUND            VALUE "23".
005600     88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
005700
005800 01  WS-AUD-STATUS               PIC X(02).
005900     88  WS-AUD-OK                   VALUE "00".
006000     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
006100
006200 01  WS-ACTION                   PIC X(01).
006300     88  WS-ACTION-RECORD            VALUES "R" "r".
006400     88  WS-ACTION-SHOW              VALUES "S" "s".
006500     88  WS-ACTION-QUIT              VALUES "Q" "q".
006600
006700 01  WS-EOF-SWITCH               PIC X(01).
006800     88  WS-END-OF-LIST              VALUE "Y".
006900     88  WS-NOT-END-OF-LIST          VALUE "N".
007000
007100 01  WS-ONFILE-SWITCH            PIC X(01).
007200     88  WS-ACK-ON-FILE              VALUE "Y".
007300     88  WS-ACK-NOT-ON-FILE          VALUE "N".
007400
007500 01  WS-DONE-SWITCH              PIC X(01).
007600     88  WS-EXPIRY-DONE              VALUE "Y".
007700     88  WS-EXPIRY-NOT-DONE          VALUE "N".
007800
007900 01  WS-ANSWER-NAME              PIC X(20).
008000     88  WS-ANSWER-NAME-BLANK        VALUE SPACES.
008100 01  WS-NORM-NAME                PIC X(20).
008200 01  WS-ANSWER-DOC               PIC X(04).
008300     88  WS-ANSWER-DOC-BLANK         VALUE SPACES.
008400 01  WS-ANSWER-VERSION           PIC X(06).
008500     88  WS-ANSWER-VERSION-BLANK     VALUE SPACES.
008600 01  WS-ANSWER-COMPANY           PIC X(30).
008700 01  WS-ANSWER-EXPIRY            PIC X(08).
008800     88  WS-ANSWER-EXPIRY-BLANK      VALUE SPACES.
008900 01  WS-EXPIRY                   PIC 9(08).
009000 01  WS-EXPIRY-R REDEFINES WS-EXPIRY.
009100     05  WS-EXPIRY-YYYY          PIC 9(04).
009200     05  WS-EXPIRY-MMDD          PIC 9(04).
009300 01  WS-DEFAULT-EXPIRY           PIC 9(08).
009400 01  WS-ACK-STATE                PIC X(07).
009500
009600 01  WS-RUN-DATE                 PIC 9(08).
009700 01  WS-RUN-TIME                 PIC 9(08).
009800 01  WS-OPERATOR-ID              PIC X(08).
009900
010000*----------------------------------------------------------------
010100* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
010200* AUDIT FIELDS A REFUSAL IS LOGGED WITH
010300*----------------------------------------------------------------
010400 COPY OPERAUTH.
010500 01  WS-TERMINAL-ID              PIC X(08).
010600 01  WS-STATION-X                PIC X(01).
010700 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
010800
010900 01  WS-LIST-CTR                 PIC 9(05) COMP.
011000 01  WS-LIST-CTR-ED              PIC ZZ,ZZ9.
011100
011200 PROCEDURE DIVISION.
011300*================================================================
011400* 0000-MAINLINE
011500*================================================================
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011800     PERFORM 2000-PROMPT-ACTION THRU 2000-EXIT
011900         UNTIL WS-ACTION-QUIT
012000     PERFORM 9000-TERMINATE THRU 9000-EXIT
012100     STOP RUN.
012200
012300*================================================================
012400* 1000-INITIALIZE
012500*================================================================
012600 1000-INITIALIZE.
012700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012800     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
012900     IF WS-OPERATOR-ID = SPACES
013000        MOVE "UNKNOWN" TO WS-OPERATOR-ID
013100     END-IF
013200     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
013300
013400     OPEN I-O ACK-FILE
013500     IF WS-ACK-FILE-NOT-FOUND
013600        OPEN OUTPUT ACK-FILE
013700        CLOSE ACK-FILE
013800        OPEN I-O ACK-FILE
013900     END-IF
014000     IF NOT WS-ACK-OK
014100        DISPLAY "ACKMNT: STATUS " WS-ACK-STATUS
014200           " OPENING ACKNOWL - RUN ENDED"
014300        MOVE 8 TO RETURN-CODE
014400        STOP RUN
014500     END-IF
014600
014700     MOVE WS-RUN-DATE TO WS-EXPIRY
014800     ADD 1 TO WS-EXPIRY-YYYY
014900     IF WS-EXPIRY-MMDD = 0229
015000        MOVE 0228 TO WS-EXPIRY-MMDD
015100     END-IF
015200     MOVE WS-EXPIRY TO WS-DEFAULT-EXPIRY
015300 1000-EXIT.
015400     EXIT.
015500
015600*================================================================
015700* 1030-CHECK-OPERATOR - recording a signature is ordinary desk
015800* work, so any operator enrolled and active on OPERMAST may run
015900* the dialog.  Anyone else is refused before the file is opened;
016000* the refusal goes to AUDITLOG and the run ends.
016100*================================================================
016200 1030-CHECK-OPERATOR.
016300     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
016400     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
016500     IF OA-OPERATOR-ACTIVE
016600        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
016700           OR OA-ROLE-SECURITY OR OA-ROLE-ADMINISTRATOR
016800           GO TO 1030-EXIT
016900        END-IF
017000        MOVE "ROLE" TO WS-AUDIT-EVENT
017100     END-IF
017200     IF OA-OPERATOR-INACTIVE
017300        MOVE "INAC" TO WS-AUDIT-EVENT
017400     END-IF
017500     IF OA-OPERATOR-NOT-ON-FILE
017600        MOVE "NOOP" TO WS-AUDIT-EVENT
017700     END-IF
017800     IF OA-FILE-UNAVAILABLE
017900        MOVE "NOFL" TO WS-AUDIT-EVENT
018000     END-IF
018100
018200     DISPLAY "ACKMNT: OPERATOR " WS-OPERATOR-ID
018300        " IS NOT AUTHORIZED TO RECORD ACKNOWLEDGMENTS ("
018400        WS-AUDIT-EVENT ")"
018500     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
018600     MOVE 8 TO RETURN-CODE
018700     STOP RUN.
018800 1030-EXIT.
018900     EXIT.
019000
019100*================================================================
019200* 2000-PROMPT-ACTION
019300*================================================================
019400 2000-PROMPT-ACTION.
019500     DISPLAY " "
019600     DISPLAY "R=record/renew  S=show a name  Q=quit: "
019700     ACCEPT WS-ACTION
019800     IF WS-ACTION-RECORD
019900        PERFORM 3000-RECORD-ACK THRU 3000-EXIT
020000     ELSE
020100        IF WS-ACTION-SHOW
020200           PERFORM 5000-SHOW-NAME THRU 5000-EXIT
020300        ELSE
020400           IF NOT WS-ACTION-QUIT
020500              DISPLAY "Action not recognized."
020600           END-IF
020700        END-IF
020800     END-IF
020900 2000-EXIT.
021000     EXIT.
021100
021200*================================================================
021300* 3000-RECORD-ACK - the visitor has signed the paper document;
021400* the operator keys the name, document type, the version
021500* printed on the form and the expiry (one year by default).
021600* The signed date is today.  A document already on file for the
021700* name is shown first and then replaced.
021800*================================================================
021900 3000-RECORD-ACK.
022000     DISPLAY "Visitor name: "
022100     ACCEPT WS-ANSWER-NAME
022200     IF WS-ANSWER-NAME-BLANK
022300        DISPLAY "Nothing keyed - nothing recorded."
022400        GO TO 3000-EXIT
022500     END-IF
022600     PERFORM 6000-NORMALIZE-ANSWER THRU 6000-EXIT
022700     DISPLAY "Document type: "
022800     ACCEPT WS-ANSWER-DOC
022900     IF WS-ANSWER-DOC-BLANK
023000        DISPLAY "Nothing keyed - nothing recorded."
023100        GO TO 3000-EXIT
023200     END-IF
023300     INSPECT WS-ANSWER-DOC CONVERTING
023400         "abcdefghijklmnopqrstuvwxyz" TO
023500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
023600
023700     MOVE WS-ANSWER-NAME TO ACK-VISITOR-NAME
023800     MOVE WS-ANSWER-DOC  TO ACK-DOC-TYPE
023900     READ ACK-FILE
024000     IF WS-ACK-OK
024100        SET WS-ACK-ON-FILE TO TRUE
024200        PERFORM 5200-SHOW-ONE THRU 5200-EXIT
024300     ELSE
024400        SET WS-ACK-NOT-ON-FILE TO TRUE
024500        MOVE SPACES TO ACK-BADGE-COMPANY
024600     END-IF
024700
024800     DISPLAY "Document version printed on the form: "
024900     ACCEPT WS-ANSWER-VERSION
025000     IF WS-ANSWER-VERSION-BLANK
025100        DISPLAY "No version keyed - nothing recorded."
025200        GO TO 3000-EXIT
025300     END-IF
025400     INSPECT WS-ANSWER-VERSION CONVERTING
025500         "abcdefghijklmnopqrstuvwxyz" TO
025600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
025700     DISPLAY "Company [" ACK-BADGE-COMPANY "]: "
025800     ACCEPT WS-ANSWER-COMPANY
025900     IF WS-ANSWER-COMPANY NOT = SPACES
026000        MOVE WS-ANSWER-COMPANY TO ACK-BADGE-COMPANY
026100     END-IF
026200     SET WS-EXPIRY-NOT-DONE TO TRUE
026300     PERFORM 3100-PROMPT-EXPIRY THRU 3100-EXIT
026400         UNTIL WS-EXPIRY-DONE
026500
026600     MOVE WS-ANSWER-NAME      TO ACK-VISITOR-NAME
026700     MOVE WS-ANSWER-DOC       TO ACK-DOC-TYPE
026800     MOVE WS-ANSWER-VERSION   TO ACK-VERSION
026900     MOVE WS-RUN-DATE         TO ACK-SIGNED-DATE
027000     MOVE WS-EXPIRY           TO ACK-EXPIRY-DATE
027100     MOVE WS-OPERATOR-ID      TO ACK-RECORDED-BY
027200     MOVE "ACKMNT"            TO ACK-RECORDED-PGM
027300     IF WS-ACK-ON-FILE
027400        REWRITE ACKNOWLEDGMENT-REC
027500     ELSE
027600        WRITE ACKNOWLEDGMENT-REC
027700     END-IF
027800     IF WS-ACK-OK
027900        DISPLAY WS-ANSWER-DOC " recorded for " WS-ANSWER-NAME
028000           ", good until " WS-EXPIRY "."
028100     ELSE
028200        DISPLAY "*** ERROR " WS-ACK-STATUS " RECORDING "
028300           WS-ANSWER-DOC " FOR " WS-ANSWER-NAME " ***"
028400     END-IF
028500 3000-EXIT.
028600     EXIT.
028700
028800 3100-PROMPT-EXPIRY.
028900     DISPLAY "Expires YYYYMMDD (Enter for " WS-DEFAULT-EXPIRY
029000        "): "
029100     ACCEPT WS-ANSWER-EXPIRY
029200     IF WS-ANSWER-EXPIRY-BLANK
029300        MOVE WS-DEFAULT-EXPIRY TO WS-EXPIRY
029400        SET WS-EXPIRY-DONE TO TRUE
029500        GO TO 3100-EXIT
029600     END-IF
029700     IF WS-ANSWER-EXPIRY NOT NUMERIC
029800        DISPLAY "Please key the date as YYYYMMDD."
029900        GO TO 3100-EXIT
030000     END-IF
030100     MOVE WS-ANSWER-EXPIRY TO WS-EXPIRY
030200     IF WS-EXPIRY NOT > WS-RUN-DATE
030300        DISPLAY "The expiry must be after today."
030400        GO TO 3100-EXIT
030500     END-IF
030600     SET WS-EXPIRY-DONE TO TRUE
030700 3100-EXIT.
030800     EXIT.
030900
031000*================================================================
031100* 5000-SHOW-NAME - every document on file for one name, current
031200* or expired.
031300*================================================================
031400 5000-SHOW-NAME.
031500     DISPLAY "Visitor name: "
031600     ACCEPT WS-ANSWER-NAME
031700     IF WS-ANSWER-NAME-BLANK
031800        GO TO 5000-EXIT
031900     END-IF
032000     PERFORM 6000-NORMALIZE-ANSWER THRU 6000-EXIT
032100     MOVE ZERO TO WS-LIST-CTR
032200     SET WS-NOT-END-OF-LIST TO TRUE
032300     MOVE WS-ANSWER-NAME TO ACK-VISITOR-NAME
032400     MOVE LOW-VALUES     TO ACK-DOC-TYPE
032500     START ACK-FILE KEY IS GREATER THAN ACK-KEY
032600         INVALID KEY
032700            SET WS-END-OF-LIST TO TRUE
032800     END-START
032900     PERFORM 5100-SHOW-NEXT THRU 5100-EXIT
033000         UNTIL WS-END-OF-LIST
033100     MOVE WS-LIST-CTR TO WS-LIST-CTR-ED
033200     DISPLAY "Acknowledgments on file: " WS-LIST-CTR-ED
033300 5000-EXIT.
033400     EXIT.
033500
033600 5100-SHOW-NEXT.
033700     READ ACK-FILE NEXT RECORD
033800         AT END
033900            SET WS-END-OF-LIST TO TRUE
034000     END-READ
034100     IF NOT WS-ACK-OK
034200        SET WS-END-OF-LIST TO TRUE
034300     END-IF
034400     IF WS-NOT-END-OF-LIST
034500        IF ACK-VISITOR-NAME NOT = WS-ANSWER-NAME
034600           SET WS-END-OF-LIST TO TRUE
034700        END-IF
034800     END-IF
034900     IF WS-NOT-END-OF-LIST
035000        PERFORM 5200-SHOW-ONE THRU 5200-EXIT
035100        ADD 1 TO WS-LIST-CTR
035200     END-IF
035300 5100-EXIT.
035400     EXIT.
035500
035600 5200-SHOW-ONE.
035700     IF ACK-EXPIRY-DATE < WS-RUN-DATE
035800        MOVE "EXPIRED" TO WS-ACK-STATE
035900     ELSE
036000        MOVE "CURRENT" TO WS-ACK-STATE
036100     END-IF
036200     DISPLAY "  " ACK-DOC-TYPE "  version " ACK-VERSION
036300        "  signed " ACK-SIGNED-DATE "  expires " ACK-EXPIRY-DATE
036400        "  " WS-ACK-STATE
036500     DISPLAY "        " ACK-BADGE-COMPANY "  recorded by "
036600        ACK-RECORDED-BY " (" ACK-RECORDED-PGM ")"
036700 5200-EXIT.
036800     EXIT.
036900
037000*================================================================
037100* 6000-NORMALIZE-ANSWER - the shared NAMENORM rules; the
037200* recorded form is echoed when it differs so the desk knows
037300* what the file carries.
037400*================================================================
037500 6000-NORMALIZE-ANSWER.
037600     CALL "NAMENORM" USING WS-ANSWER-NAME WS-NORM-NAME
037700     IF WS-NORM-NAME NOT = WS-ANSWER-NAME
037800        DISPLAY "Recorded as: " WS-NORM-NAME
037900        MOVE WS-NORM-NAME TO WS-ANSWER-NAME
038000     END-IF
038100 6000-EXIT.
038200     EXIT.
038300
038400*================================================================
038500* 8500-WRITE-REFUSAL - ACKMNT's own changes are stamped on the
038600* acknowledgment (ACK-RECORDED-BY), so AUDITLOG is opened only
038700* to record a refused operator, in the entry shape OBTAININPUT
038800* and SIGNOUT use, with the reason in AUD-EVENT-CODE.
038900*================================================================
039000 8500-WRITE-REFUSAL.
039100     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
039200     IF WS-TERMINAL-ID = SPACES
039300        MOVE "LOCAL" TO WS-TERMINAL-ID
039400     END-IF
039500     MOVE SPACE TO WS-STATION-X
039600     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
039700     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
039800        MOVE "1" TO WS-STATION-X
039900     END-IF
040000
040100     OPEN EXTEND AUDIT-LOG
040200     IF WS-AUD-FILE-NOT-FOUND
040300        OPEN OUTPUT AUDIT-LOG
040400        CLOSE AUDIT-LOG
040500        OPEN EXTEND AUDIT-LOG
040600     END-IF
040700     ACCEPT WS-RUN-TIME FROM TIME
040800     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
040900     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
041000     MOVE "ACKMNT"            TO AUD-PROGRAM-ID
041100     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
041200     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
041300     MOVE SPACES              TO AUD-NAME-CAPTURED
041400     MOVE WS-STATION-X        TO AUD-STATION-ID
041500     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
041600     WRITE AUDIT-LOG-REC
041700     CLOSE AUDIT-LOG
041800 8500-EXIT.
041900     EXIT.
042000
042100*================================================================
042200* 9000-TERMINATE
042300*================================================================
042400 9000-TERMINATE.
042500     CLOSE ACK-FILE
042600 9000-EXIT.
042700     EXIT.
042800
042900 END PROGRAM ACKMNT.
