000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "OPERMNT".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* OPERMNT - maintenance dialog for the OPERMAST operator file
000900* every desk and back-office dialog now checks its operator
001000* against through OPERCHK.  An administrator runs it to enroll
001100* an operator (sign-on ID, name, role), change an operator's
001200* role, deactivate or reactivate one, or list the file.
001300* Operators are never deleted: an inactive entry keeps the
001400* audit trail and the WL-ADDED-BY stamps resolving to a
001500* person, and is refused everywhere as if not enrolled.
001600*
001700* Only an active administrator may run it.  The one exception
001800* is a brand-new (or empty) OPERMAST: the first run enrolls
001900* whoever is signed on as the first administrator, since there
002000* is nobody yet to authorize them.  An administrator may not
002100* change their own entry, so the last administrator cannot
002200* lock everyone out by accident.
002300*
002400* Refused sign-ons, and every enrollment or change, are
002500* written to AUDITLOG under program ID OPERMNT with the
002600* operator acted on in the captured-name field.
002700*
002800* MODIFICATION HISTORY
002900*
003000* 2026-10-15  WM   Original.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OPR-OPERATOR-ID
003900         FILE STATUS IS WS-OPR-STATUS.
004000
004100     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-AUD-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OPERATOR-FILE.
004900     COPY OPERREC.
005000
005100 FD  AUDIT-LOG.
005200     COPY AUDITREC.
005300
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* FILE STATUS AREAS
005700*----------------------------------------------------------------
005800 01  WS-OPR-STATUS               PIC X(02).
005900     88  WS-OPR-OK                   VALUE "00".
006000     88  WS-OPR-NOT-FOUND            VALUE "23".
006100     88  WS-OPR-DUP-KEY              VALUE "22".
006200     88  WS-OPR-FILE-NOT-FOUND       VALUE "35".
006300
006400 01  WS-AUD-STATUS               PIC X(02).
006500     88  WS-AUD-OK                   VALUE "00".
006600     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
006700
006800*----------------------------------------------------------------
006900* SWITCHES AND DIALOG FIELDS
007000*----------------------------------------------------------------
007100 01  WS-ACTION                   PIC X(01).
007200     88  WS-ACTION-ADD               VALUES "A" "a".
007300     88  WS-ACTION-ROLE              VALUES "R" "r".
007400     88  WS-ACTION-DEACTIVATE        VALUES "D" "d".
007500     88  WS-ACTION-REACTIVATE        VALUES "E" "e".
007600     88  WS-ACTION-LIST              VALUES "L" "l".
007700     88  WS-ACTION-QUIT              VALUES "Q" "q".
007800
007900 01  WS-EOF-SWITCH               PIC X(01).
008000     88  WS-END-OF-LIST              VALUE "Y".
008100     88  WS-NOT-END-OF-LIST          VALUE "N".
008200
008300 01  WS-EMPTY-SWITCH             PIC X(01).
008400     88  WS-FILE-EMPTY               VALUE "Y".
008500     88  WS-FILE-NOT-EMPTY           VALUE "N".
008600
008700 01  WS-ANSWER-ID                PIC X(08).
008800     88  WS-ANSWER-ID-BLANK          VALUE SPACES.
008900 01  WS-ANSWER-NAME              PIC X(20).
009000 01  WS-ANSWER-ROLE              PIC X(01).
009100     88  WS-ANSWER-ROLE-VALID        VALUES "D" "S" "C" "A".
009200
009300 01  WS-RUN-DATE                 PIC 9(08).
009400 01  WS-RUN-TIME                 PIC 9(08).
009500 01  WS-TERMINAL-ID              PIC X(08).
009600 01  WS-OPERATOR-ID              PIC X(08).
009700 01  WS-STATION-X                PIC X(01).
009800 01  WS-EVENT-CODE               PIC X(04).
009900 01  WS-AUDIT-SUBJECT            PIC X(20).
010000
010100 01  WS-LIST-CTR                 PIC 9(05) COMP.
010200 01  WS-LIST-CTR-ED              PIC ZZ,ZZ9.
010300
010400 PROCEDURE DIVISION.
010500*================================================================
010600* 0000-MAINLINE
010700*================================================================
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011000     PERFORM 2000-PROMPT-ACTION THRU 2000-EXIT
011100         UNTIL WS-ACTION-QUIT
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT
011300     STOP RUN.
011400
011500*================================================================
011600* 1000-INITIALIZE - OPERMAST is created empty on first use the
011700* same way WATCHMNT creates its file; an empty file goes to
011800* the first-administrator enrollment, anything else to the
011900* ordinary administrator check.
012000*================================================================
012100 1000-INITIALIZE.
012200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012300     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
012400     IF WS-TERMINAL-ID = SPACES
012500        MOVE "LOCAL" TO WS-TERMINAL-ID
012600     END-IF
012700     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
012800     IF WS-OPERATOR-ID = SPACES
012900        MOVE "UNKNOWN" TO WS-OPERATOR-ID
013000     END-IF
013100     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
013200     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
013300        MOVE "1" TO WS-STATION-X
013400     END-IF
013500
013600     OPEN EXTEND AUDIT-LOG
013700     IF WS-AUD-FILE-NOT-FOUND
013800        OPEN OUTPUT AUDIT-LOG
013900        CLOSE AUDIT-LOG
014000        OPEN EXTEND AUDIT-LOG
014100     END-IF
014200
014300     OPEN I-O OPERATOR-FILE
014400     IF WS-OPR-FILE-NOT-FOUND
014500        OPEN OUTPUT OPERATOR-FILE
014600        CLOSE OPERATOR-FILE
014700        OPEN I-O OPERATOR-FILE
014800     END-IF
014900     IF NOT WS-OPR-OK
015000        DISPLAY "OPERMNT: STATUS " WS-OPR-STATUS
015100           " OPENING OPERMAST - RUN ENDED"
015200        MOVE "NOFL" TO WS-EVENT-CODE
015300        MOVE WS-OPERATOR-ID TO WS-AUDIT-SUBJECT
015400        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
015500        CLOSE AUDIT-LOG
015600        MOVE 8 TO RETURN-CODE
015700        STOP RUN
015800     END-IF
015900
016000     SET WS-FILE-NOT-EMPTY TO TRUE
016100     MOVE LOW-VALUES TO OPR-OPERATOR-ID
016200     START OPERATOR-FILE KEY IS GREATER THAN OPR-OPERATOR-ID
016300         INVALID KEY
016400            SET WS-FILE-EMPTY TO TRUE
016500     END-START
016600     IF WS-FILE-EMPTY
016700        PERFORM 1100-ENROLL-FIRST-ADMIN THRU 1100-EXIT
016800     ELSE
016900        PERFORM 1200-CHECK-ADMINISTRATOR THRU 1200-EXIT
017000     END-IF
017100 1000-EXIT.
017200     EXIT.
017300
017400*================================================================
017500* 1100-ENROLL-FIRST-ADMIN - nobody is on file to say yes, so
017600* whoever stands the file up becomes its first administrator.
017700*================================================================
017800 1100-ENROLL-FIRST-ADMIN.
017900     DISPLAY "OPERMAST is empty - enrolling " WS-OPERATOR-ID
018000        " as the first administrator."
018100     DISPLAY "Your name: "
018200     ACCEPT WS-ANSWER-NAME
018300     INITIALIZE OPERATOR-REC
018400     MOVE WS-OPERATOR-ID      TO OPR-OPERATOR-ID
018500     MOVE WS-ANSWER-NAME      TO OPR-NAME
018600     SET OPR-ROLE-ADMINISTRATOR TO TRUE
018700     SET OPR-ACTIVE TO TRUE
018800     MOVE WS-RUN-DATE         TO OPR-ADD-DATE
018900     MOVE WS-OPERATOR-ID      TO OPR-ADDED-BY
019000     MOVE WS-RUN-DATE         TO OPR-CHANGE-DATE
019100     MOVE WS-OPERATOR-ID      TO OPR-CHANGED-BY
019200     WRITE OPERATOR-REC
019300     IF NOT WS-OPR-OK
019400        DISPLAY "OPERMNT: STATUS " WS-OPR-STATUS
019500           " ENROLLING FIRST ADMINISTRATOR - RUN ENDED"
019600        PERFORM 9000-TERMINATE THRU 9000-EXIT
019700        MOVE 8 TO RETURN-CODE
019800        STOP RUN
019900     END-IF
020000     MOVE SPACES TO WS-EVENT-CODE
020100     MOVE WS-OPERATOR-ID TO WS-AUDIT-SUBJECT
020200     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
020300 1100-EXIT.
020400     EXIT.
020500
020600*================================================================
020700* 1200-CHECK-ADMINISTRATOR - the same four answers OPERCHK
020800* gives the other dialogs, read here from the file this
020900* dialog already holds open.
021000*================================================================
021100 1200-CHECK-ADMINISTRATOR.
021200     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
021300     READ OPERATOR-FILE
021400         INVALID KEY
021500            MOVE "NOOP" TO WS-EVENT-CODE
021600     END-READ
021700     IF WS-OPR-OK
021800        IF NOT OPR-ACTIVE
021900           MOVE "INAC" TO WS-EVENT-CODE
022000        ELSE
022100           IF NOT OPR-ROLE-ADMINISTRATOR
022200              MOVE "ROLE" TO WS-EVENT-CODE
022300           ELSE
022400              GO TO 1200-EXIT
022500           END-IF
022600        END-IF
022700     ELSE
022800        IF NOT WS-OPR-NOT-FOUND
022900           MOVE "NOFL" TO WS-EVENT-CODE
023000        END-IF
023100     END-IF
023200
023300     DISPLAY "Operator " WS-OPERATOR-ID
023400        " is not authorized to maintain operators."
023500     MOVE WS-OPERATOR-ID TO WS-AUDIT-SUBJECT
023600     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT
023800     MOVE 8 TO RETURN-CODE
023900     STOP RUN.
024000 1200-EXIT.
024100     EXIT.
024200
024300*================================================================
024400* 2000-PROMPT-ACTION
024500*================================================================
024600 2000-PROMPT-ACTION.
024700     DISPLAY " "
024800     DISPLAY "A=add  R=role  D=deactivate  E=reactivate  "
024900        "L=list  Q=quit: "
025000     ACCEPT WS-ACTION
025100     IF WS-ACTION-ADD
025200        PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
025300     ELSE
025400        IF WS-ACTION-ROLE
025500           PERFORM 4000-CHANGE-ROLE THRU 4000-EXIT
025600        ELSE
025700           IF WS-ACTION-DEACTIVATE OR WS-ACTION-REACTIVATE
025800              PERFORM 4500-CHANGE-STATUS THRU 4500-EXIT
025900           ELSE
026000              IF WS-ACTION-LIST
026100                 PERFORM 5000-LIST-OPERATORS THRU 5000-EXIT
026200              ELSE
026300                 IF NOT WS-ACTION-QUIT
026400                    DISPLAY "Action not recognized."
026500                 END-IF
026600              END-IF
026700           END-IF
026800        END-IF
026900     END-IF
027000 2000-EXIT.
027100     EXIT.
027200
027300*================================================================
027400* 3000-ADD-OPERATOR
027500*================================================================
027600 3000-ADD-OPERATOR.
027700     DISPLAY "Operator ID to enroll: "
027800     ACCEPT WS-ANSWER-ID
027900     IF WS-ANSWER-ID-BLANK
028000        DISPLAY "Nothing keyed - nothing added."
028100        GO TO 3000-EXIT
028200     END-IF
028300     DISPLAY "Operator name: "
028400     ACCEPT WS-ANSWER-NAME
028500     PERFORM 6000-PROMPT-ROLE THRU 6000-EXIT
028600     IF NOT WS-ANSWER-ROLE-VALID
028700        GO TO 3000-EXIT
028800     END-IF
028900
029000     INITIALIZE OPERATOR-REC
029100     MOVE WS-ANSWER-ID        TO OPR-OPERATOR-ID
029200     MOVE WS-ANSWER-NAME      TO OPR-NAME
029300     MOVE WS-ANSWER-ROLE      TO OPR-ROLE
029400     SET OPR-ACTIVE TO TRUE
029500     MOVE WS-RUN-DATE         TO OPR-ADD-DATE
029600     MOVE WS-OPERATOR-ID      TO OPR-ADDED-BY
029700     MOVE WS-RUN-DATE         TO OPR-CHANGE-DATE
029800     MOVE WS-OPERATOR-ID      TO OPR-CHANGED-BY
029900     WRITE OPERATOR-REC
030000         INVALID KEY
030100            DISPLAY WS-ANSWER-ID " is already enrolled."
030200     END-WRITE
030300     IF WS-OPR-OK
030400        DISPLAY WS-ANSWER-ID " enrolled."
030500        MOVE SPACES TO WS-EVENT-CODE
030600        MOVE WS-ANSWER-ID TO WS-AUDIT-SUBJECT
030700        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
030800     END-IF
030900 3000-EXIT.
031000     EXIT.
031100
031200*================================================================
031300* 4000-CHANGE-ROLE
031400*================================================================
031500 4000-CHANGE-ROLE.
031600     PERFORM 4100-READ-FOR-CHANGE THRU 4100-EXIT
031700     IF NOT WS-OPR-OK
031800        GO TO 4000-EXIT
031900     END-IF
032000     DISPLAY "Current role: " OPR-ROLE
032100     PERFORM 6000-PROMPT-ROLE THRU 6000-EXIT
032200     IF NOT WS-ANSWER-ROLE-VALID
032300        GO TO 4000-EXIT
032400     END-IF
032500     MOVE WS-ANSWER-ROLE TO OPR-ROLE
032600     PERFORM 4200-REWRITE-OPERATOR THRU 4200-EXIT
032700 4000-EXIT.
032800     EXIT.
032900
033000*================================================================
033100* 4100-READ-FOR-CHANGE - shared by role and status changes.
033200* An administrator's own entry is off limits.
033300*================================================================
033400 4100-READ-FOR-CHANGE.
033500     DISPLAY "Operator ID: "
033600     ACCEPT WS-ANSWER-ID
033700     IF WS-ANSWER-ID-BLANK
033800        DISPLAY "Nothing keyed - nothing changed."
033900        MOVE "23" TO WS-OPR-STATUS
034000        GO TO 4100-EXIT
034100     END-IF
034200     IF WS-ANSWER-ID = WS-OPERATOR-ID
034300        DISPLAY "You cannot change your own entry."
034400        MOVE "23" TO WS-OPR-STATUS
034500        GO TO 4100-EXIT
034600     END-IF
034700     MOVE WS-ANSWER-ID TO OPR-OPERATOR-ID
034800     READ OPERATOR-FILE
034900         INVALID KEY
035000            DISPLAY WS-ANSWER-ID " is not enrolled."
035100     END-READ
035200 4100-EXIT.
035300     EXIT.
035400
035500 4200-REWRITE-OPERATOR.
035600     MOVE WS-RUN-DATE    TO OPR-CHANGE-DATE
035700     MOVE WS-OPERATOR-ID TO OPR-CHANGED-BY
035800     REWRITE OPERATOR-REC
035900     IF WS-OPR-OK
036000        DISPLAY OPR-OPERATOR-ID " updated."
036100        MOVE SPACES TO WS-EVENT-CODE
036200        MOVE OPR-OPERATOR-ID TO WS-AUDIT-SUBJECT
036300        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
036400     ELSE
036500        DISPLAY "OPERMNT: STATUS " WS-OPR-STATUS
036600           " REWRITING " OPR-OPERATOR-ID " - NOT CHANGED"
036700     END-IF
036800 4200-EXIT.
036900     EXIT.
037000
037100*================================================================
037200* 4500-CHANGE-STATUS - deactivate or reactivate; never delete.
037300*================================================================
037400 4500-CHANGE-STATUS.
037500     PERFORM 4100-READ-FOR-CHANGE THRU 4100-EXIT
037600     IF NOT WS-OPR-OK
037700        GO TO 4500-EXIT
037800     END-IF
037900     IF WS-ACTION-DEACTIVATE
038000        IF OPR-INACTIVE
038100           DISPLAY OPR-OPERATOR-ID " is already inactive."
038200           GO TO 4500-EXIT
038300        END-IF
038400        SET OPR-INACTIVE TO TRUE
038500     ELSE
038600        IF OPR-ACTIVE
038700           DISPLAY OPR-OPERATOR-ID " is already active."
038800           GO TO 4500-EXIT
038900        END-IF
039000        SET OPR-ACTIVE TO TRUE
039100     END-IF
039200     PERFORM 4200-REWRITE-OPERATOR THRU 4200-EXIT
039300 4500-EXIT.
039400     EXIT.
039500
039600*================================================================
039700* 5000-LIST-OPERATORS
039800*================================================================
039900 5000-LIST-OPERATORS.
040000     MOVE ZERO TO WS-LIST-CTR
040100     SET WS-NOT-END-OF-LIST TO TRUE
040200     MOVE LOW-VALUES TO OPR-OPERATOR-ID
040300     START OPERATOR-FILE KEY IS GREATER THAN OPR-OPERATOR-ID
040400         INVALID KEY
040500            SET WS-END-OF-LIST TO TRUE
040600     END-START
040700     PERFORM 5100-LIST-NEXT THRU 5100-EXIT
040800         UNTIL WS-END-OF-LIST
040900     MOVE WS-LIST-CTR TO WS-LIST-CTR-ED
041000     DISPLAY "Operators on file: " WS-LIST-CTR-ED
041100 5000-EXIT.
041200     EXIT.
041300
041400 5100-LIST-NEXT.
041500     READ OPERATOR-FILE NEXT RECORD
041600         AT END
041700            SET WS-END-OF-LIST TO TRUE
041800     END-READ
041900     IF NOT WS-OPR-OK
042000        SET WS-END-OF-LIST TO TRUE
042100     END-IF
042200     IF WS-NOT-END-OF-LIST
042300        DISPLAY "  " OPR-OPERATOR-ID "  " OPR-NAME
042400           "  role " OPR-ROLE "  status " OPR-STATUS
042500           "  changed " OPR-CHANGE-DATE " by " OPR-CHANGED-BY
042600        ADD 1 TO WS-LIST-CTR
042700     END-IF
042800 5100-EXIT.
042900     EXIT.
043000
043100*================================================================
043200* 6000-PROMPT-ROLE
043300*================================================================
043400 6000-PROMPT-ROLE.
043500     DISPLAY "Role (D=desk S=supervisor C=security "
043600        "A=administrator): "
043700     ACCEPT WS-ANSWER-ROLE
043800     INSPECT WS-ANSWER-ROLE CONVERTING "dsca" TO "DSCA"
043900     IF NOT WS-ANSWER-ROLE-VALID
044000        DISPLAY "Role not recognized - nothing changed."
044100     END-IF
044200 6000-EXIT.
044300     EXIT.
044400
044500*================================================================
044600* 8000-WRITE-AUDIT-ENTRY - refusals carry their reason in
044700* AUD-EVENT-CODE; enrollments and changes leave it blank.
044800*================================================================
044900 8000-WRITE-AUDIT-ENTRY.
045000     ACCEPT WS-RUN-TIME FROM TIME
045100     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
045200     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
045300     MOVE "OPERMNT"           TO AUD-PROGRAM-ID
045400     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
045500     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
045600     MOVE WS-AUDIT-SUBJECT    TO AUD-NAME-CAPTURED
045700     MOVE WS-STATION-X        TO AUD-STATION-ID
045800     MOVE WS-EVENT-CODE       TO AUD-EVENT-CODE
045900     WRITE AUDIT-LOG-REC
046000 8000-EXIT.
046100     EXIT.
046200
046300*================================================================
046400* 9000-TERMINATE
046500*================================================================
046600 9000-TERMINATE.
046700     CLOSE OPERATOR-FILE
046800     CLOSE AUDIT-LOG
046900 9000-EXIT.
047000     EXIT.
047100
047200 END PROGRAM OPERMNT.
