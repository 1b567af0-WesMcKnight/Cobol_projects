002100* MODIFICATION HISTORY
002200*
002300* 2026-08-22  WM   Original.
002310* 2026-10-15  WM   Operators are checked against OPERMAST
002320*                  through OPERCHK: one not enrolled and active
002330*                  is refused at startup, and adding, retiring
002340*                  and re-describing a code are held to a
002350*                  supervisor or administrator.  Every refusal is
002360*                  written to AUDITLOG.
002370* 2026-10-15  WM   K sets the signed acknowledgments (safety
002380*                  briefing, NDA ...) a purpose requires, held
002390*                  in the new PURPCODE PUR-REQ-ACK slots and
002400*                  shown on the list; supervisor only, like the
002410*                  other changes.
002420*================================================================
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002900         ORGANIZATION IS SEQUENTIAL
003000         ACCESS MODE IS SEQUENTIAL
003100         FILE STATUS IS WS-PUR-STATUS.
003110
003120     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003130         ORGANIZATION IS SEQUENTIAL
003140         ACCESS MODE IS SEQUENTIAL
003150         FILE STATUS IS WS-AUD-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PURPOSE-CODE-FILE.
003600     COPY PURPREC.
003700
003710 FD  AUDIT-LOG.
003720     COPY AUDITREC.
003730
003800 WORKING-STORAGE SECTION.
003900 01  WS-PUR-STATUS               PIC X(02).
004000     88  WS-PUR-OK                   VALUE "00".
004100     88  WS-PUR-AT-END               VALUE "10".
004200     88  WS-PUR-FILE-NOT-FOUND       VALUE "35".
004210
004220 01  WS-AUD-STATUS               PIC X(02).
004230     88  WS-AUD-OK                   VALUE "00".
004240     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
004300
004400*----------------------------------------------------------------
004500* PURPOSE-CODE TABLE (shared layout with the capture programs)
005100     88  WS-ACTION-RETIRE            VALUES "R" "r".
005200     88  WS-ACTION-DESCRIBE          VALUES "E" "e".
005300     88  WS-ACTION-LIST              VALUES "L" "l".
005310     88  WS-ACTION-ACKS              VALUES "K" "k".
005400     88  WS-ACTION-QUIT              VALUES "Q" "q".
005500
005600 01  WS-ANSWER-CODE              PIC X(04).
005700     88  WS-ANSWER-CODE-BLANK        VALUE SPACES.
005800 01  WS-ANSWER-DESC              PIC X(20).
005810 01  WS-ANSWER-ACK               PIC X(04).
005820     88  WS-ANSWER-ACK-BLANK         VALUE SPACES.
005830 01  WS-ACK-END-SWITCH           PIC X(01).
005840     88  WS-ACK-LIST-ENDED           VALUE "Y".
005850     88  WS-ACK-LIST-NOT-ENDED       VALUE "N".
005900
006000 01  WS-SAVE-IX                  PIC 9(02) COMP.
006005
006010 01  WS-RUN-DATE                 PIC 9(08).
006015 01  WS-RUN-TIME                 PIC 9(08).
006020 01  WS-OPERATOR-ID              PIC X(08).
006025
006030*----------------------------------------------------------------
006035* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
006040* AUDIT FIELDS A REFUSAL IS LOGGED WITH
006045*----------------------------------------------------------------
006050 COPY OPERAUTH.
006055 01  WS-TERMINAL-ID              PIC X(08).
006060 01  WS-STATION-X                PIC X(01).
006065 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
006070 01  WS-ROLE-SWITCH              PIC X(01).
006075     88  WS-ROLE-ALLOWED             VALUE "Y".
006080     88  WS-ROLE-REFUSED             VALUE "N".
006100
006200 PROCEDURE DIVISION.
006300*================================================================
007600* yet.
007700*================================================================
007800 1000-INITIALIZE.
007810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007820     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
007830     IF WS-OPERATOR-ID = SPACES
007840        MOVE "UNKNOWN" TO WS-OPERATOR-ID
007850     END-IF
007860     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
007870
007900     OPEN INPUT PURPOSE-CODE-FILE
008000     IF WS-PUR-FILE-NOT-FOUND
008100        DISPLAY "PURPMNT: NO PURPCODE FILE YET - SEEDING "
009300     CLOSE PURPOSE-CODE-FILE
009400 1000-EXIT.
009500     EXIT.
009502
009504*================================================================
009506* 1030-CHECK-OPERATOR - the signed-on operator must be on
009508* OPERMAST and active to open the code table at all; changes
009510* to it are held to a supervisor separately (2100).  Anyone
009512* not enrolled and active is refused before PURPCODE is read,
009514* so a refused run never rewrites the file; the refusal goes
009516* to AUDITLOG and the run ends.
009518*================================================================
009520 1030-CHECK-OPERATOR.
009522     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
009524     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
009526     IF OA-OPERATOR-ACTIVE
009528        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
009530           OR OA-ROLE-SECURITY OR OA-ROLE-ADMINISTRATOR
009532           GO TO 1030-EXIT
009534        END-IF
009536        MOVE "ROLE" TO WS-AUDIT-EVENT
009538     END-IF
009540     IF OA-OPERATOR-INACTIVE
009542        MOVE "INAC" TO WS-AUDIT-EVENT
009544     END-IF
009546     IF OA-OPERATOR-NOT-ON-FILE
009548        MOVE "NOOP" TO WS-AUDIT-EVENT
009550     END-IF
009552     IF OA-FILE-UNAVAILABLE
009554        MOVE "NOFL" TO WS-AUDIT-EVENT
009556     END-IF
009558
009560     DISPLAY "PURPMNT: OPERATOR " WS-OPERATOR-ID
009562        " IS NOT AUTHORIZED TO MAINTAIN PURPOSE CODES ("
009564        WS-AUDIT-EVENT ")"
009566     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
009568     MOVE 8 TO RETURN-CODE
009570     STOP RUN.
009572 1030-EXIT.
009574     EXIT.
009600
009700 1100-LOAD-ONE-PURPOSE.
009800     READ PURPOSE-CODE-FILE
010400        MOVE PUR-CODE   TO PT-CODE (PT-COUNT)
010500        MOVE PUR-DESC   TO PT-DESC (PT-COUNT)
010600        MOVE PUR-STATUS TO PT-STATUS (PT-COUNT)
010610        MOVE PUR-REQ-ACKS TO PT-REQ-ACKS (PT-COUNT)
010700     END-IF
010800 1100-EXIT.
010900     EXIT.
011300     MOVE "MEET"             TO PT-CODE (1)
011400     MOVE "MEETING"          TO PT-DESC (1)
011500     MOVE "A"                TO PT-STATUS (1)
011510     MOVE SPACES             TO PT-REQ-ACKS (1)
011600     MOVE "DELV"             TO PT-CODE (2)
011700     MOVE "DELIVERY"         TO PT-DESC (2)
011800     MOVE "A"                TO PT-STATUS (2)
011810     MOVE SPACES             TO PT-REQ-ACKS (2)
011900     MOVE "INTV"             TO PT-CODE (3)
012000     MOVE "INTERVIEW"        TO PT-DESC (3)
012100     MOVE "A"                TO PT-STATUS (3)
012110     MOVE SPACES             TO PT-REQ-ACKS (3)
012200     MOVE "VEND"             TO PT-CODE (4)
012300     MOVE "VENDOR"           TO PT-DESC (4)
012400     MOVE "A"                TO PT-STATUS (4)
012410     MOVE SPACES             TO PT-REQ-ACKS (4)
012500     MOVE "OTHR"             TO PT-CODE (5)
012600     MOVE "OTHER"            TO PT-DESC (5)
012700     MOVE "A"                TO PT-STATUS (5)
012710     MOVE SPACES             TO PT-REQ-ACKS (5)
012800 1200-EXIT.
012900     EXIT.
013000
013300*================================================================
013400 2000-PROMPT-ACTION.
013500     DISPLAY " "
013600     DISPLAY "A=add  R=retire  E=re-describe  K=acknowledgments  "
013700        "L=list  Q=quit and save: "
013800     ACCEPT WS-ACTION
013806     IF WS-ACTION-ADD OR WS-ACTION-RETIRE OR WS-ACTION-DESCRIBE
013812        OR WS-ACTION-ACKS
013820        PERFORM 2100-CHECK-SUPERVISOR-ROLE THRU 2100-EXIT
013830        IF WS-ROLE-REFUSED
013840           GO TO 2000-EXIT
013850        END-IF
013860     END-IF
013900     IF WS-ACTION-ADD
014000        PERFORM 3000-ADD-CODE THRU 3000-EXIT
014100     ELSE
014500           IF WS-ACTION-DESCRIBE
014600              PERFORM 5000-REDESCRIBE-CODE THRU 5000-EXIT
014700           ELSE
014710              IF WS-ACTION-ACKS
014720                 PERFORM 5500-SET-ACKNOWLEDGMENTS THRU 5500-EXIT
014730              ELSE
014800                 IF WS-ACTION-LIST
014900                    PERFORM 6000-LIST-CODES THRU 6000-EXIT
015000                 ELSE
015100                    IF NOT WS-ACTION-QUIT
015200                       DISPLAY "Action not recognized."
015300                    END-IF
015400                 END-IF
015410              END-IF
015500           END-IF
015600        END-IF
015700     END-IF
015800 2000-EXIT.
015900     EXIT.
015905
015910*================================================================
015915* 2100-CHECK-SUPERVISOR-ROLE - the code list drives every
015920* intake, so only a supervisor or administrator changes it.
015925* Anyone else keeps the dialog (to list) but the attempt is
015930* refused and logged.
015935*================================================================
015940 2100-CHECK-SUPERVISOR-ROLE.
015945     IF OA-ROLE-SUPERVISOR OR OA-ROLE-ADMINISTRATOR
015950        SET WS-ROLE-ALLOWED TO TRUE
015955        GO TO 2100-EXIT
015960     END-IF
015965     SET WS-ROLE-REFUSED TO TRUE
015970     DISPLAY "Only a supervisor may change purpose codes - "
015975        "refused and logged."
015980     MOVE "ROLE" TO WS-AUDIT-EVENT
015985     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
015990 2100-EXIT.
015995     EXIT.
016000
016100*================================================================
016200* 3000-ADD-CODE
018400     MOVE WS-ANSWER-CODE TO PT-CODE (PT-COUNT)
018500     MOVE WS-ANSWER-DESC TO PT-DESC (PT-COUNT)
018600     MOVE "A"            TO PT-STATUS (PT-COUNT)
018610     MOVE SPACES         TO PT-REQ-ACKS (PT-COUNT)
018700     DISPLAY WS-ANSWER-CODE " added."
018800 3000-EXIT.
018900     EXIT.
022700 5000-EXIT.
022800     EXIT.
022900
022902*================================================================
022904* 5500-SET-ACKNOWLEDGMENTS - the signed documents (safety
022906* briefing, NDA ...) a visit for this purpose needs on the
022908* ACKNOWL file before intake.  Up to three 4-byte document types
022910* are keyed afresh; a blank answer ends the list and clears the
022912* remaining slots, so a blank first answer removes them all.
022914*================================================================
022916 5500-SET-ACKNOWLEDGMENTS.
022918     DISPLAY "Code to set acknowledgments for: "
022920     ACCEPT WS-ANSWER-CODE
022922     PERFORM 7000-FIND-CODE THRU 7000-EXIT
022924     IF PT-CODE-NOT-FOUND
022926        DISPLAY WS-ANSWER-CODE " is not on the file."
022928        GO TO 5500-EXIT
022930     END-IF
022932     DISPLAY "Now required: [" PT-REQ-ACK (WS-SAVE-IX, 1)
022934        "] [" PT-REQ-ACK (WS-SAVE-IX, 2)
022936        "] [" PT-REQ-ACK (WS-SAVE-IX, 3) "]"
022938     DISPLAY "Key up to three document types; blank ends the "
022940        "list."
022942     MOVE SPACES TO PT-REQ-ACKS (WS-SAVE-IX)
022944     SET WS-ACK-LIST-NOT-ENDED TO TRUE
022946     PERFORM 5600-PROMPT-ONE-ACK THRU 5600-EXIT
022948         VARYING PT-AX FROM 1 BY 1
022950         UNTIL PT-AX > 3 OR WS-ACK-LIST-ENDED
022952     DISPLAY WS-ANSWER-CODE " now requires: ["
022954        PT-REQ-ACK (WS-SAVE-IX, 1)
022956        "] [" PT-REQ-ACK (WS-SAVE-IX, 2)
022958        "] [" PT-REQ-ACK (WS-SAVE-IX, 3) "]"
022960 5500-EXIT.
022962     EXIT.
022964
022966 5600-PROMPT-ONE-ACK.
022968     DISPLAY "Document type " PT-AX ": "
022970     ACCEPT WS-ANSWER-ACK
022972     IF WS-ANSWER-ACK-BLANK
022974        SET WS-ACK-LIST-ENDED TO TRUE
022976        GO TO 5600-EXIT
022978     END-IF
022980     INSPECT WS-ANSWER-ACK CONVERTING
022982         "abcdefghijklmnopqrstuvwxyz" TO
022984         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
022986     MOVE WS-ANSWER-ACK TO PT-REQ-ACK (WS-SAVE-IX, PT-AX)
022988 5600-EXIT.
022990     EXIT.
022992
023000*================================================================
023100* 6000-LIST-CODES
023200*================================================================
024500        DISPLAY "  " PT-CODE (PT-IX) "  " PT-DESC (PT-IX)
024600           "  RETIRED"
024700     END-IF
024710     IF PT-REQ-ACKS (PT-IX) NOT = SPACES
024720        DISPLAY "        needs signed: " PT-REQ-ACK (PT-IX, 1) " "
024730           PT-REQ-ACK (PT-IX, 2) " " PT-REQ-ACK (PT-IX, 3)
024740     END-IF
024800 6100-EXIT.
024900     EXIT.
025000
029100     MOVE PT-CODE (PT-IX)   TO PUR-CODE
029200     MOVE PT-DESC (PT-IX)   TO PUR-DESC
029300     MOVE PT-STATUS (PT-IX) TO PUR-STATUS
029310     MOVE PT-REQ-ACKS (PT-IX) TO PUR-REQ-ACKS
029400     WRITE PURPOSE-CODE-REC
029500 8100-EXIT.
029600     EXIT.
029602
029604*================================================================
029606* 8500-WRITE-REFUSAL - PURPMNT keeps no log of its own, so
029608* AUDITLOG is opened only to record a refused operator or
029610* action, in the entry shape OBTAININPUT and SIGNOUT use,
029612* with the reason in AUD-EVENT-CODE.
029614*================================================================
029616 8500-WRITE-REFUSAL.
029618     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
029620     IF WS-TERMINAL-ID = SPACES
029622        MOVE "LOCAL" TO WS-TERMINAL-ID
029624     END-IF
029626     MOVE SPACE TO WS-STATION-X
029628     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
029630     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
029632        MOVE "1" TO WS-STATION-X
029634     END-IF
029636
029638     OPEN EXTEND AUDIT-LOG
029640     IF WS-AUD-FILE-NOT-FOUND
029642        OPEN OUTPUT AUDIT-LOG
029644        CLOSE AUDIT-LOG
029646        OPEN EXTEND AUDIT-LOG
029648     END-IF
029650     ACCEPT WS-RUN-TIME FROM TIME
029652     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
029654     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
029656     MOVE "PURPMNT"           TO AUD-PROGRAM-ID
029658     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
029660     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
029662     MOVE SPACES              TO AUD-NAME-CAPTURED
029664     MOVE WS-STATION-X        TO AUD-STATION-ID
029666     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
029668     WRITE AUDIT-LOG-REC
029670     CLOSE AUDIT-LOG
029672 8500-EXIT.
029674     EXIT.
029700
029800 END PROGRAM PURPMNT.
029900
