002070*                  keyed when the normalized delete misses,
002080*                  so a pre-normalization entry can still be
002090*                  taken off the list.
002100* 2026-10-15  WM   Operators are checked against OPERMAST
002110*                  through OPERCHK: one not enrolled and active
002120*                  is refused at startup, and adds and removes
002130*                  are refused to anyone but security.  Every
002140*                  refusal is written to AUDITLOG.
002150*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS WL-NAME
002900         FILE STATUS IS WS-WL-STATUS.
002910
002920     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
002930         ORGANIZATION IS SEQUENTIAL
002940         ACCESS MODE IS SEQUENTIAL
002950         FILE STATUS IS WS-AUD-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  WATCHLIST-FILE.
003400     COPY WATCHREC.
003500
003510 FD  AUDIT-LOG.
003520     COPY AUDITREC.
003530
003600 WORKING-STORAGE SECTION.
003700 01  WS-WL-STATUS                PIC X(02).
003800     88  WS-WL-OK                    VALUE "00".
003900     88  WS-WL-NOT-FOUND             VALUE "23".
004000     88  WS-WL-DUP-KEY               VALUE "22".
004100     88  WS-WL-FILE-NOT-FOUND        VALUE "35".
004110
004120 01  WS-AUD-STATUS               PIC X(02).
004130     88  WS-AUD-OK                   VALUE "00".
004140     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
004200
004300 01  WS-ACTION                   PIC X(01).
004400     88  WS-ACTION-ADD               VALUES "A" "a".
005500 01  WS-ANSWER-REASON            PIC X(30).
005600
005700 01  WS-RUN-DATE                 PIC 9(08).
005710 01  WS-RUN-TIME                 PIC 9(08).
005800 01  WS-OPERATOR-ID              PIC X(08).
005807
005814*----------------------------------------------------------------
005821* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
005828* AUDIT FIELDS A REFUSAL IS LOGGED WITH
005835*----------------------------------------------------------------
005842 COPY OPERAUTH.
005849 01  WS-TERMINAL-ID              PIC X(08).
005856 01  WS-STATION-X                PIC X(01).
005863 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
005870 01  WS-ROLE-SWITCH              PIC X(01).
005877     88  WS-ROLE-ALLOWED             VALUE "Y".
005884     88  WS-ROLE-REFUSED             VALUE "N".
005900
006000 01  WS-LIST-CTR                 PIC 9(05) COMP.
006100 01  WS-LIST-CTR-ED              PIC ZZ,ZZ9.
008000     IF WS-OPERATOR-ID = SPACES
008100        MOVE "UNKNOWN" TO WS-OPERATOR-ID
008200     END-IF
008210     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
008300
008400     OPEN I-O WATCHLIST-FILE
008500     IF WS-WL-FILE-NOT-FOUND
008900     END-IF
009000 1000-EXIT.
009100     EXIT.
009102
009104*================================================================
009106* 1030-CHECK-OPERATOR - the signed-on operator must be on
009108* OPERMAST and active to list the watchlist at all; adds and
009110* removes are held to security separately (2100).  Anyone
009112* not enrolled and active is refused before the file is
009114* opened; the refusal goes to AUDITLOG and the run ends.
009116*================================================================
009118 1030-CHECK-OPERATOR.
009120     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
009122     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
009124     IF OA-OPERATOR-ACTIVE
009126        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
009128           OR OA-ROLE-SECURITY OR OA-ROLE-ADMINISTRATOR
009130           GO TO 1030-EXIT
009132        END-IF
009134        MOVE "ROLE" TO WS-AUDIT-EVENT
009136     END-IF
009138     IF OA-OPERATOR-INACTIVE
009140        MOVE "INAC" TO WS-AUDIT-EVENT
009142     END-IF
009144     IF OA-OPERATOR-NOT-ON-FILE
009146        MOVE "NOOP" TO WS-AUDIT-EVENT
009148     END-IF
009150     IF OA-FILE-UNAVAILABLE
009152        MOVE "NOFL" TO WS-AUDIT-EVENT
009154     END-IF
009156
009158     DISPLAY "WATCHMNT: OPERATOR " WS-OPERATOR-ID
009160        " IS NOT AUTHORIZED TO MAINTAIN THE WATCHLIST ("
009162        WS-AUDIT-EVENT ")"
009164     PERFORM 9500-WRITE-REFUSAL THRU 9500-EXIT
009166     MOVE 8 TO RETURN-CODE
009168     STOP RUN.
009170 1030-EXIT.
009172     EXIT.
009200
009300*================================================================
009400* 2000-PROMPT-ACTION
009700     DISPLAY " "
009800     DISPLAY "A=add  D=delete  L=list  Q=quit: "
009900     ACCEPT WS-ACTION
009910     IF WS-ACTION-ADD OR WS-ACTION-DELETE
009920        PERFORM 2100-CHECK-SECURITY-ROLE THRU 2100-EXIT
009930        IF WS-ROLE-REFUSED
009940           GO TO 2000-EXIT
009950        END-IF
009960     END-IF
010000     IF WS-ACTION-ADD
010100        PERFORM 3000-ADD-NAME THRU 3000-EXIT
010200     ELSE
011400     END-IF
011500 2000-EXIT.
011600     EXIT.
011605
011610*================================================================
011615* 2100-CHECK-SECURITY-ROLE - only security adds a name to the
011620* watchlist or takes one off.  Anyone else keeps the dialog
011625* (to list) but the attempt is refused and logged.
011630*================================================================
011635 2100-CHECK-SECURITY-ROLE.
011640     IF OA-ROLE-SECURITY
011645        SET WS-ROLE-ALLOWED TO TRUE
011650        GO TO 2100-EXIT
011655     END-IF
011660     SET WS-ROLE-REFUSED TO TRUE
011665     DISPLAY "Only security may add to or remove from the "
011670        "watchlist - refused and logged."
011675     MOVE "ROLE" TO WS-AUDIT-EVENT
011680     PERFORM 9500-WRITE-REFUSAL THRU 9500-EXIT
011685 2100-EXIT.
011690     EXIT.
011700
011800*================================================================
011900* 3000-ADD-NAME
020500 9000-EXIT.
020600     EXIT.
020700
020702*================================================================
020704* 9500-WRITE-REFUSAL - WATCHMNT's own changes are stamped on
020706* the watchlist entry (WL-ADDED-BY), so AUDITLOG is opened
020708* only to record a refused operator or action, in the entry
020710* shape OBTAININPUT and SIGNOUT use, with the reason in
020712* AUD-EVENT-CODE.
020714*================================================================
020716 9500-WRITE-REFUSAL.
020718     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
020720     IF WS-TERMINAL-ID = SPACES
020722        MOVE "LOCAL" TO WS-TERMINAL-ID
020724     END-IF
020726     MOVE SPACE TO WS-STATION-X
020728     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
020730     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
020732        MOVE "1" TO WS-STATION-X
020734     END-IF
020736
020738     OPEN EXTEND AUDIT-LOG
020740     IF WS-AUD-FILE-NOT-FOUND
020742        OPEN OUTPUT AUDIT-LOG
020744        CLOSE AUDIT-LOG
020746        OPEN EXTEND AUDIT-LOG
020748     END-IF
020750     ACCEPT WS-RUN-TIME FROM TIME
020752     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
020754     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
020756     MOVE "WATCHMNT"          TO AUD-PROGRAM-ID
020758     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
020760     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
020762     MOVE SPACES              TO AUD-NAME-CAPTURED
020764     MOVE WS-STATION-X        TO AUD-STATION-ID
020766     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
020768     WRITE AUDIT-LOG-REC
020770     CLOSE AUDIT-LOG
020772 9500-EXIT.
020774     EXIT.
020776
020800 END PROGRAM WATCHMNT.
