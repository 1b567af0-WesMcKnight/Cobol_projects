002120*                  is not marked lost - flipping an ISSUED
002130*                  badge to available wiped its holder, the
002140*                  guard the retire action always had.
002150* 2026-10-15  WM   Operators are checked against OPERMAST
002160*                  through OPERCHK: one not enrolled and active
002170*                  is refused at startup, and adding or retiring
002180*                  a badge is held to a supervisor or
002190*                  administrator.  Every refusal is written to
002200*                  AUDITLOG.
002210* 2026-10-15  WM   A badge marked lost while out with a visitor
002220*                  is queued for deactivation (reason L) on the
002230*                  site's ACSDEACT file for the next ACSFEED run.
002240*================================================================
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS BDG-NUMBER
003000         FILE STATUS IS WS-BDG-STATUS.
003010
003020     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
003030         ORGANIZATION IS SEQUENTIAL
003040         ACCESS MODE IS SEQUENTIAL
003050         FILE STATUS IS WS-AUD-STATUS.
003058
003066     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
003074         ORGANIZATION IS SEQUENTIAL
003082         ACCESS MODE IS SEQUENTIAL
003090         FILE STATUS IS WS-ACD-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  BADGE-INV-FILE.
003500     COPY BADGEREC.
003600
003610 FD  AUDIT-LOG.
003620     COPY AUDITREC.
003630
003640 FD  ACS-DEACT-FILE.
003650     COPY ACSDREC.
003660
003700 WORKING-STORAGE SECTION.
003800 01  WS-BDG-STATUS               PIC X(02).
003900     88  WS-BDG-OK                   VALUE "00".
004000     88  WS-BDG-NOT-FOUND            VALUE "23".
004100     88  WS-BDG-DUP-KEY              VALUE "22".
004200     88  WS-BDG-FILE-NOT-FOUND       VALUE "35".
004210
004220 01  WS-AUD-STATUS               PIC X(02).
004230     88  WS-AUD-OK                   VALUE "00".
004240     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
004250
004260 01  WS-ACD-STATUS               PIC X(02).
004270     88  WS-ACD-OK                   VALUE "00".
004280     88  WS-ACD-FILE-NOT-FOUND       VALUE "35".
004300
004400 01  WS-ACTION                   PIC X(01).
004500     88  WS-ACTION-ADD               VALUES "A" "a".
005800
005900 01  WS-RUN-DATE                 PIC 9(08).
006000 01  WS-RUN-TIME                 PIC 9(08).
006007 01  WS-OPERATOR-ID              PIC X(08).
006014
006021*----------------------------------------------------------------
006028* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
006035* AUDIT FIELDS A REFUSAL IS LOGGED WITH
006042*----------------------------------------------------------------
006049 COPY OPERAUTH.
006056 01  WS-TERMINAL-ID              PIC X(08).
006063 01  WS-STATION-X                PIC X(01).
006070 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
006077 01  WS-ROLE-SWITCH              PIC X(01).
006084     88  WS-ROLE-ALLOWED             VALUE "Y".
006091     88  WS-ROLE-REFUSED             VALUE "N".
006100
006200 01  WS-LIST-CTR                 PIC 9(05) COMP.
006300 01  WS-OUT-CTR                  PIC 9(05) COMP.
008000 1000-INITIALIZE.
008100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008200     ACCEPT WS-RUN-TIME FROM TIME
008210     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
008220     IF WS-OPERATOR-ID = SPACES
008230        MOVE "UNKNOWN" TO WS-OPERATOR-ID
008240     END-IF
008250     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
008300
008400     OPEN I-O BADGE-INV-FILE
008500     IF WS-BDG-FILE-NOT-FOUND
008900     END-IF
009000 1000-EXIT.
009100     EXIT.
009102
009104*================================================================
009106* 1030-CHECK-OPERATOR - the signed-on operator must be on
009108* OPERMAST and active to touch the badge pool at all; adding
009110* and retiring badges are held to a supervisor separately
009112* (2100).  Anyone not enrolled and active is refused before
009114* the file is opened; the refusal goes to AUDITLOG and the
009116* run ends.
009118*================================================================
009120 1030-CHECK-OPERATOR.
009122     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
009124     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
009126     IF OA-OPERATOR-ACTIVE
009128        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
009130           OR OA-ROLE-SECURITY OR OA-ROLE-ADMINISTRATOR
009132           GO TO 1030-EXIT
009134        END-IF
009136        MOVE "ROLE" TO WS-AUDIT-EVENT
009138     END-IF
009140     IF OA-OPERATOR-INACTIVE
009142        MOVE "INAC" TO WS-AUDIT-EVENT
009144     END-IF
009146     IF OA-OPERATOR-NOT-ON-FILE
009148        MOVE "NOOP" TO WS-AUDIT-EVENT
009150     END-IF
009152     IF OA-FILE-UNAVAILABLE
009154        MOVE "NOFL" TO WS-AUDIT-EVENT
009156     END-IF
009158
009160     DISPLAY "BADGMNT: OPERATOR " WS-OPERATOR-ID
009162        " IS NOT AUTHORIZED TO MAINTAIN THE BADGE POOL ("
009164        WS-AUDIT-EVENT ")"
009166     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
009168     MOVE 8 TO RETURN-CODE
009170     STOP RUN.
009172 1030-EXIT.
009174     EXIT.
009200
009300*================================================================
009400* 2000-PROMPT-ACTION
009800     DISPLAY "A=add  D=delete  L=lost  F=found  S=show  "
009900        "Q=quit: "
010000     ACCEPT WS-ACTION
010010     IF WS-ACTION-ADD OR WS-ACTION-DELETE
010020        PERFORM 2100-CHECK-SUPERVISOR-ROLE THRU 2100-EXIT
010030        IF WS-ROLE-REFUSED
010040           GO TO 2000-EXIT
010050        END-IF
010060     END-IF
010100     IF WS-ACTION-ADD
010200        PERFORM 3000-ADD-BADGE THRU 3000-EXIT
010300     ELSE
011900     END-IF
012000 2000-EXIT.
012100     EXIT.
012105
012110*================================================================
012115* 2100-CHECK-SUPERVISOR-ROLE - the size of the pool is a
012120* supervisor's call: only a supervisor or administrator adds
012125* or retires a badge.  The desk keeps the dialog (lost, found,
012130* show) but the attempt is refused and logged.
012135*================================================================
012140 2100-CHECK-SUPERVISOR-ROLE.
012145     IF OA-ROLE-SUPERVISOR OR OA-ROLE-ADMINISTRATOR
012150        SET WS-ROLE-ALLOWED TO TRUE
012155        GO TO 2100-EXIT
012160     END-IF
012165     SET WS-ROLE-REFUSED TO TRUE
012170     DISPLAY "Only a supervisor may add or retire a badge - "
012175        "refused and logged."
012180     MOVE "ROLE" TO WS-AUDIT-EVENT
012185     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
012190 2100-EXIT.
012195     EXIT.
012200
012300*================================================================
012400* 3000-ADD-BADGE - a fresh badge joins the pool available.
021800     IF WS-BDG-OK
021900        IF WS-ACTION-LOST
022000           DISPLAY "Badge " WS-ANSWER-NUMBER " marked lost."
022010           PERFORM 8400-QUEUE-DEACTIVATION THRU 8400-EXIT
022100        ELSE
022200           DISPLAY "Badge " WS-ANSWER-NUMBER
022300              " back in the pool."
027200     END-IF
027300 5100-EXIT.
027400     EXIT.
027402
027404*================================================================
027406* 8400-QUEUE-DEACTIVATION - a lost badge that was out with a
027408* visitor is queued (reason L) on ACSDEACT, opened and closed
027410* around the one write like the refusal entry below, so the next
027412* ACSFEED run stops it at the turnstiles.
027414*================================================================
027416 8400-QUEUE-DEACTIVATION.
027418     IF BDG-VISITOR-ID = ZERO
027420        GO TO 8400-EXIT
027422     END-IF
027424     OPEN EXTEND ACS-DEACT-FILE
027426     IF WS-ACD-FILE-NOT-FOUND
027428        OPEN OUTPUT ACS-DEACT-FILE
027430        CLOSE ACS-DEACT-FILE
027432        OPEN EXTEND ACS-DEACT-FILE
027434     END-IF
027436     IF NOT WS-ACD-OK
027438        DISPLAY "ACSDEACT not available - tell security to "
027440           "stop badge " BDG-NUMBER " by hand."
027442        GO TO 8400-EXIT
027444     END-IF
027446     MOVE SPACES TO ACS-DEACT-REC
027448     MOVE BDG-VISITOR-ID TO ACD-VISITOR-ID
027450     MOVE BDG-NUMBER     TO ACD-BADGE-NO
027452     SET ACD-LOST TO TRUE
027454     ACCEPT WS-RUN-TIME FROM TIME
027456     MOVE WS-RUN-DATE    TO ACD-DATE
027458     MOVE WS-RUN-TIME    TO ACD-TIME
027460     MOVE "BADGMNT"      TO ACD-PROGRAM-ID
027462     WRITE ACS-DEACT-REC
027464     CLOSE ACS-DEACT-FILE
027466 8400-EXIT.
027468     EXIT.
027500
027502*================================================================
027504* 8500-WRITE-REFUSAL - BADGMNT keeps no log of its own, so
027506* AUDITLOG is opened only to record a refused operator or
027508* action, in the entry shape OBTAININPUT and SIGNOUT use,
027510* with the reason in AUD-EVENT-CODE.
027512*================================================================
027514 8500-WRITE-REFUSAL.
027516     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
027518     IF WS-TERMINAL-ID = SPACES
027520        MOVE "LOCAL" TO WS-TERMINAL-ID
027522     END-IF
027524     MOVE SPACE TO WS-STATION-X
027526     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
027528     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
027530        MOVE "1" TO WS-STATION-X
027532     END-IF
027534
027536     OPEN EXTEND AUDIT-LOG
027538     IF WS-AUD-FILE-NOT-FOUND
027540        OPEN OUTPUT AUDIT-LOG
027542        CLOSE AUDIT-LOG
027544        OPEN EXTEND AUDIT-LOG
027546     END-IF
027548     ACCEPT WS-RUN-TIME FROM TIME
027550     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
027552     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
027554     MOVE "BADGMNT"           TO AUD-PROGRAM-ID
027556     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
027558     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
027560     MOVE SPACES              TO AUD-NAME-CAPTURED
027562     MOVE WS-STATION-X        TO AUD-STATION-ID
027564     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
027566     WRITE AUDIT-LOG-REC
027568     CLOSE AUDIT-LOG
027570 8500-EXIT.
027572     EXIT.
027574
027600*================================================================
027700* 9000-TERMINATE
027800*================================================================
