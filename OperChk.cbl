000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "OPERCHK".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* OPERCHK - shared operator lookup, CALLed once at startup by
000900* every dialog that must refuse an operator who is not enrolled
001000* or lacks the role for what they are about to do: OBTAININPUT,
001100* SIGNOUT, DUPREVW, SECREVW, WATCHMNT, BADGMNT, PURPMNT and
001200* OPERMNT itself.  One routine, the way NAMENORM is one
001300* routine, so "enrolled and active" means the same thing at
001400* every desk.
001500*
001600* The caller passes the OPERAUTH parameter block with the
001700* sign-on ID filled in.  OPERMAST is opened, read by key and
001800* closed again on every call, so the caller never holds the
001900* file and OPERMNT can update it while the desks are up.  The
002000* routine only reports what the file says; deciding whether
002100* the role is good enough, and logging a refusal to AUDITLOG,
002200* stay with the caller.
002300*
002400* MODIFICATION HISTORY
002500*
002600* 2026-10-15  WM   Original.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS OPR-OPERATOR-ID
003500         FILE STATUS IS WS-OPR-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OPERATOR-FILE.
004000     COPY OPERREC.
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-OPR-STATUS               PIC X(02).
004400     88  WS-OPR-OK                   VALUE "00".
004500     88  WS-OPR-NOT-FOUND            VALUE "23".
004600     88  WS-OPR-FILE-NOT-FOUND       VALUE "35".
004700
004800 LINKAGE SECTION.
004900 COPY OPERAUTH.
005000
005100 PROCEDURE DIVISION USING OPERATOR-AUTH-AREA.
005200*================================================================
005300* 0000-MAINLINE
005400*================================================================
005500 0000-MAINLINE.
005600     PERFORM 1000-LOOKUP-OPERATOR THRU 1000-EXIT
005700     GOBACK.
005800
005900*================================================================
006000* 1000-LOOKUP-OPERATOR - a file that will not open is reported
006100* as such and never as "not on file", so the caller's refusal
006200* says which problem operations has to fix.
006300*================================================================
006400 1000-LOOKUP-OPERATOR.
006500     MOVE SPACES TO OA-OPERATOR-NAME
006600     MOVE SPACES TO OA-ROLE
006700     OPEN INPUT OPERATOR-FILE
006800     IF NOT WS-OPR-OK
006900        SET OA-FILE-UNAVAILABLE TO TRUE
007000        GO TO 1000-EXIT
007100     END-IF
007200
007300     MOVE OA-OPERATOR-ID TO OPR-OPERATOR-ID
007400     READ OPERATOR-FILE
007500         INVALID KEY
007600            SET OA-OPERATOR-NOT-ON-FILE TO TRUE
007700     END-READ
007800     IF WS-OPR-OK
007900        MOVE OPR-NAME TO OA-OPERATOR-NAME
008000        MOVE OPR-ROLE TO OA-ROLE
008100        IF OPR-ACTIVE
008200           SET OA-OPERATOR-ACTIVE TO TRUE
008300        ELSE
008400           SET OA-OPERATOR-INACTIVE TO TRUE
008500        END-IF
008600     ELSE
008700        IF NOT WS-OPR-NOT-FOUND
008800           SET OA-FILE-UNAVAILABLE TO TRUE
008900        END-IF
009000     END-IF
009100     CLOSE OPERATOR-FILE
009200 1000-EXIT.
009300     EXIT.
009400
009500 END PROGRAM OPERCHK.
