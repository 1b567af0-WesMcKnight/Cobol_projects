000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "PLATENRM".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* PLATENRM - shared licence-plate normalization routine, CALLed
000900* by OBTAININPUT before a plate is stored on the VEHICLE file
001000* and by PLATEINQ before the lookup, so "abc 1234", "ABC-1234"
001100* and "ABC1234" are the same car - the garage reads plates off
001200* the bumper and keys them however they read them.
001300*
001400* The rules, applied to the 10-byte plate field:
001500*   1. lower case folded to upper case;
001600*   2. spaces, dashes and periods dropped, the rest closed up
001700*      to the left.
001800*
001900* Same calling shape as NAMENORM: the caller passes the raw
002000* field and receives the normalized form in a second field;
002100* the raw field is never touched.
002200*
002300* MODIFICATION HISTORY
002400*
002500* 2026-10-15  WM   Original.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  WS-UPPER-PLATE              PIC X(10).
003100 01  WS-IN-IX                    PIC 9(02) COMP.
003200 01  WS-OUT-IX                   PIC 9(02) COMP.
003300 01  WS-ONE-CHAR                 PIC X(01).
003400
003500 LINKAGE SECTION.
003600 01  LNK-RAW-PLATE               PIC X(10).
003700 01  LNK-NORM-PLATE              PIC X(10).
003800
003900 PROCEDURE DIVISION USING LNK-RAW-PLATE LNK-NORM-PLATE.
004000*================================================================
004100* 0000-MAINLINE
004200*================================================================
004300 0000-MAINLINE.
004400     PERFORM 1000-FOLD-CASE THRU 1000-EXIT
004500     PERFORM 2000-CLOSE-UP THRU 2000-EXIT
004600     GOBACK.
004700
004800*================================================================
004900* 1000-FOLD-CASE
005000*================================================================
005100 1000-FOLD-CASE.
005200     MOVE LNK-RAW-PLATE TO WS-UPPER-PLATE
005300     INSPECT WS-UPPER-PLATE CONVERTING
005400         "abcdefghijklmnopqrstuvwxyz" TO
005500         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005600 1000-EXIT.
005700     EXIT.
005800
005900*================================================================
006000* 2000-CLOSE-UP - one pass over the folded plate, copying every
006100* character that is not a space, dash or period.
006200*================================================================
006300 2000-CLOSE-UP.
006400     MOVE SPACES TO LNK-NORM-PLATE
006500     MOVE ZERO TO WS-OUT-IX
006600     PERFORM 2100-COPY-ONE-CHAR THRU 2100-EXIT
006700         VARYING WS-IN-IX FROM 1 BY 1
006800         UNTIL WS-IN-IX > 10
006900 2000-EXIT.
007000     EXIT.
007100
007200 2100-COPY-ONE-CHAR.
007300     MOVE WS-UPPER-PLATE (WS-IN-IX:1) TO WS-ONE-CHAR
007400     IF WS-ONE-CHAR = SPACE OR WS-ONE-CHAR = "-"
007500        OR WS-ONE-CHAR = "."
007600        GO TO 2100-EXIT
007700     END-IF
007800     ADD 1 TO WS-OUT-IX
007900     MOVE WS-ONE-CHAR TO LNK-NORM-PLATE (WS-OUT-IX:1)
008000 2100-EXIT.
008100     EXIT.
008200
008300 END PROGRAM PLATENRM.
