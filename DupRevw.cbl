003000* MODIFICATION HISTORY
003100*
003200* 2026-08-22  WM   Original.
003210* 2026-10-15  WM   Only an active supervisor on OPERMAST may
003220*                  disposition DUPLIST.  Anyone else is refused
003230*                  through OPERCHK before DUPLIST is opened, and
003240*                  the refusal is written to AUDITLOG.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005500         RECORD KEY IS VIS-VISITOR-ID
005600         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
005700         FILE STATUS IS WS-VM-STATUS.
005710
005720     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
005730         ORGANIZATION IS SEQUENTIAL
005740         ACCESS MODE IS SEQUENTIAL
005750         FILE STATUS IS WS-AUD-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
007700 FD  VISITOR-MASTER.
007800     COPY VISITREC.
007900
007910 FD  AUDIT-LOG.
007920     COPY AUDITREC.
007930
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200* FILE STATUS AREAS
009500 01  WS-VM-STATUS                PIC X(02).
009600     88  WS-VM-OK                    VALUE "00".
009700     88  WS-VM-FILE-NOT-FOUND        VALUE "35".
009710
009720 01  WS-AUD-STATUS               PIC X(02).
009730     88  WS-AUD-OK                   VALUE "00".
009740     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
009800
009900*----------------------------------------------------------------
010000* DIALOG SWITCHES AND WORK AREAS
011900 01  WS-RUN-DATE                 PIC 9(08).
012000 01  WS-RUN-TIME                 PIC 9(08).
012100 01  WS-SUPERVISOR-ID            PIC X(08).
012110
012120*----------------------------------------------------------------
012130* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
012140* AUDIT FIELDS A REFUSAL IS LOGGED WITH
012150*----------------------------------------------------------------
012160 COPY OPERAUTH.
012170 01  WS-TERMINAL-ID              PIC X(08).
012180 01  WS-STATION-X                PIC X(01).
012190 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
012200
012300*----------------------------------------------------------------
012400* COUNTERS
015700     IF WS-SUPERVISOR-ID = SPACES
015800        MOVE "UNKNOWN" TO WS-SUPERVISOR-ID
015900     END-IF
015910     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
016000
016100     OPEN INPUT DUP-REVIEW-FILE
016200     IF WS-DUP-FILE-NOT-FOUND
018500     PERFORM 2100-READ-DUPLIST THRU 2100-EXIT
018600 1000-EXIT.
018700     EXIT.
018702
018704*================================================================
018706* 1030-CHECK-OPERATOR - the signed-on operator must be on
018708* OPERMAST, active, and a supervisor: only supervisors
018710* disposition DUPLIST.  Anyone else is refused before DUPLIST
018712* is opened; the refusal goes to AUDITLOG and the run ends.
018714*================================================================
018716 1030-CHECK-OPERATOR.
018718     MOVE WS-SUPERVISOR-ID TO OA-OPERATOR-ID
018720     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
018722     IF OA-OPERATOR-ACTIVE
018724        IF OA-ROLE-SUPERVISOR
018726           GO TO 1030-EXIT
018728        END-IF
018730        MOVE "ROLE" TO WS-AUDIT-EVENT
018732     END-IF
018734     IF OA-OPERATOR-INACTIVE
018736        MOVE "INAC" TO WS-AUDIT-EVENT
018738     END-IF
018740     IF OA-OPERATOR-NOT-ON-FILE
018742        MOVE "NOOP" TO WS-AUDIT-EVENT
018744     END-IF
018746     IF OA-FILE-UNAVAILABLE
018748        MOVE "NOFL" TO WS-AUDIT-EVENT
018750     END-IF
018752
018754     DISPLAY "DUPREVW: OPERATOR " WS-SUPERVISOR-ID
018756        " IS NOT AUTHORIZED TO REVIEW DUPLICATES ("
018758        WS-AUDIT-EVENT ")"
018760     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
018762     MOVE 8 TO RETURN-CODE
018764     STOP RUN.
018766 1030-EXIT.
018768     EXIT.
018800
018900*================================================================
019000* 2000-REVIEW-ONE - one flagged pair per iteration.  Once the
034700 5000-EXIT.
034800     EXIT.
034900
034902*================================================================
034904* 8500-WRITE-REFUSAL - DUPREVW keeps its own worked-item
034906* trail, so AUDITLOG is opened only to record a refused
034908* operator, in the entry shape OBTAININPUT and SIGNOUT use,
034910* with the reason in AUD-EVENT-CODE.
034912*================================================================
034914 8500-WRITE-REFUSAL.
034916     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
034918     IF WS-TERMINAL-ID = SPACES
034920        MOVE "LOCAL" TO WS-TERMINAL-ID
034922     END-IF
034924     MOVE SPACE TO WS-STATION-X
034926     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
034928     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
034930        MOVE "1" TO WS-STATION-X
034932     END-IF
034934
034936     OPEN EXTEND AUDIT-LOG
034938     IF WS-AUD-FILE-NOT-FOUND
034940        OPEN OUTPUT AUDIT-LOG
034942        CLOSE AUDIT-LOG
034944        OPEN EXTEND AUDIT-LOG
034946     END-IF
034948     ACCEPT WS-RUN-TIME FROM TIME
034950     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
034952     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
034954     MOVE "DUPREVW"           TO AUD-PROGRAM-ID
034956     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
034958     MOVE WS-SUPERVISOR-ID    TO AUD-OPERATOR-ID
034960     MOVE SPACES              TO AUD-NAME-CAPTURED
034962     MOVE WS-STATION-X        TO AUD-STATION-ID
034964     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
034966     WRITE AUDIT-LOG-REC
034968     CLOSE AUDIT-LOG
034970 8500-EXIT.
034972     EXIT.
034974
035000*================================================================
035100* 9000-TERMINATE
035200*================================================================
