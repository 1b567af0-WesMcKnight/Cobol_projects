003990*                  LOAD no longer wipes the first sitting's
003991*                  releases; empty CLRTRAN after the LOAD
003992*                  that consumed it (see above).
004002* 2026-10-15  WM   Only an active security operator on OPERMAST
004012*                  may work SECHOLD - confirm or release.
004022*                  Anyone else is refused through OPERCHK
004032*                  before SECHOLD is opened, and the refusal is
004042*                  written to AUDITLOG.
004052*================================================================
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
006730         ORGANIZATION IS SEQUENTIAL
006740         ACCESS MODE IS SEQUENTIAL
006750         FILE STATUS IS WS-SCL-STATUS.
006758
006766     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
006774         ORGANIZATION IS SEQUENTIAL
006782         ACCESS MODE IS SEQUENTIAL
006790         FILE STATUS IS WS-AUD-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
010220 FD  CLEARANCE-FILE.
010230     COPY SECLREC.
010300
010310 FD  AUDIT-LOG.
010320     COPY AUDITREC.
010330
010400 WORKING-STORAGE SECTION.
010500*----------------------------------------------------------------
010600* FILE STATUS AREAS
012420 01  WS-SCL-STATUS               PIC X(02).
012430     88  WS-SCL-OK                   VALUE "00".
012435     88  WS-SCL-FILE-NOT-FOUND       VALUE "35".
012445
012455 01  WS-AUD-STATUS               PIC X(02).
012465     88  WS-AUD-OK                   VALUE "00".
012475     88  WS-AUD-FILE-NOT-FOUND       VALUE "35".
012500
012600*----------------------------------------------------------------
012700* DIALOG SWITCHES AND WORK AREAS
015000 01  WS-RUN-DATE                 PIC 9(08).
015100 01  WS-RUN-TIME                 PIC 9(08).
015200 01  WS-SUPERVISOR-ID            PIC X(08).
015210
015220*----------------------------------------------------------------
015230* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK AND THE
015240* AUDIT FIELDS A REFUSAL IS LOGGED WITH
015250*----------------------------------------------------------------
015260 COPY OPERAUTH.
015270 01  WS-TERMINAL-ID              PIC X(08).
015280 01  WS-STATION-X                PIC X(01).
015290 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
015300
015400*----------------------------------------------------------------
015500* COUNTERS AND KEY GENERATION
018800     IF WS-SUPERVISOR-ID = SPACES
018900        MOVE "UNKNOWN" TO WS-SUPERVISOR-ID
019000     END-IF
019010     PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
019100
019200     OPEN INPUT SECURITY-HOLD-FILE
019300     IF WS-SH-FILE-NOT-FOUND
021198 1110-EXIT.
021199     EXIT.
021200
021202*================================================================
021204* 1200-CHECK-OPERATOR - the signed-on operator must be on
021206* OPERMAST, active, and security: only security confirms or
021208* releases a SECHOLD item.  Anyone else is refused before
021210* SECHOLD is opened; the refusal goes to AUDITLOG and the run
021212* ends.
021214*================================================================
021216 1200-CHECK-OPERATOR.
021218     MOVE WS-SUPERVISOR-ID TO OA-OPERATOR-ID
021220     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
021222     IF OA-OPERATOR-ACTIVE
021224        IF OA-ROLE-SECURITY
021226           GO TO 1200-EXIT
021228        END-IF
021230        MOVE "ROLE" TO WS-AUDIT-EVENT
021232     END-IF
021234     IF OA-OPERATOR-INACTIVE
021236        MOVE "INAC" TO WS-AUDIT-EVENT
021238     END-IF
021240     IF OA-OPERATOR-NOT-ON-FILE
021242        MOVE "NOOP" TO WS-AUDIT-EVENT
021244     END-IF
021246     IF OA-FILE-UNAVAILABLE
021248        MOVE "NOFL" TO WS-AUDIT-EVENT
021250     END-IF
021252
021254     DISPLAY "SECREVW: OPERATOR " WS-SUPERVISOR-ID
021256        " IS NOT AUTHORIZED TO WORK SECURITY HOLDS ("
021258        WS-AUDIT-EVENT ")"
021260     PERFORM 8500-WRITE-REFUSAL THRU 8500-EXIT
021262     MOVE 8 TO RETURN-CODE
021264     STOP RUN.
021266 1200-EXIT.
021268     EXIT.
021270
021300*================================================================
021400* 2000-REVIEW-ONE - one hold per iteration.  Once security keys
021500* X, everything still unread drains straight to the pending
039700 5000-EXIT.
039800     EXIT.
039900
039902*================================================================
039904* 8500-WRITE-REFUSAL - SECREVW keeps its own worked-item
039906* trail, so AUDITLOG is opened only to record a refused
039908* operator, in the entry shape OBTAININPUT and SIGNOUT use,
039910* with the reason in AUD-EVENT-CODE.
039912*================================================================
039914 8500-WRITE-REFUSAL.
039916     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
039918     IF WS-TERMINAL-ID = SPACES
039920        MOVE "LOCAL" TO WS-TERMINAL-ID
039922     END-IF
039924     MOVE SPACE TO WS-STATION-X
039926     ACCEPT WS-STATION-X FROM ENVIRONMENT "DESKID"
039928     IF WS-STATION-X NOT NUMERIC OR WS-STATION-X = "0"
039930        MOVE "1" TO WS-STATION-X
039932     END-IF
039934
039936     OPEN EXTEND AUDIT-LOG
039938     IF WS-AUD-FILE-NOT-FOUND
039940        OPEN OUTPUT AUDIT-LOG
039942        CLOSE AUDIT-LOG
039944        OPEN EXTEND AUDIT-LOG
039946     END-IF
039948     ACCEPT WS-RUN-TIME FROM TIME
039950     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
039952     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
039954     MOVE "SECREVW"           TO AUD-PROGRAM-ID
039956     MOVE WS-TERMINAL-ID      TO AUD-TERMINAL-ID
039958     MOVE WS-SUPERVISOR-ID    TO AUD-OPERATOR-ID
039960     MOVE SPACES              TO AUD-NAME-CAPTURED
039962     MOVE WS-STATION-X        TO AUD-STATION-ID
039964     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
039966     WRITE AUDIT-LOG-REC
039968     CLOSE AUDIT-LOG
039970 8500-EXIT.
039972     EXIT.
039974
040000*================================================================
040100* 9000-TERMINATE
040200*================================================================
