002120*                  so the overnight STALECLS sweep's auto-closed
002130*                  records are visible on the daily log and are
002140*                  not mistaken for desk sign-outs.
002145* 2026-10-15  WM   Print XFERRED for a visit XFERVIS closed
002150*                  because the visitor was walked to another
002155*                  site.
002170*================================================================
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
027140        IF VIS-STATUS-EXPIRED
027150           MOVE "EXPIRED"      TO DTL-STATUS
027160        ELSE
027162           IF VIS-STATUS-TRANSFERRED
027164              MOVE "XFERRED"   TO DTL-STATUS
027166           ELSE
027170              MOVE "CLOSED"    TO DTL-STATUS
027175           END-IF
027180        END-IF
027190     END-IF
027200     WRITE RPT-LINE FROM DTL-LINE
