002000* MODIFICATION HISTORY
002100*
002200* 2026-09-02  WM   Original.
002210* 2026-10-15  WM   Passes HOSTIMPT suspended (host left) are
002220*                  counted on their own total line and kept off
002230*                  the renewal list - a suspended pass needs a new
002240*                  host, not a renewal.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007800 01  WS-EXPIRED-CTR              PIC 9(07) COMP VALUE ZERO.
007900 01  WS-EXPIRING-CTR             PIC 9(07) COMP VALUE ZERO.
008000 01  WS-REVOKED-CTR              PIC 9(07) COMP VALUE ZERO.
008010 01  WS-SUSPENDED-CTR            PIC 9(07) COMP VALUE ZERO.
008100
008200*----------------------------------------------------------------
008300* REPORT LINE LAYOUTS
018800     IF PAS-REVOKED
018900        ADD 1 TO WS-REVOKED-CTR
019000     ELSE
019010        IF PAS-SUSPENDED
019020           ADD 1 TO WS-SUSPENDED-CTR
019030        ELSE
019100           IF PAS-VALID-THRU NOT > WS-WARN-DATE
019200              IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
019300                 PERFORM 2200-PRINT-HEADERS THRU 2200-EXIT
019400              END-IF
019500              PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
019600           END-IF
019610        END-IF
019700     END-IF
019800     PERFORM 2100-READ-PASS THRU 2100-EXIT
019900 2000-EXIT.
026200     MOVE "PASSES ALREADY LAPSED ...." TO TOT-LABEL
026300     MOVE WS-EXPIRED-CTR TO TOT-VALUE
026400     WRITE RPT-LINE FROM TOTAL-LINE
026410     MOVE "PASSES SUSPENDED (HOST) .." TO TOT-LABEL
026420     MOVE WS-SUSPENDED-CTR TO TOT-VALUE
026430     WRITE RPT-LINE FROM TOTAL-LINE
026500     MOVE "PASSES ON FILE ..........." TO TOT-LABEL
026600     MOVE WS-READ-CTR TO TOT-VALUE
026700     WRITE RPT-LINE FROM TOTAL-LINE
