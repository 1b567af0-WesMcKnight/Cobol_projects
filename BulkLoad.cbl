005303* 2026-09-02  WM   Stop the run (RC 8) when the 4-digit daily
005304*                  ID sequence is spent instead of letting
005305*                  the edited field wrap into duplicate keys.
005315* 2026-10-15  WM   Enforce the acknowledgments PURPCODE now
005325*                  requires per purpose: an entry whose visitor
005335*                  has no current signature on the ACKNOWL file
005345*                  for each one is rejected with the new ACKN
005355*                  reason instead of reaching VISITOR-MASTER.
005365*================================================================
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
012400         ORGANIZATION IS SEQUENTIAL
012500         ACCESS MODE IS SEQUENTIAL
012600         FILE STATUS IS WS-TOT-STATUS.
012610
012620     SELECT ACK-FILE ASSIGN TO "ACKNOWL"
012630         ORGANIZATION IS INDEXED
012640         ACCESS MODE IS RANDOM
012650         RECORD KEY IS ACK-KEY
012660         FILE STATUS IS WS-ACK-STATUS.
012700
012800 DATA DIVISION.
012900 FILE SECTION.
018600
018700 FD  LOAD-TOTALS-FILE.
018800     COPY TOTSREC.
018810
018820 FD  ACK-FILE.
018830     COPY ACKREC.
018900
019000 WORKING-STORAGE SECTION.
019100*----------------------------------------------------------------
024130     88  WS-SCL-OK                   VALUE "00".
024140     88  WS-SCL-AT-END               VALUE "10".
024150     88  WS-SCL-FILE-NOT-FOUND       VALUE "35".
024158
024166 01  WS-ACK-STATUS               PIC X(02).
024174     88  WS-ACK-OK                   VALUE "00".
024182     88  WS-ACK-NOT-FOUND            VALUE "23".
024190     88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
024200
024300*----------------------------------------------------------------
024400* INTAKE WORK RECORD (shared layout with OBTAININPUT/NAMELOAD)
028340     88  WS-SCL-MATCHED              VALUE "Y".
028350     88  WS-SCL-NOT-MATCHED          VALUE "N".
028360
028363 01  WS-ACK-AVAIL-SWITCH         PIC X(01).
028366     88  WS-ACK-AVAILABLE            VALUE "Y".
028369     88  WS-ACK-NOT-AVAILABLE        VALUE "N".
028372
028375 01  WS-ACK-SWITCH               PIC X(01).
028378     88  WS-ACKS-CURRENT             VALUE "Y".
028381     88  WS-ACK-MISSING              VALUE "N".
028384
028387 01  WS-ACK-PURP-IX              PIC 9(02) COMP.
028390
028400 01  WS-NAME-LEN                 PIC 9(02) COMP VALUE ZERO.
028500 01  WS-NAME-NUM-SWITCH          PIC X(01) VALUE "N".
028600     88  WS-NAME-ALL-NUMERIC         VALUE "Y".
038000        DISPLAY "BULKLOAD: EMPLOYEE MASTER NOT AVAILABLE - "
038100           "HOST VALIDATION SKIPPED THIS RUN"
038200     END-IF
038210
038220     SET WS-ACK-AVAILABLE TO TRUE
038230     OPEN INPUT ACK-FILE
038240     IF NOT WS-ACK-OK
038250        SET WS-ACK-NOT-AVAILABLE TO TRUE
038260        DISPLAY "BULKLOAD: ACKNOWL NOT AVAILABLE - ENTRIES WHOSE "
038270           "PURPOSE NEEDS AN ACKNOWLEDGMENT WILL BE REJECTED"
038280     END-IF
038300
038400     OPEN OUTPUT ARRIVAL-NOTIFY-FILE
038500 
045300        MOVE PUR-CODE   TO PT-CODE (PT-COUNT)
045400        MOVE PUR-DESC   TO PT-DESC (PT-COUNT)
045500        MOVE PUR-STATUS TO PT-STATUS (PT-COUNT)
045510        MOVE PUR-REQ-ACKS TO PT-REQ-ACKS (PT-COUNT)
045600     END-IF
045700 1070-EXIT.
045800     EXIT.
055600              WRITE TRANS-REJECT-REC
055700              ADD 1 TO WS-REJECTED-CTR
055800           ELSE
055810              PERFORM 2270-CHECK-ACKNOWLEDGMENTS THRU 2270-EXIT
055820              IF WS-ACK-MISSING
055830                 MOVE ST-TRANS-KEY        TO REJ-TRANS-KEY
055840                 MOVE ST-NAME             TO REJ-NAME
055850                 SET REJ-MISSING-ACK      TO TRUE
055860                 MOVE SPACES              TO REJ-FILE-STATUS
055870                 MOVE WS-RUN-DATE         TO REJ-DATE
055880                 MOVE WS-RUN-TIME         TO REJ-TIME
055885                 WRITE TRANS-REJECT-REC
055890                 ADD 1 TO WS-REJECTED-CTR
055895              ELSE
055900                 SET WS-TRANS-IS-VALID TO TRUE
055910              END-IF
056000           END-IF
056100        END-IF
056200     END-IF
068500 2260-EXIT.
068600     EXIT.
068700
068702*================================================================
068704* 2270-CHECK-ACKNOWLEDGMENTS - every acknowledgment the purpose
068706* code requires (PUR-REQ-ACK) must be on ACKNOWL under the
068708* normalized name and not expired on the load date.  A sign-in
068710* sheet cannot sign anything, so the first one missing rejects
068712* the entry (ACKN); the visitor signs at the desk or the desk
068714* records it in ACKMNT, and FIXREJCT resubmits.  With ACKNOWL
068716* unavailable nothing can be proved, so a purpose that needs an
068718* acknowledgment is rejected the same way; purposes that need
068720* none load as before.
068722*================================================================
068724 2270-CHECK-ACKNOWLEDGMENTS.
068726     SET WS-ACKS-CURRENT TO TRUE
068728     PERFORM 2240-LOOKUP-PURPOSE THRU 2240-EXIT
068730     SUBTRACT 1 FROM PT-IX
068732     MOVE PT-IX TO WS-ACK-PURP-IX
068734     PERFORM 2275-CHECK-ONE-ACK THRU 2275-EXIT
068736         VARYING PT-AX FROM 1 BY 1
068738         UNTIL PT-AX > 3 OR WS-ACK-MISSING
068740 2270-EXIT.
068742     EXIT.
068744
068746 2275-CHECK-ONE-ACK.
068748     IF PT-REQ-ACK (WS-ACK-PURP-IX, PT-AX) = SPACES
068750        GO TO 2275-EXIT
068752     END-IF
068754     IF WS-ACK-NOT-AVAILABLE
068756        SET WS-ACK-MISSING TO TRUE
068758        GO TO 2275-EXIT
068760     END-IF
068762     MOVE VI-NAME TO ACK-VISITOR-NAME
068764     MOVE PT-REQ-ACK (WS-ACK-PURP-IX, PT-AX) TO ACK-DOC-TYPE
068766     READ ACK-FILE
068768         INVALID KEY
068770            SET WS-ACK-MISSING TO TRUE
068772     END-READ
068774     IF WS-ACK-OK
068776        IF ACK-EXPIRY-DATE < WS-RUN-DATE
068778           SET WS-ACK-MISSING TO TRUE
068780        END-IF
068782     ELSE
068784        SET WS-ACK-MISSING TO TRUE
068786     END-IF
068788 2275-EXIT.
068790     EXIT.
068792
068800*================================================================
068900* 2300-CHECK-DUPLICATE - looks the incoming name up on the
069000* VIS-NAME alternate key, same as NAMELOAD.  This is still one
087000        CLOSE EMPLOYEE-MASTER
087100     END-IF
087200     CLOSE ARRIVAL-NOTIFY-FILE
087210     IF WS-ACK-AVAILABLE
087220        CLOSE ACK-FILE
087230     END-IF
087300 9000-EXIT.
087400     EXIT.
087500 
