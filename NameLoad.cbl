005803* 2026-09-02  WM   Stop the run (RC 8) when the 4-digit daily
005804*                  ID sequence is spent instead of letting
005805*                  the edited field wrap into duplicate keys.
005815* 2026-10-15  WM   Enforce the acknowledgments PURPCODE now
005825*                  requires per purpose: an entry whose visitor
005835*                  has no current signature on the ACKNOWL file
005845*                  for each one is rejected with the new ACKN
005855*                  reason instead of reaching VISITOR-MASTER.
005865*================================================================
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
012700         ORGANIZATION IS SEQUENTIAL
012800         ACCESS MODE IS SEQUENTIAL
012900         FILE STATUS IS WS-TOT-STATUS.
012910
012920     SELECT ACK-FILE ASSIGN TO "ACKNOWL"
012930         ORGANIZATION IS INDEXED
012940         ACCESS MODE IS RANDOM
012950         RECORD KEY IS ACK-KEY
012960         FILE STATUS IS WS-ACK-STATUS.
013000
013100 DATA DIVISION.
013200 FILE SECTION.
017400
017500 FD  LOAD-TOTALS-FILE.
017600     COPY TOTSREC.
017610
017620 FD  ACK-FILE.
017630     COPY ACKREC.
017700
017800 WORKING-STORAGE SECTION.
017900*----------------------------------------------------------------
023330     88  WS-SCL-OK                   VALUE "00".
023340     88  WS-SCL-AT-END               VALUE "10".
023350     88  WS-SCL-FILE-NOT-FOUND       VALUE "35".
023358
023366 01  WS-ACK-STATUS               PIC X(02).
023374     88  WS-ACK-OK                   VALUE "00".
023382     88  WS-ACK-NOT-FOUND            VALUE "23".
023390     88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
023400
023500*----------------------------------------------------------------
023600* INTAKE WORK RECORD (shared layout with OBTAININPUT)
027540     88  WS-SCL-MATCHED              VALUE "Y".
027550     88  WS-SCL-NOT-MATCHED          VALUE "N".
027560
027563 01  WS-ACK-AVAIL-SWITCH         PIC X(01).
027566     88  WS-ACK-AVAILABLE            VALUE "Y".
027569     88  WS-ACK-NOT-AVAILABLE        VALUE "N".
027572
027575 01  WS-ACK-SWITCH               PIC X(01).
027578     88  WS-ACKS-CURRENT             VALUE "Y".
027581     88  WS-ACK-MISSING              VALUE "N".
027584
027587 01  WS-ACK-PURP-IX              PIC 9(02) COMP.
027590
027600 01  WS-NAME-LEN                 PIC 9(02) COMP VALUE ZERO.
027700 01  WS-NAME-NUM-SWITCH          PIC X(01) VALUE "N".
027800     88  WS-NAME-ALL-NUMERIC         VALUE "Y".
037400        DISPLAY "NAMELOAD: EMPLOYEE MASTER NOT AVAILABLE - "
037500           "HOST VALIDATION SKIPPED THIS RUN"
037600     END-IF
037610
037620     SET WS-ACK-AVAILABLE TO TRUE
037630     OPEN INPUT ACK-FILE
037640     IF NOT WS-ACK-OK
037650        SET WS-ACK-NOT-AVAILABLE TO TRUE
037660        DISPLAY "NAMELOAD: ACKNOWL NOT AVAILABLE - ENTRIES WHOSE "
037670           "PURPOSE NEEDS AN ACKNOWLEDGMENT WILL BE REJECTED"
037680     END-IF
037700
037800     IF WS-RESTART-KEY > ZERO
037900        OPEN EXTEND ARRIVAL-NOTIFY-FILE
045200        MOVE PUR-CODE   TO PT-CODE (PT-COUNT)
045300        MOVE PUR-DESC   TO PT-DESC (PT-COUNT)
045400        MOVE PUR-STATUS TO PT-STATUS (PT-COUNT)
045410        MOVE PUR-REQ-ACKS TO PT-REQ-ACKS (PT-COUNT)
045500     END-IF
045600 1070-EXIT.
045700     EXIT.
064100              WRITE TRANS-REJECT-REC
064200              ADD 1 TO WS-REJECTED-CTR
064300           ELSE
064310              PERFORM 2270-CHECK-ACKNOWLEDGMENTS THRU 2270-EXIT
064320              IF WS-ACK-MISSING
064330                 MOVE TR-TRANS-KEY        TO REJ-TRANS-KEY
064340                 MOVE TR-NAME             TO REJ-NAME
064350                 SET REJ-MISSING-ACK      TO TRUE
064360                 MOVE SPACES              TO REJ-FILE-STATUS
064370                 MOVE WS-RUN-DATE         TO REJ-DATE
064380                 MOVE WS-RUN-TIME         TO REJ-TIME
064385                 WRITE TRANS-REJECT-REC
064390                 ADD 1 TO WS-REJECTED-CTR
064395              ELSE
064400                 SET WS-TRANS-IS-VALID TO TRUE
064410              END-IF
064500           END-IF
064600        END-IF
064700     END-IF
076900 2260-EXIT.
077000     EXIT.
077100
077102*================================================================
077104* 2270-CHECK-ACKNOWLEDGMENTS - every acknowledgment the purpose
077106* code requires (PUR-REQ-ACK) must be on ACKNOWL under the
077108* normalized name and not expired on the load date.  A sign-in
077110* sheet cannot sign anything, so the first one missing rejects
077112* the entry (ACKN); the visitor signs at the desk or the desk
077114* records it in ACKMNT, and FIXREJCT resubmits.  With ACKNOWL
077116* unavailable nothing can be proved, so a purpose that needs an
077118* acknowledgment is rejected the same way; purposes that need
077120* none load as before.
077122*================================================================
077124 2270-CHECK-ACKNOWLEDGMENTS.
077126     SET WS-ACKS-CURRENT TO TRUE
077128     PERFORM 2240-LOOKUP-PURPOSE THRU 2240-EXIT
077130     SUBTRACT 1 FROM PT-IX
077132     MOVE PT-IX TO WS-ACK-PURP-IX
077134     PERFORM 2275-CHECK-ONE-ACK THRU 2275-EXIT
077136         VARYING PT-AX FROM 1 BY 1
077138         UNTIL PT-AX > 3 OR WS-ACK-MISSING
077140 2270-EXIT.
077142     EXIT.
077144
077146 2275-CHECK-ONE-ACK.
077148     IF PT-REQ-ACK (WS-ACK-PURP-IX, PT-AX) = SPACES
077150        GO TO 2275-EXIT
077152     END-IF
077154     IF WS-ACK-NOT-AVAILABLE
077156        SET WS-ACK-MISSING TO TRUE
077158        GO TO 2275-EXIT
077160     END-IF
077162     MOVE VI-NAME TO ACK-VISITOR-NAME
077164     MOVE PT-REQ-ACK (WS-ACK-PURP-IX, PT-AX) TO ACK-DOC-TYPE
077166     READ ACK-FILE
077168         INVALID KEY
077170            SET WS-ACK-MISSING TO TRUE
077172     END-READ
077174     IF WS-ACK-OK
077176        IF ACK-EXPIRY-DATE < WS-RUN-DATE
077178           SET WS-ACK-MISSING TO TRUE
077180        END-IF
077182     ELSE
077184        SET WS-ACK-MISSING TO TRUE
077186     END-IF
077188 2275-EXIT.
077190     EXIT.
077192
077200*================================================================
077300* 2300-CHECK-DUPLICATE - looks the incoming name up on the
077400* VIS-NAME alternate key; a match is flagged to the review list
096800        CLOSE EMPLOYEE-MASTER
096900     END-IF
097000     CLOSE ARRIVAL-NOTIFY-FILE
097010     IF WS-ACK-AVAILABLE
097020        CLOSE ACK-FILE
097030     END-IF
097100     PERFORM 9500-SET-RETURN-CODE THRU 9500-EXIT
097200 9000-EXIT.
097300     EXIT.
