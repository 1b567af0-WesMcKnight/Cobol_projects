003491*                  announced on the report and run summary
003492*                  instead of degrading the multi-terminal
003493*                  check silently.
003503* 2026-10-15  WM   Operator refusals logged by the dialogs
003513*                  (AUD-EVENT-CODE) print as anomalies and no
003523*                  longer count as sign-ins or sign-outs; the
003533*                  event code is carried through the
003543*                  AUDITNEW/AUDITHST split.
003553* 2026-10-15  WM   A GRPCHKIN group-member check-in counts as a
003563*                  sign-in alongside OBTAININ.
003570* 2026-10-15  WM   An intake warning of a high-severity
003577*                  security incident (INCW entry) prints as an
003584*                  anomaly with the arriving name.
003591*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
007000         ==AUD-TERMINAL-ID==  BY ==NEW-TERMINAL-ID==
007100         ==AUD-OPERATOR-ID==  BY ==NEW-OPERATOR-ID==
007110         ==AUD-STATION-ID==   BY ==NEW-STATION-ID==
007120         ==AUD-EVENT-CODE==   BY ==NEW-EVENT-CODE==
007130         ==AUD-EVENT-ACTIVITY== BY ==NEW-EVENT-ACTIVITY==
007140         ==AUD-EVENT-REFUSED== BY ==NEW-EVENT-REFUSED==
007143         ==AUD-EVENT-INCIDENT-WARN==
007146             BY ==NEW-EVENT-INCIDENT-WARN==
007200         ==AUD-NAME-CAPTURED== BY ==NEW-NAME-CAPTURED==.
007300
007400 FD  AUDIT-HIST-FILE.
008000         ==AUD-TERMINAL-ID==  BY ==HST-TERMINAL-ID==
008100         ==AUD-OPERATOR-ID==  BY ==HST-OPERATOR-ID==
008110         ==AUD-STATION-ID==   BY ==HST-STATION-ID==
008120         ==AUD-EVENT-CODE==   BY ==HST-EVENT-CODE==
008130         ==AUD-EVENT-ACTIVITY== BY ==HST-EVENT-ACTIVITY==
008140         ==AUD-EVENT-REFUSED== BY ==HST-EVENT-REFUSED==
008143         ==AUD-EVENT-INCIDENT-WARN==
008146             BY ==HST-EVENT-INCIDENT-WARN==
008200         ==AUD-NAME-CAPTURED== BY ==HST-NAME-CAPTURED==.
008300
008400 FD  AUDIT-RPT
024200     05  ANM-TERMINAL             PIC X(08).
024300     05  FILLER                   PIC X(02) VALUE SPACES.
024400     05  ANM-TEXT                 PIC X(40).
024401
024402 01  WS-REFUSAL-TEXT.
024403     05  FILLER                   PIC X(08) VALUE "REFUSED ".
024404     05  RFT-PROGRAM-ID           PIC X(08).
024405     05  FILLER                   PIC X(02) VALUE ": ".
024406     05  RFT-REASON               PIC X(22).
024410
024420 01  SEEN-FULL-LINE.
024430     05  FILLER                   PIC X(03) VALUE SPACES.
035500*================================================================
035600* 2300-TALLY-ENTRY - finds (or adds) the entry's operator,
035700* terminal and program slots and counts it.  Sign-in is an
035800* OBTAININ or GRPCHKIN (group member) entry, sign-out a
035900* SIGNOUT entry; any other program ID only lands in the
035910* program table.  A refused operator's entry (AUD-EVENT-CODE
035920* set) is neither.
036000*================================================================
036100 2300-TALLY-ENTRY.
036200     PERFORM 2310-FIND-OPER-SLOT THRU 2310-EXIT
036300     IF (AUD-PROGRAM-ID = "OBTAININ" OR "GRPCHKIN")
036310        AND AUD-EVENT-ACTIVITY
036400        ADD 1 TO WS-OPER-IN-CTR (WS-TX)
036500     END-IF
036600     IF AUD-PROGRAM-ID = "SIGNOUT" AND AUD-EVENT-ACTIVITY
036700        ADD 1 TO WS-OPER-OUT-CTR (WS-TX)
036800     END-IF
036900
037000     PERFORM 2320-FIND-TERM-SLOT THRU 2320-EXIT
037100     IF (AUD-PROGRAM-ID = "OBTAININ" OR "GRPCHKIN")
037110        AND AUD-EVENT-ACTIVITY
037200        ADD 1 TO WS-TERM-IN-CTR (WS-TX)
037300     END-IF
037400     IF AUD-PROGRAM-ID = "SIGNOUT" AND AUD-EVENT-ACTIVITY
037500        ADD 1 TO WS-TERM-OUT-CTR (WS-TX)
037600     END-IF
037700
047000     EXIT.
047100
047200*================================================================
047300* 2500-CHECK-ANOMALIES - the two rules compliance asked for,
047310* plus every operator refusal the dialogs logged and every
047320* arrival OBTAININPUT warned of a high-severity incident.  The
047400* triple table prints the multi-terminal line once per new
047500* operator/date/terminal combination, not once per entry.
047600*================================================================
047700 2500-CHECK-ANOMALIES.
047710     IF AUD-EVENT-REFUSED
047720        PERFORM 2550-FORMAT-REFUSAL THRU 2550-EXIT
047730        MOVE WS-REFUSAL-TEXT TO ANM-TEXT
047740        PERFORM 2600-PRINT-ANOMALY THRU 2600-EXIT
047750     END-IF
047751
047752     IF AUD-EVENT-INCIDENT-WARN
047753        MOVE SPACES TO ANM-TEXT
047754        STRING "INCIDENT WARNING: " DELIMITED BY SIZE
047755               AUD-NAME-CAPTURED    DELIMITED BY SIZE
047756               INTO ANM-TEXT
047757        PERFORM 2600-PRINT-ANOMALY THRU 2600-EXIT
047758     END-IF
047760
047800     IF AUD-RUN-TIME < WS-DESK-OPEN-TIME
047900        OR AUD-RUN-TIME > WS-DESK-CLOSE-TIME
048000        MOVE "ACTIVITY OUTSIDE DESK HOURS" TO ANM-TEXT
051590 2520-EXIT.
051591     EXIT.
051600
051604*================================================================
051608* 2550-FORMAT-REFUSAL - spells out the reason code the dialog
051612* put in AUD-EVENT-CODE when it turned the operator away.
051616*================================================================
051620 2550-FORMAT-REFUSAL.
051624     MOVE AUD-PROGRAM-ID TO RFT-PROGRAM-ID
051628     IF AUD-EVENT-CODE = "NOOP"
051632        MOVE "OPERATOR NOT ON FILE" TO RFT-REASON
051636     END-IF
051640     IF AUD-EVENT-CODE = "INAC"
051644        MOVE "OPERATOR INACTIVE" TO RFT-REASON
051648     END-IF
051652     IF AUD-EVENT-CODE = "ROLE"
051656        MOVE "ROLE NOT AUTHORIZED" TO RFT-REASON
051660     END-IF
051664     IF AUD-EVENT-CODE = "NOFL"
051668        MOVE "OPERMAST UNAVAILABLE" TO RFT-REASON
051672     END-IF
051676 2550-EXIT.
051680     EXIT.
051684
051700 2600-PRINT-ANOMALY.
051800     IF WS-LINE-CTR >= WS-MAX-LINES-PER-PAGE
051900        PERFORM 4100-PRINT-HEADERS THRU 4100-EXIT
053600     MOVE AUD-OPERATOR-ID   TO HST-OPERATOR-ID
053700     MOVE AUD-NAME-CAPTURED TO HST-NAME-CAPTURED
053710     MOVE AUD-STATION-ID    TO HST-STATION-ID
053720     MOVE AUD-EVENT-CODE    TO HST-EVENT-CODE
053800     WRITE AUDIT-HIST-REC
053900     ADD 1 TO WS-ARCHIVED-CTR
054000 2700-EXIT.
054800     MOVE AUD-OPERATOR-ID   TO NEW-OPERATOR-ID
054900     MOVE AUD-NAME-CAPTURED TO NEW-NAME-CAPTURED
054910     MOVE AUD-STATION-ID    TO NEW-STATION-ID
054920     MOVE AUD-EVENT-CODE    TO NEW-EVENT-CODE
055000     WRITE AUDIT-CARRY-REC
055100     ADD 1 TO WS-CARRIED-CTR
055200 2800-EXIT.
