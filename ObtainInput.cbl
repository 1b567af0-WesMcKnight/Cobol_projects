004826*                  letting the edited field wrap into
004827*                  duplicate keys; same guard on the pass-ID
004828*                  sequence, which just declines the pass.
004829* 2026-10-15  WM   Refuse an operator who is not enrolled and
004830*                  active on OPERMAST with a desk-capable role
004831*                  (desk, supervisor or security), checked
004832*                  through OPERCHK before any intake starts.
004833*                  A refusal is written to AUDITLOG with the
004834*                  reason in AUD-EVENT-CODE and the run ends.
004835*                  TERMID/USER are now read once at startup.
004836* 2026-10-15  WM   A pass HOSTIMPT suspended because its host
004837*                  left is refused with its own message, so the
004838*                  desk sends the contractor to get a new host
004839*                  rather than treating it as a revocation.
004840* 2026-10-15  WM   Record the visitor's vehicle at intake: plate
004841*                  (through the shared PLATENRM routine), state
004842*                  and the lot the desk assigns go on the new
004843*                  VEHICLE file keyed by visitor ID.  Lot codes
004844*                  are checked against the site's PARKLOTS
004845*                  capacity file, and the desk is warned when
004846*                  the lot already holds as many parked cars as
004847*                  it has visitor spaces.  Either file missing
004848*                  skips that part with a warning.
004849* 2026-10-15  WM   Purposes that need a signed safety briefing
004850*                  or NDA (PURPCODE PUR-REQ-ACK) are checked
004851*                  against the company-wide ACKNOWL file; a
004852*                  missing or lapsed one is signed and recorded
004853*                  at the desk or the intake is stopped.
004854* 2026-10-15  WM   Warn the desk when the arriving name has a
004855*                  high-severity incident on the company-wide
004856*                  INCIDENT file dated within the last year.  The
004857*                  intake goes on; the warning is written to
004858*                  AUDITLOG as its own INCW entry, after the
004859*                  intake entry.  No INCIDENT file skips the
004860*                  check with a message.
004861* 2026-10-15  WM   An intake stopped at the acknowledgment check
004862*                  leaves nothing behind: the EXPECTVS appointment
004863*                  is marked matched, the DUPLIST entry written
004864*                  and the INCW entry logged only once the master
004865*                  record is on file.
004866*================================================================
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
010478         ORGANIZATION IS SEQUENTIAL
010479         ACCESS MODE IS SEQUENTIAL
010480         FILE STATUS IS WS-PCT-STATUS.
010481
010482     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
010483         ORGANIZATION IS INDEXED
010484         ACCESS MODE IS DYNAMIC
010485         RECORD KEY IS VEH-VISITOR-ID
010486         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
010487         FILE STATUS IS WS-VEH-STATUS.
010488
010489     SELECT PARKING-LOT-FILE ASSIGN TO "PARKLOTS"
010490         ORGANIZATION IS SEQUENTIAL
010491         ACCESS MODE IS SEQUENTIAL
010492         FILE STATUS IS WS-LOT-STATUS.
010493
010494     SELECT ACK-FILE ASSIGN TO "ACKNOWL"
010495         ORGANIZATION IS INDEXED
010496         ACCESS MODE IS RANDOM
010497         RECORD KEY IS ACK-KEY
010498         FILE STATUS IS WS-ACK-STATUS.
010500
010510     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
010520         ORGANIZATION IS INDEXED
010530         ACCESS MODE IS DYNAMIC
010540         RECORD KEY IS INC-NUMBER
010550         ALTERNATE RECORD KEY IS INC-VISITOR-NAME WITH DUPLICATES
010560         FILE STATUS IS WS-INC-STATUS.
010570
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  VISITOR-MASTER.
013691         ==VISITOR-CTRL-REC== BY ==PASS-CTRL-REC==
013692         ==VCTL-LAST-DATE==   BY ==PCTL-LAST-DATE==
013693         ==VCTL-LAST-SEQ==    BY ==PCTL-LAST-SEQ==.
013694
013695 FD  VEHICLE-FILE.
013696     COPY VEHREC.
013697
013698 FD  PARKING-LOT-FILE.
013699     COPY LOTREC.
013700
013710 FD  ACK-FILE.
013720     COPY ACKREC.
013730
013740 FD  INCIDENT-FILE.
013750     COPY INCDREC.
013760
013800 WORKING-STORAGE SECTION.
013900*----------------------------------------------------------------
014000* FILE STATUS AREAS
018594     88  WS-PCT-OK                   VALUE "00".
018595     88  WS-PCT-FILE-NOT-FOUND       VALUE "35".
018600
018610 01  WS-VEH-STATUS               PIC X(02).
018620     88  WS-VEH-OK                   VALUE "00".
018630     88  WS-VEH-FILE-NOT-FOUND       VALUE "35".
018640
018650 01  WS-LOT-STATUS               PIC X(02).
018660     88  WS-LOT-OK                   VALUE "00".
018670     88  WS-LOT-FILE-NOT-FOUND       VALUE "35".
018680
018683 01  WS-ACK-STATUS               PIC X(02).
018686     88  WS-ACK-OK                   VALUE "00".
018689     88  WS-ACK-NOT-FOUND            VALUE "23".
018692     88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
018693
018694 01  WS-INC-STATUS               PIC X(02).
018695     88  WS-INC-OK                   VALUE "00".
018696     88  WS-INC-FILE-NOT-FOUND       VALUE "35".
018697
018700*----------------------------------------------------------------
018800* INTAKE WORK RECORD
018900*----------------------------------------------------------------
020500 01  WS-DUP-SWITCH               PIC X(01).
020600     88  WS-DUP-FOUND                VALUE "Y".
020700     88  WS-DUP-NOT-FOUND             VALUE "N".
020710 01  WS-DUP-EXIST-VISITOR-ID     PIC 9(13).
020720 01  WS-DUP-EXIST-ENTRY-DATE     PIC 9(08).
020800
020900 01  WS-WL-SWITCH                PIC X(01).
021000     88  WS-WL-HIT                   VALUE "Y".
022500 01  WS-PREG-SWITCH              PIC X(01).
022600     88  WS-PREG-MATCHED             VALUE "Y".
022700     88  WS-PREG-NOT-MATCHED         VALUE "N".
022710 01  WS-PREG-PASS-SWITCH         PIC X(01) VALUE "F".
022720     88  WS-PREG-FINDING             VALUE "F".
022730     88  WS-PREG-MARKING             VALUE "M".
022800
022900 01  WS-EXP-EOF-SWITCH           PIC X(01).
023000     88  WS-END-OF-EXPECTED          VALUE "Y".
023500     88  WS-NAME-ALL-NUMERIC         VALUE "Y".
023600     88  WS-NAME-NOT-ALL-NUMERIC     VALUE "N".
023700
023703*----------------------------------------------------------------
023706* SAFETY BRIEFING / NDA ACKNOWLEDGMENT WORK AREAS
023709*----------------------------------------------------------------
023712 01  WS-ACK-AVAIL-SWITCH         PIC X(01).
023715     88  WS-ACK-AVAILABLE            VALUE "Y".
023718     88  WS-ACK-NOT-AVAILABLE        VALUE "N".
023721
023724 01  WS-ACK-SWITCH               PIC X(01) VALUE "Y".
023727     88  WS-ACKS-CURRENT             VALUE "Y".
023730     88  WS-ACK-MISSING              VALUE "N".
023733
023736 01  WS-ACK-ONFILE-SWITCH        PIC X(01).
023739     88  WS-ACK-ON-FILE              VALUE "Y".
023742     88  WS-ACK-NOT-ON-FILE          VALUE "N".
023745
023748 01  WS-ACK-DONE-SWITCH          PIC X(01).
023751     88  WS-ACK-DONE                 VALUE "Y".
023754     88  WS-ACK-NOT-DONE             VALUE "N".
023757
023760 01  WS-ACK-PURP-IX              PIC 9(02) COMP VALUE ZERO.
023763 01  WS-ACK-DOC                  PIC X(04).
023766 01  WS-ACK-VERSION-ANSWER       PIC X(06).
023769     88  WS-ACK-VERSION-BLANK        VALUE SPACES.
023772 01  WS-ACK-EXPIRY-ANSWER        PIC X(08).
023775     88  WS-ACK-EXPIRY-BLANK         VALUE SPACES.
023778 01  WS-ACK-EXPIRY               PIC 9(08).
023781 01  WS-ACK-EXPIRY-R REDEFINES WS-ACK-EXPIRY.
023784     05  WS-ACK-EXPIRY-YYYY      PIC 9(04).
023787     05  WS-ACK-EXPIRY-MMDD      PIC 9(04).
023790 01  WS-ACK-DEFAULT-EXPIRY       PIC 9(08).
023793
023800*----------------------------------------------------------------
023900* AUDIT TRAIL WORK AREAS
024000*----------------------------------------------------------------
024100 01  WS-TERMINAL-ID              PIC X(08).
024200 01  WS-OPERATOR-ID              PIC X(08).
024210 01  WS-AUDIT-EVENT              PIC X(04) VALUE SPACES.
024212 01  WS-INC-WARN-SWITCH          PIC X(01) VALUE "N".
024214     88  WS-INC-WARNED               VALUE "Y".
024216     88  WS-INC-NOT-WARNED           VALUE "N".
024217 01  WS-VISIT-WRITTEN-SWITCH     PIC X(01) VALUE "N".
024218     88  WS-VISIT-WRITTEN            VALUE "Y".
024219     88  WS-VISIT-NOT-WRITTEN        VALUE "N".
024220
024230*----------------------------------------------------------------
024240* OPERATOR AUTHORIZATION - OPERCHK PARAMETER BLOCK
024250*----------------------------------------------------------------
024260 COPY OPERAUTH.
024300 
024310*----------------------------------------------------------------
024320* MULTI-DAY PASS WORK AREAS
024348 01  WS-PASS-SEQ                 PIC 9(05) COMP VALUE ZERO.
024349 01  WS-PASS-SEQ-ED              PIC 9(04).
024350
024351*----------------------------------------------------------------
024352* VEHICLE AND PARKING WORK AREAS
024353*----------------------------------------------------------------
024354 COPY LOTTABL.
024355
024356 01  WS-VEH-AVAIL-SWITCH         PIC X(01).
024357     88  WS-VEH-AVAILABLE            VALUE "Y".
024358     88  WS-VEH-NOT-AVAILABLE        VALUE "N".
024359
024360 01  WS-LOT-AVAIL-SWITCH         PIC X(01).
024361     88  WS-LOT-AVAILABLE            VALUE "Y".
024362     88  WS-LOT-NOT-AVAILABLE        VALUE "N".
024363
024364 01  WS-VEH-SWITCH               PIC X(01) VALUE "N".
024365     88  WS-VEH-TO-RECORD            VALUE "Y".
024366     88  WS-VEH-NOT-TO-RECORD        VALUE "N".
024367
024368 01  WS-LOT-DONE-SWITCH          PIC X(01).
024369     88  WS-LOT-DONE                 VALUE "Y".
024370     88  WS-LOT-NOT-DONE             VALUE "N".
024371
024372 01  WS-VEH-EOF-SWITCH           PIC X(01).
024373     88  WS-END-OF-VEHICLES          VALUE "Y".
024374     88  WS-NOT-END-OF-VEHICLES      VALUE "N".
024375
024376 01  WS-PLATE-ANSWER             PIC X(10).
024377     88  WS-PLATE-ANSWER-BLANK       VALUE SPACES.
024378 01  WS-VEH-PLATE                PIC X(10).
024379 01  WS-VEH-STATE                PIC X(02).
024380 01  WS-VEH-LOT                  PIC X(04).
024381 01  WS-LOOKUP-LOT               PIC X(04).
024382
024383*----------------------------------------------------------------
024384* SECURITY INCIDENT CHECK WORK AREAS
024385*----------------------------------------------------------------
024386 01  WS-INC-AVAIL-SWITCH         PIC X(01).
024387     88  WS-INC-AVAILABLE            VALUE "Y".
024388     88  WS-INC-NOT-AVAILABLE        VALUE "N".
024389
024390 01  WS-INC-CUTOFF               PIC 9(08).
024391 01  WS-INC-CUTOFF-R REDEFINES WS-INC-CUTOFF.
024392     05  WS-INC-CUTOFF-YYYY      PIC 9(04).
024393     05  WS-INC-CUTOFF-MMDD      PIC 9(04).
024394 01  WS-INC-HIGH-CTR             PIC 9(03) COMP.
024395 01  WS-INC-EOF-SWITCH           PIC X(01).
024396     88  WS-END-OF-INCIDENTS         VALUE "Y".
024397     88  WS-NOT-END-OF-INCIDENTS     VALUE "N".
024398
024400 PROCEDURE DIVISION.
024500*================================================================
024600* 0000-MAINLINE
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025000     PERFORM 0100-START-HERE THRU 0100-EXIT
025100     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
025110     IF WS-INC-WARNED AND WS-VISIT-WRITTEN
025120        MOVE "INCW" TO WS-AUDIT-EVENT
025130        PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
025140     END-IF
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT
025300     STOP RUN.
025400 
027500        CLOSE AUDIT-LOG
027600        OPEN EXTEND AUDIT-LOG
027700     END-IF
027710     PERFORM 1030-CHECK-OPERATOR THRU 1030-EXIT
027800
027900     OPEN EXTEND DUP-REVIEW-FILE
028000     IF WS-DUP-FILE-NOT-FOUND
031598
031600     PERFORM 1050-READ-VISITOR-CTRL THRU 1050-EXIT
031700     PERFORM 1060-LOAD-PURPOSE-TABLE THRU 1060-EXIT
031710     PERFORM 1075-OPEN-VEHICLE-FILE THRU 1075-EXIT
031715     PERFORM 1065-OPEN-ACK-FILE THRU 1065-EXIT
031717     PERFORM 1055-OPEN-INCIDENT-FILE THRU 1055-EXIT
031720     PERFORM 1080-LOAD-LOT-TABLE THRU 1080-EXIT
031800 1000-EXIT.
031900     EXIT.
031901
031902*================================================================
031903* 1030-CHECK-OPERATOR - the signed-on operator must be on
031904* OPERMAST, active, and a desk, supervisor or security role.
031905* Anyone else is refused before a single intake prompt: the
031906* refusal goes to AUDITLOG with its reason and the run ends
031907* with nothing else opened.
031908*================================================================
031909 1030-CHECK-OPERATOR.
031910     ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMID"
031911     IF WS-TERMINAL-ID = SPACES
031912        MOVE "LOCAL" TO WS-TERMINAL-ID
031913     END-IF
031914     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
031915     IF WS-OPERATOR-ID = SPACES
031916        MOVE "UNKNOWN" TO WS-OPERATOR-ID
031917     END-IF
031918
031919     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
031920     CALL "OPERCHK" USING OPERATOR-AUTH-AREA
031921     IF OA-OPERATOR-ACTIVE
031922        IF OA-ROLE-DESK OR OA-ROLE-SUPERVISOR
031923           OR OA-ROLE-SECURITY
031924           GO TO 1030-EXIT
031925        END-IF
031926        MOVE "ROLE" TO WS-AUDIT-EVENT
031927     END-IF
031928     IF OA-OPERATOR-INACTIVE
031929        MOVE "INAC" TO WS-AUDIT-EVENT
031930     END-IF
031931     IF OA-OPERATOR-NOT-ON-FILE
031932        MOVE "NOOP" TO WS-AUDIT-EVENT
031933     END-IF
031934     IF OA-FILE-UNAVAILABLE
031935        MOVE "NOFL" TO WS-AUDIT-EVENT
031936     END-IF
031937
031938     DISPLAY "*** OPERATOR " WS-OPERATOR-ID
031939        " IS NOT AUTHORIZED TO SIGN VISITORS IN ("
031940        WS-AUDIT-EVENT ") ***"
031941     MOVE SPACES TO VI-NAME
031942     PERFORM 8000-WRITE-AUDIT-ENTRY THRU 8000-EXIT
031943     CLOSE VISITOR-MASTER
031944     CLOSE AUDIT-LOG
031945     MOVE 8 TO RETURN-CODE
031946     STOP RUN.
031947 1030-EXIT.
031948     EXIT.
032000
032010*================================================================
032020* 1040-GET-STATION-ID - the DESKID setting names this desk
034600 1050-EXIT.
034700     EXIT.
034800
034804*================================================================
034808* 1055-OPEN-INCIDENT-FILE - the company-wide INCIDENT file INCMNT
034812* keeps, read only to warn the desk.  Without it the intake
034816* carries on unchecked with a message.  A high-severity
034820* incident is warned about for a year after the incident date.
034824*================================================================
034828 1055-OPEN-INCIDENT-FILE.
034832     SET WS-INC-AVAILABLE TO TRUE
034836     OPEN INPUT INCIDENT-FILE
034840     IF NOT WS-INC-OK
034844        SET WS-INC-NOT-AVAILABLE TO TRUE
034848        DISPLAY "*** INCIDENT FILE NOT AVAILABLE - INCIDENT "
034852           "CHECK SKIPPED THIS RUN ***"
034856     END-IF
034860     MOVE WS-RUN-DATE TO WS-INC-CUTOFF
034864     SUBTRACT 1 FROM WS-INC-CUTOFF-YYYY
034868     IF WS-INC-CUTOFF-MMDD = 0229
034872        MOVE 0228 TO WS-INC-CUTOFF-MMDD
034876     END-IF
034880 1055-EXIT.
034884     EXIT.
034888
034900*================================================================
035000* 1060-LOAD-PURPOSE-TABLE - loads the PURPCODE reference file
035100* into the PURPTABL table.  Without it nothing can be validated,
037000 1060-EXIT.
037100     EXIT.
037200
037204*================================================================
037208* 1065-OPEN-ACK-FILE - the company-wide acknowledgment file,
037212* created empty the first time like the vehicle file.  Without
037216* it no acknowledgment can be shown or recorded, so an intake
037220* whose purpose needs one is stopped rather than let through.
037224*================================================================
037228 1065-OPEN-ACK-FILE.
037232     SET WS-ACK-AVAILABLE TO TRUE
037236     OPEN I-O ACK-FILE
037240     IF WS-ACK-FILE-NOT-FOUND
037244        OPEN OUTPUT ACK-FILE
037248        CLOSE ACK-FILE
037252        OPEN I-O ACK-FILE
037256     END-IF
037260     IF NOT WS-ACK-OK
037264        SET WS-ACK-NOT-AVAILABLE TO TRUE
037268        DISPLAY "*** ACKNOWL FILE NOT AVAILABLE - VISITS NEEDING "
037272           "A SAFETY BRIEFING OR NDA CANNOT BE TAKEN ***"
037276     END-IF
037280 1065-EXIT.
037284     EXIT.
037288
037300 1070-LOAD-ONE-PURPOSE.
037400     READ PURPOSE-CODE-FILE
037500         AT END
038000        MOVE PUR-CODE   TO PT-CODE (PT-COUNT)
038100        MOVE PUR-DESC   TO PT-DESC (PT-COUNT)
038200        MOVE PUR-STATUS TO PT-STATUS (PT-COUNT)
038210        MOVE PUR-REQ-ACKS TO PT-REQ-ACKS (PT-COUNT)
038300     END-IF
038400 1070-EXIT.
038500     EXIT.
038501
038502*================================================================
038503* 1075-OPEN-VEHICLE-FILE - created empty the first time like the
038504* pass file; if it still will not open the desk carries on
038505* without recording vehicles.
038506*================================================================
038507 1075-OPEN-VEHICLE-FILE.
038508     SET WS-VEH-AVAILABLE TO TRUE
038509     OPEN I-O VEHICLE-FILE
038510     IF WS-VEH-FILE-NOT-FOUND
038511        OPEN OUTPUT VEHICLE-FILE
038512        CLOSE VEHICLE-FILE
038513        OPEN I-O VEHICLE-FILE
038514     END-IF
038515     IF NOT WS-VEH-OK
038516        SET WS-VEH-NOT-AVAILABLE TO TRUE
038517        DISPLAY "*** VEHICLE FILE NOT AVAILABLE - PARKING NOT "
038518           "RECORDED THIS RUN ***"
038519     END-IF
038520 1075-EXIT.
038521     EXIT.
038522
038523*================================================================
038524* 1080-LOAD-LOT-TABLE - loads the site's PARKLOTS capacity file
038525* into the LOTTABL table, then counts the cars still parked in
038526* each lot off the VEHICLE file.  Without the lot file the
038527* desk can still record a vehicle; the lot is taken as keyed
038528* and nobody is warned about a full lot.
038529*================================================================
038530 1080-LOAD-LOT-TABLE.
038531     SET WS-LOT-AVAILABLE TO TRUE
038532     OPEN INPUT PARKING-LOT-FILE
038533     IF NOT WS-LOT-OK
038534        SET WS-LOT-NOT-AVAILABLE TO TRUE
038535        DISPLAY "*** PARKING LOT FILE NOT AVAILABLE - LOT "
038536           "CAPACITY NOT CHECKED THIS RUN ***"
038537        GO TO 1080-EXIT
038538     END-IF
038539     PERFORM 1085-LOAD-ONE-LOT THRU 1085-EXIT
038540         UNTIL NOT WS-LOT-OK OR LT-COUNT >= 20
038541     CLOSE PARKING-LOT-FILE
038542     IF LT-COUNT = ZERO
038543        SET WS-LOT-NOT-AVAILABLE TO TRUE
038544        DISPLAY "*** PARKING LOT FILE IS EMPTY - LOT "
038545           "CAPACITY NOT CHECKED THIS RUN ***"
038546        GO TO 1080-EXIT
038547     END-IF
038548     IF WS-VEH-AVAILABLE
038549        PERFORM 1090-COUNT-PARKED THRU 1090-EXIT
038550     END-IF
038551 1080-EXIT.
038552     EXIT.
038553
038554 1085-LOAD-ONE-LOT.
038555     READ PARKING-LOT-FILE
038556         AT END
038557            CONTINUE
038558     END-READ
038559     IF WS-LOT-OK
038560        IF LOT-CODE = SPACES OR LOT-CAPACITY NOT NUMERIC
038561           DISPLAY "*** PARKLOTS LINE FOR LOT " LOT-CODE
038562              " IS NOT USABLE - SKIPPED ***"
038563        ELSE
038564           ADD 1 TO LT-COUNT
038565           MOVE LOT-CODE     TO LT-CODE (LT-COUNT)
038566           MOVE LOT-NAME     TO LT-NAME (LT-COUNT)
038567           MOVE LOT-CAPACITY TO LT-CAPACITY (LT-COUNT)
038568           MOVE ZERO         TO LT-PARKED (LT-COUNT)
038569        END-IF
038570     END-IF
038571 1085-EXIT.
038572     EXIT.
038600 
038610*================================================================
038612* 1090-COUNT-PARKED - one pass over the VEHICLE file at startup:
038614* every car still parked counts against its lot.  A car left in
038616* a lot since dropped from PARKLOTS is simply not counted.
038618*================================================================
038620 1090-COUNT-PARKED.
038622     SET WS-NOT-END-OF-VEHICLES TO TRUE
038624     MOVE ZERO TO VEH-VISITOR-ID
038626     START VEHICLE-FILE KEY IS NOT LESS THAN VEH-VISITOR-ID
038628         INVALID KEY
038630            GO TO 1090-EXIT
038632     END-START
038634     PERFORM 1095-COUNT-ONE-VEHICLE THRU 1095-EXIT
038636         UNTIL WS-END-OF-VEHICLES
038638 1090-EXIT.
038640     EXIT.
038642
038644 1095-COUNT-ONE-VEHICLE.
038646     READ VEHICLE-FILE NEXT RECORD
038648         AT END
038650            SET WS-END-OF-VEHICLES TO TRUE
038652     END-READ
038654     IF NOT WS-VEH-OK
038656        SET WS-END-OF-VEHICLES TO TRUE
038658        GO TO 1095-EXIT
038660     END-IF
038662     IF VEH-PARKED
038664        MOVE VEH-LOT-CODE TO WS-LOOKUP-LOT
038666        PERFORM 0174-LOOKUP-LOT THRU 0174-EXIT
038668        IF LT-LOT-FOUND
038670           ADD 1 TO LT-PARKED (LT-IX)
038672        END-IF
038674     END-IF
038676 1095-EXIT.
038678     EXIT.
038680
038700*================================================================
038800* 0100-START-HERE - front-desk intake dialog for one visitor.
038900* Re-prompts until a usable NAME is keyed, collects the rest of
039800     IF WS-WL-HIT
039900        GO TO 0100-EXIT
040000     END-IF
040005     PERFORM 0101-CHECK-INCIDENTS THRU 0101-EXIT
040010     IF WS-PASS-MATCHED
040020        SET WS-DUP-NOT-FOUND TO TRUE
040030        SET WS-PREG-NOT-MATCHED TO TRUE
040400        END-IF
040500        PERFORM 0130-CHECK-DUPLICATE THRU 0130-EXIT
040501     END-IF
040502     PERFORM 0190-CHECK-ACKNOWLEDGMENTS THRU 0190-EXIT
040503     IF WS-ACK-MISSING
040504        DISPLAY "*** INTAKE STOPPED - " VI-NAME " HAS NO CURRENT "
040505           "ACKNOWLEDGMENT ON FILE FOR PURPOSE " VI-PURPOSE-CODE
040506           " ***"
040507        GO TO 0100-EXIT
040508     END-IF
040510     PERFORM 0132-ASSIGN-BADGE THRU 0132-EXIT
040520     PERFORM 0170-PROMPT-VEHICLE THRU 0170-EXIT
040600     PERFORM 0140-BUILD-VISITOR-REC THRU 0140-EXIT
040700     PERFORM 0150-WRITE-VISITOR-REC THRU 0150-EXIT
040701     IF WS-VISIT-WRITTEN AND WS-PREG-MATCHED
040702        PERFORM 0119-MARK-PREREGISTERED THRU 0119-EXIT
040703     END-IF
040704     IF WS-VISIT-WRITTEN AND WS-DUP-FOUND
040705        PERFORM 0135-WRITE-DUP-REVIEW THRU 0135-EXIT
040706     END-IF
040710     PERFORM 0155-MARK-BADGE-ISSUED THRU 0155-EXIT
040800     PERFORM 0160-WRITE-ARRIVAL-NOTIFY THRU 0160-EXIT
040805     PERFORM 0178-WRITE-VEHICLE THRU 0178-EXIT
040810     IF WS-PASS-NOT-MATCHED
040820        PERFORM 0180-OFFER-PASS THRU 0180-EXIT
040830     END-IF
040900     DISPLAY "It is nice to meet you, " VI-NAME
041000 0100-EXIT.
041100     EXIT.
041101
041102*================================================================
041103* 0101-CHECK-INCIDENTS - every incident on file under the name,
041104* whichever site recorded it.  Any high-severity one dated in
041105* the last year is shown to the operator in a warning box.  The
041106* intake is not stopped - security decides, not the desk - but
041107* WS-INC-WARNED is set, and once the visit is on file
041108* 0000-MAINLINE writes an INCW entry to AUDITLOG after the
041109* intake entry so AUDITRPT can show who was warned about whom.
041110*================================================================
041111 0101-CHECK-INCIDENTS.
041112     IF WS-INC-NOT-AVAILABLE
041113        GO TO 0101-EXIT
041114     END-IF
041115     MOVE ZERO TO WS-INC-HIGH-CTR
041116     SET WS-NOT-END-OF-INCIDENTS TO TRUE
041117     MOVE VI-NAME TO INC-VISITOR-NAME
041118     START INCIDENT-FILE KEY IS EQUAL TO INC-VISITOR-NAME
041119         INVALID KEY
041120            SET WS-END-OF-INCIDENTS TO TRUE
041121     END-START
041122     PERFORM 0102-CHECK-ONE-INCIDENT THRU 0102-EXIT
041123         UNTIL WS-END-OF-INCIDENTS
041124     IF WS-INC-HIGH-CTR = ZERO
041125        GO TO 0101-EXIT
041126     END-IF
041127     DISPLAY "*** CALL SECURITY BEFORE BADGING - THE    ***"
041128     DISPLAY "*** INTAKE MAY CONTINUE IF THEY AGREE.    ***"
041129     DISPLAY "*********************************************"
041130     SET WS-INC-WARNED TO TRUE
041131 0101-EXIT.
041132     EXIT.
041133
041134 0102-CHECK-ONE-INCIDENT.
041135     READ INCIDENT-FILE NEXT RECORD
041136         AT END
041137            SET WS-END-OF-INCIDENTS TO TRUE
041138            GO TO 0102-EXIT
041139     END-READ
041140     IF NOT WS-INC-OK OR INC-VISITOR-NAME NOT = VI-NAME
041141        SET WS-END-OF-INCIDENTS TO TRUE
041142        GO TO 0102-EXIT
041143     END-IF
041144     IF NOT INC-SEV-HIGH OR INC-DATE < WS-INC-CUTOFF
041145        GO TO 0102-EXIT
041146     END-IF
041147     ADD 1 TO WS-INC-HIGH-CTR
041148     IF WS-INC-HIGH-CTR = 1
041149        DISPLAY "*********************************************"
041150        DISPLAY "*** HIGH-SEVERITY SECURITY INCIDENT ON    ***"
041151        DISPLAY "*** FILE FOR THIS NAME IN THE LAST YEAR   ***"
041152        DISPLAY "*** NAME:   " VI-NAME "              ***"
041153     END-IF
041154     DISPLAY "*** " INC-NUMBER " " INC-DATE " " INC-CATEGORY " "
041155        INC-SITE "       ***"
041156 0102-EXIT.
041157     EXIT.
041200 
041210*================================================================
041212* 0105-CHECK-PASS - fast sign-in for a recurring visitor who
041266               "continuing with full intake."
041268            GO TO 0105-EXIT
041270     END-READ
041271     IF PAS-SUSPENDED
041272        DISPLAY "That pass is suspended - its host has left the "
041273           "company.  Continuing with full intake; a new host "
041274           "must sponsor any new pass."
041275        GO TO 0105-EXIT
041276     END-IF
041277     IF NOT PAS-ACTIVE
041278        DISPLAY "That pass has been revoked - "
041279           "continuing with full intake."
041280        GO TO 0105-EXIT
041281     END-IF
041282     IF PAS-VALID-THRU < WS-RUN-DATE
041284        DISPLAY "That pass lapsed on " PAS-VALID-THRU
041286           " - continuing with full intake."
050700*================================================================
050800 0117-CHECK-PREREGISTERED.
050900     SET WS-PREG-NOT-MATCHED TO TRUE
050910     SET WS-PREG-FINDING TO TRUE
051000     SET WS-NOT-END-OF-EXPECTED TO TRUE
051100     OPEN I-O EXPECTED-FILE
051200     IF NOT WS-EXP-OK
053400        IF PRG-PENDING
053500           AND WS-PRG-NORM-NAME = VI-NAME
053600           AND PRG-EXPECT-DATE = WS-RUN-DATE
053610           IF WS-PREG-FINDING
053700              MOVE PRG-BADGE-COMPANY TO VI-BADGE-COMPANY
053800              MOVE PRG-HOST-EMPLOYEE TO VI-HOST-EMPLOYEE
053900              MOVE PRG-PURPOSE-CODE  TO VI-PURPOSE-CODE
053910           ELSE
054000              SET PRG-MATCHED TO TRUE
054100              REWRITE PREREG-REC
054110           END-IF
054200           SET WS-PREG-MATCHED TO TRUE
054300        END-IF
054400     END-IF
054500 0118-EXIT.
054600     EXIT.
054700
054705*================================================================
054710* 0119-MARK-PREREGISTERED - the appointment 0117 matched is only
054715* marked matched once the visit is on file, so an intake stopped
054720* short (acknowledgment not signed, master write failed) leaves
054725* it pending for NOSHOWRPT.  Same scan as 0117, this time
054730* rewriting the first pending appointment for the name.
054735*================================================================
054740 0119-MARK-PREREGISTERED.
054745     SET WS-PREG-MARKING TO TRUE
054750     SET WS-PREG-NOT-MATCHED TO TRUE
054755     SET WS-NOT-END-OF-EXPECTED TO TRUE
054760     OPEN I-O EXPECTED-FILE
054765     IF NOT WS-EXP-OK
054770        GO TO 0119-EXIT
054775     END-IF
054780     PERFORM 0118-SCAN-EXPECTED THRU 0118-EXIT
054785         UNTIL WS-PREG-MATCHED OR WS-END-OF-EXPECTED
054790     CLOSE EXPECTED-FILE
054795 0119-EXIT.
054797     EXIT.
054800
054900*================================================================
055000* 0120-PROMPT-INTAKE-DETAILS - badge/company, host employee and
062000 0128-EXIT.
062100     EXIT.
062200
062201*================================================================
062202* 0190-CHECK-ACKNOWLEDGMENTS - a purpose code may require up to
062203* three signed documents (safety briefing, NDA ...).  Each one
062204* must be on the ACKNOWL file for this name and not yet expired;
062205* anything missing or lapsed is signed and recorded on the spot
062206* by 0192, and if the visitor will not sign the intake stops.
062207*================================================================
062208 0190-CHECK-ACKNOWLEDGMENTS.
062209     SET WS-ACKS-CURRENT TO TRUE
062210     PERFORM 0125-LOOKUP-PURPOSE-CODE THRU 0125-EXIT
062211     IF PT-CODE-NOT-FOUND
062212        GO TO 0190-EXIT
062213     END-IF
062214     SUBTRACT 1 FROM PT-IX
062215     MOVE PT-IX TO WS-ACK-PURP-IX
062216     PERFORM 0191-CHECK-ONE-ACK THRU 0191-EXIT
062217         VARYING PT-AX FROM 1 BY 1
062218         UNTIL PT-AX > 3 OR WS-ACK-MISSING
062219 0190-EXIT.
062220     EXIT.
062221
062222 0191-CHECK-ONE-ACK.
062223     IF PT-REQ-ACK (WS-ACK-PURP-IX, PT-AX) = SPACES
062224        GO TO 0191-EXIT
062225     END-IF
062226     MOVE PT-REQ-ACK (WS-ACK-PURP-IX, PT-AX) TO WS-ACK-DOC
062227     IF WS-ACK-NOT-AVAILABLE
062228        SET WS-ACK-MISSING TO TRUE
062229        GO TO 0191-EXIT
062230     END-IF
062232     MOVE VI-NAME    TO ACK-VISITOR-NAME
062234     MOVE WS-ACK-DOC TO ACK-DOC-TYPE
062236     READ ACK-FILE
062238         INVALID KEY
062240            SET WS-ACK-NOT-ON-FILE TO TRUE
062242     END-READ
062244     IF WS-ACK-OK
062246        SET WS-ACK-ON-FILE TO TRUE
062248        IF ACK-EXPIRY-DATE NOT < WS-RUN-DATE
062250           GO TO 0191-EXIT
062252        END-IF
062254        DISPLAY "The " WS-ACK-DOC " acknowledgment signed "
062256           ACK-SIGNED-DATE " (version " ACK-VERSION
062258           ") expired " ACK-EXPIRY-DATE "."
062260     ELSE
062262        SET WS-ACK-NOT-ON-FILE TO TRUE
062264        DISPLAY "Purpose " VI-PURPOSE-CODE " needs a signed "
062266           WS-ACK-DOC " acknowledgment - none on file for "
062268           VI-NAME "."
062270     END-IF
062272     PERFORM 0192-RECORD-ACK THRU 0192-EXIT
062274 0191-EXIT.
062276     EXIT.
062278
062300*================================================================
062400* 0122-PROMPT-HOST-EMPLOYEE - the host must be on the EMPMAST
062500* reference file before the entry can go any further; free-typed
065600 0123-EXIT.
065700     EXIT.
065800 
065801*================================================================
065802* 0192-RECORD-ACK - the visitor signs the paper document at the
065803* desk and the operator records the version and expiry.  Expiry
065804* defaults to one year from today; any later date may be keyed.
065805* A renewal replaces the lapsed record for the same document.
065806*================================================================
065807 0192-RECORD-ACK.
065808     DISPLAY "Has the visitor signed the " WS-ACK-DOC
065809        " document now (Y/N)? "
065810     ACCEPT WS-REPLY
065811     IF NOT WS-REPLY-YES
065812        SET WS-ACK-MISSING TO TRUE
065813        GO TO 0192-EXIT
065814     END-IF
065815     MOVE SPACES TO WS-ACK-VERSION-ANSWER
065816     PERFORM 0193-PROMPT-ACK-VERSION THRU 0193-EXIT
065817         UNTIL NOT WS-ACK-VERSION-BLANK
065818     MOVE WS-RUN-DATE TO WS-ACK-EXPIRY
065819     ADD 1 TO WS-ACK-EXPIRY-YYYY
065820     IF WS-ACK-EXPIRY-MMDD = 0229
065821        MOVE 0228 TO WS-ACK-EXPIRY-MMDD
065822     END-IF
065823     MOVE WS-ACK-EXPIRY TO WS-ACK-DEFAULT-EXPIRY
065824     SET WS-ACK-NOT-DONE TO TRUE
065825     PERFORM 0194-PROMPT-ACK-EXPIRY THRU 0194-EXIT
065826         UNTIL WS-ACK-DONE
065827     MOVE VI-NAME             TO ACK-VISITOR-NAME
065828     MOVE WS-ACK-DOC          TO ACK-DOC-TYPE
065829     MOVE WS-ACK-VERSION-ANSWER TO ACK-VERSION
065830     MOVE WS-RUN-DATE         TO ACK-SIGNED-DATE
065831     MOVE WS-ACK-EXPIRY       TO ACK-EXPIRY-DATE
065832     MOVE VI-BADGE-COMPANY    TO ACK-BADGE-COMPANY
065833     MOVE WS-OPERATOR-ID      TO ACK-RECORDED-BY
065834     MOVE "OBTAININ"          TO ACK-RECORDED-PGM
065835     IF WS-ACK-ON-FILE
065836        REWRITE ACKNOWLEDGMENT-REC
065837     ELSE
065838        WRITE ACKNOWLEDGMENT-REC
065839     END-IF
065840     IF NOT WS-ACK-OK
065841        DISPLAY "*** ERROR " WS-ACK-STATUS " RECORDING "
065842           WS-ACK-DOC " ACKNOWLEDGMENT FOR " VI-NAME " ***"
065843        SET WS-ACK-MISSING TO TRUE
065844        GO TO 0192-EXIT
065845     END-IF
065846     DISPLAY WS-ACK-DOC " acknowledgment recorded, good until "
065847        WS-ACK-EXPIRY "."
065848 0192-EXIT.
065849     EXIT.
065850
065851 0193-PROMPT-ACK-VERSION.
065852     DISPLAY "Document version printed on the form: "
065853     ACCEPT WS-ACK-VERSION-ANSWER
065854     INSPECT WS-ACK-VERSION-ANSWER CONVERTING
065855         "abcdefghijklmnopqrstuvwxyz" TO
065856         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
065857 0193-EXIT.
065858     EXIT.
065859
065860 0194-PROMPT-ACK-EXPIRY.
065861     DISPLAY "Expires YYYYMMDD (Enter for " WS-ACK-DEFAULT-EXPIRY
065862        "): "
065863     ACCEPT WS-ACK-EXPIRY-ANSWER
065864     IF WS-ACK-EXPIRY-BLANK
065865        MOVE WS-ACK-DEFAULT-EXPIRY TO WS-ACK-EXPIRY
065866        SET WS-ACK-DONE TO TRUE
065867        GO TO 0194-EXIT
065868     END-IF
065869     IF WS-ACK-EXPIRY-ANSWER NOT NUMERIC
065870        DISPLAY "Please key the date as YYYYMMDD."
065871        GO TO 0194-EXIT
065872     END-IF
065873     MOVE WS-ACK-EXPIRY-ANSWER TO WS-ACK-EXPIRY
065874     IF WS-ACK-EXPIRY NOT > WS-RUN-DATE
065875        DISPLAY "The expiry must be after today."
065876        GO TO 0194-EXIT
065877     END-IF
065878     SET WS-ACK-DONE TO TRUE
065879 0194-EXIT.
065880     EXIT.
065881
065900*================================================================
066000* 0130-CHECK-DUPLICATE - looks the incoming name up on the
066100* VIS-NAME alternate key.  A match does not stop the entry from
066200* being written; it is flagged to the review list instead.
066210* The DUPLIST entry itself is written by 0135 only once the
066220* new master record is on file.
066300*================================================================
066400 0130-CHECK-DUPLICATE.
066500     MOVE "N" TO WS-DUP-SWITCH
068300     IF WS-DUP-FOUND
068400        DISPLAY "*** Possible duplicate visitor - " VI-NAME
068500           " already on file.  Flagging for review. ***"
068600        MOVE VIS-VISITOR-ID TO WS-DUP-EXIST-VISITOR-ID
068610        MOVE VIS-ENTRY-DATE TO WS-DUP-EXIST-ENTRY-DATE
068700     END-IF
068800 0130-EXIT.
068900     EXIT.
069100 0135-WRITE-DUP-REVIEW.
069200     MOVE VI-NAME             TO DUP-NAME
069300     MOVE ZERO                TO DUP-NEW-TRANS-KEY
069400     MOVE WS-DUP-EXIST-VISITOR-ID TO DUP-EXIST-VISITOR-ID
069500     MOVE WS-DUP-EXIST-ENTRY-DATE TO DUP-EXIST-ENTRY-DATE
069600     MOVE WS-RUN-DATE         TO DUP-FLAG-DATE
069700     MOVE WS-RUN-TIME         TO DUP-FLAG-TIME
069800     WRITE DUP-REVIEW-REC
074700     CLOSE VISITOR-CTRL-FILE
074800 0145-EXIT.
074900     EXIT.
074901
074902*================================================================
074903* 0170-PROMPT-VEHICLE - a visitor who drove in gets the plate,
074904* state and lot recorded; blank plate means no vehicle.  The
074905* lot is checked against the site's PARKLOTS file and the desk
074906* is warned when it is already full; a blank lot answer drops
074907* the vehicle after all.  Nothing is written here - 0178 writes
074908* the VEHICLE record once the visitor ID exists.
074909*================================================================
074910 0170-PROMPT-VEHICLE.
074911     SET WS-VEH-NOT-TO-RECORD TO TRUE
074912     IF WS-VEH-NOT-AVAILABLE
074913        GO TO 0170-EXIT
074914     END-IF
074915     DISPLAY "Vehicle plate (blank if not driving): "
074916     ACCEPT WS-PLATE-ANSWER
074917     IF WS-PLATE-ANSWER-BLANK
074918        GO TO 0170-EXIT
074919     END-IF
074920     CALL "PLATENRM" USING WS-PLATE-ANSWER WS-VEH-PLATE
074921     IF WS-VEH-PLATE = SPACES
074922        DISPLAY "No plate characters keyed - no vehicle "
074923           "recorded."
074924        GO TO 0170-EXIT
074925     END-IF
074926     DISPLAY "Plate state/province (2 letters): "
074927     ACCEPT WS-VEH-STATE
074928     INSPECT WS-VEH-STATE CONVERTING
074929         "abcdefghijklmnopqrstuvwxyz" TO
074930         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
074931     SET WS-LOT-NOT-DONE TO TRUE
074932     PERFORM 0172-PROMPT-LOT THRU 0172-EXIT
074933         UNTIL WS-LOT-DONE
074934     IF WS-VEH-LOT = SPACES
074935        GO TO 0170-EXIT
074936     END-IF
074937     SET WS-VEH-TO-RECORD TO TRUE
074938 0170-EXIT.
074939     EXIT.
074940
074941 0172-PROMPT-LOT.
074942     DISPLAY "Parking lot code (blank to skip the vehicle): "
074943     ACCEPT WS-VEH-LOT
074944     INSPECT WS-VEH-LOT CONVERTING
074945         "abcdefghijklmnopqrstuvwxyz" TO
074946         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
074947     IF WS-VEH-LOT = SPACES
074948        DISPLAY "No lot keyed - no vehicle recorded."
074949        SET WS-LOT-DONE TO TRUE
074950        GO TO 0172-EXIT
074951     END-IF
074952     IF WS-LOT-NOT-AVAILABLE
074953        SET WS-LOT-DONE TO TRUE
074954        GO TO 0172-EXIT
074955     END-IF
074956     MOVE WS-VEH-LOT TO WS-LOOKUP-LOT
074957     PERFORM 0174-LOOKUP-LOT THRU 0174-EXIT
074958     IF LT-LOT-NOT-FOUND
074959        DISPLAY "Lot code not recognized.  Please try again."
074960        PERFORM 0176-LIST-LOTS THRU 0176-EXIT
074961        GO TO 0172-EXIT
074962     END-IF
074963     IF LT-PARKED (LT-IX) < LT-CAPACITY (LT-IX)
074964        SET WS-LOT-DONE TO TRUE
074965        GO TO 0172-EXIT
074966     END-IF
074967     DISPLAY "*** LOT " LT-CODE (LT-IX) " " LT-NAME (LT-IX)
074968        " IS FULL - " LT-PARKED (LT-IX) " CARS IN "
074969        LT-CAPACITY (LT-IX) " SPACES ***"
074970     DISPLAY "Assign this lot anyway (Y/N)? "
074971     ACCEPT WS-REPLY
074972     IF WS-REPLY-YES
074973        SET WS-LOT-DONE TO TRUE
074974     ELSE
074975        PERFORM 0176-LIST-LOTS THRU 0176-EXIT
074976     END-IF
074977 0172-EXIT.
074978     EXIT.
074979
075000*================================================================
075100* 0150-WRITE-VISITOR-REC
075200*================================================================
075600        DISPLAY "*** ERROR " WS-VM-STATUS
075700           " WRITING VISITOR-MASTER FOR " VIS-NAME " ***"
075800     END-IF
075810     IF WS-VM-OK
075820        SET WS-VISIT-WRITTEN TO TRUE
075830     END-IF
075900 0150-EXIT.
076000     EXIT.
076100
077908 0182-EXIT.
077909     EXIT.
077910
077911*================================================================
077912* 0174-LOOKUP-LOT - sets the LOTTABL lookup switch for the code
077913* in WS-LOOKUP-LOT and leaves LT-IX on the matching entry.
077914*================================================================
077915 0174-LOOKUP-LOT.
077916     SET LT-LOT-NOT-FOUND TO TRUE
077917     PERFORM 0175-MATCH-LOT THRU 0175-EXIT
077918         VARYING LT-IX FROM 1 BY 1
077919         UNTIL LT-IX > LT-COUNT OR LT-LOT-FOUND
077920     IF LT-LOT-FOUND
077921        SUBTRACT 1 FROM LT-IX
077922     END-IF
077923 0174-EXIT.
077924     EXIT.
077925
077926 0175-MATCH-LOT.
077927     IF LT-CODE (LT-IX) = WS-LOOKUP-LOT
077928        SET LT-LOT-FOUND TO TRUE
077929     END-IF
077930 0175-EXIT.
077931     EXIT.
077932
077933 0176-LIST-LOTS.
077934     DISPLAY "Lots (cars parked / visitor spaces):"
077935     PERFORM 0177-LIST-ONE-LOT THRU 0177-EXIT
077936         VARYING LT-IX FROM 1 BY 1
077937         UNTIL LT-IX > LT-COUNT
077938 0176-EXIT.
077939     EXIT.
077940
077941 0177-LIST-ONE-LOT.
077942     DISPLAY "  " LT-CODE (LT-IX) " - " LT-NAME (LT-IX)
077943        "  " LT-PARKED (LT-IX) " / " LT-CAPACITY (LT-IX)
077944 0177-EXIT.
077945     EXIT.
077946
077947*================================================================
077948* 0178-WRITE-VEHICLE - only once the master record landed: the
077949* vehicle goes on the VEHICLE file under the new visitor ID,
077950* parked in the lot the desk assigned.  SIGNOUT releases the
077951* space; the STALECLS sweep frees it for a visitor who never
077952* signed out.
077953*================================================================
077954 0178-WRITE-VEHICLE.
077955     IF NOT WS-VM-OK OR WS-VEH-NOT-TO-RECORD
077956        GO TO 0178-EXIT
077957     END-IF
077958     MOVE SPACES              TO VEHICLE-REC
077959     MOVE VIS-VISITOR-ID      TO VEH-VISITOR-ID
077960     MOVE WS-VEH-PLATE        TO VEH-PLATE
077961     MOVE WS-VEH-STATE        TO VEH-STATE
077962     MOVE WS-VEH-LOT          TO VEH-LOT-CODE
077963     MOVE VI-NAME             TO VEH-VISITOR-NAME
077964     MOVE WS-RUN-DATE         TO VEH-PARK-DATE
077965     MOVE WS-RUN-TIME         TO VEH-PARK-TIME
077966     SET VEH-PARKED           TO TRUE
077967     MOVE ZERO                TO VEH-RELEASE-DATE
077968     MOVE ZERO                TO VEH-RELEASE-TIME
077969     WRITE VEHICLE-REC
077970         INVALID KEY
077971            DISPLAY "*** ERROR " WS-VEH-STATUS
077972               " WRITING VEHICLE FOR " VI-NAME " ***"
077973     END-WRITE
077974     IF WS-VEH-OK
077975        DISPLAY "Vehicle " WS-VEH-PLATE " parked in lot "
077976           WS-VEH-LOT " - write it on the parking permit."
077977     END-IF
077978 0178-EXIT.
077979     EXIT.
077980
078000*================================================================
078100* 8000-WRITE-AUDIT-ENTRY - one entry per run: when, on what
078200* terminal/job, under which operator ID, and who was captured.
078210* A refused operator's entry carries the reason in
078220* AUD-EVENT-CODE; an ordinary intake leaves it blank.
078230* An arrival warned about a high-severity incident gets an
078240* INCW entry of its own as well, written by 0000-MAINLINE
078250* right after the intake entry.
078300*================================================================
078400 8000-WRITE-AUDIT-ENTRY.
079500     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
079600     MOVE WS-RUN-TIME         TO AUD-RUN-TIME
079700     MOVE "OBTAININ"          TO AUD-PROGRAM-ID
079900     MOVE WS-OPERATOR-ID      TO AUD-OPERATOR-ID
080000     MOVE VI-NAME             TO AUD-NAME-CAPTURED
080010     MOVE WS-STATION-ID       TO AUD-STATION-ID
080020     MOVE WS-AUDIT-EVENT      TO AUD-EVENT-CODE
080100     WRITE AUDIT-LOG-REC
080200 8000-EXIT.
080300     EXIT.
081940     IF WS-PAS-AVAILABLE
081950        CLOSE VISITOR-PASS-FILE
081960     END-IF
081970     IF WS-VEH-AVAILABLE
081980        CLOSE VEHICLE-FILE
081990     END-IF
081992     IF WS-ACK-AVAILABLE
081994        CLOSE ACK-FILE
081996     END-IF
081997     IF WS-INC-AVAILABLE
081998        CLOSE INCIDENT-FILE
081999     END-IF
082000 9000-EXIT.
082100     EXIT.
082200 
