002730*                  records from earlier days, so the open-only
002740*                  filter in 2200-RELEASE-ONE keeps visitors who
002750*                  left without signing out off this roster.
002760* 2026-10-15  WM   Inter-site transfers.  A visitor XFERVIS walked
002770*                  to another building today and not yet received
002780*                  there prints under the sending host as IN
002790*                  TRANSIT TO that site, with its own total - not
002800*                  in this building, but not on the other roster
002810*                  either.  A visit received from another site
002820*                  names the site it was first signed in at.  New
002830*                  SYSIN card names the site (its label as the
002840*                  desks key it) and a new optional VISXFER DD;
002850*                  without either, transfers are not looked up.
002860*================================================================
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.
004410
004420     SELECT TRANSFER-FILE ASSIGN TO "VISXFER"
004430         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS RANDOM
004450         RECORD KEY IS XFR-KEY
004460         ALTERNATE RECORD KEY IS XFR-TO-KEY WITH DUPLICATES
004470         FILE STATUS IS WS-XFR-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  VISITOR-MASTER.
004900     COPY VISITREC.
004910
004920 FD  TRANSFER-FILE.
004930     COPY XFERREC.
005000
005100 SD  ROSTER-SORT-FILE.
005200 01  ROSTER-SORT-REC.
005600     05  SRT-ENTRY-DATE          PIC 9(08).
005700     05  SRT-ENTRY-TIME          PIC 9(08).
005800     05  SRT-BADGE-COMPANY       PIC X(30).
005810     05  SRT-NOTE                PIC X(30).
005820     05  SRT-TRANSIT-SWITCH      PIC X(01).
005830         88  SRT-IN-TRANSIT          VALUE "Y".
005840         88  SRT-ON-PREMISES         VALUE "N".
005900
006000 FD  ROSTER-RPT
006100     RECORDING MODE IS F.
006900
007000 01  WS-RPT-STATUS               PIC X(02).
007100     88  WS-RPT-OK                   VALUE "00".
007105
007110 01  WS-XFR-STATUS               PIC X(02).
007120     88  WS-XFR-OK                   VALUE "00".
007130
007140 01  WS-XFR-AVAIL-SWITCH         PIC X(01).
007150     88  WS-XFR-AVAILABLE            VALUE "Y".
007160     88  WS-XFR-NOT-AVAILABLE        VALUE "N".
007170
007180 01  WS-SITE-NAME                PIC X(20).
007200
007300 01  WS-EOF-SWITCH               PIC X(01).
007400     88  WS-END-OF-MASTER            VALUE "Y".
008800 01  WS-PAGE-NO                  PIC 9(04) COMP.
008900 01  WS-LINE-CTR                 PIC 9(04) COMP.
009000 01  WS-OPEN-CTR                 PIC 9(07) COMP.
009010 01  WS-TRANSIT-CTR              PIC 9(07) COMP.
009100
009200 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
009300
014800     05  DTL-ENTRY-TIME           PIC 9(08).
014900     05  FILLER                   PIC X(02) VALUE SPACES.
015000     05  DTL-BADGE-COMPANY        PIC X(30).
015010     05  FILLER                   PIC X(02) VALUE SPACES.
015020     05  DTL-NOTE                 PIC X(30).
015100
015200 01  TOTAL-LINE.
015300     05  FILLER                   PIC X(01) VALUE SPACE.
015400     05  FILLER                   PIC X(28) VALUE
015500         "VISITORS STILL ON PREMISES:".
015600     05  TOT-OPEN-CTR             PIC ZZZ,ZZ9.
015610 01  TRANSIT-TOTAL-LINE.
015620     05  FILLER                   PIC X(01) VALUE SPACE.
015630     05  FILLER                   PIC X(28) VALUE
015640         "IN TRANSIT TO ANOTHER SITE:".
015650     05  TOT-TRANSIT-CTR          PIC ZZZ,ZZ9.
015700
015800 PROCEDURE DIVISION.
015900*================================================================
018000     MOVE ZERO TO WS-PAGE-NO
018100     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
018200     MOVE ZERO TO WS-OPEN-CTR
018210     MOVE ZERO TO WS-TRANSIT-CTR
018300     SET WS-NOT-END-OF-MASTER TO TRUE
018400     SET WS-NOT-END-OF-SORTED TO TRUE
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019300        CLOSE VISITOR-MASTER
019400        OPEN INPUT VISITOR-MASTER
019500     END-IF
019507     MOVE SPACES TO WS-SITE-NAME
019514     ACCEPT WS-SITE-NAME
019521     SET WS-XFR-NOT-AVAILABLE TO TRUE
019528     IF WS-SITE-NAME NOT = SPACES
019535        OPEN INPUT TRANSFER-FILE
019542        IF WS-XFR-OK
019549           SET WS-XFR-AVAILABLE TO TRUE
019556        ELSE
019563           DISPLAY "ROSTRPT: VISXFER NOT AVAILABLE - VISITORS "
019570              "IN TRANSIT TO ANOTHER SITE NOT LISTED"
019577        END-IF
019584     END-IF
019600     OPEN OUTPUT ROSTER-RPT
019700 1000-EXIT.
019800     EXIT.
022300
022400 2200-RELEASE-ONE.
022500     IF VIS-STATUS-OPEN
022510        MOVE SPACES TO SRT-NOTE
022520        IF NOT VIS-NOT-TRANSFERRED-IN
022530           STRING "FIRST SIGNED IN AT "  DELIMITED BY SIZE
022540                  VIS-ORIGIN-SITE        DELIMITED BY SPACE
022550                  INTO SRT-NOTE
022560        END-IF
022570        SET SRT-ON-PREMISES TO TRUE
022580        PERFORM 2300-RELEASE-VISIT THRU 2300-EXIT
023300     END-IF
023310     IF VIS-STATUS-TRANSFERRED
023320        PERFORM 2400-CHECK-IN-TRANSIT THRU 2400-EXIT
023330     END-IF
023400     PERFORM 2100-READ-MASTER THRU 2100-EXIT
023500 2200-EXIT.
023600     EXIT.
023700
023702 2300-RELEASE-VISIT.
023704     MOVE VIS-HOST-EMPLOYEE   TO SRT-HOST-EMPLOYEE
023706     MOVE VIS-NAME            TO SRT-NAME
023708     MOVE VIS-VISITOR-ID      TO SRT-VISITOR-ID
023710     MOVE VIS-ENTRY-DATE      TO SRT-ENTRY-DATE
023712     MOVE VIS-ENTRY-TIME      TO SRT-ENTRY-TIME
023714     MOVE VIS-BADGE-COMPANY   TO SRT-BADGE-COMPANY
023716     RELEASE ROSTER-SORT-REC
023718 2300-EXIT.
023720     EXIT.
023722
023724*================================================================
023726* 2400-CHECK-IN-TRANSIT - a visit this site closed as transferred
023728* today is still somebody's to account for until the other desk
023730* receives the visitor; VISXFER says whether it has.
023732*================================================================
023734 2400-CHECK-IN-TRANSIT.
023736     IF WS-XFR-NOT-AVAILABLE
023738        OR VIS-EXIT-DATE NOT = WS-RUN-DATE
023740        GO TO 2400-EXIT
023742     END-IF
023744     MOVE WS-SITE-NAME   TO XFR-FROM-SITE
023746     MOVE VIS-VISITOR-ID TO XFR-FROM-VISITOR-ID
023748     READ TRANSFER-FILE
023750         INVALID KEY
023752            GO TO 2400-EXIT
023754     END-READ
023756     IF NOT XFR-IN-TRANSIT
023758        GO TO 2400-EXIT
023760     END-IF
023762     MOVE SPACES TO SRT-NOTE
023764     STRING "IN TRANSIT TO "         DELIMITED BY SIZE
023766            XFR-TO-SITE              DELIMITED BY SPACE
023768            INTO SRT-NOTE
023770     SET SRT-IN-TRANSIT TO TRUE
023772     PERFORM 2300-RELEASE-VISIT THRU 2300-EXIT
023774 2400-EXIT.
023776     EXIT.
023778
023800*================================================================
023900* 3000-PRINT-ROSTER - SORT output procedure: host-group break
024000* reporting with the same 60-line page frame VISITRPT uses.
027100     MOVE SRT-ENTRY-DATE      TO DTL-ENTRY-DATE
027200     MOVE SRT-ENTRY-TIME      TO DTL-ENTRY-TIME
027300     MOVE SRT-BADGE-COMPANY   TO DTL-BADGE-COMPANY
027310     MOVE SRT-NOTE            TO DTL-NOTE
027400     WRITE RPT-LINE FROM DTL-LINE
027500     ADD 1 TO WS-LINE-CTR
027510     IF SRT-IN-TRANSIT
027520        ADD 1 TO WS-TRANSIT-CTR
027530     ELSE
027600        ADD 1 TO WS-OPEN-CTR
027610     END-IF
027700     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
027800 3200-EXIT.
027900     EXIT.
031000     MOVE WS-OPEN-CTR TO TOT-OPEN-CTR
031100     WRITE RPT-LINE FROM SPACES
031200     WRITE RPT-LINE FROM TOTAL-LINE
031210     MOVE WS-TRANSIT-CTR TO TOT-TRANSIT-CTR
031220     WRITE RPT-LINE FROM TRANSIT-TOTAL-LINE
031300 3500-EXIT.
031400     EXIT.
031500
031900 9000-TERMINATE.
032000     CLOSE VISITOR-MASTER
032100     CLOSE ROSTER-RPT
032110     IF WS-XFR-AVAILABLE
032120        CLOSE TRANSFER-FILE
032130     END-IF
032200 9000-EXIT.
032300     EXIT.
032400
