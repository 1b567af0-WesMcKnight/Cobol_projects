000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. "PRIVPURG".
000300 AUTHOR. WES MCKNIGHT.
000400 INSTALLATION. FRONT DESK VISITOR REGISTRATION.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800* PRIVPURG - privacy retention run and subject-access request
000900* over every file that carries a visitor's name.  One step per
001000* site works that site's files; one more step works the
001100* company-wide ones.  A file whose DD is not allocated to the
001200* step is skipped and listed as such, so the same program
001300* serves both kinds of step:
001400*   site files     VISITMST VISITHST VEHICLE  DUPLIST DUPWORKD
001500*                  SECWORKD HOSTNTFY EXPECTVS ACSDEACT GRPMEMB
001600*   company files  AUDITLOG AUDITHST WLHITLOG ACKNOWL VISXFER
001610*                  INCIDENT
001700*
001800* SYSIN card: site label (cols 1-8), mode (col 10), subject
001900* name (cols 12-31, modes S and E only).
002000*
002100*   P - retention purge.  Each file's retention period (months,
002200*       the RT- table below, compliance's schedule) gives a
002300*       cutoff date; anything older is dealt with:
002400*         - on the VSAM files (VISITHST, VEHICLE, ACKNOWL) the
002500*           record is removed - history past retention, a car
002600*           long gone, an acknowledgment long expired;
002700*         - on the sequential trails the record stays, so the
002800*           trail keeps its shape and counts, but the visitor's
002900*           name and company are overwritten in place with the
003000*           anonymized marker.
003010*         - INCIDENT records stay for security's summary, but
003020*           the narrative is blanked with the name, since the
003030*           officer's account names the visitor in free text.
003100*       VISITMST is left to the VISTARCH archive and ACSDEACT
003200*       is emptied by every ACSFEED run, so neither is purged.
003300*   S - subject-access search: every record on every allocated
003400*       file whose name normalizes (NAMENORM) to the subject's is
003500*       written to the SAREXTR extract.  Nothing is changed.
003600*       The job runs one step per site plus the company step,
003700*       all appending to one extract dataset, so the subject
003800*       gets one extract for the whole company.
003900*   E - subject-access erase: the same search, and every record
004000*       found is anonymized or removed as the P run would, and
004100*       the extract says what was done to each.
004200*
004300* What is never anonymized or removed (counted as held):
004400*   - WLHITLOG entries for a name security confirmed as a true
004500*     watchlist match (a C disposition on any site's SECWORKD,
004600*     concatenated on the LEGALHLD DD), and the confirmed
004700*     SECWORKD entries themselves - both are under legal hold.
004800*     Without LEGALHLD every WLHITLOG entry is held;
004900*   - a visit still open and a car still parked - the visitor
005000*     is on site (erase only);
005100*   - an acknowledgment still current - the signed document is
005200*     the company's record of the visitor's undertaking (erase
005300*     only);
005310*   - an incident whose follow-up security still has open or
005320*     has referred on (erase only).
005400*
005500* Counts per file go to PRIVRPT.  RETURN-CODE 4 when a legal
005600* hold could not be established or an update failed, 8 on a bad
005700* card (nothing is touched).
005800*
005900* MODIFICATION HISTORY
006000*
006100* 2026-10-15  WM   Original.
006110* 2026-10-15  WM   VIS-GROUP-ID added to the history copy's
006120*                  REPLACING list; VISITOR-REC is now 160 bytes.
006130* 2026-10-15  WM   GRPMEMB group-member lists added to the
006140*                  schedule: names anonymized 3 months after the
006150*                  event; erase holds members of an event to come.
006160* 2026-10-15  WM   VIS-STATUS-TRANSFERRED and the origin fields
006170*                  added to the history copy's REPLACING list;
006180*                  VISXFER transfers added to the schedule: names
006190*                  anonymized 3 months after the send date; erase
006200*                  holds a visitor still in transit.
006210* 2026-10-15  WM   INCIDENT security incidents added to the
006220*                  schedule: names anonymized and the narrative
006225*                  blanked 36 months after the incident; erase
006230*                  holds an incident whose follow-up is still
006240*                  open or referred.  The INCW audit event added
006250*                  to the history copy's REPLACING list.
006270*================================================================
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT VISITOR-MASTER ASSIGN TO "VISITMST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS VIS-VISITOR-ID
007000         ALTERNATE RECORD KEY IS VIS-NAME WITH DUPLICATES
007100         FILE STATUS IS WS-VM-STATUS.
007200
007300     SELECT VISITOR-HISTORY ASSIGN TO "VISITHST"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS VH-VISITOR-ID
007700         ALTERNATE RECORD KEY IS VH-NAME WITH DUPLICATES
007800         FILE STATUS IS WS-VH-STATUS.
007900
008000     SELECT VEHICLE-FILE ASSIGN TO "VEHICLE"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS VEH-VISITOR-ID
008400         ALTERNATE RECORD KEY IS VEH-PLATE WITH DUPLICATES
008500         FILE STATUS IS WS-VEH-STATUS.
008600
008700     SELECT DUP-REVIEW-FILE ASSIGN TO "DUPLIST"
008800         ORGANIZATION IS SEQUENTIAL
008900         ACCESS MODE IS SEQUENTIAL
009000         FILE STATUS IS WS-DUP-STATUS.
009100
009200     SELECT DUP-WORKED-FILE ASSIGN TO "DUPWORKD"
009300         ORGANIZATION IS SEQUENTIAL
009400         ACCESS MODE IS SEQUENTIAL
009500         FILE STATUS IS WS-DSP-STATUS.
009600
009700     SELECT SEC-WORKED-FILE ASSIGN TO "SECWORKD"
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS WS-SCD-STATUS.
010100
010200     SELECT ARRIVAL-NOTIFY-FILE ASSIGN TO "HOSTNTFY"
010300         ORGANIZATION IS SEQUENTIAL
010400         ACCESS MODE IS SEQUENTIAL
010500         FILE STATUS IS WS-NTF-STATUS.
010600
010700     SELECT EXPECTED-FILE ASSIGN TO "EXPECTVS"
010800         ORGANIZATION IS SEQUENTIAL
010900         ACCESS MODE IS SEQUENTIAL
011000         FILE STATUS IS WS-EXP-STATUS.
011100
011200     SELECT ACS-DEACT-FILE ASSIGN TO "ACSDEACT"
011300         ORGANIZATION IS SEQUENTIAL
011400         ACCESS MODE IS SEQUENTIAL
011500         FILE STATUS IS WS-ACD-STATUS.
011600
011610     SELECT GROUP-MEMBER-FILE ASSIGN TO "GRPMEMB"
011620         ORGANIZATION IS INDEXED
011630         ACCESS MODE IS DYNAMIC
011640         RECORD KEY IS GMB-KEY
011650         FILE STATUS IS WS-GMB-STATUS.
011651     SELECT TRANSFER-FILE ASSIGN TO "VISXFER"
011652         ORGANIZATION IS INDEXED
011653         ACCESS MODE IS DYNAMIC
011654         RECORD KEY IS XFR-KEY
011655         ALTERNATE RECORD KEY IS XFR-TO-KEY WITH DUPLICATES
011656         FILE STATUS IS WS-XFR-STATUS.
011657     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
011658         ORGANIZATION IS INDEXED
011659         ACCESS MODE IS DYNAMIC
011660         RECORD KEY IS INC-NUMBER
011661         ALTERNATE RECORD KEY IS INC-VISITOR-NAME WITH DUPLICATES
011662         FILE STATUS IS WS-INC-STATUS.
011670
011700     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
011800         ORGANIZATION IS SEQUENTIAL
011900         ACCESS MODE IS SEQUENTIAL
012000         FILE STATUS IS WS-AUD-STATUS.
012100
012200     SELECT AUDIT-HIST-FILE ASSIGN TO "AUDITHST"
012300         ORGANIZATION IS SEQUENTIAL
012400         ACCESS MODE IS SEQUENTIAL
012500         FILE STATUS IS WS-HST-STATUS.
012600
012700     SELECT WATCH-HIT-LOG ASSIGN TO "WLHITLOG"
012800         ORGANIZATION IS SEQUENTIAL
012900         ACCESS MODE IS SEQUENTIAL
013000         FILE STATUS IS WS-WLH-STATUS.
013100
013200     SELECT ACK-FILE ASSIGN TO "ACKNOWL"
013300         ORGANIZATION IS INDEXED
013400         ACCESS MODE IS DYNAMIC
013500         RECORD KEY IS ACK-KEY
013600         FILE STATUS IS WS-ACK-STATUS.
013700
013800     SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
013900         ORGANIZATION IS SEQUENTIAL
014000         ACCESS MODE IS SEQUENTIAL
014100         FILE STATUS IS WS-LGH-STATUS.
014200
014300     SELECT SAR-EXTRACT ASSIGN TO "SAREXTR"
014400         ORGANIZATION IS SEQUENTIAL
014500         ACCESS MODE IS SEQUENTIAL
014600         FILE STATUS IS WS-EXT-STATUS.
014700
014800     SELECT PRIV-RPT ASSIGN TO "PRIVRPT"
014900         ORGANIZATION IS SEQUENTIAL
015000         ACCESS MODE IS SEQUENTIAL
015100         FILE STATUS IS WS-RPT-STATUS.
015200
015300 DATA DIVISION.
015400 FILE SECTION.
015500 FD  VISITOR-MASTER.
015600     COPY VISITREC.
015700
015800 FD  VISITOR-HISTORY.
015900     COPY VISITREC REPLACING
016000         ==VISITOR-REC==           BY ==VISITOR-HIST-REC==
016100         ==VIS-VISITOR-ID==        BY ==VH-VISITOR-ID==
016200         ==VIS-NAME==              BY ==VH-NAME==
016300         ==VIS-ENTRY-DATE==        BY ==VH-ENTRY-DATE==
016400         ==VIS-ENTRY-TIME==        BY ==VH-ENTRY-TIME==
016500         ==VIS-BADGE-COMPANY==     BY ==VH-BADGE-COMPANY==
016600         ==VIS-HOST-EMPLOYEE==     BY ==VH-HOST-EMPLOYEE==
016700         ==VIS-PURPOSE-CODE==      BY ==VH-PURPOSE-CODE==
016800         ==VIS-STATUS==            BY ==VH-STATUS==
016900         ==VIS-STATUS-OPEN==       BY ==VH-STATUS-OPEN==
017000         ==VIS-STATUS-CLOSED==     BY ==VH-STATUS-CLOSED==
017100         ==VIS-STATUS-EXPIRED==    BY ==VH-STATUS-EXPIRED==
017150         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
017200         ==VIS-DUPLICATE-FLAG==    BY ==VH-DUPLICATE-FLAG==
017300         ==VIS-IS-DUPLICATE==      BY ==VH-IS-DUPLICATE==
017400         ==VIS-NOT-DUPLICATE==     BY ==VH-NOT-DUPLICATE==
017500         ==VIS-EXIT-DATE==         BY ==VH-EXIT-DATE==
017600         ==VIS-EXIT-TIME==         BY ==VH-EXIT-TIME==
017700         ==VIS-PREREG-FLAG==       BY ==VH-PREREG-FLAG==
017800         ==VIS-PREREGISTERED==     BY ==VH-PREREGISTERED==
017900         ==VIS-NOT-PREREGISTERED== BY ==VH-NOT-PREREGISTERED==
018000         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
018100         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
018200         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
018300         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
018310         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
018332         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
018355         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
018377         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
018400
018500 FD  VEHICLE-FILE.
018600     COPY VEHREC.
018700
018800 FD  DUP-REVIEW-FILE.
018900     COPY DUPEREC.
019000
019100 FD  DUP-WORKED-FILE.
019200     COPY DUPDREC.
019300
019400 FD  SEC-WORKED-FILE.
019500     COPY SECDREC.
019600
019700 FD  ARRIVAL-NOTIFY-FILE.
019800     COPY NTFYREC.
019900
020000 FD  EXPECTED-FILE.
020100     COPY PREGREC.
020200
020300 FD  ACS-DEACT-FILE.
020400     COPY ACSDREC.
020405
020410 FD  GROUP-MEMBER-FILE.
020420     COPY GMEMREC.
020430 FD  TRANSFER-FILE.
020440     COPY XFERREC.
020450 FD  INCIDENT-FILE.
020460     COPY INCDREC.
020500
020600 FD  AUDIT-LOG.
020700     COPY AUDITREC.
020800
020900 FD  AUDIT-HIST-FILE.
021000     COPY AUDITREC REPLACING
021100         ==AUDIT-LOG-REC==    BY ==AUDIT-HIST-REC==
021200         ==AUD-RUN-DATE==     BY ==HST-RUN-DATE==
021300         ==AUD-RUN-TIME==     BY ==HST-RUN-TIME==
021400         ==AUD-PROGRAM-ID==   BY ==HST-PROGRAM-ID==
021500         ==AUD-TERMINAL-ID==  BY ==HST-TERMINAL-ID==
021600         ==AUD-OPERATOR-ID==  BY ==HST-OPERATOR-ID==
021700         ==AUD-STATION-ID==   BY ==HST-STATION-ID==
021800         ==AUD-EVENT-CODE==   BY ==HST-EVENT-CODE==
021900         ==AUD-EVENT-ACTIVITY== BY ==HST-EVENT-ACTIVITY==
022000         ==AUD-EVENT-REFUSED== BY ==HST-EVENT-REFUSED==
022010         ==AUD-EVENT-INCIDENT-WARN==
022020             BY ==HST-EVENT-INCIDENT-WARN==
022100         ==AUD-NAME-CAPTURED== BY ==HST-NAME-CAPTURED==.
022200
022300 FD  WATCH-HIT-LOG.
022400     COPY WLHITREC.
022500
022600 FD  ACK-FILE.
022700     COPY ACKREC.
022800
022900 FD  LEGAL-HOLD-FILE.
023000     COPY SECDREC REPLACING
023100         ==SEC-DISP-REC==          BY ==LEGAL-HOLD-REC==
023200         ==SCD-TRANS-KEY==         BY ==LGH-TRANS-KEY==
023300         ==SCD-NAME==              BY ==LGH-NAME==
023400         ==SCD-REASON==            BY ==LGH-REASON==
023500         ==SCD-DISPOSITION==       BY ==LGH-DISPOSITION==
023600         ==SCD-CONFIRMED==         BY ==LGH-CONFIRMED==
023700         ==SCD-CLEARED==           BY ==LGH-CLEARED==
023800         ==SCD-CLEARED-TRANS-KEY== BY ==LGH-CLEARED-TRANS-KEY==
023900         ==SCD-REVIEW-DATE==       BY ==LGH-REVIEW-DATE==
024000         ==SCD-REVIEW-TIME==       BY ==LGH-REVIEW-TIME==
024100         ==SCD-SUPERVISOR-ID==     BY ==LGH-SUPERVISOR-ID==.
024200
024300 FD  SAR-EXTRACT
024400     RECORDING MODE IS F.
024500 01  EXT-RECORD                  PIC X(132).
024600
024700 FD  PRIV-RPT
024800     RECORDING MODE IS F.
024900 01  RPT-LINE                    PIC X(132).
025000
025100 WORKING-STORAGE SECTION.
025200*----------------------------------------------------------------
025300* FILE STATUS AREAS
025400*----------------------------------------------------------------
025500 01  WS-VM-STATUS                PIC X(02).
025600     88  WS-VM-OK                    VALUE "00".
025700 01  WS-VH-STATUS                PIC X(02).
025800     88  WS-VH-OK                    VALUE "00".
025900 01  WS-VEH-STATUS               PIC X(02).
026000     88  WS-VEH-OK                   VALUE "00".
026100 01  WS-DUP-STATUS               PIC X(02).
026200     88  WS-DUP-OK                   VALUE "00".
026300 01  WS-DSP-STATUS               PIC X(02).
026400     88  WS-DSP-OK                   VALUE "00".
026500 01  WS-SCD-STATUS               PIC X(02).
026600     88  WS-SCD-OK                   VALUE "00".
026700 01  WS-NTF-STATUS               PIC X(02).
026800     88  WS-NTF-OK                   VALUE "00".
026900 01  WS-EXP-STATUS               PIC X(02).
027000     88  WS-EXP-OK                   VALUE "00".
027100 01  WS-ACD-STATUS               PIC X(02).
027200     88  WS-ACD-OK                   VALUE "00".
027210 01  WS-GMB-STATUS               PIC X(02).
027220     88  WS-GMB-OK                   VALUE "00".
027230 01  WS-XFR-STATUS               PIC X(02).
027240     88  WS-XFR-OK                   VALUE "00".
027250 01  WS-INC-STATUS               PIC X(02).
027260     88  WS-INC-OK                   VALUE "00".
027300 01  WS-AUD-STATUS               PIC X(02).
027400     88  WS-AUD-OK                   VALUE "00".
027500 01  WS-HST-STATUS               PIC X(02).
027600     88  WS-HST-OK                   VALUE "00".
027700 01  WS-WLH-STATUS               PIC X(02).
027800     88  WS-WLH-OK                   VALUE "00".
027900 01  WS-ACK-STATUS               PIC X(02).
028000     88  WS-ACK-OK                   VALUE "00".
028100 01  WS-LGH-STATUS               PIC X(02).
028200     88  WS-LGH-OK                   VALUE "00".
028300 01  WS-EXT-STATUS               PIC X(02).
028400     88  WS-EXT-OK                   VALUE "00".
028500 01  WS-RPT-STATUS               PIC X(02).
028600     88  WS-RPT-OK                   VALUE "00".
028700 01  WS-UPD-STATUS               PIC X(02).
028800     88  WS-UPD-OK                   VALUE "00".
028900
029000*----------------------------------------------------------------
029100* CONTROL CARD
029200*----------------------------------------------------------------
029300 01  WS-CONTROL-CARD.
029400     05  WS-CARD-SITE             PIC X(08).
029500     05  FILLER                   PIC X(01).
029600     05  WS-CARD-MODE             PIC X(01).
029700         88  WS-MODE-PURGE            VALUES "P" SPACE.
029800         88  WS-MODE-SEARCH           VALUE "S".
029900         88  WS-MODE-ERASE            VALUE "E".
030000     05  FILLER                   PIC X(01).
030100     05  WS-CARD-SUBJECT          PIC X(20).
030200     05  FILLER                   PIC X(49).
030300
030400 01  WS-SUBJECT-NORM             PIC X(20).
030500
030600*----------------------------------------------------------------
030700* RETENTION SCHEDULE - months each file is kept before the P run
030800* removes or anonymizes a record.  Zero means the file is not
030900* purged by this program.  Table order is the processing order
031000* and the PRIVRPT line order.
031100*----------------------------------------------------------------
031200 01  WS-RETENTION-VALUES.
031300     05  FILLER                   PIC X(11) VALUE "VISITMST000".
031400     05  FILLER                   PIC X(11) VALUE "VISITHST024".
031500     05  FILLER                   PIC X(11) VALUE "VEHICLE 003".
031600     05  FILLER                   PIC X(11) VALUE "DUPLIST 003".
031700     05  FILLER                   PIC X(11) VALUE "DUPWORKD012".
031800     05  FILLER                   PIC X(11) VALUE "SECWORKD024".
031900     05  FILLER                   PIC X(11) VALUE "HOSTNTFY001".
032000     05  FILLER                   PIC X(11) VALUE "EXPECTVS003".
032100     05  FILLER                   PIC X(11) VALUE "ACSDEACT000".
032200     05  FILLER                   PIC X(11) VALUE "AUDITLOG024".
032300     05  FILLER                   PIC X(11) VALUE "AUDITHST024".
032400     05  FILLER                   PIC X(11) VALUE "WLHITLOG024".
032500     05  FILLER                   PIC X(11) VALUE "ACKNOWL 012".
032510     05  FILLER                   PIC X(11) VALUE "GRPMEMB 003".
032520     05  FILLER                   PIC X(11) VALUE "VISXFER 003".
032530     05  FILLER                   PIC X(11) VALUE "INCIDENT036".
032600 01  WS-RETENTION-TABLE         REDEFINES WS-RETENTION-VALUES.
032700     05  RT-ENTRY                 OCCURS 16 TIMES.
032800         10  RT-FILE              PIC X(08).
032900         10  RT-MONTHS            PIC 9(03).
033000
033100 01  WS-FILE-COUNT               PIC 9(02) COMP VALUE 16.
033200
033300*----------------------------------------------------------------
033400* PER-FILE RESULTS, SUBSCRIPTED LIKE THE SCHEDULE ABOVE
033500*----------------------------------------------------------------
033600 01  WS-FILE-RESULTS.
033700     05  FC-ENTRY                 OCCURS 16 TIMES.
033800         10  FC-CUTOFF            PIC 9(08).
033900         10  FC-NOTE              PIC X(16).
034000         10  FC-READ-CTR          PIC 9(07) COMP.
034100         10  FC-SELECTED-CTR      PIC 9(07) COMP.
034200         10  FC-REMOVED-CTR       PIC 9(07) COMP.
034300         10  FC-ANON-CTR          PIC 9(07) COMP.
034400         10  FC-HELD-CTR          PIC 9(07) COMP.
034500         10  FC-ERROR-CTR         PIC 9(07) COMP.
034600
034700 01  WS-FX                       PIC 9(02) COMP.
034800
034900*----------------------------------------------------------------
035000* LEGAL HOLD - names security confirmed as true watchlist
035100* matches, from every site's SECWORKD
035200*----------------------------------------------------------------
035300 01  WS-HOLD-TABLE.
035400     05  HT-NAME                  PIC X(20) OCCURS 1000 TIMES.
035500 01  WS-HOLD-MAX                 PIC 9(04) COMP VALUE 1000.
035600 01  WS-HOLD-COUNT               PIC 9(04) COMP VALUE ZERO.
035700 01  WS-HX                       PIC 9(04) COMP.
035800
035900 01  WS-HOLD-FOUND-SWITCH        PIC X(01).
036000     88  WS-HOLD-FOUND               VALUE "Y".
036100     88  WS-HOLD-NOT-FOUND           VALUE "N".
036200
036300 01  WS-HOLD-ALL-SWITCH          PIC X(01) VALUE "N".
036400     88  WS-HOLD-ALL                 VALUE "Y".
036500     88  WS-HOLD-BY-NAME             VALUE "N".
036600
036700*----------------------------------------------------------------
036800* SWITCHES
036900*----------------------------------------------------------------
037000 01  WS-EOF-SWITCH               PIC X(01).
037100     88  WS-END-OF-FILE              VALUE "Y".
037200     88  WS-NOT-END-OF-FILE          VALUE "N".
037300
037400 01  WS-SELECT-SWITCH            PIC X(01).
037500     88  WS-SELECTED                 VALUE "Y".
037600     88  WS-NOT-SELECTED             VALUE "N".
037700
037800 01  WS-HELD-SWITCH              PIC X(01).
037900     88  WS-RECORD-HELD              VALUE "Y".
038000     88  WS-RECORD-NOT-HELD          VALUE "N".
038100
038200*----------------------------------------------------------------
038300* RECORD UNDER TEST AND WORK FIELDS
038400*----------------------------------------------------------------
038500 01  WS-CHK-NAME                 PIC X(20).
038600 01  WS-CHK-NORM                 PIC X(20).
038700 01  WS-CHK-DATE                 PIC 9(08).
038800
038900 01  WS-ANON-NAME                PIC X(20) VALUE "*ANONYMIZED*".
039000
039100 01  WS-RUN-DATE                 PIC 9(08).
039200 01  WS-RUN-DATE-R              REDEFINES WS-RUN-DATE.
039300     05  WS-RUN-YYYY              PIC 9(04).
039400     05  WS-RUN-MM                PIC 9(02).
039500     05  WS-RUN-DD                PIC 9(02).
039600 01  WS-RUN-TIME                 PIC 9(08).
039700
039800 01  WS-CUTOFF-DATE              PIC 9(08).
039900 01  WS-CUTOFF-DATE-R           REDEFINES WS-CUTOFF-DATE.
040000     05  WS-CUT-YYYY              PIC 9(04).
040100     05  WS-CUT-MM                PIC 9(02).
040200     05  WS-CUT-DD                PIC 9(02).
040300 01  WS-MONTH-NUMBER             PIC 9(06) COMP.
040400 01  WS-MONTH-REM                PIC 9(02) COMP.
040500
040600 01  WS-PAGE-NO                  PIC 9(04) COMP.
040700 01  WS-LINE-CTR                 PIC 9(04) COMP.
040800 01  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 60.
040900
041000 01  WS-SITE-FOUND-CTR           PIC 9(07) COMP VALUE ZERO.
041100 01  WS-SUMMARY-CTR-ED           PIC ZZZ,ZZ9.
041200
041300*----------------------------------------------------------------
041400* SUBJECT-ACCESS EXTRACT LINE - one per record found.  The
041500* detail area is laid out per file.
041600*----------------------------------------------------------------
041700 01  EXT-LINE.
041800     05  EXT-SITE                 PIC X(08).
041900     05  FILLER                   PIC X(01) VALUE SPACE.
042000     05  EXT-FILE                 PIC X(08).
042100     05  FILLER                   PIC X(01) VALUE SPACE.
042200     05  EXT-DATE                 PIC 9(08).
042300     05  FILLER                   PIC X(01) VALUE SPACE.
042400     05  EXT-ACTION               PIC X(10).
042500     05  FILLER                   PIC X(01) VALUE SPACE.
042600     05  EXT-DETAIL               PIC X(94).
042700     05  EXT-GENERIC             REDEFINES EXT-DETAIL.
042800         10  EXT-NAME             PIC X(20).
042900         10  FILLER               PIC X(01).
043000         10  EXT-COMPANY          PIC X(30).
043100         10  FILLER               PIC X(01).
043200         10  EXT-HOST             PIC X(20).
043300         10  FILLER               PIC X(01).
043400         10  EXT-INFO             PIC X(21).
043500     05  EXT-WATCH               REDEFINES EXT-DETAIL.
043600         10  EXT-WL-NAME          PIC X(20).
043700         10  FILLER               PIC X(01).
043800         10  EXT-WL-COMPANY       PIC X(30).
043900         10  FILLER               PIC X(01).
044000         10  EXT-WL-REASON        PIC X(30).
044100         10  FILLER               PIC X(01).
044200         10  EXT-WL-PROGRAM       PIC X(08).
044300         10  FILLER               PIC X(03).
044400
044500 01  INF-VISIT.
044600     05  FILLER                   PIC X(07) VALUE "STATUS ".
044700     05  INF-VIS-STATUS           PIC X(01).
044800     05  FILLER                   PIC X(07) VALUE " BADGE ".
044900     05  INF-VIS-BADGE            PIC 9(04).
045000     05  FILLER                   PIC X(02) VALUE SPACES.
045100
045200 01  INF-VISITOR-ID.
045300     05  FILLER                   PIC X(08) VALUE "VISITOR ".
045400     05  INF-VISITOR-ID-NO        PIC 9(13).
045500
045600 01  INF-AUDIT.
045700     05  INF-AUD-PROGRAM          PIC X(08).
045800     05  FILLER                   PIC X(01) VALUE SPACE.
045900     05  INF-AUD-EVENT            PIC X(04).
046000     05  FILLER                   PIC X(08) VALUE SPACES.
046100
046200 01  INF-SEC.
046300     05  FILLER                   PIC X(05) VALUE "DISP ".
046400     05  INF-SEC-DISP             PIC X(01).
046500     05  FILLER                   PIC X(05) VALUE " KEY ".
046600     05  INF-SEC-KEY              PIC 9(06).
046700     05  FILLER                   PIC X(04) VALUE SPACES.
046800
046900 01  INF-PREREG.
047000     05  FILLER                   PIC X(08) VALUE "PURPOSE ".
047100     05  INF-PRG-PURPOSE          PIC X(04).
047200     05  FILLER                   PIC X(04) VALUE " ST ".
047300     05  INF-PRG-STATUS           PIC X(01).
047400     05  FILLER                   PIC X(04) VALUE SPACES.
047500
047600 01  INF-VEHICLE.
047700     05  INF-VEH-PLATE            PIC X(10).
047800     05  FILLER                   PIC X(01) VALUE SPACE.
047900     05  INF-VEH-STATE            PIC X(02).
048000     05  FILLER                   PIC X(01) VALUE SPACE.
048100     05  INF-VEH-LOT              PIC X(04).
048200     05  FILLER                   PIC X(01) VALUE SPACE.
048300     05  INF-VEH-STATUS           PIC X(01).
048400     05  FILLER                   PIC X(01) VALUE SPACE.
048500
048600 01  INF-ACK.
048700     05  INF-ACK-DOC              PIC X(04).
048800     05  FILLER                   PIC X(01) VALUE SPACE.
048900     05  INF-ACK-VERSION          PIC X(06).
049000     05  FILLER                   PIC X(01) VALUE SPACE.
049100     05  INF-ACK-EXPIRY           PIC 9(08).
049200     05  FILLER                   PIC X(01) VALUE SPACE.
049205
049210 01  INF-GROUP.
049220     05  FILLER                   PIC X(06) VALUE "GROUP ".
049230     05  INF-GMB-GROUP            PIC X(08).
049240     05  FILLER                   PIC X(04) VALUE " ST ".
049250     05  INF-GMB-STATUS           PIC X(01).
049260     05  FILLER                   PIC X(02) VALUE SPACES.
049265 01  INF-XFER.
049270     05  INF-XFR-FROM             PIC X(08).
049275     05  FILLER                   PIC X(01) VALUE ">".
049280     05  INF-XFR-TO               PIC X(08).
049285     05  FILLER                   PIC X(03) VALUE " ST".
049290     05  INF-XFR-STATUS           PIC X(01).
049291 01  INF-INCIDENT.
049292     05  FILLER                   PIC X(04) VALUE "INC ".
049293     05  INF-INC-NUMBER           PIC 9(08).
049294     05  FILLER                   PIC X(01) VALUE SPACE.
049295     05  INF-INC-CATEGORY         PIC X(04).
049296     05  FILLER                   PIC X(01) VALUE SPACE.
049297     05  INF-INC-SEVERITY         PIC X(01).
049298     05  FILLER                   PIC X(01) VALUE SPACE.
049299     05  INF-INC-FOLLOWUP         PIC X(01).
049300
049400 01  EXT-HEADER-LINE.
049500     05  FILLER                   PIC X(24) VALUE
049600         "SUBJECT ACCESS EXTRACT -".
049700     05  FILLER                   PIC X(01) VALUE SPACE.
049800     05  EXH-SUBJECT              PIC X(20).
049900     05  FILLER                   PIC X(07) VALUE " SITE: ".
050000     05  EXH-SITE                 PIC X(08).
050100     05  FILLER                   PIC X(06) VALUE " RUN: ".
050200     05  EXH-RUN-DATE             PIC 9(08).
050300     05  FILLER                   PIC X(01) VALUE SPACE.
050400     05  EXH-MODE                 PIC X(06).
050500     05  FILLER                   PIC X(51) VALUE SPACES.
050600
050700 01  EXT-TRAILER-LINE.
050800     05  FILLER                   PIC X(24) VALUE
050900         "RECORDS FOUND AT SITE - ".
051000     05  EXT-TRL-SITE             PIC X(08).
051100     05  FILLER                   PIC X(01) VALUE SPACE.
051200     05  EXT-TRL-COUNT            PIC ZZZ,ZZ9.
051300     05  FILLER                   PIC X(92) VALUE SPACES.
051400
051500*----------------------------------------------------------------
051600* REPORT LINE LAYOUTS
051700*----------------------------------------------------------------
051800 01  HDR-LINE-1.
051900     05  FILLER                   PIC X(01) VALUE SPACE.
052000     05  HDR-TITLE                PIC X(30).
052100     05  FILLER                   PIC X(07) VALUE " SITE: ".
052200     05  HDR-SITE                 PIC X(08).
052300     05  FILLER                   PIC X(03) VALUE SPACES.
052400     05  FILLER                   PIC X(10) VALUE
052500         "RUN DATE: ".
052600     05  HDR-RUN-MM               PIC 99.
052700     05  FILLER                   PIC X(01) VALUE "/".
052800     05  HDR-RUN-DD               PIC 99.
052900     05  FILLER                   PIC X(01) VALUE "/".
053000     05  HDR-RUN-YYYY             PIC 9999.
053100     05  FILLER                   PIC X(03) VALUE SPACES.
053200     05  FILLER                   PIC X(05) VALUE "PAGE ".
053300     05  HDR-PAGE-NO              PIC ZZZ9.
053400
053500 01  HDR-LINE-2.
053600     05  FILLER                   PIC X(01) VALUE SPACE.
053700     05  FILLER                   PIC X(09) VALUE "SUBJECT: ".
053800     05  HDR-SUBJECT              PIC X(20).
053900
054000 01  HDR-LINE-3.
054100     05  FILLER                   PIC X(01) VALUE SPACE.
054200     05  FILLER                   PIC X(09) VALUE "FILE".
054300     05  FILLER                   PIC X(08) VALUE "  MONTHS".
054400     05  FILLER                   PIC X(10) VALUE "    CUTOFF".
054500     05  FILLER                   PIC X(10) VALUE "      READ".
054600     05  HDR-SELECTED             PIC X(10).
054700     05  FILLER                   PIC X(10) VALUE "   REMOVED".
054800     05  FILLER                   PIC X(11) VALUE " ANONYMIZED".
054900     05  FILLER                   PIC X(10) VALUE "      HELD".
055000     05  FILLER                   PIC X(10) VALUE "    ERRORS".
055100     05  FILLER                   PIC X(02) VALUE SPACES.
055200     05  FILLER                   PIC X(04) VALUE "NOTE".
055300
055400 01  DTL-LINE.
055500     05  FILLER                   PIC X(01) VALUE SPACE.
055600     05  DTL-FILE                 PIC X(08).
055700     05  FILLER                   PIC X(01) VALUE SPACE.
055800     05  DTL-MONTHS               PIC ZZZZZZZ9.
055900     05  FILLER                   PIC X(02) VALUE SPACES.
056000     05  DTL-CUTOFF               PIC X(08).
056100     05  FILLER                   PIC X(01) VALUE SPACE.
056200     05  DTL-READ                 PIC Z,ZZZ,ZZ9.
056300     05  FILLER                   PIC X(01) VALUE SPACE.
056400     05  DTL-SELECTED             PIC Z,ZZZ,ZZ9.
056500     05  FILLER                   PIC X(01) VALUE SPACE.
056600     05  DTL-REMOVED              PIC Z,ZZZ,ZZ9.
056700     05  FILLER                   PIC X(02) VALUE SPACES.
056800     05  DTL-ANON                 PIC Z,ZZZ,ZZ9.
056900     05  FILLER                   PIC X(01) VALUE SPACE.
057000     05  DTL-HELD                 PIC Z,ZZZ,ZZ9.
057100     05  FILLER                   PIC X(01) VALUE SPACE.
057200     05  DTL-ERRORS               PIC Z,ZZZ,ZZ9.
057300     05  FILLER                   PIC X(02) VALUE SPACES.
057400     05  DTL-NOTE                 PIC X(16).
057500
057600 01  TOTAL-LINE.
057700     05  FILLER                   PIC X(01) VALUE SPACE.
057800     05  TOT-LABEL                PIC X(30).
057900     05  TOT-VALUE                PIC ZZZ,ZZ9.
058000
058100 PROCEDURE DIVISION.
058200*================================================================
058300* 0000-MAINLINE
058400*================================================================
058500 0000-MAINLINE.
058600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
058700     PERFORM 1200-LOAD-LEGAL-HOLDS THRU 1200-EXIT
058800     PERFORM 3100-WORK-VISITMST THRU 3100-EXIT
058900     PERFORM 3200-WORK-VISITHST THRU 3200-EXIT
059000     PERFORM 3300-WORK-VEHICLE THRU 3300-EXIT
059100     PERFORM 3400-WORK-DUPLIST THRU 3400-EXIT
059200     PERFORM 3500-WORK-DUPWORKD THRU 3500-EXIT
059300     PERFORM 3600-WORK-SECWORKD THRU 3600-EXIT
059400     PERFORM 3700-WORK-HOSTNTFY THRU 3700-EXIT
059500     PERFORM 3800-WORK-EXPECTVS THRU 3800-EXIT
059600     PERFORM 3900-WORK-ACSDEACT THRU 3900-EXIT
059700     PERFORM 4100-WORK-AUDITLOG THRU 4100-EXIT
059800     PERFORM 4200-WORK-AUDITHST THRU 4200-EXIT
059900     PERFORM 4300-WORK-WLHITLOG THRU 4300-EXIT
060000     PERFORM 4400-WORK-ACKNOWL THRU 4400-EXIT
060010     PERFORM 4500-WORK-GRPMEMB THRU 4500-EXIT
060020     PERFORM 4600-WORK-VISXFER THRU 4600-EXIT
060030     PERFORM 4700-WORK-INCIDENT THRU 4700-EXIT
060100     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
060200     PERFORM 9000-TERMINATE THRU 9000-EXIT
060300     STOP RUN.
060400
060500*================================================================
060600* 1000-INITIALIZE - a card that names no valid mode, or a search
060700* or erase without a subject, ends the run before any file is
060800* opened.
060900*================================================================
061000 1000-INITIALIZE.
061100     MOVE ZERO TO WS-PAGE-NO
061200     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-CTR
061300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
061400     ACCEPT WS-RUN-TIME FROM TIME
061500
061600     MOVE SPACES TO WS-CONTROL-CARD
061700     ACCEPT WS-CONTROL-CARD
061800     IF WS-CARD-SITE = SPACES
061900        MOVE "UNNAMED" TO WS-CARD-SITE
062000     END-IF
062100     IF NOT WS-MODE-PURGE AND NOT WS-MODE-SEARCH
062200        AND NOT WS-MODE-ERASE
062300        DISPLAY "PRIVPURG: MODE '" WS-CARD-MODE
062400           "' IS NOT P, S OR E - NOTHING DONE"
062500        MOVE 8 TO RETURN-CODE
062600        STOP RUN
062700     END-IF
062800     IF WS-MODE-PURGE
062900        MOVE SPACES TO WS-CARD-SUBJECT
063000     ELSE
063100        IF WS-CARD-SUBJECT = SPACES
063200           DISPLAY "PRIVPURG: NO SUBJECT NAME ON THE CARD - "
063300              "NOTHING DONE"
063400           MOVE 8 TO RETURN-CODE
063500           STOP RUN
063600        END-IF
063700        CALL "NAMENORM" USING WS-CARD-SUBJECT WS-SUBJECT-NORM
063800     END-IF
063900
064000     PERFORM 1100-SET-CUTOFF THRU 1100-EXIT
064100         VARYING WS-FX FROM 1 BY 1
064200         UNTIL WS-FX > WS-FILE-COUNT
064300
064400     OPEN OUTPUT PRIV-RPT
064500     IF WS-MODE-PURGE
064600        GO TO 1000-EXIT
064700     END-IF
064800     OPEN EXTEND SAR-EXTRACT
064900     IF NOT WS-EXT-OK
065000        DISPLAY "PRIVPURG: STATUS " WS-EXT-STATUS
065100           " OPENING SAREXTR - NOTHING DONE"
065200        CLOSE PRIV-RPT
065300        MOVE 8 TO RETURN-CODE
065400        STOP RUN
065500     END-IF
065600     MOVE WS-CARD-SUBJECT TO EXH-SUBJECT
065700     MOVE WS-CARD-SITE    TO EXH-SITE
065800     MOVE WS-RUN-DATE     TO EXH-RUN-DATE
065900     IF WS-MODE-SEARCH
066000        MOVE "SEARCH" TO EXH-MODE
066100     ELSE
066200        MOVE "ERASE" TO EXH-MODE
066300     END-IF
066400     WRITE EXT-RECORD FROM EXT-HEADER-LINE
066500 1000-EXIT.
066600     EXIT.
066700
066800*================================================================
066900* 1100-SET-CUTOFF - run date less the file's retention months,
067000* the day pulled back to the end of a shorter month.
067100*================================================================
067200 1100-SET-CUTOFF.
067300     INITIALIZE FC-ENTRY (WS-FX)
067400     IF NOT WS-MODE-PURGE OR RT-MONTHS (WS-FX) = ZERO
067500        MOVE ZERO TO FC-CUTOFF (WS-FX)
067600        GO TO 1100-EXIT
067700     END-IF
067800     COMPUTE WS-MONTH-NUMBER = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
067900                              - RT-MONTHS (WS-FX)
068000     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUT-YYYY
068100         REMAINDER WS-MONTH-REM
068200     COMPUTE WS-CUT-MM = WS-MONTH-REM + 1
068300     MOVE WS-RUN-DD TO WS-CUT-DD
068400     IF WS-CUT-MM = 2 AND WS-CUT-DD > 28
068500        MOVE 28 TO WS-CUT-DD
068600     END-IF
068700     IF (WS-CUT-MM = 4 OR 6 OR 9 OR 11) AND WS-CUT-DD > 30
068800        MOVE 30 TO WS-CUT-DD
068900     END-IF
069000     MOVE WS-CUTOFF-DATE TO FC-CUTOFF (WS-FX)
069100 1100-EXIT.
069200     EXIT.
069300
069400*================================================================
069500* 1200-LOAD-LEGAL-HOLDS - every name security confirmed on any
069600* site's SECWORKD (concatenated on LEGALHLD) is under legal hold
069700* on WLHITLOG.  Only the step that works WLHITLOG needs it; if
069800* it is missing or the table overflows, the whole of WLHITLOG is
069900* held rather than risk anonymizing evidence.
070000*================================================================
070100 1200-LOAD-LEGAL-HOLDS.
070200     OPEN INPUT LEGAL-HOLD-FILE
070300     IF NOT WS-LGH-OK
070400        SET WS-HOLD-ALL TO TRUE
070500        GO TO 1200-EXIT
070600     END-IF
070700     SET WS-NOT-END-OF-FILE TO TRUE
070800     PERFORM 1210-LOAD-ONE-HOLD THRU 1210-EXIT
070900         UNTIL WS-END-OF-FILE
071000     CLOSE LEGAL-HOLD-FILE
071100 1200-EXIT.
071200     EXIT.
071300
071400 1210-LOAD-ONE-HOLD.
071500     READ LEGAL-HOLD-FILE
071600         AT END
071700            SET WS-END-OF-FILE TO TRUE
071800            GO TO 1210-EXIT
071900     END-READ
072000     IF NOT LGH-CONFIRMED
072100        GO TO 1210-EXIT
072200     END-IF
072300     MOVE LGH-NAME TO WS-CHK-NAME
072400     CALL "NAMENORM" USING WS-CHK-NAME WS-CHK-NORM
072500     SET WS-HOLD-NOT-FOUND TO TRUE
072600     PERFORM 1220-MATCH-HOLD THRU 1220-EXIT
072700         VARYING WS-HX FROM 1 BY 1
072800         UNTIL WS-HX > WS-HOLD-COUNT OR WS-HOLD-FOUND
072900     IF WS-HOLD-FOUND
073000        GO TO 1210-EXIT
073100     END-IF
073200     IF WS-HOLD-COUNT >= WS-HOLD-MAX
073300        DISPLAY "PRIVPURG: LEGAL HOLD TABLE FULL AT "
073400           WS-HOLD-MAX " NAMES - ALL OF WLHITLOG HELD"
073500        SET WS-HOLD-ALL TO TRUE
073600        SET WS-END-OF-FILE TO TRUE
073700        GO TO 1210-EXIT
073800     END-IF
073900     ADD 1 TO WS-HOLD-COUNT
074000     MOVE WS-CHK-NORM TO HT-NAME (WS-HOLD-COUNT)
074100 1210-EXIT.
074200     EXIT.
074300
074400 1220-MATCH-HOLD.
074500     IF HT-NAME (WS-HX) = WS-CHK-NORM
074600        SET WS-HOLD-FOUND TO TRUE
074700     END-IF
074800 1220-EXIT.
074900     EXIT.
075000
075100*================================================================
075200* 3100-WORK-VISITMST - search and erase only; the P run leaves
075300* the live master to VISTARCH.  An open visit is held - the
075400* visitor is in the building.
075500*================================================================
075600 3100-WORK-VISITMST.
075700     MOVE 1 TO WS-FX
075800     IF WS-MODE-PURGE
075900        MOVE "NOT PURGED" TO FC-NOTE (WS-FX)
076000        GO TO 3100-EXIT
076100     END-IF
076200     IF WS-MODE-SEARCH
076300        OPEN INPUT VISITOR-MASTER
076400     ELSE
076500        OPEN I-O VISITOR-MASTER
076600     END-IF
076700     IF NOT WS-VM-OK
076800        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
076900        GO TO 3100-EXIT
077000     END-IF
077100     SET WS-NOT-END-OF-FILE TO TRUE
077200     PERFORM 3110-VISITMST-ONE THRU 3110-EXIT
077300         UNTIL WS-END-OF-FILE
077400     CLOSE VISITOR-MASTER
077500 3100-EXIT.
077600     EXIT.
077700
077800 3110-VISITMST-ONE.
077900     READ VISITOR-MASTER NEXT RECORD
078000         AT END
078100            SET WS-END-OF-FILE TO TRUE
078200            GO TO 3110-EXIT
078300     END-READ
078400     IF NOT WS-VM-OK
078500        SET WS-END-OF-FILE TO TRUE
078600        GO TO 3110-EXIT
078700     END-IF
078800     MOVE VIS-NAME       TO WS-CHK-NAME
078900     MOVE VIS-ENTRY-DATE TO WS-CHK-DATE
079000     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
079100     IF WS-NOT-SELECTED
079200        GO TO 3110-EXIT
079300     END-IF
079400     MOVE SPACES TO EXT-DETAIL
079500     MOVE VIS-NAME            TO EXT-NAME
079600     MOVE VIS-BADGE-COMPANY   TO EXT-COMPANY
079700     MOVE VIS-HOST-EMPLOYEE   TO EXT-HOST
079800     MOVE VIS-STATUS          TO INF-VIS-STATUS
079900     MOVE VIS-BADGE-NO        TO INF-VIS-BADGE
080000     MOVE INF-VISIT           TO EXT-INFO
080100     IF WS-MODE-ERASE
080200        IF VIS-STATUS-OPEN
080300           MOVE "ON SITE" TO EXT-ACTION
080400           ADD 1 TO FC-HELD-CTR (WS-FX)
080500        ELSE
080600           MOVE WS-ANON-NAME TO VIS-NAME
080700           MOVE SPACES       TO VIS-BADGE-COMPANY
080800           REWRITE VISITOR-REC
080900           MOVE WS-VM-STATUS TO WS-UPD-STATUS
081000           PERFORM 6100-COUNT-ANON THRU 6100-EXIT
081100        END-IF
081200     END-IF
081300     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
081400 3110-EXIT.
081500     EXIT.
081600
081700*================================================================
081800* 3200-WORK-VISITHST - history past retention is removed;
081900* erase anonymizes the visit but keeps it for the counts the
082000* reports draw from history.
082100*================================================================
082200 3200-WORK-VISITHST.
082300     MOVE 2 TO WS-FX
082400     IF WS-MODE-SEARCH
082500        OPEN INPUT VISITOR-HISTORY
082600     ELSE
082700        OPEN I-O VISITOR-HISTORY
082800     END-IF
082900     IF NOT WS-VH-OK
083000        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
083100        GO TO 3200-EXIT
083200     END-IF
083300     SET WS-NOT-END-OF-FILE TO TRUE
083400     PERFORM 3210-VISITHST-ONE THRU 3210-EXIT
083500         UNTIL WS-END-OF-FILE
083600     CLOSE VISITOR-HISTORY
083700 3200-EXIT.
083800     EXIT.
083900
084000 3210-VISITHST-ONE.
084100     READ VISITOR-HISTORY NEXT RECORD
084200         AT END
084300            SET WS-END-OF-FILE TO TRUE
084400            GO TO 3210-EXIT
084500     END-READ
084600     IF NOT WS-VH-OK
084700        SET WS-END-OF-FILE TO TRUE
084800        GO TO 3210-EXIT
084900     END-IF
085000     MOVE VH-NAME       TO WS-CHK-NAME
085100     MOVE VH-ENTRY-DATE TO WS-CHK-DATE
085200     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
085300     IF WS-NOT-SELECTED
085400        GO TO 3210-EXIT
085500     END-IF
085600     IF WS-MODE-PURGE
085700        DELETE VISITOR-HISTORY RECORD
085800        MOVE WS-VH-STATUS TO WS-UPD-STATUS
085900        PERFORM 6200-COUNT-REMOVED THRU 6200-EXIT
086000        GO TO 3210-EXIT
086100     END-IF
086200     MOVE SPACES TO EXT-DETAIL
086300     MOVE VH-NAME            TO EXT-NAME
086400     MOVE VH-BADGE-COMPANY   TO EXT-COMPANY
086500     MOVE VH-HOST-EMPLOYEE   TO EXT-HOST
086600     MOVE VH-STATUS          TO INF-VIS-STATUS
086700     MOVE VH-BADGE-NO        TO INF-VIS-BADGE
086800     MOVE INF-VISIT          TO EXT-INFO
086900     IF WS-MODE-ERASE
087000        MOVE WS-ANON-NAME TO VH-NAME
087100        MOVE SPACES       TO VH-BADGE-COMPANY
087200        REWRITE VISITOR-HIST-REC
087300        MOVE WS-VH-STATUS TO WS-UPD-STATUS
087400        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
087500     END-IF
087600     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
087700 3210-EXIT.
087800     EXIT.
087900
088000*================================================================
088100* 3300-WORK-VEHICLE - a car released or swept longer ago than
088200* the retention period is removed, plate history and all; erase
088300* removes the subject's cars the same way.  A car still parked
088400* is never touched.
088500*================================================================
088600 3300-WORK-VEHICLE.
088700     MOVE 3 TO WS-FX
088800     IF WS-MODE-SEARCH
088900        OPEN INPUT VEHICLE-FILE
089000     ELSE
089100        OPEN I-O VEHICLE-FILE
089200     END-IF
089300     IF NOT WS-VEH-OK
089400        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
089500        GO TO 3300-EXIT
089600     END-IF
089700     SET WS-NOT-END-OF-FILE TO TRUE
089800     PERFORM 3310-VEHICLE-ONE THRU 3310-EXIT
089900         UNTIL WS-END-OF-FILE
090000     CLOSE VEHICLE-FILE
090100 3300-EXIT.
090200     EXIT.
090300
090400 3310-VEHICLE-ONE.
090500     READ VEHICLE-FILE NEXT RECORD
090600         AT END
090700            SET WS-END-OF-FILE TO TRUE
090800            GO TO 3310-EXIT
090900     END-READ
091000     IF NOT WS-VEH-OK
091100        SET WS-END-OF-FILE TO TRUE
091200        GO TO 3310-EXIT
091300     END-IF
091400     MOVE VEH-VISITOR-NAME TO WS-CHK-NAME
091500     MOVE VEH-RELEASE-DATE TO WS-CHK-DATE
091600     IF WS-MODE-PURGE AND VEH-PARKED
091700        ADD 1 TO FC-READ-CTR (WS-FX)
091800        GO TO 3310-EXIT
091900     END-IF
092000     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
092100     IF WS-NOT-SELECTED
092200        GO TO 3310-EXIT
092300     END-IF
092400     MOVE SPACES TO EXT-DETAIL
092500     MOVE VEH-VISITOR-NAME TO EXT-NAME
092600     MOVE VEH-PLATE        TO INF-VEH-PLATE
092700     MOVE VEH-STATE        TO INF-VEH-STATE
092800     MOVE VEH-LOT-CODE     TO INF-VEH-LOT
092900     MOVE VEH-STATUS       TO INF-VEH-STATUS
093000     MOVE INF-VEHICLE      TO EXT-INFO
093100     MOVE VEH-PARK-DATE    TO WS-CHK-DATE
093200     IF WS-MODE-SEARCH
093300        GO TO 3310-WRITE
093400     END-IF
093500     IF VEH-PARKED
093600        MOVE "ON SITE" TO EXT-ACTION
093700        ADD 1 TO FC-HELD-CTR (WS-FX)
093800        GO TO 3310-WRITE
093900     END-IF
094000     DELETE VEHICLE-FILE RECORD
094100     MOVE WS-VEH-STATUS TO WS-UPD-STATUS
094200     PERFORM 6200-COUNT-REMOVED THRU 6200-EXIT
094300 3310-WRITE.
094400     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
094500 3310-EXIT.
094600     EXIT.
094700
094800*================================================================
094900* 3400-WORK-DUPLIST thru 3900-WORK-ACSDEACT - the site's
095000* sequential trails.  Past retention or erased, the name (and
095100* company, where carried) is overwritten in place.
095200*================================================================
095300 3400-WORK-DUPLIST.
095400     MOVE 4 TO WS-FX
095500     IF WS-MODE-SEARCH
095600        OPEN INPUT DUP-REVIEW-FILE
095700     ELSE
095800        OPEN I-O DUP-REVIEW-FILE
095900     END-IF
096000     IF NOT WS-DUP-OK
096100        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
096200        GO TO 3400-EXIT
096300     END-IF
096400     SET WS-NOT-END-OF-FILE TO TRUE
096500     PERFORM 3410-DUPLIST-ONE THRU 3410-EXIT
096600         UNTIL WS-END-OF-FILE
096700     CLOSE DUP-REVIEW-FILE
096800 3400-EXIT.
096900     EXIT.
097000
097100 3410-DUPLIST-ONE.
097200     READ DUP-REVIEW-FILE
097300         AT END
097400            SET WS-END-OF-FILE TO TRUE
097500            GO TO 3410-EXIT
097600     END-READ
097700     MOVE DUP-NAME      TO WS-CHK-NAME
097800     MOVE DUP-FLAG-DATE TO WS-CHK-DATE
097900     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
098000     IF WS-NOT-SELECTED
098100        GO TO 3410-EXIT
098200     END-IF
098300     MOVE SPACES TO EXT-DETAIL
098400     MOVE DUP-NAME             TO EXT-NAME
098500     MOVE DUP-EXIST-VISITOR-ID TO INF-VISITOR-ID-NO
098600     MOVE INF-VISITOR-ID       TO EXT-INFO
098700     IF NOT WS-MODE-SEARCH
098800        MOVE WS-ANON-NAME TO DUP-NAME
098900        REWRITE DUP-REVIEW-REC
099000        MOVE WS-DUP-STATUS TO WS-UPD-STATUS
099100        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
099200     END-IF
099300     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
099400 3410-EXIT.
099500     EXIT.
099600
099700 3500-WORK-DUPWORKD.
099800     MOVE 5 TO WS-FX
099900     IF WS-MODE-SEARCH
100000        OPEN INPUT DUP-WORKED-FILE
100100     ELSE
100200        OPEN I-O DUP-WORKED-FILE
100300     END-IF
100400     IF NOT WS-DSP-OK
100500        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
100600        GO TO 3500-EXIT
100700     END-IF
100800     SET WS-NOT-END-OF-FILE TO TRUE
100900     PERFORM 3510-DUPWORKD-ONE THRU 3510-EXIT
101000         UNTIL WS-END-OF-FILE
101100     CLOSE DUP-WORKED-FILE
101200 3500-EXIT.
101300     EXIT.
101400
101500 3510-DUPWORKD-ONE.
101600     READ DUP-WORKED-FILE
101700         AT END
101800            SET WS-END-OF-FILE TO TRUE
101900            GO TO 3510-EXIT
102000     END-READ
102100     MOVE DSP-NAME        TO WS-CHK-NAME
102200     MOVE DSP-REVIEW-DATE TO WS-CHK-DATE
102300     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
102400     IF WS-NOT-SELECTED
102500        GO TO 3510-EXIT
102600     END-IF
102700     MOVE SPACES TO EXT-DETAIL
102800     MOVE DSP-NAME             TO EXT-NAME
102900     MOVE DSP-EXIST-VISITOR-ID TO INF-VISITOR-ID-NO
103000     MOVE INF-VISITOR-ID       TO EXT-INFO
103100     IF NOT WS-MODE-SEARCH
103200        MOVE WS-ANON-NAME TO DSP-NAME
103300        REWRITE DUP-DISP-REC
103400        MOVE WS-DSP-STATUS TO WS-UPD-STATUS
103500        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
103600     END-IF
103700     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
103800 3510-EXIT.
103900     EXIT.
104000
104100*================================================================
104200* 3600-WORK-SECWORKD - a confirmed disposition is the other half
104300* of the legal hold and is never anonymized.
104400*================================================================
104500 3600-WORK-SECWORKD.
104600     MOVE 6 TO WS-FX
104700     IF WS-MODE-SEARCH
104800        OPEN INPUT SEC-WORKED-FILE
104900     ELSE
105000        OPEN I-O SEC-WORKED-FILE
105100     END-IF
105200     IF NOT WS-SCD-OK
105300        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
105400        GO TO 3600-EXIT
105500     END-IF
105600     SET WS-NOT-END-OF-FILE TO TRUE
105700     PERFORM 3610-SECWORKD-ONE THRU 3610-EXIT
105800         UNTIL WS-END-OF-FILE
105900     CLOSE SEC-WORKED-FILE
106000 3600-EXIT.
106100     EXIT.
106200
106300 3610-SECWORKD-ONE.
106400     READ SEC-WORKED-FILE
106500         AT END
106600            SET WS-END-OF-FILE TO TRUE
106700            GO TO 3610-EXIT
106800     END-READ
106900     MOVE SCD-NAME        TO WS-CHK-NAME
107000     MOVE SCD-REVIEW-DATE TO WS-CHK-DATE
107100     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
107200     IF WS-NOT-SELECTED
107300        GO TO 3610-EXIT
107400     END-IF
107500     MOVE SPACES TO EXT-DETAIL
107600     MOVE SCD-NAME        TO EXT-NAME
107700     MOVE SCD-REASON      TO EXT-COMPANY
107800     MOVE SCD-DISPOSITION TO INF-SEC-DISP
107900     MOVE SCD-TRANS-KEY   TO INF-SEC-KEY
108000     MOVE INF-SEC         TO EXT-INFO
108100     IF WS-MODE-SEARCH
108200        GO TO 3610-WRITE
108300     END-IF
108400     IF SCD-CONFIRMED
108500        MOVE "LEGAL HOLD" TO EXT-ACTION
108600        ADD 1 TO FC-HELD-CTR (WS-FX)
108700        GO TO 3610-WRITE
108800     END-IF
108900     MOVE WS-ANON-NAME TO SCD-NAME
109000     REWRITE SEC-DISP-REC
109100     MOVE WS-SCD-STATUS TO WS-UPD-STATUS
109200     PERFORM 6100-COUNT-ANON THRU 6100-EXIT
109300 3610-WRITE.
109400     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
109500 3610-EXIT.
109600     EXIT.
109700
109800 3700-WORK-HOSTNTFY.
109900     MOVE 7 TO WS-FX
110000     IF WS-MODE-SEARCH
110100        OPEN INPUT ARRIVAL-NOTIFY-FILE
110200     ELSE
110300        OPEN I-O ARRIVAL-NOTIFY-FILE
110400     END-IF
110500     IF NOT WS-NTF-OK
110600        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
110700        GO TO 3700-EXIT
110800     END-IF
110900     SET WS-NOT-END-OF-FILE TO TRUE
111000     PERFORM 3710-HOSTNTFY-ONE THRU 3710-EXIT
111100         UNTIL WS-END-OF-FILE
111200     CLOSE ARRIVAL-NOTIFY-FILE
111300 3700-EXIT.
111400     EXIT.
111500
111600 3710-HOSTNTFY-ONE.
111700     READ ARRIVAL-NOTIFY-FILE
111800         AT END
111900            SET WS-END-OF-FILE TO TRUE
112000            GO TO 3710-EXIT
112100     END-READ
112200     MOVE NTF-VISITOR-NAME TO WS-CHK-NAME
112300     MOVE NTF-ENTRY-DATE   TO WS-CHK-DATE
112400     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
112500     IF WS-NOT-SELECTED
112600        GO TO 3710-EXIT
112700     END-IF
112800     MOVE SPACES TO EXT-DETAIL
112900     MOVE NTF-VISITOR-NAME  TO EXT-NAME
113000     MOVE NTF-BADGE-COMPANY TO EXT-COMPANY
113100     MOVE NTF-HOST-EMPLOYEE TO EXT-HOST
113200     IF NOT WS-MODE-SEARCH
113300        MOVE WS-ANON-NAME TO NTF-VISITOR-NAME
113400        MOVE SPACES       TO NTF-BADGE-COMPANY
113500        REWRITE ARRIVAL-NOTIFY-REC
113600        MOVE WS-NTF-STATUS TO WS-UPD-STATUS
113700        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
113800     END-IF
113900     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
114000 3710-EXIT.
114100     EXIT.
114200
114300 3800-WORK-EXPECTVS.
114400     MOVE 8 TO WS-FX
114500     IF WS-MODE-SEARCH
114600        OPEN INPUT EXPECTED-FILE
114700     ELSE
114800        OPEN I-O EXPECTED-FILE
114900     END-IF
115000     IF NOT WS-EXP-OK
115100        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
115200        GO TO 3800-EXIT
115300     END-IF
115400     SET WS-NOT-END-OF-FILE TO TRUE
115500     PERFORM 3810-EXPECTVS-ONE THRU 3810-EXIT
115600         UNTIL WS-END-OF-FILE
115700     CLOSE EXPECTED-FILE
115800 3800-EXIT.
115900     EXIT.
116000
116100 3810-EXPECTVS-ONE.
116200     READ EXPECTED-FILE
116300         AT END
116400            SET WS-END-OF-FILE TO TRUE
116500            GO TO 3810-EXIT
116600     END-READ
116700     MOVE PRG-VISITOR-NAME TO WS-CHK-NAME
116800     MOVE PRG-EXPECT-DATE  TO WS-CHK-DATE
116900     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
117000     IF WS-NOT-SELECTED
117100        GO TO 3810-EXIT
117200     END-IF
117300     MOVE SPACES TO EXT-DETAIL
117400     MOVE PRG-VISITOR-NAME  TO EXT-NAME
117500     MOVE PRG-BADGE-COMPANY TO EXT-COMPANY
117600     MOVE PRG-HOST-EMPLOYEE TO EXT-HOST
117700     MOVE PRG-PURPOSE-CODE  TO INF-PRG-PURPOSE
117800     MOVE PRG-STATUS        TO INF-PRG-STATUS
117900     MOVE INF-PREREG        TO EXT-INFO
118000     IF NOT WS-MODE-SEARCH
118100        MOVE WS-ANON-NAME TO PRG-VISITOR-NAME
118200        MOVE SPACES       TO PRG-BADGE-COMPANY
118300        REWRITE PREREG-REC
118400        MOVE WS-EXP-STATUS TO WS-UPD-STATUS
118500        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
118600     END-IF
118700     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
118800 3810-EXIT.
118900     EXIT.
119000
119100*================================================================
119200* 3900-WORK-ACSDEACT - search and erase only; every ACSFEED run
119300* empties the queue, so it needs no retention of its own.
119400*================================================================
119500 3900-WORK-ACSDEACT.
119600     MOVE 9 TO WS-FX
119700     IF WS-MODE-PURGE
119800        MOVE "NOT PURGED" TO FC-NOTE (WS-FX)
119900        GO TO 3900-EXIT
120000     END-IF
120100     IF WS-MODE-SEARCH
120200        OPEN INPUT ACS-DEACT-FILE
120300     ELSE
120400        OPEN I-O ACS-DEACT-FILE
120500     END-IF
120600     IF NOT WS-ACD-OK
120700        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
120800        GO TO 3900-EXIT
120900     END-IF
121000     SET WS-NOT-END-OF-FILE TO TRUE
121100     PERFORM 3910-ACSDEACT-ONE THRU 3910-EXIT
121200         UNTIL WS-END-OF-FILE
121300     CLOSE ACS-DEACT-FILE
121400 3900-EXIT.
121500     EXIT.
121600
121700 3910-ACSDEACT-ONE.
121800     READ ACS-DEACT-FILE
121900         AT END
122000            SET WS-END-OF-FILE TO TRUE
122100            GO TO 3910-EXIT
122200     END-READ
122300     MOVE ACD-NAME TO WS-CHK-NAME
122400     MOVE ACD-DATE TO WS-CHK-DATE
122500     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
122600     IF WS-NOT-SELECTED
122700        GO TO 3910-EXIT
122800     END-IF
122900     MOVE SPACES TO EXT-DETAIL
123000     MOVE ACD-NAME       TO EXT-NAME
123100     MOVE ACD-VISITOR-ID TO INF-VISITOR-ID-NO
123200     MOVE INF-VISITOR-ID TO EXT-INFO
123300     IF WS-MODE-ERASE
123400        MOVE WS-ANON-NAME TO ACD-NAME
123500        REWRITE ACS-DEACT-REC
123600        MOVE WS-ACD-STATUS TO WS-UPD-STATUS
123700        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
123800     END-IF
123900     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
124000 3910-EXIT.
124100     EXIT.
124200
124300*================================================================
124400* 4100-WORK-AUDITLOG / 4200-WORK-AUDITHST - the compliance trail
124500* keeps every entry (who ran what, when, where); only the
124600* visitor's name comes off.
124700*================================================================
124800 4100-WORK-AUDITLOG.
124900     MOVE 10 TO WS-FX
125000     IF WS-MODE-SEARCH
125100        OPEN INPUT AUDIT-LOG
125200     ELSE
125300        OPEN I-O AUDIT-LOG
125400     END-IF
125500     IF NOT WS-AUD-OK
125600        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
125700        GO TO 4100-EXIT
125800     END-IF
125900     SET WS-NOT-END-OF-FILE TO TRUE
126000     PERFORM 4110-AUDITLOG-ONE THRU 4110-EXIT
126100         UNTIL WS-END-OF-FILE
126200     CLOSE AUDIT-LOG
126300 4100-EXIT.
126400     EXIT.
126500
126600 4110-AUDITLOG-ONE.
126700     READ AUDIT-LOG
126800         AT END
126900            SET WS-END-OF-FILE TO TRUE
127000            GO TO 4110-EXIT
127100     END-READ
127200     MOVE AUD-NAME-CAPTURED TO WS-CHK-NAME
127300     MOVE AUD-RUN-DATE      TO WS-CHK-DATE
127400     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
127500     IF WS-NOT-SELECTED
127600        GO TO 4110-EXIT
127700     END-IF
127800     MOVE SPACES TO EXT-DETAIL
127900     MOVE AUD-NAME-CAPTURED TO EXT-NAME
128000     MOVE AUD-TERMINAL-ID   TO EXT-COMPANY
128100     MOVE AUD-OPERATOR-ID   TO EXT-HOST
128200     MOVE AUD-PROGRAM-ID    TO INF-AUD-PROGRAM
128300     MOVE AUD-EVENT-CODE    TO INF-AUD-EVENT
128400     MOVE INF-AUDIT         TO EXT-INFO
128500     IF NOT WS-MODE-SEARCH
128600        MOVE WS-ANON-NAME TO AUD-NAME-CAPTURED
128700        REWRITE AUDIT-LOG-REC
128800        MOVE WS-AUD-STATUS TO WS-UPD-STATUS
128900        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
129000     END-IF
129100     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
129200 4110-EXIT.
129300     EXIT.
129400
129500 4200-WORK-AUDITHST.
129600     MOVE 11 TO WS-FX
129700     IF WS-MODE-SEARCH
129800        OPEN INPUT AUDIT-HIST-FILE
129900     ELSE
130000        OPEN I-O AUDIT-HIST-FILE
130100     END-IF
130200     IF NOT WS-HST-OK
130300        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
130400        GO TO 4200-EXIT
130500     END-IF
130600     SET WS-NOT-END-OF-FILE TO TRUE
130700     PERFORM 4210-AUDITHST-ONE THRU 4210-EXIT
130800         UNTIL WS-END-OF-FILE
130900     CLOSE AUDIT-HIST-FILE
131000 4200-EXIT.
131100     EXIT.
131200
131300 4210-AUDITHST-ONE.
131400     READ AUDIT-HIST-FILE
131500         AT END
131600            SET WS-END-OF-FILE TO TRUE
131700            GO TO 4210-EXIT
131800     END-READ
131900     MOVE HST-NAME-CAPTURED TO WS-CHK-NAME
132000     MOVE HST-RUN-DATE      TO WS-CHK-DATE
132100     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
132200     IF WS-NOT-SELECTED
132300        GO TO 4210-EXIT
132400     END-IF
132500     MOVE SPACES TO EXT-DETAIL
132600     MOVE HST-NAME-CAPTURED TO EXT-NAME
132700     MOVE HST-TERMINAL-ID   TO EXT-COMPANY
132800     MOVE HST-OPERATOR-ID   TO EXT-HOST
132900     MOVE HST-PROGRAM-ID    TO INF-AUD-PROGRAM
133000     MOVE HST-EVENT-CODE    TO INF-AUD-EVENT
133100     MOVE INF-AUDIT         TO EXT-INFO
133200     IF NOT WS-MODE-SEARCH
133300        MOVE WS-ANON-NAME TO HST-NAME-CAPTURED
133400        REWRITE AUDIT-HIST-REC
133500        MOVE WS-HST-STATUS TO WS-UPD-STATUS
133600        PERFORM 6100-COUNT-ANON THRU 6100-EXIT
133700     END-IF
133800     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
133900 4210-EXIT.
134000     EXIT.
134100
134200*================================================================
134300* 4300-WORK-WLHITLOG - a hit on a name security confirmed is
134400* under legal hold and stays as written, whatever its age and
134500* whoever asks.
134600*================================================================
134700 4300-WORK-WLHITLOG.
134800     MOVE 12 TO WS-FX
134900     IF WS-MODE-SEARCH
135000        OPEN INPUT WATCH-HIT-LOG
135100     ELSE
135200        OPEN I-O WATCH-HIT-LOG
135300     END-IF
135400     IF NOT WS-WLH-OK
135500        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
135600        GO TO 4300-EXIT
135700     END-IF
135800     IF WS-HOLD-ALL AND NOT WS-MODE-SEARCH
135900        DISPLAY "PRIVPURG: NO LEGAL HOLD LIST (LEGALHLD) - "
136000           "EVERY WLHITLOG ENTRY HELD"
136100        MOVE "ALL HELD" TO FC-NOTE (WS-FX)
136200        MOVE 4 TO RETURN-CODE
136300     END-IF
136400     SET WS-NOT-END-OF-FILE TO TRUE
136500     PERFORM 4310-WLHITLOG-ONE THRU 4310-EXIT
136600         UNTIL WS-END-OF-FILE
136700     CLOSE WATCH-HIT-LOG
136800 4300-EXIT.
136900     EXIT.
137000
137100 4310-WLHITLOG-ONE.
137200     READ WATCH-HIT-LOG
137300         AT END
137400            SET WS-END-OF-FILE TO TRUE
137500            GO TO 4310-EXIT
137600     END-READ
137700     MOVE WLH-NAME TO WS-CHK-NAME
137800     MOVE WLH-DATE TO WS-CHK-DATE
137900     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
138000     IF WS-NOT-SELECTED
138100        GO TO 4310-EXIT
138200     END-IF
138300     MOVE SPACES TO EXT-DETAIL
138400     MOVE WLH-NAME          TO EXT-WL-NAME
138500     MOVE WLH-BADGE-COMPANY TO EXT-WL-COMPANY
138600     MOVE WLH-REASON        TO EXT-WL-REASON
138700     MOVE WLH-PROGRAM-ID    TO EXT-WL-PROGRAM
138800     IF WS-MODE-SEARCH
138900        GO TO 4310-WRITE
139000     END-IF
139100     PERFORM 6300-CHECK-LEGAL-HOLD THRU 6300-EXIT
139200     IF WS-RECORD-HELD
139300        MOVE "LEGAL HOLD" TO EXT-ACTION
139400        ADD 1 TO FC-HELD-CTR (WS-FX)
139500        GO TO 4310-WRITE
139600     END-IF
139700     MOVE WS-ANON-NAME TO WLH-NAME
139800     MOVE SPACES       TO WLH-BADGE-COMPANY
139900     REWRITE WATCH-HIT-REC
140000     MOVE WS-WLH-STATUS TO WS-UPD-STATUS
140100     PERFORM 6100-COUNT-ANON THRU 6100-EXIT
140200 4310-WRITE.
140300     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
140400 4310-EXIT.
140500     EXIT.
140600
140700*================================================================
140800* 4400-WORK-ACKNOWL - the key is the name, so an acknowledgment
140900* cannot be anonymized, only removed: on the P run once it has
141000* been expired for the retention period, on erase once it has
141100* expired at all.  A current one is the visitor's standing
141200* undertaking and is held.
141300*================================================================
141400 4400-WORK-ACKNOWL.
141500     MOVE 13 TO WS-FX
141600     IF WS-MODE-SEARCH
141700        OPEN INPUT ACK-FILE
141800     ELSE
141900        OPEN I-O ACK-FILE
142000     END-IF
142100     IF NOT WS-ACK-OK
142200        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
142300        GO TO 4400-EXIT
142400     END-IF
142500     SET WS-NOT-END-OF-FILE TO TRUE
142600     PERFORM 4410-ACKNOWL-ONE THRU 4410-EXIT
142700         UNTIL WS-END-OF-FILE
142800     CLOSE ACK-FILE
142900 4400-EXIT.
143000     EXIT.
143100
143200 4410-ACKNOWL-ONE.
143300     READ ACK-FILE NEXT RECORD
143400         AT END
143500            SET WS-END-OF-FILE TO TRUE
143600            GO TO 4410-EXIT
143700     END-READ
143800     IF NOT WS-ACK-OK
143900        SET WS-END-OF-FILE TO TRUE
144000        GO TO 4410-EXIT
144100     END-IF
144200     MOVE ACK-VISITOR-NAME TO WS-CHK-NAME
144300     MOVE ACK-EXPIRY-DATE  TO WS-CHK-DATE
144400     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
144500     IF WS-NOT-SELECTED
144600        GO TO 4410-EXIT
144700     END-IF
144800     MOVE SPACES TO EXT-DETAIL
144900     MOVE ACK-VISITOR-NAME  TO EXT-NAME
145000     MOVE ACK-BADGE-COMPANY TO EXT-COMPANY
145100     MOVE ACK-DOC-TYPE      TO INF-ACK-DOC
145200     MOVE ACK-VERSION       TO INF-ACK-VERSION
145300     MOVE ACK-EXPIRY-DATE   TO INF-ACK-EXPIRY
145400     MOVE INF-ACK           TO EXT-INFO
145500     MOVE ACK-SIGNED-DATE   TO WS-CHK-DATE
145600     IF WS-MODE-SEARCH
145700        GO TO 4410-WRITE
145800     END-IF
145900     IF WS-MODE-ERASE AND ACK-EXPIRY-DATE NOT < WS-RUN-DATE
146000        MOVE "CURRENT" TO EXT-ACTION
146100        ADD 1 TO FC-HELD-CTR (WS-FX)
146200        GO TO 4410-WRITE
146300     END-IF
146400     DELETE ACK-FILE RECORD
146500     MOVE WS-ACK-STATUS TO WS-UPD-STATUS
146600     PERFORM 6200-COUNT-REMOVED THRU 6200-EXIT
146700 4410-WRITE.
146800     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
146900 4410-EXIT.
147000     EXIT.
147001
147002*================================================================
147003* 4500-WORK-GRPMEMB - a group member's name is not part of the
147004* key, so the entry stays for the host's attendance counts and
147005* only the name and company are overwritten: on the P run once
147006* the event is past the retention period, on erase once the
147007* event is over.  A member booked for an event still to come is
147008* held - the desk checks the list against the door.
147009*================================================================
147010 4500-WORK-GRPMEMB.
147011     MOVE 14 TO WS-FX
147012     IF WS-MODE-SEARCH
147013        OPEN INPUT GROUP-MEMBER-FILE
147014     ELSE
147015        OPEN I-O GROUP-MEMBER-FILE
147016     END-IF
147017     IF NOT WS-GMB-OK
147018        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
147019        GO TO 4500-EXIT
147020     END-IF
147021     SET WS-NOT-END-OF-FILE TO TRUE
147022     PERFORM 4510-GRPMEMB-ONE THRU 4510-EXIT
147023         UNTIL WS-END-OF-FILE
147024     CLOSE GROUP-MEMBER-FILE
147025 4500-EXIT.
147026     EXIT.
147027
147028 4510-GRPMEMB-ONE.
147029     READ GROUP-MEMBER-FILE NEXT RECORD
147030         AT END
147031            SET WS-END-OF-FILE TO TRUE
147032            GO TO 4510-EXIT
147033     END-READ
147034     IF NOT WS-GMB-OK
147035        SET WS-END-OF-FILE TO TRUE
147036        GO TO 4510-EXIT
147037     END-IF
147038     MOVE GMB-VISITOR-NAME TO WS-CHK-NAME
147039     MOVE GMB-EVENT-DATE   TO WS-CHK-DATE
147040     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
147041     IF WS-NOT-SELECTED
147042        GO TO 4510-EXIT
147043     END-IF
147044     MOVE SPACES TO EXT-DETAIL
147045     MOVE GMB-VISITOR-NAME  TO EXT-NAME
147046     MOVE GMB-BADGE-COMPANY TO EXT-COMPANY
147047     MOVE GMB-GROUP-ID      TO INF-GMB-GROUP
147048     MOVE GMB-STATUS        TO INF-GMB-STATUS
147049     MOVE INF-GROUP         TO EXT-INFO
147050     IF WS-MODE-SEARCH
147051        GO TO 4510-WRITE
147052     END-IF
147053     IF WS-MODE-ERASE AND GMB-EVENT-DATE NOT < WS-RUN-DATE
147054        MOVE "BOOKED" TO EXT-ACTION
147055        ADD 1 TO FC-HELD-CTR (WS-FX)
147056        GO TO 4510-WRITE
147057     END-IF
147058     MOVE WS-ANON-NAME TO GMB-VISITOR-NAME
147059     MOVE SPACES       TO GMB-BADGE-COMPANY
147060     REWRITE GROUP-MEMBER-REC
147061     MOVE WS-GMB-STATUS TO WS-UPD-STATUS
147062     PERFORM 6100-COUNT-ANON THRU 6100-EXIT
147063 4510-WRITE.
147064     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
147065 4510-EXIT.
147066     EXIT.
147100
147101*================================================================
147102* 4600-WORK-VISXFER - a transfer is keyed on the sending site and
147103* visitor ID, so like a group member it stays for the transfer
147104* log and only the name and company are overwritten: on the P run
147105* once the visitor was sent more than the retention period ago,
147106* on erase at any time unless the visitor is still in transit -
147107* security may be looking for them.
147108*================================================================
147109 4600-WORK-VISXFER.
147110     MOVE 15 TO WS-FX
147111     IF WS-MODE-SEARCH
147112        OPEN INPUT TRANSFER-FILE
147113     ELSE
147114        OPEN I-O TRANSFER-FILE
147115     END-IF
147116     IF NOT WS-XFR-OK
147117        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
147118        GO TO 4600-EXIT
147119     END-IF
147120     SET WS-NOT-END-OF-FILE TO TRUE
147121     PERFORM 4610-VISXFER-ONE THRU 4610-EXIT
147122         UNTIL WS-END-OF-FILE
147123     CLOSE TRANSFER-FILE
147124 4600-EXIT.
147125     EXIT.
147126
147127 4610-VISXFER-ONE.
147128     READ TRANSFER-FILE NEXT RECORD
147129         AT END
147130            SET WS-END-OF-FILE TO TRUE
147131            GO TO 4610-EXIT
147132     END-READ
147133     IF NOT WS-XFR-OK
147134        SET WS-END-OF-FILE TO TRUE
147135        GO TO 4610-EXIT
147136     END-IF
147137     MOVE XFR-NAME      TO WS-CHK-NAME
147138     MOVE XFR-SENT-DATE TO WS-CHK-DATE
147139     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
147140     IF WS-NOT-SELECTED
147141        GO TO 4610-EXIT
147142     END-IF
147143     MOVE SPACES TO EXT-DETAIL
147144     MOVE XFR-NAME          TO EXT-NAME
147145     MOVE XFR-BADGE-COMPANY TO EXT-COMPANY
147146     MOVE XFR-FROM-SITE     TO INF-XFR-FROM
147147     MOVE XFR-TO-SITE       TO INF-XFR-TO
147148     MOVE XFR-STATUS        TO INF-XFR-STATUS
147149     MOVE INF-XFER          TO EXT-INFO
147150     IF WS-MODE-SEARCH
147151        GO TO 4610-WRITE
147152     END-IF
147153     IF WS-MODE-ERASE AND XFR-IN-TRANSIT
147154        MOVE "IN TRANSIT" TO EXT-ACTION
147155        ADD 1 TO FC-HELD-CTR (WS-FX)
147156        GO TO 4610-WRITE
147157     END-IF
147158     MOVE WS-ANON-NAME TO XFR-NAME
147159     MOVE SPACES       TO XFR-BADGE-COMPANY
147160     REWRITE TRANSFER-REC
147161     MOVE WS-XFR-STATUS TO WS-UPD-STATUS
147162     PERFORM 6100-COUNT-ANON THRU 6100-EXIT
147163 4610-WRITE.
147164     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
147165 4610-EXIT.
147166     EXIT.
147167
147168*================================================================
147169* 4700-WORK-INCIDENT - an incident is keyed on its number, so it
147170* stays for security's records and the monthly summary.  The
147171* name and company are overwritten and the narrative is blanked,
147172* since the officer's account names the visitor in free text: on
147173* the P run once the incident is older than the retention period,
147174* on erase at any time unless security's follow-up is still open
147175* or referred - the incident is still being worked.  Category,
147176* severity, site and officer stay for the summary.
147177*================================================================
147178 4700-WORK-INCIDENT.
147179     MOVE 16 TO WS-FX
147180     IF WS-MODE-SEARCH
147181        OPEN INPUT INCIDENT-FILE
147182     ELSE
147183        OPEN I-O INCIDENT-FILE
147184     END-IF
147185     IF NOT WS-INC-OK
147186        MOVE "NOT ALLOCATED" TO FC-NOTE (WS-FX)
147187        GO TO 4700-EXIT
147188     END-IF
147189     SET WS-NOT-END-OF-FILE TO TRUE
147190     PERFORM 4710-INCIDENT-ONE THRU 4710-EXIT
147191         UNTIL WS-END-OF-FILE
147192     CLOSE INCIDENT-FILE
147193 4700-EXIT.
147194     EXIT.
147195
147196 4710-INCIDENT-ONE.
147197     READ INCIDENT-FILE NEXT RECORD
147198         AT END
147199            SET WS-END-OF-FILE TO TRUE
147200            GO TO 4710-EXIT
147201     END-READ
147202     IF NOT WS-INC-OK
147203        SET WS-END-OF-FILE TO TRUE
147204        GO TO 4710-EXIT
147205     END-IF
147206     MOVE INC-VISITOR-NAME TO WS-CHK-NAME
147207     MOVE INC-DATE         TO WS-CHK-DATE
147208     PERFORM 6000-SELECT-RECORD THRU 6000-EXIT
147209     IF WS-NOT-SELECTED
147210        GO TO 4710-EXIT
147211     END-IF
147212     MOVE SPACES TO EXT-DETAIL
147213     MOVE INC-VISITOR-NAME    TO EXT-NAME
147214     MOVE INC-BADGE-COMPANY   TO EXT-COMPANY
147215     MOVE INC-NUMBER          TO INF-INC-NUMBER
147216     MOVE INC-CATEGORY        TO INF-INC-CATEGORY
147217     MOVE INC-SEVERITY        TO INF-INC-SEVERITY
147218     MOVE INC-FOLLOWUP-STATUS TO INF-INC-FOLLOWUP
147219     MOVE INF-INCIDENT        TO EXT-INFO
147220     IF WS-MODE-SEARCH
147221        GO TO 4710-WRITE
147222     END-IF
147223     IF WS-MODE-ERASE AND INC-FOLLOWUP-PENDING
147224        MOVE "SECURITY" TO EXT-ACTION
147225        ADD 1 TO FC-HELD-CTR (WS-FX)
147226        GO TO 4710-WRITE
147227     END-IF
147228     MOVE WS-ANON-NAME TO INC-VISITOR-NAME
147229     MOVE SPACES       TO INC-BADGE-COMPANY
147230     MOVE SPACES       TO INC-NARRATIVE
147231     REWRITE INCIDENT-REC
147232     MOVE WS-INC-STATUS TO WS-UPD-STATUS
147233     PERFORM 6100-COUNT-ANON THRU 6100-EXIT
147234 4710-WRITE.
147235     PERFORM 6500-WRITE-EXTRACT THRU 6500-EXIT
147236 4710-EXIT.
147237     EXIT.
147238
147250*================================================================
147251* 6000-SELECT-RECORD - whether the record in WS-CHK-NAME /
147252* WS-CHK-DATE is one this run acts on.  P: past the file's
147253* cutoff and not already anonymized.  S and E: the name
147254* normalizes to the subject's.  Counts the read and the pick.
147255*================================================================
147256 6000-SELECT-RECORD.
147900     ADD 1 TO FC-READ-CTR (WS-FX)
148000     SET WS-NOT-SELECTED TO TRUE
148100     MOVE SPACES TO EXT-ACTION
148200     IF WS-CHK-NAME = SPACES OR WS-CHK-NAME = WS-ANON-NAME
148300        GO TO 6000-EXIT
148400     END-IF
148500     IF WS-MODE-PURGE
148600        IF FC-CUTOFF (WS-FX) = ZERO
148700           GO TO 6000-EXIT
148800        END-IF
148900        IF WS-CHK-DATE NOT < FC-CUTOFF (WS-FX)
149000           GO TO 6000-EXIT
149100        END-IF
149200     ELSE
149300        CALL "NAMENORM" USING WS-CHK-NAME WS-CHK-NORM
149400        IF WS-CHK-NORM NOT = WS-SUBJECT-NORM
149500           GO TO 6000-EXIT
149600        END-IF
149700     END-IF
149800     SET WS-SELECTED TO TRUE
149900     ADD 1 TO FC-SELECTED-CTR (WS-FX)
150000     MOVE "FOUND" TO EXT-ACTION
150100 6000-EXIT.
150200     EXIT.
150300
150400*================================================================
150500* 6100-COUNT-ANON / 6200-COUNT-REMOVED - tally the REWRITE or
150600* DELETE just issued; the caller has copied its status to
150700* WS-UPD-STATUS.
150800*================================================================
150900 6100-COUNT-ANON.
151000     IF WS-UPD-OK
151100        ADD 1 TO FC-ANON-CTR (WS-FX)
151200        MOVE "ANONYMIZED" TO EXT-ACTION
151300     ELSE
151400        ADD 1 TO FC-ERROR-CTR (WS-FX)
151500        MOVE "ERROR " TO EXT-ACTION
151600        MOVE WS-UPD-STATUS TO EXT-ACTION (7:2)
151700        MOVE 4 TO RETURN-CODE
151800     END-IF
151900 6100-EXIT.
152000     EXIT.
152100
152200 6200-COUNT-REMOVED.
152300     IF WS-UPD-OK
152400        ADD 1 TO FC-REMOVED-CTR (WS-FX)
152500        MOVE "REMOVED" TO EXT-ACTION
152600     ELSE
152700        ADD 1 TO FC-ERROR-CTR (WS-FX)
152800        MOVE "ERROR " TO EXT-ACTION
152900        MOVE WS-UPD-STATUS TO EXT-ACTION (7:2)
153000        MOVE 4 TO RETURN-CODE
153100     END-IF
153200 6200-EXIT.
153300     EXIT.
153400
153500*================================================================
153600* 6300-CHECK-LEGAL-HOLD - the WLHITLOG name against the names
153700* security confirmed.
153800*================================================================
153900 6300-CHECK-LEGAL-HOLD.
154000     SET WS-RECORD-HELD TO TRUE
154100     IF WS-HOLD-ALL
154200        GO TO 6300-EXIT
154300     END-IF
154400     CALL "NAMENORM" USING WS-CHK-NAME WS-CHK-NORM
154500     SET WS-HOLD-NOT-FOUND TO TRUE
154600     PERFORM 1220-MATCH-HOLD THRU 1220-EXIT
154700         VARYING WS-HX FROM 1 BY 1
154800         UNTIL WS-HX > WS-HOLD-COUNT OR WS-HOLD-FOUND
154900     IF WS-HOLD-NOT-FOUND
155000        SET WS-RECORD-NOT-HELD TO TRUE
155100     END-IF
155200 6300-EXIT.
155300     EXIT.
155400
155500*================================================================
155600* 6500-WRITE-EXTRACT - one SAREXTR line per record found; the P
155700* run writes no extract.
155800*================================================================
155900 6500-WRITE-EXTRACT.
156000     IF WS-MODE-PURGE
156100        GO TO 6500-EXIT
156200     END-IF
156300     MOVE WS-CARD-SITE     TO EXT-SITE
156400     MOVE RT-FILE (WS-FX)  TO EXT-FILE
156500     MOVE WS-CHK-DATE      TO EXT-DATE
156600     WRITE EXT-RECORD FROM EXT-LINE
156700     ADD 1 TO WS-SITE-FOUND-CTR
156800 6500-EXIT.
156900     EXIT.
157000
157100*================================================================
157200* 8000-PRINT-REPORT - one line per file with its counts.
157300*================================================================
157400 8000-PRINT-REPORT.
157500     PERFORM 8100-PRINT-HEADERS THRU 8100-EXIT
157600     PERFORM 8200-PRINT-FILE-LINE THRU 8200-EXIT
157700         VARYING WS-FX FROM 1 BY 1
157800         UNTIL WS-FX > WS-FILE-COUNT
157900     IF WS-MODE-PURGE
158000        GO TO 8000-EXIT
158100     END-IF
158200     WRITE RPT-LINE FROM SPACES
158300     MOVE "RECORDS WRITTEN TO SAREXTR ..." TO TOT-LABEL
158400     MOVE WS-SITE-FOUND-CTR TO TOT-VALUE
158500     WRITE RPT-LINE FROM TOTAL-LINE
158600 8000-EXIT.
158700     EXIT.
158800
158900 8100-PRINT-HEADERS.
159000     ADD 1 TO WS-PAGE-NO
159100     MOVE WS-RUN-MM   TO HDR-RUN-MM
159200     MOVE WS-RUN-DD   TO HDR-RUN-DD
159300     MOVE WS-RUN-YYYY TO HDR-RUN-YYYY
159400     MOVE WS-PAGE-NO  TO HDR-PAGE-NO
159500     MOVE WS-CARD-SITE TO HDR-SITE
159600     IF WS-MODE-PURGE
159700        MOVE "PRIVACY RETENTION PURGE" TO HDR-TITLE
159800        MOVE "  PAST RET" TO HDR-SELECTED
159900     ELSE
160000        MOVE "   MATCHED" TO HDR-SELECTED
160100        IF WS-MODE-SEARCH
160200           MOVE "SUBJECT ACCESS SEARCH" TO HDR-TITLE
160300        ELSE
160400           MOVE "SUBJECT ACCESS ERASE" TO HDR-TITLE
160500        END-IF
160600     END-IF
160700     WRITE RPT-LINE FROM HDR-LINE-1
160800     IF NOT WS-MODE-PURGE
160900        MOVE WS-CARD-SUBJECT TO HDR-SUBJECT
161000        WRITE RPT-LINE FROM HDR-LINE-2
161100     END-IF
161200     WRITE RPT-LINE FROM SPACES
161300     WRITE RPT-LINE FROM HDR-LINE-3
161400     WRITE RPT-LINE FROM SPACES
161500     MOVE ZERO TO WS-LINE-CTR
161600 8100-EXIT.
161700     EXIT.
161800
161900 8200-PRINT-FILE-LINE.
162000     MOVE RT-FILE (WS-FX)         TO DTL-FILE
162100     MOVE RT-MONTHS (WS-FX)       TO DTL-MONTHS
162200     IF FC-CUTOFF (WS-FX) = ZERO
162300        MOVE SPACES TO DTL-CUTOFF
162400     ELSE
162500        MOVE FC-CUTOFF (WS-FX) TO DTL-CUTOFF
162600     END-IF
162700     MOVE FC-READ-CTR (WS-FX)     TO DTL-READ
162800     MOVE FC-SELECTED-CTR (WS-FX) TO DTL-SELECTED
162900     MOVE FC-REMOVED-CTR (WS-FX)  TO DTL-REMOVED
163000     MOVE FC-ANON-CTR (WS-FX)     TO DTL-ANON
163100     MOVE FC-HELD-CTR (WS-FX)     TO DTL-HELD
163200     MOVE FC-ERROR-CTR (WS-FX)    TO DTL-ERRORS
163300     MOVE FC-NOTE (WS-FX)         TO DTL-NOTE
163400     WRITE RPT-LINE FROM DTL-LINE
163500     ADD 1 TO WS-LINE-CTR
163600 8200-EXIT.
163700     EXIT.
163800
163900*================================================================
164000* 9000-TERMINATE
164100*================================================================
164200 9000-TERMINATE.
164300     IF NOT WS-MODE-PURGE
164400        MOVE WS-CARD-SITE      TO EXT-TRL-SITE
164500        MOVE WS-SITE-FOUND-CTR TO EXT-TRL-COUNT
164600        WRITE EXT-RECORD FROM EXT-TRAILER-LINE
164700        CLOSE SAR-EXTRACT
164800     END-IF
164900     CLOSE PRIV-RPT
165000     DISPLAY "PRIVPURG RUN SUMMARY - SITE " WS-CARD-SITE
165100     MOVE WS-HOLD-COUNT TO WS-SUMMARY-CTR-ED
165200     DISPLAY "  NAMES UNDER LEGAL HOLD.. " WS-SUMMARY-CTR-ED
165300     MOVE WS-SITE-FOUND-CTR TO WS-SUMMARY-CTR-ED
165400     DISPLAY "  EXTRACT LINES WRITTEN... " WS-SUMMARY-CTR-ED
165500 9000-EXIT.
165600     EXIT.
165700
165800 END PROGRAM PRIVPURG.
