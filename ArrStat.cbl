003200* MODIFICATION HISTORY
003300*
003400* 2026-09-02  WM   Original.
003410* 2026-10-15  WM   A visit received from another site (XFERVIS)
003420*                  is skipped: it carries the first desk's entry
003430*                  stamp and was counted there as an arrival.
003440*                  Master/archive FD fillers widened to the
003450*                  160-byte record.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005800 FD  VISITOR-MASTER.
005900 01  MASTER-REC.
006000     05  AM-VISITOR-ID           PIC 9(13).
006100     05  FILLER                  PIC X(147).
006200
006300 FD  VISITOR-HISTORY.
006400 01  HISTORY-REC.
006500     05  AH-VISITOR-ID           PIC 9(13).
006600     05  FILLER                  PIC X(147).
006700
006800 FD  ARRIVAL-RPT
006900     RECORDING MODE IS F.
040600* duration average - the STALECLS sweep stamps exit fields on
040610* expired records too, but that stamp is sweep time, not a
040620* departure.
040630* A visit received from another site is not an arrival here - it
040640* keeps the first desk's entry stamp and is tallied at that site.
040700*================================================================
040800 3500-TALLY-ARRIVAL.
040900     IF VIS-ENTRY-DATE < WS-FROM-DATE
041000        OR VIS-ENTRY-DATE > WS-THRU-DATE
041100        GO TO 3500-EXIT
041200     END-IF
041210     IF VIS-ORIGIN-SITE NOT = SPACES
041220        GO TO 3500-EXIT
041230     END-IF
041300     ADD 1 TO WS-ARRIVAL-CTR
041400
041500     MOVE VIS-ENTRY-TIME TO WS-WORK-TIME
