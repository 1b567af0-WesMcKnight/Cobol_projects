      *================================================================
      * ACKREC.CPY
      *
      * ACKNOWLEDGMENT-REC - one record per visitor name per signed
      * acknowledgment document on the ACKNOWL indexed file: the
      * safety briefing, NDA and the like that PURPCODE's
      * PUR-REQ-ACK slots demand for some visit purposes.  Keyed on
      * the NAMENORM-normalized name plus the 4-byte document type,
      * so a visitor holds one current signature per document and
      * re-signing replaces it.  An acknowledgment is current while
      * ACK-EXPIRY-DATE is on or after the visit date.
      *
      * Written by OBTAININPUT when the desk records a signature on
      * the spot and by ACKMNT; read by NAMELOAD and BULKLOAD, which
      * reject an entry lacking a current one, and by ACKEXPR, the
      * expiring-acknowledgments report.  One company-wide dataset
      * shared by every site, like WATCHLST - a contractor who signed
      * the safety briefing at MAIN has signed it everywhere.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  ACKNOWLEDGMENT-REC.
           05  ACK-KEY.
               10  ACK-VISITOR-NAME    PIC X(20).
               10  ACK-DOC-TYPE        PIC X(04).
           05  ACK-VERSION             PIC X(06).
           05  ACK-SIGNED-DATE         PIC 9(08).
           05  ACK-EXPIRY-DATE         PIC 9(08).
           05  ACK-BADGE-COMPANY       PIC X(30).
           05  ACK-RECORDED-BY         PIC X(08).
           05  ACK-RECORDED-PGM        PIC X(08).
           05  FILLER                  PIC X(08).
