      *================================================================
      * INCDREC.CPY
      *
      * INCIDENT-REC - one security incident involving a visitor, on
      * the company-wide INCIDENT indexed file.  Keyed on the
      * incident number: the year the incident was recorded plus a
      * four-digit sequence within it (20260001, 20260002, ...),
      * which INCMNT assigns.  INC-VISITOR-NAME is an alternate key
      * WITH DUPLICATES, so intake can find every incident for an
      * arriving name and VISINQ can mark the visits that have one.
      *
      * INCMNT takes the visitor's name, company, host and visitor
      * ID from the visit it was looked up on (VISITMST or VISITHST)
      * and the site from the desk's DESKSITE setting.  Visitor IDs
      * are only unique within a site, so INC-SITE plus
      * INC-VISITOR-ID names the visit.  INC-HOST-DEPT is the host's
      * EMP-DEPT when the incident was recorded; spaces means the
      * host was not on EMPMAST.
      *
      * Category codes are INCCTABL's.  Severity H (high) is what
      * OBTAININPUT warns the desk about for a year after the
      * incident date.  Follow-up status:
      *   O - open, security still has something to do
      *   R - referred on (HR, legal, police) and waiting on them
      *   C - closed
      *   N - no follow-up needed
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  INCIDENT-REC.
           05  INC-NUMBER              PIC 9(08).
           05  INC-NUMBER-R            REDEFINES INC-NUMBER.
               10  INC-NUMBER-YYYY     PIC 9(04).
               10  INC-NUMBER-SEQ      PIC 9(04).
           05  INC-VISITOR-NAME        PIC X(20).
           05  INC-SITE                PIC X(08).
           05  INC-VISITOR-ID          PIC 9(13).
           05  INC-DATE                PIC 9(08).
           05  INC-TIME                PIC 9(04).
           05  INC-CATEGORY            PIC X(04).
           05  INC-SEVERITY            PIC X(01).
               88  INC-SEV-HIGH            VALUE "H".
               88  INC-SEV-MEDIUM          VALUE "M".
               88  INC-SEV-LOW             VALUE "L".
               88  INC-SEV-VALID           VALUES "H" "M" "L".
           05  INC-BADGE-COMPANY       PIC X(30).
           05  INC-HOST-EMPLOYEE       PIC X(20).
           05  INC-HOST-DEPT           PIC X(20).
           05  INC-NARRATIVE.
               10  INC-NARRATIVE-LINE  PIC X(60) OCCURS 4 TIMES.
           05  INC-OFFICER             PIC X(20).
           05  INC-FOLLOWUP-STATUS     PIC X(01).
               88  INC-FOLLOWUP-OPEN       VALUE "O".
               88  INC-FOLLOWUP-REFERRED   VALUE "R".
               88  INC-FOLLOWUP-CLOSED     VALUE "C".
               88  INC-FOLLOWUP-NONE       VALUE "N".
               88  INC-FOLLOWUP-VALID      VALUES "O" "R" "C" "N".
               88  INC-FOLLOWUP-PENDING    VALUES "O" "R".
           05  INC-ENTERED-BY          PIC X(08).
           05  INC-ENTERED-DATE        PIC 9(08).
           05  INC-UPDATED-BY          PIC X(08).
           05  INC-UPDATED-DATE        PIC 9(08).
           05  FILLER                  PIC X(21).
