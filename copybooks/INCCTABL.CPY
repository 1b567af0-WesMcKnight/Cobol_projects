      *================================================================
      * INCCTABL.CPY
      *
      * INCIDENT-CATEGORY-TABLE - the category codes security records
      * incidents under, with the description INCMNT lists and the
      * monthly INCRPT summary prints.  Compiled in, like PRIVPURG's
      * retention schedule: adding a category means changing this
      * table and recompiling INCMNT and INCRPT.  A code dropped
      * from the table still prints on the summary, as itself.
      *
      * 2026-10-15  WM   Original layout.
      *================================================================
       01  INCIDENT-CATEGORY-VALUES.
           05  FILLER                  PIC X(30) VALUE
               "THFTTHEFT OR LOSS".
           05  FILLER                  PIC X(30) VALUE
               "TRSPUNESCORTED / RESTRICTED".
           05  FILLER                  PIC X(30) VALUE
               "TAILTAILGATING / BADGE MISUSE".
           05  FILLER                  PIC X(30) VALUE
               "CONDCONDUCT / HARASSMENT".
           05  FILLER                  PIC X(30) VALUE
               "THRTTHREAT OR VIOLENCE".
           05  FILLER                  PIC X(30) VALUE
               "PROPPROPERTY DAMAGE".
           05  FILLER                  PIC X(30) VALUE
               "SAFESAFETY RULE BREACH".
           05  FILLER                  PIC X(30) VALUE
               "DATAINFORMATION SECURITY".
           05  FILLER                  PIC X(30) VALUE
               "OTHROTHER".
       01  INCIDENT-CATEGORY-TABLE REDEFINES INCIDENT-CATEGORY-VALUES.
           05  ICT-ENTRY               OCCURS 9 TIMES.
               10  ICT-CODE            PIC X(04).
               10  ICT-DESC            PIC X(26).
       01  ICT-COUNT                   PIC 9(02) COMP VALUE 9.
       01  ICT-IX                      PIC 9(02) COMP.
       01  ICT-LOOKUP-SWITCH           PIC X(01).
           88  ICT-CODE-FOUND              VALUE "Y".
           88  ICT-CODE-NOT-FOUND          VALUE "N".
