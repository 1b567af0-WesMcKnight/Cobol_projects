003270*                  site converts.  A restart replay now lands
003280*                  on the duplicate-key status and is treated
003290*                  as already archived.
003300* 2026-10-15  WM   VIS-GROUP-ID added to the history copy's
003310*                  REPLACING list; VISITOR-REC is now 160 bytes.
003320* 2026-10-15  WM   VIS-STATUS-TRANSFERRED and the origin fields
003330*                  added to the history copy's REPLACING list.
003340*================================================================
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
006102         ==VIS-BADGE-NO==          BY ==VH-BADGE-NO==
006103         ==VIS-PASS-FLAG==         BY ==VH-PASS-FLAG==
006104         ==VIS-ON-PASS==           BY ==VH-ON-PASS==
006105         ==VIS-NOT-ON-PASS==       BY ==VH-NOT-ON-PASS==
006110         ==VIS-STATUS-TRANSFERRED== BY ==VH-STATUS-TRANSFERRED==
006120         ==VIS-GROUP-ID==          BY ==VH-GROUP-ID==
006130         ==VIS-ORIGIN-ID==         BY ==VH-ORIGIN-ID==
006140         ==VIS-ORIGIN-SITE==       BY ==VH-ORIGIN-SITE==
006150         ==VIS-NOT-TRANSFERRED-IN== BY ==VH-NOT-TRANSFERRED-IN==.
006200
006300 FD  ARCH-CHECKPOINT-FILE.
006400     COPY ACKPTREC.
