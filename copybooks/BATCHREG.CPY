000010******************************************************************
000020* BATCHREG.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* CIRCIN BATCH REGISTER RECORD LAYOUT - ONE ROW PER BATCH THAT
000070* CHALLENGE HAS RUN, KEYED BY THE BATCH DATE AND NUMBER OFF THE
000080* HEADER.  CARRIES THE FILE THE BATCH CAME IN ON, WHEN AND BY WHOM
000090* IT WAS LAST RUN, THE DETAIL COUNT AND HASH TOTAL IT PROCESSED
000100* AGAINST THE TRAILER'S, THE VALID AND REJECTED COUNTS, THE
000110* MATERIAL AND MACHINE COST TOTALS, AND WHETHER IT BALANCED.  A
000120* BALANCED BATCH IS FINAL - CHALLENGE REFUSES TO RUN ITS DATE AND
000130* NUMBER AGAIN, AND RECUTBLD WON'T BUILD A RECUT BATCH UNDER A
000140* NUMBER ALREADY HERE.  AN OUT-OF-BALANCE BATCH MAY BE RERUN; EACH
000150* RUN REWRITES THE ROW AND BUMPS THE RUN COUNT.  MORNRCAP LISTS
000160* THE NIGHT'S ROWS.
000170*
000180* MODIFICATION HISTORY
000190*
000200*   DATE       INIT   DESCRIPTION
000210*   ---------- ----   -----------------------------------------
000220*   10/15/2026 JS     ORIGINAL.
000230******************************************************************
000240 01  BATCH-REGISTER-RECORD.
000250     05  BR-BATCH-KEY.
000260         10  BR-BATCH-DATE       PIC 9(08).
000270         10  BR-BATCH-NUMBER     PIC 9(04).
000280     05  BR-INPUT-FILE           PIC X(30).
000290     05  BR-RUN-DATE             PIC 9(08).
000300     05  BR-RUN-TIME             PIC 9(08).
000310     05  BR-OPERATOR-ID          PIC X(10).
000320     05  BR-DETAIL-COUNT         PIC 9(06).
000330     05  BR-HASH-TOTAL           PIC 9(10)V9(05).
000340     05  BR-TRL-COUNT            PIC 9(06).
000350     05  BR-TRL-HASH             PIC 9(10)V9(05).
000360     05  BR-VALID-COUNT          PIC 9(06).
000370     05  BR-REJECT-COUNT         PIC 9(06).
000380     05  BR-MATERIAL-COST        PIC 9(09)V9(02).
000390     05  BR-MACHINE-COST         PIC 9(09)V9(02).
000400     05  BR-BALANCED-FLAG        PIC X(01).
000410         88  BR-IS-BALANCED              VALUE "Y".
000420         88  BR-IS-OUT-OF-BALANCE        VALUE "N".
000430     05  BR-OOB-REASON           PIC X(30).
000440     05  BR-RUN-COUNT            PIC 9(02).
