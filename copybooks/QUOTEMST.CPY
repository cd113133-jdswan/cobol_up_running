000010******************************************************************
000020* QUOTEMST.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* QUOTE MASTER RECORD LAYOUT - ONE ROW PER QUOTE SAVED BY QUOTE,
000070* KEYED BY QUOTE NUMBER.  CARRIES WHAT WAS QUOTED (PART,
000080* DIMENSIONS, MATERIAL, QUANTITY, THE SHEET LAYOUT AND EVERY
000090* PRICE COMPONENT), WHO QUOTED IT AND UNTIL WHEN, AND THE
000100* QUOTE'S STATUS.  QUOTMNT ACCEPTS A QUOTE INTO A JOB ON THE
000110* JOB-ORDER MASTER (THE JOB NUMBER COMES BACK ONTO THE QUOTE),
000120* MARKS IT LOST, AND SWEEPS OPEN QUOTES PAST THEIR VALIDITY DATE
000130* TO EXPIRED.  QUOTVAR COMPARES EACH ACCEPTED QUOTE AGAINST WHAT
000140* THE HISTORY SHOWS WAS ACTUALLY CUT FOR THE JOB.
000150*
000160* MODIFICATION HISTORY
000170*
000180*   DATE       INIT   DESCRIPTION
000190*   ---------- ----   -----------------------------------------
000200*   10/15/2026 JS     ORIGINAL.
000210******************************************************************
000220 01  QUOTE-MASTER-RECORD.
000230     05  QM-QUOTE-NUMBER         PIC 9(06).
000240     05  QM-QUOTE-DATE           PIC 9(08).
000250     05  QM-VALID-DATE           PIC 9(08).
000260     05  QM-QUOTED-BY            PIC X(10).
000270     05  QM-CUSTOMER-NAME        PIC X(20).
000280     05  QM-PART-NUMBER          PIC X(06).
000290     05  QM-DESCRIPTION          PIC X(20).
000300     05  QM-UNIT-CODE            PIC X(02).
000310     05  QM-SHAPE-CODE           PIC X(01).
000320         88  QM-SHAPE-IS-SOLID           VALUE "S".
000330         88  QM-SHAPE-IS-RING            VALUE "R".
000340     05  QM-RADIUS               PIC 9(04)V9(05).
000350     05  QM-INNER-RADIUS         PIC 9(04)V9(05).
000360     05  QM-MATERIAL-CODE        PIC X(04).
000370     05  QM-THICKNESS            PIC 9(02)V9(04).
000380     05  QM-QUANTITY             PIC 9(05).
000390     05  QM-PIECE-WEIGHT         PIC 9(07)V9(03).
000400     05  QM-BLANK-TOTAL          PIC 9(09)V9(02).
000410     05  QM-SHEET-ID             PIC X(06).
000420     05  QM-PER-SHEET            PIC 9(06).
000430     05  QM-SHEETS               PIC 9(06).
000440     05  QM-SHEET-COST           PIC 9(09)V9(02).
000450     05  QM-MATERIAL-TOTAL       PIC 9(09)V9(02).
000460     05  QM-MACHINE-TOTAL        PIC 9(09)V9(02).
000470     05  QM-QUOTED-PRICE         PIC 9(09)V9(02).
000480     05  QM-STATUS-CODE          PIC X(01).
000490         88  QM-IS-OPEN                  VALUE "O".
000500         88  QM-IS-ACCEPTED              VALUE "A".
000510         88  QM-IS-EXPIRED               VALUE "E".
000520         88  QM-IS-LOST                  VALUE "L".
000530     05  QM-JOB-NUMBER           PIC X(08).
000540     05  QM-STATUS-DATE          PIC 9(08).
