000010******************************************************************
000020* POLINE.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURCHASE ORDER LINE RECORD LAYOUT - ONE ROW PER SHEET SIZE
000070* ORDERED ON A PURCHASE ORDER, KEYED BY PO NUMBER AND A
000080* THREE-DIGIT LINE NUMBER.  PURCHASE WRITES THE LINES OPEN WITH
000090* NOTHING RECEIVED.  SHEETMNT POSTS EACH RECEIPT AGAINST ITS LINE,
000100* MARKS THE LINE SHORT OR OVER WHEN THE RECEIVED TOTAL MISSES THE
000110* ORDERED QUANTITY, AND CLOSES THE LINE ONCE IT IS FILLED OR THE
000120* SHORTAGE IS ACCEPTED.  A LINE IS NEVER DELETED, SO AN ORDER'S
000130* LINES RUN FROM 001 WITHOUT A GAP.  PURCHASE COUNTS WHAT IS STILL
000140* DUE ON OPEN LINES AS ALREADY ON ORDER, AND OPENPO PRINTS THEM.
000150*
000160* MODIFICATION HISTORY
000170*
000180*   DATE       INIT   DESCRIPTION
000190*   ---------- ----   -----------------------------------------
000200*   10/15/2026 JS     ORIGINAL.
000210******************************************************************
000220 01  PO-LINE-RECORD.
000230     05  PL-LINE-KEY.
000240         10  PL-PO-NUMBER        PIC 9(06).
000250         10  PL-LINE-NUMBER      PIC 9(03).
000260     05  PL-SHEET-ID             PIC X(06).
000270     05  PL-QTY-ORDERED          PIC 9(06).
000280     05  PL-QTY-RECEIVED         PIC 9(06).
000290     05  PL-UNIT-PRICE           PIC 9(05)V9(02).
000300     05  PL-LAST-RECEIPT-DATE    PIC 9(08).
000310     05  PL-SHIP-FLAG            PIC X(01).
000320         88  PL-SHIPPED-AS-ORDERED       VALUE " ".
000330         88  PL-SHIPPED-SHORT            VALUE "S".
000340         88  PL-SHIPPED-OVER             VALUE "V".
000350     05  PL-LINE-STATUS          PIC X(01).
000360         88  PL-IS-OPEN                  VALUE "O".
000370         88  PL-IS-CLOSED                VALUE "C".
