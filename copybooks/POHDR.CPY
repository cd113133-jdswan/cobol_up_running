000010******************************************************************
000020* POHDR.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PURCHASE ORDER HEADER RECORD LAYOUT - ONE ROW PER PURCHASE
000070* ORDER, KEYED BY PO NUMBER.  PURCHASE WRITES IT WHEN THE BUYER'S
000080* APPROVED SUGGESTIONS ARE ISSUED, NUMBERED OFF THE POCTL CONTROL
000090* FILE, WITH THE DUE DATE SET TO THE ORDER DATE PLUS THE VENDOR'S
000100* LEAD TIME.  ITS LINES ARE ON POLINE, NUMBERED FROM 001 UP.
000110* SHEETMNT CLOSES THE ORDER WHEN A RECEIPT CLOSES ITS LAST OPEN
000120* LINE.  OPENPO LISTS THE LINES OF EVERY OPEN ORDER AND FLAGS THE
000130* OVERDUE ONES.
000140*
000150* MODIFICATION HISTORY
000160*
000170*   DATE       INIT   DESCRIPTION
000180*   ---------- ----   -----------------------------------------
000190*   10/15/2026 JS     ORIGINAL.
000200******************************************************************
000210 01  PO-HEADER-RECORD.
000220     05  PH-PO-NUMBER            PIC 9(06).
000230     05  PH-VENDOR-ID            PIC X(06).
000240     05  PH-ORDER-DATE           PIC 9(08).
000250     05  PH-DUE-DATE             PIC 9(08).
000260     05  PH-BUYER-ID             PIC X(10).
000270     05  PH-LINE-COUNT           PIC 9(03).
000280     05  PH-PO-TOTAL             PIC 9(07)V9(02).
000290     05  PH-STATUS-CODE          PIC X(01).
000300         88  PH-IS-OPEN                  VALUE "O".
000310         88  PH-IS-CLOSED                VALUE "C".
000320     05  PH-CLOSE-DATE           PIC 9(08).
