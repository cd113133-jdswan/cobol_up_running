000010******************************************************************
000020* REORDEXT.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* SHEET REORDER EXTRACT - ONE ROW PER SHEET SIZE NESTING FINDS
000070* BELOW ITS REORDER MINIMUM AFTER POSTING THE DAY'S USAGE.
000080* NESTING WRITES IT BESIDE THE PRINTED REORDER LINE; PURCHASE
000090* READS IT BACK TO BUILD THE SUGGESTED PURCHASE ORDERS, SO THE
000100* BUYER NO LONGER RETYPES THE REORDER WARNINGS INTO PHONE ORDERS.
000110*
000120* MODIFICATION HISTORY
000130*
000140*   DATE       INIT   DESCRIPTION
000150*   ---------- ----   -----------------------------------------
000160*   10/15/2026 JS     ORIGINAL.
000170******************************************************************
000180 01  REORDER-EXTRACT-RECORD.
000190     05  RX-RUN-DATE             PIC 9(08).
000200     05  RX-SHEET-ID             PIC X(06).
000210     05  RX-MATERIAL-CODE        PIC X(04).
000220     05  RX-THICKNESS            PIC 9(02)V9(04).
000230     05  RX-ON-HAND-QTY          PIC 9(06).
000240     05  RX-MIN-QTY              PIC 9(06).
