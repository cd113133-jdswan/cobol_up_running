000010******************************************************************
000020* VENDITEM.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* VENDOR SUPPLY ITEM RECORD LAYOUT - ONE ROW PER SHEET SIZE A
000070* VENDOR SUPPLIES, KEYED BY VENDOR ID AND THE SHEETMST SHEET ID.
000080* CARRIES THE VENDOR'S PRICE PER SHEET AND THE TARGET QUANTITY A
000090* REORDER BRINGS THE SIZE BACK UP TO.  A ZERO TARGET MEANS TWICE
000100* THE SIZE'S REORDER MINIMUM.  VENDMNT MAINTAINS THE ROWS UNDER
000110* ITS I FUNCTION; AN ITEM IS DEACTIVATED, NEVER DELETED.  PURCHASE
000120* ORDERS EACH SIZE FROM THE ACTIVE VENDOR WITH THE LOWEST PRICE.
000130*
000140* MODIFICATION HISTORY
000150*
000160*   DATE       INIT   DESCRIPTION
000170*   ---------- ----   -----------------------------------------
000180*   10/15/2026 JS     ORIGINAL.
000190******************************************************************
000200 01  VENDOR-ITEM-RECORD.
000210     05  VI-ITEM-KEY.
000220         10  VI-VENDOR-ID        PIC X(06).
000230         10  VI-SHEET-ID         PIC X(06).
000240     05  VI-PRICE-PER-SHEET      PIC 9(05)V9(02).
000250     05  VI-TARGET-QTY           PIC 9(06).
000260     05  VI-STATUS-CODE          PIC X(01).
000270         88  VI-IS-ACTIVE                VALUE "A".
000280         88  VI-IS-INACTIVE              VALUE "I".
