000010******************************************************************
000020* VENDMSTR.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* VENDOR MASTER RECORD LAYOUT - ONE ROW PER STEEL SUPPLIER, KEYED
000070* BY VENDOR ID.  CARRIES WHO TO CALL AND HOW MANY DAYS THE VENDOR
000080* QUOTES FROM ORDER TO DOCK.  THE SHEET SIZES A VENDOR SUPPLIES,
000090* AND AT WHAT PRICE, ARE ON VENDITEM UNDER THE SAME VENDOR ID.
000100* VENDMNT MAINTAINS BOTH (AUDITED TO VENDAUD), PURCHASE PRICES ITS
000110* SUGGESTED ORDERS OFF THEM AND DATES EACH PURCHASE ORDER BY THE
000120* LEAD TIME, AND OPENPO MEASURES LATE DELIVERIES AGAINST IT.
000130*
000140* MODIFICATION HISTORY
000150*
000160*   DATE       INIT   DESCRIPTION
000170*   ---------- ----   -----------------------------------------
000180*   10/15/2026 JS     ORIGINAL.
000190******************************************************************
000200 01  VENDOR-MASTER-RECORD.
000210     05  VM-VENDOR-ID            PIC X(06).
000220     05  VM-VENDOR-NAME          PIC X(30).
000230     05  VM-CONTACT-NAME         PIC X(20).
000240     05  VM-PHONE                PIC X(14).
000250     05  VM-LEAD-DAYS            PIC 9(03).
000260     05  VM-STATUS-CODE          PIC X(01).
000270         88  VM-IS-ACTIVE                VALUE "A".
000280         88  VM-IS-INACTIVE              VALUE "I".
