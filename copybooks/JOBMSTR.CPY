000160*   DATE       INIT   DESCRIPTION
000170*   ---------- ----   -----------------------------------------
000180*   09/02/2026 JS     ORIGINAL.
000182*   10/15/2026 JS     ADDED THE QUOTE NUMBER - A JOB QUOTMNT
000184*                     OPENS FROM AN ACCEPTED QUOTE CARRIES THE
000186*                     QUOTE IT CAME FROM (ZERO FOR A JOB KEYED
000188*                     STRAIGHT INTO JOBMNT).
000189*   10/15/2026 JS     ADDED STATUS R - AN OPEN JOB THE OFFICE HAS
000190*                     MARKED READY TO SHIP (JOBMNT FUNCTION R).  A
000191*                     READY JOB IS STILL OPEN TO CHALLENGE AND
000192*                     JOBCOST.  SHIPDOC PRINTS THE SHIPPING
000193*                     DOCUMENTS FOR EVERY READY JOB AND SETS IT
000194*                     BACK TO O.
000195******************************************************************
000200 01  JOB-MASTER-RECORD.
000210     05  JO-JOB-NUMBER           PIC X(08).
000220     05  JO-CUSTOMER-NAME        PIC X(20).
000230     05  JO-PO-NUMBER            PIC X(10).
000240     05  JO-STATUS-CODE          PIC X(01).
000246         88  JO-IS-OPEN                  VALUE "O" "R".
000252         88  JO-IS-READY                 VALUE "R".
000260         88  JO-IS-CLOSED                VALUE "C".
000270     05  JO-QUOTE-NUMBER         PIC 9(06).
