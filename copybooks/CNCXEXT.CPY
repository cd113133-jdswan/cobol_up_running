000010******************************************************************
000020* CNCXEXT.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* CNC RECONCILIATION EXCEPTION EXTRACT - ONE ROW PER DOWNLOADED
000070* PART THE PLASMA TABLE FAULTED ON OR NEVER CONFIRMED.  CNCRECON
000080* WRITES IT BESIDE THE PRINTED EXCEPTION LINE; RECUTBLD READS IT
000090* BACK TO FIND THE STILL-PENDING HISTORY RECORD FOR EACH PART AND
000100* WRITE IT INTO A RECUT BATCH, SO SECOND SHIFT NO LONGER RETYPES
000110* THE EXCEPTION REPORT INTO TOMORROW'S CIRCIN.
000120*
000130* MODIFICATION HISTORY
000140*
000150*   DATE       INIT   DESCRIPTION
000160*   ---------- ----   -----------------------------------------
000170*   10/15/2026 JS     ORIGINAL.
000180******************************************************************
000190 01  CNC-EXCEPTION-RECORD.
000200     05  XE-RECON-DATE           PIC 9(08).
000210     05  XE-SEQ-NUMBER           PIC 9(04).
000220     05  XE-PART-NUMBER          PIC X(06).
000230     05  XE-REASON-CODE          PIC X(01).
000240         88  XE-IS-UNCONFIRMED           VALUE "U".
000250         88  XE-IS-FAULTED               VALUE "F".
