000010******************************************************************
000020* BATCHQ.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* NIGHTLY BATCH QUEUE RECORD LAYOUT - ONE ROW PER CIRCIN-FORMAT
000070* BATCH FILE DAILYRUN IS TO PUT THROUGH CHALLENGE, IN THE ORDER
000080* THEY ARE TO RUN, WITH THE ENTRY MODE (R OR D) AND UNIT CODE (IN
000090* OR MM) THE BATCH WAS KEYED IN.  THE OFFICE LISTS THE NIGHT'S
000100* FILES; RECUTBLD ADDS ITS RECUTIN BATCH ITSELF.
000110*
000120* MODIFICATION HISTORY
000130*
000140*   DATE       INIT   DESCRIPTION
000150*   ---------- ----   -----------------------------------------
000160*   10/15/2026 JS     ORIGINAL.
000170******************************************************************
000180 01  BATCH-QUEUE-RECORD.
000190     05  BQ-FILE-NAME            PIC X(30).
000200     05  BQ-ENTRY-MODE           PIC X(01).
000210         88  BQ-MODE-IS-RADIUS           VALUE "R".
000220         88  BQ-MODE-IS-DIAMETER         VALUE "D".
000230     05  BQ-UNIT-CODE            PIC X(02).
000240         88  BQ-UNIT-IS-INCHES           VALUE "IN".
000250         88  BQ-UNIT-IS-MM               VALUE "MM".
