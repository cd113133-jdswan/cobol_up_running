000010******************************************************************
000020* RECUTREG.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* RECUT REGISTER RECORD LAYOUT - ONE ROW PER PART RECUTBLD WRITES
000070* INTO A RECUT BATCH.  CARRIES THE HISTORY KEY (PART, RUN DATE AND
000080* RUN SEQUENCE) OF THE CUT THE RECUT REPLACES, WHY IT WAS RECUT,
000090* THE BATCH DATE, NUMBER AND DETAIL LINE IT WENT OUT ON, AND THE
000100* MATERIAL AND MACHINE COST OF THE SPOILED ORIGINAL.  THE ORIGINAL
000110* HISTORY RECORD IS MARKED SUPERSEDED AT THE SAME TIME, SO JOBCOST
000120* BILLS THE RECUT AND NOT BOTH.
000130*
000140* MODIFICATION HISTORY
000150*
000160*   DATE       INIT   DESCRIPTION
000170*   ---------- ----   -----------------------------------------
000180*   10/15/2026 JS     ORIGINAL.
000190******************************************************************
000200 01  RECUT-REGISTER-RECORD.
000210     05  RR-BUILD-DATE           PIC 9(08).
000220     05  RR-BATCH-DATE           PIC 9(08).
000230     05  RR-BATCH-NUMBER         PIC 9(04).
000240     05  RR-BATCH-LINE           PIC 9(06).
000250     05  RR-REPLACED-KEY.
000260         10  RR-PART-NUMBER      PIC X(06).
000270         10  RR-RUN-DATE         PIC 9(08).
000280         10  RR-RUN-SEQ          PIC 9(04).
000290     05  RR-JOB-NUMBER           PIC X(08).
000300     05  RR-REASON-CODE          PIC X(01).
000310         88  RR-REASON-FAULTED           VALUE "F".
000320         88  RR-REASON-UNCONFIRMED       VALUE "U".
000330         88  RR-REASON-AGED-PENDING      VALUE "A".
000340     05  RR-CNC-SEQ              PIC 9(04).
000350     05  RR-MATERIAL-COST        PIC 9(07)V9(02).
000360     05  RR-MACHINE-COST         PIC 9(07)V9(02).
