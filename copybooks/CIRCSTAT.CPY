000378*                     COMPLETE WHEN THE PLASMA TABLE'S CUT
000379*                     CONFIRMATION COMES BACK, SO A PART THE
000381*                     TABLE SKIPPED NO LONGER VANISHES SILENTLY.
000382*   10/15/2026 JS     ADDED THE CUT LENGTH, PIERCE COUNT, MACHINE
000383*                     MINUTES AND MACHINE COST CHALLENGE PRICES
000384*                     OFF THE MACHRATE TABLE, SO THE PLASMA
000385*                     TABLE'S RUN TIME RIDES THE HISTORY RECORD
000386*                     BESIDE THE STEEL AND JOBCOST BILLS BOTH.
000387*   10/15/2026 JS     ADDED CUT STATUS S - RECUTBLD MARKS A
000388*                     FAULTED, UNCONFIRMED OR LONG-PENDING CUT
000389*                     SUPERSEDED WHEN IT WRITES THE PART INTO A
000390*                     RECUT BATCH, SO THE ORIGINAL IS NEITHER LEFT
000391*                     PENDING FOREVER NOR BILLED BESIDE ITS RECUT.
000392*   10/15/2026 JS     ADDED CUT STATUS X (SCRAPPED) - SET BY
000393*                     INSPECT WHEN A CUT FAILS DIMENSIONAL
000394*                     INSPECTION, SO A PART SCRAPPED ON THE FLOOR
000395*                     NO LONGER SHOWS AS A GOOD, COMPLETE CUT.
000396*   10/15/2026 JS     ADDED CUT STATUS H (SHIPPED) - SHIPDOC
000397*                     STAMPS A COMPLETE CUT WHEN IT GOES OUT ON A
000398*                     PACKING LIST, SO THE SAME PIECE CANNOT SHIP
000399*                     TWICE.  A SHIPPED CUT STILL TESTS AS
000400*                     COMPLETE, SO BILLING AND THE BACKLOG COUNT
000401*                     IT AS BEFORE.
000402******************************************************************
000403 01  CIRCLE-STATS.
000404     05  CS-MASTER-KEY.
000405         10  CS-PART-NUMBER      PIC X(06).
000410         10  CS-RUN-DATE         PIC 9(08).
000420         10  CS-RUN-SEQ          PIC 9(04).
000430     05  CS-ENTRY-MODE           PIC X(01).
000560     05  CS-JOB-NUMBER           PIC X(08).
000570     05  CS-CUT-STATUS           PIC X(01).
000580         88  CS-CUT-IS-PENDING           VALUE "P".
000585         88  CS-CUT-IS-COMPLETE          VALUE "C" "H".
000590         88  CS-CUT-IS-SHIPPED           VALUE "H".
000595         88  CS-CUT-IS-SUPERSEDED        VALUE "S".
000597         88  CS-CUT-IS-SCRAPPED          VALUE "X".
000600     05  CS-CUT-LENGTH           PIC 9(06)V9(05).
000610     05  CS-PIERCE-COUNT         PIC 9(01).
000620     05  CS-MACHINE-MINUTES      PIC 9(05)V9(02).
000630     05  CS-MACHINE-COST         PIC 9(07)V9(02).
