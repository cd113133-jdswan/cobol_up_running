000164*                     MASTER SO DOWNSTREAM STEPS CAN TELL AN
000166*                     OPERATOR FROM MAINTENANCE FROM A
000168*                     SUPERVISOR WITHOUT RE-READING THE FILE.
000169*   10/15/2026 JS     ADDED THE QUEUED-BATCH FIELDS.  WHEN
000170*                     DAILYRUN PUTS A FILE FROM THE NIGHT'S BATCH
000171*                     QUEUE THROUGH CHALLENGE IT NAMES THE FILE
000172*                     AND GIVES THE ENTRY MODE AND UNIT CODE HERE,
000173*                     SO THE STEP RUNS WITHOUT ASKING THE CONSOLE.
000174******************************************************************
000180 01  OPERATOR-PASS-AREA.
000190     05  OP-OPERATOR-ID          PIC X(10).
000200     05  OP-SHIFT-CODE           PIC X(01).
000250         88  OP-ROLE-IS-OPERATOR         VALUE "O".
000260         88  OP-ROLE-IS-MAINT            VALUE "M".
000270         88  OP-ROLE-IS-SUPER            VALUE "S".
000280     05  OP-BATCH-QUEUED         PIC X(01).
000290         88  OP-BATCH-IS-QUEUED          VALUE "Y".
000300     05  OP-BATCH-FILE-NAME      PIC X(30).
000310     05  OP-BATCH-ENTRY-MODE     PIC X(01).
000320     05  OP-BATCH-UNIT-CODE      PIC X(02).
