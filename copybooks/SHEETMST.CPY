000180*                     REORDER MINIMUM, SO THE PLAN CAN BE CHECKED
000190*                     AGAINST THE RACK INSTEAD OF ASSUMING THE
000200*                     STEEL IS THERE.
000202*   10/15/2026 JS     MATERIAL CODE AND THICKNESS ADDED SO THE
000204*                     RACK IS STOCKED, PLANNED AND RELIEVED BY
000206*                     MATERIAL - THE THICKNESS AS PARTMSTR CARRIES
000208*                     IT IN PM-STOCK-THICKNESS.
000210******************************************************************
000220 01  SHEET-MASTER-RECORD.
000230     05  SH-SHEET-ID             PIC X(06).
000260     05  SH-WIDTH                PIC 9(04)V9(02).
000270     05  SH-ON-HAND-QTY          PIC 9(06).
000280     05  SH-MIN-QTY              PIC 9(06).
000290     05  SH-MATERIAL-CODE        PIC X(04).
000300     05  SH-THICKNESS            PIC 9(02)V9(04).
