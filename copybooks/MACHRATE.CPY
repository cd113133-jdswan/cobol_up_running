000010******************************************************************
000020* MACHRATE.CPY
000030* INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000040* DATE-WRITTEN. 10/15/2026.
000050*
000060* PLASMA-TABLE MACHINE RATE RECORD LAYOUT - ONE ROW PER MATERIAL
000070* CODE AND STOCK THICKNESS (THE THICKNESS AS PARTMSTR CARRIES IT
000080* IN PM-STOCK-THICKNESS), HOLDING THE TABLE'S CUT SPEED IN ITS
000090* NATIVE MILLIMETERS PER MINUTE, THE SECONDS ONE PIERCE TAKES
000100* AND THE HOURLY TABLE RATE.  MATLMNT MAINTAINS THE ROWS.
000110* CHALLENGE PRICES THE MACHINE TIME OF EVERY CUT OFF THIS FILE
000120* AND QUOTE PRICES A QUOTE OFF THE SAME ROWS, SO A QUOTE AND THE
000130* JOB IT TURNS INTO RUN THE SAME NUMBERS.
000140*
000150* MODIFICATION HISTORY
000160*
000170*   DATE       INIT   DESCRIPTION
000180*   ---------- ----   -----------------------------------------
000190*   10/15/2026 JS     ORIGINAL.
000200******************************************************************
000210 01  MACHINE-RATE-RECORD.
000220     05  MR-RATE-KEY.
000230         10  MR-MATERIAL-CODE    PIC X(04).
000240         10  MR-THICKNESS        PIC 9(02)V9(04).
000250     05  MR-CUT-SPEED-MM         PIC 9(05)V9(01).
000260     05  MR-PIERCE-SECONDS       PIC 9(02)V9(01).
000270     05  MR-HOURLY-RATE          PIC 9(04)V9(02).
000280     05  MR-STATUS-CODE          PIC X(01).
000290         88  MR-IS-ACTIVE                VALUE "A".
000300         88  MR-IS-INACTIVE              VALUE "I".
