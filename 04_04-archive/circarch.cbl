000268*                     A THING TO RUN ON A BORROWED NAME.  A
000269*                     SHOP WITHOUT THE OPERATOR MASTER LOADED
000271*                     RUNS OPEN, AS THE SIGN-ON STEP DOES.
000272*   2026-10-15 JS     CIRCSTAT WIDENED FOR THE CUT LENGTH, PIERCE
000273*                     COUNT, MACHINE MINUTES AND MACHINE COST - A
000274*                     LEGACY RECORD CONVERTS AS ONE PIERCE ROUND
000275*                     ITS CIRCUMFERENCE WITH NO MACHINE TIME
000276*                     PRICED, THE TABLE RATES DID NOT EXIST WHEN
000277*                     IT WAS CUT.
000278******************************************************************
000279
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.
000790
000800 FD  CIRCLE-MASTER-ACT
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 134 CHARACTERS.
000830     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000840         ==CIRCLE-MASTER-ACT-RECORD==
000850         LEADING ==CS-== BY ==CM-==.
000860
000870 FD  CIRCLE-MASTER-NEW
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 134 CHARACTERS.
000900     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000910         ==CIRCLE-MASTER-NEW-RECORD==
000920         LEADING ==CS-== BY ==CN-==.
000930
000940 FD  CIRCLE-ARCHIVE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 134 CHARACTERS.
000970 01  CIRCLE-ARCHIVE-RECORD       PIC X(134).
000972
000974 FD  OPERATOR-MASTER
000976     LABEL RECORDS ARE STANDARD
002480     MOVE OLD-OPERATOR-ID TO CS-OPERATOR-ID.
002482     MOVE SPACES TO CS-JOB-NUMBER.
002484     SET CS-CUT-IS-COMPLETE TO TRUE.
002485     MOVE OLD-CIRCUMFERENCE TO CS-CUT-LENGTH.
002486     MOVE 1 TO CS-PIERCE-COUNT.
002487     MOVE ZERO TO CS-MACHINE-MINUTES.
002488     MOVE ZERO TO CS-MACHINE-COST.
002490
002500     PERFORM 4000-ROUTE-RECORD THRU 4000-EXIT.
002510
