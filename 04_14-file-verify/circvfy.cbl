000321*                     THE UNLOADS - THE SANCTIONED MORNING-
000322*                     AFTER-ARCHIVE STEP INSTEAD OF HAND-
000323*                     DELETING VFYCTL.
000324*   2026-10-15 JS     CIRCSTAT WIDENED FOR THE CUT LENGTH, PIERCE
000325*                     COUNT, MACHINE MINUTES AND MACHINE COST -
000326*                     THE CUT LENGTH AND MACHINE COST NOW RIDE THE
000327*                     HISTORY HASH BESIDE THE MATERIAL COST.  THE
000328*                     FIRST VERIFY AFTER THE FILE IS RELOADED IN
000329*                     THE WIDER LAYOUT RUNS AS AN ACCEPT-NEW-
000330*                     BASELINE.
000331*   2026-10-15 JS     PARTMSTR WIDENED WITH THE DIMENSIONAL
000332*                     TOLERANCE, WHICH NOW RIDES THE PARTS HASH.
000333*                     THE FIRST VERIFY AFTER THE FILE IS RELOADED
000334*                     IN THE WIDER LAYOUT RUNS AS AN ACCEPT-NEW-
000335*                     BASELINE.
000336******************************************************************
000337
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.
000840 FILE SECTION.
000850 FD  CIRCLE-MASTER
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 134 CHARACTERS.
000880     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000890         ==CIRCLE-MASTER-RECORD==
000900         LEADING ==CS-== BY ==CM-==.
000910
000920 FD  CIRCLE-MASTER-NEW
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 134 CHARACTERS.
000950     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000960         ==CIRCLE-NEW-RECORD==
000970         LEADING ==CS-== BY ==CN-==.
000980
000990 FD  PARTS-MASTER
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 95 CHARACTERS.
001020     COPY PARTMSTR.
001030
001040 FD  PARTS-MASTER-NEW
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 95 CHARACTERS.
001070     COPY PARTMSTR REPLACING ==PARTS-MASTER-RECORD== BY
001080         ==PARTS-NEW-RECORD==
001090         LEADING ==PM-== BY ==PN-==.
001100
001110 FD  HIST-UNLOAD
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 134 CHARACTERS.
001140 01  HIST-UNLOAD-RECORD          PIC X(134).
001150
001160 FD  PARTS-UNLOAD
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 95 CHARACTERS.
001190 01  PARTS-UNLOAD-RECORD         PIC X(95).
001200
001210 FD  VERIFY-CONTROL
001220     LABEL RECORDS ARE STANDARD
005360
005370     ADD CM-RUN-DATE CM-RUN-SEQ CM-RADIUS CM-INNER-RADIUS
005380         CM-CIRCUMFERENCE CM-AREA CM-BLANK-WEIGHT
005390         CM-MATERIAL-COST CM-CUT-LENGTH CM-MACHINE-COST
005395         TO WS-HIST-HASH.
005400
005410 3100-EXIT.
005420     EXIT.
007130
007140     ADD PM-STD-RADIUS PM-STD-DIAMETER PM-STOCK-THICKNESS
007150         PM-DENSITY PM-COST-PER-WEIGHT PM-KERF-ALLOWANCE
007160         PM-INNER-DIAMETER PM-TOLERANCE TO WS-PART-HASH.
007170
007180 4100-EXIT.
007190     EXIT.
