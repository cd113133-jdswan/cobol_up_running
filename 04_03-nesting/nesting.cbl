000244*                     THE LOAD DROPPED SHEETS (TABLE LIMIT OR
000245*                     BAD DIMENSIONS) - REWRITING THE MASTER
000246*                     FROM A SHORT TABLE WAS DELETING THEM.
000247*   2026-10-15 JS     CIRCSTAT WIDENED FOR THE CUT LENGTH, PIERCE
000248*                     COUNT, MACHINE MINUTES AND MACHINE COST -
000249*                     RECORD LENGTH ONLY, THE PLAN IS UNCHANGED.
000250*   2026-10-15 JS     NESTING BY MATERIAL AND THICKNESS.  THE
000251*                     SHEET MASTER NOW CARRIES EACH SIZE'S
000252*                     MATERIAL CODE AND THICKNESS.  THE DAY'S CUTS
000253*                     ARE GROUPED BY CM-MATERIAL-CODE AND THE
000254*                     PART'S STOCK THICKNESS OFF PARTMSTR, AND
000255*                     EACH GROUP NESTS ONLY ONTO SHEETS OF ITS OWN
000256*                     MATERIAL AND THICKNESS.  A SHEET NOW CARRIES
000257*                     A MIX OF PARTS, LAID IN ROWS LARGEST
000258*                     DIAMETER FIRST WITH THE SMALLER CIRCLES
000259*                     FILLING OUT THE ROWS, INSTEAD OF ONE PART
000260*                     NUMBER PER SHEET.  THE PLAN LISTS WHAT GOES
000261*                     ON EACH SHEET WITH ITS COMBINED SCRAP.  THE
000262*                     SUMMARY, POSTING AND REORDER SECTIONS NAME
000263*                     THE MATERIAL AND THICKNESS OF EVERY SIZE,
000264*                     AND THE SHEET TABLE HOLDS 50 SIZES.
000265*   2026-10-15 JS     PARTMSTR WIDENED WITH THE DIMENSIONAL
000266*                     TOLERANCE - RECORD LENGTH ONLY, THE PART
000267*                     LOOKUP IS UNCHANGED.
000268*   2026-10-15 JS     THE REORDER SECTION ALSO WRITES EACH SIZE
000269*                     BELOW MINIMUM TO THE NEW REORDEXT EXTRACT,
000270*                     REPLACED EVERY RUN, WHICH PURCHASE READS TO
000271*                     BUILD SUGGESTED PURCHASE ORDERS.
000272******************************************************************
000273
000274 ENVIRONMENT DIVISION.
000275 CONFIGURATION SECTION.
000276 SOURCE-COMPUTER.
000280 OBJECT-COMPUTER.
000290 SPECIAL-NAMES.
000300     CONSOLE IS CRT.
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SHEETMST-STATUS.
000410
000411     SELECT PARTS-MASTER ASSIGN TO "PARTMSTR"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS PM-PART-NUMBER
000415         FILE STATUS IS WS-PARTMSTR-STATUS.
000416
000420     SELECT NESTING-RPT ASSIGN TO "NESTRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-NESTRPT-STATUS.
000442
000444     SELECT REORDER-EXTRACT ASSIGN TO "REORDEXT"
000446         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-REORDEXT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CIRCLE-MASTER
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 134 CHARACTERS.
000510     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000520         ==CIRCLE-MASTER-RECORD==
000530         LEADING ==CS-== BY ==CM-==.
000540
000550 FD  SHEET-MASTER
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 42 CHARACTERS.
000580     COPY SHEETMST.
000588
000596 FD  PARTS-MASTER
000604     LABEL RECORDS ARE STANDARD
000612     RECORD CONTAINS 95 CHARACTERS.
000620     COPY PARTMSTR.
000630
000640 FD  NESTING-RPT
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  NESTING-RPT-LINE            PIC X(132).
000671
000672 FD  REORDER-EXTRACT
000673     LABEL RECORDS ARE STANDARD
000674     RECORD CONTAINS 36 CHARACTERS.
000675     COPY REORDEXT.
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-CONSTANTS.
000710     05  WS-PI-STANDARD          PIC 9V9(05) VALUE 3.14159.
000720     05  WS-MM-PER-INCH          PIC 9(02)V9(01) VALUE 25.4.
000730     05  WS-MAX-PARTS            PIC 9(03) COMP VALUE 100.
000740     05  WS-MAX-SHEETS           PIC 9(02) COMP VALUE 50.
000750     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
000760     05  WS-COMPANY-NAME         PIC X(30)
000770         VALUE "TRI-COUNTY FABRICATION, INC.".
000870         10  NP-PART-NUMBER      PIC X(06).
000880         10  NP-UNIT-CODE        PIC X(02).
000890         10  NP-RADIUS           PIC 9(04)V9(05).
000892         10  NP-MATERIAL-CODE    PIC X(04).
000894         10  NP-THICKNESS        PIC 9(02)V9(04).
000896         10  NP-DIAM-INCHES      PIC 9(05)V9(05).
000900         10  NP-QUANTITY         PIC 9(05) COMP.
000901         10  NP-REMAINING        PIC 9(05) COMP.
000902         10  NP-FIT-SWITCH       PIC X(01).
000903             88  NP-FITS-A-SHEET         VALUE "Y".
000904             88  NP-FITS-NO-SHEET        VALUE "N".
000905
000906 01  WS-PART-SWAP.
000907     05  SW-PART-NUMBER          PIC X(06).
000908     05  SW-UNIT-CODE            PIC X(02).
000909     05  SW-RADIUS               PIC 9(04)V9(05).
000910     05  SW-MATERIAL-CODE        PIC X(04).
000911     05  SW-THICKNESS            PIC 9(02)V9(04).
000912     05  SW-DIAM-INCHES          PIC 9(05)V9(05).
000913     05  SW-QUANTITY             PIC 9(05) COMP.
000914     05  SW-REMAINING            PIC 9(05) COMP.
000915     05  SW-FIT-SWITCH           PIC X(01).
000916
000920 01  WS-SHEET-TABLE.
000930     05  WS-SHEET-COUNT          PIC 9(02) COMP VALUE ZERO.
000940     05  WS-SHEET-ENTRY OCCURS 50 TIMES.
000950         10  ST-SHEET-ID         PIC X(06).
000960         10  ST-UNIT-CODE        PIC X(02).
000970         10  ST-LENGTH           PIC 9(04)V9(02).
000990         10  ST-TOTAL-SHEETS     PIC 9(06) COMP.
000992         10  ST-ON-HAND          PIC 9(06) COMP.
000994         10  ST-MIN-QTY          PIC 9(06) COMP.
000995         10  ST-MATERIAL-CODE    PIC X(04).
000996         10  ST-THICKNESS        PIC 9(02)V9(04).
000997
000998 01  WS-THIS-LOAD.
000999     05  TL-ENTRY-COUNT          PIC 9(03) COMP.
001000     05  TL-ENTRY OCCURS 100 TIMES.
001001         10  TL-PART-IX          PIC 9(03) COMP.
001002         10  TL-PIECES           PIC 9(06) COMP.
001003
001004 01  WS-PREV-LOAD.
001005     05  PL-ENTRY-COUNT          PIC 9(03) COMP.
001006     05  PL-ENTRY OCCURS 100 TIMES.
001007         10  PL-PART-IX          PIC 9(03) COMP.
001008         10  PL-PIECES           PIC 9(06) COMP.
001009
001010 01  WS-WORK-FIELDS.
001020     05  WS-PART-IX              PIC 9(03) COMP VALUE ZERO.
001030     05  WS-SHEET-IX             PIC 9(02) COMP VALUE ZERO.
001040     05  WS-HIT-IX               PIC 9(03) COMP VALUE ZERO.
001042     05  WS-SORT-IX              PIC 9(03) COMP VALUE ZERO.
001044     05  WS-LOW-IX               PIC 9(03) COMP VALUE ZERO.
001046     05  WS-LOAD-IX              PIC 9(03) COMP VALUE ZERO.
001050     05  WS-DIAM-SHEET-UNITS     PIC 9(06)V9(05).
001060     05  WS-RADIUS-SHEET-UNITS   PIC 9(06)V9(05).
001070     05  WS-CIRCLE-AREA          PIC 9(09)V9(04).
001080     05  WS-SHEET-AREA           PIC 9(09)V9(04).
001090     05  WS-USED-AREA            PIC 9(10)V9(04).
001150     05  WS-SCRAP-PCT            PIC 9(03)V9(01).
001160
001162 01  WS-GROUP-FIELDS.
001164     05  WS-GROUP-START          PIC 9(03) COMP.
001166     05  WS-GROUP-END            PIC 9(03) COMP.
001168     05  WS-GROUP-MATERIAL       PIC X(04).
001170     05  WS-GROUP-THICKNESS      PIC 9(02)V9(04).
001172     05  WS-GROUP-REMAINING      PIC 9(07) COMP.
001174     05  WS-LARGEST-IX           PIC 9(03) COMP.
001176
001178 01  WS-LAYOUT-FIELDS.
001180     05  WS-LENGTH-USED          PIC 9(06)V9(05).
001182     05  WS-ROW-WIDTH            PIC 9(06)V9(05).
001184     05  WS-FIT-COUNT            PIC 9(06) COMP.
001186     05  WS-PLACED               PIC 9(06) COMP.
001188     05  WS-SHEET-USED-AREA      PIC 9(10)V9(04).
001190     05  WS-PLAN-SHEETS          PIC 9(06) COMP.
001192     05  WS-PLAN-USED-AREA       PIC 9(12)V9(04).
001194     05  WS-PLAN-SHEET-AREA      PIC 9(12)V9(04).
001196     05  WS-RUN-START            PIC 9(06) COMP.
001198     05  WS-RUN-COUNT            PIC 9(06) COMP.
001200     05  WS-RUN-SCRAP            PIC 9(03)V9(01).
001202
001204 01  WS-BEST-FIELDS.
001206     05  WS-BEST-IX              PIC 9(02) COMP.
001220     05  WS-BEST-SHEETS          PIC 9(06) COMP.
001230     05  WS-BEST-SCRAP           PIC 9(03)V9(01).
001240
001243 01  WS-PLAN-LINE                PIC X(132).
001246
001250 77  WS-TODAY                    PIC 9(08).
001260 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZERO.
001270 77  WS-RECORDS-SELECTED         PIC 9(06) COMP VALUE ZERO.
001300
001310 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001320 77  WS-SHEETMST-STATUS          PIC X(02) VALUE SPACES.
001325 77  WS-PARTMSTR-STATUS          PIC X(02) VALUE SPACES.
001330 77  WS-NESTRPT-STATUS           PIC X(02) VALUE SPACES.
001335 77  WS-REORDEXT-STATUS          PIC X(02) VALUE SPACES.
001340
001350 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001360     88  END-OF-HISTORY                  VALUE "Y".
001390 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001400     88  PART-ENTRY-FOUND                VALUE "Y".
001410     88  PART-ENTRY-NOT-FOUND            VALUE "N".
001414 77  WS-GROUP-END-SWITCH         PIC X(01) VALUE "N".
001418     88  GROUP-END-FOUND                 VALUE "Y".
001422 77  WS-STALL-SWITCH             PIC X(01) VALUE "N".
001426     88  SHEET-CAME-UP-EMPTY             VALUE "Y".
001430 77  WS-PRINT-SWITCH             PIC X(01) VALUE "N".
001434     88  PRINTING-THE-PLAN               VALUE "Y".
001440 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
001450     88  RUN-IS-CANCELLED                VALUE "Y".
001452 77  WS-REORDER-SWITCH           PIC X(01) VALUE "N".
001454     88  A-REORDER-PRINTED               VALUE "Y".
001456 77  WS-DROP-SWITCH              PIC X(01) VALUE "N".
001458     88  RECORDS-WERE-DROPPED            VALUE "Y".
001461 77  WS-EXTRACT-SWITCH           PIC X(01) VALUE "N".
001464     88  EXTRACT-IS-OPEN                 VALUE "Y".
001467
001470 01  WS-HDG1.
001480     05  FILLER                  PIC X(40) VALUE SPACES.
001490     05  WS-HDG1-COMPANY         PIC X(30).
001680     05  FILLER                  PIC X(06) VALUE "RADIUS".
001690     05  FILLER                  PIC X(06) VALUE SPACES.
001700     05  FILLER                  PIC X(03) VALUE "QTY".
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  FILLER                  PIC X(04) VALUE "UNIT".
001830
001840 01  WS-DETAIL-LINE.
001850     05  WS-DTL-PART-NUMBER      PIC X(08).
001870     05  WS-DTL-RADIUS           PIC ZZZ9.99999.
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  WS-DTL-QTY              PIC ZZZZ9.
001900     05  FILLER                  PIC X(03) VALUE SPACES.
001910     05  WS-DTL-UNIT             PIC X(02).
002020
002021 01  WS-GROUP-LINE.
002022     05  FILLER                  PIC X(10) VALUE "MATERIAL: ".
002023     05  WS-GRP-MATERIAL         PIC X(04).
002024     05  FILLER                  PIC X(13) VALUE "  THICKNESS: ".
002025     05  WS-GRP-THICKNESS        PIC Z9.9999.
002026     05  FILLER                  PIC X(09) VALUE "  SHEET: ".
002027     05  WS-GRP-SHEET-ID         PIC X(06).
002028     05  FILLER                  PIC X(02) VALUE SPACES.
002029     05  WS-GRP-LENGTH           PIC ZZZ9.99.
002030     05  FILLER                  PIC X(03) VALUE " X ".
002031     05  WS-GRP-WIDTH            PIC ZZZ9.99.
002032     05  FILLER                  PIC X(01) VALUE SPACES.
002033     05  WS-GRP-UNIT             PIC X(02).
002034     05  FILLER                  PIC X(10) VALUE "  SHEETS: ".
002035     05  WS-GRP-SHEETS           PIC ZZZ,ZZ9.
002036     05  FILLER                  PIC X(13) VALUE "  SCRAP PCT: ".
002037     05  WS-GRP-SCRAP            PIC ZZ9.9.
002038
002039 01  WS-NO-SHEET-LINE.
002040     05  FILLER                  PIC X(10) VALUE "MATERIAL: ".
002041     05  WS-NSL-MATERIAL         PIC X(04).
002042     05  FILLER                  PIC X(13) VALUE "  THICKNESS: ".
002043     05  WS-NSL-THICKNESS        PIC Z9.9999.
002044     05  FILLER                  PIC X(46)
002045         VALUE "  ** NO STOCK SHEET OF THIS MATERIAL/THICKNESS".
002046
002047 01  WS-RUN-LINE.
002048     05  FILLER                  PIC X(04) VALUE SPACES.
002049     05  FILLER                  PIC X(07) VALUE "SHEETS ".
002050     05  WS-RUN-FROM             PIC ZZZ,ZZ9.
002051     05  FILLER                  PIC X(06) VALUE " THRU ".
002052     05  WS-RUN-THRU             PIC ZZZ,ZZ9.
002053     05  FILLER                  PIC X(03) VALUE "  (".
002054     05  WS-RUN-SHEETS           PIC ZZZ,ZZ9.
002055     05  FILLER                  PIC X(12) VALUE ") EACH CARRY".
002056     05  FILLER                  PIC X(13) VALUE "  SCRAP PCT: ".
002057     05  WS-RUN-SCRAP-PCT        PIC ZZ9.9.
002058
002059 01  WS-LOAD-LINE.
002060     05  FILLER                  PIC X(08) VALUE SPACES.
002061     05  WS-LDL-PART-NUMBER      PIC X(08).
002062     05  FILLER                  PIC X(01) VALUE SPACES.
002063     05  WS-LDL-RADIUS           PIC ZZZ9.99999.
002064     05  FILLER                  PIC X(02) VALUE SPACES.
002065     05  WS-LDL-PIECES           PIC ZZZ,ZZ9.
002066     05  FILLER                  PIC X(07) VALUE " PIECES".
002070
002100 01  WS-NO-FIT-LINE.
002110     05  WS-NFL-PART-NUMBER      PIC X(08).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002260         10  WS-SUM-WIDTH        PIC ZZZ9.99.
002270         10  FILLER              PIC X(01) VALUE SPACES.
002280         10  WS-SUM-UNIT         PIC X(02).
002282         10  FILLER              PIC X(02) VALUE SPACES.
002284         10  WS-SUM-MATERIAL     PIC X(04).
002286         10  FILLER              PIC X(01) VALUE SPACES.
002288         10  WS-SUM-THICKNESS    PIC Z9.9999.
002290         10  FILLER              PIC X(20)
002300             VALUE "  SHEETS REQUIRED:  ".
002310         10  WS-SUM-SHEETS       PIC ZZZ,ZZ9.
002328     05  WS-REO-LINE.
002329         10  FILLER              PIC X(06) VALUE "SHEET ".
002331         10  WS-REO-SHEET-ID     PIC X(06).
002332         10  FILLER              PIC X(02) VALUE SPACES.
002333         10  WS-REO-MATERIAL     PIC X(04).
002334         10  FILLER              PIC X(01) VALUE SPACES.
002335         10  WS-REO-THICKNESS    PIC Z9.9999.
002336         10  FILLER              PIC X(12)
002337             VALUE "  ON HAND:  ".
002338         10  WS-REO-ON-HAND      PIC ZZZ,ZZ9.
002339         10  FILLER              PIC X(12)
002340             VALUE "  MINIMUM:  ".
002341         10  WS-REO-MIN          PIC ZZZ,ZZ9.
002342
002343 PROCEDURE DIVISION.
002344
002350******************************************************************
002360* 0000-MAINLINE
002370* TOP-LEVEL CONTROL - LOADS THE STOCK SHEETS, ACCUMULATES THE
002384* DAY'S PARTS, NESTS EACH MATERIAL AND THICKNESS ONTO ITS BEST
002391* SHEET AND PRINTS THE SHEETS-REQUIRED SUMMARY.
002400******************************************************************
002410 0000-MAINLINE.
002420
002530
002540******************************************************************
002550* 1000-INITIALIZE
002557* ACCEPTS THE PLAN DATE, OPENS THE FILES, LOADS THE STOCK-SHEET
002564* TABLE AND PRINTS THE FIRST HEADING.  THE PART MASTER IS HELD
002571* OPEN FOR THE STOCK THICKNESS OF EACH PART RUN.
002580******************************************************************
002590 1000-INITIALIZE.
002600
002930         GO TO 1000-EXIT
002940     END-IF.
002950
002951     OPEN INPUT PARTS-MASTER.
002952     IF WS-PARTMSTR-STATUS NOT = "00"
002953         DISPLAY "PARTS-MASTER OPEN FAILED, STATUS "
002954             WS-PARTMSTR-STATUS
002955         SET END-OF-HISTORY TO TRUE
002956         SET RUN-IS-CANCELLED TO TRUE
002957         MOVE 8 TO RETURN-CODE
002958         GO TO 1000-EXIT
002959     END-IF.
002960
002961     OPEN INPUT CIRCLE-MASTER.
002970     IF WS-CIRCMSTR-STATUS NOT = "00"
002980         DISPLAY "CIRCLE-MASTER OPEN FAILED, STATUS "
002990             WS-CIRCMSTR-STATUS
002995         CLOSE PARTS-MASTER
003000         SET END-OF-HISTORY TO TRUE
003010         SET RUN-IS-CANCELLED TO TRUE
003020         MOVE 8 TO RETURN-CODE
003130
003140******************************************************************
003150* 1100-LOAD-SHEET-TABLE
003158* READS ONE STOCK-SHEET RECORD INTO THE SHEET TABLE.  SHEETS
003166* PAST THE TABLE LIMIT OR WITH A ZERO DIMENSION ARE DROPPED
003174* WITH A CONSOLE NOTE.  A SIZE NOT YET GIVEN A MATERIAL LOADS
003182* WITH A BLANK MATERIAL AND ZERO THICKNESS AND TAKES NO PARTS.
003190******************************************************************
003200 1100-LOAD-SHEET-TABLE.
003210
003478     ELSE
003482         MOVE ZERO TO ST-MIN-QTY (WS-SHEET-COUNT)
003484     END-IF.
003485     MOVE SH-MATERIAL-CODE TO ST-MATERIAL-CODE (WS-SHEET-COUNT).
003486     IF SH-THICKNESS NUMERIC
003487         MOVE SH-THICKNESS TO ST-THICKNESS (WS-SHEET-COUNT)
003488     ELSE
003489         MOVE ZERO TO ST-THICKNESS (WS-SHEET-COUNT)
003490     END-IF.
003491
003492 1100-EXIT.
003493     EXIT.
003500
003510******************************************************************
003520* 1300-PRINT-HEADINGS
004030
004040******************************************************************
004050* 2100-POST-TO-PART-TABLE
004056* FINDS (OR ADDS) THE TABLE ENTRY FOR THE RECORD'S PART NUMBER,
004062* RADIUS AND MATERIAL AND COUNTS THE QUANTITY TO NEST.  A NEW
004068* ENTRY PICKS UP THE PART'S STOCK THICKNESS AND ITS DIAMETER IN
004074* INCHES, THE ORDER THE GROUP IS NESTED IN.
004080******************************************************************
004090 2100-POST-TO-PART-TABLE.
004100
004250         MOVE CM-PART-NUMBER TO NP-PART-NUMBER (WS-HIT-IX)
004260         MOVE CM-UNIT-CODE TO NP-UNIT-CODE (WS-HIT-IX)
004270         MOVE CM-RADIUS TO NP-RADIUS (WS-HIT-IX)
004271         MOVE CM-MATERIAL-CODE TO NP-MATERIAL-CODE (WS-HIT-IX)
004272         PERFORM 2120-LOOKUP-THICKNESS THRU 2120-EXIT
004273         IF CM-UNIT-IS-MILLIMETERS
004274             COMPUTE NP-DIAM-INCHES (WS-HIT-IX) =
004275                 CM-RADIUS * 2 / WS-MM-PER-INCH
004276         ELSE
004277             COMPUTE NP-DIAM-INCHES (WS-HIT-IX) = CM-RADIUS * 2
004278         END-IF
004279         MOVE ZERO TO NP-REMAINING (WS-HIT-IX)
004280         SET NP-FITS-NO-SHEET (WS-HIT-IX) TO TRUE
004281         MOVE ZERO TO NP-QUANTITY (WS-HIT-IX)
004290     END-IF.
004300
004310     ADD 1 TO NP-QUANTITY (WS-HIT-IX).
004360******************************************************************
004370* 2110-SCAN-PART-TABLE
004380* ONE STEP OF THE PART-TABLE SCAN - FLAGS A HIT WHEN THE ENTRY
004390* CARRIES THE RECORD'S PART NUMBER, RADIUS AND MATERIAL.
004400******************************************************************
004410 2110-SCAN-PART-TABLE.
004420
004430     IF NP-PART-NUMBER (WS-PART-IX) = CM-PART-NUMBER
004440         AND NP-RADIUS (WS-PART-IX) = CM-RADIUS
004445         AND NP-MATERIAL-CODE (WS-PART-IX) = CM-MATERIAL-CODE
004450         SET PART-ENTRY-FOUND TO TRUE
004460         MOVE WS-PART-IX TO WS-HIT-IX
004470     END-IF.
004490 2110-EXIT.
004500     EXIT.
004510
004511******************************************************************
004512* 2120-LOOKUP-THICKNESS
004513* SETS THE NEW ENTRY'S THICKNESS FROM THE PART MASTER.  A CUT
004514* WITH NO PART NUMBER, OR ONE NO LONGER ON THE MASTER, NESTS AT
004515* ZERO THICKNESS - NO SHEET MATCHES IT AND THE PLAN FLAGS IT.
004516******************************************************************
004517 2120-LOOKUP-THICKNESS.
004518
004519     MOVE ZERO TO NP-THICKNESS (WS-HIT-IX).
004520     IF CM-PART-NUMBER = SPACES
004521         GO TO 2120-EXIT
004522     END-IF.
004523
004524     MOVE CM-PART-NUMBER TO PM-PART-NUMBER.
004525     READ PARTS-MASTER
004526         INVALID KEY
004527             DISPLAY "PART " CM-PART-NUMBER
004528           " NOT ON PART MASTER - NO THICKNESS TO NEST BY"
004529         NOT INVALID KEY
004530             MOVE PM-STOCK-THICKNESS TO NP-THICKNESS (WS-HIT-IX)
004531     END-READ.
004532
004533 2120-EXIT.
004534     EXIT.
004535
004536******************************************************************
004537* 2900-READ-HISTORY
004540* READS THE NEXT CIRCLE-MASTER RECORD AND SETS END-OF-HISTORY
004550* WHEN THE FILE IS EXHAUSTED.
004560******************************************************************
004660 2900-EXIT.
004670     EXIT.
004680
004682******************************************************************
004684* 4000-PLAN-ALL-PARTS
004686* SORTS THE DAY'S PARTS INTO MATERIAL AND THICKNESS GROUPS,
004688* LARGEST DIAMETER FIRST WITHIN A GROUP, AND NESTS EACH GROUP
004690* ONTO ITS BEST STOCK SHEET.
004692******************************************************************
004694 4000-PLAN-ALL-PARTS.
004696
004698     IF RUN-IS-CANCELLED
004700         GO TO 4000-EXIT
004702     END-IF.
004704
004706     IF WS-PART-COUNT = ZERO
004708         MOVE "  NO PARTS WERE RUN ON THE PLAN DATE"
004710             TO NESTING-RPT-LINE
004712         WRITE NESTING-RPT-LINE
004714         GO TO 4000-EXIT
004716     END-IF.
004718
004720     PERFORM 4050-SORT-ONE-POSITION THRU 4050-EXIT
004722         VARYING WS-SORT-IX FROM 1 BY 1
004724         UNTIL WS-SORT-IX >= WS-PART-COUNT.
004726
004728     MOVE 1 TO WS-GROUP-START.
004730     PERFORM 4100-PLAN-ONE-GROUP THRU 4100-EXIT
004732         UNTIL WS-GROUP-START > WS-PART-COUNT.
004734
004736 4000-EXIT.
004738     EXIT.
004740
004742******************************************************************
004744* 4050-SORT-ONE-POSITION
004746* ONE PASS OF THE PART-TABLE SORT - FINDS THE ENTRY THAT BELONGS
004748* AT THE SORT POSITION AMONG THOSE NOT YET PLACED AND SWAPS IT
004750* IN.  THE ORDER IS MATERIAL, THEN THICKNESS, THEN DIAMETER
004752* DESCENDING.
004754******************************************************************
004756 4050-SORT-ONE-POSITION.
004758
004760     MOVE WS-SORT-IX TO WS-LOW-IX.
004762     PERFORM 4060-COMPARE-ONE-PART THRU 4060-EXIT
004764         VARYING WS-PART-IX FROM WS-SORT-IX BY 1
004766         UNTIL WS-PART-IX > WS-PART-COUNT.
004768
004770     IF WS-LOW-IX NOT = WS-SORT-IX
004772         MOVE WS-PART-ENTRY (WS-SORT-IX) TO WS-PART-SWAP
004774         MOVE WS-PART-ENTRY (WS-LOW-IX)
004776             TO WS-PART-ENTRY (WS-SORT-IX)
004778         MOVE WS-PART-SWAP TO WS-PART-ENTRY (WS-LOW-IX)
004780     END-IF.
004782
004784 4050-EXIT.
004786     EXIT.
004788
004790******************************************************************
004792* 4060-COMPARE-ONE-PART
004794* ONE STEP OF THE SORT PASS - TAKES THE ENTRY AS THE NEW LOW IF
004796* IT SORTS AHEAD OF THE LOW SO FAR.
004798******************************************************************
004800 4060-COMPARE-ONE-PART.
004802
004804     IF NP-MATERIAL-CODE (WS-PART-IX)
004806         < NP-MATERIAL-CODE (WS-LOW-IX)
004808         MOVE WS-PART-IX TO WS-LOW-IX
004810         GO TO 4060-EXIT
004812     END-IF.
004814     IF NP-MATERIAL-CODE (WS-PART-IX)
004816         > NP-MATERIAL-CODE (WS-LOW-IX)
004818         GO TO 4060-EXIT
004820     END-IF.
004822
004824     IF NP-THICKNESS (WS-PART-IX) < NP-THICKNESS (WS-LOW-IX)
004826         MOVE WS-PART-IX TO WS-LOW-IX
004828         GO TO 4060-EXIT
004830     END-IF.
004832
004834     IF NP-THICKNESS (WS-PART-IX) = NP-THICKNESS (WS-LOW-IX)
004836         AND NP-DIAM-INCHES (WS-PART-IX)
004838             > NP-DIAM-INCHES (WS-LOW-IX)
004840         MOVE WS-PART-IX TO WS-LOW-IX
004842     END-IF.
004844
004846 4060-EXIT.
004848     EXIT.
004850
004852******************************************************************
004854* 4100-PLAN-ONE-GROUP
004856* NESTS ONE MATERIAL AND THICKNESS GROUP.  MARKS THE PARTS THAT
004858* FIT SOME SHEET OF THE GROUP'S MATERIAL AND THICKNESS, TRIES
004860* THE WHOLE GROUP ON EVERY SUCH SHEET SIZE, KEEPS THE SIZE WITH
004862* THE LEAST COMBINED SCRAP, THEN NESTS THE GROUP ONTO THAT SIZE
004864* AGAIN TO PRINT WHAT GOES ON EACH SHEET.  A GROUP WITH NO SHEET
004866* OF ITS MATERIAL AND THICKNESS IS FLAGGED, AS IS A PART TOO BIG
004868* FOR EVERY SUCH SHEET.
004870******************************************************************
004872 4100-PLAN-ONE-GROUP.
004874
004876     MOVE NP-MATERIAL-CODE (WS-GROUP-START) TO WS-GROUP-MATERIAL.
004878     MOVE NP-THICKNESS (WS-GROUP-START) TO WS-GROUP-THICKNESS.
004880     MOVE WS-GROUP-START TO WS-GROUP-END.
004882     MOVE "N" TO WS-GROUP-END-SWITCH.
004884     PERFORM 4110-FIND-GROUP-END THRU 4110-EXIT
004886         VARYING WS-PART-IX FROM WS-GROUP-START BY 1
004888         UNTIL GROUP-END-FOUND
004890         OR WS-PART-IX > WS-PART-COUNT.
004892
004894     MOVE ZERO TO WS-LARGEST-IX.
004896     PERFORM 4120-CHECK-PART-FIT THRU 4120-EXIT
004898         VARYING WS-PART-IX FROM WS-GROUP-START BY 1
004900         UNTIL WS-PART-IX > WS-GROUP-END.
004902
004904     MOVE ZERO TO WS-BEST-IX.
004906     MOVE ZERO TO WS-BEST-SHEETS.
004908     MOVE 999.9 TO WS-BEST-SCRAP.
004910     MOVE "N" TO WS-PRINT-SWITCH.
004912     IF WS-LARGEST-IX > ZERO
004914         PERFORM 4200-TRY-ONE-SHEET THRU 4200-EXIT
004916             VARYING WS-SHEET-IX FROM 1 BY 1
004918             UNTIL WS-SHEET-IX > WS-SHEET-COUNT
004920     END-IF.
004922
004924     MOVE SPACES TO WS-PLAN-LINE.
004926     PERFORM 4900-WRITE-PLAN-LINE THRU 4900-EXIT.
004928     IF WS-BEST-IX = ZERO
004930         MOVE WS-GROUP-MATERIAL TO WS-NSL-MATERIAL
004932         MOVE WS-GROUP-THICKNESS TO WS-NSL-THICKNESS
004934         MOVE WS-NO-SHEET-LINE TO WS-PLAN-LINE
004936     ELSE
004938         MOVE WS-GROUP-MATERIAL TO WS-GRP-MATERIAL
004940         MOVE WS-GROUP-THICKNESS TO WS-GRP-THICKNESS
004942         MOVE ST-SHEET-ID (WS-BEST-IX) TO WS-GRP-SHEET-ID
004944         MOVE ST-LENGTH (WS-BEST-IX) TO WS-GRP-LENGTH
004946         MOVE ST-WIDTH (WS-BEST-IX) TO WS-GRP-WIDTH
004948         MOVE ST-UNIT-CODE (WS-BEST-IX) TO WS-GRP-UNIT
004950         MOVE WS-BEST-SHEETS TO WS-GRP-SHEETS
004952         MOVE WS-BEST-SCRAP TO WS-GRP-SCRAP
004954         MOVE WS-GROUP-LINE TO WS-PLAN-LINE
004956     END-IF.
004958     PERFORM 4900-WRITE-PLAN-LINE THRU 4900-EXIT.
004960
004962     PERFORM 4130-PRINT-ONE-PART THRU 4130-EXIT
004964         VARYING WS-PART-IX FROM WS-GROUP-START BY 1
004966         UNTIL WS-PART-IX > WS-GROUP-END.
004968
004970     IF WS-BEST-IX > ZERO
004972         MOVE WS-BEST-IX TO WS-SHEET-IX
004974         SET PRINTING-THE-PLAN TO TRUE
004976         PERFORM 4300-NEST-GROUP-ON-SHEET THRU 4300-EXIT
004978         PERFORM 4500-PRINT-SHEET-RUN THRU 4500-EXIT
004980         ADD WS-PLAN-SHEETS TO ST-TOTAL-SHEETS (WS-BEST-IX)
004982     END-IF.
004984
004986     COMPUTE WS-GROUP-START = WS-GROUP-END + 1.
004988
004990 4100-EXIT.
004992     EXIT.
004994
004996******************************************************************
004998* 4110-FIND-GROUP-END
005000* ONE STEP OF THE GROUP SCAN - EXTENDS THE GROUP WHILE THE
005002* ENTRIES CARRY THE GROUP'S MATERIAL AND THICKNESS.
005004******************************************************************
005006 4110-FIND-GROUP-END.
005008
005010     IF NP-MATERIAL-CODE (WS-PART-IX) = WS-GROUP-MATERIAL
005012         AND NP-THICKNESS (WS-PART-IX) = WS-GROUP-THICKNESS
005014         MOVE WS-PART-IX TO WS-GROUP-END
005016     ELSE
005018         SET GROUP-END-FOUND TO TRUE
005020     END-IF.
005022
005024 4110-EXIT.
005026     EXIT.
005028
005030******************************************************************
005032* 4120-CHECK-PART-FIT
005034* MARKS THE PART AS FITTING WHEN ONE PIECE FITS ON SOME SHEET OF
005036* THE GROUP'S MATERIAL AND THICKNESS.  THE FIRST PART THAT FITS
005038* IS THE LARGEST THE GROUP WILL NEST, SINCE THE GROUP IS IN
005040* DIAMETER ORDER.
005042******************************************************************
005044 4120-CHECK-PART-FIT.
005046
005048     SET NP-FITS-NO-SHEET (WS-PART-IX) TO TRUE.
005050     PERFORM 4125-TEST-ONE-SHEET THRU 4125-EXIT
005052         VARYING WS-SHEET-IX FROM 1 BY 1
005054         UNTIL NP-FITS-A-SHEET (WS-PART-IX)
005056         OR WS-SHEET-IX > WS-SHEET-COUNT.
005058
005060     IF NP-FITS-A-SHEET (WS-PART-IX) AND WS-LARGEST-IX = ZERO
005062         MOVE WS-PART-IX TO WS-LARGEST-IX
005064     END-IF.
005066
005068 4120-EXIT.
005070     EXIT.
005072
005074******************************************************************
005076* 4125-TEST-ONE-SHEET
005078* ONE STEP OF THE FIT CHECK - A SHEET OF THE GROUP'S MATERIAL AND
005080* THICKNESS TAKES THE PART IF ITS DIAMETER, IN THE SHEET'S
005082* UNITS, IS NO MORE THAN THE SHEET'S WIDTH AND LENGTH.
005083* A SIZE NOT YET GIVEN A MATERIAL NEVER MATCHES.
005084******************************************************************
005086 4125-TEST-ONE-SHEET.
005088
005090     IF ST-MATERIAL-CODE (WS-SHEET-IX) NOT = WS-GROUP-MATERIAL
005092         OR ST-THICKNESS (WS-SHEET-IX) NOT = WS-GROUP-THICKNESS
005093         OR ST-MATERIAL-CODE (WS-SHEET-IX) = SPACES
005094         GO TO 4125-EXIT
005096     END-IF.
005098
005100     PERFORM 4150-CONVERT-DIAMETER THRU 4150-EXIT.
005102     IF WS-DIAM-SHEET-UNITS > ZERO
005104         AND WS-DIAM-SHEET-UNITS NOT > ST-WIDTH (WS-SHEET-IX)
005106         AND WS-DIAM-SHEET-UNITS NOT > ST-LENGTH (WS-SHEET-IX)
005108         SET NP-FITS-A-SHEET (WS-PART-IX) TO TRUE
005110     END-IF.
005112
005114 4125-EXIT.
005116     EXIT.
005118
005120******************************************************************
005122* 4130-PRINT-ONE-PART
005124* PRINTS ONE PART OF THE GROUP - ITS RADIUS AND THE QUANTITY TO
005126* NEST - OR THE NO-FIT FLAG FOR A PART NO SHEET OF THE GROUP'S
005128* MATERIAL AND THICKNESS CAN TAKE.
005130******************************************************************
005132 4130-PRINT-ONE-PART.
005134
005136     IF NP-FITS-NO-SHEET (WS-PART-IX)
005138         MOVE SPACES TO WS-NO-FIT-LINE
005140         MOVE NP-PART-NUMBER (WS-PART-IX)
005150             TO WS-NFL-PART-NUMBER
005160         MOVE NP-RADIUS (WS-PART-IX) TO WS-NFL-RADIUS
005170         MOVE "  ** NO STOCK SHEET FITS THIS PART"
005180             TO WS-NO-FIT-LINE (20:34)
005181         MOVE WS-NO-FIT-LINE TO WS-PLAN-LINE
005182         PERFORM 4900-WRITE-PLAN-LINE THRU 4900-EXIT
005183         GO TO 4130-EXIT
005184     END-IF.
005185
005186     MOVE SPACES TO WS-DTL-PART-NUMBER.
005187     IF NP-PART-NUMBER (WS-PART-IX) = SPACES
005188         MOVE "(NONE)" TO WS-DTL-PART-NUMBER
005189     ELSE
005190         MOVE NP-PART-NUMBER (WS-PART-IX)
005191             TO WS-DTL-PART-NUMBER
005192     END-IF.
005193     MOVE NP-RADIUS (WS-PART-IX) TO WS-DTL-RADIUS.
005194     MOVE NP-QUANTITY (WS-PART-IX) TO WS-DTL-QTY.
005195     MOVE NP-UNIT-CODE (WS-PART-IX) TO WS-DTL-UNIT.
005196     MOVE WS-DETAIL-LINE TO WS-PLAN-LINE.
005197     PERFORM 4900-WRITE-PLAN-LINE THRU 4900-EXIT.
005198
005199 4130-EXIT.
005200     EXIT.
005201
005202******************************************************************
005203* 4150-CONVERT-DIAMETER
005204* CONVERTS THE PART'S RADIUS TO THE SHEET'S UNITS AND DOUBLES IT
005205* FOR THE DIAMETER THE CIRCLE OCCUPIES.  A RING OCCUPIES ITS
005206* FULL OUTER CIRCLE.
005207******************************************************************
005208 4150-CONVERT-DIAMETER.
005209
005210     MOVE NP-RADIUS (WS-PART-IX) TO WS-RADIUS-SHEET-UNITS.
005211     IF NP-UNIT-CODE (WS-PART-IX) = "IN"
005212         AND ST-UNIT-CODE (WS-SHEET-IX) = "MM"
005214         COMPUTE WS-RADIUS-SHEET-UNITS =
005216             WS-RADIUS-SHEET-UNITS * WS-MM-PER-INCH
005218     END-IF.
005220     IF NP-UNIT-CODE (WS-PART-IX) = "MM"
005222         AND ST-UNIT-CODE (WS-SHEET-IX) = "IN"
005224         COMPUTE WS-RADIUS-SHEET-UNITS =
005226             WS-RADIUS-SHEET-UNITS / WS-MM-PER-INCH
005228     END-IF.
005230
005232     COMPUTE WS-DIAM-SHEET-UNITS = WS-RADIUS-SHEET-UNITS * 2.
005234
005236 4150-EXIT.
005238     EXIT.
005240
005242******************************************************************
005244* 4200-TRY-ONE-SHEET
005246* NESTS THE WHOLE GROUP ONTO ONE SHEET SIZE OF ITS MATERIAL AND
005248* THICKNESS AND KEEPS THE SIZE IF ITS COMBINED SCRAP BEATS THE
005250* BEST SO FAR.  A SIZE TOO SMALL FOR THE GROUP'S LARGEST FITTING
005252* PART IS PASSED OVER.
005253* A SIZE NOT YET GIVEN A MATERIAL IS NEVER TRIED.
005254******************************************************************
005256 4200-TRY-ONE-SHEET.
005258
005260     IF ST-MATERIAL-CODE (WS-SHEET-IX) NOT = WS-GROUP-MATERIAL
005262         OR ST-THICKNESS (WS-SHEET-IX) NOT = WS-GROUP-THICKNESS
005263         OR ST-MATERIAL-CODE (WS-SHEET-IX) = SPACES
005264         GO TO 4200-EXIT
005266     END-IF.
005268
005270     MOVE WS-LARGEST-IX TO WS-PART-IX.
005272     PERFORM 4150-CONVERT-DIAMETER THRU 4150-EXIT.
005274     IF WS-DIAM-SHEET-UNITS > ST-WIDTH (WS-SHEET-IX)
005276         OR WS-DIAM-SHEET-UNITS > ST-LENGTH (WS-SHEET-IX)
005278         GO TO 4200-EXIT
005280     END-IF.
005282
005284     PERFORM 4300-NEST-GROUP-ON-SHEET THRU 4300-EXIT.
005286     IF WS-PLAN-SHEETS = ZERO
005288         GO TO 4200-EXIT
005290     END-IF.
005292
005294     COMPUTE WS-PLAN-SHEET-AREA =
005296         WS-PLAN-SHEETS
005298         * ST-LENGTH (WS-SHEET-IX) * ST-WIDTH (WS-SHEET-IX).
005300     COMPUTE WS-SCRAP-PCT ROUNDED =
005302         (WS-PLAN-SHEET-AREA - WS-PLAN-USED-AREA) * 100
005304         / WS-PLAN-SHEET-AREA.
005306
005308     IF WS-SCRAP-PCT < WS-BEST-SCRAP
005310         MOVE WS-SHEET-IX TO WS-BEST-IX
005312         MOVE WS-PLAN-SHEETS TO WS-BEST-SHEETS
005314         MOVE WS-SCRAP-PCT TO WS-BEST-SCRAP
005316     END-IF.
005318
005320 4200-EXIT.
005322     EXIT.
005324
005326******************************************************************
005328* 4300-NEST-GROUP-ON-SHEET
005330* LAYS THE GROUP'S FITTING PARTS ONTO SHEETS OF THE CURRENT
005332* SIZE, ONE SHEET AT A TIME, UNTIL EVERY PIECE IS PLACED.  A
005334* SHEET THAT TAKES NOTHING STOPS THE RUN RATHER THAN LOOP.
005336******************************************************************
005338 4300-NEST-GROUP-ON-SHEET.
005340
005342     MOVE ZERO TO WS-GROUP-REMAINING.
005344     MOVE ZERO TO WS-PLAN-SHEETS.
005346     MOVE ZERO TO WS-PLAN-USED-AREA.
005348     MOVE ZERO TO WS-RUN-COUNT.
005350     PERFORM 4310-RESET-ONE-PART THRU 4310-EXIT
005352         VARYING WS-PART-IX FROM WS-GROUP-START BY 1
005354         UNTIL WS-PART-IX > WS-GROUP-END.
005356
005358     MOVE "N" TO WS-STALL-SWITCH.
005360     PERFORM 4320-FILL-ONE-SHEET THRU 4320-EXIT
005362         UNTIL WS-GROUP-REMAINING = ZERO
005364         OR SHEET-CAME-UP-EMPTY.
005366
005368 4300-EXIT.
005370     EXIT.
005372
005374******************************************************************
005376* 4310-RESET-ONE-PART
005378* SETS ONE PART'S PIECES STILL TO PLACE BACK TO ITS QUANTITY.  A
005380* PART THAT FITS NO SHEET HAS NOTHING TO PLACE.
005382******************************************************************
005384 4310-RESET-ONE-PART.
005386
005388     IF NP-FITS-A-SHEET (WS-PART-IX)
005390         MOVE NP-QUANTITY (WS-PART-IX)
005391             TO NP-REMAINING (WS-PART-IX)
005392         ADD NP-QUANTITY (WS-PART-IX) TO WS-GROUP-REMAINING
005394     ELSE
005396         MOVE ZERO TO NP-REMAINING (WS-PART-IX)
005398     END-IF.
005400
005402 4310-EXIT.
005404     EXIT.
005406
005408******************************************************************
005410* 4320-FILL-ONE-SHEET
005412* STARTS A FRESH SHEET AND OFFERS IT EVERY PART IN DIAMETER
005414* ORDER.  ROWS RUN ACROSS THE WIDTH; A ROW IS AS DEEP AS THE
005416* FIRST (LARGEST) CIRCLE LAID IN IT, AND THE SMALLER CIRCLES
005418* THAT FOLLOW FINISH OUT THE ROW BEFORE A NEW ROW IS OPENED DOWN
005420* THE LENGTH.  ON THE PRINTING PASS THE SHEET'S CONTENTS ARE
005422* TRACKED SO RUNS OF IDENTICAL SHEETS PRINT ONCE.
005424******************************************************************
005426 4320-FILL-ONE-SHEET.
005428
005430     ADD 1 TO WS-PLAN-SHEETS.
005432     MOVE ZERO TO WS-LENGTH-USED.
005434     MOVE ZERO TO WS-ROW-WIDTH.
005436     MOVE ZERO TO WS-SHEET-USED-AREA.
005437     MOVE ZERO TO TL-ENTRY-COUNT.
005438     PERFORM 4325-CLEAR-LOAD-ENTRY THRU 4325-EXIT
005439         VARYING WS-LOAD-IX FROM 1 BY 1
005440         UNTIL WS-LOAD-IX > WS-MAX-PARTS.
005441
005442     PERFORM 4330-PLACE-ONE-PART THRU 4330-EXIT
005444         VARYING WS-PART-IX FROM WS-GROUP-START BY 1
005446         UNTIL WS-PART-IX > WS-GROUP-END.
005448
005450     IF TL-ENTRY-COUNT = ZERO
005452         SET SHEET-CAME-UP-EMPTY TO TRUE
005454         SUBTRACT 1 FROM WS-PLAN-SHEETS
005456         GO TO 4320-EXIT
005458     END-IF.
005460
005462     ADD WS-SHEET-USED-AREA TO WS-PLAN-USED-AREA.
005464     IF PRINTING-THE-PLAN
005466         PERFORM 4400-TRACK-SHEET-RUN THRU 4400-EXIT
005468     END-IF.
005470
005472 4320-EXIT.
005474     EXIT.
005476
005477******************************************************************
005478* 4325-CLEAR-LOAD-ENTRY
005479* CLEARS ONE ENTRY OF THE SHEET'S CONTENTS, SO A SHEET HOLDING
005480* FEWER PARTS THAN THE LAST STILL COMPARES CLEAN AGAINST IT.
005481******************************************************************
005482 4325-CLEAR-LOAD-ENTRY.
005483
005484     MOVE ZERO TO TL-PART-IX (WS-LOAD-IX).
005485     MOVE ZERO TO TL-PIECES (WS-LOAD-IX).
005486
005487 4325-EXIT.
005488     EXIT.
005489
005490******************************************************************
005491* 4330-PLACE-ONE-PART
005492* LAYS AS MANY OF ONE PART'S REMAINING PIECES AS WILL GO - FIRST
005493* ACROSS WHAT IS LEFT OF THE OPEN ROW, THEN IN NEW ROWS WHILE
005494* THE LENGTH LASTS - AND ADDS THE PART TO THE SHEET'S CONTENTS.
005495******************************************************************
005496 4330-PLACE-ONE-PART.
005497
005498     IF NP-REMAINING (WS-PART-IX) = ZERO
005499         GO TO 4330-EXIT
005500     END-IF.
005501
005502     PERFORM 4150-CONVERT-DIAMETER THRU 4150-EXIT.
005504     MOVE ZERO TO WS-PLACED.
005506
005508     IF WS-LENGTH-USED > ZERO
005510         COMPUTE WS-FIT-COUNT =
005512             (ST-WIDTH (WS-SHEET-IX) - WS-ROW-WIDTH)
005514             / WS-DIAM-SHEET-UNITS
005516         PERFORM 4340-PLACE-IN-ROW THRU 4340-EXIT
005518     END-IF.
005520
005522     PERFORM 4350-OPEN-NEW-ROW THRU 4350-EXIT
005524         UNTIL NP-REMAINING (WS-PART-IX) = ZERO
005526         OR WS-LENGTH-USED + WS-DIAM-SHEET-UNITS
005528             > ST-LENGTH (WS-SHEET-IX).
005530
005532     IF WS-PLACED = ZERO
005534         GO TO 4330-EXIT
005536     END-IF.
005538
005540     ADD 1 TO TL-ENTRY-COUNT.
005542     MOVE WS-PART-IX TO TL-PART-IX (TL-ENTRY-COUNT).
005544     MOVE WS-PLACED TO TL-PIECES (TL-ENTRY-COUNT).
005940     COMPUTE WS-CIRCLE-AREA =
005950         WS-PI-STANDARD
005960         * WS-RADIUS-SHEET-UNITS * WS-RADIUS-SHEET-UNITS.
005961     COMPUTE WS-USED-AREA = WS-PLACED * WS-CIRCLE-AREA.
005962     ADD WS-USED-AREA TO WS-SHEET-USED-AREA.
005963
005964 4330-EXIT.
005965     EXIT.
005966
005967******************************************************************
005968* 4340-PLACE-IN-ROW
005969* PLACES UP TO THE FIT COUNT OF THE PART'S REMAINING PIECES IN
005970* THE OPEN ROW.
005971******************************************************************
005972 4340-PLACE-IN-ROW.
005973
005974     IF WS-FIT-COUNT > NP-REMAINING (WS-PART-IX)
005975         MOVE NP-REMAINING (WS-PART-IX) TO WS-FIT-COUNT
005976     END-IF.
005977
005978     ADD WS-FIT-COUNT TO WS-PLACED.
005979     SUBTRACT WS-FIT-COUNT FROM NP-REMAINING (WS-PART-IX)
005980                                WS-GROUP-REMAINING.
005981     COMPUTE WS-ROW-WIDTH =
005982         WS-ROW-WIDTH + WS-FIT-COUNT * WS-DIAM-SHEET-UNITS.
005983
005984 4340-EXIT.
005985     EXIT.
005986
005987******************************************************************
005988* 4350-OPEN-NEW-ROW
005989* OPENS A NEW ROW AS DEEP AS THE PART'S DIAMETER AND FILLS IT
005990* ACROSS THE WIDTH.
005991******************************************************************
005992 4350-OPEN-NEW-ROW.
005993
005994     ADD WS-DIAM-SHEET-UNITS TO WS-LENGTH-USED.
005995     MOVE ZERO TO WS-ROW-WIDTH.
005996     COMPUTE WS-FIT-COUNT =
005997         ST-WIDTH (WS-SHEET-IX) / WS-DIAM-SHEET-UNITS.
005998     PERFORM 4340-PLACE-IN-ROW THRU 4340-EXIT.
005999
006000 4350-EXIT.
006001     EXIT.
006002
006003******************************************************************
006004* 4400-TRACK-SHEET-RUN
006005* ON THE PRINTING PASS, WORKS OUT THE SHEET'S OWN SCRAP AND
006006* EITHER COUNTS IT INTO THE CURRENT RUN OF IDENTICAL SHEETS OR
006007* PRINTS THAT RUN AND STARTS A NEW ONE WITH THIS SHEET.
006008******************************************************************
006009 4400-TRACK-SHEET-RUN.
006010
006011     COMPUTE WS-SHEET-AREA =
006012         ST-LENGTH (WS-SHEET-IX) * ST-WIDTH (WS-SHEET-IX).
006013     COMPUTE WS-SCRAP-PCT ROUNDED =
006014         (WS-SHEET-AREA - WS-SHEET-USED-AREA) * 100
006015         / WS-SHEET-AREA.
006016
006017     IF WS-RUN-COUNT > ZERO
006018         AND WS-THIS-LOAD = WS-PREV-LOAD
006019         ADD 1 TO WS-RUN-COUNT
006020         GO TO 4400-EXIT
006021     END-IF.
006022
006023     PERFORM 4500-PRINT-SHEET-RUN THRU 4500-EXIT.
006024     MOVE WS-THIS-LOAD TO WS-PREV-LOAD.
006025     MOVE WS-PLAN-SHEETS TO WS-RUN-START.
006026     MOVE 1 TO WS-RUN-COUNT.
006027     MOVE WS-SCRAP-PCT TO WS-RUN-SCRAP.
006028
006029 4400-EXIT.
006030     EXIT.
006031
006032******************************************************************
006033* 4500-PRINT-SHEET-RUN
006034* PRINTS ONE RUN OF IDENTICAL SHEETS - THE SHEET NUMBERS, THE
006035* SCRAP EACH CARRIES AND THE PIECES OF EACH PART LAID ON IT.
006036******************************************************************
006037 4500-PRINT-SHEET-RUN.
006038
006039     IF WS-RUN-COUNT = ZERO
006040         GO TO 4500-EXIT
006041     END-IF.
006042
006043     MOVE WS-RUN-START TO WS-RUN-FROM.
006044     COMPUTE WS-RUN-THRU = WS-RUN-START + WS-RUN-COUNT - 1.
006045     MOVE WS-RUN-COUNT TO WS-RUN-SHEETS.
006046     MOVE WS-RUN-SCRAP TO WS-RUN-SCRAP-PCT.
006047     MOVE WS-RUN-LINE TO WS-PLAN-LINE.
006048     PERFORM 4900-WRITE-PLAN-LINE THRU 4900-EXIT.
006049
006050     PERFORM 4510-PRINT-ONE-LOAD THRU 4510-EXIT
006051         VARYING WS-LOAD-IX FROM 1 BY 1
006052         UNTIL WS-LOAD-IX > PL-ENTRY-COUNT.
006053
006054     MOVE ZERO TO WS-RUN-COUNT.
006055
006056 4500-EXIT.
006057     EXIT.
006058
006059******************************************************************
006060* 4510-PRINT-ONE-LOAD
006061* PRINTS ONE PART'S PIECES ON THE SHEETS OF THE RUN.
006062******************************************************************
006063 4510-PRINT-ONE-LOAD.
006064
006065     MOVE PL-PART-IX (WS-LOAD-IX) TO WS-HIT-IX.
006066     MOVE SPACES TO WS-LDL-PART-NUMBER.
006067     IF NP-PART-NUMBER (WS-HIT-IX) = SPACES
006068         MOVE "(NONE)" TO WS-LDL-PART-NUMBER
006069     ELSE
006070         MOVE NP-PART-NUMBER (WS-HIT-IX) TO WS-LDL-PART-NUMBER
006071     END-IF.
006072     MOVE NP-RADIUS (WS-HIT-IX) TO WS-LDL-RADIUS.
006073     MOVE PL-PIECES (WS-LOAD-IX) TO WS-LDL-PIECES.
006074     MOVE WS-LOAD-LINE TO WS-PLAN-LINE.
006075     PERFORM 4900-WRITE-PLAN-LINE THRU 4900-EXIT.
006076
006077 4510-EXIT.
006078     EXIT.
006079
006080******************************************************************
006081* 4900-WRITE-PLAN-LINE
006082* WRITES ONE CUTTING-PLAN LINE, STARTING A NEW PAGE FIRST WHEN
006083* THE PAGE IS FULL.
006084******************************************************************
006085 4900-WRITE-PLAN-LINE.
006086
006087     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
006088         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
006089     END-IF.
006090
006091     MOVE WS-PLAN-LINE TO NESTING-RPT-LINE.
006092     WRITE NESTING-RPT-LINE.
006093     ADD 1 TO WS-LINE-COUNT.
006094
006095 4900-EXIT.
006096     EXIT.
006200
006210******************************************************************
006220* 8000-PRINT-SUMMARY
006550     MOVE ST-LENGTH (WS-SHEET-IX) TO WS-SUM-LENGTH.
006560     MOVE ST-WIDTH (WS-SHEET-IX) TO WS-SUM-WIDTH.
006570     MOVE ST-UNIT-CODE (WS-SHEET-IX) TO WS-SUM-UNIT.
006573     MOVE ST-MATERIAL-CODE (WS-SHEET-IX) TO WS-SUM-MATERIAL.
006576     MOVE ST-THICKNESS (WS-SHEET-IX) TO WS-SUM-THICKNESS.
006580     MOVE ST-TOTAL-SHEETS (WS-SHEET-IX) TO WS-SUM-SHEETS.
006582     MOVE ST-ON-HAND (WS-SHEET-IX) TO WS-SUM-ON-HAND.
006590
006802     MOVE ST-WIDTH (WS-SHEET-IX) TO SH-WIDTH.
006804     MOVE ST-ON-HAND (WS-SHEET-IX) TO SH-ON-HAND-QTY.
006806     MOVE ST-MIN-QTY (WS-SHEET-IX) TO SH-MIN-QTY.
006807     MOVE ST-MATERIAL-CODE (WS-SHEET-IX) TO SH-MATERIAL-CODE.
006808     MOVE ST-THICKNESS (WS-SHEET-IX) TO SH-THICKNESS.
006809     WRITE SHEET-MASTER-RECORD.
006812
006814 8520-EXIT.
006816     EXIT.
006818
006822******************************************************************
006824* 8700-PRINT-REORDER
006825* PRINTS THE REORDER SECTION - EVERY SHEET SIZE WHOSE ON-HAND
006826* COUNT (AFTER ANY POSTING) SITS BELOW ITS KEYED MINIMUM - AND
006827* WRITES THE SAME SIZES TO THE REORDER EXTRACT PURCHASE BUILDS
006828* ITS SUGGESTED ORDERS FROM.  THE EXTRACT IS REPLACED EVERY RUN,
006829* SO IT ALWAYS HOLDS THE LATEST WARNINGS.  AN EXTRACT THAT WON'T
006830* OPEN COSTS THE PURCHASING FEED, NOT THE PRINTED SECTION.
006832******************************************************************
006834 8700-PRINT-REORDER.
006836
006844     END-IF.
006846
006848     MOVE SPACES TO NESTING-RPT-LINE.
006849     WRITE NESTING-RPT-LINE.
006850     MOVE WS-REO-HDG TO NESTING-RPT-LINE.
006851     WRITE NESTING-RPT-LINE.
006852
006853     OPEN OUTPUT REORDER-EXTRACT.
006854     IF WS-REORDEXT-STATUS = "00"
006855         SET EXTRACT-IS-OPEN TO TRUE
006856     ELSE
006857         DISPLAY "REORDER-EXTRACT OPEN FAILED, STATUS "
006858             WS-REORDEXT-STATUS " - NO PURCHASING EXTRACT"
006859     END-IF.
006860
006862     MOVE "N" TO WS-REORDER-SWITCH.
006864     PERFORM 8710-CHECK-ONE-REORDER THRU 8710-EXIT
006866         VARYING WS-SHEET-IX FROM 1 BY 1
006874     IF NOT A-REORDER-PRINTED
006876         MOVE "  NO SIZES BELOW MINIMUM" TO NESTING-RPT-LINE
006878         WRITE NESTING-RPT-LINE
006879     END-IF.
006880
006881     IF EXTRACT-IS-OPEN
006882         CLOSE REORDER-EXTRACT
006883     END-IF.
006884
006886 8700-EXIT.
006888     EXIT.
006892
006894******************************************************************
006896* 8710-CHECK-ONE-REORDER
006898* PRINTS ONE REORDER LINE, AND WRITES ITS EXTRACT ROW, IF THE
006900* SHEET SIZE CARRIES A MINIMUM AND ITS ON-HAND COUNT IS BELOW IT.
006904******************************************************************
006906 8710-CHECK-ONE-REORDER.
006908
006918     END-IF.
006922
006924     MOVE ST-SHEET-ID (WS-SHEET-IX) TO WS-REO-SHEET-ID.
006925     MOVE ST-MATERIAL-CODE (WS-SHEET-IX) TO WS-REO-MATERIAL.
006926     MOVE ST-THICKNESS (WS-SHEET-IX) TO WS-REO-THICKNESS.
006927     MOVE ST-ON-HAND (WS-SHEET-IX) TO WS-REO-ON-HAND.
006928     MOVE ST-MIN-QTY (WS-SHEET-IX) TO WS-REO-MIN.
006932     MOVE WS-REO-LINE TO NESTING-RPT-LINE.
006934     WRITE NESTING-RPT-LINE.
006936     SET A-REORDER-PRINTED TO TRUE.
006937
006938     IF EXTRACT-IS-OPEN
006939         MOVE WS-TODAY TO RX-RUN-DATE
006940         MOVE ST-SHEET-ID (WS-SHEET-IX) TO RX-SHEET-ID
006941         MOVE ST-MATERIAL-CODE (WS-SHEET-IX) TO RX-MATERIAL-CODE
006942         MOVE ST-THICKNESS (WS-SHEET-IX) TO RX-THICKNESS
006943         MOVE ST-ON-HAND (WS-SHEET-IX) TO RX-ON-HAND-QTY
006944         MOVE ST-MIN-QTY (WS-SHEET-IX) TO RX-MIN-QTY
006945         WRITE REORDER-EXTRACT-RECORD
006946     END-IF.
006947
006948 8710-EXIT.
006949     EXIT.
006950
006951******************************************************************
006952* 9000-TERMINATE
006954* CLOSES THE FILES THAT MADE IT OPEN.
006956******************************************************************
006966         GO TO 9000-EXIT
006968     END-IF.
006972
006973     CLOSE CIRCLE-MASTER
006974           PARTS-MASTER
006975           NESTING-RPT.
006978
006982 9000-EXIT.
006984     EXIT.
