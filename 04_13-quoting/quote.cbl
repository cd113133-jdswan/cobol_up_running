000230*                     HISTORY, DOWNLOAD OR CHECKPOINT FILES - A
000240*                     PHONE QUOTE NO LONGER POLLUTES THE DAY'S
000250*                     BATCH JUST TO SEE A NUMBER.
000251*   2026-10-15 JS     PRICES THE PLASMA TABLE TIME OF EACH PIECE
000252*                     OFF THE MACHRATE ROW FOR ITS MATERIAL AND
000253*                     THICKNESS - THE SAME CUT LENGTH, PIERCE AND
000254*                     RATE ARITHMETIC CHALLENGE USES - AND ADDS
000255*                     THE EXTENDED MACHINE COST TO THE MATERIAL
000256*                     TOTAL FOR A QUOTED TOTAL.  A KEYED PART IS
000257*                     ASKED FOR ITS MATERIAL CODE.
000258*   2026-10-15 JS     EVERY PRINTED QUOTE IS NOW SAVED, OPEN, TO
000259*                     THE INDEXED QUOTE MASTER QUOTEMST WITH THE
000260*                     PART, DIMENSIONS, MATERIAL, QUANTITY, SHEET
000261*                     LAYOUT, EVERY PRICE COMPONENT, VALIDITY
000262*                     DATE, CUSTOMER AND THE USER WHO QUOTED IT,
000263*                     SO QUOTMNT CAN ACCEPT IT INTO A JOB AND
000264*                     QUOTVAR CAN HOLD THE JOB UP AGAINST IT.  THE
000265*                     QUOTER'S ID AND THE CUSTOMER ARE ASKED FOR
000266*                     AND PRINTED ON THE QUOTE.
000267*   2026-10-15 JS     SHEETMST CARRIES EACH SIZE'S MATERIAL AND
000268*                     THICKNESS.  A QUOTE THAT NAMES A MATERIAL IS
000269*                     NESTED ONLY ONTO SHEETS OF ITS MATERIAL AND
000270*                     THICKNESS, THE WAY THE NESTING PLAN NOW
000271*                     RUNS, AND THE SHEET TABLE HOLDS 50 SIZES.
000272*   2026-10-15 JS     PARTMSTR WIDENED WITH THE DIMENSIONAL
000273*                     TOLERANCE - RECORD LENGTH ONLY, THE PART
000274*                     LOOKUP IS UNCHANGED.
000275******************************************************************
000276
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.
000510     SELECT QUOTE-CONTROL ASSIGN TO "QUOTECTL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-QUOTECTL-STATUS.
000531
000532     SELECT MACHINE-RATE ASSIGN TO "MACHRATE"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS RANDOM
000535         RECORD KEY IS MR-RATE-KEY
000536         FILE STATUS IS WS-MACHRATE-STATUS.
000537
000538     SELECT QUOTE-MASTER ASSIGN TO "QUOTEMST"
000539         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000541         RECORD KEY IS QM-QUOTE-NUMBER
000542         FILE STATUS IS WS-QUOTEMST-STATUS.
000543
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARTS-MASTER
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 95 CHARACTERS.
000600     COPY PARTMSTR.
000610
000620 FD  SHEET-MASTER
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 42 CHARACTERS.
000650     COPY SHEETMST.
000660
000670 FD  QUOTE-RPT
000740     RECORD CONTAINS 6 CHARACTERS.
000750 01  QUOTE-CONTROL-RECORD.
000760     05  QC-LAST-QUOTE-NO        PIC 9(06).
000761
000762 FD  MACHINE-RATE
000763     LABEL RECORDS ARE STANDARD
000764     RECORD CONTAINS 26 CHARACTERS.
000765     COPY MACHRATE.
000767
000769 FD  QUOTE-MASTER
000771     LABEL RECORDS ARE STANDARD
000773     RECORD CONTAINS 214 CHARACTERS.
000775     COPY QUOTEMST.
000777
000780 WORKING-STORAGE SECTION.
000790 COPY CIRCSTAT.
000800
000840     05  WS-PI-THRESHOLD-IN      PIC 9(04)V9(05) VALUE 36.00000.
000850     05  WS-PI-THRESHOLD-MM      PIC 9(04)V9(05) VALUE 914.40000.
000860     05  WS-MM-PER-INCH          PIC 9(02)V9(01) VALUE 25.4.
000870     05  WS-MAX-SHEETS           PIC 9(02) COMP VALUE 50.
000880     05  WS-QUOTE-VALID-DAYS     PIC 9(02) VALUE 30.
000890     05  WS-COMPANY-NAME         PIC X(30)
000900         VALUE "TRI-COUNTY FABRICATION, INC.".
001190     05  WS-COSTW-IN             PIC X(08).
001200     05  WS-COSTW-IN-NUM REDEFINES WS-COSTW-IN
001210                                 PIC 9(04)V9(04).
001215     05  WS-MATL-IN              PIC X(04).
001220     05  WS-QTY-IN               PIC X(05).
001230     05  WS-QTY-IN-NUM REDEFINES WS-QTY-IN
001240                                 PIC 9(05).
001245     05  WS-CUSTOMER-IN          PIC X(20).
001250     05  WS-MORE-FLAG            PIC X(01) VALUE "Y".
001260         88  MORE-QUOTES                 VALUE "Y".
001270
001310     05  WS-QT-COST-WEIGHT       PIC 9(04)V9(04).
001320     05  WS-QT-QUANTITY          PIC 9(05).
001330     05  WS-QT-DESCRIPTION       PIC X(20).
001335     05  WS-QT-MATERIAL-CODE     PIC X(04).
001340
001350 01  WS-SHEET-TABLE.
001360     05  WS-SHEET-COUNT          PIC 9(02) COMP VALUE ZERO.
001370     05  WS-SHEET-ENTRY OCCURS 50 TIMES.
001380         10  ST-SHEET-ID         PIC X(06).
001390         10  ST-UNIT-CODE        PIC X(02).
001400         10  ST-LENGTH           PIC 9(04)V9(02).
001410         10  ST-WIDTH            PIC 9(04)V9(02).
001413         10  ST-MATERIAL-CODE    PIC X(04).
001416         10  ST-THICKNESS        PIC 9(02)V9(04).
001420
001430 01  WS-WORK-FIELDS.
001440     05  WS-PI-IN-USE            PIC 9V9(09).
001610     05  WS-ONE-SHEET-COST       PIC 9(09)V9(02).
001620     05  WS-TOTAL-SHEET-COST     PIC 9(09)V9(02).
001630     05  WS-BLANK-EXT-COST       PIC 9(09)V9(02).
001632     05  WS-CUT-LENGTH-MM        PIC 9(07)V9(03).
001634     05  WS-MACH-EXT-COST        PIC 9(09)V9(02).
001636     05  WS-QUOTE-TOTAL          PIC 9(09)V9(02).
001640     05  WS-DAY-WORK             PIC 9(03).
001650     05  WS-MONTH-LIMIT          PIC 9(02).
001660     05  WS-LEAP-REM             PIC 9(04).
001820 77  WS-TODAY                    PIC 9(08).
001830 77  WS-QUOTE-NUMBER             PIC 9(06) VALUE ZERO.
001840 77  WS-QUOTES-PRINTED           PIC 9(05) COMP VALUE ZERO.
001845 77  WS-USER-ID                  PIC X(10) VALUE SPACES.
001850
001860 77  WS-PARTMSTR-STATUS          PIC X(02) VALUE SPACES.
001870 77  WS-SHEETMST-STATUS          PIC X(02) VALUE SPACES.
001880 77  WS-QUOTERPT-STATUS          PIC X(02) VALUE SPACES.
001890 77  WS-QUOTECTL-STATUS          PIC X(02) VALUE SPACES.
001895 77  WS-MACHRATE-STATUS          PIC X(02) VALUE SPACES.
001897 77  WS-QUOTEMST-STATUS          PIC X(02) VALUE SPACES.
001900
001910 77  WS-SHEET-EOF-SWITCH         PIC X(01) VALUE "N".
001920     88  END-OF-SHEETS                   VALUE "Y".
001950     88  PART-WAS-NOT-FOUND              VALUE "N".
001960 77  WS-PARTMSTR-OPEN-SWITCH     PIC X(01) VALUE "Y".
001970     88  PARTMSTR-IS-OPEN                VALUE "Y".
001973 77  WS-MACHRATE-OPEN-SWITCH     PIC X(01) VALUE "Y".
001976     88  MACHRATE-IS-OPEN                VALUE "Y".
001980 77  WS-QUOTE-VALID-SWITCH       PIC X(01) VALUE "Y".
001990     88  QUOTE-IS-VALID                  VALUE "Y".
002000     88  QUOTE-IS-INVALID                VALUE "N".
002230         VALUE "  VALID THRU: ".
002240     05  WS-QDN-VALID            PIC 9(08).
002250
002251 01  WS-QD-CUST-LINE.
002252     05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
002253     05  WS-QDU-CUSTOMER         PIC X(20).
002254     05  FILLER                  PIC X(13)
002255         VALUE "  QUOTED BY: ".
002256     05  WS-QDU-QUOTED-BY        PIC X(10).
002257
002260 01  WS-QD-PART-LINE.
002270     05  FILLER                  PIC X(06) VALUE "PART: ".
002280     05  WS-QDP-PART             PIC X(06).
002620         VALUE "BLANKS EXTENDED COST . .".
002630     05  WS-QDB-COST             PIC ZZZ,ZZZ,ZZ9.99.
002640
002641 01  WS-QD-MACH-LINE.
002642     05  FILLER                  PIC X(25)
002643         VALUE "PER-PIECE MINUTES / COST".
002644     05  WS-QDM-MINUTES          PIC ZZ,ZZ9.99.
002645     05  FILLER                  PIC X(03) VALUE " / ".
002646     05  WS-QDM-COST             PIC ZZZZ,ZZ9.99.
002647
002648 01  WS-QD-MACH-EXT-LINE.
002649     05  FILLER                  PIC X(25)
002650         VALUE "MACHINE EXTENDED COST. .".
002651     05  WS-QDME-COST            PIC ZZZ,ZZZ,ZZ9.99.
002652
002655 01  WS-QD-SHEET-LINE.
002660     05  FILLER                  PIC X(07) VALUE "SHEET: ".
002670     05  WS-QDS-SHEET-ID         PIC X(06).
002680     05  FILLER                  PIC X(13)
002860     05  FILLER                  PIC X(25)
002870         VALUE "QUOTED MATERIAL TOTAL. .".
002880     05  WS-QDX-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
002881
002882 01  WS-QD-GRAND-LINE.
002883     05  FILLER                  PIC X(25)
002884         VALUE "QUOTED TOTAL . . . . . .".
002885     05  WS-QDG-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
002890
002900 01  WS-QD-NO-FIT-LINE           PIC X(50)
002910     VALUE "** NO STOCK SHEET FITS - SHEET PRICING NOT QUOTED".
003200 1000-INITIALIZE.
003210
003220     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003222
003224     DISPLAY "QUOTED BY (USER ID):".
003226     ACCEPT WS-USER-ID.
003230
003240     OPEN INPUT SHEET-MASTER.
003250     IF WS-SHEETMST-STATUS NOT = "00"
003420         MOVE 8 TO RETURN-CODE
003430         GO TO 1000-EXIT
003440     END-IF.
003441
003442     OPEN I-O QUOTE-MASTER.
003443     IF WS-QUOTEMST-STATUS = "35"
003444         OPEN OUTPUT QUOTE-MASTER
003445         CLOSE QUOTE-MASTER
003446         OPEN I-O QUOTE-MASTER
003447     END-IF.
003448
003449     IF WS-QUOTEMST-STATUS NOT = "00"
003450         DISPLAY "QUOTE-MASTER OPEN FAILED, STATUS "
003451             WS-QUOTEMST-STATUS " - RUN CANCELLED"
003452         SET RUN-IS-CANCELLED TO TRUE
003453         MOVE "N" TO WS-MORE-FLAG
003454         MOVE 8 TO RETURN-CODE
003455         GO TO 1000-EXIT
003456     END-IF.
003457
003460     OPEN INPUT PARTS-MASTER.
003470     IF WS-PARTMSTR-STATUS NOT = "00"
003480         MOVE "N" TO WS-PARTMSTR-OPEN-SWITCH
003490         DISPLAY "PARTS-MASTER UNAVAILABLE, STATUS "
003500             WS-PARTMSTR-STATUS " - KEYED DIMENSIONS ONLY"
003510     END-IF.
003511
003512     OPEN INPUT MACHINE-RATE.
003513     IF WS-MACHRATE-STATUS NOT = "00"
003514         MOVE "N" TO WS-MACHRATE-OPEN-SWITCH
003515         DISPLAY "MACHINE RATE TABLE UNAVAILABLE, STATUS "
003516             WS-MACHRATE-STATUS " - MACHINE TIME NOT QUOTED"
003517     END-IF.
003520
003530     OPEN EXTEND QUOTE-RPT.
003540     IF WS-QUOTERPT-STATUS = "35"
004030     MOVE SH-UNIT-CODE TO ST-UNIT-CODE (WS-SHEET-COUNT).
004040     MOVE SH-LENGTH TO ST-LENGTH (WS-SHEET-COUNT).
004050     MOVE SH-WIDTH TO ST-WIDTH (WS-SHEET-COUNT).
004051     MOVE SH-MATERIAL-CODE TO ST-MATERIAL-CODE (WS-SHEET-COUNT).
004052     IF SH-THICKNESS NUMERIC
004053         MOVE SH-THICKNESS TO ST-THICKNESS (WS-SHEET-COUNT)
004054     ELSE
004055         MOVE ZERO TO ST-THICKNESS (WS-SHEET-COUNT)
004056     END-IF.
004060
004070 1100-EXIT.
004080     EXIT.
004190
004200     IF QUOTE-IS-VALID
004210         PERFORM 3000-CALCULATE-PIECE THRU 3000-EXIT
004215         PERFORM 3600-CALCULATE-MACHINE THRU 3600-EXIT
004220         PERFORM 4000-NEST-AND-PRICE THRU 4000-EXIT
004230         PERFORM 5000-ASSIGN-QUOTE-NO THRU 5000-EXIT
004240         PERFORM 5500-SET-VALID-DATE THRU 5500-EXIT
004250         PERFORM 6000-PRINT-QUOTE THRU 6000-EXIT
004255         PERFORM 5700-SAVE-QUOTE THRU 5700-EXIT
004260     ELSE
004270         DISPLAY "QUOTE NOT PRICED - " WS-REJECT-REASON
004280     END-IF.
004440
004450     MOVE SPACES TO WS-PART-IN.
004460     MOVE SPACES TO WS-QT-DESCRIPTION.
004465     MOVE SPACES TO WS-QT-MATERIAL-CODE.
004470     SET PART-WAS-NOT-FOUND TO TRUE.
004480
004482     DISPLAY "CUSTOMER NAME:".
004484     MOVE SPACES TO WS-CUSTOMER-IN.
004486     ACCEPT WS-CUSTOMER-IN.
004488
004490     DISPLAY "PART NUMBER (BLANK FOR A KEYED PART):".
004500     ACCEPT WS-PART-IN.
004510
004820         MOVE PM-STOCK-THICKNESS TO WS-QT-THICKNESS
004830         MOVE PM-DENSITY TO WS-QT-DENSITY
004840         MOVE PM-COST-PER-WEIGHT TO WS-QT-COST-WEIGHT
004845         MOVE PM-MATERIAL-CODE TO WS-QT-MATERIAL-CODE
004850         DISPLAY "PART " PM-PART-NUMBER " - " PM-DESCRIPTION
004860     ELSE
004870         PERFORM 2150-ACCEPT-DIMENSIONS THRU 2150-EXIT
005770     ELSE
005780         MOVE ZERO TO WS-QT-COST-WEIGHT
005790     END-IF.
005792
005793     DISPLAY "MATERIAL CODE (BLANK - NO MACHINE TIME):".
005794     MOVE SPACES TO WS-MATL-IN.
005795     ACCEPT WS-MATL-IN.
005796     MOVE WS-MATL-IN TO WS-QT-MATERIAL-CODE.
005800
005810 2150-EXIT.
005820     EXIT.
006700         ON SIZE ERROR
006710             MOVE ZERO TO CS-MATERIAL-COST
006720     END-COMPUTE.
006721
006722 3000-EXIT.
006723     EXIT.
006724
006725******************************************************************
006726* 3600-CALCULATE-MACHINE
006727* PRICES THE PLASMA TABLE'S SHARE OF ONE PIECE OFF THE SAME
006728* MACHRATE ROW CHALLENGE USES FOR THE ACTUAL CUT - THE CUT LENGTH
006729* (THE OUTER RIM, PLUS THE INNER RIM FOR A RING), ONE PIERCE PER
006730* CUT PATH, THE TABLE'S MILLIMETERS-PER-MINUTE SPEED AND ITS
006731* HOURLY RATE - SO THE QUOTE AND THE JOB IT BECOMES ARE PRICED
006732* THE SAME WAY.  NO MATERIAL CODE, OR NO ACTIVE RATE FOR THE
006733* MATERIAL AND THICKNESS, QUOTES ZERO MACHINE TIME.
006734******************************************************************
006735 3600-CALCULATE-MACHINE.
006736
006737     MOVE ZERO TO CS-MACHINE-MINUTES.
006738     MOVE ZERO TO CS-MACHINE-COST.
006739
006740     IF CS-SHAPE-IS-RING
006741         COMPUTE CS-CUT-LENGTH = CS-CIRCUMFERENCE
006742             + 2 * WS-PI-IN-USE * CS-INNER-RADIUS
006743         MOVE 2 TO CS-PIERCE-COUNT
006744     ELSE
006745         MOVE CS-CIRCUMFERENCE TO CS-CUT-LENGTH
006746         MOVE 1 TO CS-PIERCE-COUNT
006747     END-IF.
006748
006749     IF WS-QT-MATERIAL-CODE = SPACES OR NOT MACHRATE-IS-OPEN
006750         GO TO 3600-EXIT
006751     END-IF.
006752
006753     MOVE WS-QT-MATERIAL-CODE TO MR-MATERIAL-CODE.
006754     MOVE WS-QT-THICKNESS TO MR-THICKNESS.
006755     READ MACHINE-RATE
006756         INVALID KEY
006757             DISPLAY "NO MACHINE RATE FOR " WS-QT-MATERIAL-CODE
006758                 " AT " WS-QT-THICKNESS
006759                 " - MACHINE TIME NOT QUOTED"
006760             GO TO 3600-EXIT
006761     END-READ.
006762
006763     IF MR-IS-INACTIVE OR MR-CUT-SPEED-MM = ZERO
006764         GO TO 3600-EXIT
006765     END-IF.
006766
006767     IF CS-UNIT-IS-MILLIMETERS
006768         MOVE CS-CUT-LENGTH TO WS-CUT-LENGTH-MM
006769     ELSE
006770         COMPUTE WS-CUT-LENGTH-MM ROUNDED =
006771             CS-CUT-LENGTH * WS-MM-PER-INCH
006772     END-IF.
006773
006774     COMPUTE CS-MACHINE-MINUTES ROUNDED =
006775         WS-CUT-LENGTH-MM / MR-CUT-SPEED-MM
006776         + CS-PIERCE-COUNT * MR-PIERCE-SECONDS / 60
006777         ON SIZE ERROR
006778             MOVE ZERO TO CS-MACHINE-MINUTES
006779     END-COMPUTE.
006780
006781     COMPUTE CS-MACHINE-COST ROUNDED =
006782         CS-MACHINE-MINUTES * MR-HOURLY-RATE / 60
006783         ON SIZE ERROR
006784             MOVE ZERO TO CS-MACHINE-COST
006785     END-COMPUTE.
006786
006787 3600-EXIT.
006788     EXIT.
006789
006790******************************************************************
006791* 4000-NEST-AND-PRICE
006792* GRIDS THE QUOTED QUANTITY ACROSS EVERY STOCK SHEET THE SAME
006800* WAY THE NESTING PLAN DOES - A RING OCCUPIES ITS FULL OUTER
006810* CIRCLE - KEEPS THE SHEET WITH THE LEAST SCRAP, AND PRICES THE
006820* SHEETS CONSUMED SO THE SCRAP IS IN THE QUOTE.
006980         ON SIZE ERROR
006990             MOVE ZERO TO WS-BLANK-EXT-COST
007000     END-COMPUTE.
007001
007002     COMPUTE WS-MACH-EXT-COST ROUNDED =
007003         CS-MACHINE-COST * WS-QT-QUANTITY
007004         ON SIZE ERROR
007005             MOVE ZERO TO WS-MACH-EXT-COST
007006     END-COMPUTE.
007010
007020     IF A-SHEET-FITS
007030         PERFORM 4200-PRICE-SHEETS THRU 4200-EXIT
007110* GRIDS THE PART'S OUTER DIAMETER, CONVERTED TO THE SHEET'S
007120* UNITS, ACROSS ONE STOCK SHEET AND KEEPS THE LAYOUT IF ITS
007130* SCRAP PERCENTAGE BEATS THE BEST SO FAR - THE SAME ROW-AND-
007132* COLUMN ARITHMETIC THE NESTING PLAN USES.  WHEN THE QUOTE NAMES
007135* A MATERIAL, ONLY SHEETS STOCKED IN THAT MATERIAL AND THICKNESS
007142* ARE TRIED, AS THE NESTING PLAN WILL.
007150******************************************************************
007160 4110-TRY-ONE-SHEET.
007170
007171     IF WS-QT-MATERIAL-CODE NOT = SPACES
007172         AND (ST-MATERIAL-CODE (WS-SHEET-IX)
007173                 NOT = WS-QT-MATERIAL-CODE
007174             OR ST-THICKNESS (WS-SHEET-IX) NOT = WS-QT-THICKNESS)
007175         GO TO 4110-EXIT
007176     END-IF.
007177
007180     MOVE CS-RADIUS TO WS-RADIUS-SHEET-UNITS.
007190     IF CS-UNIT-IS-INCHES
007200         AND ST-UNIT-CODE (WS-SHEET-IX) = "MM"
008890         IF WS-LEAP-REM = ZERO
008900             MOVE 29 TO WS-MONTH-LIMIT
008910         END-IF
008911     END-IF.
008912
008913 5520-EXIT.
008914     EXIT.
008915
008916******************************************************************
008917* 5700-SAVE-QUOTE
008918* WRITES THE PRINTED QUOTE TO THE QUOTE MASTER, OPEN, WITH
008919* EVERYTHING THAT WENT INTO ITS PRICE - SO A CALL-BACK CAN BE
008920* ACCEPTED INTO A JOB BY QUOTMNT INSTEAD OF RE-KEYED, AND THE
008921* JOB CAN LATER BE HELD UP AGAINST WHAT WAS QUOTED.
008922******************************************************************
008923 5700-SAVE-QUOTE.
008924
008925     MOVE SPACES TO QUOTE-MASTER-RECORD.
008926     MOVE WS-QUOTE-NUMBER TO QM-QUOTE-NUMBER.
008927     MOVE WS-TODAY TO QM-QUOTE-DATE.
008928     MOVE WS-VALID-DATE-N TO QM-VALID-DATE.
008929     MOVE WS-USER-ID TO QM-QUOTED-BY.
008930     MOVE WS-CUSTOMER-IN TO QM-CUSTOMER-NAME.
008931     MOVE WS-PART-IN TO QM-PART-NUMBER.
008932     MOVE WS-QDP-DESC TO QM-DESCRIPTION.
008933     MOVE CS-UNIT-CODE TO QM-UNIT-CODE.
008934     MOVE CS-SHAPE-CODE TO QM-SHAPE-CODE.
008935     MOVE CS-RADIUS TO QM-RADIUS.
008936     MOVE CS-INNER-RADIUS TO QM-INNER-RADIUS.
008937     MOVE WS-QT-MATERIAL-CODE TO QM-MATERIAL-CODE.
008938     MOVE WS-QT-THICKNESS TO QM-THICKNESS.
008939     MOVE WS-QT-QUANTITY TO QM-QUANTITY.
008940     MOVE CS-BLANK-WEIGHT TO QM-PIECE-WEIGHT.
008941     MOVE WS-BLANK-EXT-COST TO QM-BLANK-TOTAL.
008942
008943     IF A-SHEET-FITS
008944         MOVE ST-SHEET-ID (WS-BEST-IX) TO QM-SHEET-ID
008945         MOVE WS-BEST-PER-SHEET TO QM-PER-SHEET
008946         MOVE WS-BEST-SHEETS TO QM-SHEETS
008947         MOVE WS-ONE-SHEET-COST TO QM-SHEET-COST
008948         MOVE WS-TOTAL-SHEET-COST TO QM-MATERIAL-TOTAL
008949     ELSE
008950         MOVE ZERO TO QM-PER-SHEET
008951         MOVE ZERO TO QM-SHEETS
008952         MOVE ZERO TO QM-SHEET-COST
008953         MOVE WS-BLANK-EXT-COST TO QM-MATERIAL-TOTAL
008954     END-IF.
008955
008956     MOVE WS-MACH-EXT-COST TO QM-MACHINE-TOTAL.
008957     MOVE WS-QUOTE-TOTAL TO QM-QUOTED-PRICE.
008958     SET QM-IS-OPEN TO TRUE.
008959     MOVE WS-TODAY TO QM-STATUS-DATE.
008960
008961     WRITE QUOTE-MASTER-RECORD
008962         INVALID KEY
008963             DISPLAY "QUOTE " WS-QUOTE-NUMBER " ALREADY ON THE "
008964                 "QUOTE MASTER, STATUS " WS-QUOTEMST-STATUS
008965                 " - NOT SAVED, CHECK QUOTECTL"
008966     END-WRITE.
008967
008968 5700-EXIT.
008969     EXIT.
008970
008971******************************************************************
008980* 6000-PRINT-QUOTE
008990* PRINTS THE QUOTE DOCUMENT AND ECHOES THE NUMBER AND TOTAL TO
009000* THE CONSOLE FOR THE PERSON ON THE PHONE.
009130     MOVE WS-VALID-DATE-N TO WS-QDN-VALID.
009140     MOVE WS-QD-NUMBER-LINE TO QUOTE-RPT-LINE.
009150     WRITE QUOTE-RPT-LINE.
009151
009152     MOVE WS-CUSTOMER-IN TO WS-QDU-CUSTOMER.
009153     MOVE WS-USER-ID TO WS-QDU-QUOTED-BY.
009154     MOVE WS-QD-CUST-LINE TO QUOTE-RPT-LINE.
009155     WRITE QUOTE-RPT-LINE.
009160
009170     IF WS-PART-IN = SPACES
009180         MOVE "(NONE)" TO WS-QDP-PART
009520     MOVE WS-BLANK-EXT-COST TO WS-QDB-COST.
009530     MOVE WS-QD-BLANK-LINE TO QUOTE-RPT-LINE.
009540     WRITE QUOTE-RPT-LINE.
009541
009542     MOVE CS-MACHINE-MINUTES TO WS-QDM-MINUTES.
009543     MOVE CS-MACHINE-COST TO WS-QDM-COST.
009544     MOVE WS-QD-MACH-LINE TO QUOTE-RPT-LINE.
009545     WRITE QUOTE-RPT-LINE.
009546
009547     MOVE WS-MACH-EXT-COST TO WS-QDME-COST.
009548     MOVE WS-QD-MACH-EXT-LINE TO QUOTE-RPT-LINE.
009549     WRITE QUOTE-RPT-LINE.
009550
009560     IF A-SHEET-FITS
009570         MOVE ST-SHEET-ID (WS-BEST-IX) TO WS-QDS-SHEET-ID
009650         MOVE WS-QD-SHEET-COST-LINE TO QUOTE-RPT-LINE
009660         WRITE QUOTE-RPT-LINE
009670         MOVE WS-TOTAL-SHEET-COST TO WS-QDX-TOTAL
009675         MOVE WS-TOTAL-SHEET-COST TO WS-QUOTE-TOTAL
009680     ELSE
009690         MOVE WS-QD-NO-FIT-LINE TO QUOTE-RPT-LINE
009700         WRITE QUOTE-RPT-LINE
009710         MOVE WS-BLANK-EXT-COST TO WS-QDX-TOTAL
009715         MOVE WS-BLANK-EXT-COST TO WS-QUOTE-TOTAL
009720     END-IF.
009730
009740     MOVE WS-QD-TOTAL-LINE TO QUOTE-RPT-LINE.
009750     WRITE QUOTE-RPT-LINE.
009751
009752     ADD WS-MACH-EXT-COST TO WS-QUOTE-TOTAL.
009753     MOVE WS-QUOTE-TOTAL TO WS-QDG-TOTAL.
009754     MOVE WS-QD-GRAND-LINE TO QUOTE-RPT-LINE.
009755     WRITE QUOTE-RPT-LINE.
009760
009770     MOVE WS-QD-SEPARATOR TO QUOTE-RPT-LINE.
009780     WRITE QUOTE-RPT-LINE.
009800     ADD 1 TO WS-QUOTES-PRINTED.
009810
009820     DISPLAY "QUOTE " WS-QDN-NUMBER " PRINTED - TOTAL "
009830         WS-QDG-TOTAL " VALID THRU " WS-QDN-VALID.
009840
009850 6000-EXIT.
009860     EXIT.
009980     IF PARTMSTR-IS-OPEN
009990         CLOSE PARTS-MASTER
010000     END-IF.
010002     IF MACHRATE-IS-OPEN
010004         CLOSE MACHINE-RATE
010006     END-IF.
010010     CLOSE QUOTE-RPT
010015           QUOTE-MASTER.
010020
010030     DISPLAY "QUOTES PRINTED THIS SESSION: " WS-QUOTES-PRINTED.
010040
