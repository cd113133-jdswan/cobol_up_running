000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QUOTVAR as "QUOTVAR".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - QUOTED-VERSUS-ACTUAL VARIANCE
000130*                     REPORT.  LOADS EVERY ACCEPTED QUOTE FROM THE
000140*                     QUOTE MASTER, SWEEPS THE CIRCLE-MASTER
000150*                     HISTORY FOR WHAT WAS ACTUALLY CUT FOR EACH
000160*                     QUOTE'S JOB (AND PART, WHEN THE QUOTE NAMED
000170*                     ONE), AND PRINTS A QUOTED LINE AND AN ACTUAL
000180*                     LINE PER QUOTE - PIECES, WEIGHT, MATERIAL
000190*                     COST, SHEETS, MACHINE COST AND TOTAL - WITH
000200*                     THE PERCENTAGE THE JOB RAN OVER OR UNDER ITS
000210*                     QUOTED PRICE.  A JOB OVER BY MORE THAN THE
000220*                     REQUESTED PERCENTAGE IS FLAGGED.
000230******************************************************************
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.
000280 OBJECT-COMPUTER.
000290 SPECIAL-NAMES.
000300     CONSOLE IS CRT.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT QUOTE-MASTER ASSIGN TO "QUOTEMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS QM-QUOTE-NUMBER
000380         FILE STATUS IS WS-QUOTEMST-STATUS.
000390
000400     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CM-MASTER-KEY
000440         FILE STATUS IS WS-CIRCMSTR-STATUS.
000450
000460     SELECT VARIANCE-RPT ASSIGN TO "QUOTVRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-QUOTVRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  QUOTE-MASTER
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 214 CHARACTERS.
000550     COPY QUOTEMST.
000560
000570 FD  CIRCLE-MASTER
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 134 CHARACTERS.
000600     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000610         ==CIRCLE-MASTER-RECORD==
000620         LEADING ==CS-== BY ==CM-==.
000630
000640 FD  VARIANCE-RPT
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 132 CHARACTERS.
000670 01  VARIANCE-RPT-LINE           PIC X(132).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-CONSTANTS.
000710     05  WS-MAX-ENTRIES          PIC 9(03) COMP VALUE 200.
000720     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
000730     05  WS-DEFAULT-OVERRUN      PIC 9(03)V9(01) VALUE 10.0.
000740     05  WS-COMPANY-NAME         PIC X(30)
000750         VALUE "TRI-COUNTY FABRICATION, INC.".
000760
000770 01  WS-REQUEST-PARMS.
000780     05  WS-OVERRUN-IN           PIC X(04).
000790     05  WS-OVERRUN-IN-NUM REDEFINES WS-OVERRUN-IN
000800                                 PIC 9(03)V9(01).
000810     05  WS-OVERRUN-PCT          PIC 9(03)V9(01).
000820
000830 01  WS-QUOTE-TABLE.
000840     05  WS-ENTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
000850     05  WS-QUOTE-ENTRY OCCURS 200 TIMES.
000860         10  QV-QUOTE-NUMBER     PIC 9(06).
000870         10  QV-JOB-NUMBER       PIC X(08).
000880         10  QV-PART-NUMBER      PIC X(06).
000890         10  QV-QUANTITY         PIC 9(05) COMP.
000900         10  QV-WEIGHT           PIC 9(09)V9(03) COMP.
000910         10  QV-BLANK-TOTAL      PIC 9(09)V9(02) COMP.
000920         10  QV-PER-SHEET        PIC 9(06) COMP.
000930         10  QV-SHEETS           PIC 9(06) COMP.
000940         10  QV-SHEET-COST       PIC 9(09)V9(02) COMP.
000950         10  QV-MACH-COST        PIC 9(09)V9(02) COMP.
000960         10  QV-PRICE            PIC 9(09)V9(02) COMP.
000970         10  QV-ACT-PIECES       PIC 9(06) COMP.
000980         10  QV-ACT-WEIGHT       PIC 9(09)V9(03) COMP.
000990         10  QV-ACT-MATL-COST    PIC 9(09)V9(02) COMP.
001000         10  QV-ACT-MACH-COST    PIC 9(09)V9(02) COMP.
001010
001020 01  WS-WORK-FIELDS.
001030     05  WS-ENTRY-IX             PIC 9(03) COMP VALUE ZERO.
001040     05  WS-HIT-IX               PIC 9(03) COMP VALUE ZERO.
001050     05  WS-ACT-SHEETS           PIC 9(06) COMP.
001060     05  WS-ACT-TOTAL            PIC 9(09)V9(02) COMP.
001070     05  WS-VAR-PCT              PIC S9(05)V9(01).
001080
001090 77  WS-TODAY                    PIC 9(08).
001100 77  WS-QUOTES-READ              PIC 9(06) COMP VALUE ZERO.
001110 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZERO.
001120 77  WS-RECORDS-MATCHED          PIC 9(06) COMP VALUE ZERO.
001130 77  WS-OVERRUN-COUNT            PIC 9(04) COMP VALUE ZERO.
001140 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001150 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001160 77  WS-GRAND-QUOTED             PIC 9(09)V9(02) COMP VALUE ZERO.
001170 77  WS-GRAND-ACTUAL             PIC 9(09)V9(02) COMP VALUE ZERO.
001180
001190 77  WS-QUOTEMST-STATUS          PIC X(02) VALUE SPACES.
001200 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001210 77  WS-QUOTVRPT-STATUS          PIC X(02) VALUE SPACES.
001220
001230 77  WS-QUOTE-EOF-SWITCH         PIC X(01) VALUE "N".
001240     88  END-OF-QUOTES                   VALUE "Y".
001250 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001260     88  END-OF-HISTORY                  VALUE "Y".
001270 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001280     88  QUOTE-ENTRY-FOUND               VALUE "Y".
001290     88  QUOTE-ENTRY-NOT-FOUND           VALUE "N".
001300 77  WS-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
001310     88  QUOTE-TABLE-OVERFLOWED          VALUE "Y".
001320 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
001330     88  RUN-IS-CANCELLED                VALUE "Y".
001340
001350 01  WS-HDG1.
001360     05  FILLER                  PIC X(40) VALUE SPACES.
001370     05  WS-HDG1-COMPANY         PIC X(30).
001380
001390 01  WS-HDG2.
001400     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001410     05  WS-HDG2-DATE            PIC 9(08).
001420     05  FILLER                  PIC X(14) VALUE SPACES.
001430     05  FILLER                  PIC X(28)
001440         VALUE "QUOTED VS ACTUAL VARIANCE   ".
001450     05  FILLER                  PIC X(05) VALUE "PAGE ".
001460     05  WS-HDG2-PAGE            PIC ZZZ9.
001470
001480 01  WS-HDG2A.
001490     05  FILLER                  PIC X(25)
001500         VALUE "OVERRUN FLAGGED ABOVE. .".
001510     05  WS-HDG2A-PCT            PIC ZZ9.9.
001520     05  FILLER                  PIC X(08) VALUE " PERCENT".
001530
001540 01  WS-HDG3.
001550     05  FILLER                  PIC X(06) VALUE "QUOTE ".
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  FILLER                  PIC X(08) VALUE "JOB     ".
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  FILLER                  PIC X(06) VALUE "PART  ".
001600     05  FILLER                  PIC X(09) VALUE SPACES.
001610     05  FILLER                  PIC X(06) VALUE "PIECES".
001620     05  FILLER                  PIC X(10) VALUE SPACES.
001630     05  FILLER                  PIC X(06) VALUE "WEIGHT".
001640     05  FILLER                  PIC X(07) VALUE SPACES.
001650     05  FILLER                  PIC X(09) VALUE "MATL COST".
001660     05  FILLER                  PIC X(03) VALUE SPACES.
001670     05  FILLER                  PIC X(06) VALUE "SHEETS".
001680     05  FILLER                  PIC X(07) VALUE SPACES.
001690     05  FILLER                  PIC X(09) VALUE "MACH COST".
001700     05  FILLER                  PIC X(06) VALUE SPACES.
001710     05  FILLER                  PIC X(10) VALUE "TOTAL COST".
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  FILLER                  PIC X(07) VALUE "VAR PCT".
001740
001750 01  WS-VAR-LINE.
001760     05  WS-VL-QUOTE             PIC X(06).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  WS-VL-JOB               PIC X(08).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  WS-VL-PART              PIC X(06).
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  WS-VL-BASIS             PIC X(06).
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  WS-VL-PIECES            PIC ZZZ,ZZ9.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  WS-VL-WEIGHT            PIC ZZ,ZZZ,ZZ9.999.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  WS-VL-MATL-COST         PIC ZZZ,ZZZ,ZZ9.99.
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  WS-VL-SHEETS            PIC ZZZ,ZZ9.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-VL-MACH-COST         PIC ZZZ,ZZZ,ZZ9.99.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-VL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  WS-VL-VAR-PCT           PIC -ZZZ9.9.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  WS-VL-FLAG              PIC X(10).
001990
002000 01  WS-TOTAL-LINES.
002010     05  WS-TOT-QUOTES-LINE.
002020         10  FILLER              PIC X(25)
002030             VALUE "ACCEPTED QUOTES. . . . .".
002040         10  WS-TOT-QUOTES       PIC ZZZ9.
002050     05  WS-TOT-OVERRUN-LINE.
002060         10  FILLER              PIC X(25)
002070             VALUE "JOBS OVER QUOTE. . . . .".
002080         10  WS-TOT-OVERRUN      PIC ZZZ9.
002090     05  WS-TOT-QUOTED-LINE.
002100         10  FILLER              PIC X(25)
002110             VALUE "TOTAL QUOTED PRICE . . .".
002120         10  WS-TOT-QUOTED       PIC ZZZ,ZZZ,ZZ9.99.
002130     05  WS-TOT-ACTUAL-LINE.
002140         10  FILLER              PIC X(25)
002150             VALUE "TOTAL ACTUAL COST. . . .".
002160         10  WS-TOT-ACTUAL       PIC ZZZ,ZZZ,ZZ9.99.
002170     05  WS-TOT-MATCHED-LINE.
002180         10  FILLER              PIC X(25)
002190             VALUE "HISTORY RECORDS MATCHED.".
002200         10  WS-TOT-MATCHED      PIC ZZZ,ZZ9.
002210
002220 PROCEDURE DIVISION.
002230
002240******************************************************************
002250* 0000-MAINLINE
002260* TOP-LEVEL CONTROL - LOADS THE ACCEPTED QUOTES, SWEEPS THE
002270* HISTORY FOR WHAT WAS CUT AGAINST THEM, THEN PRINTS THE
002280* QUOTED/ACTUAL PAIR FOR EACH QUOTE AND THE GRAND TOTALS.
002290******************************************************************
002300 0000-MAINLINE.
002310
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330
002340     IF NOT RUN-IS-CANCELLED
002350         PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
002360             UNTIL END-OF-HISTORY
002370         PERFORM 4000-PRINT-ALL-QUOTES THRU 4000-EXIT
002380         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002390     END-IF.
002400
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420
002430     GOBACK.
002440
002450******************************************************************
002460* 1000-INITIALIZE
002470* ACCEPTS THE OVERRUN PERCENTAGE (BLANK TAKES THE STANDARD TEN
002480* PERCENT), LOADS THE ACCEPTED QUOTES INTO THE QUOTE TABLE AND
002490* OPENS THE HISTORY AND THE REPORT.  WITHOUT THE QUOTE MASTER OR
002500* THE HISTORY THERE IS NOTHING TO COMPARE, SO THE RUN ENDS.
002510******************************************************************
002520 1000-INITIALIZE.
002530
002540     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002550
002560     DISPLAY "OVERRUN PERCENT TO FLAG (999V9, BLANK FOR 10.0):".
002570     MOVE SPACES TO WS-OVERRUN-IN.
002580     ACCEPT WS-OVERRUN-IN.
002590     IF WS-OVERRUN-IN NUMERIC
002600         MOVE WS-OVERRUN-IN-NUM TO WS-OVERRUN-PCT
002610     ELSE
002620         MOVE WS-DEFAULT-OVERRUN TO WS-OVERRUN-PCT
002630     END-IF.
002640
002650     OPEN INPUT QUOTE-MASTER.
002660     IF WS-QUOTEMST-STATUS NOT = "00"
002670         DISPLAY "QUOTE-MASTER OPEN FAILED, STATUS "
002680             WS-QUOTEMST-STATUS " - RUN CANCELLED"
002690         SET RUN-IS-CANCELLED TO TRUE
002700         MOVE 8 TO RETURN-CODE
002710         GO TO 1000-EXIT
002720     END-IF.
002730
002740     PERFORM 1100-LOAD-ONE-QUOTE THRU 1100-EXIT
002750         UNTIL END-OF-QUOTES.
002760     CLOSE QUOTE-MASTER.
002770
002780     OPEN INPUT CIRCLE-MASTER.
002790     IF WS-CIRCMSTR-STATUS NOT = "00"
002800         DISPLAY "CIRCLE-MASTER OPEN FAILED, STATUS "
002810             WS-CIRCMSTR-STATUS " - RUN CANCELLED"
002820         SET RUN-IS-CANCELLED TO TRUE
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 1000-EXIT
002850     END-IF.
002860
002870     OPEN OUTPUT VARIANCE-RPT.
002880
002890     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
002900     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002910
002920 1000-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960* 1100-LOAD-ONE-QUOTE
002970* READS THE NEXT QUOTE AND, IF IT WAS ACCEPTED INTO A JOB, ADDS
002980* IT TO THE QUOTE TABLE WITH ITS ACTUALS ZEROED.  OPEN, LOST AND
002990* EXPIRED QUOTES HAVE NO JOB TO COMPARE AGAINST.
003000******************************************************************
003010 1100-LOAD-ONE-QUOTE.
003020
003030     READ QUOTE-MASTER
003040         AT END
003050             SET END-OF-QUOTES TO TRUE
003060             GO TO 1100-EXIT
003070     END-READ.
003080
003090     ADD 1 TO WS-QUOTES-READ.
003100
003110     IF NOT QM-IS-ACCEPTED OR QM-JOB-NUMBER = SPACES
003120         GO TO 1100-EXIT
003130     END-IF.
003140
003150     IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
003160         IF NOT QUOTE-TABLE-OVERFLOWED
003170             SET QUOTE-TABLE-OVERFLOWED TO TRUE
003180             DISPLAY "QUOTE TABLE FULL - REPORT IS INCOMPLETE"
003190         END-IF
003200         GO TO 1100-EXIT
003210     END-IF.
003220
003230     ADD 1 TO WS-ENTRY-COUNT.
003240     MOVE WS-ENTRY-COUNT TO WS-HIT-IX.
003250     MOVE QM-QUOTE-NUMBER TO QV-QUOTE-NUMBER (WS-HIT-IX).
003260     MOVE QM-JOB-NUMBER TO QV-JOB-NUMBER (WS-HIT-IX).
003270     MOVE QM-PART-NUMBER TO QV-PART-NUMBER (WS-HIT-IX).
003280     MOVE QM-QUANTITY TO QV-QUANTITY (WS-HIT-IX).
003290     COMPUTE QV-WEIGHT (WS-HIT-IX) =
003300         QM-PIECE-WEIGHT * QM-QUANTITY.
003310     MOVE QM-BLANK-TOTAL TO QV-BLANK-TOTAL (WS-HIT-IX).
003320     MOVE QM-PER-SHEET TO QV-PER-SHEET (WS-HIT-IX).
003330     MOVE QM-SHEETS TO QV-SHEETS (WS-HIT-IX).
003340     MOVE QM-SHEET-COST TO QV-SHEET-COST (WS-HIT-IX).
003350     MOVE QM-MACHINE-TOTAL TO QV-MACH-COST (WS-HIT-IX).
003360     MOVE QM-QUOTED-PRICE TO QV-PRICE (WS-HIT-IX).
003370     MOVE ZERO TO QV-ACT-PIECES (WS-HIT-IX).
003380     MOVE ZERO TO QV-ACT-WEIGHT (WS-HIT-IX).
003390     MOVE ZERO TO QV-ACT-MATL-COST (WS-HIT-IX).
003400     MOVE ZERO TO QV-ACT-MACH-COST (WS-HIT-IX).
003410
003420 1100-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 1300-PRINT-HEADINGS
003470* WRITES THE COMPANY/RUN-DATE/THRESHOLD/COLUMN HEADING LINES AND
003480* BUMPS THE PAGE COUNTER.
003490******************************************************************
003500 1300-PRINT-HEADINGS.
003510
003520     ADD 1 TO WS-PAGE-COUNT.
003530     MOVE ZERO TO WS-LINE-COUNT.
003540
003550     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
003560     MOVE WS-TODAY TO WS-HDG2-DATE.
003570     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
003580     MOVE WS-OVERRUN-PCT TO WS-HDG2A-PCT.
003590
003600     IF WS-PAGE-COUNT > 1
003610         MOVE SPACES TO VARIANCE-RPT-LINE
003620         WRITE VARIANCE-RPT-LINE
003630             BEFORE ADVANCING PAGE
003640     END-IF.
003650
003660     MOVE WS-HDG1 TO VARIANCE-RPT-LINE.
003670     WRITE VARIANCE-RPT-LINE.
003680     MOVE WS-HDG2 TO VARIANCE-RPT-LINE.
003690     WRITE VARIANCE-RPT-LINE.
003700     MOVE WS-HDG2A TO VARIANCE-RPT-LINE.
003710     WRITE VARIANCE-RPT-LINE.
003720     MOVE SPACES TO VARIANCE-RPT-LINE.
003730     WRITE VARIANCE-RPT-LINE.
003740     MOVE WS-HDG3 TO VARIANCE-RPT-LINE.
003750     WRITE VARIANCE-RPT-LINE.
003760
003770 1300-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 2000-ACCUMULATE-HISTORY
003820* POSTS ONE HISTORY RECORD TO THE QUOTE WHOSE JOB (AND PART,
003830* WHEN THE QUOTE NAMED ONE) IT WAS CUT FOR, THEN READS THE NEXT.
003834* CUTS WITH NO JOB NUMBER ARE SHOP/STOCK WORK AND ARE SKIPPED, AS
003838* ARE SUPERSEDED CUTS - THE RECUT THAT REPLACED ONE IS WHAT
003842* COUNTS.  A SCRAPPED CUT STILL USED THE STEEL AND THE TABLE, SO
003846* IT ADDS ITS WEIGHT AND COST BUT NOT A PIECE.
003850******************************************************************
003860 2000-ACCUMULATE-HISTORY.
003870
003880     IF CM-JOB-NUMBER = SPACES
003890         GO TO 2000-READ-NEXT
003900     END-IF.
003902
003904     IF CM-CUT-IS-SUPERSEDED
003906         GO TO 2000-READ-NEXT
003908     END-IF.
003910
003920     SET QUOTE-ENTRY-NOT-FOUND TO TRUE.
003930     MOVE ZERO TO WS-HIT-IX.
003940     PERFORM 2100-SCAN-QUOTE-TABLE THRU 2100-EXIT
003950         VARYING WS-ENTRY-IX FROM 1 BY 1
003960         UNTIL QUOTE-ENTRY-FOUND
003970         OR WS-ENTRY-IX > WS-ENTRY-COUNT.
003980
003990     IF QUOTE-ENTRY-FOUND
004000         ADD 1 TO WS-RECORDS-MATCHED
004005         IF NOT CM-CUT-IS-SCRAPPED
004010             ADD 1 TO QV-ACT-PIECES (WS-HIT-IX)
004015         END-IF
004020         ADD CM-BLANK-WEIGHT TO QV-ACT-WEIGHT (WS-HIT-IX)
004030         ADD CM-MATERIAL-COST TO QV-ACT-MATL-COST (WS-HIT-IX)
004040         ADD CM-MACHINE-COST TO QV-ACT-MACH-COST (WS-HIT-IX)
004050     END-IF.
004060
004070 2000-READ-NEXT.
004080     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
004090
004100 2000-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2100-SCAN-QUOTE-TABLE
004150* ONE STEP OF THE QUOTE-TABLE SCAN - FLAGS A HIT WHEN THE ENTRY
004160* CARRIES THE RECORD'S JOB AND EITHER NAMES NO PART (A QUOTE
004170* PRICED FROM KEYED DIMENSIONS) OR THE RECORD'S PART.
004180******************************************************************
004190 2100-SCAN-QUOTE-TABLE.
004200
004210     IF QV-JOB-NUMBER (WS-ENTRY-IX) = CM-JOB-NUMBER
004220         AND (QV-PART-NUMBER (WS-ENTRY-IX) = SPACES
004230             OR QV-PART-NUMBER (WS-ENTRY-IX) = CM-PART-NUMBER)
004240         SET QUOTE-ENTRY-FOUND TO TRUE
004250         MOVE WS-ENTRY-IX TO WS-HIT-IX
004260     END-IF.
004270
004280 2100-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 2900-READ-HISTORY
004330* READS THE NEXT CIRCLE-MASTER RECORD AND SETS END-OF-HISTORY
004340* WHEN THE FILE IS EXHAUSTED.
004350******************************************************************
004360 2900-READ-HISTORY.
004370
004380     READ CIRCLE-MASTER
004390         AT END
004400             SET END-OF-HISTORY TO TRUE
004410         NOT AT END
004420             ADD 1 TO WS-RECORDS-READ
004430     END-READ.
004440
004450 2900-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 4000-PRINT-ALL-QUOTES
004500* PRINTS THE QUOTED/ACTUAL PAIR FOR EVERY ACCEPTED QUOTE.
004510******************************************************************
004520 4000-PRINT-ALL-QUOTES.
004530
004540     PERFORM 4100-PRINT-ONE-QUOTE THRU 4100-EXIT
004550         VARYING WS-ENTRY-IX FROM 1 BY 1
004560         UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT.
004570
004580     IF WS-ENTRY-COUNT = ZERO
004590         MOVE "  NO ACCEPTED QUOTES ON THE QUOTE MASTER"
004600             TO VARIANCE-RPT-LINE
004610         WRITE VARIANCE-RPT-LINE
004620     END-IF.
004630
004640 4000-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 4100-PRINT-ONE-QUOTE
004690* PRINTS ONE QUOTE'S QUOTED LINE AND ITS ACTUAL LINE.  THE
004700* ACTUAL TOTAL IS PRICED THE WAY THE QUOTE WAS - THE SHEETS THE
004710* PIECES CUT WOULD CONSUME AT THE QUOTE'S LAYOUT AND SHEET PRICE
004720* (OR THE BLANKS' OWN MATERIAL COST WHEN NO SHEET WAS QUOTED),
004730* PLUS THE MACHINE COST ACTUALLY RUN - SO THE VARIANCE IS MORE
004740* PIECES, MORE TABLE TIME OR DEARER STEEL, NOT A CHANGE OF
004750* ARITHMETIC.  A JOB OVER ITS QUOTED PRICE BY MORE THAN THE
004760* REQUESTED PERCENTAGE IS FLAGGED.
004770******************************************************************
004780 4100-PRINT-ONE-QUOTE.
004790
004800     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
004810         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
004820     END-IF.
004830
004840     MOVE ZERO TO WS-ACT-SHEETS.
004850     IF QV-PER-SHEET (WS-ENTRY-IX) > ZERO
004860         COMPUTE WS-ACT-SHEETS =
004870             (QV-ACT-PIECES (WS-ENTRY-IX)
004880             + QV-PER-SHEET (WS-ENTRY-IX) - 1)
004890             / QV-PER-SHEET (WS-ENTRY-IX)
004900     END-IF.
004910
004920     IF QV-SHEET-COST (WS-ENTRY-IX) > ZERO
004930         COMPUTE WS-ACT-TOTAL ROUNDED =
004940             WS-ACT-SHEETS * QV-SHEET-COST (WS-ENTRY-IX)
004950             + QV-ACT-MACH-COST (WS-ENTRY-IX)
004960             ON SIZE ERROR
004970                 MOVE ZERO TO WS-ACT-TOTAL
004980         END-COMPUTE
004990     ELSE
005000         COMPUTE WS-ACT-TOTAL =
005010             QV-ACT-MATL-COST (WS-ENTRY-IX)
005020             + QV-ACT-MACH-COST (WS-ENTRY-IX)
005030     END-IF.
005040
005050     MOVE SPACES TO WS-VAR-LINE.
005060     MOVE QV-QUOTE-NUMBER (WS-ENTRY-IX) TO WS-VL-QUOTE.
005070     MOVE QV-JOB-NUMBER (WS-ENTRY-IX) TO WS-VL-JOB.
005080     IF QV-PART-NUMBER (WS-ENTRY-IX) = SPACES
005090         MOVE "(NONE)" TO WS-VL-PART
005100     ELSE
005110         MOVE QV-PART-NUMBER (WS-ENTRY-IX) TO WS-VL-PART
005120     END-IF.
005130     MOVE "QUOTED" TO WS-VL-BASIS.
005140     MOVE QV-QUANTITY (WS-ENTRY-IX) TO WS-VL-PIECES.
005150     MOVE QV-WEIGHT (WS-ENTRY-IX) TO WS-VL-WEIGHT.
005160     MOVE QV-BLANK-TOTAL (WS-ENTRY-IX) TO WS-VL-MATL-COST.
005170     MOVE QV-SHEETS (WS-ENTRY-IX) TO WS-VL-SHEETS.
005180     MOVE QV-MACH-COST (WS-ENTRY-IX) TO WS-VL-MACH-COST.
005190     MOVE QV-PRICE (WS-ENTRY-IX) TO WS-VL-TOTAL.
005200     MOVE WS-VAR-LINE TO VARIANCE-RPT-LINE.
005210     WRITE VARIANCE-RPT-LINE.
005220
005230     MOVE SPACES TO WS-VAR-LINE.
005240     MOVE "ACTUAL" TO WS-VL-BASIS.
005250     MOVE QV-ACT-PIECES (WS-ENTRY-IX) TO WS-VL-PIECES.
005260     MOVE QV-ACT-WEIGHT (WS-ENTRY-IX) TO WS-VL-WEIGHT.
005270     MOVE QV-ACT-MATL-COST (WS-ENTRY-IX) TO WS-VL-MATL-COST.
005280     MOVE WS-ACT-SHEETS TO WS-VL-SHEETS.
005290     MOVE QV-ACT-MACH-COST (WS-ENTRY-IX) TO WS-VL-MACH-COST.
005300     MOVE WS-ACT-TOTAL TO WS-VL-TOTAL.
005310
005320     IF QV-ACT-PIECES (WS-ENTRY-IX) = ZERO
005330         MOVE "NOT CUT" TO WS-VL-FLAG
005340     ELSE
005350         IF QV-PRICE (WS-ENTRY-IX) > ZERO
005360             COMPUTE WS-VAR-PCT ROUNDED =
005370                 (WS-ACT-TOTAL - QV-PRICE (WS-ENTRY-IX)) * 100
005380                 / QV-PRICE (WS-ENTRY-IX)
005390                 ON SIZE ERROR
005400                     MOVE 9999.9 TO WS-VAR-PCT
005410             END-COMPUTE
005420             MOVE WS-VAR-PCT TO WS-VL-VAR-PCT
005430             IF WS-VAR-PCT > WS-OVERRUN-PCT
005440                 MOVE "** OVERRUN" TO WS-VL-FLAG
005450                 ADD 1 TO WS-OVERRUN-COUNT
005460             END-IF
005470         END-IF
005480     END-IF.
005490
005500     MOVE WS-VAR-LINE TO VARIANCE-RPT-LINE.
005510     WRITE VARIANCE-RPT-LINE.
005520     MOVE SPACES TO VARIANCE-RPT-LINE.
005530     WRITE VARIANCE-RPT-LINE.
005540     ADD 3 TO WS-LINE-COUNT.
005550
005560     ADD QV-PRICE (WS-ENTRY-IX) TO WS-GRAND-QUOTED.
005570     ADD WS-ACT-TOTAL TO WS-GRAND-ACTUAL.
005580
005590 4100-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 8000-PRINT-TOTALS
005640* PRINTS THE END-OF-REPORT TOTALS.
005650******************************************************************
005660 8000-PRINT-TOTALS.
005670
005680     MOVE WS-ENTRY-COUNT TO WS-TOT-QUOTES.
005690     MOVE WS-OVERRUN-COUNT TO WS-TOT-OVERRUN.
005700     MOVE WS-GRAND-QUOTED TO WS-TOT-QUOTED.
005710     MOVE WS-GRAND-ACTUAL TO WS-TOT-ACTUAL.
005720     MOVE WS-RECORDS-MATCHED TO WS-TOT-MATCHED.
005730
005740     MOVE SPACES TO VARIANCE-RPT-LINE.
005750     WRITE VARIANCE-RPT-LINE.
005760     MOVE WS-TOT-QUOTES-LINE TO VARIANCE-RPT-LINE.
005770     WRITE VARIANCE-RPT-LINE.
005780     MOVE WS-TOT-OVERRUN-LINE TO VARIANCE-RPT-LINE.
005790     WRITE VARIANCE-RPT-LINE.
005800     MOVE WS-TOT-QUOTED-LINE TO VARIANCE-RPT-LINE.
005810     WRITE VARIANCE-RPT-LINE.
005820     MOVE WS-TOT-ACTUAL-LINE TO VARIANCE-RPT-LINE.
005830     WRITE VARIANCE-RPT-LINE.
005840     MOVE WS-TOT-MATCHED-LINE TO VARIANCE-RPT-LINE.
005850     WRITE VARIANCE-RPT-LINE.
005860
005870     DISPLAY "ACCEPTED QUOTES:  " WS-TOT-QUOTES.
005880     DISPLAY "JOBS OVER QUOTE:  " WS-TOT-OVERRUN.
005890
005900 8000-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 9000-TERMINATE
005950* CLOSES THE FILES THAT MADE IT OPEN.
005960******************************************************************
005970 9000-TERMINATE.
005980
005990     IF RUN-IS-CANCELLED
006000         GO TO 9000-EXIT
006010     END-IF.
006020
006030     CLOSE CIRCLE-MASTER
006040           VARIANCE-RPT.
006050
006060 9000-EXIT.
006070     EXIT.
006080
006090 END PROGRAM QUOTVAR.
