000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NCRRPT as "NCRRPT".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - WEEKLY NONCONFORMANCE REPORT.
000130*                     READS THE NONCONFORMANCE FILE INSPECT WRITES
000140*                     FOR EVERY CUT THAT FAILED DIMENSIONAL
000150*                     INSPECTION AND TOTALS THE SCRAPPED PIECES,
000160*                     BLANK WEIGHT AND MATERIAL COST FOR A PERIOD
000170*                     THREE WAYS - BY PART, BY THE OPERATOR WHO
000180*                     CUT IT AND BY MATERIAL.  THE PERIOD DEFAULTS
000190*                     TO THE SEVEN DAYS ENDING TODAY.
000200******************************************************************
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.
000250 OBJECT-COMPUTER.
000260 SPECIAL-NAMES.
000270     CONSOLE IS CRT.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT NONCONFORMANCE-FILE ASSIGN TO "NCRFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-NCRFILE-STATUS.
000340
000350     SELECT NCR-RPT ASSIGN TO "NCRRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-NCRRPT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  NONCONFORMANCE-FILE
000420     LABEL RECORDS ARE STANDARD
000430     RECORD CONTAINS 166 CHARACTERS.
000440     COPY INSPREC REPLACING ==INSPECTION-RECORD== BY
000450         ==NONCONFORMANCE-RECORD==
000460         LEADING ==IR-== BY ==NC-==.
000470
000480 FD  NCR-RPT
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 132 CHARACTERS.
000510 01  NCR-RPT-LINE                PIC X(132).
000520
000530 WORKING-STORAGE SECTION.
000540 01  WS-CONSTANTS.
000550     05  WS-MAX-GROUPS           PIC 9(03) COMP VALUE 300.
000560     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
000570     05  WS-WEEK-DAYS-BACK       PIC 9(02) VALUE 06.
000580     05  WS-COMPANY-NAME         PIC X(30)
000590         VALUE "TRI-COUNTY FABRICATION, INC.".
000600
000610 01  WS-MONTH-TABLE.
000620     05  FILLER                  PIC X(24)
000630         VALUE "312831303130313130313031".
000640 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
000650     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
000660                                 PIC 9(02).
000670
000680 01  WS-REQUEST-PARMS.
000690     05  WS-FROM-DATE            PIC 9(08).
000700     05  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
000710                                 PIC X(08).
000720     05  WS-THRU-DATE            PIC 9(08).
000730     05  WS-THRU-DATE-X REDEFINES WS-THRU-DATE
000740                                 PIC X(08).
000750
000760 01  WS-BACK-DATE.
000770     05  WS-BK-YYYY              PIC 9(04).
000780     05  WS-BK-MM                PIC 9(02).
000790     05  WS-BK-DD                PIC 9(02).
000800 01  WS-BACK-DATE-N REDEFINES WS-BACK-DATE
000810                                 PIC 9(08).
000820
000830*    ONE TABLE HOLDS ALL THREE BREAKDOWNS - EACH ENTRY IS TAGGED
000840*    WITH THE BREAKDOWN IT BELONGS TO AND CARRIES THE PART NUMBER,
000850*    OPERATOR ID OR MATERIAL CODE AS ITS GROUP KEY.
000860 01  WS-GROUP-TABLE.
000870     05  WS-GROUP-COUNT          PIC 9(03) COMP VALUE ZERO.
000880     05  WS-GROUP-ENTRY OCCURS 300 TIMES.
000890         10  GT-GROUP-TYPE       PIC X(01).
000900         10  GT-GROUP-KEY        PIC X(10).
000910         10  GT-PIECES           PIC 9(06) COMP.
000920         10  GT-WEIGHT           PIC 9(09)V9(03) COMP.
000930         10  GT-COST             PIC 9(09)V9(02) COMP.
000940
000950 01  WS-WORK-FIELDS.
000960     05  WS-GROUP-IX             PIC 9(03) COMP VALUE ZERO.
000970     05  WS-HIT-IX               PIC 9(03) COMP VALUE ZERO.
000980     05  WS-POST-TYPE            PIC X(01).
000990         88  POST-BY-PART                VALUE "P".
001000         88  POST-BY-OPERATOR            VALUE "O".
001010         88  POST-BY-MATERIAL            VALUE "M".
001020     05  WS-POST-KEY             PIC X(10).
001030     05  WS-SECTION-COUNT        PIC 9(03) COMP VALUE ZERO.
001040     05  WS-DAY-WORK             PIC S9(03).
001050     05  WS-MONTH-LIMIT          PIC 9(02).
001060     05  WS-LEAP-REM             PIC 9(04).
001070     05  WS-LEAP-QUOT            PIC 9(04).
001080
001090 01  WS-HOLD-LINE                PIC X(132).
001100
001110 77  WS-TODAY                    PIC 9(08).
001120 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZERO.
001130 77  WS-RECORDS-SELECTED         PIC 9(06) COMP VALUE ZERO.
001140 77  WS-TOTAL-WEIGHT             PIC 9(09)V9(03) COMP VALUE ZERO.
001150 77  WS-TOTAL-COST               PIC 9(09)V9(02) COMP VALUE ZERO.
001160 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001170 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001180
001190 77  WS-NCRFILE-STATUS           PIC X(02) VALUE SPACES.
001200 77  WS-NCRRPT-STATUS            PIC X(02) VALUE SPACES.
001210
001220 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001230     88  END-OF-NCR-FILE                 VALUE "Y".
001240 77  WS-NCR-OPEN-SWITCH          PIC X(01) VALUE "N".
001250     88  NCR-FILE-IS-OPEN                VALUE "Y".
001260 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001270     88  GROUP-ENTRY-FOUND               VALUE "Y".
001280     88  GROUP-ENTRY-NOT-FOUND           VALUE "N".
001290 77  WS-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
001300     88  GROUP-TABLE-OVERFLOWED          VALUE "Y".
001310 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
001320     88  RUN-IS-CANCELLED                VALUE "Y".
001330
001340 01  WS-HDG1.
001350     05  FILLER                  PIC X(40) VALUE SPACES.
001360     05  WS-HDG1-COMPANY         PIC X(30).
001370
001380 01  WS-HDG2.
001390     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001400     05  WS-HDG2-DATE            PIC 9(08).
001410     05  FILLER                  PIC X(14) VALUE SPACES.
001420     05  FILLER                  PIC X(30)
001430         VALUE "NONCONFORMANCE / SCRAP REPORT ".
001440     05  FILLER                  PIC X(05) VALUE "PAGE ".
001450     05  WS-HDG2-PAGE            PIC ZZZ9.
001460
001470 01  WS-HDG2A.
001480     05  FILLER                  PIC X(13) VALUE "PERIOD FROM: ".
001490     05  WS-HDG2A-FROM           PIC 9(08).
001500     05  FILLER                  PIC X(07) VALUE " THRU: ".
001510     05  WS-HDG2A-THRU           PIC 9(08).
001520
001530 01  WS-SECTION-LINE.
001540     05  FILLER                  PIC X(13) VALUE "SCRAPPED BY  ".
001550     05  WS-SEC-TITLE            PIC X(10).
001560
001570 01  WS-HDG3.
001580     05  WS-HDG3-KEY             PIC X(10).
001590     05  FILLER                  PIC X(05) VALUE SPACES.
001600     05  FILLER                  PIC X(06) VALUE "PIECES".
001610     05  FILLER                  PIC X(10) VALUE SPACES.
001620     05  FILLER                  PIC X(06) VALUE "WEIGHT".
001630     05  FILLER                  PIC X(09) VALUE SPACES.
001640     05  FILLER                  PIC X(09) VALUE "MATL COST".
001650
001660 01  WS-DETAIL-LINE.
001670     05  WS-DTL-KEY              PIC X(10).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  WS-DTL-PIECES           PIC ZZZ,ZZ9.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  WS-DTL-WEIGHT           PIC ZZZ,ZZZ,ZZ9.999.
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-DTL-COST             PIC ZZZ,ZZZ,ZZ9.99.
001740
001750 01  WS-TOTAL-LINES.
001760     05  WS-TOT-PIECES-LINE.
001770         10  FILLER              PIC X(25)
001780             VALUE "PIECES SCRAPPED. . . . .".
001790         10  WS-TOT-PIECES       PIC ZZZ,ZZ9.
001800     05  WS-TOT-WEIGHT-LINE.
001810         10  FILLER              PIC X(25)
001820             VALUE "WEIGHT SCRAPPED. . . . .".
001830         10  WS-TOT-WEIGHT       PIC ZZZ,ZZZ,ZZ9.999.
001840     05  WS-TOT-COST-LINE.
001850         10  FILLER              PIC X(25)
001860             VALUE "MATERIAL COST SCRAPPED .".
001870         10  WS-TOT-COST         PIC ZZZ,ZZZ,ZZ9.99.
001880     05  WS-TOT-READ-LINE.
001890         10  FILLER              PIC X(25)
001900             VALUE "NONCONFORMANCES READ . .".
001910         10  WS-TOT-READ         PIC ZZZ,ZZ9.
001920
001930 PROCEDURE DIVISION.
001940
001950******************************************************************
001960* 0000-MAINLINE
001970* TOP-LEVEL CONTROL - ACCEPTS THE PERIOD, ACCUMULATES THE
001980* NONCONFORMANCE FILE INTO THE GROUP TABLE, THEN PRINTS THE PART,
001990* OPERATOR AND MATERIAL BREAKDOWNS AND THE PERIOD TOTALS.
002000******************************************************************
002010 0000-MAINLINE.
002020
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040
002050     IF NOT RUN-IS-CANCELLED
002060         PERFORM 2000-ACCUMULATE-NCR THRU 2000-EXIT
002070             UNTIL END-OF-NCR-FILE
002080         MOVE "P" TO WS-POST-TYPE
002090         MOVE "PART" TO WS-SEC-TITLE
002100         PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
002110         MOVE "O" TO WS-POST-TYPE
002120         MOVE "OPERATOR" TO WS-SEC-TITLE
002130         PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
002140         MOVE "M" TO WS-POST-TYPE
002150         MOVE "MATERIAL" TO WS-SEC-TITLE
002160         PERFORM 4000-PRINT-SECTION THRU 4000-EXIT
002170         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002180     END-IF.
002190
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210
002220     GOBACK.
002230
002240******************************************************************
002250* 1000-INITIALIZE
002260* ACCEPTS AND EDITS THE PERIOD AND OPENS THE FILES.  A BLANK THRU
002270* DATE IS TODAY AND A BLANK FROM DATE IS SIX DAYS BEFORE THE THRU
002280* DATE, SO THE WEEKLY RUN NEEDS NOTHING KEYED.  NO NONCONFORMANCE
002290* FILE YET MEANS NOTHING HAS FAILED INSPECTION - THE REPORT STILL
002300* PRINTS, WITH ZERO TOTALS.
002310******************************************************************
002320 1000-INITIALIZE.
002330
002340     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002350
002360     DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR A WEEK BACK):".
002370     MOVE SPACES TO WS-FROM-DATE-X.
002380     ACCEPT WS-FROM-DATE-X.
002390     DISPLAY "THRU DATE (YYYYMMDD, BLANK FOR TODAY):".
002400     MOVE SPACES TO WS-THRU-DATE-X.
002410     ACCEPT WS-THRU-DATE-X.
002420
002430     IF WS-THRU-DATE-X = SPACES
002440         MOVE WS-TODAY TO WS-THRU-DATE
002450     END-IF.
002460     IF WS-FROM-DATE-X = SPACES
002470         AND WS-THRU-DATE-X NUMERIC
002480         PERFORM 1200-SET-WEEK-START THRU 1200-EXIT
002490     END-IF.
002500
002510     IF WS-FROM-DATE-X NOT NUMERIC
002520         OR WS-THRU-DATE-X NOT NUMERIC
002530         OR WS-FROM-DATE > WS-THRU-DATE
002540         DISPLAY "INVALID DATE RANGE - RUN CANCELLED"
002550         SET RUN-IS-CANCELLED TO TRUE
002560         MOVE 8 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF.
002590
002600     OPEN INPUT NONCONFORMANCE-FILE.
002610     IF WS-NCRFILE-STATUS NOT = "00"
002620         DISPLAY "NO NONCONFORMANCE FILE, STATUS "
002630             WS-NCRFILE-STATUS " - NOTHING HAS FAILED INSPECTION"
002640         SET END-OF-NCR-FILE TO TRUE
002650     ELSE
002660         SET NCR-FILE-IS-OPEN TO TRUE
002670     END-IF.
002680
002690     OPEN OUTPUT NCR-RPT.
002700
002710     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
002720     PERFORM 2900-READ-NCR THRU 2900-EXIT.
002730
002740 1000-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780* 1200-SET-WEEK-START
002790* SETS THE FROM DATE TO THE THRU DATE LESS SIX DAYS, ROLLED BACK
002800* ACROSS MONTH AND YEAR ENDS.  THE SIMPLE EVERY-FOURTH-YEAR LEAP
002810* RULE IS GOOD THROUGH 2099.
002820******************************************************************
002830 1200-SET-WEEK-START.
002840
002850     MOVE WS-THRU-DATE TO WS-BACK-DATE-N.
002860     MOVE WS-BK-DD TO WS-DAY-WORK.
002870     SUBTRACT WS-WEEK-DAYS-BACK FROM WS-DAY-WORK.
002880
002890     PERFORM 1210-ROLL-BACK-ONE-MONTH THRU 1210-EXIT
002900         UNTIL WS-DAY-WORK > ZERO.
002910
002920     MOVE WS-DAY-WORK TO WS-BK-DD.
002930     MOVE WS-BACK-DATE-N TO WS-FROM-DATE.
002940
002950 1200-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 1210-ROLL-BACK-ONE-MONTH
003000* ROLLS THE WORK DATE BACK ONE MONTH AND CREDITS THAT MONTH'S
003010* DAYS.
003020******************************************************************
003030 1210-ROLL-BACK-ONE-MONTH.
003040
003050     SUBTRACT 1 FROM WS-BK-MM.
003060     IF WS-BK-MM = ZERO
003070         MOVE 12 TO WS-BK-MM
003080         SUBTRACT 1 FROM WS-BK-YYYY
003090     END-IF.
003100     PERFORM 1220-GET-MONTH-DAYS THRU 1220-EXIT.
003110     ADD WS-MONTH-LIMIT TO WS-DAY-WORK.
003120
003130 1210-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170* 1220-GET-MONTH-DAYS
003180* SETS THE DAY LIMIT FOR THE WORK DATE'S CURRENT MONTH.
003190******************************************************************
003200 1220-GET-MONTH-DAYS.
003210
003220     MOVE WS-DAYS-IN-MONTH (WS-BK-MM) TO WS-MONTH-LIMIT.
003230     IF WS-BK-MM = 2
003240         DIVIDE WS-BK-YYYY BY 4 GIVING WS-LEAP-QUOT
003250             REMAINDER WS-LEAP-REM
003260         IF WS-LEAP-REM = ZERO
003270             MOVE 29 TO WS-MONTH-LIMIT
003280         END-IF
003290     END-IF.
003300
003310 1220-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 1300-PRINT-HEADINGS
003360* WRITES THE COMPANY/RUN-DATE/PERIOD HEADING LINES AND BUMPS THE
003370* PAGE COUNTER.
003380******************************************************************
003390 1300-PRINT-HEADINGS.
003400
003410     ADD 1 TO WS-PAGE-COUNT.
003420     MOVE ZERO TO WS-LINE-COUNT.
003430
003440     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
003450     MOVE WS-TODAY TO WS-HDG2-DATE.
003460     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
003470     MOVE WS-FROM-DATE TO WS-HDG2A-FROM.
003480     MOVE WS-THRU-DATE TO WS-HDG2A-THRU.
003490
003500     IF WS-PAGE-COUNT > 1
003510         MOVE SPACES TO NCR-RPT-LINE
003520         WRITE NCR-RPT-LINE
003530             BEFORE ADVANCING PAGE
003540     END-IF.
003550
003560     MOVE WS-HDG1 TO NCR-RPT-LINE.
003570     WRITE NCR-RPT-LINE.
003580     MOVE WS-HDG2 TO NCR-RPT-LINE.
003590     WRITE NCR-RPT-LINE.
003600     MOVE WS-HDG2A TO NCR-RPT-LINE.
003610     WRITE NCR-RPT-LINE.
003620     MOVE SPACES TO NCR-RPT-LINE.
003630     WRITE NCR-RPT-LINE.
003640
003650 1300-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690* 2000-ACCUMULATE-NCR
003700* POSTS ONE NONCONFORMANCE INTO THE PART, OPERATOR AND MATERIAL
003710* BREAKDOWNS IF IT WAS INSPECTED IN THE PERIOD, THEN READS THE
003720* NEXT.
003730******************************************************************
003740 2000-ACCUMULATE-NCR.
003750
003760     IF NC-INSPECT-DATE >= WS-FROM-DATE
003770         AND NC-INSPECT-DATE <= WS-THRU-DATE
003780         ADD 1 TO WS-RECORDS-SELECTED
003790         PERFORM 2050-POST-ONE-NCR THRU 2050-EXIT
003800     END-IF.
003810
003820     PERFORM 2900-READ-NCR THRU 2900-EXIT.
003830
003840 2000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 2050-POST-ONE-NCR
003890* ADDS ONE NONCONFORMANCE INTO THE PERIOD TOTALS AND INTO ITS
003900* PART, OPERATOR AND MATERIAL GROUPS.
003910******************************************************************
003920 2050-POST-ONE-NCR.
003930
003940     ADD NC-BLANK-WEIGHT TO WS-TOTAL-WEIGHT.
003950     ADD NC-MATERIAL-COST TO WS-TOTAL-COST.
003960
003970     MOVE "P" TO WS-POST-TYPE.
003980     MOVE NC-PART-NUMBER TO WS-POST-KEY.
003990     PERFORM 2100-POST-TO-GROUP THRU 2100-EXIT.
004000
004010     MOVE "O" TO WS-POST-TYPE.
004020     MOVE NC-OPERATOR-ID TO WS-POST-KEY.
004030     PERFORM 2100-POST-TO-GROUP THRU 2100-EXIT.
004040
004050     MOVE "M" TO WS-POST-TYPE.
004060     MOVE NC-MATERIAL-CODE TO WS-POST-KEY.
004070     PERFORM 2100-POST-TO-GROUP THRU 2100-EXIT.
004080
004090 2050-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 2100-POST-TO-GROUP
004140* FINDS (OR ADDS) THE TABLE ENTRY FOR THE BREAKDOWN AND GROUP KEY
004150* BEING POSTED AND ADDS THE SCRAPPED PIECE INTO IT.
004160******************************************************************
004170 2100-POST-TO-GROUP.
004180
004190     SET GROUP-ENTRY-NOT-FOUND TO TRUE.
004200     MOVE ZERO TO WS-HIT-IX.
004210     PERFORM 2110-SCAN-GROUP-TABLE THRU 2110-EXIT
004220         VARYING WS-GROUP-IX FROM 1 BY 1
004230         UNTIL GROUP-ENTRY-FOUND
004240         OR WS-GROUP-IX > WS-GROUP-COUNT.
004250
004260     IF GROUP-ENTRY-NOT-FOUND
004270         IF WS-GROUP-COUNT >= WS-MAX-GROUPS
004280             IF NOT GROUP-TABLE-OVERFLOWED
004290                 SET GROUP-TABLE-OVERFLOWED TO TRUE
004300                 DISPLAY "GROUP TABLE FULL - BREAKDOWNS ARE "
004310                     "INCOMPLETE, NARROW THE DATE RANGE"
004320             END-IF
004330             GO TO 2100-EXIT
004340         END-IF
004350         ADD 1 TO WS-GROUP-COUNT
004360         MOVE WS-GROUP-COUNT TO WS-HIT-IX
004370         MOVE WS-POST-TYPE TO GT-GROUP-TYPE (WS-HIT-IX)
004380         MOVE WS-POST-KEY TO GT-GROUP-KEY (WS-HIT-IX)
004390         MOVE ZERO TO GT-PIECES (WS-HIT-IX)
004400         MOVE ZERO TO GT-WEIGHT (WS-HIT-IX)
004410         MOVE ZERO TO GT-COST (WS-HIT-IX)
004420     END-IF.
004430
004440     ADD 1 TO GT-PIECES (WS-HIT-IX).
004450     ADD NC-BLANK-WEIGHT TO GT-WEIGHT (WS-HIT-IX).
004460     ADD NC-MATERIAL-COST TO GT-COST (WS-HIT-IX).
004470
004480 2100-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 2110-SCAN-GROUP-TABLE
004530* ONE STEP OF THE GROUP-TABLE SCAN - FLAGS A HIT WHEN THE CURRENT
004540* ENTRY IS THE BREAKDOWN AND KEY BEING POSTED.
004550******************************************************************
004560 2110-SCAN-GROUP-TABLE.
004570
004580     IF GT-GROUP-TYPE (WS-GROUP-IX) = WS-POST-TYPE
004590         AND GT-GROUP-KEY (WS-GROUP-IX) = WS-POST-KEY
004600         SET GROUP-ENTRY-FOUND TO TRUE
004610         MOVE WS-GROUP-IX TO WS-HIT-IX
004620     END-IF.
004630
004640 2110-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 2900-READ-NCR
004690* READS THE NEXT NONCONFORMANCE AND SETS END-OF-NCR-FILE WHEN THE
004700* FILE IS EXHAUSTED.
004710******************************************************************
004720 2900-READ-NCR.
004730
004740     IF END-OF-NCR-FILE
004750         GO TO 2900-EXIT
004760     END-IF.
004770
004780     READ NONCONFORMANCE-FILE
004790         AT END
004800             SET END-OF-NCR-FILE TO TRUE
004810         NOT AT END
004820             ADD 1 TO WS-RECORDS-READ
004830     END-READ.
004840
004850 2900-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 4000-PRINT-SECTION
004900* PRINTS ONE BREAKDOWN - THE SECTION TITLE, ITS COLUMN HEADING
004910* AND ONE LINE PER GROUP OF THAT BREAKDOWN IN THE TABLE.
004920******************************************************************
004930 4000-PRINT-SECTION.
004940
004950     MOVE WS-SEC-TITLE TO WS-HDG3-KEY.
004960     MOVE ZERO TO WS-SECTION-COUNT.
004970
004980     MOVE SPACES TO NCR-RPT-LINE.
004990     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005000     MOVE WS-SECTION-LINE TO NCR-RPT-LINE.
005010     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005020     MOVE WS-HDG3 TO NCR-RPT-LINE.
005030     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005040
005050     PERFORM 4100-PRINT-GROUP-LINE THRU 4100-EXIT
005060         VARYING WS-GROUP-IX FROM 1 BY 1
005070         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
005080
005090     IF WS-SECTION-COUNT = ZERO
005100         MOVE "  NO NONCONFORMANCES IN THE REQUESTED PERIOD"
005110             TO NCR-RPT-LINE
005120         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
005130     END-IF.
005140
005150 4000-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 4100-PRINT-GROUP-LINE
005200* FORMATS AND WRITES ONE GROUP'S LINE IF IT BELONGS TO THE
005210* BREAKDOWN BEING PRINTED.  A BLANK KEY (A ONE-OFF CUT, OR A CUT
005220* WITH NO OPERATOR OR MATERIAL ON ITS HISTORY) PRINTS AS (NONE).
005230******************************************************************
005240 4100-PRINT-GROUP-LINE.
005250
005260     IF GT-GROUP-TYPE (WS-GROUP-IX) NOT = WS-POST-TYPE
005270         GO TO 4100-EXIT
005280     END-IF.
005290
005300     ADD 1 TO WS-SECTION-COUNT.
005310
005320     IF GT-GROUP-KEY (WS-GROUP-IX) = SPACES
005330         MOVE "(NONE)" TO WS-DTL-KEY
005340     ELSE
005350         MOVE GT-GROUP-KEY (WS-GROUP-IX) TO WS-DTL-KEY
005360     END-IF.
005370     MOVE GT-PIECES (WS-GROUP-IX) TO WS-DTL-PIECES.
005380     MOVE GT-WEIGHT (WS-GROUP-IX) TO WS-DTL-WEIGHT.
005390     MOVE GT-COST (WS-GROUP-IX) TO WS-DTL-COST.
005400
005410     MOVE WS-DETAIL-LINE TO NCR-RPT-LINE.
005420     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005430
005440 4100-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 7100-WRITE-REPORT-LINE
005490* WRITES THE STAGED REPORT LINE, BREAKING TO A NEW PAGE AS
005500* NEEDED.
005510******************************************************************
005520 7100-WRITE-REPORT-LINE.
005530
005540     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
005550         MOVE NCR-RPT-LINE TO WS-HOLD-LINE
005560         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
005570         MOVE WS-HOLD-LINE TO NCR-RPT-LINE
005580     END-IF.
005590
005600     WRITE NCR-RPT-LINE.
005610     ADD 1 TO WS-LINE-COUNT.
005620
005630 7100-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 8000-PRINT-TOTALS
005680* PRINTS THE PERIOD TOTALS AND ECHOES THEM TO THE CONSOLE.
005690******************************************************************
005700 8000-PRINT-TOTALS.
005710
005720     MOVE WS-RECORDS-SELECTED TO WS-TOT-PIECES.
005730     MOVE WS-TOTAL-WEIGHT TO WS-TOT-WEIGHT.
005740     MOVE WS-TOTAL-COST TO WS-TOT-COST.
005750     MOVE WS-RECORDS-READ TO WS-TOT-READ.
005760
005770     MOVE SPACES TO NCR-RPT-LINE.
005780     WRITE NCR-RPT-LINE.
005790     MOVE WS-TOT-PIECES-LINE TO NCR-RPT-LINE.
005800     WRITE NCR-RPT-LINE.
005810     MOVE WS-TOT-WEIGHT-LINE TO NCR-RPT-LINE.
005820     WRITE NCR-RPT-LINE.
005830     MOVE WS-TOT-COST-LINE TO NCR-RPT-LINE.
005840     WRITE NCR-RPT-LINE.
005850     MOVE WS-TOT-READ-LINE TO NCR-RPT-LINE.
005860     WRITE NCR-RPT-LINE.
005870
005880     DISPLAY "PIECES SCRAPPED:   " WS-TOT-PIECES.
005890     DISPLAY "MATL COST SCRAPPED:" WS-TOT-COST.
005900
005910 8000-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 9000-TERMINATE
005960* CLOSES THE FILES THAT MADE IT OPEN.
005970******************************************************************
005980 9000-TERMINATE.
005990
006000     IF RUN-IS-CANCELLED
006010         GO TO 9000-EXIT
006020     END-IF.
006030
006040     IF NCR-FILE-IS-OPEN
006050         CLOSE NONCONFORMANCE-FILE
006060     END-IF.
006070
006080     CLOSE NCR-RPT.
006090
006100 9000-EXIT.
006110     EXIT.
006120
006130 END PROGRAM NCRRPT.
