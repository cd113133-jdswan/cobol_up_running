000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBBKLG as "JOBBKLG".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - NIGHTLY OPEN-ORDER BACKLOG
000130*                     REPORT.  MATCHES EVERY OPEN JOB LINE AGAINST
000140*                     THE CUTS IN CIRCMSTI FOR THE SAME JOB AND
000150*                     PART AND PRINTS THE QUANTITY ORDERED, CUT,
000160*                     CONFIRMED COMPLETE AND STILL REMAINING, WITH
000170*                     THE DAYS LEFT TO THE DUE DATE.  A LINE PAST
000180*                     DUE IS FLAGGED LATE, ONE DUE INSIDE THE
000190*                     KEYED WINDOW (DEFAULT 5 DAYS) AT RISK, AND
000200*                     ONE FULLY CONFIRMED BUT STILL OPEN FILLED.
000210******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.
000260 OBJECT-COMPUTER.
000270 SPECIAL-NAMES.
000280     CONSOLE IS CRT.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT JOB-LINE ASSIGN TO "JOBLINE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS JL-LINE-KEY
000360         FILE STATUS IS WS-JOBLINE-STATUS.
000370
000380     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS CM-MASTER-KEY
000420         FILE STATUS IS WS-CIRCMSTR-STATUS.
000430
000440     SELECT JOB-MASTER ASSIGN TO "JOBMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS JO-JOB-NUMBER
000480         FILE STATUS IS WS-JOBMSTR-STATUS.
000490
000500     SELECT BACKLOG-RPT ASSIGN TO "JOBBKLG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BKLGRPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  JOB-LINE
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 32 CHARACTERS.
000590     COPY JOBLINE.
000600
000610 FD  CIRCLE-MASTER
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 134 CHARACTERS.
000640     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000650         ==CIRCLE-MASTER-RECORD==
000660         LEADING ==CS-== BY ==CM-==.
000670
000680 FD  JOB-MASTER
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 45 CHARACTERS.
000710     COPY JOBMSTR.
000720
000730 FD  BACKLOG-RPT
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 132 CHARACTERS.
000760 01  BACKLOG-RPT-LINE            PIC X(132).
000770
000780 WORKING-STORAGE SECTION.
000790 01  WS-CONSTANTS.
000800     05  WS-MAX-LINES            PIC 9(03) COMP VALUE 500.
000810     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
000820     05  WS-DEFAULT-WINDOW       PIC 9(02) VALUE 05.
000830     05  WS-COMPANY-NAME         PIC X(30)
000840         VALUE "TRI-COUNTY FABRICATION, INC.".
000850
000860*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, NON-LEAP.
000870 01  WS-CUM-MONTH-TABLE.
000880     05  FILLER                  PIC X(36)
000890         VALUE "000031059090120151181212243273304334".
000900 01  WS-CUM-MONTH-DAYS REDEFINES WS-CUM-MONTH-TABLE.
000910     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
000920                                 PIC 9(03).
000930
000940 01  WS-REQUEST-PARMS.
000950     05  WS-WINDOW-X             PIC X(02).
000960     05  WS-WINDOW-IN REDEFINES WS-WINDOW-X
000970                                 PIC 9(02).
000980     05  WS-WINDOW               PIC 9(02).
000990
001000 01  WS-DATE-WORK.
001010     05  WS-DW-YYYY              PIC 9(04).
001020     05  WS-DW-MM                PIC 9(02).
001030     05  WS-DW-DD                PIC 9(02).
001040 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
001050                                 PIC 9(08).
001060
001070*    EVERY LINE ON FILE THAT ISN'T CANCELLED, IN JOB AND LINE
001080*    ORDER.  CLOSED LINES ARE CARRIED SO THE CUTS THEY TOOK ARE
001090*    NOT CREDITED TO A LATER OPEN LINE FOR THE SAME PART; ONLY
001100*    THE OPEN ONES PRINT.
001110 01  WS-LINE-TABLE.
001120     05  WS-LINE-COUNT-TBL       PIC 9(03) COMP VALUE ZERO.
001130     05  WS-LINE-ENTRY OCCURS 500 TIMES.
001140         10  LT-JOB-NUMBER       PIC X(08).
001150         10  LT-LINE-NUMBER      PIC 9(03).
001160         10  LT-PART-NUMBER      PIC X(06).
001170         10  LT-QTY-ORDERED      PIC 9(06).
001180         10  LT-DUE-DATE         PIC 9(08).
001190         10  LT-LINE-STATUS      PIC X(01).
001200         10  LT-QTY-CUT          PIC 9(07) COMP.
001210         10  LT-QTY-DONE         PIC 9(07) COMP.
001220
001230 01  WS-WORK-FIELDS.
001240     05  WS-LINE-IX              PIC 9(03) COMP VALUE ZERO.
001250     05  WS-HIT-IX               PIC 9(03) COMP VALUE ZERO.
001260     05  WS-LAST-MATCH-IX        PIC 9(03) COMP VALUE ZERO.
001270     05  WS-YEARS-BEFORE         PIC 9(04).
001280     05  WS-LEAP-QUOT            PIC 9(04).
001290     05  WS-LEAP-REM             PIC 9(04).
001300     05  WS-DAY-NUMBER           PIC 9(07).
001310     05  WS-TODAY-DAYS           PIC 9(07).
001320     05  WS-DAYS-TO-DUE          PIC S9(05).
001330     05  WS-QTY-REMAINING        PIC 9(07).
001340     05  WS-PREV-JOB             PIC X(08) VALUE SPACES.
001350     05  WS-CUSTOMER-NAME        PIC X(20) VALUE SPACES.
001360
001370 01  WS-HOLD-LINE                PIC X(132).
001380
001390 77  WS-TODAY                    PIC 9(08).
001400 77  WS-LINES-READ               PIC 9(06) COMP VALUE ZERO.
001410 77  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
001420 77  WS-CUTS-MATCHED             PIC 9(07) COMP VALUE ZERO.
001430 77  WS-OPEN-LINES               PIC 9(05) COMP VALUE ZERO.
001440 77  WS-LATE-LINES               PIC 9(05) COMP VALUE ZERO.
001450 77  WS-RISK-LINES               PIC 9(05) COMP VALUE ZERO.
001460 77  WS-FILLED-LINES             PIC 9(05) COMP VALUE ZERO.
001470 77  WS-TOTAL-ORDERED            PIC 9(09) COMP VALUE ZERO.
001480 77  WS-TOTAL-REMAINING          PIC 9(09) COMP VALUE ZERO.
001490 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001500 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001510
001520 77  WS-JOBLINE-STATUS           PIC X(02) VALUE SPACES.
001530 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001540 77  WS-JOBMSTR-STATUS           PIC X(02) VALUE SPACES.
001550 77  WS-BKLGRPT-STATUS           PIC X(02) VALUE SPACES.
001560
001570 77  WS-LINE-EOF-SWITCH          PIC X(01) VALUE "N".
001580     88  END-OF-JOB-LINES                VALUE "Y".
001590 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001600     88  END-OF-HISTORY                  VALUE "Y".
001610 77  WS-JOBLINE-OPEN-SWITCH      PIC X(01) VALUE "N".
001620     88  JOBLINE-IS-OPEN                 VALUE "Y".
001630 77  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE "N".
001640     88  HISTORY-IS-OPEN                 VALUE "Y".
001650 77  WS-JOBMSTR-OPEN-SWITCH      PIC X(01) VALUE "N".
001660     88  JOBMSTR-IS-OPEN                 VALUE "Y".
001670 77  WS-ROOM-SWITCH              PIC X(01) VALUE "N".
001680     88  LINE-WITH-ROOM-FOUND            VALUE "Y".
001690     88  LINE-WITH-ROOM-NOT-FOUND        VALUE "N".
001700 77  WS-OVERFLOW-SWITCH          PIC X(01) VALUE "N".
001710     88  LINE-TABLE-OVERFLOWED           VALUE "Y".
001720
001730 01  WS-HDG1.
001740     05  FILLER                  PIC X(40) VALUE SPACES.
001750     05  WS-HDG1-COMPANY         PIC X(30).
001760
001770 01  WS-HDG2.
001780     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001790     05  WS-HDG2-DATE            PIC 9(08).
001800     05  FILLER                  PIC X(14) VALUE SPACES.
001810     05  FILLER                  PIC X(30)
001820         VALUE "OPEN-ORDER BACKLOG REPORT     ".
001830     05  FILLER                  PIC X(05) VALUE "PAGE ".
001840     05  WS-HDG2-PAGE            PIC ZZZ9.
001850
001860 01  WS-HDG2A.
001870     05  FILLER                  PIC X(16)
001875         VALUE "AT-RISK WINDOW: ".
001880     05  WS-HDG2A-WINDOW         PIC Z9.
001890     05  FILLER                  PIC X(05) VALUE " DAYS".
001900
001910 01  WS-HDG3.
001920     05  FILLER                  PIC X(10) VALUE "JOB NO.".
001930     05  FILLER                  PIC X(22) VALUE "CUSTOMER".
001940     05  FILLER                  PIC X(05) VALUE "LN".
001950     05  FILLER                  PIC X(08) VALUE "PART".
001960     05  FILLER                  PIC X(10) VALUE "DUE DATE".
001970     05  FILLER                  PIC X(09) VALUE "ORDERED".
001980     05  FILLER                  PIC X(09) VALUE "    CUT".
001990     05  FILLER                  PIC X(09) VALUE "   DONE".
002000     05  FILLER                  PIC X(09) VALUE " REMAIN".
002010     05  FILLER                  PIC X(08) VALUE "  DAYS".
002020     05  FILLER                  PIC X(04) VALUE "FLAG".
002030
002040 01  WS-DETAIL-LINE.
002050     05  WS-DTL-JOB-NUMBER       PIC X(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-DTL-CUSTOMER         PIC X(20).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-DTL-LINE-NUMBER      PIC 9(03).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  WS-DTL-PART-NUMBER      PIC X(06).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  WS-DTL-DUE-DATE         PIC 9(08).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-DTL-ORDERED          PIC ZZZ,ZZ9.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  WS-DTL-CUT              PIC ZZZ,ZZ9.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-DTL-DONE             PIC ZZZ,ZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WS-DTL-REMAINING        PIC ZZZ,ZZ9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-DTL-DAYS             PIC -(5)9.
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  WS-DTL-FLAG             PIC X(07).
002260
002270 01  WS-TOTAL-LINES.
002280     05  WS-TOT-OPEN-LINE.
002290         10  FILLER              PIC X(25)
002300             VALUE "OPEN LINES ON ORDER. . .".
002310         10  WS-TOT-OPEN         PIC ZZZ,ZZ9.
002320     05  WS-TOT-LATE-LINE.
002330         10  FILLER              PIC X(25)
002340             VALUE "LINES LATE . . . . . . .".
002350         10  WS-TOT-LATE         PIC ZZZ,ZZ9.
002360     05  WS-TOT-RISK-LINE.
002370         10  FILLER              PIC X(25)
002380             VALUE "LINES AT RISK. . . . . .".
002390         10  WS-TOT-RISK         PIC ZZZ,ZZ9.
002400     05  WS-TOT-FILLED-LINE.
002410         10  FILLER              PIC X(25)
002420             VALUE "FILLED, NOT CLOSED . . .".
002430         10  WS-TOT-FILLED       PIC ZZZ,ZZ9.
002440     05  WS-TOT-ORDERED-LINE.
002450         10  FILLER              PIC X(25)
002460             VALUE "QUANTITY ORDERED . . . .".
002470         10  WS-TOT-ORDERED      PIC ZZZ,ZZZ,ZZ9.
002480     05  WS-TOT-REMAIN-LINE.
002490         10  FILLER              PIC X(25)
002500             VALUE "QUANTITY REMAINING . . .".
002510         10  WS-TOT-REMAIN       PIC ZZZ,ZZZ,ZZ9.
002520     05  WS-TOT-MATCHED-LINE.
002530         10  FILLER              PIC X(25)
002540             VALUE "CUTS MATCHED TO LINES. .".
002550         10  WS-TOT-MATCHED      PIC Z,ZZZ,ZZ9.
002560
002570 PROCEDURE DIVISION.
002580
002590******************************************************************
002600* 0000-MAINLINE
002610* TOP-LEVEL CONTROL - LOADS THE JOB LINES, MATCHES THE HISTORY
002620* AGAINST THEM IN ONE PASS, THEN PRINTS THE OPEN LINES AND THE
002630* BACKLOG TOTALS.
002640******************************************************************
002650 0000-MAINLINE.
002660
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680
002690     PERFORM 2000-LOAD-LINE THRU 2000-EXIT
002700         UNTIL END-OF-JOB-LINES.
002710
002720     PERFORM 3000-MATCH-CUT THRU 3000-EXIT
002730         UNTIL END-OF-HISTORY.
002740
002750     PERFORM 4000-PRINT-LINE THRU 4000-EXIT
002760         VARYING WS-LINE-IX FROM 1 BY 1
002770         UNTIL WS-LINE-IX > WS-LINE-COUNT-TBL.
002780
002790     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002810
002820     GOBACK.
002830
002840******************************************************************
002850* 1000-INITIALIZE
002860* ACCEPTS THE AT-RISK WINDOW AND OPENS THE FILES.  A BLANK OR ZERO
002870* WINDOW TAKES THE SHOP DEFAULT SO THE NIGHTLY RUN NEEDS NOTHING
002880* KEYED.  NO JOB LINE FILE YET MEANS NO LINES HAVE BEEN KEYED AND
002890* NO HISTORY FILE MEANS NOTHING HAS BEEN CUT - THE REPORT STILL
002900* PRINTS EITHER WAY.
002910******************************************************************
002920 1000-INITIALIZE.
002930
002940     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002950     MOVE WS-TODAY TO WS-DATE-WORK-N.
002960     PERFORM 1400-GET-DAY-NUMBER THRU 1400-EXIT.
002970     MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.
002980
002990     DISPLAY "AT-RISK WINDOW IN DAYS (NN, BLANK FOR 05):".
003000     MOVE SPACES TO WS-WINDOW-X.
003010     ACCEPT WS-WINDOW-X.
003020     IF WS-WINDOW-X NUMERIC AND WS-WINDOW-IN > ZERO
003030         MOVE WS-WINDOW-IN TO WS-WINDOW
003040     ELSE
003050         MOVE WS-DEFAULT-WINDOW TO WS-WINDOW
003060     END-IF.
003070
003080     OPEN INPUT JOB-LINE.
003090     IF WS-JOBLINE-STATUS NOT = "00"
003100         DISPLAY "NO JOB LINE FILE, STATUS " WS-JOBLINE-STATUS
003110             " - NO ORDER LINES ON FILE"
003120         SET END-OF-JOB-LINES TO TRUE
003130     ELSE
003140         SET JOBLINE-IS-OPEN TO TRUE
003150     END-IF.
003160
003170     OPEN INPUT CIRCLE-MASTER.
003180     IF WS-CIRCMSTR-STATUS NOT = "00"
003190         DISPLAY "HISTORY FILE CIRCMSTI UNAVAILABLE, STATUS "
003200             WS-CIRCMSTR-STATUS " - NOTHING COUNTED AS CUT"
003210         SET END-OF-HISTORY TO TRUE
003220     ELSE
003230         SET HISTORY-IS-OPEN TO TRUE
003240     END-IF.
003250
003260     OPEN INPUT JOB-MASTER.
003270     IF WS-JOBMSTR-STATUS NOT = "00"
003280         DISPLAY "JOB-ORDER MASTER UNAVAILABLE, STATUS "
003290             WS-JOBMSTR-STATUS " - CUSTOMERS NOT PRINTED"
003300     ELSE
003310         SET JOBMSTR-IS-OPEN TO TRUE
003320     END-IF.
003330
003340     OPEN OUTPUT BACKLOG-RPT.
003350
003360     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
003370     PERFORM 2900-READ-JOB-LINE THRU 2900-EXIT.
003380     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
003390
003400 1000-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440* 1300-PRINT-HEADINGS
003450* WRITES THE COMPANY/RUN-DATE/WINDOW/COLUMN HEADING LINES AND
003460* BUMPS THE PAGE COUNTER.
003470******************************************************************
003480 1300-PRINT-HEADINGS.
003490
003500     ADD 1 TO WS-PAGE-COUNT.
003510     MOVE ZERO TO WS-LINE-COUNT.
003520
003530     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
003540     MOVE WS-TODAY TO WS-HDG2-DATE.
003550     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
003560     MOVE WS-WINDOW TO WS-HDG2A-WINDOW.
003570
003580     IF WS-PAGE-COUNT > 1
003590         MOVE SPACES TO BACKLOG-RPT-LINE
003600         WRITE BACKLOG-RPT-LINE
003610             BEFORE ADVANCING PAGE
003620     END-IF.
003630
003640     MOVE WS-HDG1 TO BACKLOG-RPT-LINE.
003650     WRITE BACKLOG-RPT-LINE.
003660     MOVE WS-HDG2 TO BACKLOG-RPT-LINE.
003670     WRITE BACKLOG-RPT-LINE.
003680     MOVE WS-HDG2A TO BACKLOG-RPT-LINE.
003690     WRITE BACKLOG-RPT-LINE.
003700     MOVE SPACES TO BACKLOG-RPT-LINE.
003710     WRITE BACKLOG-RPT-LINE.
003720     MOVE WS-HDG3 TO BACKLOG-RPT-LINE.
003730     WRITE BACKLOG-RPT-LINE.
003740
003750 1300-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 1400-GET-DAY-NUMBER
003800* TURNS THE DATE IN WS-DATE-WORK INTO A RUNNING DAY NUMBER SO TWO
003810* DATES CAN BE SUBTRACTED - DAYS IN THE WHOLE YEARS BEFORE IT, ONE
003820* MORE FOR EACH LEAP YEAR AMONG THEM, THE DAYS BEFORE ITS MONTH
003830* AND ITS DAY OF THE MONTH.  THE SIMPLE EVERY-FOURTH-YEAR LEAP
003840* RULE IS GOOD THROUGH 2099.  A DATE WITH NO VALID MONTH COUNTS
003845* AS TODAY.
003850******************************************************************
003860 1400-GET-DAY-NUMBER.
003870
003880     IF WS-DW-MM < 1 OR WS-DW-MM > 12
003890         MOVE WS-TODAY-DAYS TO WS-DAY-NUMBER
003900         GO TO 1400-EXIT
003910     END-IF.
003920
003930     SUBTRACT 1 FROM WS-DW-YYYY GIVING WS-YEARS-BEFORE.
003940     DIVIDE WS-YEARS-BEFORE BY 4 GIVING WS-LEAP-QUOT.
003950     COMPUTE WS-DAY-NUMBER = WS-YEARS-BEFORE * 365
003960         + WS-LEAP-QUOT
003970         + WS-DAYS-BEFORE-MONTH (WS-DW-MM)
003980         + WS-DW-DD.
003990
004000     IF WS-DW-MM > 2
004010         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
004020             REMAINDER WS-LEAP-REM
004030         IF WS-LEAP-REM = ZERO
004040             ADD 1 TO WS-DAY-NUMBER
004050         END-IF
004060     END-IF.
004070
004080 1400-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 2000-LOAD-LINE
004130* LOADS ONE JOB LINE INTO THE LINE TABLE UNLESS IT WAS CANCELLED,
004140* THEN READS THE NEXT.
004150******************************************************************
004160 2000-LOAD-LINE.
004170     IF NOT JL-IS-CANCELLED
004180         PERFORM 2050-ADD-LINE-ENTRY THRU 2050-EXIT
004190     END-IF.
004200
004210     PERFORM 2900-READ-JOB-LINE THRU 2900-EXIT.
004220
004230 2000-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270* 2050-ADD-LINE-ENTRY
004280* ADDS THE CURRENT JOB LINE TO THE TABLE WITH NOTHING CUT YET.
004290******************************************************************
004300 2050-ADD-LINE-ENTRY.
004310
004320     IF WS-LINE-COUNT-TBL >= WS-MAX-LINES
004330         IF NOT LINE-TABLE-OVERFLOWED
004340             SET LINE-TABLE-OVERFLOWED TO TRUE
004350             DISPLAY "LINE TABLE FULL - BACKLOG IS INCOMPLETE, "
004360                 "LINES PAST " WS-MAX-LINES " NOT REPORTED"
004370         END-IF
004380         GO TO 2050-EXIT
004390     END-IF.
004400
004410     ADD 1 TO WS-LINE-COUNT-TBL.
004420     MOVE WS-LINE-COUNT-TBL TO WS-HIT-IX.
004430     MOVE JL-JOB-NUMBER TO LT-JOB-NUMBER (WS-HIT-IX).
004440     MOVE JL-LINE-NUMBER TO LT-LINE-NUMBER (WS-HIT-IX).
004450     MOVE JL-PART-NUMBER TO LT-PART-NUMBER (WS-HIT-IX).
004460     MOVE JL-QTY-ORDERED TO LT-QTY-ORDERED (WS-HIT-IX).
004470     MOVE JL-DUE-DATE TO LT-DUE-DATE (WS-HIT-IX).
004480     MOVE JL-LINE-STATUS TO LT-LINE-STATUS (WS-HIT-IX).
004490     MOVE ZERO TO LT-QTY-CUT (WS-HIT-IX).
004500     MOVE ZERO TO LT-QTY-DONE (WS-HIT-IX).
004510
004520 2050-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 2900-READ-JOB-LINE
004570* READS THE NEXT JOB LINE AND SETS END-OF-JOB-LINES WHEN THE FILE
004580* IS EXHAUSTED.
004590******************************************************************
004600 2900-READ-JOB-LINE.
004610
004620     IF END-OF-JOB-LINES
004630         GO TO 2900-EXIT
004640     END-IF.
004650
004660     READ JOB-LINE
004670         AT END
004680             SET END-OF-JOB-LINES TO TRUE
004690         NOT AT END
004700             ADD 1 TO WS-LINES-READ
004710     END-READ.
004720
004730 2900-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 3000-MATCH-CUT
004780* CREDITS ONE HISTORY RECORD TO A JOB LINE, THEN READS THE NEXT.
004790* ONLY A LIVE CUT FOR A JOB COUNTS - SUPERSEDED AND SCRAPPED CUTS
004800* ARE REPLACED BY OTHERS AND DON'T FILL AN ORDER.  THE CUT GOES TO
004810* THE JOB'S FIRST LINE FOR THE PART THAT STILL HAS ROOM, OR TO ITS
004820* LAST LINE FOR THE PART ONCE THEY ARE ALL FULL, SO AN OVER-CUT
004830* SHOWS UP ON THE LINE IT RAN PAST.  A CUT WHOSE JOB HAS NO LINE
004840* FOR THE PART ISN'T PART OF THE BACKLOG AND IS PASSED OVER.
004850******************************************************************
004860 3000-MATCH-CUT.
004870
004880     IF CM-JOB-NUMBER NOT = SPACES
004890         AND NOT CM-CUT-IS-SUPERSEDED
004900         AND NOT CM-CUT-IS-SCRAPPED
004910         PERFORM 3050-POST-ONE-CUT THRU 3050-EXIT
004920     END-IF.
004930
004940     PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
004950
004960 3000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 3050-POST-ONE-CUT
005010* FINDS THE LINE THE CURRENT CUT FILLS AND ADDS IT IN - TO THE CUT
005020* COUNT ALWAYS, AND TO THE DONE COUNT WHEN CNCRECON HAS CONFIRMED
005030* THE CUT COMPLETE.
005040******************************************************************
005050 3050-POST-ONE-CUT.
005060
005070     SET LINE-WITH-ROOM-NOT-FOUND TO TRUE.
005080     MOVE ZERO TO WS-HIT-IX.
005090     MOVE ZERO TO WS-LAST-MATCH-IX.
005100     PERFORM 3100-SCAN-LINE-TABLE THRU 3100-EXIT
005110         VARYING WS-LINE-IX FROM 1 BY 1
005120         UNTIL LINE-WITH-ROOM-FOUND
005130         OR WS-LINE-IX > WS-LINE-COUNT-TBL.
005140
005150     IF LINE-WITH-ROOM-NOT-FOUND
005160         MOVE WS-LAST-MATCH-IX TO WS-HIT-IX
005170     END-IF.
005180
005190     IF WS-HIT-IX = ZERO
005200         GO TO 3050-EXIT
005210     END-IF.
005220
005230     ADD 1 TO LT-QTY-CUT (WS-HIT-IX).
005240     IF CM-CUT-IS-COMPLETE
005250         ADD 1 TO LT-QTY-DONE (WS-HIT-IX)
005260     END-IF.
005270     ADD 1 TO WS-CUTS-MATCHED.
005280
005290 3050-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330* 3100-SCAN-LINE-TABLE
005340* ONE STEP OF THE LINE-TABLE SCAN - REMEMBERS EVERY LINE FOR THE
005350* CUT'S JOB AND PART AND FLAGS A HIT ON THE FIRST ONE WITH ROOM.
005360******************************************************************
005370 3100-SCAN-LINE-TABLE.
005380
005390     IF LT-JOB-NUMBER (WS-LINE-IX) = CM-JOB-NUMBER
005400         AND LT-PART-NUMBER (WS-LINE-IX) = CM-PART-NUMBER
005410         MOVE WS-LINE-IX TO WS-LAST-MATCH-IX
005420         IF LT-QTY-CUT (WS-LINE-IX) < LT-QTY-ORDERED (WS-LINE-IX)
005430             SET LINE-WITH-ROOM-FOUND TO TRUE
005440             MOVE WS-LINE-IX TO WS-HIT-IX
005450         END-IF
005460     END-IF.
005470
005480 3100-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 3900-READ-HISTORY
005530* READS THE NEXT HISTORY RECORD AND SETS END-OF-HISTORY WHEN THE
005540* FILE IS EXHAUSTED.
005550******************************************************************
005560 3900-READ-HISTORY.
005570
005580     IF END-OF-HISTORY
005590         GO TO 3900-EXIT
005600     END-IF.
005610
005620     READ CIRCLE-MASTER
005630         AT END
005640             SET END-OF-HISTORY TO TRUE
005650         NOT AT END
005660             ADD 1 TO WS-HISTORY-READ
005670     END-READ.
005680
005690 3900-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 4000-PRINT-LINE
005740* PRINTS ONE OPEN LINE.  REMAINING IS WHAT IS ORDERED LESS WHAT
005750* HAS BEEN CONFIRMED COMPLETE - A PENDING CUT MAY STILL FAULT ON
005760* THE TABLE, SO IT DOESN'T TAKE A LINE OFF THE BACKLOG.  A LINE
005770* WITH NOTHING REMAINING IS FLAGGED FILLED SO THE OFFICE CLOSES
005780* IT; OTHERWISE ONE PAST ITS DUE DATE IS LATE AND ONE DUE INSIDE
005790* THE WINDOW IS AT RISK.
005800******************************************************************
005810 4000-PRINT-LINE.
005820
005830     IF LT-LINE-STATUS (WS-LINE-IX) NOT = "O"
005840         GO TO 4000-EXIT
005850     END-IF.
005860
005870     ADD 1 TO WS-OPEN-LINES.
005880
005890     IF LT-JOB-NUMBER (WS-LINE-IX) NOT = WS-PREV-JOB
005900         MOVE LT-JOB-NUMBER (WS-LINE-IX) TO WS-PREV-JOB
005910         PERFORM 4100-GET-CUSTOMER THRU 4100-EXIT
005920     END-IF.
005930
005940     IF LT-QTY-DONE (WS-LINE-IX) >= LT-QTY-ORDERED (WS-LINE-IX)
005950         MOVE ZERO TO WS-QTY-REMAINING
005960     ELSE
005970         COMPUTE WS-QTY-REMAINING = LT-QTY-ORDERED (WS-LINE-IX)
005980             - LT-QTY-DONE (WS-LINE-IX)
005990     END-IF.
006000
006010     MOVE LT-DUE-DATE (WS-LINE-IX) TO WS-DATE-WORK-N.
006020     PERFORM 1400-GET-DAY-NUMBER THRU 1400-EXIT.
006030     COMPUTE WS-DAYS-TO-DUE = WS-DAY-NUMBER - WS-TODAY-DAYS.
006040
006050     MOVE SPACES TO WS-DTL-FLAG.
006060     IF WS-QTY-REMAINING = ZERO
006070         MOVE "FILLED" TO WS-DTL-FLAG
006080         ADD 1 TO WS-FILLED-LINES
006090     ELSE
006100         IF WS-DAYS-TO-DUE < ZERO
006110             MOVE "LATE" TO WS-DTL-FLAG
006120             ADD 1 TO WS-LATE-LINES
006130         ELSE
006140             IF WS-DAYS-TO-DUE <= WS-WINDOW
006150                 MOVE "AT RISK" TO WS-DTL-FLAG
006160                 ADD 1 TO WS-RISK-LINES
006170             END-IF
006180         END-IF
006190     END-IF.
006200
006210     ADD LT-QTY-ORDERED (WS-LINE-IX) TO WS-TOTAL-ORDERED.
006220     ADD WS-QTY-REMAINING TO WS-TOTAL-REMAINING.
006230
006240     MOVE LT-JOB-NUMBER (WS-LINE-IX) TO WS-DTL-JOB-NUMBER.
006250     MOVE WS-CUSTOMER-NAME TO WS-DTL-CUSTOMER.
006260     MOVE LT-LINE-NUMBER (WS-LINE-IX) TO WS-DTL-LINE-NUMBER.
006270     MOVE LT-PART-NUMBER (WS-LINE-IX) TO WS-DTL-PART-NUMBER.
006280     MOVE LT-DUE-DATE (WS-LINE-IX) TO WS-DTL-DUE-DATE.
006290     MOVE LT-QTY-ORDERED (WS-LINE-IX) TO WS-DTL-ORDERED.
006300     MOVE LT-QTY-CUT (WS-LINE-IX) TO WS-DTL-CUT.
006310     MOVE LT-QTY-DONE (WS-LINE-IX) TO WS-DTL-DONE.
006320     MOVE WS-QTY-REMAINING TO WS-DTL-REMAINING.
006330     MOVE WS-DAYS-TO-DUE TO WS-DTL-DAYS.
006340
006350     MOVE WS-DETAIL-LINE TO BACKLOG-RPT-LINE.
006360     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
006370
006380 4000-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 4100-GET-CUSTOMER
006430* LOOKS UP THE CUSTOMER FOR A NEW JOB ON THE REPORT.  A JOB NOT ON
006440* THE MASTER, OR NO MASTER, PRINTS A BLANK CUSTOMER.
006450******************************************************************
006460 4100-GET-CUSTOMER.
006470
006480     MOVE SPACES TO WS-CUSTOMER-NAME.
006490
006500     IF NOT JOBMSTR-IS-OPEN
006510         GO TO 4100-EXIT
006520     END-IF.
006530
006540     MOVE WS-PREV-JOB TO JO-JOB-NUMBER.
006550     READ JOB-MASTER
006560         INVALID KEY
006570             MOVE SPACES TO WS-CUSTOMER-NAME
006580         NOT INVALID KEY
006590             MOVE JO-CUSTOMER-NAME TO WS-CUSTOMER-NAME
006600     END-READ.
006610
006620 4100-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 7100-WRITE-REPORT-LINE
006670* WRITES THE STAGED REPORT LINE, BREAKING TO A NEW PAGE AS
006680* NEEDED.
006690******************************************************************
006700 7100-WRITE-REPORT-LINE.
006710
006720     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
006730         MOVE BACKLOG-RPT-LINE TO WS-HOLD-LINE
006740         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
006750         MOVE WS-HOLD-LINE TO BACKLOG-RPT-LINE
006760     END-IF.
006770
006780     WRITE BACKLOG-RPT-LINE.
006790     ADD 1 TO WS-LINE-COUNT.
006800
006810 7100-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850* 8000-PRINT-TOTALS
006860* PRINTS THE BACKLOG TOTALS AND ECHOES THE LATE AND AT-RISK COUNTS
006870* TO THE CONSOLE.
006880******************************************************************
006890 8000-PRINT-TOTALS.
006900
006910     IF WS-OPEN-LINES = ZERO
006920         MOVE "  NO OPEN ORDER LINES" TO BACKLOG-RPT-LINE
006930         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
006940     END-IF.
006950
006960     MOVE WS-OPEN-LINES TO WS-TOT-OPEN.
006970     MOVE WS-LATE-LINES TO WS-TOT-LATE.
006980     MOVE WS-RISK-LINES TO WS-TOT-RISK.
006990     MOVE WS-FILLED-LINES TO WS-TOT-FILLED.
007000     MOVE WS-TOTAL-ORDERED TO WS-TOT-ORDERED.
007010     MOVE WS-TOTAL-REMAINING TO WS-TOT-REMAIN.
007020     MOVE WS-CUTS-MATCHED TO WS-TOT-MATCHED.
007030
007040     MOVE SPACES TO BACKLOG-RPT-LINE.
007050     WRITE BACKLOG-RPT-LINE.
007060     MOVE WS-TOT-OPEN-LINE TO BACKLOG-RPT-LINE.
007070     WRITE BACKLOG-RPT-LINE.
007080     MOVE WS-TOT-LATE-LINE TO BACKLOG-RPT-LINE.
007090     WRITE BACKLOG-RPT-LINE.
007100     MOVE WS-TOT-RISK-LINE TO BACKLOG-RPT-LINE.
007110     WRITE BACKLOG-RPT-LINE.
007120     MOVE WS-TOT-FILLED-LINE TO BACKLOG-RPT-LINE.
007130     WRITE BACKLOG-RPT-LINE.
007140     MOVE WS-TOT-ORDERED-LINE TO BACKLOG-RPT-LINE.
007150     WRITE BACKLOG-RPT-LINE.
007160     MOVE WS-TOT-REMAIN-LINE TO BACKLOG-RPT-LINE.
007170     WRITE BACKLOG-RPT-LINE.
007180     MOVE WS-TOT-MATCHED-LINE TO BACKLOG-RPT-LINE.
007190     WRITE BACKLOG-RPT-LINE.
007200
007210     DISPLAY "OPEN LINES:        " WS-TOT-OPEN.
007220     DISPLAY "LINES LATE:        " WS-TOT-LATE.
007230     DISPLAY "LINES AT RISK:     " WS-TOT-RISK.
007240
007250 8000-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 9000-TERMINATE
007300* CLOSES THE FILES THAT MADE IT OPEN.
007310******************************************************************
007320 9000-TERMINATE.
007330
007340     IF JOBLINE-IS-OPEN
007350         CLOSE JOB-LINE
007360     END-IF.
007370
007380     IF HISTORY-IS-OPEN
007390         CLOSE CIRCLE-MASTER
007400     END-IF.
007410
007420     IF JOBMSTR-IS-OPEN
007430         CLOSE JOB-MASTER
007440     END-IF.
007450
007460     CLOSE BACKLOG-RPT.
007470
007480 9000-EXIT.
007490     EXIT.
007500
007510 END PROGRAM JOBBKLG.
