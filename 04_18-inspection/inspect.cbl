000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INSPECT as "INSPECT".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - DIMENSIONAL INSPECTION ENTRY.  QC
000130*                     SIGNS ON, KEYS THE HISTORY KEY OF A CUT
000140*                     (PART, RUN DATE, RUN SEQUENCE) AND THE
000150*                     MEASURED OUTER DIAMETER - AND THE INNER
000160*                     DIAMETER FOR A RING - IN THE PART'S UNIT
000170*                     CODE.  THE CUT PASSES OR FAILS AGAINST THE
000180*                     PART'S TOLERANCE ON PARTMSTR.  EVERY
000190*                     INSPECTION GOES TO THE INSPECTION LOG WITH
000200*                     THE INSPECTOR AND REASON; A FAILED CUT IS
000210*                     ALSO WRITTEN TO THE NONCONFORMANCE FILE AND
000220*                     ITS HISTORY RECORD IS MARKED SCRAPPED, SO A
000230*                     PART THROWN IN THE SCRAP BIN NO LONGER SHOWS
000240*                     AS A GOOD, COMPLETE CUT AT FULL COST.
000250******************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.
000300 OBJECT-COMPUTER.
000310 SPECIAL-NAMES.
000320     CONSOLE IS CRT.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CM-MASTER-KEY
000400         FILE STATUS IS WS-CIRCMSTR-STATUS.
000410
000420     SELECT PARTS-MASTER ASSIGN TO "PARTMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS PM-PART-NUMBER
000460         FILE STATUS IS WS-PARTMSTR-STATUS.
000470
000480     SELECT INSPECTION-LOG ASSIGN TO "INSPLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-INSPLOG-STATUS.
000510
000520     SELECT NONCONFORMANCE-FILE ASSIGN TO "NCRFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-NCRFILE-STATUS.
000550
000560     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-OPERMSTR-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CIRCLE-MASTER
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 134 CHARACTERS.
000650     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000660         ==CIRCLE-MASTER-RECORD==
000670         LEADING ==CS-== BY ==CM-==.
000680
000690 FD  PARTS-MASTER
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 95 CHARACTERS.
000720     COPY PARTMSTR.
000730
000740 FD  INSPECTION-LOG
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 166 CHARACTERS.
000770     COPY INSPREC.
000780
000790 FD  NONCONFORMANCE-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 166 CHARACTERS.
000820     COPY INSPREC REPLACING ==INSPECTION-RECORD== BY
000830         ==NONCONFORMANCE-RECORD==
000840         LEADING ==IR-== BY ==NC-==.
000850
000860 FD  OPERATOR-MASTER
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 44 CHARACTERS.
000890     COPY OPERMSTR.
000900
000910 WORKING-STORAGE SECTION.
000920 01  WS-MAINT-PARMS.
000930     05  WS-USER-ID              PIC X(10) VALUE SPACES.
000940     05  WS-PASSWORD-IN          PIC X(10) VALUE SPACES.
000950     05  WS-FUNCTION-CODE        PIC X(01) VALUE SPACE.
000960         88  MAINT-IS-INSPECT            VALUE "I".
000970         88  MAINT-IS-QUIT               VALUE "Q".
000980
000990 01  WS-KEYED-FIELDS.
001000     05  WS-PART-IN              PIC X(06).
001010     05  WS-RUN-DATE-IN          PIC X(08).
001020     05  WS-RUN-DATE-IN-NUM REDEFINES WS-RUN-DATE-IN
001030                                 PIC 9(08).
001040     05  WS-RUN-SEQ-IN           PIC X(04).
001050     05  WS-RUN-SEQ-IN-NUM REDEFINES WS-RUN-SEQ-IN
001060                                 PIC 9(04).
001070     05  WS-OD-IN                PIC X(10).
001080     05  WS-OD-IN-NUM REDEFINES WS-OD-IN
001090                                 PIC 9(05)V9(05).
001100     05  WS-ID-IN                PIC X(10).
001110     05  WS-ID-IN-NUM REDEFINES WS-ID-IN
001120                                 PIC 9(05)V9(05).
001130     05  WS-REASON-IN            PIC X(30).
001140
001150 01  WS-WORK-FIELDS.
001160     05  WS-NOMINAL-OD           PIC 9(05)V9(05).
001170     05  WS-NOMINAL-ID           PIC 9(05)V9(05).
001180     05  WS-SIZE-DIFF            PIC S9(05)V9(05).
001190     05  WS-FAIL-CODE            PIC X(02).
001200         88  CUT-IS-IN-TOLERANCE         VALUE SPACES.
001210         88  FAIL-OD-UNDERSIZE           VALUE "OU".
001220         88  FAIL-OD-OVERSIZE            VALUE "OO".
001230         88  FAIL-ID-UNDERSIZE           VALUE "IU".
001240         88  FAIL-ID-OVERSIZE            VALUE "IO".
001250     05  WS-FAIL-TEXT            PIC X(30).
001260     05  WS-DSP-SIZE             PIC ZZZZ9.99999.
001270     05  WS-DSP-TOLERANCE        PIC Z9.9999.
001280
001290 01  WS-CONSTANTS.
001300     05  WS-MM-PER-INCH          PIC 9(02)V9(01) VALUE 25.4.
001310
001320 77  WS-TODAY                    PIC 9(08).
001330 77  WS-INSPECT-COUNT            PIC 9(05) COMP VALUE ZERO.
001340 77  WS-PASS-COUNT               PIC 9(05) COMP VALUE ZERO.
001350 77  WS-FAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
001360
001370 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001380 77  WS-PARTMSTR-STATUS          PIC X(02) VALUE SPACES.
001390 77  WS-INSPLOG-STATUS           PIC X(02) VALUE SPACES.
001400 77  WS-NCRFILE-STATUS           PIC X(02) VALUE SPACES.
001410 77  WS-OPERMSTR-STATUS          PIC X(02) VALUE SPACES.
001420
001430 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001440     88  EDITS-PASSED                    VALUE "Y".
001450     88  EDITS-FAILED                    VALUE "N".
001460 77  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
001470     88  FILES-ARE-OPEN                  VALUE "Y".
001480 77  WS-AUTH-SWITCH              PIC X(01) VALUE "N".
001490     88  USER-IS-AUTHORIZED              VALUE "Y".
001500 77  WS-OPER-EOF-SWITCH          PIC X(01) VALUE "N".
001510     88  END-OF-OPERATORS                VALUE "Y".
001520 77  WS-OPER-MATCH-SWITCH        PIC X(01) VALUE "N".
001530     88  OPERATOR-WAS-FOUND              VALUE "Y".
001540
001550 PROCEDURE DIVISION.
001560
001570******************************************************************
001580* 0000-MAINLINE
001590* TOP-LEVEL CONTROL - SIGNS THE INSPECTOR ON, LOOPS TAKING ONE
001600* INSPECTION AT A TIME UNTIL THE INSPECTOR QUITS, THEN DISPLAYS
001610* THE SESSION COUNTS.
001620******************************************************************
001630 0000-MAINLINE.
001640
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660
001670     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001680         UNTIL MAINT-IS-QUIT.
001690
001700     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720
001730     GOBACK.
001740
001750******************************************************************
001760* 1000-INITIALIZE
001770* SIGNS THE INSPECTOR ON AND OPENS THE FILES.  THE HISTORY AND
001780* PARTS MASTERS MUST BOTH BE THERE - WITHOUT THE ONE THERE IS NO
001790* CUT TO INSPECT AND WITHOUT THE OTHER NO TOLERANCE TO INSPECT
001800* IT AGAINST.  THE LOG AND NONCONFORMANCE FILES ARE CREATED ON
001810* FIRST USE.
001820******************************************************************
001830 1000-INITIALIZE.
001840
001850     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001860
001870     DISPLAY "DIMENSIONAL INSPECTION ENTRY".
001880     DISPLAY "INSPECTOR ID:".
001890     ACCEPT WS-USER-ID.
001900     DISPLAY "PASSWORD:".
001910     ACCEPT WS-PASSWORD-IN.
001920
001930     PERFORM 1100-VERIFY-USER THRU 1100-EXIT.
001940     IF NOT USER-IS-AUTHORIZED
001950         DISPLAY "INSPECTION REFUSED FOR USER " WS-USER-ID
001960         SET MAINT-IS-QUIT TO TRUE
001970         MOVE 8 TO RETURN-CODE
001980         GO TO 1000-EXIT
001990     END-IF.
002000
002010     OPEN I-O CIRCLE-MASTER.
002020     IF WS-CIRCMSTR-STATUS NOT = "00"
002030         DISPLAY "HISTORY FILE CIRCMSTI OPEN FAILED, STATUS "
002040             WS-CIRCMSTR-STATUS
002050         SET MAINT-IS-QUIT TO TRUE
002060         MOVE 8 TO RETURN-CODE
002070         GO TO 1000-EXIT
002080     END-IF.
002090
002100     OPEN INPUT PARTS-MASTER.
002110     IF WS-PARTMSTR-STATUS NOT = "00"
002120         DISPLAY "PARTS-MASTER OPEN FAILED, STATUS "
002130             WS-PARTMSTR-STATUS
002140         CLOSE CIRCLE-MASTER
002150         SET MAINT-IS-QUIT TO TRUE
002160         MOVE 8 TO RETURN-CODE
002170         GO TO 1000-EXIT
002180     END-IF.
002190
002200     OPEN EXTEND INSPECTION-LOG.
002210     IF WS-INSPLOG-STATUS = "35"
002220         OPEN OUTPUT INSPECTION-LOG
002230     END-IF.
002240
002250     OPEN EXTEND NONCONFORMANCE-FILE.
002260     IF WS-NCRFILE-STATUS = "35"
002270         OPEN OUTPUT NONCONFORMANCE-FILE
002280     END-IF.
002290
002300     SET FILES-ARE-OPEN TO TRUE.
002310
002320 1000-EXIT.
002330     EXIT.
002340
002350******************************************************************
002360* 1100-VERIFY-USER
002370* SIGNS THE KEYED INSPECTOR ON AGAINST THE OPERATOR MASTER - THE
002380* ID MUST BE ON FILE AND NOT LOCKED AND THE PASSWORD MUST MATCH.
002390* ANY ROLE MAY INSPECT; WHAT MATTERS IS THAT THE NAME ON THE
002400* INSPECTION IS A REAL, SIGNED-ON PERSON.  A SHOP WITHOUT THE
002410* OPERATOR MASTER LOADED RUNS OPEN WITH A CONSOLE NOTE, THE SAME
002420* FALLBACK THE SIGN-ON STEP USES.
002430******************************************************************
002440 1100-VERIFY-USER.
002450
002460     OPEN INPUT OPERATOR-MASTER.
002470     IF WS-OPERMSTR-STATUS NOT = "00"
002480         DISPLAY "OPERATOR MASTER NOT LOADED - SIGN-ON CHECK "
002490             "SKIPPED"
002500         SET USER-IS-AUTHORIZED TO TRUE
002510         GO TO 1100-EXIT
002520     END-IF.
002530
002540     PERFORM 1110-CHECK-ONE-OPERATOR THRU 1110-EXIT
002550         UNTIL OPERATOR-WAS-FOUND OR END-OF-OPERATORS.
002560     CLOSE OPERATOR-MASTER.
002570
002580     IF NOT OPERATOR-WAS-FOUND
002590         DISPLAY "USER " WS-USER-ID " IS NOT ON THE OPERATOR "
002600             "MASTER"
002610         GO TO 1100-EXIT
002620     END-IF.
002630
002640     IF OM-IS-LOCKED
002650         DISPLAY "USER " WS-USER-ID " IS LOCKED - SEE THE "
002660             "SUPERVISOR"
002670         GO TO 1100-EXIT
002680     END-IF.
002690
002700     IF WS-PASSWORD-IN NOT = OM-PASSWORD
002710         DISPLAY "INVALID PASSWORD"
002720         GO TO 1100-EXIT
002730     END-IF.
002740
002750     SET USER-IS-AUTHORIZED TO TRUE.
002760
002770 1100-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 1110-CHECK-ONE-OPERATOR
002820* READS ONE OPERATOR MASTER RECORD LOOKING FOR THE KEYED USER.
002830******************************************************************
002840 1110-CHECK-ONE-OPERATOR.
002850
002860     READ OPERATOR-MASTER
002870         AT END
002880             SET END-OF-OPERATORS TO TRUE
002890             GO TO 1110-EXIT
002900     END-READ.
002910
002920     IF OM-OPERATOR-ID = WS-USER-ID
002930         SET OPERATOR-WAS-FOUND TO TRUE
002940     END-IF.
002950
002960 1110-EXIT.
002970     EXIT.
002980
002990******************************************************************
003000* 2000-PROCESS-REQUEST
003010* DISPLAYS THE FUNCTION MENU, ACCEPTS ONE FUNCTION CODE AND
003020* ROUTES IT.
003030******************************************************************
003040 2000-PROCESS-REQUEST.
003050
003060     DISPLAY " ".
003070     DISPLAY "FUNCTION - I=INSPECT A CUT, Q=QUIT:".
003080     ACCEPT WS-FUNCTION-CODE.
003090
003100     EVALUATE TRUE
003110         WHEN MAINT-IS-INSPECT
003120             PERFORM 3000-INSPECT-CUT THRU 3000-EXIT
003130         WHEN MAINT-IS-QUIT
003140             CONTINUE
003150         WHEN OTHER
003160             DISPLAY "INVALID FUNCTION CODE"
003170     END-EVALUATE.
003180
003190 2000-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230* 3000-INSPECT-CUT
003240* INSPECTS ONE CUT.  THE HISTORY RECORD MUST BE ON FILE AND STILL
003250* STAND AS A CUT - ONE ALREADY REPLACED BY A RECUT OR ALREADY
003260* SCRAPPED IS REFUSED - AND ITS PART MUST BE ON THE PARTS MASTER
003270* FOR THE TOLERANCE.  THE MEASUREMENTS ARE JUDGED, THE INSPECTION
003280* IS LOGGED, AND A FAILURE IS WRITTEN AS A NONCONFORMANCE AND
003290* MARKS THE HISTORY RECORD SCRAPPED.
003300******************************************************************
003310 3000-INSPECT-CUT.
003320
003330     PERFORM 6100-ACCEPT-CUT-KEY THRU 6100-EXIT.
003340     IF EDITS-FAILED
003350         GO TO 3000-EXIT
003360     END-IF.
003370
003380     PERFORM 6200-READ-HISTORY THRU 6200-EXIT.
003390     IF EDITS-FAILED
003400         GO TO 3000-EXIT
003410     END-IF.
003420
003430     PERFORM 6300-READ-PART THRU 6300-EXIT.
003440     IF EDITS-FAILED
003450         GO TO 3000-EXIT
003460     END-IF.
003470
003480     PERFORM 6400-SET-NOMINALS THRU 6400-EXIT.
003490     PERFORM 6500-ACCEPT-MEASUREMENTS THRU 6500-EXIT.
003500     IF EDITS-FAILED
003510         DISPLAY "CUT NOT INSPECTED"
003520         GO TO 3000-EXIT
003530     END-IF.
003540
003550     PERFORM 6600-JUDGE-CUT THRU 6600-EXIT.
003560     PERFORM 6700-ACCEPT-REASON THRU 6700-EXIT.
003570
003580     PERFORM 7000-WRITE-INSPECTION THRU 7000-EXIT.
003590     ADD 1 TO WS-INSPECT-COUNT.
003600
003610     IF CUT-IS-IN-TOLERANCE
003620         ADD 1 TO WS-PASS-COUNT
003630         DISPLAY "CUT " CM-PART-NUMBER " " CM-RUN-DATE " "
003640             CM-RUN-SEQ " PASSED"
003650         GO TO 3000-EXIT
003660     END-IF.
003670
003680     PERFORM 7100-WRITE-NONCONFORMANCE THRU 7100-EXIT.
003690     ADD 1 TO WS-FAIL-COUNT.
003700
003710     SET CM-CUT-IS-SCRAPPED TO TRUE.
003720     REWRITE CIRCLE-MASTER-RECORD
003730         INVALID KEY
003740             DISPLAY "REWRITE FAILED FOR CUT " CM-PART-NUMBER
003750                 " " CM-RUN-DATE " " CM-RUN-SEQ
003760                 " STATUS " WS-CIRCMSTR-STATUS
003770             GO TO 3000-EXIT
003780     END-REWRITE.
003790
003800     DISPLAY "CUT " CM-PART-NUMBER " " CM-RUN-DATE " "
003810         CM-RUN-SEQ " FAILED - " WS-FAIL-TEXT.
003820     DISPLAY "NONCONFORMANCE WRITTEN, HISTORY MARKED SCRAPPED".
003830
003840 3000-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 6100-ACCEPT-CUT-KEY
003890* ACCEPTS THE HISTORY KEY OF THE CUT - PART NUMBER, RUN DATE AND
003900* RUN SEQUENCE, AS THEY PRINT ON THE HISTORY AND JOB REPORTS.  A
003910* BLANK PART NUMBER BACKS OUT OF THE REQUEST.
003920******************************************************************
003930 6100-ACCEPT-CUT-KEY.
003940
003950     SET EDITS-PASSED TO TRUE.
003960
003970     MOVE SPACES TO WS-PART-IN.
003980     DISPLAY "PART NUMBER (BLANK TO CANCEL):".
003990     ACCEPT WS-PART-IN.
004000     IF WS-PART-IN = SPACES
004010         SET EDITS-FAILED TO TRUE
004020         GO TO 6100-EXIT
004030     END-IF.
004040
004050     MOVE SPACES TO WS-RUN-DATE-IN.
004060     DISPLAY "RUN DATE (YYYYMMDD):".
004070     ACCEPT WS-RUN-DATE-IN.
004080     IF WS-RUN-DATE-IN NOT NUMERIC
004090         DISPLAY "RUN DATE IS NOT NUMERIC"
004100         SET EDITS-FAILED TO TRUE
004110         GO TO 6100-EXIT
004120     END-IF.
004130
004140     MOVE SPACES TO WS-RUN-SEQ-IN.
004150     DISPLAY "RUN SEQUENCE (NNNN):".
004160     ACCEPT WS-RUN-SEQ-IN.
004170     IF WS-RUN-SEQ-IN NOT NUMERIC
004180         DISPLAY "RUN SEQUENCE IS NOT NUMERIC"
004190         SET EDITS-FAILED TO TRUE
004200     END-IF.
004210
004220 6100-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 6200-READ-HISTORY
004270* RANDOM-READS THE HISTORY RECORD FOR THE KEYED CUT AND REFUSES
004280* ONE THAT NO LONGER STANDS AS A CUT.
004290******************************************************************
004300 6200-READ-HISTORY.
004310
004320     MOVE WS-PART-IN TO CM-PART-NUMBER.
004330     MOVE WS-RUN-DATE-IN-NUM TO CM-RUN-DATE.
004340     MOVE WS-RUN-SEQ-IN-NUM TO CM-RUN-SEQ.
004350     READ CIRCLE-MASTER
004360         INVALID KEY
004370             DISPLAY "CUT " WS-PART-IN " " WS-RUN-DATE-IN " "
004380                 WS-RUN-SEQ-IN " IS NOT ON THE HISTORY FILE"
004390             SET EDITS-FAILED TO TRUE
004400             GO TO 6200-EXIT
004410     END-READ.
004420
004430     IF CM-CUT-IS-SUPERSEDED
004440         DISPLAY "CUT WAS REPLACED BY A RECUT - INSPECT THE RECUT"
004450         SET EDITS-FAILED TO TRUE
004460         GO TO 6200-EXIT
004470     END-IF.
004480
004490     IF CM-CUT-IS-SCRAPPED
004500         DISPLAY "CUT HAS ALREADY FAILED INSPECTION AND IS "
004510             "SCRAPPED"
004520         SET EDITS-FAILED TO TRUE
004525         GO TO 6200-EXIT
004530     END-IF.
004531
004532     IF CM-CUT-IS-SHIPPED
004533         DISPLAY "CUT HAS ALREADY SHIPPED"
004534         SET EDITS-FAILED TO TRUE
004535     END-IF.
004540
004550 6200-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 6300-READ-PART
004600* READS THE CUT'S PART FOR ITS UNIT CODE AND TOLERANCE.
004610******************************************************************
004620 6300-READ-PART.
004630
004640     MOVE CM-PART-NUMBER TO PM-PART-NUMBER.
004650     READ PARTS-MASTER
004660         INVALID KEY
004670             DISPLAY "PART " CM-PART-NUMBER " IS NOT ON THE "
004680                 "PARTS MASTER - NO TOLERANCE TO INSPECT AGAINST"
004690             SET EDITS-FAILED TO TRUE
004700     END-READ.
004710
004720 6300-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 6400-SET-NOMINALS
004770* WORKS OUT THE NOMINAL OUTER (AND INNER) DIAMETER THE CUT WAS
004780* PROGRAMMED AT - TWICE THE RADIUS ON THE HISTORY RECORD - IN THE
004790* PART'S UNIT CODE, CONVERTING WHEN THE BATCH RAN IN THE OTHER
004800* UNIT, AND SHOWS QC WHAT THE PIECE SHOULD MEASURE.
004810******************************************************************
004820 6400-SET-NOMINALS.
004830
004840     COMPUTE WS-NOMINAL-OD = CM-RADIUS * 2.
004850     COMPUTE WS-NOMINAL-ID = CM-INNER-RADIUS * 2.
004860
004870     IF CM-UNIT-CODE NOT = SPACES
004880         AND CM-UNIT-CODE NOT = PM-UNIT-CODE
004890         IF CM-UNIT-IS-INCHES
004900             COMPUTE WS-NOMINAL-OD ROUNDED =
004910                 WS-NOMINAL-OD * WS-MM-PER-INCH
004920             COMPUTE WS-NOMINAL-ID ROUNDED =
004930                 WS-NOMINAL-ID * WS-MM-PER-INCH
004940         ELSE
004950             COMPUTE WS-NOMINAL-OD ROUNDED =
004960                 WS-NOMINAL-OD / WS-MM-PER-INCH
004970             COMPUTE WS-NOMINAL-ID ROUNDED =
004980                 WS-NOMINAL-ID / WS-MM-PER-INCH
004990         END-IF
005000     END-IF.
005010
005020     IF NOT CM-SHAPE-IS-RING
005030         MOVE ZERO TO WS-NOMINAL-ID
005040     END-IF.
005050
005060     MOVE PM-TOLERANCE TO WS-DSP-TOLERANCE.
005070     MOVE WS-NOMINAL-OD TO WS-DSP-SIZE.
005080     DISPLAY "NOMINAL OD " WS-DSP-SIZE " " PM-UNIT-CODE
005090         "  TOLERANCE +/- " WS-DSP-TOLERANCE.
005100     IF CM-SHAPE-IS-RING
005110         MOVE WS-NOMINAL-ID TO WS-DSP-SIZE
005120         DISPLAY "NOMINAL ID " WS-DSP-SIZE " " PM-UNIT-CODE
005130     END-IF.
005140
005150 6400-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 6500-ACCEPT-MEASUREMENTS
005200* ACCEPTS THE MEASURED OUTER DIAMETER, AND THE INNER DIAMETER FOR
005210* A RING, KEYED ZONED WITH NO DECIMAL POINT IN THE PART'S UNIT
005220* CODE - THE SAME PICTURE PARTMNT KEYS A DIAMETER IN.
005230******************************************************************
005240 6500-ACCEPT-MEASUREMENTS.
005250
005260     MOVE SPACES TO WS-OD-IN.
005270     DISPLAY "MEASURED OD - 10 DIGITS 99999V99999 NO POINT:".
005280     ACCEPT WS-OD-IN.
005290     IF WS-OD-IN NOT NUMERIC
005300         DISPLAY "MEASURED OD IS NOT NUMERIC"
005310         SET EDITS-FAILED TO TRUE
005320         GO TO 6500-EXIT
005330     END-IF.
005340
005350     MOVE ZERO TO WS-ID-IN-NUM.
005360     IF NOT CM-SHAPE-IS-RING
005370         GO TO 6500-EXIT
005380     END-IF.
005390
005400     MOVE SPACES TO WS-ID-IN.
005410     DISPLAY "MEASURED ID - 10 DIGITS 99999V99999 NO POINT:".
005420     ACCEPT WS-ID-IN.
005430     IF WS-ID-IN NOT NUMERIC
005440         DISPLAY "MEASURED ID IS NOT NUMERIC"
005450         SET EDITS-FAILED TO TRUE
005460     END-IF.
005470
005480 6500-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520* 6600-JUDGE-CUT
005530* PASSES OR FAILS THE CUT.  THE MEASURED OUTER DIAMETER MUST BE
005540* WITHIN THE PART'S PLUS/MINUS TOLERANCE OF NOMINAL, AND FOR A
005550* RING SO MUST THE INNER.  AN OUTER DIAMETER FAILURE IS REPORTED
005560* AHEAD OF AN INNER ONE.
005570******************************************************************
005580 6600-JUDGE-CUT.
005590
005600     MOVE SPACES TO WS-FAIL-CODE.
005610     MOVE SPACES TO WS-FAIL-TEXT.
005620
005630     IF CM-SHAPE-IS-RING
005640         COMPUTE WS-SIZE-DIFF = WS-ID-IN-NUM - WS-NOMINAL-ID
005650         IF WS-SIZE-DIFF < ZERO
005660             AND ZERO - WS-SIZE-DIFF > PM-TOLERANCE
005670             SET FAIL-ID-UNDERSIZE TO TRUE
005680             MOVE "ID UNDERSIZE" TO WS-FAIL-TEXT
005690         END-IF
005700         IF WS-SIZE-DIFF > PM-TOLERANCE
005710             SET FAIL-ID-OVERSIZE TO TRUE
005720             MOVE "ID OVERSIZE" TO WS-FAIL-TEXT
005730         END-IF
005740     END-IF.
005750
005760     COMPUTE WS-SIZE-DIFF = WS-OD-IN-NUM - WS-NOMINAL-OD.
005770     IF WS-SIZE-DIFF < ZERO
005780         AND ZERO - WS-SIZE-DIFF > PM-TOLERANCE
005790         SET FAIL-OD-UNDERSIZE TO TRUE
005800         MOVE "OD UNDERSIZE" TO WS-FAIL-TEXT
005810     END-IF.
005820     IF WS-SIZE-DIFF > PM-TOLERANCE
005830         SET FAIL-OD-OVERSIZE TO TRUE
005840         MOVE "OD OVERSIZE" TO WS-FAIL-TEXT
005850     END-IF.
005860
005870 6600-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 6700-ACCEPT-REASON
005920* SHOWS THE RESULT AND ACCEPTS THE INSPECTOR'S REASON OR NOTE.  A
005930* FAILED CUT KEYED WITHOUT A REASON CARRIES THE FAILURE ITSELF
005940* (E.G. OD UNDERSIZE) AS ITS REASON.
005950******************************************************************
005960 6700-ACCEPT-REASON.
005970
005980     IF CUT-IS-IN-TOLERANCE
005990         DISPLAY "RESULT: PASS"
006000     ELSE
006010         DISPLAY "RESULT: FAIL - " WS-FAIL-TEXT
006020     END-IF.
006030
006040     MOVE SPACES TO WS-REASON-IN.
006050     DISPLAY "REASON / NOTE (30 CHARACTERS, BLANK FOR NONE):".
006060     ACCEPT WS-REASON-IN.
006070
006080     IF WS-REASON-IN = SPACES
006090         MOVE WS-FAIL-TEXT TO WS-REASON-IN
006100     END-IF.
006110
006120 6700-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160* 7000-WRITE-INSPECTION
006170* APPENDS ONE ROW TO THE INSPECTION LOG - WHO MEASURED WHICH CUT,
006180* WHEN, WHAT IT SHOULD HAVE BEEN, WHAT IT WAS AND THE RESULT.
006190******************************************************************
006200 7000-WRITE-INSPECTION.
006210
006220     MOVE SPACES TO INSPECTION-RECORD.
006230     MOVE WS-TODAY TO IR-INSPECT-DATE.
006240     ACCEPT IR-INSPECT-TIME FROM TIME.
006250     MOVE CM-PART-NUMBER TO IR-PART-NUMBER.
006260     MOVE CM-RUN-DATE TO IR-RUN-DATE.
006270     MOVE CM-RUN-SEQ TO IR-RUN-SEQ.
006280     MOVE WS-USER-ID TO IR-INSPECTOR-ID.
006290     IF CUT-IS-IN-TOLERANCE
006300         SET IR-CUT-PASSED TO TRUE
006310     ELSE
006320         SET IR-CUT-FAILED TO TRUE
006330     END-IF.
006340     MOVE WS-FAIL-CODE TO IR-FAIL-CODE.
006350     MOVE WS-REASON-IN TO IR-REASON.
006360     MOVE PM-UNIT-CODE TO IR-UNIT-CODE.
006370     MOVE PM-TOLERANCE TO IR-TOLERANCE.
006380     MOVE WS-NOMINAL-OD TO IR-NOMINAL-OD.
006390     MOVE WS-OD-IN-NUM TO IR-MEASURED-OD.
006400     MOVE WS-NOMINAL-ID TO IR-NOMINAL-ID.
006410     MOVE WS-ID-IN-NUM TO IR-MEASURED-ID.
006420     MOVE CM-OPERATOR-ID TO IR-OPERATOR-ID.
006430     MOVE CM-JOB-NUMBER TO IR-JOB-NUMBER.
006440     MOVE CM-MATERIAL-CODE TO IR-MATERIAL-CODE.
006450     MOVE CM-BLANK-WEIGHT TO IR-BLANK-WEIGHT.
006460     MOVE CM-MATERIAL-COST TO IR-MATERIAL-COST.
006470     WRITE INSPECTION-RECORD.
006480
006490 7000-EXIT.
006500     EXIT.
006510
006520******************************************************************
006530* 7100-WRITE-NONCONFORMANCE
006540* APPENDS THE FAILED INSPECTION, AS LOGGED, TO THE NONCONFORMANCE
006550* FILE NCRRPT TOTALS THE SCRAP FROM.
006560******************************************************************
006570 7100-WRITE-NONCONFORMANCE.
006580
006590     MOVE INSPECTION-RECORD TO NONCONFORMANCE-RECORD.
006600     WRITE NONCONFORMANCE-RECORD.
006610
006620 7100-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 8000-DISPLAY-TOTALS
006670* DISPLAYS THE SESSION INSPECTION COUNTS.
006680******************************************************************
006690 8000-DISPLAY-TOTALS.
006700
006710     DISPLAY "CUTS INSPECTED:    " WS-INSPECT-COUNT.
006720     DISPLAY "CUTS PASSED:       " WS-PASS-COUNT.
006730     DISPLAY "CUTS FAILED:       " WS-FAIL-COUNT.
006740
006750 8000-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 9000-TERMINATE
006800* CLOSES THE FILES THAT MADE IT OPEN.
006810******************************************************************
006820 9000-TERMINATE.
006830
006840     IF NOT FILES-ARE-OPEN
006850         GO TO 9000-EXIT
006860     END-IF.
006870
006880     CLOSE CIRCLE-MASTER.
006890     CLOSE PARTS-MASTER.
006900     CLOSE INSPECTION-LOG.
006910     CLOSE NONCONFORMANCE-FILE.
006920
006930 9000-EXIT.
006940     EXIT.
006950
006960 END PROGRAM INSPECT.
