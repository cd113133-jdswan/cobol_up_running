000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RECUTBLD as "RECUTBLD".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - RECUT BATCH BUILDER.  TAKES EVERY
000130*                     FAULTED OR UNCONFIRMED PART CNCRECON PUT ON
000140*                     ITS EXCEPTION EXTRACT, PLUS EVERY HISTORY
000150*                     RECORD STILL PENDING A KEYED NUMBER OF DAYS
000160*                     AFTER IT WAS CUT, AND WRITES THEM AS A
000170*                     READY-TO-RUN CIRCIN BATCH (RECUTIN) -
000180*                     HEADER, ONE DETAIL PER PART WITH THE
000190*                     ORIGINAL PART NUMBER, RADIUS, SHAPE, INNER
000200*                     RADIUS AND JOB, AND A TRAILER WHOSE COUNT
000210*                     AND HASH TOTAL BALANCE.  EACH ORIGINAL
000220*                     HISTORY RECORD IS MARKED SUPERSEDED AND
000230*                     LOGGED TO THE RECUT REGISTER WITH THE BATCH
000240*                     LINE THAT REPLACED IT, SO SECOND SHIFT NO
000250*                     LONGER HAND-TYPES THE EXCEPTION REPORT INTO
000260*                     AN OUT-OF-BALANCE BATCH AND JOBCOST BILLS
000270*                     ONLY THE RECUT.
000271*   2026-10-15 JS     A KEYED BATCH DATE AND NUMBER ALREADY ON THE
000272*                     BATCH REGISTER (BATCHREG) NOW CANCELS THE
000273*                     RUN, AND THE FINISHED RECUTIN BATCH IS PUT
000274*                     ON THE NIGHT'S BATCH QUEUE (BATCHQ) IN MODE
000275*                     R AND THE KEYED UNIT SO DAILYRUN RUNS IT
000276*                     WITH THE OTHER BATCHES.
000280******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.
000330 OBJECT-COMPUTER.
000340 SPECIAL-NAMES.
000350     CONSOLE IS CRT.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RECON-EXTRACT ASSIGN TO "CNCXEXT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CNCXEXT-STATUS.
000420
000430     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CM-MASTER-KEY
000470         FILE STATUS IS WS-CIRCMSTR-STATUS.
000480
000490     SELECT RECUT-BATCH ASSIGN TO "RECUTIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RECUTIN-STATUS.
000520
000530     SELECT RECUT-REGISTER ASSIGN TO "RECUTREG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RECUTREG-STATUS.
000560
000570     SELECT RECUT-RPT ASSIGN TO "RECUTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RECUTRPT-STATUS.
000591
000592     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS RANDOM
000595         RECORD KEY IS BR-BATCH-KEY
000596         FILE STATUS IS WS-BATCHREG-STATUS.
000597
000598     SELECT BATCH-QUEUE ASSIGN TO "BATCHQ"
000599         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BATCHQ-STATUS.
000601
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  RECON-EXTRACT
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 19 CHARACTERS.
000660     COPY CNCXEXT.
000670
000680 FD  CIRCLE-MASTER
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 134 CHARACTERS.
000710     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000720         ==CIRCLE-MASTER-RECORD==
000730         LEADING ==CS-== BY ==CM-==.
000740
000750 FD  RECUT-BATCH
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 40 CHARACTERS.
000780 01  CIRCLE-INPUT-RECORD.
000790     05  CI-PART-NUMBER          PIC X(06).
000800     05  CI-ENTRY-VALUE          PIC 9(04)V9(05).
000810     05  CI-SHAPE-CODE           PIC X(01).
000820     05  CI-INNER-VALUE          PIC 9(04)V9(05).
000830     05  CI-JOB-NUMBER           PIC X(08).
000840     05  FILLER                  PIC X(07).
000850 01  CIRCLE-HEADER-RECORD.
000860     05  CH-RECORD-ID            PIC X(06).
000870     05  CH-BATCH-DATE           PIC 9(08).
000880     05  CH-BATCH-NUMBER         PIC 9(04).
000890     05  FILLER                  PIC X(22).
000900 01  CIRCLE-TRAILER-RECORD.
000910     05  CT-RECORD-ID            PIC X(06).
000920     05  CT-EXPECTED-COUNT       PIC 9(06).
000930     05  CT-HASH-TOTAL           PIC 9(10)V9(05).
000940     05  FILLER                  PIC X(13).
000950
000960 FD  RECUT-REGISTER
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 75 CHARACTERS.
000990     COPY RECUTREG.
001000
001010 FD  RECUT-RPT
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  RECUT-RPT-LINE              PIC X(132).
001041
001042 FD  BATCH-REGISTER
001043     LABEL RECORDS ARE STANDARD
001044     RECORD CONTAINS 177 CHARACTERS.
001045     COPY BATCHREG.
001046
001047 FD  BATCH-QUEUE
001048     LABEL RECORDS ARE STANDARD
001049     RECORD CONTAINS 33 CHARACTERS.
001050     COPY BATCHQ.
001051
001060 WORKING-STORAGE SECTION.
001070 01  WS-CONSTANTS.
001080     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
001090     05  WS-DEFAULT-AGE-DAYS     PIC 9(02) VALUE 03.
001100     05  WS-MM-PER-INCH          PIC 9(02)V9(01) VALUE 25.4.
001110     05  WS-COMPANY-NAME         PIC X(30)
001120         VALUE "TRI-COUNTY FABRICATION, INC.".
001130
001140 01  WS-MONTH-TABLE.
001150     05  FILLER                  PIC X(24)
001160         VALUE "312831303130313130313031".
001170 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
001180     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
001190                                 PIC 9(02).
001200
001210 01  WS-REQUEST-PARMS.
001220     05  WS-BATCH-DATE-X         PIC X(08).
001230     05  WS-BATCH-DATE REDEFINES WS-BATCH-DATE-X
001240                                 PIC 9(08).
001250     05  WS-BATCH-NUMBER-X       PIC X(04).
001260     05  WS-BATCH-NUMBER REDEFINES WS-BATCH-NUMBER-X
001270                                 PIC 9(04).
001280     05  WS-AGE-DAYS-X           PIC X(02).
001290     05  WS-AGE-DAYS-IN REDEFINES WS-AGE-DAYS-X
001300                                 PIC 9(02).
001310     05  WS-AGE-DAYS             PIC 9(02).
001320     05  WS-BATCH-UNIT           PIC X(02).
001330         88  BATCH-UNIT-IS-INCHES        VALUE "IN".
001340         88  BATCH-UNIT-IS-MM            VALUE "MM".
001350
001360 01  WS-HOLD-LINE                PIC X(132).
001370
001380 01  WS-CUTOFF-DATE.
001390     05  WS-CO-YYYY              PIC 9(04).
001400     05  WS-CO-MM                PIC 9(02).
001410     05  WS-CO-DD                PIC 9(02).
001420 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
001430                                 PIC 9(08).
001440
001450 01  WS-WORK-FIELDS.
001460     05  WS-DAY-WORK             PIC S9(03).
001470     05  WS-MONTH-LIMIT          PIC 9(02).
001480     05  WS-LEAP-REM             PIC 9(04).
001490     05  WS-LEAP-QUOT            PIC 9(04).
001500     05  WS-ENTRY-VALUE          PIC 9(04)V9(05).
001510     05  WS-INNER-VALUE          PIC 9(04)V9(05).
001520     05  WS-RECUT-REASON         PIC X(01).
001530         88  RECUT-FOR-FAULT             VALUE "F".
001540         88  RECUT-FOR-UNCONFIRMED       VALUE "U".
001550         88  RECUT-FOR-AGE               VALUE "A".
001560     05  WS-RECUT-CNC-SEQ        PIC 9(04).
001561     05  WS-QUEUE-IX             PIC 9(02) COMP.
001562
001563 01  WS-QUEUE-TABLE.
001564     05  WS-QUEUE-COUNT          PIC 9(02) COMP VALUE ZERO.
001565     05  WS-QUEUE-ENTRY OCCURS 20 TIMES
001566                                 PIC X(33).
001570
001580 77  WS-TODAY                    PIC 9(08).
001590 77  WS-EXTRACT-READ             PIC 9(06) COMP VALUE ZERO.
001600 77  WS-FAULT-RECUTS             PIC 9(06) COMP VALUE ZERO.
001610 77  WS-UNCONF-RECUTS            PIC 9(06) COMP VALUE ZERO.
001620 77  WS-AGED-RECUTS              PIC 9(06) COMP VALUE ZERO.
001630 77  WS-NOT-RECUT-COUNT          PIC 9(06) COMP VALUE ZERO.
001640 77  WS-DETAIL-COUNT             PIC 9(06) COMP VALUE ZERO.
001650 77  WS-HASH-TOTAL               PIC 9(10)V9(05) COMP VALUE ZERO.
001660 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001670 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001680
001690 77  WS-CNCXEXT-STATUS           PIC X(02) VALUE SPACES.
001700 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001710 77  WS-RECUTIN-STATUS           PIC X(02) VALUE SPACES.
001720 77  WS-RECUTREG-STATUS          PIC X(02) VALUE SPACES.
001730 77  WS-RECUTRPT-STATUS          PIC X(02) VALUE SPACES.
001733 77  WS-BATCHREG-STATUS          PIC X(02) VALUE SPACES.
001736 77  WS-BATCHQ-STATUS            PIC X(02) VALUE SPACES.
001740
001750 77  WS-XE-EOF-SWITCH            PIC X(01) VALUE "N".
001760     88  END-OF-EXTRACT                  VALUE "Y".
001770 77  WS-EXTRACT-OPEN-SWITCH      PIC X(01) VALUE "N".
001780     88  EXTRACT-IS-OPEN                 VALUE "Y".
001790 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
001800     88  END-OF-HIST-SCAN                VALUE "Y".
001810 77  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
001820     88  PENDING-WAS-FOUND               VALUE "Y".
001830 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
001840     88  RUN-IS-CANCELLED                VALUE "Y".
001841 77  WS-QUEUE-FULL-SWITCH        PIC X(01) VALUE "N".
001842     88  QUEUE-IS-FULL                   VALUE "Y".
001843 77  WS-BQ-EOF-SWITCH            PIC X(01) VALUE "N".
001844     88  END-OF-QUEUE                    VALUE "Y".
001845 77  WS-ON-QUEUE-SWITCH          PIC X(01) VALUE "N".
001846     88  RECUTIN-IS-QUEUED               VALUE "Y".
001850
001860 01  WS-HDG1.
001870     05  FILLER                  PIC X(40) VALUE SPACES.
001880     05  WS-HDG1-COMPANY         PIC X(30).
001890
001900 01  WS-HDG2.
001910     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001920     05  WS-HDG2-DATE            PIC 9(08).
001930     05  FILLER                  PIC X(10) VALUE SPACES.
001940     05  FILLER                  PIC X(30)
001950         VALUE "RECUT BATCH REGISTER          ".
001960     05  FILLER                  PIC X(05) VALUE "PAGE ".
001970     05  WS-HDG2-PAGE            PIC ZZZ9.
001980
001990 01  WS-HDG2A.
002000     05  FILLER                  PIC X(16)
002010         VALUE "RECUT BATCH:    ".
002020     05  WS-HDG2A-BATCH-DATE     PIC 9(08).
002030     05  FILLER                  PIC X(03) VALUE " / ".
002040     05  WS-HDG2A-BATCH-NO       PIC 9(04).
002050     05  FILLER                  PIC X(19)
002060         VALUE "   QUEUED IN MODE R".
002070     05  FILLER                  PIC X(11)
002080         VALUE ", UNIT CODE".
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  WS-HDG2A-UNIT           PIC X(02).
002110
002120 01  WS-HDG2B.
002130     05  FILLER                  PIC X(16)
002140         VALUE "AGED CUTOFF:    ".
002150     05  WS-HDG2B-CUTOFF         PIC 9(08).
002160     05  FILLER                  PIC X(03) VALUE " - ".
002170     05  WS-HDG2B-DAYS           PIC Z9.
002180     05  FILLER                  PIC X(27)
002190         VALUE " DAYS OR MORE STILL PENDING".
002200
002210 01  WS-HDG3.
002220     05  FILLER                  PIC X(06) VALUE "  LINE".
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  FILLER                  PIC X(06) VALUE "PART  ".
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  FILLER                  PIC X(08) VALUE "RUN DATE".
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  FILLER                  PIC X(04) VALUE " SEQ".
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  FILLER                  PIC X(08) VALUE "JOB     ".
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  FILLER                  PIC X(20) VALUE "REASON".
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  FILLER                  PIC X(04) VALUE " CNC".
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  FILLER                  PIC X(09) VALUE "RECUT VAL".
002370     05  FILLER                  PIC X(03) VALUE SPACES.
002380     05  FILLER                  PIC X(09) VALUE "INNER VAL".
002390     05  FILLER                  PIC X(03) VALUE SPACES.
002400     05  FILLER                  PIC X(09) VALUE "MATL COST".
002410     05  FILLER                  PIC X(03) VALUE SPACES.
002420     05  FILLER                  PIC X(09) VALUE "MACH COST".
002430
002440 01  WS-RECUT-LINE.
002450     05  WS-RL-LINE              PIC ZZZZZ9.
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  WS-RL-PART              PIC X(06).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  WS-RL-RUN-DATE          PIC 9(08).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510     05  WS-RL-RUN-SEQ           PIC 9(04).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  WS-RL-JOB               PIC X(08).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  WS-RL-REASON            PIC X(20).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  WS-RL-CNC-SEQ           PIC ZZZ9.
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  WS-RL-ENTRY             PIC ZZZ9.99999.
002600     05  FILLER                  PIC X(02) VALUE SPACES.
002610     05  WS-RL-INNER             PIC ZZZ9.99999.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WS-RL-MATL-COST         PIC ZZZ,ZZ9.99.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  WS-RL-MACH-COST         PIC ZZZ,ZZ9.99.
002660
002670 01  WS-NOT-RECUT-LINE.
002680     05  FILLER                  PIC X(14)
002690         VALUE "**NOT RECUT** ".
002700     05  FILLER                  PIC X(04) VALUE "SEQ ".
002710     05  WS-NR-SEQ               PIC 9(04).
002720     05  FILLER                  PIC X(07) VALUE "  PART ".
002730     05  WS-NR-PART              PIC X(06).
002740     05  FILLER                  PIC X(07) VALUE "  DATE ".
002750     05  WS-NR-DATE              PIC 9(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  WS-NR-REASON            PIC X(35).
002780
002790 01  WS-TOTAL-LINES.
002800     05  WS-TOT-EXTRACT-LINE.
002810         10  FILLER              PIC X(25)
002820             VALUE "CNC EXCEPTIONS READ. . .".
002830         10  WS-TOT-EXTRACT      PIC ZZZ,ZZ9.
002840     05  WS-TOT-FAULT-LINE.
002850         10  FILLER              PIC X(25)
002860             VALUE "FAULTED CUTS RECUT . . .".
002870         10  WS-TOT-FAULT        PIC ZZZ,ZZ9.
002880     05  WS-TOT-UNCONF-LINE.
002890         10  FILLER              PIC X(25)
002900             VALUE "UNCONFIRMED CUTS RECUT .".
002910         10  WS-TOT-UNCONF       PIC ZZZ,ZZ9.
002920     05  WS-TOT-AGED-LINE.
002930         10  FILLER              PIC X(25)
002940             VALUE "AGED PENDING CUTS RECUT.".
002950         10  WS-TOT-AGED         PIC ZZZ,ZZ9.
002960     05  WS-TOT-NOT-RECUT-LINE.
002970         10  FILLER              PIC X(25)
002980             VALUE "EXCEPTIONS NOT RECUT . .".
002990         10  WS-TOT-NOT-RECUT    PIC ZZZ,ZZ9.
003000     05  WS-TOT-COUNT-LINE.
003010         10  FILLER              PIC X(25)
003020             VALUE "BATCH DETAIL COUNT . . .".
003030         10  WS-TOT-COUNT        PIC ZZZ,ZZ9.
003040     05  WS-TOT-HASH-LINE.
003050         10  FILLER              PIC X(25)
003060             VALUE "BATCH HASH TOTAL . . . .".
003070         10  WS-TOT-HASH         PIC Z,ZZZ,ZZZ,ZZ9.99999.
003080
003090 PROCEDURE DIVISION.
003100
003110******************************************************************
003120* 0000-MAINLINE
003130* TOP-LEVEL CONTROL - RECUTS EVERY CNC EXCEPTION, SWEEPS THE
003140* HISTORY FOR CUTS PENDING TOO LONG, CLOSES THE BATCH WITH ITS
003150* BALANCING TRAILER AND PRINTS THE TOTALS.
003160******************************************************************
003170 0000-MAINLINE.
003180
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200
003210     IF NOT RUN-IS-CANCELLED
003220         PERFORM 2000-PROCESS-EXCEPTION THRU 2000-EXIT
003230             UNTIL END-OF-EXTRACT
003240         PERFORM 3000-SWEEP-AGED-PENDING THRU 3000-EXIT
003246         PERFORM 7800-WRITE-TRAILER THRU 7800-EXIT
003252         PERFORM 7900-QUEUE-BATCH THRU 7900-EXIT
003260         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003270     END-IF.
003280
003290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003300
003310     GOBACK.
003320
003330******************************************************************
003340* 1000-INITIALIZE
003350* ACCEPTS THE RECUT BATCH DATE AND NUMBER, THE DAYS A CUT MAY
003360* STAY PENDING AND THE UNIT CODE THE BATCH WILL RUN UNDER, OPENS
003370* THE FILES AND WRITES THE BATCH HEADER.  A BATCH DATE AND NUMBER
003380* ALREADY ON THE BATCH REGISTER WOULD BE REFUSED BY CHALLENGE, SO
003390* THE RUN IS CANCELLED.  WITHOUT THE HISTORY FILE THERE IS NOTHING
003400* TO RECUT, SO THE RUN IS CANCELLED.  A MISSING EXCEPTION EXTRACT
003410* IS NOT - THE AGED-PENDING SWEEP STILL RUNS.
003415******************************************************************
003420 1000-INITIALIZE.
003430
003440     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003450
003460     DISPLAY "RECUT BATCH DATE (YYYYMMDD, BLANK FOR TODAY):".
003470     MOVE SPACES TO WS-BATCH-DATE-X.
003480     ACCEPT WS-BATCH-DATE-X.
003490     IF WS-BATCH-DATE-X = SPACES
003500         MOVE WS-TODAY TO WS-BATCH-DATE
003510     END-IF.
003520     IF WS-BATCH-DATE-X NOT NUMERIC
003530         DISPLAY "INVALID BATCH DATE - RUN CANCELLED"
003540         SET RUN-IS-CANCELLED TO TRUE
003550         MOVE 8 TO RETURN-CODE
003560         GO TO 1000-EXIT
003570     END-IF.
003580
003590     DISPLAY "RECUT BATCH NUMBER (NNNN):".
003600     MOVE SPACES TO WS-BATCH-NUMBER-X.
003610     ACCEPT WS-BATCH-NUMBER-X.
003620     IF WS-BATCH-NUMBER-X NOT NUMERIC
003630         OR WS-BATCH-NUMBER = ZERO
003640         DISPLAY "INVALID BATCH NUMBER - RUN CANCELLED"
003650         SET RUN-IS-CANCELLED TO TRUE
003660         MOVE 8 TO RETURN-CODE
003670         GO TO 1000-EXIT
003680     END-IF.
003681
003682     PERFORM 1100-CHECK-REGISTER THRU 1100-EXIT.
003683     IF RUN-IS-CANCELLED
003684         GO TO 1000-EXIT
003685     END-IF.
003690
003700     DISPLAY "DAYS A CUT MAY STAY PENDING (NN, BLANK FOR 03):".
003710     MOVE SPACES TO WS-AGE-DAYS-X.
003720     ACCEPT WS-AGE-DAYS-X.
003730     IF WS-AGE-DAYS-X NUMERIC AND WS-AGE-DAYS-IN > ZERO
003740         MOVE WS-AGE-DAYS-IN TO WS-AGE-DAYS
003750     ELSE
003760         MOVE WS-DEFAULT-AGE-DAYS TO WS-AGE-DAYS
003770     END-IF.
003780
003790     DISPLAY "UNIT CODE THE BATCH WILL RUN UNDER - IN OR MM "
003800         "(BLANK FOR IN):".
003810     MOVE SPACES TO WS-BATCH-UNIT.
003820     ACCEPT WS-BATCH-UNIT.
003830     IF NOT BATCH-UNIT-IS-MM
003840         MOVE "IN" TO WS-BATCH-UNIT
003850     END-IF.
003860
003870     PERFORM 1200-SET-CUTOFF-DATE THRU 1200-EXIT.
003880
003890     OPEN I-O CIRCLE-MASTER.
003900     IF WS-CIRCMSTR-STATUS NOT = "00"
003910         DISPLAY "HISTORY FILE CIRCMSTI OPEN FAILED, STATUS "
003920             WS-CIRCMSTR-STATUS " - RUN CANCELLED"
003930         SET RUN-IS-CANCELLED TO TRUE
003940         MOVE 8 TO RETURN-CODE
003950         GO TO 1000-EXIT
003960     END-IF.
003970
003980     OPEN INPUT RECON-EXTRACT.
003990     IF WS-CNCXEXT-STATUS NOT = "00"
004000         DISPLAY "NO CNC EXCEPTION EXTRACT, STATUS "
004010             WS-CNCXEXT-STATUS " - AGED PENDING CUTS ONLY"
004020         SET END-OF-EXTRACT TO TRUE
004030     ELSE
004040         SET EXTRACT-IS-OPEN TO TRUE
004050         PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
004060     END-IF.
004070
004080     OPEN EXTEND RECUT-REGISTER.
004090     IF WS-RECUTREG-STATUS = "35"
004100         OPEN OUTPUT RECUT-REGISTER
004110     END-IF.
004120
004130     OPEN OUTPUT RECUT-BATCH.
004140     MOVE SPACES TO CIRCLE-HEADER-RECORD.
004150     MOVE "HDR" TO CH-RECORD-ID.
004160     MOVE WS-BATCH-DATE TO CH-BATCH-DATE.
004170     MOVE WS-BATCH-NUMBER TO CH-BATCH-NUMBER.
004180     WRITE CIRCLE-HEADER-RECORD.
004190
004200     OPEN OUTPUT RECUT-RPT.
004210     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
004220
004230 1000-EXIT.
004240     EXIT.
004250
004251******************************************************************
004252* 1100-CHECK-REGISTER
004253* CANCELS THE RUN WHEN THE KEYED BATCH DATE AND NUMBER ARE
004254* ALREADY ON THE BATCH REGISTER.  NO REGISTER YET MEANS NO BATCH
004255* HAS BEEN RUN, SO ANY NUMBER IS FREE.
004256******************************************************************
004257 1100-CHECK-REGISTER.
004258
004259     OPEN INPUT BATCH-REGISTER.
004260     IF WS-BATCHREG-STATUS NOT = "00"
004261         GO TO 1100-EXIT
004262     END-IF.
004263
004264     MOVE WS-BATCH-DATE TO BR-BATCH-DATE.
004265     MOVE WS-BATCH-NUMBER TO BR-BATCH-NUMBER.
004266     READ BATCH-REGISTER
004267         INVALID KEY
004268             CONTINUE
004269         NOT INVALID KEY
004270             DISPLAY "BATCH " WS-BATCH-NUMBER " OF " WS-BATCH-DATE
004271                 " ALREADY ON THE BATCH REGISTER - RUN "
004272                 BR-RUN-DATE " BY " BR-OPERATOR-ID
004273             DISPLAY "KEY A BATCH NUMBER NOT YET USED - RUN "
004274                 "CANCELLED"
004275             SET RUN-IS-CANCELLED TO TRUE
004276             MOVE 8 TO RETURN-CODE
004277     END-READ.
004278     CLOSE BATCH-REGISTER.
004279
004280 1100-EXIT.
004281     EXIT.
004282
004283******************************************************************
004284* 1200-SET-CUTOFF-DATE
004285* SETS THE AGED-PENDING CUTOFF - TODAY LESS THE KEYED NUMBER OF
004290* DAYS, ROLLED BACK ACROSS MONTH AND YEAR ENDS.  A CUT RUN ON OR
004300* BEFORE THE CUTOFF AND STILL PENDING IS RECUT.  THE SIMPLE
004310* EVERY-FOURTH-YEAR LEAP RULE IS GOOD THROUGH 2099.
004320******************************************************************
004330 1200-SET-CUTOFF-DATE.
004340
004350     MOVE WS-TODAY TO WS-CUTOFF-DATE-N.
004360     MOVE WS-CO-DD TO WS-DAY-WORK.
004370     SUBTRACT WS-AGE-DAYS FROM WS-DAY-WORK.
004380
004390     PERFORM 1210-ROLL-BACK-ONE-MONTH THRU 1210-EXIT
004400         UNTIL WS-DAY-WORK > ZERO.
004410
004420     MOVE WS-DAY-WORK TO WS-CO-DD.
004430
004440 1200-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480* 1210-ROLL-BACK-ONE-MONTH
004490* ROLLS THE CUTOFF DATE BACK ONE MONTH AND CREDITS THAT MONTH'S
004500* DAYS.
004510******************************************************************
004520 1210-ROLL-BACK-ONE-MONTH.
004530
004540     SUBTRACT 1 FROM WS-CO-MM.
004550     IF WS-CO-MM = ZERO
004560         MOVE 12 TO WS-CO-MM
004570         SUBTRACT 1 FROM WS-CO-YYYY
004580     END-IF.
004590     PERFORM 1220-GET-MONTH-DAYS THRU 1220-EXIT.
004600     ADD WS-MONTH-LIMIT TO WS-DAY-WORK.
004610
004620 1210-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660* 1220-GET-MONTH-DAYS
004670* SETS THE DAY LIMIT FOR THE CUTOFF DATE'S CURRENT MONTH.
004680******************************************************************
004690 1220-GET-MONTH-DAYS.
004700
004710     MOVE WS-DAYS-IN-MONTH (WS-CO-MM) TO WS-MONTH-LIMIT.
004720     IF WS-CO-MM = 2
004730         DIVIDE WS-CO-YYYY BY 4 GIVING WS-LEAP-QUOT
004740             REMAINDER WS-LEAP-REM
004750         IF WS-LEAP-REM = ZERO
004760             MOVE 29 TO WS-MONTH-LIMIT
004770         END-IF
004780     END-IF.
004790
004800 1220-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840* 1300-PRINT-HEADINGS
004850* WRITES THE COMPANY/RUN-DATE/BATCH/CUTOFF/COLUMN HEADING LINES
004860* AND BUMPS THE PAGE COUNTER.
004870******************************************************************
004880 1300-PRINT-HEADINGS.
004890
004900     ADD 1 TO WS-PAGE-COUNT.
004910     MOVE ZERO TO WS-LINE-COUNT.
004920
004930     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
004940     MOVE WS-TODAY TO WS-HDG2-DATE.
004950     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
004960     MOVE WS-BATCH-DATE TO WS-HDG2A-BATCH-DATE.
004970     MOVE WS-BATCH-NUMBER TO WS-HDG2A-BATCH-NO.
004980     MOVE WS-BATCH-UNIT TO WS-HDG2A-UNIT.
004990     MOVE WS-CUTOFF-DATE-N TO WS-HDG2B-CUTOFF.
005000     MOVE WS-AGE-DAYS TO WS-HDG2B-DAYS.
005010
005020     IF WS-PAGE-COUNT > 1
005030         MOVE SPACES TO RECUT-RPT-LINE
005040         WRITE RECUT-RPT-LINE
005050             BEFORE ADVANCING PAGE
005060     END-IF.
005070
005080     MOVE WS-HDG1 TO RECUT-RPT-LINE.
005090     WRITE RECUT-RPT-LINE.
005100     MOVE WS-HDG2 TO RECUT-RPT-LINE.
005110     WRITE RECUT-RPT-LINE.
005120     MOVE WS-HDG2A TO RECUT-RPT-LINE.
005130     WRITE RECUT-RPT-LINE.
005140     MOVE WS-HDG2B TO RECUT-RPT-LINE.
005150     WRITE RECUT-RPT-LINE.
005160     MOVE SPACES TO RECUT-RPT-LINE.
005170     WRITE RECUT-RPT-LINE.
005180     MOVE WS-HDG3 TO RECUT-RPT-LINE.
005190     WRITE RECUT-RPT-LINE.
005200
005210 1300-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 2000-PROCESS-EXCEPTION
005260* FINDS THE STILL-PENDING HISTORY RECORD FOR ONE CNC EXCEPTION -
005270* THE FIRST PENDING RECORD FOR THE PART ON THE RECONCILIATION
005280* DATE, THE SAME ONE CNCRECON WOULD HAVE MARKED COMPLETE - AND
005290* RECUTS IT.  AN EXCEPTION WITH NO PENDING RECORD LEFT (HISTORY
005300* NOT SAVED THAT DAY, OR ALREADY RECUT BY AN EARLIER RUN) GOES ON
005310* THE REGISTER AS NOT RECUT, THEN THE NEXT EXCEPTION IS READ.
005320******************************************************************
005330 2000-PROCESS-EXCEPTION.
005340
005350     ADD 1 TO WS-EXTRACT-READ.
005360     MOVE "N" TO WS-HIST-EOF-SWITCH.
005370     MOVE "N" TO WS-PENDING-SWITCH.
005380
005390     MOVE XE-PART-NUMBER TO CM-PART-NUMBER.
005400     MOVE XE-RECON-DATE TO CM-RUN-DATE.
005410     MOVE ZERO TO CM-RUN-SEQ.
005420
005430     START CIRCLE-MASTER KEY >= CM-MASTER-KEY
005440         INVALID KEY
005450             SET END-OF-HIST-SCAN TO TRUE
005460     END-START.
005470
005480     PERFORM 2100-FIND-PENDING THRU 2100-EXIT
005490         UNTIL END-OF-HIST-SCAN
005500         OR PENDING-WAS-FOUND.
005510
005520     IF NOT PENDING-WAS-FOUND
005530         MOVE XE-SEQ-NUMBER TO WS-NR-SEQ
005540         MOVE XE-PART-NUMBER TO WS-NR-PART
005550         MOVE XE-RECON-DATE TO WS-NR-DATE
005560         MOVE "NO PENDING HISTORY RECORD" TO WS-NR-REASON
005570         PERFORM 7000-WRITE-NOT-RECUT THRU 7000-EXIT
005580         GO TO 2000-READ-NEXT
005590     END-IF.
005600
005610     MOVE XE-REASON-CODE TO WS-RECUT-REASON.
005620     MOVE XE-SEQ-NUMBER TO WS-RECUT-CNC-SEQ.
005630     PERFORM 5000-WRITE-RECUT THRU 5000-EXIT.
005640
005650 2000-READ-NEXT.
005660     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
005670
005680 2000-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2100-FIND-PENDING
005730* READS THE NEXT HISTORY RECORD IN KEY ORDER AND FLAGS A HIT IF
005740* IT STILL BELONGS TO THE EXCEPTION'S PART AND DATE AND IS STILL
005750* PENDING.
005760******************************************************************
005770 2100-FIND-PENDING.
005780
005790     READ CIRCLE-MASTER NEXT
005800         AT END
005810             SET END-OF-HIST-SCAN TO TRUE
005820             GO TO 2100-EXIT
005830     END-READ.
005840
005850     IF CM-PART-NUMBER NOT = XE-PART-NUMBER
005860         OR CM-RUN-DATE NOT = XE-RECON-DATE
005870         SET END-OF-HIST-SCAN TO TRUE
005880         GO TO 2100-EXIT
005890     END-IF.
005900
005910     IF CM-CUT-IS-PENDING
005920         SET PENDING-WAS-FOUND TO TRUE
005930     END-IF.
005940
005950 2100-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990* 2900-READ-EXTRACT
006000* READS THE NEXT CNC EXCEPTION AND SETS END-OF-EXTRACT WHEN THE
006010* FILE IS EXHAUSTED.
006020******************************************************************
006030 2900-READ-EXTRACT.
006040
006050     READ RECON-EXTRACT
006060         AT END
006070             SET END-OF-EXTRACT TO TRUE
006080     END-READ.
006090
006100 2900-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140* 3000-SWEEP-AGED-PENDING
006150* READS THE WHOLE HISTORY FILE IN KEY ORDER AND RECUTS EVERY CUT
006160* STILL PENDING ON OR BEFORE THE CUTOFF DATE - A PART THE TABLE
006170* NEVER REPORTED ON AND NOBODY CHASED.  CUTS ALREADY RECUT FROM
006180* THE EXCEPTION EXTRACT ARE SUPERSEDED BY NOW AND PASS BY.
006190******************************************************************
006200 3000-SWEEP-AGED-PENDING.
006210
006220     MOVE "N" TO WS-HIST-EOF-SWITCH.
006230     MOVE LOW-VALUES TO CM-MASTER-KEY.
006240
006250     START CIRCLE-MASTER KEY >= CM-MASTER-KEY
006260         INVALID KEY
006270             SET END-OF-HIST-SCAN TO TRUE
006280     END-START.
006290
006300     PERFORM 3100-CHECK-ONE-PENDING THRU 3100-EXIT
006310         UNTIL END-OF-HIST-SCAN.
006320
006330 3000-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 3100-CHECK-ONE-PENDING
006380* READS THE NEXT HISTORY RECORD AND RECUTS IT IF IT IS STILL
006390* PENDING AND WAS RUN ON OR BEFORE THE CUTOFF.
006400******************************************************************
006410 3100-CHECK-ONE-PENDING.
006420
006430     READ CIRCLE-MASTER NEXT
006440         AT END
006450             SET END-OF-HIST-SCAN TO TRUE
006460             GO TO 3100-EXIT
006470     END-READ.
006480
006490     IF NOT CM-CUT-IS-PENDING
006500         OR CM-RUN-DATE > WS-CUTOFF-DATE-N
006510         GO TO 3100-EXIT
006520     END-IF.
006530
006540     SET RECUT-FOR-AGE TO TRUE.
006550     MOVE ZERO TO WS-RECUT-CNC-SEQ.
006560     PERFORM 5000-WRITE-RECUT THRU 5000-EXIT.
006570
006580 3100-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* 5000-WRITE-RECUT
006630* RECUTS THE HISTORY RECORD IN HAND - MARKS IT SUPERSEDED, WRITES
006640* ITS BATCH DETAIL AND ADDS THE DETAIL TO THE TRAILER COUNT AND
006650* HASH, LOGS IT TO THE RECUT REGISTER AND PRINTS IT.  THE RADIUS
006660* IS ALWAYS WRITTEN, EVEN FOR A PART ON THE PARTS MASTER, SO THE
006670* RECUT STILL CUTS TO THE ORIGINAL SIZE IF THE PART HAS SINCE BEEN
006680* MADE INACTIVE.  A RECORD WHOSE REWRITE FAILS IS LEFT OUT OF THE
006690* BATCH SO IT CAN NEVER BE CUT TWICE.
006700******************************************************************
006710 5000-WRITE-RECUT.
006720
006730     PERFORM 5100-SET-ENTRY-VALUES THRU 5100-EXIT.
006740     IF WS-NR-REASON NOT = SPACES
006750         MOVE WS-RECUT-CNC-SEQ TO WS-NR-SEQ
006760         MOVE CM-PART-NUMBER TO WS-NR-PART
006770         MOVE CM-RUN-DATE TO WS-NR-DATE
006780         PERFORM 7000-WRITE-NOT-RECUT THRU 7000-EXIT
006790         GO TO 5000-EXIT
006800     END-IF.
006810
006820     SET CM-CUT-IS-SUPERSEDED TO TRUE.
006830     REWRITE CIRCLE-MASTER-RECORD
006840         INVALID KEY
006850             DISPLAY "HISTORY REWRITE FAILED FOR PART "
006860                 CM-PART-NUMBER " STATUS " WS-CIRCMSTR-STATUS
006870             MOVE WS-RECUT-CNC-SEQ TO WS-NR-SEQ
006880             MOVE CM-PART-NUMBER TO WS-NR-PART
006890             MOVE CM-RUN-DATE TO WS-NR-DATE
006900             MOVE "HISTORY REWRITE FAILED" TO WS-NR-REASON
006910             PERFORM 7000-WRITE-NOT-RECUT THRU 7000-EXIT
006920             GO TO 5000-EXIT
006930     END-REWRITE.
006940
006950     ADD 1 TO WS-DETAIL-COUNT.
006960     ADD WS-ENTRY-VALUE TO WS-HASH-TOTAL.
006970
006980     MOVE SPACES TO CIRCLE-INPUT-RECORD.
006990     MOVE CM-PART-NUMBER TO CI-PART-NUMBER.
007000     MOVE WS-ENTRY-VALUE TO CI-ENTRY-VALUE.
007010     MOVE CM-SHAPE-CODE TO CI-SHAPE-CODE.
007020     MOVE WS-INNER-VALUE TO CI-INNER-VALUE.
007030     MOVE CM-JOB-NUMBER TO CI-JOB-NUMBER.
007040     WRITE CIRCLE-INPUT-RECORD.
007050
007060     MOVE WS-TODAY TO RR-BUILD-DATE.
007070     MOVE WS-BATCH-DATE TO RR-BATCH-DATE.
007080     MOVE WS-BATCH-NUMBER TO RR-BATCH-NUMBER.
007090     MOVE WS-DETAIL-COUNT TO RR-BATCH-LINE.
007100     MOVE CM-MASTER-KEY TO RR-REPLACED-KEY.
007110     MOVE CM-JOB-NUMBER TO RR-JOB-NUMBER.
007120     MOVE WS-RECUT-REASON TO RR-REASON-CODE.
007130     MOVE WS-RECUT-CNC-SEQ TO RR-CNC-SEQ.
007140     MOVE CM-MATERIAL-COST TO RR-MATERIAL-COST.
007150     MOVE CM-MACHINE-COST TO RR-MACHINE-COST.
007160     WRITE RECUT-REGISTER-RECORD.
007170
007180     EVALUATE TRUE
007190         WHEN RECUT-FOR-FAULT
007200             ADD 1 TO WS-FAULT-RECUTS
007210             MOVE "FAULTED BY THE TABLE" TO WS-RL-REASON
007220         WHEN RECUT-FOR-UNCONFIRMED
007230             ADD 1 TO WS-UNCONF-RECUTS
007240             MOVE "NEVER CONFIRMED" TO WS-RL-REASON
007250         WHEN OTHER
007260             ADD 1 TO WS-AGED-RECUTS
007270             MOVE "PENDING TOO LONG" TO WS-RL-REASON
007280     END-EVALUATE.
007290
007300     MOVE WS-DETAIL-COUNT TO WS-RL-LINE.
007310     MOVE CM-PART-NUMBER TO WS-RL-PART.
007320     MOVE CM-RUN-DATE TO WS-RL-RUN-DATE.
007330     MOVE CM-RUN-SEQ TO WS-RL-RUN-SEQ.
007340     MOVE CM-JOB-NUMBER TO WS-RL-JOB.
007350     MOVE WS-RECUT-CNC-SEQ TO WS-RL-CNC-SEQ.
007360     MOVE WS-ENTRY-VALUE TO WS-RL-ENTRY.
007370     MOVE WS-INNER-VALUE TO WS-RL-INNER.
007380     MOVE CM-MATERIAL-COST TO WS-RL-MATL-COST.
007390     MOVE CM-MACHINE-COST TO WS-RL-MACH-COST.
007400     MOVE WS-RECUT-LINE TO RECUT-RPT-LINE.
007410     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007420
007430 5000-EXIT.
007440     EXIT.
007450
007460******************************************************************
007470* 5100-SET-ENTRY-VALUES
007480* SETS THE RECUT'S ENTRY AND INNER VALUES - THE ORIGINAL RADII,
007490* CONVERTED WHEN THE CUT WAS RUN IN THE OTHER UNIT FROM THE ONE
007500* THE RECUT BATCH WILL RUN UNDER.  A RADIUS THAT NO LONGER FITS
007510* THE ENTRY FIELD ONCE CONVERTED SETS A NOT-RECUT REASON.
007520******************************************************************
007530 5100-SET-ENTRY-VALUES.
007540
007550     MOVE SPACES TO WS-NR-REASON.
007560     MOVE CM-RADIUS TO WS-ENTRY-VALUE.
007570     MOVE CM-INNER-RADIUS TO WS-INNER-VALUE.
007580
007590     IF CM-UNIT-IS-INCHES AND BATCH-UNIT-IS-MM
007600         COMPUTE WS-ENTRY-VALUE ROUNDED =
007610             CM-RADIUS * WS-MM-PER-INCH
007620             ON SIZE ERROR
007630                 MOVE "RADIUS TOO LARGE IN MILLIMETERS"
007640                     TO WS-NR-REASON
007650         END-COMPUTE
007660         COMPUTE WS-INNER-VALUE ROUNDED =
007670             CM-INNER-RADIUS * WS-MM-PER-INCH
007680             ON SIZE ERROR
007690                 MOVE "RADIUS TOO LARGE IN MILLIMETERS"
007700                     TO WS-NR-REASON
007710         END-COMPUTE
007720     END-IF.
007730
007740     IF CM-UNIT-IS-MILLIMETERS AND BATCH-UNIT-IS-INCHES
007750         COMPUTE WS-ENTRY-VALUE ROUNDED =
007760             CM-RADIUS / WS-MM-PER-INCH
007770         COMPUTE WS-INNER-VALUE ROUNDED =
007780             CM-INNER-RADIUS / WS-MM-PER-INCH
007790     END-IF.
007800
007810 5100-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850* 7000-WRITE-NOT-RECUT
007860* PRINTS ONE NOT-RECUT LINE AND COUNTS IT.
007870******************************************************************
007880 7000-WRITE-NOT-RECUT.
007890
007900     ADD 1 TO WS-NOT-RECUT-COUNT.
007910     MOVE WS-NOT-RECUT-LINE TO RECUT-RPT-LINE.
007920     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
007930
007940 7000-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 7100-WRITE-REPORT-LINE
007990* WRITES THE STAGED REPORT LINE, BREAKING TO A NEW PAGE AS
008000* NEEDED.
008010******************************************************************
008020 7100-WRITE-REPORT-LINE.
008030
008040     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
008050         MOVE RECUT-RPT-LINE TO WS-HOLD-LINE
008060         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
008070         MOVE WS-HOLD-LINE TO RECUT-RPT-LINE
008080     END-IF.
008090
008100     WRITE RECUT-RPT-LINE.
008110     ADD 1 TO WS-LINE-COUNT.
008120
008130 7100-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170* 7800-WRITE-TRAILER
008180* CLOSES THE BATCH WITH ITS TRAILER - THE DETAIL COUNT AND THE
008190* HASH TOTAL OF THE ENTRY VALUES, EXACTLY AS CHALLENGE BALANCES
008200* THEM.  A RUN WITH NOTHING TO RECUT STILL WRITES A BALANCED,
008210* EMPTY BATCH.
008220******************************************************************
008230 7800-WRITE-TRAILER.
008240
008250     MOVE SPACES TO CIRCLE-TRAILER-RECORD.
008260     MOVE "TRL" TO CT-RECORD-ID.
008270     MOVE WS-DETAIL-COUNT TO CT-EXPECTED-COUNT.
008280     MOVE WS-HASH-TOTAL TO CT-HASH-TOTAL.
008290     WRITE CIRCLE-TRAILER-RECORD.
008300
008305 7800-EXIT.
008310     EXIT.
008311
008312******************************************************************
008313* 7900-QUEUE-BATCH
008314* PUTS RECUTIN ON THE NIGHT'S BATCH QUEUE (BATCHQ) SO DAILYRUN
008315* RUNS IT THROUGH CHALLENGE WITH THE OTHER BATCHES - IN RADIUS
008316* MODE AND THE KEYED UNIT.  THE QUEUE IS READ INTO A TABLE AND
008317* WRITTEN BACK, SO A RECUTIN ROW LEFT FROM AN EARLIER NIGHT IS
008318* CORRECTED TO THIS BATCH'S UNIT RATHER THAN LISTED TWICE.
008319******************************************************************
008320 7900-QUEUE-BATCH.
008321
008322     MOVE ZERO TO WS-QUEUE-COUNT.
008323     OPEN INPUT BATCH-QUEUE.
008324     IF WS-BATCHQ-STATUS = "00"
008325         PERFORM 7910-LOAD-ONE-QUEUE-ENTRY THRU 7910-EXIT
008326             UNTIL END-OF-QUEUE
008327         CLOSE BATCH-QUEUE
008328     END-IF.
008329
008330     IF NOT RECUTIN-IS-QUEUED
008331         IF WS-QUEUE-COUNT >= 20
008332             SET QUEUE-IS-FULL TO TRUE
008333         ELSE
008334             ADD 1 TO WS-QUEUE-COUNT
008335             MOVE SPACES TO BATCH-QUEUE-RECORD
008336             MOVE "RECUTIN" TO BQ-FILE-NAME
008337             SET BQ-MODE-IS-RADIUS TO TRUE
008338             MOVE WS-BATCH-UNIT TO BQ-UNIT-CODE
008339             MOVE BATCH-QUEUE-RECORD
008340                 TO WS-QUEUE-ENTRY (WS-QUEUE-COUNT)
008341         END-IF
008342     END-IF.
008343
008344     IF QUEUE-IS-FULL
008345         DISPLAY "BATCH QUEUE BATCHQ IS FULL - RECUTIN NOT QUEUED"
008346         GO TO 7900-EXIT
008347     END-IF.
008348
008349     OPEN OUTPUT BATCH-QUEUE.
008350     PERFORM 7920-WRITE-ONE-QUEUE-ENTRY THRU 7920-EXIT
008351         VARYING WS-QUEUE-IX FROM 1 BY 1
008352         UNTIL WS-QUEUE-IX > WS-QUEUE-COUNT.
008353     CLOSE BATCH-QUEUE.
008354
008355 7900-EXIT.
008356     EXIT.
008357
008358******************************************************************
008359* 7910-LOAD-ONE-QUEUE-ENTRY
008360* LOADS ONE BATCHQ ROW INTO THE QUEUE TABLE.  A ROW NAMING RECUTIN
008361* TAKES RADIUS MODE AND THIS BATCH'S UNIT.
008362******************************************************************
008363 7910-LOAD-ONE-QUEUE-ENTRY.
008364
008365     READ BATCH-QUEUE
008366         AT END
008367             SET END-OF-QUEUE TO TRUE
008368             GO TO 7910-EXIT
008369     END-READ.
008370
008371     IF WS-QUEUE-COUNT >= 20
008372         SET QUEUE-IS-FULL TO TRUE
008373         GO TO 7910-EXIT
008374     END-IF.
008375
008376     IF BQ-FILE-NAME = "RECUTIN"
008377         SET RECUTIN-IS-QUEUED TO TRUE
008378         SET BQ-MODE-IS-RADIUS TO TRUE
008379         MOVE WS-BATCH-UNIT TO BQ-UNIT-CODE
008380     END-IF.
008381
008382     ADD 1 TO WS-QUEUE-COUNT.
008383     MOVE BATCH-QUEUE-RECORD TO WS-QUEUE-ENTRY (WS-QUEUE-COUNT).
008384
008385 7910-EXIT.
008386     EXIT.
008387
008388******************************************************************
008389* 7920-WRITE-ONE-QUEUE-ENTRY
008390* WRITES ONE QUEUE-TABLE ENTRY BACK TO BATCHQ.
008391******************************************************************
008392 7920-WRITE-ONE-QUEUE-ENTRY.
008393
008394     MOVE WS-QUEUE-ENTRY (WS-QUEUE-IX) TO BATCH-QUEUE-RECORD.
008395     WRITE BATCH-QUEUE-RECORD.
008396
008397 7920-EXIT.
008398     EXIT.
008400
008401******************************************************************
008402* 8000-PRINT-TOTALS
008403* PRINTS THE RECUT TOTALS AND THE BATCH CONTROL FIGURES, AND
008404* ECHOES THEM TO THE CONSOLE.
008405******************************************************************
008406 8000-PRINT-TOTALS.
008407
008410     MOVE WS-EXTRACT-READ TO WS-TOT-EXTRACT.
008420     MOVE WS-FAULT-RECUTS TO WS-TOT-FAULT.
008430     MOVE WS-UNCONF-RECUTS TO WS-TOT-UNCONF.
008440     MOVE WS-AGED-RECUTS TO WS-TOT-AGED.
008450     MOVE WS-NOT-RECUT-COUNT TO WS-TOT-NOT-RECUT.
008460     MOVE WS-DETAIL-COUNT TO WS-TOT-COUNT.
008470     MOVE WS-HASH-TOTAL TO WS-TOT-HASH.
008480
008490     MOVE SPACES TO RECUT-RPT-LINE.
008500     WRITE RECUT-RPT-LINE.
008510     MOVE WS-TOT-EXTRACT-LINE TO RECUT-RPT-LINE.
008520     WRITE RECUT-RPT-LINE.
008530     MOVE WS-TOT-FAULT-LINE TO RECUT-RPT-LINE.
008540     WRITE RECUT-RPT-LINE.
008550     MOVE WS-TOT-UNCONF-LINE TO RECUT-RPT-LINE.
008560     WRITE RECUT-RPT-LINE.
008570     MOVE WS-TOT-AGED-LINE TO RECUT-RPT-LINE.
008580     WRITE RECUT-RPT-LINE.
008590     MOVE WS-TOT-NOT-RECUT-LINE TO RECUT-RPT-LINE.
008600     WRITE RECUT-RPT-LINE.
008610     MOVE WS-TOT-COUNT-LINE TO RECUT-RPT-LINE.
008620     WRITE RECUT-RPT-LINE.
008630     MOVE WS-TOT-HASH-LINE TO RECUT-RPT-LINE.
008640     WRITE RECUT-RPT-LINE.
008650
008660     IF NOT QUEUE-IS-FULL
008664         DISPLAY "RECUT BATCH " WS-BATCH-DATE " / "
008668             WS-BATCH-NUMBER " WRITTEN TO RECUTIN AND QUEUED"
008672             " ON BATCHQ - MODE R, UNIT " WS-BATCH-UNIT
008680     END-IF.
008690     DISPLAY "PARTS RECUT:       " WS-TOT-COUNT.
008700     DISPLAY "NOT RECUT:         " WS-TOT-NOT-RECUT.
008710
008720 8000-EXIT.
008730     EXIT.
008740
008750******************************************************************
008760* 9000-TERMINATE
008770* CLOSES THE FILES THAT MADE IT OPEN.
008780******************************************************************
008790 9000-TERMINATE.
008800
008810     IF RUN-IS-CANCELLED
008820         GO TO 9000-EXIT
008830     END-IF.
008840
008850     IF EXTRACT-IS-OPEN
008860         CLOSE RECON-EXTRACT
008870     END-IF.
008880
008890     CLOSE CIRCLE-MASTER.
008900     CLOSE RECUT-BATCH.
008910     CLOSE RECUT-REGISTER.
008920     CLOSE RECUT-RPT.
008930
008940 9000-EXIT.
008950     EXIT.
008960
008970 END PROGRAM RECUTBLD.
