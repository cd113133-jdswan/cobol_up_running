000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPENPO as "OPENPO".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - NIGHTLY OPEN PURCHASE ORDER
000130*                     REPORT.  LISTS EVERY OPEN LINE OF EVERY OPEN
000140*                     PO WITH THE VENDOR, ITS LEAD TIME AND PHONE,
000150*                     THE QUANTITY ORDERED, RECEIVED AND STILL DUE
000160*                     IN, AND THE VALUE STILL OUTSTANDING.  A LINE
000170*                     PAST THE PO'S DUE DATE (THE ORDER DATE PLUS
000180*                     THE VENDOR'S LEAD TIME) IS FLAGGED OVERDUE
000190*                     SO THE BUYER KNOWS WHO TO CALL; ONE THAT HAS
000200*                     HAD A SHORT RECEIPT IS FLAGGED PARTIAL.
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
000320     SELECT PO-HEADER ASSIGN TO "POHDR"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PH-PO-NUMBER
000360         FILE STATUS IS WS-POHDR-STATUS.
000370
000380     SELECT PO-LINE ASSIGN TO "POLINE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS PL-LINE-KEY
000420         FILE STATUS IS WS-POLINE-STATUS.
000430
000440     SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS VM-VENDOR-ID
000480         FILE STATUS IS WS-VENDMSTR-STATUS.
000490
000500     SELECT OPEN-PO-RPT ASSIGN TO "OPENPO"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-OPENRPT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PO-HEADER
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 59 CHARACTERS.
000590     COPY POHDR.
000600
000610 FD  PO-LINE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 44 CHARACTERS.
000640     COPY POLINE.
000650
000660 FD  VENDOR-MASTER
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 74 CHARACTERS.
000690     COPY VENDMSTR.
000700
000710 FD  OPEN-PO-RPT
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 132 CHARACTERS.
000740 01  OPEN-PO-RPT-LINE            PIC X(132).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-CONSTANTS.
000780     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
000790     05  WS-COMPANY-NAME         PIC X(30)
000800         VALUE "TRI-COUNTY FABRICATION, INC.".
000810
000820*    DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, NON-LEAP.
000830 01  WS-CUM-MONTH-TABLE.
000840     05  FILLER                  PIC X(36)
000850         VALUE "000031059090120151181212243273304334".
000860 01  WS-CUM-MONTH-DAYS REDEFINES WS-CUM-MONTH-TABLE.
000870     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
000880                                 PIC 9(03).
000890
000900 01  WS-DATE-WORK.
000910     05  WS-DW-YYYY              PIC 9(04).
000920     05  WS-DW-MM                PIC 9(02).
000930     05  WS-DW-DD                PIC 9(02).
000940 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
000950                                 PIC 9(08).
000960
000970 01  WS-WORK-FIELDS.
000980     05  WS-PO-LINE-IX           PIC 9(03) VALUE ZERO.
000990     05  WS-YEARS-BEFORE         PIC 9(04).
001000     05  WS-LEAP-QUOT            PIC 9(04).
001010     05  WS-LEAP-REM             PIC 9(04).
001020     05  WS-DAY-NUMBER           PIC 9(07).
001030     05  WS-TODAY-DAYS           PIC 9(07).
001040     05  WS-DUE-DAYS             PIC 9(07).
001050     05  WS-DAYS-LATE            PIC S9(05).
001060     05  WS-QTY-REMAINING        PIC 9(06).
001070     05  WS-LINE-VALUE           PIC 9(09)V9(02).
001080     05  WS-VENDOR-NAME          PIC X(20) VALUE SPACES.
001090     05  WS-VENDOR-PHONE         PIC X(14) VALUE SPACES.
001100     05  WS-VENDOR-LEAD          PIC 9(03) VALUE ZERO.
001110
001120 01  WS-HOLD-LINE                PIC X(132).
001130
001140 77  WS-TODAY                    PIC 9(08).
001150 77  WS-HEADERS-READ             PIC 9(06) COMP VALUE ZERO.
001160 77  WS-OPEN-POS                 PIC 9(05) COMP VALUE ZERO.
001170 77  WS-OVERDUE-POS              PIC 9(05) COMP VALUE ZERO.
001180 77  WS-OPEN-LINES               PIC 9(05) COMP VALUE ZERO.
001190 77  WS-OVERDUE-LINES            PIC 9(05) COMP VALUE ZERO.
001200 77  WS-PARTIAL-LINES            PIC 9(05) COMP VALUE ZERO.
001210 77  WS-TOTAL-REMAINING          PIC 9(09) COMP VALUE ZERO.
001220 77  WS-TOTAL-VALUE              PIC 9(09)V9(02) VALUE ZERO.
001230 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001240 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001250
001260 77  WS-POHDR-STATUS             PIC X(02) VALUE SPACES.
001270 77  WS-POLINE-STATUS            PIC X(02) VALUE SPACES.
001280 77  WS-VENDMSTR-STATUS          PIC X(02) VALUE SPACES.
001290 77  WS-OPENRPT-STATUS           PIC X(02) VALUE SPACES.
001300
001310 77  WS-HDR-EOF-SWITCH           PIC X(01) VALUE "N".
001320     88  END-OF-HEADERS                  VALUE "Y".
001330 77  WS-POHDR-OPEN-SWITCH        PIC X(01) VALUE "N".
001340     88  POHDR-IS-OPEN                   VALUE "Y".
001350 77  WS-POLINE-OPEN-SWITCH       PIC X(01) VALUE "N".
001360     88  POLINE-IS-OPEN                  VALUE "Y".
001370 77  WS-VENDMSTR-OPEN-SWITCH     PIC X(01) VALUE "N".
001380     88  VENDMSTR-IS-OPEN                VALUE "Y".
001390 77  WS-PO-OVERDUE-SWITCH        PIC X(01) VALUE "N".
001400     88  PO-IS-OVERDUE                   VALUE "Y".
001410
001420 01  WS-HDG1.
001430     05  FILLER                  PIC X(40) VALUE SPACES.
001440     05  WS-HDG1-COMPANY         PIC X(30).
001450
001460 01  WS-HDG2.
001470     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001480     05  WS-HDG2-DATE            PIC 9(08).
001490     05  FILLER                  PIC X(14) VALUE SPACES.
001500     05  FILLER                  PIC X(30)
001510         VALUE "OPEN PURCHASE ORDER REPORT    ".
001520     05  FILLER                  PIC X(05) VALUE "PAGE ".
001530     05  WS-HDG2-PAGE            PIC ZZZ9.
001540
001550 01  WS-HDG3.
001560     05  FILLER                  PIC X(08) VALUE "PO NO.".
001570     05  FILLER                  PIC X(22) VALUE "VENDOR".
001580     05  FILLER                  PIC X(16) VALUE "PHONE".
001590     05  FILLER                  PIC X(05) VALUE "LEAD".
001600     05  FILLER                  PIC X(05) VALUE "LN".
001610     05  FILLER                  PIC X(08) VALUE "SHEET".
001620     05  FILLER                  PIC X(10) VALUE "DUE DATE".
001630     05  FILLER                  PIC X(09) VALUE "ORDERED".
001640     05  FILLER                  PIC X(09) VALUE "  RECVD".
001650     05  FILLER                  PIC X(09) VALUE " REMAIN".
001660     05  FILLER                  PIC X(12) VALUE "  VALUE DUE".
001670     05  FILLER                  PIC X(07) VALUE " LATE".
001680     05  FILLER                  PIC X(04) VALUE "FLAG".
001690
001700 01  WS-DETAIL-LINE.
001710     05  WS-DTL-PO-NUMBER        PIC 9(06).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-DTL-VENDOR           PIC X(20).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  WS-DTL-PHONE            PIC X(14).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  WS-DTL-LEAD             PIC ZZ9.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  WS-DTL-LINE-NUMBER      PIC 9(03).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-DTL-SHEET-ID         PIC X(06).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-DTL-DUE-DATE         PIC 9(08).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-DTL-ORDERED          PIC ZZZ,ZZ9.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  WS-DTL-RECEIVED         PIC ZZZ,ZZ9.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  WS-DTL-REMAINING        PIC ZZZ,ZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  WS-DTL-VALUE            PIC ZZZ,ZZ9.99.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  WS-DTL-DAYS-LATE        PIC -(4)9.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  WS-DTL-FLAG             PIC X(07).
001960
001970 01  WS-TOTAL-LINES.
001980     05  WS-TOT-POS-LINE.
001990         10  FILLER              PIC X(25)
002000             VALUE "OPEN PURCHASE ORDERS . .".
002010         10  WS-TOT-POS          PIC ZZZ,ZZ9.
002020     05  WS-TOT-LATE-PO-LINE.
002030         10  FILLER              PIC X(25)
002040             VALUE "ORDERS OVERDUE . . . . .".
002050         10  WS-TOT-LATE-POS     PIC ZZZ,ZZ9.
002060     05  WS-TOT-LINES-LINE.
002070         10  FILLER              PIC X(25)
002080             VALUE "OPEN LINES . . . . . . .".
002090         10  WS-TOT-LINES        PIC ZZZ,ZZ9.
002100     05  WS-TOT-LATE-LINE.
002110         10  FILLER              PIC X(25)
002120             VALUE "LINES OVERDUE. . . . . .".
002130         10  WS-TOT-LATE         PIC ZZZ,ZZ9.
002140     05  WS-TOT-PARTIAL-LINE.
002150         10  FILLER              PIC X(25)
002160             VALUE "LINES PARTLY RECEIVED. .".
002170         10  WS-TOT-PARTIAL      PIC ZZZ,ZZ9.
002180     05  WS-TOT-REMAIN-LINE.
002190         10  FILLER              PIC X(25)
002200             VALUE "SHEETS STILL DUE IN. . .".
002210         10  WS-TOT-REMAIN       PIC ZZZ,ZZZ,ZZ9.
002220     05  WS-TOT-VALUE-LINE.
002230         10  FILLER              PIC X(25)
002240             VALUE "VALUE STILL DUE IN . . .".
002250         10  WS-TOT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
002260
002270 PROCEDURE DIVISION.
002280
002290******************************************************************
002300* 0000-MAINLINE
002310* TOP-LEVEL CONTROL - READS THE PO HEADERS IN PO NUMBER ORDER,
002320* PRINTS THE OPEN LINES OF EACH OPEN ORDER, THEN THE TOTALS.
002330******************************************************************
002340 0000-MAINLINE.
002350
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370
002380     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002390         UNTIL END-OF-HEADERS.
002400
002410     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430
002440     GOBACK.
002450
002460******************************************************************
002470* 1000-INITIALIZE
002480* OPENS THE FILES.  NO PO HEADER FILE MEANS NO ORDER HAS BEEN
002490* ISSUED YET AND THE REPORT PRINTS EMPTY.  NO VENDOR MASTER PRINTS
002500* THE LINES WITHOUT A VENDOR NAME, PHONE OR LEAD TIME.  NEEDS
002510* NOTHING KEYED SO IT CAN RUN AS A NIGHTLY STEP.
002520******************************************************************
002530 1000-INITIALIZE.
002540
002550     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002560     MOVE WS-TODAY TO WS-DATE-WORK-N.
002570     PERFORM 1400-GET-DAY-NUMBER THRU 1400-EXIT.
002580     MOVE WS-DAY-NUMBER TO WS-TODAY-DAYS.
002590
002600     OPEN INPUT PO-HEADER.
002610     IF WS-POHDR-STATUS NOT = "00"
002620         DISPLAY "NO PO HEADER FILE, STATUS " WS-POHDR-STATUS
002630             " - NO PURCHASE ORDERS ON FILE"
002640         SET END-OF-HEADERS TO TRUE
002650     ELSE
002660         SET POHDR-IS-OPEN TO TRUE
002670     END-IF.
002680
002690     OPEN INPUT PO-LINE.
002700     IF WS-POLINE-STATUS NOT = "00"
002710         DISPLAY "NO PO LINE FILE, STATUS " WS-POLINE-STATUS
002720             " - NO PURCHASE ORDER LINES ON FILE"
002730         SET END-OF-HEADERS TO TRUE
002740     ELSE
002750         SET POLINE-IS-OPEN TO TRUE
002760     END-IF.
002770
002780     OPEN INPUT VENDOR-MASTER.
002790     IF WS-VENDMSTR-STATUS NOT = "00"
002800         DISPLAY "VENDOR MASTER UNAVAILABLE, STATUS "
002810             WS-VENDMSTR-STATUS " - VENDORS NOT PRINTED"
002820     ELSE
002830         SET VENDMSTR-IS-OPEN TO TRUE
002840     END-IF.
002850
002860     OPEN OUTPUT OPEN-PO-RPT.
002870
002880     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
002890     PERFORM 2900-READ-HEADER THRU 2900-EXIT.
002900
002910 1000-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 1300-PRINT-HEADINGS
002960* WRITES THE COMPANY/RUN-DATE/COLUMN HEADING LINES AND BUMPS THE
002970* PAGE COUNTER.
002980******************************************************************
002990 1300-PRINT-HEADINGS.
003000
003010     ADD 1 TO WS-PAGE-COUNT.
003020     MOVE ZERO TO WS-LINE-COUNT.
003030
003040     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
003050     MOVE WS-TODAY TO WS-HDG2-DATE.
003060     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
003070
003080     IF WS-PAGE-COUNT > 1
003090         MOVE SPACES TO OPEN-PO-RPT-LINE
003100         WRITE OPEN-PO-RPT-LINE
003110             BEFORE ADVANCING PAGE
003120     END-IF.
003130
003140     MOVE WS-HDG1 TO OPEN-PO-RPT-LINE.
003150     WRITE OPEN-PO-RPT-LINE.
003160     MOVE WS-HDG2 TO OPEN-PO-RPT-LINE.
003170     WRITE OPEN-PO-RPT-LINE.
003180     MOVE SPACES TO OPEN-PO-RPT-LINE.
003190     WRITE OPEN-PO-RPT-LINE.
003200     MOVE WS-HDG3 TO OPEN-PO-RPT-LINE.
003210     WRITE OPEN-PO-RPT-LINE.
003220
003230 1300-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270* 1400-GET-DAY-NUMBER
003280* TURNS THE DATE IN WS-DATE-WORK INTO A RUNNING DAY NUMBER SO TWO
003290* DATES CAN BE SUBTRACTED - DAYS IN THE WHOLE YEARS BEFORE IT, ONE
003300* MORE FOR EACH LEAP YEAR AMONG THEM, THE DAYS BEFORE ITS MONTH
003310* AND ITS DAY OF THE MONTH.  THE SIMPLE EVERY-FOURTH-YEAR LEAP
003320* RULE IS GOOD THROUGH 2099.  A DATE WITH NO VALID MONTH COUNTS AS
003330* TODAY.
003340******************************************************************
003350 1400-GET-DAY-NUMBER.
003360
003370     IF WS-DW-MM < 1 OR WS-DW-MM > 12
003380         MOVE WS-TODAY-DAYS TO WS-DAY-NUMBER
003390         GO TO 1400-EXIT
003400     END-IF.
003410
003420     SUBTRACT 1 FROM WS-DW-YYYY GIVING WS-YEARS-BEFORE.
003430     DIVIDE WS-YEARS-BEFORE BY 4 GIVING WS-LEAP-QUOT.
003440     COMPUTE WS-DAY-NUMBER = WS-YEARS-BEFORE * 365
003450         + WS-LEAP-QUOT
003460         + WS-DAYS-BEFORE-MONTH (WS-DW-MM)
003470         + WS-DW-DD.
003480
003490     IF WS-DW-MM > 2
003500         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
003510             REMAINDER WS-LEAP-REM
003520         IF WS-LEAP-REM = ZERO
003530             ADD 1 TO WS-DAY-NUMBER
003540         END-IF
003550     END-IF.
003560
003570 1400-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610* 2000-PROCESS-ORDER
003620* PRINTS THE OPEN LINES OF ONE OPEN PO, THEN READS THE NEXT
003630* HEADER.  THE DAYS LATE ARE COUNTED FROM THE PO'S DUE DATE, WHICH
003640* PURCHASE SET TO THE ORDER DATE PLUS THE VENDOR'S LEAD TIME WHEN
003650* THE ORDER WAS ISSUED.
003660******************************************************************
003670 2000-PROCESS-ORDER.
003680
003690     IF NOT PH-IS-OPEN
003700         GO TO 2000-NEXT
003710     END-IF.
003720
003730     ADD 1 TO WS-OPEN-POS.
003740     PERFORM 2100-GET-VENDOR THRU 2100-EXIT.
003750
003760     MOVE PH-DUE-DATE TO WS-DATE-WORK-N.
003770     PERFORM 1400-GET-DAY-NUMBER THRU 1400-EXIT.
003780     MOVE WS-DAY-NUMBER TO WS-DUE-DAYS.
003790     COMPUTE WS-DAYS-LATE = WS-TODAY-DAYS - WS-DUE-DAYS.
003800
003810     MOVE "N" TO WS-PO-OVERDUE-SWITCH.
003820     PERFORM 3000-PRINT-LINE THRU 3000-EXIT
003830         VARYING WS-PO-LINE-IX FROM 1 BY 1
003840         UNTIL WS-PO-LINE-IX > PH-LINE-COUNT.
003850     IF PO-IS-OVERDUE
003860         ADD 1 TO WS-OVERDUE-POS
003870     END-IF.
003880
003890 2000-NEXT.
003900     PERFORM 2900-READ-HEADER THRU 2900-EXIT.
003910
003920 2000-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960* 2100-GET-VENDOR
003970* LOOKS UP THE NAME, PHONE AND LEAD TIME OF THE PO'S VENDOR.  A
003980* VENDOR NOT ON THE MASTER, OR NO MASTER, PRINTS THE VENDOR ID
003990* WITH NO PHONE OR LEAD TIME.
004000******************************************************************
004010 2100-GET-VENDOR.
004020
004030     MOVE PH-VENDOR-ID TO WS-VENDOR-NAME.
004040     MOVE SPACES TO WS-VENDOR-PHONE.
004050     MOVE ZERO TO WS-VENDOR-LEAD.
004060
004070     IF NOT VENDMSTR-IS-OPEN
004080         GO TO 2100-EXIT
004090     END-IF.
004100
004110     MOVE PH-VENDOR-ID TO VM-VENDOR-ID.
004120     READ VENDOR-MASTER
004130         INVALID KEY
004140             GO TO 2100-EXIT
004150     END-READ.
004160
004170     MOVE VM-VENDOR-NAME TO WS-VENDOR-NAME.
004180     MOVE VM-PHONE TO WS-VENDOR-PHONE.
004190     MOVE VM-LEAD-DAYS TO WS-VENDOR-LEAD.
004200
004210 2100-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* 2900-READ-HEADER
004260* READS THE NEXT PO HEADER AND SETS END-OF-HEADERS WHEN THE FILE
004270* IS EXHAUSTED.
004280******************************************************************
004290 2900-READ-HEADER.
004300
004310     IF END-OF-HEADERS
004320         GO TO 2900-EXIT
004330     END-IF.
004340
004350     READ PO-HEADER
004360         AT END
004370             SET END-OF-HEADERS TO TRUE
004380         NOT AT END
004390             ADD 1 TO WS-HEADERS-READ
004400     END-READ.
004410
004420 2900-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460* 3000-PRINT-LINE
004470* PRINTS ONE LINE OF THE CURRENT PO IF IT IS STILL OPEN.  WHAT
004480* REMAINS IS THE QUANTITY ORDERED LESS WHAT HAS BEEN RECEIVED,
004490* VALUED AT THE LINE'S PRICE.  AN OPEN LINE ON A PO PAST ITS DUE
004500* DATE IS OVERDUE; OTHERWISE ONE THAT HAS TAKEN A SHORT RECEIPT IS
004510* PARTIAL.  A LINE MISSING FROM POLINE IS PASSED OVER.
004520******************************************************************
004530 3000-PRINT-LINE.
004540
004550     MOVE PH-PO-NUMBER TO PL-PO-NUMBER.
004560     MOVE WS-PO-LINE-IX TO PL-LINE-NUMBER.
004570     READ PO-LINE
004580         INVALID KEY
004590             GO TO 3000-EXIT
004600     END-READ.
004610
004620     IF NOT PL-IS-OPEN
004630         GO TO 3000-EXIT
004640     END-IF.
004650
004660     ADD 1 TO WS-OPEN-LINES.
004670
004680     IF PL-QTY-RECEIVED >= PL-QTY-ORDERED
004690         MOVE ZERO TO WS-QTY-REMAINING
004700     ELSE
004710         COMPUTE WS-QTY-REMAINING = PL-QTY-ORDERED
004720             - PL-QTY-RECEIVED
004730     END-IF.
004740     COMPUTE WS-LINE-VALUE = WS-QTY-REMAINING * PL-UNIT-PRICE.
004750
004760     MOVE SPACES TO WS-DTL-FLAG.
004770     IF WS-DAYS-LATE > ZERO
004780         MOVE "OVERDUE" TO WS-DTL-FLAG
004790         ADD 1 TO WS-OVERDUE-LINES
004800         SET PO-IS-OVERDUE TO TRUE
004810     ELSE
004820         IF PL-SHIPPED-SHORT
004830             MOVE "PARTIAL" TO WS-DTL-FLAG
004840         END-IF
004850     END-IF.
004860     IF PL-SHIPPED-SHORT
004870         ADD 1 TO WS-PARTIAL-LINES
004880     END-IF.
004890
004900     ADD WS-QTY-REMAINING TO WS-TOTAL-REMAINING.
004910     ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
004920
004930     MOVE PH-PO-NUMBER TO WS-DTL-PO-NUMBER.
004940     MOVE WS-VENDOR-NAME TO WS-DTL-VENDOR.
004950     MOVE WS-VENDOR-PHONE TO WS-DTL-PHONE.
004960     MOVE WS-VENDOR-LEAD TO WS-DTL-LEAD.
004970     MOVE PL-LINE-NUMBER TO WS-DTL-LINE-NUMBER.
004980     MOVE PL-SHEET-ID TO WS-DTL-SHEET-ID.
004990     MOVE PH-DUE-DATE TO WS-DTL-DUE-DATE.
005000     MOVE PL-QTY-ORDERED TO WS-DTL-ORDERED.
005010     MOVE PL-QTY-RECEIVED TO WS-DTL-RECEIVED.
005020     MOVE WS-QTY-REMAINING TO WS-DTL-REMAINING.
005030     MOVE WS-LINE-VALUE TO WS-DTL-VALUE.
005040     MOVE WS-DAYS-LATE TO WS-DTL-DAYS-LATE.
005050
005060     MOVE WS-DETAIL-LINE TO OPEN-PO-RPT-LINE.
005070     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
005080
005090 3000-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 7100-WRITE-REPORT-LINE
005140* WRITES THE STAGED REPORT LINE, BREAKING TO A NEW PAGE AS NEEDED.
005150******************************************************************
005160 7100-WRITE-REPORT-LINE.
005170
005180     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
005190         MOVE OPEN-PO-RPT-LINE TO WS-HOLD-LINE
005200         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
005210         MOVE WS-HOLD-LINE TO OPEN-PO-RPT-LINE
005220     END-IF.
005230
005240     WRITE OPEN-PO-RPT-LINE.
005250     ADD 1 TO WS-LINE-COUNT.
005260
005270 7100-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 8000-PRINT-TOTALS
005320* PRINTS THE OPEN-ORDER TOTALS AND ECHOES THE OVERDUE COUNTS TO
005330* THE CONSOLE.
005340******************************************************************
005350 8000-PRINT-TOTALS.
005360
005370     IF WS-OPEN-LINES = ZERO
005380         MOVE "  NO OPEN PURCHASE ORDER LINES" TO OPEN-PO-RPT-LINE
005390         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
005400     END-IF.
005410
005420     MOVE WS-OPEN-POS TO WS-TOT-POS.
005430     MOVE WS-OVERDUE-POS TO WS-TOT-LATE-POS.
005440     MOVE WS-OPEN-LINES TO WS-TOT-LINES.
005450     MOVE WS-OVERDUE-LINES TO WS-TOT-LATE.
005460     MOVE WS-PARTIAL-LINES TO WS-TOT-PARTIAL.
005470     MOVE WS-TOTAL-REMAINING TO WS-TOT-REMAIN.
005480     MOVE WS-TOTAL-VALUE TO WS-TOT-VALUE.
005490
005500     MOVE SPACES TO OPEN-PO-RPT-LINE.
005510     WRITE OPEN-PO-RPT-LINE.
005520     MOVE WS-TOT-POS-LINE TO OPEN-PO-RPT-LINE.
005530     WRITE OPEN-PO-RPT-LINE.
005540     MOVE WS-TOT-LATE-PO-LINE TO OPEN-PO-RPT-LINE.
005550     WRITE OPEN-PO-RPT-LINE.
005560     MOVE WS-TOT-LINES-LINE TO OPEN-PO-RPT-LINE.
005570     WRITE OPEN-PO-RPT-LINE.
005580     MOVE WS-TOT-LATE-LINE TO OPEN-PO-RPT-LINE.
005590     WRITE OPEN-PO-RPT-LINE.
005600     MOVE WS-TOT-PARTIAL-LINE TO OPEN-PO-RPT-LINE.
005610     WRITE OPEN-PO-RPT-LINE.
005620     MOVE WS-TOT-REMAIN-LINE TO OPEN-PO-RPT-LINE.
005630     WRITE OPEN-PO-RPT-LINE.
005640     MOVE WS-TOT-VALUE-LINE TO OPEN-PO-RPT-LINE.
005650     WRITE OPEN-PO-RPT-LINE.
005660
005670     DISPLAY "OPEN POS:          " WS-TOT-POS.
005680     DISPLAY "POS OVERDUE:       " WS-TOT-LATE-POS.
005690     DISPLAY "LINES OVERDUE:     " WS-TOT-LATE.
005700
005710 8000-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750* 9000-TERMINATE
005760* CLOSES THE FILES THAT MADE IT OPEN.
005770******************************************************************
005780 9000-TERMINATE.
005790
005800     IF POHDR-IS-OPEN
005810         CLOSE PO-HEADER
005820     END-IF.
005830
005840     IF POLINE-IS-OPEN
005850         CLOSE PO-LINE
005860     END-IF.
005870
005880     IF VENDMSTR-IS-OPEN
005890         CLOSE VENDOR-MASTER
005900     END-IF.
005910
005920     CLOSE OPEN-PO-RPT.
005930
005940 9000-EXIT.
005950     EXIT.
005960
005970 END PROGRAM OPENPO.
