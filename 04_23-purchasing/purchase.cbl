000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PURCHASE as "PURCHASE".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - SUGGESTED PURCHASE ORDERS FROM
000130*                     THE NESTING REORDER WARNINGS.  READS THE
000140*                     REORDEXT EXTRACT, RECHECKS EACH SIZE AGAINST
000150*                     THE CURRENT SHEET MASTER AND WHAT IS ALREADY
000160*                     DUE IN ON OPEN PO LINES, PICKS THE CHEAPEST
000170*                     ACTIVE VENDOR FOR THE SIZE AND SUGGESTS
000180*                     ENOUGH SHEETS TO BRING IT BACK UP TO ITS
000190*                     TARGET.  THE BUYER APPROVES, CHANGES OR
000200*                     CANCELS EVERY SUGGESTION, VENDOR BY VENDOR,
000210*                     BEFORE ANY PO NUMBER IS TAKEN.  APPROVED
000220*                     LINES ARE ISSUED ONE PO PER VENDOR, NUMBERED
000230*                     OFF POCTL AND DUE THE VENDOR'S LEAD TIME
000240*                     OUT, WRITTEN TO POHDR/POLINE AND PRINTED TO
000250*                     PODOC FOR MAILING.  A SUGGESTION REGISTER
000260*                     SHOWS WHAT BECAME OF EVERY SIZE ON THE
000270*                     EXTRACT.
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
000390     SELECT REORDER-EXTRACT ASSIGN TO "REORDEXT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REORDEXT-STATUS.
000420
000430     SELECT SHEET-MASTER ASSIGN TO "SHEETMST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SHEETMST-STATUS.
000460
000470     SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS VM-VENDOR-ID
000510         FILE STATUS IS WS-VENDMSTR-STATUS.
000520
000530     SELECT VENDOR-ITEM ASSIGN TO "VENDITEM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS VI-ITEM-KEY
000570         FILE STATUS IS WS-VENDITEM-STATUS.
000580
000590     SELECT PO-HEADER ASSIGN TO "POHDR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS PH-PO-NUMBER
000630         FILE STATUS IS WS-POHDR-STATUS.
000640
000650     SELECT PO-LINE ASSIGN TO "POLINE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PL-LINE-KEY
000690         FILE STATUS IS WS-POLINE-STATUS.
000700
000710     SELECT PO-CONTROL ASSIGN TO "POCTL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-POCTL-STATUS.
000740
000750     SELECT PO-DOCUMENT ASSIGN TO "PODOC"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PODOC-STATUS.
000780
000790     SELECT PURCHASE-RPT ASSIGN TO "PURCHRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PURCHRPT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  REORDER-EXTRACT
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 36 CHARACTERS.
000880     COPY REORDEXT.
000890
000900 FD  SHEET-MASTER
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 42 CHARACTERS.
000930     COPY SHEETMST.
000940
000950 FD  VENDOR-MASTER
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 74 CHARACTERS.
000980     COPY VENDMSTR.
000990
001000 FD  VENDOR-ITEM
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 26 CHARACTERS.
001030     COPY VENDITEM.
001040
001050 FD  PO-HEADER
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 59 CHARACTERS.
001080     COPY POHDR.
001090
001100 FD  PO-LINE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 44 CHARACTERS.
001130     COPY POLINE.
001140
001150 FD  PO-CONTROL
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 6 CHARACTERS.
001180 01  PO-CONTROL-RECORD.
001190     05  PC-LAST-PO-NO           PIC 9(06).
001200
001210 FD  PO-DOCUMENT
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 132 CHARACTERS.
001240 01  PO-DOCUMENT-LINE            PIC X(132).
001250
001260 FD  PURCHASE-RPT
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 132 CHARACTERS.
001290 01  PURCHASE-RPT-LINE           PIC X(132).
001300
001310 WORKING-STORAGE SECTION.
001320 01  WS-CONSTANTS.
001330     05  WS-MAX-SHEETS           PIC 9(03) COMP VALUE 50.
001340     05  WS-MAX-VENDORS          PIC 9(03) COMP VALUE 100.
001350     05  WS-MAX-ITEMS            PIC 9(03) COMP VALUE 500.
001360     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
001370     05  WS-COMPANY-NAME         PIC X(30)
001380         VALUE "TRI-COUNTY FABRICATION, INC.".
001390
001400 01  WS-MONTH-TABLE.
001410     05  FILLER                  PIC X(24)
001420         VALUE "312831303130313130313031".
001430 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
001440     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
001450                                 PIC 9(02).
001460
001470 01  WS-DUE-DATE.
001480     05  WS-DU-YYYY              PIC 9(04).
001490     05  WS-DU-MM                PIC 9(02).
001500     05  WS-DU-DD                PIC 9(02).
001510 01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
001520                                 PIC 9(08).
001530
001540*    THE SHEET MASTER AS IT STANDS NOW, WITH WHAT IS STILL DUE IN
001550*    ON OPEN PO LINES FOR EACH SIZE.  THE EXTRACT IS ONLY AS FRESH
001560*    AS THE LAST NESTING RUN, SO EVERY SIZE IS RECHECKED HERE.
001570 01  WS-SHEET-TABLE.
001580     05  WS-SHEET-COUNT          PIC 9(03) COMP VALUE ZERO.
001590     05  WS-SHEET-ENTRY OCCURS 50 TIMES.
001600         10  ST-SHEET-ID         PIC X(06).
001610         10  ST-ON-HAND          PIC 9(06) COMP.
001620         10  ST-MIN-QTY          PIC 9(06) COMP.
001630         10  ST-ON-ORDER         PIC 9(07) COMP.
001640
001650*    ACTIVE VENDORS IN VENDOR ID ORDER.  THE PO NUMBER IS FILLED
001660*    IN WHEN THE VENDOR'S ORDER IS ISSUED.
001670 01  WS-VENDOR-TABLE.
001680     05  WS-VENDOR-COUNT         PIC 9(03) COMP VALUE ZERO.
001690     05  WS-VENDOR-ENTRY OCCURS 100 TIMES.
001700         10  VT-VENDOR-ID        PIC X(06).
001710         10  VT-VENDOR-NAME      PIC X(30).
001720         10  VT-CONTACT-NAME     PIC X(20).
001730         10  VT-PHONE            PIC X(14).
001740         10  VT-LEAD-DAYS        PIC 9(03).
001750         10  VT-PO-NUMBER        PIC 9(06).
001760
001770*    ACTIVE SUPPLY ITEMS OF ACTIVE VENDORS, POINTING BACK INTO THE
001780*    VENDOR TABLE.
001790 01  WS-ITEM-TABLE.
001800     05  WS-ITEM-COUNT           PIC 9(03) COMP VALUE ZERO.
001810     05  WS-ITEM-ENTRY OCCURS 500 TIMES.
001820         10  IT-SHEET-ID         PIC X(06).
001830         10  IT-VENDOR-IX        PIC 9(03) COMP.
001840         10  IT-PRICE            PIC 9(05)V9(02).
001850         10  IT-TARGET-QTY       PIC 9(06).
001860
001870*    ONE SUGGESTION PER SIZE ON THE EXTRACT AND WHAT BECAME OF IT.
001880 01  WS-SUGGEST-TABLE.
001890     05  WS-SUGGEST-COUNT        PIC 9(03) COMP VALUE ZERO.
001900     05  WS-SUGGEST-ENTRY OCCURS 50 TIMES.
001910         10  SG-SHEET-ID         PIC X(06).
001920         10  SG-MATERIAL-CODE    PIC X(04).
001930         10  SG-THICKNESS        PIC 9(02)V9(04).
001940         10  SG-ON-HAND          PIC 9(06).
001950         10  SG-MIN-QTY          PIC 9(06).
001960         10  SG-ON-ORDER         PIC 9(07).
001970         10  SG-TARGET-QTY       PIC 9(07).
001980         10  SG-VENDOR-IX        PIC 9(03) COMP.
001990         10  SG-PRICE            PIC 9(05)V9(02).
002000         10  SG-SUGGEST-QTY      PIC 9(06).
002010         10  SG-ORDER-QTY        PIC 9(06).
002020         10  SG-PO-NUMBER        PIC 9(06).
002030         10  SG-PO-LINE          PIC 9(03).
002040         10  SG-OUTCOME          PIC X(01).
002050             88  SG-IS-PENDING           VALUE "P".
002060             88  SG-IS-APPROVED          VALUE "A".
002070             88  SG-IS-CHANGED           VALUE "C".
002080             88  SG-IS-CANCELLED         VALUE "X".
002090             88  SG-IS-COVERED           VALUE "O".
002100             88  SG-HAS-NO-VENDOR        VALUE "N".
002110             88  SG-IS-RESTOCKED         VALUE "R".
002120             88  SG-IS-TO-ORDER          VALUE "A" "C".
002130
002140 01  WS-KEYED-FIELDS.
002150     05  WS-ACTION-IN            PIC X(01).
002160         88  ACTION-IS-APPROVE           VALUE "A".
002170         88  ACTION-IS-CHANGE            VALUE "C".
002180         88  ACTION-IS-CANCEL            VALUE "X".
002190     05  WS-QTY-IN               PIC X(06).
002200     05  WS-QTY-IN-NUM REDEFINES WS-QTY-IN
002210                                 PIC 9(06).
002220     05  WS-CONFIRM-IN           PIC X(01).
002230
002240 01  WS-WORK-FIELDS.
002250     05  WS-SHEET-IX             PIC 9(03) COMP VALUE ZERO.
002260     05  WS-VENDOR-IX            PIC 9(03) COMP VALUE ZERO.
002270     05  WS-ITEM-IX              PIC 9(03) COMP VALUE ZERO.
002280     05  WS-SUG-IX               PIC 9(03) COMP VALUE ZERO.
002290     05  WS-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
002300     05  WS-HIT-IX               PIC 9(03) COMP VALUE ZERO.
002310     05  WS-BEST-ITEM-IX         PIC 9(03) COMP VALUE ZERO.
002320     05  WS-FIND-SHEET-ID        PIC X(06).
002330     05  WS-FIND-VENDOR-ID       PIC X(06).
002340     05  WS-SUGGEST-WORK         PIC S9(07).
002350     05  WS-PO-NUMBER            PIC 9(06) VALUE ZERO.
002360     05  WS-PO-LINE-NO           PIC 9(03).
002370     05  WS-PO-LINES             PIC 9(03).
002380     05  WS-LINES-TO-ORDER       PIC 9(05).
002390     05  WS-PO-TOTAL             PIC 9(07)V9(02).
002400     05  WS-EXTENDED             PIC 9(07)V9(02).
002410     05  WS-DAY-WORK             PIC 9(04).
002420     05  WS-MONTH-LIMIT          PIC 9(02).
002430     05  WS-LEAP-QUOT            PIC 9(04).
002440     05  WS-LEAP-REM             PIC 9(04).
002450     05  WS-BUYER-ID             PIC X(10) VALUE SPACES.
002460
002470 01  WS-SHOW-FIELDS.
002480     05  WS-SHOW-THICKNESS       PIC Z9.9999.
002490     05  WS-SHOW-ON-HAND         PIC ZZZ,ZZ9.
002500     05  WS-SHOW-MIN             PIC ZZZ,ZZ9.
002510     05  WS-SHOW-ON-ORDER        PIC Z,ZZZ,ZZ9.
002520     05  WS-SHOW-QTY             PIC ZZZ,ZZ9.
002530     05  WS-SHOW-PRICE           PIC ZZ,ZZ9.99.
002540     05  WS-SHOW-COUNT           PIC ZZ,ZZ9.
002550
002560 01  WS-HOLD-LINE                PIC X(132).
002570
002580 77  WS-TODAY                    PIC 9(08).
002590 77  WS-EXTRACT-READ             PIC 9(05) COMP VALUE ZERO.
002600 77  WS-SUGGESTED                PIC 9(05) COMP VALUE ZERO.
002610 77  WS-APPROVED                 PIC 9(05) COMP VALUE ZERO.
002620 77  WS-CHANGED                  PIC 9(05) COMP VALUE ZERO.
002630 77  WS-CANCELLED                PIC 9(05) COMP VALUE ZERO.
002640 77  WS-COVERED                  PIC 9(05) COMP VALUE ZERO.
002650 77  WS-NO-VENDOR                PIC 9(05) COMP VALUE ZERO.
002660 77  WS-RESTOCKED                PIC 9(05) COMP VALUE ZERO.
002670 77  WS-POS-ISSUED               PIC 9(05) COMP VALUE ZERO.
002680 77  WS-LINES-ISSUED             PIC 9(05) COMP VALUE ZERO.
002690 77  WS-VALUE-ISSUED             PIC 9(09)V9(02) VALUE ZERO.
002700 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
002710 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
002720 77  WS-DOC-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
002730 77  WS-DOC-PAGE-COUNT           PIC 9(03) COMP VALUE ZERO.
002740 77  WS-DOC-PAGES-WRITTEN        PIC 9(05) COMP VALUE ZERO.
002750
002760 77  WS-REORDEXT-STATUS          PIC X(02) VALUE SPACES.
002770 77  WS-SHEETMST-STATUS          PIC X(02) VALUE SPACES.
002780 77  WS-VENDMSTR-STATUS          PIC X(02) VALUE SPACES.
002790 77  WS-VENDITEM-STATUS          PIC X(02) VALUE SPACES.
002800 77  WS-POHDR-STATUS             PIC X(02) VALUE SPACES.
002810 77  WS-POLINE-STATUS            PIC X(02) VALUE SPACES.
002820 77  WS-POCTL-STATUS             PIC X(02) VALUE SPACES.
002830 77  WS-PODOC-STATUS             PIC X(02) VALUE SPACES.
002840 77  WS-PURCHRPT-STATUS          PIC X(02) VALUE SPACES.
002850
002860 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
002870     88  RUN-IS-CANCELLED                VALUE "Y".
002880 77  WS-EXTRACT-EOF-SWITCH       PIC X(01) VALUE "N".
002890     88  END-OF-EXTRACT                  VALUE "Y".
002900 77  WS-EXTRACT-OPEN-SWITCH      PIC X(01) VALUE "N".
002910     88  EXTRACT-IS-OPEN                 VALUE "Y".
002920 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
002930     88  END-OF-FILE                     VALUE "Y".
002940 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
002950     88  ENTRY-WAS-FOUND                 VALUE "Y".
002960     88  ENTRY-NOT-FOUND                 VALUE "N".
002970 77  WS-PENDING-SWITCH           PIC X(01) VALUE "N".
002980     88  VENDOR-HAS-PENDING              VALUE "Y".
002990 77  WS-ACTION-SWITCH            PIC X(01) VALUE "N".
003000     88  ACTION-IS-DONE                  VALUE "Y".
003010 77  WS-ISSUE-SWITCH             PIC X(01) VALUE "N".
003020     88  ISSUE-IS-CONFIRMED              VALUE "Y".
003030 77  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
003040     88  HEADER-WAS-WRITTEN              VALUE "Y".
003050
003060 01  WS-HDG1.
003070     05  FILLER                  PIC X(40) VALUE SPACES.
003080     05  WS-HDG1-COMPANY         PIC X(30).
003090
003100 01  WS-HDG2.
003110     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
003120     05  WS-HDG2-DATE            PIC 9(08).
003130     05  FILLER                  PIC X(14) VALUE SPACES.
003140     05  FILLER                  PIC X(30)
003150         VALUE "PURCHASE SUGGESTION REGISTER  ".
003160     05  FILLER                  PIC X(05) VALUE "PAGE ".
003170     05  WS-HDG2-PAGE            PIC ZZZ9.
003180
003190 01  WS-HDG2A.
003200     05  FILLER                  PIC X(07) VALUE "BUYER: ".
003210     05  WS-HDG2A-BUYER          PIC X(10).
003220
003230 01  WS-HDG3.
003240     05  FILLER                  PIC X(08) VALUE "SHEET".
003250     05  FILLER                  PIC X(06) VALUE "MATL".
003260     05  FILLER                  PIC X(09) VALUE "  THICK".
003270     05  FILLER                  PIC X(09) VALUE "ON HAND".
003280     05  FILLER                  PIC X(09) VALUE "MINIMUM".
003290     05  FILLER                  PIC X(09) VALUE "ON ORDER".
003300     05  FILLER                  PIC X(09) VALUE " TARGET".
003310     05  FILLER                  PIC X(09) VALUE "SUGGEST".
003320     05  FILLER                  PIC X(09) VALUE "ORDERED".
003330     05  FILLER                  PIC X(08) VALUE "VENDOR".
003340     05  FILLER                  PIC X(11) VALUE "UNIT PRICE".
003350     05  FILLER                  PIC X(08) VALUE "PO NO.".
003360     05  FILLER                  PIC X(07) VALUE "OUTCOME".
003370
003380 01  WS-DETAIL-LINE.
003390     05  WS-DTL-SHEET-ID         PIC X(06).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  WS-DTL-MATERIAL         PIC X(04).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-DTL-THICKNESS        PIC Z9.9999.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  WS-DTL-ON-HAND          PIC ZZZ,ZZ9.
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  WS-DTL-MIN              PIC ZZZ,ZZ9.
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  WS-DTL-ON-ORDER         PIC ZZZ,ZZ9.
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  WS-DTL-TARGET           PIC ZZZ,ZZ9.
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  WS-DTL-SUGGEST          PIC ZZZ,ZZ9.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  WS-DTL-ORDERED          PIC ZZZ,ZZ9.
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  WS-DTL-VENDOR           PIC X(06).
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  WS-DTL-PRICE            PIC ZZ,ZZ9.99.
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  WS-DTL-PO-NUMBER        PIC Z(06).
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  WS-DTL-OUTCOME          PIC X(20).
003640
003650 01  WS-TOTAL-LINES.
003660     05  WS-TOT-READ-LINE.
003670         10  FILLER              PIC X(25)
003680             VALUE "SIZES ON THE EXTRACT . .".
003690         10  WS-TOT-READ         PIC ZZZ,ZZ9.
003700     05  WS-TOT-RESTOCK-LINE.
003710         10  FILLER              PIC X(25)
003720             VALUE "BACK ABOVE MINIMUM . . .".
003730         10  WS-TOT-RESTOCK      PIC ZZZ,ZZ9.
003740     05  WS-TOT-COVERED-LINE.
003750         10  FILLER              PIC X(25)
003760             VALUE "COVERED BY OPEN ORDERS .".
003770         10  WS-TOT-COVERED      PIC ZZZ,ZZ9.
003780     05  WS-TOT-NOVEND-LINE.
003790         10  FILLER              PIC X(25)
003800             VALUE "NO ACTIVE VENDOR . . . .".
003810         10  WS-TOT-NOVEND       PIC ZZZ,ZZ9.
003820     05  WS-TOT-SUGGEST-LINE.
003830         10  FILLER              PIC X(25)
003840             VALUE "SUGGESTIONS MADE . . . .".
003850         10  WS-TOT-SUGGEST      PIC ZZZ,ZZ9.
003860     05  WS-TOT-APPROVE-LINE.
003870         10  FILLER              PIC X(25)
003880             VALUE "APPROVED AS SUGGESTED. .".
003890         10  WS-TOT-APPROVE      PIC ZZZ,ZZ9.
003900     05  WS-TOT-CHANGE-LINE.
003910         10  FILLER              PIC X(25)
003920             VALUE "QUANTITY CHANGED . . . .".
003930         10  WS-TOT-CHANGE       PIC ZZZ,ZZ9.
003940     05  WS-TOT-CANCEL-LINE.
003950         10  FILLER              PIC X(25)
003960             VALUE "CANCELLED BY BUYER . . .".
003970         10  WS-TOT-CANCEL       PIC ZZZ,ZZ9.
003980     05  WS-TOT-POS-LINE.
003990         10  FILLER              PIC X(25)
004000             VALUE "PURCHASE ORDERS ISSUED .".
004010         10  WS-TOT-POS          PIC ZZZ,ZZ9.
004020     05  WS-TOT-LINES-LINE.
004030         10  FILLER              PIC X(25)
004040             VALUE "PO LINES ISSUED. . . . .".
004050         10  WS-TOT-LINES        PIC ZZZ,ZZ9.
004060     05  WS-TOT-VALUE-LINE.
004070         10  FILLER              PIC X(25)
004080             VALUE "VALUE ORDERED. . . . . .".
004090         10  WS-TOT-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
004100
004110*    THE PURCHASE ORDER DOCUMENT - ONE OR MORE PAGES PER ORDER.
004120 01  WS-DOC-HDG2.
004130     05  FILLER                  PIC X(19)
004140         VALUE "PURCHASE ORDER NO. ".
004150     05  WS-DOC-PO-NUMBER        PIC 9(06).
004160     05  FILLER                  PIC X(07) VALUE SPACES.
004170     05  FILLER                  PIC X(12) VALUE "ORDER DATE: ".
004180     05  WS-DOC-ORDER-DATE       PIC 9(08).
004190     05  FILLER                  PIC X(04) VALUE SPACES.
004200     05  FILLER                  PIC X(10) VALUE "DUE DATE: ".
004210     05  WS-DOC-DUE-DATE         PIC 9(08).
004220     05  FILLER                  PIC X(04) VALUE SPACES.
004230     05  FILLER                  PIC X(05) VALUE "PAGE ".
004240     05  WS-DOC-PAGE             PIC ZZ9.
004250
004260 01  WS-DOC-VENDOR-LINE.
004270     05  FILLER                  PIC X(09) VALUE "VENDOR:  ".
004280     05  WS-DOC-VENDOR-ID        PIC X(06).
004290     05  FILLER                  PIC X(02) VALUE SPACES.
004300     05  WS-DOC-VENDOR-NAME      PIC X(30).
004310
004320 01  WS-DOC-ATTN-LINE.
004330     05  FILLER                  PIC X(09) VALUE "ATTN:    ".
004340     05  WS-DOC-CONTACT          PIC X(20).
004350     05  FILLER                  PIC X(09) VALUE "  PHONE: ".
004360     05  WS-DOC-PHONE            PIC X(14).
004370
004380 01  WS-DOC-BUYER-LINE.
004390     05  FILLER                  PIC X(09) VALUE "BUYER:   ".
004400     05  WS-DOC-BUYER            PIC X(10).
004410
004420 01  WS-DOC-HDG3.
004430     05  FILLER                  PIC X(06) VALUE "LINE".
004440     05  FILLER                  PIC X(10) VALUE "SHEET ID".
004450     05  FILLER                  PIC X(06) VALUE "MATL".
004460     05  FILLER                  PIC X(11) VALUE "THICKNESS".
004470     05  FILLER                  PIC X(10) VALUE "QUANTITY".
004480     05  FILLER                  PIC X(12) VALUE "UNIT PRICE".
004490     05  FILLER                  PIC X(12) VALUE "    EXTENDED".
004500
004510 01  WS-DOC-DETAIL.
004520     05  WS-DOC-LINE-NO          PIC 9(03).
004530     05  FILLER                  PIC X(03) VALUE SPACES.
004540     05  WS-DOC-SHEET-ID         PIC X(06).
004550     05  FILLER                  PIC X(04) VALUE SPACES.
004560     05  WS-DOC-MATERIAL         PIC X(04).
004570     05  FILLER                  PIC X(02) VALUE SPACES.
004580     05  WS-DOC-THICKNESS        PIC Z9.9999.
004590     05  FILLER                  PIC X(04) VALUE SPACES.
004600     05  WS-DOC-QTY              PIC ZZZ,ZZ9.
004610     05  FILLER                  PIC X(03) VALUE SPACES.
004620     05  WS-DOC-PRICE            PIC ZZ,ZZ9.99.
004630     05  FILLER                  PIC X(03) VALUE SPACES.
004640     05  WS-DOC-EXTENDED         PIC Z,ZZZ,ZZ9.99.
004650
004660 01  WS-DOC-TOTAL-LINE.
004670     05  FILLER                  PIC X(25)
004680         VALUE "PURCHASE ORDER TOTAL . .".
004690     05  FILLER                  PIC X(35) VALUE SPACES.
004700     05  WS-DOC-TOTAL            PIC Z,ZZZ,ZZ9.99.
004710
004720 01  WS-DOC-NOTE-LINE            PIC X(60)
004730     VALUE "SHOW THE PO NUMBER ON EVERY PACKING LIST AND INVOICE".
004740
004750 PROCEDURE DIVISION.
004760
004770******************************************************************
004780* 0000-MAINLINE
004790* TOP-LEVEL CONTROL - LOADS THE SHEETS, VENDORS, SUPPLY ITEMS AND
004800* OPEN ORDERS, BUILDS ONE SUGGESTION PER SIZE ON THE REORDER
004810* EXTRACT, TAKES THE BUYER THROUGH THEM VENDOR BY VENDOR, ISSUES
004820* THE APPROVED ORDERS AND PRINTS THE REGISTER.
004830******************************************************************
004840 0000-MAINLINE.
004850
004860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004870
004880     IF NOT RUN-IS-CANCELLED
004890         PERFORM 2000-BUILD-SUGGESTION THRU 2000-EXIT
004900             UNTIL END-OF-EXTRACT
004910         PERFORM 3000-REVIEW-VENDOR THRU 3000-EXIT
004920             VARYING WS-VENDOR-IX FROM 1 BY 1
004930             UNTIL WS-VENDOR-IX > WS-VENDOR-COUNT
004940         PERFORM 4000-CONFIRM-ISSUE THRU 4000-EXIT
004950         IF ISSUE-IS-CONFIRMED
004960             PERFORM 5000-ISSUE-VENDOR-PO THRU 5000-EXIT
004970                 VARYING WS-VENDOR-IX FROM 1 BY 1
004980                 UNTIL WS-VENDOR-IX > WS-VENDOR-COUNT
004990         END-IF
005000         PERFORM 6000-PRINT-SUGGESTION THRU 6000-EXIT
005010             VARYING WS-SUG-IX FROM 1 BY 1
005020             UNTIL WS-SUG-IX > WS-SUGGEST-COUNT
005030         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
005040     END-IF.
005050
005060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005070
005080     GOBACK.
005090
005100******************************************************************
005110* 1000-INITIALIZE
005120* ACCEPTS THE BUYER ID, LOADS THE TABLES AND OPENS THE ORDER
005130* FILES.  THE ORDER FILES ARE CREATED EMPTY ON FIRST USE.  WITHOUT
005140* THE SHEET MASTER NOTHING CAN BE RECHECKED, AND WITHOUT THE ORDER
005150* FILES NOTHING CAN BE ISSUED, SO EITHER CANCELS THE RUN.  NO
005160* VENDOR FILES ONLY MEANS EVERY SIZE COMES UP WITH NO VENDOR.
005170******************************************************************
005180 1000-INITIALIZE.
005190
005200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005210
005220     DISPLAY "PURCHASE ORDER SUGGESTIONS".
005230     DISPLAY "BUYER ID:".
005240     ACCEPT WS-BUYER-ID.
005250
005260     PERFORM 1100-LOAD-SHEETS THRU 1100-EXIT.
005270     IF RUN-IS-CANCELLED
005280         GO TO 1000-EXIT
005290     END-IF.
005300
005310     PERFORM 1500-OPEN-PO-FILES THRU 1500-EXIT.
005320     IF RUN-IS-CANCELLED
005330         GO TO 1000-EXIT
005340     END-IF.
005350
005360     PERFORM 1200-LOAD-VENDORS THRU 1200-EXIT.
005370     PERFORM 1300-LOAD-ITEMS THRU 1300-EXIT.
005380     PERFORM 1400-LOAD-ON-ORDER THRU 1400-EXIT.
005390
005400     OPEN INPUT PO-CONTROL.
005410     IF WS-POCTL-STATUS = "00"
005420         READ PO-CONTROL
005430             AT END
005440                 MOVE ZERO TO WS-PO-NUMBER
005450             NOT AT END
005460                 IF PC-LAST-PO-NO NUMERIC
005470                     MOVE PC-LAST-PO-NO TO WS-PO-NUMBER
005480                 END-IF
005490         END-READ
005500         CLOSE PO-CONTROL
005510     END-IF.
005520
005530     OPEN INPUT REORDER-EXTRACT.
005540     IF WS-REORDEXT-STATUS NOT = "00"
005550         DISPLAY "NO REORDER EXTRACT, STATUS " WS-REORDEXT-STATUS
005560             " - RUN NESTING FIRST"
005570         SET END-OF-EXTRACT TO TRUE
005580     ELSE
005590         SET EXTRACT-IS-OPEN TO TRUE
005600         PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
005610     END-IF.
005620
005630     OPEN OUTPUT PO-DOCUMENT.
005640     OPEN OUTPUT PURCHASE-RPT.
005650     PERFORM 1600-PRINT-HEADINGS THRU 1600-EXIT.
005660
005670 1000-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 1100-LOAD-SHEETS
005720* LOADS THE SHEET MASTER - ON HAND AND MINIMUM FOR EACH SIZE.
005730******************************************************************
005740 1100-LOAD-SHEETS.
005750
005760     OPEN INPUT SHEET-MASTER.
005770     IF WS-SHEETMST-STATUS NOT = "00"
005780         DISPLAY "SHEET-MASTER OPEN FAILED, STATUS "
005790             WS-SHEETMST-STATUS " - RUN CANCELLED"
005800         SET RUN-IS-CANCELLED TO TRUE
005810         MOVE 8 TO RETURN-CODE
005820         GO TO 1100-EXIT
005830     END-IF.
005840
005850     MOVE "N" TO WS-EOF-SWITCH.
005860     PERFORM 1110-LOAD-ONE-SHEET THRU 1110-EXIT
005870         UNTIL END-OF-FILE.
005880
005890     CLOSE SHEET-MASTER.
005900
005910 1100-EXIT.
005920     EXIT.
005930
005932******************************************************************
005934* 1110-LOAD-ONE-SHEET
005936* READS ONE SHEET MASTER ROW INTO THE SIZE TABLE.
005938******************************************************************
005940 1110-LOAD-ONE-SHEET.
005950
005960     READ SHEET-MASTER
005970         AT END
005980             SET END-OF-FILE TO TRUE
005990             GO TO 1110-EXIT
006000     END-READ.
006010
006020     IF WS-SHEET-COUNT NOT < WS-MAX-SHEETS
006030         DISPLAY "SHEET TABLE FULL - " SH-SHEET-ID " IGNORED"
006040         GO TO 1110-EXIT
006050     END-IF.
006060
006070     ADD 1 TO WS-SHEET-COUNT.
006080     MOVE SH-SHEET-ID TO ST-SHEET-ID (WS-SHEET-COUNT).
006090     MOVE SH-ON-HAND-QTY TO ST-ON-HAND (WS-SHEET-COUNT).
006100     MOVE SH-MIN-QTY TO ST-MIN-QTY (WS-SHEET-COUNT).
006110     MOVE ZERO TO ST-ON-ORDER (WS-SHEET-COUNT).
006120
006130 1110-EXIT.
006140     EXIT.
006150
006160******************************************************************
006170* 1200-LOAD-VENDORS
006180* LOADS THE ACTIVE VENDORS.  AN INACTIVE VENDOR IS NEVER OFFERED.
006190******************************************************************
006200 1200-LOAD-VENDORS.
006210
006220     OPEN INPUT VENDOR-MASTER.
006230     IF WS-VENDMSTR-STATUS NOT = "00"
006240         DISPLAY "VENDOR-MASTER UNAVAILABLE, STATUS "
006250             WS-VENDMSTR-STATUS " - NO VENDORS LOADED"
006260         GO TO 1200-EXIT
006270     END-IF.
006280
006290     MOVE "N" TO WS-EOF-SWITCH.
006300     PERFORM 1210-LOAD-ONE-VENDOR THRU 1210-EXIT
006310         UNTIL END-OF-FILE.
006320
006330     CLOSE VENDOR-MASTER.
006340
006350 1200-EXIT.
006360     EXIT.
006370
006372******************************************************************
006374* 1210-LOAD-ONE-VENDOR
006376* READS ONE VENDOR MASTER ROW AND TABLES IT IF ACTIVE.
006378******************************************************************
006380 1210-LOAD-ONE-VENDOR.
006390
006400     READ VENDOR-MASTER
006410         AT END
006420             SET END-OF-FILE TO TRUE
006430             GO TO 1210-EXIT
006440     END-READ.
006450
006460     IF NOT VM-IS-ACTIVE
006470         GO TO 1210-EXIT
006480     END-IF.
006490
006500     IF WS-VENDOR-COUNT NOT < WS-MAX-VENDORS
006510         DISPLAY "VENDOR TABLE FULL - " VM-VENDOR-ID " IGNORED"
006520         GO TO 1210-EXIT
006530     END-IF.
006540
006550     ADD 1 TO WS-VENDOR-COUNT.
006560     MOVE VM-VENDOR-ID TO VT-VENDOR-ID (WS-VENDOR-COUNT).
006570     MOVE VM-VENDOR-NAME TO VT-VENDOR-NAME (WS-VENDOR-COUNT).
006580     MOVE VM-CONTACT-NAME TO VT-CONTACT-NAME (WS-VENDOR-COUNT).
006590     MOVE VM-PHONE TO VT-PHONE (WS-VENDOR-COUNT).
006600     MOVE VM-LEAD-DAYS TO VT-LEAD-DAYS (WS-VENDOR-COUNT).
006610     MOVE ZERO TO VT-PO-NUMBER (WS-VENDOR-COUNT).
006620
006630 1210-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670* 1300-LOAD-ITEMS
006680* LOADS THE ACTIVE SUPPLY ITEMS OF THE VENDORS JUST LOADED.  AN
006690* ITEM WHOSE VENDOR IS INACTIVE OR MISSING IS SKIPPED.
006700******************************************************************
006710 1300-LOAD-ITEMS.
006720
006730     OPEN INPUT VENDOR-ITEM.
006740     IF WS-VENDITEM-STATUS NOT = "00"
006750         DISPLAY "VENDOR-ITEM UNAVAILABLE, STATUS "
006760             WS-VENDITEM-STATUS " - NO SUPPLY ITEMS LOADED"
006770         GO TO 1300-EXIT
006780     END-IF.
006790
006800     MOVE "N" TO WS-EOF-SWITCH.
006810     PERFORM 1310-LOAD-ONE-ITEM THRU 1310-EXIT
006820         UNTIL END-OF-FILE.
006830
006840     CLOSE VENDOR-ITEM.
006850
006860 1300-EXIT.
006870     EXIT.
006880
006881******************************************************************
006882* 1310-LOAD-ONE-ITEM
006883* READS ONE SUPPLY ITEM AND TABLES IT IF IT AND ITS VENDOR ARE
006884* ACTIVE.
006885******************************************************************
006890 1310-LOAD-ONE-ITEM.
006900
006910     READ VENDOR-ITEM
006920         AT END
006930             SET END-OF-FILE TO TRUE
006940             GO TO 1310-EXIT
006950     END-READ.
006960
006970     IF NOT VI-IS-ACTIVE
006980         GO TO 1310-EXIT
006990     END-IF.
007000
007010     MOVE VI-VENDOR-ID TO WS-FIND-VENDOR-ID.
007020     PERFORM 1900-FIND-VENDOR THRU 1900-EXIT.
007030     IF ENTRY-NOT-FOUND
007040         GO TO 1310-EXIT
007050     END-IF.
007060
007070     IF WS-ITEM-COUNT NOT < WS-MAX-ITEMS
007080         DISPLAY "SUPPLY ITEM TABLE FULL - " VI-VENDOR-ID "/"
007090             VI-SHEET-ID " IGNORED"
007100         GO TO 1310-EXIT
007110     END-IF.
007120
007130     ADD 1 TO WS-ITEM-COUNT.
007140     MOVE VI-SHEET-ID TO IT-SHEET-ID (WS-ITEM-COUNT).
007150     MOVE WS-HIT-IX TO IT-VENDOR-IX (WS-ITEM-COUNT).
007160     MOVE VI-PRICE-PER-SHEET TO IT-PRICE (WS-ITEM-COUNT).
007170     MOVE VI-TARGET-QTY TO IT-TARGET-QTY (WS-ITEM-COUNT).
007180
007190 1310-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230* 1400-LOAD-ON-ORDER
007240* READS EVERY PO LINE AND ADDS WHAT IS STILL DUE ON EACH OPEN LINE
007250* TO ITS SIZE, SO A SIZE ALREADY ON ORDER IS NOT ORDERED TWICE.
007260******************************************************************
007270 1400-LOAD-ON-ORDER.
007280
007290     MOVE "N" TO WS-EOF-SWITCH.
007300     PERFORM 1410-ADD-ONE-PO-LINE THRU 1410-EXIT
007310         UNTIL END-OF-FILE.
007320
007330 1400-EXIT.
007340     EXIT.
007350
007352******************************************************************
007354* 1410-ADD-ONE-PO-LINE
007356* ADDS WHAT IS STILL DUE ON ONE OPEN PO LINE TO ITS SIZE.
007358******************************************************************
007360 1410-ADD-ONE-PO-LINE.
007370
007380     READ PO-LINE NEXT RECORD
007390         AT END
007400             SET END-OF-FILE TO TRUE
007410             GO TO 1410-EXIT
007420     END-READ.
007430
007440     IF NOT PL-IS-OPEN
007450         OR PL-QTY-RECEIVED NOT < PL-QTY-ORDERED
007460         GO TO 1410-EXIT
007470     END-IF.
007480
007490     MOVE PL-SHEET-ID TO WS-FIND-SHEET-ID.
007500     PERFORM 1800-FIND-SHEET THRU 1800-EXIT.
007510     IF ENTRY-WAS-FOUND
007520         COMPUTE ST-ON-ORDER (WS-HIT-IX) =
007530             ST-ON-ORDER (WS-HIT-IX)
007540             + PL-QTY-ORDERED - PL-QTY-RECEIVED
007550     END-IF.
007560
007570 1410-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 1500-OPEN-PO-FILES
007620* OPENS THE ORDER HEADER AND LINE FILES, CREATING EITHER ONE EMPTY
007630* THE FIRST TIME PURCHASING RUNS.
007640******************************************************************
007650 1500-OPEN-PO-FILES.
007660
007670     OPEN I-O PO-HEADER.
007680     IF WS-POHDR-STATUS = "35"
007690         OPEN OUTPUT PO-HEADER
007700         CLOSE PO-HEADER
007710         OPEN I-O PO-HEADER
007720     END-IF.
007730
007740     IF WS-POHDR-STATUS NOT = "00"
007750         DISPLAY "PO-HEADER OPEN FAILED, STATUS "
007760             WS-POHDR-STATUS " - RUN CANCELLED"
007770         SET RUN-IS-CANCELLED TO TRUE
007780         MOVE 8 TO RETURN-CODE
007790         GO TO 1500-EXIT
007800     END-IF.
007810
007820     OPEN I-O PO-LINE.
007830     IF WS-POLINE-STATUS = "35"
007840         OPEN OUTPUT PO-LINE
007850         CLOSE PO-LINE
007860         OPEN I-O PO-LINE
007870     END-IF.
007880
007890     IF WS-POLINE-STATUS NOT = "00"
007900         DISPLAY "PO-LINE OPEN FAILED, STATUS "
007910             WS-POLINE-STATUS " - RUN CANCELLED"
007920         CLOSE PO-HEADER
007930         SET RUN-IS-CANCELLED TO TRUE
007940         MOVE 8 TO RETURN-CODE
007950     END-IF.
007960
007970 1500-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 1600-PRINT-HEADINGS
008020* WRITES THE COMPANY/RUN-DATE/BUYER/COLUMN HEADING LINES FOR A NEW
008030* PAGE OF THE SUGGESTION REGISTER.
008040******************************************************************
008050 1600-PRINT-HEADINGS.
008060
008070     ADD 1 TO WS-PAGE-COUNT.
008080     MOVE ZERO TO WS-LINE-COUNT.
008090
008100     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
008110     MOVE WS-TODAY TO WS-HDG2-DATE.
008120     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
008130     MOVE WS-BUYER-ID TO WS-HDG2A-BUYER.
008140
008150     IF WS-PAGE-COUNT > 1
008160         MOVE SPACES TO PURCHASE-RPT-LINE
008170         WRITE PURCHASE-RPT-LINE
008180             BEFORE ADVANCING PAGE
008190     END-IF.
008200
008210     MOVE WS-HDG1 TO PURCHASE-RPT-LINE.
008220     WRITE PURCHASE-RPT-LINE.
008230     MOVE WS-HDG2 TO PURCHASE-RPT-LINE.
008240     WRITE PURCHASE-RPT-LINE.
008250     MOVE WS-HDG2A TO PURCHASE-RPT-LINE.
008260     WRITE PURCHASE-RPT-LINE.
008270     MOVE SPACES TO PURCHASE-RPT-LINE.
008280     WRITE PURCHASE-RPT-LINE.
008290     MOVE WS-HDG3 TO PURCHASE-RPT-LINE.
008300     WRITE PURCHASE-RPT-LINE.
008310
008320 1600-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360* 1800-FIND-SHEET
008370* LOOKS UP WS-FIND-SHEET-ID IN THE SHEET TABLE AND SETS THE FOUND
008380* SWITCH AND THE HIT INDEX.
008390******************************************************************
008400 1800-FIND-SHEET.
008410
008420     SET ENTRY-NOT-FOUND TO TRUE.
008430     MOVE ZERO TO WS-HIT-IX.
008440     PERFORM 1810-CHECK-ONE-SHEET THRU 1810-EXIT
008450         VARYING WS-SCAN-IX FROM 1 BY 1
008460         UNTIL ENTRY-WAS-FOUND
008470         OR WS-SCAN-IX > WS-SHEET-COUNT.
008480
008490 1800-EXIT.
008500     EXIT.
008510
008512******************************************************************
008514* 1810-CHECK-ONE-SHEET
008516* COMPARES ONE SIZE TABLE ENTRY TO WS-FIND-SHEET-ID.
008518******************************************************************
008520 1810-CHECK-ONE-SHEET.
008530
008540     IF ST-SHEET-ID (WS-SCAN-IX) = WS-FIND-SHEET-ID
008550         SET ENTRY-WAS-FOUND TO TRUE
008560         MOVE WS-SCAN-IX TO WS-HIT-IX
008570     END-IF.
008580
008590 1810-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630* 1900-FIND-VENDOR
008640* LOOKS UP WS-FIND-VENDOR-ID IN THE ACTIVE VENDOR TABLE AND SETS
008650* THE FOUND SWITCH AND THE HIT INDEX.
008660******************************************************************
008670 1900-FIND-VENDOR.
008680
008690     SET ENTRY-NOT-FOUND TO TRUE.
008700     MOVE ZERO TO WS-HIT-IX.
008710     PERFORM 1910-CHECK-ONE-VENDOR THRU 1910-EXIT
008720         VARYING WS-SCAN-IX FROM 1 BY 1
008730         UNTIL ENTRY-WAS-FOUND
008740         OR WS-SCAN-IX > WS-VENDOR-COUNT.
008750
008760 1900-EXIT.
008770     EXIT.
008780
008782******************************************************************
008784* 1910-CHECK-ONE-VENDOR
008786* COMPARES ONE VENDOR TABLE ENTRY TO WS-FIND-VENDOR-ID.
008788******************************************************************
008790 1910-CHECK-ONE-VENDOR.
008800
008810     IF VT-VENDOR-ID (WS-SCAN-IX) = WS-FIND-VENDOR-ID
008820         SET ENTRY-WAS-FOUND TO TRUE
008830         MOVE WS-SCAN-IX TO WS-HIT-IX
008840     END-IF.
008850
008860 1910-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 2000-BUILD-SUGGESTION
008910* TURNS THE CURRENT EXTRACT ROW INTO A SUGGESTION AND READS THE
008920* NEXT ROW.
008930******************************************************************
008940 2000-BUILD-SUGGESTION.
008950
008960     PERFORM 2100-MAKE-SUGGESTION THRU 2100-EXIT.
008970     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
008980
008990 2000-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030* 2100-MAKE-SUGGESTION
009040* RECHECKS ONE SIZE AGAINST THE CURRENT SHEET MASTER, PICKS ITS
009050* VENDOR AND WORKS OUT THE SUGGESTED QUANTITY - THE TARGET LESS
009060* WHAT IS ON HAND AND WHAT IS ALREADY DUE IN ON OPEN PO LINES.
009070* THE TARGET IS THE VENDOR ITEM'S TARGET QUANTITY, OR TWICE THE
009080* SIZE'S MINIMUM WHEN NONE IS KEYED.  A SIZE BACK AT OR ABOVE ITS
009090* MINIMUM, OR ALREADY COVERED BY WHAT IS ON ORDER, IS LISTED BUT
009100* NOT SUGGESTED.
009110******************************************************************
009120 2100-MAKE-SUGGESTION.
009130
009140     MOVE RX-SHEET-ID TO WS-FIND-SHEET-ID.
009150     PERFORM 1800-FIND-SHEET THRU 1800-EXIT.
009160     IF ENTRY-NOT-FOUND
009170         DISPLAY "SHEET " RX-SHEET-ID " IS NO LONGER ON THE "
009180             "SHEET MASTER - SKIPPED"
009190         GO TO 2100-EXIT
009200     END-IF.
009210
009220     IF WS-SUGGEST-COUNT NOT < WS-MAX-SHEETS
009230         DISPLAY "SUGGESTION TABLE FULL - " RX-SHEET-ID " IGNORED"
009240         GO TO 2100-EXIT
009250     END-IF.
009260
009270     ADD 1 TO WS-SUGGEST-COUNT.
009280     MOVE WS-SUGGEST-COUNT TO WS-SUG-IX.
009290     MOVE RX-SHEET-ID TO SG-SHEET-ID (WS-SUG-IX).
009300     MOVE RX-MATERIAL-CODE TO SG-MATERIAL-CODE (WS-SUG-IX).
009310     MOVE RX-THICKNESS TO SG-THICKNESS (WS-SUG-IX).
009320     MOVE ST-ON-HAND (WS-HIT-IX) TO SG-ON-HAND (WS-SUG-IX).
009330     MOVE ST-MIN-QTY (WS-HIT-IX) TO SG-MIN-QTY (WS-SUG-IX).
009340     MOVE ST-ON-ORDER (WS-HIT-IX) TO SG-ON-ORDER (WS-SUG-IX).
009350     COMPUTE SG-TARGET-QTY (WS-SUG-IX) =
009360         ST-MIN-QTY (WS-HIT-IX) * 2.
009370     MOVE ZERO TO SG-VENDOR-IX (WS-SUG-IX).
009380     MOVE ZERO TO SG-PRICE (WS-SUG-IX).
009390     MOVE ZERO TO SG-SUGGEST-QTY (WS-SUG-IX).
009400     MOVE ZERO TO SG-ORDER-QTY (WS-SUG-IX).
009410     MOVE ZERO TO SG-PO-NUMBER (WS-SUG-IX).
009420     MOVE ZERO TO SG-PO-LINE (WS-SUG-IX).
009430
009440     IF ST-MIN-QTY (WS-HIT-IX) = ZERO
009450         OR ST-ON-HAND (WS-HIT-IX) NOT < ST-MIN-QTY (WS-HIT-IX)
009460         SET SG-IS-RESTOCKED (WS-SUG-IX) TO TRUE
009470         ADD 1 TO WS-RESTOCKED
009480         GO TO 2100-EXIT
009490     END-IF.
009500
009510     PERFORM 2200-PICK-VENDOR THRU 2200-EXIT.
009520     IF WS-BEST-ITEM-IX = ZERO
009530         SET SG-HAS-NO-VENDOR (WS-SUG-IX) TO TRUE
009540         ADD 1 TO WS-NO-VENDOR
009550         GO TO 2100-EXIT
009560     END-IF.
009570
009580     MOVE IT-VENDOR-IX (WS-BEST-ITEM-IX)
009590         TO SG-VENDOR-IX (WS-SUG-IX).
009600     MOVE IT-PRICE (WS-BEST-ITEM-IX) TO SG-PRICE (WS-SUG-IX).
009610     IF IT-TARGET-QTY (WS-BEST-ITEM-IX) > ZERO
009620         MOVE IT-TARGET-QTY (WS-BEST-ITEM-IX)
009630             TO SG-TARGET-QTY (WS-SUG-IX)
009640     END-IF.
009650
009660     COMPUTE WS-SUGGEST-WORK = SG-TARGET-QTY (WS-SUG-IX)
009670         - SG-ON-HAND (WS-SUG-IX)
009680         - SG-ON-ORDER (WS-SUG-IX).
009690     IF WS-SUGGEST-WORK NOT > ZERO
009700         SET SG-IS-COVERED (WS-SUG-IX) TO TRUE
009710         ADD 1 TO WS-COVERED
009720         GO TO 2100-EXIT
009730     END-IF.
009740
009750     MOVE WS-SUGGEST-WORK TO SG-SUGGEST-QTY (WS-SUG-IX).
009760     MOVE WS-SUGGEST-WORK TO SG-ORDER-QTY (WS-SUG-IX).
009770     SET SG-IS-PENDING (WS-SUG-IX) TO TRUE.
009780     ADD 1 TO WS-SUGGESTED.
009790
009800 2100-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 2200-PICK-VENDOR
009850* FINDS THE CHEAPEST ACTIVE SUPPLY ITEM FOR THE SIZE.  ON A TIE
009860* THE LOWER VENDOR ID WINS, SINCE THE ITEMS LOAD IN THAT ORDER.
009870******************************************************************
009880 2200-PICK-VENDOR.
009890
009900     MOVE ZERO TO WS-BEST-ITEM-IX.
009910     PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
009920         VARYING WS-ITEM-IX FROM 1 BY 1
009930         UNTIL WS-ITEM-IX > WS-ITEM-COUNT.
009940
009950 2200-EXIT.
009960     EXIT.
009970
009971******************************************************************
009972* 2210-CHECK-ONE-ITEM
009973* KEEPS ONE SUPPLY ITEM FOR THE SUGGESTION'S SIZE IF IT IS THE
009974* CHEAPEST SEEN SO FAR.
009975******************************************************************
009980 2210-CHECK-ONE-ITEM.
009990
010000     IF IT-SHEET-ID (WS-ITEM-IX) NOT = SG-SHEET-ID (WS-SUG-IX)
010010         GO TO 2210-EXIT
010020     END-IF.
010030
010040     IF WS-BEST-ITEM-IX = ZERO
010050         MOVE WS-ITEM-IX TO WS-BEST-ITEM-IX
010060         GO TO 2210-EXIT
010070     END-IF.
010080
010090     IF IT-PRICE (WS-ITEM-IX) < IT-PRICE (WS-BEST-ITEM-IX)
010100         MOVE WS-ITEM-IX TO WS-BEST-ITEM-IX
010110     END-IF.
010120
010130 2210-EXIT.
010140     EXIT.
010150
010160******************************************************************
010170* 2900-READ-EXTRACT
010180* READS THE NEXT REORDER EXTRACT ROW.
010190******************************************************************
010200 2900-READ-EXTRACT.
010210
010220     READ REORDER-EXTRACT
010230         AT END
010240             SET END-OF-EXTRACT TO TRUE
010250         NOT AT END
010260             ADD 1 TO WS-EXTRACT-READ
010270     END-READ.
010280
010290 2900-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 3000-REVIEW-VENDOR
010340* TAKES THE BUYER THROUGH ONE VENDOR'S SUGGESTIONS.  A VENDOR WITH
010350* NOTHING SUGGESTED IS PASSED OVER.
010360******************************************************************
010370 3000-REVIEW-VENDOR.
010380
010390     MOVE "N" TO WS-PENDING-SWITCH.
010400     PERFORM 3010-CHECK-PENDING THRU 3010-EXIT
010410         VARYING WS-SUG-IX FROM 1 BY 1
010420         UNTIL VENDOR-HAS-PENDING
010430         OR WS-SUG-IX > WS-SUGGEST-COUNT.
010440
010450     IF NOT VENDOR-HAS-PENDING
010460         GO TO 3000-EXIT
010470     END-IF.
010480
010490     DISPLAY " ".
010500     DISPLAY "VENDOR " VT-VENDOR-ID (WS-VENDOR-IX) " "
010510         VT-VENDOR-NAME (WS-VENDOR-IX).
010520     DISPLAY "CONTACT " VT-CONTACT-NAME (WS-VENDOR-IX) " "
010530         VT-PHONE (WS-VENDOR-IX) "  LEAD TIME "
010540         VT-LEAD-DAYS (WS-VENDOR-IX) " DAYS".
010550
010560     PERFORM 3100-REVIEW-ONE-SUGGESTION THRU 3100-EXIT
010570         VARYING WS-SUG-IX FROM 1 BY 1
010580         UNTIL WS-SUG-IX > WS-SUGGEST-COUNT.
010590
010600 3000-EXIT.
010610     EXIT.
010620
010622******************************************************************
010624* 3010-CHECK-PENDING
010626* FLAGS THE VENDOR WHEN ONE OF ITS SUGGESTIONS IS STILL PENDING.
010628******************************************************************
010630 3010-CHECK-PENDING.
010640
010650     IF SG-VENDOR-IX (WS-SUG-IX) = WS-VENDOR-IX
010660         AND SG-IS-PENDING (WS-SUG-IX)
010670         SET VENDOR-HAS-PENDING TO TRUE
010680     END-IF.
010690
010700 3010-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740* 3100-REVIEW-ONE-SUGGESTION
010750* SHOWS ONE SUGGESTION FOR THE CURRENT VENDOR AND TAKES THE
010760* BUYER'S ACTION ON IT.
010770******************************************************************
010780 3100-REVIEW-ONE-SUGGESTION.
010790
010800     IF SG-VENDOR-IX (WS-SUG-IX) NOT = WS-VENDOR-IX
010810         OR NOT SG-IS-PENDING (WS-SUG-IX)
010820         GO TO 3100-EXIT
010830     END-IF.
010840
010850     MOVE SG-THICKNESS (WS-SUG-IX) TO WS-SHOW-THICKNESS.
010860     MOVE SG-ON-HAND (WS-SUG-IX) TO WS-SHOW-ON-HAND.
010870     MOVE SG-MIN-QTY (WS-SUG-IX) TO WS-SHOW-MIN.
010880     MOVE SG-ON-ORDER (WS-SUG-IX) TO WS-SHOW-ON-ORDER.
010890     MOVE SG-SUGGEST-QTY (WS-SUG-IX) TO WS-SHOW-QTY.
010900     MOVE SG-PRICE (WS-SUG-IX) TO WS-SHOW-PRICE.
010910
010920     DISPLAY " ".
010930     DISPLAY "SHEET " SG-SHEET-ID (WS-SUG-IX) " "
010940         SG-MATERIAL-CODE (WS-SUG-IX) " " WS-SHOW-THICKNESS
010950         "  ON HAND " WS-SHOW-ON-HAND "  MIN " WS-SHOW-MIN
010960         "  ON ORDER " WS-SHOW-ON-ORDER.
010970     DISPLAY "SUGGEST " WS-SHOW-QTY " AT " WS-SHOW-PRICE
010980         " PER SHEET".
010990
011000     MOVE "N" TO WS-ACTION-SWITCH.
011010     PERFORM 3150-ACCEPT-ACTION THRU 3150-EXIT
011020         UNTIL ACTION-IS-DONE.
011030
011040 3100-EXIT.
011050     EXIT.
011060
011070******************************************************************
011080* 3150-ACCEPT-ACTION
011090* ACCEPTS ONE ACTION CODE FOR THE SUGGESTION ON SCREEN.  AN
011100* INVALID CODE OR A BAD QUANTITY ASKS AGAIN.
011110******************************************************************
011120 3150-ACCEPT-ACTION.
011130
011140     DISPLAY "A=APPROVE, C=CHANGE QUANTITY, X=CANCEL:".
011150     MOVE SPACE TO WS-ACTION-IN.
011160     ACCEPT WS-ACTION-IN.
011170
011180     EVALUATE TRUE
011190         WHEN ACTION-IS-APPROVE
011200             SET SG-IS-APPROVED (WS-SUG-IX) TO TRUE
011210             ADD 1 TO WS-APPROVED
011220             SET ACTION-IS-DONE TO TRUE
011230         WHEN ACTION-IS-CHANGE
011240             PERFORM 3160-ACCEPT-QUANTITY THRU 3160-EXIT
011250         WHEN ACTION-IS-CANCEL
011260             SET SG-IS-CANCELLED (WS-SUG-IX) TO TRUE
011270             MOVE ZERO TO SG-ORDER-QTY (WS-SUG-IX)
011280             ADD 1 TO WS-CANCELLED
011290             SET ACTION-IS-DONE TO TRUE
011300         WHEN OTHER
011310             DISPLAY "INVALID ACTION CODE"
011320     END-EVALUATE.
011330
011340 3150-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380* 3160-ACCEPT-QUANTITY
011390* ACCEPTS THE BUYER'S OWN ORDER QUANTITY.  KEYING THE SUGGESTED
011400* QUANTITY BACK COUNTS AS A PLAIN APPROVAL.
011410******************************************************************
011420 3160-ACCEPT-QUANTITY.
011430
011440     DISPLAY "ORDER QUANTITY - 6 DIGITS:".
011450     MOVE SPACES TO WS-QTY-IN.
011460     ACCEPT WS-QTY-IN.
011470
011480     IF WS-QTY-IN NOT NUMERIC
011490         OR WS-QTY-IN-NUM = ZERO
011500         DISPLAY "QUANTITY MUST BE NUMERIC AND ABOVE ZERO - "
011510             "USE X TO CANCEL"
011520         GO TO 3160-EXIT
011530     END-IF.
011540
011550     MOVE WS-QTY-IN-NUM TO SG-ORDER-QTY (WS-SUG-IX).
011560     IF SG-ORDER-QTY (WS-SUG-IX) = SG-SUGGEST-QTY (WS-SUG-IX)
011570         SET SG-IS-APPROVED (WS-SUG-IX) TO TRUE
011580         ADD 1 TO WS-APPROVED
011590     ELSE
011600         SET SG-IS-CHANGED (WS-SUG-IX) TO TRUE
011610         ADD 1 TO WS-CHANGED
011620     END-IF.
011630     SET ACTION-IS-DONE TO TRUE.
011640
011650 3160-EXIT.
011660     EXIT.
011670
011680******************************************************************
011690* 4000-CONFIRM-ISSUE
011700* ASKS THE BUYER TO CONFIRM BEFORE ANY PO NUMBER IS TAKEN.  A NO
011710* ISSUES NOTHING - THE REGISTER STILL SHOWS WHAT WAS APPROVED, AS
011720* NOT ISSUED, AND THE NEXT RUN SUGGESTS THE SAME SIZES AGAIN.
011730******************************************************************
011740 4000-CONFIRM-ISSUE.
011750
011760     COMPUTE WS-LINES-TO-ORDER = WS-APPROVED + WS-CHANGED.
011770     IF WS-LINES-TO-ORDER = ZERO
011780         DISPLAY "NOTHING APPROVED - NO PURCHASE ORDERS ISSUED"
011790         GO TO 4000-EXIT
011800     END-IF.
011810
011820     MOVE WS-LINES-TO-ORDER TO WS-SHOW-COUNT.
011830     DISPLAY " ".
011840     DISPLAY "ISSUE PURCHASE ORDERS FOR " WS-SHOW-COUNT
011850         " APPROVED LINES? (Y/N):".
011860     MOVE SPACE TO WS-CONFIRM-IN.
011870     ACCEPT WS-CONFIRM-IN.
011880
011890     IF WS-CONFIRM-IN = "Y"
011900         SET ISSUE-IS-CONFIRMED TO TRUE
011910     ELSE
011920         DISPLAY "NO PURCHASE ORDERS ISSUED"
011930     END-IF.
011940
011950 4000-EXIT.
011960     EXIT.
011970
011980******************************************************************
011990* 5000-ISSUE-VENDOR-PO
012000* ISSUES ONE PURCHASE ORDER FOR EVERY APPROVED LINE OF THE CURRENT
012010* VENDOR - TAKES THE NEXT PO NUMBER, WRITES THE HEADER AND ITS
012020* LINES, AND PRINTS THE ORDER.  A PO NUMBER ALREADY ON FILE MEANS
012030* POCTL HAS FALLEN BEHIND; THAT VENDOR'S ORDER IS NOT ISSUED AND
012034* ITS LINES SHOW AS NOT ISSUED ON THE REGISTER.  A LINE THAT WILL
012038* NOT WRITE TO POLINE IS LEFT OFF THE ORDER AND PRINTS ON THE
012042* REGISTER FLAGGED NOT ISSUED; THE HEADER'S LINE COUNT AND TOTAL
012046* ARE CORRECTED TO THE LINES ACTUALLY ON FILE.
012050******************************************************************
012060 5000-ISSUE-VENDOR-PO.
012070
012080     MOVE ZERO TO WS-PO-LINES.
012090     MOVE ZERO TO WS-PO-TOTAL.
012100     PERFORM 5010-TOTAL-ONE-LINE THRU 5010-EXIT
012110         VARYING WS-SUG-IX FROM 1 BY 1
012120         UNTIL WS-SUG-IX > WS-SUGGEST-COUNT.
012130
012140     IF WS-PO-LINES = ZERO
012150         GO TO 5000-EXIT
012160     END-IF.
012170
012180     PERFORM 5100-ASSIGN-PO-NO THRU 5100-EXIT.
012190     PERFORM 5200-SET-DUE-DATE THRU 5200-EXIT.
012200
012210     MOVE SPACES TO PO-HEADER-RECORD.
012220     MOVE WS-PO-NUMBER TO PH-PO-NUMBER.
012230     MOVE VT-VENDOR-ID (WS-VENDOR-IX) TO PH-VENDOR-ID.
012240     MOVE WS-TODAY TO PH-ORDER-DATE.
012250     MOVE WS-DUE-DATE-N TO PH-DUE-DATE.
012260     MOVE WS-BUYER-ID TO PH-BUYER-ID.
012270     MOVE WS-PO-LINES TO PH-LINE-COUNT.
012280     MOVE WS-PO-TOTAL TO PH-PO-TOTAL.
012290     SET PH-IS-OPEN TO TRUE.
012300     MOVE ZERO TO PH-CLOSE-DATE.
012310
012320     WRITE PO-HEADER-RECORD
012330         INVALID KEY
012340             DISPLAY "PO " WS-PO-NUMBER " ALREADY ON POHDR - "
012350                 "CHECK POCTL"
012360             DISPLAY "ORDER FOR VENDOR "
012370                 VT-VENDOR-ID (WS-VENDOR-IX) " NOT ISSUED"
012380             GO TO 5000-EXIT
012390     END-WRITE.
012400
012410     MOVE WS-PO-NUMBER TO VT-PO-NUMBER (WS-VENDOR-IX).
012420     ADD 1 TO WS-POS-ISSUED.
012440
012450     MOVE ZERO TO WS-DOC-PAGE-COUNT.
012460     PERFORM 5400-PRINT-PO-HEADING THRU 5400-EXIT.
012470
012480     MOVE ZERO TO WS-PO-LINE-NO.
012490     PERFORM 5300-WRITE-ONE-LINE THRU 5300-EXIT
012500         VARYING WS-SUG-IX FROM 1 BY 1
012510         UNTIL WS-SUG-IX > WS-SUGGEST-COUNT.
012511
012512     IF WS-PO-LINES NOT = PH-LINE-COUNT
012513         MOVE WS-PO-LINES TO PH-LINE-COUNT
012514         MOVE WS-PO-TOTAL TO PH-PO-TOTAL
012515         REWRITE PO-HEADER-RECORD
012516             INVALID KEY
012517                 DISPLAY "REWRITE FAILED FOR PO " WS-PO-NUMBER
012518                     " STATUS " WS-POHDR-STATUS
012519                     " - HEADER TOTALS NOT CORRECTED"
012520         END-REWRITE
012521     END-IF.
012522     ADD WS-PO-TOTAL TO WS-VALUE-ISSUED.
012523
012530     MOVE WS-PO-TOTAL TO WS-DOC-TOTAL.
012540     MOVE SPACES TO PO-DOCUMENT-LINE.
012550     PERFORM 7200-WRITE-DOC-LINE THRU 7200-EXIT.
012560     MOVE WS-DOC-TOTAL-LINE TO PO-DOCUMENT-LINE.
012570     PERFORM 7200-WRITE-DOC-LINE THRU 7200-EXIT.
012580     MOVE SPACES TO PO-DOCUMENT-LINE.
012590     PERFORM 7200-WRITE-DOC-LINE THRU 7200-EXIT.
012600     MOVE WS-DOC-NOTE-LINE TO PO-DOCUMENT-LINE.
012610     PERFORM 7200-WRITE-DOC-LINE THRU 7200-EXIT.
012620
012630     MOVE WS-PO-LINES TO WS-SHOW-COUNT.
012640     DISPLAY "PO " WS-PO-NUMBER " ISSUED TO VENDOR "
012650         VT-VENDOR-ID (WS-VENDOR-IX) " - " WS-SHOW-COUNT
012660         " LINES, DUE " WS-DUE-DATE-N.
012670
012680 5000-EXIT.
012690     EXIT.
012700
012701******************************************************************
012702* 5010-TOTAL-ONE-LINE
012703* COUNTS ONE SUGGESTION TO ORDER FROM THE VENDOR AND ADDS ITS
012704* EXTENDED COST TO THE ORDER TOTAL.
012705******************************************************************
012710 5010-TOTAL-ONE-LINE.
012720
012730     IF SG-VENDOR-IX (WS-SUG-IX) = WS-VENDOR-IX
012740         AND SG-IS-TO-ORDER (WS-SUG-IX)
012750         ADD 1 TO WS-PO-LINES
012760         COMPUTE WS-EXTENDED = SG-ORDER-QTY (WS-SUG-IX)
012770             * SG-PRICE (WS-SUG-IX)
012780         ADD WS-EXTENDED TO WS-PO-TOTAL
012790     END-IF.
012800
012810 5010-EXIT.
012820     EXIT.
012830
012840******************************************************************
012850* 5100-ASSIGN-PO-NO
012860* BUMPS THE LAST ASSIGNED PO NUMBER AND WRITES IT BACK TO THE
012870* CONTROL FILE, THE SAME WAY QUOTE NUMBERS ITS QUOTES.
012880******************************************************************
012890 5100-ASSIGN-PO-NO.
012900
012910     ADD 1 TO WS-PO-NUMBER.
012920
012930     MOVE WS-PO-NUMBER TO PC-LAST-PO-NO.
012940     OPEN OUTPUT PO-CONTROL.
012950     WRITE PO-CONTROL-RECORD.
012960     CLOSE PO-CONTROL.
012970
012980 5100-EXIT.
012990     EXIT.
013000
013010******************************************************************
013020* 5200-SET-DUE-DATE
013030* SETS THE ORDER'S DUE DATE - TODAY PLUS THE VENDOR'S LEAD TIME,
013040* ROLLED ACROSS MONTH AND YEAR ENDS.  THE SIMPLE EVERY-FOURTH-
013050* YEAR LEAP RULE IS GOOD THROUGH 2099.
013060******************************************************************
013070 5200-SET-DUE-DATE.
013080
013090     MOVE WS-TODAY TO WS-DUE-DATE-N.
013100     MOVE WS-DU-DD TO WS-DAY-WORK.
013110     ADD VT-LEAD-DAYS (WS-VENDOR-IX) TO WS-DAY-WORK.
013120
013130     PERFORM 5220-GET-MONTH-DAYS THRU 5220-EXIT.
013140     PERFORM 5210-ROLL-ONE-MONTH THRU 5210-EXIT
013150         UNTIL WS-DAY-WORK NOT > WS-MONTH-LIMIT.
013160
013170     MOVE WS-DAY-WORK TO WS-DU-DD.
013180
013190 5200-EXIT.
013200     EXIT.
013210
013220******************************************************************
013230* 5210-ROLL-ONE-MONTH
013240* ROLLS THE DUE DATE FORWARD ONE MONTH.
013250******************************************************************
013260 5210-ROLL-ONE-MONTH.
013270
013280     SUBTRACT WS-MONTH-LIMIT FROM WS-DAY-WORK.
013290     ADD 1 TO WS-DU-MM.
013300     IF WS-DU-MM > 12
013310         MOVE 1 TO WS-DU-MM
013320         ADD 1 TO WS-DU-YYYY
013330     END-IF.
013340     PERFORM 5220-GET-MONTH-DAYS THRU 5220-EXIT.
013350
013360 5210-EXIT.
013370     EXIT.
013380
013390******************************************************************
013400* 5220-GET-MONTH-DAYS
013410* SETS THE DAY LIMIT FOR THE DUE DATE'S CURRENT MONTH.
013420******************************************************************
013430 5220-GET-MONTH-DAYS.
013440
013450     MOVE WS-DAYS-IN-MONTH (WS-DU-MM) TO WS-MONTH-LIMIT.
013460     IF WS-DU-MM = 2
013470         DIVIDE WS-DU-YYYY BY 4 GIVING WS-LEAP-QUOT
013480             REMAINDER WS-LEAP-REM
013490         IF WS-LEAP-REM = ZERO
013500             MOVE 29 TO WS-MONTH-LIMIT
013510         END-IF
013520     END-IF.
013530
013540 5220-EXIT.
013550     EXIT.
013560
013570******************************************************************
013580* 5300-WRITE-ONE-LINE
013590* WRITES ONE APPROVED SUGGESTION OF THE CURRENT VENDOR AS THE NEXT
013600* LINE OF ITS ORDER - OPEN, NOTHING RECEIVED - AND PRINTS IT ON
013604* THE ORDER DOCUMENT.  A LINE THAT FAILS TO WRITE IS TAKEN BACK
013608* OUT OF THE ORDER'S LINE NUMBERS, COUNT AND TOTAL, SO THE LINES
013612* ON FILE STILL RUN WITHOUT A GAP, IS NOT PRINTED, AND ENDS THE
013616* RUN RC 8.
013620******************************************************************
013630 5300-WRITE-ONE-LINE.
013640
013650     IF SG-VENDOR-IX (WS-SUG-IX) NOT = WS-VENDOR-IX
013660         OR NOT SG-IS-TO-ORDER (WS-SUG-IX)
013670         GO TO 5300-EXIT
013680     END-IF.
013690
013700     ADD 1 TO WS-PO-LINE-NO.
013710     MOVE SPACES TO PO-LINE-RECORD.
013720     MOVE WS-PO-NUMBER TO PL-PO-NUMBER.
013730     MOVE WS-PO-LINE-NO TO PL-LINE-NUMBER.
013740     MOVE SG-SHEET-ID (WS-SUG-IX) TO PL-SHEET-ID.
013750     MOVE SG-ORDER-QTY (WS-SUG-IX) TO PL-QTY-ORDERED.
013760     MOVE ZERO TO PL-QTY-RECEIVED.
013770     MOVE SG-PRICE (WS-SUG-IX) TO PL-UNIT-PRICE.
013780     MOVE ZERO TO PL-LAST-RECEIPT-DATE.
013790     SET PL-SHIPPED-AS-ORDERED TO TRUE.
013800     SET PL-IS-OPEN TO TRUE.
013810
013820     WRITE PO-LINE-RECORD
013830         INVALID KEY
013840             DISPLAY "WRITE FAILED FOR PO " WS-PO-NUMBER " LINE "
013843                 WS-PO-LINE-NO " STATUS " WS-POLINE-STATUS
013846                 " - LINE NOT ISSUED"
013849             COMPUTE WS-EXTENDED = SG-ORDER-QTY (WS-SUG-IX)
013852                 * SG-PRICE (WS-SUG-IX)
013853             SUBTRACT 1 FROM WS-PO-LINE-NO
013855             SUBTRACT 1 FROM WS-PO-LINES
013858             SUBTRACT WS-EXTENDED FROM WS-PO-TOTAL
013861             MOVE 8 TO RETURN-CODE
013864             GO TO 5300-EXIT
013867     END-WRITE.
013870
013880     MOVE WS-PO-NUMBER TO SG-PO-NUMBER (WS-SUG-IX).
013890     MOVE WS-PO-LINE-NO TO SG-PO-LINE (WS-SUG-IX).
013900     ADD 1 TO WS-LINES-ISSUED.
013910
013920     COMPUTE WS-EXTENDED = SG-ORDER-QTY (WS-SUG-IX)
013930         * SG-PRICE (WS-SUG-IX).
013940     MOVE WS-PO-LINE-NO TO WS-DOC-LINE-NO.
013950     MOVE SG-SHEET-ID (WS-SUG-IX) TO WS-DOC-SHEET-ID.
013960     MOVE SG-MATERIAL-CODE (WS-SUG-IX) TO WS-DOC-MATERIAL.
013970     MOVE SG-THICKNESS (WS-SUG-IX) TO WS-DOC-THICKNESS.
013980     MOVE SG-ORDER-QTY (WS-SUG-IX) TO WS-DOC-QTY.
013990     MOVE SG-PRICE (WS-SUG-IX) TO WS-DOC-PRICE.
014000     MOVE WS-EXTENDED TO WS-DOC-EXTENDED.
014010     MOVE WS-DOC-DETAIL TO PO-DOCUMENT-LINE.
014020     PERFORM 7200-WRITE-DOC-LINE THRU 7200-EXIT.
014030
014040 5300-EXIT.
014050     EXIT.
014060
014070******************************************************************
014080* 5400-PRINT-PO-HEADING
014090* STARTS A NEW PAGE OF THE CURRENT ORDER - COMPANY, PO NUMBER AND
014100* DATES, VENDOR, CONTACT AND BUYER, AND THE LINE HEADINGS.  EVERY
014110* ORDER STARTS ON A PAGE OF ITS OWN.
014120******************************************************************
014130 5400-PRINT-PO-HEADING.
014140
014150     ADD 1 TO WS-DOC-PAGE-COUNT.
014160     MOVE ZERO TO WS-DOC-LINE-COUNT.
014170
014180     IF WS-DOC-PAGES-WRITTEN > ZERO
014190         MOVE SPACES TO PO-DOCUMENT-LINE
014200         WRITE PO-DOCUMENT-LINE
014210             BEFORE ADVANCING PAGE
014220     END-IF.
014230     ADD 1 TO WS-DOC-PAGES-WRITTEN.
014240
014250     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
014260     MOVE WS-PO-NUMBER TO WS-DOC-PO-NUMBER.
014270     MOVE WS-TODAY TO WS-DOC-ORDER-DATE.
014280     MOVE WS-DUE-DATE-N TO WS-DOC-DUE-DATE.
014290     MOVE WS-DOC-PAGE-COUNT TO WS-DOC-PAGE.
014300     MOVE VT-VENDOR-ID (WS-VENDOR-IX) TO WS-DOC-VENDOR-ID.
014310     MOVE VT-VENDOR-NAME (WS-VENDOR-IX) TO WS-DOC-VENDOR-NAME.
014320     MOVE VT-CONTACT-NAME (WS-VENDOR-IX) TO WS-DOC-CONTACT.
014330     MOVE VT-PHONE (WS-VENDOR-IX) TO WS-DOC-PHONE.
014340     MOVE WS-BUYER-ID TO WS-DOC-BUYER.
014350
014360     MOVE WS-HDG1 TO PO-DOCUMENT-LINE.
014370     WRITE PO-DOCUMENT-LINE.
014380     MOVE WS-DOC-HDG2 TO PO-DOCUMENT-LINE.
014390     WRITE PO-DOCUMENT-LINE.
014400     MOVE SPACES TO PO-DOCUMENT-LINE.
014410     WRITE PO-DOCUMENT-LINE.
014420     MOVE WS-DOC-VENDOR-LINE TO PO-DOCUMENT-LINE.
014430     WRITE PO-DOCUMENT-LINE.
014440     MOVE WS-DOC-ATTN-LINE TO PO-DOCUMENT-LINE.
014450     WRITE PO-DOCUMENT-LINE.
014460     MOVE WS-DOC-BUYER-LINE TO PO-DOCUMENT-LINE.
014470     WRITE PO-DOCUMENT-LINE.
014480     MOVE SPACES TO PO-DOCUMENT-LINE.
014490     WRITE PO-DOCUMENT-LINE.
014500     MOVE WS-DOC-HDG3 TO PO-DOCUMENT-LINE.
014510     WRITE PO-DOCUMENT-LINE.
014520
014530 5400-EXIT.
014540     EXIT.
014550
014560******************************************************************
014570* 6000-PRINT-SUGGESTION
014580* PRINTS ONE REGISTER LINE - THE SIZE, THE FIGURES THE SUGGESTION
014590* CAME FROM AND WHAT BECAME OF IT.
014600******************************************************************
014610 6000-PRINT-SUGGESTION.
014620
014630     MOVE SG-SHEET-ID (WS-SUG-IX) TO WS-DTL-SHEET-ID.
014640     MOVE SG-MATERIAL-CODE (WS-SUG-IX) TO WS-DTL-MATERIAL.
014650     MOVE SG-THICKNESS (WS-SUG-IX) TO WS-DTL-THICKNESS.
014660     MOVE SG-ON-HAND (WS-SUG-IX) TO WS-DTL-ON-HAND.
014670     MOVE SG-MIN-QTY (WS-SUG-IX) TO WS-DTL-MIN.
014680     MOVE SG-ON-ORDER (WS-SUG-IX) TO WS-DTL-ON-ORDER.
014690     MOVE SG-TARGET-QTY (WS-SUG-IX) TO WS-DTL-TARGET.
014700     MOVE SG-SUGGEST-QTY (WS-SUG-IX) TO WS-DTL-SUGGEST.
014710     MOVE SG-ORDER-QTY (WS-SUG-IX) TO WS-DTL-ORDERED.
014720     MOVE SG-PRICE (WS-SUG-IX) TO WS-DTL-PRICE.
014730     MOVE SG-PO-NUMBER (WS-SUG-IX) TO WS-DTL-PO-NUMBER.
014740
014750     IF SG-VENDOR-IX (WS-SUG-IX) > ZERO
014760         MOVE VT-VENDOR-ID (SG-VENDOR-IX (WS-SUG-IX))
014770             TO WS-DTL-VENDOR
014780     ELSE
014790         MOVE SPACES TO WS-DTL-VENDOR
014800     END-IF.
014810
014820     EVALUATE TRUE
014830         WHEN SG-IS-RESTOCKED (WS-SUG-IX)
014840             MOVE "BACK ABOVE MINIMUM" TO WS-DTL-OUTCOME
014850         WHEN SG-IS-COVERED (WS-SUG-IX)
014860             MOVE "COVERED BY OPEN PO" TO WS-DTL-OUTCOME
014870         WHEN SG-HAS-NO-VENDOR (WS-SUG-IX)
014880             MOVE "NO ACTIVE VENDOR" TO WS-DTL-OUTCOME
014890         WHEN SG-IS-CANCELLED (WS-SUG-IX)
014900             MOVE "CANCELLED" TO WS-DTL-OUTCOME
014910         WHEN SG-PO-NUMBER (WS-SUG-IX) = ZERO
014920             MOVE "NOT ISSUED" TO WS-DTL-OUTCOME
014930         WHEN SG-IS-CHANGED (WS-SUG-IX)
014940             MOVE "ORDERED, QTY CHANGED" TO WS-DTL-OUTCOME
014950         WHEN OTHER
014960             MOVE "ORDERED" TO WS-DTL-OUTCOME
014970     END-EVALUATE.
014980
014990     MOVE WS-DETAIL-LINE TO PURCHASE-RPT-LINE.
015000     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
015010
015020 6000-EXIT.
015030     EXIT.
015040
015050******************************************************************
015060* 7100-WRITE-REPORT-LINE
015070* WRITES ONE REGISTER LINE, BREAKING TO A NEW PAGE WHEN THE
015080* CURRENT ONE IS FULL.
015090******************************************************************
015100 7100-WRITE-REPORT-LINE.
015110
015120     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
015130         MOVE PURCHASE-RPT-LINE TO WS-HOLD-LINE
015140         PERFORM 1600-PRINT-HEADINGS THRU 1600-EXIT
015150         MOVE WS-HOLD-LINE TO PURCHASE-RPT-LINE
015160     END-IF.
015170
015180     WRITE PURCHASE-RPT-LINE.
015190     ADD 1 TO WS-LINE-COUNT.
015200
015210 7100-EXIT.
015220     EXIT.
015230
015240******************************************************************
015250* 7200-WRITE-DOC-LINE
015260* WRITES ONE PURCHASE ORDER LINE, CONTINUING THE ORDER ON A NEW
015270* PAGE WHEN THE CURRENT ONE IS FULL.
015280******************************************************************
015290 7200-WRITE-DOC-LINE.
015300
015310     IF WS-DOC-LINE-COUNT >= WS-MAX-REPORT-LINES
015320         MOVE PO-DOCUMENT-LINE TO WS-HOLD-LINE
015330         PERFORM 5400-PRINT-PO-HEADING THRU 5400-EXIT
015340         MOVE WS-HOLD-LINE TO PO-DOCUMENT-LINE
015350     END-IF.
015360
015370     WRITE PO-DOCUMENT-LINE.
015380     ADD 1 TO WS-DOC-LINE-COUNT.
015390
015400 7200-EXIT.
015410     EXIT.
015420
015430******************************************************************
015440* 8000-PRINT-TOTALS
015450* PRINTS THE REGISTER TOTALS AND ECHOES THE ORDERS ISSUED TO THE
015460* CONSOLE.
015470******************************************************************
015480 8000-PRINT-TOTALS.
015490
015500     IF WS-SUGGEST-COUNT = ZERO
015510         MOVE "  NO SHEET SIZES ON THE REORDER EXTRACT"
015520             TO PURCHASE-RPT-LINE
015530         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
015540     END-IF.
015550
015560     MOVE WS-EXTRACT-READ TO WS-TOT-READ.
015570     MOVE WS-RESTOCKED TO WS-TOT-RESTOCK.
015580     MOVE WS-COVERED TO WS-TOT-COVERED.
015590     MOVE WS-NO-VENDOR TO WS-TOT-NOVEND.
015600     MOVE WS-SUGGESTED TO WS-TOT-SUGGEST.
015610     MOVE WS-APPROVED TO WS-TOT-APPROVE.
015620     MOVE WS-CHANGED TO WS-TOT-CHANGE.
015630     MOVE WS-CANCELLED TO WS-TOT-CANCEL.
015640     MOVE WS-POS-ISSUED TO WS-TOT-POS.
015650     MOVE WS-LINES-ISSUED TO WS-TOT-LINES.
015660     MOVE WS-VALUE-ISSUED TO WS-TOT-VALUE.
015670
015680     MOVE SPACES TO PURCHASE-RPT-LINE.
015690     WRITE PURCHASE-RPT-LINE.
015700     MOVE WS-TOT-READ-LINE TO PURCHASE-RPT-LINE.
015710     WRITE PURCHASE-RPT-LINE.
015720     MOVE WS-TOT-RESTOCK-LINE TO PURCHASE-RPT-LINE.
015730     WRITE PURCHASE-RPT-LINE.
015740     MOVE WS-TOT-COVERED-LINE TO PURCHASE-RPT-LINE.
015750     WRITE PURCHASE-RPT-LINE.
015760     MOVE WS-TOT-NOVEND-LINE TO PURCHASE-RPT-LINE.
015770     WRITE PURCHASE-RPT-LINE.
015780     MOVE WS-TOT-SUGGEST-LINE TO PURCHASE-RPT-LINE.
015790     WRITE PURCHASE-RPT-LINE.
015800     MOVE WS-TOT-APPROVE-LINE TO PURCHASE-RPT-LINE.
015810     WRITE PURCHASE-RPT-LINE.
015820     MOVE WS-TOT-CHANGE-LINE TO PURCHASE-RPT-LINE.
015830     WRITE PURCHASE-RPT-LINE.
015840     MOVE WS-TOT-CANCEL-LINE TO PURCHASE-RPT-LINE.
015850     WRITE PURCHASE-RPT-LINE.
015860     MOVE WS-TOT-POS-LINE TO PURCHASE-RPT-LINE.
015870     WRITE PURCHASE-RPT-LINE.
015880     MOVE WS-TOT-LINES-LINE TO PURCHASE-RPT-LINE.
015890     WRITE PURCHASE-RPT-LINE.
015900     MOVE WS-TOT-VALUE-LINE TO PURCHASE-RPT-LINE.
015910     WRITE PURCHASE-RPT-LINE.
015920
015930     DISPLAY "SUGGESTIONS MADE:       " WS-TOT-SUGGEST.
015940     DISPLAY "PURCHASE ORDERS ISSUED: " WS-TOT-POS.
015950     DISPLAY "VALUE ORDERED:          " WS-TOT-VALUE.
015960
015970 8000-EXIT.
015980     EXIT.
015990
016000******************************************************************
016010* 9000-TERMINATE
016020* CLOSES THE FILES THAT MADE IT OPEN.
016030******************************************************************
016040 9000-TERMINATE.
016050
016060     IF RUN-IS-CANCELLED
016070         GO TO 9000-EXIT
016080     END-IF.
016090
016100     IF EXTRACT-IS-OPEN
016110         CLOSE REORDER-EXTRACT
016120     END-IF.
016130
016140     CLOSE PO-HEADER
016150           PO-LINE
016160           PO-DOCUMENT
016170           PURCHASE-RPT.
016180
016190 9000-EXIT.
016200     EXIT.
016210
016220 END PROGRAM PURCHASE.
