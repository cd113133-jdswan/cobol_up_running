000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITRVW as "AUDITRVW".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - SECURITY AND CHANGE-AUDIT
000130*                     REVIEW.  READS ALL FIVE MAINTENANCE TRAILS
000140*                     - PARTAUD, JOBAUD, SHEETAUD, MATLAUD AND
000150*                     OPERAUD - FOR A DATE RANGE, OPTIONALLY FOR
000160*                     ONE USER OR ONE KEY, AND PRINTS EVERY
000170*                     CHANGE IN DATE/TIME ORDER WITH ITS BEFORE
000180*                     AND AFTER IMAGES DECODED TO FIELD-LEVEL OLD
000190*                     AND NEW VALUES.  AN EXCEPTIONS SECTION
000200*                     LISTS PASSWORD RESETS, UNLOCKS, ROLE
000210*                     CHANGES, COST, DENSITY AND RATE CHANGES,
000220*                     PHYSICAL COUNTS, OVERRIDES AND ANY CHANGE
000230*                     BY A USER NOT ON OPERMSTR.  A CONTINUITY
000240*                     SECTION FLAGS A TRAIL THAT IS MISSING, OUT
000250*                     OF DATE SEQUENCE OR SILENT FOR LONGER THAN
000260*                     THE GAP LIMIT.  BLANK DATES TAKE LAST
000270*                     CALENDAR MONTH FOR THE MONTHLY RUN.
000271*   2026-10-15 JS     ADDS VENDAUD, THE VENDMNT TRAIL, AS A SIXTH
000272*                     TRAIL.  VENDOR ROWS DECODE THROUGH THE
000273*                     VENDMSTR LAYOUT AND SUPPLY ITEM ROWS
000274*                     (FUNCTION I) THROUGH VENDITEM, WITH A PRICE
000275*                     CHANGE LISTED AS AN EXCEPTION.  THE KEY
000276*                     FILTER TAKES A VENDOR ID.
000277*   2026-10-15 JS     JOBAUD FUNCTIONS R (READY-TO-SHIP MARK SET
000278*                     OR CLEARED) AND S (MARK CLEARED BY SHIPDOC
000279*                     ONCE THE JOB SHIPS) NAMED ON THE REPORT.
000280*   2026-10-15 JS     PARTAUD, JOBAUD AND SHEETAUD ROWS WRITTEN
000281*                     BEFORE THOSE TRAILS WIDENED (211, 113 AND 97
000282*                     BYTES) ARE RECOGNIZED BY THEIR LENGTH AND
000283*                     DECODED THROUGH THE OLD IMAGE WIDTHS, THE
000284*                     FIELDS ADDED SINCE SHOWING AS ZERO, SO A RUN
000285*                     OVER OLD ROWS DOES NOT MISREAD THEM.
000286******************************************************************
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
000390     SELECT PART-AUDIT ASSIGN TO "PARTAUD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARTAUD-STATUS.
000420
000430     SELECT JOB-AUDIT ASSIGN TO "JOBAUD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-JOBAUD-STATUS.
000460
000470     SELECT SHEET-AUDIT ASSIGN TO "SHEETAUD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SHEETAUD-STATUS.
000500
000510     SELECT MATERIAL-AUDIT ASSIGN TO "MATLAUD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MATLAUD-STATUS.
000540
000550     SELECT OPER-AUDIT ASSIGN TO "OPERAUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-OPERAUD-STATUS.
000572
000574     SELECT VENDOR-AUDIT ASSIGN TO "VENDAUD"
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-VENDAUD-STATUS.
000580
000590     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OPERMSTR-STATUS.
000620
000630     SELECT AUDIT-RPT ASSIGN TO "AUDITRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDITRPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PART-AUDIT
000700     LABEL RECORDS ARE STANDARD
000706     RECORD IS VARYING IN SIZE FROM 1 TO 223 CHARACTERS
000712         DEPENDING ON WS-PARTAUD-LENGTH.
000720 01  PART-AUDIT-RECORD.
000730     05  AU-AUDIT-DATE           PIC 9(08).
000740     05  AU-AUDIT-TIME           PIC 9(08).
000750     05  AU-USER-ID              PIC X(10).
000760     05  AU-FUNCTION-CODE        PIC X(01).
000770     05  AU-PART-NUMBER          PIC X(06).
000780     05  AU-BEFORE-IMAGE         PIC X(95).
000790     05  AU-AFTER-IMAGE          PIC X(95).
000792 01  PART-AUDIT-OLD-RECORD.
000794     05  FILLER                  PIC X(33).
000796     05  AU-OLD-BEFORE-IMAGE     PIC X(89).
000798     05  AU-OLD-AFTER-IMAGE      PIC X(89).
000800
000810 FD  JOB-AUDIT
000820     LABEL RECORDS ARE STANDARD
000826     RECORD IS VARYING IN SIZE FROM 1 TO 125 CHARACTERS
000832         DEPENDING ON WS-JOBAUD-LENGTH.
000840 01  JOB-AUDIT-RECORD.
000850     05  JA-AUDIT-DATE           PIC 9(08).
000860     05  JA-AUDIT-TIME           PIC 9(08).
000870     05  JA-USER-ID              PIC X(10).
000880     05  JA-FUNCTION-CODE        PIC X(01).
000890     05  JA-JOB-NUMBER           PIC X(08).
000900     05  JA-BEFORE-IMAGE         PIC X(45).
000910     05  JA-AFTER-IMAGE          PIC X(45).
000912 01  JOB-AUDIT-OLD-RECORD.
000914     05  FILLER                  PIC X(35).
000916     05  JA-OLD-BEFORE-IMAGE     PIC X(39).
000918     05  JA-OLD-AFTER-IMAGE      PIC X(39).
000920
000930 FD  SHEET-AUDIT
000940     LABEL RECORDS ARE STANDARD
000946     RECORD IS VARYING IN SIZE FROM 1 TO 117 CHARACTERS
000952         DEPENDING ON WS-SHEETAUD-LENGTH.
000960 01  SHEET-AUDIT-RECORD.
000970     05  SA-AUDIT-DATE           PIC 9(08).
000980     05  SA-AUDIT-TIME           PIC 9(08).
000990     05  SA-USER-ID              PIC X(10).
001000     05  SA-FUNCTION-CODE        PIC X(01).
001010     05  SA-SHEET-ID             PIC X(06).
001020     05  SA-BEFORE-IMAGE         PIC X(42).
001030     05  SA-AFTER-IMAGE          PIC X(42).
001032 01  SHEET-AUDIT-OLD-RECORD.
001034     05  FILLER                  PIC X(33).
001036     05  SA-OLD-BEFORE-IMAGE     PIC X(32).
001038     05  SA-OLD-AFTER-IMAGE      PIC X(32).
001040
001050 FD  MATERIAL-AUDIT
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 113 CHARACTERS.
001080 01  MATERIAL-AUDIT-RECORD.
001090     05  MA-AUDIT-DATE           PIC 9(08).
001100     05  MA-AUDIT-TIME           PIC 9(08).
001110     05  MA-USER-ID              PIC X(10).
001120     05  MA-FUNCTION-CODE        PIC X(01).
001130     05  MA-MATERIAL-CODE        PIC X(04).
001140     05  MA-BEFORE-IMAGE         PIC X(41).
001150     05  MA-AFTER-IMAGE          PIC X(41).
001160
001170 FD  OPER-AUDIT
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 125 CHARACTERS.
001200 01  OPER-AUDIT-RECORD.
001210     05  OA-AUDIT-DATE           PIC 9(08).
001220     05  OA-AUDIT-TIME           PIC 9(08).
001230     05  OA-USER-ID              PIC X(10).
001240     05  OA-FUNCTION-CODE        PIC X(01).
001250     05  OA-OPERATOR-ID          PIC X(10).
001260     05  OA-BEFORE-IMAGE         PIC X(44).
001270     05  OA-AFTER-IMAGE          PIC X(44).
001280
001281 FD  VENDOR-AUDIT
001282     LABEL RECORDS ARE STANDARD
001283     RECORD CONTAINS 181 CHARACTERS.
001284 01  VENDOR-AUDIT-RECORD.
001285     05  VA-AUDIT-DATE           PIC 9(08).
001286     05  VA-AUDIT-TIME           PIC 9(08).
001287     05  VA-USER-ID              PIC X(10).
001288     05  VA-FUNCTION-CODE        PIC X(01).
001289     05  VA-VENDOR-ID            PIC X(06).
001290     05  VA-BEFORE-IMAGE         PIC X(74).
001291     05  VA-AFTER-IMAGE          PIC X(74).
001292
001293 FD  OPERATOR-MASTER
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 44 CHARACTERS.
001320     COPY OPERMSTR.
001330
001340 FD  AUDIT-RPT
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 132 CHARACTERS.
001370 01  AUDIT-RPT-LINE              PIC X(132).
001380
001390 WORKING-STORAGE SECTION.
001400 01  WS-CONSTANTS.
001410     05  WS-TRAIL-COUNT          PIC 9(01) VALUE 6.
001420     05  WS-FIELD-COUNT          PIC 9(03) COMP VALUE 61.
001430     05  WS-FUNCTION-COUNT       PIC 9(03) COMP VALUE 29.
001440     05  WS-MAX-OPERATORS        PIC 9(03) COMP VALUE 200.
001450     05  WS-MAX-EXCEPTIONS       PIC 9(03) COMP VALUE 500.
001460     05  WS-MAX-FINDINGS         PIC 9(03) COMP VALUE 200.
001470     05  WS-MAX-REPORT-LINES     PIC 9(02) VALUE 50.
001480     05  WS-DEFAULT-GAP          PIC 9(02) VALUE 14.
001490     05  WS-END-STAMP            PIC 9(16)
001500         VALUE 9999999999999999.
001510     05  WS-COMPANY-NAME         PIC X(30)
001520         VALUE "TRI-COUNTY FABRICATION, INC.".
001530
001540 01  WS-MONTH-TABLE.
001550     05  FILLER                  PIC X(24)
001560         VALUE "312831303130313130313031".
001570 01  WS-MONTH-DAYS REDEFINES WS-MONTH-TABLE.
001580     05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
001590                                 PIC 9(02).
001600
001610 01  WS-CUM-MONTH-TABLE.
001620     05  FILLER                  PIC X(36)
001630         VALUE "000031059090120151181212243273304334".
001640 01  WS-CUM-MONTH-DAYS REDEFINES WS-CUM-MONTH-TABLE.
001650     05  WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
001660                                 PIC 9(03).
001670
001680*    THE SIX TRAILS, IN THE ORDER THE TRAIL TABLE HOLDS THEM.  A
001690*    CHANGE STAMPED THE SAME SECOND ON TWO TRAILS PRINTS IN THIS
001700*    ORDER.
001710 01  WS-TRAIL-NAME-TABLE.
001720     05  FILLER                  PIC X(48)
001730         VALUE "PARTAUD JOBAUD  SHEETAUDMATLAUD OPERAUD VENDAUD ".
001740 01  WS-TRAIL-NAMES REDEFINES WS-TRAIL-NAME-TABLE.
001750     05  WS-TRAIL-NAME OCCURS 6 TIMES
001760                                 PIC X(08).
001770
001780*    FIELD DEFINITIONS FOR DECODING THE BEFORE AND AFTER IMAGES -
001790*    ONE ROW PER FIELD OF EVERY RECORD LAYOUT THE TRAILS CARRY:
001800*        LAYOUT    P PARTMSTR   J JOBMSTR    L JOBLINE
001810*                  S SHEETMST   M MATLMSTR   R MACHRATE
001816*                  O OPERMSTR (PASSWORD IS BLANKED IN THE TRAIL)
001822*                  V VENDMSTR   I VENDITEM
001830*        NAME      16 CHARACTERS
001840*        START     3 DIGITS, POSITION IN THE IMAGE
001850*        LENGTH    2 DIGITS
001860*        TYPE      A ALPHANUMERIC, N ZONED NUMERIC
001870*        DECIMALS  1 DIGIT, IMPLIED DECIMAL PLACES
001880*        EXCEPTION * ANY CHANGE TO THE FIELD IS AN EXCEPTION,
001890*                  A FUNCTION CODE - ONLY UNDER THAT FUNCTION,
001900*                  BLANK - NEVER
001910 01  WS-FIELD-DEF-TABLE.
001920     05  FILLER                  PIC X(25)
001930         VALUE "PPART NUMBER     00106A0 ".
001940     05  FILLER                  PIC X(25)
001950         VALUE "PDESCRIPTION     00720A0 ".
001960     05  FILLER                  PIC X(25)
001970         VALUE "PUNIT CODE       02702A0 ".
001980     05  FILLER                  PIC X(25)
001990         VALUE "PSTD RADIUS      02909N5 ".
002000     05  FILLER                  PIC X(25)
002010         VALUE "PSTD DIAMETER    03810N5 ".
002020     05  FILLER                  PIC X(25)
002030         VALUE "PSTATUS          04801A0 ".
002040     05  FILLER                  PIC X(25)
002050         VALUE "PMATERIAL CODE   04904A0 ".
002060     05  FILLER                  PIC X(25)
002070         VALUE "PSTOCK THICKNESS 05306N4 ".
002080     05  FILLER                  PIC X(25)
002090         VALUE "PDENSITY         05908N6*".
002100     05  FILLER                  PIC X(25)
002110         VALUE "PCOST/WEIGHT     06708N4*".
002120     05  FILLER                  PIC X(25)
002130         VALUE "PKERF ALLOWANCE  07504N3 ".
002140     05  FILLER                  PIC X(25)
002150         VALUE "PSHAPE CODE      07901A0 ".
002160     05  FILLER                  PIC X(25)
002170         VALUE "PINNER DIAMETER  08010N5 ".
002180     05  FILLER                  PIC X(25)
002190         VALUE "PTOLERANCE       09006N4 ".
002200     05  FILLER                  PIC X(25)
002210         VALUE "JJOB NUMBER      00108A0 ".
002220     05  FILLER                  PIC X(25)
002230         VALUE "JCUSTOMER NAME   00920A0 ".
002240     05  FILLER                  PIC X(25)
002250         VALUE "JPO NUMBER       02910A0 ".
002260     05  FILLER                  PIC X(25)
002270         VALUE "JSTATUS          03901A0 ".
002280     05  FILLER                  PIC X(25)
002290         VALUE "JQUOTE NUMBER    04006N0 ".
002300     05  FILLER                  PIC X(25)
002310         VALUE "LJOB NUMBER      00108A0 ".
002320     05  FILLER                  PIC X(25)
002330         VALUE "LLINE NUMBER     00903N0 ".
002340     05  FILLER                  PIC X(25)
002350         VALUE "LPART NUMBER     01206A0 ".
002360     05  FILLER                  PIC X(25)
002370         VALUE "LQTY ORDERED     01806N0 ".
002380     05  FILLER                  PIC X(25)
002390         VALUE "LDUE DATE        02408A0 ".
002400     05  FILLER                  PIC X(25)
002410         VALUE "LLINE STATUS     03201A0 ".
002420     05  FILLER                  PIC X(25)
002430         VALUE "SSHEET ID        00106A0 ".
002440     05  FILLER                  PIC X(25)
002450         VALUE "SUNIT CODE       00702A0 ".
002460     05  FILLER                  PIC X(25)
002470         VALUE "SLENGTH          00906N2 ".
002480     05  FILLER                  PIC X(25)
002490         VALUE "SWIDTH           01506N2 ".
002500     05  FILLER                  PIC X(25)
002510         VALUE "SON HAND QTY     02106N0C".
002520     05  FILLER                  PIC X(25)
002530         VALUE "SMINIMUM QTY     02706N0 ".
002540     05  FILLER                  PIC X(25)
002550         VALUE "SMATERIAL CODE   03304A0 ".
002560     05  FILLER                  PIC X(25)
002570         VALUE "STHICKNESS       03706N4 ".
002580     05  FILLER                  PIC X(25)
002590         VALUE "MMATERIAL CODE   00104A0 ".
002600     05  FILLER                  PIC X(25)
002610         VALUE "MDESCRIPTION     00520A0 ".
002620     05  FILLER                  PIC X(25)
002630         VALUE "MDENSITY         02508N6*".
002640     05  FILLER                  PIC X(25)
002650         VALUE "MCOST/WEIGHT     03308N4*".
002660     05  FILLER                  PIC X(25)
002670         VALUE "MSTATUS          04101A0 ".
002680     05  FILLER                  PIC X(25)
002690         VALUE "RMATERIAL CODE   00104A0 ".
002700     05  FILLER                  PIC X(25)
002710         VALUE "RTHICKNESS       00506N4 ".
002720     05  FILLER                  PIC X(25)
002730         VALUE "RCUT SPEED MM/MIN01106N1 ".
002740     05  FILLER                  PIC X(25)
002750         VALUE "RPIERCE SECONDS  01703N1 ".
002760     05  FILLER                  PIC X(25)
002770         VALUE "RHOURLY RATE     02006N2*".
002780     05  FILLER                  PIC X(25)
002790         VALUE "RSTATUS          02601A0 ".
002800     05  FILLER                  PIC X(25)
002810         VALUE "OOPERATOR ID     00110A0 ".
002820     05  FILLER                  PIC X(25)
002830         VALUE "OSHIFT CODE      01101A0 ".
002840     05  FILLER                  PIC X(25)
002850         VALUE "ONAME            01220A0 ".
002860     05  FILLER                  PIC X(25)
002870         VALUE "OROLE CODE       04201A0*".
002880     05  FILLER                  PIC X(25)
002890         VALUE "OLOCK STATUS     04301A0 ".
002900     05  FILLER                  PIC X(25)
002910         VALUE "OBAD TRIES       04401N0 ".
002911     05  FILLER                  PIC X(25)
002912         VALUE "VVENDOR ID       00106A0 ".
002913     05  FILLER                  PIC X(25)
002914         VALUE "VVENDOR NAME     00730A0 ".
002915     05  FILLER                  PIC X(25)
002916         VALUE "VCONTACT         03720A0 ".
002917     05  FILLER                  PIC X(25)
002918         VALUE "VPHONE           05714A0 ".
002919     05  FILLER                  PIC X(25)
002920         VALUE "VLEAD DAYS       07103N0 ".
002921     05  FILLER                  PIC X(25)
002922         VALUE "VSTATUS          07401A0 ".
002923     05  FILLER                  PIC X(25)
002924         VALUE "IVENDOR ID       00106A0 ".
002925     05  FILLER                  PIC X(25)
002926         VALUE "ISHEET ID        00706A0 ".
002927     05  FILLER                  PIC X(25)
002928         VALUE "IPRICE/SHEET     01307N2*".
002929     05  FILLER                  PIC X(25)
002930         VALUE "ITARGET QTY      02006N0 ".
002931     05  FILLER                  PIC X(25)
002932         VALUE "ISTATUS          02601A0 ".
002933 01  WS-FIELD-DEFS REDEFINES WS-FIELD-DEF-TABLE.
002934     05  WS-FIELD-DEF OCCURS 61 TIMES.
002940         10  FD-LAYOUT           PIC X(01).
002950         10  FD-NAME             PIC X(16).
002960         10  FD-START            PIC 9(03).
002970         10  FD-LENGTH           PIC 9(02).
002980         10  FD-TYPE             PIC X(01).
002990             88  FD-IS-NUMERIC           VALUE "N".
003000         10  FD-DECIMALS         PIC 9(01).
003010         10  FD-EXCEPTION        PIC X(01).
003020
003030*    FUNCTION CODES EACH TRAIL WRITES - TRAIL NUMBER, FUNCTION, AN
003040*    EXCEPTION FLAG (Y - EVERY ROW UNDER THE FUNCTION IS ONE) AND
003050*    THE DESCRIPTION PRINTED ON THE REPORT.
003060 01  WS-FUNCTION-DEF-TABLE.
003070     05  FILLER                  PIC X(25)
003080         VALUE "1A PART ADDED            ".
003090     05  FILLER                  PIC X(25)
003100         VALUE "1C PART CHANGED          ".
003110     05  FILLER                  PIC X(25)
003120         VALUE "1D PART DEACTIVATED      ".
003130     05  FILLER                  PIC X(25)
003140         VALUE "1R PART REVALUED         ".
003150     05  FILLER                  PIC X(25)
003160         VALUE "2A JOB ADDED             ".
003170     05  FILLER                  PIC X(25)
003180         VALUE "2C JOB CHANGED           ".
003190     05  FILLER                  PIC X(25)
003200         VALUE "2X JOB CLOSED            ".
003210     05  FILLER                  PIC X(25)
003220         VALUE "2L JOB LINE ADDED        ".
003230     05  FILLER                  PIC X(25)
003240         VALUE "2M JOB LINE CHANGED      ".
003250     05  FILLER                  PIC X(25)
003260         VALUE "2VYOVERRIDE LINE CLOSE   ".
003262     05  FILLER                  PIC X(25)
003264         VALUE "2R READY TO SHIP MARK    ".
003266     05  FILLER                  PIC X(25)
003268         VALUE "2S JOB SHIPPED           ".
003270     05  FILLER                  PIC X(25)
003280         VALUE "3A SHEET SIZE ADDED      ".
003290     05  FILLER                  PIC X(25)
003300         VALUE "3R SHEETS RECEIVED       ".
003310     05  FILLER                  PIC X(25)
003320         VALUE "3C PHYSICAL COUNT        ".
003330     05  FILLER                  PIC X(25)
003340         VALUE "3M MINIMUM CHANGED       ".
003350     05  FILLER                  PIC X(25)
003360         VALUE "3T MATERIAL SET          ".
003370     05  FILLER                  PIC X(25)
003380         VALUE "4A MATERIAL ADDED        ".
003390     05  FILLER                  PIC X(25)
003400         VALUE "4C MATERIAL CHANGED      ".
003410     05  FILLER                  PIC X(25)
003420         VALUE "4D MATERIAL DEACTIVATED  ".
003430     05  FILLER                  PIC X(25)
003440         VALUE "4T TABLE RATE SET        ".
003450     05  FILLER                  PIC X(25)
003460         VALUE "5A OPERATOR ADDED        ".
003470     05  FILLER                  PIC X(25)
003480         VALUE "5C OPERATOR CHANGED      ".
003490     05  FILLER                  PIC X(25)
003500         VALUE "5PYPASSWORD RESET        ".
003510     05  FILLER                  PIC X(25)
003520         VALUE "5UYOPERATOR UNLOCKED     ".
003521     05  FILLER                  PIC X(25)
003522         VALUE "6A VENDOR ADDED          ".
003523     05  FILLER                  PIC X(25)
003524         VALUE "6C VENDOR CHANGED        ".
003525     05  FILLER                  PIC X(25)
003526         VALUE "6D VENDOR DEACTIVATED    ".
003527     05  FILLER                  PIC X(25)
003528         VALUE "6I SUPPLY ITEM SET       ".
003530 01  WS-FUNCTION-DEFS REDEFINES WS-FUNCTION-DEF-TABLE.
003540     05  WS-FUNCTION-DEF OCCURS 29 TIMES.
003550         10  FN-TRAIL            PIC 9(01).
003560         10  FN-CODE             PIC X(01).
003570         10  FN-EXCEPTION        PIC X(01).
003580             88  FN-IS-EXCEPTION         VALUE "Y".
003590         10  FN-DESCRIPTION      PIC X(22).
003600
003610 01  WS-REQUEST-PARMS.
003620     05  WS-FROM-DATE            PIC 9(08).
003630     05  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
003640                                 PIC X(08).
003650     05  WS-THRU-DATE            PIC 9(08).
003660     05  WS-THRU-DATE-X REDEFINES WS-THRU-DATE
003670                                 PIC X(08).
003680     05  WS-USER-SELECT          PIC X(10).
003690     05  WS-KEY-SELECT           PIC X(10).
003700     05  WS-GAP-X                PIC X(02).
003710     05  WS-GAP-IN REDEFINES WS-GAP-X
003720                                 PIC 9(02).
003730     05  WS-GAP-LIMIT            PIC 9(02).
003740
003750 01  WS-BACK-DATE.
003760     05  WS-BK-YYYY              PIC 9(04).
003770     05  WS-BK-MM                PIC 9(02).
003780     05  WS-BK-DD                PIC 9(02).
003790 01  WS-BACK-DATE-N REDEFINES WS-BACK-DATE
003800                                 PIC 9(08).
003810
003820 01  WS-DATE-WORK.
003830     05  WS-DW-YYYY              PIC 9(04).
003840     05  WS-DW-MM                PIC 9(02).
003850     05  WS-DW-DD                PIC 9(02).
003860 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
003870                                 PIC 9(08).
003880
003890*    ONE ENTRY PER TRAIL - WHETHER IT OPENED, THE DATE/TIME STAMP
003900*    OF ITS CURRENT ROW FOR THE MERGE, AND WHAT THE CONTINUITY
003910*    CHECK HAS SEEN OF IT.
003920 01  WS-TRAIL-TABLE.
003930     05  WS-TRAIL-ENTRY OCCURS 6 TIMES.
003940         10  TR-FILE-STATUS      PIC X(02).
003950         10  TR-OPEN-SWITCH      PIC X(01).
003960             88  TR-IS-OPEN              VALUE "Y".
003970         10  TR-END-SWITCH       PIC X(01).
003980             88  TR-IS-AT-END            VALUE "Y".
003990         10  TR-STAMP            PIC 9(16).
004000         10  TR-PREV-DATE        PIC 9(08).
004010         10  TR-FIRST-IN-RANGE   PIC 9(08).
004020         10  TR-LAST-IN-RANGE    PIC 9(08).
004030         10  TR-ROWS-READ        PIC 9(06) COMP.
004040         10  TR-ROWS-IN-RANGE    PIC 9(06) COMP.
004050         10  TR-ROWS-SELECTED    PIC 9(06) COMP.
004060
004070*    THE ROW TAKEN OFF WHICHEVER TRAIL IS NEXT IN DATE/TIME ORDER,
004080*    IN ONE LAYOUT WHATEVER TRAIL IT CAME FROM.
004090 01  WS-AUDIT-ENTRY.
004100     05  AE-AUDIT-DATE           PIC 9(08).
004110     05  AE-AUDIT-TIME.
004120         10  AE-TIME-HH          PIC 9(02).
004130         10  AE-TIME-MM          PIC 9(02).
004140         10  AE-TIME-SS          PIC 9(02).
004150         10  AE-TIME-CC          PIC 9(02).
004160     05  AE-USER-ID              PIC X(10).
004170     05  AE-FUNCTION-CODE        PIC X(01).
004180     05  AE-KEY                  PIC X(10).
004190     05  AE-KEY-SHOW             PIC X(14).
004200     05  AE-LAYOUT               PIC X(01).
004210     05  AE-BEFORE-IMAGE         PIC X(95).
004220     05  AE-AFTER-IMAGE          PIC X(95).
004230
004240 01  WS-ROW-STAMP.
004250     05  WS-ROW-DATE             PIC 9(08).
004260     05  WS-ROW-TIME             PIC 9(08).
004270 01  WS-ROW-STAMP-N REDEFINES WS-ROW-STAMP
004280                                 PIC 9(16).
004290
004300*    OPERATOR IDS ON OPERMSTR, FOR THE NOT-ON-FILE CHECK.
004310 01  WS-OPERATOR-TABLE.
004320     05  WS-OPERATOR-COUNT-TBL   PIC 9(03) COMP VALUE ZERO.
004330     05  WS-OPERATOR-ID-TBL OCCURS 200 TIMES
004340                                 PIC X(10).
004350
004360 01  WS-EXCEPTION-TABLE.
004370     05  WS-EXCEPTION-COUNT-TBL  PIC 9(03) COMP VALUE ZERO.
004380     05  WS-EXCEPTION-ENTRY OCCURS 500 TIMES.
004390         10  ET-AUDIT-DATE       PIC 9(08).
004400         10  ET-AUDIT-TIME       PIC X(08).
004410         10  ET-TRAIL-NAME       PIC X(08).
004420         10  ET-USER-ID          PIC X(10).
004430         10  ET-KEY-SHOW         PIC X(14).
004440         10  ET-EVENT            PIC X(22).
004450         10  ET-OLD-VALUE        PIC X(20).
004460         10  ET-NEW-VALUE        PIC X(20).
004470
004480 01  WS-FINDING-TABLE.
004490     05  WS-FINDING-COUNT-TBL    PIC 9(03) COMP VALUE ZERO.
004500     05  WS-FINDING-ENTRY OCCURS 200 TIMES.
004510         10  FT-TRAIL-IX         PIC 9(01).
004520         10  FT-TEXT             PIC X(70).
004530
004540 01  WS-WORK-FIELDS.
004550     05  WS-TRAIL-IX             PIC 9(01) VALUE ZERO.
004560     05  WS-LOW-IX               PIC 9(01) VALUE ZERO.
004570     05  WS-READ-IX              PIC 9(01) VALUE ZERO.
004580     05  WS-LOW-STAMP            PIC 9(16).
004590     05  WS-FIELD-IX             PIC 9(03) COMP VALUE ZERO.
004600     05  WS-FUNCTION-IX          PIC 9(03) COMP VALUE ZERO.
004610     05  WS-FUNCTION-HIT-IX      PIC 9(03) COMP VALUE ZERO.
004620     05  WS-OPERATOR-IX          PIC 9(03) COMP VALUE ZERO.
004630     05  WS-EXCEPTION-IX         PIC 9(03) COMP VALUE ZERO.
004640     05  WS-FINDING-IX           PIC 9(03) COMP VALUE ZERO.
004650     05  WS-FIELDS-PRINTED       PIC 9(03) COMP VALUE ZERO.
004660     05  WS-TRAIL-FINDINGS       PIC 9(03) COMP VALUE ZERO.
004670     05  WS-FUNCTION-DESC        PIC X(22).
004680     05  WS-TIME-SHOW.
004690         10  WS-TS-HH            PIC 9(02).
004700         10  FILLER              PIC X(01) VALUE ":".
004710         10  WS-TS-MM            PIC 9(02).
004720         10  FILLER              PIC X(01) VALUE ":".
004730         10  WS-TS-SS            PIC 9(02).
004740     05  WS-MONTH-LIMIT          PIC 9(02).
004750     05  WS-LEAP-REM             PIC 9(04).
004760     05  WS-LEAP-QUOT            PIC 9(04).
004770     05  WS-YEARS-BEFORE         PIC 9(04).
004780     05  WS-DAY-NUMBER           PIC 9(07).
004790     05  WS-GAP-FROM-DATE        PIC 9(08).
004800     05  WS-GAP-TO-DATE          PIC 9(08).
004810     05  WS-GAP-FROM-DAYS        PIC 9(07).
004820     05  WS-GAP-DAYS             PIC S9(07).
004830     05  WS-GAP-DAYS-SHOW        PIC Z(06)9.
004840     05  WS-GAP-SHOW-LEAD        PIC 9(02).
004850     05  WS-CHECK-THRU-DATE      PIC 9(08).
004860     05  WS-FINDING-TEXT         PIC X(70).
004870     05  WS-EVENT-TEXT           PIC X(22).
004880     05  WS-NUMBER-SHOW          PIC ZZ9.
004890
004900*    VALUE FORMATTING - THE RAW BYTES OF ONE FIELD GO IN, THE
004910*    PRINTABLE VALUE COMES OUT WITH LEADING ZEROS DROPPED AND THE
004920*    IMPLIED DECIMAL POINT PUT IN.
004930 01  WS-FORMAT-AREA.
004940     05  WS-FMT-RAW              PIC X(20).
004950     05  WS-FMT-LENGTH           PIC 9(02).
004960     05  WS-FMT-TYPE             PIC X(01).
004970     05  WS-FMT-DECIMALS         PIC 9(01).
004980     05  WS-FMT-INT-LENGTH       PIC 9(02).
004990     05  WS-FMT-LEAD-ZEROS       PIC 9(02).
005000     05  WS-FMT-DIGIT-START      PIC 9(02).
005010     05  WS-FMT-DIGIT-LENGTH     PIC 9(02).
005020     05  WS-FMT-DEC-START        PIC 9(02).
005030     05  WS-FMT-SHOW             PIC X(20).
005040     05  WS-OLD-RAW              PIC X(20).
005050     05  WS-NEW-RAW              PIC X(20).
005060     05  WS-OLD-SHOW             PIC X(20).
005070     05  WS-NEW-SHOW             PIC X(20).
005080
005090 01  WS-HOLD-LINE                PIC X(132).
005100 01  WS-COLUMN-HEAD-1            PIC X(132).
005110 01  WS-COLUMN-HEAD-2            PIC X(132).
005120
005130 77  WS-TODAY                    PIC 9(08).
005140 77  WS-ROWS-READ                PIC 9(07) COMP VALUE ZERO.
005150 77  WS-ROWS-IN-RANGE            PIC 9(07) COMP VALUE ZERO.
005160 77  WS-ROWS-SELECTED            PIC 9(07) COMP VALUE ZERO.
005170 77  WS-EXCEPTIONS-FOUND         PIC 9(05) COMP VALUE ZERO.
005180 77  WS-FINDINGS-FOUND           PIC 9(05) COMP VALUE ZERO.
005190 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
005200 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
005201
005202*    LENGTH OF THE ROW JUST READ FROM EACH WIDENED TRAIL.  A ROW
005203*    WRITTEN BEFORE THE TRAIL WIDENED IS THE OLD FULL WIDTH, OR
005204*    STOPS AT THE END OF ITS BEFORE IMAGE WHEN THE AFTER IMAGE IS
005205*    BLANK (A DELETE) AND THE TRAILING SPACES WERE NOT KEPT.
005206 77  WS-PARTAUD-LENGTH           PIC 9(04) COMP VALUE ZERO.
005207     88  PART-ROW-IS-OLD                 VALUE 211 122.
005208 77  WS-JOBAUD-LENGTH            PIC 9(04) COMP VALUE ZERO.
005209     88  JOB-ROW-IS-OLD                  VALUE 113 74.
005210 77  WS-SHEETAUD-LENGTH          PIC 9(04) COMP VALUE ZERO.
005211     88  SHEET-ROW-IS-OLD                VALUE 97 65.
005212
005220 77  WS-PARTAUD-STATUS           PIC X(02) VALUE SPACES.
005230 77  WS-JOBAUD-STATUS            PIC X(02) VALUE SPACES.
005240 77  WS-SHEETAUD-STATUS          PIC X(02) VALUE SPACES.
005250 77  WS-MATLAUD-STATUS           PIC X(02) VALUE SPACES.
005260 77  WS-OPERAUD-STATUS           PIC X(02) VALUE SPACES.
005265 77  WS-VENDAUD-STATUS           PIC X(02) VALUE SPACES.
005270 77  WS-OPERMSTR-STATUS          PIC X(02) VALUE SPACES.
005280 77  WS-AUDITRPT-STATUS          PIC X(02) VALUE SPACES.
005290
005300 77  WS-MERGE-SWITCH             PIC X(01) VALUE "N".
005310     88  END-OF-ALL-TRAILS               VALUE "Y".
005320 77  WS-OPER-EOF-SWITCH          PIC X(01) VALUE "N".
005330     88  END-OF-OPERATORS                VALUE "Y".
005340 77  WS-OPERMSTR-SWITCH          PIC X(01) VALUE "N".
005350     88  OPERMSTR-WAS-LOADED             VALUE "Y".
005360 77  WS-OPER-FOUND-SWITCH        PIC X(01) VALUE "N".
005370     88  OPERATOR-WAS-FOUND              VALUE "Y".
005380     88  OPERATOR-NOT-FOUND              VALUE "N".
005390 77  WS-OPER-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
005400     88  OPERATOR-TABLE-OVERFLOWED       VALUE "Y".
005410 77  WS-EXC-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
005420     88  EXCEPTION-TABLE-OVERFLOWED      VALUE "Y".
005430 77  WS-FND-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
005440     88  FINDING-TABLE-OVERFLOWED        VALUE "Y".
005450 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
005460     88  RUN-IS-CANCELLED                VALUE "Y".
005470
005480 01  WS-HDG1.
005490     05  FILLER                  PIC X(40) VALUE SPACES.
005500     05  WS-HDG1-COMPANY         PIC X(30).
005510
005520 01  WS-HDG2.
005530     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
005540     05  WS-HDG2-DATE            PIC 9(08).
005550     05  FILLER                  PIC X(14) VALUE SPACES.
005560     05  FILLER                  PIC X(30)
005570         VALUE "SECURITY AND CHANGE AUDIT    ".
005580     05  FILLER                  PIC X(05) VALUE "PAGE ".
005590     05  WS-HDG2-PAGE            PIC ZZZ9.
005600
005610 01  WS-HDG2A.
005620     05  FILLER                  PIC X(13) VALUE "PERIOD FROM: ".
005630     05  WS-HDG2A-FROM           PIC 9(08).
005640     05  FILLER                  PIC X(07) VALUE " THRU: ".
005650     05  WS-HDG2A-THRU           PIC 9(08).
005660     05  FILLER                  PIC X(08) VALUE "  USER: ".
005670     05  WS-HDG2A-USER           PIC X(10).
005680     05  FILLER                  PIC X(07) VALUE "  KEY: ".
005690     05  WS-HDG2A-KEY            PIC X(10).
005700     05  FILLER                  PIC X(13) VALUE "  GAP LIMIT: ".
005710     05  WS-HDG2A-GAP            PIC Z9.
005720     05  FILLER                  PIC X(05) VALUE " DAYS".
005730
005740 01  WS-SECTION-LINE.
005750     05  FILLER                  PIC X(09) VALUE "SECTION: ".
005760     05  WS-SEC-TITLE            PIC X(40).
005770
005780 01  WS-DETAIL-HEAD-1.
005790     05  FILLER                  PIC X(09) VALUE "DATE".
005800     05  FILLER                  PIC X(10) VALUE "TIME".
005810     05  FILLER                  PIC X(10) VALUE "TRAIL".
005820     05  FILLER                  PIC X(12) VALUE "USER ID".
005830     05  FILLER                  PIC X(26) VALUE "FUNCTION".
005840     05  FILLER                  PIC X(03) VALUE "KEY".
005850
005860 01  WS-DETAIL-HEAD-2.
005870     05  FILLER                  PIC X(10) VALUE SPACES.
005880     05  FILLER                  PIC X(18) VALUE "FIELD".
005890     05  FILLER                  PIC X(26) VALUE "OLD VALUE".
005900     05  FILLER                  PIC X(09) VALUE "NEW VALUE".
005910
005920 01  WS-ENTRY-LINE.
005930     05  WS-ENT-DATE             PIC 9(08).
005940     05  FILLER                  PIC X(01) VALUE SPACES.
005950     05  WS-ENT-TIME             PIC X(08).
005960     05  FILLER                  PIC X(02) VALUE SPACES.
005970     05  WS-ENT-TRAIL            PIC X(08).
005980     05  FILLER                  PIC X(02) VALUE SPACES.
005990     05  WS-ENT-USER             PIC X(10).
006000     05  FILLER                  PIC X(02) VALUE SPACES.
006010     05  WS-ENT-FUNCTION         PIC X(01).
006020     05  FILLER                  PIC X(01) VALUE SPACES.
006030     05  WS-ENT-FUNCTION-DESC    PIC X(22).
006040     05  FILLER                  PIC X(02) VALUE SPACES.
006050     05  WS-ENT-KEY              PIC X(14).
006060
006070 01  WS-FIELD-LINE.
006080     05  FILLER                  PIC X(10) VALUE SPACES.
006090     05  WS-FLD-NAME             PIC X(16).
006100     05  FILLER                  PIC X(02) VALUE SPACES.
006110     05  WS-FLD-OLD              PIC X(20).
006120     05  FILLER                  PIC X(02) VALUE SPACES.
006130     05  FILLER                  PIC X(02) VALUE "->".
006140     05  FILLER                  PIC X(02) VALUE SPACES.
006150     05  WS-FLD-NEW              PIC X(20).
006160
006170 01  WS-EXCEPTION-HEAD-1.
006180     05  FILLER                  PIC X(09) VALUE "DATE".
006190     05  FILLER                  PIC X(10) VALUE "TIME".
006200     05  FILLER                  PIC X(10) VALUE "TRAIL".
006210     05  FILLER                  PIC X(12) VALUE "USER ID".
006220     05  FILLER                  PIC X(16) VALUE "KEY".
006230     05  FILLER                  PIC X(24) VALUE "EVENT".
006240     05  FILLER                  PIC X(22) VALUE "OLD VALUE".
006250     05  FILLER                  PIC X(09) VALUE "NEW VALUE".
006260
006270 01  WS-EXCEPTION-LINE.
006280     05  WS-EXC-DATE             PIC 9(08).
006290     05  FILLER                  PIC X(01) VALUE SPACES.
006300     05  WS-EXC-TIME             PIC X(08).
006310     05  FILLER                  PIC X(02) VALUE SPACES.
006320     05  WS-EXC-TRAIL            PIC X(08).
006330     05  FILLER                  PIC X(02) VALUE SPACES.
006340     05  WS-EXC-USER             PIC X(10).
006350     05  FILLER                  PIC X(02) VALUE SPACES.
006360     05  WS-EXC-KEY              PIC X(14).
006370     05  FILLER                  PIC X(02) VALUE SPACES.
006380     05  WS-EXC-EVENT            PIC X(22).
006390     05  FILLER                  PIC X(02) VALUE SPACES.
006400     05  WS-EXC-OLD              PIC X(20).
006410     05  FILLER                  PIC X(02) VALUE SPACES.
006420     05  WS-EXC-NEW              PIC X(20).
006430
006440 01  WS-TRAIL-HEAD-1.
006450     05  FILLER                  PIC X(10) VALUE "TRAIL".
006460     05  FILLER                  PIC X(12) VALUE "FILE".
006470     05  FILLER                  PIC X(11) VALUE "ROWS READ".
006480     05  FILLER                  PIC X(11) VALUE "IN PERIOD".
006490     05  FILLER                  PIC X(11) VALUE "SELECTED".
006500     05  FILLER                  PIC X(10) VALUE "FIRST".
006510     05  FILLER                  PIC X(04) VALUE "LAST".
006520
006530 01  WS-TRAIL-LINE.
006540     05  WS-TRL-NAME             PIC X(08).
006550     05  FILLER                  PIC X(02) VALUE SPACES.
006560     05  WS-TRL-FILE             PIC X(10).
006570     05  FILLER                  PIC X(02) VALUE SPACES.
006580     05  WS-TRL-READ             PIC ZZZ,ZZ9.
006590     05  FILLER                  PIC X(04) VALUE SPACES.
006600     05  WS-TRL-IN-RANGE         PIC ZZZ,ZZ9.
006610     05  FILLER                  PIC X(04) VALUE SPACES.
006620     05  WS-TRL-SELECTED         PIC ZZZ,ZZ9.
006630     05  FILLER                  PIC X(04) VALUE SPACES.
006640     05  WS-TRL-FIRST            PIC X(08).
006650     05  FILLER                  PIC X(02) VALUE SPACES.
006660     05  WS-TRL-LAST             PIC X(08).
006670
006680 01  WS-FINDING-LINE.
006690     05  FILLER                  PIC X(10) VALUE SPACES.
006700     05  FILLER                  PIC X(04) VALUE "*** ".
006710     05  WS-FND-TEXT             PIC X(70).
006720
006730 01  WS-TOTAL-LINES.
006740     05  WS-TOT-READ-LINE.
006750         10  FILLER              PIC X(25)
006760             VALUE "AUDIT ROWS READ. . . . .".
006770         10  WS-TOT-READ         PIC Z,ZZZ,ZZ9.
006780     05  WS-TOT-RANGE-LINE.
006790         10  FILLER              PIC X(25)
006800             VALUE "ROWS IN PERIOD . . . . .".
006810         10  WS-TOT-RANGE        PIC Z,ZZZ,ZZ9.
006820     05  WS-TOT-SELECTED-LINE.
006830         10  FILLER              PIC X(25)
006840             VALUE "ROWS SELECTED. . . . . .".
006850         10  WS-TOT-SELECTED     PIC Z,ZZZ,ZZ9.
006860     05  WS-TOT-EXCEPT-LINE.
006870         10  FILLER              PIC X(25)
006880             VALUE "EXCEPTIONS . . . . . . .".
006890         10  WS-TOT-EXCEPT       PIC Z,ZZZ,ZZ9.
006900     05  WS-TOT-FINDING-LINE.
006910         10  FILLER              PIC X(25)
006920             VALUE "CONTINUITY FINDINGS. . .".
006930         10  WS-TOT-FINDING      PIC Z,ZZZ,ZZ9.
006940
006950 PROCEDURE DIVISION.
006960
006970******************************************************************
006980* 0000-MAINLINE
006990* TOP-LEVEL CONTROL - ACCEPTS THE PERIOD AND FILTERS, MERGES THE
007000* SIX TRAILS INTO ONE DATE/TIME-ORDERED CHANGE LISTING, THEN
007010* PRINTS THE EXCEPTIONS, THE TRAIL CONTINUITY AND THE TOTALS.
007020******************************************************************
007030 0000-MAINLINE.
007040
007050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007060
007070     IF NOT RUN-IS-CANCELLED
007080         PERFORM 2000-MERGE-NEXT THRU 2000-EXIT
007090             UNTIL END-OF-ALL-TRAILS
007100         PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
007110         PERFORM 5000-PRINT-CONTINUITY THRU 5000-EXIT
007120         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
007130     END-IF.
007140
007150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007160
007170     GOBACK.
007180
007190******************************************************************
007200* 1000-INITIALIZE
007210* ACCEPTS AND EDITS THE PERIOD, THE OPTIONAL USER AND KEY AND THE
007220* GAP LIMIT, LOADS THE OPERATOR IDS AND OPENS THE TRAILS.  A BLANK
007230* THRU DATE IS THE LAST DAY OF LAST MONTH AND A BLANK FROM DATE
007240* THE FIRST OF THE THRU DATE'S MONTH, SO THE MONTHLY RUN NEEDS
007250* NOTHING KEYED.
007260******************************************************************
007270 1000-INITIALIZE.
007280
007290     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007300
007310     DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR START OF MONTH):".
007320     MOVE SPACES TO WS-FROM-DATE-X.
007330     ACCEPT WS-FROM-DATE-X.
007340     DISPLAY "THRU DATE (YYYYMMDD, BLANK FOR END OF LAST MONTH):".
007350     MOVE SPACES TO WS-THRU-DATE-X.
007360     ACCEPT WS-THRU-DATE-X.
007370     DISPLAY "USER ID TO SELECT (BLANK FOR ALL):".
007380     MOVE SPACES TO WS-USER-SELECT.
007390     ACCEPT WS-USER-SELECT.
007396     DISPLAY "PART/JOB/SHEET/MATERIAL/OPERATOR/VENDOR KEY "
007402         "(BLANK=ALL):".
007410     MOVE SPACES TO WS-KEY-SELECT.
007420     ACCEPT WS-KEY-SELECT.
007430     DISPLAY "GAP LIMIT IN DAYS (NN, BLANK FOR 14):".
007440     MOVE SPACES TO WS-GAP-X.
007450     ACCEPT WS-GAP-X.
007460
007470     IF WS-GAP-X NUMERIC AND WS-GAP-IN > ZERO
007480         MOVE WS-GAP-IN TO WS-GAP-LIMIT
007490     ELSE
007500         MOVE WS-DEFAULT-GAP TO WS-GAP-LIMIT
007510     END-IF.
007520
007530     IF WS-THRU-DATE-X = SPACES
007540         PERFORM 1200-SET-LAST-MONTH-END THRU 1200-EXIT
007550     END-IF.
007560     IF WS-FROM-DATE-X = SPACES
007570         AND WS-THRU-DATE-X NUMERIC
007580         MOVE WS-THRU-DATE TO WS-BACK-DATE-N
007590         MOVE 01 TO WS-BK-DD
007600         MOVE WS-BACK-DATE-N TO WS-FROM-DATE
007610     END-IF.
007620
007630     IF WS-FROM-DATE-X NOT NUMERIC
007640         OR WS-THRU-DATE-X NOT NUMERIC
007650         OR WS-FROM-DATE > WS-THRU-DATE
007660         DISPLAY "INVALID DATE RANGE - RUN CANCELLED"
007670         SET RUN-IS-CANCELLED TO TRUE
007680         MOVE 8 TO RETURN-CODE
007690         GO TO 1000-EXIT
007700     END-IF.
007710
007720     PERFORM 1600-LOAD-OPERATORS THRU 1600-EXIT.
007730     PERFORM 1500-OPEN-TRAILS THRU 1500-EXIT.
007740
007750     OPEN OUTPUT AUDIT-RPT.
007760
007770     MOVE "CHANGE DETAIL IN DATE/TIME ORDER" TO WS-SEC-TITLE.
007780     MOVE WS-DETAIL-HEAD-1 TO WS-COLUMN-HEAD-1.
007790     MOVE WS-DETAIL-HEAD-2 TO WS-COLUMN-HEAD-2.
007800     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
007810
007820     PERFORM 2910-READ-PART-AUDIT THRU 2910-EXIT.
007830     PERFORM 2920-READ-JOB-AUDIT THRU 2920-EXIT.
007840     PERFORM 2930-READ-SHEET-AUDIT THRU 2930-EXIT.
007850     PERFORM 2940-READ-MATL-AUDIT THRU 2940-EXIT.
007860     PERFORM 2950-READ-OPER-AUDIT THRU 2950-EXIT.
007865     PERFORM 2960-READ-VEND-AUDIT THRU 2960-EXIT.
007870
007880 1000-EXIT.
007890     EXIT.
007900
007910******************************************************************
007920* 1200-SET-LAST-MONTH-END
007930* SETS THE THRU DATE TO THE LAST DAY OF THE MONTH BEFORE TODAY'S.
007940******************************************************************
007950 1200-SET-LAST-MONTH-END.
007960
007970     MOVE WS-TODAY TO WS-BACK-DATE-N.
007980     SUBTRACT 1 FROM WS-BK-MM.
007990     IF WS-BK-MM = ZERO
008000         MOVE 12 TO WS-BK-MM
008010         SUBTRACT 1 FROM WS-BK-YYYY
008020     END-IF.
008030     PERFORM 1220-GET-MONTH-DAYS THRU 1220-EXIT.
008040     MOVE WS-MONTH-LIMIT TO WS-BK-DD.
008050     MOVE WS-BACK-DATE-N TO WS-THRU-DATE.
008060
008070 1200-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 1220-GET-MONTH-DAYS
008120* SETS THE DAY LIMIT FOR THE WORK DATE'S CURRENT MONTH.  THE
008130* SIMPLE EVERY-FOURTH-YEAR LEAP RULE IS GOOD THROUGH 2099.
008140******************************************************************
008150 1220-GET-MONTH-DAYS.
008160
008170     MOVE WS-DAYS-IN-MONTH (WS-BK-MM) TO WS-MONTH-LIMIT.
008180     IF WS-BK-MM = 2
008190         DIVIDE WS-BK-YYYY BY 4 GIVING WS-LEAP-QUOT
008200             REMAINDER WS-LEAP-REM
008210         IF WS-LEAP-REM = ZERO
008220             MOVE 29 TO WS-MONTH-LIMIT
008230         END-IF
008240     END-IF.
008250
008260 1220-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 1300-PRINT-HEADINGS
008310* WRITES THE COMPANY/RUN-DATE/PERIOD HEADING LINES, THE CURRENT
008320* SECTION'S TITLE AND COLUMN HEADINGS, AND BUMPS THE PAGE COUNTER.
008330******************************************************************
008340 1300-PRINT-HEADINGS.
008350
008360     ADD 1 TO WS-PAGE-COUNT.
008370     MOVE ZERO TO WS-LINE-COUNT.
008380
008390     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
008400     MOVE WS-TODAY TO WS-HDG2-DATE.
008410     MOVE WS-PAGE-COUNT TO WS-HDG2-PAGE.
008420     MOVE WS-FROM-DATE TO WS-HDG2A-FROM.
008430     MOVE WS-THRU-DATE TO WS-HDG2A-THRU.
008440     IF WS-USER-SELECT = SPACES
008450         MOVE "ALL" TO WS-HDG2A-USER
008460     ELSE
008470         MOVE WS-USER-SELECT TO WS-HDG2A-USER
008480     END-IF.
008490     IF WS-KEY-SELECT = SPACES
008500         MOVE "ALL" TO WS-HDG2A-KEY
008510     ELSE
008520         MOVE WS-KEY-SELECT TO WS-HDG2A-KEY
008530     END-IF.
008540     MOVE WS-GAP-LIMIT TO WS-HDG2A-GAP.
008550
008560     IF WS-PAGE-COUNT > 1
008570         MOVE SPACES TO AUDIT-RPT-LINE
008580         WRITE AUDIT-RPT-LINE
008590             BEFORE ADVANCING PAGE
008600     END-IF.
008610
008620     MOVE WS-HDG1 TO AUDIT-RPT-LINE.
008630     WRITE AUDIT-RPT-LINE.
008640     MOVE WS-HDG2 TO AUDIT-RPT-LINE.
008650     WRITE AUDIT-RPT-LINE.
008660     MOVE WS-HDG2A TO AUDIT-RPT-LINE.
008670     WRITE AUDIT-RPT-LINE.
008680     MOVE SPACES TO AUDIT-RPT-LINE.
008690     WRITE AUDIT-RPT-LINE.
008700     MOVE WS-SECTION-LINE TO AUDIT-RPT-LINE.
008710     WRITE AUDIT-RPT-LINE.
008720     MOVE WS-COLUMN-HEAD-1 TO AUDIT-RPT-LINE.
008730     WRITE AUDIT-RPT-LINE.
008740     IF WS-COLUMN-HEAD-2 NOT = SPACES
008750         MOVE WS-COLUMN-HEAD-2 TO AUDIT-RPT-LINE
008760         WRITE AUDIT-RPT-LINE
008770     END-IF.
008780
008790 1300-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830* 1400-GET-DAY-NUMBER
008840* TURNS THE DATE IN WS-DATE-WORK INTO A RUNNING DAY NUMBER SO TWO
008850* DATES CAN BE SUBTRACTED - DAYS IN THE WHOLE YEARS BEFORE IT, ONE
008860* MORE FOR EACH LEAP YEAR AMONG THEM, THE DAYS BEFORE ITS MONTH
008870* AND ITS DAY OF THE MONTH.  A DATE WITH NO VALID MONTH COUNTS AS
008880* DAY ZERO.
008890******************************************************************
008900 1400-GET-DAY-NUMBER.
008910
008920     IF WS-DW-MM < 1 OR WS-DW-MM > 12
008930         MOVE ZERO TO WS-DAY-NUMBER
008940         GO TO 1400-EXIT
008950     END-IF.
008960
008970     SUBTRACT 1 FROM WS-DW-YYYY GIVING WS-YEARS-BEFORE.
008980     DIVIDE WS-YEARS-BEFORE BY 4 GIVING WS-LEAP-QUOT.
008990     COMPUTE WS-DAY-NUMBER = WS-YEARS-BEFORE * 365
009000         + WS-LEAP-QUOT
009010         + WS-DAYS-BEFORE-MONTH (WS-DW-MM)
009020         + WS-DW-DD.
009030
009040     IF WS-DW-MM > 2
009050         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
009060             REMAINDER WS-LEAP-REM
009070         IF WS-LEAP-REM = ZERO
009080             ADD 1 TO WS-DAY-NUMBER
009090         END-IF
009100     END-IF.
009110
009120 1400-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 1500-OPEN-TRAILS
009170* OPENS THE SIX TRAILS.  A TRAIL THAT WON'T OPEN IS CARRIED AS
009180* ENDED FOR THE MERGE AND REPORTED MISSING IN THE CONTINUITY
009190* SECTION - A MISSING TRAIL IS ITSELF A FINDING, NOT A REASON TO
009200* STOP THE REVIEW OF THE OTHERS.
009210******************************************************************
009220 1500-OPEN-TRAILS.
009230
009240     PERFORM 1510-RESET-TRAIL THRU 1510-EXIT
009250         VARYING WS-TRAIL-IX FROM 1 BY 1
009260         UNTIL WS-TRAIL-IX > WS-TRAIL-COUNT.
009270
009280     OPEN INPUT PART-AUDIT.
009290     MOVE 1 TO WS-TRAIL-IX.
009300     MOVE WS-PARTAUD-STATUS TO TR-FILE-STATUS (WS-TRAIL-IX).
009310     PERFORM 1520-CHECK-TRAIL-OPEN THRU 1520-EXIT.
009320
009330     OPEN INPUT JOB-AUDIT.
009340     MOVE 2 TO WS-TRAIL-IX.
009350     MOVE WS-JOBAUD-STATUS TO TR-FILE-STATUS (WS-TRAIL-IX).
009360     PERFORM 1520-CHECK-TRAIL-OPEN THRU 1520-EXIT.
009370
009380     OPEN INPUT SHEET-AUDIT.
009390     MOVE 3 TO WS-TRAIL-IX.
009400     MOVE WS-SHEETAUD-STATUS TO TR-FILE-STATUS (WS-TRAIL-IX).
009410     PERFORM 1520-CHECK-TRAIL-OPEN THRU 1520-EXIT.
009420
009430     OPEN INPUT MATERIAL-AUDIT.
009440     MOVE 4 TO WS-TRAIL-IX.
009450     MOVE WS-MATLAUD-STATUS TO TR-FILE-STATUS (WS-TRAIL-IX).
009460     PERFORM 1520-CHECK-TRAIL-OPEN THRU 1520-EXIT.
009470
009480     OPEN INPUT OPER-AUDIT.
009490     MOVE 5 TO WS-TRAIL-IX.
009500     MOVE WS-OPERAUD-STATUS TO TR-FILE-STATUS (WS-TRAIL-IX).
009510     PERFORM 1520-CHECK-TRAIL-OPEN THRU 1520-EXIT.
009511
009512     OPEN INPUT VENDOR-AUDIT.
009513     MOVE 6 TO WS-TRAIL-IX.
009514     MOVE WS-VENDAUD-STATUS TO TR-FILE-STATUS (WS-TRAIL-IX).
009515     PERFORM 1520-CHECK-TRAIL-OPEN THRU 1520-EXIT.
009520
009530 1500-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570* 1510-RESET-TRAIL
009580* CLEARS ONE TRAIL TABLE ENTRY.  THE LAST DATE SEEN IN THE PERIOD
009590* STARTS AT THE FROM DATE SO A TRAIL THAT IS SILENT AT THE START
009600* OF THE PERIOD IS MEASURED FROM THERE.
009610******************************************************************
009620 1510-RESET-TRAIL.
009630
009640     MOVE SPACES TO TR-FILE-STATUS (WS-TRAIL-IX).
009650     MOVE "N" TO TR-OPEN-SWITCH (WS-TRAIL-IX).
009660     MOVE "N" TO TR-END-SWITCH (WS-TRAIL-IX).
009670     MOVE WS-END-STAMP TO TR-STAMP (WS-TRAIL-IX).
009680     MOVE ZERO TO TR-PREV-DATE (WS-TRAIL-IX).
009690     MOVE ZERO TO TR-FIRST-IN-RANGE (WS-TRAIL-IX).
009700     MOVE WS-FROM-DATE TO TR-LAST-IN-RANGE (WS-TRAIL-IX).
009710     MOVE ZERO TO TR-ROWS-READ (WS-TRAIL-IX).
009720     MOVE ZERO TO TR-ROWS-IN-RANGE (WS-TRAIL-IX).
009730     MOVE ZERO TO TR-ROWS-SELECTED (WS-TRAIL-IX).
009740
009750 1510-EXIT.
009760     EXIT.
009770
009780******************************************************************
009790* 1520-CHECK-TRAIL-OPEN
009800* MARKS THE TRAIL OPEN, OR ENDED WITH A CONTINUITY FINDING WHEN
009810* THE OPEN FAILED.
009820******************************************************************
009830 1520-CHECK-TRAIL-OPEN.
009840
009850     IF TR-FILE-STATUS (WS-TRAIL-IX) = "00"
009860         SET TR-IS-OPEN (WS-TRAIL-IX) TO TRUE
009870         GO TO 1520-EXIT
009880     END-IF.
009890
009900     SET TR-IS-AT-END (WS-TRAIL-IX) TO TRUE.
009910     MOVE SPACES TO WS-FINDING-TEXT.
009920     IF TR-FILE-STATUS (WS-TRAIL-IX) = "35"
009930         MOVE "AUDIT FILE IS MISSING" TO WS-FINDING-TEXT
009940     ELSE
009950         STRING "AUDIT FILE COULD NOT BE OPENED, STATUS "
009960             TR-FILE-STATUS (WS-TRAIL-IX)
009970             DELIMITED BY SIZE INTO WS-FINDING-TEXT
009980     END-IF.
009990     MOVE WS-TRAIL-IX TO WS-READ-IX.
010000     PERFORM 5900-ADD-FINDING THRU 5900-EXIT.
010010     DISPLAY WS-TRAIL-NAME (WS-TRAIL-IX) " NOT OPENED, STATUS "
010020         TR-FILE-STATUS (WS-TRAIL-IX).
010030
010040 1520-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 1600-LOAD-OPERATORS
010090* LOADS EVERY OPERATOR ID ON OPERMSTR.  WITHOUT THE FILE THE
010100* NOT-ON-FILE CHECK CAN'T BE MADE, AND THE EXCEPTIONS SECTION
010110* SAYS SO RATHER THAN FLAGGING EVERY USER.
010120******************************************************************
010130 1600-LOAD-OPERATORS.
010140
010150     OPEN INPUT OPERATOR-MASTER.
010160     IF WS-OPERMSTR-STATUS NOT = "00"
010170         DISPLAY "OPERATOR MASTER NOT AVAILABLE, STATUS "
010180             WS-OPERMSTR-STATUS " - USER IDS NOT CHECKED"
010190         GO TO 1600-EXIT
010200     END-IF.
010210
010220     SET OPERMSTR-WAS-LOADED TO TRUE.
010230     PERFORM 1610-LOAD-ONE-OPERATOR THRU 1610-EXIT
010240         UNTIL END-OF-OPERATORS.
010250     CLOSE OPERATOR-MASTER.
010260
010270 1600-EXIT.
010280     EXIT.
010290
010300******************************************************************
010310* 1610-LOAD-ONE-OPERATOR
010320* READS ONE OPERATOR AND ADDS ITS ID TO THE TABLE.
010330******************************************************************
010340 1610-LOAD-ONE-OPERATOR.
010350
010360     READ OPERATOR-MASTER
010370         AT END
010380             SET END-OF-OPERATORS TO TRUE
010390             GO TO 1610-EXIT
010400     END-READ.
010410
010420     IF WS-OPERATOR-COUNT-TBL >= WS-MAX-OPERATORS
010430         IF NOT OPERATOR-TABLE-OVERFLOWED
010440             SET OPERATOR-TABLE-OVERFLOWED TO TRUE
010450             DISPLAY "OPERATOR TABLE FULL - IDS PAST "
010460                 WS-MAX-OPERATORS " WILL SHOW AS NOT ON FILE"
010470         END-IF
010480         GO TO 1610-EXIT
010490     END-IF.
010500
010510     ADD 1 TO WS-OPERATOR-COUNT-TBL.
010520     MOVE OM-OPERATOR-ID
010530         TO WS-OPERATOR-ID-TBL (WS-OPERATOR-COUNT-TBL).
010540
010550 1610-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590* 2000-MERGE-NEXT
010600* TAKES THE ROW WITH THE LOWEST DATE/TIME STAMP ACROSS THE SIX
010610* TRAILS, REVIEWS IT AND READS THE NEXT ROW FROM THAT TRAIL.  EACH
010620* TRAIL IS APPENDED AS CHANGES ARE MADE, SO EACH IS ALREADY IN
010630* DATE/TIME ORDER AND A MERGE PUTS THE SIX IN ORDER TOGETHER.
010640******************************************************************
010650 2000-MERGE-NEXT.
010660
010670     MOVE ZERO TO WS-LOW-IX.
010680     MOVE WS-END-STAMP TO WS-LOW-STAMP.
010690     PERFORM 2010-FIND-LOW-TRAIL THRU 2010-EXIT
010700         VARYING WS-TRAIL-IX FROM 1 BY 1
010710         UNTIL WS-TRAIL-IX > WS-TRAIL-COUNT.
010720
010730     IF WS-LOW-IX = ZERO
010740         SET END-OF-ALL-TRAILS TO TRUE
010750         GO TO 2000-EXIT
010760     END-IF.
010770
010780     EVALUATE WS-LOW-IX
010790         WHEN 1
010800             PERFORM 2100-TAKE-PART-ROW THRU 2100-EXIT
010810             PERFORM 3000-REVIEW-ENTRY THRU 3000-EXIT
010820             PERFORM 2910-READ-PART-AUDIT THRU 2910-EXIT
010830         WHEN 2
010840             PERFORM 2200-TAKE-JOB-ROW THRU 2200-EXIT
010850             PERFORM 3000-REVIEW-ENTRY THRU 3000-EXIT
010860             PERFORM 2920-READ-JOB-AUDIT THRU 2920-EXIT
010870         WHEN 3
010880             PERFORM 2300-TAKE-SHEET-ROW THRU 2300-EXIT
010890             PERFORM 3000-REVIEW-ENTRY THRU 3000-EXIT
010900             PERFORM 2930-READ-SHEET-AUDIT THRU 2930-EXIT
010910         WHEN 4
010920             PERFORM 2400-TAKE-MATL-ROW THRU 2400-EXIT
010930             PERFORM 3000-REVIEW-ENTRY THRU 3000-EXIT
010940             PERFORM 2940-READ-MATL-AUDIT THRU 2940-EXIT
010950         WHEN 5
010960             PERFORM 2500-TAKE-OPER-ROW THRU 2500-EXIT
010970             PERFORM 3000-REVIEW-ENTRY THRU 3000-EXIT
010980             PERFORM 2950-READ-OPER-AUDIT THRU 2950-EXIT
010982         WHEN 6
010984             PERFORM 2600-TAKE-VEND-ROW THRU 2600-EXIT
010986             PERFORM 3000-REVIEW-ENTRY THRU 3000-EXIT
010988             PERFORM 2960-READ-VEND-AUDIT THRU 2960-EXIT
010990     END-EVALUATE.
011000
011010 2000-EXIT.
011020     EXIT.
011030
011040******************************************************************
011050* 2010-FIND-LOW-TRAIL
011060* ONE STEP OF THE MERGE SCAN - KEEPS THE TRAIL WHOSE CURRENT ROW
011070* IS EARLIEST.  A TIE KEEPS THE TRAIL SCANNED FIRST.
011080******************************************************************
011090 2010-FIND-LOW-TRAIL.
011100
011110     IF NOT TR-IS-AT-END (WS-TRAIL-IX)
011120         AND TR-STAMP (WS-TRAIL-IX) < WS-LOW-STAMP
011130         MOVE TR-STAMP (WS-TRAIL-IX) TO WS-LOW-STAMP
011140         MOVE WS-TRAIL-IX TO WS-LOW-IX
011150     END-IF.
011160
011170 2010-EXIT.
011180     EXIT.
011190
011200******************************************************************
011210* 2100-TAKE-PART-ROW
011220* STAGES THE CURRENT PARTAUD ROW - KEYED PARTMNT CHANGES AND THE
011226* FUNCTION R ROWS MATLMNT'S REVALUATION WRITES.  AN OLD 211-BYTE
011232* ROW CARRIES 89-BYTE IMAGES, WITHOUT THE TOLERANCE.
011240******************************************************************
011250 2100-TAKE-PART-ROW.
011260
011270     MOVE AU-AUDIT-DATE TO AE-AUDIT-DATE.
011280     MOVE AU-AUDIT-TIME TO AE-AUDIT-TIME.
011290     MOVE AU-USER-ID TO AE-USER-ID.
011300     MOVE AU-FUNCTION-CODE TO AE-FUNCTION-CODE.
011310     MOVE AU-PART-NUMBER TO AE-KEY.
011320     MOVE AU-PART-NUMBER TO AE-KEY-SHOW.
011330     MOVE "P" TO AE-LAYOUT.
011340     MOVE AU-BEFORE-IMAGE TO AE-BEFORE-IMAGE.
011350     MOVE AU-AFTER-IMAGE TO AE-AFTER-IMAGE.
011351
011352     IF PART-ROW-IS-OLD
011353         MOVE AU-OLD-BEFORE-IMAGE TO AE-BEFORE-IMAGE
011354         MOVE AU-OLD-AFTER-IMAGE TO AE-AFTER-IMAGE
011355         IF AE-BEFORE-IMAGE NOT = SPACES
011356             MOVE ZEROS TO AE-BEFORE-IMAGE (90:6)
011357         END-IF
011358         IF AE-AFTER-IMAGE NOT = SPACES
011359             MOVE ZEROS TO AE-AFTER-IMAGE (90:6)
011360         END-IF
011361     END-IF.
011362
011370 2100-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410* 2200-TAKE-JOB-ROW
011420* STAGES THE CURRENT JOBAUD ROW.  FUNCTIONS L, M AND V ARE JOB
011430* LINE ROWS CARRYING THE JOBLINE IMAGE - THEIR KEY SHOWS THE LINE
011440* NUMBER AFTER THE JOB.  EVERY OTHER ROW CARRIES THE JOBMSTR
011446* IMAGE.  AN OLD 113-BYTE ROW CARRIES 39-BYTE JOBMSTR IMAGES,
011452* WITHOUT THE QUOTE NUMBER; NO LINE ROW IS THAT OLD.
011460******************************************************************
011470 2200-TAKE-JOB-ROW.
011480
011490     MOVE JA-AUDIT-DATE TO AE-AUDIT-DATE.
011500     MOVE JA-AUDIT-TIME TO AE-AUDIT-TIME.
011510     MOVE JA-USER-ID TO AE-USER-ID.
011520     MOVE JA-FUNCTION-CODE TO AE-FUNCTION-CODE.
011530     MOVE JA-JOB-NUMBER TO AE-KEY.
011540     MOVE JA-JOB-NUMBER TO AE-KEY-SHOW.
011550     MOVE JA-BEFORE-IMAGE TO AE-BEFORE-IMAGE.
011560     MOVE JA-AFTER-IMAGE TO AE-AFTER-IMAGE.
011561
011562     IF JOB-ROW-IS-OLD
011563         MOVE JA-OLD-BEFORE-IMAGE TO AE-BEFORE-IMAGE
011564         MOVE JA-OLD-AFTER-IMAGE TO AE-AFTER-IMAGE
011565         IF AE-BEFORE-IMAGE NOT = SPACES
011566             MOVE ZEROS TO AE-BEFORE-IMAGE (40:6)
011567         END-IF
011568         IF AE-AFTER-IMAGE NOT = SPACES
011569             MOVE ZEROS TO AE-AFTER-IMAGE (40:6)
011570         END-IF
011571     END-IF.
011572
011580     IF JA-FUNCTION-CODE = "L" OR "M" OR "V"
011590         MOVE "L" TO AE-LAYOUT
011600         MOVE SPACES TO AE-KEY-SHOW
011610         STRING JA-JOB-NUMBER DELIMITED BY SPACE
011620             "/" JA-AFTER-IMAGE (9:3)
011630             DELIMITED BY SIZE INTO AE-KEY-SHOW
011640     ELSE
011650         MOVE "J" TO AE-LAYOUT
011660     END-IF.
011670
011680 2200-EXIT.
011690     EXIT.
011700
011710******************************************************************
011720* 2300-TAKE-SHEET-ROW
011726* STAGES THE CURRENT SHEETAUD ROW.  AN OLD 97-BYTE ROW CARRIES
011732* 32-BYTE IMAGES, WITHOUT THE MATERIAL CODE AND THICKNESS.
011740******************************************************************
011750 2300-TAKE-SHEET-ROW.
011760
011770     MOVE SA-AUDIT-DATE TO AE-AUDIT-DATE.
011780     MOVE SA-AUDIT-TIME TO AE-AUDIT-TIME.
011790     MOVE SA-USER-ID TO AE-USER-ID.
011800     MOVE SA-FUNCTION-CODE TO AE-FUNCTION-CODE.
011810     MOVE SA-SHEET-ID TO AE-KEY.
011820     MOVE SA-SHEET-ID TO AE-KEY-SHOW.
011830     MOVE "S" TO AE-LAYOUT.
011840     MOVE SA-BEFORE-IMAGE TO AE-BEFORE-IMAGE.
011850     MOVE SA-AFTER-IMAGE TO AE-AFTER-IMAGE.
011851
011852     IF SHEET-ROW-IS-OLD
011853         MOVE SA-OLD-BEFORE-IMAGE TO AE-BEFORE-IMAGE
011854         MOVE SA-OLD-AFTER-IMAGE TO AE-AFTER-IMAGE
011855         IF AE-BEFORE-IMAGE NOT = SPACES
011856             MOVE ZEROS TO AE-BEFORE-IMAGE (37:6)
011857         END-IF
011858         IF AE-AFTER-IMAGE NOT = SPACES
011859             MOVE ZEROS TO AE-AFTER-IMAGE (37:6)
011860         END-IF
011861     END-IF.
011862
011870 2300-EXIT.
011880     EXIT.
011890
011900******************************************************************
011910* 2400-TAKE-MATL-ROW
011920* STAGES THE CURRENT MATLAUD ROW.  FUNCTION T ROWS CARRY THE
011930* MACHRATE IMAGE, AND THEIR KEY SHOWS THE STOCK THICKNESS AFTER
011940* THE MATERIAL CODE, SINCE A MATERIAL HAS ONE RATE PER THICKNESS.
011950******************************************************************
011960 2400-TAKE-MATL-ROW.
011970
011980     MOVE MA-AUDIT-DATE TO AE-AUDIT-DATE.
011990     MOVE MA-AUDIT-TIME TO AE-AUDIT-TIME.
012000     MOVE MA-USER-ID TO AE-USER-ID.
012010     MOVE MA-FUNCTION-CODE TO AE-FUNCTION-CODE.
012020     MOVE MA-MATERIAL-CODE TO AE-KEY.
012030     MOVE MA-MATERIAL-CODE TO AE-KEY-SHOW.
012040     MOVE MA-BEFORE-IMAGE TO AE-BEFORE-IMAGE.
012050     MOVE MA-AFTER-IMAGE TO AE-AFTER-IMAGE.
012060
012070     IF MA-FUNCTION-CODE = "T"
012080         MOVE "R" TO AE-LAYOUT
012090         MOVE MA-AFTER-IMAGE (5:6) TO WS-FMT-RAW
012100         MOVE 6 TO WS-FMT-LENGTH
012110         MOVE "N" TO WS-FMT-TYPE
012120         MOVE 4 TO WS-FMT-DECIMALS
012130         PERFORM 3250-FORMAT-VALUE THRU 3250-EXIT
012140         MOVE SPACES TO AE-KEY-SHOW
012150         STRING MA-MATERIAL-CODE DELIMITED BY SPACE
012160             " " WS-FMT-SHOW
012170             DELIMITED BY SIZE INTO AE-KEY-SHOW
012180     ELSE
012190         MOVE "M" TO AE-LAYOUT
012200     END-IF.
012210
012220 2400-EXIT.
012230     EXIT.
012240
012250******************************************************************
012260* 2500-TAKE-OPER-ROW
012270* STAGES THE CURRENT OPERAUD ROW.  OPERMNT BLANKS THE PASSWORD IN
012280* BOTH IMAGES, SO A RESET SHOWS AS THE FUNCTION ALONE.
012290******************************************************************
012300 2500-TAKE-OPER-ROW.
012310
012320     MOVE OA-AUDIT-DATE TO AE-AUDIT-DATE.
012330     MOVE OA-AUDIT-TIME TO AE-AUDIT-TIME.
012340     MOVE OA-USER-ID TO AE-USER-ID.
012350     MOVE OA-FUNCTION-CODE TO AE-FUNCTION-CODE.
012360     MOVE OA-OPERATOR-ID TO AE-KEY.
012370     MOVE OA-OPERATOR-ID TO AE-KEY-SHOW.
012380     MOVE "O" TO AE-LAYOUT.
012390     MOVE OA-BEFORE-IMAGE TO AE-BEFORE-IMAGE.
012400     MOVE OA-AFTER-IMAGE TO AE-AFTER-IMAGE.
012410
012420 2500-EXIT.
012430     EXIT.
012440
012441******************************************************************
012442* 2600-TAKE-VEND-ROW
012443* STAGES THE CURRENT VENDAUD ROW.  FUNCTION I ROWS CARRY THE
012444* VENDITEM IMAGE, AND THEIR KEY SHOWS THE SHEET ID AFTER THE
012445* VENDOR, SINCE A VENDOR HAS ONE SUPPLY ITEM PER SHEET SIZE.
012446******************************************************************
012447 2600-TAKE-VEND-ROW.
012448
012449     MOVE VA-AUDIT-DATE TO AE-AUDIT-DATE.
012450     MOVE VA-AUDIT-TIME TO AE-AUDIT-TIME.
012451     MOVE VA-USER-ID TO AE-USER-ID.
012452     MOVE VA-FUNCTION-CODE TO AE-FUNCTION-CODE.
012453     MOVE VA-VENDOR-ID TO AE-KEY.
012454     MOVE VA-VENDOR-ID TO AE-KEY-SHOW.
012455     MOVE VA-BEFORE-IMAGE TO AE-BEFORE-IMAGE.
012456     MOVE VA-AFTER-IMAGE TO AE-AFTER-IMAGE.
012457
012458     IF VA-FUNCTION-CODE = "I"
012459         MOVE "I" TO AE-LAYOUT
012460         MOVE SPACES TO AE-KEY-SHOW
012461         STRING VA-VENDOR-ID DELIMITED BY SPACE
012462             "/" VA-AFTER-IMAGE (7:6)
012463             DELIMITED BY SIZE INTO AE-KEY-SHOW
012464     ELSE
012465         MOVE "V" TO AE-LAYOUT
012466     END-IF.
012467
012468 2600-EXIT.
012469     EXIT.
012470
012471******************************************************************
012472* 2910-READ-PART-AUDIT
012473* READS THE NEXT PART-AUDIT ROW AND PASSES ITS DATE/TIME
012480* TO THE CONTINUITY CHECK, OR MARKS THE TRAIL ENDED.
012490******************************************************************
012500 2910-READ-PART-AUDIT.
012510
012520     MOVE 1 TO WS-READ-IX.
012530     IF TR-IS-AT-END (WS-READ-IX)
012540         GO TO 2910-EXIT
012550     END-IF.
012560
012570     READ PART-AUDIT
012580         AT END
012590             SET TR-IS-AT-END (WS-READ-IX) TO TRUE
012600         NOT AT END
012610             MOVE AU-AUDIT-DATE TO WS-ROW-DATE
012620             MOVE AU-AUDIT-TIME TO WS-ROW-TIME
012630             PERFORM 2990-TRACK-CONTINUITY THRU 2990-EXIT
012640     END-READ.
012650
012660 2910-EXIT.
012670     EXIT.
012680
012681******************************************************************
012682* 2920-READ-JOB-AUDIT
012683* READS THE NEXT JOB-AUDIT ROW AND PASSES ITS DATE/TIME
012684* TO THE CONTINUITY CHECK, OR MARKS THE TRAIL ENDED.
012685******************************************************************
012690 2920-READ-JOB-AUDIT.
012700
012710     MOVE 2 TO WS-READ-IX.
012720     IF TR-IS-AT-END (WS-READ-IX)
012730         GO TO 2920-EXIT
012740     END-IF.
012750
012760     READ JOB-AUDIT
012770         AT END
012780             SET TR-IS-AT-END (WS-READ-IX) TO TRUE
012790         NOT AT END
012800             MOVE JA-AUDIT-DATE TO WS-ROW-DATE
012810             MOVE JA-AUDIT-TIME TO WS-ROW-TIME
012820             PERFORM 2990-TRACK-CONTINUITY THRU 2990-EXIT
012830     END-READ.
012840
012850 2920-EXIT.
012860     EXIT.
012870
012871******************************************************************
012872* 2930-READ-SHEET-AUDIT
012873* READS THE NEXT SHEET-AUDIT ROW AND PASSES ITS DATE/TIME
012874* TO THE CONTINUITY CHECK, OR MARKS THE TRAIL ENDED.
012875******************************************************************
012880 2930-READ-SHEET-AUDIT.
012890
012900     MOVE 3 TO WS-READ-IX.
012910     IF TR-IS-AT-END (WS-READ-IX)
012920         GO TO 2930-EXIT
012930     END-IF.
012940
012950     READ SHEET-AUDIT
012960         AT END
012970             SET TR-IS-AT-END (WS-READ-IX) TO TRUE
012980         NOT AT END
012990             MOVE SA-AUDIT-DATE TO WS-ROW-DATE
013000             MOVE SA-AUDIT-TIME TO WS-ROW-TIME
013010             PERFORM 2990-TRACK-CONTINUITY THRU 2990-EXIT
013020     END-READ.
013030
013040 2930-EXIT.
013050     EXIT.
013060
013061******************************************************************
013062* 2940-READ-MATL-AUDIT
013063* READS THE NEXT MATERIAL-AUDIT ROW AND PASSES ITS DATE/TIME
013064* TO THE CONTINUITY CHECK, OR MARKS THE TRAIL ENDED.
013065******************************************************************
013070 2940-READ-MATL-AUDIT.
013080
013090     MOVE 4 TO WS-READ-IX.
013100     IF TR-IS-AT-END (WS-READ-IX)
013110         GO TO 2940-EXIT
013120     END-IF.
013130
013140     READ MATERIAL-AUDIT
013150         AT END
013160             SET TR-IS-AT-END (WS-READ-IX) TO TRUE
013170         NOT AT END
013180             MOVE MA-AUDIT-DATE TO WS-ROW-DATE
013190             MOVE MA-AUDIT-TIME TO WS-ROW-TIME
013200             PERFORM 2990-TRACK-CONTINUITY THRU 2990-EXIT
013210     END-READ.
013220
013230 2940-EXIT.
013240     EXIT.
013250
013251******************************************************************
013252* 2950-READ-OPER-AUDIT
013253* READS THE NEXT OPER-AUDIT ROW AND PASSES ITS DATE/TIME
013254* TO THE CONTINUITY CHECK, OR MARKS THE TRAIL ENDED.
013255******************************************************************
013260 2950-READ-OPER-AUDIT.
013270
013280     MOVE 5 TO WS-READ-IX.
013290     IF TR-IS-AT-END (WS-READ-IX)
013300         GO TO 2950-EXIT
013310     END-IF.
013320
013330     READ OPER-AUDIT
013340         AT END
013350             SET TR-IS-AT-END (WS-READ-IX) TO TRUE
013360         NOT AT END
013370             MOVE OA-AUDIT-DATE TO WS-ROW-DATE
013380             MOVE OA-AUDIT-TIME TO WS-ROW-TIME
013390             PERFORM 2990-TRACK-CONTINUITY THRU 2990-EXIT
013400     END-READ.
013410
013420 2950-EXIT.
013421     EXIT.
013422
013423******************************************************************
013424* 2960-READ-VEND-AUDIT
013425* READS THE NEXT VENDOR-AUDIT ROW AND PASSES ITS DATE/TIME
013426* TO THE CONTINUITY CHECK, OR MARKS THE TRAIL ENDED.
013427******************************************************************
013432 2960-READ-VEND-AUDIT.
013433
013434     MOVE 6 TO WS-READ-IX.
013435     IF TR-IS-AT-END (WS-READ-IX)
013436         GO TO 2960-EXIT
013437     END-IF.
013438
013439     READ VENDOR-AUDIT
013440         AT END
013441             SET TR-IS-AT-END (WS-READ-IX) TO TRUE
013442         NOT AT END
013443             MOVE VA-AUDIT-DATE TO WS-ROW-DATE
013444             MOVE VA-AUDIT-TIME TO WS-ROW-TIME
013445             PERFORM 2990-TRACK-CONTINUITY THRU 2990-EXIT
013446     END-READ.
013447
013448 2960-EXIT.
013449     EXIT.
013450
013451******************************************************************
013460* 2990-TRACK-CONTINUITY
013470* SETS THE TRAIL'S MERGE STAMP FROM THE ROW JUST READ AND CHECKS
013480* THE TRAIL'S DATES.  A ROW DATED BEFORE THE ROW AHEAD OF IT MEANS
013490* THE TRAIL WAS EDITED, RESTORED OR APPENDED OUT OF TURN.  TWO
013500* ROWS IN THE PERIOD FURTHER APART THAN THE GAP LIMIT MEAN THE
013510* TRAIL WENT SILENT - NO MAINTENANCE, OR ROWS THAT WENT MISSING.
013520******************************************************************
013530 2990-TRACK-CONTINUITY.
013540
013550     MOVE WS-ROW-STAMP-N TO TR-STAMP (WS-READ-IX).
013560     ADD 1 TO TR-ROWS-READ (WS-READ-IX).
013570     ADD 1 TO WS-ROWS-READ.
013580
013590     IF WS-ROW-DATE < TR-PREV-DATE (WS-READ-IX)
013600         AND TR-PREV-DATE (WS-READ-IX) >= WS-FROM-DATE
013610         AND WS-ROW-DATE <= WS-THRU-DATE
013620         MOVE SPACES TO WS-FINDING-TEXT
013630         STRING "DATES OUT OF SEQUENCE - ROW DATED " WS-ROW-DATE
013640             " FOLLOWS " TR-PREV-DATE (WS-READ-IX)
013650             DELIMITED BY SIZE INTO WS-FINDING-TEXT
013660         PERFORM 5900-ADD-FINDING THRU 5900-EXIT
013670     END-IF.
013680     MOVE WS-ROW-DATE TO TR-PREV-DATE (WS-READ-IX).
013690
013700     IF WS-ROW-DATE < WS-FROM-DATE OR WS-ROW-DATE > WS-THRU-DATE
013710         GO TO 2990-EXIT
013720     END-IF.
013730
013740     ADD 1 TO TR-ROWS-IN-RANGE (WS-READ-IX).
013750     ADD 1 TO WS-ROWS-IN-RANGE.
013760     IF TR-FIRST-IN-RANGE (WS-READ-IX) = ZERO
013770         MOVE WS-ROW-DATE TO TR-FIRST-IN-RANGE (WS-READ-IX)
013780     END-IF.
013790
013800     IF WS-ROW-DATE > TR-LAST-IN-RANGE (WS-READ-IX)
013810         MOVE TR-LAST-IN-RANGE (WS-READ-IX) TO WS-GAP-FROM-DATE
013820         MOVE WS-ROW-DATE TO WS-GAP-TO-DATE
013830         PERFORM 2995-CHECK-GAP THRU 2995-EXIT
013840         MOVE WS-ROW-DATE TO TR-LAST-IN-RANGE (WS-READ-IX)
013850     END-IF.
013860
013870 2990-EXIT.
013880     EXIT.
013890
013900******************************************************************
013910* 2995-CHECK-GAP
013920* ADDS A FINDING WHEN THE GAP FROM WS-GAP-FROM-DATE TO
013930* WS-GAP-TO-DATE IS LONGER THAN THE GAP LIMIT.
013940******************************************************************
013950 2995-CHECK-GAP.
013960
013970     MOVE WS-GAP-FROM-DATE TO WS-DATE-WORK-N.
013980     PERFORM 1400-GET-DAY-NUMBER THRU 1400-EXIT.
013990     MOVE WS-DAY-NUMBER TO WS-GAP-FROM-DAYS.
014000     MOVE WS-GAP-TO-DATE TO WS-DATE-WORK-N.
014010     PERFORM 1400-GET-DAY-NUMBER THRU 1400-EXIT.
014020     COMPUTE WS-GAP-DAYS = WS-DAY-NUMBER - WS-GAP-FROM-DAYS.
014030
014040     IF WS-GAP-DAYS > WS-GAP-LIMIT
014050         MOVE WS-GAP-DAYS TO WS-GAP-DAYS-SHOW
014060         MOVE ZERO TO WS-GAP-SHOW-LEAD
014070         INSPECT WS-GAP-DAYS-SHOW
014080             TALLYING WS-GAP-SHOW-LEAD FOR LEADING SPACE
014090         ADD 1 TO WS-GAP-SHOW-LEAD
014100         MOVE SPACES TO WS-FINDING-TEXT
014110         STRING "NO ROWS BETWEEN " WS-GAP-FROM-DATE
014120             " AND " WS-GAP-TO-DATE " - "
014130             WS-GAP-DAYS-SHOW (WS-GAP-SHOW-LEAD:) " DAYS"
014140             DELIMITED BY SIZE INTO WS-FINDING-TEXT
014150         PERFORM 5900-ADD-FINDING THRU 5900-EXIT
014160     END-IF.
014170
014180 2995-EXIT.
014190     EXIT.
014200
014210******************************************************************
014220* 3000-REVIEW-ENTRY
014230* PRINTS THE STAGED ROW AND ITS CHANGED FIELDS IF IT FALLS IN THE
014240* PERIOD AND MATCHES THE USER AND KEY ASKED FOR, AND POSTS ANY
014250* EXCEPTION IT RAISES.
014260******************************************************************
014270 3000-REVIEW-ENTRY.
014280
014290     IF AE-AUDIT-DATE < WS-FROM-DATE
014300         OR AE-AUDIT-DATE > WS-THRU-DATE
014310         GO TO 3000-EXIT
014320     END-IF.
014330
014340     IF WS-USER-SELECT NOT = SPACES
014350         AND AE-USER-ID NOT = WS-USER-SELECT
014360         GO TO 3000-EXIT
014370     END-IF.
014380
014390     IF WS-KEY-SELECT NOT = SPACES
014400         AND AE-KEY NOT = WS-KEY-SELECT
014410         GO TO 3000-EXIT
014420     END-IF.
014430
014440     ADD 1 TO TR-ROWS-SELECTED (WS-LOW-IX).
014450     ADD 1 TO WS-ROWS-SELECTED.
014460
014470     PERFORM 3050-GET-FUNCTION-DESC THRU 3050-EXIT.
014480     PERFORM 3100-PRINT-ENTRY-HEADER THRU 3100-EXIT.
014490
014500     MOVE ZERO TO WS-FIELDS-PRINTED.
014510     PERFORM 3200-DECODE-FIELD THRU 3200-EXIT
014520         VARYING WS-FIELD-IX FROM 1 BY 1
014530         UNTIL WS-FIELD-IX > WS-FIELD-COUNT.
014540
014550     IF WS-FIELDS-PRINTED = ZERO
014560         MOVE SPACES TO AUDIT-RPT-LINE
014570         MOVE "NO FIELD VALUES CHANGED" TO AUDIT-RPT-LINE (11:23)
014580         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
014590     END-IF.
014600
014610     IF WS-FUNCTION-HIT-IX > ZERO
014620         IF FN-IS-EXCEPTION (WS-FUNCTION-HIT-IX)
014630             MOVE WS-FUNCTION-DESC TO WS-EVENT-TEXT
014640             MOVE SPACES TO WS-OLD-SHOW
014650             MOVE SPACES TO WS-NEW-SHOW
014660             PERFORM 3700-ADD-EXCEPTION THRU 3700-EXIT
014670         END-IF
014680     END-IF.
014690
014700     PERFORM 3600-CHECK-USER THRU 3600-EXIT.
014710
014720 3000-EXIT.
014730     EXIT.
014740
014750******************************************************************
014760* 3050-GET-FUNCTION-DESC
014770* LOOKS UP THE ROW'S TRAIL AND FUNCTION CODE IN THE FUNCTION
014780* TABLE.  A CODE NOT IN THE TABLE PRINTS AS UNKNOWN.
014790******************************************************************
014800 3050-GET-FUNCTION-DESC.
014810
014820     MOVE ZERO TO WS-FUNCTION-HIT-IX.
014830     PERFORM 3060-SCAN-FUNCTIONS THRU 3060-EXIT
014840         VARYING WS-FUNCTION-IX FROM 1 BY 1
014850         UNTIL WS-FUNCTION-HIT-IX > ZERO
014860         OR WS-FUNCTION-IX > WS-FUNCTION-COUNT.
014870
014880     IF WS-FUNCTION-HIT-IX = ZERO
014890         MOVE "UNKNOWN FUNCTION" TO WS-FUNCTION-DESC
014900     ELSE
014910         MOVE FN-DESCRIPTION (WS-FUNCTION-HIT-IX)
014920             TO WS-FUNCTION-DESC
014930     END-IF.
014940
014950 3050-EXIT.
014960     EXIT.
014970
014980******************************************************************
014990* 3060-SCAN-FUNCTIONS
015000* ONE STEP OF THE FUNCTION-TABLE SCAN.
015010******************************************************************
015020 3060-SCAN-FUNCTIONS.
015030
015040     IF FN-TRAIL (WS-FUNCTION-IX) = WS-LOW-IX
015050         AND FN-CODE (WS-FUNCTION-IX) = AE-FUNCTION-CODE
015060         MOVE WS-FUNCTION-IX TO WS-FUNCTION-HIT-IX
015070     END-IF.
015080
015090 3060-EXIT.
015100     EXIT.
015110
015120******************************************************************
015130* 3100-PRINT-ENTRY-HEADER
015140* PRINTS THE ROW'S DATE, TIME, TRAIL, USER, FUNCTION AND KEY.
015150******************************************************************
015160 3100-PRINT-ENTRY-HEADER.
015170
015180     MOVE AE-TIME-HH TO WS-TS-HH.
015190     MOVE AE-TIME-MM TO WS-TS-MM.
015200     MOVE AE-TIME-SS TO WS-TS-SS.
015210
015220     MOVE AE-AUDIT-DATE TO WS-ENT-DATE.
015230     MOVE WS-TIME-SHOW TO WS-ENT-TIME.
015240     MOVE WS-TRAIL-NAME (WS-LOW-IX) TO WS-ENT-TRAIL.
015250     MOVE AE-USER-ID TO WS-ENT-USER.
015260     MOVE AE-FUNCTION-CODE TO WS-ENT-FUNCTION.
015270     MOVE WS-FUNCTION-DESC TO WS-ENT-FUNCTION-DESC.
015280     MOVE AE-KEY-SHOW TO WS-ENT-KEY.
015290
015300     MOVE SPACES TO AUDIT-RPT-LINE.
015310     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
015320     MOVE WS-ENTRY-LINE TO AUDIT-RPT-LINE.
015330     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
015340
015350 3100-EXIT.
015360     EXIT.
015370
015380******************************************************************
015390* 3200-DECODE-FIELD
015400* ONE STEP OF THE FIELD-TABLE SCAN - FOR A FIELD OF THE ROW'S
015410* LAYOUT WHOSE BYTES DIFFER BEFORE AND AFTER, PRINTS THE OLD AND
015420* NEW VALUE, AND POSTS AN EXCEPTION WHEN THE FIELD IS A SENSITIVE
015430* ONE.  AN ADD HAS A BLANK BEFORE IMAGE, SO EVERY FIELD PRINTS
015440* WITH A BLANK OLD VALUE, AND ISN'T AN EXCEPTION.
015450******************************************************************
015460 3200-DECODE-FIELD.
015470
015480     IF FD-LAYOUT (WS-FIELD-IX) NOT = AE-LAYOUT
015490         GO TO 3200-EXIT
015500     END-IF.
015510
015520     MOVE SPACES TO WS-OLD-RAW.
015530     MOVE SPACES TO WS-NEW-RAW.
015540     MOVE AE-BEFORE-IMAGE (FD-START (WS-FIELD-IX) :
015550         FD-LENGTH (WS-FIELD-IX)) TO WS-OLD-RAW.
015560     MOVE AE-AFTER-IMAGE (FD-START (WS-FIELD-IX) :
015570         FD-LENGTH (WS-FIELD-IX)) TO WS-NEW-RAW.
015580
015590     IF WS-OLD-RAW = WS-NEW-RAW
015600         GO TO 3200-EXIT
015610     END-IF.
015620
015630     MOVE FD-LENGTH (WS-FIELD-IX) TO WS-FMT-LENGTH.
015640     MOVE FD-TYPE (WS-FIELD-IX) TO WS-FMT-TYPE.
015650     MOVE FD-DECIMALS (WS-FIELD-IX) TO WS-FMT-DECIMALS.
015660     MOVE WS-OLD-RAW TO WS-FMT-RAW.
015670     PERFORM 3250-FORMAT-VALUE THRU 3250-EXIT.
015680     MOVE WS-FMT-SHOW TO WS-OLD-SHOW.
015690     MOVE WS-NEW-RAW TO WS-FMT-RAW.
015700     PERFORM 3250-FORMAT-VALUE THRU 3250-EXIT.
015710     MOVE WS-FMT-SHOW TO WS-NEW-SHOW.
015720
015730     MOVE FD-NAME (WS-FIELD-IX) TO WS-FLD-NAME.
015740     MOVE WS-OLD-SHOW TO WS-FLD-OLD.
015750     MOVE WS-NEW-SHOW TO WS-FLD-NEW.
015760     MOVE WS-FIELD-LINE TO AUDIT-RPT-LINE.
015770     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
015780     ADD 1 TO WS-FIELDS-PRINTED.
015790
015800     IF AE-BEFORE-IMAGE = SPACES
015810         OR FD-EXCEPTION (WS-FIELD-IX) = SPACE
015820         GO TO 3200-EXIT
015830     END-IF.
015840
015850     IF FD-EXCEPTION (WS-FIELD-IX) = "*"
015860         OR FD-EXCEPTION (WS-FIELD-IX) = AE-FUNCTION-CODE
015870         MOVE SPACES TO WS-EVENT-TEXT
015880         STRING FD-NAME (WS-FIELD-IX) DELIMITED BY "  "
015890             " CHANGED" DELIMITED BY SIZE
015900             INTO WS-EVENT-TEXT
015910         PERFORM 3700-ADD-EXCEPTION THRU 3700-EXIT
015920     END-IF.
015930
015940 3200-EXIT.
015950     EXIT.
015960
015970******************************************************************
015980* 3250-FORMAT-VALUE
015990* FORMATS THE RAW FIELD IN WS-FMT-RAW FOR PRINTING.  AN
016000* ALPHANUMERIC FIELD, OR A NUMERIC ONE THAT ISN'T NUMERIC (THE
016010* BLANK SIDE OF AN ADD), PRINTS AS IT IS.  A NUMERIC FIELD LOSES
016020* ITS LEADING ZEROS, KEEPING ONE DIGIT BEFORE THE POINT, AND GETS
016030* ITS IMPLIED DECIMAL POINT.
016040******************************************************************
016050 3250-FORMAT-VALUE.
016060
016070     MOVE SPACES TO WS-FMT-SHOW.
016080
016090     IF WS-FMT-TYPE NOT = "N"
016100         OR WS-FMT-RAW (1:WS-FMT-LENGTH) NOT NUMERIC
016110         MOVE WS-FMT-RAW TO WS-FMT-SHOW
016120         GO TO 3250-EXIT
016130     END-IF.
016140
016150     COMPUTE WS-FMT-INT-LENGTH = WS-FMT-LENGTH - WS-FMT-DECIMALS.
016160     MOVE ZERO TO WS-FMT-LEAD-ZEROS.
016170     IF WS-FMT-INT-LENGTH > 1
016180         INSPECT WS-FMT-RAW (1:WS-FMT-INT-LENGTH - 1)
016190             TALLYING WS-FMT-LEAD-ZEROS FOR LEADING "0"
016200     END-IF.
016210     COMPUTE WS-FMT-DIGIT-START = WS-FMT-LEAD-ZEROS + 1.
016220     COMPUTE WS-FMT-DIGIT-LENGTH =
016230         WS-FMT-INT-LENGTH - WS-FMT-LEAD-ZEROS.
016240
016250     IF WS-FMT-DECIMALS = ZERO
016260         MOVE WS-FMT-RAW (WS-FMT-DIGIT-START:WS-FMT-DIGIT-LENGTH)
016270             TO WS-FMT-SHOW
016280     ELSE
016290         COMPUTE WS-FMT-DEC-START = WS-FMT-INT-LENGTH + 1
016300         STRING WS-FMT-RAW (WS-FMT-DIGIT-START :
016310             WS-FMT-DIGIT-LENGTH)
016320             "." WS-FMT-RAW (WS-FMT-DEC-START:WS-FMT-DECIMALS)
016330             DELIMITED BY SIZE INTO WS-FMT-SHOW
016340     END-IF.
016350
016360 3250-EXIT.
016370     EXIT.
016380
016390******************************************************************
016400* 3600-CHECK-USER
016410* POSTS AN EXCEPTION WHEN THE USER WHO MADE THE CHANGE ISN'T ON
016420* OPERMSTR.  NOT MADE WHEN THE OPERATOR MASTER DIDN'T LOAD.
016430******************************************************************
016440 3600-CHECK-USER.
016450
016460     IF NOT OPERMSTR-WAS-LOADED
016470         GO TO 3600-EXIT
016480     END-IF.
016490
016500     SET OPERATOR-NOT-FOUND TO TRUE.
016510     PERFORM 3610-SCAN-OPERATORS THRU 3610-EXIT
016520         VARYING WS-OPERATOR-IX FROM 1 BY 1
016530         UNTIL OPERATOR-WAS-FOUND
016540         OR WS-OPERATOR-IX > WS-OPERATOR-COUNT-TBL.
016550
016560     IF OPERATOR-NOT-FOUND
016570         MOVE "USER NOT ON OPERMSTR" TO WS-EVENT-TEXT
016580         MOVE SPACES TO WS-OLD-SHOW
016590         MOVE SPACES TO WS-NEW-SHOW
016600         PERFORM 3700-ADD-EXCEPTION THRU 3700-EXIT
016610     END-IF.
016620
016630 3600-EXIT.
016640     EXIT.
016650
016660******************************************************************
016670* 3610-SCAN-OPERATORS
016680* ONE STEP OF THE OPERATOR-TABLE SCAN.
016690******************************************************************
016700 3610-SCAN-OPERATORS.
016710
016720     IF WS-OPERATOR-ID-TBL (WS-OPERATOR-IX) = AE-USER-ID
016730         SET OPERATOR-WAS-FOUND TO TRUE
016740     END-IF.
016750
016760 3610-EXIT.
016770     EXIT.
016780
016790******************************************************************
016800* 3700-ADD-EXCEPTION
016810* ADDS ONE EXCEPTION FOR THE STAGED ROW - THE EVENT IN
016820* WS-EVENT-TEXT, WITH THE OLD AND NEW VALUES WHEN IT IS A FIELD
016830* CHANGE - TO THE TABLE THE EXCEPTIONS SECTION PRINTS FROM.
016840******************************************************************
016850 3700-ADD-EXCEPTION.
016860
016870     ADD 1 TO WS-EXCEPTIONS-FOUND.
016880
016890     IF WS-EXCEPTION-COUNT-TBL >= WS-MAX-EXCEPTIONS
016900         IF NOT EXCEPTION-TABLE-OVERFLOWED
016910             SET EXCEPTION-TABLE-OVERFLOWED TO TRUE
016920             DISPLAY "EXCEPTION TABLE FULL - EXCEPTIONS PAST "
016930                 WS-MAX-EXCEPTIONS " COUNTED BUT NOT LISTED"
016940         END-IF
016950         GO TO 3700-EXIT
016960     END-IF.
016970
016980     ADD 1 TO WS-EXCEPTION-COUNT-TBL.
016990     MOVE WS-EXCEPTION-COUNT-TBL TO WS-EXCEPTION-IX.
017000     MOVE AE-AUDIT-DATE TO ET-AUDIT-DATE (WS-EXCEPTION-IX).
017010     MOVE WS-TIME-SHOW TO ET-AUDIT-TIME (WS-EXCEPTION-IX).
017020     MOVE WS-TRAIL-NAME (WS-LOW-IX)
017030         TO ET-TRAIL-NAME (WS-EXCEPTION-IX).
017040     MOVE AE-USER-ID TO ET-USER-ID (WS-EXCEPTION-IX).
017050     MOVE AE-KEY-SHOW TO ET-KEY-SHOW (WS-EXCEPTION-IX).
017060     MOVE WS-EVENT-TEXT TO ET-EVENT (WS-EXCEPTION-IX).
017070     MOVE WS-OLD-SHOW TO ET-OLD-VALUE (WS-EXCEPTION-IX).
017080     MOVE WS-NEW-SHOW TO ET-NEW-VALUE (WS-EXCEPTION-IX).
017090
017100 3700-EXIT.
017110     EXIT.
017120
017130******************************************************************
017140* 4000-PRINT-EXCEPTIONS
017150* STARTS THE EXCEPTIONS SECTION ON A NEW PAGE AND PRINTS THE
017160* SENSITIVE EVENTS FOUND, IN THE ORDER THEY HAPPENED.
017170******************************************************************
017180 4000-PRINT-EXCEPTIONS.
017190
017200     MOVE "EXCEPTIONS - SENSITIVE CHANGES" TO WS-SEC-TITLE.
017210     MOVE WS-EXCEPTION-HEAD-1 TO WS-COLUMN-HEAD-1.
017220     MOVE SPACES TO WS-COLUMN-HEAD-2.
017230     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
017240
017250     IF NOT OPERMSTR-WAS-LOADED
017260         MOVE "  OPERATOR MASTER NOT AVAILABLE - IDS NOT CHECKED"
017270             TO AUDIT-RPT-LINE
017280         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
017290     END-IF.
017300
017310     IF WS-EXCEPTION-COUNT-TBL = ZERO
017320         MOVE "  NO EXCEPTIONS IN THE PERIOD" TO AUDIT-RPT-LINE
017330         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
017340         GO TO 4000-EXIT
017350     END-IF.
017360
017370     PERFORM 4100-PRINT-ONE-EXCEPTION THRU 4100-EXIT
017380         VARYING WS-EXCEPTION-IX FROM 1 BY 1
017390         UNTIL WS-EXCEPTION-IX > WS-EXCEPTION-COUNT-TBL.
017400
017410     IF EXCEPTION-TABLE-OVERFLOWED
017420         MOVE "  MORE EXCEPTIONS WERE FOUND THAN COULD BE LISTED"
017430             TO AUDIT-RPT-LINE
017440         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
017450     END-IF.
017460
017470 4000-EXIT.
017480     EXIT.
017490
017500******************************************************************
017510* 4100-PRINT-ONE-EXCEPTION
017520* PRINTS ONE EXCEPTION TABLE ENTRY.
017530******************************************************************
017540 4100-PRINT-ONE-EXCEPTION.
017550
017560     MOVE ET-AUDIT-DATE (WS-EXCEPTION-IX) TO WS-EXC-DATE.
017570     MOVE ET-AUDIT-TIME (WS-EXCEPTION-IX) TO WS-EXC-TIME.
017580     MOVE ET-TRAIL-NAME (WS-EXCEPTION-IX) TO WS-EXC-TRAIL.
017590     MOVE ET-USER-ID (WS-EXCEPTION-IX) TO WS-EXC-USER.
017600     MOVE ET-KEY-SHOW (WS-EXCEPTION-IX) TO WS-EXC-KEY.
017610     MOVE ET-EVENT (WS-EXCEPTION-IX) TO WS-EXC-EVENT.
017620     MOVE ET-OLD-VALUE (WS-EXCEPTION-IX) TO WS-EXC-OLD.
017630     MOVE ET-NEW-VALUE (WS-EXCEPTION-IX) TO WS-EXC-NEW.
017640
017650     MOVE WS-EXCEPTION-LINE TO AUDIT-RPT-LINE.
017660     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
017670
017680 4100-EXIT.
017690     EXIT.
017700
017710******************************************************************
017720* 5000-PRINT-CONTINUITY
017730* STARTS THE CONTINUITY SECTION ON A NEW PAGE.  CHECKS EACH OPEN
017740* TRAIL FOR SILENCE FROM ITS LAST ROW IN THE PERIOD TO THE END OF
017750* THE PERIOD, THEN PRINTS ONE LINE PER TRAIL WITH ITS FINDINGS
017760* UNDER IT.
017770******************************************************************
017780 5000-PRINT-CONTINUITY.
017790
017800     PERFORM 5050-CHECK-TRAIL-END THRU 5050-EXIT
017810         VARYING WS-TRAIL-IX FROM 1 BY 1
017820         UNTIL WS-TRAIL-IX > WS-TRAIL-COUNT.
017830
017840     MOVE "AUDIT TRAIL CONTINUITY" TO WS-SEC-TITLE.
017850     MOVE WS-TRAIL-HEAD-1 TO WS-COLUMN-HEAD-1.
017860     MOVE SPACES TO WS-COLUMN-HEAD-2.
017870     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
017880
017890     PERFORM 5100-PRINT-TRAIL THRU 5100-EXIT
017900         VARYING WS-TRAIL-IX FROM 1 BY 1
017910         UNTIL WS-TRAIL-IX > WS-TRAIL-COUNT.
017920
017930     IF FINDING-TABLE-OVERFLOWED
017940         MOVE "  MORE FINDINGS WERE FOUND THAN COULD BE LISTED"
017950             TO AUDIT-RPT-LINE
017960         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
017970     END-IF.
017980
017990 5000-EXIT.
018000     EXIT.
018010
018020******************************************************************
018030* 5050-CHECK-TRAIL-END
018040* CHECKS THE GAP FROM THE TRAIL'S LAST ROW IN THE PERIOD TO THE
018050* END OF THE PERIOD, OR TO TODAY WHEN THE PERIOD RUNS PAST TODAY.
018060* A TRAIL WITH NO ROWS IN THE PERIOD IS MEASURED FROM THE FROM
018070* DATE.
018080******************************************************************
018090 5050-CHECK-TRAIL-END.
018100
018110     IF NOT TR-IS-OPEN (WS-TRAIL-IX)
018120         GO TO 5050-EXIT
018130     END-IF.
018140
018150     IF WS-THRU-DATE > WS-TODAY
018160         MOVE WS-TODAY TO WS-CHECK-THRU-DATE
018170     ELSE
018180         MOVE WS-THRU-DATE TO WS-CHECK-THRU-DATE
018190     END-IF.
018200
018210     IF WS-CHECK-THRU-DATE > TR-LAST-IN-RANGE (WS-TRAIL-IX)
018220         MOVE WS-TRAIL-IX TO WS-READ-IX
018230         MOVE TR-LAST-IN-RANGE (WS-TRAIL-IX) TO WS-GAP-FROM-DATE
018240         MOVE WS-CHECK-THRU-DATE TO WS-GAP-TO-DATE
018250         PERFORM 2995-CHECK-GAP THRU 2995-EXIT
018260     END-IF.
018270
018280 5050-EXIT.
018290     EXIT.
018300
018310******************************************************************
018320* 5100-PRINT-TRAIL
018330* PRINTS ONE TRAIL'S COUNTS AND THE FINDINGS RAISED AGAINST IT.
018340******************************************************************
018350 5100-PRINT-TRAIL.
018360
018370     MOVE WS-TRAIL-NAME (WS-TRAIL-IX) TO WS-TRL-NAME.
018380     EVALUATE TRUE
018390         WHEN TR-IS-OPEN (WS-TRAIL-IX)
018400             MOVE "PRESENT" TO WS-TRL-FILE
018410         WHEN TR-FILE-STATUS (WS-TRAIL-IX) = "35"
018420             MOVE "MISSING" TO WS-TRL-FILE
018430         WHEN OTHER
018440             MOVE SPACES TO WS-TRL-FILE
018450             STRING "STATUS " TR-FILE-STATUS (WS-TRAIL-IX)
018460                 DELIMITED BY SIZE INTO WS-TRL-FILE
018470     END-EVALUATE.
018480     MOVE TR-ROWS-READ (WS-TRAIL-IX) TO WS-TRL-READ.
018490     MOVE TR-ROWS-IN-RANGE (WS-TRAIL-IX) TO WS-TRL-IN-RANGE.
018500     MOVE TR-ROWS-SELECTED (WS-TRAIL-IX) TO WS-TRL-SELECTED.
018510     IF TR-FIRST-IN-RANGE (WS-TRAIL-IX) = ZERO
018520         MOVE "NONE" TO WS-TRL-FIRST
018530         MOVE "NONE" TO WS-TRL-LAST
018540     ELSE
018550         MOVE TR-FIRST-IN-RANGE (WS-TRAIL-IX) TO WS-TRL-FIRST
018560         MOVE TR-LAST-IN-RANGE (WS-TRAIL-IX) TO WS-TRL-LAST
018570     END-IF.
018580
018590     MOVE SPACES TO AUDIT-RPT-LINE.
018600     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
018610     MOVE WS-TRAIL-LINE TO AUDIT-RPT-LINE.
018620     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
018630
018640     MOVE ZERO TO WS-TRAIL-FINDINGS.
018650     PERFORM 5150-PRINT-TRAIL-FINDING THRU 5150-EXIT
018660         VARYING WS-FINDING-IX FROM 1 BY 1
018670         UNTIL WS-FINDING-IX > WS-FINDING-COUNT-TBL.
018680
018690     IF WS-TRAIL-FINDINGS = ZERO
018700         MOVE "NO GAPS OR SEQUENCE ERRORS" TO WS-FND-TEXT
018710         MOVE WS-FINDING-LINE TO AUDIT-RPT-LINE
018720         MOVE SPACES TO AUDIT-RPT-LINE (11:4)
018730         PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
018740     END-IF.
018750
018760 5100-EXIT.
018770     EXIT.
018780
018790******************************************************************
018800* 5150-PRINT-TRAIL-FINDING
018810* ONE STEP OF THE FINDING-TABLE SCAN - PRINTS A FINDING THAT
018820* BELONGS TO THE TRAIL BEING PRINTED.
018830******************************************************************
018840 5150-PRINT-TRAIL-FINDING.
018850
018860     IF FT-TRAIL-IX (WS-FINDING-IX) NOT = WS-TRAIL-IX
018870         GO TO 5150-EXIT
018880     END-IF.
018890
018900     MOVE FT-TEXT (WS-FINDING-IX) TO WS-FND-TEXT.
018910     MOVE WS-FINDING-LINE TO AUDIT-RPT-LINE.
018920     PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
018930     ADD 1 TO WS-TRAIL-FINDINGS.
018940
018950 5150-EXIT.
018960     EXIT.
018970
018980******************************************************************
018990* 5900-ADD-FINDING
019000* ADDS THE CONTINUITY FINDING IN WS-FINDING-TEXT AGAINST THE TRAIL
019010* IN WS-READ-IX.
019020******************************************************************
019030 5900-ADD-FINDING.
019040
019050     ADD 1 TO WS-FINDINGS-FOUND.
019060
019070     IF WS-FINDING-COUNT-TBL >= WS-MAX-FINDINGS
019080         SET FINDING-TABLE-OVERFLOWED TO TRUE
019090         GO TO 5900-EXIT
019100     END-IF.
019110
019120     ADD 1 TO WS-FINDING-COUNT-TBL.
019130     MOVE WS-READ-IX TO FT-TRAIL-IX (WS-FINDING-COUNT-TBL).
019140     MOVE WS-FINDING-TEXT TO FT-TEXT (WS-FINDING-COUNT-TBL).
019150
019160 5900-EXIT.
019170     EXIT.
019180
019190******************************************************************
019200* 7100-WRITE-REPORT-LINE
019210* WRITES THE STAGED REPORT LINE, BREAKING TO A NEW PAGE AS
019220* NEEDED.
019230******************************************************************
019240 7100-WRITE-REPORT-LINE.
019250
019260     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
019270         MOVE AUDIT-RPT-LINE TO WS-HOLD-LINE
019280         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
019290         MOVE WS-HOLD-LINE TO AUDIT-RPT-LINE
019300     END-IF.
019310
019320     WRITE AUDIT-RPT-LINE.
019330     ADD 1 TO WS-LINE-COUNT.
019340
019350 7100-EXIT.
019360     EXIT.
019370
019380******************************************************************
019390* 8000-PRINT-TOTALS
019400* PRINTS THE RUN TOTALS AND ECHOES THE EXCEPTION AND FINDING
019410* COUNTS TO THE CONSOLE.
019420******************************************************************
019430 8000-PRINT-TOTALS.
019440
019450     MOVE WS-ROWS-READ TO WS-TOT-READ.
019460     MOVE WS-ROWS-IN-RANGE TO WS-TOT-RANGE.
019470     MOVE WS-ROWS-SELECTED TO WS-TOT-SELECTED.
019480     MOVE WS-EXCEPTIONS-FOUND TO WS-TOT-EXCEPT.
019490     MOVE WS-FINDINGS-FOUND TO WS-TOT-FINDING.
019500
019510     MOVE SPACES TO AUDIT-RPT-LINE.
019520     WRITE AUDIT-RPT-LINE.
019530     MOVE WS-TOT-READ-LINE TO AUDIT-RPT-LINE.
019540     WRITE AUDIT-RPT-LINE.
019550     MOVE WS-TOT-RANGE-LINE TO AUDIT-RPT-LINE.
019560     WRITE AUDIT-RPT-LINE.
019570     MOVE WS-TOT-SELECTED-LINE TO AUDIT-RPT-LINE.
019580     WRITE AUDIT-RPT-LINE.
019590     MOVE WS-TOT-EXCEPT-LINE TO AUDIT-RPT-LINE.
019600     WRITE AUDIT-RPT-LINE.
019610     MOVE WS-TOT-FINDING-LINE TO AUDIT-RPT-LINE.
019620     WRITE AUDIT-RPT-LINE.
019630
019640     DISPLAY "AUDIT ROWS SELECTED: " WS-TOT-SELECTED.
019650     DISPLAY "EXCEPTIONS:          " WS-TOT-EXCEPT.
019660     DISPLAY "CONTINUITY FINDINGS: " WS-TOT-FINDING.
019670
019680 8000-EXIT.
019690     EXIT.
019700
019710******************************************************************
019720* 9000-TERMINATE
019730* CLOSES THE TRAILS THAT OPENED AND THE REPORT.
019740******************************************************************
019750 9000-TERMINATE.
019760
019770     IF RUN-IS-CANCELLED
019780         GO TO 9000-EXIT
019790     END-IF.
019800
019810     IF TR-IS-OPEN (1)
019820         CLOSE PART-AUDIT
019830     END-IF.
019840     IF TR-IS-OPEN (2)
019850         CLOSE JOB-AUDIT
019860     END-IF.
019870     IF TR-IS-OPEN (3)
019880         CLOSE SHEET-AUDIT
019890     END-IF.
019900     IF TR-IS-OPEN (4)
019910         CLOSE MATERIAL-AUDIT
019920     END-IF.
019930     IF TR-IS-OPEN (5)
019940         CLOSE OPER-AUDIT
019950     END-IF.
019952     IF TR-IS-OPEN (6)
019954         CLOSE VENDOR-AUDIT
019956     END-IF.
019960
019970     CLOSE AUDIT-RPT.
019980
019990 9000-EXIT.
020000     EXIT.
020010
020020 END PROGRAM AUDITRVW.
