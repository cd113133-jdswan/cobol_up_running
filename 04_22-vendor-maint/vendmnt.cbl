000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VENDMNT as "VENDMNT".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - VENDOR MASTER MAINTENANCE, BUILT
000130*                     THE SAME WAY AS MATLMNT.  ADDS, CHANGES AND
000140*                     DEACTIVATES STEEL VENDORS (NAME, CONTACT,
000150*                     PHONE AND LEAD TIME IN DAYS), AND THE I
000160*                     FUNCTION SETS THE SHEET SIZES EACH VENDOR
000170*                     SUPPLIES WITH ITS PRICE PER SHEET AND THE
000180*                     TARGET QUANTITY A REORDER BRINGS THE SIZE
000190*                     BACK UP TO.  EVERY CHANGE LOGS TO
000200*                     VENDOR-AUDIT WITH BEFORE AND AFTER IMAGES,
000210*                     THE USER AND THE DATE/TIME.  PURCHASE BUILDS
000220*                     ITS SUGGESTED ORDERS OFF THESE FILES.
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
000340     SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS VM-VENDOR-ID
000380         FILE STATUS IS WS-VENDMSTR-STATUS.
000390
000400     SELECT VENDOR-ITEM ASSIGN TO "VENDITEM"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS VI-ITEM-KEY
000440         FILE STATUS IS WS-VENDITEM-STATUS.
000450
000460     SELECT VENDOR-AUDIT ASSIGN TO "VENDAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-VENDAUD-STATUS.
000490
000500     SELECT SHEET-MASTER ASSIGN TO "SHEETMST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SHEETMST-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  VENDOR-MASTER
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 74 CHARACTERS.
000590     COPY VENDMSTR.
000600
000610 FD  VENDOR-ITEM
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 26 CHARACTERS.
000640     COPY VENDITEM.
000650
000660 FD  VENDOR-AUDIT
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 181 CHARACTERS.
000690 01  VENDOR-AUDIT-RECORD.
000700     05  VA-AUDIT-DATE           PIC 9(08).
000710     05  VA-AUDIT-TIME           PIC 9(08).
000720     05  VA-USER-ID              PIC X(10).
000730     05  VA-FUNCTION-CODE        PIC X(01).
000740     05  VA-VENDOR-ID            PIC X(06).
000750     05  VA-BEFORE-IMAGE         PIC X(74).
000760     05  VA-AFTER-IMAGE          PIC X(74).
000770
000780 FD  SHEET-MASTER
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 42 CHARACTERS.
000810     COPY SHEETMST.
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-MAINT-PARMS.
000850     05  WS-USER-ID              PIC X(10) VALUE SPACES.
000860     05  WS-FUNCTION-CODE        PIC X(01) VALUE SPACE.
000870         88  MAINT-IS-ADD                VALUE "A".
000880         88  MAINT-IS-CHANGE             VALUE "C".
000890         88  MAINT-IS-DEACTIVATE         VALUE "D".
000900         88  MAINT-IS-ITEM               VALUE "I".
000910         88  MAINT-IS-QUIT               VALUE "Q".
000920
000930 01  WS-KEYED-FIELDS.
000940     05  WS-VENDOR-IN            PIC X(06).
000950     05  WS-NAME-IN              PIC X(30).
000960     05  WS-CONTACT-IN           PIC X(20).
000970     05  WS-PHONE-IN             PIC X(14).
000980     05  WS-LEAD-IN              PIC X(03).
000990     05  WS-LEAD-IN-NUM REDEFINES WS-LEAD-IN
001000                                 PIC 9(03).
001010     05  WS-SHEET-IN             PIC X(06).
001020     05  WS-PRICE-IN             PIC X(07).
001030     05  WS-PRICE-IN-NUM REDEFINES WS-PRICE-IN
001040                                 PIC 9(05)V9(02).
001050     05  WS-TARGET-IN            PIC X(06).
001060     05  WS-TARGET-IN-NUM REDEFINES WS-TARGET-IN
001070                                 PIC 9(06).
001080     05  WS-ITEM-STATUS-IN       PIC X(01).
001090
001100 01  WS-WORK-FIELDS.
001110     05  WS-VEND-BEFORE          PIC X(74).
001120     05  WS-VEND-AFTER           PIC X(74).
001130
001140 77  WS-TODAY                    PIC 9(08).
001150 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001160 77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001170 77  WS-DEACT-COUNT              PIC 9(05) COMP VALUE ZERO.
001180 77  WS-ITEM-COUNT               PIC 9(05) COMP VALUE ZERO.
001190
001200 77  WS-VENDMSTR-STATUS          PIC X(02) VALUE SPACES.
001210 77  WS-VENDITEM-STATUS          PIC X(02) VALUE SPACES.
001220 77  WS-VENDAUD-STATUS           PIC X(02) VALUE SPACES.
001230 77  WS-SHEETMST-STATUS          PIC X(02) VALUE SPACES.
001240
001250 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001260     88  EDITS-PASSED                    VALUE "Y".
001270     88  EDITS-FAILED                    VALUE "N".
001280 77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
001290     88  VENDOR-IS-ON-FILE               VALUE "Y".
001300     88  VENDOR-NOT-ON-FILE              VALUE "N".
001310 77  WS-VENDMSTR-OPEN-SWITCH     PIC X(01) VALUE "Y".
001320     88  VENDMSTR-IS-OPEN                VALUE "Y".
001330 77  WS-VENDITEM-OPEN-SWITCH     PIC X(01) VALUE "Y".
001340     88  VENDITEM-IS-OPEN                VALUE "Y".
001350 77  WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE "N".
001360     88  ITEM-IS-ON-FILE                 VALUE "Y".
001370     88  ITEM-NOT-ON-FILE                VALUE "N".
001380 77  WS-SHEET-FOUND-SWITCH       PIC X(01) VALUE "N".
001390     88  SHEET-IS-ON-FILE                VALUE "Y".
001400     88  SHEET-NOT-ON-FILE               VALUE "N".
001410 77  WS-SHEET-EOF-SWITCH         PIC X(01) VALUE "N".
001420     88  END-OF-SHEETS                   VALUE "Y".
001430
001440 PROCEDURE DIVISION.
001450
001460******************************************************************
001470* 0000-MAINLINE
001480* TOP-LEVEL CONTROL - SIGNS THE USER ON, LOOPS TAKING ONE
001490* MAINTENANCE REQUEST AT A TIME UNTIL THE USER QUITS, THEN
001500* DISPLAYS THE SESSION COUNTS.
001510******************************************************************
001520 0000-MAINLINE.
001530
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550
001560     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001570         UNTIL MAINT-IS-QUIT.
001580
001590     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001610
001620     GOBACK.
001630
001640******************************************************************
001650* 1000-INITIALIZE
001660* ACCEPTS THE USER ID FOR THE AUDIT TRAIL AND OPENS THE VENDOR
001670* MASTER, THE SUPPLY ITEMS AND THE AUDIT.  A MISSING MASTER OR
001680* ITEM FILE IS CREATED EMPTY SO THE FIRST VENDORS CAN BE LOADED
001690* HERE.
001700******************************************************************
001710 1000-INITIALIZE.
001720
001730     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001740
001750     DISPLAY "VENDOR MASTER MAINTENANCE".
001760     DISPLAY "USER ID:".
001770     ACCEPT WS-USER-ID.
001780
001790     OPEN I-O VENDOR-MASTER.
001800     IF WS-VENDMSTR-STATUS = "35"
001810         OPEN OUTPUT VENDOR-MASTER
001820         CLOSE VENDOR-MASTER
001830         OPEN I-O VENDOR-MASTER
001840     END-IF.
001850
001860     IF WS-VENDMSTR-STATUS NOT = "00"
001870         DISPLAY "VENDOR-MASTER OPEN FAILED, STATUS "
001880             WS-VENDMSTR-STATUS
001890         MOVE "N" TO WS-VENDMSTR-OPEN-SWITCH
001900         SET MAINT-IS-QUIT TO TRUE
001910     END-IF.
001920
001930     OPEN I-O VENDOR-ITEM.
001940     IF WS-VENDITEM-STATUS = "35"
001950         OPEN OUTPUT VENDOR-ITEM
001960         CLOSE VENDOR-ITEM
001970         OPEN I-O VENDOR-ITEM
001980     END-IF.
001990
002000     IF WS-VENDITEM-STATUS NOT = "00"
002010         DISPLAY "VENDOR-ITEM OPEN FAILED, STATUS "
002020             WS-VENDITEM-STATUS " - SUPPLY ITEMS UNAVAILABLE"
002030         MOVE "N" TO WS-VENDITEM-OPEN-SWITCH
002040     END-IF.
002050
002060     OPEN EXTEND VENDOR-AUDIT.
002070     IF WS-VENDAUD-STATUS = "35"
002080         OPEN OUTPUT VENDOR-AUDIT
002090     END-IF.
002100
002110 1000-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 2000-PROCESS-REQUEST
002160* DISPLAYS THE FUNCTION MENU, ACCEPTS ONE FUNCTION CODE AND ROUTES
002170* IT.
002180******************************************************************
002190 2000-PROCESS-REQUEST.
002200
002210     DISPLAY " ".
002220     DISPLAY "FUNCTION - A=ADD, C=CHANGE, D=DEACTIVATE, "
002230         "I=SUPPLY ITEM, Q=QUIT:".
002240     ACCEPT WS-FUNCTION-CODE.
002250
002260     EVALUATE TRUE
002270         WHEN MAINT-IS-ADD
002280             PERFORM 3000-ADD-VENDOR THRU 3000-EXIT
002290         WHEN MAINT-IS-CHANGE
002300             PERFORM 4000-CHANGE-VENDOR THRU 4000-EXIT
002310         WHEN MAINT-IS-DEACTIVATE
002320             PERFORM 5000-DEACT-VENDOR THRU 5000-EXIT
002330         WHEN MAINT-IS-ITEM
002340             PERFORM 6900-MAINT-SUPPLY-ITEM THRU 6900-EXIT
002350         WHEN MAINT-IS-QUIT
002360             CONTINUE
002370         WHEN OTHER
002380             DISPLAY "INVALID FUNCTION CODE"
002390     END-EVALUATE.
002400
002410 2000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450* 3000-ADD-VENDOR
002460* ADDS A NEW VENDOR.  THE ID MUST NOT ALREADY BE ON FILE AND THE
002470* FIELD EDITS MUST PASS.  THE AUDIT BEFORE IMAGE OF AN ADD IS
002480* BLANK.
002490******************************************************************
002500 3000-ADD-VENDOR.
002510
002520     PERFORM 6100-ACCEPT-VENDOR-ID THRU 6100-EXIT.
002530     IF WS-VENDOR-IN = SPACES
002540         GO TO 3000-EXIT
002550     END-IF.
002560
002570     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
002580     IF VENDOR-IS-ON-FILE
002590         DISPLAY "VENDOR " WS-VENDOR-IN " IS ALREADY ON "
002600             "FILE - USE C TO CHANGE IT"
002610         GO TO 3000-EXIT
002620     END-IF.
002630
002640     PERFORM 6300-ACCEPT-FIELDS THRU 6300-EXIT.
002650     PERFORM 6500-EDIT-FIELDS THRU 6500-EXIT.
002660     IF EDITS-FAILED
002670         DISPLAY "VENDOR " WS-VENDOR-IN " NOT ADDED"
002680         GO TO 3000-EXIT
002690     END-IF.
002700
002710     MOVE SPACES TO WS-VEND-BEFORE.
002720     PERFORM 6700-BUILD-MASTER-RECORD THRU 6700-EXIT.
002730
002740     WRITE VENDOR-MASTER-RECORD
002750         INVALID KEY
002760             DISPLAY "WRITE FAILED FOR VENDOR " WS-VENDOR-IN
002770                 " STATUS " WS-VENDMSTR-STATUS
002780             GO TO 3000-EXIT
002790     END-WRITE.
002800
002810     MOVE VENDOR-MASTER-RECORD TO WS-VEND-AFTER.
002820     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
002830     ADD 1 TO WS-ADD-COUNT.
002840     DISPLAY "VENDOR " WS-VENDOR-IN " ADDED - USE I TO KEY THE "
002850         "SIZES IT SUPPLIES".
002860
002870 3000-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 4000-CHANGE-VENDOR
002920* CHANGES AN EXISTING VENDOR.  ALL FIELDS ARE RE-KEYED AND PASS
002930* THE SAME EDITS AS AN ADD.  A CHANGE TO AN INACTIVE VENDOR
002940* REACTIVATES IT.  A NEW LEAD TIME DATES THE NEXT ORDERS ISSUED -
002950* THE DUE DATE ON AN ORDER ALREADY OUT DOES NOT MOVE.
002960******************************************************************
002970 4000-CHANGE-VENDOR.
002980
002990     PERFORM 6100-ACCEPT-VENDOR-ID THRU 6100-EXIT.
003000     IF WS-VENDOR-IN = SPACES
003010         GO TO 4000-EXIT
003020     END-IF.
003030
003040     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
003050     IF VENDOR-NOT-ON-FILE
003060         DISPLAY "VENDOR " WS-VENDOR-IN " IS NOT ON FILE"
003070         GO TO 4000-EXIT
003080     END-IF.
003090
003100     MOVE VENDOR-MASTER-RECORD TO WS-VEND-BEFORE.
003110     DISPLAY "CURRENT NAME:    " VM-VENDOR-NAME.
003120     DISPLAY "CURRENT CONTACT: " VM-CONTACT-NAME " " VM-PHONE.
003130     DISPLAY "CURRENT LEAD TIME: " VM-LEAD-DAYS " DAYS".
003140
003150     PERFORM 6300-ACCEPT-FIELDS THRU 6300-EXIT.
003160     PERFORM 6500-EDIT-FIELDS THRU 6500-EXIT.
003170     IF EDITS-FAILED
003180         DISPLAY "VENDOR " WS-VENDOR-IN " NOT CHANGED"
003190         GO TO 4000-EXIT
003200     END-IF.
003210
003220     PERFORM 6700-BUILD-MASTER-RECORD THRU 6700-EXIT.
003230
003240     REWRITE VENDOR-MASTER-RECORD
003250         INVALID KEY
003260             DISPLAY "REWRITE FAILED FOR VENDOR "
003270                 WS-VENDOR-IN " STATUS " WS-VENDMSTR-STATUS
003280             GO TO 4000-EXIT
003290     END-REWRITE.
003300
003310     MOVE VENDOR-MASTER-RECORD TO WS-VEND-AFTER.
003320     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003330     ADD 1 TO WS-CHANGE-COUNT.
003340     DISPLAY "VENDOR " WS-VENDOR-IN " CHANGED".
003350
003360 4000-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* 5000-DEACT-VENDOR
003410* FLAGS A VENDOR INACTIVE WITHOUT DELETING ITS ROW, SO THE
003420* PURCHASE ORDERS ALREADY ISSUED TO IT STILL NAME IT.  PURCHASE
003430* NEVER SUGGESTS AN ORDER TO AN INACTIVE VENDOR.
003440******************************************************************
003450 5000-DEACT-VENDOR.
003460
003470     PERFORM 6100-ACCEPT-VENDOR-ID THRU 6100-EXIT.
003480     IF WS-VENDOR-IN = SPACES
003490         GO TO 5000-EXIT
003500     END-IF.
003510
003520     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
003530     IF VENDOR-NOT-ON-FILE
003540         DISPLAY "VENDOR " WS-VENDOR-IN " IS NOT ON FILE"
003550         GO TO 5000-EXIT
003560     END-IF.
003570
003580     IF VM-IS-INACTIVE
003590         DISPLAY "VENDOR " WS-VENDOR-IN " IS ALREADY INACTIVE"
003600         GO TO 5000-EXIT
003610     END-IF.
003620
003630     MOVE VENDOR-MASTER-RECORD TO WS-VEND-BEFORE.
003640     SET VM-IS-INACTIVE TO TRUE.
003650
003660     REWRITE VENDOR-MASTER-RECORD
003670         INVALID KEY
003680             DISPLAY "REWRITE FAILED FOR VENDOR "
003690                 WS-VENDOR-IN " STATUS " WS-VENDMSTR-STATUS
003700             GO TO 5000-EXIT
003710     END-REWRITE.
003720
003730     MOVE VENDOR-MASTER-RECORD TO WS-VEND-AFTER.
003740     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003750     ADD 1 TO WS-DEACT-COUNT.
003760     DISPLAY "VENDOR " WS-VENDOR-IN " DEACTIVATED".
003770
003780 5000-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 6100-ACCEPT-VENDOR-ID
003830* ACCEPTS THE VENDOR ID FOR THE CURRENT REQUEST.  A BLANK ENTRY
003840* BACKS OUT OF THE REQUEST.
003850******************************************************************
003860 6100-ACCEPT-VENDOR-ID.
003870
003880     MOVE SPACES TO WS-VENDOR-IN.
003890     DISPLAY "VENDOR ID (BLANK TO CANCEL):".
003900     ACCEPT WS-VENDOR-IN.
003910
003920 6100-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960* 6200-READ-MASTER
003970* RANDOM-READS THE MASTER FOR THE KEYED VENDOR ID AND SETS THE
003980* ON-FILE SWITCH.
003990******************************************************************
004000 6200-READ-MASTER.
004010
004020     SET VENDOR-NOT-ON-FILE TO TRUE.
004030     MOVE WS-VENDOR-IN TO VM-VENDOR-ID.
004040     READ VENDOR-MASTER
004050         INVALID KEY
004060             SET VENDOR-NOT-ON-FILE TO TRUE
004070         NOT INVALID KEY
004080             SET VENDOR-IS-ON-FILE TO TRUE
004090     END-READ.
004100
004110 6200-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 6300-ACCEPT-FIELDS
004160* ACCEPTS THE MAINTAINABLE VENDOR FIELDS.  THE LEAD TIME IS KEYED
004170* AS THREE DIGITS, IN CALENDAR DAYS FROM ORDER TO DOCK.
004180******************************************************************
004190 6300-ACCEPT-FIELDS.
004200
004210     MOVE SPACES TO WS-NAME-IN.
004220     DISPLAY "VENDOR NAME:".
004230     ACCEPT WS-NAME-IN.
004240     MOVE SPACES TO WS-CONTACT-IN.
004250     DISPLAY "CONTACT NAME:".
004260     ACCEPT WS-CONTACT-IN.
004270     MOVE SPACES TO WS-PHONE-IN.
004280     DISPLAY "CONTACT PHONE:".
004290     ACCEPT WS-PHONE-IN.
004300     MOVE SPACES TO WS-LEAD-IN.
004310     DISPLAY "LEAD TIME - 3 DIGITS, CALENDAR DAYS:".
004320     ACCEPT WS-LEAD-IN.
004330
004340 6300-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 6500-EDIT-FIELDS
004390* EDITS THE KEYED VENDOR FIELDS BEFORE ANYTHING TOUCHES THE
004400* MASTER.  A VENDOR NEEDS A NAME FOR THE PURCHASE ORDER, AND A
004410* LEAD TIME THE OPEN-ORDER REPORT CAN MEASURE DELIVERIES BY.
004420******************************************************************
004430 6500-EDIT-FIELDS.
004440
004450     SET EDITS-PASSED TO TRUE.
004460
004470     IF WS-NAME-IN = SPACES
004480         DISPLAY "VENDOR NAME IS REQUIRED"
004490         SET EDITS-FAILED TO TRUE
004500         GO TO 6500-EXIT
004510     END-IF.
004520
004530     IF WS-LEAD-IN NOT NUMERIC
004540         DISPLAY "LEAD TIME IS NOT NUMERIC"
004550         SET EDITS-FAILED TO TRUE
004560     END-IF.
004570
004580 6500-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 6700-BUILD-MASTER-RECORD
004630* MOVES THE EDITED FIELDS INTO THE MASTER RECORD.  ANY RECORD
004640* COMING THROUGH ADD OR CHANGE LEAVES HERE ACTIVE.
004650******************************************************************
004660 6700-BUILD-MASTER-RECORD.
004670
004680     MOVE WS-VENDOR-IN TO VM-VENDOR-ID.
004690     MOVE WS-NAME-IN TO VM-VENDOR-NAME.
004700     MOVE WS-CONTACT-IN TO VM-CONTACT-NAME.
004710     MOVE WS-PHONE-IN TO VM-PHONE.
004720     MOVE WS-LEAD-IN-NUM TO VM-LEAD-DAYS.
004730     SET VM-IS-ACTIVE TO TRUE.
004740
004750 6700-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 6800-FIND-SHEET
004800* SCANS THE SHEET MASTER FOR THE KEYED SHEET ID SO A VENDOR CAN
004810* ONLY BE SET UP TO SUPPLY A SIZE THE RACK ACTUALLY STOCKS.
004820* SHEETMST IS A SMALL LINE SEQUENTIAL FILE, READ FRESH EACH TIME.
004830******************************************************************
004840 6800-FIND-SHEET.
004850
004860     SET SHEET-NOT-ON-FILE TO TRUE.
004870     MOVE "N" TO WS-SHEET-EOF-SWITCH.
004880
004890     OPEN INPUT SHEET-MASTER.
004900     IF WS-SHEETMST-STATUS NOT = "00"
004910         DISPLAY "SHEET-MASTER UNAVAILABLE, STATUS "
004920             WS-SHEETMST-STATUS
004930         GO TO 6800-EXIT
004940     END-IF.
004950
004960     PERFORM 6810-READ-ONE-SHEET THRU 6810-EXIT
004970         UNTIL SHEET-IS-ON-FILE
004980         OR END-OF-SHEETS.
004990
005000     CLOSE SHEET-MASTER.
005010
005020 6800-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 6810-READ-ONE-SHEET
005070* ONE STEP OF THE SHEET-MASTER SCAN.
005080******************************************************************
005090 6810-READ-ONE-SHEET.
005100
005110     READ SHEET-MASTER
005120         AT END
005130             SET END-OF-SHEETS TO TRUE
005140             GO TO 6810-EXIT
005150     END-READ.
005160
005170     IF SH-SHEET-ID = WS-SHEET-IN
005180         SET SHEET-IS-ON-FILE TO TRUE
005190     END-IF.
005200
005210 6810-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 6900-MAINT-SUPPLY-ITEM
005260* ADDS OR CHANGES ONE SHEET SIZE AN ACTIVE VENDOR SUPPLIES - ITS
005270* PRICE PER SHEET, THE TARGET QUANTITY AN ORDER BRINGS THE SIZE
005280* BACK UP TO, AND WHETHER THE VENDOR IS STILL OFFERED IT.  EACH
005290* ROW CHANGE GOES TO THE VENDOR-AUDIT TRAIL UNDER FUNCTION I WITH
005300* THE ITEM ROW AS THE BEFORE AND AFTER IMAGES.
005310******************************************************************
005320 6900-MAINT-SUPPLY-ITEM.
005330
005340     IF NOT VENDITEM-IS-OPEN
005350         DISPLAY "VENDOR-ITEM FILE IS NOT OPEN"
005360         GO TO 6900-EXIT
005370     END-IF.
005380
005390     PERFORM 6100-ACCEPT-VENDOR-ID THRU 6100-EXIT.
005400     IF WS-VENDOR-IN = SPACES
005410         GO TO 6900-EXIT
005420     END-IF.
005430
005440     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
005450     IF VENDOR-NOT-ON-FILE
005460         DISPLAY "VENDOR " WS-VENDOR-IN " IS NOT ON FILE"
005470         GO TO 6900-EXIT
005480     END-IF.
005490
005500     IF VM-IS-INACTIVE
005510         DISPLAY "VENDOR " WS-VENDOR-IN " IS INACTIVE - "
005520             "NO SUPPLY ITEM KEYED"
005530         GO TO 6900-EXIT
005540     END-IF.
005550
005560     MOVE SPACES TO WS-SHEET-IN.
005570     DISPLAY "SHEET ID SUPPLIED:".
005580     ACCEPT WS-SHEET-IN.
005590     IF WS-SHEET-IN = SPACES
005600         GO TO 6900-EXIT
005610     END-IF.
005620
005630     SET ITEM-NOT-ON-FILE TO TRUE.
005640     MOVE WS-VENDOR-IN TO VI-VENDOR-ID.
005650     MOVE WS-SHEET-IN TO VI-SHEET-ID.
005660     READ VENDOR-ITEM
005670         INVALID KEY
005680             SET ITEM-NOT-ON-FILE TO TRUE
005690         NOT INVALID KEY
005700             SET ITEM-IS-ON-FILE TO TRUE
005710     END-READ.
005720
005730     IF ITEM-IS-ON-FILE
005740         MOVE VENDOR-ITEM-RECORD TO WS-VEND-BEFORE
005750         DISPLAY "CURRENT PRICE/TARGET: " VI-PRICE-PER-SHEET
005760             " " VI-TARGET-QTY " STATUS " VI-STATUS-CODE
005770     ELSE
005780         PERFORM 6800-FIND-SHEET THRU 6800-EXIT
005790         IF SHEET-NOT-ON-FILE
005800             DISPLAY "SHEET " WS-SHEET-IN " IS NOT ON THE SHEET "
005810                 "MASTER - NO SUPPLY ITEM KEYED"
005820             GO TO 6900-EXIT
005830         END-IF
005840         MOVE SPACES TO WS-VEND-BEFORE
005850         DISPLAY "NEW SUPPLY ITEM " WS-SHEET-IN " FOR VENDOR "
005860             WS-VENDOR-IN
005870     END-IF.
005880
005890     PERFORM 6950-EDIT-ITEM-FIELDS THRU 6950-EXIT.
005900     IF EDITS-FAILED
005910         DISPLAY "SUPPLY ITEM " WS-SHEET-IN " NOT UPDATED"
005920         GO TO 6900-EXIT
005930     END-IF.
005940
005950     MOVE WS-VENDOR-IN TO VI-VENDOR-ID.
005960     MOVE WS-SHEET-IN TO VI-SHEET-ID.
005970     MOVE WS-PRICE-IN-NUM TO VI-PRICE-PER-SHEET.
005980     MOVE WS-TARGET-IN-NUM TO VI-TARGET-QTY.
005990     MOVE WS-ITEM-STATUS-IN TO VI-STATUS-CODE.
006000
006010     IF ITEM-IS-ON-FILE
006020         REWRITE VENDOR-ITEM-RECORD
006030             INVALID KEY
006040                 DISPLAY "REWRITE FAILED FOR SUPPLY ITEM "
006050                     WS-SHEET-IN " STATUS " WS-VENDITEM-STATUS
006060                 GO TO 6900-EXIT
006070         END-REWRITE
006080     ELSE
006090         WRITE VENDOR-ITEM-RECORD
006100             INVALID KEY
006110                 DISPLAY "WRITE FAILED FOR SUPPLY ITEM "
006120                     WS-SHEET-IN " STATUS " WS-VENDITEM-STATUS
006130                 GO TO 6900-EXIT
006140         END-WRITE
006150     END-IF.
006160
006170     MOVE VENDOR-ITEM-RECORD TO WS-VEND-AFTER.
006180     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
006190     ADD 1 TO WS-ITEM-COUNT.
006200     DISPLAY "SUPPLY ITEM " WS-SHEET-IN " FOR VENDOR "
006210         WS-VENDOR-IN " UPDATED".
006220
006230 6900-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 6950-EDIT-ITEM-FIELDS
006280* ACCEPTS AND EDITS THE SUPPLY ITEM FIELDS, KEYED ZONED WITH NO
006290* DECIMAL POINT IN THE SAME PICTURES THE ITEM ROW CARRIES.  A
006300* BLANK TARGET IS ZERO, WHICH MEANS TWICE THE SIZE'S REORDER
006310* MINIMUM.  AN ACTIVE ITEM WITH NO PRICE WOULD PRINT A FREE
006320* PURCHASE ORDER, SO IT IS REFUSED.
006330******************************************************************
006340 6950-EDIT-ITEM-FIELDS.
006350
006360     SET EDITS-PASSED TO TRUE.
006370
006380     DISPLAY "PRICE PER SHEET - 7 DIGITS 99999V99 NO POINT:".
006390     MOVE SPACES TO WS-PRICE-IN.
006400     ACCEPT WS-PRICE-IN.
006410     DISPLAY "TARGET QTY - 6 DIGITS (BLANK FOR 2 X MINIMUM):".
006420     MOVE SPACES TO WS-TARGET-IN.
006430     ACCEPT WS-TARGET-IN.
006440     DISPLAY "STATUS - A=ACTIVE, I=INACTIVE:".
006450     MOVE SPACE TO WS-ITEM-STATUS-IN.
006460     ACCEPT WS-ITEM-STATUS-IN.
006470
006480     IF WS-TARGET-IN = SPACES
006490         MOVE ZERO TO WS-TARGET-IN-NUM
006500     END-IF.
006510
006520     IF WS-PRICE-IN NOT NUMERIC
006530         DISPLAY "PRICE IS NOT NUMERIC"
006540         SET EDITS-FAILED TO TRUE
006550         GO TO 6950-EXIT
006560     END-IF.
006570
006580     IF WS-TARGET-IN NOT NUMERIC
006590         DISPLAY "TARGET QUANTITY IS NOT NUMERIC"
006600         SET EDITS-FAILED TO TRUE
006610         GO TO 6950-EXIT
006620     END-IF.
006630
006640     IF WS-ITEM-STATUS-IN NOT = "A" AND NOT = "I"
006650         DISPLAY "STATUS MUST BE A OR I"
006660         SET EDITS-FAILED TO TRUE
006670         GO TO 6950-EXIT
006680     END-IF.
006690
006700     IF WS-ITEM-STATUS-IN = "A" AND WS-PRICE-IN-NUM = ZERO
006710         DISPLAY "PRICE MAY NOT BE ZERO ON AN ACTIVE ITEM"
006720         SET EDITS-FAILED TO TRUE
006730     END-IF.
006740
006750 6950-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790* 7000-WRITE-AUDIT
006800* APPENDS ONE VENDOR-AUDIT ROW FOR EVERY CHANGE THAT REACHES THE
006810* VENDOR MASTER OR ITS SUPPLY ITEMS.
006820******************************************************************
006830 7000-WRITE-AUDIT.
006840
006850     MOVE SPACES TO VENDOR-AUDIT-RECORD.
006860     MOVE WS-TODAY TO VA-AUDIT-DATE.
006870     ACCEPT VA-AUDIT-TIME FROM TIME.
006880     MOVE WS-USER-ID TO VA-USER-ID.
006890     MOVE WS-FUNCTION-CODE TO VA-FUNCTION-CODE.
006900     MOVE WS-VENDOR-IN TO VA-VENDOR-ID.
006910     MOVE WS-VEND-BEFORE TO VA-BEFORE-IMAGE.
006920     MOVE WS-VEND-AFTER TO VA-AFTER-IMAGE.
006930     WRITE VENDOR-AUDIT-RECORD.
006940
006950 7000-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 8000-DISPLAY-TOTALS
007000* DISPLAYS THE SESSION MAINTENANCE COUNTS.
007010******************************************************************
007020 8000-DISPLAY-TOTALS.
007030
007040     DISPLAY "VENDORS ADDED:       " WS-ADD-COUNT.
007050     DISPLAY "VENDORS CHANGED:     " WS-CHANGE-COUNT.
007060     DISPLAY "VENDORS DEACTIVATED: " WS-DEACT-COUNT.
007070     DISPLAY "SUPPLY ITEMS KEYED:  " WS-ITEM-COUNT.
007080
007090 8000-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 9000-TERMINATE
007140* CLOSES THE MASTER, ITEM AND AUDIT FILES.
007150******************************************************************
007160 9000-TERMINATE.
007170
007180     IF VENDMSTR-IS-OPEN
007190         CLOSE VENDOR-MASTER
007200     END-IF.
007210
007220     IF VENDITEM-IS-OPEN
007230         CLOSE VENDOR-ITEM
007240     END-IF.
007250
007260     CLOSE VENDOR-AUDIT.
007270
007280 9000-EXIT.
007290     EXIT.
007300
007310 END PROGRAM VENDMNT.
