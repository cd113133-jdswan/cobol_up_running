000234*                     LOAD DROPPED SHEETS PAST THE TABLE LIMIT -
000236*                     REWRITING THE MASTER FROM A SHORT TABLE
000238*                     WAS DELETING THEM.
000239*   2026-10-15 JS     SHEETMST CARRIES THE MATERIAL CODE AND
000240*                     THICKNESS OF EACH SIZE.  ADD ASKS FOR BOTH,
000241*                     NEW FUNCTION T SETS THEM ON A SIZE ALREADY
000242*                     ON FILE, AND THE TABLE HOLDS 50 SIZES NOW
000243*                     THAT THE RACK IS STOCKED BY MATERIAL.
000244*   2026-10-15 JS     RECEIPTS CAN BE POSTED AGAINST AN OPEN
000245*                     PURCHASE ORDER LINE.  THE LINE IS FLAGGED
000246*                     SHORT OR OVER AGAINST WHAT WAS ORDERED AND
000247*                     CLOSES WHEN FILLED OR A SHORTAGE ACCEPTED;
000248*                     THE PO CLOSES WITH ITS LAST OPEN LINE.
000249******************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000390     SELECT SHEET-AUDIT ASSIGN TO "SHEETAUD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SHEETAUD-STATUS.
000411
000412     SELECT PO-HEADER ASSIGN TO "POHDR"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS RANDOM
000415         RECORD KEY IS PH-PO-NUMBER
000416         FILE STATUS IS WS-POHDR-STATUS.
000417
000418     SELECT PO-LINE ASSIGN TO "POLINE"
000419         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000421         RECORD KEY IS PL-LINE-KEY
000422         FILE STATUS IS WS-POLINE-STATUS.
000423
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  SHEET-MASTER
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 42 CHARACTERS.
000480     COPY SHEETMST.
000490
000500 FD  SHEET-AUDIT
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 117 CHARACTERS.
000530 01  SHEET-AUDIT-RECORD.
000540     05  SA-AUDIT-DATE           PIC 9(08).
000550     05  SA-AUDIT-TIME           PIC 9(08).
000560     05  SA-USER-ID              PIC X(10).
000570     05  SA-FUNCTION-CODE        PIC X(01).
000580     05  SA-SHEET-ID             PIC X(06).
000590     05  SA-BEFORE-IMAGE         PIC X(42).
000600     05  SA-AFTER-IMAGE          PIC X(42).
000601
000602 FD  PO-HEADER
000603     LABEL RECORDS ARE STANDARD
000604     RECORD CONTAINS 59 CHARACTERS.
000605     COPY POHDR.
000606
000607 FD  PO-LINE
000608     LABEL RECORDS ARE STANDARD
000609     RECORD CONTAINS 44 CHARACTERS.
000610     COPY POLINE.
000611
000620 WORKING-STORAGE SECTION.
000630 01  WS-MAINT-PARMS.
000640     05  WS-USER-ID              PIC X(10) VALUE SPACES.
000670         88  MAINT-IS-RECEIPT            VALUE "R".
000680         88  MAINT-IS-COUNT              VALUE "C".
000690         88  MAINT-IS-MINIMUM            VALUE "M".
000695         88  MAINT-IS-MATERIAL           VALUE "T".
000700         88  MAINT-IS-QUIT               VALUE "Q".
000710
000720 01  WS-KEYED-FIELDS.
000820     05  WS-QTY-IN               PIC X(06).
000830     05  WS-QTY-IN-NUM REDEFINES WS-QTY-IN
000840                                 PIC 9(06).
000842     05  WS-MATL-IN              PIC X(04).
000844     05  WS-THICK-IN             PIC X(06).
000846     05  WS-THICK-IN-NUM REDEFINES WS-THICK-IN
000848                                 PIC 9(02)V9(04).
000849     05  WS-PO-IN                PIC X(06).
000850     05  WS-PO-IN-NUM REDEFINES WS-PO-IN
000851                                 PIC 9(06).
000852     05  WS-PO-LINE-IN           PIC X(03).
000853     05  WS-PO-LINE-IN-NUM REDEFINES WS-PO-LINE-IN
000854                                 PIC 9(03).
000855     05  WS-CONFIRM-IN           PIC X(01).
000856
000860 01  WS-SHEET-TABLE.
000870     05  WS-SHEET-COUNT          PIC 9(02) COMP VALUE ZERO.
000880     05  WS-SHEET-ENTRY OCCURS 50 TIMES.
000890         10  ST-SHEET-ID         PIC X(06).
000900         10  ST-UNIT-CODE        PIC X(02).
000910         10  ST-LENGTH           PIC 9(04)V9(02).
000920         10  ST-WIDTH            PIC 9(04)V9(02).
000930         10  ST-ON-HAND          PIC 9(06).
000940         10  ST-MIN-QTY          PIC 9(06).
000942         10  ST-MATERIAL-CODE    PIC X(04).
000944         10  ST-THICKNESS        PIC 9(02)V9(04).
000950
000960 01  WS-WORK-FIELDS.
000970     05  WS-SHEET-IX             PIC 9(02) COMP VALUE ZERO.
000980     05  WS-HIT-IX               PIC 9(02) COMP VALUE ZERO.
000990     05  WS-BEFORE-IMAGE         PIC X(42).
001000     05  WS-AFTER-IMAGE          PIC X(42).
001003     05  WS-PO-LINE-IX           PIC 9(03) VALUE ZERO.
001006     05  WS-PO-DIFF              PIC 9(06) VALUE ZERO.
001010
001020 77  WS-TODAY                    PIC 9(08).
001030 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001040 77  WS-RECEIPT-COUNT            PIC 9(05) COMP VALUE ZERO.
001050 77  WS-COUNT-COUNT              PIC 9(05) COMP VALUE ZERO.
001060 77  WS-MIN-COUNT                PIC 9(05) COMP VALUE ZERO.
001065 77  WS-MATERIAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001066 77  WS-PO-RECEIPT-COUNT         PIC 9(05) COMP VALUE ZERO.
001067 77  WS-SHORT-CLOSE-COUNT        PIC 9(05) COMP VALUE ZERO.
001068 77  WS-OVER-SHIP-COUNT          PIC 9(05) COMP VALUE ZERO.
001069 77  WS-PO-CLOSE-COUNT           PIC 9(05) COMP VALUE ZERO.
001070
001080 77  WS-SHEETMST-STATUS          PIC X(02) VALUE SPACES.
001090 77  WS-SHEETAUD-STATUS          PIC X(02) VALUE SPACES.
001093 77  WS-POHDR-STATUS             PIC X(02) VALUE SPACES.
001096 77  WS-POLINE-STATUS            PIC X(02) VALUE SPACES.
001100
001110 77  WS-SHEET-EOF-SWITCH         PIC X(01) VALUE "N".
001120     88  END-OF-SHEETS                   VALUE "Y".
001170     88  TABLE-WAS-CHANGED               VALUE "Y".
001172 77  WS-DROP-SWITCH              PIC X(01) VALUE "N".
001174     88  RECORDS-WERE-DROPPED            VALUE "Y".
001175 77  WS-PO-FILES-SWITCH          PIC X(01) VALUE "N".
001176     88  PO-FILES-ARE-OPEN               VALUE "Y".
001177 77  WS-PO-RECEIPT-SWITCH        PIC X(01) VALUE "N".
001178     88  RECEIPT-IS-AGAINST-PO           VALUE "Y".
001179 77  WS-PO-EDIT-SWITCH           PIC X(01) VALUE "Y".
001180     88  PO-EDITS-PASSED                 VALUE "Y".
001181     88  PO-EDITS-FAILED                 VALUE "N".
001182 77  WS-OPEN-LINE-SWITCH         PIC X(01) VALUE "N".
001183     88  PO-HAS-OPEN-LINE                VALUE "Y".
001184
001190 PROCEDURE DIVISION.
001200
001210******************************************************************
001390******************************************************************
001400* 1000-INITIALIZE
001410* ACCEPTS THE USER ID FOR THE AUDIT TRAIL, LOADS THE SHEET
001416* MASTER INTO THE SESSION TABLE AND OPENS THE AUDIT FILE.  A
001422* MISSING MASTER STARTS AN EMPTY TABLE SO THE FIRST SIZES CAN
001428* BE LOADED THROUGH THIS PROGRAM.  THE PURCHASE ORDER FILES ARE
001434* OPENED FOR RECEIPTS AGAINST A PO; WITHOUT THEM (NO PO HAS
001440* BEEN ISSUED YET) PLAIN RECEIPTS STILL POST.
001450******************************************************************
001460 1000-INITIALIZE.
001470
001650     IF WS-SHEETAUD-STATUS = "35"
001660         OPEN OUTPUT SHEET-AUDIT
001670     END-IF.
001671
001672     OPEN I-O PO-HEADER.
001673     IF WS-POHDR-STATUS = "00"
001674         OPEN I-O PO-LINE
001675         IF WS-POLINE-STATUS = "00"
001676             SET PO-FILES-ARE-OPEN TO TRUE
001677         ELSE
001678             CLOSE PO-HEADER
001679         END-IF
001680     END-IF.
001681     IF NOT PO-FILES-ARE-OPEN
001682         DISPLAY "PURCHASE ORDER FILES NOT AVAILABLE - RECEIPTS "
001683             "AGAINST A PO WILL BE REFUSED"
001684     END-IF.
001685
001690 1000-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730* 1100-LOAD-ONE-SHEET
001740* LOADS ONE SHEET-MASTER RECORD INTO THE SESSION TABLE.  THE
001750* ON-HAND, MINIMUM AND THICKNESS READ AS ZERO (AND THE MATERIAL
001760* AS BLANK) OFF A RECORD WRITTEN BEFORE THOSE FIELDS EXISTED.
001770******************************************************************
001780 1100-LOAD-ONE-SHEET.
001790
001830             GO TO 1100-EXIT
001840     END-READ.
001850
001860     IF WS-SHEET-COUNT >= 50
001870         DISPLAY "SHEET TABLE FULL - SHEET " SH-SHEET-ID
001880             " DROPPED"
001882         SET RECORDS-WERE-DROPPED TO TRUE
002040     ELSE
002050         MOVE ZERO TO ST-MIN-QTY (WS-SHEET-COUNT)
002060     END-IF.
002062     MOVE SH-MATERIAL-CODE TO ST-MATERIAL-CODE (WS-SHEET-COUNT).
002064     IF SH-THICKNESS NUMERIC
002066         MOVE SH-THICKNESS TO ST-THICKNESS (WS-SHEET-COUNT)
002068     ELSE
002072         MOVE ZERO TO ST-THICKNESS (WS-SHEET-COUNT)
002074     END-IF.
002076
002080 1100-EXIT.
002090     EXIT.
002100
002170
002180     DISPLAY " ".
002190     DISPLAY "FUNCTION - A=ADD SIZE, R=RECEIPT, C=COUNT, "
002200         "M=MINIMUM, T=MATL/THICKNESS, Q=QUIT:".
002210     ACCEPT WS-FUNCTION-CODE.
002220
002230     EVALUATE TRUE
002290             PERFORM 5000-POST-COUNT THRU 5000-EXIT
002300         WHEN MAINT-IS-MINIMUM
002310             PERFORM 6000-SET-MINIMUM THRU 6000-EXIT
002315         WHEN MAINT-IS-MATERIAL
002317             PERFORM 5500-SET-MATERIAL THRU 5500-EXIT
002320         WHEN MAINT-IS-QUIT
002330             CONTINUE
002340         WHEN OTHER
002410******************************************************************
002420* 3000-ADD-SHEET
002430* ADDS A NEW SHEET SIZE WITH ITS OPENING ON-HAND COUNT AND
002440* REORDER MINIMUM, STOCKED AS ONE MATERIAL AND THICKNESS.  THE
002445* AUDIT BEFORE IMAGE OF AN ADD IS BLANK.
002450******************************************************************
002460 3000-ADD-SHEET.
002470
002560         GO TO 3000-EXIT
002570     END-IF.
002580
002590     IF WS-SHEET-COUNT >= 50
002600         DISPLAY "SHEET TABLE FULL - SIZE NOT ADDED"
002610         GO TO 3000-EXIT
002620     END-IF.
002790         GO TO 3000-EXIT
002800     END-IF.
002810
002812     PERFORM 6500-ACCEPT-MATERIAL THRU 6500-EXIT.
002814     IF WS-MATL-IN = SPACES
002816         GO TO 3000-EXIT
002818     END-IF.
002819
002820     ADD 1 TO WS-SHEET-COUNT.
002830     MOVE WS-SHEET-COUNT TO WS-HIT-IX.
002840     MOVE WS-SHEET-IN TO ST-SHEET-ID (WS-HIT-IX).
002870     MOVE WS-WIDTH-IN-NUM TO ST-WIDTH (WS-HIT-IX).
002880     MOVE ZERO TO ST-ON-HAND (WS-HIT-IX).
002890     MOVE ZERO TO ST-MIN-QTY (WS-HIT-IX).
002895     MOVE WS-MATL-IN TO ST-MATERIAL-CODE (WS-HIT-IX).
002897     MOVE WS-THICK-IN-NUM TO ST-THICKNESS (WS-HIT-IX).
002900
002910     MOVE SPACES TO WS-BEFORE-IMAGE.
002920     PERFORM 6400-BUILD-AFTER-IMAGE THRU 6400-EXIT.
003000
003010******************************************************************
003020* 4000-POST-RECEIPT
003025* ADDS A RECEIVED QUANTITY TO A SHEET SIZE'S ON-HAND COUNT.  A
003030* RECEIPT KEYED AGAINST A PO LINE IS CHECKED BEFORE THE
003035* QUANTITY IS TAKEN AND POSTED TO THE LINE AFTER THE ON-HAND.
003040******************************************************************
003050 4000-POST-RECEIPT.
003060
003140         DISPLAY "SHEET " WS-SHEET-IN " IS NOT ON FILE"
003150         GO TO 4000-EXIT
003160     END-IF.
003161
003162     PERFORM 4100-ACCEPT-PO-LINE THRU 4100-EXIT.
003163     IF PO-EDITS-FAILED
003164         GO TO 4000-EXIT
003165     END-IF.
003170
003180     DISPLAY "QUANTITY RECEIVED - 6 DIGITS:".
003190     ACCEPT WS-QTY-IN.
003340     ADD 1 TO WS-RECEIPT-COUNT.
003350     DISPLAY "RECEIPT POSTED - ON HAND NOW "
003360         ST-ON-HAND (WS-HIT-IX).
003362
003363     IF RECEIPT-IS-AGAINST-PO
003364         PERFORM 4200-POST-PO-LINE THRU 4200-EXIT
003365     END-IF.
003366
003367 4000-EXIT.
003368     EXIT.
003369
003370******************************************************************
003371* 4100-ACCEPT-PO-LINE
003372* ASKS FOR THE PO AND LINE THE SHEETS CAME IN ON.  A BLANK PO
003373* IS A RECEIPT NOT AGAINST AN ORDER.  THE LINE MUST BE ON FILE,
003374* STILL OPEN AND FOR THE SHEET SIZE BEING RECEIVED.  A PO
003375* RECEIPT IS REFUSED WHEN THE SHEET TABLE DROPPED RECORDS AT
003376* LOAD - THE ON-HAND WOULD NOT BE SAVED BUT THE PO LINE WOULD.
003377******************************************************************
003378 4100-ACCEPT-PO-LINE.
003379
003380     MOVE "N" TO WS-PO-RECEIPT-SWITCH.
003381     SET PO-EDITS-PASSED TO TRUE.
003382
003383     DISPLAY "PO NUMBER - 6 DIGITS (BLANK IF NOT AGAINST A PO):".
003384     MOVE SPACES TO WS-PO-IN.
003385     ACCEPT WS-PO-IN.
003386     IF WS-PO-IN = SPACES
003387         GO TO 4100-EXIT
003388     END-IF.
003389
003390     SET PO-EDITS-FAILED TO TRUE.
003391     IF NOT PO-FILES-ARE-OPEN
003392         DISPLAY "PURCHASE ORDER FILES NOT AVAILABLE - NOT POSTED"
003393         GO TO 4100-EXIT
003394     END-IF.
003395     IF RECORDS-WERE-DROPPED
003396         DISPLAY "SHEET TABLE DROPPED RECORDS AT LOAD - PO "
003397             "RECEIPTS REFUSED"
003398         GO TO 4100-EXIT
003399     END-IF.
003400     IF WS-PO-IN NOT NUMERIC
003401         DISPLAY "PO NUMBER MUST BE 6 DIGITS"
003402         GO TO 4100-EXIT
003403     END-IF.
003404
003405     MOVE WS-PO-IN-NUM TO PH-PO-NUMBER.
003406     READ PO-HEADER
003407         INVALID KEY
003408             DISPLAY "PO " WS-PO-IN " IS NOT ON FILE"
003409             GO TO 4100-EXIT
003410     END-READ.
003411     IF PH-IS-CLOSED
003412         DISPLAY "PO " WS-PO-IN " IS CLOSED"
003413         GO TO 4100-EXIT
003414     END-IF.
003415
003416     DISPLAY "PO LINE NUMBER - 3 DIGITS:".
003417     MOVE SPACES TO WS-PO-LINE-IN.
003418     ACCEPT WS-PO-LINE-IN.
003419     IF WS-PO-LINE-IN NOT NUMERIC
003420         DISPLAY "LINE NUMBER MUST BE 3 DIGITS"
003421         GO TO 4100-EXIT
003422     END-IF.
003423
003424     MOVE WS-PO-IN-NUM TO PL-PO-NUMBER.
003425     MOVE WS-PO-LINE-IN-NUM TO PL-LINE-NUMBER.
003426     READ PO-LINE
003427         INVALID KEY
003428             DISPLAY "LINE " WS-PO-LINE-IN " IS NOT ON PO "
003429                 WS-PO-IN
003430             GO TO 4100-EXIT
003431     END-READ.
003432     IF PL-IS-CLOSED
003433         DISPLAY "PO " WS-PO-IN " LINE " WS-PO-LINE-IN
003434             " IS CLOSED"
003435         GO TO 4100-EXIT
003436     END-IF.
003437     IF PL-SHEET-ID NOT = WS-SHEET-IN
003438         DISPLAY "PO " WS-PO-IN " LINE " WS-PO-LINE-IN
003439             " IS FOR SHEET " PL-SHEET-ID
003440         GO TO 4100-EXIT
003441     END-IF.
003442
003443     DISPLAY "ORDERED " PL-QTY-ORDERED
003444         "  RECEIVED TO DATE " PL-QTY-RECEIVED.
003445     SET PO-EDITS-PASSED TO TRUE.
003446     SET RECEIPT-IS-AGAINST-PO TO TRUE.
003447
003448 4100-EXIT.
003449     EXIT.
003450
003451******************************************************************
003452* 4200-POST-PO-LINE
003453* ADDS THE RECEIVED QUANTITY TO THE PO LINE READ IN 4100.  OVER
003454* THE ORDER FLAGS THE LINE V AND CLOSES IT; EXACTLY FILLED
003455* CLOSES IT; SHORT FLAGS IT S AND ASKS WHETHER THE SHORTAGE IS
003456* ACCEPTED (CLOSE) OR MORE IS COMING (LEAVE IT OPEN).
003457******************************************************************
003458 4200-POST-PO-LINE.
003459
003460     ADD WS-QTY-IN-NUM TO PL-QTY-RECEIVED
003461         ON SIZE ERROR
003462             DISPLAY "PO LINE RECEIVED WOULD OVERFLOW - PO LINE "
003463                 "NOT UPDATED"
003464             GO TO 4200-EXIT
003465     END-ADD.
003466     MOVE WS-TODAY TO PL-LAST-RECEIPT-DATE.
003467
003468     EVALUATE TRUE
003469         WHEN PL-QTY-RECEIVED > PL-QTY-ORDERED
003470             SET PL-SHIPPED-OVER TO TRUE
003471             SET PL-IS-CLOSED TO TRUE
003472             SUBTRACT PL-QTY-ORDERED FROM PL-QTY-RECEIVED
003473                 GIVING WS-PO-DIFF
003474             ADD 1 TO WS-OVER-SHIP-COUNT
003475             DISPLAY "OVER SHIPPED BY " WS-PO-DIFF
003476                 " - LINE CLOSED, TELL THE BUYER"
003477         WHEN PL-QTY-RECEIVED = PL-QTY-ORDERED
003478             SET PL-SHIPPED-AS-ORDERED TO TRUE
003479             SET PL-IS-CLOSED TO TRUE
003480             DISPLAY "PO LINE FILLED - LINE CLOSED"
003481         WHEN OTHER
003482             SET PL-SHIPPED-SHORT TO TRUE
003483             SUBTRACT PL-QTY-RECEIVED FROM PL-QTY-ORDERED
003484                 GIVING WS-PO-DIFF
003485             DISPLAY "SHORT " WS-PO-DIFF
003486                 " - ACCEPT SHORTAGE AND CLOSE LINE? (Y/N):"
003487             MOVE SPACES TO WS-CONFIRM-IN
003488             ACCEPT WS-CONFIRM-IN
003489             IF WS-CONFIRM-IN = "Y"
003490                 SET PL-IS-CLOSED TO TRUE
003491                 ADD 1 TO WS-SHORT-CLOSE-COUNT
003492                 DISPLAY "LINE CLOSED SHORT"
003493             ELSE
003494                 DISPLAY "PARTIAL RECEIPT - LINE STAYS OPEN"
003495             END-IF
003496     END-EVALUATE.
003497
003498     REWRITE PO-LINE-RECORD
003499         INVALID KEY
003500             DISPLAY "PO LINE REWRITE FAILED, STATUS "
003501                 WS-POLINE-STATUS
003502             GO TO 4200-EXIT
003503     END-REWRITE.
003504     ADD 1 TO WS-PO-RECEIPT-COUNT.
003505
003506     IF PL-IS-CLOSED
003507         PERFORM 4300-CLOSE-FILLED-PO THRU 4300-EXIT
003508     END-IF.
003509
003510 4200-EXIT.
003511     EXIT.
003512
003513******************************************************************
003514* 4300-CLOSE-FILLED-PO
003515* CLOSES THE PO WHEN NONE OF ITS LINES 001 UP TO THE HEADER'S
003516* LINE COUNT IS STILL OPEN.  THE HEADER IS STILL IN THE RECORD
003517* AREA FROM THE READ IN 4100.
003518******************************************************************
003519 4300-CLOSE-FILLED-PO.
003520
003521     MOVE "N" TO WS-OPEN-LINE-SWITCH.
003522     PERFORM 4310-CHECK-ONE-LINE THRU 4310-EXIT
003523         VARYING WS-PO-LINE-IX FROM 1 BY 1
003524         UNTIL PO-HAS-OPEN-LINE
003525            OR WS-PO-LINE-IX > PH-LINE-COUNT.
003526     IF PO-HAS-OPEN-LINE
003527         GO TO 4300-EXIT
003528     END-IF.
003529
003530     SET PH-IS-CLOSED TO TRUE.
003531     MOVE WS-TODAY TO PH-CLOSE-DATE.
003532     REWRITE PO-HEADER-RECORD
003533         INVALID KEY
003534             DISPLAY "PO HEADER REWRITE FAILED, STATUS "
003535                 WS-POHDR-STATUS
003536             GO TO 4300-EXIT
003537     END-REWRITE.
003538     ADD 1 TO WS-PO-CLOSE-COUNT.
003539     DISPLAY "ALL LINES CLOSED - PO " WS-PO-IN " CLOSED".
003540
003541 4300-EXIT.
003542     EXIT.
003543
003544******************************************************************
003545* 4310-CHECK-ONE-LINE
003546* READS ONE LINE OF THE PO.  A MISSING LINE COUNTS AS CLOSED.
003547******************************************************************
003548 4310-CHECK-ONE-LINE.
003549
003550     MOVE PH-PO-NUMBER TO PL-PO-NUMBER.
003551     MOVE WS-PO-LINE-IX TO PL-LINE-NUMBER.
003552     READ PO-LINE
003553         INVALID KEY
003554             GO TO 4310-EXIT
003555     END-READ.
003556     IF PL-IS-OPEN
003557         SET PO-HAS-OPEN-LINE TO TRUE
003558     END-IF.
003559
003560 4310-EXIT.
003561     EXIT.
003562
003563******************************************************************
003564* 5000-POST-COUNT
003565* REPLACES A SHEET SIZE'S ON-HAND WITH A PHYSICAL COUNT.
003566******************************************************************
003567 5000-POST-COUNT.
003568
003569     PERFORM 6100-ACCEPT-SHEET-ID THRU 6100-EXIT.
003570     IF WS-SHEET-IN = SPACES
003571         GO TO 5000-EXIT
003572     END-IF.
003573
003574     PERFORM 6200-FIND-SHEET THRU 6200-EXIT.
003575     IF SHEET-NOT-ON-FILE
003576         DISPLAY "SHEET " WS-SHEET-IN " IS NOT ON FILE"
003577         GO TO 5000-EXIT
003578     END-IF.
003579
003580     DISPLAY "COUNTED QUANTITY - 6 DIGITS:".
003590     ACCEPT WS-QTY-IN.
003600     IF WS-QTY-IN NOT NUMERIC
003690     SET TABLE-WAS-CHANGED TO TRUE.
003700     ADD 1 TO WS-COUNT-COUNT.
003710     DISPLAY "COUNT POSTED".
003711
003712 5000-EXIT.
003713     EXIT.
003714
003715******************************************************************
003716* 5500-SET-MATERIAL
003717* SETS THE MATERIAL CODE AND THICKNESS A SHEET SIZE IS STOCKED
003718* IN - HOW THE SIZES ON FILE BEFORE THE FIELDS EXISTED ARE
003719* BROUGHT UP TO DATE, AND HOW A RACK SLOT IS RE-STOCKED IN
003720* ANOTHER MATERIAL.
003721******************************************************************
003722 5500-SET-MATERIAL.
003723
003724     PERFORM 6100-ACCEPT-SHEET-ID THRU 6100-EXIT.
003725     IF WS-SHEET-IN = SPACES
003726         GO TO 5500-EXIT
003727     END-IF.
003728
003729     PERFORM 6200-FIND-SHEET THRU 6200-EXIT.
003730     IF SHEET-NOT-ON-FILE
003731         DISPLAY "SHEET " WS-SHEET-IN " IS NOT ON FILE"
003732         GO TO 5500-EXIT
003733     END-IF.
003734
003735     PERFORM 6500-ACCEPT-MATERIAL THRU 6500-EXIT.
003736     IF WS-MATL-IN = SPACES
003737         GO TO 5500-EXIT
003738     END-IF.
003739
003740     PERFORM 6300-BUILD-BEFORE-IMAGE THRU 6300-EXIT.
003741     MOVE WS-MATL-IN TO ST-MATERIAL-CODE (WS-HIT-IX).
003742     MOVE WS-THICK-IN-NUM TO ST-THICKNESS (WS-HIT-IX).
003743     PERFORM 6400-BUILD-AFTER-IMAGE THRU 6400-EXIT.
003744     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003745     SET TABLE-WAS-CHANGED TO TRUE.
003746     ADD 1 TO WS-MATERIAL-COUNT.
003747     DISPLAY "MATERIAL AND THICKNESS SET".
003748
003749 5500-EXIT.
003750     EXIT.
003751
003760******************************************************************
003770* 6000-SET-MINIMUM
003780* SETS A SHEET SIZE'S REORDER MINIMUM.  A ZERO MINIMUM TURNS
004920     MOVE ST-WIDTH (WS-HIT-IX) TO SH-WIDTH.
004930     MOVE ST-ON-HAND (WS-HIT-IX) TO SH-ON-HAND-QTY.
004940     MOVE ST-MIN-QTY (WS-HIT-IX) TO SH-MIN-QTY.
004942     MOVE ST-MATERIAL-CODE (WS-HIT-IX) TO SH-MATERIAL-CODE.
004944     MOVE ST-THICKNESS (WS-HIT-IX) TO SH-THICKNESS.
004950
004960 6450-EXIT.
004961     EXIT.
004962
004963******************************************************************
004964* 6500-ACCEPT-MATERIAL
004965* ACCEPTS THE MATERIAL CODE AND STOCK THICKNESS FOR AN ADD OR A
004966* MATERIAL CHANGE.  THE MATERIAL IS REQUIRED AND THE THICKNESS
004967* MUST BE NUMERIC AND NOT ZERO - EITHER FAILURE BLANKS THE
004968* MATERIAL SO THE CALLER BACKS OUT.
004969******************************************************************
004970 6500-ACCEPT-MATERIAL.
004971
004972     MOVE SPACES TO WS-MATL-IN.
004973     DISPLAY "MATERIAL CODE:".
004974     ACCEPT WS-MATL-IN.
004975     IF WS-MATL-IN = SPACES
004976         DISPLAY "MATERIAL CODE IS REQUIRED - NOT CHANGED"
004977         GO TO 6500-EXIT
004978     END-IF.
004979
004980     DISPLAY "STOCK THICKNESS - 6 DIGITS 99V9999 NO POINT:".
004981     ACCEPT WS-THICK-IN.
004982     IF WS-THICK-IN NOT NUMERIC OR WS-THICK-IN-NUM = ZERO
004983         DISPLAY "THICKNESS MUST BE NUMERIC AND NOT ZERO - "
004984             "NOT CHANGED"
004985         MOVE SPACES TO WS-MATL-IN
004986     END-IF.
004987
004988 6500-EXIT.
004989     EXIT.
004990
004991******************************************************************
005000* 7000-WRITE-AUDIT
005010* APPENDS ONE AUDIT ROW - FUNCTION, SHEET, BEFORE AND AFTER
005020* IMAGES, USER AND DATE/TIME - FOR EVERY CHANGE THAT REACHES
005280     DISPLAY "RECEIPTS POSTED:  " WS-RECEIPT-COUNT.
005290     DISPLAY "COUNTS POSTED:    " WS-COUNT-COUNT.
005300     DISPLAY "MINIMUMS SET:     " WS-MIN-COUNT.
005305     DISPLAY "MATERIALS SET:    " WS-MATERIAL-COUNT.
005306     DISPLAY "PO LINES RECEIVED:" WS-PO-RECEIPT-COUNT.
005307     DISPLAY "CLOSED SHORT:     " WS-SHORT-CLOSE-COUNT.
005308     DISPLAY "OVER SHIPPED:     " WS-OVER-SHIP-COUNT.
005309     DISPLAY "POS CLOSED:       " WS-PO-CLOSE-COUNT.
005310
005320 8000-EXIT.
005330     EXIT.
005530     END-IF.
005540
005550     CLOSE SHEET-AUDIT.
005552     IF PO-FILES-ARE-OPEN
005554         CLOSE PO-HEADER
005556               PO-LINE
005558     END-IF.
005560
005570 9000-EXIT.
005580     EXIT.
