000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SHIPDOC as "SHIPDOC".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - SHIPPING DOCUMENTS FOR ONE KEYED
000130*                     JOB, OR FOR EVERY JOB JOBMNT HAS MARKED
000140*                     READY TO SHIP.  PRINTS A PACKING LIST
000150*                     (PIECES AND SHIPPING WEIGHT BY PART) AND A
000160*                     CERTIFICATE OF CONFORMANCE (EACH PART'S
000170*                     NOMINAL SIZE, MATERIAL, OPERATOR AND RUN
000180*                     DATES, WITH THE SHOP'S PROCEDURE STATEMENT)
000190*                     STRAIGHT OFF CIRCMSTI.  A JOB WITH ANY CUT
000200*                     STILL PENDING CNC CONFIRMATION IS REFUSED.
000210*                     EVERY PIECE THAT GOES OUT IS MARKED SHIPPED
000220*                     ON THE HISTORY AND LOGGED TO SHIPLOG UNDER
000230*                     ITS PACKING LIST NUMBER, SO IT CANNOT GO OUT
000240*                     ON A SECOND PACKING LIST.
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
000360     SELECT JOB-MASTER ASSIGN TO "JOBMSTR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS JO-JOB-NUMBER
000400         FILE STATUS IS WS-JOBMSTR-STATUS.
000410
000420     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CM-MASTER-KEY
000460         FILE STATUS IS WS-CIRCMSTR-STATUS.
000470
000480     SELECT MATERIAL-MASTER ASSIGN TO "MATLMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS MT-MATERIAL-CODE
000520         FILE STATUS IS WS-MATLMSTR-STATUS.
000530
000540     SELECT JOB-AUDIT ASSIGN TO "JOBAUD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-JOBAUD-STATUS.
000570
000580     SELECT SHIPMENT-LOG ASSIGN TO "SHIPLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SHIPLOG-STATUS.
000610
000620     SELECT SHIP-CONTROL ASSIGN TO "SHIPCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-SHIPCTL-STATUS.
000650
000660     SELECT PACKING-LIST ASSIGN TO "PACKLIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PACKLIST-STATUS.
000690
000700     SELECT CERTIFICATE ASSIGN TO "CERTCONF"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CERTCONF-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  JOB-MASTER
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 45 CHARACTERS.
000790     COPY JOBMSTR.
000800
000810 FD  CIRCLE-MASTER
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 134 CHARACTERS.
000840     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000850         ==CIRCLE-MASTER-RECORD==
000860         LEADING ==CS-== BY ==CM-==.
000870
000880 FD  MATERIAL-MASTER
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 41 CHARACTERS.
000910     COPY MATLMSTR.
000920
000930 FD  JOB-AUDIT
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 125 CHARACTERS.
000960 01  JOB-AUDIT-RECORD.
000970     05  JA-AUDIT-DATE           PIC 9(08).
000980     05  JA-AUDIT-TIME           PIC 9(08).
000990     05  JA-USER-ID              PIC X(10).
001000     05  JA-FUNCTION-CODE        PIC X(01).
001010     05  JA-JOB-NUMBER           PIC X(08).
001020     05  JA-BEFORE-IMAGE         PIC X(45).
001030     05  JA-AFTER-IMAGE          PIC X(45).
001040
001050 FD  SHIPMENT-LOG
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 82 CHARACTERS.
001080     COPY SHIPLOG.
001090
001100 FD  SHIP-CONTROL
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 6 CHARACTERS.
001130 01  SHIP-CONTROL-RECORD.
001140     05  SC-LAST-PACK-LIST-NO    PIC 9(06).
001150
001160 FD  PACKING-LIST
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 132 CHARACTERS.
001190 01  PACKING-LIST-LINE           PIC X(132).
001200
001210 FD  CERTIFICATE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 132 CHARACTERS.
001240 01  CERTIFICATE-LINE            PIC X(132).
001250
001260 WORKING-STORAGE SECTION.
001270 01  WS-CONSTANTS.
001280     05  WS-MAX-JOBS             PIC 9(03) COMP VALUE 50.
001290     05  WS-MAX-GROUPS           PIC 9(03) COMP VALUE 300.
001300     05  WS-MAX-DOC-LINES        PIC 9(02) VALUE 50.
001310     05  WS-COMPANY-NAME         PIC X(30)
001320         VALUE "TRI-COUNTY FABRICATION, INC.".
001330
001340 01  WS-REQUEST-PARMS.
001350     05  WS-USER-ID              PIC X(10) VALUE SPACES.
001360     05  WS-JOB-IN               PIC X(08) VALUE SPACES.
001370
001380*    THE JOBS BEING SHIPPED THIS RUN - THE ONE KEYED, OR EVERY
001390*    JOB MARKED READY.  SJ-OUTCOME IS SET WHEN THE DOCUMENTS ARE
001400*    PRINTED OR THE JOB IS REFUSED.
001410 01  WS-JOB-TABLE.
001420     05  WS-JOB-COUNT            PIC 9(03) COMP VALUE ZERO.
001430     05  WS-JOB-ENTRY OCCURS 50 TIMES.
001440         10  SJ-JOB-NUMBER       PIC X(08).
001450         10  SJ-CUSTOMER-NAME    PIC X(20).
001460         10  SJ-PO-NUMBER        PIC X(10).
001470         10  SJ-READY-FLAG       PIC X(01).
001480             88  SJ-WAS-READY            VALUE "Y".
001490         10  SJ-PENDING-COUNT    PIC 9(05) COMP.
001500         10  SJ-PIECE-COUNT      PIC 9(07) COMP.
001510         10  SJ-STAMPED-COUNT    PIC 9(07) COMP.
001520         10  SJ-WEIGHT           PIC 9(09)V9(03).
001530         10  SJ-PACK-LIST-NO     PIC 9(06).
001540         10  SJ-OVERFLOW-FLAG    PIC X(01).
001550             88  SJ-GROUPS-OVERFLOWED    VALUE "Y".
001560         10  SJ-OUTCOME          PIC X(01).
001570             88  SJ-IS-SHIPPING          VALUE "S".
001580             88  SJ-IS-PENDING           VALUE "P".
001590             88  SJ-IS-TOO-BIG           VALUE "T".
001600             88  SJ-IS-NOTHING           VALUE "N".
001610
001620*    ONE ENTRY PER JOB, PART, NOMINAL SIZE, MATERIAL AND OPERATOR
001630*    AMONG THE PIECES GOING OUT.  THE PACKING LIST ADDS A PART'S
001640*    ENTRIES TOGETHER; THE CERTIFICATE PRINTS EACH ONE.
001650 01  WS-GROUP-TABLE.
001660     05  WS-GROUP-COUNT          PIC 9(03) COMP VALUE ZERO.
001670     05  WS-GROUP-ENTRY OCCURS 300 TIMES.
001680         10  GT-JOB-IX           PIC 9(03) COMP.
001690         10  GT-PART-NUMBER      PIC X(06).
001700         10  GT-SHAPE-CODE       PIC X(01).
001710         10  GT-RADIUS           PIC 9(04)V9(05).
001720         10  GT-INNER-RADIUS     PIC 9(04)V9(05).
001730         10  GT-UNIT-CODE        PIC X(02).
001740         10  GT-MATERIAL-CODE    PIC X(04).
001750         10  GT-OPERATOR-ID      PIC X(10).
001760         10  GT-PIECES           PIC 9(07) COMP.
001770         10  GT-WEIGHT           PIC 9(09)V9(03).
001780         10  GT-FIRST-RUN        PIC 9(08).
001790         10  GT-LAST-RUN         PIC 9(08).
001800
001810*    THE CERTIFICATE'S STATEMENT, PRINTED BELOW THE PARTS.
001820 01  WS-CERT-STATEMENT.
001830     05  FILLER                  PIC X(48)
001840         VALUE "WE CERTIFY THAT THE PARTS LISTED ABOVE WERE".
001850     05  FILLER                  PIC X(48)
001860         VALUE "PLASMA CUT FROM THE MATERIAL SHOWN TO THE".
001870     05  FILLER                  PIC X(48)
001880         VALUE "NOMINAL DIMENSIONS SHOWN, IN ACCORDANCE WITH THE".
001890     05  FILLER                  PIC X(48)
001900         VALUE "SHOP'S DOCUMENTED CUTTING PROCEDURE, AND THAT".
001910     05  FILLER                  PIC X(48)
001920         VALUE "EVERY PIECE WAS CONFIRMED COMPLETE BY THE CNC".
001930     05  FILLER                  PIC X(48)
001940         VALUE "TABLE BEFORE IT WAS RELEASED FOR SHIPMENT.  THE".
001950     05  FILLER                  PIC X(48)
001960         VALUE "RUN DATE, SEQUENCE AND OPERATOR OF EACH PIECE".
001970     05  FILLER                  PIC X(48)
001980         VALUE "ARE KEPT ON FILE UNDER THIS PACKING LIST NUMBER.".
001990 01  WS-CERT-STATEMENT-TBL REDEFINES WS-CERT-STATEMENT.
002000     05  WS-CERT-TEXT OCCURS 8 TIMES
002010                                 PIC X(48).
002020
002030 01  WS-WORK-FIELDS.
002040     05  WS-JOB-IX               PIC 9(03) COMP VALUE ZERO.
002050     05  WS-HIT-IX               PIC 9(03) COMP VALUE ZERO.
002060     05  WS-GROUP-IX             PIC 9(03) COMP VALUE ZERO.
002070     05  WS-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
002080     05  WS-TEXT-IX              PIC 9(02) COMP VALUE ZERO.
002090     05  WS-PACK-LIST-NO         PIC 9(06) VALUE ZERO.
002100     05  WS-PART-PIECES          PIC 9(07) COMP VALUE ZERO.
002110     05  WS-PART-WEIGHT          PIC 9(09)V9(03) VALUE ZERO.
002120     05  WS-NOMINAL-OD           PIC 9(05)V9(05).
002130     05  WS-NOMINAL-ID           PIC 9(05)V9(05).
002140     05  WS-MATL-DESCRIPTION     PIC X(20).
002150     05  WS-SHOW-COUNT           PIC ZZZ,ZZ9.
002160     05  WS-BEFORE-IMAGE         PIC X(45).
002170     05  WS-AFTER-IMAGE          PIC X(45).
002180
002190 01  WS-HOLD-LINE                PIC X(132).
002200
002210 77  WS-TODAY                    PIC 9(08).
002220 77  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
002230 77  WS-JOBS-SHIPPED             PIC 9(05) COMP VALUE ZERO.
002240 77  WS-JOBS-REFUSED             PIC 9(05) COMP VALUE ZERO.
002250 77  WS-JOBS-EMPTY               PIC 9(05) COMP VALUE ZERO.
002260 77  WS-PIECES-SHIPPED           PIC 9(07) COMP VALUE ZERO.
002270 77  WS-STAMP-FAILURES           PIC 9(05) COMP VALUE ZERO.
002280 77  WS-PACK-LINE-COUNT          PIC 9(02) COMP VALUE ZERO.
002290 77  WS-PACK-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
002300 77  WS-CERT-LINE-COUNT          PIC 9(02) COMP VALUE ZERO.
002310 77  WS-CERT-PAGE-COUNT          PIC 9(04) COMP VALUE ZERO.
002320
002330 77  WS-JOBMSTR-STATUS           PIC X(02) VALUE SPACES.
002340 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
002350 77  WS-MATLMSTR-STATUS          PIC X(02) VALUE SPACES.
002360 77  WS-JOBAUD-STATUS            PIC X(02) VALUE SPACES.
002370 77  WS-SHIPLOG-STATUS           PIC X(02) VALUE SPACES.
002380 77  WS-SHIPCTL-STATUS           PIC X(02) VALUE SPACES.
002390 77  WS-PACKLIST-STATUS          PIC X(02) VALUE SPACES.
002400 77  WS-CERTCONF-STATUS          PIC X(02) VALUE SPACES.
002410
002420 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
002430     88  RUN-IS-CANCELLED                VALUE "Y".
002440 77  WS-JOB-EOF-SWITCH           PIC X(01) VALUE "N".
002450     88  END-OF-JOBS                     VALUE "Y".
002460 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
002470     88  END-OF-HISTORY                  VALUE "Y".
002480 77  WS-JOBMSTR-OPEN-SWITCH      PIC X(01) VALUE "N".
002490     88  JOBMSTR-IS-OPEN                 VALUE "Y".
002500 77  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE "N".
002510     88  HISTORY-IS-OPEN                 VALUE "Y".
002520 77  WS-MATLMSTR-OPEN-SWITCH     PIC X(01) VALUE "N".
002530     88  MATLMSTR-IS-OPEN                VALUE "Y".
002540 77  WS-OUTPUT-OPEN-SWITCH       PIC X(01) VALUE "N".
002550     88  OUTPUT-IS-OPEN                  VALUE "Y".
002560 77  WS-EARLIER-SWITCH           PIC X(01) VALUE "N".
002570     88  PART-ALREADY-PRINTED            VALUE "Y".
002580
002590 01  WS-HDG1.
002600     05  FILLER                  PIC X(40) VALUE SPACES.
002610     05  WS-HDG1-COMPANY         PIC X(30).
002620
002630 01  WS-PACK-HDG2.
002640     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002650     05  WS-PH2-DATE             PIC 9(08).
002660     05  FILLER                  PIC X(14) VALUE SPACES.
002670     05  FILLER                  PIC X(30)
002680         VALUE "PACKING LIST                  ".
002690     05  FILLER                  PIC X(05) VALUE "PAGE ".
002700     05  WS-PH2-PAGE             PIC ZZZ9.
002710
002720 01  WS-CERT-HDG2.
002730     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002740     05  WS-CH2-DATE             PIC 9(08).
002750     05  FILLER                  PIC X(14) VALUE SPACES.
002760     05  FILLER                  PIC X(30)
002770         VALUE "CERTIFICATE OF CONFORMANCE    ".
002780     05  FILLER                  PIC X(05) VALUE "PAGE ".
002790     05  WS-CH2-PAGE             PIC ZZZ9.
002800
002810 01  WS-DOC-HDG3.
002820     05  FILLER                  PIC X(18)
002830         VALUE "PACKING LIST NO.  ".
002840     05  WS-DH3-PACK-LIST-NO     PIC 9(06).
002850     05  FILLER                  PIC X(06) VALUE SPACES.
002860     05  FILLER                  PIC X(05) VALUE "JOB: ".
002870     05  WS-DH3-JOB-NUMBER       PIC X(08).
002880
002890 01  WS-DOC-HDG4.
002900     05  FILLER                  PIC X(18)
002910         VALUE "CUSTOMER:         ".
002920     05  WS-DH4-CUSTOMER         PIC X(20).
002930     05  FILLER                  PIC X(06) VALUE SPACES.
002940     05  FILLER                  PIC X(14)
002950         VALUE "CUSTOMER PO:  ".
002960     05  WS-DH4-PO-NUMBER        PIC X(10).
002970
002980 01  WS-PACK-HDG5.
002990     05  FILLER                  PIC X(10) VALUE "PART NO.".
003000     05  FILLER                  PIC X(09) VALUE " PIECES".
003010     05  FILLER                  PIC X(17)
003020         VALUE "  SHIPPING WEIGHT".
003030
003040 01  WS-PACK-DETAIL.
003050     05  WS-PD-PART-NUMBER       PIC X(08).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  WS-PD-PIECES            PIC ZZZ,ZZ9.
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  WS-PD-WEIGHT            PIC ZZZ,ZZZ,ZZ9.999.
003100
003110 01  WS-PACK-TOTAL-LINES.
003120     05  WS-PT-PIECES-LINE.
003130         10  FILLER              PIC X(25)
003140             VALUE "TOTAL PIECES . . . . . .".
003150         10  WS-PT-PIECES        PIC ZZZ,ZZ9.
003160     05  WS-PT-WEIGHT-LINE.
003170         10  FILLER              PIC X(25)
003180             VALUE "TOTAL SHIPPING WEIGHT. .".
003190         10  WS-PT-WEIGHT        PIC ZZZ,ZZZ,ZZ9.999.
003200     05  WS-PT-RECEIVED-LINE.
003210         10  FILLER              PIC X(36)
003220             VALUE "RECEIVED BY: ______________________".
003230         10  FILLER              PIC X(16)
003240             VALUE "  DATE: ________".
003250
003260 01  WS-CERT-HDG5.
003270     05  FILLER                  PIC X(08) VALUE "PART".
003280     05  FILLER                  PIC X(06) VALUE "SHAPE".
003290     05  FILLER                  PIC X(13) VALUE " NOMINAL OD".
003300     05  FILLER                  PIC X(13) VALUE " NOMINAL ID".
003310     05  FILLER                  PIC X(04) VALUE "UN".
003320     05  FILLER                  PIC X(06) VALUE "MATL".
003330     05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
003340     05  FILLER                  PIC X(09) VALUE " PIECES".
003350     05  FILLER                  PIC X(12) VALUE "OPERATOR".
003360     05  FILLER                  PIC X(09) VALUE "RUN DATES".
003370
003380 01  WS-CERT-DETAIL.
003390     05  WS-CD-PART-NUMBER       PIC X(06).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  WS-CD-SHAPE             PIC X(04).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-CD-OD                PIC ZZZZ9.99999.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  WS-CD-ID                PIC ZZZZ9.99999 BLANK WHEN ZERO.
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  WS-CD-UNIT              PIC X(02).
003480     05  FILLER                  PIC X(02) VALUE SPACES.
003490     05  WS-CD-MATERIAL          PIC X(04).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  WS-CD-DESCRIPTION       PIC X(20).
003520     05  FILLER                  PIC X(02) VALUE SPACES.
003530     05  WS-CD-PIECES            PIC ZZZ,ZZ9.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  WS-CD-OPERATOR          PIC X(10).
003560     05  FILLER                  PIC X(02) VALUE SPACES.
003570     05  WS-CD-FIRST-RUN         PIC 9(08).
003580     05  FILLER                  PIC X(01) VALUE "-".
003590     05  WS-CD-LAST-RUN          PIC 9(08).
003600
003610 01  WS-CERT-TEXT-LINE.
003620     05  FILLER                  PIC X(04) VALUE SPACES.
003630     05  WS-CT-TEXT              PIC X(48).
003640
003650 01  WS-CERT-SIGN-LINE.
003660     05  FILLER                  PIC X(18)
003670         VALUE "CERTIFIED BY:     ".
003680     05  WS-CS-USER-ID           PIC X(10).
003690     05  FILLER                  PIC X(34)
003700         VALUE "  ______________________  DATE:   ".
003710     05  WS-CS-DATE              PIC 9(08).
003720
003730 PROCEDURE DIVISION.
003740
003750******************************************************************
003760* 0000-MAINLINE
003770* TOP-LEVEL CONTROL - LOADS THE JOBS TO SHIP, TALLIES THEIR
003780* HISTORY IN ONE PASS, PRINTS THE DOCUMENTS FOR EACH JOB THAT CAN
003790* GO, THEN MAKES A SECOND PASS STAMPING THE PIECES THAT WENT OUT
003800* AND LOGGING THEM, AND CLEARS THE READY MARKS.
003810******************************************************************
003820 0000-MAINLINE.
003830
003840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003850
003860     IF NOT RUN-IS-CANCELLED
003870         PERFORM 2000-TALLY-CUT THRU 2000-EXIT
003880             UNTIL END-OF-HISTORY
003890         PERFORM 3000-PRINT-DOCUMENTS THRU 3000-EXIT
003900             VARYING WS-JOB-IX FROM 1 BY 1
003910             UNTIL WS-JOB-IX > WS-JOB-COUNT
003920         IF WS-JOBS-SHIPPED > ZERO
003930             PERFORM 4000-STAMP-HISTORY THRU 4000-EXIT
003940             PERFORM 5000-CLOSE-OUT-JOB THRU 5000-EXIT
003950                 VARYING WS-JOB-IX FROM 1 BY 1
003960                 UNTIL WS-JOB-IX > WS-JOB-COUNT
003970         END-IF
003980         PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
003990     END-IF.
004000
004010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004020
004030     GOBACK.
004040
004050******************************************************************
004060* 1000-INITIALIZE
004070* ACCEPTS THE USER AND THE JOB, LOADS THE JOBS TO SHIP AND OPENS
004080* THE FILES.  A BLANK JOB TAKES EVERY JOB MARKED READY, SO THE RUN
004090* CAN BE A NIGHTLY STEP WITH NOTHING KEYED BUT THE USER.  NO JOB
004100* MASTER, A KEYED JOB NOT ON IT, OR NO HISTORY FILE CANCELS THE
004110* RUN.  NO MATERIAL MASTER PRINTS THE CERTIFICATE WITHOUT MATERIAL
004120* DESCRIPTIONS.
004130******************************************************************
004140 1000-INITIALIZE.
004150
004160     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004170
004180     DISPLAY "SHIPPING DOCUMENTS".
004190     DISPLAY "USER ID:".
004200     ACCEPT WS-USER-ID.
004210     DISPLAY "JOB NUMBER (BLANK FOR ALL JOBS MARKED READY):".
004220     MOVE SPACES TO WS-JOB-IN.
004230     ACCEPT WS-JOB-IN.
004240
004250     OPEN I-O JOB-MASTER.
004260     IF WS-JOBMSTR-STATUS NOT = "00"
004270         DISPLAY "JOB-ORDER MASTER OPEN FAILED, STATUS "
004280             WS-JOBMSTR-STATUS " - RUN CANCELLED"
004290         SET RUN-IS-CANCELLED TO TRUE
004300         MOVE 8 TO RETURN-CODE
004310         GO TO 1000-EXIT
004320     END-IF.
004330     SET JOBMSTR-IS-OPEN TO TRUE.
004340
004350     IF WS-JOB-IN = SPACES
004360         PERFORM 1200-LOAD-READY-JOBS THRU 1200-EXIT
004370     ELSE
004380         PERFORM 1100-LOAD-KEYED-JOB THRU 1100-EXIT
004390     END-IF.
004400     IF RUN-IS-CANCELLED
004410         GO TO 1000-EXIT
004420     END-IF.
004430
004440     OPEN I-O CIRCLE-MASTER.
004450     IF WS-CIRCMSTR-STATUS NOT = "00"
004460         DISPLAY "HISTORY FILE CIRCMSTI OPEN FAILED, STATUS "
004470             WS-CIRCMSTR-STATUS " - RUN CANCELLED"
004480         SET RUN-IS-CANCELLED TO TRUE
004490         MOVE 8 TO RETURN-CODE
004500         GO TO 1000-EXIT
004510     END-IF.
004520     SET HISTORY-IS-OPEN TO TRUE.
004530
004540     OPEN INPUT MATERIAL-MASTER.
004550     IF WS-MATLMSTR-STATUS NOT = "00"
004560         DISPLAY "MATERIAL MASTER UNAVAILABLE, STATUS "
004570             WS-MATLMSTR-STATUS " - NO MATERIAL DESCRIPTIONS"
004580     ELSE
004590         SET MATLMSTR-IS-OPEN TO TRUE
004600     END-IF.
004610
004620     MOVE ZERO TO WS-PACK-LIST-NO.
004630     OPEN INPUT SHIP-CONTROL.
004640     IF WS-SHIPCTL-STATUS = "00"
004650         READ SHIP-CONTROL
004660             AT END
004670                 MOVE ZERO TO WS-PACK-LIST-NO
004680             NOT AT END
004690                 IF SC-LAST-PACK-LIST-NO NUMERIC
004700                     MOVE SC-LAST-PACK-LIST-NO TO WS-PACK-LIST-NO
004710                 END-IF
004720         END-READ
004730         CLOSE SHIP-CONTROL
004740     END-IF.
004750
004760     OPEN EXTEND JOB-AUDIT.
004770     IF WS-JOBAUD-STATUS = "35"
004780         OPEN OUTPUT JOB-AUDIT
004790     END-IF.
004800
004810     OPEN EXTEND SHIPMENT-LOG.
004820     IF WS-SHIPLOG-STATUS = "35"
004830         OPEN OUTPUT SHIPMENT-LOG
004840     END-IF.
004850
004860     OPEN OUTPUT PACKING-LIST.
004870     OPEN OUTPUT CERTIFICATE.
004880     SET OUTPUT-IS-OPEN TO TRUE.
004890
004900     MOVE LOW-VALUES TO CM-MASTER-KEY.
004910     START CIRCLE-MASTER KEY >= CM-MASTER-KEY
004920         INVALID KEY
004930             SET END-OF-HISTORY TO TRUE
004940     END-START.
004950
004960 1000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 1100-LOAD-KEYED-JOB
005010* LOADS THE ONE JOB KEYED.  A KEYED JOB SHIPS WHETHER OR NOT IT
005020* WAS MARKED READY; IF IT WAS, THE MARK IS CLEARED ONCE IT SHIPS.
005030******************************************************************
005040 1100-LOAD-KEYED-JOB.
005050
005060     MOVE WS-JOB-IN TO JO-JOB-NUMBER.
005070     READ JOB-MASTER
005080         INVALID KEY
005090             DISPLAY "JOB " WS-JOB-IN " IS NOT ON FILE - RUN "
005100                 "CANCELLED"
005110             SET RUN-IS-CANCELLED TO TRUE
005120             MOVE 8 TO RETURN-CODE
005130             GO TO 1100-EXIT
005140     END-READ.
005150
005160     PERFORM 1250-ADD-JOB-ENTRY THRU 1250-EXIT.
005170
005180 1100-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 1200-LOAD-READY-JOBS
005230* WALKS THE JOB MASTER AND LOADS EVERY JOB MARKED READY TO SHIP.
005240* NONE MARKED IS NOT AN ERROR - THE RUN PRINTS NOTHING.
005250******************************************************************
005260 1200-LOAD-READY-JOBS.
005270
005280     MOVE LOW-VALUES TO JO-JOB-NUMBER.
005290     START JOB-MASTER KEY >= JO-JOB-NUMBER
005300         INVALID KEY
005310             SET END-OF-JOBS TO TRUE
005320     END-START.
005330
005340     PERFORM 1210-LOAD-ONE-READY-JOB THRU 1210-EXIT
005350         UNTIL END-OF-JOBS.
005360
005370     IF WS-JOB-COUNT = ZERO
005380         DISPLAY "NO JOBS MARKED READY TO SHIP"
005390     END-IF.
005400
005410 1200-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 1210-LOAD-ONE-READY-JOB
005460* READS THE NEXT JOB AND LOADS IT IF IT IS MARKED READY.
005470******************************************************************
005480 1210-LOAD-ONE-READY-JOB.
005490
005500     READ JOB-MASTER NEXT
005510         AT END
005520             SET END-OF-JOBS TO TRUE
005530             GO TO 1210-EXIT
005540     END-READ.
005550
005560     IF JO-IS-READY
005570         PERFORM 1250-ADD-JOB-ENTRY THRU 1250-EXIT
005580     END-IF.
005590
005600 1210-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 1250-ADD-JOB-ENTRY
005650* ADDS THE CURRENT JOB-MASTER RECORD TO THE JOB TABLE WITH NOTHING
005660* TALLIED YET.  A READY JOB PAST THE TABLE LIMIT WAITS FOR THE
005670* NEXT RUN - ITS MARK STAYS SET.
005680******************************************************************
005690 1250-ADD-JOB-ENTRY.
005700
005710     IF WS-JOB-COUNT >= WS-MAX-JOBS
005720         DISPLAY "JOB TABLE FULL - JOB " JO-JOB-NUMBER
005730             " LEFT FOR THE NEXT RUN"
005740         GO TO 1250-EXIT
005750     END-IF.
005760
005770     ADD 1 TO WS-JOB-COUNT.
005780     MOVE WS-JOB-COUNT TO WS-HIT-IX.
005790     MOVE JO-JOB-NUMBER TO SJ-JOB-NUMBER (WS-HIT-IX).
005800     MOVE JO-CUSTOMER-NAME TO SJ-CUSTOMER-NAME (WS-HIT-IX).
005810     MOVE JO-PO-NUMBER TO SJ-PO-NUMBER (WS-HIT-IX).
005820     MOVE "N" TO SJ-READY-FLAG (WS-HIT-IX).
005830     IF JO-IS-READY
005840         SET SJ-WAS-READY (WS-HIT-IX) TO TRUE
005850     END-IF.
005860     MOVE ZERO TO SJ-PENDING-COUNT (WS-HIT-IX).
005870     MOVE ZERO TO SJ-PIECE-COUNT (WS-HIT-IX).
005880     MOVE ZERO TO SJ-STAMPED-COUNT (WS-HIT-IX).
005890     MOVE ZERO TO SJ-WEIGHT (WS-HIT-IX).
005900     MOVE ZERO TO SJ-PACK-LIST-NO (WS-HIT-IX).
005910     MOVE "N" TO SJ-OVERFLOW-FLAG (WS-HIT-IX).
005920     MOVE SPACE TO SJ-OUTCOME (WS-HIT-IX).
005930
005940 1250-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980* 2000-TALLY-CUT
005990* READS THE NEXT HISTORY RECORD AND, IF IT BELONGS TO A JOB BEING
006000* SHIPPED, COUNTS IT.  SUPERSEDED AND SCRAPPED CUTS NEVER SHIP AND
006010* A CUT ALREADY SHIPPED HAS GONE.  A PENDING CUT HOLDS THE WHOLE
006020* JOB BACK.  A CONFIRMED CUT GOES INTO THE GROUP TABLE.
006030******************************************************************
006040 2000-TALLY-CUT.
006050
006060     READ CIRCLE-MASTER NEXT
006070         AT END
006080             SET END-OF-HISTORY TO TRUE
006090             GO TO 2000-EXIT
006100     END-READ.
006110     ADD 1 TO WS-HISTORY-READ.
006120
006130     IF CM-JOB-NUMBER = SPACES
006140         OR CM-CUT-IS-SUPERSEDED
006150         OR CM-CUT-IS-SCRAPPED
006160         OR CM-CUT-IS-SHIPPED
006170         GO TO 2000-EXIT
006180     END-IF.
006190
006200     PERFORM 2100-FIND-JOB THRU 2100-EXIT.
006210     IF WS-HIT-IX = ZERO
006220         GO TO 2000-EXIT
006230     END-IF.
006240
006250     IF CM-CUT-IS-PENDING
006260         ADD 1 TO SJ-PENDING-COUNT (WS-HIT-IX)
006270         GO TO 2000-EXIT
006280     END-IF.
006290
006300     IF CM-CUT-IS-COMPLETE
006310         PERFORM 2200-ADD-TO-GROUP THRU 2200-EXIT
006320     END-IF.
006330
006340 2000-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 2100-FIND-JOB
006390* LEAVES WS-HIT-IX ON THE JOB-TABLE ENTRY FOR THE CUT'S JOB, OR
006400* ZERO WHEN THE JOB IS NOT BEING SHIPPED.
006410******************************************************************
006420 2100-FIND-JOB.
006430
006440     MOVE ZERO TO WS-HIT-IX.
006450     PERFORM 2110-SCAN-JOB-TABLE THRU 2110-EXIT
006460         VARYING WS-SCAN-IX FROM 1 BY 1
006470         UNTIL WS-HIT-IX > ZERO
006480            OR WS-SCAN-IX > WS-JOB-COUNT.
006490
006500 2100-EXIT.
006510     EXIT.
006520
006522******************************************************************
006524* 2110-SCAN-JOB-TABLE
006526* COMPARES ONE SHIPPABLE JOB ENTRY TO THE CUT'S JOB NUMBER.
006528******************************************************************
006530 2110-SCAN-JOB-TABLE.
006540
006550     IF SJ-JOB-NUMBER (WS-SCAN-IX) = CM-JOB-NUMBER
006560         MOVE WS-SCAN-IX TO WS-HIT-IX
006570     END-IF.
006580
006590 2110-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2200-ADD-TO-GROUP
006640* ADDS THE CONFIRMED CUT TO ITS GROUP - SAME JOB, PART, SHAPE,
006650* RADII, UNIT, MATERIAL AND OPERATOR - STARTING A NEW GROUP WHEN
006660* THERE IS NONE.  THE HISTORY IS IN PART AND RUN-DATE ORDER, SO A
006670* GROUP'S FIRST CUT CARRIES ITS EARLIEST RUN DATE.  A JOB WHOSE
006680* SIZES DO NOT FIT IN THE TABLE IS REFUSED RATHER THAN SHIPPED ON
006690* AN INCOMPLETE PACKING LIST.
006700******************************************************************
006710 2200-ADD-TO-GROUP.
006720
006730     MOVE ZERO TO WS-GROUP-IX.
006740     PERFORM 2210-SCAN-GROUP-TABLE THRU 2210-EXIT
006750         VARYING WS-SCAN-IX FROM 1 BY 1
006760         UNTIL WS-GROUP-IX > ZERO
006770            OR WS-SCAN-IX > WS-GROUP-COUNT.
006780
006790     IF WS-GROUP-IX = ZERO
006800         IF WS-GROUP-COUNT >= WS-MAX-GROUPS
006810             SET SJ-GROUPS-OVERFLOWED (WS-HIT-IX) TO TRUE
006820             GO TO 2200-EXIT
006830         END-IF
006840         ADD 1 TO WS-GROUP-COUNT
006850         MOVE WS-GROUP-COUNT TO WS-GROUP-IX
006860         MOVE WS-HIT-IX TO GT-JOB-IX (WS-GROUP-IX)
006870         MOVE CM-PART-NUMBER TO GT-PART-NUMBER (WS-GROUP-IX)
006880         MOVE CM-SHAPE-CODE TO GT-SHAPE-CODE (WS-GROUP-IX)
006890         MOVE CM-RADIUS TO GT-RADIUS (WS-GROUP-IX)
006900         MOVE CM-INNER-RADIUS TO GT-INNER-RADIUS (WS-GROUP-IX)
006910         MOVE CM-UNIT-CODE TO GT-UNIT-CODE (WS-GROUP-IX)
006920         MOVE CM-MATERIAL-CODE TO GT-MATERIAL-CODE (WS-GROUP-IX)
006930         MOVE CM-OPERATOR-ID TO GT-OPERATOR-ID (WS-GROUP-IX)
006940         MOVE ZERO TO GT-PIECES (WS-GROUP-IX)
006950         MOVE ZERO TO GT-WEIGHT (WS-GROUP-IX)
006960         MOVE CM-RUN-DATE TO GT-FIRST-RUN (WS-GROUP-IX)
006970     END-IF.
006980
006990     ADD 1 TO GT-PIECES (WS-GROUP-IX).
007000     ADD CM-BLANK-WEIGHT TO GT-WEIGHT (WS-GROUP-IX).
007010     MOVE CM-RUN-DATE TO GT-LAST-RUN (WS-GROUP-IX).
007020     ADD 1 TO SJ-PIECE-COUNT (WS-HIT-IX).
007030     ADD CM-BLANK-WEIGHT TO SJ-WEIGHT (WS-HIT-IX).
007040
007050 2200-EXIT.
007060     EXIT.
007070
007071******************************************************************
007072* 2210-SCAN-GROUP-TABLE
007073* COMPARES ONE GROUP ENTRY TO THE CUT'S JOB, PART, SHAPE, RADII,
007074* UNIT, MATERIAL AND OPERATOR.
007075******************************************************************
007080 2210-SCAN-GROUP-TABLE.
007090
007100     IF GT-JOB-IX (WS-SCAN-IX) = WS-HIT-IX
007110         AND GT-PART-NUMBER (WS-SCAN-IX) = CM-PART-NUMBER
007120         AND GT-SHAPE-CODE (WS-SCAN-IX) = CM-SHAPE-CODE
007130         AND GT-RADIUS (WS-SCAN-IX) = CM-RADIUS
007140         AND GT-INNER-RADIUS (WS-SCAN-IX) = CM-INNER-RADIUS
007150         AND GT-UNIT-CODE (WS-SCAN-IX) = CM-UNIT-CODE
007160         AND GT-MATERIAL-CODE (WS-SCAN-IX) = CM-MATERIAL-CODE
007170         AND GT-OPERATOR-ID (WS-SCAN-IX) = CM-OPERATOR-ID
007180         MOVE WS-SCAN-IX TO WS-GROUP-IX
007190     END-IF.
007200
007210 2210-EXIT.
007220     EXIT.
007230
007240******************************************************************
007250* 3000-PRINT-DOCUMENTS
007260* DECIDES WHETHER ONE JOB SHIPS AND, IF IT DOES, TAKES THE NEXT
007270* PACKING LIST NUMBER AND PRINTS BOTH DOCUMENTS UNDER IT.  A JOB
007280* WITH CUTS STILL PENDING CNC CONFIRMATION, OR TOO MANY SIZES FOR
007290* THE TABLE, IS REFUSED WITH RC 4 AND KEEPS ITS READY MARK.
007300******************************************************************
007310 3000-PRINT-DOCUMENTS.
007320
007330     IF SJ-PENDING-COUNT (WS-JOB-IX) > ZERO
007340         SET SJ-IS-PENDING (WS-JOB-IX) TO TRUE
007350         ADD 1 TO WS-JOBS-REFUSED
007360         MOVE SJ-PENDING-COUNT (WS-JOB-IX) TO WS-SHOW-COUNT
007370         DISPLAY "JOB " SJ-JOB-NUMBER (WS-JOB-IX) " HAS "
007380             WS-SHOW-COUNT " CUT(S) PENDING CNC CONFIRMATION - "
007390             "NOT SHIPPED"
007400         IF RETURN-CODE < 4
007410             MOVE 4 TO RETURN-CODE
007420         END-IF
007430         GO TO 3000-EXIT
007440     END-IF.
007450
007460     IF SJ-GROUPS-OVERFLOWED (WS-JOB-IX)
007470         SET SJ-IS-TOO-BIG (WS-JOB-IX) TO TRUE
007480         ADD 1 TO WS-JOBS-REFUSED
007490         DISPLAY "JOB " SJ-JOB-NUMBER (WS-JOB-IX)
007500             " HAS TOO MANY SIZES FOR ONE RUN - NOT SHIPPED"
007510         IF RETURN-CODE < 4
007520             MOVE 4 TO RETURN-CODE
007530         END-IF
007540         GO TO 3000-EXIT
007550     END-IF.
007560
007570     IF SJ-PIECE-COUNT (WS-JOB-IX) = ZERO
007580         SET SJ-IS-NOTHING (WS-JOB-IX) TO TRUE
007590         ADD 1 TO WS-JOBS-EMPTY
007600         DISPLAY "JOB " SJ-JOB-NUMBER (WS-JOB-IX)
007610             " HAS NO CONFIRMED PIECES LEFT TO SHIP"
007620         GO TO 3000-EXIT
007630     END-IF.
007640
007650     PERFORM 3100-ASSIGN-PACK-LIST-NO THRU 3100-EXIT.
007660     SET SJ-IS-SHIPPING (WS-JOB-IX) TO TRUE.
007670     ADD 1 TO WS-JOBS-SHIPPED.
007680
007690     PERFORM 3200-PRINT-PACKING-LIST THRU 3200-EXIT.
007700     PERFORM 3300-PRINT-CERTIFICATE THRU 3300-EXIT.
007710
007720     MOVE SJ-PIECE-COUNT (WS-JOB-IX) TO WS-SHOW-COUNT.
007730     DISPLAY "JOB " SJ-JOB-NUMBER (WS-JOB-IX) " - PACKING LIST "
007740         SJ-PACK-LIST-NO (WS-JOB-IX) ", " WS-SHOW-COUNT " PIECES".
007750
007760 3000-EXIT.
007770     EXIT.
007780
007790******************************************************************
007800* 3100-ASSIGN-PACK-LIST-NO
007810* BUMPS THE LAST PACKING LIST NUMBER AND WRITES IT BACK TO THE
007820* CONTROL FILE, THE SAME WAY QUOTE NUMBERS ITS QUOTES.
007830******************************************************************
007840 3100-ASSIGN-PACK-LIST-NO.
007850
007860     ADD 1 TO WS-PACK-LIST-NO.
007870     MOVE WS-PACK-LIST-NO TO SJ-PACK-LIST-NO (WS-JOB-IX).
007880
007890     MOVE WS-PACK-LIST-NO TO SC-LAST-PACK-LIST-NO.
007900     OPEN OUTPUT SHIP-CONTROL.
007910     WRITE SHIP-CONTROL-RECORD.
007920     CLOSE SHIP-CONTROL.
007930
007940 3100-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980* 3200-PRINT-PACKING-LIST
007990* PRINTS THE JOB'S PACKING LIST - ONE LINE PER PART WITH ITS
008000* PIECES AND SHIPPING WEIGHT (THE BLANK WEIGHTS ADDED UP), THEN
008010* THE JOB TOTALS AND A LINE FOR THE CUSTOMER TO SIGN.  EVERY
008020* PACKING LIST STARTS A NEW PAGE.
008030******************************************************************
008040 3200-PRINT-PACKING-LIST.
008050
008060     MOVE ZERO TO WS-PACK-PAGE-COUNT.
008070     PERFORM 3210-PACK-HEADINGS THRU 3210-EXIT.
008080
008090     PERFORM 3220-PACK-ONE-PART THRU 3220-EXIT
008100         VARYING WS-GROUP-IX FROM 1 BY 1
008110         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
008120
008130     MOVE SJ-PIECE-COUNT (WS-JOB-IX) TO WS-PT-PIECES.
008140     MOVE SJ-WEIGHT (WS-JOB-IX) TO WS-PT-WEIGHT.
008150     MOVE SPACES TO PACKING-LIST-LINE.
008160     PERFORM 7200-WRITE-PACK-LINE THRU 7200-EXIT.
008170     MOVE WS-PT-PIECES-LINE TO PACKING-LIST-LINE.
008180     PERFORM 7200-WRITE-PACK-LINE THRU 7200-EXIT.
008190     MOVE WS-PT-WEIGHT-LINE TO PACKING-LIST-LINE.
008200     PERFORM 7200-WRITE-PACK-LINE THRU 7200-EXIT.
008210     MOVE SPACES TO PACKING-LIST-LINE.
008220     PERFORM 7200-WRITE-PACK-LINE THRU 7200-EXIT.
008230     MOVE WS-PT-RECEIVED-LINE TO PACKING-LIST-LINE.
008240     PERFORM 7200-WRITE-PACK-LINE THRU 7200-EXIT.
008250
008260 3200-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 3210-PACK-HEADINGS
008310* WRITES THE PACKING LIST HEADING LINES FOR THE CURRENT JOB AND
008320* BUMPS ITS PAGE COUNTER.
008330******************************************************************
008340 3210-PACK-HEADINGS.
008350
008360     ADD 1 TO WS-PACK-PAGE-COUNT.
008370     MOVE ZERO TO WS-PACK-LINE-COUNT.
008380
008390     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
008400     MOVE WS-TODAY TO WS-PH2-DATE.
008410     MOVE WS-PACK-PAGE-COUNT TO WS-PH2-PAGE.
008420     MOVE SJ-PACK-LIST-NO (WS-JOB-IX) TO WS-DH3-PACK-LIST-NO.
008430     MOVE SJ-JOB-NUMBER (WS-JOB-IX) TO WS-DH3-JOB-NUMBER.
008440     MOVE SJ-CUSTOMER-NAME (WS-JOB-IX) TO WS-DH4-CUSTOMER.
008450     MOVE SJ-PO-NUMBER (WS-JOB-IX) TO WS-DH4-PO-NUMBER.
008460
008470     IF WS-JOBS-SHIPPED > 1 OR WS-PACK-PAGE-COUNT > 1
008480         MOVE SPACES TO PACKING-LIST-LINE
008490         WRITE PACKING-LIST-LINE
008500             BEFORE ADVANCING PAGE
008510     END-IF.
008520
008530     MOVE WS-HDG1 TO PACKING-LIST-LINE.
008540     WRITE PACKING-LIST-LINE.
008550     MOVE WS-PACK-HDG2 TO PACKING-LIST-LINE.
008560     WRITE PACKING-LIST-LINE.
008570     MOVE SPACES TO PACKING-LIST-LINE.
008580     WRITE PACKING-LIST-LINE.
008590     MOVE WS-DOC-HDG3 TO PACKING-LIST-LINE.
008600     WRITE PACKING-LIST-LINE.
008610     MOVE WS-DOC-HDG4 TO PACKING-LIST-LINE.
008620     WRITE PACKING-LIST-LINE.
008630     MOVE SPACES TO PACKING-LIST-LINE.
008640     WRITE PACKING-LIST-LINE.
008650     MOVE WS-PACK-HDG5 TO PACKING-LIST-LINE.
008660     WRITE PACKING-LIST-LINE.
008670
008680 3210-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720* 3220-PACK-ONE-PART
008730* PRINTS ONE PACKING LIST LINE FOR THE PART OF THIS GROUP, WITH
008740* EVERY GROUP OF THE JOB FOR THE SAME PART ADDED IN - UNLESS AN
008750* EARLIER GROUP HAS ALREADY PRINTED THE PART.  CUTS KEYED WITH NO
008760* PART NUMBER PRINT TOGETHER AS NO PART NO.
008770******************************************************************
008780 3220-PACK-ONE-PART.
008790
008800     IF GT-JOB-IX (WS-GROUP-IX) NOT = WS-JOB-IX
008810         GO TO 3220-EXIT
008820     END-IF.
008830
008840     MOVE "N" TO WS-EARLIER-SWITCH.
008850     PERFORM 3225-CHECK-EARLIER-GROUP THRU 3225-EXIT
008860         VARYING WS-SCAN-IX FROM 1 BY 1
008870         UNTIL PART-ALREADY-PRINTED
008880            OR WS-SCAN-IX >= WS-GROUP-IX.
008890     IF PART-ALREADY-PRINTED
008900         GO TO 3220-EXIT
008910     END-IF.
008920
008930     MOVE ZERO TO WS-PART-PIECES.
008940     MOVE ZERO TO WS-PART-WEIGHT.
008950     PERFORM 3230-SUM-PART-GROUP THRU 3230-EXIT
008960         VARYING WS-SCAN-IX FROM WS-GROUP-IX BY 1
008970         UNTIL WS-SCAN-IX > WS-GROUP-COUNT.
008980
008990     MOVE SPACES TO WS-PD-PART-NUMBER.
009000     IF GT-PART-NUMBER (WS-GROUP-IX) = SPACES
009010         MOVE "NO PART" TO WS-PD-PART-NUMBER
009020     ELSE
009030         MOVE GT-PART-NUMBER (WS-GROUP-IX) TO WS-PD-PART-NUMBER
009040     END-IF.
009050     MOVE WS-PART-PIECES TO WS-PD-PIECES.
009060     MOVE WS-PART-WEIGHT TO WS-PD-WEIGHT.
009070     MOVE WS-PACK-DETAIL TO PACKING-LIST-LINE.
009080     PERFORM 7200-WRITE-PACK-LINE THRU 7200-EXIT.
009090
009100 3220-EXIT.
009110     EXIT.
009120
009121******************************************************************
009122* 3225-CHECK-EARLIER-GROUP
009123* FLAGS THE PART AS ALREADY PRINTED WHEN AN EARLIER GROUP OF
009124* THE JOB CARRIES THE SAME PART NUMBER.
009125******************************************************************
009130 3225-CHECK-EARLIER-GROUP.
009140
009150     IF GT-JOB-IX (WS-SCAN-IX) = WS-JOB-IX
009160         AND GT-PART-NUMBER (WS-SCAN-IX) =
009170             GT-PART-NUMBER (WS-GROUP-IX)
009180         SET PART-ALREADY-PRINTED TO TRUE
009190     END-IF.
009200
009210 3225-EXIT.
009220     EXIT.
009230
009231******************************************************************
009232* 3230-SUM-PART-GROUP
009233* ADDS ONE GROUP'S PIECES AND WEIGHT TO ITS PART'S TOTALS WHEN
009234* IT BELONGS TO THE SAME JOB AND PART.
009235******************************************************************
009240 3230-SUM-PART-GROUP.
009250
009260     IF GT-JOB-IX (WS-SCAN-IX) = WS-JOB-IX
009270         AND GT-PART-NUMBER (WS-SCAN-IX) =
009280             GT-PART-NUMBER (WS-GROUP-IX)
009290         ADD GT-PIECES (WS-SCAN-IX) TO WS-PART-PIECES
009300         ADD GT-WEIGHT (WS-SCAN-IX) TO WS-PART-WEIGHT
009310     END-IF.
009320
009330 3230-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370* 3300-PRINT-CERTIFICATE
009380* PRINTS THE JOB'S CERTIFICATE OF CONFORMANCE - ONE LINE PER GROUP
009390* WITH THE NOMINAL OUTSIDE DIAMETER (AND INSIDE DIAMETER OF A
009400* RING) IN THE UNIT IT WAS CUT IN, THE MATERIAL, PIECES, OPERATOR
009410* AND FIRST AND LAST RUN DATES - THEN THE SHOP'S PROCEDURE
009420* STATEMENT AND THE CERTIFYING USER.  EVERY CERTIFICATE STARTS A
009430* NEW PAGE.
009440******************************************************************
009450 3300-PRINT-CERTIFICATE.
009460
009470     MOVE ZERO TO WS-CERT-PAGE-COUNT.
009480     PERFORM 3310-CERT-HEADINGS THRU 3310-EXIT.
009490
009500     PERFORM 3320-CERT-ONE-GROUP THRU 3320-EXIT
009510         VARYING WS-GROUP-IX FROM 1 BY 1
009520         UNTIL WS-GROUP-IX > WS-GROUP-COUNT.
009530
009540     MOVE SPACES TO CERTIFICATE-LINE.
009550     PERFORM 7300-WRITE-CERT-LINE THRU 7300-EXIT.
009560     PERFORM 3330-CERT-STATEMENT-LINE THRU 3330-EXIT
009570         VARYING WS-TEXT-IX FROM 1 BY 1
009580         UNTIL WS-TEXT-IX > 8.
009590
009600     MOVE WS-USER-ID TO WS-CS-USER-ID.
009610     MOVE WS-TODAY TO WS-CS-DATE.
009620     MOVE SPACES TO CERTIFICATE-LINE.
009630     PERFORM 7300-WRITE-CERT-LINE THRU 7300-EXIT.
009640     MOVE WS-CERT-SIGN-LINE TO CERTIFICATE-LINE.
009650     PERFORM 7300-WRITE-CERT-LINE THRU 7300-EXIT.
009660
009670 3300-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710* 3310-CERT-HEADINGS
009720* WRITES THE CERTIFICATE HEADING LINES FOR THE CURRENT JOB AND
009730* BUMPS ITS PAGE COUNTER.
009740******************************************************************
009750 3310-CERT-HEADINGS.
009760
009770     ADD 1 TO WS-CERT-PAGE-COUNT.
009780     MOVE ZERO TO WS-CERT-LINE-COUNT.
009790
009800     MOVE WS-COMPANY-NAME TO WS-HDG1-COMPANY.
009810     MOVE WS-TODAY TO WS-CH2-DATE.
009820     MOVE WS-CERT-PAGE-COUNT TO WS-CH2-PAGE.
009830     MOVE SJ-PACK-LIST-NO (WS-JOB-IX) TO WS-DH3-PACK-LIST-NO.
009840     MOVE SJ-JOB-NUMBER (WS-JOB-IX) TO WS-DH3-JOB-NUMBER.
009850     MOVE SJ-CUSTOMER-NAME (WS-JOB-IX) TO WS-DH4-CUSTOMER.
009860     MOVE SJ-PO-NUMBER (WS-JOB-IX) TO WS-DH4-PO-NUMBER.
009870
009880     IF WS-JOBS-SHIPPED > 1 OR WS-CERT-PAGE-COUNT > 1
009890         MOVE SPACES TO CERTIFICATE-LINE
009900         WRITE CERTIFICATE-LINE
009910             BEFORE ADVANCING PAGE
009920     END-IF.
009930
009940     MOVE WS-HDG1 TO CERTIFICATE-LINE.
009950     WRITE CERTIFICATE-LINE.
009960     MOVE WS-CERT-HDG2 TO CERTIFICATE-LINE.
009970     WRITE CERTIFICATE-LINE.
009980     MOVE SPACES TO CERTIFICATE-LINE.
009990     WRITE CERTIFICATE-LINE.
010000     MOVE WS-DOC-HDG3 TO CERTIFICATE-LINE.
010010     WRITE CERTIFICATE-LINE.
010020     MOVE WS-DOC-HDG4 TO CERTIFICATE-LINE.
010030     WRITE CERTIFICATE-LINE.
010040     MOVE SPACES TO CERTIFICATE-LINE.
010050     WRITE CERTIFICATE-LINE.
010060     MOVE WS-CERT-HDG5 TO CERTIFICATE-LINE.
010070     WRITE CERTIFICATE-LINE.
010080
010090 3310-EXIT.
010100     EXIT.
010110
010120******************************************************************
010130* 3320-CERT-ONE-GROUP
010140* PRINTS ONE CERTIFICATE LINE FOR A GROUP OF THE CURRENT JOB.  THE
010150* NOMINAL DIAMETERS ARE TWICE THE HISTORY RADII.
010160******************************************************************
010170 3320-CERT-ONE-GROUP.
010180
010190     IF GT-JOB-IX (WS-GROUP-IX) NOT = WS-JOB-IX
010200         GO TO 3320-EXIT
010210     END-IF.
010220
010230     COMPUTE WS-NOMINAL-OD = GT-RADIUS (WS-GROUP-IX) * 2.
010240     MOVE ZERO TO WS-NOMINAL-ID.
010250     IF GT-SHAPE-CODE (WS-GROUP-IX) = "R"
010260         MOVE "RING" TO WS-CD-SHAPE
010270         COMPUTE WS-NOMINAL-ID = GT-INNER-RADIUS (WS-GROUP-IX) * 2
010280     ELSE
010290         MOVE "DISK" TO WS-CD-SHAPE
010300     END-IF.
010310
010320     PERFORM 3325-GET-MATERIAL THRU 3325-EXIT.
010330
010340     IF GT-PART-NUMBER (WS-GROUP-IX) = SPACES
010350         MOVE "NONE" TO WS-CD-PART-NUMBER
010360     ELSE
010370         MOVE GT-PART-NUMBER (WS-GROUP-IX) TO WS-CD-PART-NUMBER
010380     END-IF.
010390     MOVE WS-NOMINAL-OD TO WS-CD-OD.
010400     MOVE WS-NOMINAL-ID TO WS-CD-ID.
010410     MOVE GT-UNIT-CODE (WS-GROUP-IX) TO WS-CD-UNIT.
010420     MOVE GT-MATERIAL-CODE (WS-GROUP-IX) TO WS-CD-MATERIAL.
010430     MOVE WS-MATL-DESCRIPTION TO WS-CD-DESCRIPTION.
010440     MOVE GT-PIECES (WS-GROUP-IX) TO WS-CD-PIECES.
010450     MOVE GT-OPERATOR-ID (WS-GROUP-IX) TO WS-CD-OPERATOR.
010460     MOVE GT-FIRST-RUN (WS-GROUP-IX) TO WS-CD-FIRST-RUN.
010470     MOVE GT-LAST-RUN (WS-GROUP-IX) TO WS-CD-LAST-RUN.
010480
010490     MOVE WS-CERT-DETAIL TO CERTIFICATE-LINE.
010500     PERFORM 7300-WRITE-CERT-LINE THRU 7300-EXIT.
010510
010520 3320-EXIT.
010530     EXIT.
010540
010550******************************************************************
010560* 3325-GET-MATERIAL
010570* LOOKS UP THE GROUP'S MATERIAL DESCRIPTION.  A CODE NOT ON THE
010580* MASTER, OR NO MASTER, PRINTS A BLANK DESCRIPTION.
010590******************************************************************
010600 3325-GET-MATERIAL.
010610
010620     MOVE SPACES TO WS-MATL-DESCRIPTION.
010630
010640     IF NOT MATLMSTR-IS-OPEN
010650         OR GT-MATERIAL-CODE (WS-GROUP-IX) = SPACES
010660         GO TO 3325-EXIT
010670     END-IF.
010680
010690     MOVE GT-MATERIAL-CODE (WS-GROUP-IX) TO MT-MATERIAL-CODE.
010700     READ MATERIAL-MASTER
010710         INVALID KEY
010720             GO TO 3325-EXIT
010730     END-READ.
010740     MOVE MT-DESCRIPTION TO WS-MATL-DESCRIPTION.
010750
010760 3325-EXIT.
010770     EXIT.
010780
010782******************************************************************
010784* 3330-CERT-STATEMENT-LINE
010786* PRINTS ONE LINE OF THE PROCEDURE STATEMENT ON THE CERTIFICATE.
010788******************************************************************
010790 3330-CERT-STATEMENT-LINE.
010800
010810     MOVE WS-CERT-TEXT (WS-TEXT-IX) TO WS-CT-TEXT.
010820     MOVE WS-CERT-TEXT-LINE TO CERTIFICATE-LINE.
010830     PERFORM 7300-WRITE-CERT-LINE THRU 7300-EXIT.
010840
010850 3330-EXIT.
010860     EXIT.
010870
010880******************************************************************
010890* 4000-STAMP-HISTORY
010900* SECOND PASS OVER THE HISTORY - EVERY CONFIRMED, UNSHIPPED CUT OF
010910* A JOB WHOSE DOCUMENTS PRINTED IS MARKED SHIPPED AND LOGGED UNDER
010920* THE JOB'S PACKING LIST NUMBER.  THESE ARE THE SAME CUTS THE
010930* FIRST PASS COUNTED ONTO THE DOCUMENTS.
010940******************************************************************
010950 4000-STAMP-HISTORY.
010960
010970     MOVE "N" TO WS-HIST-EOF-SWITCH.
010980     MOVE LOW-VALUES TO CM-MASTER-KEY.
010990     START CIRCLE-MASTER KEY >= CM-MASTER-KEY
011000         INVALID KEY
011010             SET END-OF-HISTORY TO TRUE
011020     END-START.
011030
011040     PERFORM 4100-STAMP-ONE-CUT THRU 4100-EXIT
011050         UNTIL END-OF-HISTORY.
011060
011070 4000-EXIT.
011080     EXIT.
011090
011100******************************************************************
011110* 4100-STAMP-ONE-CUT
011120* READS THE NEXT HISTORY RECORD AND, IF IT IS GOING OUT, MARKS IT
011130* SHIPPED AND WRITES ITS SHIPMENT-LOG ROW.  A CUT WHOSE REWRITE
011140* FAILS IS NOT LOGGED AND THE RUN ENDS RC 8 - IT IS ON THE PAPER
011150* BUT COULD STILL BE SHIPPED AGAIN.
011160******************************************************************
011170 4100-STAMP-ONE-CUT.
011180
011190     READ CIRCLE-MASTER NEXT
011200         AT END
011210             SET END-OF-HISTORY TO TRUE
011220             GO TO 4100-EXIT
011230     END-READ.
011240
011250     IF CM-JOB-NUMBER = SPACES
011260         OR NOT CM-CUT-IS-COMPLETE
011265         OR CM-CUT-IS-SHIPPED
011270         GO TO 4100-EXIT
011280     END-IF.
011290
011300     PERFORM 2100-FIND-JOB THRU 2100-EXIT.
011310     IF WS-HIT-IX = ZERO
011320         GO TO 4100-EXIT
011330     END-IF.
011340     IF NOT SJ-IS-SHIPPING (WS-HIT-IX)
011350         GO TO 4100-EXIT
011360     END-IF.
011370
011380     SET CM-CUT-IS-SHIPPED TO TRUE.
011390     REWRITE CIRCLE-MASTER-RECORD
011400         INVALID KEY
011410             DISPLAY "HISTORY REWRITE FAILED FOR PART "
011420                 CM-PART-NUMBER " " CM-RUN-DATE " " CM-RUN-SEQ
011430                 " STATUS " WS-CIRCMSTR-STATUS
011440             ADD 1 TO WS-STAMP-FAILURES
011450             MOVE 8 TO RETURN-CODE
011460             GO TO 4100-EXIT
011470     END-REWRITE.
011480
011490     ADD 1 TO SJ-STAMPED-COUNT (WS-HIT-IX).
011500     ADD 1 TO WS-PIECES-SHIPPED.
011510     PERFORM 4200-WRITE-SHIP-LOG THRU 4200-EXIT.
011520
011530 4100-EXIT.
011540     EXIT.
011550
011560******************************************************************
011570* 4200-WRITE-SHIP-LOG
011580* APPENDS ONE SHIPMENT-LOG ROW FOR THE CUT JUST STAMPED.
011590******************************************************************
011600 4200-WRITE-SHIP-LOG.
011610
011620     MOVE SPACES TO SHIPMENT-LOG-RECORD.
011630     MOVE SJ-PACK-LIST-NO (WS-HIT-IX) TO SL-PACK-LIST-NO.
011640     MOVE WS-TODAY TO SL-SHIP-DATE.
011650     ACCEPT SL-SHIP-TIME FROM TIME.
011660     MOVE WS-USER-ID TO SL-USER-ID.
011670     MOVE CM-JOB-NUMBER TO SL-JOB-NUMBER.
011680     MOVE SJ-PO-NUMBER (WS-HIT-IX) TO SL-CUSTOMER-PO.
011690     MOVE CM-PART-NUMBER TO SL-PART-NUMBER.
011700     MOVE CM-RUN-DATE TO SL-RUN-DATE.
011710     MOVE CM-RUN-SEQ TO SL-RUN-SEQ.
011720     MOVE CM-MATERIAL-CODE TO SL-MATERIAL-CODE.
011730     MOVE CM-BLANK-WEIGHT TO SL-BLANK-WEIGHT.
011740     WRITE SHIPMENT-LOG-RECORD.
011750
011760 4200-EXIT.
011770     EXIT.
011780
011790******************************************************************
011800* 5000-CLOSE-OUT-JOB
011810* CHECKS THAT EVERY PIECE ON A SHIPPED JOB'S PACKING LIST WAS
011820* STAMPED, THEN TAKES THE READY MARK OFF A JOB THAT WAS MARKED
011830* READY, AUDITED TO JOB-AUDIT UNDER FUNCTION S.  THE JOB STAYS
011840* OPEN FOR BILLING; ANY LATER CUTS SHIP WHEN IT IS MARKED AGAIN.
011850******************************************************************
011860 5000-CLOSE-OUT-JOB.
011870
011880     IF NOT SJ-IS-SHIPPING (WS-JOB-IX)
011890         GO TO 5000-EXIT
011900     END-IF.
011910
011920     IF SJ-STAMPED-COUNT (WS-JOB-IX) NOT =
011930         SJ-PIECE-COUNT (WS-JOB-IX)
011940         MOVE SJ-STAMPED-COUNT (WS-JOB-IX) TO WS-SHOW-COUNT
011950         DISPLAY "JOB " SJ-JOB-NUMBER (WS-JOB-IX) " - ONLY "
011960             WS-SHOW-COUNT " PIECES STAMPED SHIPPED - CHECK "
011970             "PACKING LIST " SJ-PACK-LIST-NO (WS-JOB-IX)
011980         MOVE 8 TO RETURN-CODE
011990     END-IF.
012000
012010     IF NOT SJ-WAS-READY (WS-JOB-IX)
012020         GO TO 5000-EXIT
012030     END-IF.
012040
012050     MOVE SJ-JOB-NUMBER (WS-JOB-IX) TO JO-JOB-NUMBER.
012060     READ JOB-MASTER
012070         INVALID KEY
012080             DISPLAY "JOB " SJ-JOB-NUMBER (WS-JOB-IX)
012090                 " NOT FOUND - READY MARK NOT CLEARED"
012100             GO TO 5000-EXIT
012110     END-READ.
012120
012130     MOVE JOB-MASTER-RECORD TO WS-BEFORE-IMAGE.
012140     SET JO-IS-OPEN TO TRUE.
012150     REWRITE JOB-MASTER-RECORD
012160         INVALID KEY
012170             DISPLAY "REWRITE FAILED FOR JOB "
012180                 SJ-JOB-NUMBER (WS-JOB-IX) " STATUS "
012190                 WS-JOBMSTR-STATUS " - READY MARK NOT CLEARED"
012200             GO TO 5000-EXIT
012210     END-REWRITE.
012220     MOVE JOB-MASTER-RECORD TO WS-AFTER-IMAGE.
012230
012240     MOVE SPACES TO JOB-AUDIT-RECORD.
012250     MOVE WS-TODAY TO JA-AUDIT-DATE.
012260     ACCEPT JA-AUDIT-TIME FROM TIME.
012270     MOVE WS-USER-ID TO JA-USER-ID.
012280     MOVE "S" TO JA-FUNCTION-CODE.
012290     MOVE SJ-JOB-NUMBER (WS-JOB-IX) TO JA-JOB-NUMBER.
012300     MOVE WS-BEFORE-IMAGE TO JA-BEFORE-IMAGE.
012310     MOVE WS-AFTER-IMAGE TO JA-AFTER-IMAGE.
012320     WRITE JOB-AUDIT-RECORD.
012330
012340 5000-EXIT.
012350     EXIT.
012360
012370******************************************************************
012380* 7200-WRITE-PACK-LINE
012390* WRITES THE STAGED PACKING LIST LINE, BREAKING TO A NEW PAGE
012400* (WITH THE JOB'S HEADINGS) AS NEEDED.
012410******************************************************************
012420 7200-WRITE-PACK-LINE.
012430
012440     IF WS-PACK-LINE-COUNT >= WS-MAX-DOC-LINES
012450         MOVE PACKING-LIST-LINE TO WS-HOLD-LINE
012460         PERFORM 3210-PACK-HEADINGS THRU 3210-EXIT
012470         MOVE WS-HOLD-LINE TO PACKING-LIST-LINE
012480     END-IF.
012490
012500     WRITE PACKING-LIST-LINE.
012510     ADD 1 TO WS-PACK-LINE-COUNT.
012520
012530 7200-EXIT.
012540     EXIT.
012550
012560******************************************************************
012570* 7300-WRITE-CERT-LINE
012580* WRITES THE STAGED CERTIFICATE LINE, BREAKING TO A NEW PAGE (WITH
012590* THE JOB'S HEADINGS) AS NEEDED.
012600******************************************************************
012610 7300-WRITE-CERT-LINE.
012620
012630     IF WS-CERT-LINE-COUNT >= WS-MAX-DOC-LINES
012640         MOVE CERTIFICATE-LINE TO WS-HOLD-LINE
012650         PERFORM 3310-CERT-HEADINGS THRU 3310-EXIT
012660         MOVE WS-HOLD-LINE TO CERTIFICATE-LINE
012670     END-IF.
012680
012690     WRITE CERTIFICATE-LINE.
012700     ADD 1 TO WS-CERT-LINE-COUNT.
012710
012720 7300-EXIT.
012730     EXIT.
012740
012750******************************************************************
012760* 8000-DISPLAY-TOTALS
012770* DISPLAYS THE RUN COUNTS SO THE OFFICE CAN MATCH THE PAPER TO THE
012780* CONSOLE.
012790******************************************************************
012800 8000-DISPLAY-TOTALS.
012810
012820     DISPLAY "JOBS SHIPPED:      " WS-JOBS-SHIPPED.
012830     DISPLAY "JOBS REFUSED:      " WS-JOBS-REFUSED.
012840     DISPLAY "JOBS WITH NOTHING: " WS-JOBS-EMPTY.
012850     DISPLAY "PIECES SHIPPED:    " WS-PIECES-SHIPPED.
012860     IF WS-STAMP-FAILURES > ZERO
012870         DISPLAY "STAMP FAILURES:    " WS-STAMP-FAILURES
012880     END-IF.
012890
012900 8000-EXIT.
012910     EXIT.
012920
012930******************************************************************
012940* 9000-TERMINATE
012950* CLOSES THE FILES THAT MADE IT OPEN.
012960******************************************************************
012970 9000-TERMINATE.
012980
012990     IF JOBMSTR-IS-OPEN
013000         CLOSE JOB-MASTER
013010     END-IF.
013020
013030     IF HISTORY-IS-OPEN
013040         CLOSE CIRCLE-MASTER
013050     END-IF.
013060
013070     IF MATLMSTR-IS-OPEN
013080         CLOSE MATERIAL-MASTER
013090     END-IF.
013100
013110     IF OUTPUT-IS-OPEN
013120         CLOSE JOB-AUDIT
013130         CLOSE SHIPMENT-LOG
013140         CLOSE PACKING-LIST
013150         CLOSE CERTIFICATE
013160     END-IF.
013170
013180 9000-EXIT.
013190     EXIT.
013200
013210 END PROGRAM SHIPDOC.
