000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QUOTMNT as "QUOTMNT".
000030 AUTHOR. JEFFREY SWAN.
000040 INSTALLATION. TRI-COUNTY FABRICATION - SHOP FLOOR SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080* MODIFICATION HISTORY
000090*
000100*   DATE       INIT   DESCRIPTION
000110*   ---------- ----   -----------------------------------------
000120*   2026-10-15 JS     ORIGINAL - QUOTE MASTER MAINTENANCE, BUILT
000130*                     THE SAME WAY AS JOBMNT.  ACCEPTS AN OPEN
000140*                     QUOTE INTO A NEW JOB ON THE JOB-ORDER
000150*                     MASTER - CUSTOMER FROM THE QUOTE, THE QUOTE
000160*                     NUMBER LINKED ONTO THE JOB AND THE JOB
000170*                     NUMBER BACK ONTO THE QUOTE, THE NEW JOB
000180*                     LOGGED TO JOB-AUDIT LIKE A JOBMNT ADD -
000190*                     MARKS A QUOTE THE CUSTOMER TURNED DOWN AS
000200*                     LOST, AND SWEEPS EVERY OPEN QUOTE PAST ITS
000210*                     VALIDITY DATE TO EXPIRED.  A CALL-BACK NO
000220*                     LONGER MEANS RE-KEYING THE JOB BY HAND.
000221*   2026-10-15 JS     ACCEPT NOW ALSO WRITES THE JOB'S ORDER
000222*                     LINE 001 - THE QUOTE'S PART AND QUANTITY,
000223*                     DUE DATE KEYED - AUDITED AS A JOBMNT LINE
000224*                     ADD, SO A JOB OPENED FROM A QUOTE SHOWS ON
000225*                     THE BACKLOG AND GETS CHALLENGE'S OVER-ORDER
000226*                     WARNING.
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
000340     SELECT QUOTE-MASTER ASSIGN TO "QUOTEMST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS QM-QUOTE-NUMBER
000380         FILE STATUS IS WS-QUOTEMST-STATUS.
000390
000400     SELECT JOB-MASTER ASSIGN TO "JOBMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS JO-JOB-NUMBER
000440         FILE STATUS IS WS-JOBMSTR-STATUS.
000450
000460     SELECT JOB-AUDIT ASSIGN TO "JOBAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-JOBAUD-STATUS.
000481
000482     SELECT JOB-LINE ASSIGN TO "JOBLINE"
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS RANDOM
000485         RECORD KEY IS JL-LINE-KEY
000486         FILE STATUS IS WS-JOBLINE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  QUOTE-MASTER
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 214 CHARACTERS.
000550     COPY QUOTEMST.
000560
000570 FD  JOB-MASTER
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 45 CHARACTERS.
000600     COPY JOBMSTR.
000610
000620 FD  JOB-AUDIT
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 125 CHARACTERS.
000650 01  JOB-AUDIT-RECORD.
000660     05  JA-AUDIT-DATE           PIC 9(08).
000670     05  JA-AUDIT-TIME           PIC 9(08).
000680     05  JA-USER-ID              PIC X(10).
000690     05  JA-FUNCTION-CODE        PIC X(01).
000700     05  JA-JOB-NUMBER           PIC X(08).
000710     05  JA-BEFORE-IMAGE         PIC X(45).
000720     05  JA-AFTER-IMAGE          PIC X(45).
000721
000722 FD  JOB-LINE
000723     LABEL RECORDS ARE STANDARD
000724     RECORD CONTAINS 32 CHARACTERS.
000725     COPY JOBLINE.
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-MAINT-PARMS.
000760     05  WS-USER-ID              PIC X(10) VALUE SPACES.
000770     05  WS-FUNCTION-CODE        PIC X(01) VALUE SPACE.
000780         88  MAINT-IS-ACCEPT             VALUE "A".
000790         88  MAINT-IS-LOST               VALUE "L".
000800         88  MAINT-IS-EXPIRE             VALUE "E".
000810         88  MAINT-IS-QUIT               VALUE "Q".
000820
000830 01  WS-KEYED-FIELDS.
000840     05  WS-QUOTE-IN             PIC X(06).
000850     05  WS-QUOTE-IN-NUM REDEFINES WS-QUOTE-IN
000860                                 PIC 9(06).
000870     05  WS-JOB-IN               PIC X(08).
000880     05  WS-CUSTOMER-IN          PIC X(20).
000890     05  WS-PO-IN                PIC X(10).
000891     05  WS-PART-IN              PIC X(06).
000892     05  WS-DUE-IN               PIC X(08).
000893     05  WS-DUE-IN-NUM REDEFINES WS-DUE-IN
000894                                 PIC 9(08).
000895     05  WS-DUE-IN-PARTS REDEFINES WS-DUE-IN.
000896         10  WS-DUE-YYYY         PIC 9(04).
000897         10  WS-DUE-MM           PIC 9(02).
000898         10  WS-DUE-DD           PIC 9(02).
000900
000910 01  WS-WORK-FIELDS.
000920     05  WS-BEFORE-IMAGE         PIC X(45).
000930     05  WS-AFTER-IMAGE          PIC X(45).
000935     05  WS-AUDIT-FUNCTION       PIC X(01).
000940
000950 77  WS-TODAY                    PIC 9(08).
000960 77  WS-ACCEPT-COUNT             PIC 9(05) COMP VALUE ZERO.
000970 77  WS-LOST-COUNT               PIC 9(05) COMP VALUE ZERO.
000980 77  WS-EXPIRE-COUNT             PIC 9(05) COMP VALUE ZERO.
000990 77  WS-SWEEP-READ               PIC 9(05) COMP VALUE ZERO.
001000
001010 77  WS-QUOTEMST-STATUS          PIC X(02) VALUE SPACES.
001020 77  WS-JOBMSTR-STATUS           PIC X(02) VALUE SPACES.
001030 77  WS-JOBAUD-STATUS            PIC X(02) VALUE SPACES.
001035 77  WS-JOBLINE-STATUS           PIC X(02) VALUE SPACES.
001040
001050 77  WS-QUOTE-FOUND-SWITCH       PIC X(01) VALUE "N".
001060     88  QUOTE-IS-ON-FILE                VALUE "Y".
001070     88  QUOTE-NOT-ON-FILE               VALUE "N".
001080 77  WS-JOB-FOUND-SWITCH         PIC X(01) VALUE "N".
001090     88  JOB-IS-ON-FILE                  VALUE "Y".
001100     88  JOB-NOT-ON-FILE                 VALUE "N".
001110 77  WS-QUOTEMST-OPEN-SWITCH     PIC X(01) VALUE "Y".
001120     88  QUOTEMST-IS-OPEN                VALUE "Y".
001130 77  WS-JOBMSTR-OPEN-SWITCH      PIC X(01) VALUE "Y".
001140     88  JOBMSTR-IS-OPEN                 VALUE "Y".
001143 77  WS-JOBLINE-OPEN-SWITCH      PIC X(01) VALUE "Y".
001146     88  JOBLINE-IS-OPEN                 VALUE "Y".
001150 77  WS-SWEEP-EOF-SWITCH         PIC X(01) VALUE "N".
001160     88  END-OF-SWEEP                    VALUE "Y".
001170
001180 PROCEDURE DIVISION.
001190
001200******************************************************************
001210* 0000-MAINLINE
001220* TOP-LEVEL CONTROL - SIGNS THE USER ON, LOOPS TAKING ONE
001230* MAINTENANCE REQUEST AT A TIME UNTIL THE USER QUITS, THEN
001240* DISPLAYS THE SESSION COUNTS.
001250******************************************************************
001260 0000-MAINLINE.
001270
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290
001300     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001310         UNTIL MAINT-IS-QUIT.
001320
001330     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001350
001360     GOBACK.
001370
001380******************************************************************
001390* 1000-INITIALIZE
001400* ACCEPTS THE USER ID FOR THE JOB-AUDIT TRAIL AND OPENS THE
001410* QUOTE MASTER, THE JOB-ORDER MASTER AND ITS AUDIT.  WITHOUT
001420* THE QUOTE MASTER THERE IS NOTHING TO MAINTAIN, SO THE SESSION
001430* ENDS.  A MISSING JOB-ORDER MASTER IS CREATED EMPTY THE SAME
001435* WAY JOBMNT CREATES IT, AND SO IS A MISSING JOB LINE FILE.
001440* WITHOUT THE LINE FILE A QUOTE CANNOT BE ACCEPTED, SINCE THE NEW
001445* JOB WOULD HAVE NO ORDER LINE.
001450******************************************************************
001460 1000-INITIALIZE.
001470
001480     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001490
001500     DISPLAY "QUOTE MASTER MAINTENANCE".
001510     DISPLAY "USER ID:".
001520     ACCEPT WS-USER-ID.
001530
001540     OPEN I-O QUOTE-MASTER.
001550     IF WS-QUOTEMST-STATUS NOT = "00"
001560         DISPLAY "QUOTE-MASTER OPEN FAILED, STATUS "
001570             WS-QUOTEMST-STATUS
001580         MOVE "N" TO WS-QUOTEMST-OPEN-SWITCH
001590         SET MAINT-IS-QUIT TO TRUE
001600     END-IF.
001610
001620     OPEN I-O JOB-MASTER.
001630     IF WS-JOBMSTR-STATUS = "35"
001640         OPEN OUTPUT JOB-MASTER
001650         CLOSE JOB-MASTER
001660         OPEN I-O JOB-MASTER
001670     END-IF.
001680
001690     IF WS-JOBMSTR-STATUS NOT = "00"
001700         DISPLAY "JOB-MASTER OPEN FAILED, STATUS "
001710             WS-JOBMSTR-STATUS
001720         MOVE "N" TO WS-JOBMSTR-OPEN-SWITCH
001730         SET MAINT-IS-QUIT TO TRUE
001740     END-IF.
001750
001760     OPEN EXTEND JOB-AUDIT.
001770     IF WS-JOBAUD-STATUS = "35"
001780         OPEN OUTPUT JOB-AUDIT
001790     END-IF.
001791
001792     OPEN I-O JOB-LINE.
001793     IF WS-JOBLINE-STATUS = "35"
001794         OPEN OUTPUT JOB-LINE
001795         CLOSE JOB-LINE
001796         OPEN I-O JOB-LINE
001797     END-IF.
001798     IF WS-JOBLINE-STATUS NOT = "00"
001799         DISPLAY "JOB LINE FILE OPEN FAILED, STATUS "
001800             WS-JOBLINE-STATUS " - QUOTES CANNOT BE ACCEPTED"
001801         MOVE "N" TO WS-JOBLINE-OPEN-SWITCH
001802     END-IF.
001803
001810 1000-EXIT.
001820     EXIT.
001830
001840******************************************************************
001850* 2000-PROCESS-REQUEST
001860* DISPLAYS THE FUNCTION MENU, ACCEPTS ONE FUNCTION CODE AND
001870* ROUTES IT TO THE ACCEPT/LOST/EXPIRE PARAGRAPH.
001880******************************************************************
001890 2000-PROCESS-REQUEST.
001900
001910     DISPLAY " ".
001920     DISPLAY "FUNCTION - A=ACCEPT INTO JOB, L=LOST, "
001930         "E=EXPIRE SWEEP, Q=QUIT:".
001940     ACCEPT WS-FUNCTION-CODE.
001950
001960     EVALUATE TRUE
001970         WHEN MAINT-IS-ACCEPT
001980             PERFORM 3000-ACCEPT-QUOTE THRU 3000-EXIT
001990         WHEN MAINT-IS-LOST
002000             PERFORM 4000-LOSE-QUOTE THRU 4000-EXIT
002010         WHEN MAINT-IS-EXPIRE
002020             PERFORM 5000-EXPIRE-SWEEP THRU 5000-EXIT
002030         WHEN MAINT-IS-QUIT
002040             CONTINUE
002050         WHEN OTHER
002060             DISPLAY "INVALID FUNCTION CODE"
002070     END-EVALUATE.
002080
002090 2000-EXIT.
002100     EXIT.
002110
002120******************************************************************
002130* 3000-ACCEPT-QUOTE
002140* OPENS A NEW JOB FROM AN OPEN QUOTE THE CUSTOMER HAS ACCEPTED.
002150* THE QUOTE MUST STILL BE INSIDE ITS VALIDITY DATE AND THE JOB
002160* NUMBER MUST BE NEW.  THE JOB CARRIES THE QUOTE'S CUSTOMER AND
002170* THE QUOTE NUMBER, GOES TO JOB-AUDIT AS AN ADD WITH A BLANK
002175* BEFORE IMAGE, AND THE QUOTE IS MARKED ACCEPTED WITH THE JOB
002180* NUMBER ON IT.  THE JOB GETS ORDER LINE 001 FOR THE QUOTE'S PART
002185* AND QUANTITY, DUE ON A DATE KEYED HERE AND EDITED THE WAY A
002190* JOBMNT LINE ADD IS, AND AUDITED UNDER FUNCTION L.  A QUOTE WITH
002195* NO PART NUMBER TAKES THE PART KEYED HERE.
002200******************************************************************
002210 3000-ACCEPT-QUOTE.
002220
002221     IF NOT JOBLINE-IS-OPEN
002222         DISPLAY "JOB LINE FILE IS NOT AVAILABLE"
002223         GO TO 3000-EXIT
002224     END-IF.
002225
002230     PERFORM 6100-ACCEPT-QUOTE-NUMBER THRU 6100-EXIT.
002240     IF WS-QUOTE-IN = SPACES
002250         GO TO 3000-EXIT
002260     END-IF.
002270
002280     PERFORM 6200-READ-QUOTE THRU 6200-EXIT.
002290     IF QUOTE-NOT-ON-FILE
002300         DISPLAY "QUOTE " WS-QUOTE-IN " IS NOT ON FILE"
002310         GO TO 3000-EXIT
002320     END-IF.
002330
002340     IF NOT QM-IS-OPEN
002350         DISPLAY "QUOTE " WS-QUOTE-IN " IS NOT OPEN - STATUS "
002360             QM-STATUS-CODE
002370         GO TO 3000-EXIT
002380     END-IF.
002390
002400     IF QM-VALID-DATE < WS-TODAY
002410         DISPLAY "QUOTE " WS-QUOTE-IN " EXPIRED " QM-VALID-DATE
002420             " - REQUOTE BEFORE OPENING A JOB"
002430         GO TO 3000-EXIT
002440     END-IF.
002450
002460     DISPLAY "QUOTE " QM-QUOTE-NUMBER " " QM-CUSTOMER-NAME
002470         " PART " QM-PART-NUMBER " QTY " QM-QUANTITY.
002480
002490     MOVE SPACES TO WS-JOB-IN.
002500     DISPLAY "NEW JOB NUMBER (BLANK TO CANCEL):".
002510     ACCEPT WS-JOB-IN.
002520     IF WS-JOB-IN = SPACES
002530         GO TO 3000-EXIT
002540     END-IF.
002550
002560     PERFORM 6300-READ-JOB THRU 6300-EXIT.
002570     IF JOB-IS-ON-FILE
002580         DISPLAY "JOB " WS-JOB-IN " IS ALREADY ON FILE - "
002590             "QUOTE NOT ACCEPTED"
002600         GO TO 3000-EXIT
002610     END-IF.
002620
002630     MOVE QM-CUSTOMER-NAME TO WS-CUSTOMER-IN.
002640     IF WS-CUSTOMER-IN = SPACES
002650         DISPLAY "CUSTOMER NAME:"
002660         ACCEPT WS-CUSTOMER-IN
002670     END-IF.
002680     IF WS-CUSTOMER-IN = SPACES
002690         DISPLAY "CUSTOMER NAME MAY NOT BE BLANK - QUOTE NOT "
002700             "ACCEPTED"
002710         GO TO 3000-EXIT
002720     END-IF.
002730
002740     MOVE SPACES TO WS-PO-IN.
002750     DISPLAY "PURCHASE ORDER NUMBER:".
002760     ACCEPT WS-PO-IN.
002761
002762     MOVE QM-PART-NUMBER TO WS-PART-IN.
002763     IF WS-PART-IN = SPACES
002764         DISPLAY "PART NUMBER:"
002765         ACCEPT WS-PART-IN
002766     END-IF.
002767     IF WS-PART-IN = SPACES
002768         DISPLAY "PART NUMBER MAY NOT BE BLANK - QUOTE NOT "
002769             "ACCEPTED"
002770         GO TO 3000-EXIT
002771     END-IF.
002772
002773     IF QM-QUANTITY = ZERO
002774         DISPLAY "QUOTE " WS-QUOTE-IN " HAS NO QUANTITY - QUOTE "
002775             "NOT ACCEPTED"
002776         GO TO 3000-EXIT
002777     END-IF.
002778
002779     MOVE SPACES TO WS-DUE-IN.
002780     DISPLAY "DUE DATE (YYYYMMDD):".
002781     ACCEPT WS-DUE-IN.
002782     IF WS-DUE-IN NOT NUMERIC
002783         DISPLAY "DUE DATE MUST BE KEYED AS YYYYMMDD - QUOTE NOT "
002784             "ACCEPTED"
002785         GO TO 3000-EXIT
002786     END-IF.
002787     IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
002788         OR WS-DUE-DD < 1 OR WS-DUE-DD > 31
002789         DISPLAY "DUE DATE IS NOT A VALID DATE - QUOTE NOT "
002790             "ACCEPTED"
002791         GO TO 3000-EXIT
002792     END-IF.
002793     IF WS-DUE-IN-NUM < WS-TODAY
002794         DISPLAY "DUE DATE MAY NOT BE BEFORE TODAY - QUOTE NOT "
002795             "ACCEPTED"
002796         GO TO 3000-EXIT
002797     END-IF.
002798
002799     MOVE SPACES TO WS-BEFORE-IMAGE.
002800     MOVE WS-JOB-IN TO JO-JOB-NUMBER.
002801     MOVE WS-CUSTOMER-IN TO JO-CUSTOMER-NAME.
002810     MOVE WS-PO-IN TO JO-PO-NUMBER.
002820     SET JO-IS-OPEN TO TRUE.
002830     MOVE QM-QUOTE-NUMBER TO JO-QUOTE-NUMBER.
002840
002850     WRITE JOB-MASTER-RECORD
002860         INVALID KEY
002870             DISPLAY "WRITE FAILED FOR JOB " WS-JOB-IN
002880                 " STATUS " WS-JOBMSTR-STATUS
002890             GO TO 3000-EXIT
002900     END-WRITE.
002910
002920     MOVE JOB-MASTER-RECORD TO WS-AFTER-IMAGE.
002921     MOVE "A" TO WS-AUDIT-FUNCTION.
002922     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
002923
002924     MOVE SPACES TO JOB-LINE-RECORD.
002925     MOVE WS-JOB-IN TO JL-JOB-NUMBER.
002926     MOVE 1 TO JL-LINE-NUMBER.
002927     MOVE WS-PART-IN TO JL-PART-NUMBER.
002928     MOVE QM-QUANTITY TO JL-QTY-ORDERED.
002929     MOVE WS-DUE-IN-NUM TO JL-DUE-DATE.
002930     SET JL-IS-OPEN TO TRUE.
002931
002932     WRITE JOB-LINE-RECORD
002933         INVALID KEY
002934             DISPLAY "WRITE FAILED FOR JOB " WS-JOB-IN " LINE 001"
002935                 " STATUS " WS-JOBLINE-STATUS
002936                 " - ADD THE LINE THROUGH JOBMNT"
002937         NOT INVALID KEY
002938             MOVE SPACES TO WS-BEFORE-IMAGE
002939             MOVE JOB-LINE-RECORD TO WS-AFTER-IMAGE
002940             MOVE "L" TO WS-AUDIT-FUNCTION
002941             PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
002942     END-WRITE.
002943
002950     SET QM-IS-ACCEPTED TO TRUE.
002960     MOVE WS-JOB-IN TO QM-JOB-NUMBER.
002970     MOVE WS-TODAY TO QM-STATUS-DATE.
002980     IF QM-CUSTOMER-NAME = SPACES
002990         MOVE WS-CUSTOMER-IN TO QM-CUSTOMER-NAME
003000     END-IF.
003010
003020     REWRITE QUOTE-MASTER-RECORD
003030         INVALID KEY
003040             DISPLAY "REWRITE FAILED FOR QUOTE " WS-QUOTE-IN
003050                 " STATUS " WS-QUOTEMST-STATUS
003060                 " - JOB " WS-JOB-IN " IS OPEN, QUOTE STILL OPEN"
003070             GO TO 3000-EXIT
003080     END-REWRITE.
003090
003100     ADD 1 TO WS-ACCEPT-COUNT.
003110     DISPLAY "QUOTE " WS-QUOTE-IN " ACCEPTED - JOB " WS-JOB-IN
003120         " OPENED".
003130
003140 3000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180* 4000-LOSE-QUOTE
003190* MARKS AN OPEN QUOTE LOST WHEN THE CUSTOMER TURNS IT DOWN, SO
003200* IT DROPS OUT OF THE OPEN QUOTES INSTEAD OF WAITING TO EXPIRE.
003210******************************************************************
003220 4000-LOSE-QUOTE.
003230
003240     PERFORM 6100-ACCEPT-QUOTE-NUMBER THRU 6100-EXIT.
003250     IF WS-QUOTE-IN = SPACES
003260         GO TO 4000-EXIT
003270     END-IF.
003280
003290     PERFORM 6200-READ-QUOTE THRU 6200-EXIT.
003300     IF QUOTE-NOT-ON-FILE
003310         DISPLAY "QUOTE " WS-QUOTE-IN " IS NOT ON FILE"
003320         GO TO 4000-EXIT
003330     END-IF.
003340
003350     IF NOT QM-IS-OPEN
003360         DISPLAY "QUOTE " WS-QUOTE-IN " IS NOT OPEN - STATUS "
003370             QM-STATUS-CODE
003380         GO TO 4000-EXIT
003390     END-IF.
003400
003410     SET QM-IS-LOST TO TRUE.
003420     MOVE WS-TODAY TO QM-STATUS-DATE.
003430
003440     REWRITE QUOTE-MASTER-RECORD
003450         INVALID KEY
003460             DISPLAY "REWRITE FAILED FOR QUOTE " WS-QUOTE-IN
003470                 " STATUS " WS-QUOTEMST-STATUS
003480             GO TO 4000-EXIT
003490     END-REWRITE.
003500
003510     ADD 1 TO WS-LOST-COUNT.
003520     DISPLAY "QUOTE " WS-QUOTE-IN " MARKED LOST".
003530
003540 4000-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 5000-EXPIRE-SWEEP
003590* SWEEPS THE WHOLE QUOTE MASTER AND MARKS EVERY OPEN QUOTE
003600* WHOSE VALIDITY DATE HAS PASSED AS EXPIRED.
003610******************************************************************
003620 5000-EXPIRE-SWEEP.
003630
003640     MOVE ZERO TO WS-SWEEP-READ.
003650     MOVE "N" TO WS-SWEEP-EOF-SWITCH.
003660     MOVE ZERO TO QM-QUOTE-NUMBER.
003670     START QUOTE-MASTER KEY >= QM-QUOTE-NUMBER
003680         INVALID KEY
003690             SET END-OF-SWEEP TO TRUE
003700     END-START.
003710
003720     PERFORM 5100-EXPIRE-ONE-QUOTE THRU 5100-EXIT
003730         UNTIL END-OF-SWEEP.
003740
003750     DISPLAY "QUOTES READ:    " WS-SWEEP-READ.
003760     DISPLAY "QUOTES EXPIRED: " WS-EXPIRE-COUNT.
003770
003780 5000-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 5100-EXPIRE-ONE-QUOTE
003830* READS THE NEXT QUOTE AND, IF IT IS STILL OPEN PAST ITS
003840* VALIDITY DATE, MARKS IT EXPIRED.
003850******************************************************************
003860 5100-EXPIRE-ONE-QUOTE.
003870
003880     READ QUOTE-MASTER NEXT
003890         AT END
003900             SET END-OF-SWEEP TO TRUE
003910             GO TO 5100-EXIT
003920     END-READ.
003930
003940     ADD 1 TO WS-SWEEP-READ.
003950
003960     IF NOT QM-IS-OPEN
003970         OR QM-VALID-DATE NOT < WS-TODAY
003980         GO TO 5100-EXIT
003990     END-IF.
004000
004010     SET QM-IS-EXPIRED TO TRUE.
004020     MOVE WS-TODAY TO QM-STATUS-DATE.
004030
004040     REWRITE QUOTE-MASTER-RECORD
004050         INVALID KEY
004060             DISPLAY "REWRITE FAILED FOR QUOTE " QM-QUOTE-NUMBER
004070                 " STATUS " WS-QUOTEMST-STATUS
004080             GO TO 5100-EXIT
004090     END-REWRITE.
004100
004110     ADD 1 TO WS-EXPIRE-COUNT.
004120
004130 5100-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 6100-ACCEPT-QUOTE-NUMBER
004180* ACCEPTS THE QUOTE NUMBER FOR THE CURRENT REQUEST.  A BLANK
004190* ENTRY BACKS OUT OF THE REQUEST; A NON-NUMERIC ONE IS REFUSED
004200* THE SAME WAY.
004210******************************************************************
004220 6100-ACCEPT-QUOTE-NUMBER.
004230
004240     MOVE SPACES TO WS-QUOTE-IN.
004250     DISPLAY "QUOTE NUMBER (BLANK TO CANCEL):".
004260     ACCEPT WS-QUOTE-IN.
004270
004280     IF WS-QUOTE-IN NOT = SPACES
004290         AND WS-QUOTE-IN NOT NUMERIC
004300         DISPLAY "QUOTE NUMBER MUST BE 6 DIGITS"
004310         MOVE SPACES TO WS-QUOTE-IN
004320     END-IF.
004330
004340 6100-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 6200-READ-QUOTE
004390* RANDOM-READS THE QUOTE MASTER FOR THE KEYED QUOTE NUMBER AND
004400* SETS THE ON-FILE SWITCH.
004410******************************************************************
004420 6200-READ-QUOTE.
004430
004440     SET QUOTE-NOT-ON-FILE TO TRUE.
004450     MOVE WS-QUOTE-IN-NUM TO QM-QUOTE-NUMBER.
004460     READ QUOTE-MASTER
004470         INVALID KEY
004480             SET QUOTE-NOT-ON-FILE TO TRUE
004490         NOT INVALID KEY
004500             SET QUOTE-IS-ON-FILE TO TRUE
004510     END-READ.
004520
004530 6200-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 6300-READ-JOB
004580* RANDOM-READS THE JOB-ORDER MASTER FOR THE KEYED JOB NUMBER AND
004590* SETS THE ON-FILE SWITCH.
004600******************************************************************
004610 6300-READ-JOB.
004620
004630     SET JOB-NOT-ON-FILE TO TRUE.
004640     MOVE WS-JOB-IN TO JO-JOB-NUMBER.
004650     READ JOB-MASTER
004660         INVALID KEY
004670             SET JOB-NOT-ON-FILE TO TRUE
004680         NOT INVALID KEY
004690             SET JOB-IS-ON-FILE TO TRUE
004700     END-READ.
004710
004720 6300-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 7000-WRITE-AUDIT
004768* APPENDS ONE JOB-AUDIT ROW FOR A JOB OPENED FROM A QUOTE - THE
004776* SAME LAYOUT JOBMNT WRITES, FUNCTION A FOR THE JOB AND L FOR ITS
004784* FIRST LINE, SO THE TRAIL SHOWS THE NEW JOB THE SAME AS ONE KEYED
004792* THROUGH JOBMNT.
004800******************************************************************
004810 7000-WRITE-AUDIT.
004820
004830     MOVE SPACES TO JOB-AUDIT-RECORD.
004840     MOVE WS-TODAY TO JA-AUDIT-DATE.
004850     ACCEPT JA-AUDIT-TIME FROM TIME.
004860     MOVE WS-USER-ID TO JA-USER-ID.
004870     MOVE WS-AUDIT-FUNCTION TO JA-FUNCTION-CODE.
004880     MOVE WS-JOB-IN TO JA-JOB-NUMBER.
004890     MOVE WS-BEFORE-IMAGE TO JA-BEFORE-IMAGE.
004900     MOVE WS-AFTER-IMAGE TO JA-AFTER-IMAGE.
004910     WRITE JOB-AUDIT-RECORD.
004920
004930 7000-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970* 8000-DISPLAY-TOTALS
004980* DISPLAYS THE SESSION MAINTENANCE COUNTS.
004990******************************************************************
005000 8000-DISPLAY-TOTALS.
005010
005020     DISPLAY "QUOTES ACCEPTED: " WS-ACCEPT-COUNT.
005030     DISPLAY "QUOTES LOST:     " WS-LOST-COUNT.
005040     DISPLAY "QUOTES EXPIRED:  " WS-EXPIRE-COUNT.
005050
005060 8000-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100* 9000-TERMINATE
005110* CLOSES THE MASTERS THAT MADE IT OPEN AND THE AUDIT FILE.
005120******************************************************************
005130 9000-TERMINATE.
005140
005150     IF QUOTEMST-IS-OPEN
005160         CLOSE QUOTE-MASTER
005170     END-IF.
005180
005190     IF JOBMSTR-IS-OPEN
005200         CLOSE JOB-MASTER
005210     END-IF.
005220
005230     CLOSE JOB-AUDIT.
005232
005234     IF JOBLINE-IS-OPEN
005236         CLOSE JOB-LINE
005238     END-IF.
005240
005250 9000-EXIT.
005260     EXIT.
005270
005280 END PROGRAM QUOTMNT.
