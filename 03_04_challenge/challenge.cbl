001352*                     RESUBMIT MODE ALIKE, SO A LATE
001353*                     RESUBMISSION CAN'T CHANGE A MONTH THE
001354*                     OFFICE ALREADY POSTED TO THE LEDGER.
001355*   2026-10-15 JS     EVERY VALID PART NOW ALSO PRICES ITS PLASMA
001356*                     TABLE TIME - THE CUT LENGTH (OUTER RIM, PLUS
001357*                     THE INNER RIM FOR A RING), ONE PIERCE PER
001358*                     CUT PATH, AND THE MACHINE MINUTES AND COST
001359*                     FROM THE NEW MACHRATE TABLE KEYED ON
001360*                     MATERIAL CODE AND STOCK THICKNESS (CUT
001361*                     SPEED, PIERCE TIME, HOURLY TABLE RATE).  THE
001362*                     FOUR FIELDS RIDE THE HISTORY RECORD, THE
001363*                     DETAIL LINE, THE CONTROL TOTALS AND THE
001364*                     CHECKPOINT, SO A THICK DISK NO LONGER LOOKS
001365*                     AS CHEAP TO RUN AS A THIN WASHER.
001366*   2026-10-15 JS     JOBMSTR WIDENED WITH THE QUOTE NUMBER -
001367*                     RECORD LENGTH ONLY, THE JOB CHECK IS
001368*                     UNCHANGED.
001369*   2026-10-15 JS     PARTMSTR WIDENED WITH THE DIMENSIONAL
001370*                     TOLERANCE - RECORD LENGTH ONLY, THE PART
001371*                     LOOKUP IS UNCHANGED.
001372*   2026-10-15 JS     EVERY VALID CUT FOR A JOB IS NOW CHECKED
001373*                     AGAINST THE QUANTITY ORDERED FOR ITS PART ON
001374*                     THE JOB'S LINES (THE NEW JOB LINE FILE
001375*                     JOBMNT MAINTAINS), COUNTING WHAT HISTORY
001376*                     ALREADY HOLDS FOR THE JOB AND PART.  A CUT
001377*                     PAST THE ORDERED QUANTITY IS WARNED ON THE
001378*                     REPORT AND CONSOLE BUT NOT REJECTED, AND THE
001379*                     WARNINGS ARE COUNTED IN THE CONTROL TOTALS.
001380*                     CIRCMSTI IS NOW OPENED FOR DYNAMIC ACCESS SO
001381*                     HISTORY CAN BE READ FORWARD FROM A PART.
001382*   2026-10-15 JS     SEVERAL BATCH FILES NOW RUN IN ONE NIGHT.
001383*                     EACH BATCH IS CHECKED AGAINST THE BATCH
001384*                     REGISTER (BATCHREG) WHEN ITS HEADER IS READ
001385*                     - ONE ALREADY PROCESSED AND BALANCED IS
001386*                     REFUSED WITH RETURN CODE 4 - AND IS
001387*                     REGISTERED AT END OF RUN WITH ITS COUNTS,
001388*                     HASH, COSTS AND BALANCE RESULT.  A QUEUED
001389*                     CALL FROM DAILYRUN PASSES THE FILE, ENTRY
001390*                     MODE AND UNIT IN PLACE OF THE CONSOLE
001391*                     PROMPTS.  CIRCCKPT HOLDS ONE ROW PER BATCH,
001392*                     KEYED BY BATCH DATE AND NUMBER, AND THE CNC
001393*                     SEQUENCE NOW CONTINUES FROM THE HIGHEST ON
001394*                     CNCDL.
001395******************************************************************
001396
001397 ENVIRONMENT DIVISION.
001398 CONFIGURATION SECTION.
001399 SOURCE-COMPUTER.
001400 OBJECT-COMPUTER.
001401 SPECIAL-NAMES.
001402     CONSOLE IS CRT.
001410
001420 INPUT-OUTPUT SECTION.
001430 FILE-CONTROL.
001440     SELECT CIRCLE-INPUT ASSIGN TO "CIRCIN"
001446         ORGANIZATION IS LINE SEQUENTIAL
001452         FILE STATUS IS WS-CIRCIN-STATUS.
001460
001470     SELECT CIRCLE-RPT ASSIGN TO "CIRCRPT"
001480         ORGANIZATION IS LINE SEQUENTIAL
001660
001670     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
001680         ORGANIZATION IS INDEXED
001690         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS CM-MASTER-KEY
001710         FILE STATUS IS WS-CIRCMSTR-STATUS.
001720
001725         RECORD KEY IS JO-JOB-NUMBER
001726         FILE STATUS IS WS-JOBMSTR-STATUS.
001727
001728     SELECT JOB-LINE ASSIGN TO "JOBLINE"
001729         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS RANDOM
001731         RECORD KEY IS JL-LINE-KEY
001732         FILE STATUS IS WS-JOBLINE-STATUS.
001733
001734     SELECT PARTS-MASTER ASSIGN TO "PARTMSTR"
001740         ORGANIZATION IS INDEXED
001750         ACCESS MODE IS RANDOM
001760         RECORD KEY IS PM-PART-NUMBER
001856         ORGANIZATION IS LINE SEQUENTIAL
001858         FILE STATUS IS WS-PERDCTL-STATUS.
001860
001861     SELECT MACHINE-RATE ASSIGN TO "MACHRATE"
001862         ORGANIZATION IS INDEXED
001863         ACCESS MODE IS RANDOM
001864         RECORD KEY IS MR-RATE-KEY
001865         FILE STATUS IS WS-MACHRATE-STATUS.
001866
001867     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
001868         ORGANIZATION IS INDEXED
001869         ACCESS MODE IS RANDOM
001870         RECORD KEY IS BR-BATCH-KEY
001871         FILE STATUS IS WS-BATCHREG-STATUS.
001872 DATA DIVISION.
001880 FILE SECTION.
001890 FD  CIRCLE-INPUT
001900     LABEL RECORDS ARE STANDARD
002360
002370 FD  CIRCLE-MASTER
002380     LABEL RECORDS ARE STANDARD
002390     RECORD CONTAINS 134 CHARACTERS.
002400     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
002410         ==CIRCLE-MASTER-RECORD==
002420         LEADING ==CS-== BY ==CM-==.
002430
002440 FD  PARTS-MASTER
002450     LABEL RECORDS ARE STANDARD
002460     RECORD CONTAINS 95 CHARACTERS.
002470     COPY PARTMSTR.
002472
002474 FD  JOB-MASTER
002476     LABEL RECORDS ARE STANDARD
002478     RECORD CONTAINS 45 CHARACTERS.
002482     COPY JOBMSTR.
002483
002484 FD  JOB-LINE
002485     LABEL RECORDS ARE STANDARD
002486     RECORD CONTAINS 32 CHARACTERS.
002487     COPY JOBLINE.
002488
002490 FD  CNC-DOWNLOAD
002500     LABEL RECORDS ARE STANDARD
002510     RECORD CONTAINS 32 CHARACTERS.
002570
002580 FD  CIRCLE-CKPT
002590     LABEL RECORDS ARE STANDARD
002600     RECORD CONTAINS 113 CHARACTERS.
002610 01  CIRCLE-CKPT-RECORD.
002620     05  CK-RECORDS-DONE         PIC 9(06).
002630     05  CK-REJECTS-DONE         PIC 9(06).
002660     05  CK-WEIGHT-DONE          PIC 9(09)V9(03).
002670     05  CK-COST-DONE            PIC 9(09)V9(02).
002680     05  CK-HASH-DONE            PIC 9(10)V9(05).
002682     05  CK-CNC-DONE             PIC 9(04).
002684     05  CK-MINUTES-DONE         PIC 9(07)V9(02).
002686     05  CK-MACH-COST-DONE       PIC 9(09)V9(02).
002688     05  CK-BATCH-DATE           PIC 9(08).
002690     05  CK-BATCH-NUMBER         PIC 9(04).
002692
002694 FD  PERIOD-CONTROL
002695     LABEL RECORDS ARE STANDARD
002697 01  PERIOD-CONTROL-RECORD.
002698     05  PC-LAST-CLOSED-PERIOD   PIC 9(06).
002700
002702 FD  MACHINE-RATE
002704     LABEL RECORDS ARE STANDARD
002706     RECORD CONTAINS 26 CHARACTERS.
002708     COPY MACHRATE.
002709
002710 FD  BATCH-REGISTER
002711     LABEL RECORDS ARE STANDARD
002712     RECORD CONTAINS 177 CHARACTERS.
002713     COPY BATCHREG.
002714 WORKING-STORAGE SECTION.
002720 COPY CIRCSTAT.
002730
002740 01  WS-CONSTANTS.
002860 01  WS-WORK-FIELDS.
002870     05  WS-DIAMETER             PIC 9(05)V9(05).
002880     05  WS-PI-IN-USE            PIC 9V9(09).
002885     05  WS-CUT-LENGTH-MM        PIC 9(07)V9(03).
002890
002900 01  WS-RUN-PARMS.
002910     05  WS-RUN-MODE             PIC X(01) VALUE "N".
003150 77  WS-TOTAL-AREA               PIC 9(09)V9(05) COMP VALUE ZERO.
003160 77  WS-TOTAL-WEIGHT             PIC 9(09)V9(03) COMP VALUE ZERO.
003170 77  WS-TOTAL-COST               PIC 9(09)V9(02) COMP VALUE ZERO.
003173 77  WS-TOTAL-MINUTES            PIC 9(07)V9(02) COMP VALUE ZERO.
003176 77  WS-TOTAL-MACH-COST          PIC 9(09)V9(02) COMP VALUE ZERO.
003180 77  WS-RESTART-WEIGHT           PIC 9(09)V9(03) COMP VALUE ZERO.
003190 77  WS-RESTART-COST             PIC 9(09)V9(02) COMP VALUE ZERO.
003200 77  WS-HASH-TOTAL               PIC 9(10)V9(05) COMP VALUE ZERO.
003210 77  WS-RESTART-HASH             PIC 9(10)V9(05) COMP VALUE ZERO.
003213 77  WS-RESTART-MINUTES          PIC 9(07)V9(02) COMP VALUE ZERO.
003216 77  WS-RESTART-MACH-COST        PIC 9(09)V9(02) COMP VALUE ZERO.
003220 77  WS-BATCH-DATE               PIC 9(08) VALUE ZERO.
003230 77  WS-BATCH-NUMBER             PIC 9(04) VALUE ZERO.
003240 77  WS-TRL-EXPECTED             PIC 9(06) VALUE ZERO.
003270 77  WS-HISTORY-OPEN-SWITCH      PIC X(01) VALUE "Y".
003280     88  HISTORY-IS-OPEN                 VALUE "Y".
003290 77  WS-CNC-SEQ                  PIC 9(04) COMP VALUE ZERO.
003310 77  WS-RADIUS-MM                PIC 9(06)V9(03) COMP VALUE ZERO.
003312 77  WS-INNER-MM                 PIC 9(06)V9(03) COMP VALUE ZERO.
003314 77  WS-LAST-CLOSED-PERIOD       PIC 9(06) VALUE ZERO.
003316 77  WS-RUN-PERIOD               PIC 9(06) VALUE ZERO.
003318 77  WS-OVER-ORDER-COUNT         PIC 9(06) COMP VALUE ZERO.
003321 77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.
003324 77  WS-INPUT-NAME               PIC X(30) VALUE "CIRCIN".
003327
003330 01  WS-CORRECTION-TABLE.
003340     05  WS-CORR-COUNT           PIC 9(02) COMP VALUE ZERO.
003350     05  WS-CORR-ENTRY OCCURS 50 TIMES.
003448                                 PIC X(09).
003452     05  WS-CUR-JOB-NUMBER       PIC X(08).
003453
003454*    ONE ENTRY PER JOB AND PART CUT IN THIS RUN - THE QUANTITY
003455*    ORDERED ACROSS THE JOB'S LINES FOR THE PART AND THE CUTS
003456*    COUNTED AGAINST IT SO FAR, SEEDED FROM HISTORY THE FIRST TIME
003457*    THE JOB AND PART TURN UP.
003458 01  WS-ORDER-TABLE.
003459     05  WS-ORDER-COUNT          PIC 9(03) COMP VALUE ZERO.
003460     05  WS-ORDER-ENTRY OCCURS 200 TIMES.
003461         10  OT-JOB-NUMBER       PIC X(08).
003462         10  OT-PART-NUMBER      PIC X(06).
003463         10  OT-QTY-ORDERED      PIC 9(07) COMP.
003464         10  OT-QTY-CUT          PIC 9(07) COMP.
003465 77  WS-ORDER-IX                 PIC 9(03) COMP VALUE ZERO.
003466 77  WS-ORDER-HIT-IX             PIC 9(03) COMP VALUE ZERO.
003467 77  WS-JOB-LINE-IX              PIC 9(03) COMP VALUE ZERO.
003468
003469*    ONE ENTRY PER BATCH LEFT PART-WAY THROUGH - THE CHECKPOINT
003470*    RECORD IMAGE, KEYED BY THE BATCH DATE AND NUMBER IT CARRIES.
003471*    CIRCCKPT HOLDS ONE ROW PER ENTRY, SO A BATCH THAT STOPS OUT
003472*    OF BALANCE KEEPS ITS RESTART POINT WHILE THE NEXT BATCH RUNS.
003473 01  WS-CKPT-TABLE.
003474     05  WS-CKPT-COUNT           PIC 9(02) COMP VALUE ZERO.
003475     05  WS-CKPT-ENTRY OCCURS 20 TIMES
003476                                 PIC X(113).
003477 77  WS-CKPT-IX                  PIC 9(02) COMP VALUE ZERO.
003478 77  WS-CKPT-HIT-IX              PIC 9(02) COMP VALUE ZERO.
003479 01  WS-SAVED-REJECT             PIC X(34).
003480 77  WS-CORR-IX                  PIC 9(02) COMP VALUE ZERO.
003481 77  WS-CORR-HIT-IX              PIC 9(02) COMP VALUE ZERO.
003490 77  WS-REJECTS-CLEARED          PIC 9(06) COMP VALUE ZERO.
003500 77  WS-REJECTS-OUTSTANDING      PIC 9(06) COMP VALUE ZERO.
003510
003520 77  WS-PARTMSTR-STATUS          PIC X(02) VALUE SPACES.
003522 77  WS-JOBMSTR-STATUS           PIC X(02) VALUE SPACES.
003523 77  WS-JOBLINE-STATUS           PIC X(02) VALUE SPACES.
003524 77  WS-PERDCTL-STATUS           PIC X(02) VALUE SPACES.
003527 77  WS-MACHRATE-STATUS          PIC X(02) VALUE SPACES.
003530 77  WS-CKPT-STATUS              PIC X(02) VALUE SPACES.
003540 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
003550 77  WS-CIRCRPT-STATUS           PIC X(02) VALUE SPACES.
003580 77  WS-CIRCREJD-STATUS          PIC X(02) VALUE SPACES.
003590 77  WS-CIRCREJN-STATUS          PIC X(02) VALUE SPACES.
003600 77  WS-RESUBIN-STATUS           PIC X(02) VALUE SPACES.
003603 77  WS-CIRCIN-STATUS            PIC X(02) VALUE SPACES.
003606 77  WS-BATCHREG-STATUS          PIC X(02) VALUE SPACES.
003610
003620 77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
003630     88  END-OF-INPUT                    VALUE "Y".
003730     88  PARTMSTR-IS-OPEN                VALUE "Y".
003732 77  WS-JOBMSTR-OPEN-SWITCH      PIC X(01) VALUE "Y".
003734     88  JOBMSTR-IS-OPEN                 VALUE "Y".
003735 77  WS-JOBLINE-OPEN-SWITCH      PIC X(01) VALUE "Y".
003736     88  JOBLINE-IS-OPEN                 VALUE "Y".
003737 77  WS-ORDER-FOUND-SWITCH       PIC X(01) VALUE "N".
003738     88  ORDER-ENTRY-FOUND               VALUE "Y".
003739     88  ORDER-ENTRY-NOT-FOUND           VALUE "N".
003740 77  WS-ORDER-OVERFLOW-SWITCH    PIC X(01) VALUE "N".
003741     88  ORDER-TABLE-OVERFLOWED          VALUE "Y".
003742 77  WS-ORDER-SCAN-SWITCH        PIC X(01) VALUE "N".
003743     88  END-OF-ORDER-SCAN               VALUE "Y".
003744 77  WS-MACHRATE-OPEN-SWITCH     PIC X(01) VALUE "Y".
003745     88  MACHRATE-IS-OPEN                VALUE "Y".
003746 77  WS-HEADER-SWITCH            PIC X(01) VALUE "N".
003750     88  HEADER-WAS-SEEN                 VALUE "Y".
003760 77  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
003770     88  TRAILER-WAS-SEEN                VALUE "Y".
003870     88  RESUB-FILES-OPEN                VALUE "Y".
003880 77  WS-CANCEL-SWITCH            PIC X(01) VALUE "N".
003890     88  RUN-IS-CANCELLED                VALUE "Y".
003891 77  WS-BATCHREG-OPEN-SWITCH     PIC X(01) VALUE "N".
003892     88  BATCHREG-IS-OPEN                VALUE "Y".
003893 77  WS-QUEUED-SWITCH            PIC X(01) VALUE "N".
003894     88  BATCH-IS-QUEUED                 VALUE "Y".
003895 77  WS-STARTED-SWITCH           PIC X(01) VALUE "N".
003896     88  BATCH-WAS-STARTED               VALUE "Y".
003897 77  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
003898     88  BATCH-IS-DUPLICATE              VALUE "Y".
003899 77  WS-REGISTER-SWITCH          PIC X(01) VALUE "N".
003900     88  REGISTER-ENTRY-FOUND            VALUE "Y".
003901     88  REGISTER-ENTRY-NOT-FOUND        VALUE "N".
003902 77  WS-CKPT-EOF-SWITCH          PIC X(01) VALUE "N".
003903     88  END-OF-CHECKPOINTS              VALUE "Y".
003904 77  WS-CNC-EOF-SWITCH           PIC X(01) VALUE "N".
003905     88  END-OF-CNC-SCAN                 VALUE "Y".
003906
003910 01  WS-REJECT-REASON            PIC X(25).
003920 01  WS-REJECT-REASON-CODE       PIC X(02).
003930
004240     05  FILLER                  PIC X(06) VALUE "WEIGHT".
004250     05  FILLER                  PIC X(08) VALUE SPACES.
004260     05  FILLER                  PIC X(04) VALUE "COST".
004262     05  FILLER                  PIC X(04) VALUE SPACES.
004264     05  FILLER                  PIC X(07) VALUE "MINUTES".
004266     05  FILLER                  PIC X(04) VALUE SPACES.
004268     05  FILLER                  PIC X(09) VALUE "MACH COST".
004270
004280 01  WS-DETAIL-LINE.
004290     05  WS-DTL-PART-NUMBER      PIC X(08).
004410     05  WS-DTL-WEIGHT           PIC ZZZZ,ZZ9.999.
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  WS-DTL-COST             PIC ZZZZ,ZZ9.99.
004432     05  FILLER                  PIC X(02) VALUE SPACES.
004434     05  WS-DTL-MINUTES          PIC ZZ,ZZ9.99.
004436     05  FILLER                  PIC X(02) VALUE SPACES.
004438     05  WS-DTL-MACH-COST        PIC ZZZZ,ZZ9.99.
004440
004450 01  WS-REJECT-LINE.
004460     05  FILLER                  PIC X(14) VALUE "**REJECTED** ".
004510     05  FILLER                  PIC X(09) VALUE " REASON: ".
004520     05  WS-REJ-REASON           PIC X(25).
004530
004531 01  WS-OVER-ORDER-LINE.
004532     05  FILLER                  PIC X(14) VALUE "**WARNING**  ".
004533     05  FILLER                  PIC X(05) VALUE "JOB: ".
004534     05  WS-OVR-JOB-NUMBER       PIC X(08).
004535     05  FILLER                  PIC X(07) VALUE " PART: ".
004536     05  WS-OVR-PART-NUMBER      PIC X(06).
004537     05  FILLER                  PIC X(06) VALUE " CUT: ".
004538     05  WS-OVR-CUT              PIC ZZZ,ZZ9.
004539     05  FILLER                  PIC X(10) VALUE " ORDERED: ".
004540     05  WS-OVR-ORDERED          PIC ZZZ,ZZ9.
004541     05  FILLER                  PIC X(21)
004542         VALUE " - OVER QTY ORDERED".
004543
004544 01  WS-CONTROL-TOTALS-LINES.
004550     05  WS-CTL-HDG              PIC X(38)
004560         VALUE "****  END OF RUN CONTROL TOTALS  ****".
004570     05  WS-CTL-BATCH-LINE.
004840         10  FILLER              PIC X(25)
004850             VALUE "TOTAL MATERIAL COST. . .".
004860         10  WS-CTL-COST         PIC ZZZ,ZZZ,ZZ9.99.
004861     05  WS-CTL-MINUTES-LINE.
004862         10  FILLER              PIC X(25)
004863             VALUE "TOTAL MACHINE MINUTES. .".
004864         10  WS-CTL-MINUTES      PIC Z,ZZZ,ZZ9.99.
004865     05  WS-CTL-MACH-COST-LINE.
004866         10  FILLER              PIC X(25)
004867             VALUE "TOTAL MACHINE COST . . .".
004868         10  WS-CTL-MACH-COST    PIC ZZZ,ZZZ,ZZ9.99.
004870     05  WS-CTL-OVER-ORDER-LINE.
004872         10  FILLER              PIC X(25)
004874             VALUE "CUTS OVER QTY ORDERED. .".
004876         10  WS-CTL-OVER-ORDER   PIC ZZZ,ZZ9.
004878
004880 01  WS-OOB-LINES.
004890     05  WS-OOB-HDG              PIC X(44)
004900         VALUE "****  BATCH OUT OF BALANCE - NOT FINAL  ****".
005040         10  WS-OOB-HASH-EXP     PIC Z,ZZZ,ZZZ,ZZ9.99999.
005050         10  FILLER              PIC X(03) VALUE " / ".
005060         10  WS-OOB-HASH-ACT     PIC Z,ZZZ,ZZZ,ZZ9.99999.
005061
005062 01  WS-DUP-LINES.
005063     05  WS-DUP-HDG              PIC X(45)
005064         VALUE "****  BATCH ALREADY PROCESSED - REFUSED  ****".
005065     05  WS-DUP-BATCH-LINE.
005066         10  FILLER              PIC X(25)
005067             VALUE "BATCH NUMBER / DATE. . .".
005068         10  WS-DUP-BATCH-NO     PIC ZZZ9.
005069         10  FILLER              PIC X(03) VALUE " / ".
005070         10  WS-DUP-BATCH-DATE   PIC 9(08).
005071     05  WS-DUP-RUN-LINE.
005072         10  FILLER              PIC X(25)
005073             VALUE "PROCESSED ON / BY. . . .".
005074         10  WS-DUP-RUN-DATE     PIC 9(08).
005075         10  FILLER              PIC X(03) VALUE " / ".
005076         10  WS-DUP-OPERATOR     PIC X(10).
005077     05  WS-DUP-FILE-LINE.
005078         10  FILLER              PIC X(25)
005079             VALUE "FROM BATCH FILE. . . . .".
005080         10  WS-DUP-FILE         PIC X(30).
005081
005082 01  WS-RESUB-TOTAL-LINES.
005090     05  WS-CTL-CLEARED-LINE.
005100         10  FILLER              PIC X(25)
005110             VALUE "REJECTS CLEARED. . . . .".
005340
005350     PERFORM 7800-BALANCE-BATCH THRU 7800-EXIT.
005360     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
005365     PERFORM 8800-UPDATE-REGISTER THRU 8800-EXIT.
005370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005380
005390     GOBACK.
005520         IF OP-SIGNON-IS-GOOD
005530             MOVE OP-OPERATOR-ID TO WS-RUN-OPERATOR
005540         END-IF
005541         IF OP-BATCH-IS-QUEUED
005542             SET BATCH-IS-QUEUED TO TRUE
005543         END-IF
005544     END-IF.
005545
005550     IF BATCH-IS-QUEUED
005555         MOVE "N" TO WS-RUN-MODE
005560         MOVE OP-BATCH-ENTRY-MODE TO WS-ENTRY-MODE
005565         MOVE OP-BATCH-UNIT-CODE TO WS-UNIT-CODE
005570         MOVE OP-BATCH-FILE-NAME TO WS-INPUT-NAME
005575         DISPLAY "QUEUED BATCH FILE " WS-INPUT-NAME
005580             " - ENTRY MODE " WS-ENTRY-MODE ", UNIT " WS-UNIT-CODE
005585     ELSE
005590         DISPLAY "RUN MODE - N=NORMAL, S=RESUBMIT:"
005595         ACCEPT WS-RUN-MODE
005600         DISPLAY "ENTRY MODE - R=RADIUS, D=DIAMETER:"
005605         ACCEPT WS-ENTRY-MODE
005610         DISPLAY "UNIT CODE - IN=INCHES, MM=MILLIMETERS:"
005615         ACCEPT WS-UNIT-CODE
005620     END-IF.
005625     MOVE WS-UNIT-CODE TO WS-RUN-UNIT-CODE.
005650
005660     IF RUN-MODE-IS-NORMAL
005664         OPEN INPUT CIRCLE-INPUT
005668         IF WS-CIRCIN-STATUS NOT = "00"
005672             DISPLAY "BATCH FILE " WS-INPUT-NAME " WON'T OPEN, "
005676                 "STATUS " WS-CIRCIN-STATUS " - RUN CANCELLED"
005680             SET END-OF-INPUT TO TRUE
005684             SET RUN-IS-CANCELLED TO TRUE
005688             MOVE 8 TO RETURN-CODE
005692         ELSE
005696             OPEN EXTEND CIRCLE-REJECT-FILE
005700             IF WS-CIRCREJD-STATUS = "35"
005704                 OPEN OUTPUT CIRCLE-REJECT-FILE
005708             END-IF
005712         END-IF
005720     ELSE
005730         OPEN INPUT CIRCLE-REJECT-FILE
005740         IF WS-CIRCREJD-STATUS NOT = "00"
005980         OPEN OUTPUT CIRCLE-REJECTS
005990     END-IF.
006000
006005     PERFORM 1150-FIND-LAST-CNC-SEQ THRU 1150-EXIT.
006010     OPEN EXTEND CNC-DOWNLOAD.
006020     IF WS-CNCDL-STATUS = "35"
006030         OPEN OUTPUT CNC-DOWNLOAD
006180     OPEN INPUT PARTS-MASTER.
006190     IF WS-PARTMSTR-STATUS NOT = "00"
006200         MOVE "N" TO WS-PARTMSTR-OPEN-SWITCH
006201     END-IF.
006202
006203     OPEN INPUT JOB-MASTER.
006204     IF WS-JOBMSTR-STATUS NOT = "00"
006205         MOVE "N" TO WS-JOBMSTR-OPEN-SWITCH
006206         DISPLAY "JOB-ORDER MASTER UNAVAILABLE, STATUS "
006207             WS-JOBMSTR-STATUS " - JOB NUMBERS NOT VALIDATED"
006208     END-IF.
006209
006210     OPEN INPUT JOB-LINE.
006211     IF WS-JOBLINE-STATUS NOT = "00"
006212         MOVE "N" TO WS-JOBLINE-OPEN-SWITCH
006213         DISPLAY "JOB LINE FILE UNAVAILABLE, STATUS "
006214             WS-JOBLINE-STATUS " - ORDER QUANTITIES NOT CHECKED"
006215     END-IF.
006216
006223     OPEN INPUT PERIOD-CONTROL.
006224     IF WS-PERDCTL-STATUS = "00"
006225         READ PERIOD-CONTROL
006236     END-IF.
006237
006238     IF RUN-MODE-IS-NORMAL
006263         OPEN I-O BATCH-REGISTER
006273         IF WS-BATCHREG-STATUS = "35"
006283             OPEN OUTPUT BATCH-REGISTER
006293             CLOSE BATCH-REGISTER
006303             OPEN I-O BATCH-REGISTER
006313         END-IF
006323         IF WS-BATCHREG-STATUS = "00"
006333             SET BATCHREG-IS-OPEN TO TRUE
006343         ELSE
006353             DISPLAY "BATCH REGISTER BATCHREG UNAVAILABLE, "
006363                 "STATUS " WS-BATCHREG-STATUS
006368                 " - BATCH WILL NOT BE REGISTERED"
006373         END-IF
006383         PERFORM 1100-GET-RESTART-POINT THRU 1100-EXIT
006393     END-IF.
006410
006411     OPEN INPUT MACHINE-RATE.
006412     IF WS-MACHRATE-STATUS NOT = "00"
006413         MOVE "N" TO WS-MACHRATE-OPEN-SWITCH
006414         DISPLAY "MACHINE RATE TABLE UNAVAILABLE, STATUS "
006415             WS-MACHRATE-STATUS " - MACHINE TIME NOT PRICED"
006416     END-IF.
006420     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
006430     IF NOT END-OF-INPUT
006440         PERFORM 2900-READ-INPUT THRU 2900-EXIT
006520 1000-EXIT.
006530     EXIT.
006540
006543******************************************************************
006546* 1100-GET-RESTART-POINT
006549* LOADS THE CHECKPOINT ROWS LEFT BY PRIOR RUNS, ONE PER BATCH THAT
006552* STOPPED PART-WAY THROUGH.  THE ROW FOR THIS BATCH, IF THERE IS
006555* ONE, IS PICKED UP ONCE THE HEADER NAMES THE BATCH (1400), SO A
006580* RESTART DOESN'T RECALCULATE PARTS ALREADY REPORTED ON.
006590******************************************************************
006600 1100-GET-RESTART-POINT.
006610
006620     MOVE ZERO TO WS-CKPT-COUNT.
006700
006710     OPEN INPUT CIRCLE-CKPT.
006720     IF WS-CKPT-STATUS = "00"
006721         PERFORM 1110-LOAD-ONE-CHECKPOINT THRU 1110-EXIT
006722             UNTIL END-OF-CHECKPOINTS
006723         CLOSE CIRCLE-CKPT
006724     END-IF.
006725
006726 1100-EXIT.
006727     EXIT.
006728
006729******************************************************************
006730* 1110-LOAD-ONE-CHECKPOINT
006731* LOADS ONE CHECKPOINT ROW INTO THE CHECKPOINT TABLE.  A ROW WITH
006732* NO BATCH KEY (THE SINGLE-BATCH LAYOUT) OR NOTHING DONE IS
006733* DROPPED.
006734******************************************************************
006735 1110-LOAD-ONE-CHECKPOINT.
006736
006737     READ CIRCLE-CKPT
006738         AT END
006739             SET END-OF-CHECKPOINTS TO TRUE
006740             GO TO 1110-EXIT
006741     END-READ.
006742
006743     IF CK-BATCH-DATE NOT NUMERIC
006744         OR CK-BATCH-NUMBER NOT NUMERIC
006745         OR CK-RECORDS-DONE NOT NUMERIC
006746         GO TO 1110-EXIT
006747     END-IF.
006748
006749     IF CK-RECORDS-DONE = ZERO
006750         GO TO 1110-EXIT
006751     END-IF.
006752
006753     IF WS-CKPT-COUNT >= 20
006754         DISPLAY "CHECKPOINT TABLE FULL - ROW FOR BATCH "
006755             CK-BATCH-NUMBER " OF " CK-BATCH-DATE " DROPPED"
006756         GO TO 1110-EXIT
006757     END-IF.
006758
006759     ADD 1 TO WS-CKPT-COUNT.
006760     MOVE CIRCLE-CKPT-RECORD TO WS-CKPT-ENTRY (WS-CKPT-COUNT).
006761
006762 1110-EXIT.
006763     EXIT.
006764
006765******************************************************************
006766* 1150-FIND-LAST-CNC-SEQ
006767* CNCDL IS THE DAY'S DOWNLOAD AND EVERY BATCH OF THE NIGHT ADDS TO
006768* IT, SO THE CNC SEQUENCE PICKS UP AFTER THE HIGHEST ONE ALREADY
006769* ON THE FILE - CNCRECON PAIRS THE TABLE'S CONFIRMATIONS BY
006770* SEQUENCE, AND TWO BATCHES MUST NOT HAND OUT THE SAME ONE.
006771******************************************************************
006772 1150-FIND-LAST-CNC-SEQ.
006773
006774     MOVE ZERO TO WS-CNC-SEQ.
006775
006776     OPEN INPUT CNC-DOWNLOAD.
006777     IF WS-CNCDL-STATUS NOT = "00"
006778         GO TO 1150-EXIT
006779     END-IF.
006780
006781     PERFORM 1160-READ-ONE-DOWNLOAD THRU 1160-EXIT
006782         UNTIL END-OF-CNC-SCAN.
006783     CLOSE CNC-DOWNLOAD.
006784
006785 1150-EXIT.
006786     EXIT.
006787
006788******************************************************************
006789* 1160-READ-ONE-DOWNLOAD
006790* KEEPS THE HIGHER OF THE SEQUENCE SO FAR AND THAT OF ONE
006791* DOWNLOAD RECORD.
006792******************************************************************
006795 1160-READ-ONE-DOWNLOAD.
006798
006801     READ CNC-DOWNLOAD
006804         AT END
006807             SET END-OF-CNC-SCAN TO TRUE
006810             GO TO 1160-EXIT
006813     END-READ.
006816
006819     IF DL-SEQ-NUMBER NUMERIC
006822         IF DL-SEQ-NUMBER > WS-CNC-SEQ
006825             MOVE DL-SEQ-NUMBER TO WS-CNC-SEQ
006828         END-IF
006831     END-IF.
006834
006837 1160-EXIT.
006840     EXIT.
006910
006920******************************************************************
006930* 1200-SKIP-RESTART-RECORDS
007530
007540 1300-EXIT.
007550     EXIT.
007551
007552******************************************************************
007553* 1400-START-BATCH
007554* RUN ONCE THE HEADER NAMES THE BATCH.  A BATCH THE REGISTER SHOWS
007555* ALREADY PROCESSED AND BALANCED IS REFUSED - NOTHING IS CUT, AND
007556* THE INPUT IS ENDED.  OTHERWISE, IF A PRIOR RUN OF THIS BATCH
007557* LEFT A CHECKPOINT, THE TOTALS ARE RESTORED FROM IT AND THE
007558* RECORDS IT ALREADY COVERED ARE SKIPPED.  A SECOND HEADER IN THE
007559* SAME FILE CHANGES NOTHING.
007560******************************************************************
007561 1400-START-BATCH.
007562
007563     IF BATCH-WAS-STARTED
007564         GO TO 1400-EXIT
007565     END-IF.
007566     SET BATCH-WAS-STARTED TO TRUE.
007567
007568     IF BATCHREG-IS-OPEN
007569         MOVE WS-BATCH-DATE TO BR-BATCH-DATE
007570         MOVE WS-BATCH-NUMBER TO BR-BATCH-NUMBER
007571         READ BATCH-REGISTER
007572             INVALID KEY
007573                 SET REGISTER-ENTRY-NOT-FOUND TO TRUE
007574             NOT INVALID KEY
007575                 SET REGISTER-ENTRY-FOUND TO TRUE
007576         END-READ
007577         IF REGISTER-ENTRY-FOUND AND BR-IS-BALANCED
007578             SET BATCH-IS-DUPLICATE TO TRUE
007579             SET END-OF-INPUT TO TRUE
007580             GO TO 1400-EXIT
007581         END-IF
007582     END-IF.
007583
007584     MOVE ZERO TO WS-CKPT-HIT-IX.
007585     PERFORM 1410-FIND-CHECKPOINT THRU 1410-EXIT
007586         VARYING WS-CKPT-IX FROM 1 BY 1
007587         UNTIL WS-CKPT-IX > WS-CKPT-COUNT
007588         OR WS-CKPT-HIT-IX > ZERO.
007589
007590     IF WS-CKPT-HIT-IX = ZERO
007591         GO TO 1400-EXIT
007592     END-IF.
007593
007594     MOVE WS-CKPT-ENTRY (WS-CKPT-HIT-IX) TO CIRCLE-CKPT-RECORD.
007595     MOVE CK-RECORDS-DONE TO WS-RESTART-COUNT.
007596     MOVE CK-REJECTS-DONE TO WS-RESTART-REJECTS.
007597     MOVE CK-CIRCUM-DONE TO WS-RESTART-CIRCUM.
007598     MOVE CK-AREA-DONE TO WS-RESTART-AREA.
007599     MOVE CK-WEIGHT-DONE TO WS-RESTART-WEIGHT.
007600     MOVE CK-COST-DONE TO WS-RESTART-COST.
007601     MOVE CK-HASH-DONE TO WS-RESTART-HASH.
007602     MOVE CK-MINUTES-DONE TO WS-RESTART-MINUTES.
007603     MOVE CK-MACH-COST-DONE TO WS-RESTART-MACH-COST.
007604
007605     MOVE WS-RESTART-COUNT TO WS-SKIP-COUNT.
007606     MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT.
007607     MOVE WS-RESTART-REJECTS TO WS-REJECT-COUNT.
007608     MOVE WS-RESTART-CIRCUM TO WS-TOTAL-CIRCUM.
007609     MOVE WS-RESTART-AREA TO WS-TOTAL-AREA.
007610     MOVE WS-RESTART-WEIGHT TO WS-TOTAL-WEIGHT.
007611     MOVE WS-RESTART-COST TO WS-TOTAL-COST.
007612     MOVE WS-RESTART-HASH TO WS-HASH-TOTAL.
007613     MOVE WS-RESTART-MINUTES TO WS-TOTAL-MINUTES.
007614     MOVE WS-RESTART-MACH-COST TO WS-TOTAL-MACH-COST.
007615
007616     DISPLAY "BATCH " WS-BATCH-NUMBER " OF " WS-BATCH-DATE
007617         " RESTARTING AFTER RECORD " CK-RECORDS-DONE.
007618     SET SKIPPING-FOR-RESTART TO TRUE.
007619     PERFORM 1200-SKIP-RESTART-RECORDS THRU 1200-EXIT
007620         UNTIL NOT SKIPPING-FOR-RESTART.
007621
007622 1400-EXIT.
007623     EXIT.
007624
007625******************************************************************
007626* 1410-FIND-CHECKPOINT
007627* ONE STEP OF THE CHECKPOINT-TABLE SCAN - FLAGS THE ROW CARRYING
007628* THIS BATCH'S DATE AND NUMBER.
007629******************************************************************
007630 1410-FIND-CHECKPOINT.
007631
007632     MOVE WS-CKPT-ENTRY (WS-CKPT-IX) TO CIRCLE-CKPT-RECORD.
007633     IF CK-BATCH-DATE = WS-BATCH-DATE
007634         AND CK-BATCH-NUMBER = WS-BATCH-NUMBER
007635         MOVE WS-CKPT-IX TO WS-CKPT-HIT-IX
007636     END-IF.
007637
007638 1410-EXIT.
007639     EXIT.
007640
007641******************************************************************
007642* 1500-LOAD-CORRECTIONS
007643* RESUBMIT MODE - LOADS THE KEYED CORRECTIONS FROM RESUBIN INTO
007644* THE CORRECTION TABLE.  A MISSING CORRECTIONS FILE JUST PASSES
007645* EVERY REJECT THROUGH UNCHANGED.
007646******************************************************************
007647 1500-LOAD-CORRECTIONS.
007648
007650     OPEN INPUT RESUB-INPUT.
007660     IF WS-RESUBIN-STATUS NOT = "00"
007670         DISPLAY "NO RESUBIN CORRECTIONS FILE - REJECTS PASS "
008170     IF RADIUS-IS-VALID
008180         PERFORM 3000-CALCULATE-CIRCLE THRU 3000-EXIT
008190         PERFORM 3500-CALCULATE-COSTING THRU 3500-EXIT
008195         PERFORM 3600-CALCULATE-MACHINE THRU 3600-EXIT
008200         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
008205         PERFORM 5300-CHECK-ORDER-QTY THRU 5300-EXIT
008210         PERFORM 5000-WRITE-MASTER THRU 5000-EXIT
008220         PERFORM 5500-WRITE-CNC-TICKET THRU 5500-EXIT
008230         PERFORM 6000-ACCUMULATE-TOTALS THRU 6000-EXIT
009970         ON SIZE ERROR
009980             MOVE ZERO TO CS-MATERIAL-COST
009990     END-COMPUTE.
009991
009992 3500-EXIT.
009993     EXIT.
009994
009995******************************************************************
009996* 3600-CALCULATE-MACHINE
009997* COMPUTES THE PLASMA TABLE'S SHARE OF THE PART - THE CUT LENGTH
009998* (THE OUTER RIM, PLUS THE INNER RIM FOR A RING), ONE PIERCE PER
009999* CUT PATH, AND THE MACHINE MINUTES AND COST PRICED OFF THE
010000* MACHRATE ROW FOR THE PART'S MATERIAL AND STOCK THICKNESS.  THE
010001* TABLE'S CUT SPEED IS IN ITS NATIVE MILLIMETERS PER MINUTE, SO
010002* AN INCH PART'S CUT LENGTH IS CONVERTED BEFORE IT IS TIMED.  A
010003* PART WITH NO MASTER ROW, OR NO ACTIVE RATE FOR ITS MATERIAL AND
010004* THICKNESS, CARRIES ITS CUT LENGTH AND PIERCES BUT ZERO MINUTES
010005* AND COST, THE SAME WAY 3500 TREATS A PART WITH NO COSTING DATA.
010006******************************************************************
010007 3600-CALCULATE-MACHINE.
010008
010009     MOVE ZERO TO CS-MACHINE-MINUTES.
010010     MOVE ZERO TO CS-MACHINE-COST.
010011
010012     IF CS-SHAPE-IS-RING
010013         COMPUTE CS-CUT-LENGTH = CS-CIRCUMFERENCE
010014             + 2 * WS-PI-IN-USE * CS-INNER-RADIUS
010015         MOVE 2 TO CS-PIERCE-COUNT
010016     ELSE
010017         MOVE CS-CIRCUMFERENCE TO CS-CUT-LENGTH
010018         MOVE 1 TO CS-PIERCE-COUNT
010019     END-IF.
010020
010021     IF PART-WAS-NOT-FOUND OR NOT MACHRATE-IS-OPEN
010022         GO TO 3600-EXIT
010023     END-IF.
010024
010025     MOVE PM-MATERIAL-CODE TO MR-MATERIAL-CODE.
010026     MOVE PM-STOCK-THICKNESS TO MR-THICKNESS.
010027     READ MACHINE-RATE
010028         INVALID KEY
010029             GO TO 3600-EXIT
010030     END-READ.
010031
010032     IF MR-IS-INACTIVE OR MR-CUT-SPEED-MM = ZERO
010033         GO TO 3600-EXIT
010034     END-IF.
010035
010036     IF CS-UNIT-IS-MILLIMETERS
010037         MOVE CS-CUT-LENGTH TO WS-CUT-LENGTH-MM
010038     ELSE
010039         COMPUTE WS-CUT-LENGTH-MM ROUNDED =
010040             CS-CUT-LENGTH * WS-MM-PER-INCH
010041     END-IF.
010042
010043     COMPUTE CS-MACHINE-MINUTES ROUNDED =
010044         WS-CUT-LENGTH-MM / MR-CUT-SPEED-MM
010045         + CS-PIERCE-COUNT * MR-PIERCE-SECONDS / 60
010046         ON SIZE ERROR
010047             MOVE ZERO TO CS-MACHINE-MINUTES
010048     END-COMPUTE.
010049
010050     COMPUTE CS-MACHINE-COST ROUNDED =
010051         CS-MACHINE-MINUTES * MR-HOURLY-RATE / 60
010052         ON SIZE ERROR
010053             MOVE ZERO TO CS-MACHINE-COST
010054     END-COMPUTE.
010055
010056 3600-EXIT.
010057     EXIT.
010058
010059******************************************************************
010060* 4000-WRITE-DETAIL
010070* WRITES ONE DETAIL LINE TO CIRCLE-RPT, BREAKING TO A NEW PAGE
010080* ONCE WS-MAX-REPORT-LINES HAVE BEEN PRINTED ON THE CURRENT ONE.
010220     MOVE CS-AREA TO WS-DTL-AREA.
010230     MOVE CS-BLANK-WEIGHT TO WS-DTL-WEIGHT.
010240     MOVE CS-MATERIAL-COST TO WS-DTL-COST.
010243     MOVE CS-MACHINE-MINUTES TO WS-DTL-MINUTES.
010246     MOVE CS-MACHINE-COST TO WS-DTL-MACH-COST.
010250
010260     MOVE WS-DETAIL-LINE TO CIRCLE-RPT-LINE.
010270     WRITE CIRCLE-RPT-LINE.
010580                     CS-PART-NUMBER " - SEQUENCE EXHAUSTED"
010590             END-IF
010600     END-WRITE.
010601
010602 5000-EXIT.
010603     EXIT.
010604
010605******************************************************************
010606* 5300-CHECK-ORDER-QTY
010607* WARNS - WITHOUT REJECTING - WHEN THIS CUT TAKES ITS JOB AND PART
010608* PAST THE QUANTITY ORDERED ON THE JOB'S LINES.  THE FIRST CUT OF
010609* A JOB AND PART IN THE RUN SUMS THE ORDERED QUANTITY OFF THE JOB
010610* LINE FILE AND COUNTS THE CUTS HISTORY ALREADY HOLDS FOR IT;
010611* EVERY CUT AFTER THAT ADDS ONE.  A JOB WITH NO LINES FOR THE PART
010612* (SHOP WORK, OR A JOB OPENED BEFORE LINES WERE KEPT) IS NOT
010613* CHECKED.  THE WARNING PRINTS UNDER THE DETAIL LINE AND ON THE
010614* CONSOLE.  CALLED BEFORE 5000 SO THE CUT IS NOT YET IN HISTORY.
010615******************************************************************
010616 5300-CHECK-ORDER-QTY.
010617
010618     IF CS-JOB-NUMBER = SPACES
010619         OR CS-PART-NUMBER = SPACES
010620         OR NOT JOBLINE-IS-OPEN
010621         GO TO 5300-EXIT
010622     END-IF.
010623
010624     SET ORDER-ENTRY-NOT-FOUND TO TRUE.
010625     MOVE ZERO TO WS-ORDER-HIT-IX.
010626     PERFORM 5310-SCAN-ORDER-TABLE THRU 5310-EXIT
010627         VARYING WS-ORDER-IX FROM 1 BY 1
010628         UNTIL ORDER-ENTRY-FOUND
010629         OR WS-ORDER-IX > WS-ORDER-COUNT.
010630
010631     IF ORDER-ENTRY-NOT-FOUND
010632         IF WS-ORDER-COUNT >= 200
010633             IF NOT ORDER-TABLE-OVERFLOWED
010634                 SET ORDER-TABLE-OVERFLOWED TO TRUE
010635                 DISPLAY "ORDER TABLE FULL - REMAINING JOBS NOT "
010636                     "CHECKED AGAINST QUANTITY ORDERED"
010637             END-IF
010638             GO TO 5300-EXIT
010639         END-IF
010640         ADD 1 TO WS-ORDER-COUNT
010641         MOVE WS-ORDER-COUNT TO WS-ORDER-HIT-IX
010642         MOVE CS-JOB-NUMBER TO OT-JOB-NUMBER (WS-ORDER-HIT-IX)
010643         MOVE CS-PART-NUMBER TO OT-PART-NUMBER (WS-ORDER-HIT-IX)
010644         MOVE ZERO TO OT-QTY-ORDERED (WS-ORDER-HIT-IX)
010645         MOVE ZERO TO OT-QTY-CUT (WS-ORDER-HIT-IX)
010646         PERFORM 5320-SUM-JOB-LINES THRU 5320-EXIT
010647         PERFORM 5340-COUNT-PRIOR-CUTS THRU 5340-EXIT
010648     END-IF.
010649
010650     ADD 1 TO OT-QTY-CUT (WS-ORDER-HIT-IX).
010651
010652     IF OT-QTY-ORDERED (WS-ORDER-HIT-IX) = ZERO
010653         OR OT-QTY-CUT (WS-ORDER-HIT-IX)
010654             NOT > OT-QTY-ORDERED (WS-ORDER-HIT-IX)
010655         GO TO 5300-EXIT
010656     END-IF.
010657
010658     ADD 1 TO WS-OVER-ORDER-COUNT.
010659     MOVE CS-JOB-NUMBER TO WS-OVR-JOB-NUMBER.
010660     MOVE CS-PART-NUMBER TO WS-OVR-PART-NUMBER.
010661     MOVE OT-QTY-CUT (WS-ORDER-HIT-IX) TO WS-OVR-CUT.
010662     MOVE OT-QTY-ORDERED (WS-ORDER-HIT-IX) TO WS-OVR-ORDERED.
010663
010664     IF WS-LINE-COUNT >= WS-MAX-REPORT-LINES
010665         PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT
010666     END-IF.
010667     MOVE WS-OVER-ORDER-LINE TO CIRCLE-RPT-LINE.
010668     WRITE CIRCLE-RPT-LINE.
010669     ADD 1 TO WS-LINE-COUNT.
010670
010671     DISPLAY "WARNING - JOB " CS-JOB-NUMBER " PART "
010672         CS-PART-NUMBER " CUT " WS-OVR-CUT " OF "
010673         WS-OVR-ORDERED " ORDERED".
010674
010675 5300-EXIT.
010676     EXIT.
010677
010678******************************************************************
010679* 5310-SCAN-ORDER-TABLE
010680* ONE STEP OF THE ORDER-TABLE SCAN - FLAGS A HIT WHEN THE CURRENT
010681* ENTRY IS THIS CUT'S JOB AND PART.
010682******************************************************************
010683 5310-SCAN-ORDER-TABLE.
010684
010685     IF OT-JOB-NUMBER (WS-ORDER-IX) = CS-JOB-NUMBER
010686         AND OT-PART-NUMBER (WS-ORDER-IX) = CS-PART-NUMBER
010687         SET ORDER-ENTRY-FOUND TO TRUE
010688         MOVE WS-ORDER-IX TO WS-ORDER-HIT-IX
010689     END-IF.
010690
010691 5310-EXIT.
010692     EXIT.
010693
010694******************************************************************
010695* 5320-SUM-JOB-LINES
010696* SUMS THE QUANTITY ORDERED FOR THE PART OVER THE JOB'S LINES THAT
010697* ARE NOT CANCELLED.  A JOB'S LINES RUN FROM 001 WITHOUT A GAP, SO
010698* THE WALK STOPS AT THE FIRST LINE NUMBER NOT ON FILE.
010699******************************************************************
010700 5320-SUM-JOB-LINES.
010701
010702     MOVE ZERO TO WS-JOB-LINE-IX.
010703     MOVE "N" TO WS-ORDER-SCAN-SWITCH.
010704     PERFORM 5330-ADD-ONE-JOB-LINE THRU 5330-EXIT
010705         UNTIL END-OF-ORDER-SCAN.
010706
010707 5320-EXIT.
010708     EXIT.
010709
010710******************************************************************
010711* 5330-ADD-ONE-JOB-LINE
010712* READS THE JOB'S NEXT LINE AND ADDS ITS QUANTITY IF IT IS FOR THE
010713* PART AND NOT CANCELLED.
010714******************************************************************
010715 5330-ADD-ONE-JOB-LINE.
010716
010717     IF WS-JOB-LINE-IX >= 999
010718         SET END-OF-ORDER-SCAN TO TRUE
010719         GO TO 5330-EXIT
010720     END-IF.
010721
010722     ADD 1 TO WS-JOB-LINE-IX.
010723     MOVE CS-JOB-NUMBER TO JL-JOB-NUMBER.
010724     MOVE WS-JOB-LINE-IX TO JL-LINE-NUMBER.
010725     READ JOB-LINE
010726         INVALID KEY
010727             SET END-OF-ORDER-SCAN TO TRUE
010728             GO TO 5330-EXIT
010729     END-READ.
010730
010731     IF JL-PART-NUMBER = CS-PART-NUMBER
010732         AND NOT JL-IS-CANCELLED
010733         ADD JL-QTY-ORDERED TO OT-QTY-ORDERED (WS-ORDER-HIT-IX)
010734     END-IF.
010735
010736 5330-EXIT.
010737     EXIT.
010738
010739******************************************************************
010740* 5340-COUNT-PRIOR-CUTS
010741* COUNTS THE CUTS HISTORY ALREADY HOLDS FOR THE JOB AND PART - A
010742* KEYED START AT THE PART, THEN READ NEXT WHILE THE PART HOLDS.
010743* SUPERSEDED AND SCRAPPED CUTS DON'T COUNT, THEIR REPLACEMENTS DO.
010744* NOTHING IS COUNTED WHEN HISTORY DIDN'T OPEN.
010745******************************************************************
010746 5340-COUNT-PRIOR-CUTS.
010747
010748     IF NOT HISTORY-IS-OPEN
010749         GO TO 5340-EXIT
010750     END-IF.
010751
010752     MOVE CS-PART-NUMBER TO CM-PART-NUMBER.
010753     MOVE ZERO TO CM-RUN-DATE.
010754     MOVE ZERO TO CM-RUN-SEQ.
010755     MOVE "N" TO WS-ORDER-SCAN-SWITCH.
010756     START CIRCLE-MASTER
010757         KEY IS NOT LESS THAN CM-MASTER-KEY
010758         INVALID KEY
010759             SET END-OF-ORDER-SCAN TO TRUE
010760     END-START.
010761
010762     PERFORM 5350-COUNT-ONE-CUT THRU 5350-EXIT
010763         UNTIL END-OF-ORDER-SCAN.
010764
010765 5340-EXIT.
010766     EXIT.
010767
010768******************************************************************
010769* 5350-COUNT-ONE-CUT
010770* READS THE NEXT HISTORY RECORD AND COUNTS IT IF IT IS A LIVE CUT
010771* OF THE PART FOR THE JOB.
010772******************************************************************
010773 5350-COUNT-ONE-CUT.
010774
010775     READ CIRCLE-MASTER NEXT RECORD
010776         AT END
010777             SET END-OF-ORDER-SCAN TO TRUE
010778             GO TO 5350-EXIT
010779     END-READ.
010780
010781     IF CM-PART-NUMBER NOT = CS-PART-NUMBER
010782         SET END-OF-ORDER-SCAN TO TRUE
010783         GO TO 5350-EXIT
010784     END-IF.
010785
010786     IF CM-JOB-NUMBER = CS-JOB-NUMBER
010787         AND NOT CM-CUT-IS-SUPERSEDED
010788         AND NOT CM-CUT-IS-SCRAPPED
010789         ADD 1 TO OT-QTY-CUT (WS-ORDER-HIT-IX)
010790     END-IF.
010791
010792 5350-EXIT.
010793     EXIT.
010794
010795******************************************************************
010796* 5500-WRITE-CNC-TICKET
010797* WRITES ONE FIXED DOWNLOAD RECORD FOR THE PLASMA TABLE'S
010798* IMPORT UTILITY - SEQUENCE, PART, OUTER AND INNER CUT RADII IN
010799* THE MACHINE'S NATIVE MILLIMETERS WHATEVER THE UNIT CODE, AND
010800* THE KERF ALLOWANCE FROM THE PARTS MASTER OR THE SHOP DEFAULT.
010801* A SOLID PART CARRIES A ZERO INNER RADIUS AND THE TABLE MAKES
010802* ONE PASS; A RING GETS THE SECOND PASS FOR THE CENTER CUT-OUT.
010803******************************************************************
010804 5500-WRITE-CNC-TICKET.
010805
010806     IF CS-UNIT-IS-MILLIMETERS
010807         MOVE CS-RADIUS TO WS-RADIUS-MM
010808         MOVE CS-INNER-RADIUS TO WS-INNER-MM
010809     ELSE
010810         COMPUTE WS-RADIUS-MM ROUNDED =
010811             CS-RADIUS * WS-MM-PER-INCH
010812         COMPUTE WS-INNER-MM ROUNDED =
010813             CS-INNER-RADIUS * WS-MM-PER-INCH
010814     END-IF.
010815
010816     ADD 1 TO WS-CNC-SEQ.
010820     MOVE WS-CNC-SEQ TO DL-SEQ-NUMBER.
010830     MOVE CS-PART-NUMBER TO DL-PART-NUMBER.
010840     MOVE WS-RADIUS-MM TO DL-RADIUS-MM.
011050     ADD CS-AREA TO WS-TOTAL-AREA.
011060     ADD CS-BLANK-WEIGHT TO WS-TOTAL-WEIGHT.
011070     ADD CS-MATERIAL-COST TO WS-TOTAL-COST.
011073     ADD CS-MACHINE-MINUTES TO WS-TOTAL-MINUTES.
011076     ADD CS-MACHINE-COST TO WS-TOTAL-MACH-COST.
011080
011090 6000-EXIT.
011100     EXIT.
011510
011520     IF RUN-MODE-IS-RESUBMIT
011530         GO TO 7500-EXIT
011531     END-IF.
011532
011533     IF NOT HEADER-WAS-SEEN
011535         GO TO 7500-EXIT
011540     END-IF.
011545
011550     ADD 1 TO WS-SINCE-CHECKPOINT.
011555     IF WS-SINCE-CHECKPOINT < WS-CHECKPOINT-INTERVAL
011560         GO TO 7500-EXIT
011565     END-IF.
011570     MOVE ZERO TO WS-SINCE-CHECKPOINT.
011575
011580     MOVE WS-RECORD-COUNT TO CK-RECORDS-DONE.
011585     MOVE WS-REJECT-COUNT TO CK-REJECTS-DONE.
011590     MOVE WS-TOTAL-CIRCUM TO CK-CIRCUM-DONE.
011595     MOVE WS-TOTAL-AREA TO CK-AREA-DONE.
011600     MOVE WS-TOTAL-WEIGHT TO CK-WEIGHT-DONE.
011605     MOVE WS-TOTAL-COST TO CK-COST-DONE.
011610     MOVE WS-HASH-TOTAL TO CK-HASH-DONE.
011615     MOVE WS-CNC-SEQ TO CK-CNC-DONE.
011620     MOVE WS-TOTAL-MINUTES TO CK-MINUTES-DONE.
011625     MOVE WS-TOTAL-MACH-COST TO CK-MACH-COST-DONE.
011630     MOVE WS-BATCH-DATE TO CK-BATCH-DATE.
011635     MOVE WS-BATCH-NUMBER TO CK-BATCH-NUMBER.
011640
011645     IF WS-CKPT-HIT-IX = ZERO
011650         IF WS-CKPT-COUNT >= 20
011655             DISPLAY "CHECKPOINT TABLE FULL - BATCH "
011660                 WS-BATCH-NUMBER " NOT CHECKPOINTED"
011665             GO TO 7500-EXIT
011670         END-IF
011675         ADD 1 TO WS-CKPT-COUNT
011680         MOVE WS-CKPT-COUNT TO WS-CKPT-HIT-IX
011685     END-IF.
011690
011695     MOVE CIRCLE-CKPT-RECORD TO WS-CKPT-ENTRY (WS-CKPT-HIT-IX).
011700     PERFORM 7550-SAVE-CHECKPOINTS THRU 7550-EXIT.
011710
011720 7500-EXIT.
011721     EXIT.
011722
011723******************************************************************
011724* 7550-SAVE-CHECKPOINTS
011725* REWRITES CIRCCKPT FROM THE CHECKPOINT TABLE - ONE ROW FOR EVERY
011726* BATCH STILL PART-WAY THROUGH.  A CLEARED ENTRY IS LEFT OFF.
011727******************************************************************
011728 7550-SAVE-CHECKPOINTS.
011729
011730     OPEN OUTPUT CIRCLE-CKPT.
011731     PERFORM 7560-WRITE-ONE-CHECKPOINT THRU 7560-EXIT
011732         VARYING WS-CKPT-IX FROM 1 BY 1
011733         UNTIL WS-CKPT-IX > WS-CKPT-COUNT.
011734     CLOSE CIRCLE-CKPT.
011735
011736 7550-EXIT.
011737     EXIT.
011738
011739******************************************************************
011740* 7560-WRITE-ONE-CHECKPOINT
011741* WRITES ONE CHECKPOINT-TABLE ENTRY TO CIRCCKPT.
011742******************************************************************
011743 7560-WRITE-ONE-CHECKPOINT.
011744
011745     IF WS-CKPT-ENTRY (WS-CKPT-IX) = SPACES
011746         GO TO 7560-EXIT
011747     END-IF.
011748
011749     MOVE WS-CKPT-ENTRY (WS-CKPT-IX) TO CIRCLE-CKPT-RECORD.
011750     WRITE CIRCLE-CKPT-RECORD.
011751
011752 7560-EXIT.
011753     EXIT.
011754
011755******************************************************************
011760* 7900-DISPOSE-RESUBMIT
011770* RESUBMIT MODE - WRITES THE REJECT RECORD BEING RESUBMITTED TO
011780* THE NEW REJECT FILE, FLAGGED CLEARED IF THE CORRECTED VALUE
012160     END-READ.
012170
012180     IF CI-IS-HEADER
012183         PERFORM 2950-CAPTURE-HEADER THRU 2950-EXIT
012186         IF RUN-MODE-IS-NORMAL
012189             PERFORM 1400-START-BATCH THRU 1400-EXIT
012192         END-IF
012195         IF END-OF-INPUT
012198             GO TO 2900-EXIT
012201         END-IF
012204         GO TO 2900-READ-INPUT
012210     END-IF.
012220
012230     IF CI-IS-TRAILER
013440     IF RUN-MODE-IS-RESUBMIT
013450         GO TO 7800-EXIT
013460     END-IF.
013462
013464     IF BATCH-IS-DUPLICATE
013466         GO TO 7800-EXIT
013468     END-IF.
013470
013480     IF NOT HEADER-WAS-SEEN
013490         MOVE "NO BATCH HEADER RECORD" TO WS-OOB-REASON
013820     IF RUN-IS-CANCELLED
013830         GO TO 8000-EXIT
013840     END-IF.
013841
013842     IF BATCH-IS-DUPLICATE
013843         PERFORM 8600-PRINT-DUPLICATE THRU 8600-EXIT
013844         GO TO 8000-EXIT
013845     END-IF.
013850
013860     IF BATCH-IS-OUT-OF-BALANCE
013870         PERFORM 8500-PRINT-OUT-OF-BALANCE THRU 8500-EXIT
013940     MOVE WS-TOTAL-AREA TO WS-CTL-AREA.
013950     MOVE WS-TOTAL-WEIGHT TO WS-CTL-WEIGHT.
013960     MOVE WS-TOTAL-COST TO WS-CTL-COST.
013963     MOVE WS-TOTAL-MINUTES TO WS-CTL-MINUTES.
013966     MOVE WS-TOTAL-MACH-COST TO WS-CTL-MACH-COST.
013970
013980     MOVE SPACES TO CIRCLE-RPT-LINE.
013990     WRITE CIRCLE-RPT-LINE.
014150     WRITE CIRCLE-RPT-LINE.
014160     MOVE WS-CTL-COST-LINE TO CIRCLE-RPT-LINE.
014170     WRITE CIRCLE-RPT-LINE.
014172     MOVE WS-CTL-MINUTES-LINE TO CIRCLE-RPT-LINE.
014174     WRITE CIRCLE-RPT-LINE.
014176     MOVE WS-CTL-MACH-COST-LINE TO CIRCLE-RPT-LINE.
014178     WRITE CIRCLE-RPT-LINE.
014180     MOVE WS-OVER-ORDER-COUNT TO WS-CTL-OVER-ORDER.
014182     MOVE WS-CTL-OVER-ORDER-LINE TO CIRCLE-RPT-LINE.
014184     WRITE CIRCLE-RPT-LINE.
014186
014190     DISPLAY "RECORDS PROCESSED: " WS-CTL-COUNT.
014200     DISPLAY "RECORDS REJECTED:  " WS-CTL-REJECTS.
014210
014630     MOVE 8 TO RETURN-CODE.
014640
014650 8500-EXIT.
014651     EXIT.
014652
014653******************************************************************
014654* 8600-PRINT-DUPLICATE
014655* THE BATCH REGISTER SHOWS THIS BATCH DATE AND NUMBER ALREADY RAN
014656* AND BALANCED.  NOTHING WAS CUT THIS TIME; THE REPORT AND THE
014657* CONSOLE SAY WHEN AND BY WHOM IT WAS PROCESSED, AND THE STEP
014658* ENDS WITH RETURN CODE 4 SO A DRIVER JOB CAN TELL A SKIPPED
014659* BATCH FROM A FAILED ONE.
014660******************************************************************
014661 8600-PRINT-DUPLICATE.
014662
014663     MOVE BR-BATCH-NUMBER TO WS-DUP-BATCH-NO.
014664     MOVE BR-BATCH-DATE TO WS-DUP-BATCH-DATE.
014665     MOVE BR-RUN-DATE TO WS-DUP-RUN-DATE.
014666     MOVE BR-OPERATOR-ID TO WS-DUP-OPERATOR.
014667     MOVE BR-INPUT-FILE TO WS-DUP-FILE.
014668
014669     MOVE SPACES TO CIRCLE-RPT-LINE.
014670     WRITE CIRCLE-RPT-LINE.
014671     MOVE WS-DUP-HDG TO CIRCLE-RPT-LINE.
014672     WRITE CIRCLE-RPT-LINE.
014673     MOVE WS-DUP-BATCH-LINE TO CIRCLE-RPT-LINE.
014674     WRITE CIRCLE-RPT-LINE.
014675     MOVE WS-DUP-RUN-LINE TO CIRCLE-RPT-LINE.
014676     WRITE CIRCLE-RPT-LINE.
014677     MOVE WS-DUP-FILE-LINE TO CIRCLE-RPT-LINE.
014678     WRITE CIRCLE-RPT-LINE.
014679
014680     DISPLAY "*** BATCH " WS-DUP-BATCH-NO " OF " WS-DUP-BATCH-DATE
014681         " ALREADY PROCESSED ON " WS-DUP-RUN-DATE " BY "
014682         WS-DUP-OPERATOR.
014683     DISPLAY "*** BATCH REFUSED - NOTHING CUT".
014684     MOVE 4 TO RETURN-CODE.
014685
014686 8600-EXIT.
014687     EXIT.
014688
014689******************************************************************
014690* 8800-UPDATE-REGISTER
014691* RECORDS THIS RUN OF THE BATCH ON THE BATCH REGISTER - WHEN AND
014692* BY WHOM, THE COUNTS AND HASH AGAINST THE TRAILER'S, THE COST
014693* TOTALS AND WHETHER IT BALANCED.  A BATCH RERUN AFTER AN
014694* OUT-OF-BALANCE STOP OVERWRITES ITS ENTRY AND BUMPS THE RUN
014695* COUNT.  A RESUBMIT RUN, A REFUSED BATCH AND A BATCH WITH NO
014696* HEADER ARE NOT REGISTERED.
014697******************************************************************
014698 8800-UPDATE-REGISTER.
014699
014700     IF RUN-IS-CANCELLED OR RUN-MODE-IS-RESUBMIT
014701         GO TO 8800-EXIT
014702     END-IF.
014703
014704     IF BATCH-IS-DUPLICATE OR NOT HEADER-WAS-SEEN
014705         GO TO 8800-EXIT
014706     END-IF.
014707
014708     IF NOT BATCHREG-IS-OPEN
014709         GO TO 8800-EXIT
014710     END-IF.
014711
014712     MOVE WS-BATCH-DATE TO BR-BATCH-DATE.
014713     MOVE WS-BATCH-NUMBER TO BR-BATCH-NUMBER.
014714     READ BATCH-REGISTER
014715         INVALID KEY
014716             SET REGISTER-ENTRY-NOT-FOUND TO TRUE
014717             MOVE ZERO TO BR-RUN-COUNT
014718         NOT INVALID KEY
014719             SET REGISTER-ENTRY-FOUND TO TRUE
014720     END-READ.
014721
014722     ACCEPT WS-RUN-TIME FROM TIME.
014723     MOVE WS-INPUT-NAME TO BR-INPUT-FILE.
014724     MOVE WS-TODAY TO BR-RUN-DATE.
014725     MOVE WS-RUN-TIME TO BR-RUN-TIME.
014726     MOVE WS-RUN-OPERATOR TO BR-OPERATOR-ID.
014727     MOVE WS-RECORD-COUNT TO BR-DETAIL-COUNT.
014728     MOVE WS-HASH-TOTAL TO BR-HASH-TOTAL.
014729     MOVE WS-TRL-EXPECTED TO BR-TRL-COUNT.
014730     MOVE WS-TRL-HASH TO BR-TRL-HASH.
014731     COMPUTE BR-VALID-COUNT = WS-RECORD-COUNT - WS-REJECT-COUNT.
014732     MOVE WS-REJECT-COUNT TO BR-REJECT-COUNT.
014733     MOVE WS-TOTAL-COST TO BR-MATERIAL-COST.
014734     MOVE WS-TOTAL-MACH-COST TO BR-MACHINE-COST.
014735     IF BATCH-IS-BALANCED
014736         SET BR-IS-BALANCED TO TRUE
014737         MOVE SPACES TO BR-OOB-REASON
014738     ELSE
014739         SET BR-IS-OUT-OF-BALANCE TO TRUE
014740         MOVE WS-OOB-REASON TO BR-OOB-REASON
014741     END-IF.
014742     ADD 1 TO BR-RUN-COUNT.
014743
014744     IF REGISTER-ENTRY-FOUND
014745         REWRITE BATCH-REGISTER-RECORD
014746             INVALID KEY
014747                 DISPLAY "BATCH REGISTER REWRITE FAILED, STATUS "
014748                     WS-BATCHREG-STATUS
014749         END-REWRITE
014750     ELSE
014751         WRITE BATCH-REGISTER-RECORD
014752             INVALID KEY
014753                 DISPLAY "BATCH REGISTER WRITE FAILED, STATUS "
014754                     WS-BATCHREG-STATUS
014755         END-WRITE
014756     END-IF.
014757
014758     DISPLAY "BATCH " WS-BATCH-NUMBER " OF " WS-BATCH-DATE
014759         " REGISTERED - " BR-BALANCED-FLAG " BALANCED, RUN "
014760         BR-RUN-COUNT.
014761
014762 8800-EXIT.
014763     EXIT.
014764
014765******************************************************************
014766* 9000-TERMINATE
014767* CLOSES ALL FILES.  A BATCH THAT BALANCED HAS ITS CHECKPOINT
014768* ENTRY CLEARED SO THE NEXT RUN STARTS CLEAN; AN OUT-OF-BALANCE
014769* BATCH LEAVES ITS ENTRY STANDING SO A RERUN WITH THE CORRECTED
014770* FILE PICKS UP WHERE THIS ONE ENDED.
014771******************************************************************
014772 9000-TERMINATE.
014773
014774     IF RUN-IS-CANCELLED
014780         GO TO 9000-EXIT
014790     END-IF.
014800
014810     IF BATCH-IS-BALANCED AND RUN-MODE-IS-NORMAL
014820         AND NOT BATCH-IS-DUPLICATE
014830         AND WS-CKPT-HIT-IX > ZERO
014840         MOVE SPACES TO WS-CKPT-ENTRY (WS-CKPT-HIT-IX)
014850         PERFORM 7550-SAVE-CHECKPOINTS THRU 7550-EXIT
014860     END-IF.
014940
014950     IF RUN-MODE-IS-NORMAL
014960         CLOSE CIRCLE-INPUT
015050     CLOSE CIRCLE-RPT
015060           CIRCLE-REJECTS
015070           CNC-DOWNLOAD.
015072     IF MACHRATE-IS-OPEN
015074         CLOSE MACHINE-RATE
015076     END-IF.
015080
015090     IF HISTORY-IS-OPEN
015100         CLOSE CIRCLE-MASTER
015156         CLOSE JOB-MASTER
015158     END-IF.
015160
015162     IF JOBLINE-IS-OPEN
015164         CLOSE JOB-LINE
015166     END-IF.
015168
015170     IF BATCHREG-IS-OPEN
015172         CLOSE BATCH-REGISTER
015174     END-IF.
015176
015178 9000-EXIT.
015180     EXIT.
015190
015200 END PROGRAM CHALLENGE.
