000250*                     RECAPS TODAY.  REPLACES OPENING FIVE
000260*                     FILES TO LEARN WHETHER LAST NIGHT RAN
000270*                     CLEAN.
000272*   2026-10-15 JS     CIRCSTAT WIDENED FOR THE CUT LENGTH, PIERCE
000274*                     COUNT, MACHINE MINUTES AND MACHINE COST -
000276*                     RECORD LENGTH ONLY.
000277*   2026-10-15 JS     THE BATCH SECTION NOW LISTS EVERY BATCH ON
000278*                     THE BATCH REGISTER (BATCHREG) RUN ON THE
000279*                     RECAP DATE - FILE, TIME, OPERATOR, COUNTS,
000280*                     RUN COST AND BALANCE RESULT - WITH THE
000281*                     NIGHT'S TOTALS, IN PLACE OF ECHOING THE LAST
000282*                     CONTROL-TOTALS BLOCK OFF THE TAIL OF
000283*                     CIRCRPT, WHICH ONLY EVER SHOWED THE LAST OF
000284*                     SEVERAL BATCHES.
000285******************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SIGNLOG-STATUS.
000500
000506     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
000512         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS SEQUENTIAL
000524         RECORD KEY IS BR-BATCH-KEY
000530         FILE STATUS IS WS-BATCHREG-STATUS.
000540
000550     SELECT CIRCLE-MASTER ASSIGN TO "CIRCMSTI"
000560         ORGANIZATION IS INDEXED
001100     05  SL-SHIFT-CODE           PIC X(01).
001110     05  FILLER                  PIC X(07).
001120
001130 FD  BATCH-REGISTER
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 177 CHARACTERS.
001160     COPY BATCHREG.
001170
001180 FD  CIRCLE-MASTER
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 134 CHARACTERS.
001210     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
001220         ==CIRCLE-MASTER-RECORD==
001230         LEADING ==CS-== BY ==CM-==.
001450 WORKING-STORAGE SECTION.
001460 01  WS-CONSTANTS.
001470     05  WS-MAX-STEPS            PIC 9(02) COMP VALUE 10.
001480     05  WS-MAX-BATCHES          PIC 9(02) COMP VALUE 30.
001490     05  WS-SECONDS-PER-DAY      PIC 9(05) COMP VALUE 86400.
001500     05  WS-COMPANY-NAME         PIC X(30)
001510         VALUE "TRI-COUNTY FABRICATION, INC.".
001560
001570 01  WS-REQUEST-PARMS.
001580     05  WS-RECAP-DATE           PIC 9(08).
001700         10  SP-END-TIME         PIC 9(08).
001710         10  SP-TIMES-KNOWN      PIC X(01).
001720
001730 01  WS-BATCH-TABLE.
001740     05  WS-BATCH-COUNT          PIC 9(02) COMP VALUE ZERO.
001750     05  WS-BATCH-ENTRY OCCURS 30 TIMES
001760                                 PIC X(177).
001770
001780 01  WS-WORK-FIELDS.
001790     05  WS-STEP-IX              PIC 9(02) COMP VALUE ZERO.
001800     05  WS-HIT-IX               PIC 9(02) COMP VALUE ZERO.
001806     05  WS-BATCH-IX             PIC 9(02) COMP VALUE ZERO.
001812     05  WS-BATCH-COST           PIC 9(09)V9(02) VALUE ZERO.
001820     05  WS-START-SECONDS        PIC 9(07) COMP VALUE ZERO.
001830     05  WS-END-SECONDS          PIC 9(07) COMP VALUE ZERO.
001840     05  WS-ELAPSED-SECONDS      PIC 9(07) COMP VALUE ZERO.
002090 77  WS-REJ-AGE-TODAY            PIC 9(06) COMP VALUE ZERO.
002100 77  WS-REJ-AGE-WEEK             PIC 9(06) COMP VALUE ZERO.
002110 77  WS-REJ-AGE-OLDER            PIC 9(06) COMP VALUE ZERO.
002111 77  WS-BATCHES-OOB              PIC 9(06) COMP VALUE ZERO.
002112 77  WS-BATCHES-DROPPED          PIC 9(06) COMP VALUE ZERO.
002113 77  WS-TOT-DETAILS              PIC 9(07) COMP VALUE ZERO.
002114 77  WS-TOT-VALID                PIC 9(07) COMP VALUE ZERO.
002115 77  WS-TOT-REJECTS              PIC 9(07) COMP VALUE ZERO.
002116 77  WS-TOT-COST                 PIC 9(09)V9(02) COMP VALUE ZERO.
002120
002130 77  WS-RUNSTAT-STATUS           PIC X(02) VALUE SPACES.
002140 77  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
002150 77  WS-SIGNLOG-STATUS           PIC X(02) VALUE SPACES.
002160 77  WS-BATCHREG-STATUS          PIC X(02) VALUE SPACES.
002170 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
002180 77  WS-CNCDL-STATUS             PIC X(02) VALUE SPACES.
002190 77  WS-CIRCREJD-STATUS          PIC X(02) VALUE SPACES.
002250     88  END-OF-RUNHIST                  VALUE "Y".
002260 77  WS-SIGN-EOF-SWITCH          PIC X(01) VALUE "N".
002270     88  END-OF-SIGNLOG                  VALUE "Y".
002280 77  WS-BREG-EOF-SWITCH          PIC X(01) VALUE "N".
002290     88  END-OF-REGISTER                 VALUE "Y".
002300 77  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE "N".
002310     88  END-OF-MASTER                   VALUE "Y".
002320 77  WS-CNC-EOF-SWITCH           PIC X(01) VALUE "N".
002360 77  WS-MATCH-SWITCH             PIC X(01) VALUE "N".
002370     88  STEP-WAS-FOUND                  VALUE "Y".
002380     88  STEP-NOT-FOUND                  VALUE "N".
002430
002440 01  WS-HDG1.
002450     05  FILLER                  PIC X(40) VALUE SPACES.
002960         10  WS-SGN-MM           PIC 9(02).
002970         10  FILLER              PIC X(01) VALUE ":".
002980         10  WS-SGN-SS           PIC 9(02).
002981
002982 01  WS-BATCH-HDG-LINE.
002983     05  FILLER                  PIC X(33)
002984         VALUE "  BTCH BAT DATE  BATCH FILE".
002985     05  FILLER                  PIC X(19)
002986         VALUE "  TIME   OPERATOR".
002987     05  FILLER                  PIC X(27)
002988         VALUE "  DETAILS    VALID  REJECTS".
002989     05  FILLER                  PIC X(27)
002990         VALUE "       RUN COST  RESULT".
002991
002992 01  WS-BATCH-LINE.
002993     05  FILLER                  PIC X(02) VALUE SPACES.
002994     05  WS-BAT-NUMBER           PIC 9(04).
002995     05  FILLER                  PIC X(01) VALUE SPACES.
002996     05  WS-BAT-DATE             PIC 9(08).
002997     05  FILLER                  PIC X(02) VALUE SPACES.
002998     05  WS-BAT-FILE             PIC X(16).
002999     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  WS-BAT-TIME.
003001         10  WS-BAT-HH           PIC 9(02).
003002         10  FILLER              PIC X(01) VALUE ":".
003003         10  WS-BAT-MM           PIC 9(02).
003004     05  FILLER                  PIC X(02) VALUE SPACES.
003005     05  WS-BAT-OPERATOR         PIC X(10).
003006     05  FILLER                  PIC X(02) VALUE SPACES.
003007     05  WS-BAT-DETAILS          PIC ZZZ,ZZ9.
003008     05  FILLER                  PIC X(02) VALUE SPACES.
003009     05  WS-BAT-VALID            PIC ZZZ,ZZ9.
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003011     05  WS-BAT-REJECTS          PIC ZZZ,ZZ9.
003012     05  FILLER                  PIC X(02) VALUE SPACES.
003013     05  WS-BAT-COST             PIC ZZ,ZZZ,ZZ9.99.
003014     05  FILLER                  PIC X(02) VALUE SPACES.
003015     05  WS-BAT-RESULT           PIC X(10).
003016     05  FILLER                  PIC X(02) VALUE SPACES.
003017     05  WS-BAT-REASON           PIC X(24).
003018
003019 01  WS-BATCH-TOTAL-LINE.
003020     05  FILLER                  PIC X(52)
003021         VALUE "  NIGHT'S TOTALS".
003022     05  FILLER                  PIC X(02) VALUE SPACES.
003023     05  WS-BTT-DETAILS          PIC ZZZ,ZZ9.
003024     05  FILLER                  PIC X(02) VALUE SPACES.
003025     05  WS-BTT-VALID            PIC ZZZ,ZZ9.
003026     05  FILLER                  PIC X(02) VALUE SPACES.
003027     05  WS-BTT-REJECTS          PIC ZZZ,ZZ9.
003028     05  FILLER                  PIC X(02) VALUE SPACES.
003029     05  WS-BTT-COST             PIC ZZ,ZZZ,ZZ9.99.
003030
003031 01  WS-COUNT-LINES.
003032     05  WS-CNT-HIST-LINE.
003033         10  FILLER              PIC X(30)
003034             VALUE "  HISTORY RECORDS WRITTEN . .".
003040         10  WS-CNT-HIST         PIC ZZZ,ZZ9.
003050     05  WS-CNT-CNC-LINE.
003060         10  FILLER              PIC X(30)
003070             VALUE "  CNC RECORDS DOWNLOADED. . .".
003080         10  WS-CNT-CNC          PIC ZZZ,ZZ9.
003081     05  WS-CNT-BAT-LINE.
003082         10  FILLER              PIC X(30)
003083             VALUE "  BATCHES REGISTERED. . . . .".
003084         10  WS-CNT-BAT          PIC ZZZ,ZZ9.
003085     05  WS-CNT-OOB-LINE.
003086         10  FILLER              PIC X(30)
003087             VALUE "  BATCHES OUT OF BALANCE. . .".
003088         10  WS-CNT-OOB          PIC ZZZ,ZZ9.
003090     05  WS-CNT-REJ-LINE.
003100         10  FILLER              PIC X(30)
003110             VALUE "  REJECTS STILL OUTSTANDING .".
003400     PERFORM 2000-LOAD-RUN-STATUS THRU 2000-EXIT.
003410     PERFORM 2500-LOAD-RUN-HISTORY THRU 2500-EXIT.
003420     PERFORM 3000-FIND-SIGNON THRU 3000-EXIT.
003430     PERFORM 3500-LOAD-BATCH-REGISTER THRU 3500-EXIT.
003440     PERFORM 4000-COUNT-HISTORY THRU 4000-EXIT.
003450     PERFORM 4500-COUNT-DOWNLOADS THRU 4500-EXIT.
003460     PERFORM 5000-AGE-REJECTS THRU 5000-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 3500-LOAD-BATCH-REGISTER
005650* SWEEPS THE BATCH REGISTER FOR EVERY BATCH CHALLENGE RAN ON THE
005660* RECAP DATE - ONE ENTRY PER BATCH, WITH ITS COUNTS, COST AND
005670* BALANCE RESULT, HOWEVER MANY FILES THE NIGHT'S QUEUE HELD.
005680******************************************************************
005690 3500-LOAD-BATCH-REGISTER.
005700
005710     OPEN INPUT BATCH-REGISTER.
005720     IF WS-BATCHREG-STATUS NOT = "00"
005730         SET END-OF-REGISTER TO TRUE
005760         GO TO 3500-EXIT
005770     END-IF.
005780
005783     PERFORM 3600-LOAD-ONE-BATCH THRU 3600-EXIT
005786         UNTIL END-OF-REGISTER.
005790     CLOSE BATCH-REGISTER.
005820
005830 3500-EXIT.
005840     EXIT.
005850
005860******************************************************************
005863* 3600-LOAD-ONE-BATCH
005866* KEEPS ONE BATCH-REGISTER ENTRY IF IT WAS RUN ON THE RECAP DATE
005870* AND ADDS IT INTO THE NIGHT'S TOTALS.
005880******************************************************************
005890 3600-LOAD-ONE-BATCH.
005900
005910     READ BATCH-REGISTER
005920         AT END
005930             SET END-OF-REGISTER TO TRUE
005970             GO TO 3600-EXIT
005980     END-READ.
005990
005992     IF BR-RUN-DATE NOT = WS-RECAP-DATE
005994         GO TO 3600-EXIT
005996     END-IF.
006000
006010     IF WS-BATCH-COUNT >= WS-MAX-BATCHES
006020         ADD 1 TO WS-BATCHES-DROPPED
006030         GO TO 3600-EXIT
006040     END-IF.
006050
006060     ADD 1 TO WS-BATCH-COUNT.
006070     MOVE BATCH-REGISTER-RECORD
006075         TO WS-BATCH-ENTRY (WS-BATCH-COUNT).
006080
006090     IF BR-IS-OUT-OF-BALANCE
006100         ADD 1 TO WS-BATCHES-OOB
006110     END-IF.
006120     ADD BR-DETAIL-COUNT TO WS-TOT-DETAILS.
006130     ADD BR-VALID-COUNT TO WS-TOT-VALID.
006140     ADD BR-REJECT-COUNT TO WS-TOT-REJECTS.
006150     ADD BR-MATERIAL-COST BR-MACHINE-COST TO WS-TOT-COST.
006210
006220 3600-EXIT.
006230     EXIT.
007590******************************************************************
007600* 6000-PRINT-RECAP
007610* PRINTS THE ONE-PAGE RECAP - HEADINGS, THE STEP SECTION, THE
007616* SIGN-ON, EVERY BATCH ON THE BATCH REGISTER FOR THE DATE WITH
007622* THE NIGHT'S TOTALS, AND THE DAY'S COUNTS.
007630******************************************************************
007640 6000-PRINT-RECAP.
007650
008120     MOVE SPACES TO RECAP-RPT-LINE.
008130     WRITE RECAP-RPT-LINE.
008140
008142     MOVE "----  BATCHES  ----" TO WS-SECTION-LINE.
008144     MOVE WS-SECTION-LINE TO RECAP-RPT-LINE.
008146     WRITE RECAP-RPT-LINE.
008148
008150     IF WS-BATCH-COUNT = ZERO
008152         MOVE "  NO BATCHES REGISTERED FOR THE DATE"
008154             TO RECAP-RPT-LINE
008156         WRITE RECAP-RPT-LINE
008158     ELSE
008160         MOVE WS-BATCH-HDG-LINE TO RECAP-RPT-LINE
008162         WRITE RECAP-RPT-LINE
008164         PERFORM 6200-PRINT-ONE-BATCH THRU 6200-EXIT
008166             VARYING WS-BATCH-IX FROM 1 BY 1
008168             UNTIL WS-BATCH-IX > WS-BATCH-COUNT
008170         MOVE WS-TOT-DETAILS TO WS-BTT-DETAILS
008172         MOVE WS-TOT-VALID TO WS-BTT-VALID
008174         MOVE WS-TOT-REJECTS TO WS-BTT-REJECTS
008176         MOVE WS-TOT-COST TO WS-BTT-COST
008178         MOVE WS-BATCH-TOTAL-LINE TO RECAP-RPT-LINE
008180         WRITE RECAP-RPT-LINE
008182     END-IF.
008184
008186     IF WS-BATCHES-DROPPED > ZERO
008188         MOVE "  MORE BATCHES REGISTERED THAN THE RECAP HOLDS"
008210             TO RECAP-RPT-LINE
008220         WRITE RECAP-RPT-LINE
008230     END-IF.
008231
008232     MOVE SPACES TO RECAP-RPT-LINE.
008233     WRITE RECAP-RPT-LINE.
008234
008235     MOVE WS-BATCH-COUNT TO WS-CNT-BAT.
008236     MOVE WS-CNT-BAT-LINE TO RECAP-RPT-LINE.
008237     WRITE RECAP-RPT-LINE.
008238     MOVE WS-BATCHES-OOB TO WS-CNT-OOB.
008239     MOVE WS-CNT-OOB-LINE TO RECAP-RPT-LINE.
008240     WRITE RECAP-RPT-LINE.
008241
008250     MOVE SPACES TO RECAP-RPT-LINE.
008260     WRITE RECAP-RPT-LINE.
008270
008400     MOVE WS-CNT-AGE-LINE TO RECAP-RPT-LINE.
008410     WRITE RECAP-RPT-LINE.
008420
008427     DISPLAY "RECAP PRINTED FOR " WS-RECAP-DATE
008434         " - BATCHES: " WS-CNT-BAT ", OUT OF BALANCE: " WS-CNT-OOB
008441         ", REJECTS OUTSTANDING: " WS-CNT-REJ.
008450
008460 6000-EXIT.
008470     EXIT.
008980 6100-EXIT.
008990     EXIT.
009000
009003******************************************************************
009006* 6200-PRINT-ONE-BATCH
009009* PRINTS ONE BATCH-REGISTER ENTRY - BATCH, FILE, WHEN AND BY WHOM,
009012* COUNTS, RUN COST (MATERIAL PLUS MACHINE) AND WHETHER IT
009015* BALANCED, WITH THE REASON WHEN IT DIDN'T.
009018******************************************************************
009021 6200-PRINT-ONE-BATCH.
009024
009027     MOVE WS-BATCH-ENTRY (WS-BATCH-IX) TO BATCH-REGISTER-RECORD.
009030
009033     MOVE BR-BATCH-NUMBER TO WS-BAT-NUMBER.
009036     MOVE BR-BATCH-DATE TO WS-BAT-DATE.
009039     MOVE BR-INPUT-FILE TO WS-BAT-FILE.
009042     MOVE BR-RUN-TIME TO WS-TIME-SPLIT.
009045     MOVE WS-TIME-HH TO WS-BAT-HH.
009048     MOVE WS-TIME-MM TO WS-BAT-MM.
009051     MOVE BR-OPERATOR-ID TO WS-BAT-OPERATOR.
009054     MOVE BR-DETAIL-COUNT TO WS-BAT-DETAILS.
009057     MOVE BR-VALID-COUNT TO WS-BAT-VALID.
009060     MOVE BR-REJECT-COUNT TO WS-BAT-REJECTS.
009063     COMPUTE WS-BATCH-COST = BR-MATERIAL-COST + BR-MACHINE-COST.
009066     MOVE WS-BATCH-COST TO WS-BAT-COST.
009069     IF BR-IS-BALANCED
009072         MOVE "BALANCED" TO WS-BAT-RESULT
009075         MOVE SPACES TO WS-BAT-REASON
009078     ELSE
009081         MOVE "OUT OF BAL" TO WS-BAT-RESULT
009084         MOVE BR-OOB-REASON TO WS-BAT-REASON
009087     END-IF.
009088
009089     MOVE WS-BATCH-LINE TO RECAP-RPT-LINE.
009090     WRITE RECAP-RPT-LINE.
009100
009110 6200-EXIT.
