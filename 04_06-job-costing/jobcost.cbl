000210*                     INSTEAD OF THE OFFICE RE-KEYING CIRCLE-RPT
000220*                     COSTS INTO A SPREADSHEET.  CUTS WITH NO
000230*                     JOB NUMBER (SHOP/STOCK WORK) ARE LEFT OUT.
000231*   2026-10-15 JS     EACH BILLING SECTION NOW ALSO ROLLS UP THE
000232*                     PLASMA TABLE'S MACHINE MINUTES AND MACHINE
000233*                     COST CHALLENGE PRICES ON EVERY CUT, WITH A
000234*                     TOTAL COST COLUMN (MATERIAL PLUS MACHINE)
000235*                     PER PART, PER JOB AND IN THE GRAND TOTALS -
000236*                     A THICK DISK THAT TIES UP THE TABLE NO
000237*                     LONGER BILLS AS IF IT WERE NEARLY FREE TO
000238*                     RUN.  CIRCSTAT WIDENED FOR THE NEW FIELDS.
000239*   2026-10-15 JS     JOBMSTR WIDENED WITH THE QUOTE NUMBER -
000240*                     RECORD LENGTH ONLY.
000241*   2026-10-15 JS     A CUT RECUTBLD MARKED SUPERSEDED IS NO
000242*                     LONGER BILLED - IT IS COUNTED ON THE TOTALS
000243*                     PAGE AND ITS RECUT BILLS IN ITS PLACE, SO
000244*                     THE CUSTOMER IS NOT CHARGED TWICE FOR ONE
000245*                     PIECE.
000246*   2026-10-15 JS     A CUT THAT FAILED DIMENSIONAL INSPECTION
000247*                     (STATUS X, SET BY INSPECT) IS COUNTED AS
000248*                     SCRAPPED BUT NOT BILLED - THE CUSTOMER PAYS
000249*                     FOR GOOD PIECES ONLY.
000250******************************************************************
000251
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.
000520 FILE SECTION.
000530 FD  CIRCLE-MASTER
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 134 CHARACTERS.
000560     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000570         ==CIRCLE-MASTER-RECORD==
000580         LEADING ==CS-== BY ==CM-==.
000590
000600 FD  JOB-MASTER
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 45 CHARACTERS.
000630     COPY JOBMSTR.
000640
000650 FD  JOBCOST-RPT
000910         10  JC-CUT-COUNT        PIC 9(06) COMP.
000920         10  JC-TOTAL-WEIGHT     PIC 9(09)V9(03) COMP.
000930         10  JC-TOTAL-COST       PIC 9(09)V9(02) COMP.
000933         10  JC-TOTAL-MINUTES    PIC 9(07)V9(02) COMP.
000936         10  JC-MACH-COST        PIC 9(09)V9(02) COMP.
000940         10  JC-PRINTED-FLAG     PIC X(01).
000950
000960 01  WS-WORK-FIELDS.
001010     05  WS-JOB-CUTS             PIC 9(06) COMP.
001020     05  WS-JOB-WEIGHT           PIC 9(09)V9(03) COMP.
001030     05  WS-JOB-COST             PIC 9(09)V9(02) COMP.
001032     05  WS-JOB-MINUTES          PIC 9(07)V9(02) COMP.
001034     05  WS-JOB-MACH-COST        PIC 9(09)V9(02) COMP.
001036     05  WS-BILL-TOTAL           PIC 9(09)V9(02) COMP.
001040
001050 77  WS-TODAY                    PIC 9(08).
001060 77  WS-RECORDS-READ             PIC 9(06) COMP VALUE ZERO.
001070 77  WS-RECORDS-SELECTED         PIC 9(06) COMP VALUE ZERO.
001075 77  WS-RECORDS-SUPERSEDED       PIC 9(06) COMP VALUE ZERO.
001077 77  WS-RECORDS-SCRAPPED         PIC 9(06) COMP VALUE ZERO.
001080 77  WS-JOBS-REPORTED            PIC 9(04) COMP VALUE ZERO.
001090 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001100 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001110 77  WS-GRAND-CUTS               PIC 9(06) COMP VALUE ZERO.
001120 77  WS-GRAND-WEIGHT             PIC 9(09)V9(03) COMP VALUE ZERO.
001130 77  WS-GRAND-COST               PIC 9(09)V9(02) COMP VALUE ZERO.
001133 77  WS-GRAND-MINUTES            PIC 9(07)V9(02) COMP VALUE ZERO.
001136 77  WS-GRAND-MACH-COST          PIC 9(09)V9(02) COMP VALUE ZERO.
001140
001150 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001160 77  WS-JOBMSTR-STATUS           PIC X(02) VALUE SPACES.
001640     05  FILLER                  PIC X(12) VALUE "TOTAL WEIGHT".
001650     05  FILLER                  PIC X(04) VALUE SPACES.
001660     05  FILLER                  PIC X(13) VALUE "MATERIAL COST".
001661     05  FILLER                  PIC X(01) VALUE SPACES.
001662     05  FILLER                  PIC X(12) VALUE "MACH MINUTES".
001663     05  FILLER                  PIC X(04) VALUE SPACES.
001664     05  FILLER                  PIC X(12) VALUE "MACHINE COST".
001665     05  FILLER                  PIC X(06) VALUE SPACES.
001666     05  FILLER                  PIC X(10) VALUE "TOTAL COST".
001670
001680 01  WS-DETAIL-LINE.
001690     05  FILLER                  PIC X(04) VALUE SPACES.
001740     05  WS-DTL-WEIGHT           PIC ZZZ,ZZZ,ZZ9.999.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  WS-DTL-COST             PIC ZZZ,ZZZ,ZZ9.99.
001761     05  FILLER                  PIC X(06) VALUE SPACES.
001762     05  WS-DTL-MINUTES          PIC ZZ,ZZZ,ZZ9.99.
001763     05  FILLER                  PIC X(02) VALUE SPACES.
001764     05  WS-DTL-MACH-COST        PIC ZZZ,ZZZ,ZZ9.99.
001765     05  FILLER                  PIC X(02) VALUE SPACES.
001766     05  WS-DTL-BILL-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
001770
001780 01  WS-JOB-TOTAL-LINE.
001790     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  WS-JTL-WEIGHT           PIC ZZZ,ZZZ,ZZ9.999.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-JTL-COST             PIC ZZZ,ZZZ,ZZ9.99.
001851     05  FILLER                  PIC X(06) VALUE SPACES.
001852     05  WS-JTL-MINUTES          PIC ZZ,ZZZ,ZZ9.99.
001853     05  FILLER                  PIC X(02) VALUE SPACES.
001854     05  WS-JTL-MACH-COST        PIC ZZZ,ZZZ,ZZ9.99.
001855     05  FILLER                  PIC X(02) VALUE SPACES.
001856     05  WS-JTL-BILL-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
001860
001870 01  WS-TOTAL-LINES.
001880     05  WS-TOT-JOBS-LINE.
002010         10  FILLER              PIC X(25)
002020             VALUE "TOTAL MATERIAL COST. . .".
002030         10  WS-TOT-COST         PIC ZZZ,ZZZ,ZZ9.99.
002031     05  WS-TOT-MINUTES-LINE.
002032         10  FILLER              PIC X(25)
002033             VALUE "TOTAL MACHINE MINUTES. .".
002034         10  WS-TOT-MINUTES      PIC Z,ZZZ,ZZ9.99.
002035     05  WS-TOT-MACH-COST-LINE.
002036         10  FILLER              PIC X(25)
002037             VALUE "TOTAL MACHINE COST . . .".
002038         10  WS-TOT-MACH-COST    PIC ZZZ,ZZZ,ZZ9.99.
002039     05  WS-TOT-BILL-LINE.
002040         10  FILLER              PIC X(25)
002041             VALUE "TOTAL BILLABLE COST. . .".
002042         10  WS-TOT-BILL-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
002043     05  WS-TOT-SELECTED-LINE.
002050         10  FILLER              PIC X(25)
002060             VALUE "RECORDS IN PERIOD. . . .".
002070         10  WS-TOT-SELECTED     PIC ZZZ,ZZ9.
002072     05  WS-TOT-SUPERSEDED-LINE.
002074         10  FILLER              PIC X(25)
002076             VALUE "SUPERSEDED BY RECUT. . .".
002078         10  WS-TOT-SUPERSEDED   PIC ZZZ,ZZ9.
002080     05  WS-TOT-SCRAPPED-LINE.
002082         10  FILLER              PIC X(25)
002084             VALUE "SCRAPPED AT INSPECTION .".
002086         10  WS-TOT-SCRAPPED     PIC ZZZ,ZZ9.
002088
002090 PROCEDURE DIVISION.
002100
002110******************************************************************
003170* 2000-ACCUMULATE-HISTORY
003180* SELECTS ONE HISTORY RECORD INTO THE COST TABLE IF ITS RUN
003190* DATE FALLS IN THE RANGE, IT CARRIES A JOB NUMBER AND IT
003195* MATCHES THE JOB FILTER, THEN READS THE NEXT.  A CUT RECUTBLD
003200* MARKED SUPERSEDED IS COUNTED BUT NOT BILLED - ITS RECUT COMES
003203* THROUGH AS A CUT OF ITS OWN AND IS BILLED INSTEAD.  A CUT THAT
003206* FAILED INSPECTION IS COUNTED AS SCRAPPED AND NOT BILLED EITHER.
003210******************************************************************
003220 2000-ACCUMULATE-HISTORY.
003230
003260         AND CM-JOB-NUMBER NOT = SPACES
003270         AND (WS-JOB-FILTER = SPACES
003280             OR CM-JOB-NUMBER = WS-JOB-FILTER)
003283         EVALUATE TRUE
003286             WHEN CM-CUT-IS-SUPERSEDED
003289                 ADD 1 TO WS-RECORDS-SUPERSEDED
003292             WHEN CM-CUT-IS-SCRAPPED
003295                 ADD 1 TO WS-RECORDS-SCRAPPED
003298             WHEN OTHER
003301                 ADD 1 TO WS-RECORDS-SELECTED
003304                 PERFORM 2100-POST-TO-COST-TABLE THRU 2100-EXIT
003307         END-EVALUATE
003310     END-IF.
003320
003330     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
003650         MOVE ZERO TO JC-CUT-COUNT (WS-HIT-IX)
003660         MOVE ZERO TO JC-TOTAL-WEIGHT (WS-HIT-IX)
003670         MOVE ZERO TO JC-TOTAL-COST (WS-HIT-IX)
003673         MOVE ZERO TO JC-TOTAL-MINUTES (WS-HIT-IX)
003676         MOVE ZERO TO JC-MACH-COST (WS-HIT-IX)
003680         MOVE "N" TO JC-PRINTED-FLAG (WS-HIT-IX)
003690     END-IF.
003700
003710     ADD 1 TO JC-CUT-COUNT (WS-HIT-IX).
003720     ADD CM-BLANK-WEIGHT TO JC-TOTAL-WEIGHT (WS-HIT-IX).
003730     ADD CM-MATERIAL-COST TO JC-TOTAL-COST (WS-HIT-IX).
003733     ADD CM-MACHINE-MINUTES TO JC-TOTAL-MINUTES (WS-HIT-IX).
003736     ADD CM-MACHINE-COST TO JC-MACH-COST (WS-HIT-IX).
003740
003750 2100-EXIT.
003760     EXIT.
004490     MOVE ZERO TO WS-JOB-CUTS.
004500     MOVE ZERO TO WS-JOB-WEIGHT.
004510     MOVE ZERO TO WS-JOB-COST.
004513     MOVE ZERO TO WS-JOB-MINUTES.
004516     MOVE ZERO TO WS-JOB-MACH-COST.
004520
004530     PERFORM 4200-PRINT-JOB-HEADER THRU 4200-EXIT.
004540
004590     MOVE WS-JOB-CUTS TO WS-JTL-CUTS.
004600     MOVE WS-JOB-WEIGHT TO WS-JTL-WEIGHT.
004610     MOVE WS-JOB-COST TO WS-JTL-COST.
004612     MOVE WS-JOB-MINUTES TO WS-JTL-MINUTES.
004614     MOVE WS-JOB-MACH-COST TO WS-JTL-MACH-COST.
004616     COMPUTE WS-BILL-TOTAL = WS-JOB-COST + WS-JOB-MACH-COST.
004618     MOVE WS-BILL-TOTAL TO WS-JTL-BILL-TOTAL.
004620     MOVE WS-JOB-TOTAL-LINE TO JOBCOST-RPT-LINE.
004630     WRITE JOBCOST-RPT-LINE.
004640     ADD 1 TO WS-LINE-COUNT.
004700     ADD WS-JOB-CUTS TO WS-GRAND-CUTS.
004710     ADD WS-JOB-WEIGHT TO WS-GRAND-WEIGHT.
004720     ADD WS-JOB-COST TO WS-GRAND-COST.
004723     ADD WS-JOB-MINUTES TO WS-GRAND-MINUTES.
004726     ADD WS-JOB-MACH-COST TO WS-GRAND-MACH-COST.
004730
004740 4100-EXIT.
004750     EXIT.
005420     MOVE JC-CUT-COUNT (WS-SCAN-IX) TO WS-DTL-CUTS.
005430     MOVE JC-TOTAL-WEIGHT (WS-SCAN-IX) TO WS-DTL-WEIGHT.
005440     MOVE JC-TOTAL-COST (WS-SCAN-IX) TO WS-DTL-COST.
005441     MOVE JC-TOTAL-MINUTES (WS-SCAN-IX) TO WS-DTL-MINUTES.
005442     MOVE JC-MACH-COST (WS-SCAN-IX) TO WS-DTL-MACH-COST.
005443     COMPUTE WS-BILL-TOTAL = JC-TOTAL-COST (WS-SCAN-IX)
005444         + JC-MACH-COST (WS-SCAN-IX).
005445     MOVE WS-BILL-TOTAL TO WS-DTL-BILL-TOTAL.
005450
005460     MOVE WS-DETAIL-LINE TO JOBCOST-RPT-LINE.
005470     WRITE JOBCOST-RPT-LINE.
005500     ADD JC-CUT-COUNT (WS-SCAN-IX) TO WS-JOB-CUTS.
005510     ADD JC-TOTAL-WEIGHT (WS-SCAN-IX) TO WS-JOB-WEIGHT.
005520     ADD JC-TOTAL-COST (WS-SCAN-IX) TO WS-JOB-COST.
005523     ADD JC-TOTAL-MINUTES (WS-SCAN-IX) TO WS-JOB-MINUTES.
005526     ADD JC-MACH-COST (WS-SCAN-IX) TO WS-JOB-MACH-COST.
005530     MOVE "Y" TO JC-PRINTED-FLAG (WS-SCAN-IX).
005540
005550 4300-EXIT.
005710     MOVE WS-GRAND-CUTS TO WS-TOT-CUTS.
005720     MOVE WS-GRAND-WEIGHT TO WS-TOT-WEIGHT.
005730     MOVE WS-GRAND-COST TO WS-TOT-COST.
005732     MOVE WS-GRAND-MINUTES TO WS-TOT-MINUTES.
005734     MOVE WS-GRAND-MACH-COST TO WS-TOT-MACH-COST.
005736     COMPUTE WS-BILL-TOTAL = WS-GRAND-COST + WS-GRAND-MACH-COST.
005738     MOVE WS-BILL-TOTAL TO WS-TOT-BILL-TOTAL.
005740     MOVE WS-RECORDS-SELECTED TO WS-TOT-SELECTED.
005745     MOVE WS-RECORDS-SUPERSEDED TO WS-TOT-SUPERSEDED.
005747     MOVE WS-RECORDS-SCRAPPED TO WS-TOT-SCRAPPED.
005750
005760     MOVE SPACES TO JOBCOST-RPT-LINE.
005770     WRITE JOBCOST-RPT-LINE.
005830     WRITE JOBCOST-RPT-LINE.
005840     MOVE WS-TOT-COST-LINE TO JOBCOST-RPT-LINE.
005850     WRITE JOBCOST-RPT-LINE.
005851     MOVE WS-TOT-MINUTES-LINE TO JOBCOST-RPT-LINE.
005852     WRITE JOBCOST-RPT-LINE.
005853     MOVE WS-TOT-MACH-COST-LINE TO JOBCOST-RPT-LINE.
005854     WRITE JOBCOST-RPT-LINE.
005855     MOVE WS-TOT-BILL-LINE TO JOBCOST-RPT-LINE.
005856     WRITE JOBCOST-RPT-LINE.
005860     MOVE WS-TOT-SELECTED-LINE TO JOBCOST-RPT-LINE.
005870     WRITE JOBCOST-RPT-LINE.
005873     MOVE WS-TOT-SUPERSEDED-LINE TO JOBCOST-RPT-LINE.
005876     WRITE JOBCOST-RPT-LINE.
005877     MOVE WS-TOT-SCRAPPED-LINE TO JOBCOST-RPT-LINE.
005878     WRITE JOBCOST-RPT-LINE.
005880
005890     DISPLAY "JOBS REPORTED:     " WS-TOT-JOBS.
005900     DISPLAY "RECORDS IN PERIOD: " WS-TOT-SELECTED.
005905     DISPLAY "SUPERSEDED CUTS:   " WS-TOT-SUPERSEDED.
005907     DISPLAY "SCRAPPED CUTS:     " WS-TOT-SCRAPPED.
005910
005920 8000-EXIT.
005930     EXIT.
