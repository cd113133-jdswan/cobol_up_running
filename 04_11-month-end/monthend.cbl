000266*                     STAMPING IT OVER A SHORT EXTRACT WAS
000267*                     LOSING THE MISSING COST FOR GOOD.  RAISE
000268*                     THE TABLE AND RERUN THE CLOSE.
000269*   2026-10-15 JS     GLEXTR NOW CARRIES A COST TYPE (M MATERIAL,
000270*                     T TABLE MACHINE TIME) AND EVERY MATERIAL/JOB
000271*                     ENTRY THAT RAN PLASMA TABLE TIME WRITES A
000272*                     SEPARATE MACHINE-COST LINE BESIDE ITS
000273*                     MATERIAL LINE, FROM THE MACHINE COST
000274*                     CHALLENGE NOW PRICES ON EVERY CUT.  THE
000275*                     RECORD GREW FROM 47 TO 48 BYTES - THE
000276*                     ACCOUNTING IMPORT MAP PICKS UP THE COST TYPE
000277*                     IN THE LAST BYTE.  CIRCSTAT WIDENED FOR THE
000278*                     NEW FIELDS.
000279******************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000530 FILE SECTION.
000540 FD  CIRCLE-MASTER
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 134 CHARACTERS.
000570     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000580         ==CIRCLE-MASTER-RECORD==
000590         LEADING ==CS-== BY ==CM-==.
000600
000610 FD  GL-EXTRACT
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 48 CHARACTERS.
000640 01  GL-EXTRACT-RECORD.
000650     05  GL-PERIOD               PIC 9(06).
000660     05  GL-MATERIAL-CODE        PIC X(04).
000680     05  GL-CUT-COUNT            PIC 9(06).
000690     05  GL-TOTAL-WEIGHT         PIC 9(09)V9(03).
000700     05  GL-TOTAL-COST           PIC 9(09)V9(02).
000702     05  GL-COST-TYPE            PIC X(01).
000704         88  GL-COST-IS-MATERIAL         VALUE "M".
000706         88  GL-COST-IS-MACHINE          VALUE "T".
000710
000720 FD  PERIOD-CONTROL
000730     LABEL RECORDS ARE STANDARD
000920         10  GT-CUT-COUNT        PIC 9(06) COMP.
000930         10  GT-TOTAL-WEIGHT     PIC 9(09)V9(03) COMP.
000940         10  GT-TOTAL-COST       PIC 9(09)V9(02) COMP.
000945         10  GT-MACH-COST        PIC 9(09)V9(02) COMP.
000950
000960 01  WS-WORK-FIELDS.
000970     05  WS-ENTRY-IX             PIC 9(03) COMP VALUE ZERO.
001050 77  WS-RECORDS-SELECTED         PIC 9(06) COMP VALUE ZERO.
001060 77  WS-EXTRACT-COUNT            PIC 9(04) COMP VALUE ZERO.
001070 77  WS-TOTAL-COST               PIC 9(09)V9(02) COMP VALUE ZERO.
001075 77  WS-TOTAL-MACH-COST          PIC 9(09)V9(02) COMP VALUE ZERO.
001080
001090 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001100 77  WS-GLEXTR-STATUS            PIC X(02) VALUE SPACES.
002710         MOVE ZERO TO GT-CUT-COUNT (WS-HIT-IX)
002720         MOVE ZERO TO GT-TOTAL-WEIGHT (WS-HIT-IX)
002730         MOVE ZERO TO GT-TOTAL-COST (WS-HIT-IX)
002735         MOVE ZERO TO GT-MACH-COST (WS-HIT-IX)
002740     END-IF.
002750
002760     ADD 1 TO GT-CUT-COUNT (WS-HIT-IX).
002770     ADD CM-BLANK-WEIGHT TO GT-TOTAL-WEIGHT (WS-HIT-IX).
002780     ADD CM-MATERIAL-COST TO GT-TOTAL-COST (WS-HIT-IX).
002785     ADD CM-MACHINE-COST TO GT-MACH-COST (WS-HIT-IX).
002790
002800 2100-EXIT.
002810     EXIT.
003330******************************************************************
003340* 4100-WRITE-ONE-EXTRACT
003350* WRITES ONE GL EXTRACT RECORD AND FOLDS ITS COST INTO THE
003360* CONSOLE CONTROL TOTAL.  AN ENTRY THAT RAN PLASMA TABLE TIME
003362* ALSO WRITES A SEPARATE MACHINE-COST RECORD (COST TYPE T) SO
003364* ACCOUNTING POSTS THE TABLE'S RUN COST APART FROM THE STEEL -
003366* ITS CUT COUNT IS THE SAME CUTS, ITS WEIGHT IS ZERO SO THE
003368* STEEL TONNAGE ISN'T COUNTED TWICE.
003370******************************************************************
003380 4100-WRITE-ONE-EXTRACT.
003390
003440     MOVE GT-CUT-COUNT (WS-ENTRY-IX) TO GL-CUT-COUNT.
003450     MOVE GT-TOTAL-WEIGHT (WS-ENTRY-IX) TO GL-TOTAL-WEIGHT.
003460     MOVE GT-TOTAL-COST (WS-ENTRY-IX) TO GL-TOTAL-COST.
003465     SET GL-COST-IS-MATERIAL TO TRUE.
003470     WRITE GL-EXTRACT-RECORD.
003480
003490     ADD 1 TO WS-EXTRACT-COUNT.
003500     ADD GT-TOTAL-COST (WS-ENTRY-IX) TO WS-TOTAL-COST.
003501     IF GT-MACH-COST (WS-ENTRY-IX) > ZERO
003502         MOVE ZERO TO GL-TOTAL-WEIGHT
003503         MOVE GT-MACH-COST (WS-ENTRY-IX) TO GL-TOTAL-COST
003504         SET GL-COST-IS-MACHINE TO TRUE
003505         WRITE GL-EXTRACT-RECORD
003506         ADD 1 TO WS-EXTRACT-COUNT
003507         ADD GT-MACH-COST (WS-ENTRY-IX) TO WS-TOTAL-MACH-COST
003508     END-IF.
003510
003520 4100-EXIT.
003530     EXIT.
003950     DISPLAY "RECORDS IN PERIOD:      " WS-RECORDS-SELECTED.
003960     DISPLAY "EXTRACT RECORDS WRITTEN:" WS-EXTRACT-COUNT.
003970     DISPLAY "TOTAL MATERIAL COST:    " WS-TOTAL-COST.
003975     DISPLAY "TOTAL MACHINE COST:     " WS-TOTAL-MACH-COST.
003980
003990 8000-EXIT.
004000     EXIT.
