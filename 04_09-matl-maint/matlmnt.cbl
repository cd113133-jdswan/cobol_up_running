000230*                     UNTIL NOW A STEEL PRICE CHANGE MEANT
000240*                     RE-KEYING THE COST ON EVERY PART THAT
000250*                     SHARES THE MATERIAL, AND THEY DRIFTED.
000251*   2026-10-15 JS     NEW T FUNCTION MAINTAINS THE PLASMA-TABLE
000252*                     RATE FILE MACHRATE - CUT SPEED, PIERCE
000253*                     SECONDS AND HOURLY RATE PER MATERIAL AND
000254*                     THICKNESS, CREATED EMPTY ON FIRST USE.
000255*                     ROW CHANGES GO TO MATL-AUDIT AS FUNCTION T.
000256*   2026-10-15 JS     PARTMSTR WIDENED WITH THE DIMENSIONAL
000257*                     TOLERANCE - A REVALUATION CARRIES IT
000258*                     THROUGH UNTOUCHED.  THE PART AUDIT IMAGES
000259*                     GREW TO MATCH.
000260******************************************************************
000270
000280 ENVIRONMENT DIVISION.
000530     SELECT PART-AUDIT ASSIGN TO "PARTAUD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARTAUD-STATUS.
000551
000552     SELECT MACHINE-RATE ASSIGN TO "MACHRATE"
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS RANDOM
000555         RECORD KEY IS MR-RATE-KEY
000556         FILE STATUS IS WS-MACHRATE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000750
000760 FD  PARTS-MASTER
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 95 CHARACTERS.
000790     COPY PARTMSTR.
000800
000810 FD  PART-AUDIT
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 223 CHARACTERS.
000840 01  PART-AUDIT-RECORD.
000850     05  AU-AUDIT-DATE           PIC 9(08).
000860     05  AU-AUDIT-TIME           PIC 9(08).
000870     05  AU-USER-ID              PIC X(10).
000880     05  AU-FUNCTION-CODE        PIC X(01).
000890     05  AU-PART-NUMBER          PIC X(06).
000900     05  AU-BEFORE-IMAGE         PIC X(95).
000910     05  AU-AFTER-IMAGE          PIC X(95).
000911
000912 FD  MACHINE-RATE
000913     LABEL RECORDS ARE STANDARD
000914     RECORD CONTAINS 26 CHARACTERS.
000915     COPY MACHRATE.
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-MAINT-PARMS.
000980         88  MAINT-IS-CHANGE             VALUE "C".
000990         88  MAINT-IS-DEACTIVATE         VALUE "D".
001000         88  MAINT-IS-REVALUE            VALUE "R".
001005         88  MAINT-IS-TABLE-RATE         VALUE "T".
001010         88  MAINT-IS-QUIT               VALUE "Q".
001020
001030 01  WS-KEYED-FIELDS.
001090     05  WS-COST-IN              PIC X(08).
001100     05  WS-COST-IN-NUM REDEFINES WS-COST-IN
001110                                 PIC 9(04)V9(04).
001111     05  WS-THICK-IN             PIC X(06).
001112     05  WS-THICK-IN-NUM REDEFINES WS-THICK-IN
001113                                 PIC 9(02)V9(04).
001114     05  WS-SPEED-IN             PIC X(06).
001115     05  WS-SPEED-IN-NUM REDEFINES WS-SPEED-IN
001116                                 PIC 9(05)V9(01).
001117     05  WS-PIERCE-IN            PIC X(03).
001118     05  WS-PIERCE-IN-NUM REDEFINES WS-PIERCE-IN
001119                                 PIC 9(02)V9(01).
001120     05  WS-RATE-IN              PIC X(06).
001121     05  WS-RATE-IN-NUM REDEFINES WS-RATE-IN
001122                                 PIC 9(04)V9(02).
001123     05  WS-RATE-STATUS-IN       PIC X(01).
001124
001130 01  WS-WORK-FIELDS.
001140     05  WS-MATL-BEFORE          PIC X(41).
001150     05  WS-MATL-AFTER           PIC X(41).
001160     05  WS-PART-BEFORE          PIC X(95).
001170     05  WS-PART-AFTER           PIC X(95).
001180
001190 77  WS-TODAY                    PIC 9(08).
001200 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
001220 77  WS-DEACT-COUNT              PIC 9(05) COMP VALUE ZERO.
001230 77  WS-REVALUE-COUNT            PIC 9(05) COMP VALUE ZERO.
001240 77  WS-SWEEP-READ               PIC 9(05) COMP VALUE ZERO.
001245 77  WS-RATE-COUNT               PIC 9(05) COMP VALUE ZERO.
001250
001260 77  WS-MATLMSTR-STATUS          PIC X(02) VALUE SPACES.
001270 77  WS-MATLAUD-STATUS           PIC X(02) VALUE SPACES.
001280 77  WS-PARTMSTR-STATUS          PIC X(02) VALUE SPACES.
001290 77  WS-PARTAUD-STATUS           PIC X(02) VALUE SPACES.
001295 77  WS-MACHRATE-STATUS          PIC X(02) VALUE SPACES.
001300
001310 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
001320     88  EDITS-PASSED                    VALUE "Y".
001380     88  MATLMSTR-IS-OPEN                VALUE "Y".
001390 77  WS-SWEEP-EOF-SWITCH         PIC X(01) VALUE "N".
001400     88  END-OF-SWEEP                    VALUE "Y".
001401 77  WS-MACHRATE-OPEN-SWITCH     PIC X(01) VALUE "Y".
001402     88  MACHRATE-IS-OPEN                VALUE "Y".
001403 77  WS-RATE-FOUND-SWITCH        PIC X(01) VALUE "N".
001404     88  RATE-IS-ON-FILE                 VALUE "Y".
001405     88  RATE-NOT-ON-FILE                VALUE "N".
001410
001420 PROCEDURE DIVISION.
001430
001910     IF WS-MATLAUD-STATUS = "35"
001920         OPEN OUTPUT MATERIAL-AUDIT
001930     END-IF.
001931
001932     OPEN I-O MACHINE-RATE.
001933     IF WS-MACHRATE-STATUS = "35"
001934         OPEN OUTPUT MACHINE-RATE
001935         CLOSE MACHINE-RATE
001936         OPEN I-O MACHINE-RATE
001937     END-IF.
001938
001939     IF WS-MACHRATE-STATUS NOT = "00"
001940         DISPLAY "MACHINE-RATE OPEN FAILED, STATUS "
001941             WS-MACHRATE-STATUS " - TABLE RATES UNAVAILABLE"
001942         MOVE "N" TO WS-MACHRATE-OPEN-SWITCH
001943     END-IF.
001944
001950 1000-EXIT.
001960     EXIT.
001970
002040
002050     DISPLAY " ".
002060     DISPLAY "FUNCTION - A=ADD, C=CHANGE, D=DEACTIVATE, "
002070         "R=REVALUE PARTS, T=TABLE RATE, Q=QUIT:".
002080     ACCEPT WS-FUNCTION-CODE.
002090
002100     EVALUATE TRUE
002160             PERFORM 5000-DEACT-MATERIAL THRU 5000-EXIT
002170         WHEN MAINT-IS-REVALUE
002180             PERFORM 6800-REVALUE-PARTS THRU 6800-EXIT
002183         WHEN MAINT-IS-TABLE-RATE
002186             PERFORM 6900-MAINT-MACHINE-RATE THRU 6900-EXIT
002190         WHEN MAINT-IS-QUIT
002200             CONTINUE
002210         WHEN OTHER
005630 6850-EXIT.
005640     EXIT.
005650
005651******************************************************************
005652* 6900-MAINT-MACHINE-RATE
005653* ADDS OR CHANGES ONE PLASMA-TABLE RATE ROW - CUT SPEED, PIERCE
005654* TIME AND HOURLY RATE FOR AN ACTIVE MATERIAL AT ONE STOCK
005655* THICKNESS.  KEYING I AS THE STATUS RETIRES THE ROW WITHOUT
005656* DELETING IT.  THE ROW'S BEFORE AND AFTER IMAGES GO TO THE
005657* MATERIAL-AUDIT TRAIL UNDER FUNCTION T.  CHALLENGE AND QUOTE
005658* PRICE MACHINE TIME OFF THESE ROWS.
005659******************************************************************
005660 6900-MAINT-MACHINE-RATE.
005661
005662     IF NOT MACHRATE-IS-OPEN
005663         DISPLAY "MACHINE-RATE FILE IS NOT OPEN"
005664         GO TO 6900-EXIT
005665     END-IF.
005666
005667     PERFORM 6100-ACCEPT-MATL-CODE THRU 6100-EXIT.
005668     IF WS-MATERIAL-IN = SPACES
005669         GO TO 6900-EXIT
005670     END-IF.
005671
005672     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
005673     IF MATL-NOT-ON-FILE
005674         DISPLAY "MATERIAL " WS-MATERIAL-IN " IS NOT ON FILE"
005675         GO TO 6900-EXIT
005676     END-IF.
005677
005678     IF MT-IS-INACTIVE
005679         DISPLAY "MATERIAL " WS-MATERIAL-IN " IS INACTIVE - "
005680             "NO TABLE RATE KEYED"
005681         GO TO 6900-EXIT
005682     END-IF.
005683
005684     DISPLAY "STOCK THICKNESS - 6 DIGITS 99V9999 NO POINT:".
005685     MOVE SPACES TO WS-THICK-IN.
005686     ACCEPT WS-THICK-IN.
005687     IF WS-THICK-IN NOT NUMERIC OR WS-THICK-IN-NUM = ZERO
005688         DISPLAY "THICKNESS IS NOT NUMERIC OR IS ZERO"
005689         GO TO 6900-EXIT
005690     END-IF.
005691
005692     SET RATE-NOT-ON-FILE TO TRUE.
005693     MOVE WS-MATERIAL-IN TO MR-MATERIAL-CODE.
005694     MOVE WS-THICK-IN-NUM TO MR-THICKNESS.
005695     READ MACHINE-RATE
005696         INVALID KEY
005697             SET RATE-NOT-ON-FILE TO TRUE
005698         NOT INVALID KEY
005699             SET RATE-IS-ON-FILE TO TRUE
005700     END-READ.
005701
005702     IF RATE-IS-ON-FILE
005703         MOVE MACHINE-RATE-RECORD TO WS-MATL-BEFORE
005704         DISPLAY "CURRENT SPEED/PIERCE/RATE: " MR-CUT-SPEED-MM
005705             " " MR-PIERCE-SECONDS " " MR-HOURLY-RATE
005706             " STATUS " MR-STATUS-CODE
005707     ELSE
005708         MOVE SPACES TO WS-MATL-BEFORE
005709         DISPLAY "NEW TABLE RATE FOR " WS-MATERIAL-IN
005710     END-IF.
005711
005712     PERFORM 6950-EDIT-RATE-FIELDS THRU 6950-EXIT.
005713     IF EDITS-FAILED
005714         DISPLAY "TABLE RATE FOR " WS-MATERIAL-IN " NOT UPDATED"
005715         GO TO 6900-EXIT
005716     END-IF.
005717
005718     MOVE WS-MATERIAL-IN TO MR-MATERIAL-CODE.
005719     MOVE WS-THICK-IN-NUM TO MR-THICKNESS.
005720     MOVE WS-SPEED-IN-NUM TO MR-CUT-SPEED-MM.
005721     MOVE WS-PIERCE-IN-NUM TO MR-PIERCE-SECONDS.
005722     MOVE WS-RATE-IN-NUM TO MR-HOURLY-RATE.
005723     MOVE WS-RATE-STATUS-IN TO MR-STATUS-CODE.
005724
005725     IF RATE-IS-ON-FILE
005726         REWRITE MACHINE-RATE-RECORD
005727             INVALID KEY
005728                 DISPLAY "REWRITE FAILED FOR TABLE RATE "
005729                     WS-MATERIAL-IN " STATUS " WS-MACHRATE-STATUS
005730                 GO TO 6900-EXIT
005731         END-REWRITE
005732     ELSE
005733         WRITE MACHINE-RATE-RECORD
005734             INVALID KEY
005735                 DISPLAY "WRITE FAILED FOR TABLE RATE "
005736                     WS-MATERIAL-IN " STATUS " WS-MACHRATE-STATUS
005737                 GO TO 6900-EXIT
005738         END-WRITE
005739     END-IF.
005740
005741     MOVE MACHINE-RATE-RECORD TO WS-MATL-AFTER.
005742     PERFORM 7000-WRITE-MATL-AUDIT THRU 7000-EXIT.
005743     ADD 1 TO WS-RATE-COUNT.
005744     DISPLAY "TABLE RATE FOR " WS-MATERIAL-IN " AT " WS-THICK-IN
005745         " UPDATED".
005746
005747 6900-EXIT.
005748     EXIT.
005749
005750******************************************************************
005751* 6950-EDIT-RATE-FIELDS
005752* ACCEPTS AND EDITS THE RATE FIELDS, KEYED ZONED WITH NO DECIMAL
005753* POINT IN THE SAME PICTURES THE RATE ROW CARRIES.  AN ACTIVE ROW
005754* WITH A ZERO CUT SPEED COULD NEVER BE TIMED, SO IT IS REFUSED.
005755******************************************************************
005756 6950-EDIT-RATE-FIELDS.
005757
005758     SET EDITS-PASSED TO TRUE.
005759
005760     DISPLAY "CUT SPEED MM/MIN - 6 DIGITS 99999V9 NO POINT:".
005761     MOVE SPACES TO WS-SPEED-IN.
005762     ACCEPT WS-SPEED-IN.
005763     DISPLAY "PIERCE SECONDS - 3 DIGITS 99V9 NO POINT:".
005764     MOVE SPACES TO WS-PIERCE-IN.
005765     ACCEPT WS-PIERCE-IN.
005766     DISPLAY "HOURLY RATE - 6 DIGITS 9999V99 NO POINT:".
005767     MOVE SPACES TO WS-RATE-IN.
005768     ACCEPT WS-RATE-IN.
005769     DISPLAY "STATUS - A=ACTIVE, I=INACTIVE:".
005770     MOVE SPACE TO WS-RATE-STATUS-IN.
005771     ACCEPT WS-RATE-STATUS-IN.
005772
005773     IF WS-SPEED-IN NOT NUMERIC
005774         DISPLAY "CUT SPEED IS NOT NUMERIC"
005775         SET EDITS-FAILED TO TRUE
005776         GO TO 6950-EXIT
005777     END-IF.
005778
005779     IF WS-PIERCE-IN NOT NUMERIC
005780         DISPLAY "PIERCE SECONDS IS NOT NUMERIC"
005781         SET EDITS-FAILED TO TRUE
005782         GO TO 6950-EXIT
005783     END-IF.
005784
005785     IF WS-RATE-IN NOT NUMERIC
005786         DISPLAY "HOURLY RATE IS NOT NUMERIC"
005787         SET EDITS-FAILED TO TRUE
005788         GO TO 6950-EXIT
005789     END-IF.
005790
005791     IF WS-RATE-STATUS-IN NOT = "A" AND NOT = "I"
005792         DISPLAY "STATUS MUST BE A OR I"
005793         SET EDITS-FAILED TO TRUE
005794         GO TO 6950-EXIT
005795     END-IF.
005796
005797     IF WS-RATE-STATUS-IN = "A" AND WS-SPEED-IN-NUM = ZERO
005798         DISPLAY "CUT SPEED MAY NOT BE ZERO ON AN ACTIVE RATE"
005799         SET EDITS-FAILED TO TRUE
005800     END-IF.
005801
005802 6950-EXIT.
005803     EXIT.
005804
005805******************************************************************
005806* 7000-WRITE-MATL-AUDIT
005807* APPENDS ONE MATERIAL-AUDIT ROW FOR EVERY CHANGE THAT REACHES
005808* THE MATERIAL MASTER.
005809******************************************************************
005810 7000-WRITE-MATL-AUDIT.
005811
005812     MOVE SPACES TO MATERIAL-AUDIT-RECORD.
005813     MOVE WS-TODAY TO MA-AUDIT-DATE.
005814     ACCEPT MA-AUDIT-TIME FROM TIME.
005815     MOVE WS-USER-ID TO MA-USER-ID.
005816     MOVE WS-FUNCTION-CODE TO MA-FUNCTION-CODE.
005817     MOVE WS-MATERIAL-IN TO MA-MATERIAL-CODE.
005818     MOVE WS-MATL-BEFORE TO MA-BEFORE-IMAGE.
005819     MOVE WS-MATL-AFTER TO MA-AFTER-IMAGE.
005820     WRITE MATERIAL-AUDIT-RECORD.
005821
005830 7000-EXIT.
005840     EXIT.
005850
006130     DISPLAY "MATERIALS ADDED:       " WS-ADD-COUNT.
006140     DISPLAY "MATERIALS CHANGED:     " WS-CHANGE-COUNT.
006150     DISPLAY "MATERIALS DEACTIVATED: " WS-DEACT-COUNT.
006155     DISPLAY "TABLE RATES KEYED:     " WS-RATE-COUNT.
006160
006170 8000-EXIT.
006180     EXIT.
006260     IF MATLMSTR-IS-OPEN
006270         CLOSE MATERIAL-MASTER
006280     END-IF.
006282
006284     IF MACHRATE-IS-OPEN
006286         CLOSE MACHINE-RATE
006288     END-IF.
006290
006300     CLOSE MATERIAL-AUDIT.
006310
