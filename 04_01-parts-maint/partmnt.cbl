000293*                     TYPED INTO THE AUDIT TRAIL.  A SHOP
000294*                     WITHOUT THE OPERATOR MASTER LOADED RUNS
000295*                     OPEN, AS THE SIGN-ON STEP DOES.
000296*   2026-10-15 JS     DIMENSIONAL TOLERANCE ADDED FOR INSPECT -
000297*                     BLANK KEYS AS ZERO.  AUDIT IMAGES GREW.
000298******************************************************************
000299
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.
000500 FILE SECTION.
000510 FD  PARTS-MASTER
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 95 CHARACTERS.
000540     COPY PARTMSTR.
000550
000560 FD  PART-AUDIT
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 223 CHARACTERS.
000590 01  PART-AUDIT-RECORD.
000600     05  AU-AUDIT-DATE           PIC 9(08).
000610     05  AU-AUDIT-TIME           PIC 9(08).
000620     05  AU-USER-ID              PIC X(10).
000630     05  AU-FUNCTION-CODE        PIC X(01).
000640     05  AU-PART-NUMBER          PIC X(06).
000650     05  AU-BEFORE-IMAGE         PIC X(95).
000660     05  AU-AFTER-IMAGE          PIC X(95).
000662
000664 FD  MATERIAL-MASTER
000665     LABEL RECORDS ARE STANDARD
001008     05  WS-INNER-IN             PIC X(10).
001012     05  WS-INNER-IN-NUM REDEFINES WS-INNER-IN
001014                                 PIC 9(05)V9(05).
001015     05  WS-TOLER-IN             PIC X(06).
001016     05  WS-TOLER-IN-NUM REDEFINES WS-TOLER-IN
001017                                 PIC 9(02)V9(04).
001018
001020 01  WS-WORK-FIELDS.
001030     05  WS-CHECK-DIAMETER       PIC 9(05)V9(05).
001040     05  WS-DIAM-DIFF            PIC S9(05)V9(05).
001050     05  WS-BEFORE-IMAGE         PIC X(95).
001060     05  WS-AFTER-IMAGE          PIC X(95).
001070
001080 01  WS-CONSTANTS.
001090     05  WS-DIAM-TOLERANCE       PIC 9V9(05) VALUE 0.00100.
002810         PM-KERF-ALLOWANCE.
002812     DISPLAY "CURRENT SHAPE/INNER DIAMETER: "
002814         PM-SHAPE-CODE " " PM-INNER-DIAMETER.
002817     DISPLAY "CURRENT TOLERANCE (+/-): " PM-TOLERANCE.
002820
002830     PERFORM 6300-ACCEPT-FIELDS THRU 6300-EXIT.
002840     PERFORM 6500-EDIT-FIELDS THRU 6500-EXIT.
004076     DISPLAY "INNER DIAMETER - 10 DIGITS 99999V99999 NO POINT"
004078         " (RING ONLY):".
004082     ACCEPT WS-INNER-IN.
004083     DISPLAY "TOLERANCE +/- IN THE PART'S UNIT - 6 DIGITS 99V9999"
004084         " NO POINT (BLANK = ZERO):".
004085     ACCEPT WS-TOLER-IN.
004086
004090 6300-EXIT.
004100     EXIT.
004110
004770         END-IF
004780     END-IF.
004790
004791     IF WS-TOLER-IN = SPACES
004792         MOVE ZERO TO WS-TOLER-IN-NUM
004793     ELSE
004794         IF WS-TOLER-IN NOT NUMERIC
004795             DISPLAY "TOLERANCE IS NOT NUMERIC"
004796             SET EDITS-FAILED TO TRUE
004797         END-IF
004798     END-IF.
004799
004800 6500-EXIT.
004810     EXIT.
004812
004990     MOVE WS-KERF-IN-NUM TO PM-KERF-ALLOWANCE.
004992     MOVE WS-SHAPE-IN TO PM-SHAPE-CODE.
004994     MOVE WS-INNER-IN-NUM TO PM-INNER-DIAMETER.
004997     MOVE WS-TOLER-IN-NUM TO PM-TOLERANCE.
005000     SET PM-IS-ACTIVE TO TRUE.
005010
005020 6700-EXIT.
