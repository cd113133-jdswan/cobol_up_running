000277*                     PRIOR DAY WAS COLLIDING WITH TODAY'S
000278*                     SEQ/PART PAIRS AND WRONGLY MARKING TODAY'S
000279*                     HISTORY CUT-COMPLETE.
000280*   2026-10-15 JS     CIRCSTAT WIDENED FOR THE CUT LENGTH, PIERCE
000281*                     COUNT, MACHINE MINUTES AND MACHINE COST -
000282*                     RECORD LENGTH ONLY.
000283*   2026-10-15 JS     EVERY UNCONFIRMED OR FAULTED DOWNLOAD NOW
000284*                     ALSO GOES TO THE CNCXEXT EXCEPTION EXTRACT,
000285*                     WHICH RECUTBLD TURNS INTO A BALANCED RECUT
000286*                     BATCH.  THE HISTORY MARK NOW SKIPS ANY
000287*                     RECORD NOT STILL PENDING, SO A CUT ALREADY
000288*                     SUPERSEDED BY A RECUT IS NEVER MARKED
000289*                     COMPLETE.
000290******************************************************************
000291
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.
000530     SELECT RECON-RPT ASSIGN TO "CNCXRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CNCXRPT-STATUS.
000552
000554     SELECT RECON-EXTRACT ASSIGN TO "CNCXEXT"
000556         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-CNCXEXT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000800
000810 FD  CIRCLE-MASTER
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 134 CHARACTERS.
000840     COPY CIRCSTAT REPLACING ==CIRCLE-STATS== BY
000850         ==CIRCLE-MASTER-RECORD==
000860         LEADING ==CS-== BY ==CM-==.
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 132 CHARACTERS.
000910 01  RECON-RPT-LINE              PIC X(132).
000911
000912 FD  RECON-EXTRACT
000913     LABEL RECORDS ARE STANDARD
000914     RECORD CONTAINS 19 CHARACTERS.
000915     COPY CNCXEXT.
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-CONSTANTS.
001290 77  WS-UNEXPECTED-COUNT         PIC 9(06) COMP VALUE ZERO.
001292 77  WS-STALE-COUNT              PIC 9(06) COMP VALUE ZERO.
001300 77  WS-MARKED-COUNT             PIC 9(06) COMP VALUE ZERO.
001305 77  WS-EXTRACTED-COUNT          PIC 9(06) COMP VALUE ZERO.
001310 77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
001320 77  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001330
001350 77  WS-CNCCONF-STATUS           PIC X(02) VALUE SPACES.
001360 77  WS-CIRCMSTR-STATUS          PIC X(02) VALUE SPACES.
001370 77  WS-CNCXRPT-STATUS           PIC X(02) VALUE SPACES.
001375 77  WS-CNCXEXT-STATUS           PIC X(02) VALUE SPACES.
001380
001390 77  WS-DL-EOF-SWITCH            PIC X(01) VALUE "N".
001400     88  END-OF-DOWNLOAD                 VALUE "Y".
002050         10  FILLER              PIC X(25)
002060             VALUE "HISTORY MARKED COMPLETE.".
002070         10  WS-TOT-MARKED       PIC ZZZ,ZZ9.
002072     05  WS-TOT-EXTRACT-LINE.
002074         10  FILLER              PIC X(25)
002076             VALUE "EXTRACTED FOR RECUT. . .".
002078         10  WS-TOT-EXTRACT      PIC ZZZ,ZZ9.
002080
002090 PROCEDURE DIVISION.
002100
002870     END-IF.
002880
002890     OPEN OUTPUT RECON-RPT.
002895     OPEN OUTPUT RECON-EXTRACT.
002900     PERFORM 1300-PRINT-HEADINGS THRU 1300-EXIT.
002910
002920 1000-EXIT.
004000         MOVE DT-PART-NUMBER (WS-DL-IX) TO WS-EXC-PART
004010         MOVE "NO CONFIRMATION RECEIVED" TO WS-EXC-REASON
004020         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004023         MOVE "U" TO XE-REASON-CODE
004026         PERFORM 7100-WRITE-EXTRACT THRU 7100-EXIT
004030         GO TO 3000-EXIT
004040     END-IF.
004050
004150         MOVE DT-PART-NUMBER (WS-DL-IX) TO WS-EXC-PART
004160         MOVE "FAULT REPORTED BY THE TABLE" TO WS-EXC-REASON
004170         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004173         MOVE "F" TO XE-REASON-CODE
004176         PERFORM 7100-WRITE-EXTRACT THRU 7100-EXIT
004180     END-IF.
004190
004200 3000-EXIT.
004990         GO TO 4100-EXIT
005000     END-IF.
005010
005020     IF NOT CM-CUT-IS-PENDING
005030         GO TO 4100-EXIT
005040     END-IF.
005050
005550
005560 7000-EXIT.
005570     EXIT.
005571
005572******************************************************************
005573* 7100-WRITE-EXTRACT
005574* WRITES ONE EXCEPTION EXTRACT ROW FOR THE DOWNLOAD IN HAND -
005575* RECUTBLD BUILDS THE RECUT BATCH FROM THESE.  THE CALLER HAS
005576* ALREADY SET THE REASON CODE.
005577******************************************************************
005578 7100-WRITE-EXTRACT.
005579
005580     MOVE WS-RECON-DATE TO XE-RECON-DATE.
005581     MOVE DT-SEQ-NUMBER (WS-DL-IX) TO XE-SEQ-NUMBER.
005582     MOVE DT-PART-NUMBER (WS-DL-IX) TO XE-PART-NUMBER.
005583     WRITE CNC-EXCEPTION-RECORD.
005584     ADD 1 TO WS-EXTRACTED-COUNT.
005585
005586 7100-EXIT.
005587     EXIT.
005588
005590******************************************************************
005600* 8000-PRINT-TOTALS
005610* PRINTS THE RECONCILIATION TOTALS AND ECHOES THE EXCEPTION
005710     MOVE WS-UNEXPECTED-COUNT TO WS-TOT-UNEXP.
005712     MOVE WS-STALE-COUNT TO WS-TOT-STALE.
005720     MOVE WS-MARKED-COUNT TO WS-TOT-MARKED.
005725     MOVE WS-EXTRACTED-COUNT TO WS-TOT-EXTRACT.
005730
005740     MOVE SPACES TO RECON-RPT-LINE.
005750     WRITE RECON-RPT-LINE.
005854     WRITE RECON-RPT-LINE.
005860     MOVE WS-TOT-MARKED-LINE TO RECON-RPT-LINE.
005870     WRITE RECON-RPT-LINE.
005873     MOVE WS-TOT-EXTRACT-LINE TO RECON-RPT-LINE.
005876     WRITE RECON-RPT-LINE.
005880
005890     DISPLAY "PARTS DOWNLOADED:  " WS-TOT-DL.
005900     DISPLAY "NO CONFIRMATION:   " WS-TOT-UNCONF.
005910     DISPLAY "FAULTED:           " WS-TOT-FAULT.
005920     DISPLAY "UNEXPECTED:        " WS-TOT-UNEXP.
005922     DISPLAY "STALE-DATE SKIPPED:" WS-TOT-STALE.
005926     DISPLAY "FOR RECUT:         " WS-TOT-EXTRACT.
005930
005940 8000-EXIT.
005950     EXIT.
006050     END-IF.
006060
006070     CLOSE RECON-RPT.
006075     CLOSE RECON-EXTRACT.
006080
006090     IF HISTORY-IS-OPEN
006100         CLOSE CIRCLE-MASTER
