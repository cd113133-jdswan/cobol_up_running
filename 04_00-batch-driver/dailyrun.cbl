000238*                     CODE FROM THE SIGN-ON - A BYPASSED OR
000239*                     RESTART-FILLED SIGN-ON GETS THE PLAIN
000241*                     OPERATOR ROLE, NEVER ANYTHING HIGHER.
000242*   2026-10-15 JS     THE RADIUS BATCH STEP NOW RUNS THE NIGHT'S
000243*                     BATCHQ QUEUE - EACH QUEUED FILE GOES THROUGH
000244*                     CHALLENGE ON ITS OWN WITH ITS FILE NAME,
000245*                     ENTRY MODE AND UNIT IN THE OPERPASS AREA,
000246*                     AND ONE FAILED OR OUT-OF-BALANCE BATCH NO
000247*                     LONGER STOPS THE CLEAN ONES BEHIND IT.  A
000248*                     BATCH ALREADY PROCESSED (RETURN CODE 4)
000249*                     COUNTS AS SKIPPED.  NO QUEUE RUNS THE SINGLE
000250*                     CIRCIN BATCH AS BEFORE.
000251******************************************************************
000252
000253 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.
000280 OBJECT-COMPUTER.
000400     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RUNHIST-STATUS.
000421
000422     SELECT BATCH-QUEUE ASSIGN TO "BATCHQ"
000423         ORGANIZATION IS LINE SEQUENTIAL
000424         FILE STATUS IS WS-BATCHQ-STATUS.
000425
000426     SELECT QUEUED-BATCH ASSIGN TO "CIRCIN"
000427         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-QBATCH-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000770     05  RH-END-TIME             PIC 9(08).
000780     05  RH-OUTCOME              PIC X(01).
000790     05  RH-COND-CODE            PIC 9(04).
000791
000792 FD  BATCH-QUEUE
000793     LABEL RECORDS ARE STANDARD
000794     RECORD CONTAINS 33 CHARACTERS.
000795     COPY BATCHQ.
000796
000797 FD  QUEUED-BATCH
000798     LABEL RECORDS ARE STANDARD
000799     RECORD CONTAINS 40 CHARACTERS.
000800 01  QUEUED-BATCH-RECORD         PIC X(40).
000801
000810 WORKING-STORAGE SECTION.
000820 COPY OPERPASS.
000830
000920         10  TS-STATUS-CODE      PIC X(01).
000930         10  TS-COND-CODE        PIC 9(04).
000940
000941 01  WS-QUEUE-TABLE.
000942     05  WS-QUEUE-COUNT          PIC 9(02) COMP VALUE ZERO.
000943     05  WS-QUEUE-ENTRY OCCURS 20 TIMES.
000944         10  TQ-FILE-NAME        PIC X(30).
000945         10  TQ-ENTRY-MODE       PIC X(01).
000946         10  TQ-UNIT-CODE        PIC X(02).
000947
000950 01  WS-WORK-FIELDS.
000960     05  WS-STEP-IX              PIC 9(02) COMP VALUE ZERO.
000970     05  WS-SAVE-IX              PIC 9(02) COMP VALUE ZERO.
000980     05  WS-STEP-CC              PIC 9(04) VALUE ZERO.
000990     05  WS-START-TIME           PIC 9(08) VALUE ZERO.
001000     05  WS-END-TIME             PIC 9(08) VALUE ZERO.
001001     05  WS-QUEUE-IX             PIC 9(02) COMP VALUE ZERO.
001002     05  WS-BATCH-CC             PIC 9(04) VALUE ZERO.
001003     05  WS-QUEUE-CC             PIC 9(04) VALUE ZERO.
001004     05  WS-BATCHES-CLEAN        PIC 9(02) VALUE ZERO.
001005     05  WS-BATCHES-SKIPPED      PIC 9(02) VALUE ZERO.
001006     05  WS-BATCHES-MISSING      PIC 9(02) VALUE ZERO.
001007     05  WS-BATCHES-FAILED       PIC 9(02) VALUE ZERO.
001010
001020 77  WS-TODAY                    PIC 9(08).
001030
001040 77  WS-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
001050 77  WS-RUNSTAT-STATUS           PIC X(02) VALUE SPACES.
001060 77  WS-RUNHIST-STATUS           PIC X(02) VALUE SPACES.
001063 77  WS-BATCHQ-STATUS            PIC X(02) VALUE SPACES.
001066 77  WS-QBATCH-STATUS            PIC X(02) VALUE SPACES.
001070
001080 77  WS-CTL-EOF-SWITCH           PIC X(01) VALUE "N".
001090     88  END-OF-CONTROL                  VALUE "Y".
001130     88  A-STEP-FAILED                   VALUE "Y".
001140 77  WS-CALL-SWITCH              PIC X(01) VALUE "N".
001150     88  CALL-FAILED                     VALUE "Y".
001153 77  WS-QUEUE-EOF-SWITCH         PIC X(01) VALUE "N".
001156     88  END-OF-QUEUE                    VALUE "Y".
001160
001170 PROCEDURE DIVISION.
001180
003420
003430     MOVE "N" TO WS-CALL-SWITCH.
003440     MOVE ZERO TO RETURN-CODE.
003446     IF TS-PROGRAM-NAME (WS-STEP-IX) = "CHALLENGE"
003452         PERFORM 4000-RUN-BATCH-QUEUE THRU 4000-EXIT
003458     ELSE
003464         CALL TS-PROGRAM-NAME (WS-STEP-IX)
003470             USING OPERATOR-PASS-AREA
003476             ON EXCEPTION
003482                 SET CALL-FAILED TO TRUE
003488         END-CALL
003494     END-IF.
003500
003510     ACCEPT WS-END-TIME FROM TIME.
003520
003740
003750 3000-EXIT.
003760     EXIT.
003761
003762******************************************************************
003763* 4000-RUN-BATCH-QUEUE
003764* THE RADIUS BATCH STEP.  EVERY FILE ON THE BATCHQ QUEUE IS PUT
003765* THROUGH CHALLENGE IN TURN, EACH WITH ITS OWN BALANCING,
003766* CHECKPOINT AND BATCH-REGISTER ENTRY.  A BATCH THAT FAILS OR
003767* STOPS OUT OF BALANCE DOES NOT HOLD UP THE ONES BEHIND IT - THE
003768* STEP STILL ENDS WITH THE WORST CONDITION CODE, SO THE RUN STOPS
003769* THERE AND A RERUN PUTS THE QUEUE THROUGH AGAIN.  BATCHES THAT
003770* ALREADY BALANCED COME BACK WITH RETURN CODE 4 (REFUSED AS
003771* ALREADY PROCESSED) AND COUNT AS SKIPPED, NOT FAILED.  WITH NO
003772* QUEUE THE STEP RUNS THE SINGLE CIRCIN BATCH AS IT ALWAYS HAS.
003773******************************************************************
003774 4000-RUN-BATCH-QUEUE.
003775
003776     MOVE ZERO TO WS-QUEUE-COUNT.
003777     MOVE ZERO TO WS-QUEUE-CC.
003778     MOVE ZERO TO WS-BATCHES-CLEAN.
003779     MOVE ZERO TO WS-BATCHES-SKIPPED.
003780     MOVE ZERO TO WS-BATCHES-MISSING.
003781     MOVE ZERO TO WS-BATCHES-FAILED.
003782     MOVE "N" TO WS-QUEUE-EOF-SWITCH.
003783     MOVE "N" TO OP-BATCH-QUEUED.
003784
003785     OPEN INPUT BATCH-QUEUE.
003786     IF WS-BATCHQ-STATUS = "00"
003787         PERFORM 4100-LOAD-ONE-QUEUE-ENTRY THRU 4100-EXIT
003788             UNTIL END-OF-QUEUE
003789         CLOSE BATCH-QUEUE
003790     END-IF.
003791
003792     IF WS-QUEUE-COUNT = ZERO
003793         DISPLAY "NO BATCHQ QUEUE - RUNNING THE SINGLE CIRCIN "
003794             "BATCH"
003795         CALL TS-PROGRAM-NAME (WS-STEP-IX)
003796             USING OPERATOR-PASS-AREA
003797             ON EXCEPTION
003798                 SET CALL-FAILED TO TRUE
003799         END-CALL
003800         IF RETURN-CODE = 4
003801             DISPLAY "BATCH ALREADY PROCESSED - SKIPPED"
003802             MOVE ZERO TO RETURN-CODE
003803         END-IF
003804         GO TO 4000-EXIT
003805     END-IF.
003806
003807     PERFORM 4200-RUN-ONE-BATCH THRU 4200-EXIT
003808         VARYING WS-QUEUE-IX FROM 1 BY 1
003809         UNTIL WS-QUEUE-IX > WS-QUEUE-COUNT
003810         OR CALL-FAILED.
003811
003812     MOVE "N" TO OP-BATCH-QUEUED.
003813     MOVE SPACES TO OP-BATCH-FILE-NAME.
003814     DISPLAY "CIRCIN" UPON ENVIRONMENT-NAME.
003815     DISPLAY "CIRCIN" UPON ENVIRONMENT-VALUE.
003816
003817     DISPLAY "BATCH QUEUE - " WS-QUEUE-COUNT " FILES: "
003818         WS-BATCHES-CLEAN " CLEAN, " WS-BATCHES-SKIPPED
003819         " ALREADY PROCESSED, " WS-BATCHES-MISSING
003820         " NOT PRESENT, "
003821         WS-BATCHES-FAILED " FAILED".
003822     MOVE WS-QUEUE-CC TO RETURN-CODE.
003823
003824 4000-EXIT.
003825     EXIT.
003826
003827******************************************************************
003828* 4100-LOAD-ONE-QUEUE-ENTRY
003829* LOADS ONE BATCHQ ROW INTO THE QUEUE TABLE.  A BLANK ENTRY MODE
003830* OR UNIT TAKES THE SHOP DEFAULT - RADIUS, INCHES.
003831******************************************************************
003832 4100-LOAD-ONE-QUEUE-ENTRY.
003833
003834     READ BATCH-QUEUE
003835         AT END
003836             SET END-OF-QUEUE TO TRUE
003837             GO TO 4100-EXIT
003838     END-READ.
003839
003840     IF BQ-FILE-NAME = SPACES
003841         GO TO 4100-EXIT
003842     END-IF.
003843
003844     IF WS-QUEUE-COUNT >= 20
003845         DISPLAY "BATCH QUEUE FULL - " BQ-FILE-NAME " DROPPED"
003846         GO TO 4100-EXIT
003847     END-IF.
003848
003849     ADD 1 TO WS-QUEUE-COUNT.
003850     MOVE BQ-FILE-NAME TO TQ-FILE-NAME (WS-QUEUE-COUNT).
003851     IF BQ-MODE-IS-RADIUS OR BQ-MODE-IS-DIAMETER
003852         MOVE BQ-ENTRY-MODE TO TQ-ENTRY-MODE (WS-QUEUE-COUNT)
003853     ELSE
003854         MOVE "R" TO TQ-ENTRY-MODE (WS-QUEUE-COUNT)
003855     END-IF.
003856     IF BQ-UNIT-IS-INCHES OR BQ-UNIT-IS-MM
003857         MOVE BQ-UNIT-CODE TO TQ-UNIT-CODE (WS-QUEUE-COUNT)
003858     ELSE
003859         MOVE "IN" TO TQ-UNIT-CODE (WS-QUEUE-COUNT)
003860     END-IF.
003861
003862 4100-EXIT.
003863     EXIT.
003864
003865******************************************************************
003866* 4200-RUN-ONE-BATCH
003867* POINTS CIRCIN AT ONE QUEUED FILE AND CALLS THE BATCH PROGRAM
003868* FOR IT, THEN CANCELS THE PROGRAM SO THE NEXT BATCH STARTS WITH
003869* FRESH TOTALS.  A FILE THAT ISN'T THERE TONIGHT IS SKIPPED.
003870******************************************************************
003871 4200-RUN-ONE-BATCH.
003872
003873     DISPLAY "BATCH " WS-QUEUE-IX " OF " WS-QUEUE-COUNT " - "
003874         TQ-FILE-NAME (WS-QUEUE-IX).
003875     DISPLAY "CIRCIN" UPON ENVIRONMENT-NAME.
003876     DISPLAY TQ-FILE-NAME (WS-QUEUE-IX) UPON ENVIRONMENT-VALUE.
003877
003878     OPEN INPUT QUEUED-BATCH.
003879     IF WS-QBATCH-STATUS NOT = "00"
003880         DISPLAY "  NOT PRESENT, STATUS " WS-QBATCH-STATUS
003881             " - SKIPPED"
003882         ADD 1 TO WS-BATCHES-MISSING
003883         GO TO 4200-EXIT
003884     END-IF.
003885     CLOSE QUEUED-BATCH.
003886
003887     SET OP-BATCH-IS-QUEUED TO TRUE.
003888     MOVE TQ-FILE-NAME (WS-QUEUE-IX) TO OP-BATCH-FILE-NAME.
003889     MOVE TQ-ENTRY-MODE (WS-QUEUE-IX) TO OP-BATCH-ENTRY-MODE.
003890     MOVE TQ-UNIT-CODE (WS-QUEUE-IX) TO OP-BATCH-UNIT-CODE.
003891
003892     MOVE ZERO TO RETURN-CODE.
003893     CALL TS-PROGRAM-NAME (WS-STEP-IX)
003894         USING OPERATOR-PASS-AREA
003895         ON EXCEPTION
003896             SET CALL-FAILED TO TRUE
003897     END-CALL.
003898     IF CALL-FAILED
003899         GO TO 4200-EXIT
003900     END-IF.
003901     MOVE RETURN-CODE TO WS-BATCH-CC.
003902     CANCEL TS-PROGRAM-NAME (WS-STEP-IX).
003903
003904     IF WS-BATCH-CC = ZERO
003905         ADD 1 TO WS-BATCHES-CLEAN
003906         DISPLAY "  ENDED CLEAN"
003907         GO TO 4200-EXIT
003908     END-IF.
003909
003910     IF WS-BATCH-CC = 4
003911         ADD 1 TO WS-BATCHES-SKIPPED
003912         DISPLAY "  ALREADY PROCESSED - SKIPPED"
003913         GO TO 4200-EXIT
003914     END-IF.
003915
003916     ADD 1 TO WS-BATCHES-FAILED.
003917     DISPLAY "  FAILED WITH CONDITION CODE " WS-BATCH-CC
003918         " - CONTINUING WITH THE NEXT BATCH".
003919     IF WS-BATCH-CC > WS-QUEUE-CC
003920         MOVE WS-BATCH-CC TO WS-QUEUE-CC
003921     END-IF.
003922
003923 4200-EXIT.
003924     EXIT.
003925
003926******************************************************************
003927* 7000-SAVE-STEP-STATUS
003928* REWRITES RUNSTAT WITH TODAY'S RESULT FOR EVERY STEP THAT HAS
003929* ONE, THE SAME WAY THE BATCH STEP REWRITES ITS CHECKPOINT - SO
003930* A RERUN ALWAYS SEES THE LATEST PICTURE OF THE DAY.
003931******************************************************************
003932 7000-SAVE-STEP-STATUS.
003933
003934     OPEN OUTPUT RUN-STATUS.
003935     PERFORM 7100-WRITE-ONE-STATUS THRU 7100-EXIT
003936         VARYING WS-SAVE-IX FROM 1 BY 1
003937         UNTIL WS-SAVE-IX > WS-STEP-COUNT.
003938     CLOSE RUN-STATUS.
003939
003940 7000-EXIT.
003941     EXIT.
003942
003950******************************************************************
003960* 7100-WRITE-ONE-STATUS
003970* WRITES ONE STEP'S RUNSTAT ROW, IF THE STEP HAS A RESULT.
