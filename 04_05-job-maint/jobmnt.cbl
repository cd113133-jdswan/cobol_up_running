000180*                     CLOSED JOB STAYS ON FILE SO THE HISTORY
000190*                     BEHIND IT STAYS MEANINGFUL, BUT CHALLENGE
000200*                     REFUSES NEW CUTS AGAINST IT.
000201*   2026-10-15 JS     JOBMSTR WIDENED WITH THE QUOTE NUMBER A JOB
000202*                     OPENED FROM AN ACCEPTED QUOTE CARRIES - A
000203*                     JOB ADDED HERE CARRIES ZERO AND A CHANGE
000204*                     LEAVES THE LINK ALONE.  THE AUDIT IMAGES
000205*                     GREW TO MATCH.
000206*   2026-10-15 JS     ADDED ORDER LINES UNDER EACH JOB - PART,
000207*                     QUANTITY ORDERED, DUE DATE AND LINE STATUS
000208*                     ON THE NEW JOB LINE FILE.  L ADDS A LINE, M
000209*                     CHANGES ONE, BOTH AUDITED TO JOB-AUDIT WITH
000210*                     THE LINE RECORD AS THE IMAGES.  A JOB WITH
000211*                     OPEN LINES IS NOT CLOSED WITHOUT A
000212*                     SUPERVISOR'S OVERRIDE, WHICH CLOSES THE OPEN
000213*                     LINES UNDER THE SUPERVISOR'S ID.
000214*   2026-10-15 JS     NEW FUNCTION R MARKS AN OPEN JOB READY TO
000215*                     SHIP, OR CLEARS THE MARK, AUDITED TO JOB-
000216*                     AUDIT UNDER FUNCTION R.  SHIPDOC PRINTS THE
000217*                     SHIPPING DOCUMENTS FOR EVERY READY JOB.
000218******************************************************************
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000380     SELECT JOB-AUDIT ASSIGN TO "JOBAUD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-JOBAUD-STATUS.
000401
000402     SELECT JOB-LINE ASSIGN TO "JOBLINE"
000403         ORGANIZATION IS INDEXED
000404         ACCESS MODE IS RANDOM
000405         RECORD KEY IS JL-LINE-KEY
000406         FILE STATUS IS WS-JOBLINE-STATUS.
000407
000408     SELECT PARTS-MASTER ASSIGN TO "PARTMSTR"
000409         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000411         RECORD KEY IS PM-PART-NUMBER
000412         FILE STATUS IS WS-PARTMSTR-STATUS.
000413
000414     SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-OPERMSTR-STATUS.
000417
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  JOB-MASTER
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 45 CHARACTERS.
000470     COPY JOBMSTR.
000480
000490 FD  JOB-AUDIT
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 125 CHARACTERS.
000520 01  JOB-AUDIT-RECORD.
000530     05  JA-AUDIT-DATE           PIC 9(08).
000540     05  JA-AUDIT-TIME           PIC 9(08).
000550     05  JA-USER-ID              PIC X(10).
000560     05  JA-FUNCTION-CODE        PIC X(01).
000570     05  JA-JOB-NUMBER           PIC X(08).
000580     05  JA-BEFORE-IMAGE         PIC X(45).
000590     05  JA-AFTER-IMAGE          PIC X(45).
000591
000592 FD  JOB-LINE
000593     LABEL RECORDS ARE STANDARD
000594     RECORD CONTAINS 32 CHARACTERS.
000595     COPY JOBLINE.
000596
000597 FD  PARTS-MASTER
000598     LABEL RECORDS ARE STANDARD
000599     RECORD CONTAINS 95 CHARACTERS.
000600     COPY PARTMSTR.
000601
000602 FD  OPERATOR-MASTER
000603     LABEL RECORDS ARE STANDARD
000604     RECORD CONTAINS 44 CHARACTERS.
000605     COPY OPERMSTR.
000606
000610 WORKING-STORAGE SECTION.
000620 01  WS-MAINT-PARMS.
000630     05  WS-USER-ID              PIC X(10) VALUE SPACES.
000650         88  MAINT-IS-ADD                VALUE "A".
000660         88  MAINT-IS-CHANGE             VALUE "C".
000670         88  MAINT-IS-CLOSE              VALUE "X".
000673         88  MAINT-IS-ADD-LINE           VALUE "L".
000676         88  MAINT-IS-CHANGE-LINE        VALUE "M".
000678         88  MAINT-IS-READY              VALUE "R".
000680         88  MAINT-IS-QUIT               VALUE "Q".
000690
000700 01  WS-KEYED-FIELDS.
000710     05  WS-JOB-IN               PIC X(08).
000720     05  WS-CUSTOMER-IN          PIC X(20).
000730     05  WS-PO-IN                PIC X(10).
000731     05  WS-LINE-IN              PIC X(03).
000732     05  WS-LINE-IN-NUM REDEFINES WS-LINE-IN
000733                                 PIC 9(03).
000734     05  WS-PART-IN              PIC X(06).
000735     05  WS-QTY-IN               PIC X(06).
000736     05  WS-QTY-IN-NUM REDEFINES WS-QTY-IN
000737                                 PIC 9(06).
000738     05  WS-DUE-IN               PIC X(08).
000739     05  WS-DUE-IN-NUM REDEFINES WS-DUE-IN
000740                                 PIC 9(08).
000741     05  WS-DUE-IN-PARTS REDEFINES WS-DUE-IN.
000742         10  WS-DUE-YYYY         PIC 9(04).
000743         10  WS-DUE-MM           PIC 9(02).
000744         10  WS-DUE-DD           PIC 9(02).
000745     05  WS-LINE-STATUS-IN       PIC X(01).
000746     05  WS-SUPER-ID-IN          PIC X(10).
000747     05  WS-SUPER-PASSWORD-IN    PIC X(10).
000748
000750 01  WS-WORK-FIELDS.
000760     05  WS-BEFORE-IMAGE         PIC X(45).
000770     05  WS-AFTER-IMAGE          PIC X(45).
000780
000790 77  WS-TODAY                    PIC 9(08).
000800 77  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
000810 77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
000820 77  WS-CLOSE-COUNT              PIC 9(05) COMP VALUE ZERO.
000821 77  WS-LINE-ADD-COUNT           PIC 9(05) COMP VALUE ZERO.
000822 77  WS-LINE-CHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
000823 77  WS-LINE-CLOSE-COUNT         PIC 9(05) COMP VALUE ZERO.
000824 77  WS-READY-COUNT              PIC 9(05) COMP VALUE ZERO.
000825 77  WS-LAST-LINE                PIC 9(03) COMP VALUE ZERO.
000826 77  WS-OPEN-LINES               PIC 9(03) COMP VALUE ZERO.
000827 77  WS-LINE-IX                  PIC 9(03) COMP VALUE ZERO.
000830
000840 77  WS-JOBMSTR-STATUS           PIC X(02) VALUE SPACES.
000850 77  WS-JOBAUD-STATUS            PIC X(02) VALUE SPACES.
000852 77  WS-JOBLINE-STATUS           PIC X(02) VALUE SPACES.
000854 77  WS-PARTMSTR-STATUS          PIC X(02) VALUE SPACES.
000856 77  WS-OPERMSTR-STATUS          PIC X(02) VALUE SPACES.
000860
000870 77  WS-EDIT-SWITCH              PIC X(01) VALUE "Y".
000880     88  EDITS-PASSED                    VALUE "Y".
000920     88  JOB-NOT-ON-FILE                 VALUE "N".
000930 77  WS-JOBMSTR-OPEN-SWITCH      PIC X(01) VALUE "Y".
000940     88  JOBMSTR-IS-OPEN                 VALUE "Y".
000941 77  WS-JOBLINE-OPEN-SWITCH      PIC X(01) VALUE "Y".
000942     88  JOBLINE-IS-OPEN                 VALUE "Y".
000943 77  WS-PARTMSTR-OPEN-SWITCH     PIC X(01) VALUE "Y".
000944     88  PARTMSTR-IS-OPEN                VALUE "Y".
000945 77  WS-LINE-FOUND-SWITCH        PIC X(01) VALUE "N".
000946     88  LINE-IS-ON-FILE                 VALUE "Y".
000947     88  LINE-NOT-ON-FILE                VALUE "N".
000948 77  WS-LINE-SCAN-SWITCH         PIC X(01) VALUE "N".
000949     88  END-OF-JOB-LINES                VALUE "Y".
000950 77  WS-OPER-EOF-SWITCH          PIC X(01) VALUE "N".
000951     88  END-OF-OPERATORS                VALUE "Y".
000952 77  WS-OPER-MATCH-SWITCH        PIC X(01) VALUE "N".
000953     88  OPERATOR-WAS-FOUND              VALUE "Y".
000954 77  WS-OVERRIDE-SWITCH          PIC X(01) VALUE "N".
000955     88  SUPERVISOR-APPROVED             VALUE "Y".
000956     88  SUPERVISOR-NOT-APPROVED         VALUE "N".
000957 77  WS-OVERRIDE-AUDIT-SWITCH    PIC X(01) VALUE "N".
000958     88  AUDITING-OVERRIDE               VALUE "Y".
000959
000960 PROCEDURE DIVISION.
000970
000980******************************************************************
001180* ACCEPTS THE USER ID FOR THE AUDIT TRAIL AND OPENS THE MASTER
001190* AND AUDIT FILES.  A MISSING MASTER IS CREATED EMPTY SO THE
001200* OFFICE CAN LOAD ITS FIRST JOBS THROUGH THIS PROGRAM INSTEAD
001204* OF BUILDING THE FILE BY HAND.  THE JOB LINE FILE IS CREATED
001208* EMPTY THE SAME WAY.  THE PARTS MASTER IS OPENED SO A LINE'S PART
001212* NUMBER CAN BE CHECKED - A SHOP WITHOUT IT LOADED TAKES THE PART
001216* AS KEYED.
001220******************************************************************
001230 1000-INITIALIZE.
001240
001410         MOVE "N" TO WS-JOBMSTR-OPEN-SWITCH
001420         SET MAINT-IS-QUIT TO TRUE
001430     END-IF.
001431
001432     OPEN INPUT PARTS-MASTER.
001433     IF WS-PARTMSTR-STATUS NOT = "00"
001434         DISPLAY "PARTS MASTER NOT LOADED - LINE PART NUMBERS "
001435             "NOT VALIDATED"
001436         MOVE "N" TO WS-PARTMSTR-OPEN-SWITCH
001437     END-IF.
001440
001450     OPEN EXTEND JOB-AUDIT.
001460     IF WS-JOBAUD-STATUS = "35"
001470         OPEN OUTPUT JOB-AUDIT
001480     END-IF.
001481
001482     OPEN I-O JOB-LINE.
001483     IF WS-JOBLINE-STATUS = "35"
001484         OPEN OUTPUT JOB-LINE
001485         CLOSE JOB-LINE
001486         OPEN I-O JOB-LINE
001487     END-IF.
001488     IF WS-JOBLINE-STATUS NOT = "00"
001489         DISPLAY "JOB LINE FILE OPEN FAILED, STATUS "
001490             WS-JOBLINE-STATUS " - LINE FUNCTIONS UNAVAILABLE"
001491         MOVE "N" TO WS-JOBLINE-OPEN-SWITCH
001492     END-IF.
001495
001500 1000-EXIT.
001510     EXIT.
001520
001530******************************************************************
001540* 2000-PROCESS-REQUEST
001550* DISPLAYS THE FUNCTION MENU, ACCEPTS ONE FUNCTION CODE AND
001560* ROUTES IT TO THE JOB OR JOB LINE PARAGRAPH.
001570******************************************************************
001580 2000-PROCESS-REQUEST.
001590
001600     DISPLAY " ".
001606     DISPLAY "FUNCTION - A=ADD, C=CHANGE, X=CLOSE, L=ADD LINE, "
001612         "M=CHANGE LINE, R=READY TO SHIP, Q=QUIT:".
001620     ACCEPT WS-FUNCTION-CODE.
001630
001640     EVALUATE TRUE
001680             PERFORM 4000-CHANGE-JOB THRU 4000-EXIT
001690         WHEN MAINT-IS-CLOSE
001700             PERFORM 5000-CLOSE-JOB THRU 5000-EXIT
001702         WHEN MAINT-IS-ADD-LINE
001704             PERFORM 5500-ADD-LINE THRU 5500-EXIT
001706         WHEN MAINT-IS-CHANGE-LINE
001708             PERFORM 5700-CHANGE-LINE THRU 5700-EXIT
001711         WHEN MAINT-IS-READY
001714             PERFORM 5300-MARK-READY THRU 5300-EXIT
001717         WHEN MAINT-IS-QUIT
001720             CONTINUE
001730         WHEN OTHER
001740             DISPLAY "INVALID FUNCTION CODE"
002060     END-IF.
002070
002080     MOVE SPACES TO WS-BEFORE-IMAGE.
002085     MOVE ZERO TO JO-QUOTE-NUMBER.
002090     PERFORM 6700-BUILD-MASTER-RECORD THRU 6700-EXIT.
002100
002110     WRITE JOB-MASTER-RECORD
002750* 5000-CLOSE-JOB
002760* FLAGS A JOB CLOSED WITHOUT DELETING ITS ROW, SO THE HISTORY
002770* BEHIND IT STAYS MEANINGFUL.  CHALLENGE REJECTS NEW CUTS KEYED
002775* AGAINST A CLOSED JOB.  A JOB WITH LINES STILL OPEN IS ONLY
002780* CLOSED ON A SUPERVISOR'S OVERRIDE, WHICH CLOSES THE OPEN LINES
002785* ALONG WITH IT.
002790******************************************************************
002800 5000-CLOSE-JOB.
002810
002940         DISPLAY "JOB " WS-JOB-IN " IS ALREADY CLOSED"
002950         GO TO 5000-EXIT
002960     END-IF.
002961
002962     SET SUPERVISOR-NOT-APPROVED TO TRUE.
002963     PERFORM 6150-SCAN-JOB-LINES THRU 6150-EXIT.
002964     IF WS-OPEN-LINES > ZERO
002965         DISPLAY "JOB " WS-JOB-IN " HAS " WS-OPEN-LINES
002966             " OPEN LINE(S) - SUPERVISOR OVERRIDE REQUIRED"
002967         PERFORM 5100-VERIFY-SUPERVISOR THRU 5100-EXIT
002968         IF SUPERVISOR-NOT-APPROVED
002969             DISPLAY "JOB " WS-JOB-IN " NOT CLOSED"
002970             GO TO 5000-EXIT
002971         END-IF
002972     END-IF.
002973
002980     MOVE JOB-MASTER-RECORD TO WS-BEFORE-IMAGE.
002990     SET JO-IS-CLOSED TO TRUE.
003000
003090     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003100     ADD 1 TO WS-CLOSE-COUNT.
003110     DISPLAY "JOB " WS-JOB-IN " CLOSED".
003112
003114     IF SUPERVISOR-APPROVED
003116         PERFORM 5200-CLOSE-OPEN-LINES THRU 5200-EXIT
003118     END-IF.
003120
003130 5000-EXIT.
003140     EXIT.
003150
003151******************************************************************
003152* 5100-VERIFY-SUPERVISOR
003153* TAKES A SUPERVISOR'S ID AND PASSWORD TO OVERRIDE THE OPEN-LINE
003154* CHECK ON A CLOSE.  THE ID MUST BE ON THE OPERATOR MASTER AND NOT
003155* LOCKED, THE PASSWORD MUST MATCH, AND THE ROLE MUST BE
003156* SUPERVISOR.  A SHOP WITHOUT THE OPERATOR MASTER LOADED RUNS OPEN
003157* WITH A CONSOLE NOTE, THE SAME FALLBACK PARTMNT'S SIGN-ON USES.
003158******************************************************************
003159 5100-VERIFY-SUPERVISOR.
003160
003161     SET SUPERVISOR-NOT-APPROVED TO TRUE.
003162     MOVE SPACES TO WS-SUPER-ID-IN.
003163     MOVE SPACES TO WS-SUPER-PASSWORD-IN.
003164     DISPLAY "SUPERVISOR ID (BLANK TO CANCEL):".
003165     ACCEPT WS-SUPER-ID-IN.
003166     IF WS-SUPER-ID-IN = SPACES
003167         GO TO 5100-EXIT
003168     END-IF.
003169     DISPLAY "SUPERVISOR PASSWORD:".
003170     ACCEPT WS-SUPER-PASSWORD-IN.
003171
003172     OPEN INPUT OPERATOR-MASTER.
003173     IF WS-OPERMSTR-STATUS NOT = "00"
003174         DISPLAY "OPERATOR MASTER NOT LOADED - OVERRIDE NOT "
003175             "CHECKED"
003176         SET SUPERVISOR-APPROVED TO TRUE
003177         GO TO 5100-EXIT
003178     END-IF.
003179
003180     MOVE "N" TO WS-OPER-EOF-SWITCH.
003181     MOVE "N" TO WS-OPER-MATCH-SWITCH.
003182     PERFORM 5110-CHECK-ONE-OPERATOR THRU 5110-EXIT
003183         UNTIL OPERATOR-WAS-FOUND OR END-OF-OPERATORS.
003184     CLOSE OPERATOR-MASTER.
003185
003186     IF NOT OPERATOR-WAS-FOUND
003187         DISPLAY "USER " WS-SUPER-ID-IN " IS NOT ON THE OPERATOR "
003188             "MASTER"
003189         GO TO 5100-EXIT
003190     END-IF.
003191
003192     IF OM-IS-LOCKED
003193         DISPLAY "USER " WS-SUPER-ID-IN " IS LOCKED"
003194         GO TO 5100-EXIT
003195     END-IF.
003196
003197     IF WS-SUPER-PASSWORD-IN NOT = OM-PASSWORD
003198         DISPLAY "INVALID PASSWORD"
003199         GO TO 5100-EXIT
003200     END-IF.
003201
003202     IF NOT OM-ROLE-IS-SUPER
003203         DISPLAY "USER " WS-SUPER-ID-IN " DOES NOT HOLD THE "
003204             "SUPERVISOR ROLE"
003205         GO TO 5100-EXIT
003206     END-IF.
003207
003208     SET SUPERVISOR-APPROVED TO TRUE.
003209
003210 5100-EXIT.
003211     EXIT.
003212
003213******************************************************************
003214* 5110-CHECK-ONE-OPERATOR
003215* READS ONE OPERATOR MASTER RECORD LOOKING FOR THE SUPERVISOR.
003216******************************************************************
003217 5110-CHECK-ONE-OPERATOR.
003218
003219     READ OPERATOR-MASTER
003220         AT END
003221             SET END-OF-OPERATORS TO TRUE
003222             GO TO 5110-EXIT
003223     END-READ.
003224
003225     IF OM-OPERATOR-ID = WS-SUPER-ID-IN
003226         SET OPERATOR-WAS-FOUND TO TRUE
003227     END-IF.
003228
003229 5110-EXIT.
003230     EXIT.
003231
003232******************************************************************
003233* 5200-CLOSE-OPEN-LINES
003234* CLOSES EVERY LINE STILL OPEN ON A JOB A SUPERVISOR HAS JUST
003235* OVERRIDDEN CLOSED.  EACH LINE IS AUDITED UNDER FUNCTION V WITH
003236* THE SUPERVISOR'S ID, SO THE TRAIL SHOWS WHO LET THE ORDER CLOSE
003237* SHORT.
003238******************************************************************
003239 5200-CLOSE-OPEN-LINES.
003240
003241     SET AUDITING-OVERRIDE TO TRUE.
003242     PERFORM 5210-CLOSE-ONE-LINE THRU 5210-EXIT
003243         VARYING WS-LINE-IX FROM 1 BY 1
003244         UNTIL WS-LINE-IX > WS-LAST-LINE.
003245     MOVE "N" TO WS-OVERRIDE-AUDIT-SWITCH.
003246
003247     DISPLAY "OPEN LINES CLOSED ON OVERRIDE BY " WS-SUPER-ID-IN.
003248
003249 5200-EXIT.
003250     EXIT.
003251
003252******************************************************************
003253* 5210-CLOSE-ONE-LINE
003254* CLOSES AND AUDITS ONE LINE OF THE JOB IF IT IS STILL OPEN.
003255******************************************************************
003256 5210-CLOSE-ONE-LINE.
003257
003258     MOVE WS-JOB-IN TO JL-JOB-NUMBER.
003259     MOVE WS-LINE-IX TO JL-LINE-NUMBER.
003260     READ JOB-LINE
003261         INVALID KEY
003262             GO TO 5210-EXIT
003263     END-READ.
003264
003265     IF NOT JL-IS-OPEN
003266         GO TO 5210-EXIT
003267     END-IF.
003268
003269     MOVE JOB-LINE-RECORD TO WS-BEFORE-IMAGE.
003270     SET JL-IS-CLOSED TO TRUE.
003271
003272     REWRITE JOB-LINE-RECORD
003273         INVALID KEY
003274             DISPLAY "REWRITE FAILED FOR JOB " WS-JOB-IN " LINE "
003275                 JL-LINE-NUMBER " STATUS " WS-JOBLINE-STATUS
003276             GO TO 5210-EXIT
003277     END-REWRITE.
003278
003279     MOVE JOB-LINE-RECORD TO WS-AFTER-IMAGE.
003280     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003281     ADD 1 TO WS-LINE-CLOSE-COUNT.
003282
003283 5210-EXIT.
003284     EXIT.
003285
003286******************************************************************
003287* 5300-MARK-READY
003288* MARKS AN OPEN JOB READY TO SHIP, OR TAKES THE MARK BACK OFF A
003289* JOB ALREADY MARKED.  SHIPDOC PRINTS THE PACKING LIST AND
003290* CERTIFICATE FOR EVERY READY JOB AND CLEARS THE MARK ONCE THE
003291* JOB HAS SHIPPED.  A READY JOB IS STILL OPEN - CHALLENGE TAKES
003292* CUTS AGAINST IT - AND A CHANGE (C) LEAVES IT OPEN BUT NO
003293* LONGER READY.  A CLOSED JOB IS NOT MARKED.
003294******************************************************************
003295 5300-MARK-READY.
003296
003297     PERFORM 6100-ACCEPT-JOB-NUMBER THRU 6100-EXIT.
003298     IF WS-JOB-IN = SPACES
003299         GO TO 5300-EXIT
003300     END-IF.
003301
003302     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
003303     IF JOB-NOT-ON-FILE
003304         DISPLAY "JOB " WS-JOB-IN " IS NOT ON FILE"
003305         GO TO 5300-EXIT
003306     END-IF.
003307
003308     IF JO-IS-CLOSED
003309         DISPLAY "JOB " WS-JOB-IN " IS CLOSED - NOT MARKED"
003310         GO TO 5300-EXIT
003311     END-IF.
003312
003313     MOVE JOB-MASTER-RECORD TO WS-BEFORE-IMAGE.
003314     IF JO-IS-READY
003315         MOVE "O" TO JO-STATUS-CODE
003316     ELSE
003317         SET JO-IS-READY TO TRUE
003318     END-IF.
003319
003320     REWRITE JOB-MASTER-RECORD
003321         INVALID KEY
003322             DISPLAY "REWRITE FAILED FOR JOB " WS-JOB-IN
003323                 " STATUS " WS-JOBMSTR-STATUS
003324             GO TO 5300-EXIT
003325     END-REWRITE.
003326
003327     MOVE JOB-MASTER-RECORD TO WS-AFTER-IMAGE.
003328     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003329     ADD 1 TO WS-READY-COUNT.
003330     IF JO-IS-READY
003331         DISPLAY "JOB " WS-JOB-IN " MARKED READY TO SHIP"
003332     ELSE
003333         DISPLAY "JOB " WS-JOB-IN " NO LONGER MARKED READY"
003334     END-IF.
003335
003336 5300-EXIT.
003337     EXIT.
003338
003339******************************************************************
003340* 5500-ADD-LINE
003341* ADDS THE NEXT ORDER LINE TO AN OPEN JOB.  THE LINE NUMBER IS
003342* ASSIGNED HERE, ONE PAST THE JOB'S LAST LINE, AND A NEW LINE
003343* ALWAYS LEAVES HERE OPEN.  THE AUDIT BEFORE IMAGE OF A LINE ADD
003344* IS BLANK.
003345******************************************************************
003346 5500-ADD-LINE.
003347
003348     IF NOT JOBLINE-IS-OPEN
003349         DISPLAY "JOB LINE FILE IS NOT AVAILABLE"
003350         GO TO 5500-EXIT
003351     END-IF.
003352
003353     PERFORM 6100-ACCEPT-JOB-NUMBER THRU 6100-EXIT.
003354     IF WS-JOB-IN = SPACES
003355         GO TO 5500-EXIT
003356     END-IF.
003357
003358     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
003359     IF JOB-NOT-ON-FILE
003360         DISPLAY "JOB " WS-JOB-IN " IS NOT ON FILE"
003361         GO TO 5500-EXIT
003362     END-IF.
003363
003364     IF JO-IS-CLOSED
003365         DISPLAY "JOB " WS-JOB-IN " IS CLOSED - USE C TO REOPEN"
003366         GO TO 5500-EXIT
003367     END-IF.
003368
003369     PERFORM 6150-SCAN-JOB-LINES THRU 6150-EXIT.
003370     IF WS-LAST-LINE >= 999
003371         DISPLAY "JOB " WS-JOB-IN " HAS NO LINE NUMBERS LEFT"
003372         GO TO 5500-EXIT
003373     END-IF.
003374     ADD 1 TO WS-LAST-LINE GIVING WS-LINE-IN-NUM.
003375
003376     PERFORM 6350-ACCEPT-LINE-FIELDS THRU 6350-EXIT.
003377     MOVE "O" TO WS-LINE-STATUS-IN.
003378     PERFORM 6550-EDIT-LINE-FIELDS THRU 6550-EXIT.
003379     IF EDITS-FAILED
003380         DISPLAY "LINE NOT ADDED TO JOB " WS-JOB-IN
003381         GO TO 5500-EXIT
003382     END-IF.
003383
003384     MOVE SPACES TO WS-BEFORE-IMAGE.
003385     PERFORM 6750-BUILD-LINE-RECORD THRU 6750-EXIT.
003386
003387     WRITE JOB-LINE-RECORD
003388         INVALID KEY
003389             DISPLAY "WRITE FAILED FOR JOB " WS-JOB-IN " LINE "
003390                 WS-LINE-IN " STATUS " WS-JOBLINE-STATUS
003391             GO TO 5500-EXIT
003392     END-WRITE.
003393
003394     MOVE JOB-LINE-RECORD TO WS-AFTER-IMAGE.
003395     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003396     ADD 1 TO WS-LINE-ADD-COUNT.
003397     DISPLAY "JOB " WS-JOB-IN " LINE " WS-LINE-IN " ADDED".
003398
003399 5500-EXIT.
003400     EXIT.
003401
003402******************************************************************
003403* 5700-CHANGE-LINE
003404* CHANGES AN EXISTING LINE OF AN OPEN JOB.  THE PART, QUANTITY AND
003405* DUE DATE ARE RE-KEYED AND PASS THE SAME EDITS AS AN ADD, EXCEPT
003406* THAT A DUE DATE ALREADY PASSED MAY STAND.  THE LINE STATUS MAY
003407* BE SET OPEN, CLOSED OR CANCELLED.
003408******************************************************************
003409 5700-CHANGE-LINE.
003410
003411     IF NOT JOBLINE-IS-OPEN
003412         DISPLAY "JOB LINE FILE IS NOT AVAILABLE"
003413         GO TO 5700-EXIT
003414     END-IF.
003415
003416     PERFORM 6100-ACCEPT-JOB-NUMBER THRU 6100-EXIT.
003417     IF WS-JOB-IN = SPACES
003418         GO TO 5700-EXIT
003419     END-IF.
003420
003421     PERFORM 6200-READ-MASTER THRU 6200-EXIT.
003422     IF JOB-NOT-ON-FILE
003423         DISPLAY "JOB " WS-JOB-IN " IS NOT ON FILE"
003424         GO TO 5700-EXIT
003425     END-IF.
003426
003427     IF JO-IS-CLOSED
003428         DISPLAY "JOB " WS-JOB-IN " IS CLOSED - USE C TO REOPEN"
003429         GO TO 5700-EXIT
003430     END-IF.
003431
003432     PERFORM 6160-ACCEPT-LINE-NUMBER THRU 6160-EXIT.
003433     IF WS-LINE-IN = SPACES
003434         GO TO 5700-EXIT
003435     END-IF.
003436     IF WS-LINE-IN NOT NUMERIC
003437         DISPLAY "LINE NUMBER MUST BE 3 DIGITS"
003438         GO TO 5700-EXIT
003439     END-IF.
003440
003441     PERFORM 6250-READ-LINE THRU 6250-EXIT.
003442     IF LINE-NOT-ON-FILE
003443         DISPLAY "JOB " WS-JOB-IN " LINE " WS-LINE-IN
003444             " IS NOT ON FILE"
003445         GO TO 5700-EXIT
003446     END-IF.
003447
003448     MOVE JOB-LINE-RECORD TO WS-BEFORE-IMAGE.
003449     DISPLAY "CURRENT PART/QTY/DUE: " JL-PART-NUMBER " "
003450         JL-QTY-ORDERED " " JL-DUE-DATE.
003451     DISPLAY "CURRENT LINE STATUS: " JL-LINE-STATUS.
003452
003453     PERFORM 6350-ACCEPT-LINE-FIELDS THRU 6350-EXIT.
003454     MOVE SPACE TO WS-LINE-STATUS-IN.
003455     DISPLAY "LINE STATUS - O=OPEN, C=CLOSED, X=CANCELLED "
003456         "(BLANK = O):".
003457     ACCEPT WS-LINE-STATUS-IN.
003458     PERFORM 6550-EDIT-LINE-FIELDS THRU 6550-EXIT.
003459     IF EDITS-FAILED
003460         DISPLAY "JOB " WS-JOB-IN " LINE " WS-LINE-IN
003461             " NOT CHANGED"
003462         GO TO 5700-EXIT
003463     END-IF.
003464
003465     PERFORM 6750-BUILD-LINE-RECORD THRU 6750-EXIT.
003466
003467     REWRITE JOB-LINE-RECORD
003468         INVALID KEY
003469             DISPLAY "REWRITE FAILED FOR JOB " WS-JOB-IN " LINE "
003470                 WS-LINE-IN " STATUS " WS-JOBLINE-STATUS
003471             GO TO 5700-EXIT
003472     END-REWRITE.
003473
003474     MOVE JOB-LINE-RECORD TO WS-AFTER-IMAGE.
003475     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT.
003476     ADD 1 TO WS-LINE-CHANGE-COUNT.
003477     DISPLAY "JOB " WS-JOB-IN " LINE " WS-LINE-IN " CHANGED".
003478
003479 5700-EXIT.
003480     EXIT.
003481
003482******************************************************************
003483* 6100-ACCEPT-JOB-NUMBER
003484* ACCEPTS THE JOB NUMBER FOR THE CURRENT REQUEST.  A BLANK
003485* ENTRY BACKS OUT OF THE REQUEST.
003486******************************************************************
003487 6100-ACCEPT-JOB-NUMBER.
003488
003489     MOVE SPACES TO WS-JOB-IN.
003490     DISPLAY "JOB NUMBER (BLANK TO CANCEL):".
003491     ACCEPT WS-JOB-IN.
003492
003493 6100-EXIT.
003494     EXIT.
003495
003496******************************************************************
003497* 6150-SCAN-JOB-LINES
003498* WALKS THE KEYED JOB'S LINES FROM 001 UP TO THE FIRST LINE NUMBER
003499* NOT ON FILE - LINES ARE NEVER DELETED, SO A JOB'S LINES HAVE NO
003500* GAPS - LEAVING THE JOB'S LAST LINE NUMBER AND ITS COUNT OF OPEN
003501* LINES.
003502******************************************************************
003503 6150-SCAN-JOB-LINES.
003504
003505     MOVE ZERO TO WS-LAST-LINE.
003506     MOVE ZERO TO WS-OPEN-LINES.
003507     MOVE "N" TO WS-LINE-SCAN-SWITCH.
003508
003509     IF NOT JOBLINE-IS-OPEN
003510         GO TO 6150-EXIT
003511     END-IF.
003512
003513     PERFORM 6155-READ-NEXT-LINE THRU 6155-EXIT
003514         UNTIL END-OF-JOB-LINES.
003515
003516 6150-EXIT.
003517     EXIT.
003518
003519******************************************************************
003520* 6155-READ-NEXT-LINE
003521* READS THE JOB'S NEXT LINE NUMBER AND COUNTS IT IF IT IS THERE.
003522******************************************************************
003523 6155-READ-NEXT-LINE.
003524
003525     IF WS-LAST-LINE >= 999
003526         SET END-OF-JOB-LINES TO TRUE
003527         GO TO 6155-EXIT
003528     END-IF.
003529
003530     MOVE WS-JOB-IN TO JL-JOB-NUMBER.
003531     ADD 1 TO WS-LAST-LINE GIVING JL-LINE-NUMBER.
003532     READ JOB-LINE
003533         INVALID KEY
003534             SET END-OF-JOB-LINES TO TRUE
003535             GO TO 6155-EXIT
003536     END-READ.
003537
003538     ADD 1 TO WS-LAST-LINE.
003539     IF JL-IS-OPEN
003540         ADD 1 TO WS-OPEN-LINES
003541     END-IF.
003542
003543 6155-EXIT.
003544     EXIT.
003545
003546******************************************************************
003547* 6160-ACCEPT-LINE-NUMBER
003548* ACCEPTS THE LINE NUMBER FOR A LINE CHANGE.  A BLANK ENTRY BACKS
003549* OUT OF THE REQUEST.
003550******************************************************************
003551 6160-ACCEPT-LINE-NUMBER.
003552
003553     MOVE SPACES TO WS-LINE-IN.
003554     DISPLAY "LINE NUMBER - 3 DIGITS (BLANK TO CANCEL):".
003555     ACCEPT WS-LINE-IN.
003556
003557 6160-EXIT.
003558     EXIT.
003559
003560******************************************************************
003561* 6200-READ-MASTER
003562* RANDOM-READS THE MASTER FOR THE KEYED JOB NUMBER AND SETS
003563* THE ON-FILE SWITCH.
003564******************************************************************
003565 6200-READ-MASTER.
003566
003567     SET JOB-NOT-ON-FILE TO TRUE.
003568     MOVE WS-JOB-IN TO JO-JOB-NUMBER.
003569     READ JOB-MASTER
003570         INVALID KEY
003571             SET JOB-NOT-ON-FILE TO TRUE
003572         NOT INVALID KEY
003573             SET JOB-IS-ON-FILE TO TRUE
003574     END-READ.
003575
003576 6200-EXIT.
003577     EXIT.
003578
003579******************************************************************
003580* 6250-READ-LINE
003581* RANDOM-READS THE JOB LINE FILE FOR THE KEYED JOB AND LINE NUMBER
003582* AND SETS THE LINE ON-FILE SWITCH.
003583******************************************************************
003584 6250-READ-LINE.
003585
003586     SET LINE-NOT-ON-FILE TO TRUE.
003587     MOVE WS-JOB-IN TO JL-JOB-NUMBER.
003588     MOVE WS-LINE-IN-NUM TO JL-LINE-NUMBER.
003589     READ JOB-LINE
003590         INVALID KEY
003591             SET LINE-NOT-ON-FILE TO TRUE
003592         NOT INVALID KEY
003593             SET LINE-IS-ON-FILE TO TRUE
003594     END-READ.
003595
003596 6250-EXIT.
003597     EXIT.
003598
003599******************************************************************
003600* 6300-ACCEPT-FIELDS
003601* ACCEPTS THE MAINTAINABLE FIELDS.
003602******************************************************************
003603 6300-ACCEPT-FIELDS.
003604
003605     DISPLAY "CUSTOMER NAME:".
003606     ACCEPT WS-CUSTOMER-IN.
003607     DISPLAY "PURCHASE ORDER NUMBER:".
003608     ACCEPT WS-PO-IN.
003609
003610 6300-EXIT.
003611     EXIT.
003612
003613******************************************************************
003614* 6350-ACCEPT-LINE-FIELDS
003615* ACCEPTS THE MAINTAINABLE LINE FIELDS.
003616******************************************************************
003617 6350-ACCEPT-LINE-FIELDS.
003618
003619     MOVE SPACES TO WS-PART-IN.
003620     MOVE SPACES TO WS-QTY-IN.
003621     MOVE SPACES TO WS-DUE-IN.
003622     DISPLAY "PART NUMBER:".
003623     ACCEPT WS-PART-IN.
003624     DISPLAY "QUANTITY ORDERED - 6 DIGITS:".
003625     ACCEPT WS-QTY-IN.
003626     DISPLAY "DUE DATE (YYYYMMDD):".
003627     ACCEPT WS-DUE-IN.
003628
003629 6350-EXIT.
003630     EXIT.
003631
003632******************************************************************
003640* 6500-EDIT-FIELDS
003650* EDITS THE KEYED FIELDS BEFORE ANYTHING TOUCHES THE MASTER.
003660* A JOB WITH NO CUSTOMER CAN'T BE BILLED, SO IT IS REFUSED HERE
003770
003780 6500-EXIT.
003790     EXIT.
003791
003792******************************************************************
003793* 6550-EDIT-LINE-FIELDS
003794* EDITS THE KEYED LINE FIELDS BEFORE ANYTHING TOUCHES THE LINE
003795* FILE.  THE PART MUST BE ON THE PARTS MASTER AND ACTIVE WHEN THE
003796* MASTER IS LOADED, THE QUANTITY NUMERIC AND NOT ZERO, AND THE DUE
003797* DATE A PLAUSIBLE CALENDAR DATE.  A NEW LINE MAY NOT BE DUE
003798* BEFORE TODAY.
003799******************************************************************
003800 6550-EDIT-LINE-FIELDS.
003801
003802     SET EDITS-PASSED TO TRUE.
003803
003804     IF WS-PART-IN = SPACES
003805         DISPLAY "PART NUMBER MAY NOT BE BLANK"
003806         SET EDITS-FAILED TO TRUE
003807     ELSE
003808         IF PARTMSTR-IS-OPEN
003809             MOVE WS-PART-IN TO PM-PART-NUMBER
003810             READ PARTS-MASTER
003811                 INVALID KEY
003812                     DISPLAY "PART " WS-PART-IN " IS NOT ON THE "
003813                         "PARTS MASTER"
003814                     SET EDITS-FAILED TO TRUE
003815                 NOT INVALID KEY
003816                     IF PM-IS-INACTIVE
003817                         DISPLAY "PART " WS-PART-IN " IS INACTIVE"
003818                         SET EDITS-FAILED TO TRUE
003819                     END-IF
003820             END-READ
003821         END-IF
003822     END-IF.
003823
003824     IF WS-QTY-IN NOT NUMERIC OR WS-QTY-IN-NUM = ZERO
003825         DISPLAY "QUANTITY MUST BE NUMERIC AND NOT ZERO"
003826         SET EDITS-FAILED TO TRUE
003827     END-IF.
003828
003829     IF WS-DUE-IN NOT NUMERIC
003830         DISPLAY "DUE DATE MUST BE KEYED AS YYYYMMDD"
003831         SET EDITS-FAILED TO TRUE
003832     ELSE
003833         IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
003834             OR WS-DUE-DD < 1 OR WS-DUE-DD > 31
003835             DISPLAY "DUE DATE IS NOT A VALID DATE"
003836             SET EDITS-FAILED TO TRUE
003837         ELSE
003838             IF MAINT-IS-ADD-LINE AND WS-DUE-IN-NUM < WS-TODAY
003839                 DISPLAY "DUE DATE MAY NOT BE BEFORE TODAY"
003840                 SET EDITS-FAILED TO TRUE
003841             END-IF
003842         END-IF
003843     END-IF.
003844
003845     IF WS-LINE-STATUS-IN = SPACE
003846         MOVE "O" TO WS-LINE-STATUS-IN
003847     END-IF.
003848     IF WS-LINE-STATUS-IN NOT = "O" AND NOT = "C" AND NOT = "X"
003849         DISPLAY "LINE STATUS MUST BE O, C OR X"
003850         SET EDITS-FAILED TO TRUE
003851     END-IF.
003852
003853 6550-EXIT.
003854     EXIT.
003855
003856******************************************************************
003857* 6700-BUILD-MASTER-RECORD
003858* MOVES THE EDITED FIELDS INTO THE MASTER RECORD.  ANY RECORD
003859* COMING THROUGH ADD OR CHANGE LEAVES HERE OPEN.
003860******************************************************************
003861 6700-BUILD-MASTER-RECORD.
003870
003880     MOVE WS-JOB-IN TO JO-JOB-NUMBER.
003890     MOVE WS-CUSTOMER-IN TO JO-CUSTOMER-NAME.
003920
003930 6700-EXIT.
003940     EXIT.
003941
003942******************************************************************
003943* 6750-BUILD-LINE-RECORD
003944* MOVES THE EDITED LINE FIELDS INTO THE LINE RECORD.
003945******************************************************************
003946 6750-BUILD-LINE-RECORD.
003947
003948     MOVE WS-JOB-IN TO JL-JOB-NUMBER.
003949     MOVE WS-LINE-IN-NUM TO JL-LINE-NUMBER.
003950     MOVE WS-PART-IN TO JL-PART-NUMBER.
003951     MOVE WS-QTY-IN-NUM TO JL-QTY-ORDERED.
003952     MOVE WS-DUE-IN-NUM TO JL-DUE-DATE.
003953     MOVE WS-LINE-STATUS-IN TO JL-LINE-STATUS.
003954
003955 6750-EXIT.
003956     EXIT.
003957
003960******************************************************************
003970* 7000-WRITE-AUDIT
003980* APPENDS ONE AUDIT ROW - FUNCTION, JOB, BEFORE AND AFTER
003990* RECORD IMAGES, USER AND DATE/TIME - FOR EVERY CHANGE THAT
003994* REACHES THE MASTER.  A LINE ROW CARRIES THE JOB LINE RECORD AS
003998* ITS IMAGES UNDER FUNCTION L (LINE ADDED), M (LINE CHANGED) OR V
004002* (LINE CLOSED ON A SUPERVISOR'S OVERRIDE, UNDER THE SUPERVISOR'S
004004* ID RATHER THAN THE USER WHO KEYED THE CLOSE).  A READY-TO-SHIP
004006* MARK SET OR CLEARED IS LOGGED UNDER FUNCTION R.
004010******************************************************************
004020 7000-WRITE-AUDIT.
004030
004060     ACCEPT JA-AUDIT-TIME FROM TIME.
004070     MOVE WS-USER-ID TO JA-USER-ID.
004080     MOVE WS-FUNCTION-CODE TO JA-FUNCTION-CODE.
004082     IF AUDITING-OVERRIDE
004084         MOVE WS-SUPER-ID-IN TO JA-USER-ID
004086         MOVE "V" TO JA-FUNCTION-CODE
004088     END-IF.
004090     MOVE WS-JOB-IN TO JA-JOB-NUMBER.
004100     MOVE WS-BEFORE-IMAGE TO JA-BEFORE-IMAGE.
004110     MOVE WS-AFTER-IMAGE TO JA-AFTER-IMAGE.
004240     DISPLAY "JOBS ADDED:   " WS-ADD-COUNT.
004250     DISPLAY "JOBS CHANGED: " WS-CHANGE-COUNT.
004260     DISPLAY "JOBS CLOSED:  " WS-CLOSE-COUNT.
004262     DISPLAY "LINES ADDED:  " WS-LINE-ADD-COUNT.
004264     DISPLAY "LINES CHANGED:" WS-LINE-CHANGE-COUNT.
004266     DISPLAY "LINES CLOSED: " WS-LINE-CLOSE-COUNT.
004268     DISPLAY "READY MARKS:  " WS-READY-COUNT.
004270
004280 8000-EXIT.
004290     EXIT.
004300
004310******************************************************************
004320* 9000-TERMINATE
004330* CLOSES THE MASTER, LINE, PARTS AND AUDIT FILES.
004340******************************************************************
004350 9000-TERMINATE.
004360
004390     END-IF.
004400
004410     CLOSE JOB-AUDIT.
004411
004412     IF JOBLINE-IS-OPEN
004413         CLOSE JOB-LINE
004414     END-IF.
004415
004416     IF PARTMSTR-IS-OPEN
004417         CLOSE PARTS-MASTER
004418     END-IF.
004420
004430 9000-EXIT.
004440     EXIT.
