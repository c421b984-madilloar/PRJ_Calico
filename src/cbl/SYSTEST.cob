000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   SYSTEST.
000030*--------------------------------------------------------------
000040*- END-TO-END SYSTEM TEST OF THE NIGHTLY CHAIN. T00STACK,
000050*- T00MYMEM AND REGRUNNR PROVE THE PIECES; THIS PROVES THEY STILL
000060*- WORK TOGETHER. A CANNED SCENARIO - FIXED FEEDS, RULE FILE,
000070*- REFERENCE IMAGE, HOLIDAY FILE AND RUN_DATE - IS RUN THROUGH
000080*- THE REAL JOB STREAM (JOBDRIVR AND ITS STEP FILE: TEST-MAIN
000090*- INTAKE, ROUTING, SUSPENSE AND SPLITS, MRGPARTS, ACTGEN,
000100*- STSMAST, THE REPORTS ...) AND EVERY FILE IT PRODUCES IS
000110*- COMPARED WITH A STORED EXPECTED COPY. ONE PASS/FAIL LINE PER
000120*- FILE AND AN OVERALL VERDICT, SO ANY ENGINE OR UTILITY CHANGE
000130*- GETS A ONE-COMMAND WHOLE-SYSTEM CHECK.
000140*-
000150*- WHAT CHANGES FROM RUN TO RUN IS NOT COMPARED. IN EVERY RECORD
000160*- OF BOTH FILES THESE ARE MASKED ('~') BEFORE THE COMPARE:
000170*-   - TIMESTAMPS: A DATE (YYYYMMDD) FOLLOWED BY A TIME (HHMMSS),
000180*-     DIRECTLY OR AFTER A '/', WITH THE LETTERS AND DIGITS RIGHT
000190*-     AFTER IT UP TO 16 CHARACTERS IN ALL - RUN IDS, JOB IDS AND
000200*-     'AS OF' STAMPS;
000210*-   - THE WALL-CLOCK DATE OF THE RUN STANDING ALONE (8 DIGITS,
000220*-     NO DIGIT EITHER SIDE) - PICK A RUN_DATE THAT IS NOT TODAY;
000230*-   - THE SCENARIO'S 'MASK' RANGES FOR THAT FILE.
000240*- THE EXPECTED COPIES ARE KEPT MASKED: SYSTEST_MODE=RECORD RUNS
000250*- THE SCENARIO AND STORES EACH RESULT, MASKED, AS ITS EXPECTED
000260*- COPY (AFTER A DELIBERATE CHANGE HAS BEEN REVIEWED).
000270*-
000280*- SCENARIO FILE (ONE ITEM PER LINE, '*' = COMMENT):
000290*-   'SET ' 6-125  NAME=VALUE, SET FOR THE WHOLE CHAIN (RUN_DATE,
000300*-                 PCHECKTBL_FILE, TRANSACTION_FILE,
000310*-                 REFIMAGE_FILE, HOLIDAY_FILE ...). A STEP'S OWN
000320*-                 PARAMETER SET STILL OVERRIDES IT FOR THAT STEP.
000325*-                 MAX 50.
000330*-   'INIT' 6-65   SOURCE (BLANK = EMPTY)   67-126 TARGET
000340*-                 START-OF-NIGHT STATE: THE TARGET IS REPLACED BY
000350*-                 A COPY OF THE SOURCE BEFORE THE CHAIN (STATUS
000360*-                 MASTER, HISTORY, CHECKPOINTS ...). MAX 20.
000370*-   'STEP' 6-65   JOBDRIVR STEP FILE       67-126 RUN LOG
000380*-                 (DEFAULT ../data/pchecksystlog.txt, EMPTIED
000390*-                 FIRST)   128-129 EXPECTED JOBDRIVR RETURN-CODE
000400*-                 (BLANK = ANY BELOW 8). EXACTLY ONE.
000410*-   'FILE' 6-65   RESULT FILE              67-126 EXPECTED COPY
000420*-                 128-132 RECORD LENGTH (BLANK/ZERO = TEXT FILE,
000430*-                 ONE RECORD PER LINE). MAX 50.
000440*-   'MASK' 6-10 / 12-16  FROM / TO COLUMN, MASKED IN THE FILE OF
000450*-                 THE 'FILE' LINE ABOVE   18-57 ONLY IN RECORDS
000460*-                 STARTING WITH THIS TEXT (BLANK = EVERY RECORD).
000470*-                 MAX 200.
000480*- RECORDS ARE COMPARED UP TO 4000 BYTES; TRAILING SPACES OF A
000490*- TEXT LINE DO NOT COUNT.
000500*-
000510*- ENV: SYSTEST_SCENARIO (REQUIRED), SYSTEST_MODE (BLANK =
000520*-      COMPARE, 'RECORD'), SYSTEST_REPORT (DEFAULT
000530*-      ../data/pchecksystest.txt).
000540*- RETURN-CODE: 0=PASSED (OR ALL RECORDED), 8=FAILED (A FILE
000550*-              DIFFERS OR IS MISSING, OR THE CHAIN ENDED WITH
000560*-              THE WRONG RC), 12=BAD SCENARIO, 16=FATAL I/O.
000570*--------------------------------------------------------------
000580 ENVIRONMENT    DIVISION.
000590 INPUT-OUTPUT               SECTION.
000600 FILE-CONTROL.
000610   SELECT F5SCEN  ASSIGN TO WK-SCNNAME
000620   ORGANIZATION LINE SEQUENTIAL
000630   STATUS WK-SCN-FST.
000640   SELECT F1ACT   ASSIGN TO WK-ACTNAME
000650   STATUS WK-ACT-FST.
000660   SELECT F1EXP   ASSIGN TO WK-EXPNAME
000670   STATUS WK-EXP-FST.
000680   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-RPT-FST.
000710 DATA DIVISION.
000720 FILE                       SECTION.
000730 FD  F5SCEN.
000740 01  F5RECORD               PIC X(200).
000750 FD  F1ACT.
000760*- ANY FILE, ONE BYTE AT A TIME (SEE SENSSCAN C20-TAKE-BYTE).
000770 01  F1ABYTE                PIC X(01).
000780 FD  F1EXP.
000790 01  F1EBYTE                PIC X(01).
000800 FD  F2REPT.
000810 01  F2LINE                 PIC X(132).
000820 WORKING-STORAGE SECTION.
000830 01  WK-SCN                 SYNC.
000840   03 WK-SCNNAME            PIC X(100).
000850   03 WK-SCN-FST            PIC X(02).
000860   03 WK-SCN-BAD            PIC 9(01) VALUE ZERO.
000870 01  WK-RPT                 SYNC.
000880   03 WK-RPTNAME            PIC X(100).
000890   03 WK-RPT-FST            PIC X(02).
000900   03 WK-LINE               PIC X(132).
000910 01  WK-PRM                 SYNC.
000920   03 WK-MODE               PIC X(08).
000930   03 WK-RECORD-ON          PIC 9(01) VALUE ZERO.
000940   03 WK-TM-DATE            PIC X(08).
000950   03 WK-TM-TIME            PIC X(08).
000960   03 WK-END-DATE           PIC X(08).
000970*--------------------------------------------------------------
000980*- THE SCENARIO.
000990*--------------------------------------------------------------
001000 01  WK-SET                 SYNC.
001010   03 WK-SET-CNT            PIC 9(02) VALUE ZERO.
001020   03 WK-SET-I              PIC 9(02).
001030   03 WK-SET-EQP            PIC 9(02).
001040   03 WK-SET-NAME           PIC X(20).
001050   03 WK-SET-VAL            PIC X(100).
001060   03 WK-SET-TBL            OCCURS 50 TIMES.
001070     05 WK-SET-CARD         PIC X(120).
001080 01  WK-INI                 SYNC.
001090   03 WK-INI-CNT            PIC 9(02) VALUE ZERO.
001100   03 WK-INI-I              PIC 9(02).
001110   03 WK-INI-TBL            OCCURS 20 TIMES.
001120     05 WK-INI-SRC          PIC X(60).
001130     05 WK-INI-TGT          PIC X(60).
001140 01  WK-CHN                 SYNC.
001150   03 WK-CHN-CNT            PIC 9(01) VALUE ZERO.
001160   03 WK-CHN-STEPS          PIC X(60).
001170   03 WK-CHN-RLOG           PIC X(60).
001180   03 WK-CHN-EXPRC-X        PIC X(02).
001190   03 WK-CHN-EXPRC          PIC 9(02).
001200   03 WK-CHN-RC             PIC S9(04).
001210   03 WK-CHN-RC-X           PIC 9(02).
001220   03 WK-CHN-OK             PIC 9(01) VALUE ZERO.
001230 01  WK-FIL                 SYNC.
001240   03 WK-FIL-CNT            PIC 9(02) VALUE ZERO.
001250   03 WK-FIL-I              PIC 9(02).
001260   03 WK-FIL-TBL            OCCURS 50 TIMES.
001270     05 WK-FIL-ACT          PIC X(60).
001280     05 WK-FIL-EXP          PIC X(60).
001290     05 WK-FIL-RLEN         PIC 9(05).
001300 01  WK-MSK                 SYNC.
001310   03 WK-MSK-CNT            PIC 9(03) VALUE ZERO.
001320   03 WK-MSK-I              PIC 9(03).
001330   03 WK-MSK-TBL            OCCURS 200 TIMES.
001340     05 WK-MSK-FILE         PIC 9(02).
001350     05 WK-MSK-FROM         PIC 9(05).
001360     05 WK-MSK-TO           PIC 9(05).
001370     05 WK-MSK-PFX          PIC X(40).
001380     05 WK-MSK-PLEN         PIC 9(02).
001390*--------------------------------------------------------------
001400*- THE FILE PAIR BEING COMPARED (OR COPIED): NAMES, STATUS AND
001410*- ONE RECORD OF EACH SIDE REBUILT FROM THE BYTES. WK-xL = ITS
001420*- LENGTH, WK-x-HAVE = A RECORD WAS FOUND, WK-x-EOF = END OF FILE,
001430*- WK-x-LONG = A TEXT LINE LONGER THAN 4000 WAS CUT.
001440*--------------------------------------------------------------
001450 01  WK-ACT                 SYNC.
001460   03 WK-ACTNAME            PIC X(100).
001470   03 WK-ACT-FST            PIC X(02).
001480   03 WK-ACT-DONE           PIC 9(01).
001490   03 WK-ACT-HAVE           PIC 9(01).
001500   03 WK-ACT-EOF            PIC 9(01).
001510   03 WK-ACT-LONG           PIC 9(01).
001520   03 WK-AL                 PIC 9(05).
001530   03 WK-AREC               PIC X(4000).
001540 01  WK-EXP                 SYNC.
001550   03 WK-EXPNAME            PIC X(100).
001560   03 WK-EXP-FST            PIC X(02).
001570   03 WK-EXP-DONE           PIC 9(01).
001580   03 WK-EXP-HAVE           PIC 9(01).
001590   03 WK-EXP-EOF            PIC 9(01).
001600   03 WK-EXP-LONG           PIC 9(01).
001610   03 WK-EL                 PIC 9(05).
001620   03 WK-EREC               PIC X(4000).
001630 01  WK-CMP                 SYNC.
001640   03 WK-RLEN               PIC 9(05).
001650   03 WK-RECNO              PIC 9(07).
001660   03 WK-RECS               PIC 9(07).
001670   03 WK-DIFFS              PIC 9(07).
001680   03 WK-EXTRA              PIC 9(07).
001690   03 WK-MISSING            PIC 9(07).
001700   03 WK-SHOWN              PIC 9(01).
001710   03 WK-COL                PIC 9(05).
001720   03 WK-MAXL               PIC 9(05).
001730   03 WK-SNIP               PIC 9(05).
001740   03 WK-STATE              PIC X(08).
001750*- NORMALISING ONE RECORD: WK-REC(1:WK-RL).
001760 01  WK-NRM                 SYNC.
001770   03 WK-REC                PIC X(4000).
001780   03 WK-RL                 PIC 9(05).
001790   03 WK-P                  PIC 9(05).
001800   03 WK-Q                  PIC 9(05).
001810   03 WK-E                  PIC 9(05).
001820   03 WK-LIM                PIC 9(05).
001830   03 WK-OK                 PIC 9(01).
001840   03 WK-DT                 PIC X(14).
001850   03 WK-DT-R REDEFINES WK-DT.
001860     05 WK-DT-CC            PIC X(02).
001870     05 WK-DT-YY            PIC X(02).
001880     05 WK-DT-MM            PIC X(02).
001890     05 WK-DT-DD            PIC X(02).
001900     05 WK-DT-HH            PIC X(02).
001910     05 WK-DT-MI            PIC X(02).
001920     05 WK-DT-SS            PIC X(02).
001930   03 WK-C                  PIC X(01).
001940 01  WK-CNT                 SYNC.
001950   03 WK-FILES-PASS         PIC 9(02) VALUE ZERO.
001960   03 WK-FILES-FAIL         PIC 9(02) VALUE ZERO.
001970   03 WK-FILES-REC          PIC 9(02) VALUE ZERO.
001980   03 WK-IOERR              PIC 9(01) VALUE ZERO.
001990 PROCEDURE DIVISION.
002000 A00-MAIN SECTION.
002010*--------------------------------------------------------------
002020*- LOAD THE SCENARIO, SET THE STAGE, RUN THE CHAIN, THEN CHECK
002030*- (OR RECORD) EVERY RESULT FILE AND GIVE THE VERDICT.
002040*--------------------------------------------------------------
002050 A00-010.
002060   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
002070   ACCEPT WK-TM-TIME  FROM TIME.
002080   MOVE SPACE         TO WK-SCNNAME.
002090   ACCEPT WK-SCNNAME  FROM ENVIRONMENT 'SYSTEST_SCENARIO'.
002100   IF WK-SCNNAME = SPACE
002110     THEN
002120       DISPLAY 'SYSTEST:SYSTEST_SCENARIO REQUIRED.'
002130       MOVE 12            TO RETURN-CODE
002140       GOBACK
002150   END-IF.
002160   MOVE SPACE         TO WK-MODE.
002170   ACCEPT WK-MODE     FROM ENVIRONMENT 'SYSTEST_MODE'.
002180   EVALUATE WK-MODE
002190   WHEN SPACE
002200   WHEN 'COMPARE '
002210     MOVE 'COMPARE '    TO WK-MODE
002220   WHEN 'RECORD  '
002230     MOVE 1             TO WK-RECORD-ON
002240   WHEN OTHER
002250     DISPLAY 'SYSTEST:BAD SYSTEST_MODE=' WK-MODE
002260             ' (COMPARE OR RECORD).'
002270     MOVE 12            TO RETURN-CODE
002280     GOBACK
002290   END-EVALUATE.
002300   MOVE SPACE         TO WK-RPTNAME.
002310   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'SYSTEST_REPORT'.
002320   IF WK-RPTNAME = SPACE
002330     MOVE '../data/pchecksystest.txt' TO WK-RPTNAME
002340   END-IF.
002350   PERFORM B10-LOAD-SCENARIO.
002360   IF WK-IOERR = 1
002370     THEN
002380       MOVE 12            TO RETURN-CODE
002390       GOBACK
002400   END-IF.
002410   IF WK-SCN-BAD = 1 OR WK-CHN-CNT NOT = 1 OR WK-FIL-CNT = ZERO
002420     THEN
002430       DISPLAY 'SYSTEST:SCENARIO REJECTED (ONE STEP LINE AND AT '
002440               'LEAST ONE FILE LINE NEEDED). NOTHING RUN.'
002450       MOVE 12            TO RETURN-CODE
002460       GOBACK
002470   END-IF.
002480   OPEN OUTPUT F2REPT.
002490   IF WK-RPT-FST NOT = '00'
002500     THEN
002510       DISPLAY 'SYSTEST:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002520       MOVE 16            TO RETURN-CODE
002530       GOBACK
002540   END-IF.
002550   MOVE SPACE         TO WK-LINE.
002560   STRING 'END-TO-END SYSTEM TEST  AS OF ' WK-TM-DATE '/'
002570          WK-TM-TIME(1:6) '  MODE=' WK-MODE '  SCENARIO='
002580                      DELIMITED BY SIZE
002590          WK-SCNNAME  DELIMITED BY SPACE INTO WK-LINE.
002600   PERFORM Z10-WRITE-LINE.
002610   PERFORM Z10-WRITE-LINE.
002620   PERFORM B20-APPLY-SETTINGS.
002630   PERFORM B30-INIT-FILES.
002640   IF WK-IOERR = 1
002650     THEN
002660       MOVE 'NOT RUN - START-OF-NIGHT STATE COULD NOT BE SET UP.'
002670                          TO WK-LINE
002680       PERFORM Z10-WRITE-LINE
002690       CLOSE F2REPT
002700       MOVE 16            TO RETURN-CODE
002710       GOBACK
002720   END-IF.
002730   PERFORM C10-RUN-CHAIN.
002740   ACCEPT WK-END-DATE FROM DATE YYYYMMDD.
002750   PERFORM Z10-WRITE-LINE.
002760   PERFORM VARYING WK-FIL-I FROM 1 BY 1
002770     UNTIL WK-FIL-I > WK-FIL-CNT
002780       IF WK-RECORD-ON = 1
002790         THEN
002800           PERFORM D30-RECORD-FILE
002810         ELSE
002820           PERFORM D10-CHECK-FILE
002830       END-IF
002840   END-PERFORM.
002850   PERFORM Z10-WRITE-LINE.
002860   MOVE SPACE         TO WK-LINE.
002870   EVALUATE TRUE
002880   WHEN WK-RECORD-ON = 1 AND WK-FILES-FAIL = ZERO
002890     STRING 'EXPECTED COPIES RECORDED: ' WK-FILES-REC
002900            ' FILES, CHAIN RC=' WK-CHN-RC-X
002910                      DELIMITED BY SIZE INTO WK-LINE
002920   WHEN WK-RECORD-ON = 1
002930     STRING 'RECORDING INCOMPLETE: ' WK-FILES-FAIL
002940            ' RESULT FILES MISSING'
002950                      DELIMITED BY SIZE INTO WK-LINE
002960   WHEN WK-FILES-FAIL = ZERO AND WK-CHN-OK = 1
002970     STRING 'SYSTEM TEST PASSED: CHAIN RC=' WK-CHN-RC-X ' AND '
002980            WK-FILES-PASS ' OF ' WK-FIL-CNT ' FILES AS EXPECTED'
002990                      DELIMITED BY SIZE INTO WK-LINE
003000   WHEN OTHER
003010     STRING 'SYSTEM TEST FAILED: CHAIN RC=' WK-CHN-RC-X
003020            '  FILES PASSED=' WK-FILES-PASS
003030            '  FAILED=' WK-FILES-FAIL ' OF ' WK-FIL-CNT
003040                      DELIMITED BY SIZE INTO WK-LINE
003050   END-EVALUATE.
003060   PERFORM Z10-WRITE-LINE.
003070   CLOSE F2REPT.
003080   DISPLAY '===================================='.
003090   DISPLAY 'SYSTEST RESULT: MODE=' WK-MODE
003100           ' CHAIN RC=' WK-CHN-RC-X.
003110   IF WK-RECORD-ON = 1
003120     THEN
003130       DISPLAY '  RECORDED=' WK-FILES-REC ' MISSING='
003140               WK-FILES-FAIL ' OF ' WK-FIL-CNT
003150     ELSE
003160       DISPLAY '  FILES PASSED=' WK-FILES-PASS ' FAILED='
003170               WK-FILES-FAIL ' OF ' WK-FIL-CNT
003180   END-IF.
003190   DISPLAY '  REPORT=' WK-RPTNAME(1:60).
003200   DISPLAY '===================================='.
003210   IF WK-FILES-FAIL > ZERO
003220    OR (WK-CHN-OK = ZERO AND WK-RECORD-ON = ZERO)
003230     THEN
003240       DISPLAY 'SYSTEST:*** SYSTEM TEST FAILED ***'
003250       MOVE 8             TO RETURN-CODE
003260     ELSE
003270       MOVE ZERO          TO RETURN-CODE
003280   END-IF.
003290   GOBACK.
003300 B10-LOAD-SCENARIO SECTION.
003310*--------------------------------------------------------------
003320*- READ AND CHECK THE WHOLE SCENARIO BEFORE ANYTHING RUNS.
003330*--------------------------------------------------------------
003340 B10-010.
003350   OPEN INPUT F5SCEN.
003360   IF WK-SCN-FST NOT = '00'
003370     THEN
003380       DISPLAY 'SYSTEST:SCENARIO OPEN ERROR STATUS=' WK-SCN-FST
003390       MOVE 1             TO WK-IOERR
003400       GO TO B10-LOAD-SCENARIO-EXIT
003410   END-IF.
003420   PERFORM UNTIL WK-SCN-FST NOT = '00'
003430     READ F5SCEN
003440       AT END
003450         CONTINUE
003460       NOT AT END
003470         IF F5RECORD NOT = SPACE AND F5RECORD(1:1) NOT = '*'
003480           THEN
003490             PERFORM B11-ONE-LINE
003500         END-IF
003510     END-READ
003520   END-PERFORM.
003530   CLOSE F5SCEN.
003540   DISPLAY 'SYSTEST:SCENARIO LOADED. SETTINGS=' WK-SET-CNT
003550           ' INITS=' WK-INI-CNT ' FILES=' WK-FIL-CNT
003560           ' MASKS=' WK-MSK-CNT.
003570 B10-LOAD-SCENARIO-EXIT.
003580   EXIT.
003590 B11-ONE-LINE SECTION.
003600 B11-010.
003610   EVALUATE F5RECORD(1:5)
003620   WHEN 'SET  '
003630     IF WK-SET-CNT NOT < 50 OR F5RECORD(6:120) = SPACE
003640       THEN
003650         GO TO B11-BAD
003660     END-IF
003670     ADD 1              TO WK-SET-CNT
003680     MOVE F5RECORD(6:120) TO WK-SET-CARD(WK-SET-CNT)
003690   WHEN 'INIT '
003700     IF WK-INI-CNT NOT < 20 OR F5RECORD(67:60) = SPACE
003710       THEN
003720         GO TO B11-BAD
003730     END-IF
003740     ADD 1              TO WK-INI-CNT
003750     MOVE F5RECORD(6:60)  TO WK-INI-SRC(WK-INI-CNT)
003760     MOVE F5RECORD(67:60) TO WK-INI-TGT(WK-INI-CNT)
003770   WHEN 'STEP '
003780     IF F5RECORD(6:60) = SPACE
003790      OR (F5RECORD(128:2) NOT = SPACE
003800          AND F5RECORD(128:2) NOT NUMERIC)
003810       THEN
003820         GO TO B11-BAD
003830     END-IF
003840     ADD 1              TO WK-CHN-CNT
003850     MOVE F5RECORD(6:60)  TO WK-CHN-STEPS
003860     MOVE F5RECORD(67:60) TO WK-CHN-RLOG
003870     MOVE F5RECORD(128:2) TO WK-CHN-EXPRC-X
003880     IF WK-CHN-RLOG = SPACE
003890       MOVE '../data/pchecksystlog.txt' TO WK-CHN-RLOG
003900     END-IF
003910   WHEN 'FILE '
003920     IF WK-FIL-CNT NOT < 50
003930      OR F5RECORD(6:60) = SPACE OR F5RECORD(67:60) = SPACE
003940      OR (F5RECORD(128:5) NOT = SPACE
003950          AND F5RECORD(128:5) NOT NUMERIC)
003960       THEN
003970         GO TO B11-BAD
003980     END-IF
003990     ADD 1              TO WK-FIL-CNT
004000     MOVE F5RECORD(6:60)  TO WK-FIL-ACT(WK-FIL-CNT)
004010     MOVE F5RECORD(67:60) TO WK-FIL-EXP(WK-FIL-CNT)
004020     MOVE ZERO          TO WK-FIL-RLEN(WK-FIL-CNT)
004030     IF F5RECORD(128:5) NOT = SPACE
004040       MOVE F5RECORD(128:5) TO WK-FIL-RLEN(WK-FIL-CNT)
004050     END-IF
004060     IF WK-FIL-RLEN(WK-FIL-CNT) > 4000
004070       THEN
004080         GO TO B11-BAD
004090     END-IF
004100   WHEN 'MASK '
004110     IF WK-MSK-CNT NOT < 200 OR WK-FIL-CNT = ZERO
004120      OR F5RECORD(6:5) NOT NUMERIC OR F5RECORD(12:5) NOT NUMERIC
004130       THEN
004140         GO TO B11-BAD
004150     END-IF
004160     ADD 1              TO WK-MSK-CNT
004170     MOVE WK-FIL-CNT    TO WK-MSK-FILE(WK-MSK-CNT)
004180     MOVE F5RECORD(6:5)   TO WK-MSK-FROM(WK-MSK-CNT)
004190     MOVE F5RECORD(12:5)  TO WK-MSK-TO(WK-MSK-CNT)
004200     MOVE F5RECORD(18:40) TO WK-MSK-PFX(WK-MSK-CNT)
004210     MOVE ZERO          TO WK-MSK-PLEN(WK-MSK-CNT)
004220     PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > 40
004230         IF F5RECORD(17 + WK-P:1) NOT = SPACE
004240           THEN
004250             MOVE WK-P          TO WK-MSK-PLEN(WK-MSK-CNT)
004260         END-IF
004270     END-PERFORM
004280     IF WK-MSK-FROM(WK-MSK-CNT) = ZERO
004290      OR WK-MSK-TO(WK-MSK-CNT) < WK-MSK-FROM(WK-MSK-CNT)
004300      OR WK-MSK-TO(WK-MSK-CNT) > 4000
004310       THEN
004320         SUBTRACT 1     FROM WK-MSK-CNT
004330         GO TO B11-BAD
004340     END-IF
004350   WHEN OTHER
004360     GO TO B11-BAD
004370   END-EVALUATE.
004380   GO TO B11-ONE-LINE-EXIT.
004390 B11-BAD.
004400   DISPLAY 'SYSTEST:BAD SCENARIO LINE: ' F5RECORD(1:70).
004410   MOVE 1             TO WK-SCN-BAD.
004420 B11-ONE-LINE-EXIT.
004430   EXIT.
004440 B20-APPLY-SETTINGS SECTION.
004450*--------------------------------------------------------------
004460*- PUT THE SCENARIO'S NAME=VALUE CARDS INTO THE ENVIRONMENT FOR
004470*- THE WHOLE CHAIN (SEE JOBDRIVR B31-SET-ONE-NAME), THEN THE JOB
004480*- STREAM'S OWN NAMES: STEP FILE, RUN LOG, NO RESTART.
004490*--------------------------------------------------------------
004500 B20-010.
004510   PERFORM VARYING WK-SET-I FROM 1 BY 1
004520     UNTIL WK-SET-I > WK-SET-CNT
004530       MOVE ZERO          TO WK-SET-EQP
004540       PERFORM VARYING WK-P FROM 1 BY 1
004550         UNTIL WK-P > 21 OR WK-SET-EQP > ZERO
004560           IF WK-SET-CARD(WK-SET-I)(WK-P:1) = '='
004570             THEN
004580               MOVE WK-P          TO WK-SET-EQP
004590           END-IF
004600       END-PERFORM
004610       IF WK-SET-EQP < 2
004620         THEN
004630           DISPLAY 'SYSTEST:BAD SETTING CARD, SKIPPED: '
004640                   WK-SET-CARD(WK-SET-I)(1:30)
004650         ELSE
004660           MOVE SPACE         TO WK-SET-NAME
004670           MOVE WK-SET-CARD(WK-SET-I)(1:WK-SET-EQP - 1)
004680                              TO WK-SET-NAME
004690           MOVE WK-SET-CARD(WK-SET-I)(WK-SET-EQP + 1:100)
004700                              TO WK-SET-VAL
004710           DISPLAY WK-SET-NAME UPON ENVIRONMENT-NAME
004720           DISPLAY WK-SET-VAL  UPON ENVIRONMENT-VALUE
004730           MOVE SPACE         TO WK-LINE
004740           STRING 'SETTING ' WK-SET-CARD(WK-SET-I)
004750                      DELIMITED BY SIZE INTO WK-LINE
004760           PERFORM Z10-WRITE-LINE
004770       END-IF
004780   END-PERFORM.
004790   DISPLAY 'STEP_FILE'    UPON ENVIRONMENT-NAME.
004800   DISPLAY WK-CHN-STEPS   UPON ENVIRONMENT-VALUE.
004810   DISPLAY 'RUNLOG_FILE'  UPON ENVIRONMENT-NAME.
004820   DISPLAY WK-CHN-RLOG    UPON ENVIRONMENT-VALUE.
004827   MOVE SPACE         TO WK-SET-VAL.
004834   DISPLAY 'RESTART_STEP' UPON ENVIRONMENT-NAME.
004841   DISPLAY WK-SET-VAL     UPON ENVIRONMENT-VALUE.
004850 B20-APPLY-SETTINGS-EXIT.
004860   EXIT.
004870 B30-INIT-FILES SECTION.
004880*--------------------------------------------------------------
004890*- START-OF-NIGHT STATE: EACH 'INIT' TARGET BECOMES A COPY OF ITS
004900*- SOURCE (EMPTY WHEN NONE), AND THE RUN LOG STARTS EMPTY.
004910*--------------------------------------------------------------
004920 B30-010.
004930   PERFORM VARYING WK-INI-I FROM 1 BY 1
004940     UNTIL WK-INI-I > WK-INI-CNT OR WK-IOERR = 1
004950       MOVE WK-INI-SRC(WK-INI-I) TO WK-ACTNAME
004960       MOVE WK-INI-TGT(WK-INI-I) TO WK-EXPNAME
004970       PERFORM B31-COPY-FILE
004980   END-PERFORM.
004990   IF WK-IOERR = ZERO
005000     THEN
005010       MOVE SPACE         TO WK-ACTNAME
005020       MOVE WK-CHN-RLOG   TO WK-EXPNAME
005030       PERFORM B31-COPY-FILE
005040   END-IF.
005050 B30-INIT-FILES-EXIT.
005060   EXIT.
005070 B31-COPY-FILE SECTION.
005080*--------------------------------------------------------------
005090*- COPY WK-ACTNAME TO WK-EXPNAME BYTE FOR BYTE (BLANK SOURCE =
005100*- AN EMPTY TARGET).
005110*--------------------------------------------------------------
005120 B31-010.
005130   MOVE SPACE         TO WK-LINE.
005140   IF WK-ACTNAME = SPACE
005150     THEN
005160       STRING 'INIT    ' DELIMITED BY SIZE
005170              WK-EXPNAME DELIMITED BY SPACE
005180              ' EMPTIED' DELIMITED BY SIZE INTO WK-LINE
005190     ELSE
005200       STRING 'INIT    ' DELIMITED BY SIZE
005210              WK-EXPNAME DELIMITED BY SPACE
005220              ' FROM '   DELIMITED BY SIZE
005230              WK-ACTNAME DELIMITED BY SPACE INTO WK-LINE
005240       OPEN INPUT F1ACT
005250       IF WK-ACT-FST NOT = '00'
005260         THEN
005270           PERFORM Z10-WRITE-LINE
005280           MOVE SPACE         TO WK-LINE
005290           STRING '        SOURCE OPEN ERROR STATUS=' WK-ACT-FST
005300                      DELIMITED BY SIZE INTO WK-LINE
005310           PERFORM Z10-WRITE-LINE
005320           DISPLAY 'SYSTEST:INIT SOURCE OPEN ERROR STATUS='
005330                   WK-ACT-FST ' FILE=' WK-ACTNAME(1:60)
005340           MOVE 1             TO WK-IOERR
005350           GO TO B31-COPY-FILE-EXIT
005360       END-IF
005370   END-IF.
005380   PERFORM Z10-WRITE-LINE.
005390   OPEN OUTPUT F1EXP.
005400   IF WK-EXP-FST NOT = '00'
005410     THEN
005420       DISPLAY 'SYSTEST:INIT TARGET OPEN ERROR STATUS='
005430               WK-EXP-FST ' FILE=' WK-EXPNAME(1:60)
005440       MOVE 1             TO WK-IOERR
005450       IF WK-ACTNAME NOT = SPACE
005460         THEN
005470           CLOSE F1ACT
005480       END-IF
005490       GO TO B31-COPY-FILE-EXIT
005500   END-IF.
005510   IF WK-ACTNAME NOT = SPACE
005520     THEN
005530       PERFORM UNTIL WK-ACT-FST NOT = '00'
005540         READ F1ACT
005550           AT END
005560             CONTINUE
005570           NOT AT END
005580             MOVE F1ABYTE       TO F1EBYTE
005590             WRITE F1EBYTE
005600         END-READ
005610       END-PERFORM
005620       CLOSE F1ACT
005630   END-IF.
005640   CLOSE F1EXP.
005650 B31-COPY-FILE-EXIT.
005660   EXIT.
005670 C10-RUN-CHAIN SECTION.
005680*--------------------------------------------------------------
005690*- RUN THE NIGHT THROUGH JOBDRIVR AND JUDGE ITS RETURN-CODE.
005700*--------------------------------------------------------------
005710 C10-010.
005720   DISPLAY 'SYSTEST:RUNNING THE CHAIN. STEP FILE='
005730           WK-CHN-STEPS.
005740   MOVE ZERO          TO RETURN-CODE.
005750   CALL 'JOBDRIVR'
005760     ON EXCEPTION
005770       DISPLAY 'SYSTEST:PROGRAM NOT FOUND: JOBDRIVR'
005780       MOVE 16            TO RETURN-CODE
005790   END-CALL.
005800   MOVE RETURN-CODE   TO WK-CHN-RC.
005810   CANCEL 'JOBDRIVR'.
005820   MOVE ZERO          TO RETURN-CODE.
005830   IF WK-CHN-RC < ZERO OR WK-CHN-RC > 16
005840     THEN
005850       MOVE 16            TO WK-CHN-RC
005860   END-IF.
005870   MOVE WK-CHN-RC     TO WK-CHN-RC-X.
005880   MOVE SPACE         TO WK-LINE.
005890   IF WK-CHN-EXPRC-X = SPACE
005900     THEN
005910       IF WK-CHN-RC < 8
005920         THEN
005930           MOVE 1             TO WK-CHN-OK
005940       END-IF
005950       STRING 'CHAIN   JOBDRIVR RC=' WK-CHN-RC-X
005960              ' (EXPECTED BELOW 08)'
005970                      DELIMITED BY SIZE INTO WK-LINE
005980     ELSE
005990       MOVE WK-CHN-EXPRC-X TO WK-CHN-EXPRC
006000       IF WK-CHN-RC = WK-CHN-EXPRC
006010         THEN
006020           MOVE 1             TO WK-CHN-OK
006030       END-IF
006040       STRING 'CHAIN   JOBDRIVR RC=' WK-CHN-RC-X
006050              ' (EXPECTED ' WK-CHN-EXPRC-X ')'
006060                      DELIMITED BY SIZE INTO WK-LINE
006070   END-IF.
006080   IF WK-CHN-OK = 1
006090     THEN
006100       MOVE 'PASS'        TO WK-LINE(50:4)
006110     ELSE
006120       MOVE 'FAIL - SEE THE RUN LOG' TO WK-LINE(50:22)
006130   END-IF.
006140   PERFORM Z10-WRITE-LINE.
006150 C10-RUN-CHAIN-EXIT.
006160   EXIT.
006170 D10-CHECK-FILE SECTION.
006180*--------------------------------------------------------------
006190*- COMPARE RESULT FILE WK-FIL-I WITH ITS EXPECTED COPY, RECORD
006200*- BY RECORD AFTER MASKING BOTH. THE FIRST 5 DIFFERENCES ARE
006210*- SHOWN WITH THE TWO RECORDS FROM JUST BEFORE THE FIRST
006220*- DIFFERING COLUMN.
006230*--------------------------------------------------------------
006240 D10-010.
006250   MOVE WK-FIL-ACT(WK-FIL-I) TO WK-ACTNAME.
006260   MOVE WK-FIL-EXP(WK-FIL-I) TO WK-EXPNAME.
006270   MOVE WK-FIL-RLEN(WK-FIL-I) TO WK-RLEN.
006280   MOVE ZERO          TO WK-RECS.
006290   MOVE ZERO          TO WK-DIFFS.
006300   MOVE ZERO          TO WK-EXTRA.
006310   MOVE ZERO          TO WK-MISSING.
006320   MOVE ZERO          TO WK-SHOWN.
006330   MOVE ZERO          TO WK-ACT-LONG.
006340   MOVE ZERO          TO WK-EXP-LONG.
006350   OPEN INPUT F1ACT.
006360   IF WK-ACT-FST NOT = '00'
006370     THEN
006380       MOVE 'MISSING '    TO WK-STATE
006390       PERFORM D20-FILE-LINE
006400       ADD 1              TO WK-FILES-FAIL
006410       GO TO D10-CHECK-FILE-EXIT
006420   END-IF.
006430   OPEN INPUT F1EXP.
006440   IF WK-EXP-FST NOT = '00'
006450     THEN
006460       CLOSE F1ACT
006470       MOVE 'NO COPY '    TO WK-STATE
006480       PERFORM D20-FILE-LINE
006490       ADD 1              TO WK-FILES-FAIL
006500       GO TO D10-CHECK-FILE-EXIT
006510   END-IF.
006520   MOVE ZERO          TO WK-ACT-EOF.
006530   MOVE ZERO          TO WK-EXP-EOF.
006540   MOVE ZERO          TO WK-RECNO.
006550   PERFORM UNTIL WK-ACT-EOF = 1 AND WK-EXP-EOF = 1
006560       MOVE ZERO          TO WK-ACT-HAVE
006570       MOVE ZERO          TO WK-EXP-HAVE
006580       IF WK-ACT-EOF = ZERO
006590         THEN
006600           PERFORM Z20-NEXT-ACT
006610       END-IF
006620       IF WK-EXP-EOF = ZERO
006630         THEN
006640           PERFORM Z25-NEXT-EXP
006650       END-IF
006660       IF WK-ACT-HAVE = 1 OR WK-EXP-HAVE = 1
006670         THEN
006680           ADD 1              TO WK-RECNO
006690           PERFORM D15-COMPARE-RECORD
006700       END-IF
006710   END-PERFORM.
006720   CLOSE F1ACT.
006730   CLOSE F1EXP.
006740   IF WK-DIFFS = ZERO AND WK-EXTRA = ZERO AND WK-MISSING = ZERO
006750     THEN
006760       MOVE 'PASS    '    TO WK-STATE
006770       ADD 1              TO WK-FILES-PASS
006780     ELSE
006790       MOVE 'FAIL    '    TO WK-STATE
006800       ADD 1              TO WK-FILES-FAIL
006810   END-IF.
006820   PERFORM D20-FILE-LINE.
006830   IF WK-ACT-LONG = 1 OR WK-EXP-LONG = 1
006840     THEN
006850       MOVE '        (LINES OVER 4000 BYTES COMPARED ON THE FIRST'
006860                          TO WK-LINE
006870       MOVE ' 4000 ONLY)'     TO WK-LINE(52:11)
006880       PERFORM Z10-WRITE-LINE
006890   END-IF.
006900 D10-CHECK-FILE-EXIT.
006910   EXIT.
006920 D15-COMPARE-RECORD SECTION.
006930 D15-010.
006940   IF WK-ACT-HAVE = ZERO
006950     THEN
006960       ADD 1              TO WK-MISSING
006970       GO TO D15-COMPARE-RECORD-EXIT
006980   END-IF.
006990   IF WK-EXP-HAVE = ZERO
007000     THEN
007010       ADD 1              TO WK-EXTRA
007020       GO TO D15-COMPARE-RECORD-EXIT
007030   END-IF.
007040   ADD 1              TO WK-RECS.
007050   MOVE WK-AREC       TO WK-REC.
007060   MOVE WK-AL         TO WK-RL.
007070   PERFORM Z30-NORMALISE.
007080   MOVE WK-REC        TO WK-AREC.
007090   MOVE WK-EREC       TO WK-REC.
007100   MOVE WK-EL         TO WK-RL.
007110   PERFORM Z30-NORMALISE.
007120   MOVE WK-REC        TO WK-EREC.
007130   IF WK-AREC = WK-EREC
007140     THEN
007150       GO TO D15-COMPARE-RECORD-EXIT
007160   END-IF.
007170   ADD 1              TO WK-DIFFS.
007180   IF WK-SHOWN NOT < 5
007190     THEN
007200       GO TO D15-COMPARE-RECORD-EXIT
007210   END-IF.
007220   ADD 1              TO WK-SHOWN.
007230   IF WK-AL > WK-EL
007240     THEN
007250       MOVE WK-AL         TO WK-MAXL
007260     ELSE
007270       MOVE WK-EL         TO WK-MAXL
007280   END-IF.
007290   MOVE ZERO          TO WK-COL.
007300   PERFORM VARYING WK-P FROM 1 BY 1
007310     UNTIL WK-P > WK-MAXL OR WK-COL > ZERO
007320       IF WK-AREC(WK-P:1) NOT = WK-EREC(WK-P:1)
007330         THEN
007340           MOVE WK-P          TO WK-COL
007350       END-IF
007360   END-PERFORM.
007370   IF WK-COL > 10
007380     THEN
007390       COMPUTE WK-SNIP = WK-COL - 10
007400     ELSE
007410       MOVE 1             TO WK-SNIP
007420   END-IF.
007430   IF WK-SNIP > 3901
007440     THEN
007450       MOVE 3901          TO WK-SNIP
007460   END-IF.
007470   MOVE SPACE         TO WK-LINE.
007476   STRING '        RECORD ' WK-RECNO ' DIFFERS FROM COLUMN '
007482          WK-COL
007490          ' (SHOWN FROM COLUMN ' WK-SNIP ')'
007500                      DELIMITED BY SIZE INTO WK-LINE.
007510   PERFORM Z10-WRITE-LINE.
007520   MOVE SPACE         TO WK-LINE.
007530   STRING '          EXPECTED: ' WK-EREC(WK-SNIP:100)
007540                      DELIMITED BY SIZE INTO WK-LINE.
007550   PERFORM Z10-WRITE-LINE.
007560   MOVE SPACE         TO WK-LINE.
007570   STRING '          ACTUAL  : ' WK-AREC(WK-SNIP:100)
007580                      DELIMITED BY SIZE INTO WK-LINE.
007590   PERFORM Z10-WRITE-LINE.
007600 D15-COMPARE-RECORD-EXIT.
007610   EXIT.
007620 D20-FILE-LINE SECTION.
007630*--------------------------------------------------------------
007640*- THE FILE'S PASS/FAIL LINE. IT FOLLOWS ANY DIFFERENCES SHOWN,
007650*- AS THE COUNTS ARE ONLY KNOWN AT THE END OF THE FILES.
007660*--------------------------------------------------------------
007670 D20-010.
007680   MOVE SPACE         TO WK-LINE.
007690   EVALUATE WK-STATE
007700   WHEN 'MISSING '
007707     STRING 'FAIL      ' DELIMITED BY SIZE
007714            WK-ACTNAME DELIMITED BY SPACE
007721            '  RESULT FILE NOT PRODUCED (STATUS ' WK-ACT-FST ')'
007730                      DELIMITED BY SIZE INTO WK-LINE
007740   WHEN 'NO COPY '
007747     STRING 'FAIL      ' DELIMITED BY SIZE
007754            WK-ACTNAME DELIMITED BY SPACE
007761            '  NO EXPECTED COPY ' DELIMITED BY SIZE
007770            WK-EXPNAME DELIMITED BY SPACE
007780            ' (STATUS ' WK-EXP-FST ')'
007790                      DELIMITED BY SIZE INTO WK-LINE
007800   WHEN 'RECORDED'
007806     STRING 'RECORDED  ' DELIMITED BY SIZE
007812            WK-ACTNAME DELIMITED BY SPACE
007820            '  RECORDS=' WK-RECS '  AS ' DELIMITED BY SIZE
007830            WK-EXPNAME DELIMITED BY SPACE INTO WK-LINE
007840   WHEN OTHER
007846     STRING WK-STATE '  ' DELIMITED BY SIZE
007852            WK-ACTNAME DELIMITED BY SPACE
007860            '  RECORDS=' WK-RECS '  DIFFERING=' WK-DIFFS
007870            '  EXTRA=' WK-EXTRA '  MISSING=' WK-MISSING
007880                      DELIMITED BY SIZE INTO WK-LINE
007890   END-EVALUATE.
007900   PERFORM Z10-WRITE-LINE.
007910 D20-FILE-LINE-EXIT.
007920   EXIT.
007930 D30-RECORD-FILE SECTION.
007940*--------------------------------------------------------------
007950*- SYSTEST_MODE=RECORD: STORE RESULT FILE WK-FIL-I, MASKED, AS
007960*- ITS EXPECTED COPY.
007970*--------------------------------------------------------------
007980 D30-010.
007990   MOVE WK-FIL-ACT(WK-FIL-I) TO WK-ACTNAME.
008000   MOVE WK-FIL-EXP(WK-FIL-I) TO WK-EXPNAME.
008010   MOVE WK-FIL-RLEN(WK-FIL-I) TO WK-RLEN.
008020   MOVE ZERO          TO WK-RECS.
008030   OPEN INPUT F1ACT.
008040   IF WK-ACT-FST NOT = '00'
008050     THEN
008060       MOVE 'MISSING '    TO WK-STATE
008070       PERFORM D20-FILE-LINE
008080       ADD 1              TO WK-FILES-FAIL
008090       GO TO D30-RECORD-FILE-EXIT
008100   END-IF.
008110   OPEN OUTPUT F1EXP.
008120   IF WK-EXP-FST NOT = '00'
008130     THEN
008140       DISPLAY 'SYSTEST:EXPECTED COPY OPEN ERROR STATUS='
008150               WK-EXP-FST ' FILE=' WK-EXPNAME(1:60)
008160       CLOSE F1ACT
008170       MOVE 'NO COPY '    TO WK-STATE
008180       PERFORM D20-FILE-LINE
008190       ADD 1              TO WK-FILES-FAIL
008200       GO TO D30-RECORD-FILE-EXIT
008210   END-IF.
008220   MOVE ZERO          TO WK-ACT-EOF.
008230   MOVE ZERO          TO WK-RECNO.
008240   PERFORM UNTIL WK-ACT-EOF = 1
008250       PERFORM Z20-NEXT-ACT
008260       IF WK-ACT-HAVE = 1
008270         THEN
008280           ADD 1              TO WK-RECS
008290           MOVE WK-AREC       TO WK-REC
008300           MOVE WK-AL         TO WK-RL
008310           PERFORM Z30-NORMALISE
008320           PERFORM VARYING WK-P FROM 1 BY 1 UNTIL WK-P > WK-RL
008330               MOVE WK-REC(WK-P:1) TO F1EBYTE
008340               WRITE F1EBYTE
008350           END-PERFORM
008360           IF WK-RLEN = ZERO
008370             THEN
008380               MOVE X'0A'         TO F1EBYTE
008390               WRITE F1EBYTE
008400           END-IF
008410       END-IF
008420   END-PERFORM.
008430   CLOSE F1ACT.
008440   CLOSE F1EXP.
008450   MOVE 'RECORDED'    TO WK-STATE.
008460   ADD 1              TO WK-FILES-REC.
008470   PERFORM D20-FILE-LINE.
008480 D30-RECORD-FILE-EXIT.
008490   EXIT.
008500 Z10-WRITE-LINE SECTION.
008510 Z10-010.
008520   MOVE WK-LINE       TO F2LINE.
008530   WRITE F2LINE.
008540   MOVE SPACE         TO WK-LINE.
008550 Z10-WRITE-LINE-EXIT.
008560   EXIT.
008570 Z20-NEXT-ACT SECTION.
008580*--------------------------------------------------------------
008590*- NEXT RECORD OF THE RESULT FILE INTO WK-AREC(1:WK-AL): A TEXT
008600*- RECORD ENDS AT THE LINE FEED (A CARRIAGE RETURN IS DROPPED),
008610*- A FIXED ONE AFTER WK-RLEN BYTES. WK-ACT-HAVE = 0 AT THE END.
008620*--------------------------------------------------------------
008630 Z20-010.
008640   MOVE SPACE         TO WK-AREC.
008650   MOVE ZERO          TO WK-AL.
008660   MOVE ZERO          TO WK-ACT-HAVE.
008670   MOVE ZERO          TO WK-ACT-DONE.
008680   PERFORM UNTIL WK-ACT-DONE = 1
008690     READ F1ACT
008700       AT END
008710         MOVE 1             TO WK-ACT-DONE
008720         MOVE 1             TO WK-ACT-EOF
008730       NOT AT END
008740         MOVE 1             TO WK-ACT-HAVE
008750         EVALUATE TRUE
008760         WHEN WK-RLEN = ZERO AND F1ABYTE = X'0A'
008770           MOVE 1             TO WK-ACT-DONE
008780         WHEN WK-RLEN = ZERO AND F1ABYTE = X'0D'
008790           CONTINUE
008800         WHEN WK-AL NOT < 4000
008810           MOVE 1             TO WK-ACT-LONG
008820         WHEN OTHER
008830           ADD 1              TO WK-AL
008840           MOVE F1ABYTE       TO WK-AREC(WK-AL:1)
008850           IF WK-RLEN > ZERO AND WK-AL = WK-RLEN
008860             THEN
008870               MOVE 1             TO WK-ACT-DONE
008880           END-IF
008890         END-EVALUATE
008900     END-READ
008910   END-PERFORM.
008920 Z20-NEXT-ACT-EXIT.
008930   EXIT.
008940 Z25-NEXT-EXP SECTION.
008950*--------------------------------------------------------------
008960*- THE SAME FOR THE EXPECTED COPY, INTO WK-EREC(1:WK-EL).
008970*--------------------------------------------------------------
008980 Z25-010.
008990   MOVE SPACE         TO WK-EREC.
009000   MOVE ZERO          TO WK-EL.
009010   MOVE ZERO          TO WK-EXP-HAVE.
009020   MOVE ZERO          TO WK-EXP-DONE.
009030   PERFORM UNTIL WK-EXP-DONE = 1
009040     READ F1EXP
009050       AT END
009060         MOVE 1             TO WK-EXP-DONE
009070         MOVE 1             TO WK-EXP-EOF
009080       NOT AT END
009090         MOVE 1             TO WK-EXP-HAVE
009100         EVALUATE TRUE
009110         WHEN WK-RLEN = ZERO AND F1EBYTE = X'0A'
009120           MOVE 1             TO WK-EXP-DONE
009130         WHEN WK-RLEN = ZERO AND F1EBYTE = X'0D'
009140           CONTINUE
009150         WHEN WK-EL NOT < 4000
009160           MOVE 1             TO WK-EXP-LONG
009170         WHEN OTHER
009180           ADD 1              TO WK-EL
009190           MOVE F1EBYTE       TO WK-EREC(WK-EL:1)
009200           IF WK-RLEN > ZERO AND WK-EL = WK-RLEN
009210             THEN
009220               MOVE 1             TO WK-EXP-DONE
009230           END-IF
009240         END-EVALUATE
009250     END-READ
009260   END-PERFORM.
009270 Z25-NEXT-EXP-EXIT.
009280   EXIT.
009290 Z30-NORMALISE SECTION.
009300*--------------------------------------------------------------
009310*- MASK WK-REC(1:WK-RL): THE FILE'S 'MASK' RANGES, THEN THE
009320*- TIMESTAMPS AND RUN IDS, THEN THE RUN'S WALL-CLOCK DATE.
009330*--------------------------------------------------------------
009340 Z30-010.
009350   IF WK-RL = ZERO
009360     THEN
009370       GO TO Z30-NORMALISE-EXIT
009380   END-IF.
009390   PERFORM VARYING WK-MSK-I FROM 1 BY 1
009400     UNTIL WK-MSK-I > WK-MSK-CNT
009410       IF WK-MSK-FILE(WK-MSK-I) = WK-FIL-I
009420        AND WK-MSK-FROM(WK-MSK-I) NOT > WK-RL
009430         THEN
009440           MOVE 1             TO WK-OK
009450           IF WK-MSK-PLEN(WK-MSK-I) > ZERO
009460             THEN
009467               MOVE WK-MSK-PLEN(WK-MSK-I) TO WK-LIM
009474               IF WK-REC(1:WK-LIM)
009481                  NOT = WK-MSK-PFX(WK-MSK-I)(1:WK-LIM)
009490                 THEN
009500                   MOVE ZERO          TO WK-OK
009510               END-IF
009520           END-IF
009530           IF WK-OK = 1
009540             THEN
009550               MOVE WK-MSK-TO(WK-MSK-I) TO WK-E
009560               IF WK-E > WK-RL
009570                 THEN
009580                   MOVE WK-RL         TO WK-E
009590               END-IF
009600               PERFORM VARYING WK-Q
009610                 FROM WK-MSK-FROM(WK-MSK-I) BY 1 UNTIL WK-Q > WK-E
009620                   MOVE '~'           TO WK-REC(WK-Q:1)
009630               END-PERFORM
009640           END-IF
009650       END-IF
009660   END-PERFORM.
009670   IF WK-RL < 8
009680     THEN
009690       GO TO Z30-NORMALISE-EXIT
009700   END-IF.
009710   MOVE 1             TO WK-P.
009720   PERFORM UNTIL WK-P > WK-RL - 7
009730       PERFORM Z40-STAMP-AT
009740   END-PERFORM.
009750 Z30-NORMALISE-EXIT.
009760   EXIT.
009770 Z40-STAMP-AT SECTION.
009780*--------------------------------------------------------------
009790*- IS THERE A TIMESTAMP (OR THE BARE RUN DATE) AT WK-REC(WK-P)?
009800*- IF SO MASK IT AND STEP PAST IT, ELSE STEP ONE BYTE.
009810*--------------------------------------------------------------
009820 Z40-010.
009830   MOVE WK-P          TO WK-Q.
009840   ADD 1              TO WK-P.
009850   IF WK-REC(WK-Q:8) NOT NUMERIC
009860     THEN
009870       GO TO Z40-STAMP-AT-EXIT
009880   END-IF.
009890   IF WK-Q > 1
009900     THEN
009910       IF WK-REC(WK-Q - 1:1) NUMERIC
009920         THEN
009930           GO TO Z40-STAMP-AT-EXIT
009940       END-IF
009950   END-IF.
009960   MOVE ZERO          TO WK-DT.
009970   MOVE WK-REC(WK-Q:8) TO WK-DT(1:8).
009980   IF (WK-DT-CC NOT = '19' AND WK-DT-CC NOT = '20')
009990    OR WK-DT-MM < '01' OR WK-DT-MM > '12'
010000    OR WK-DT-DD < '01' OR WK-DT-DD > '31'
010010     THEN
010020       GO TO Z40-STAMP-AT-EXIT
010030   END-IF.
010040*- DATE + TIME, DIRECTLY OR AFTER A '/'.
010050   COMPUTE WK-E = WK-Q + 8.
010060   MOVE 16            TO WK-LIM.
010070   IF WK-E NOT > WK-RL
010080     THEN
010090       IF WK-REC(WK-E:1) = '/'
010100         THEN
010110           ADD 1              TO WK-E
010120           MOVE 17            TO WK-LIM
010130       END-IF
010140   END-IF.
010150   MOVE ZERO          TO WK-OK.
010160   IF WK-E + 5 NOT > WK-RL
010170     THEN
010180       IF WK-REC(WK-E:6) NUMERIC
010190         THEN
010200           MOVE WK-REC(WK-E:6) TO WK-DT(9:6)
010210           IF WK-DT-HH < '24' AND WK-DT-MI < '60'
010220            AND WK-DT-SS < '60'
010230             THEN
010240               MOVE 1             TO WK-OK
010250           END-IF
010260       END-IF
010270   END-IF.
010280   IF WK-OK = 1
010290     THEN
010300       ADD 6              TO WK-E
010310       PERFORM UNTIL WK-E > WK-RL OR WK-E - WK-Q NOT < WK-LIM
010320           MOVE WK-REC(WK-E:1) TO WK-C
010330           IF (WK-C >= 'A' AND WK-C <= 'Z') OR WK-C NUMERIC
010340             THEN
010350               ADD 1              TO WK-E
010360             ELSE
010370               COMPUTE WK-LIM = WK-E - WK-Q
010380           END-IF
010390       END-PERFORM
010400       PERFORM VARYING WK-P FROM WK-Q BY 1 UNTIL WK-P = WK-E
010410           MOVE '~'           TO WK-REC(WK-P:1)
010420       END-PERFORM
010430       MOVE WK-E          TO WK-P
010440       GO TO Z40-STAMP-AT-EXIT
010450   END-IF.
010460*- THE BARE WALL-CLOCK DATE, NO DIGIT AFTER IT.
010470   IF WK-REC(WK-Q:8) NOT = WK-TM-DATE
010480    AND WK-REC(WK-Q:8) NOT = WK-END-DATE
010490     THEN
010500       GO TO Z40-STAMP-AT-EXIT
010510   END-IF.
010520   IF WK-Q + 8 NOT > WK-RL
010530     THEN
010540       IF WK-REC(WK-Q + 8:1) NUMERIC
010550         THEN
010560           GO TO Z40-STAMP-AT-EXIT
010570       END-IF
010580   END-IF.
010590   MOVE '~~~~~~~~'    TO WK-REC(WK-Q:8).
010600   COMPUTE WK-P = WK-Q + 8.
010610 Z40-STAMP-AT-EXIT.
010620   EXIT.
