000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   REVQUEUE.
000030*--------------------------------------------------------------
000040*- MANUAL REVIEW QUEUE. SOME DISPOSITIONS (LARGE-VALUE ITEMS
000050*- AND THE LIKE) MEAN "A PERSON MUST LOOK AT THIS": THEIR CODES
000060*- CARRY REVIEW FLAG 'R' (COLUMN 73) IN THE DISPOSITION-CODE
000070*- MASTER. AFTER THE NIGHTLY RUN THIS STEP READS F3OUT, GROUPS
000080*- EACH WHOLE-TRANSACTION RESULT WITH THE TAGGED 'OUT ' DETAILS
000090*- THAT FOLLOW IT (AS ACTGEN DOES), AND QUEUES EVERY GROUP
000100*- WHOSE DISPOSITION IS FLAGGED FOR REVIEW. THE DISPOSITION IS
000110*- THE 'DISP ' TAG, ELSE THE OUT VALUE'S LEADING 10 BYTES
000120*- (STSMAST'S CONVENTION); THE CODE'S RSID PATTERN, WHEN SET,
000130*- MUST COVER THE GROUP'S RULE SET (A TRAILING '*' MATCHES ANY
000140*- SUFFIX).
000150*-
000160*- THE QUEUE IS KEYED BY THE RESULT'S RUN ID + ITS POSITION IN
000170*- F3OUT (THE QUEUE ID THE REVIEWERS QUOTE), SO RE-RUNNING THE
000180*- STEP OVER THE SAME F3OUT QUEUES NOTHING TWICE. EACH ITEM
000190*- KEEPS THE AUTOMATED DECISION (RULE SET, DISPOSITION,
000200*- STATUS, OUT VALUE) AND THE STATUS-MASTER KEY (F3-KEY, ELSE
000210*- THE OUT SLICE AT KEY_POS/KEY_LEN AS STSMAST TAKES IT).
000220*- REVAPPLY APPLIES THE REVIEWERS' DECISIONS AGAINST IT.
000230*-
000240*- EVERY RUN THEN PRINTS THE REVIEWERS' WORKLIST (ALL OPEN AND
000250*- REFERRED ITEMS WITH THEIR AGE IN BUSINESS DAYS) AND THE
000260*- AGING LIST: ITEMS NOT DECIDED WITHIN REVIEW_DAYS BUSINESS
000270*- DAYS OF BEING QUEUED. BUSINESS DAYS SKIP WEEKENDS AND THE
000280*- HOLIDAY_FILE DATES (TEST-MAIN'S CALENDAR).
000290*-
000300*- ENV: RESULT_FILE  = F3OUT (DEFAULT ../data/pcheckout.txt),
000310*-      DISP_MASTER  = DISPOSITION-CODE MASTER (REQUIRED),
000320*-      REVIEW_QUEUE = THE QUEUE (INDEXED),
000330*-      REVIEW_LIST  = WORKLIST AND AGING LIST,
000340*-      REVIEW_DAYS  = BUSINESS DAYS ALLOWED (DEFAULT 3),
000350*-      HOLIDAY_FILE (OPTIONAL), KEY_POS/KEY_LEN (AS STSMAST),
000360*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY).
000370*- RETURN-CODE: 0=NOTHING AGED, 4=AGED ITEMS LISTED,
000380*-              12=BAD PARMS, 16=FATAL I/O.
000390*--------------------------------------------------------------
000400 ENVIRONMENT    DIVISION.
000410 INPUT-OUTPUT               SECTION.
000420 FILE-CONTROL.
000430   SELECT F3IN    ASSIGN TO WK-RESNAME
000440   STATUS WK-RES-FST.
000450   SELECT F45DSP  ASSIGN TO WK-DSPNAME
000460   ORGANIZATION LINE SEQUENTIAL
000470   STATUS WK-DSP-FST.
000480   SELECT F40RVQ  ASSIGN TO WK-RVQNAME
000490   ORGANIZATION INDEXED
000500   ACCESS MODE DYNAMIC
000510   RECORD KEY IS F40-QID
000520   STATUS WK-RVQ-FST.
000530   SELECT F37HOL  ASSIGN TO WK-HOLNAME
000540   ORGANIZATION LINE SEQUENTIAL
000550   STATUS WK-HOL-FST.
000560   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000570   ORGANIZATION LINE SEQUENTIAL
000580   STATUS WK-RPT-FST.
000590 DATA DIVISION.
000600 FILE                       SECTION.
000610 FD  F3IN.
000620*- SAME SHAPE AS TEST-MAIN'S F3RECORD.
000630 01  F3RECORD               SYNC.
000640   03 F3-RUNID              PIC X(16).
000650   03 F3-RSID               PIC X(08).
000660   03 F3-STATUS             PIC X(04).
000670   03 F3-BLK                PIC X(05).
000680   03 F3-OUT                PIC X(100).
000690   03 F3-KEY                PIC X(20).
000700 FD  F45DSP.
000710 01  F45RECORD              PIC X(80).
000720*--------------------------------------------------------------
000730*- REVIEW QUEUE ITEM (SAME LAYOUT IN REVAPPLY). F40-STATE:
000740*- 'O' = OPEN, 'R' = REFERRED (STILL OPEN, AGE RUNS ON FROM
000750*- THE QUEUED DATE), 'A' = APPROVED, 'D' = DECLINED. THE
000760*- DECIDING USER, DATE AND COMMENT ARE THE LATEST DECISION'S.
000770*--------------------------------------------------------------
000780 FD  F40RVQ.
000790 01  F40RECORD              SYNC.
000800   03 F40-QID.
000810     05 F40-QRUNID          PIC X(16).
000820     05 F40-QSEQ            PIC 9(07).
000830   03 F40-QDATE             PIC X(08).
000840   03 F40-RSID              PIC X(08).
000850   03 F40-KEY               PIC X(20).
000860   03 F40-DISP              PIC X(10).
000870   03 F40-STATUS            PIC X(04).
000880   03 F40-OUT               PIC X(100).
000890   03 F40-STATE             PIC X(01).
000900   03 F40-USER              PIC X(08).
000910   03 F40-DDATE             PIC X(08).
000920   03 F40-COMMENT           PIC X(60).
000930 FD  F37HOL.
000940 01  F37RECORD              PIC X(80).
000950 FD  F2REPT.
000960 01  F2LINE                 PIC X(132).
000970 WORKING-STORAGE SECTION.
000980 01  WK-FILES               SYNC.
000990   03 WK-RESNAME            PIC X(100).
001000   03 WK-RES-FST            PIC X(02).
001010   03 WK-DSPNAME            PIC X(100).
001020   03 WK-DSP-FST            PIC X(02).
001030   03 WK-RVQNAME            PIC X(100).
001040   03 WK-RVQ-FST            PIC X(02).
001050   03 WK-HOLNAME            PIC X(100).
001060   03 WK-HOL-FST            PIC X(02).
001070   03 WK-RPTNAME            PIC X(100).
001080   03 WK-RPT-FST            PIC X(02).
001090 01  WK-PRM                 SYNC.
001100   03 WK-POS-X              PIC X(03).
001110   03 WK-LEN-X              PIC X(03).
001120   03 WK-POS                PIC 9(03) VALUE 1.
001130   03 WK-LEN                PIC 9(03) VALUE 10.
001140   03 WK-DAYS-X             PIC X(03).
001150   03 WK-DAYS               PIC 9(03) VALUE 3.
001160 01  WK-RUNDT               PIC X(08).
001170 01  WK-RUNDT-N REDEFINES WK-RUNDT PIC 9(08).
001180*--------------------------------------------------------------
001190*- DISPOSITION CODES FLAGGED FOR REVIEW (SEE TEST-MAIN A16).
001200*--------------------------------------------------------------
001210 01  WK-DSP                 SYNC.
001220   03 WK-DSP-CNT            PIC 9(03) VALUE ZERO.
001230   03 WK-DSP-I              PIC 9(03).
001240   03 WK-DSP-TBL            OCCURS 100 TIMES.
001250     05 WK-DSP-CODE         PIC X(10).
001260     05 WK-DSP-PAT          PIC X(08).
001270 01  WK-PAT                 SYNC.
001280   03 WK-PAT-HIT            PIC 9(01).
001290   03 WK-PATLEN             PIC 9(01).
001300   03 WK-K                  PIC 9(02).
001310*--------------------------------------------------------------
001320*- THE TRANSACTION GROUP IN PROGRESS (SEE ACTGEN).
001330*--------------------------------------------------------------
001340 01  WK-GRP                 SYNC.
001350   03 WK-GRP-ON             PIC 9(01) VALUE ZERO.
001360   03 WK-GRP-SEQ            PIC 9(07) VALUE ZERO.
001370   03 WK-GRP-RUNID          PIC X(16).
001380   03 WK-GRP-RSID           PIC X(08).
001390   03 WK-GRP-STS            PIC X(04).
001400   03 WK-GRP-OUT            PIC X(100).
001410   03 WK-GRP-KEY            PIC X(20).
001420   03 WK-GRP-DISP           PIC X(10).
001430*--------------------------------------------------------------
001440*- HOLIDAY CALENDAR AND BUSINESS-DAY WORK (SEE TEST-MAIN A15A).
001450*--------------------------------------------------------------
001460 01  WK-HOL                 SYNC.
001470   03 WK-HOL-CNT            PIC 9(03) VALUE ZERO.
001480   03 WK-HOL-I              PIC 9(03).
001490   03 WK-HOL-TBL            PIC X(08) OCCURS 200 TIMES.
001500   03 WK-HOL-WRK            PIC 9(08).
001510   03 WK-HOL-SER            PIC 9(07).
001520   03 WK-HOL-DOW            PIC 9(01).
001530   03 WK-HOL-BUS            PIC 9(01).
001540   03 WK-RUN-SER            PIC 9(07).
001550   03 WK-Q-SER              PIC 9(07).
001560   03 WK-AGE                PIC 9(03).
001570 01  WK-CNT                 SYNC.
001580   03 WK-READ               PIC 9(07) VALUE ZERO.
001590   03 WK-QUEUED             PIC 9(07) VALUE ZERO.
001600   03 WK-ALREADY            PIC 9(07) VALUE ZERO.
001610   03 WK-OPEN               PIC 9(07) VALUE ZERO.
001620   03 WK-AGED               PIC 9(07) VALUE ZERO.
001630 01  WK-PASS                PIC 9(01).
001640 01  WK-LINE                PIC X(132).
001650 PROCEDURE DIVISION.
001660 A00-MAIN SECTION.
001670*--------------------------------------------------------------
001680*- QUEUE THE NIGHT'S REVIEW ITEMS, THEN LIST THE QUEUE.
001690*--------------------------------------------------------------
001700 A00-010.
001710   MOVE SPACE         TO WK-RESNAME.
001720   ACCEPT WK-RESNAME  FROM ENVIRONMENT 'RESULT_FILE'.
001730   IF WK-RESNAME = SPACE
001740     MOVE '../data/pcheckout.txt' TO WK-RESNAME
001750   END-IF.
001760   MOVE SPACE         TO WK-DSPNAME.
001770   ACCEPT WK-DSPNAME  FROM ENVIRONMENT 'DISP_MASTER'.
001780   MOVE SPACE         TO WK-RVQNAME.
001790   ACCEPT WK-RVQNAME  FROM ENVIRONMENT 'REVIEW_QUEUE'.
001800   IF WK-RVQNAME = SPACE
001810     MOVE '../data/pcheckrevq.ix' TO WK-RVQNAME
001820   END-IF.
001830   MOVE SPACE         TO WK-RPTNAME.
001840   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'REVIEW_LIST'.
001850   IF WK-RPTNAME = SPACE
001860     MOVE '../data/pcheckrevlist.txt' TO WK-RPTNAME
001870   END-IF.
001880   MOVE SPACE         TO WK-HOLNAME.
001890   ACCEPT WK-HOLNAME  FROM ENVIRONMENT 'HOLIDAY_FILE'.
001900   MOVE SPACE         TO WK-DAYS-X.
001910   ACCEPT WK-DAYS-X   FROM ENVIRONMENT 'REVIEW_DAYS'.
001920   IF WK-DAYS-X NOT = SPACE AND WK-DAYS-X NUMERIC
001930     THEN
001940       MOVE WK-DAYS-X     TO WK-DAYS
001950   END-IF.
001960   MOVE SPACE         TO WK-POS-X.
001970   ACCEPT WK-POS-X    FROM ENVIRONMENT 'KEY_POS'.
001980   IF WK-POS-X NOT = SPACE AND WK-POS-X NUMERIC
001990     THEN
002000       MOVE WK-POS-X      TO WK-POS
002010   END-IF.
002020   MOVE SPACE         TO WK-LEN-X.
002030   ACCEPT WK-LEN-X    FROM ENVIRONMENT 'KEY_LEN'.
002040   IF WK-LEN-X NOT = SPACE AND WK-LEN-X NUMERIC
002050     THEN
002060       MOVE WK-LEN-X      TO WK-LEN
002070   END-IF.
002080   IF WK-LEN = ZERO OR WK-LEN > 20
002090    OR WK-POS = ZERO OR WK-POS + WK-LEN - 1 > 100
002100     THEN
002110       DISPLAY 'REVQUEUE:BAD KEY_POS/KEY_LEN.'
002120       MOVE 12            TO RETURN-CODE
002130       GOBACK
002140   END-IF.
002150   MOVE SPACE         TO WK-RUNDT.
002160   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
002170   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
002180     THEN
002190       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
002200   END-IF.
002210   IF WK-DSPNAME = SPACE
002220     THEN
002230       DISPLAY 'REVQUEUE:DISP_MASTER IS REQUIRED.'
002240       MOVE 12            TO RETURN-CODE
002250       GOBACK
002260   END-IF.
002270   PERFORM B10-LOAD-DISPMASTER.
002280   IF RETURN-CODE NOT = ZERO
002290     THEN
002300       GOBACK
002310   END-IF.
002320   IF WK-HOLNAME NOT = SPACE
002330     THEN
002340       PERFORM B15-LOAD-HOLIDAYS
002350   END-IF.
002360   OPEN I-O F40RVQ.
002370   IF WK-RVQ-FST = '35'
002380     THEN
002390       OPEN OUTPUT F40RVQ
002400       CLOSE F40RVQ
002410       OPEN I-O F40RVQ
002420   END-IF.
002430   IF WK-RVQ-FST NOT = '00'
002440     THEN
002450       DISPLAY 'REVQUEUE:REVIEW QUEUE OPEN ERROR STATUS='
002460               WK-RVQ-FST
002470       MOVE 16            TO RETURN-CODE
002480       GOBACK
002490   END-IF.
002500   PERFORM B20-SCAN-RESULTS.
002510   IF RETURN-CODE NOT = ZERO
002520     THEN
002530       CLOSE F40RVQ
002540       GOBACK
002550   END-IF.
002560   OPEN OUTPUT F2REPT.
002570   IF WK-RPT-FST NOT = '00'
002580     THEN
002590       DISPLAY 'REVQUEUE:REVIEW LIST OPEN ERROR STATUS='
002600               WK-RPT-FST
002610       CLOSE F40RVQ
002620       MOVE 16            TO RETURN-CODE
002630       GOBACK
002640   END-IF.
002650   MOVE WK-RUNDT-N    TO WK-HOL-WRK.
002660   COMPUTE WK-RUN-SER =
002670     FUNCTION INTEGER-OF-DATE(WK-HOL-WRK).
002680   MOVE 1             TO WK-PASS.
002690   PERFORM C10-LIST-QUEUE.
002700   MOVE 2             TO WK-PASS.
002710   PERFORM C10-LIST-QUEUE.
002720   CLOSE F40RVQ.
002730   CLOSE F2REPT.
002740   DISPLAY '===================================='.
002750   DISPLAY 'REVQUEUE RESULT: GROUPS READ=' WK-READ
002760           ' QUEUED=' WK-QUEUED
002770           ' ALREADY QUEUED=' WK-ALREADY.
002780   DISPLAY 'REVQUEUE QUEUE:  OPEN=' WK-OPEN
002790           ' AGED (>' WK-DAYS ' BUSINESS DAYS)=' WK-AGED.
002800   DISPLAY '===================================='.
002810   IF WK-AGED > ZERO
002820     THEN
002830       MOVE 4             TO RETURN-CODE
002840     ELSE
002850       MOVE ZERO          TO RETURN-CODE
002860   END-IF.
002870   GOBACK.
002880 A00-MAIN-EXIT.
002890   EXIT.
002900 B10-LOAD-DISPMASTER SECTION.
002910*--------------------------------------------------------------
002920*- KEEP THE CODES WHOSE REVIEW FLAG (COLUMN 73) IS 'R'. A
002930*- MASTER WITHOUT ONE IS A SET-UP ERROR (NOTHING COULD QUEUE).
002940*--------------------------------------------------------------
002950 B10-010.
002960   OPEN INPUT F45DSP.
002970   IF WK-DSP-FST NOT = '00'
002980     THEN
002990       DISPLAY 'REVQUEUE:DISPOSITION MASTER OPEN ERROR '
003000               'STATUS=' WK-DSP-FST
003010       MOVE 16            TO RETURN-CODE
003020       GO TO B10-LOAD-DISPMASTER-EXIT
003030   END-IF.
003040   PERFORM UNTIL WK-DSP-FST NOT = '00'
003050     READ F45DSP
003060       AT END
003070         CONTINUE
003080       NOT AT END
003090         IF F45RECORD(1:1) NOT = '*' AND F45RECORD NOT = SPACE
003100          AND F45RECORD(73:1) = 'R'
003110          AND WK-DSP-CNT < 100
003120           THEN
003130             ADD 1              TO WK-DSP-CNT
003140             MOVE F45RECORD(1:10) TO WK-DSP-CODE(WK-DSP-CNT)
003150             MOVE F45RECORD(12:8) TO WK-DSP-PAT(WK-DSP-CNT)
003160         END-IF
003170     END-READ
003180   END-PERFORM.
003190   CLOSE F45DSP.
003200   IF WK-DSP-CNT = ZERO
003210     THEN
003220       DISPLAY 'REVQUEUE:NO DISPOSITION CODE IS FLAGGED FOR '
003230               'REVIEW (COLUMN 73 = R).'
003240       MOVE 12            TO RETURN-CODE
003250   END-IF.
003260 B10-LOAD-DISPMASTER-EXIT.
003270   EXIT.
003280 B15-LOAD-HOLIDAYS SECTION.
003290 B15-010.
003300   OPEN INPUT F37HOL.
003310   IF WK-HOL-FST NOT = '00'
003320     THEN
003330       DISPLAY 'REVQUEUE:HOLIDAY FILE OPEN ERROR STATUS='
003340               WK-HOL-FST
003350       GO TO B15-LOAD-HOLIDAYS-EXIT
003360   END-IF.
003370   PERFORM UNTIL WK-HOL-FST NOT = '00'
003380     READ F37HOL
003390       AT END
003400         CONTINUE
003410       NOT AT END
003420         IF F37RECORD(1:1) NOT = '*'
003430          AND F37RECORD(1:8) NUMERIC
003440          AND WK-HOL-CNT < 200
003450           THEN
003460             ADD 1              TO WK-HOL-CNT
003470             MOVE F37RECORD(1:8) TO WK-HOL-TBL(WK-HOL-CNT)
003480         END-IF
003490     END-READ
003500   END-PERFORM.
003510   CLOSE F37HOL.
003520 B15-LOAD-HOLIDAYS-EXIT.
003530   EXIT.
003540 B20-SCAN-RESULTS SECTION.
003550*--------------------------------------------------------------
003560*- ONE PASS OVER F3OUT WITH ACTGEN'S GROUPING. WK-GRP-SEQ
003570*- COUNTS THE WHOLE-TRANSACTION RECORDS - THE QUEUE ID'S SEQ.
003580*--------------------------------------------------------------
003590 B20-010.
003600   OPEN INPUT F3IN.
003610   IF WK-RES-FST NOT = '00'
003620     THEN
003630       DISPLAY 'REVQUEUE:RESULT FILE OPEN ERROR STATUS='
003640               WK-RES-FST
003650       MOVE 16            TO RETURN-CODE
003660       GO TO B20-SCAN-RESULTS-EXIT
003670   END-IF.
003680   PERFORM UNTIL WK-RES-FST NOT = '00'
003690     READ F3IN
003700       AT END
003710         CONTINUE
003720       NOT AT END
003730         EVALUATE TRUE
003740         WHEN F3RECORD(1:4) = 'HDR ' OR F3RECORD(1:4) = 'TRL '
003750           PERFORM B30-FLUSH-GROUP
003760         WHEN F3-STATUS = 'OUT '
003770           IF WK-GRP-ON = 1 AND F3-BLK = 'DISP '
003780             THEN
003790               MOVE F3-OUT(1:10)  TO WK-GRP-DISP
003800           END-IF
003810         WHEN F3-BLK NOT = SPACE
003820           CONTINUE
003830         WHEN OTHER
003840           PERFORM B30-FLUSH-GROUP
003850           ADD 1              TO WK-GRP-SEQ
003860           ADD 1              TO WK-READ
003870           MOVE 1             TO WK-GRP-ON
003880           MOVE F3-RUNID      TO WK-GRP-RUNID
003890           MOVE F3-RSID       TO WK-GRP-RSID
003900           MOVE F3-STATUS     TO WK-GRP-STS
003910           MOVE F3-OUT        TO WK-GRP-OUT
003920           MOVE F3-OUT(1:10)  TO WK-GRP-DISP
003930           MOVE F3-KEY        TO WK-GRP-KEY
003940           IF WK-GRP-KEY = SPACE
003950             THEN
003960               MOVE F3-OUT(WK-POS:WK-LEN)
003970                 TO WK-GRP-KEY(1:WK-LEN)
003980           END-IF
003990         END-EVALUATE
004000     END-READ
004010   END-PERFORM.
004020   PERFORM B30-FLUSH-GROUP.
004030   CLOSE F3IN.
004040 B20-SCAN-RESULTS-EXIT.
004050   EXIT.
004060 B30-FLUSH-GROUP SECTION.
004070*--------------------------------------------------------------
004080*- THE GROUP IS COMPLETE: QUEUE IT WHEN ITS DISPOSITION IS
004090*- FLAGGED FOR REVIEW FOR ITS RULE SET.
004100*--------------------------------------------------------------
004110 B30-010.
004120   IF WK-GRP-ON NOT = 1
004130     THEN
004140       GO TO B30-FLUSH-GROUP-EXIT
004150   END-IF.
004160   MOVE ZERO          TO WK-GRP-ON.
004170   MOVE ZERO          TO WK-PAT-HIT.
004180   PERFORM VARYING WK-DSP-I FROM 1 BY 1
004190     UNTIL WK-DSP-I > WK-DSP-CNT OR WK-PAT-HIT = 1
004200       IF WK-DSP-CODE(WK-DSP-I) = WK-GRP-DISP
004210         THEN
004220           PERFORM B31-MATCH-PATTERN
004230       END-IF
004240   END-PERFORM.
004250   IF WK-PAT-HIT NOT = 1
004260     THEN
004270       GO TO B30-FLUSH-GROUP-EXIT
004280   END-IF.
004290   MOVE SPACE         TO F40RECORD.
004300   MOVE WK-GRP-RUNID  TO F40-QRUNID.
004310   MOVE WK-GRP-SEQ    TO F40-QSEQ.
004320   MOVE WK-RUNDT      TO F40-QDATE.
004330   MOVE WK-GRP-RSID   TO F40-RSID.
004340   MOVE WK-GRP-KEY    TO F40-KEY.
004350   MOVE WK-GRP-DISP   TO F40-DISP.
004360   MOVE WK-GRP-STS    TO F40-STATUS.
004370   MOVE WK-GRP-OUT    TO F40-OUT.
004380   MOVE 'O'           TO F40-STATE.
004390   WRITE F40RECORD
004400     INVALID KEY
004410       ADD 1              TO WK-ALREADY
004420     NOT INVALID KEY
004430       ADD 1              TO WK-QUEUED
004440   END-WRITE.
004450 B30-FLUSH-GROUP-EXIT.
004460   EXIT.
004470 B31-MATCH-PATTERN SECTION.
004480*--------------------------------------------------------------
004490*- DOES THE CODE'S RSID PATTERN COVER THE GROUP'S RULE SET?
004500*- BLANK OR '*' = EVERY SET, A TRAILING '*' MATCHES ANY SUFFIX.
004510*--------------------------------------------------------------
004520 B31-010.
004530   IF WK-DSP-PAT(WK-DSP-I) = SPACE
004540    OR WK-DSP-PAT(WK-DSP-I) = '*       '
004550    OR WK-DSP-PAT(WK-DSP-I) = WK-GRP-RSID
004560     THEN
004570       MOVE 1             TO WK-PAT-HIT
004580       GO TO B31-MATCH-PATTERN-EXIT
004590   END-IF.
004600   MOVE ZERO          TO WK-PATLEN.
004610   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 8
004620     IF WK-DSP-PAT(WK-DSP-I)(WK-K:1) = '*'
004630      AND WK-PATLEN = ZERO
004640       THEN
004650         COMPUTE WK-PATLEN = WK-K - 1
004660     END-IF
004670   END-PERFORM.
004680   IF WK-PATLEN > ZERO
004690     THEN
004700       IF WK-DSP-PAT(WK-DSP-I)(1:WK-PATLEN)
004710          = WK-GRP-RSID(1:WK-PATLEN)
004720         THEN
004730           MOVE 1             TO WK-PAT-HIT
004740       END-IF
004750   END-IF.
004760 B31-MATCH-PATTERN-EXIT.
004770   EXIT.
004780 C10-LIST-QUEUE SECTION.
004790*--------------------------------------------------------------
004800*- ONE PASS OVER THE QUEUE IN QUEUE-ID ORDER. PASS 1 = THE
004810*- WORKLIST (EVERY OPEN/REFERRED ITEM), PASS 2 = THE AGING
004820*- LIST (THOSE PAST REVIEW_DAYS).
004830*--------------------------------------------------------------
004840 C10-010.
004850   MOVE SPACE         TO WK-LINE.
004860   IF WK-PASS = 1
004870     THEN
004880       STRING 'MANUAL REVIEW WORKLIST  AS OF ' WK-RUNDT
004890              '  (DECIDE WITHIN ' WK-DAYS ' BUSINESS DAYS)'
004900                      DELIMITED BY SIZE INTO WK-LINE
004910     ELSE
004920       STRING 'AGING LIST - NOT DECIDED WITHIN ' WK-DAYS
004930              ' BUSINESS DAYS OF BEING QUEUED'
004940                      DELIMITED BY SIZE INTO WK-LINE
004950   END-IF.
004960   PERFORM Z10-PUT-LINE.
004970   MOVE SPACE         TO WK-LINE.
004980   PERFORM Z10-PUT-LINE.
004990   MOVE 'QUEUE RUN ID'  TO WK-LINE(1:12).
005000   MOVE 'SEQ'           TO WK-LINE(18:3).
005010   MOVE 'QUEUED'        TO WK-LINE(26:6).
005020   MOVE 'RULE SET'      TO WK-LINE(35:8).
005030   MOVE 'KEY'           TO WK-LINE(44:3).
005040   MOVE 'DISP'          TO WK-LINE(65:4).
005050   MOVE 'AUTO'          TO WK-LINE(76:4).
005060   MOVE 'ST'            TO WK-LINE(81:2).
005070   MOVE 'AGE'           TO WK-LINE(84:3).
005080   MOVE 'OUT'           TO WK-LINE(88:3).
005090   PERFORM Z10-PUT-LINE.
005100   MOVE LOW-VALUE     TO F40-QID.
005110   START F40RVQ KEY IS NOT LESS THAN F40-QID
005120     INVALID KEY
005130       MOVE '10'          TO WK-RVQ-FST
005140   END-START.
005150   PERFORM UNTIL WK-RVQ-FST NOT = '00'
005160     READ F40RVQ NEXT RECORD
005170       AT END
005180         CONTINUE
005190       NOT AT END
005200         IF F40-STATE = 'O' OR F40-STATE = 'R'
005210           THEN
005220             PERFORM C11-LIST-ONE
005230         END-IF
005240     END-READ
005250   END-PERFORM.
005260   MOVE '00'          TO WK-RVQ-FST.
005270   MOVE SPACE         TO WK-LINE.
005280   PERFORM Z10-PUT-LINE.
005290   MOVE SPACE         TO WK-LINE.
005300   IF WK-PASS = 1
005310     THEN
005320       STRING 'OPEN ITEMS=' WK-OPEN
005330              '   NEWLY QUEUED=' WK-QUEUED
005340                      DELIMITED BY SIZE INTO WK-LINE
005350     ELSE
005360       STRING 'AGED ITEMS=' WK-AGED
005370                      DELIMITED BY SIZE INTO WK-LINE
005380   END-IF.
005390   PERFORM Z10-PUT-LINE.
005400   MOVE SPACE         TO WK-LINE.
005410   PERFORM Z10-PUT-LINE.
005420 C10-LIST-QUEUE-EXIT.
005430   EXIT.
005440 C11-LIST-ONE SECTION.
005450 C11-010.
005460   PERFORM C12-BUSINESS-AGE.
005470   IF WK-PASS = 1
005480     THEN
005490       ADD 1              TO WK-OPEN
005500     ELSE
005510       IF WK-AGE NOT > WK-DAYS
005520         THEN
005530           GO TO C11-LIST-ONE-EXIT
005540       END-IF
005550       ADD 1              TO WK-AGED
005560   END-IF.
005570   MOVE SPACE         TO WK-LINE.
005580   STRING F40-QRUNID ' ' F40-QSEQ ' ' F40-QDATE ' '
005590          F40-RSID ' ' F40-KEY ' ' F40-DISP ' '
005600          F40-STATUS ' ' F40-STATE '  ' WK-AGE ' '
005610          F40-OUT(1:40)
005620                      DELIMITED BY SIZE INTO WK-LINE.
005630   PERFORM Z10-PUT-LINE.
005640   IF F40-STATE = 'R'
005650     THEN
005660       MOVE SPACE         TO WK-LINE
005670       STRING '    REFERRED BY ' F40-USER ' ON ' F40-DDATE
005680              ': ' F40-COMMENT
005690                      DELIMITED BY SIZE INTO WK-LINE
005700       PERFORM Z10-PUT-LINE
005710   END-IF.
005720 C11-LIST-ONE-EXIT.
005730   EXIT.
005740 C12-BUSINESS-AGE SECTION.
005750*--------------------------------------------------------------
005760*- AGE OF THE ITEM IN BUSINESS DAYS: THE BUSINESS DAYS AFTER
005770*- THE QUEUED DATE UP TO AND INCLUDING THE RUN DATE (999 CAP).
005780*--------------------------------------------------------------
005790 C12-010.
005800   MOVE ZERO          TO WK-AGE.
005810   IF F40-QDATE NOT NUMERIC
005820     THEN
005830       GO TO C12-BUSINESS-AGE-EXIT
005840   END-IF.
005850   MOVE F40-QDATE     TO WK-HOL-WRK.
005860   COMPUTE WK-Q-SER = FUNCTION INTEGER-OF-DATE(WK-HOL-WRK).
005870   MOVE WK-Q-SER      TO WK-HOL-SER.
005880   PERFORM UNTIL WK-HOL-SER NOT < WK-RUN-SER
005890              OR WK-AGE = 999
005900     ADD 1              TO WK-HOL-SER
005910     COMPUTE WK-HOL-WRK =
005920       FUNCTION DATE-OF-INTEGER(WK-HOL-SER)
005930     PERFORM C13-JUDGE-SERIAL
005940     IF WK-HOL-BUS = 1
005950       THEN
005960         ADD 1              TO WK-AGE
005970     END-IF
005980   END-PERFORM.
005990 C12-BUSINESS-AGE-EXIT.
006000   EXIT.
006010 C13-JUDGE-SERIAL SECTION.
006020*--------------------------------------------------------------
006030*- IS WK-HOL-WRK (SERIAL WK-HOL-SER) A BUSINESS DAY? SERIAL 1
006040*- IS A MONDAY, SO MOD 7 OF 6 IS SATURDAY AND 0 IS SUNDAY (THE
006050*- SAME ARITHMETIC AS TEST-MAIN'S A15B-JUDGE-SERIAL).
006060*--------------------------------------------------------------
006070 C13-010.
006080   MOVE ZERO          TO WK-HOL-BUS.
006090   COMPUTE WK-HOL-DOW = FUNCTION MOD(WK-HOL-SER, 7).
006100   IF WK-HOL-DOW = 6 OR WK-HOL-DOW = ZERO
006110     THEN
006120       GO TO C13-JUDGE-SERIAL-EXIT
006130   END-IF.
006140   PERFORM VARYING WK-HOL-I FROM 1 BY 1
006150     UNTIL WK-HOL-I > WK-HOL-CNT
006160       IF WK-HOL-TBL(WK-HOL-I) = WK-HOL-WRK
006170         THEN
006180           GO TO C13-JUDGE-SERIAL-EXIT
006190       END-IF
006200   END-PERFORM.
006210   MOVE 1             TO WK-HOL-BUS.
006220 C13-JUDGE-SERIAL-EXIT.
006230   EXIT.
006240 Z10-PUT-LINE SECTION.
006250 Z10-010.
006260   MOVE WK-LINE       TO F2LINE.
006270   WRITE F2LINE.
006280 Z10-PUT-LINE-EXIT.
006290   EXIT.
