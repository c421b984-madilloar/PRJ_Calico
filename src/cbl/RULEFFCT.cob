000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULEFFCT.
000030*--------------------------------------------------------------
000040*- MONTHLY RULE EFFECTIVENESS REPORT. JOINS THE MONTH'S
000050*- AUTOMATED DECISIONS IN THE RESULTS HISTORY FILE (F18HIST)
000060*- TO THE DOWNSTREAM OUTCOME MASTER (OUTFEED) BY BUSINESS KEY
000070*- (F3-KEY) + DECISION DATE, AND COUNTS PER RULE SET, AND PER
000080*- NAMED BLOCK (F3-BLK) WITHIN THE SET:
000090*-   TP = FLAGGED AND CONFIRMED BAD   FP = FLAGGED, BUT GOOD
000100*-   TN = PASSED AND CONFIRMED GOOD   FN = PASSED, BUT BAD
000110*- WHERE "FLAGGED" IS A FAIL (A BLOCK'S WARN ALSO FLAGS - IT
000120*- PUTS A DETAIL ON THE REJECT DESK). SKIPPED BLOCKS, TAGGED
000130*- OUTPUTS, REPAIRED ('R') AND REVIEWED ('V') OUTCOMES ARE NOT
000140*- RULE DECISIONS AND ARE LEFT OUT. DECISIONS WITH NO KEY OR NO
000150*- OUTCOME YET ARE COUNTED BUT NOT CLASSIFIED.
000160*- A SET OR BLOCK THAT FLAGGED CONFIRMED-GOOD BUSINESS BUT NO
000170*- CONFIRMED-BAD BUSINESS IS MARKED 'NO TRUE POSITIVES' - IT
000180*- ONLY GENERATES REJECT-DESK WORK.
000190*-
000200*- ENV: HISTORY_FILE (DEFAULT ../data/pcheckhist.txt),
000210*-      OUTCOME_MASTER (INDEXED, DEFAULT
000220*-                      ../data/pcheckoutcome.ix),
000230*-      EFFECT_MONTH = 'YYYYMM' (REQUIRED),
000240*-      EFFECT_FILE  (DEFAULT ../data/pcheckeffect.txt).
000250*- RETURN-CODE: 0=OK, 4=SETS/BLOCKS WITH NO TRUE POSITIVES,
000260*-              12=BAD PARMS, 16=FATAL I/O.
000270*--------------------------------------------------------------
000280 ENVIRONMENT    DIVISION.
000290 INPUT-OUTPUT               SECTION.
000300 FILE-CONTROL.
000310   SELECT F1HIST  ASSIGN TO WK-INNAME
000320   STATUS WK-IN-FST.
000330   SELECT F41OUT  ASSIGN TO WK-OUTNAME
000340   ORGANIZATION INDEXED
000350   ACCESS MODE DYNAMIC
000360   RECORD KEY IS F41-OKEY
000370   STATUS WK-OUT-FST.
000380   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000390   ORGANIZATION LINE SEQUENTIAL
000400   STATUS WK-RPT-FST.
000410 DATA DIVISION.
000420 FILE                       SECTION.
000430 FD  F1HIST.
000440 01  F1RECORD               SYNC.
000450   03 F1-DATE               PIC X(08).
000460   03 F1-F3IMAGE.
000470     05 F1-RUNID            PIC X(16).
000480     05 F1-RSID             PIC X(08).
000490     05 F1-STATUS           PIC X(04).
000500     05 F1-BLK              PIC X(05).
000510     05 F1-OUT              PIC X(100).
000520     05 F1-KEY              PIC X(20).
000530*- REPAIR-LINKAGE COLUMNS (SEE TEST-MAIN'S F18RECORD): 'R' =
000540*- A REJREPRO REPAIRED OUTCOME, 'V' = A REVAPPLY REVIEWED ONE.
000550   03 F1-REPAIR             PIC X(01).
000560   03 F1-ORIG-RUNID         PIC X(16).
000570   03 F1-ORIG-SEQ           PIC 9(07).
000580*- SAME LAYOUT AS OUTFEED'S F41RECORD.
000590 FD  F41OUT.
000600 01  F41RECORD              SYNC.
000610   03 F41-OKEY.
000620     05 F41-KEY             PIC X(20).
000630     05 F41-DDATE           PIC X(08).
000640   03 F41-FLAG              PIC X(01).
000650   03 F41-SOURCE            PIC X(08).
000660   03 F41-REF               PIC X(30).
000670   03 F41-RCVDATE           PIC X(08).
000680   03 F41-PRIOR-FLAG        PIC X(01).
000690 FD  F2REPT.
000700 01  F2LINE                 PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01  WK-FILES               SYNC.
000730   03 WK-INNAME             PIC X(100).
000740   03 WK-IN-FST             PIC X(02).
000750   03 WK-OUTNAME            PIC X(100).
000760   03 WK-OUT-FST            PIC X(02).
000770   03 WK-RPTNAME            PIC X(100).
000780   03 WK-RPT-FST            PIC X(02).
000790 01  WK-PRM                 SYNC.
000800   03 WK-MONTH              PIC X(06).
000810*--------------------------------------------------------------
000820*- TALLIES. ONE ROW PER RULE SET (BLOCK = SPACE) AND ONE PER
000830*- RULE SET + BLOCK. CELL 1-7: DECISIONS, NO KEY, NO OUTCOME,
000840*- TP, FP, TN, FN.
000850*--------------------------------------------------------------
000860 01  WK-TBL                 SYNC.
000870   03 WK-ROW-CNT            PIC 9(03) VALUE ZERO.
000880   03 WK-ROW                OCCURS 250 TIMES.
000890     05 WK-ROW-RSID         PIC X(08).
000900     05 WK-ROW-BLK          PIC X(05).
000910     05 WK-ROW-N            PIC 9(07) OCCURS 7 TIMES.
000920 01  WK-WRK                 SYNC.
000930   03 WK-I                  PIC 9(03).
000940   03 WK-J                  PIC 9(01).
000950   03 WK-HIT                PIC 9(03).
000960   03 WK-CELL               PIC 9(01).
000970   03 WK-FLAGGED            PIC 9(01).
000980   03 WK-PASS               PIC 9(01).
000990   03 WK-DENOM              PIC 9(08).
001000   03 WK-PCT                PIC 9(03).
001010   03 WK-READ               PIC 9(07) VALUE ZERO.
001020   03 WK-USED               PIC 9(07) VALUE ZERO.
001030   03 WK-JOINED             PIC 9(07) VALUE ZERO.
001040   03 WK-IDLE               PIC 9(03) VALUE ZERO.
001050   03 WK-LINE               PIC X(132).
001060 PROCEDURE DIVISION.
001070 A00-MAIN SECTION.
001080*--------------------------------------------------------------
001090*- PASS OVER THE HISTORY: TALLY THE MONTH. THEN PRINT THE SETS,
001100*- THEN THE BLOCKS.
001110*--------------------------------------------------------------
001120 A00-010.
001130   MOVE SPACE         TO WK-INNAME.
001140   ACCEPT WK-INNAME   FROM ENVIRONMENT 'HISTORY_FILE'.
001150   IF WK-INNAME = SPACE
001160     MOVE '../data/pcheckhist.txt' TO WK-INNAME
001170   END-IF.
001180   MOVE SPACE         TO WK-OUTNAME.
001190   ACCEPT WK-OUTNAME  FROM ENVIRONMENT 'OUTCOME_MASTER'.
001200   IF WK-OUTNAME = SPACE
001210     MOVE '../data/pcheckoutcome.ix' TO WK-OUTNAME
001220   END-IF.
001230   MOVE SPACE         TO WK-MONTH.
001240   ACCEPT WK-MONTH    FROM ENVIRONMENT 'EFFECT_MONTH'.
001250   IF WK-MONTH = SPACE OR WK-MONTH NOT NUMERIC
001260     THEN
001270       DISPLAY 'RULEFFCT:EFFECT_MONTH (YYYYMM) REQUIRED.'
001280       MOVE 12            TO RETURN-CODE
001290       GOBACK
001300   END-IF.
001310   MOVE SPACE         TO WK-RPTNAME.
001320   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'EFFECT_FILE'.
001330   IF WK-RPTNAME = SPACE
001340     MOVE '../data/pcheckeffect.txt' TO WK-RPTNAME
001350   END-IF.
001360   OPEN INPUT F1HIST.
001370   IF WK-IN-FST NOT = '00'
001380     THEN
001390       DISPLAY 'RULEFFCT:HISTORY OPEN ERROR STATUS=' WK-IN-FST
001400       MOVE 16            TO RETURN-CODE
001410       GOBACK
001420   END-IF.
001430   OPEN INPUT F41OUT.
001440   IF WK-OUT-FST NOT = '00'
001450     THEN
001460       DISPLAY 'RULEFFCT:OUTCOME MASTER OPEN ERROR STATUS='
001470               WK-OUT-FST
001480       CLOSE F1HIST
001490       MOVE 16            TO RETURN-CODE
001500       GOBACK
001510   END-IF.
001520   PERFORM UNTIL WK-IN-FST NOT = '00'
001530     READ F1HIST
001540       AT END
001550         CONTINUE
001560       NOT AT END
001570         ADD 1              TO WK-READ
001580         IF F1-DATE(1:6) = WK-MONTH AND F1-DATE NUMERIC
001590          AND F1-REPAIR = SPACE
001600          AND F1-RUNID(1:4) NOT = 'HDR '
001610          AND F1-RUNID(1:4) NOT = 'TRL '
001620          AND F1-STATUS NOT = 'OUT '
001625          AND F1-STATUS NOT = 'RSN '
001630          AND F1-STATUS NOT = 'SKIP'
001640           THEN
001650             PERFORM B10-TALLY
001660         END-IF
001670     END-READ
001680   END-PERFORM.
001690   CLOSE F1HIST.
001700   CLOSE F41OUT.
001710   OPEN OUTPUT F2REPT.
001720   IF WK-RPT-FST NOT = '00'
001730     THEN
001740       DISPLAY 'RULEFFCT:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001750       MOVE 16            TO RETURN-CODE
001760       GOBACK
001770   END-IF.
001780   PERFORM C10-REPORT.
001790   CLOSE F2REPT.
001800   DISPLAY '===================================='.
001810   DISPLAY 'RULEFFCT RESULT: MONTH=' WK-MONTH
001820           ' DECISIONS=' WK-USED
001830           ' WITH OUTCOME=' WK-JOINED.
001840   DISPLAY 'RULEFFCT NO TRUE POSITIVES: ' WK-IDLE.
001850   DISPLAY '===================================='.
001860   IF WK-IDLE > ZERO
001870     THEN
001880       MOVE 4             TO RETURN-CODE
001890     ELSE
001900       MOVE ZERO          TO RETURN-CODE
001910   END-IF.
001920   GOBACK.
001930 A00-MAIN-EXIT.
001940   EXIT.
001950 B10-TALLY SECTION.
001960*--------------------------------------------------------------
001970*- ONE DECISION: LOOK UP ITS OUTCOME, PICK THE CELL, COUNT IT
001980*- ON ITS ROW (THE SET ROW, OR THE SET + BLOCK ROW).
001990*--------------------------------------------------------------
002000 B10-010.
002010   IF F1-BLK NOT = SPACE
002020    AND F1-STATUS NOT = 'PASS' AND F1-STATUS NOT = 'FAIL'
002030    AND F1-STATUS NOT = 'WARN'
002040     THEN
002050       GO TO B10-TALLY-EXIT
002060   END-IF.
002070   MOVE ZERO          TO WK-HIT.
002080   PERFORM VARYING WK-I FROM 1 BY 1
002090     UNTIL WK-I > WK-ROW-CNT OR WK-HIT > ZERO
002100       IF WK-ROW-RSID(WK-I) = F1-RSID
002110        AND WK-ROW-BLK(WK-I) = F1-BLK
002120         THEN
002130           MOVE WK-I          TO WK-HIT
002140       END-IF
002150   END-PERFORM.
002160   IF WK-HIT = ZERO
002170     THEN
002180       IF WK-ROW-CNT NOT < 250
002190         THEN
002200           GO TO B10-TALLY-EXIT
002210       END-IF
002220       ADD 1              TO WK-ROW-CNT
002230       MOVE WK-ROW-CNT    TO WK-HIT
002240       MOVE F1-RSID       TO WK-ROW-RSID(WK-HIT)
002250       MOVE F1-BLK        TO WK-ROW-BLK(WK-HIT)
002260       PERFORM VARYING WK-J FROM 1 BY 1 UNTIL WK-J > 7
002270         MOVE ZERO          TO WK-ROW-N(WK-HIT, WK-J)
002280       END-PERFORM
002290   END-IF.
002300   ADD 1              TO WK-USED.
002310   ADD 1              TO WK-ROW-N(WK-HIT, 1).
002320   IF F1-KEY = SPACE
002330     THEN
002340       ADD 1              TO WK-ROW-N(WK-HIT, 2)
002350       GO TO B10-TALLY-EXIT
002360   END-IF.
002370   MOVE F1-KEY        TO F41-KEY.
002380   MOVE F1-DATE       TO F41-DDATE.
002390   MOVE SPACE         TO F41-FLAG.
002400   READ F41OUT
002410     INVALID KEY
002420       MOVE SPACE         TO F41-FLAG
002430   END-READ.
002440   IF F41-FLAG NOT = 'G' AND F41-FLAG NOT = 'B'
002450     THEN
002460       ADD 1              TO WK-ROW-N(WK-HIT, 3)
002470       GO TO B10-TALLY-EXIT
002480   END-IF.
002490   ADD 1              TO WK-JOINED.
002500   IF F1-STATUS = 'FAIL' OR F1-STATUS = 'WARN'
002510     THEN
002520       MOVE 1             TO WK-FLAGGED
002530     ELSE
002540       MOVE ZERO          TO WK-FLAGGED
002550   END-IF.
002560   EVALUATE TRUE
002570     WHEN WK-FLAGGED = 1 AND F41-FLAG = 'B'
002580       MOVE 4             TO WK-CELL
002590     WHEN WK-FLAGGED = 1
002600       MOVE 5             TO WK-CELL
002610     WHEN F41-FLAG = 'G'
002620       MOVE 6             TO WK-CELL
002630     WHEN OTHER
002640       MOVE 7             TO WK-CELL
002650   END-EVALUATE.
002660   ADD 1              TO WK-ROW-N(WK-HIT, WK-CELL).
002670 B10-TALLY-EXIT.
002680   EXIT.
002690 C10-REPORT SECTION.
002700*--------------------------------------------------------------
002710*- PASS 1 = THE RULE SETS, PASS 2 = THE NAMED BLOCKS.
002720*--------------------------------------------------------------
002730 C10-010.
002740   MOVE SPACE         TO WK-LINE.
002750   STRING 'RULE EFFECTIVENESS  MONTH=' WK-MONTH
002760          '  (TP/FP/TN/FN AGAINST CONFIRMED OUTCOMES)'
002770                      DELIMITED BY SIZE INTO WK-LINE.
002780   PERFORM Z10-PUT-LINE.
002790   PERFORM VARYING WK-PASS FROM 1 BY 1 UNTIL WK-PASS > 2
002800     MOVE SPACE         TO WK-LINE
002810     PERFORM Z10-PUT-LINE
002820     IF WK-PASS = 1
002830       THEN
002840         MOVE 'BY RULE SET'    TO WK-LINE
002850       ELSE
002860         MOVE 'BY NAMED BLOCK' TO WK-LINE
002870     END-IF
002880     PERFORM Z10-PUT-LINE
002890     MOVE SPACE         TO WK-LINE
002900     MOVE 'RULE-SET'    TO WK-LINE(1:8)
002910     MOVE 'BLOCK'       TO WK-LINE(10:5)
002920     MOVE 'DECISIONS'   TO WK-LINE(17:9)
002930     MOVE 'NO-KEY'      TO WK-LINE(28:6)
002940     MOVE 'NO-OUTCM'    TO WK-LINE(36:8)
002950     MOVE 'TP'          TO WK-LINE(50:2)
002960     MOVE 'FP'          TO WK-LINE(58:2)
002970     MOVE 'TN'          TO WK-LINE(66:2)
002980     MOVE 'FN'          TO WK-LINE(74:2)
002990     MOVE 'PREC%'       TO WK-LINE(78:5)
003000     MOVE 'RECALL%'     TO WK-LINE(84:7)
003010     PERFORM Z10-PUT-LINE
003020     PERFORM VARYING WK-I FROM 1 BY 1
003030       UNTIL WK-I > WK-ROW-CNT
003040         IF (WK-PASS = 1 AND WK-ROW-BLK(WK-I) = SPACE)
003050          OR (WK-PASS = 2 AND WK-ROW-BLK(WK-I) NOT = SPACE)
003060           THEN
003070             PERFORM C20-ONE-ROW
003080         END-IF
003090     END-PERFORM
003100   END-PERFORM.
003110 C10-REPORT-EXIT.
003120   EXIT.
003130 C20-ONE-ROW SECTION.
003140*--------------------------------------------------------------
003150*- PRECISION = TP / (TP + FP), RECALL = TP / (TP + FN).
003160*--------------------------------------------------------------
003170 C20-010.
003180   MOVE SPACE         TO WK-LINE.
003190   MOVE WK-ROW-RSID(WK-I) TO WK-LINE(1:8).
003200   MOVE WK-ROW-BLK(WK-I)  TO WK-LINE(10:5).
003210   MOVE WK-ROW-N(WK-I, 1) TO WK-LINE(19:7).
003220   MOVE WK-ROW-N(WK-I, 2) TO WK-LINE(27:7).
003230   MOVE WK-ROW-N(WK-I, 3) TO WK-LINE(37:7).
003240   MOVE WK-ROW-N(WK-I, 4) TO WK-LINE(45:7).
003250   MOVE WK-ROW-N(WK-I, 5) TO WK-LINE(53:7).
003260   MOVE WK-ROW-N(WK-I, 6) TO WK-LINE(61:7).
003270   MOVE WK-ROW-N(WK-I, 7) TO WK-LINE(69:7).
003280   COMPUTE WK-DENOM = WK-ROW-N(WK-I, 4) + WK-ROW-N(WK-I, 5).
003290   IF WK-DENOM > ZERO
003300     THEN
003310       COMPUTE WK-PCT = WK-ROW-N(WK-I, 4) * 100 / WK-DENOM
003320       MOVE WK-PCT        TO WK-LINE(80:3)
003330     ELSE
003340       MOVE ' - '         TO WK-LINE(80:3)
003350   END-IF.
003360   COMPUTE WK-DENOM = WK-ROW-N(WK-I, 4) + WK-ROW-N(WK-I, 7).
003370   IF WK-DENOM > ZERO
003380     THEN
003390       COMPUTE WK-PCT = WK-ROW-N(WK-I, 4) * 100 / WK-DENOM
003400       MOVE WK-PCT        TO WK-LINE(88:3)
003410     ELSE
003420       MOVE ' - '         TO WK-LINE(88:3)
003430   END-IF.
003440   IF WK-ROW-N(WK-I, 4) = ZERO AND WK-ROW-N(WK-I, 5) > ZERO
003450     THEN
003460       MOVE '<< NO TRUE POSITIVES' TO WK-LINE(93:20)
003470       ADD 1              TO WK-IDLE
003480   END-IF.
003490   PERFORM Z10-PUT-LINE.
003500 C20-ONE-ROW-EXIT.
003510   EXIT.
003520 Z10-PUT-LINE SECTION.
003530 Z10-010.
003540   MOVE WK-LINE       TO F2LINE.
003550   WRITE F2LINE.
003560 Z10-PUT-LINE-EXIT.
003570   EXIT.
