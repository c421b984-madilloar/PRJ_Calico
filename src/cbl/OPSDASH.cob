000180*- WERE TRUNCATED AFTER THE RUN LOG WAS WRITTEN NO LONGER
000190*- SHOWS A CLEAN PAGE.
000200*-
000201*- EMERGENCY RULE SUPPRESSIONS THE RUNS HAD IN EFFECT (THE RUN
000202*- LOG'S SUPPRESS LINES) ARE LISTED AFTER THE ALERTS, SO NOBODY
000203*- FORGETS ONE THAT WAS LEFT SWITCHED ON.
000204*-
000210*- ENV: RUNLOG_FILE, ALERT_FILE, DASH_DATE (YYYYMMDD, DEFAULT
000220*-      TODAY), DASH_FILE (REPORT OUTPUT), DASH_F3 / DASH_F6
000230*-      (OPTIONAL: THE NIGHT'S F3OUT / F6REJECT), ENTITY (ONLY
000240*-      THAT ENTITY'S RUNS, ALERTS AND CONTROL GROUPS; BLANK =
000250*-      UNSTAMPED, SINGLE-ENTITY ONES ONLY), GROUP_WIDE (Y =
000260*-      EVERY ENTITY'S).
000261*- RETURN-CODE: 0=ALL RUNS CLEAN, 4=WARNINGS/ALERTS/SUPPRESSIONS
000262*-              PRESENT, 8=ANY RUN ENDED WITH RC >= 8 OR THE
000263*-              OUTPUT FILES DISAGREE WITH THE RUN LOG,
000264*-              12=RUNS OR ALERTS OF OTHER ENTITIES WITHHELD,
000265*-              16=FATAL I/O.
000270*--------------------------------------------------------------
000280 ENVIRONMENT    DIVISION.
000290 INPUT-OUTPUT               SECTION.
001080   03 WK-CHK-BAD            PIC 9(01).
001090   03 WK-CHK-TRL            PIC 9(07).
001100   03 WK-CHK-DISAGREE       PIC 9(01) VALUE ZERO.
001101*--------------------------------------------------------------
001102*- EMERGENCY RULE SUPPRESSIONS REPORTED BY THE NIGHT'S RUNS. THE
001103*- SUPPRESS LINES FOLLOW THEIR GROUP'S COUNTS LINE, SO THEY HAVE
001104*- THEIR OWN MATCHED FLAG AND RUN ID.
001105*--------------------------------------------------------------
001106 01  WK-SUPP                SYNC.
001107   03 WK-SUP-MATCH          PIC 9(01) VALUE ZERO.
001108   03 WK-SUP-RUNID-CUR      PIC X(16).
001109   03 WK-SUP-CNT            PIC 9(03) VALUE ZERO.
001110   03 WK-SUP-I              PIC 9(03).
001111   03 WK-SUP-N              PIC 9(09).
001112   03 WK-SUP-HITS           PIC 9(09) VALUE ZERO.
001113   03 WK-SUP-TBL            OCCURS 50 TIMES.
001114     05 WK-SUP-RUNID        PIC X(16).
001115     05 WK-SUP-TEXT         PIC X(111).
001116*--------------------------------------------------------------
001117*- ENTITY SEGREGATION: THE DASHBOARD'S OWN ENTITY (ENV ENTITY),
001118*- THE GROUP-WIDE OVERRIDE (ENV GROUP_WIDE=Y), THE STAMP AND
001119*- ENTITY OF THE RUN, ALERT OR CONTROL GROUP BEING READ AND
001120*- WHETHER IT IS SHOWN, AND THE COUNT OF RUNS AND ALERTS
001121*- WITHHELD AS ANOTHER ENTITY'S.
001122*--------------------------------------------------------------
001123 01  WK-ENT                 SYNC.
001124   03 WK-ENT-CODE           PIC X(04).
001125   03 WK-ENT-ALL            PIC X(01).
001126   03 WK-ENT-STAMP          PIC X(11).
001127   03 WK-ENT-GRP            PIC X(04).
001128   03 WK-ENT-SHOW           PIC 9(01).
001129   03 WK-ENT-HELD           PIC 9(05) VALUE ZERO.
001130 01  WK-PRT                 SYNC.
001131   03 WK-LINE               PIC X(132).
001132 PROCEDURE DIVISION.
001140 A00-MAIN SECTION.
001150*--------------------------------------------------------------
001160*- ONE PASS OVER THE RUN LOG, ONE OVER THE ALERTS, ONE PAGE.
001410     THEN
001420       ACCEPT WK-DATE FROM DATE YYYYMMDD
001430   END-IF.
001431   MOVE SPACE         TO WK-ENT-CODE.
001432   ACCEPT WK-ENT-CODE FROM ENVIRONMENT 'ENTITY'.
001433   MOVE SPACE         TO WK-ENT-ALL.
001434   ACCEPT WK-ENT-ALL  FROM ENVIRONMENT 'GROUP_WIDE'.
001440   OPEN OUTPUT F2REPT.
001450   IF WK-RPT-FST NOT = '00'
001460     THEN
001510   MOVE SPACE         TO WK-LINE.
001520   STRING 'OPERATIONS DASHBOARD  DATE=' WK-DATE
001530                      INTO WK-LINE(3:40).
001531   IF WK-ENT-ALL = 'Y'
001532     THEN
001533       MOVE '  GROUP-WIDE' TO WK-LINE(38:12)
001534     ELSE
001535       IF WK-ENT-CODE NOT = SPACE
001536         THEN
001537           MOVE '  ENTITY='   TO WK-LINE(38:9)
001538           MOVE WK-ENT-CODE   TO WK-LINE(47:4)
001539       END-IF
001540   END-IF.
001541   MOVE WK-LINE       TO F2LINE.
001550   WRITE F2LINE.
001560   MOVE SPACE         TO WK-LINE.
001570   MOVE '  RUN ID           RC LOAD-MIN EXEC-MIN    TRANS'
001630   WRITE F2LINE.
001640   PERFORM B10-SWEEP-RUNLOG.
001650   PERFORM C10-SWEEP-ALERTS.
001651   PERFORM C20-LIST-SUPPRESSIONS.
001660   IF WK-F3NAME NOT = SPACE OR WK-F6NAME NOT = SPACE
001670     THEN
001680       PERFORM E10-VERIFY-OUTPUTS
001720   DISPLAY 'OPSDASH:RUNS=' WK-RUNS ' ALERTS=' WK-ALERTS
001730           ' WORST-RC=' WK-WORST.
001740   EVALUATE TRUE
001741   WHEN WK-ENT-HELD > ZERO
001742     DISPLAY 'OPSDASH:' WK-ENT-HELD
001743             ' RUNS/ALERTS OF OTHER ENTITIES WITHHELD.'
001744     MOVE 12            TO RETURN-CODE
001750   WHEN WK-WORST NOT < 8
001760     MOVE 8             TO RETURN-CODE
001770   WHEN WK-WORST > ZERO OR WK-ALERTS > ZERO
001771     OR WK-SUP-CNT > ZERO
001780     MOVE 4             TO RETURN-CODE
001790   WHEN OTHER
001800     MOVE ZERO          TO RETURN-CODE
002020         WHEN F16RECORD(1:12) = 'COUNTS READ='
002030          AND WK-GRP-MATCH = 1
002040           PERFORM B30-PRINT-GROUP
002041         WHEN F16RECORD(1:12) = 'COUNTS READ='
002042          AND WK-GRP-MATCH = 2
002043           ADD 1              TO WK-ENT-HELD
002044           MOVE ZERO          TO WK-GRP-MATCH
002045         WHEN F16RECORD(1:9) = 'SUPPRESS '
002046          AND WK-SUP-MATCH = 1
002047           PERFORM B40-NOTE-SUPPRESSION
002050         WHEN OTHER
002060           CONTINUE
002070         END-EVALUATE
002130 B20-START-GROUP SECTION.
002140*--------------------------------------------------------------
002150*- A NEW GROUP: MATCH THE DATE AND REMEMBER RUN ID AND RC.
002151*- A GROUP OF ANOTHER ENTITY IS MARKED 2 (WITHHELD).
002160*--------------------------------------------------------------
002170 B20-010.
002180   MOVE ZERO          TO WK-GRP-MATCH.
002181   MOVE ZERO          TO WK-SUP-MATCH.
002190   IF F16RECORD(8:8) NOT = WK-DATE
002200     THEN
002210       GO TO B20-START-GROUP-EXIT
002220   END-IF.
002250   MOVE SPACE         TO WK-GRP-RC.
002251   MOVE SPACE         TO WK-ENT-STAMP.
002260   PERFORM VARYING WK-POS FROM 1 BY 1
002270     UNTIL WK-POS > 388
002280       IF F16RECORD(WK-POS:4) = ' RC='
002290         THEN
002300           MOVE F16RECORD(WK-POS + 4:2) TO WK-GRP-RC
002310       END-IF
002311       IF F16RECORD(WK-POS:8) = ' ENTITY='
002312         THEN
002313           MOVE F16RECORD(WK-POS + 1:11) TO WK-ENT-STAMP
002314       END-IF
002320   END-PERFORM.
002321*- ANOTHER ENTITY'S RUN IS PASSED OVER, ONLY COUNTED (AT ITS
002322*- COUNTS LINE, LIKE A PRINTED ONE).
002323   PERFORM E40-NOTE-GROUP.
002324   IF WK-ENT-SHOW = ZERO
002325     THEN
002326       MOVE 2             TO WK-GRP-MATCH
002327       GO TO B20-START-GROUP-EXIT
002328   END-IF.
002329   MOVE 1             TO WK-GRP-MATCH.
002330   MOVE F16RECORD(8:16) TO WK-GRP-RUNID.
002331   MOVE 1             TO WK-SUP-MATCH.
002332   MOVE F16RECORD(8:16) TO WK-SUP-RUNID-CUR.
002333 B20-START-GROUP-EXIT.
002340   EXIT.
002350 B30-PRINT-GROUP SECTION.
002360*--------------------------------------------------------------
003320   MOVE ZERO          TO WK-GRP-MATCH.
003330 B30-PRINT-GROUP-EXIT.
003340   EXIT.
003341 B40-NOTE-SUPPRESSION SECTION.
003342*--------------------------------------------------------------
003343*- KEEP ONE SUPPRESS LINE (FIRST 50 OF THE NIGHT) AND ADD ITS
003344*- HITS TO THE NIGHT'S TOTAL.
003345*--------------------------------------------------------------
003346 B40-010.
003347   IF WK-SUP-CNT < 50
003348     THEN
003349       ADD 1              TO WK-SUP-CNT
003350       MOVE WK-SUP-RUNID-CUR TO WK-SUP-RUNID(WK-SUP-CNT)
003351       MOVE F16RECORD(10:111) TO WK-SUP-TEXT(WK-SUP-CNT)
003352   END-IF.
003353   PERFORM VARYING WK-POS FROM 1 BY 1
003354     UNTIL WK-POS > 380
003355       IF F16RECORD(WK-POS:6) = ' HITS='
003356        AND F16RECORD(WK-POS + 6:9) NUMERIC
003357         THEN
003358           MOVE F16RECORD(WK-POS + 6:9) TO WK-SUP-N
003359           ADD WK-SUP-N       TO WK-SUP-HITS
003360       END-IF
003361   END-PERFORM.
003362 B40-NOTE-SUPPRESSION-EXIT.
003363   EXIT.
003364 C10-SWEEP-ALERTS SECTION.
003365*--------------------------------------------------------------
003370*- LIST THE ALERT FILE'S RECORDS. THE ALERT FILE IS CYCLED
003380*- DAILY BY OPERATIONS, SO EVERY RECORD BELONGS TO THE NIGHT.
003390*--------------------------------------------------------------
003600       NOT AT END
003610         IF F15RECORD NOT = SPACE
003620           THEN
003630             MOVE F15RECORD(90:11) TO WK-ENT-STAMP
003640             PERFORM E40-NOTE-GROUP
003650             IF WK-ENT-SHOW = 1
003660               THEN
003670                 ADD 1              TO WK-ALERTS
003671                 MOVE SPACE         TO WK-LINE
003672                 MOVE F15RECORD     TO WK-LINE(5:100)
003673                 MOVE WK-LINE       TO F2LINE
003674                 WRITE F2LINE
003675               ELSE
003676                 ADD 1              TO WK-ENT-HELD
003677             END-IF
003680         END-IF
003690     END-READ
003700   END-PERFORM.
003780   END-IF.
003790 C10-SWEEP-ALERTS-EXIT.
003800   EXIT.
003801 C20-LIST-SUPPRESSIONS SECTION.
003802*--------------------------------------------------------------
003803*- LIST THE EMERGENCY RULE SUPPRESSIONS THE NIGHT'S RUNS HAD IN
003804*- EFFECT (THE RUN LOG'S SUPPRESS LINES), EACH WITH THE NUMBER
003805*- OF EVALUATIONS IT OVERRODE IN THAT RUN.
003806*--------------------------------------------------------------
003807 C20-010.
003808   MOVE SPACE         TO F2LINE.
003809   WRITE F2LINE.
003810   MOVE SPACE         TO WK-LINE.
003811   MOVE '  EMERGENCY SUPPRESSIONS IN EFFECT' TO WK-LINE(1:34).
003812   MOVE WK-LINE       TO F2LINE.
003813   WRITE F2LINE.
003814   IF WK-SUP-CNT = ZERO
003815     THEN
003816       MOVE SPACE         TO WK-LINE
003817       MOVE '  (NONE)'    TO WK-LINE(1:8)
003818       MOVE WK-LINE       TO F2LINE
003819       WRITE F2LINE
003820       GO TO C20-LIST-SUPPRESSIONS-EXIT
003821   END-IF.
003822   PERFORM VARYING WK-SUP-I FROM 1 BY 1
003823     UNTIL WK-SUP-I > WK-SUP-CNT
003824       MOVE SPACE         TO WK-LINE
003825       MOVE WK-SUP-RUNID(WK-SUP-I) TO WK-LINE(3:16)
003826       MOVE WK-SUP-TEXT(WK-SUP-I)  TO WK-LINE(20:111)
003827       MOVE WK-LINE       TO F2LINE
003828       WRITE F2LINE
003829   END-PERFORM.
003830 C20-LIST-SUPPRESSIONS-EXIT.
003831   EXIT.
003832 D10-TOTALS SECTION.
003833 D10-010.
003834   MOVE SPACE         TO F2LINE.
003840   WRITE F2LINE.
003850   MOVE SPACE         TO WK-LINE.
003860   STRING '  ** RUNS=' WK-RUNS
003880          '  FAILURES=' WK-TOT-FAIL
003890          '  ALERTS=' WK-ALERTS
003900          '  WORST-RC=' WK-WORST
003901          '  SUPPRESSED HITS=' WK-SUP-HITS
003910                      INTO WK-LINE.
003920   MOVE WK-LINE       TO F2LINE.
003930   WRITE F2LINE.
003931   IF WK-ENT-HELD > ZERO
003932     THEN
003933       MOVE SPACE         TO WK-LINE
003934       STRING '  ** WITHHELD - OTHER ENTITIES'' RUNS AND ALERTS='
003935              WK-ENT-HELD
003936                      INTO WK-LINE
003937       MOVE WK-LINE       TO F2LINE
003938       WRITE F2LINE
003939   END-IF.
003940 D10-TOTALS-EXIT.
003950   EXIT.
003960 E10-VERIFY-OUTPUTS SECTION.
004430   MOVE ZERO          TO WK-CHK-TXN.
004440   MOVE ZERO          TO WK-CHK-GRPS.
004450   MOVE ZERO          TO WK-CHK-BAD.
004451   MOVE SPACE         TO WK-ENT-STAMP.
004452   PERFORM E40-NOTE-GROUP.
004460   OPEN INPUT F3CHK.
004470   IF WK-F3-FST NOT = '00'
004480     THEN
004610         EVALUATE F3CRECORD(1:4)
004620         WHEN 'HDR '
004630           MOVE ZERO          TO WK-CHK-CNT
004631           MOVE F3CRECORD(143:11) TO WK-ENT-STAMP
004632           PERFORM E40-NOTE-GROUP
004640         WHEN 'TRL '
004650           ADD 1              TO WK-CHK-GRPS
004660           MOVE ZERO          TO WK-CHK-TRL
004680             THEN
004690               MOVE F3CRECORD(5:7) TO WK-CHK-TRL
004700           END-IF
004710*-         ONLY THE REPORTED ENTITY'S GROUPS COUNT FOR ITS RUNS.
004711           IF WK-ENT-SHOW = 1
004712             THEN
004713               ADD WK-CHK-TRL     TO WK-CHK-TRLSUM
004714           END-IF
004720           IF WK-CHK-TRL NOT = WK-CHK-CNT
004730             THEN
004740               MOVE 1             TO WK-CHK-BAD
004760           MOVE ZERO          TO WK-CHK-CNT
004770         WHEN OTHER
004780           ADD 1              TO WK-CHK-CNT
004790           IF F3CRECORD(29:5) = SPACE AND WK-ENT-SHOW = 1
004800             THEN
004810               ADD 1              TO WK-CHK-TXN
004820           END-IF
005190   MOVE ZERO          TO WK-CHK-TRLSUM.
005200   MOVE ZERO          TO WK-CHK-GRPS.
005210   MOVE ZERO          TO WK-CHK-BAD.
005211   MOVE SPACE         TO WK-ENT-STAMP.
005212   PERFORM E40-NOTE-GROUP.
005220   OPEN INPUT F6CHK.
005230   IF WK-F6-FST NOT = '00'
005240     THEN
005370         EVALUATE F6CRECORD(1:4)
005380         WHEN 'HDR '
005390           MOVE ZERO          TO WK-CHK-CNT
005391           MOVE F6CRECORD(143:11) TO WK-ENT-STAMP
005392           PERFORM E40-NOTE-GROUP
005400         WHEN 'TRL '
005410           ADD 1              TO WK-CHK-GRPS
005420           MOVE ZERO          TO WK-CHK-TRL
005440             THEN
005450               MOVE F6CRECORD(5:7) TO WK-CHK-TRL
005460           END-IF
005470*-         ONLY THE REPORTED ENTITY'S GROUPS COUNT FOR ITS RUNS.
005471           IF WK-ENT-SHOW = 1
005472             THEN
005473               ADD WK-CHK-TRL     TO WK-CHK-TRLSUM
005474           END-IF
005480           IF WK-CHK-TRL NOT = WK-CHK-CNT
005490             THEN
005500               MOVE 1             TO WK-CHK-BAD
005770   WRITE F2LINE.
005780 E30-VERIFY-F6-EXIT.
005790   EXIT.
005791 E40-NOTE-GROUP SECTION.
005792*--------------------------------------------------------------
005793*- WHOSE IS IT? WK-ENT-STAMP HOLDS THE 'ENTITY=cccc' STAMP OF
005794*- A RUN-LOG GROUP, ALERT OR CONTROL GROUP (BLANK WHEN IT HAS
005795*- NONE). ONE ENTITY'S DASHBOARD NEVER SHOWS ANOTHER'S; ONLY
005796*- AN EXPLICIT GROUP-WIDE RUN SEES THEM ALL.
005797*--------------------------------------------------------------
005798 E40-010.
005799   IF WK-ENT-STAMP(1:7) = 'ENTITY='
005800     THEN
005801       MOVE WK-ENT-STAMP(8:4) TO WK-ENT-GRP
005802     ELSE
005803       MOVE SPACE         TO WK-ENT-GRP
005804   END-IF.
005805   IF WK-ENT-ALL = 'Y' OR WK-ENT-GRP = WK-ENT-CODE
005806     THEN
005807       MOVE 1             TO WK-ENT-SHOW
005808     ELSE
005809       MOVE ZERO          TO WK-ENT-SHOW
005810   END-IF.
005811 E40-NOTE-GROUP-EXIT.
005812   EXIT.
