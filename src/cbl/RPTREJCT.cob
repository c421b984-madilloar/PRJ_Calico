000100*-
000110*- ENV: REJECT_FILE (DEFAULT ../data/pcheckreject.txt),
000120*-      REJSUM_FILE (DEFAULT ../data/pcheckrejsum.txt),
000130*-      TOP_N (DEFAULT 10), FIELDDICT_FILE/FIELDDICT_FEED
000140*-      (OPTIONAL FIELD NAMES FOR THE SAMPLE VALUES),
000141*-      ENTITY (ONLY THAT ENTITY'S CONTROL GROUPS ARE SUMMARIZED;
000142*-      BLANK = UNSTAMPED, SINGLE-ENTITY GROUPS ONLY),
000143*-      GROUP_WIDE (Y = EVERY ENTITY'S GROUPS, EACH LINE LABELED).
000144*- RETURN-CODE: 0=OK, 12=REJECTS OF OTHER ENTITIES WITHHELD,
000145*-              16=FATAL I/O.
000150*--------------------------------------------------------------
000160 ENVIRONMENT    DIVISION.
000170 INPUT-OUTPUT               SECTION.
000280   SELECT F45DSP  ASSIGN TO WK-DSPNAME
000290   ORGANIZATION LINE SEQUENTIAL
000300   STATUS WK-DSP-FST.
000301*- FIELD DICTIONARY (ENV FIELDDICT_FILE, OPTIONAL - SEE RULCOMP):
000302*- EACH GROUP'S SAMPLE IS REPEATED BY BUSINESS NAME, NAME=VALUE,
000303*- FOR THE FEED IN ENV FIELDDICT_FEED.
000304   SELECT F4DICT  ASSIGN TO WK-DICTNAME
000305   ORGANIZATION LINE SEQUENTIAL
000306   STATUS WK-DICT-FST.
000310 DATA DIVISION.
000320 FILE                       SECTION.
000330 FD  F6IN.
000480 01  F2LINE                 PIC X(132).
000490 FD  F45DSP.
000500 01  F45RECORD              PIC X(80).
000501 FD  F4DICT.
000502 01  F4RECORD               PIC X(80).
000510 WORKING-STORAGE SECTION.
000520 01  WK-IN                  SYNC.
000530   03 WK-INNAME             PIC X(100).
000590   03 WK-TOPN-X             PIC X(03).
000600   03 WK-TOPN-N             PIC 9(03) VALUE 10.
000610*--------------------------------------------------------------
000620*- GROUP TABLE: ONE ENTRY PER (RULE SET, FAILING PC, ENTITY),
000630*- WITH THE FIRST REJECT'S INPUT VALUES KEPT AS THE SAMPLE.
000640*--------------------------------------------------------------
000650 01  WK-TBL                 SYNC.
000660   03 WK-GRP-CNT            PIC 9(03) VALUE ZERO.
000700     05 WK-GRP-N            PIC 9(07).
000710     05 WK-GRP-SAMPLE       PIC X(50).
000720     05 WK-GRP-DISP         PIC X(10).
000721     05 WK-GRP-ENT          PIC X(04).
000730 01  WK-WRK                 SYNC.
000740   03 WK-I                  PIC 9(03).
000750   03 WK-J                  PIC 9(03).
000800   03 WK-TOT                PIC 9(07) VALUE ZERO.
000810   03 WK-PCT                PIC 9(03).
000820   03 WK-LINE               PIC X(132).
000830   03 WK-SWAP               PIC X(84).
000840*- DISPOSITION-CODE MASTER TABLE (SEE TEST-MAIN A16).
000850 01  WK-DSP                 SYNC.
000860   03 WK-DSPNAME            PIC X(100).
000910   03 WK-DSP-TBL            OCCURS 100 TIMES.
000920     05 WK-DSP-CODE         PIC X(10).
000930     05 WK-DSP-SNAME        PIC X(08).
000931*- FIELD DICTIONARY NAMES FOR THE REPORTED FEED (SEE RULCOMP).
000932 01  WK-DICT                SYNC.
000933   03 WK-DICTNAME           PIC X(100).
000934   03 WK-DICT-FST           PIC X(02).
000935   03 WK-DICT-FEED          PIC X(08).
000936   03 WK-FDC-CNT            PIC 9(03) VALUE ZERO.
000937   03 WK-FDC-I              PIC 9(03).
000938   03 WK-FDC-OFF            PIC 9(03).
000939   03 WK-FDC-PTR            PIC 9(03).
000940   03 WK-FDC-TBL            OCCURS 100 TIMES.
000941     05 WK-FDC-NAME         PIC X(12).
000942     05 WK-FDC-AREA         PIC 9(01).
000943     05 WK-FDC-POS          PIC 9(05).
000944     05 WK-FDC-LEN          PIC 9(05).
000945*- ENTITY SEGREGATION: THE SUMMARY'S OWN ENTITY (ENV ENTITY), THE
000946*- GROUP-WIDE OVERRIDE (ENV GROUP_WIDE=Y), THE ENTITY OF THE
000947*- CONTROL GROUP BEING READ AND WHETHER IT IS SHOWN, AND THE
000948*- COUNT OF REJECTS WITHHELD AS ANOTHER ENTITY'S.
000949 01  WK-ENT                 SYNC.
000950   03 WK-ENT-CODE           PIC X(04).
000951   03 WK-ENT-ALL            PIC X(01).
000952   03 WK-ENT-GRP            PIC X(04) VALUE SPACE.
000953   03 WK-ENT-SHOW           PIC 9(01).
000954   03 WK-ENT-HELD           PIC 9(07) VALUE ZERO.
000955 PROCEDURE DIVISION.
000956 A00-MAIN SECTION.
000960*--------------------------------------------------------------
000970*- PASS 1: GROUP THE REJECTS. PASS 2: SORT BY COUNT AND PRINT
000980*- THE TOP N.
001200     THEN
001210       PERFORM B20-LOAD-DISPMASTER
001220   END-IF.
001221   MOVE SPACE         TO WK-DICTNAME.
001222   ACCEPT WK-DICTNAME FROM ENVIRONMENT 'FIELDDICT_FILE'.
001223   MOVE SPACE         TO WK-DICT-FEED.
001224   ACCEPT WK-DICT-FEED FROM ENVIRONMENT 'FIELDDICT_FEED'.
001225   IF WK-DICTNAME NOT = SPACE
001226     THEN
001227       PERFORM B30-LOAD-DICTIONARY
001228   END-IF.
001229   MOVE SPACE         TO WK-ENT-CODE.
001230   ACCEPT WK-ENT-CODE FROM ENVIRONMENT 'ENTITY'.
001231   MOVE SPACE         TO WK-ENT-ALL.
001232   ACCEPT WK-ENT-ALL  FROM ENVIRONMENT 'GROUP_WIDE'.
001233   IF WK-ENT-ALL = 'Y' OR WK-ENT-CODE = SPACE
001234     THEN
001235       MOVE 1             TO WK-ENT-SHOW
001236     ELSE
001237       MOVE ZERO          TO WK-ENT-SHOW
001238   END-IF.
001239   OPEN INPUT F6IN.
001240   IF WK-IN-FST NOT = '00'
001250     THEN
001260       DISPLAY 'RPTREJCT:REJECT LOG OPEN ERROR STATUS='
001330       AT END
001340         CONTINUE
001350       NOT AT END
001360         EVALUATE F6RECORD(1:4)
001370         WHEN 'HDR '
001380           PERFORM B40-NOTE-GROUP
001390         WHEN 'TRL '
001400           CONTINUE
001401         WHEN OTHER
001402           IF WK-ENT-SHOW = 1
001403             THEN
001404               PERFORM B10-GROUP-ONE
001405             ELSE
001406               ADD 1              TO WK-ENT-HELD
001407           END-IF
001408         END-EVALUATE
001410     END-READ
001420   END-PERFORM.
001430   CLOSE F6IN.
001520   PERFORM D10-REPORT.
001530   CLOSE F2REPT.
001540   DISPLAY 'RPTREJCT:REJECTS=' WK-TOT ' GROUPS=' WK-GRP-CNT.
001550   IF WK-ENT-HELD > ZERO
001551     THEN
001552       DISPLAY 'RPTREJCT:' WK-ENT-HELD
001553               ' REJECTS OF OTHER ENTITIES WITHHELD.'
001554       MOVE 12            TO RETURN-CODE
001555     ELSE
001556       MOVE ZERO          TO RETURN-CODE
001557   END-IF.
001560   GOBACK.
001570 B10-GROUP-ONE SECTION.
001580*--------------------------------------------------------------
001590*- PARSE THE FAILING PC OUT OF F6-REASON AND TALLY THE
001600*- (RULE SET, PC, ENTITY) GROUP. A REASON WITHOUT THE STANDARD
001610*- WORDING GROUPS UNDER PC '-----' (DUPLICATES, LAYOUT REJECTS,
001620*- BLOCK DETAILS AND OTHER DRIVER-SIDE REASONS).
001630*--------------------------------------------------------------
001640 B10-010.
001650   ADD 1              TO WK-TOT.
001800     UNTIL WK-I > WK-GRP-CNT
001810       IF WK-GRP-RSID(WK-I) = F6-RSID
001820        AND WK-GRP-PC(WK-I) = WK-PC
001821        AND WK-GRP-ENT(WK-I) = WK-ENT-GRP
001830         THEN
001840           MOVE WK-I          TO WK-HIT
001850       END-IF
001930       ADD 1              TO WK-GRP-CNT
001940       MOVE WK-GRP-CNT    TO WK-HIT
001950       MOVE F6-RSID       TO WK-GRP-RSID(WK-HIT)
001951       MOVE WK-ENT-GRP    TO WK-GRP-ENT(WK-HIT)
001960       MOVE WK-PC         TO WK-GRP-PC(WK-HIT)
001970       MOVE ZERO          TO WK-GRP-N(WK-HIT)
001980       STRING F6-IN100 F6-IN200 F6-IN300 F6-IN400 F6-IN500
002010   END-IF.
002020   ADD 1              TO WK-GRP-N(WK-HIT).
002030 B10-GROUP-ONE-EXIT.
002031   EXIT.
002032 B40-NOTE-GROUP SECTION.
002033*--------------------------------------------------------------
002034*- A HDR OPENS A CONTROL GROUP: NOTE ITS ENTITY ('ENTITY=' IN
002035*- COLS 143-149, CODE IN 150-153; NONE ON A SINGLE-ENTITY FILE)
002036*- AND WHETHER ITS REJECTS MAY BE SHOWN - ONE ENTITY'S SUMMARY
002037*- NEVER SHOWS ANOTHER'S; ONLY AN EXPLICIT GROUP-WIDE RUN SEES
002038*- THEM ALL.
002039*--------------------------------------------------------------
002040 B40-010.
002041   IF F6RECORD(143:7) = 'ENTITY='
002042     THEN
002043       MOVE F6RECORD(150:4) TO WK-ENT-GRP
002044     ELSE
002045       MOVE SPACE         TO WK-ENT-GRP
002046   END-IF.
002047   IF WK-ENT-ALL = 'Y' OR WK-ENT-GRP = WK-ENT-CODE
002048     THEN
002049       MOVE 1             TO WK-ENT-SHOW
002050     ELSE
002051       MOVE ZERO          TO WK-ENT-SHOW
002052   END-IF.
002053 B40-NOTE-GROUP-EXIT.
002054   EXIT.
002055 C10-SORT-BY-COUNT SECTION.
002060*--------------------------------------------------------------
002070*- SELECTION SORT, LARGEST COUNT FIRST (THE TABLE IS SMALL).
002080*--------------------------------------------------------------
002370          '  GROUPS=' WK-GRP-CNT
002380          '  TOP ' WK-TOPN-N
002390                      INTO WK-LINE(3:60).
002391   IF WK-ENT-ALL = 'Y'
002392     THEN
002393       MOVE '  GROUP-WIDE' TO WK-LINE(62:12)
002394     ELSE
002395       IF WK-ENT-CODE NOT = SPACE
002396         THEN
002397           MOVE '  ENTITY='   TO WK-LINE(62:9)
002398           MOVE WK-ENT-CODE   TO WK-LINE(71:4)
002399       END-IF
002400   END-IF.
002401   MOVE WK-LINE       TO F2LINE.
002410   WRITE F2LINE.
002420   MOVE SPACE         TO WK-LINE.
002430   MOVE '  RULE-SET   PC     COUNT    PCT  SAMPLE (IN1-IN5)'
002440                      TO WK-LINE(1:50).
002450   MOVE 'DISPOSITION'  TO WK-LINE(88:11).
002451   IF WK-ENT-ALL = 'Y' OR WK-ENT-CODE NOT = SPACE
002452     THEN
002453       MOVE 'ENTITY'      TO WK-LINE(109:6)
002454   END-IF.
002460   MOVE WK-LINE       TO F2LINE.
002470   WRITE F2LINE.
002480   MOVE SPACE         TO F2LINE.
002810                TO WK-LINE(99:8)
002820          END-IF
002830      END-IF
002831       MOVE WK-GRP-ENT(WK-I)  TO WK-LINE(109:4)
002840       MOVE WK-LINE       TO F2LINE
002850       WRITE F2LINE
002851       IF WK-FDC-CNT > ZERO
002852         THEN
002853           PERFORM D20-PRINT-NAMED-FIELDS
002854       END-IF
002860   END-PERFORM.
002861   IF WK-ENT-HELD > ZERO
002862     THEN
002863       MOVE SPACE         TO F2LINE
002864       WRITE F2LINE
002865       MOVE SPACE         TO WK-LINE
002866       STRING '  ** WITHHELD - OTHER ENTITIES'' REJECTS='
002867              WK-ENT-HELD
002868                      INTO WK-LINE
002869       MOVE WK-LINE       TO F2LINE
002870       WRITE F2LINE
002871   END-IF.
002872 D10-REPORT-EXIT.
002880   EXIT.
002890 B20-LOAD-DISPMASTER SECTION.
002900*--------------------------------------------------------------
003160   CLOSE F45DSP.
003170 B20-LOAD-DISPMASTER-EXIT.
003180   EXIT.
003181 B30-LOAD-DICTIONARY SECTION.
003182*--------------------------------------------------------------
003183*- LOAD THE FIELD DICTIONARY ENTRIES FOR THE REPORTED FEED (ENV
003184*- FIELDDICT_FEED) AND THE ALL-FEEDS (BLANK FEED) ENTRIES (SEE
003185*- RULCOMP FOR THE LAYOUT).
003186*--------------------------------------------------------------
003187 B30-010.
003188   OPEN INPUT F4DICT.
003189   IF WK-DICT-FST NOT = '00'
003190     THEN
003191       DISPLAY 'RPTREJCT:FIELD DICTIONARY OPEN ERROR STATUS='
003192               WK-DICT-FST
003193       GO TO B30-LOAD-DICTIONARY-EXIT
003194   END-IF.
003195   PERFORM UNTIL WK-DICT-FST NOT = '00'
003196     READ F4DICT
003197       AT END
003198         CONTINUE
003199       NOT AT END
003200         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
003201          AND (F4RECORD(1:8) = WK-DICT-FEED
003202               OR F4RECORD(1:8) = SPACE)
003203          AND F4RECORD(23:1) NOT < '1'
003204          AND F4RECORD(23:1) NOT > '5'
003205          AND F4RECORD(25:5) NUMERIC AND F4RECORD(31:5) NUMERIC
003206          AND WK-FDC-CNT < 100
003207           THEN
003208             ADD 1              TO WK-FDC-CNT
003209             MOVE F4RECORD(10:12) TO WK-FDC-NAME(WK-FDC-CNT)
003210             MOVE F4RECORD(23:1) TO WK-FDC-AREA(WK-FDC-CNT)
003211             MOVE F4RECORD(25:5) TO WK-FDC-POS(WK-FDC-CNT)
003212             MOVE F4RECORD(31:5) TO WK-FDC-LEN(WK-FDC-CNT)
003213             IF WK-FDC-POS(WK-FDC-CNT) = ZERO
003214              OR WK-FDC-LEN(WK-FDC-CNT) = ZERO
003215              OR WK-FDC-POS(WK-FDC-CNT)
003216                 + WK-FDC-LEN(WK-FDC-CNT) - 1 > 10
003217               THEN
003218                 SUBTRACT 1     FROM WK-FDC-CNT
003219             END-IF
003220         END-IF
003221     END-READ
003222   END-PERFORM.
003223   CLOSE F4DICT.
003224 B30-LOAD-DICTIONARY-EXIT.
003225   EXIT.
003226 D20-PRINT-NAMED-FIELDS SECTION.
003227*--------------------------------------------------------------
003228*- UNDER A GROUP LINE, THE SAMPLE AGAIN BY BUSINESS NAME:
003229*- NAME=VALUE FOR EVERY DICTIONARY FIELD, WRAPPED AT 132 COLUMNS.
003230*--------------------------------------------------------------
003231 D20-010.
003232   MOVE SPACE         TO WK-LINE.
003233   MOVE 36            TO WK-FDC-PTR.
003234   PERFORM VARYING WK-FDC-I FROM 1 BY 1
003235     UNTIL WK-FDC-I > WK-FDC-CNT
003236       IF WK-FDC-PTR + 24 > 132
003237         THEN
003238           MOVE WK-LINE       TO F2LINE
003239           WRITE F2LINE
003240           MOVE SPACE         TO WK-LINE
003241           MOVE 36            TO WK-FDC-PTR
003242       END-IF
003243       COMPUTE WK-FDC-OFF = (WK-FDC-AREA(WK-FDC-I) - 1) * 10
003244                          + WK-FDC-POS(WK-FDC-I)
003245       STRING WK-FDC-NAME(WK-FDC-I) DELIMITED BY SPACE
003246              '=' DELIMITED BY SIZE
003247              WK-GRP-SAMPLE(WK-I)(WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
003248                  DELIMITED BY SIZE
003249              '  ' DELIMITED BY SIZE
003250                      INTO WK-LINE
003251                      WITH POINTER WK-FDC-PTR
003252   END-PERFORM.
003253   IF WK-LINE NOT = SPACE
003254     THEN
003255       MOVE WK-LINE       TO F2LINE
003256       WRITE F2LINE
003257   END-IF.
003258 D20-PRINT-NAMED-FIELDS-EXIT.
003259   EXIT.
