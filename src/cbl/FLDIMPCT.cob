000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   FLDIMPCT.
000030*--------------------------------------------------------------
000040*- FIELD IMPACT ANALYSIS. GIVEN A FEED AND A SOURCE COLUMN
000050*- RANGE ("WE ARE WIDENING COLUMNS 41-50"), FOLLOWS THE RANGE
000060*- THROUGH EVERY LAYER THAT DEPENDS ON IT AND PRINTS THE IMPACT
000070*- STATEMENT FOR THE CHANGE BOARD:
000080*-   1. THE F8MAP ENTRIES OF THE FEED THAT COPY ANY OF THOSE
000090*-      COLUMNS (CURRENT OR PREVIOUS RECORD) AND THE IN-AREA
000100*-      SLICE EACH ONE FILLS, PLUS THE FEED'S MATCHKEY/BIZKEY
000110*-      ATTRIBUTES THAT READ THEM;
000120*-   2. EVERY RULE ROW IN EVERY F1RSID WHOSE PUSHV DESCRIPTOR
000130*-      READS ANY OF THOSE SLICE BYTES (PC NUMBERED AS RULLIST
000140*-      NUMBERS IT);
000150*-   3. EVERY PUT__/PUTN_ BUILT FROM THOSE ROWS - A PUT DRAINS
000160*-      THE STACK, SO IT DEPENDS ON WHAT WAS PUSHED SINCE THE
000170*-      PREVIOUS PUT OF THE SET;
000180*-   4. THE CONSUMERS OF THOSE OUTPUTS: OUTMAP_FILE CONSUMER-MAP
000190*-      ENTRIES AND ACTGEN ACTION_CONFIG 'FLD ' LINES NAMING
000200*-      THE TAG (OR 'OUT  ' FOR AN UNTAGGED PUT), ACTGEN 'ACT '
000210*-      EDGES WHEN THE 'DISP ' TAG IS HIT, AND STSMAST'S
000220*-      BUSINESS KEY (KEY_POS/KEY_LEN OF THE OUT VALUE).
000230*- FOR A DELIMITED FEED THE RANGE IS A RANGE OF FIELD NUMBERS,
000240*- THE UNIT ITS MAPPING ENTRIES ARE WRITTEN IN.
000250*-
000260*- ENV: IMPACT_FEED = FEED NAME, IMPACT_FROM / IMPACT_TO =
000270*-      SOURCE COLUMN RANGE (1-200), MAPPING_FILE = F8MAP FILE,
000280*-      PCHECKTBL_FILE = RULE-TABLE FILE, OUTMAP_FILE AND
000290*-      ACTION_CONFIG (OPTIONAL, AS THE RUNS USE THEM), KEY_POS /
000300*-      KEY_LEN (AS STSMAST USES THEM, DEFAULT 1/10),
000310*-      IMPACT_REPORT = REPORT (132-COLUMN LINES).
000320*- RETURN-CODE: 0=NOTHING DEPENDS ON THE RANGE, 4=IMPACTS
000330*- LISTED, 12=BAD PARMS, 16=FATAL I/O.
000340*--------------------------------------------------------------
000350 ENVIRONMENT    DIVISION.
000360 INPUT-OUTPUT               SECTION.
000370 FILE-CONTROL.
000380   SELECT F1INPUT ASSIGN TO WK-FILENAME
000390   ORGANIZATION INDEXED
000400   ACCESS MODE DYNAMIC
000410   RECORD KEY IS F1RSID WITH DUPLICATES
000420   STATUS FST.
000430   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000440   ORGANIZATION LINE SEQUENTIAL
000450   STATUS WK-MAP-FST.
000460   SELECT F28OMAP ASSIGN TO WK-OMAPNAME
000470   ORGANIZATION LINE SEQUENTIAL
000480   STATUS WK-OMAP-FST.
000490   SELECT F29ACFG ASSIGN TO WK-CFGNAME
000500   ORGANIZATION LINE SEQUENTIAL
000510   STATUS WK-CFG-FST.
000520   SELECT F2RPT   ASSIGN TO WK-RPTNAME
000530   ORGANIZATION LINE SEQUENTIAL
000540   STATUS WK-RPT-FST.
000550 DATA DIVISION.
000560 FILE                       SECTION.
000570 FD  F1INPUT.
000580 01  F1RECORD               SYNC.
000590   03 F1RSID               PIC X(08).
000600   03 F1BODY               PIC X(18).
000610 FD  F8MAP.
000620 01  F8RECORD               PIC X(80).
000630 FD  F28OMAP.
000640 01  F28RECORD              PIC X(80).
000650 FD  F29ACFG.
000660 01  F29RECORD              PIC X(132).
000670 FD  F2RPT.
000680 01  F2LINE                 PIC X(132).
000690 WORKING-STORAGE SECTION.
000700 01  FST                    PIC X(02).
000710 01  WK-FILENAME            PIC X(100).
000720 01  WK-MAP                 SYNC.
000730   03 WK-MAPNAME            PIC X(100).
000740   03 WK-MAP-FST            PIC X(02).
000750 01  WK-OMAPF               SYNC.
000760   03 WK-OMAPNAME           PIC X(100).
000770   03 WK-OMAP-FST           PIC X(02).
000780 01  WK-CFG                 SYNC.
000790   03 WK-CFGNAME            PIC X(100).
000800   03 WK-CFG-FST            PIC X(02).
000810 01  WK-RPT                 SYNC.
000820   03 WK-RPTNAME            PIC X(100).
000830   03 WK-RPT-FST            PIC X(02).
000840*--------------------------------------------------------------
000850*- THE QUESTION ASKED.
000860*--------------------------------------------------------------
000870 01  WK-PRM                 SYNC.
000880   03 WK-FEED-ID            PIC X(08).
000890   03 WK-FROM-X             PIC X(05).
000900   03 WK-TO-X               PIC X(05).
000910   03 WK-FROM               PIC 9(05).
000920   03 WK-TO                 PIC 9(05).
000930   03 WK-KEYPOS-X           PIC X(03).
000940   03 WK-KEYLEN-X           PIC X(03).
000950   03 WK-KEYPOS             PIC 9(03) VALUE 1.
000960   03 WK-KEYLEN             PIC 9(03) VALUE 10.
000970   03 WK-RUNDT              PIC X(08).
000980*--------------------------------------------------------------
000990*- THE FEED'S MAPPING ENTRIES (SEE TEST-MAIN A02-ADD-MAPPING-
001000*- ENTRY), AND THE IN-AREA SLICES FED FROM THE RANGE.
001010*--------------------------------------------------------------
001020 01  WK-ENT                 SYNC.
001030   03 WK-ENT-CNT            PIC 9(03) VALUE ZERO.
001040   03 WK-ENT-I              PIC 9(03).
001050   03 WK-ENT-AREA-N         PIC 9(01).
001060   03 WK-ENT-DLM            PIC 9(01) VALUE ZERO.
001070   03 WK-ENT-DEFAULT        PIC 9(01) VALUE ZERO.
001080   03 WK-ENT-TBL            OCCURS 50 TIMES.
001090     05 WK-ENT-SRCOFF       PIC 9(05).
001100     05 WK-ENT-SRCLEN       PIC 9(05).
001110     05 WK-ENT-AREA         PIC X(01).
001120     05 WK-ENT-TGTPOS       PIC 9(05).
001130     05 WK-ENT-SRC          PIC X(01).
001140 01  WK-AFF                 SYNC.
001150   03 WK-AFF-CNT            PIC 9(03) VALUE ZERO.
001160   03 WK-AFF-I              PIC 9(03).
001170   03 WK-AFF-TBL            OCCURS 50 TIMES.
001180     05 WK-AFF-AREA         PIC X(01).
001190     05 WK-AFF-POS          PIC 9(05).
001200     05 WK-AFF-LEN          PIC 9(05).
001210*--------------------------------------------------------------
001220*- RULE-TABLE SCAN STATE. WK-DEP IS SET BY A PUSHV THAT READS
001230*- AN AFFECTED SLICE AND CLEARED BY THE NEXT PUT__/PUTN_, WHICH
001240*- IS THEREBY AN AFFECTED OUTPUT.
001250*--------------------------------------------------------------
001260 01  WK-SCAN                SYNC.
001270   03 WK-CUR-RSID           PIC X(08) VALUE LOW-VALUE.
001280   03 WK-PC                 PIC 9(05).
001290   03 WK-DEP                PIC 9(01).
001300   03 WK-SET-HIT            PIC 9(01).
001310   03 WK-SETCNT             PIC 9(05) VALUE ZERO.
001320   03 WK-SETHITS            PIC 9(05) VALUE ZERO.
001330   03 WK-ROWHITS            PIC 9(05) VALUE ZERO.
001340   03 WK-V-AREA             PIC X(01).
001350   03 WK-V-POS              PIC 9(05).
001360   03 WK-V-LEN              PIC 9(05).
001370 01  WK-OUTS                SYNC.
001380   03 WK-OUT-CNT            PIC 9(03) VALUE ZERO.
001390   03 WK-OUT-I              PIC 9(03).
001400   03 WK-OUT-TBL            OCCURS 200 TIMES.
001410     05 WK-OUT-RSID         PIC X(08).
001420     05 WK-OUT-PC           PIC 9(05).
001430     05 WK-OUT-OPR          PIC X(05).
001440     05 WK-OUT-TAG          PIC X(05).
001450*- DISTINCT FIELD NAMES ('OUT  ' OR A TAG) OF THE AFFECTED
001460*- OUTPUTS, IN THE VOCABULARY THE CONSUMER MAPS USE.
001470 01  WK-TAGS                SYNC.
001480   03 WK-TAG-CNT            PIC 9(02) VALUE ZERO.
001490   03 WK-TAG-I              PIC 9(02).
001500   03 WK-TAG-HIT            PIC 9(01).
001510   03 WK-TAG-CHK            PIC X(05).
001520   03 WK-TAG-TBL            OCCURS 50 TIMES.
001530     05 WK-TAG-NAME         PIC X(05).
001540*--------------------------------------------------------------
001550*- OVERLAP AND PRINT WORK.
001560*--------------------------------------------------------------
001570 01  WK-WORK                SYNC.
001580   03 WK-END                PIC 9(05).
001590   03 WK-OV-FROM            PIC 9(05).
001600   03 WK-OV-TO              PIC 9(05).
001610   03 WK-CONSUMERS          PIC 9(05) VALUE ZERO.
001620   03 WK-ATTRHITS           PIC 9(05) VALUE ZERO.
001630   03 WK-ATTR-NAME          PIC X(08).
001640   03 WK-LINE               PIC X(132).
001650 PROCEDURE DIVISION.
001660 A00-MAIN SECTION.
001670*--------------------------------------------------------------
001680*- PARMS, THEN THE FOUR LAYERS IN DEPENDENCY ORDER.
001690*--------------------------------------------------------------
001700 A00-010.
001710   MOVE SPACE         TO WK-FEED-ID.
001720   ACCEPT WK-FEED-ID  FROM ENVIRONMENT 'IMPACT_FEED'.
001730   MOVE SPACE         TO WK-FROM-X.
001740   ACCEPT WK-FROM-X   FROM ENVIRONMENT 'IMPACT_FROM'.
001750   MOVE SPACE         TO WK-TO-X.
001760   ACCEPT WK-TO-X     FROM ENVIRONMENT 'IMPACT_TO'.
001770   MOVE SPACE         TO WK-MAPNAME.
001780   ACCEPT WK-MAPNAME  FROM ENVIRONMENT 'MAPPING_FILE'.
001790   IF WK-FEED-ID = SPACE OR WK-MAPNAME = SPACE
001800     THEN
001810       DISPLAY 'FLDIMPCT:IMPACT_FEED AND MAPPING_FILE REQUIRED.'
001820       MOVE 12            TO RETURN-CODE
001830       GOBACK
001840   END-IF.
001850   MOVE ZERO          TO WK-FROM.
001860   MOVE ZERO          TO WK-TO.
001870   PERFORM Z30-EDIT-RANGE.
001880   IF WK-FROM = ZERO OR WK-TO < WK-FROM OR WK-TO > 200
001890     THEN
001900       DISPLAY 'FLDIMPCT:BAD IMPACT_FROM/IMPACT_TO (1-200).'
001910       MOVE 12            TO RETURN-CODE
001920       GOBACK
001930   END-IF.
001940   MOVE SPACE         TO WK-FILENAME.
001950   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
001960   IF WK-FILENAME = SPACE
001970     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
001980   END-IF.
001990   MOVE SPACE         TO WK-OMAPNAME.
002000   ACCEPT WK-OMAPNAME FROM ENVIRONMENT 'OUTMAP_FILE'.
002010   MOVE SPACE         TO WK-CFGNAME.
002020   ACCEPT WK-CFGNAME  FROM ENVIRONMENT 'ACTION_CONFIG'.
002030   MOVE SPACE         TO WK-KEYPOS-X.
002040   ACCEPT WK-KEYPOS-X FROM ENVIRONMENT 'KEY_POS'.
002050   IF WK-KEYPOS-X NOT = SPACE AND WK-KEYPOS-X NUMERIC
002060     THEN
002070       MOVE WK-KEYPOS-X   TO WK-KEYPOS
002080   END-IF.
002090   MOVE SPACE         TO WK-KEYLEN-X.
002100   ACCEPT WK-KEYLEN-X FROM ENVIRONMENT 'KEY_LEN'.
002110   IF WK-KEYLEN-X NOT = SPACE AND WK-KEYLEN-X NUMERIC
002120     THEN
002130       MOVE WK-KEYLEN-X   TO WK-KEYLEN
002140   END-IF.
002150   MOVE SPACE         TO WK-RPTNAME.
002160   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'IMPACT_REPORT'.
002170   IF WK-RPTNAME = SPACE
002180     MOVE '../data/pcheckimpact.txt' TO WK-RPTNAME
002190   END-IF.
002200   ACCEPT WK-RUNDT    FROM DATE YYYYMMDD.
002210   OPEN OUTPUT F2RPT.
002220   IF WK-RPT-FST NOT = '00'
002230     THEN
002240       DISPLAY 'FLDIMPCT:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002250       MOVE 16            TO RETURN-CODE
002260       GOBACK
002270   END-IF.
002280   MOVE SPACE         TO WK-LINE.
002290   STRING 'FIELD IMPACT ANALYSIS  FEED=' WK-FEED-ID
002300          '  SOURCE COLUMNS ' WK-FROM '-' WK-TO
002310          '  PREPARED ' WK-RUNDT
002320                      INTO WK-LINE(3:100).
002330   PERFORM Z10-PUT-LINE.
002340   PERFORM Z20-PUT-BLANK.
002350   PERFORM A10-LOAD-MAPPING.
002360   IF RETURN-CODE = 16
002370     THEN
002380       CLOSE F2RPT
002390       GOBACK
002400   END-IF.
002410   PERFORM A20-MAPPED-SLICES.
002420   PERFORM B10-SCAN-RULES.
002430   IF RETURN-CODE = 16
002440     THEN
002450       CLOSE F2RPT
002460       GOBACK
002470   END-IF.
002480   PERFORM B30-PRINT-OUTPUTS.
002490   PERFORM C10-CONSUMER-MAPS.
002500   PERFORM C20-ACTION-CONFIG.
002510   PERFORM C30-STATUS-KEY.
002520   PERFORM Z20-PUT-BLANK.
002530   MOVE SPACE         TO WK-LINE.
002540   STRING 'SUMMARY: SLICES=' WK-AFF-CNT
002550          '  KEY ATTRIBUTES=' WK-ATTRHITS
002560          '  RULE ROWS=' WK-ROWHITS
002570          '  RULE SETS=' WK-SETHITS ' OF ' WK-SETCNT
002580          '  OUTPUTS=' WK-OUT-CNT
002590          '  CONSUMER DEPENDENCIES=' WK-CONSUMERS
002600                      INTO WK-LINE(3:128).
002610   PERFORM Z10-PUT-LINE.
002620   CLOSE F2RPT.
002630   DISPLAY '===================================='.
002640   DISPLAY 'FLDIMPCT:FEED=' WK-FEED-ID ' COLUMNS=' WK-FROM
002650           '-' WK-TO.
002660   DISPLAY 'FLDIMPCT:SLICES=' WK-AFF-CNT ' RULE ROWS='
002670           WK-ROWHITS ' OUTPUTS=' WK-OUT-CNT
002680           ' CONSUMER DEPENDENCIES=' WK-CONSUMERS.
002690   DISPLAY 'FLDIMPCT:REPORT=' WK-RPTNAME.
002700   DISPLAY '===================================='.
002710   IF WK-AFF-CNT > ZERO OR WK-ATTRHITS > ZERO
002720     THEN
002730       MOVE 4             TO RETURN-CODE
002740     ELSE
002750       MOVE ZERO          TO RETURN-CODE
002760   END-IF.
002770   GOBACK.
002780 A10-LOAD-MAPPING SECTION.
002790*--------------------------------------------------------------
002800*- LOAD THE FEED'S MAPPING ENTRIES, AND PRINT THE MATCHKEY /
002810*- BIZKEY ATTRIBUTES WHOSE RAW-RECORD SLICE OVERLAPS THE RANGE
002820*- (SEE TEST-MAIN A02E/A02F). A FEED WITH NO ENTRIES RUNS ON
002830*- TEST-MAIN'S BUILT-IN FIVE-FIXED-FIELDS MAPPING.
002840*--------------------------------------------------------------
002850 A10-010.
002860   MOVE 'MAPPING AND FEED ATTRIBUTES' TO WK-LINE(3:27).
002870   PERFORM Z10-PUT-LINE.
002880   OPEN INPUT F8MAP.
002890   IF WK-MAP-FST NOT = '00'
002900     THEN
002910       DISPLAY 'FLDIMPCT:MAPPING FILE OPEN ERROR STATUS='
002920               WK-MAP-FST
002930       MOVE 16            TO RETURN-CODE
002940       GO TO A10-LOAD-MAPPING-EXIT
002950   END-IF.
002960   PERFORM UNTIL WK-MAP-FST NOT = '00'
002970     READ F8MAP
002980       AT END
002990         CONTINUE
003000       NOT AT END
003010         IF F8RECORD(1:1) NOT = '*' AND F8RECORD NOT = SPACE
003020          AND F8RECORD(1:8) = WK-FEED-ID
003030           THEN
003040             PERFORM A11-ONE-MAPPING-LINE
003050         END-IF
003060     END-READ
003070   END-PERFORM.
003080   CLOSE F8MAP.
003090   IF WK-ENT-CNT = ZERO AND WK-ENT-DLM = ZERO
003100     THEN
003110       MOVE 1             TO WK-ENT-DEFAULT
003120       PERFORM VARYING WK-ENT-I FROM 1 BY 1
003130         UNTIL WK-ENT-I > 5
003140           ADD 1              TO WK-ENT-CNT
003150           COMPUTE WK-ENT-SRCOFF(WK-ENT-I) = WK-ENT-I * 10 - 9
003160           MOVE 10            TO WK-ENT-SRCLEN(WK-ENT-I)
003170           MOVE WK-ENT-I      TO WK-ENT-AREA-N
003180           MOVE WK-ENT-AREA-N TO WK-ENT-AREA(WK-ENT-I)
003190           MOVE 1             TO WK-ENT-TGTPOS(WK-ENT-I)
003200           MOVE SPACE         TO WK-ENT-SRC(WK-ENT-I)
003210       END-PERFORM
003220       MOVE 'NO MAPPING ENTRIES FOR THE FEED - BUILT-IN LAYOUT,'
003230                          TO WK-LINE(5:51)
003240       MOVE ' COLUMNS 1-50 INTO IN1-IN5.' TO WK-LINE(55:27)
003250       PERFORM Z10-PUT-LINE
003260   END-IF.
003270   IF WK-ENT-DLM = 1
003280     THEN
003290       MOVE 'DELIMITED FEED - THE RANGE IS IN FIELD NUMBERS.'
003300                          TO WK-LINE(5:47)
003310       PERFORM Z10-PUT-LINE
003320   END-IF.
003330 A10-LOAD-MAPPING-EXIT.
003340   EXIT.
003350 A11-ONE-MAPPING-LINE SECTION.
003360*--------------------------------------------------------------
003370*- ONE F8MAP LINE OF THE FEED: ATTRIBUTE OR COLUMN ENTRY.
003380*--------------------------------------------------------------
003390 A11-010.
003400   EVALUATE TRUE
003410   WHEN F8RECORD(10:9) = 'DELIMITED'
003420     MOVE 1             TO WK-ENT-DLM
003430   WHEN F8RECORD(10:8) = 'CODEPAGE'
003440   WHEN F8RECORD(10:6) = 'CCYAMT'
003450     CONTINUE
003460   WHEN F8RECORD(10:8) = 'MATCHKEY'
003470     MOVE 'MATCHKEY'    TO WK-ATTR-NAME
003480     IF F8RECORD(19:5) NUMERIC AND F8RECORD(25:5) NUMERIC
003490       THEN
003500         MOVE F8RECORD(19:5) TO WK-OV-FROM
003510         MOVE F8RECORD(25:5) TO WK-END
003520         PERFORM A12-KEY-ATTRIBUTE
003530     END-IF
003540   WHEN F8RECORD(10:6) = 'BIZKEY'
003550     MOVE 'BIZKEY'      TO WK-ATTR-NAME
003560     IF F8RECORD(17:5) NUMERIC AND F8RECORD(23:5) NUMERIC
003570       THEN
003580         MOVE F8RECORD(17:5) TO WK-OV-FROM
003590         MOVE F8RECORD(23:5) TO WK-END
003600         PERFORM A12-KEY-ATTRIBUTE
003610     END-IF
003620   WHEN OTHER
003630     IF F8RECORD(10:5) NUMERIC AND F8RECORD(16:5) NUMERIC
003640      AND F8RECORD(24:5) NUMERIC
003650      AND F8RECORD(22:1) >= '1' AND F8RECORD(22:1) <= '5'
003660      AND WK-ENT-CNT < 50
003670       THEN
003680         ADD 1              TO WK-ENT-CNT
003690         MOVE F8RECORD(10:5) TO WK-ENT-SRCOFF(WK-ENT-CNT)
003700         MOVE F8RECORD(16:5) TO WK-ENT-SRCLEN(WK-ENT-CNT)
003710         MOVE F8RECORD(22:1) TO WK-ENT-AREA(WK-ENT-CNT)
003720         MOVE F8RECORD(24:5) TO WK-ENT-TGTPOS(WK-ENT-CNT)
003730         MOVE F8RECORD(30:1) TO WK-ENT-SRC(WK-ENT-CNT)
003740     END-IF
003750   END-EVALUATE.
003760 A11-ONE-MAPPING-LINE-EXIT.
003770   EXIT.
003780 A12-KEY-ATTRIBUTE SECTION.
003790*--------------------------------------------------------------
003800*- MATCHKEY/BIZKEY LINE: POSITION IN WK-OV-FROM, LENGTH IN
003810*- WK-END. PRINT IT IF ITS SLICE OF THE RAW RECORD OVERLAPS.
003820*--------------------------------------------------------------
003830 A12-010.
003840   IF WK-END = ZERO
003850     THEN
003860       GO TO A12-KEY-ATTRIBUTE-EXIT
003870   END-IF.
003880   COMPUTE WK-END = WK-OV-FROM + WK-END - 1.
003890   IF WK-OV-FROM > WK-TO OR WK-END < WK-FROM
003900     THEN
003910       GO TO A12-KEY-ATTRIBUTE-EXIT
003920   END-IF.
003930   ADD 1              TO WK-ATTRHITS.
003940   MOVE SPACE         TO WK-LINE.
003950   STRING 'FEED ATTRIBUTE ' WK-ATTR-NAME
003960          ' COLUMNS ' WK-OV-FROM '-' WK-END
003970          ' OVERLAPS THE RANGE'
003980                      INTO WK-LINE(5:80).
003990   PERFORM Z10-PUT-LINE.
004000 A12-KEY-ATTRIBUTE-EXIT.
004010   EXIT.
004020 A20-MAPPED-SLICES SECTION.
004030*--------------------------------------------------------------
004040*- FOR EVERY ENTRY COPYING FROM THE FEED'S OWN RECORD (CURRENT,
004050*- OR 'P' PREVIOUS), THE PART OF ITS TARGET SLICE THAT THE
004060*- RANGE FILLS. 'M' (MASTER) AND 'B' (MATCH SIDE) ENTRIES COPY
004070*- FROM OTHER RECORDS AND ARE NOT AFFECTED.
004080*--------------------------------------------------------------
004090 A20-010.
004100   PERFORM VARYING WK-ENT-I FROM 1 BY 1
004110     UNTIL WK-ENT-I > WK-ENT-CNT
004120       IF WK-ENT-SRC(WK-ENT-I) = SPACE
004130        OR WK-ENT-SRC(WK-ENT-I) = 'P'
004140         THEN
004150           PERFORM A21-ONE-ENTRY
004160       END-IF
004170   END-PERFORM.
004180   IF WK-AFF-CNT = ZERO
004190     THEN
004200       MOVE 'NO INPUT-AREA SLICE IS FED FROM THE RANGE.'
004210                          TO WK-LINE(5:42)
004220       PERFORM Z10-PUT-LINE
004230   END-IF.
004240 A20-MAPPED-SLICES-EXIT.
004250   EXIT.
004260 A21-ONE-ENTRY SECTION.
004270 A21-010.
004280   IF WK-ENT-DLM = 1
004290     THEN
004300*-     FIELD NUMBER IN THE RANGE: THE WHOLE TARGET SLICE.
004310       IF WK-ENT-SRCOFF(WK-ENT-I) < WK-FROM
004320        OR WK-ENT-SRCOFF(WK-ENT-I) > WK-TO
004330         THEN
004340           GO TO A21-ONE-ENTRY-EXIT
004350       END-IF
004360       MOVE WK-ENT-SRCOFF(WK-ENT-I) TO WK-OV-FROM
004370       MOVE WK-ENT-SRCOFF(WK-ENT-I) TO WK-OV-TO
004380       MOVE WK-ENT-SRCOFF(WK-ENT-I) TO WK-END
004390     ELSE
004400       COMPUTE WK-END = WK-ENT-SRCOFF(WK-ENT-I)
004410                      + WK-ENT-SRCLEN(WK-ENT-I) - 1
004420       IF WK-ENT-SRCOFF(WK-ENT-I) > WK-TO OR WK-END < WK-FROM
004430         THEN
004440           GO TO A21-ONE-ENTRY-EXIT
004450       END-IF
004460       MOVE WK-ENT-SRCOFF(WK-ENT-I) TO WK-OV-FROM
004470       IF WK-FROM > WK-OV-FROM
004480         MOVE WK-FROM       TO WK-OV-FROM
004490       END-IF
004500       MOVE WK-END        TO WK-OV-TO
004510       IF WK-TO < WK-OV-TO
004520         MOVE WK-TO         TO WK-OV-TO
004530       END-IF
004540   END-IF.
004550   IF WK-AFF-CNT NOT < 50
004560     THEN
004570       GO TO A21-ONE-ENTRY-EXIT
004580   END-IF.
004590   ADD 1              TO WK-AFF-CNT.
004600   MOVE WK-ENT-AREA(WK-ENT-I) TO WK-AFF-AREA(WK-AFF-CNT).
004610   IF WK-ENT-DLM = 1
004620     THEN
004630       MOVE WK-ENT-TGTPOS(WK-ENT-I) TO WK-AFF-POS(WK-AFF-CNT)
004640       MOVE WK-ENT-SRCLEN(WK-ENT-I) TO WK-AFF-LEN(WK-AFF-CNT)
004650     ELSE
004660       COMPUTE WK-AFF-POS(WK-AFF-CNT) = WK-ENT-TGTPOS(WK-ENT-I)
004670               + WK-OV-FROM - WK-ENT-SRCOFF(WK-ENT-I)
004680       COMPUTE WK-AFF-LEN(WK-AFF-CNT) = WK-OV-TO - WK-OV-FROM + 1
004690   END-IF.
004700   MOVE SPACE         TO WK-LINE.
004710   STRING 'COLUMNS ' WK-ENT-SRCOFF(WK-ENT-I) '-' WK-END
004720          ' -> IN' WK-ENT-AREA(WK-ENT-I)
004730          ' POS ' WK-ENT-TGTPOS(WK-ENT-I)
004740          ' LEN ' WK-ENT-SRCLEN(WK-ENT-I)
004750          '   AFFECTED: IN' WK-AFF-AREA(WK-AFF-CNT)
004760          ' POS ' WK-AFF-POS(WK-AFF-CNT)
004770          ' LEN ' WK-AFF-LEN(WK-AFF-CNT)
004780                      INTO WK-LINE(5:100).
004790   IF WK-ENT-DLM = 1
004800     THEN
004810       MOVE SPACE         TO WK-LINE(5:19)
004820       STRING 'FIELD ' WK-ENT-SRCOFF(WK-ENT-I)
004830                          INTO WK-LINE(5:19)
004840   END-IF.
004850   IF WK-ENT-SRC(WK-ENT-I) = 'P'
004860     THEN
004870       MOVE '(PREVIOUS RECORD)' TO WK-LINE(100:17)
004880   END-IF.
004890   PERFORM Z10-PUT-LINE.
004900 A21-ONE-ENTRY-EXIT.
004910   EXIT.
004920 B10-SCAN-RULES SECTION.
004930*--------------------------------------------------------------
004940*- READ THE WHOLE RULE TABLE, EVERY F1RSID, IN KEY ORDER.
004950*--------------------------------------------------------------
004960 B10-010.
004970   PERFORM Z20-PUT-BLANK.
004980   MOVE 'RULE ROWS READING THE AFFECTED SLICES'
004990                      TO WK-LINE(3:37).
005000   PERFORM Z10-PUT-LINE.
005010   MOVE '  RSID        PC  OPCODE  AREA   POS   LEN'
005020                      TO WK-LINE(3:44).
005030   PERFORM Z10-PUT-LINE.
005040   OPEN INPUT F1INPUT.
005050   IF FST NOT = '00'
005060     THEN
005070       DISPLAY 'FLDIMPCT:RULE FILE OPEN ERROR STATUS=' FST
005080       MOVE 16            TO RETURN-CODE
005090       GO TO B10-SCAN-RULES-EXIT
005100   END-IF.
005110   PERFORM UNTIL FST NOT = '00'
005120     READ F1INPUT NEXT RECORD
005130       END
005140         CONTINUE
005150       NOT END
005160         PERFORM B20-SCAN-ROW
005170     END-READ
005180   END-PERFORM.
005190   CLOSE F1INPUT.
005200   IF WK-ROWHITS = ZERO
005210     THEN
005220       MOVE 'NONE.'       TO WK-LINE(5:5)
005230       PERFORM Z10-PUT-LINE
005240   END-IF.
005250 B10-SCAN-RULES-EXIT.
005260   EXIT.
005270 B20-SCAN-ROW SECTION.
005280*--------------------------------------------------------------
005290*- ONE RULE RECORD. PCS COUNT TABLE ROWS OF THE SET - HDR__,
005300*- TRL__ AND CONT_ OCCUPY NONE (SEE RULLIST).
005310*--------------------------------------------------------------
005320 B20-010.
005330   IF F1RSID NOT = WK-CUR-RSID
005340     THEN
005350       MOVE F1RSID        TO WK-CUR-RSID
005360       MOVE ZERO          TO WK-PC
005370       MOVE ZERO          TO WK-DEP
005380       MOVE ZERO          TO WK-SET-HIT
005390       ADD 1              TO WK-SETCNT
005400   END-IF.
005410   EVALUATE F1BODY(1:5)
005420   WHEN 'HDR__'
005430     MOVE ZERO          TO WK-DEP
005440   WHEN 'TRL__'
005445   WHEN 'SRC__'
005450   WHEN 'CONT_'
005460     CONTINUE
005470   WHEN 'PUSHV'
005480     ADD 1              TO WK-PC
005490     PERFORM B21-CHECK-PUSHV
005500   WHEN 'PUT__'
005510     ADD 1              TO WK-PC
005520     IF WK-DEP = 1
005530       THEN
005540         MOVE F1BODY(8:5)   TO WK-TAG-CHK
005550         PERFORM B22-ADD-OUTPUT
005560     END-IF
005570     MOVE ZERO          TO WK-DEP
005580   WHEN 'PUTN_'
005590     ADD 1              TO WK-PC
005600     IF WK-DEP = 1
005610       THEN
005620         MOVE F1BODY(9:5)   TO WK-TAG-CHK
005630         PERFORM B22-ADD-OUTPUT
005640     END-IF
005650     MOVE ZERO          TO WK-DEP
005660   WHEN OTHER
005670     ADD 1              TO WK-PC
005680   END-EVALUATE.
005690 B20-SCAN-ROW-EXIT.
005700   EXIT.
005710 B21-CHECK-PUSHV SECTION.
005720*--------------------------------------------------------------
005730*- PUSHV DESCRIPTOR: AREA (COL 8), POSITION (9-13), LENGTH
005740*- (14-18). A HIT ON ANY AFFECTED SLICE OF THE SAME AREA.
005750*--------------------------------------------------------------
005760 B21-010.
005770   IF F1BODY(9:10) NOT NUMERIC
005780     THEN
005790       GO TO B21-CHECK-PUSHV-EXIT
005800   END-IF.
005810   MOVE F1BODY(8:1)   TO WK-V-AREA.
005820   MOVE F1BODY(9:5)   TO WK-V-POS.
005830   MOVE F1BODY(14:5)  TO WK-V-LEN.
005840   PERFORM VARYING WK-AFF-I FROM 1 BY 1
005850     UNTIL WK-AFF-I > WK-AFF-CNT
005860       IF WK-AFF-AREA(WK-AFF-I) = WK-V-AREA
005870        AND WK-V-POS <= WK-AFF-POS(WK-AFF-I)
005880                       + WK-AFF-LEN(WK-AFF-I) - 1
005890        AND WK-V-POS + WK-V-LEN - 1 >= WK-AFF-POS(WK-AFF-I)
005900         THEN
005910           MOVE 1             TO WK-DEP
005920           MOVE WK-AFF-CNT    TO WK-AFF-I
005930       END-IF
005940   END-PERFORM.
005950   IF WK-DEP = 1
005960     THEN
005970       IF WK-SET-HIT = ZERO
005980         THEN
005990           MOVE 1             TO WK-SET-HIT
006000           ADD 1              TO WK-SETHITS
006010       END-IF
006020       ADD 1              TO WK-ROWHITS
006030       MOVE SPACE         TO WK-LINE
006040       STRING WK-CUR-RSID '  ' WK-PC '  PUSHV   IN' WK-V-AREA
006050              '  ' WK-V-POS ' ' WK-V-LEN
006060                          INTO WK-LINE(5:50)
006070       PERFORM Z10-PUT-LINE
006080   END-IF.
006090 B21-CHECK-PUSHV-EXIT.
006100   EXIT.
006110 B22-ADD-OUTPUT SECTION.
006120*--------------------------------------------------------------
006130*- REMEMBER AN AFFECTED PUT AND ITS CONSUMER FIELD NAME.
006140*--------------------------------------------------------------
006150 B22-010.
006160   IF WK-TAG-CHK = SPACE
006170     THEN
006180       MOVE 'OUT  '       TO WK-TAG-CHK
006190   END-IF.
006200   IF WK-OUT-CNT < 200
006210     THEN
006220       ADD 1              TO WK-OUT-CNT
006230       MOVE WK-CUR-RSID   TO WK-OUT-RSID(WK-OUT-CNT)
006240       MOVE WK-PC         TO WK-OUT-PC(WK-OUT-CNT)
006250       MOVE F1BODY(1:5)   TO WK-OUT-OPR(WK-OUT-CNT)
006260       MOVE WK-TAG-CHK    TO WK-OUT-TAG(WK-OUT-CNT)
006270   END-IF.
006280   PERFORM Z40-TAG-IN-SET.
006290   IF WK-TAG-HIT = ZERO AND WK-TAG-CNT < 50
006300     THEN
006310       ADD 1              TO WK-TAG-CNT
006320       MOVE WK-TAG-CHK    TO WK-TAG-NAME(WK-TAG-CNT)
006330   END-IF.
006340 B22-ADD-OUTPUT-EXIT.
006350   EXIT.
006360 B30-PRINT-OUTPUTS SECTION.
006370 B30-010.
006380   PERFORM Z20-PUT-BLANK.
006390   MOVE 'OUTPUTS BUILT FROM THOSE ROWS' TO WK-LINE(3:29).
006400   PERFORM Z10-PUT-LINE.
006410   PERFORM VARYING WK-OUT-I FROM 1 BY 1
006420     UNTIL WK-OUT-I > WK-OUT-CNT
006430       MOVE SPACE         TO WK-LINE
006440       STRING WK-OUT-RSID(WK-OUT-I) '  '
006450              WK-OUT-PC(WK-OUT-I) '  '
006460              WK-OUT-OPR(WK-OUT-I) '   FIELD '
006470              WK-OUT-TAG(WK-OUT-I)
006480                          INTO WK-LINE(5:50)
006490       IF WK-OUT-TAG(WK-OUT-I) = 'OUT  '
006500         THEN
006510           MOVE '(UNTAGGED - THE OUT VALUE)' TO WK-LINE(48:26)
006520       END-IF
006530       PERFORM Z10-PUT-LINE
006540   END-PERFORM.
006550   IF WK-OUT-CNT = ZERO
006560     THEN
006570       MOVE 'NONE.'       TO WK-LINE(5:5)
006580       PERFORM Z10-PUT-LINE
006590   END-IF.
006600 B30-PRINT-OUTPUTS-EXIT.
006610   EXIT.
006620 C10-CONSUMER-MAPS SECTION.
006630*--------------------------------------------------------------
006640*- OUTMAP_FILE ENTRIES (SEE TEST-MAIN A11A-ADD-OUTPUT-MAP) THAT
006650*- COPY AN AFFECTED FIELD INTO A CONSUMER'S LAYOUT.
006660*--------------------------------------------------------------
006670 C10-010.
006680   PERFORM Z20-PUT-BLANK.
006690   MOVE 'CONSUMER OUTPUT MAPS (OUTMAP_FILE)' TO WK-LINE(3:34).
006700   PERFORM Z10-PUT-LINE.
006710   IF WK-OMAPNAME = SPACE
006720     THEN
006730       MOVE 'NOT GIVEN - NOT CHECKED.' TO WK-LINE(5:24)
006740       PERFORM Z10-PUT-LINE
006750       GO TO C10-CONSUMER-MAPS-EXIT
006760   END-IF.
006770   OPEN INPUT F28OMAP.
006780   IF WK-OMAP-FST NOT = '00'
006790     THEN
006800       MOVE SPACE         TO WK-LINE
006810       STRING 'OPEN ERROR STATUS=' WK-OMAP-FST
006820              ' - NOT CHECKED.' INTO WK-LINE(5:40)
006830       PERFORM Z10-PUT-LINE
006840       GO TO C10-CONSUMER-MAPS-EXIT
006850   END-IF.
006860   PERFORM UNTIL WK-OMAP-FST NOT = '00'
006870     READ F28OMAP
006880       AT END
006890         CONTINUE
006900       NOT AT END
006910         IF F28RECORD(1:1) NOT = '*' AND F28RECORD NOT = SPACE
006920           THEN
006930             MOVE F28RECORD(10:5) TO WK-TAG-CHK
006940             PERFORM Z40-TAG-IN-SET
006950             IF WK-TAG-HIT = 1
006960               THEN
006970                 ADD 1              TO WK-CONSUMERS
006980                 MOVE SPACE         TO WK-LINE
006990                 STRING 'CONSUMER ' F28RECORD(1:8)
007000                        '  FIELD ' F28RECORD(10:5)
007010                        '  OFF ' F28RECORD(16:5)
007020                        '  LEN ' F28RECORD(22:5)
007030                        '  -> TARGET POS ' F28RECORD(28:5)
007040                                INTO WK-LINE(5:80)
007050                 PERFORM Z10-PUT-LINE
007060             END-IF
007070         END-IF
007080     END-READ
007090   END-PERFORM.
007100   CLOSE F28OMAP.
007110 C10-CONSUMER-MAPS-EXIT.
007120   EXIT.
007130 C20-ACTION-CONFIG SECTION.
007140*--------------------------------------------------------------
007150*- ACTGEN ACTION_CONFIG: 'FLD ' LAYOUT LINES BUILT FROM AN
007160*- AFFECTED FIELD, AND - WHEN THE DISPOSITION TAG ITSELF IS
007170*- AFFECTED - THE 'ACT ' EDGES THAT SELECT ON IT.
007180*--------------------------------------------------------------
007190 C20-010.
007200   PERFORM Z20-PUT-BLANK.
007210   MOVE 'ACTGEN ACTION MAPPING (ACTION_CONFIG)' TO WK-LINE(3:37).
007220   PERFORM Z10-PUT-LINE.
007230   IF WK-CFGNAME = SPACE
007240     THEN
007250       MOVE 'NOT GIVEN - NOT CHECKED.' TO WK-LINE(5:24)
007260       PERFORM Z10-PUT-LINE
007270       GO TO C20-ACTION-CONFIG-EXIT
007280   END-IF.
007290   OPEN INPUT F29ACFG.
007300   IF WK-CFG-FST NOT = '00'
007310     THEN
007320       MOVE SPACE         TO WK-LINE
007330       STRING 'OPEN ERROR STATUS=' WK-CFG-FST
007340              ' - NOT CHECKED.' INTO WK-LINE(5:40)
007350       PERFORM Z10-PUT-LINE
007360       GO TO C20-ACTION-CONFIG-EXIT
007370   END-IF.
007380   MOVE 'DISP '       TO WK-TAG-CHK.
007390   PERFORM Z40-TAG-IN-SET.
007400   PERFORM UNTIL WK-CFG-FST NOT = '00'
007410     READ F29ACFG
007420       AT END
007430         CONTINUE
007440       NOT AT END
007450         EVALUATE TRUE
007460         WHEN F29RECORD(1:4) = 'ACT ' AND WK-TAG-HIT = 1
007470           ADD 1              TO WK-CONSUMERS
007480           MOVE SPACE         TO WK-LINE
007490           STRING 'ACT EDGE TYPE ' F29RECORD(6:5)
007500                  '  RSID ' F29RECORD(12:8)
007510                  '  DISP ' F29RECORD(21:10)
007520                  '  (SELECTS ON THE DISP TAG)'
007530                          INTO WK-LINE(5:90)
007540           PERFORM Z10-PUT-LINE
007550         WHEN F29RECORD(1:4) = 'FLD '
007560           PERFORM C21-ACTION-FIELD
007570         WHEN OTHER
007580           CONTINUE
007590         END-EVALUATE
007600     END-READ
007610   END-PERFORM.
007620   CLOSE F29ACFG.
007630 C20-ACTION-CONFIG-EXIT.
007640   EXIT.
007650 C21-ACTION-FIELD SECTION.
007660 C21-010.
007670   MOVE F29RECORD(12:5) TO WK-TAG-CHK.
007680   PERFORM Z40-TAG-IN-SET.
007690   IF WK-TAG-HIT = 1
007700     THEN
007710       ADD 1              TO WK-CONSUMERS
007720       MOVE SPACE         TO WK-LINE
007730       STRING 'FLD  TYPE ' F29RECORD(6:5)
007740              '  FIELD ' F29RECORD(12:5)
007750              '  OFF ' F29RECORD(18:5)
007760              '  LEN ' F29RECORD(24:5)
007770              '  -> TARGET POS ' F29RECORD(30:5)
007780                          INTO WK-LINE(5:80)
007790       PERFORM Z10-PUT-LINE
007800   END-IF.
007810*- RESTORE THE DISP-TAG ANSWER C20 KEEPS FOR THE 'ACT ' LINES.
007820   MOVE 'DISP '       TO WK-TAG-CHK.
007830   PERFORM Z40-TAG-IN-SET.
007840 C21-ACTION-FIELD-EXIT.
007850   EXIT.
007860 C30-STATUS-KEY SECTION.
007870*--------------------------------------------------------------
007880*- STSMAST KEYS ITS MASTER ON A SLICE OF THE UNTAGGED OUT VALUE.
007890*--------------------------------------------------------------
007900 C30-010.
007910   PERFORM Z20-PUT-BLANK.
007920   MOVE 'STATUS MASTER KEY (STSMAST)' TO WK-LINE(3:27).
007930   PERFORM Z10-PUT-LINE.
007940   MOVE 'OUT  '       TO WK-TAG-CHK.
007950   PERFORM Z40-TAG-IN-SET.
007960   MOVE SPACE         TO WK-LINE.
007970   IF WK-TAG-HIT = 1
007980     THEN
007990       ADD 1              TO WK-CONSUMERS
008000       STRING 'BUSINESS KEY = OUT VALUE POS ' WK-KEYPOS
008010              ' LEN ' WK-KEYLEN
008020              ' - WRITTEN BY AN AFFECTED UNTAGGED PUT.'
008030                          INTO WK-LINE(5:90)
008040     ELSE
008050       STRING 'BUSINESS KEY = OUT VALUE POS ' WK-KEYPOS
008060              ' LEN ' WK-KEYLEN ' - NOT AFFECTED.'
008070                          INTO WK-LINE(5:90)
008080   END-IF.
008090   PERFORM Z10-PUT-LINE.
008100 C30-STATUS-KEY-EXIT.
008110   EXIT.
008120 Z10-PUT-LINE SECTION.
008130 Z10-010.
008140   MOVE WK-LINE       TO F2LINE.
008150   WRITE F2LINE.
008160   MOVE SPACE         TO WK-LINE.
008170 Z10-PUT-LINE-EXIT.
008180   EXIT.
008190 Z20-PUT-BLANK SECTION.
008200 Z20-010.
008210   MOVE SPACE         TO F2LINE.
008220   WRITE F2LINE.
008230   MOVE SPACE         TO WK-LINE.
008240 Z20-PUT-BLANK-EXIT.
008250   EXIT.
008260 Z30-EDIT-RANGE SECTION.
008270*--------------------------------------------------------------
008280*- IMPACT_FROM/IMPACT_TO AS NUMBERS; ZERO IF NOT GIVEN.
008290*--------------------------------------------------------------
008300 Z30-010.
008310   IF WK-FROM-X = SPACE OR WK-TO-X = SPACE
008320     THEN
008330       GO TO Z30-EDIT-RANGE-EXIT
008340   END-IF.
008350   COMPUTE WK-FROM = FUNCTION NUMVAL(WK-FROM-X).
008360   COMPUTE WK-TO   = FUNCTION NUMVAL(WK-TO-X).
008370 Z30-EDIT-RANGE-EXIT.
008380   EXIT.
008390 Z40-TAG-IN-SET SECTION.
008400*--------------------------------------------------------------
008410*- WK-TAG-HIT = 1 IF WK-TAG-CHK IS AN AFFECTED FIELD NAME.
008420*--------------------------------------------------------------
008430 Z40-010.
008440   MOVE ZERO          TO WK-TAG-HIT.
008450   PERFORM VARYING WK-TAG-I FROM 1 BY 1
008460     UNTIL WK-TAG-I > WK-TAG-CNT
008470       IF WK-TAG-NAME(WK-TAG-I) = WK-TAG-CHK
008480         THEN
008490           MOVE 1             TO WK-TAG-HIT
008500       END-IF
008510   END-PERFORM.
008520 Z40-TAG-IN-SET-EXIT.
008530   EXIT.
