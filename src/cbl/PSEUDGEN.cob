000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   PSEUDGEN.
000030*--------------------------------------------------------------
000040*- PSEUDONYMISED TEST DATA. COPIES A PRODUCTION F7TRAN FEED FOR
000050*- THE TEST DESK WITH ITS SENSITIVE SLICES (NAMES, ACCOUNT AND
000060*- CARD NUMBERS, BUSINESS KEYS) REPLACED BY PSEUDONYMS, EVERY
000070*- OTHER BYTE OF THE RECORD UNTOUCHED:
000080*-   - A PSEUDONYM KEEPS THE SHAPE OF THE VALUE: A DIGIT BECOMES
000090*-     A DIGIT (THE FIRST ONE NOT A ZERO UNLESS IT WAS), A LETTER
000100*-     A LETTER OF THE SAME CASE, ANYTHING ELSE (SPACES, HYPHENS,
000110*-     PUNCTUATION) STAYS WHERE IT IS;
000120*-   - IT IS DRAWN FROM THE KEY AND THE VALUE ALONE (LEADING AND
000130*-     TRAILING SPACES APART), SO THE SAME REAL VALUE GETS THE
000140*-     SAME PSEUDONYM IN EVERY SLICE, EVERY FEED AND EVERY NIGHT
000150*-     RUN WITH THE SAME KEY - KEYS, MATCHES AND HISTORY STILL
000160*-     JOIN UP. A DIFFERENT KEY GIVES UNRELATED PSEUDONYMS;
000170*-   - A SLICE DECLARED WITH A CHECK-DIGIT STYLE (AS THE RULES'
000180*-     CHKDG CHECKS IT: '0' MOD10 LUHN, '7' MOD97) GETS ITS CHECK
000190*-     DIGITS RECOMPUTED AFTER THE SUBSTITUTION: A VALUE THAT
000200*-     PASSED ITS CHECK STILL PASSES, ONE THAT FAILED STILL FAILS.
000210*-     A VALUE THAT IS NOT ALL DIGITS IS SUBSTITUTED WITHOUT A
000220*-     CHECK (CHKDG FAILS IT EITHER WAY) AND COUNTED AS NO-CHECK.
000230*- THE SLICES ARE THE CONFIGURED ONES PLUS THE FEED'S BIZKEY AND
000240*- ORIGREF SLICES FROM THE MAPPING (A CONFIG LINE FOR THE SAME
000250*- SLICE TAKES PRECEDENCE, E.G. TO GIVE IT A CHECK STYLE). TWO
000260*- DIFFERENT REAL VALUES THAT DRAW THE SAME PSEUDONYM IN ONE RUN
000270*- ARE COUNTED AS COLLISIONS (THE FIRST 20000 DISTINCT VALUES
000280*- ARE TRACKED).
000290*- THE CONTROL REPORT LISTS EACH SLICE, THE INPUT-AREA POSITIONS
000300*- IT FEEDS THROUGH THE MAPPING AND WHAT WAS DONE TO IT. NO REAL
000310*- VALUE AND NO PSEUDONYM IS PRINTED.
000320*- DELIMITED AND EBCDIC FEEDS ARE NOT HANDLED (THEIR SLICES ARE
000330*- NOT FIXED BYTE RANGES OF THE RAW RECORD).
000340*-
000350*- CONFIG (ONE SLICE PER LINE, '*' = COMMENT, MAX 20 SLICES):
000360*-   1-8   FEED NAME (LINES FOR OTHER FEEDS ARE IGNORED)
000370*-   10-14 POSITION IN THE RECORD   16-20 LENGTH (1-50)
000380*-   22    CHECK STYLE: ' ' NONE, '0' MOD10 (LUHN), '7' MOD97
000390*-   24-43 LABEL FOR THE REPORT
000400*-   45-49 / 51-58 RECORD-TYPE POSITION AND CODE: THE SLICE IS
000410*-         ONLY REPLACED IN RECORDS CARRYING THAT CODE THERE
000420*-         (HEADER/DETAIL FEEDS); BLANK = EVERY RECORD.
000430*-   A BAD LINE, OR A SLICE OVERLAPPING ONE ALREADY TAKEN FOR THE
000440*-   SAME RECORDS, IS SHOWN AND SKIPPED.
000450*-
000460*- ENV: TRANSACTION_FILE = PRODUCTION FEED (REQUIRED),
000470*-      TRANSACTION_FEED = ITS FEED NAME (REQUIRED),
000480*-      MAPPING_FILE = F8MAP FILE (OPTIONAL, AS THE RUN USES IT),
000490*-      PSEUDO_CONFIG = SLICE CONFIG (OPTIONAL WHEN THE MAPPING
000500*-      GIVES A BIZKEY OR ORIGREF),
000510*-      PSEUDO_KEY = SECRET, 8-32 CHARACTERS (REQUIRED),
000520*-      PSEUDO_OUTPUT = PSEUDONYMISED FEED (REQUIRED),
000530*-      PSEUDO_REPORT = CONTROL REPORT (DEFAULT
000540*-      ../data/pcheckpseudo.txt).
000550*- RETURN-CODE: 0=FEED WRITTEN, 4=WRITTEN WITH COLLISIONS OR
000560*- NO-CHECK VALUES (SEE THE REPORT), 12=BAD PARMS OR FEED NOT
000570*- HANDLED, 16=FATAL I/O.
000580*--------------------------------------------------------------
000590 ENVIRONMENT    DIVISION.
000600 INPUT-OUTPUT               SECTION.
000610 FILE-CONTROL.
000620   SELECT F7TRAN  ASSIGN TO WK-TRNNAME
000630   ORGANIZATION LINE SEQUENTIAL
000640   STATUS WK-TRN-FST.
000650   SELECT F7PSEU  ASSIGN TO WK-OUTNAME
000660   ORGANIZATION LINE SEQUENTIAL
000670   STATUS WK-OUT-FST.
000680   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-MAP-FST.
000710   SELECT F20CFG  ASSIGN TO WK-CFGNAME
000720   ORGANIZATION LINE SEQUENTIAL
000730   STATUS WK-CFG-FST.
000740   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000750   ORGANIZATION LINE SEQUENTIAL
000760   STATUS WK-RPT-FST.
000770 DATA DIVISION.
000780 FILE                       SECTION.
000790 FD  F7TRAN.
000800 01  F7RECORD               PIC X(200).
000810 FD  F7PSEU.
000820 01  F7PRECORD              PIC X(200).
000830 FD  F8MAP.
000840 01  F8RECORD               PIC X(80).
000850 FD  F20CFG.
000860 01  F20RECORD              PIC X(80).
000870 FD  F2REPT.
000880 01  F2LINE                 PIC X(132).
000890 WORKING-STORAGE SECTION.
000900 01  WK-TRN                 SYNC.
000910   03 WK-TRNNAME            PIC X(100).
000920   03 WK-TRN-FST            PIC X(02).
000930 01  WK-OUT                 SYNC.
000940   03 WK-OUTNAME            PIC X(100).
000950   03 WK-OUT-FST            PIC X(02).
000960   03 WK-OUTREC             PIC X(200).
000970 01  WK-MAP                 SYNC.
000980   03 WK-MAPNAME            PIC X(100).
000990   03 WK-MAP-FST            PIC X(02).
001000 01  WK-CFG                 SYNC.
001010   03 WK-CFGNAME            PIC X(100).
001020   03 WK-CFG-FST            PIC X(02).
001030 01  WK-RPT                 SYNC.
001040   03 WK-RPTNAME            PIC X(100).
001050   03 WK-RPT-FST            PIC X(02).
001060   03 WK-LINE               PIC X(132).
001070 01  WK-PRM                 SYNC.
001080   03 WK-FEED-ID            PIC X(08).
001090   03 WK-KEY                PIC X(32).
001100   03 WK-KEYLEN             PIC 9(02).
001110   03 WK-TM-DATE            PIC X(08).
001120   03 WK-TM-TIME            PIC X(08).
001130*--------------------------------------------------------------
001140*- THE FEED'S MAPPING ENTRIES (SEE TEST-MAIN A02-ADD-MAPPING-
001150*- ENTRY), FOR THE INPUT-AREA POSITIONS EACH SLICE FEEDS.
001160*--------------------------------------------------------------
001170 01  WK-ENT                 SYNC.
001180   03 WK-ENT-CNT            PIC 9(03) VALUE ZERO.
001190   03 WK-ENT-I              PIC 9(03).
001200   03 WK-ENT-AREA-N         PIC 9(01).
001210   03 WK-ENT-DLM            PIC 9(01) VALUE ZERO.
001220   03 WK-ENT-EBC            PIC 9(01) VALUE ZERO.
001230   03 WK-ENT-HITS           PIC 9(03).
001240   03 WK-ENT-TBL            OCCURS 50 TIMES.
001250     05 WK-ENT-SRCOFF       PIC 9(05).
001260     05 WK-ENT-SRCLEN       PIC 9(05).
001270     05 WK-ENT-AREA         PIC X(01).
001280     05 WK-ENT-TGTPOS       PIC 9(05).
001290     05 WK-ENT-SRC          PIC X(01).
001300*--------------------------------------------------------------
001310*- THE SLICES TO REPLACE AND WHAT HAPPENED TO EACH. FROM = WHERE
001320*- THE SLICE CAME FROM (CONFIG, BIZKEY OR ORIGREF); TPOS/TYPE/
001330*- TLEN = THE RECORD-TYPE FILTER (TLEN ZERO = EVERY RECORD).
001340*--------------------------------------------------------------
001350 01  WK-SLC                 SYNC.
001360   03 WK-SLC-CNT            PIC 9(02) VALUE ZERO.
001370   03 WK-SLC-I              PIC 9(02).
001380   03 WK-SLC-J              PIC 9(02).
001390   03 WK-SLC-TBL            OCCURS 20 TIMES.
001400     05 WK-SLC-POS          PIC 9(05).
001410     05 WK-SLC-LEN          PIC 9(05).
001420     05 WK-SLC-END          PIC 9(05).
001430     05 WK-SLC-CHK          PIC X(01).
001440     05 WK-SLC-LABEL        PIC X(20).
001450     05 WK-SLC-FROM         PIC X(08).
001460     05 WK-SLC-TPOS         PIC 9(05).
001470     05 WK-SLC-TYPE         PIC X(08).
001480     05 WK-SLC-TLEN         PIC 9(01).
001490     05 WK-SLC-REPL         PIC 9(09).
001500     05 WK-SLC-BLANK        PIC 9(09).
001510     05 WK-SLC-OTHER        PIC 9(09).
001520     05 WK-SLC-CKOK         PIC 9(09).
001530     05 WK-SLC-CKBAD        PIC 9(09).
001540     05 WK-SLC-CKNA         PIC 9(09).
001550     05 WK-SLC-COLL         PIC 9(07).
001560*- THE SLICE BEING ADDED (B25-ADD-SLICE).
001570 01  WK-NEW                 SYNC.
001580   03 WK-NEW-POS            PIC 9(05).
001590   03 WK-NEW-LEN            PIC 9(05).
001600   03 WK-NEW-END            PIC 9(05).
001610   03 WK-NEW-CHK            PIC X(01).
001620   03 WK-NEW-LABEL          PIC X(20).
001630   03 WK-NEW-FROM           PIC X(08).
001640   03 WK-NEW-TPOS           PIC 9(05).
001650   03 WK-NEW-TYPE           PIC X(08).
001660   03 WK-NEW-TLEN           PIC 9(01).
001670   03 WK-NEW-OK             PIC 9(01).
001680   03 WK-NEW-SAME           PIC 9(01).
001690*--------------------------------------------------------------
001700*- ONE VALUE: WK-VAL(1:WK-VL) IS THE SLICE, WK-VF/WK-VE ITS FIRST
001710*- AND LAST NON-BLANK BYTE, WK-VN THE LENGTH BETWEEN THEM. THE
001720*- PSEUDONYM IS BUILT IN WK-PSV. WK-S IS THE PSEUDO-RANDOM STREAM
001730*- (MULTIPLIER 48271 MODULO 2147483647), SEEDED FROM THE DIGEST
001740*- OF THE KEY AND THE VALUE (AS SUBSEAL DIGESTS A RECORD).
001750*--------------------------------------------------------------
001760 01  WK-PSE                 SYNC.
001770   03 WK-VAL                PIC X(50).
001780   03 WK-PSV                PIC X(50).
001790   03 WK-VL                 PIC 9(02).
001800   03 WK-VF                 PIC 9(02).
001810   03 WK-VE                 PIC 9(02).
001820   03 WK-VN                 PIC 9(02).
001830   03 WK-I                  PIC 9(02).
001840   03 WK-C                  PIC X(01).
001850   03 WK-CLS                PIC X(01).
001860   03 WK-DGS                PIC X(82).
001870   03 WK-DGL                PIC 9(04) COMP.
001880   03 WK-DI                 PIC 9(04) COMP.
001890   03 WK-DC                 PIC 9(04) COMP.
001900   03 WK-DA                 PIC 9(18) COMP.
001910   03 WK-DB                 PIC 9(18) COMP.
001920   03 WK-DQ                 PIC 9(18) COMP.
001930   03 WK-S                  PIC 9(18) COMP.
001940   03 WK-R                  PIC 9(04) COMP.
001950   03 WK-DIG                PIC 9(01).
001960   03 WK-UPPER              PIC X(26)
001970                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001980   03 WK-LOWER              PIC X(26)
001990                            VALUE 'abcdefghijklmnopqrstuvwxyz'.
002000*- CHECK DIGITS: WK-DGT(1:WK-LN) THE DIGITS, WK-CKOK = 1 WHEN THE
002010*- REAL VALUE PASSED ITS CHECK, WK-CK THE CHECK DIGIT(S) TO SET.
002020   03 WK-DGT                PIC X(50).
002030   03 WK-LN                 PIC 9(02).
002040   03 WK-LX                 PIC 9(02).
002050   03 WK-LD                 PIC 9(02).
002060   03 WK-DBL                PIC 9(01).
002070   03 WK-LSUM               PIC 9(04).
002080   03 WK-LQ                 PIC 9(04).
002090   03 WK-REM                PIC 9(02).
002100   03 WK-CKOK               PIC 9(01).
002110   03 WK-CK                 PIC 9(02).
002120   03 WK-CK1                PIC 9(01).
002130*--------------------------------------------------------------
002140*- COLLISION CHECK: PSEUDONYM -> THE REAL VALUE THAT DREW IT.
002150*--------------------------------------------------------------
002160 01  WK-DUPH-PRM.
002170   COPY RHASH-PRM.
002180 01  WK-DUPH-VAL              PIC X(100).
002190 01  WK-DUPH-CTR.
002200   COPY RHASH-CTR.
002210 01  WK-CNT                 SYNC.
002220   03 WK-HASH-FULL          PIC 9(01) VALUE ZERO.
002230   03 WK-CHG                PIC 9(01).
002240   03 WK-RECS-IN            PIC 9(09) VALUE ZERO.
002250   03 WK-RECS-OUT           PIC 9(09) VALUE ZERO.
002260   03 WK-RECS-CHG           PIC 9(09) VALUE ZERO.
002270   03 WK-VALS               PIC 9(09) VALUE ZERO.
002280   03 WK-DISTINCT           PIC 9(07) VALUE ZERO.
002290   03 WK-COLLS              PIC 9(07) VALUE ZERO.
002300   03 WK-NOCHECK            PIC 9(09) VALUE ZERO.
002310 PROCEDURE DIVISION.
002320 A00-MAIN SECTION.
002330*--------------------------------------------------------------
002340*- PARMS, THE SLICES, THEN THE FEED RECORD BY RECORD AND THE
002350*- CONTROL REPORT.
002360*--------------------------------------------------------------
002370 A00-010.
002380   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
002390   ACCEPT WK-TM-TIME  FROM TIME.
002400   MOVE SPACE         TO WK-TRNNAME.
002410   ACCEPT WK-TRNNAME  FROM ENVIRONMENT 'TRANSACTION_FILE'.
002420   MOVE SPACE         TO WK-FEED-ID.
002430   ACCEPT WK-FEED-ID  FROM ENVIRONMENT 'TRANSACTION_FEED'.
002440   MOVE SPACE         TO WK-OUTNAME.
002450   ACCEPT WK-OUTNAME  FROM ENVIRONMENT 'PSEUDO_OUTPUT'.
002460   IF WK-TRNNAME = SPACE OR WK-FEED-ID = SPACE
002470    OR WK-OUTNAME = SPACE
002480     THEN
002490       DISPLAY 'PSEUDGEN:TRANSACTION_FILE, TRANSACTION_FEED AND '
002500               'PSEUDO_OUTPUT REQUIRED.'
002510       MOVE 12            TO RETURN-CODE
002520       GOBACK
002530   END-IF.
002540   IF WK-OUTNAME = WK-TRNNAME
002550     THEN
002556       DISPLAY 'PSEUDGEN:PSEUDO_OUTPUT MUST NOT BE THE FEED '
002562               'ITSELF.'
002570       MOVE 12            TO RETURN-CODE
002580       GOBACK
002590   END-IF.
002600   MOVE SPACE         TO WK-KEY.
002610   ACCEPT WK-KEY      FROM ENVIRONMENT 'PSEUDO_KEY'.
002620   MOVE ZERO          TO WK-KEYLEN.
002630   INSPECT WK-KEY TALLYING WK-KEYLEN FOR CHARACTERS BEFORE SPACE.
002640   IF WK-KEYLEN < 8
002650     THEN
002660       DISPLAY 'PSEUDGEN:PSEUDO_KEY REQUIRED (8-32 CHARACTERS, '
002670               'NO SPACES).'
002680       MOVE 12            TO RETURN-CODE
002690       GOBACK
002700   END-IF.
002710   MOVE SPACE         TO WK-MAPNAME.
002720   ACCEPT WK-MAPNAME  FROM ENVIRONMENT 'MAPPING_FILE'.
002730   MOVE SPACE         TO WK-CFGNAME.
002740   ACCEPT WK-CFGNAME  FROM ENVIRONMENT 'PSEUDO_CONFIG'.
002750   MOVE SPACE         TO WK-RPTNAME.
002760   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'PSEUDO_REPORT'.
002770   IF WK-RPTNAME = SPACE
002780     MOVE '../data/pcheckpseudo.txt' TO WK-RPTNAME
002790   END-IF.
002800*- CONFIGURED SLICES FIRST: THEY TAKE PRECEDENCE OVER THE SAME
002810*- SLICE NAMED BY A BIZKEY/ORIGREF ATTRIBUTE.
002820   IF WK-CFGNAME NOT = SPACE
002830     THEN
002840       PERFORM B20-LOAD-CONFIG
002850       IF RETURN-CODE = 12
002860         THEN
002870           GOBACK
002880       END-IF
002890   END-IF.
002900   IF WK-MAPNAME NOT = SPACE
002910     THEN
002920       PERFORM B10-LOAD-MAPPING
002930       IF RETURN-CODE = 12
002940         THEN
002950           GOBACK
002960       END-IF
002970   END-IF.
002980   IF WK-ENT-DLM = 1 OR WK-ENT-EBC = 1
002990     THEN
003000       DISPLAY 'PSEUDGEN:FEED ' WK-FEED-ID ' IS DELIMITED OR '
003010               'EBCDIC - NOT HANDLED.'
003020       MOVE 12            TO RETURN-CODE
003030       GOBACK
003040   END-IF.
003050   IF WK-SLC-CNT = ZERO
003060     THEN
003066       DISPLAY 'PSEUDGEN:NO SLICES TO REPLACE FOR FEED '
003072               WK-FEED-ID
003080               ' (PSEUDO_CONFIG / BIZKEY / ORIGREF).'
003090       MOVE 12            TO RETURN-CODE
003100       GOBACK
003110   END-IF.
003120   OPEN INPUT F7TRAN.
003130   IF WK-TRN-FST NOT = '00'
003140     THEN
003150       DISPLAY 'PSEUDGEN:FEED OPEN ERROR STATUS=' WK-TRN-FST
003160       MOVE 12            TO RETURN-CODE
003170       GOBACK
003180   END-IF.
003190   OPEN OUTPUT F7PSEU.
003200   IF WK-OUT-FST NOT = '00'
003210     THEN
003220       DISPLAY 'PSEUDGEN:OUTPUT OPEN ERROR STATUS=' WK-OUT-FST
003230       CLOSE F7TRAN
003240       MOVE 16            TO RETURN-CODE
003250       GOBACK
003260   END-IF.
003270   OPEN OUTPUT F2REPT.
003280   IF WK-RPT-FST NOT = '00'
003290     THEN
003300       DISPLAY 'PSEUDGEN:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003310       CLOSE F7TRAN
003320       CLOSE F7PSEU
003330       MOVE 16            TO RETURN-CODE
003340       GOBACK
003350   END-IF.
003360   MOVE SPACE         TO WK-DUPH-PRM.
003370   MOVE 'INIT'        TO PHASH-FNC OF WK-DUPH-PRM.
003380   MOVE 50            TO PHASH-HLEN OF WK-DUPH-PRM.
003390   CALL 'SUBHASH' USING WK-DUPH-PRM
003400                        WK-DUPH-VAL
003410                        WK-DUPH-CTR.
003420   PERFORM B30-REPORT-SLICES.
003430   PERFORM UNTIL WK-TRN-FST NOT = '00'
003440     READ F7TRAN
003450       AT END
003460         CONTINUE
003470       NOT AT END
003480         PERFORM C10-ONE-RECORD
003490     END-READ
003500   END-PERFORM.
003510   CLOSE F7TRAN.
003520   CLOSE F7PSEU.
003530   PERFORM D10-REPORT-COUNTS.
003540   CLOSE F2REPT.
003550   DISPLAY '===================================='.
003560   DISPLAY 'PSEUDGEN RESULT: FEED=' WK-FEED-ID
003570           ' SLICES=' WK-SLC-CNT.
003580   DISPLAY '  RECORDS READ=' WK-RECS-IN ' WRITTEN=' WK-RECS-OUT
003590           ' CHANGED=' WK-RECS-CHG.
003600   DISPLAY '  VALUES REPLACED=' WK-VALS ' DISTINCT=' WK-DISTINCT
003610           ' COLLISIONS=' WK-COLLS ' NO-CHECK=' WK-NOCHECK.
003620   DISPLAY '  OUTPUT=' WK-OUTNAME(1:60).
003630   DISPLAY '  REPORT=' WK-RPTNAME(1:60).
003640   DISPLAY '===================================='.
003650   IF WK-COLLS > ZERO OR WK-NOCHECK > ZERO OR WK-HASH-FULL = 1
003660     THEN
003670       MOVE 4             TO RETURN-CODE
003680     ELSE
003690       MOVE ZERO          TO RETURN-CODE
003700   END-IF.
003710   GOBACK.
003720 B10-LOAD-MAPPING SECTION.
003730*--------------------------------------------------------------
003740*- THE FEED'S MAPPING: ITS COLUMN ENTRIES, THE BIZKEY AND ORIGREF
003750*- SLICES (ADDED AS SLICES TO REPLACE) AND THE DELIMITED /
003760*- CODEPAGE ATTRIBUTES THAT RULE THE FEED OUT. A FEED WITH NO
003770*- ENTRIES RUNS ON TEST-MAIN'S BUILT-IN FIVE-FIXED-FIELDS LAYOUT.
003780*--------------------------------------------------------------
003790 B10-010.
003800   OPEN INPUT F8MAP.
003810   IF WK-MAP-FST NOT = '00'
003820     THEN
003830       DISPLAY 'PSEUDGEN:MAPPING FILE OPEN ERROR STATUS='
003840               WK-MAP-FST
003850       MOVE 12            TO RETURN-CODE
003860       GO TO B10-LOAD-MAPPING-EXIT
003870   END-IF.
003880   PERFORM UNTIL WK-MAP-FST NOT = '00'
003890     READ F8MAP
003900       AT END
003910         CONTINUE
003920       NOT AT END
003930         IF F8RECORD(1:1) NOT = '*' AND F8RECORD NOT = SPACE
003940          AND F8RECORD(1:8) = WK-FEED-ID
003950           THEN
003960             PERFORM B11-ONE-MAPPING-LINE
003970         END-IF
003980     END-READ
003990   END-PERFORM.
004000   CLOSE F8MAP.
004010   IF WK-ENT-CNT = ZERO AND WK-ENT-DLM = ZERO
004020     THEN
004030       PERFORM VARYING WK-ENT-I FROM 1 BY 1
004040         UNTIL WK-ENT-I > 5
004050           ADD 1              TO WK-ENT-CNT
004060           COMPUTE WK-ENT-SRCOFF(WK-ENT-I) = WK-ENT-I * 10 - 9
004070           MOVE 10            TO WK-ENT-SRCLEN(WK-ENT-I)
004080           MOVE WK-ENT-I      TO WK-ENT-AREA-N
004090           MOVE WK-ENT-AREA-N TO WK-ENT-AREA(WK-ENT-I)
004100           MOVE 1             TO WK-ENT-TGTPOS(WK-ENT-I)
004110           MOVE SPACE         TO WK-ENT-SRC(WK-ENT-I)
004120       END-PERFORM
004130   END-IF.
004140 B10-LOAD-MAPPING-EXIT.
004150   EXIT.
004160 B11-ONE-MAPPING-LINE SECTION.
004170*--------------------------------------------------------------
004180*- ONE F8MAP LINE OF THE FEED: ATTRIBUTE OR COLUMN ENTRY.
004190*--------------------------------------------------------------
004200 B11-010.
004210   EVALUATE TRUE
004220   WHEN F8RECORD(10:9) = 'DELIMITED'
004230     MOVE 1             TO WK-ENT-DLM
004240   WHEN F8RECORD(10:8) = 'CODEPAGE'
004250     IF F8RECORD(19:8) = 'EBCDIC  '
004260       THEN
004270         MOVE 1             TO WK-ENT-EBC
004280     END-IF
004290   WHEN F8RECORD(10:6) = 'BIZKEY'
004300     IF F8RECORD(17:5) NUMERIC AND F8RECORD(23:5) NUMERIC
004310       THEN
004320         MOVE F8RECORD(17:5) TO WK-NEW-POS
004330         MOVE F8RECORD(23:5) TO WK-NEW-LEN
004340         MOVE 'BIZKEY'      TO WK-NEW-FROM
004350         PERFORM B12-KEY-SLICE
004360     END-IF
004370   WHEN F8RECORD(10:8) = 'ORIGREF '
004380     IF F8RECORD(19:5) NUMERIC AND F8RECORD(25:5) NUMERIC
004390       THEN
004400         MOVE F8RECORD(19:5) TO WK-NEW-POS
004410         MOVE F8RECORD(25:5) TO WK-NEW-LEN
004420         MOVE 'ORIGREF'     TO WK-NEW-FROM
004430         PERFORM B12-KEY-SLICE
004440     END-IF
004450   WHEN F8RECORD(10:8) = 'MATCHKEY'
004460   WHEN F8RECORD(10:6) = 'CCYAMT'
004470   WHEN F8RECORD(10:8) = 'REVERSAL'
004480   WHEN F8RECORD(10:6) = 'GROUP '
004490     CONTINUE
004500   WHEN OTHER
004510     IF F8RECORD(10:5) NUMERIC AND F8RECORD(16:5) NUMERIC
004520      AND F8RECORD(24:5) NUMERIC
004530      AND F8RECORD(22:1) >= '1' AND F8RECORD(22:1) <= '5'
004540      AND WK-ENT-CNT < 50
004550       THEN
004560         ADD 1              TO WK-ENT-CNT
004570         MOVE F8RECORD(10:5) TO WK-ENT-SRCOFF(WK-ENT-CNT)
004580         MOVE F8RECORD(16:5) TO WK-ENT-SRCLEN(WK-ENT-CNT)
004590         MOVE F8RECORD(22:1) TO WK-ENT-AREA(WK-ENT-CNT)
004600         MOVE F8RECORD(24:5) TO WK-ENT-TGTPOS(WK-ENT-CNT)
004610         MOVE F8RECORD(30:1) TO WK-ENT-SRC(WK-ENT-CNT)
004620     END-IF
004630   END-EVALUATE.
004640 B11-ONE-MAPPING-LINE-EXIT.
004650   EXIT.
004660 B12-KEY-SLICE SECTION.
004670*--------------------------------------------------------------
004680*- A BIZKEY/ORIGREF SLICE (POSITION/LENGTH IN WK-NEW-POS/LEN):
004690*- REPLACED IN EVERY RECORD, NO CHECK STYLE, UNLESS THE CONFIG
004700*- ALREADY DECLARED THE SAME SLICE. A ZERO LENGTH IS NO SLICE.
004710*--------------------------------------------------------------
004720 B12-010.
004730   IF WK-NEW-LEN = ZERO
004740     THEN
004750       GO TO B12-KEY-SLICE-EXIT
004760   END-IF.
004770   MOVE SPACE         TO WK-NEW-CHK.
004780   MOVE WK-NEW-FROM   TO WK-NEW-LABEL.
004790   MOVE ZERO          TO WK-NEW-TPOS.
004800   MOVE SPACE         TO WK-NEW-TYPE.
004810   MOVE ZERO          TO WK-NEW-TLEN.
004820   MOVE ZERO          TO WK-NEW-SAME.
004830   PERFORM VARYING WK-SLC-I FROM 1 BY 1
004840     UNTIL WK-SLC-I > WK-SLC-CNT
004850       IF WK-SLC-POS(WK-SLC-I) = WK-NEW-POS
004860        AND WK-SLC-LEN(WK-SLC-I) = WK-NEW-LEN
004870         THEN
004880           MOVE 1             TO WK-NEW-SAME
004890       END-IF
004900   END-PERFORM.
004910   IF WK-NEW-SAME = ZERO
004920     THEN
004930       PERFORM B25-ADD-SLICE
004940   END-IF.
004950 B12-KEY-SLICE-EXIT.
004960   EXIT.
004970 B20-LOAD-CONFIG SECTION.
004980*--------------------------------------------------------------
004990*- THE CONFIGURED SLICES OF THE FEED; A BAD LINE IS SHOWN AND
005000*- SKIPPED (SEE TEST-MAIN A06-LOAD-MASK-CONFIG).
005010*--------------------------------------------------------------
005020 B20-010.
005030   OPEN INPUT F20CFG.
005040   IF WK-CFG-FST NOT = '00'
005050     THEN
005060       DISPLAY 'PSEUDGEN:PSEUDO CONFIG OPEN ERROR STATUS='
005070               WK-CFG-FST
005080       MOVE 12            TO RETURN-CODE
005090       GO TO B20-LOAD-CONFIG-EXIT
005100   END-IF.
005110   PERFORM UNTIL WK-CFG-FST NOT = '00'
005120     READ F20CFG
005130       AT END
005140         CONTINUE
005150       NOT AT END
005160         IF F20RECORD(1:1) NOT = '*' AND F20RECORD NOT = SPACE
005170          AND F20RECORD(1:8) = WK-FEED-ID
005180           THEN
005190             PERFORM B21-ONE-CONFIG-LINE
005200         END-IF
005210     END-READ
005220   END-PERFORM.
005230   CLOSE F20CFG.
005240   DISPLAY 'PSEUDGEN:PSEUDO CONFIG LOADED. SLICES=' WK-SLC-CNT.
005250 B20-LOAD-CONFIG-EXIT.
005260   EXIT.
005270 B21-ONE-CONFIG-LINE SECTION.
005280 B21-010.
005290   IF F20RECORD(10:5) NOT NUMERIC OR F20RECORD(16:5) NOT NUMERIC
005300    OR (F20RECORD(22:1) NOT = SPACE AND F20RECORD(22:1) NOT = '0'
005310        AND F20RECORD(22:1) NOT = '7')
005320    OR (F20RECORD(45:5) NOT = SPACE
005330        AND F20RECORD(45:5) NOT NUMERIC)
005340    OR (F20RECORD(45:5) = SPACE AND F20RECORD(51:8) NOT = SPACE)
005350    OR (F20RECORD(45:5) NOT = SPACE AND F20RECORD(51:8) = SPACE)
005360     THEN
005370       DISPLAY 'PSEUDGEN:BAD PSEUDO CONFIG ENTRY SKIPPED: '
005380               F20RECORD(1:58)
005390       GO TO B21-ONE-CONFIG-LINE-EXIT
005400   END-IF.
005410   MOVE F20RECORD(10:5) TO WK-NEW-POS.
005420   MOVE F20RECORD(16:5) TO WK-NEW-LEN.
005430   MOVE F20RECORD(22:1) TO WK-NEW-CHK.
005440   MOVE F20RECORD(24:20) TO WK-NEW-LABEL.
005450   MOVE 'CONFIG'      TO WK-NEW-FROM.
005460   MOVE ZERO          TO WK-NEW-TPOS.
005470   MOVE SPACE         TO WK-NEW-TYPE.
005480   MOVE ZERO          TO WK-NEW-TLEN.
005490   IF F20RECORD(45:5) NOT = SPACE
005500     THEN
005510       MOVE F20RECORD(45:5) TO WK-NEW-TPOS
005520       MOVE F20RECORD(51:8) TO WK-NEW-TYPE
005530       INSPECT WK-NEW-TYPE
005540         TALLYING WK-NEW-TLEN FOR CHARACTERS BEFORE SPACE
005550   END-IF.
005560   IF WK-NEW-LABEL = SPACE
005570     THEN
005580       MOVE 'CONFIG'      TO WK-NEW-LABEL
005590   END-IF.
005600   PERFORM B25-ADD-SLICE.
005610 B21-ONE-CONFIG-LINE-EXIT.
005620   EXIT.
005630 B25-ADD-SLICE SECTION.
005640*--------------------------------------------------------------
005650*- ADD WK-NEW AS A SLICE: IT MUST LIE IN THE 200-BYTE RECORD,
005660*- BE 1-50 LONG AND NOT OVERLAP A SLICE ALREADY TAKEN FOR THE
005670*- SAME RECORDS (SLICES FILTERED TO DIFFERENT RECORD TYPES MAY
005680*- SHARE BYTES).
005690*--------------------------------------------------------------
005700 B25-010.
005710   COMPUTE WK-NEW-END = WK-NEW-POS + WK-NEW-LEN - 1.
005720   IF WK-NEW-POS = ZERO OR WK-NEW-LEN = ZERO OR WK-NEW-LEN > 50
005730    OR WK-NEW-END > 200
005740    OR (WK-NEW-TLEN > ZERO
005750        AND (WK-NEW-TPOS = ZERO
005760             OR WK-NEW-TPOS + WK-NEW-TLEN - 1 > 200))
005770     THEN
005780       DISPLAY 'PSEUDGEN:' WK-NEW-FROM ' SLICE OUT OF RANGE, '
005790               'SKIPPED: POS=' WK-NEW-POS ' LEN=' WK-NEW-LEN
005800       GO TO B25-ADD-SLICE-EXIT
005810   END-IF.
005820   IF WK-SLC-CNT NOT < 20
005830     THEN
005840       DISPLAY 'PSEUDGEN:SLICE TABLE FULL, SKIPPED: '
005850               WK-NEW-FROM ' POS=' WK-NEW-POS ' LEN=' WK-NEW-LEN
005860       GO TO B25-ADD-SLICE-EXIT
005870   END-IF.
005880   MOVE 1             TO WK-NEW-OK.
005890   PERFORM VARYING WK-SLC-I FROM 1 BY 1
005900     UNTIL WK-SLC-I > WK-SLC-CNT
005910       IF WK-NEW-POS NOT > WK-SLC-END(WK-SLC-I)
005920        AND WK-SLC-POS(WK-SLC-I) NOT > WK-NEW-END
005930        AND (WK-NEW-TLEN = ZERO OR WK-SLC-TLEN(WK-SLC-I) = ZERO
005940             OR (WK-NEW-TPOS = WK-SLC-TPOS(WK-SLC-I)
005950                 AND WK-NEW-TYPE = WK-SLC-TYPE(WK-SLC-I)))
005960         THEN
005970           MOVE ZERO          TO WK-NEW-OK
005980       END-IF
005990   END-PERFORM.
006000   IF WK-NEW-OK = ZERO
006010     THEN
006020       DISPLAY 'PSEUDGEN:' WK-NEW-FROM ' SLICE OVERLAPS ANOTHER, '
006030               'SKIPPED: POS=' WK-NEW-POS ' LEN=' WK-NEW-LEN
006040       GO TO B25-ADD-SLICE-EXIT
006050   END-IF.
006060   ADD 1              TO WK-SLC-CNT.
006070   MOVE WK-NEW-POS    TO WK-SLC-POS(WK-SLC-CNT).
006080   MOVE WK-NEW-LEN    TO WK-SLC-LEN(WK-SLC-CNT).
006090   MOVE WK-NEW-END    TO WK-SLC-END(WK-SLC-CNT).
006100   MOVE WK-NEW-CHK    TO WK-SLC-CHK(WK-SLC-CNT).
006110   MOVE WK-NEW-LABEL  TO WK-SLC-LABEL(WK-SLC-CNT).
006120   MOVE WK-NEW-FROM   TO WK-SLC-FROM(WK-SLC-CNT).
006130   MOVE WK-NEW-TPOS   TO WK-SLC-TPOS(WK-SLC-CNT).
006140   MOVE WK-NEW-TYPE   TO WK-SLC-TYPE(WK-SLC-CNT).
006150   MOVE WK-NEW-TLEN   TO WK-SLC-TLEN(WK-SLC-CNT).
006160   MOVE ZERO          TO WK-SLC-REPL(WK-SLC-CNT).
006170   MOVE ZERO          TO WK-SLC-BLANK(WK-SLC-CNT).
006180   MOVE ZERO          TO WK-SLC-OTHER(WK-SLC-CNT).
006190   MOVE ZERO          TO WK-SLC-CKOK(WK-SLC-CNT).
006200   MOVE ZERO          TO WK-SLC-CKBAD(WK-SLC-CNT).
006210   MOVE ZERO          TO WK-SLC-CKNA(WK-SLC-CNT).
006220   MOVE ZERO          TO WK-SLC-COLL(WK-SLC-CNT).
006230 B25-ADD-SLICE-EXIT.
006240   EXIT.
006250 B30-REPORT-SLICES SECTION.
006260*--------------------------------------------------------------
006270*- REPORT HEADING AND THE SLICES: WHERE EACH CAME FROM, ITS CHECK
006280*- STYLE AND RECORD FILTER, AND THE INPUT-AREA POSITIONS IT
006290*- FEEDS THROUGH THE MAPPING (CURRENT-RECORD AND 'P' PREVIOUS-
006300*- RECORD ENTRIES).
006310*--------------------------------------------------------------
006320 B30-010.
006330   MOVE SPACE         TO WK-LINE.
006340   STRING 'PSEUDONYMISED FEED CONTROL REPORT  AS OF ' WK-TM-DATE
006350          '/' WK-TM-TIME(1:6) '  FEED=' WK-FEED-ID
006360                      DELIMITED BY SIZE INTO WK-LINE.
006370   PERFORM Z10-WRITE-LINE.
006380   MOVE SPACE         TO WK-LINE.
006386   STRING 'INPUT   ' DELIMITED BY SIZE
006392          WK-TRNNAME DELIMITED BY SPACE INTO WK-LINE.
006400   PERFORM Z10-WRITE-LINE.
006410   MOVE SPACE         TO WK-LINE.
006416   STRING 'OUTPUT  ' DELIMITED BY SIZE
006422          WK-OUTNAME DELIMITED BY SPACE INTO WK-LINE.
006430   PERFORM Z10-WRITE-LINE.
006440   MOVE SPACE         TO WK-LINE.
006450   IF WK-MAPNAME = SPACE
006460     THEN
006470       MOVE 'MAPPING (NONE GIVEN - INPUT AREAS NOT SHOWN)'
006480                          TO WK-LINE
006490     ELSE
006496       STRING 'MAPPING ' DELIMITED BY SIZE
006502              WK-MAPNAME DELIMITED BY SPACE
006510                          INTO WK-LINE
006520   END-IF.
006530   PERFORM Z10-WRITE-LINE.
006540   MOVE SPACE         TO WK-LINE.
006550   PERFORM Z10-WRITE-LINE.
006560   PERFORM VARYING WK-SLC-I FROM 1 BY 1
006570     UNTIL WK-SLC-I > WK-SLC-CNT
006580       MOVE SPACE         TO WK-LINE
006590       STRING 'SLICE ' WK-SLC-I ' ' WK-SLC-LABEL(WK-SLC-I)
006600              ' POS ' WK-SLC-POS(WK-SLC-I)
006610              ' LEN ' WK-SLC-LEN(WK-SLC-I)
006620              '  FROM ' WK-SLC-FROM(WK-SLC-I)
006630                      DELIMITED BY SIZE INTO WK-LINE
006640       EVALUATE WK-SLC-CHK(WK-SLC-I)
006650       WHEN '0'
006660         MOVE 'CHECK MOD10 (LUHN)' TO WK-LINE(69:18)
006670       WHEN '7'
006680         MOVE 'CHECK MOD97'   TO WK-LINE(69:11)
006690       WHEN OTHER
006700         MOVE 'NO CHECK DIGIT' TO WK-LINE(69:14)
006710       END-EVALUATE
006720       IF WK-SLC-TLEN(WK-SLC-I) = ZERO
006730         THEN
006740           MOVE 'EVERY RECORD'  TO WK-LINE(89:12)
006750         ELSE
006760           STRING 'RECORDS ' WK-SLC-TYPE(WK-SLC-I)
006770                  ' AT ' WK-SLC-TPOS(WK-SLC-I)
006780                      DELIMITED BY SIZE INTO WK-LINE(89:25)
006790       END-IF
006800       PERFORM Z10-WRITE-LINE
006810       IF WK-MAPNAME NOT = SPACE
006820         THEN
006830           PERFORM B31-SLICE-FEEDS
006840       END-IF
006850   END-PERFORM.
006860 B30-REPORT-SLICES-EXIT.
006870   EXIT.
006880 B31-SLICE-FEEDS SECTION.
006890*--------------------------------------------------------------
006900*- THE INPUT-AREA BYTES FILLED FROM SLICE WK-SLC-I.
006910*--------------------------------------------------------------
006920 B31-010.
006930   MOVE ZERO          TO WK-ENT-HITS.
006940   PERFORM VARYING WK-ENT-I FROM 1 BY 1
006950     UNTIL WK-ENT-I > WK-ENT-CNT
006960       IF (WK-ENT-SRC(WK-ENT-I) = SPACE
006970           OR WK-ENT-SRC(WK-ENT-I) = 'P')
006980        AND WK-ENT-SRCOFF(WK-ENT-I) NOT > WK-SLC-END(WK-SLC-I)
006990        AND WK-ENT-SRCOFF(WK-ENT-I) + WK-ENT-SRCLEN(WK-ENT-I) - 1
007000            NOT < WK-SLC-POS(WK-SLC-I)
007010         THEN
007020           ADD 1              TO WK-ENT-HITS
007030           PERFORM B32-ONE-FEED
007040       END-IF
007050   END-PERFORM.
007060   IF WK-ENT-HITS = ZERO
007070     THEN
007080       MOVE '         NOT MAPPED INTO ANY INPUT AREA' TO WK-LINE
007090       PERFORM Z10-WRITE-LINE
007100   END-IF.
007110 B31-SLICE-FEEDS-EXIT.
007120   EXIT.
007130 B32-ONE-FEED SECTION.
007140*--------------------------------------------------------------
007150*- ENTRY WK-ENT-I OVERLAPS THE SLICE: THE OVERLAP, SHIFTED TO
007160*- THE ENTRY'S TARGET POSITION (SEE FLDIMPCT A21-ONE-ENTRY).
007170*--------------------------------------------------------------
007180 B32-010.
007190   IF WK-ENT-SRCOFF(WK-ENT-I) > WK-SLC-POS(WK-SLC-I)
007200     THEN
007210       MOVE WK-ENT-SRCOFF(WK-ENT-I) TO WK-NEW-POS
007220     ELSE
007230       MOVE WK-SLC-POS(WK-SLC-I) TO WK-NEW-POS
007240   END-IF.
007250   COMPUTE WK-NEW-END =
007260           WK-ENT-SRCOFF(WK-ENT-I) + WK-ENT-SRCLEN(WK-ENT-I) - 1.
007270   IF WK-NEW-END > WK-SLC-END(WK-SLC-I)
007280     THEN
007290       MOVE WK-SLC-END(WK-SLC-I) TO WK-NEW-END
007300   END-IF.
007310   COMPUTE WK-NEW-LEN = WK-NEW-END - WK-NEW-POS + 1.
007320   COMPUTE WK-NEW-TPOS = WK-ENT-TGTPOS(WK-ENT-I)
007330                       + WK-NEW-POS - WK-ENT-SRCOFF(WK-ENT-I).
007340   MOVE SPACE         TO WK-LINE.
007350   STRING '         FEEDS IN' WK-ENT-AREA(WK-ENT-I)
007360          ' POS ' WK-NEW-TPOS ' LEN ' WK-NEW-LEN
007370                      DELIMITED BY SIZE INTO WK-LINE.
007380   IF WK-ENT-SRC(WK-ENT-I) = 'P'
007390     THEN
007400       MOVE '(PREVIOUS RECORD)' TO WK-LINE(42:17)
007410   END-IF.
007420   PERFORM Z10-WRITE-LINE.
007430 B32-ONE-FEED-EXIT.
007440   EXIT.
007450 C10-ONE-RECORD SECTION.
007460*--------------------------------------------------------------
007470*- ONE FEED RECORD: EACH SLICE THAT APPLIES TO IT IS REPLACED,
007480*- THE RECORD-TYPE FILTERS READ FROM THE RECORD AS IT CAME.
007490*--------------------------------------------------------------
007500 C10-010.
007510   ADD 1              TO WK-RECS-IN.
007520   MOVE F7RECORD      TO WK-OUTREC.
007530   MOVE ZERO          TO WK-CHG.
007540   PERFORM VARYING WK-SLC-I FROM 1 BY 1
007550     UNTIL WK-SLC-I > WK-SLC-CNT
007560       IF WK-SLC-TLEN(WK-SLC-I) > ZERO
007570        AND F7RECORD(WK-SLC-TPOS(WK-SLC-I):WK-SLC-TLEN(WK-SLC-I))
007580            NOT = WK-SLC-TYPE(WK-SLC-I)(1:WK-SLC-TLEN(WK-SLC-I))
007590         THEN
007600           ADD 1              TO WK-SLC-OTHER(WK-SLC-I)
007610         ELSE
007620           PERFORM C20-ONE-SLICE
007630       END-IF
007640   END-PERFORM.
007650   WRITE F7PRECORD    FROM WK-OUTREC.
007660   IF WK-OUT-FST NOT = '00'
007670     THEN
007680       DISPLAY 'PSEUDGEN:OUTPUT WRITE ERROR STATUS=' WK-OUT-FST
007690       MOVE 16            TO RETURN-CODE
007700       CLOSE F7TRAN
007710       CLOSE F7PSEU
007720       CLOSE F2REPT
007730       GOBACK
007740   END-IF.
007750   ADD 1              TO WK-RECS-OUT.
007760   IF WK-CHG = 1
007770     THEN
007780       ADD 1              TO WK-RECS-CHG
007790   END-IF.
007800 C10-ONE-RECORD-EXIT.
007810   EXIT.
007820 C20-ONE-SLICE SECTION.
007830*--------------------------------------------------------------
007840*- SLICE WK-SLC-I OF THE RECORD: BLANK IS LEFT BLANK, ANYTHING
007850*- ELSE IS REPLACED BY ITS PSEUDONYM, THE CHECK DIGITS SET AND
007860*- THE PSEUDONYM CHECKED FOR A COLLISION.
007870*--------------------------------------------------------------
007880 C20-010.
007890   MOVE SPACE         TO WK-VAL.
007900   MOVE WK-SLC-LEN(WK-SLC-I) TO WK-VL.
007910   MOVE F7RECORD(WK-SLC-POS(WK-SLC-I):WK-VL) TO WK-VAL(1:WK-VL).
007920   MOVE ZERO          TO WK-VF.
007930   MOVE ZERO          TO WK-VE.
007940   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-VL
007950       IF WK-VAL(WK-I:1) NOT = SPACE
007960         THEN
007970           IF WK-VF = ZERO
007980             THEN
007990               MOVE WK-I          TO WK-VF
008000           END-IF
008010           MOVE WK-I          TO WK-VE
008020       END-IF
008030   END-PERFORM.
008040   IF WK-VF = ZERO
008050     THEN
008060       ADD 1              TO WK-SLC-BLANK(WK-SLC-I)
008070       GO TO C20-ONE-SLICE-EXIT
008080   END-IF.
008090   COMPUTE WK-VN = WK-VE - WK-VF + 1.
008100   PERFORM Z20-PSEUDONYM.
008110   IF WK-SLC-CHK(WK-SLC-I) NOT = SPACE
008120     THEN
008130       PERFORM Z30-CHECK-DIGITS
008140   END-IF.
008150   PERFORM Z40-COLLISION.
008160   MOVE WK-PSV(1:WK-VL) TO WK-OUTREC(WK-SLC-POS(WK-SLC-I):WK-VL).
008170   ADD 1              TO WK-SLC-REPL(WK-SLC-I).
008180   ADD 1              TO WK-VALS.
008190   MOVE 1             TO WK-CHG.
008200 C20-ONE-SLICE-EXIT.
008210   EXIT.
008220 D10-REPORT-COUNTS SECTION.
008230*--------------------------------------------------------------
008240*- WHAT WAS DONE TO EACH SLICE, THE TOTALS AND THE NOTES.
008250*--------------------------------------------------------------
008260 D10-010.
008270   MOVE SPACE         TO WK-LINE.
008280   PERFORM Z10-WRITE-LINE.
008285   MOVE 'SLICE LABEL'   TO WK-LINE(1:11).
008290   MOVE 'REPLACED'      TO WK-LINE(31:8).
008295   MOVE 'BLANK'         TO WK-LINE(45:5).
008300   MOVE 'OTHER-TYPE'    TO WK-LINE(51:10).
008305   MOVE 'CHECK-OK'      TO WK-LINE(64:8).
008310   MOVE 'CHECK-BAD'     TO WK-LINE(74:9).
008315   MOVE 'NO-CHECK'      TO WK-LINE(86:8).
008320   MOVE 'COLLISIONS'    TO WK-LINE(95:10).
008330   PERFORM Z10-WRITE-LINE.
008340   PERFORM VARYING WK-SLC-I FROM 1 BY 1
008350     UNTIL WK-SLC-I > WK-SLC-CNT
008360       MOVE SPACE         TO WK-LINE
008370       STRING WK-SLC-I '    ' WK-SLC-LABEL(WK-SLC-I)
008380              '   ' WK-SLC-REPL(WK-SLC-I)
008390              '  ' WK-SLC-BLANK(WK-SLC-I)
008400              '  ' WK-SLC-OTHER(WK-SLC-I)
008410              '  ' WK-SLC-CKOK(WK-SLC-I)
008420              '  ' WK-SLC-CKBAD(WK-SLC-I)
008430              '  ' WK-SLC-CKNA(WK-SLC-I)
008440              '    ' WK-SLC-COLL(WK-SLC-I)
008450                      DELIMITED BY SIZE INTO WK-LINE
008460       PERFORM Z10-WRITE-LINE
008470   END-PERFORM.
008480   MOVE SPACE         TO WK-LINE.
008490   PERFORM Z10-WRITE-LINE.
008500   MOVE SPACE         TO WK-LINE.
008510   STRING 'RECORDS READ=' WK-RECS-IN '  WRITTEN=' WK-RECS-OUT
008520          '  CHANGED=' WK-RECS-CHG
008530                      DELIMITED BY SIZE INTO WK-LINE.
008540   PERFORM Z10-WRITE-LINE.
008550   MOVE SPACE         TO WK-LINE.
008560   STRING 'VALUES REPLACED=' WK-VALS
008570          '  DISTINCT PSEUDONYMS=' WK-DISTINCT
008580          '  COLLISIONS=' WK-COLLS '  NO-CHECK=' WK-NOCHECK
008590                      DELIMITED BY SIZE INTO WK-LINE.
008600   PERFORM Z10-WRITE-LINE.
008610   MOVE SPACE         TO WK-LINE.
008620   PERFORM Z10-WRITE-LINE.
008630   MOVE 'CHECK-OK/CHECK-BAD: THE REAL VALUE PASSED/FAILED ITS'
008640                      TO WK-LINE.
008650   MOVE ' CHECK AND THE PSEUDONYM WAS MADE TO DO THE SAME.'
008660                      TO WK-LINE(53:49).
008670   PERFORM Z10-WRITE-LINE.
008680   IF WK-NOCHECK > ZERO
008690     THEN
008700       MOVE 'NO-CHECK: VALUES OF A CHECKED SLICE THAT ARE NOT ALL'
008710                          TO WK-LINE
008720       MOVE ' DIGITS - REPLACED, NO CHECK DIGIT SET.'
008730                          TO WK-LINE(53:39)
008740       PERFORM Z10-WRITE-LINE
008750   END-IF.
008760   IF WK-COLLS > ZERO
008770     THEN
008780       MOVE 'COLLISIONS: DIFFERENT REAL VALUES DREW THE SAME'
008790                          TO WK-LINE
008797       MOVE ' PSEUDONYM - JOINS ON THESE SLICES MAY PAIR'
008804                          TO WK-LINE(48:43)
008811       MOVE ' UNRELATED RECORDS.' TO WK-LINE(91:19)
008820       PERFORM Z10-WRITE-LINE
008830   END-IF.
008840   IF WK-HASH-FULL = 1
008850     THEN
008860       MOVE 'COLLISION CHECK STOPPED AFTER 20000 DISTINCT'
008870                          TO WK-LINE
008875       MOVE ' PSEUDONYMS.'  TO WK-LINE(45:12)
008880       PERFORM Z10-WRITE-LINE
008890   END-IF.
008900   MOVE 'NO REAL VALUE AND NO PSEUDONYM IS PRINTED IN THIS'
008910                      TO WK-LINE.
008915   MOVE ' REPORT.'        TO WK-LINE(50:8).
008920   PERFORM Z10-WRITE-LINE.
008930 D10-REPORT-COUNTS-EXIT.
008940   EXIT.
008950 Z10-WRITE-LINE SECTION.
008960 Z10-010.
008970   MOVE WK-LINE       TO F2LINE.
008980   WRITE F2LINE.
008990   MOVE SPACE         TO WK-LINE.
009000 Z10-WRITE-LINE-EXIT.
009010   EXIT.
009020 Z20-PSEUDONYM SECTION.
009030*--------------------------------------------------------------
009040*- WK-PSV = THE PSEUDONYM OF WK-VAL(1:WK-VL). THE STREAM IS
009050*- SEEDED FROM THE DIGEST OF THE KEY AND WK-VAL(WK-VF:WK-VN) AND
009060*- STEPS ONCE PER BYTE FROM WK-VF, SO THE SAME VALUE GIVES THE
009070*- SAME PSEUDONYM HOWEVER IT SITS IN ITS SLICE.
009080*--------------------------------------------------------------
009090 Z20-010.
009100   MOVE SPACE         TO WK-DGS.
009110   MOVE WK-KEY        TO WK-DGS(1:32).
009120   MOVE WK-VAL(WK-VF:WK-VN) TO WK-DGS(33:WK-VN).
009130   COMPUTE WK-DGL = 32 + WK-VN.
009140   MOVE ZERO          TO WK-DA.
009150   MOVE ZERO          TO WK-DB.
009160   PERFORM VARYING WK-DI FROM 1 BY 1 UNTIL WK-DI > WK-DGL
009170       MOVE FUNCTION ORD(WK-DGS(WK-DI:1)) TO WK-DC
009180       COMPUTE WK-DQ = WK-DA * 257 + WK-DC
009190       DIVIDE WK-DQ BY 999999937 GIVING WK-DQ
009200         REMAINDER WK-DA
009210       COMPUTE WK-DQ = WK-DB * 263 + WK-DC + WK-DI
009220       DIVIDE WK-DQ BY 999999929 GIVING WK-DQ
009230         REMAINDER WK-DB
009240   END-PERFORM.
009250   COMPUTE WK-DQ = WK-DA * 1000 + WK-DB.
009260   DIVIDE WK-DQ BY 2147483646 GIVING WK-DQ REMAINDER WK-S.
009270   ADD 1              TO WK-S.
009280   MOVE WK-VAL        TO WK-PSV.
009290   PERFORM VARYING WK-I FROM WK-VF BY 1 UNTIL WK-I > WK-VE
009300       COMPUTE WK-DQ = WK-S * 48271
009310       DIVIDE WK-DQ BY 2147483647 GIVING WK-DQ REMAINDER WK-S
009320       MOVE WK-VAL(WK-I:1) TO WK-C
009330       EVALUATE TRUE
009340       WHEN WK-C NUMERIC
009350         IF WK-I = WK-VF AND WK-C NOT = '0'
009360           THEN
009370             DIVIDE WK-S BY 9 GIVING WK-DQ REMAINDER WK-R
009380             COMPUTE WK-DIG = WK-R + 1
009390           ELSE
009400             DIVIDE WK-S BY 10 GIVING WK-DQ REMAINDER WK-R
009410             MOVE WK-R          TO WK-DIG
009420         END-IF
009430         MOVE WK-DIG        TO WK-PSV(WK-I:1)
009440       WHEN WK-C >= 'A' AND WK-C <= 'Z'
009450         DIVIDE WK-S BY 26 GIVING WK-DQ REMAINDER WK-R
009460         MOVE WK-UPPER(WK-R + 1:1) TO WK-PSV(WK-I:1)
009470       WHEN WK-C >= 'a' AND WK-C <= 'z'
009480         DIVIDE WK-S BY 26 GIVING WK-DQ REMAINDER WK-R
009490         MOVE WK-LOWER(WK-R + 1:1) TO WK-PSV(WK-I:1)
009500       WHEN OTHER
009510         CONTINUE
009520       END-EVALUATE
009530   END-PERFORM.
009540 Z20-PSEUDONYM-EXIT.
009550   EXIT.
009560 Z30-CHECK-DIGITS SECTION.
009570*--------------------------------------------------------------
009580*- SET THE PSEUDONYM'S CHECK DIGITS SO IT PASSES CHKDG EXACTLY
009590*- WHEN THE REAL VALUE DID: MOD10 (LUHN) THE LAST DIGIT, MOD97
009600*- THE LAST TWO (98 - BODY*100 MOD 97). A VALUE THAT IS NOT ALL
009610*- DIGITS (OR TOO SHORT TO CARRY A CHECK) IS LEFT AS SUBSTITUTED.
009620*--------------------------------------------------------------
009630 Z30-010.
009640   IF WK-VAL(WK-VF:WK-VN) NOT NUMERIC
009650    OR WK-VN < 2
009660    OR (WK-SLC-CHK(WK-SLC-I) = '7' AND WK-VN < 3)
009670     THEN
009680       ADD 1              TO WK-SLC-CKNA(WK-SLC-I)
009690       ADD 1              TO WK-NOCHECK
009700       GO TO Z30-CHECK-DIGITS-EXIT
009710   END-IF.
009720   MOVE WK-VN         TO WK-LN.
009730   MOVE SPACE         TO WK-DGT.
009740   MOVE WK-VAL(WK-VF:WK-VN) TO WK-DGT(1:WK-LN).
009750   MOVE ZERO          TO WK-CKOK.
009760   IF WK-SLC-CHK(WK-SLC-I) = '7'
009770     THEN
009780       PERFORM Z60-MOD97
009790       IF WK-REM = 1
009800         THEN
009810           MOVE 1             TO WK-CKOK
009820       END-IF
009830       MOVE WK-PSV(WK-VF:WK-VN) TO WK-DGT(1:WK-LN)
009840       MOVE '00'          TO WK-DGT(WK-LN - 1:2)
009850       PERFORM Z60-MOD97
009860       COMPUTE WK-CK = 98 - WK-REM
009870       IF WK-CKOK = ZERO
009880         THEN
009890           ADD 1              TO WK-CK
009900       END-IF
009910       MOVE WK-CK         TO WK-PSV(WK-VE - 1:2)
009920     ELSE
009930       PERFORM Z50-LUHN-SUM
009940       DIVIDE WK-LSUM BY 10 GIVING WK-LQ REMAINDER WK-LD
009950       IF WK-LD = ZERO
009960         THEN
009970           MOVE 1             TO WK-CKOK
009980       END-IF
009990       MOVE WK-PSV(WK-VF:WK-VN) TO WK-DGT(1:WK-LN)
010000       MOVE '0'           TO WK-DGT(WK-LN:1)
010010       PERFORM Z50-LUHN-SUM
010020       DIVIDE WK-LSUM BY 10 GIVING WK-LQ REMAINDER WK-LD
010030       COMPUTE WK-CK = 10 - WK-LD
010040       IF WK-CKOK = ZERO
010050         THEN
010060           ADD 1              TO WK-CK
010070       END-IF
010080       DIVIDE WK-CK BY 10 GIVING WK-LQ REMAINDER WK-CK1
010090       MOVE WK-CK1        TO WK-PSV(WK-VE:1)
010100   END-IF.
010110   IF WK-CKOK = 1
010120     THEN
010130       ADD 1              TO WK-SLC-CKOK(WK-SLC-I)
010140     ELSE
010150       ADD 1              TO WK-SLC-CKBAD(WK-SLC-I)
010160   END-IF.
010170 Z30-CHECK-DIGITS-EXIT.
010180   EXIT.
010190 Z40-COLLISION SECTION.
010200*--------------------------------------------------------------
010210*- REMEMBER WHICH REAL VALUE DREW THE PSEUDONYM; A DIFFERENT ONE
010220*- DRAWING IT LATER IS A COLLISION. THE TABLE LIVES FOR THE RUN.
010230*--------------------------------------------------------------
010240 Z40-010.
010250   IF WK-HASH-FULL = 1
010260     THEN
010270       GO TO Z40-COLLISION-EXIT
010280   END-IF.
010290   MOVE SPACE         TO PHASH-KEY OF WK-DUPH-PRM.
010300   MOVE WK-PSV(WK-VF:WK-VN)
010310                      TO PHASH-KEY OF WK-DUPH-PRM(1:WK-VN).
010320   MOVE WK-VN         TO PHASH-KEY-LEN OF WK-DUPH-PRM.
010330   MOVE 'GET_'        TO PHASH-FNC OF WK-DUPH-PRM.
010340   CALL 'SUBHASH' USING WK-DUPH-PRM
010350                        WK-DUPH-VAL
010360                        WK-DUPH-CTR.
010370   IF PHASH-COD OF WK-DUPH-PRM = ZERO
010380     THEN
010390       IF PHASH-VLL OF WK-DUPH-PRM NOT = WK-VN
010400        OR WK-DUPH-VAL(1:WK-VN) NOT = WK-VAL(WK-VF:WK-VN)
010410         THEN
010420           ADD 1              TO WK-SLC-COLL(WK-SLC-I)
010430           ADD 1              TO WK-COLLS
010440       END-IF
010450       GO TO Z40-COLLISION-EXIT
010460   END-IF.
010470   MOVE SPACE         TO WK-DUPH-VAL.
010480   MOVE WK-VAL(WK-VF:WK-VN) TO WK-DUPH-VAL(1:WK-VN).
010490   MOVE WK-VN         TO PHASH-VLL OF WK-DUPH-PRM.
010500   MOVE 'PUT_'        TO PHASH-FNC OF WK-DUPH-PRM.
010510   CALL 'SUBHASH' USING WK-DUPH-PRM
010520                        WK-DUPH-VAL
010530                        WK-DUPH-CTR.
010540   IF PHASH-COD OF WK-DUPH-PRM NOT = ZERO
010550     THEN
010560       DISPLAY 'PSEUDGEN:COLLISION TABLE FULL - CHECK STOPPED: '
010570               PHASH-MSG OF WK-DUPH-PRM
010580       MOVE 1             TO WK-HASH-FULL
010590       GO TO Z40-COLLISION-EXIT
010600   END-IF.
010610   ADD 1              TO WK-DISTINCT.
010620 Z40-COLLISION-EXIT.
010630   EXIT.
010640 Z50-LUHN-SUM SECTION.
010650*--------------------------------------------------------------
010660*- LUHN SUM OF WK-DGT(1:WK-LN): FROM THE RIGHT, EVERY SECOND
010670*- DIGIT DOUBLED (LESS 9 OVER 9). PASSES WHEN IT ENDS IN ZERO.
010680*--------------------------------------------------------------
010690 Z50-010.
010700   MOVE ZERO          TO WK-LSUM.
010710   MOVE ZERO          TO WK-DBL.
010720   PERFORM VARYING WK-LX FROM WK-LN BY -1 UNTIL WK-LX < 1
010730       MOVE WK-DGT(WK-LX:1) TO WK-LD
010740       IF WK-DBL = 1
010750         THEN
010760           MULTIPLY 2         BY WK-LD
010770           IF WK-LD > 9
010780             THEN
010790               SUBTRACT 9     FROM WK-LD
010800           END-IF
010810           MOVE ZERO          TO WK-DBL
010820         ELSE
010830           MOVE 1             TO WK-DBL
010840       END-IF
010850       ADD WK-LD          TO WK-LSUM
010860   END-PERFORM.
010870 Z50-LUHN-SUM-EXIT.
010880   EXIT.
010890 Z60-MOD97 SECTION.
010900*--------------------------------------------------------------
010910*- WK-REM = WK-DGT(1:WK-LN) MOD 97 (ISO 7064, AS CHKDG).
010920*--------------------------------------------------------------
010930 Z60-010.
010940   MOVE ZERO          TO WK-REM.
010950   PERFORM VARYING WK-LX FROM 1 BY 1 UNTIL WK-LX > WK-LN
010960       MOVE WK-DGT(WK-LX:1) TO WK-LD
010970       COMPUTE WK-LQ = WK-REM * 10 + WK-LD
010980       DIVIDE WK-LQ BY 97 GIVING WK-LQ REMAINDER WK-REM
010990   END-PERFORM.
011000 Z60-MOD97-EXIT.
011010   EXIT.
