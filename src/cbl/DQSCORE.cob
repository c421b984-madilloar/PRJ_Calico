000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   DQSCORE.
000030*--------------------------------------------------------------
000040*- UPSTREAM DATA-QUALITY SCORECARD. ONCE A MONTH, FOR EVERY
000050*- TRANSACTION FEED (TRANSACTION_FEED NAME), CHARGES THE MONTH'S
000060*- REJECTS - RULE REJECTS AND TEST-MAIN'S LAYOUT PRE-SCREEN
000070*- REJECTS ALIKE - BACK TO THE SOURCE FIELDS THAT CAUSED THEM,
000080*- THROUGH THE FEED'S MAPPING ENTRIES, AND PRINTS ONE PAGE PER
000090*- FEED FOR ITS OWNER:
000100*-   - RECORDS RECEIVED, RECORDS REJECTED AND THE REJECT RATE;
000110*-   - THE ERROR RATE OF EVERY SOURCE FIELD (REJECTS PER 100
000120*-     RECORDS), THIS MONTH AND EACH OF THE THREE BEFORE IT, AND
000130*-     THE CHANGE IN POINTS AGAINST THOSE THREE MONTHS TOGETHER;
000140*-   - THE TOP ERROR REASONS OF THE MONTH.
000150*-
000160*- THE FEED OF A REJECT IS THE 'FEEDID=' STAMP (COLS 155-169) OF
000170*- THE HDR CONTROL RECORD OPENING ITS GROUP (SEE TEST-MAIN'S
000180*- F6CTLREC); A REJECT IN AN UNSTAMPED GROUP IS COUNTED BUT NOT
000190*- CHARGED. A REJECT IS DATED BY ITS RUN ID AND COUNTED ONCE
000200*- HOWEVER MANY GENERATIONS CARRY IT (RUN ID + F6-SEQ, AS
000210*- REGRETRN).
000220*-
000230*- A SOURCE FIELD IS ONE MAPPING ENTRY OF THE FEED COPYING FROM
000240*- THE FEED'S OWN CURRENT RECORD (A FEED WITH NO ENTRIES HAS
000250*- TEST-MAIN'S BUILT-IN FIVE TEN-COLUMN FIELDS), NAMED FROM THE
000260*- FIELD DICTIONARY WHEN ONE NAMES ITS INPUT-AREA SLICE. A
000270*- REJECT IS CHARGED TO:
000280*-   - LAYOUT 'REQ'/'NUM' FAILURES: THE FIELD HOLDING THE FAILING
000290*-     SOURCE COLUMN ('UNMAPPED COLUMNS' IF NONE DOES);
000300*-   - LAYOUT 'LEN' FAILURES AND DELIMITED PARSE FAILURES:
000310*-     'RECORD LENGTH/LAYOUT';
000320*-   - OTHER DRIVER-SIDE REASONS (DUPLICATES, GROUP LIMITS ...):
000330*-     'OTHER DRIVER CHECKS';
000340*-   - RULE REJECTS: EVERY FIELD WHOSE SLICE A PUSHV OF THE
000350*-     REJECTING SET READS (FLDIMPCT'S SLICE TEST) - WHEN THE
000360*-     REASON NAMES THE FAILING VCODE-PC, ONLY THE PUSHVS SINCE
000370*-     THE SET'S PREVIOUS PUT__/PUTN_ UP TO THAT PC, OTHERWISE
000380*-     THE WHOLE SET ('RULE, NO MAPPED FIELD' IF NONE IS READ).
000390*- A REJECT CHARGED TO SEVERAL FIELDS COUNTS ONCE FOR EACH OF
000400*- THEM, BUT ONCE ONLY IN THE FEED'S REJECTED RECORDS.
000410*-
000420*- RECORDS RECEIVED COME FROM THE NIGHTLY FEED STATISTICS (SEE
000430*- TEST-MAIN F49FSTA): THE MONTH'S RECORDS OF THE FIRST FIELD
000440*- THE STATISTICS CARRY FOR THE FEED. WITHOUT STATISTICS THE
000450*- RATES SHOW 'N/A' AND ONLY THE COUNTS ARE GIVEN.
000460*-
000470*- ENV: DQ_MONTH = 'YYYYMM' (REQUIRED),
000480*-      MAPPING_FILE = F8MAP FILE (REQUIRED),
000490*-      PCHECKTBL_FILE (DEFAULT ../data/pchecktbl.txt),
000500*-      REJECT_FILE (DEFAULT ../data/pcheckreject.txt),
000510*-      REJGEN_LIST (OPTIONAL, AS REJAGING),
000520*-      FEEDSTATS_FILE (OPTIONAL, AS FEEDDRFT),
000530*-      FIELDDICT_FILE (OPTIONAL, AS RULCOMP),
000540*-      DQ_OWNERS (OPTIONAL; FEED(1-8) OWNER(10-49) PER LINE,
000550*-                 '*' IN COL 1 = COMMENT),
000560*-      DQ_FEED (OPTIONAL; ONLY THAT FEED'S PAGE),
000570*-      DQ_REPORT (DEFAULT ../data/pcheckdqscore.txt, 132-COLUMN
000580*-                 LINES, EACH FEED'S PAGE ON A NEW PAGE).
000590*- RETURN-CODE: 0=OK, 4=REJECTS NOT CHARGED (UNSTAMPED GROUP OR
000600*-              A TABLE FULL) OR A FEED WITHOUT STATISTICS,
000610*-              12=BAD PARMS, 16=FATAL I/O.
000620*--------------------------------------------------------------
000630 ENVIRONMENT    DIVISION.
000640 INPUT-OUTPUT               SECTION.
000650 FILE-CONTROL.
000660   SELECT F1INPUT ASSIGN TO WK-FILENAME
000670   ORGANIZATION INDEXED
000680   ACCESS MODE DYNAMIC
000690   RECORD KEY IS F1RSID WITH DUPLICATES
000700   STATUS FST.
000710   SELECT F6IN    ASSIGN TO WK-CURNAME
000720   STATUS WK-CUR-FST.
000730   SELECT F5GLIST ASSIGN TO WK-GLSTNAME
000740   ORGANIZATION LINE SEQUENTIAL
000750   STATUS WK-GLST-FST.
000760   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000770   ORGANIZATION LINE SEQUENTIAL
000780   STATUS WK-MAP-FST.
000790   SELECT F4DICT  ASSIGN TO WK-DICTNAME
000800   ORGANIZATION LINE SEQUENTIAL
000810   STATUS WK-DICT-FST.
000820   SELECT F49FSTA ASSIGN TO WK-FSSNAME
000830   ORGANIZATION LINE SEQUENTIAL
000840   STATUS WK-FSS-FST.
000850   SELECT F7OWN   ASSIGN TO WK-OWNNAME
000860   ORGANIZATION LINE SEQUENTIAL
000870   STATUS WK-OWN-FST.
000880   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000890   ORGANIZATION LINE SEQUENTIAL
000900   STATUS WK-RPT-FST.
000910 DATA DIVISION.
000920 FILE                       SECTION.
000930 FD  F1INPUT.
000940 01  F1RECORD               SYNC.
000950   03 F1RSID               PIC X(08).
000960   03 F1BODY               PIC X(18).
000970 FD  F6IN.
000980*- SAME SHAPE AS TEST-MAIN'S F6RECORD.
000990 01  F6RECORD               SYNC.
001000   03 F6-RUNID              PIC X(16).
001010   03 F6-SEQ                PIC 9(07).
001020   03 F6-RSID               PIC X(08).
001030   03 F6-IN100              PIC X(10).
001040   03 F6-IN200              PIC X(10).
001050   03 F6-IN300              PIC X(10).
001060   03 F6-IN400              PIC X(10).
001070   03 F6-IN500              PIC X(10).
001080   03 F6-OUT                PIC X(100).
001090   03 F6-REASON             PIC X(80).
001100   03 F6-KEY                PIC X(20).
001110 FD  F5GLIST.
001120 01  F5GRECORD              PIC X(110).
001130 FD  F8MAP.
001140 01  F8RECORD               PIC X(80).
001150 FD  F4DICT.
001160 01  F4RECORD               PIC X(80).
001170 FD  F49FSTA.
001180*- SAME LAYOUT TEST-MAIN B61-WRITE-FEED-STATS APPENDS.
001190 01  F49RECORD              SYNC.
001200   03 F49-DATE              PIC X(08).
001210   03 FILLER                PIC X(01).
001220   03 F49-FEED              PIC X(08).
001230   03 FILLER                PIC X(01).
001240   03 F49-OFF               PIC 9(05).
001250   03 FILLER                PIC X(01).
001260   03 F49-LEN               PIC 9(05).
001270   03 FILLER                PIC X(01).
001280   03 F49-RECS              PIC 9(09).
001290   03 FILLER                PIC X(90).
001300 FD  F7OWN.
001310 01  F7RECORD               PIC X(80).
001320 FD  F2REPT.
001330 01  F2LINE                 PIC X(132).
001340 WORKING-STORAGE SECTION.
001350 01  FST                    PIC X(02).
001360 01  WK-FILES               SYNC.
001370   03 WK-FILENAME           PIC X(100).
001380   03 WK-CURNAME            PIC X(100).
001390   03 WK-CUR-FST            PIC X(02).
001400   03 WK-GLSTNAME           PIC X(100).
001410   03 WK-GLST-FST           PIC X(02).
001420   03 WK-MAPNAME            PIC X(100).
001430   03 WK-MAP-FST            PIC X(02).
001440   03 WK-DICTNAME           PIC X(100).
001450   03 WK-DICT-FST           PIC X(02).
001460   03 WK-FSSNAME            PIC X(100).
001470   03 WK-FSS-FST            PIC X(02).
001480   03 WK-OWNNAME            PIC X(100).
001490   03 WK-OWN-FST            PIC X(02).
001500   03 WK-RPTNAME            PIC X(100).
001510   03 WK-RPT-FST            PIC X(02).
001520 01  WK-PRM                 SYNC.
001530   03 WK-MONTH              PIC X(06).
001540   03 WK-ONLY-FEED          PIC X(08).
001550   03 WK-TODAY              PIC X(08).
001560*--------------------------------------------------------------
001570*- THE FOUR MONTHS: (1) THE SCORECARD MONTH, (2)-(4) THE THREE
001580*- BEFORE IT, NEWEST FIRST.
001590*--------------------------------------------------------------
001600 01  WK-MONS                SYNC.
001610   03 WK-MON-I              PIC 9(01).
001620   03 WK-MON-HIT            PIC 9(01).
001630   03 WK-MON-X              PIC X(06).
001640   03 WK-MON-W.
001650     05 WK-MON-YY           PIC 9(04).
001660     05 WK-MON-MM           PIC 9(02).
001670   03 WK-MON-TBL            OCCURS 4 TIMES.
001680     05 WK-MON              PIC X(06).
001690*--------------------------------------------------------------
001700*- FEEDS: OWNER, DELIMITED SWITCH, THE STATISTICS FIELD WHOSE
001710*- RECORDS ARE THE FEED'S RECORDS, AND THE MONTHLY TOTALS.
001720*--------------------------------------------------------------
001730 01  WK-FD                  SYNC.
001740   03 WK-FD-CNT             PIC 9(03) VALUE ZERO.
001750   03 WK-FD-I               PIC 9(03).
001760   03 WK-FD-HIT             PIC 9(03).
001770   03 WK-FD-KEY             PIC X(08).
001780   03 WK-FD-TBL             OCCURS 50 TIMES.
001790     05 WK-FD-NAME          PIC X(08).
001800     05 WK-FD-OWNER         PIC X(40).
001810     05 WK-FD-DLM           PIC 9(01).
001820     05 WK-FD-MAPPED        PIC 9(01).
001830     05 WK-FD-SEEN          PIC 9(01).
001840     05 WK-FD-STSEEN        PIC 9(01).
001850     05 WK-FD-STOFF         PIC 9(05).
001860     05 WK-FD-STLEN         PIC 9(05).
001870     05 WK-FD-MTH           OCCURS 4 TIMES.
001880       07 WK-FD-RECS        PIC 9(09).
001890       07 WK-FD-REJ         PIC 9(09).
001900*--------------------------------------------------------------
001910*- SOURCE FIELDS OF ALL FEEDS. KIND 'M' = A MAPPING ENTRY; THE
001920*- OTHERS ARE THE CATCH-ALL LINES: 'L' RECORD LENGTH/LAYOUT,
001930*- 'U' UNMAPPED COLUMNS, 'R' RULE, NO MAPPED FIELD, 'O' OTHER
001940*- DRIVER CHECKS. WK-FLD-HIT MARKS THE CURRENT REJECT'S FIELDS.
001950*--------------------------------------------------------------
001960 01  WK-FLD                 SYNC.
001970   03 WK-FLD-CNT            PIC 9(03) VALUE ZERO.
001980   03 WK-FLD-I              PIC 9(03).
001990   03 WK-FLD-HIT            PIC 9(03).
002000   03 WK-FLD-KKIND          PIC X(01).
002010   03 WK-FLD-TBL            OCCURS 600 TIMES.
002020     05 WK-FLD-FEED         PIC 9(03).
002030     05 WK-FLD-KIND         PIC X(01).
002040     05 WK-FLD-NAME         PIC X(24).
002050     05 WK-FLD-SRCOFF       PIC 9(05).
002060     05 WK-FLD-SRCLEN       PIC 9(05).
002070     05 WK-FLD-AREA         PIC X(01).
002080     05 WK-FLD-TGTPOS       PIC 9(05).
002090     05 WK-FLD-MARK         PIC 9(01).
002100     05 WK-FLD-REJ          OCCURS 4 TIMES PIC 9(07).
002110*--------------------------------------------------------------
002120*- FIELD DICTIONARY NAMES (SEE RULCOMP).
002130*--------------------------------------------------------------
002140 01  WK-FDC                 SYNC.
002150   03 WK-FDC-CNT            PIC 9(03) VALUE ZERO.
002160   03 WK-FDC-I              PIC 9(03).
002170   03 WK-FDC-TBL            OCCURS 300 TIMES.
002180     05 WK-FDC-FEED         PIC X(08).
002190     05 WK-FDC-NAME         PIC X(12).
002200     05 WK-FDC-AREA         PIC X(01).
002210     05 WK-FDC-POS          PIC 9(05).
002220     05 WK-FDC-LEN          PIC 9(05).
002230*--------------------------------------------------------------
002240*- RULE ROWS THAT MATTER HERE: PUSHV DESCRIPTORS ('V') AND THE
002250*- PUT__/PUTN_ ROWS ('P') THAT DRAIN THE STACK, BY SET AND PC
002260*- (PC NUMBERED AS RULLIST NUMBERS IT).
002270*--------------------------------------------------------------
002280 01  WK-RV                  SYNC.
002290   03 WK-RV-CNT             PIC 9(05) VALUE ZERO.
002300   03 WK-RV-I               PIC 9(05).
002310   03 WK-RV-LOST            PIC 9(05) VALUE ZERO.
002320   03 WK-RV-CURSET          PIC X(08) VALUE LOW-VALUE.
002330   03 WK-RV-PC              PIC 9(05).
002340   03 WK-RV-TBL             OCCURS 5000 TIMES.
002350     05 WK-RV-RSID          PIC X(08).
002360     05 WK-RV-ROWPC         PIC 9(05).
002370     05 WK-RV-KIND          PIC X(01).
002380     05 WK-RV-AREA          PIC X(01).
002390     05 WK-RV-POS           PIC 9(05).
002400     05 WK-RV-LEN           PIC 9(05).
002410*--------------------------------------------------------------
002420*- REJECT CHAINS ALREADY COUNTED (RUN ID + F6-SEQ).
002430*--------------------------------------------------------------
002440 01  WK-RJ                  SYNC.
002450   03 WK-RJ-CNT             PIC 9(05) VALUE ZERO.
002460   03 WK-RJ-I               PIC 9(05).
002470   03 WK-RJ-HIT             PIC 9(05).
002480   03 WK-RJ-TBL             OCCURS 20000 TIMES.
002490     05 WK-RJ-RUNID         PIC X(16).
002500     05 WK-RJ-SEQ           PIC 9(07).
002510*--------------------------------------------------------------
002520*- THE MONTH'S REASONS PER FEED: RULE SET + FIRST 51 COLUMNS OF
002530*- F6-REASON (THE CUSTOMER REASON CODES FROM COL 57 ARE LEFT
002540*- OUT, SO ONE CONDITION IS ONE REASON).
002550*--------------------------------------------------------------
002560 01  WK-RS                  SYNC.
002570   03 WK-RS-CNT             PIC 9(03) VALUE ZERO.
002580   03 WK-RS-I               PIC 9(03).
002590   03 WK-RS-HIT             PIC 9(03).
002600   03 WK-RS-BEST            PIC 9(03).
002610   03 WK-RS-TOP             PIC 9(01).
002620   03 WK-RS-KEY             PIC X(60).
002630   03 WK-RS-TBL             OCCURS 500 TIMES.
002640     05 WK-RS-FEED          PIC 9(03).
002650     05 WK-RS-TEXT          PIC X(60).
002660     05 WK-RS-N             PIC 9(07).
002670     05 WK-RS-TAKEN         PIC 9(01).
002680*--------------------------------------------------------------
002690*- CURRENT REJECT AND GROUP.
002700*--------------------------------------------------------------
002710 01  WK-CUR                 SYNC.
002720   03 WK-GRP-FEED           PIC X(08).
002730   03 WK-PC                 PIC 9(05).
002740   03 WK-LO                 PIC 9(05).
002750   03 WK-COL                PIC 9(05).
002760   03 WK-POS                PIC 9(03).
002770   03 WK-END                PIC 9(05).
002780   03 WK-TYPE               PIC X(03).
002790   03 WK-MARKS              PIC 9(03).
002800 01  WK-WRK                 SYNC.
002810   03 WK-I                  PIC 9(03).
002820   03 WK-J                  PIC 9(01).
002830   03 WK-AREA-N             PIC 9(01).
002840   03 WK-PAGE               PIC 9(03) VALUE ZERO.
002850   03 WK-REJECTS            PIC 9(09) VALUE ZERO.
002860   03 WK-CHARGED            PIC 9(09) VALUE ZERO.
002870   03 WK-NOFEED             PIC 9(09) VALUE ZERO.
002880   03 WK-LOST               PIC 9(09) VALUE ZERO.
002890   03 WK-NOSTATS            PIC 9(03) VALUE ZERO.
002900   03 WK-FILES-READ         PIC 9(03) VALUE ZERO.
002910   03 WK-WARN               PIC 9(01) VALUE ZERO.
002920   03 WK-N                  PIC 9(09).
002930   03 WK-D                  PIC 9(09).
002940   03 WK-RATE               PIC 9(05)V99.
002950   03 WK-PRATE              PIC 9(05)V99.
002960   03 WK-CHG                PIC S9(05)V99.
002970   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
002980   03 WK-ED-RATE            PIC ZZ,ZZ9.99.
002990   03 WK-ED-CHG             PIC ++,++9.99.
003000   03 WK-ED-POS             PIC ZZZZ9.
003010   03 WK-ED-END             PIC ZZZZ9.
003020   03 WK-ED-PCT             PIC ZZ9.9.
003030   03 WK-ED-TXT             PIC X(09).
003040   03 WK-LINE               PIC X(132).
003050 PROCEDURE DIVISION.
003060 A00-MAIN SECTION.
003070*--------------------------------------------------------------
003080*- PARMS; MAPPING, DICTIONARY, OWNERS AND RULE ROWS; THE REJECTS
003090*- AND THE STATISTICS OF THE FOUR MONTHS; ONE PAGE PER FEED.
003100*--------------------------------------------------------------
003110 A00-010.
003120   MOVE SPACE         TO WK-MONTH.
003130   ACCEPT WK-MONTH    FROM ENVIRONMENT 'DQ_MONTH'.
003140   MOVE SPACE         TO WK-MAPNAME.
003150   ACCEPT WK-MAPNAME  FROM ENVIRONMENT 'MAPPING_FILE'.
003160   IF WK-MONTH = SPACE OR WK-MONTH NOT NUMERIC
003170    OR WK-MAPNAME = SPACE
003180     THEN
003186       DISPLAY 'DQSCORE:DQ_MONTH (YYYYMM) AND MAPPING_FILE '
003192               'REQUIRED.'
003200       MOVE 12            TO RETURN-CODE
003210       GOBACK
003220   END-IF.
003230   MOVE WK-MONTH      TO WK-MON-W.
003240   IF WK-MON-MM < 1 OR WK-MON-MM > 12
003250     THEN
003260       DISPLAY 'DQSCORE:BAD DQ_MONTH ' WK-MONTH
003270       MOVE 12            TO RETURN-CODE
003280       GOBACK
003290   END-IF.
003300   MOVE WK-MONTH      TO WK-MON(1).
003310   PERFORM VARYING WK-MON-I FROM 2 BY 1
003320     UNTIL WK-MON-I > 4
003330       IF WK-MON-MM = 1
003340         THEN
003350           SUBTRACT 1         FROM WK-MON-YY
003360           MOVE 12            TO WK-MON-MM
003370         ELSE
003380           SUBTRACT 1         FROM WK-MON-MM
003390       END-IF
003400       MOVE WK-MON-W      TO WK-MON(WK-MON-I)
003410   END-PERFORM.
003420   MOVE SPACE         TO WK-FILENAME.
003430   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
003440   IF WK-FILENAME = SPACE
003450     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
003460   END-IF.
003470   MOVE SPACE         TO WK-CURNAME.
003480   ACCEPT WK-CURNAME  FROM ENVIRONMENT 'REJECT_FILE'.
003490   IF WK-CURNAME = SPACE
003500     MOVE '../data/pcheckreject.txt' TO WK-CURNAME
003510   END-IF.
003520   MOVE SPACE         TO WK-GLSTNAME.
003530   ACCEPT WK-GLSTNAME FROM ENVIRONMENT 'REJGEN_LIST'.
003540   MOVE SPACE         TO WK-FSSNAME.
003550   ACCEPT WK-FSSNAME  FROM ENVIRONMENT 'FEEDSTATS_FILE'.
003560   MOVE SPACE         TO WK-DICTNAME.
003570   ACCEPT WK-DICTNAME FROM ENVIRONMENT 'FIELDDICT_FILE'.
003580   MOVE SPACE         TO WK-OWNNAME.
003590   ACCEPT WK-OWNNAME  FROM ENVIRONMENT 'DQ_OWNERS'.
003600   MOVE SPACE         TO WK-ONLY-FEED.
003610   ACCEPT WK-ONLY-FEED FROM ENVIRONMENT 'DQ_FEED'.
003620   MOVE SPACE         TO WK-RPTNAME.
003630   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'DQ_REPORT'.
003640   IF WK-RPTNAME = SPACE
003650     MOVE '../data/pcheckdqscore.txt' TO WK-RPTNAME
003660   END-IF.
003670   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
003680   IF WK-DICTNAME NOT = SPACE
003690     THEN
003700       PERFORM B15-LOAD-DICT
003710   END-IF.
003720   PERFORM B10-LOAD-MAPPING.
003730   IF RETURN-CODE = 16
003740     THEN
003750       GOBACK
003760   END-IF.
003770   IF WK-OWNNAME NOT = SPACE
003780     THEN
003790       PERFORM B18-LOAD-OWNERS
003800   END-IF.
003810   PERFORM B20-LOAD-RULES.
003820   IF RETURN-CODE = 16
003830     THEN
003840       GOBACK
003850   END-IF.
003860   PERFORM B40-SCAN-ONE-REJECT.
003870   IF WK-GLSTNAME NOT = SPACE
003880     THEN
003890       PERFORM B42-SCAN-GENERATIONS
003900   END-IF.
003910   IF WK-FSSNAME NOT = SPACE
003920     THEN
003930       PERFORM B30-READ-STATS
003940   END-IF.
003950   OPEN OUTPUT F2REPT.
003960   IF WK-RPT-FST NOT = '00'
003970     THEN
003980       DISPLAY 'DQSCORE:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003990       MOVE 16            TO RETURN-CODE
004000       GOBACK
004010   END-IF.
004020   PERFORM VARYING WK-FD-I FROM 1 BY 1
004030     UNTIL WK-FD-I > WK-FD-CNT
004040       IF WK-FD-SEEN(WK-FD-I) = 1
004050         THEN
004060           PERFORM C10-PRINT-FEED
004070       END-IF
004080   END-PERFORM.
004090   IF WK-PAGE = ZERO
004100     THEN
004110       MOVE SPACE         TO WK-LINE
004120       STRING 'DATA-QUALITY SCORECARD  MONTH=' WK-MONTH
004130              '  NO FEED HAD RECORDS OR REJECTS IN THE MONTH'
004140              ' OR THE THREE BEFORE IT.'
004150                          INTO WK-LINE(3:110)
004160       PERFORM Z10-PUT-LINE
004170   END-IF.
004180   CLOSE F2REPT.
004190   IF WK-NOFEED > ZERO OR WK-LOST > ZERO OR WK-NOSTATS > ZERO
004200    OR WK-RV-LOST > ZERO
004210     THEN
004220       MOVE 1             TO WK-WARN
004230   END-IF.
004240   DISPLAY '===================================='.
004250   DISPLAY 'DQSCORE RESULT: MONTH=' WK-MONTH
004260           ' FEEDS=' WK-PAGE
004270           ' REJECTS=' WK-REJECTS
004280           ' CHARGED=' WK-CHARGED.
004290   DISPLAY 'DQSCORE NOT CHARGED: NO FEED=' WK-NOFEED
004300           ' TABLE FULL=' WK-LOST
004310           ' FEEDS WITHOUT STATISTICS=' WK-NOSTATS.
004320   DISPLAY 'DQSCORE:REPORT=' WK-RPTNAME.
004330   DISPLAY '===================================='.
004340   IF WK-WARN = 1
004350     THEN
004360       MOVE 4             TO RETURN-CODE
004370     ELSE
004380       MOVE ZERO          TO RETURN-CODE
004390   END-IF.
004400   GOBACK.
004410 A00-MAIN-EXIT.
004420   EXIT.
004430 B10-LOAD-MAPPING SECTION.
004440*--------------------------------------------------------------
004450*- EVERY FEED'S COLUMN ENTRIES (SEE FLDIMPCT A11). ONLY ENTRIES
004460*- COPYING FROM THE FEED'S OWN CURRENT RECORD ARE SOURCE FIELDS:
004470*- 'P' (PREVIOUS RECORD) REPEATS THE SAME COLUMNS, 'M'/'B' COPY
004480*- FROM OTHER RECORDS THE FEED DOES NOT SUPPLY.
004490*--------------------------------------------------------------
004500 B10-010.
004510   OPEN INPUT F8MAP.
004520   IF WK-MAP-FST NOT = '00'
004530     THEN
004540       DISPLAY 'DQSCORE:MAPPING FILE OPEN ERROR STATUS='
004550               WK-MAP-FST
004560       MOVE 16            TO RETURN-CODE
004570       GO TO B10-LOAD-MAPPING-EXIT
004580   END-IF.
004590   PERFORM UNTIL WK-MAP-FST NOT = '00'
004600     READ F8MAP
004610       AT END
004620         CONTINUE
004630       NOT AT END
004640         IF F8RECORD(1:1) NOT = '*' AND F8RECORD NOT = SPACE
004650           THEN
004660             PERFORM B11-ONE-MAPPING-LINE
004670         END-IF
004680     END-READ
004690   END-PERFORM.
004700   CLOSE F8MAP.
004710 B10-LOAD-MAPPING-EXIT.
004720   EXIT.
004730 B11-ONE-MAPPING-LINE SECTION.
004740 B11-010.
004746   IF WK-ONLY-FEED NOT = SPACE
004752    AND F8RECORD(1:8) NOT = WK-ONLY-FEED
004760     THEN
004770       GO TO B11-ONE-MAPPING-LINE-EXIT
004780   END-IF.
004790   MOVE F8RECORD(1:8) TO WK-FD-KEY.
004800   PERFORM Z20-FIND-FEED.
004810   IF WK-FD-HIT = ZERO
004820     THEN
004830       GO TO B11-ONE-MAPPING-LINE-EXIT
004840   END-IF.
004850   EVALUATE TRUE
004860   WHEN F8RECORD(10:9) = 'DELIMITED'
004870     MOVE 1             TO WK-FD-DLM(WK-FD-HIT)
004880   WHEN F8RECORD(10:8) = 'CODEPAGE'
004890   WHEN F8RECORD(10:6) = 'CCYAMT'
004900   WHEN F8RECORD(10:8) = 'MATCHKEY'
004910   WHEN F8RECORD(10:6) = 'BIZKEY'
004920     CONTINUE
004930   WHEN OTHER
004940     IF F8RECORD(10:5) NUMERIC AND F8RECORD(16:5) NUMERIC
004950      AND F8RECORD(24:5) NUMERIC
004960      AND F8RECORD(22:1) >= '1' AND F8RECORD(22:1) <= '5'
004970      AND F8RECORD(30:1) = SPACE
004980       THEN
004990         IF WK-FLD-CNT < 600
005000           THEN
005010             ADD 1              TO WK-FLD-CNT
005020             MOVE 1             TO WK-FD-MAPPED(WK-FD-HIT)
005030             MOVE WK-FD-HIT     TO WK-FLD-FEED(WK-FLD-CNT)
005040             MOVE 'M'           TO WK-FLD-KIND(WK-FLD-CNT)
005050             MOVE F8RECORD(10:5) TO WK-FLD-SRCOFF(WK-FLD-CNT)
005060             MOVE F8RECORD(16:5) TO WK-FLD-SRCLEN(WK-FLD-CNT)
005070             MOVE F8RECORD(22:1) TO WK-FLD-AREA(WK-FLD-CNT)
005080             MOVE F8RECORD(24:5) TO WK-FLD-TGTPOS(WK-FLD-CNT)
005090             PERFORM B16-NAME-FIELD
005100           ELSE
005110             MOVE 1             TO WK-WARN
005120         END-IF
005130     END-IF
005140   END-EVALUATE.
005150 B11-ONE-MAPPING-LINE-EXIT.
005160   EXIT.
005170 B12-DEFAULT-FIELDS SECTION.
005180*--------------------------------------------------------------
005190*- A FEED WITH NO MAPPING ENTRIES RUNS ON TEST-MAIN'S BUILT-IN
005200*- LAYOUT: COLUMNS 1-50 INTO IN1-IN5, TEN EACH.
005210*--------------------------------------------------------------
005220 B12-010.
005230   MOVE 1             TO WK-FD-MAPPED(WK-FD-HIT).
005240   PERFORM VARYING WK-I FROM 1 BY 1
005250     UNTIL WK-I > 5 OR WK-FLD-CNT NOT < 600
005260       ADD 1              TO WK-FLD-CNT
005270       MOVE WK-FD-HIT     TO WK-FLD-FEED(WK-FLD-CNT)
005280       MOVE 'M'           TO WK-FLD-KIND(WK-FLD-CNT)
005290       COMPUTE WK-FLD-SRCOFF(WK-FLD-CNT) = WK-I * 10 - 9
005300       MOVE 10            TO WK-FLD-SRCLEN(WK-FLD-CNT)
005310       MOVE WK-I          TO WK-AREA-N
005320       MOVE WK-AREA-N     TO WK-FLD-AREA(WK-FLD-CNT)
005330       MOVE 1             TO WK-FLD-TGTPOS(WK-FLD-CNT)
005340       PERFORM B16-NAME-FIELD
005350   END-PERFORM.
005360 B12-DEFAULT-FIELDS-EXIT.
005370   EXIT.
005380 B15-LOAD-DICT SECTION.
005390*--------------------------------------------------------------
005400*- FEED(1-8) NAME(10-21) AREA(23) POS(25-29) LEN(31-35); BLANK
005410*- FEED = EVERY FEED. A MISSING DICTIONARY ONLY COSTS THE NAMES.
005420*--------------------------------------------------------------
005430 B15-010.
005440   OPEN INPUT F4DICT.
005450   IF WK-DICT-FST NOT = '00'
005460     THEN
005470       DISPLAY 'DQSCORE:FIELD DICTIONARY OPEN ERROR STATUS='
005480               WK-DICT-FST
005490       GO TO B15-LOAD-DICT-EXIT
005500   END-IF.
005510   PERFORM UNTIL WK-DICT-FST NOT = '00'
005520     READ F4DICT
005530       AT END
005540         CONTINUE
005550       NOT AT END
005560         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
005570          AND F4RECORD(23:1) NOT < '1'
005580          AND F4RECORD(23:1) NOT > '5'
005590          AND F4RECORD(25:5) NUMERIC AND F4RECORD(31:5) NUMERIC
005600          AND WK-FDC-CNT < 300
005610           THEN
005620             ADD 1              TO WK-FDC-CNT
005630             MOVE F4RECORD(1:8)  TO WK-FDC-FEED(WK-FDC-CNT)
005640             MOVE F4RECORD(10:12) TO WK-FDC-NAME(WK-FDC-CNT)
005650             MOVE F4RECORD(23:1) TO WK-FDC-AREA(WK-FDC-CNT)
005660             MOVE F4RECORD(25:5) TO WK-FDC-POS(WK-FDC-CNT)
005670             MOVE F4RECORD(31:5) TO WK-FDC-LEN(WK-FDC-CNT)
005680         END-IF
005690     END-READ
005700   END-PERFORM.
005710   CLOSE F4DICT.
005720 B15-LOAD-DICT-EXIT.
005730   EXIT.
005740 B16-NAME-FIELD SECTION.
005750*--------------------------------------------------------------
005760*- NAME THE NEW FIELD WK-FLD-CNT: THE DICTIONARY ENTRY OF ITS
005770*- FEED (OR OF EVERY FEED) WHOSE SLICE HOLDS THE FIELD'S TARGET
005780*- POSITION, ELSE ITS SOURCE COLUMNS (FIELD NUMBER WHEN
005790*- DELIMITED).
005800*--------------------------------------------------------------
005810 B16-010.
005820   MOVE SPACE         TO WK-FLD-NAME(WK-FLD-CNT).
005830   MOVE WK-FLD-CNT    TO WK-FLD-I.
005840   PERFORM VARYING WK-FDC-I FROM 1 BY 1
005850     UNTIL WK-FDC-I > WK-FDC-CNT
005860       IF (WK-FDC-FEED(WK-FDC-I) = WK-FD-NAME(WK-FD-HIT)
005870           OR WK-FDC-FEED(WK-FDC-I) = SPACE)
005880        AND WK-FDC-AREA(WK-FDC-I) = WK-FLD-AREA(WK-FLD-I)
005890        AND WK-FDC-POS(WK-FDC-I) NOT > WK-FLD-TGTPOS(WK-FLD-I)
005900        AND WK-FDC-POS(WK-FDC-I) + WK-FDC-LEN(WK-FDC-I)
005910            > WK-FLD-TGTPOS(WK-FLD-I)
005920         THEN
005930           MOVE WK-FDC-NAME(WK-FDC-I) TO WK-FLD-NAME(WK-FLD-I)
005940           MOVE WK-FDC-CNT    TO WK-FDC-I
005950       END-IF
005960   END-PERFORM.
005970   IF WK-FLD-NAME(WK-FLD-I) = SPACE
005980     THEN
005990       MOVE WK-FLD-SRCOFF(WK-FLD-I) TO WK-ED-POS
006000       IF WK-FD-DLM(WK-FD-HIT) = 1
006010         THEN
006020           STRING 'FIELD ' FUNCTION TRIM(WK-ED-POS)
006030                          DELIMITED BY SIZE
006040                          INTO WK-FLD-NAME(WK-FLD-I)
006050         ELSE
006060           COMPUTE WK-END = WK-FLD-SRCOFF(WK-FLD-I)
006070                          + WK-FLD-SRCLEN(WK-FLD-I) - 1
006080           MOVE WK-END        TO WK-ED-END
006090           STRING 'COLUMNS ' FUNCTION TRIM(WK-ED-POS)
006100                  '-' FUNCTION TRIM(WK-ED-END)
006110                          DELIMITED BY SIZE
006120                          INTO WK-FLD-NAME(WK-FLD-I)
006130       END-IF
006140   END-IF.
006150 B16-NAME-FIELD-EXIT.
006160   EXIT.
006170 B18-LOAD-OWNERS SECTION.
006180*--------------------------------------------------------------
006190*- FEED(1-8) OWNER(10-49). AN OWNER FOR A FEED NOT YET KNOWN
006200*- OPENS IT, SO ITS PAGE PRINTS EVEN IN A CLEAN MONTH ONCE IT
006210*- HAS STATISTICS.
006220*--------------------------------------------------------------
006230 B18-010.
006240   OPEN INPUT F7OWN.
006250   IF WK-OWN-FST NOT = '00'
006260     THEN
006270       DISPLAY 'DQSCORE:OWNER FILE OPEN ERROR STATUS=' WK-OWN-FST
006280       MOVE 1             TO WK-WARN
006290       GO TO B18-LOAD-OWNERS-EXIT
006300   END-IF.
006310   PERFORM UNTIL WK-OWN-FST NOT = '00'
006320     READ F7OWN
006330       AT END
006340         CONTINUE
006350       NOT AT END
006360         IF F7RECORD(1:1) NOT = '*' AND F7RECORD(1:8) NOT = SPACE
006370          AND (WK-ONLY-FEED = SPACE
006380               OR F7RECORD(1:8) = WK-ONLY-FEED)
006390           THEN
006400             MOVE F7RECORD(1:8) TO WK-FD-KEY
006410             PERFORM Z20-FIND-FEED
006420             IF WK-FD-HIT > ZERO
006430               THEN
006440                 MOVE F7RECORD(10:40) TO WK-FD-OWNER(WK-FD-HIT)
006450             END-IF
006460         END-IF
006470     END-READ
006480   END-PERFORM.
006490   CLOSE F7OWN.
006500 B18-LOAD-OWNERS-EXIT.
006510   EXIT.
006520 B20-LOAD-RULES SECTION.
006530*--------------------------------------------------------------
006540*- THE WHOLE RULE TABLE, EVERY F1RSID, IN KEY ORDER. PCS COUNT
006550*- TABLE ROWS OF THE SET - HDR__, TRL__, SRC__ AND CONT_ OCCUPY
006560*- NONE (SEE RULLIST).
006570*--------------------------------------------------------------
006580 B20-010.
006590   OPEN INPUT F1INPUT.
006600   IF FST NOT = '00'
006610     THEN
006620       DISPLAY 'DQSCORE:RULE FILE OPEN ERROR STATUS=' FST
006630       MOVE 16            TO RETURN-CODE
006640       GO TO B20-LOAD-RULES-EXIT
006650   END-IF.
006660   PERFORM UNTIL FST NOT = '00'
006670     READ F1INPUT NEXT RECORD
006680       END
006690         CONTINUE
006700       NOT END
006710         PERFORM B21-RULE-ROW
006720     END-READ
006730   END-PERFORM.
006740   CLOSE F1INPUT.
006750 B20-LOAD-RULES-EXIT.
006760   EXIT.
006770 B21-RULE-ROW SECTION.
006780 B21-010.
006790   IF F1RSID NOT = WK-RV-CURSET
006800     THEN
006810       MOVE F1RSID        TO WK-RV-CURSET
006820       MOVE ZERO          TO WK-RV-PC
006830   END-IF.
006840   EVALUATE F1BODY(1:5)
006850   WHEN 'HDR__'
006860   WHEN 'TRL__'
006870   WHEN 'SRC__'
006880   WHEN 'CONT_'
006890     GO TO B21-RULE-ROW-EXIT
006900   WHEN OTHER
006910     ADD 1              TO WK-RV-PC
006920   END-EVALUATE.
006930   IF F1BODY(1:5) = 'PUSHV' AND F1BODY(9:10) NUMERIC
006940    OR F1BODY(1:5) = 'PUT__' OR F1BODY(1:5) = 'PUTN_'
006950     THEN
006960       CONTINUE
006970     ELSE
006980       GO TO B21-RULE-ROW-EXIT
006990   END-IF.
007000   IF WK-RV-CNT NOT < 5000
007010     THEN
007020       ADD 1              TO WK-RV-LOST
007030       GO TO B21-RULE-ROW-EXIT
007040   END-IF.
007050   ADD 1              TO WK-RV-CNT.
007060   MOVE F1RSID        TO WK-RV-RSID(WK-RV-CNT).
007070   MOVE WK-RV-PC      TO WK-RV-ROWPC(WK-RV-CNT).
007080   IF F1BODY(1:5) = 'PUSHV'
007090     THEN
007100       MOVE 'V'           TO WK-RV-KIND(WK-RV-CNT)
007110       MOVE F1BODY(8:1)   TO WK-RV-AREA(WK-RV-CNT)
007120       MOVE F1BODY(9:5)   TO WK-RV-POS(WK-RV-CNT)
007130       MOVE F1BODY(14:5)  TO WK-RV-LEN(WK-RV-CNT)
007140     ELSE
007150       MOVE 'P'           TO WK-RV-KIND(WK-RV-CNT)
007160       MOVE SPACE         TO WK-RV-AREA(WK-RV-CNT)
007170       MOVE ZERO          TO WK-RV-POS(WK-RV-CNT)
007180       MOVE ZERO          TO WK-RV-LEN(WK-RV-CNT)
007190   END-IF.
007200 B21-RULE-ROW-EXIT.
007210   EXIT.
007220 B30-READ-STATS SECTION.
007230*--------------------------------------------------------------
007240*- A FEED'S RECORDS IN A MONTH ARE THE RECORDS OF THE FIRST
007250*- FIELD ITS STATISTICS CARRY (EVERY FIELD LINE OF A FILE HAS
007260*- THE FILE'S RECORD COUNT; SEVERAL FILES A NIGHT ADD UP).
007270*--------------------------------------------------------------
007280 B30-010.
007290   OPEN INPUT F49FSTA.
007300   IF WK-FSS-FST NOT = '00'
007310     THEN
007320       DISPLAY 'DQSCORE:FEED STATISTICS OPEN ERROR STATUS='
007330               WK-FSS-FST
007340       MOVE 1             TO WK-WARN
007350       GO TO B30-READ-STATS-EXIT
007360   END-IF.
007370   PERFORM UNTIL WK-FSS-FST NOT = '00'
007380     READ F49FSTA
007390       AT END
007400         CONTINUE
007410       NOT AT END
007420         PERFORM B31-ONE-STAT
007430     END-READ
007440   END-PERFORM.
007450   CLOSE F49FSTA.
007460 B30-READ-STATS-EXIT.
007470   EXIT.
007480 B31-ONE-STAT SECTION.
007490 B31-010.
007500   IF F49-FEED = SPACE OR F49-RECS NOT NUMERIC
007510    OR F49-OFF NOT NUMERIC OR F49-LEN NOT NUMERIC
007520    OR (WK-ONLY-FEED NOT = SPACE AND F49-FEED NOT = WK-ONLY-FEED)
007530     THEN
007540       GO TO B31-ONE-STAT-EXIT
007550   END-IF.
007560   MOVE F49-DATE(1:6) TO WK-MON-X.
007570   PERFORM Z25-FIND-MONTH.
007580   IF WK-MON-HIT = ZERO
007590     THEN
007600       GO TO B31-ONE-STAT-EXIT
007610   END-IF.
007620   MOVE F49-FEED      TO WK-FD-KEY.
007630   PERFORM Z20-FIND-FEED.
007640   IF WK-FD-HIT = ZERO
007650     THEN
007660       GO TO B31-ONE-STAT-EXIT
007670   END-IF.
007680   IF WK-FD-STSEEN(WK-FD-HIT) = ZERO
007690     THEN
007700       MOVE 1             TO WK-FD-STSEEN(WK-FD-HIT)
007710       MOVE F49-OFF       TO WK-FD-STOFF(WK-FD-HIT)
007720       MOVE F49-LEN       TO WK-FD-STLEN(WK-FD-HIT)
007730   END-IF.
007740   IF F49-OFF = WK-FD-STOFF(WK-FD-HIT)
007750    AND F49-LEN = WK-FD-STLEN(WK-FD-HIT)
007760     THEN
007770       MOVE 1             TO WK-FD-SEEN(WK-FD-HIT)
007780       ADD F49-RECS       TO WK-FD-RECS(WK-FD-HIT, WK-MON-HIT)
007790   END-IF.
007800 B31-ONE-STAT-EXIT.
007810   EXIT.
007820 B40-SCAN-ONE-REJECT SECTION.
007830*--------------------------------------------------------------
007840*- ONE REJECT FILE. A HDR RECORD OPENS A GROUP AND NAMES ITS
007850*- FEED; EVERY REJECT DATED IN THE FOUR MONTHS AND NOT YET
007860*- COUNTED IS CHARGED.
007870*--------------------------------------------------------------
007880 B40-010.
007890   OPEN INPUT F6IN.
007900   IF WK-CUR-FST NOT = '00'
007910     THEN
007920       DISPLAY 'DQSCORE:REJECT FILE OPEN ERROR STATUS='
007930               WK-CUR-FST ' FILE=' WK-CURNAME(1:60)
007940       MOVE 1             TO WK-WARN
007950       GO TO B40-SCAN-ONE-REJECT-EXIT
007960   END-IF.
007970   ADD 1              TO WK-FILES-READ.
007980   MOVE SPACE         TO WK-GRP-FEED.
007990   PERFORM UNTIL WK-CUR-FST NOT = '00'
008000     READ F6IN
008010       AT END
008020         CONTINUE
008030       NOT AT END
008040         EVALUATE TRUE
008050         WHEN F6RECORD(1:4) = 'HDR '
008060           MOVE SPACE         TO WK-GRP-FEED
008070           IF F6RECORD(155:7) = 'FEEDID='
008080             THEN
008090               MOVE F6RECORD(162:8) TO WK-GRP-FEED
008100           END-IF
008110         WHEN F6RECORD(1:4) = 'TRL '
008120           CONTINUE
008130         WHEN OTHER
008140           PERFORM B41-ONE-REJECT
008150         END-EVALUATE
008160     END-READ
008170   END-PERFORM.
008180   CLOSE F6IN.
008190 B40-SCAN-ONE-REJECT-EXIT.
008200   EXIT.
008210 B41-ONE-REJECT SECTION.
008220 B41-010.
008230   MOVE F6-RUNID(1:6) TO WK-MON-X.
008240   PERFORM Z25-FIND-MONTH.
008250   IF WK-MON-HIT = ZERO
008260     THEN
008270       GO TO B41-ONE-REJECT-EXIT
008280   END-IF.
008290   IF WK-ONLY-FEED NOT = SPACE AND WK-GRP-FEED NOT = WK-ONLY-FEED
008300     THEN
008310       GO TO B41-ONE-REJECT-EXIT
008320   END-IF.
008330   MOVE ZERO          TO WK-RJ-HIT.
008340   PERFORM VARYING WK-RJ-I FROM 1 BY 1
008350     UNTIL WK-RJ-I > WK-RJ-CNT OR WK-RJ-HIT > ZERO
008360       IF WK-RJ-RUNID(WK-RJ-I) = F6-RUNID
008370        AND WK-RJ-SEQ(WK-RJ-I) = F6-SEQ
008380         THEN
008390           MOVE WK-RJ-I       TO WK-RJ-HIT
008400       END-IF
008410   END-PERFORM.
008420   IF WK-RJ-HIT > ZERO
008430     THEN
008440       GO TO B41-ONE-REJECT-EXIT
008450   END-IF.
008460   IF WK-RJ-CNT NOT < 20000
008470     THEN
008480       ADD 1              TO WK-LOST
008490       GO TO B41-ONE-REJECT-EXIT
008500   END-IF.
008510   ADD 1              TO WK-RJ-CNT.
008520   MOVE F6-RUNID      TO WK-RJ-RUNID(WK-RJ-CNT).
008530   MOVE F6-SEQ        TO WK-RJ-SEQ(WK-RJ-CNT).
008540   ADD 1              TO WK-REJECTS.
008550   IF WK-GRP-FEED = SPACE
008560     THEN
008570       ADD 1              TO WK-NOFEED
008580       GO TO B41-ONE-REJECT-EXIT
008590   END-IF.
008600   MOVE WK-GRP-FEED   TO WK-FD-KEY.
008610   PERFORM Z20-FIND-FEED.
008620   IF WK-FD-HIT = ZERO
008630     THEN
008640       ADD 1              TO WK-LOST
008650       GO TO B41-ONE-REJECT-EXIT
008660   END-IF.
008670   IF WK-FD-MAPPED(WK-FD-HIT) = ZERO
008680     THEN
008690       PERFORM B12-DEFAULT-FIELDS
008700   END-IF.
008710   MOVE 1             TO WK-FD-SEEN(WK-FD-HIT).
008720   ADD 1              TO WK-FD-REJ(WK-FD-HIT, WK-MON-HIT).
008730   ADD 1              TO WK-CHARGED.
008740   PERFORM VARYING WK-FLD-I FROM 1 BY 1
008750     UNTIL WK-FLD-I > WK-FLD-CNT
008760       MOVE ZERO          TO WK-FLD-MARK(WK-FLD-I)
008770   END-PERFORM.
008780   MOVE ZERO          TO WK-MARKS.
008790   EVALUATE TRUE
008800   WHEN F6-REASON(1:24) = 'TEST-MAIN: LAYOUT CHECK '
008810     PERFORM B43-LAYOUT-REJECT
008820   WHEN F6-REASON(1:10) = 'TEST-MAIN:'
008830     MOVE 'O'           TO WK-FLD-KKIND
008840     PERFORM Z30-MARK-CATCH-ALL
008850   WHEN OTHER
008860     PERFORM B44-RULE-REJECT
008870   END-EVALUATE.
008880   PERFORM VARYING WK-FLD-I FROM 1 BY 1
008890     UNTIL WK-FLD-I > WK-FLD-CNT
008900       IF WK-FLD-MARK(WK-FLD-I) = 1
008910         THEN
008920           ADD 1              TO WK-FLD-REJ(WK-FLD-I, WK-MON-HIT)
008930       END-IF
008940   END-PERFORM.
008950   IF WK-MON-HIT = 1
008960     THEN
008970       MOVE SPACE         TO WK-RS-KEY
008980       STRING F6-RSID ' ' F6-REASON(1:51)
008990                          DELIMITED BY SIZE
009000                          INTO WK-RS-KEY
009010       PERFORM Z40-ADD-REASON
009020   END-IF.
009030 B41-ONE-REJECT-EXIT.
009040   EXIT.
009050 B42-SCAN-GENERATIONS SECTION.
009060*--------------------------------------------------------------
009070*- THE SHARED GENERATION LIST (SEE REJAGING): DATE IN COLS
009080*- 1-8, PATH FROM COL 10.
009090*--------------------------------------------------------------
009100 B42-010.
009110   OPEN INPUT F5GLIST.
009120   IF WK-GLST-FST NOT = '00'
009130     THEN
009140       DISPLAY 'DQSCORE:GENERATION LIST OPEN ERROR STATUS='
009150               WK-GLST-FST
009160       MOVE 1             TO WK-WARN
009170       GO TO B42-SCAN-GENERATIONS-EXIT
009180   END-IF.
009190   PERFORM UNTIL WK-GLST-FST NOT = '00'
009200     READ F5GLIST
009210       AT END
009220         CONTINUE
009230       NOT AT END
009240         IF F5GRECORD(1:1) NOT = '*' AND F5GRECORD NOT = SPACE
009250           THEN
009260             MOVE SPACE           TO WK-CURNAME
009270             MOVE F5GRECORD(10:100) TO WK-CURNAME
009280             PERFORM B40-SCAN-ONE-REJECT
009290         END-IF
009300     END-READ
009310   END-PERFORM.
009320   CLOSE F5GLIST.
009330 B42-SCAN-GENERATIONS-EXIT.
009340   EXIT.
009350 B43-LAYOUT-REJECT SECTION.
009360*--------------------------------------------------------------
009370*- 'TEST-MAIN: LAYOUT CHECK ttt FAILED AT POS nnnnn' (B12D), OR
009380*- 'TEST-MAIN: LAYOUT CHECK DLM FAILED (PARSE)'.
009390*--------------------------------------------------------------
009400 B43-010.
009410   MOVE F6-REASON(25:3) TO WK-TYPE.
009420   IF WK-TYPE = 'LEN' OR WK-TYPE = 'DLM'
009430    OR F6-REASON(43:5) NOT NUMERIC
009440     THEN
009450       MOVE 'L'           TO WK-FLD-KKIND
009460       PERFORM Z30-MARK-CATCH-ALL
009470       GO TO B43-LAYOUT-REJECT-EXIT
009480   END-IF.
009490   MOVE F6-REASON(43:5) TO WK-COL.
009500   IF WK-FD-DLM(WK-FD-HIT) = ZERO
009510     THEN
009520       PERFORM VARYING WK-FLD-I FROM 1 BY 1
009530         UNTIL WK-FLD-I > WK-FLD-CNT
009540           IF WK-FLD-FEED(WK-FLD-I) = WK-FD-HIT
009550            AND WK-FLD-KIND(WK-FLD-I) = 'M'
009560            AND WK-COL NOT < WK-FLD-SRCOFF(WK-FLD-I)
009570            AND WK-COL < WK-FLD-SRCOFF(WK-FLD-I)
009580                       + WK-FLD-SRCLEN(WK-FLD-I)
009590             THEN
009600               MOVE 1             TO WK-FLD-MARK(WK-FLD-I)
009610               ADD 1              TO WK-MARKS
009620           END-IF
009630       END-PERFORM
009640   END-IF.
009650   IF WK-MARKS = ZERO
009660     THEN
009670       MOVE 'U'           TO WK-FLD-KKIND
009680       PERFORM Z30-MARK-CATCH-ALL
009690   END-IF.
009700 B43-LAYOUT-REJECT-EXIT.
009710   EXIT.
009720 B44-RULE-REJECT SECTION.
009730*--------------------------------------------------------------
009740*- THE FAILING PC FROM ',VCODE-PC=nnnnn,' WHEN THE REASON HAS
009750*- IT (AS RPTREJCT PARSES IT); THEN EVERY FEED FIELD A PUSHV OF
009760*- THE SET READS - SINCE THE LAST PUT BEFORE THAT PC, OR THE
009770*- WHOLE SET.
009780*--------------------------------------------------------------
009790 B44-010.
009800   MOVE ZERO          TO WK-PC.
009810   PERFORM VARYING WK-POS FROM 1 BY 1
009820     UNTIL WK-POS > 66
009830       IF F6-REASON(WK-POS:9) = 'VCODE-PC='
009840         THEN
009850           IF F6-REASON(WK-POS + 9:5) NUMERIC
009860             THEN
009870               MOVE F6-REASON(WK-POS + 9:5) TO WK-PC
009880           END-IF
009890           MOVE 99            TO WK-POS
009900       END-IF
009910   END-PERFORM.
009920   MOVE ZERO          TO WK-LO.
009930   IF WK-PC > ZERO
009940     THEN
009950       PERFORM VARYING WK-RV-I FROM 1 BY 1
009960         UNTIL WK-RV-I > WK-RV-CNT
009970           IF WK-RV-RSID(WK-RV-I) = F6-RSID
009980            AND WK-RV-KIND(WK-RV-I) = 'P'
009990            AND WK-RV-ROWPC(WK-RV-I) < WK-PC
010000             THEN
010010               MOVE WK-RV-ROWPC(WK-RV-I) TO WK-LO
010020           END-IF
010030       END-PERFORM
010040   END-IF.
010050   PERFORM VARYING WK-RV-I FROM 1 BY 1
010060     UNTIL WK-RV-I > WK-RV-CNT
010070       IF WK-RV-RSID(WK-RV-I) = F6-RSID
010080        AND WK-RV-KIND(WK-RV-I) = 'V'
010090        AND WK-RV-ROWPC(WK-RV-I) > WK-LO
010100        AND (WK-PC = ZERO OR WK-RV-ROWPC(WK-RV-I) NOT > WK-PC)
010110         THEN
010120           PERFORM B45-MARK-SLICE
010130       END-IF
010140   END-PERFORM.
010150   IF WK-MARKS = ZERO
010160     THEN
010170       MOVE 'R'           TO WK-FLD-KKIND
010180       PERFORM Z30-MARK-CATCH-ALL
010190   END-IF.
010200 B44-RULE-REJECT-EXIT.
010210   EXIT.
010220 B45-MARK-SLICE SECTION.
010230*--------------------------------------------------------------
010240*- PUSHV WK-RV-I READS AREA/POS/LEN: MARK EVERY FIELD OF THE
010250*- FEED WHOSE TARGET SLICE IT OVERLAPS (SEE FLDIMPCT B21).
010260*--------------------------------------------------------------
010270 B45-010.
010280   PERFORM VARYING WK-FLD-I FROM 1 BY 1
010290     UNTIL WK-FLD-I > WK-FLD-CNT
010300       IF WK-FLD-FEED(WK-FLD-I) = WK-FD-HIT
010310        AND WK-FLD-KIND(WK-FLD-I) = 'M'
010320        AND WK-FLD-MARK(WK-FLD-I) = ZERO
010330        AND WK-FLD-AREA(WK-FLD-I) = WK-RV-AREA(WK-RV-I)
010340        AND WK-RV-POS(WK-RV-I) < WK-FLD-TGTPOS(WK-FLD-I)
010350                               + WK-FLD-SRCLEN(WK-FLD-I)
010360        AND WK-RV-POS(WK-RV-I) + WK-RV-LEN(WK-RV-I)
010370            > WK-FLD-TGTPOS(WK-FLD-I)
010380         THEN
010390           MOVE 1             TO WK-FLD-MARK(WK-FLD-I)
010400           ADD 1              TO WK-MARKS
010410       END-IF
010420   END-PERFORM.
010430 B45-MARK-SLICE-EXIT.
010440   EXIT.
010450 C10-PRINT-FEED SECTION.
010460*--------------------------------------------------------------
010470*- ONE FEED'S PAGE: HEADING, TOTALS, THE FIELD TABLE, THE TOP
010480*- REASONS.
010490*--------------------------------------------------------------
010500 C10-010.
010510   ADD 1              TO WK-PAGE.
010520   MOVE SPACE         TO WK-LINE.
010530   STRING 'DATA-QUALITY SCORECARD  FEED=' WK-FD-NAME(WK-FD-I)
010540          '  MONTH=' WK-MONTH '  PREPARED ' WK-TODAY
010550                      DELIMITED BY SIZE
010560                      INTO WK-LINE(3:80).
010570   MOVE 'PAGE '       TO WK-LINE(118:5).
010580   MOVE WK-PAGE       TO WK-LINE(123:3).
010590   PERFORM Z12-PUT-PAGE.
010600   MOVE SPACE         TO WK-LINE.
010610   IF WK-FD-OWNER(WK-FD-I) = SPACE
010620     THEN
010630       MOVE 'FEED OWNER: NOT REGISTERED' TO WK-LINE(3:26)
010640     ELSE
010650       MOVE 'FEED OWNER: '  TO WK-LINE(3:12)
010660       MOVE WK-FD-OWNER(WK-FD-I) TO WK-LINE(15:40)
010670   END-IF.
010680   PERFORM Z10-PUT-LINE.
010690   PERFORM Z11-PUT-BLANK.
010700   MOVE WK-FD-RECS(WK-FD-I, 1) TO WK-D.
010710   MOVE WK-FD-RECS(WK-FD-I, 1) TO WK-ED-N.
010720   MOVE 'RECORDS RECEIVED' TO WK-LINE(3:16).
010730   IF WK-FD-STSEEN(WK-FD-I) = ZERO
010740     THEN
010750       MOVE 'NO STATISTICS' TO WK-LINE(20:13)
010760       ADD 1              TO WK-NOSTATS
010770     ELSE
010780       MOVE WK-ED-N       TO WK-LINE(20:11)
010790   END-IF.
010800   MOVE WK-FD-REJ(WK-FD-I, 1) TO WK-N.
010810   MOVE WK-N          TO WK-ED-N.
010820   MOVE 'RECORDS REJECTED' TO WK-LINE(36:16).
010830   MOVE WK-ED-N       TO WK-LINE(53:11).
010840   MOVE 'REJECT RATE'  TO WK-LINE(69:11).
010850   PERFORM Z50-EDIT-RATE.
010860   MOVE WK-ED-TXT     TO WK-LINE(81:9).
010870   PERFORM Z10-PUT-LINE.
010880   PERFORM Z11-PUT-BLANK.
010890   MOVE 'ERROR RATE BY SOURCE FIELD (REJECTS PER 100 RECORDS;'
010900                      TO WK-LINE(3:53).
010910   MOVE ' CHANGE = POINTS AGAINST THE THREE MONTHS BEFORE)'
010920                      TO WK-LINE(56:50).
010930   PERFORM Z10-PUT-LINE.
010940   MOVE 'FIELD'       TO WK-LINE(3:5).
010950   MOVE 'SOURCE'      TO WK-LINE(28:6).
010960   MOVE 'REJECTS'     TO WK-LINE(45:7).
010970   MOVE WK-MON(1)     TO WK-LINE(57:6).
010980   MOVE WK-MON(2)     TO WK-LINE(67:6).
010990   MOVE WK-MON(3)     TO WK-LINE(77:6).
011000   MOVE WK-MON(4)     TO WK-LINE(87:6).
011010   MOVE 'PRIOR 3'     TO WK-LINE(96:7).
011020   MOVE 'CHANGE'      TO WK-LINE(108:6).
011030   PERFORM Z10-PUT-LINE.
011040   PERFORM VARYING WK-FLD-I FROM 1 BY 1
011050     UNTIL WK-FLD-I > WK-FLD-CNT
011060       IF WK-FLD-FEED(WK-FLD-I) = WK-FD-I
011070         THEN
011080           PERFORM C11-FIELD-LINE
011090       END-IF
011100   END-PERFORM.
011110   PERFORM C12-TOP-REASONS.
011120 C10-PRINT-FEED-EXIT.
011130   EXIT.
011140 C11-FIELD-LINE SECTION.
011150*--------------------------------------------------------------
011160*- ONE FIELD: THE MONTH'S REJECTS, THE RATE OF EACH OF THE FOUR
011170*- MONTHS, THE RATE OF THE THREE PRIOR MONTHS TOGETHER AND THE
011180*- CHANGE AGAINST IT. A CATCH-ALL LINE WITH NOTHING IN ANY OF
011190*- THE MONTHS IS LEFT OUT.
011200*--------------------------------------------------------------
011210 C11-010.
011220   IF WK-FLD-KIND(WK-FLD-I) NOT = 'M'
011230    AND WK-FLD-REJ(WK-FLD-I, 1) = ZERO
011240    AND WK-FLD-REJ(WK-FLD-I, 2) = ZERO
011250    AND WK-FLD-REJ(WK-FLD-I, 3) = ZERO
011260    AND WK-FLD-REJ(WK-FLD-I, 4) = ZERO
011270     THEN
011280       GO TO C11-FIELD-LINE-EXIT
011290   END-IF.
011300   MOVE SPACE         TO WK-LINE.
011310   MOVE WK-FLD-NAME(WK-FLD-I) TO WK-LINE(3:24).
011320   IF WK-FLD-KIND(WK-FLD-I) = 'M'
011330     THEN
011340       MOVE WK-FLD-SRCOFF(WK-FLD-I) TO WK-ED-POS
011350       IF WK-FD-DLM(WK-FD-I) = 1
011360         THEN
011370           STRING 'FLD ' FUNCTION TRIM(WK-ED-POS)
011380                          DELIMITED BY SIZE
011390                          INTO WK-LINE(28:12)
011400         ELSE
011410           COMPUTE WK-END = WK-FLD-SRCOFF(WK-FLD-I)
011420                          + WK-FLD-SRCLEN(WK-FLD-I) - 1
011430           MOVE WK-END        TO WK-ED-END
011440           STRING FUNCTION TRIM(WK-ED-POS)
011450                  '-' FUNCTION TRIM(WK-ED-END)
011460                          DELIMITED BY SIZE
011470                          INTO WK-LINE(28:12)
011480       END-IF
011490   END-IF.
011500   MOVE WK-FLD-REJ(WK-FLD-I, 1) TO WK-ED-N.
011510   MOVE WK-ED-N       TO WK-LINE(41:11).
011520   PERFORM VARYING WK-J FROM 1 BY 1
011530     UNTIL WK-J > 4
011540       MOVE WK-FLD-REJ(WK-FLD-I, WK-J) TO WK-N
011550       MOVE WK-FD-RECS(WK-FD-I, WK-J) TO WK-D
011560       PERFORM Z50-EDIT-RATE
011570       MOVE WK-ED-TXT     TO WK-LINE(WK-J * 10 + 44:9)
011580   END-PERFORM.
011590*- THE PRIOR-3 FIGURE IS THE THREE MONTHS' REJECTS OVER THEIR
011600*- RECORDS, SO A QUIET MONTH DOES NOT WEIGH AS MUCH AS A BUSY ONE.
011610   MOVE WK-FLD-REJ(WK-FLD-I, 1) TO WK-N.
011620   MOVE WK-FD-RECS(WK-FD-I, 1) TO WK-D.
011630   PERFORM Z50-EDIT-RATE.
011640   MOVE WK-RATE       TO WK-PRATE.
011647   COMPUTE WK-N = WK-FLD-REJ(WK-FLD-I, 2)
011654                + WK-FLD-REJ(WK-FLD-I, 3)
011661                + WK-FLD-REJ(WK-FLD-I, 4).
011670   COMPUTE WK-D = WK-FD-RECS(WK-FD-I, 2) + WK-FD-RECS(WK-FD-I, 3)
011680                + WK-FD-RECS(WK-FD-I, 4).
011690   PERFORM Z50-EDIT-RATE.
011700   MOVE WK-ED-TXT     TO WK-LINE(94:9).
011710   IF WK-D > ZERO AND WK-FD-RECS(WK-FD-I, 1) > ZERO
011720     THEN
011730       COMPUTE WK-CHG = WK-PRATE - WK-RATE
011740       MOVE WK-CHG        TO WK-ED-CHG
011750       MOVE WK-ED-CHG     TO WK-LINE(105:9)
011760     ELSE
011770       MOVE '      N/A'   TO WK-LINE(105:9)
011780   END-IF.
011790   PERFORM Z10-PUT-LINE.
011800 C11-FIELD-LINE-EXIT.
011810   EXIT.
011820 C12-TOP-REASONS SECTION.
011830*--------------------------------------------------------------
011840*- THE FEED'S FIVE MOST FREQUENT REASONS OF THE MONTH, WITH
011850*- THEIR SHARE OF THE FEED'S REJECTED RECORDS (TABLE ORDER ON A
011860*- TIE).
011870*--------------------------------------------------------------
011880 C12-010.
011890   PERFORM Z11-PUT-BLANK.
011900   MOVE 'TOP ERROR REASONS THIS MONTH' TO WK-LINE(3:28).
011910   PERFORM Z10-PUT-LINE.
011920   MOVE 'REJECTS    PCT  RULE SET  REASON' TO WK-LINE(7:32).
011930   PERFORM Z10-PUT-LINE.
011940   PERFORM VARYING WK-RS-I FROM 1 BY 1
011950     UNTIL WK-RS-I > WK-RS-CNT
011960       MOVE ZERO          TO WK-RS-TAKEN(WK-RS-I)
011970   END-PERFORM.
011980   MOVE ZERO          TO WK-RS-TOP.
011990   MOVE 1             TO WK-RS-BEST.
012000   PERFORM UNTIL WK-RS-TOP NOT < 5 OR WK-RS-BEST = ZERO
012010     MOVE ZERO          TO WK-RS-BEST
012020     PERFORM VARYING WK-RS-I FROM 1 BY 1
012030       UNTIL WK-RS-I > WK-RS-CNT
012040         IF WK-RS-FEED(WK-RS-I) = WK-FD-I
012050          AND WK-RS-TAKEN(WK-RS-I) = ZERO
012060           THEN
012070             IF WK-RS-BEST = ZERO
012080               THEN
012090                 MOVE WK-RS-I       TO WK-RS-BEST
012100               ELSE
012110                 IF WK-RS-N(WK-RS-I) > WK-RS-N(WK-RS-BEST)
012120                   THEN
012130                     MOVE WK-RS-I       TO WK-RS-BEST
012140                 END-IF
012150             END-IF
012160         END-IF
012170     END-PERFORM
012180     IF WK-RS-BEST > ZERO
012190       THEN
012200         ADD 1              TO WK-RS-TOP
012210         MOVE 1             TO WK-RS-TAKEN(WK-RS-BEST)
012220         PERFORM C13-REASON-LINE
012230     END-IF
012240   END-PERFORM.
012250   IF WK-RS-TOP = ZERO
012260     THEN
012270       MOVE 'NONE - NO REJECTS THIS MONTH.' TO WK-LINE(7:29)
012280       PERFORM Z10-PUT-LINE
012290   END-IF.
012300 C12-TOP-REASONS-EXIT.
012310   EXIT.
012320 C13-REASON-LINE SECTION.
012330 C13-010.
012340   MOVE WK-RS-N(WK-RS-BEST) TO WK-ED-N.
012350   MOVE WK-ED-N       TO WK-LINE(3:11).
012360   IF WK-FD-REJ(WK-FD-I, 1) > ZERO
012370     THEN
012380       COMPUTE WK-ED-PCT ROUNDED = WK-RS-N(WK-RS-BEST) * 100
012390                                 / WK-FD-REJ(WK-FD-I, 1)
012400       MOVE WK-ED-PCT     TO WK-LINE(16:5)
012410   END-IF.
012420   MOVE WK-RS-TEXT(WK-RS-BEST) TO WK-LINE(23:60).
012430   PERFORM Z10-PUT-LINE.
012440 C13-REASON-LINE-EXIT.
012450   EXIT.
012460 Z10-PUT-LINE SECTION.
012470 Z10-010.
012480   MOVE WK-LINE       TO F2LINE.
012490   WRITE F2LINE.
012500   MOVE SPACE         TO WK-LINE.
012510 Z10-PUT-LINE-EXIT.
012520   EXIT.
012530 Z11-PUT-BLANK SECTION.
012540 Z11-010.
012550   MOVE SPACE         TO F2LINE.
012560   WRITE F2LINE.
012570 Z11-PUT-BLANK-EXIT.
012580   EXIT.
012590 Z12-PUT-PAGE SECTION.
012600*--------------------------------------------------------------
012610*- A FEED'S HEADING LINE STARTS A NEW PAGE (THE FIRST PAGE
012620*- STARTS THE FILE).
012630*--------------------------------------------------------------
012640 Z12-010.
012650   MOVE WK-LINE       TO F2LINE.
012660   IF WK-PAGE > 1
012670     THEN
012680       WRITE F2LINE AFTER ADVANCING PAGE
012690     ELSE
012700       WRITE F2LINE
012710   END-IF.
012720   MOVE SPACE         TO WK-LINE.
012730 Z12-PUT-PAGE-EXIT.
012740   EXIT.
012750 Z20-FIND-FEED SECTION.
012760*--------------------------------------------------------------
012770*- FEED WK-FD-KEY INTO WK-FD-HIT, ADDED IF NEW (ZERO WHEN THE
012780*- TABLE IS FULL).
012790*--------------------------------------------------------------
012800 Z20-010.
012810   MOVE ZERO          TO WK-FD-HIT.
012820   PERFORM VARYING WK-FD-I FROM 1 BY 1
012830     UNTIL WK-FD-I > WK-FD-CNT OR WK-FD-HIT > ZERO
012840       IF WK-FD-NAME(WK-FD-I) = WK-FD-KEY
012850         THEN
012860           MOVE WK-FD-I       TO WK-FD-HIT
012870       END-IF
012880   END-PERFORM.
012890   IF WK-FD-HIT > ZERO OR WK-FD-CNT NOT < 50
012900     THEN
012910       GO TO Z20-FIND-FEED-EXIT
012920   END-IF.
012930   ADD 1              TO WK-FD-CNT.
012940   MOVE WK-FD-CNT     TO WK-FD-HIT.
012950   MOVE WK-FD-KEY     TO WK-FD-NAME(WK-FD-HIT).
012960   MOVE SPACE         TO WK-FD-OWNER(WK-FD-HIT).
012970   MOVE ZERO          TO WK-FD-DLM(WK-FD-HIT).
012980   MOVE ZERO          TO WK-FD-MAPPED(WK-FD-HIT).
012990   MOVE ZERO          TO WK-FD-SEEN(WK-FD-HIT).
013000   MOVE ZERO          TO WK-FD-STSEEN(WK-FD-HIT).
013010   MOVE ZERO          TO WK-FD-STOFF(WK-FD-HIT).
013020   MOVE ZERO          TO WK-FD-STLEN(WK-FD-HIT).
013030   PERFORM VARYING WK-J FROM 1 BY 1
013040     UNTIL WK-J > 4
013050       MOVE ZERO          TO WK-FD-RECS(WK-FD-HIT, WK-J)
013060       MOVE ZERO          TO WK-FD-REJ(WK-FD-HIT, WK-J)
013070   END-PERFORM.
013080 Z20-FIND-FEED-EXIT.
013090   EXIT.
013100 Z25-FIND-MONTH SECTION.
013110 Z25-010.
013120   MOVE ZERO          TO WK-MON-HIT.
013130   PERFORM VARYING WK-MON-I FROM 1 BY 1
013140     UNTIL WK-MON-I > 4 OR WK-MON-HIT > ZERO
013150       IF WK-MON(WK-MON-I) = WK-MON-X
013160         THEN
013170           MOVE WK-MON-I      TO WK-MON-HIT
013180       END-IF
013190   END-PERFORM.
013200 Z25-FIND-MONTH-EXIT.
013210   EXIT.
013220 Z30-MARK-CATCH-ALL SECTION.
013230*--------------------------------------------------------------
013240*- MARK THE FEED'S CATCH-ALL LINE OF KIND WK-FLD-KKIND, ADDING
013250*- IT THE FIRST TIME IT IS NEEDED.
013260*--------------------------------------------------------------
013270 Z30-010.
013280   MOVE ZERO          TO WK-FLD-HIT.
013290   PERFORM VARYING WK-FLD-I FROM 1 BY 1
013300     UNTIL WK-FLD-I > WK-FLD-CNT OR WK-FLD-HIT > ZERO
013310       IF WK-FLD-FEED(WK-FLD-I) = WK-FD-HIT
013320        AND WK-FLD-KIND(WK-FLD-I) = WK-FLD-KKIND
013330         THEN
013340           MOVE WK-FLD-I      TO WK-FLD-HIT
013350       END-IF
013360   END-PERFORM.
013370   IF WK-FLD-HIT = ZERO
013380     THEN
013390       IF WK-FLD-CNT NOT < 600
013400         THEN
013410           MOVE 1             TO WK-WARN
013420           GO TO Z30-MARK-CATCH-ALL-EXIT
013430       END-IF
013440       ADD 1              TO WK-FLD-CNT
013450       MOVE WK-FLD-CNT    TO WK-FLD-HIT
013460       MOVE WK-FD-HIT     TO WK-FLD-FEED(WK-FLD-HIT)
013470       MOVE WK-FLD-KKIND  TO WK-FLD-KIND(WK-FLD-HIT)
013480       MOVE ZERO          TO WK-FLD-SRCOFF(WK-FLD-HIT)
013490       MOVE ZERO          TO WK-FLD-SRCLEN(WK-FLD-HIT)
013500       MOVE SPACE         TO WK-FLD-AREA(WK-FLD-HIT)
013510       MOVE ZERO          TO WK-FLD-TGTPOS(WK-FLD-HIT)
013520       PERFORM VARYING WK-J FROM 1 BY 1
013530         UNTIL WK-J > 4
013540           MOVE ZERO          TO WK-FLD-REJ(WK-FLD-HIT, WK-J)
013550       END-PERFORM
013560       EVALUATE WK-FLD-KKIND
013570       WHEN 'L'
013580         MOVE '*RECORD LENGTH/LAYOUT' TO WK-FLD-NAME(WK-FLD-HIT)
013590       WHEN 'U'
013600         MOVE '*UNMAPPED COLUMNS' TO WK-FLD-NAME(WK-FLD-HIT)
013610       WHEN 'R'
013620         MOVE '*RULE, NO MAPPED FIELD' TO WK-FLD-NAME(WK-FLD-HIT)
013630       WHEN OTHER
013640         MOVE '*OTHER DRIVER CHECKS' TO WK-FLD-NAME(WK-FLD-HIT)
013650       END-EVALUATE
013660   END-IF.
013670   MOVE 1             TO WK-FLD-MARK(WK-FLD-HIT).
013680   ADD 1              TO WK-MARKS.
013690 Z30-MARK-CATCH-ALL-EXIT.
013700   EXIT.
013710 Z40-ADD-REASON SECTION.
013720*--------------------------------------------------------------
013730*- COUNT REASON WK-RS-KEY FOR FEED WK-FD-HIT. A FULL TABLE FILES
013740*- IT UNDER '*OTHER REASONS*'.
013750*--------------------------------------------------------------
013760 Z40-010.
013770   MOVE ZERO          TO WK-RS-HIT.
013780   PERFORM VARYING WK-RS-I FROM 1 BY 1
013790     UNTIL WK-RS-I > WK-RS-CNT OR WK-RS-HIT > ZERO
013800       IF WK-RS-FEED(WK-RS-I) = WK-FD-HIT
013810        AND WK-RS-TEXT(WK-RS-I) = WK-RS-KEY
013820         THEN
013830           MOVE WK-RS-I       TO WK-RS-HIT
013840       END-IF
013850   END-PERFORM.
013860   IF WK-RS-HIT = ZERO AND WK-RS-CNT NOT < 450
013870     THEN
013880       MOVE '*OTHER REASONS*' TO WK-RS-KEY
013890       PERFORM VARYING WK-RS-I FROM 1 BY 1
013900         UNTIL WK-RS-I > WK-RS-CNT OR WK-RS-HIT > ZERO
013910           IF WK-RS-FEED(WK-RS-I) = WK-FD-HIT
013920            AND WK-RS-TEXT(WK-RS-I) = WK-RS-KEY
013930             THEN
013940               MOVE WK-RS-I       TO WK-RS-HIT
013950           END-IF
013960       END-PERFORM
013970   END-IF.
013980   IF WK-RS-HIT = ZERO
013990     THEN
014000       IF WK-RS-CNT NOT < 500
014010         THEN
014020           GO TO Z40-ADD-REASON-EXIT
014030       END-IF
014040       ADD 1              TO WK-RS-CNT
014050       MOVE WK-RS-CNT     TO WK-RS-HIT
014060       MOVE WK-FD-HIT     TO WK-RS-FEED(WK-RS-HIT)
014070       MOVE WK-RS-KEY     TO WK-RS-TEXT(WK-RS-HIT)
014080       MOVE ZERO          TO WK-RS-N(WK-RS-HIT)
014090   END-IF.
014100   ADD 1              TO WK-RS-N(WK-RS-HIT).
014110 Z40-ADD-REASON-EXIT.
014120   EXIT.
014130 Z50-EDIT-RATE SECTION.
014140*--------------------------------------------------------------
014150*- WK-N REJECTS OVER WK-D RECORDS INTO WK-RATE AND, EDITED,
014160*- INTO WK-ED-TXT ('N/A' WITHOUT RECORDS) - THE CALLER MOVES IT
014170*- TO ITS COLUMN.
014180*--------------------------------------------------------------
014190 Z50-010.
014200   IF WK-D = ZERO
014210     THEN
014220       MOVE ZERO          TO WK-RATE
014230       MOVE '      N/A'   TO WK-ED-TXT
014240     ELSE
014250       COMPUTE WK-RATE ROUNDED = WK-N * 100 / WK-D
014260       MOVE WK-RATE       TO WK-ED-RATE
014270       MOVE WK-ED-RATE    TO WK-ED-TXT
014280   END-IF.
014290 Z50-EDIT-RATE-EXIT.
014300   EXIT.
