000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   BACKTEST.
000030*--------------------------------------------------------------
000040*- BACK-TEST OF A CANDIDATE RULE SET AGAINST PAST NIGHTS OF REAL
000050*- TRAFFIC. EVERY NIGHT TRANARCH ARCHIVED IN THE CHOSEN DATE
000060*- RANGE IS REPLAYED THROUGH THE CANDIDATE F1RSID WITH THE
000070*- MAPPING IT WAS ORIGINALLY READ WITH, AND EACH DECISION IS
000080*- COMPARED WITH WHAT F18HIST SAYS WAS ACTUALLY DECIDED THAT
000090*- NIGHT. THE REPORT SHOWS, BY DAY, HOW MANY DECISIONS WOULD
000100*- FLIP PASS TO FAIL AND FAIL TO PASS AND HOW MANY DISPOSITION
000110*- CODES (OUT VALUE'S LEADING 10 BYTES) WOULD CHANGE - WHAT THE
000120*- CHANGE WOULD HAVE DONE TO LAST MONTH, NOT JUST TO TONIGHT.
000130*-
000140*- THE CANDIDATE IS LOADED THE WAY REGRUNNR LOADS A CASE'S SET
000150*- (ONE RESIDENT SLOT, REFERENCE TABLES AFTER INIT); A SET WITH
000160*- SEVERAL HDR__ VERSION BLOCKS IS REFUSED - BACK-TEST ONE
000170*- CANDIDATE VERSION AT A TIME.
000180*-
000190*- A REPLAYED RECORD IS PAIRED WITH ITS HISTORY DECISION BY THE
000200*- BUSINESS KEY (THE ARCHIVED MAPPING'S BIZKEY SLICE AGAINST
000210*- F3-KEY); A FEED WITHOUT A BIZKEY IS PAIRED BY ORDINAL WITHIN
000220*- THE NIGHT'S WHOLE-TRANSACTION RECORDS OF HIST_RSID. ONLY THE
000230*- NIGHTLY DECISIONS COUNT - REJREPRO REPAIRS ('R') ARE LATER
000240*- CORRECTIONS, NOT WHAT THE RULES DECIDED. MAPPING ENTRIES
000250*- SOURCED FROM THE MASTER ('M') OR A MATCHED SIDE-B RECORD
000260*- ('B') CANNOT BE REPLAYED AND ARE LEFT BLANK (COUNTED ON THE
000270*- REPORT); DELIMITED AND CODE-PAGE FEEDS ARE NOT REPLAYED.
000280*-
000290*- ENV: CANDIDATE_FILE (F1INPUT LAYOUT), CANDIDATE_RSID,
000300*-      HIST_RSID (DEFAULT CANDIDATE_RSID), HISTORY_FILE,
000310*-      ARCHIVE_LIST, BACKTEST_FROM/BACKTEST_TO (YYYYMMDD,
000320*-      DEFAULT THE 30 NIGHTS ENDING TODAY), BACKTEST_FEED
000330*-      (OPTIONAL FILTER), BACKTEST_REPORT, BACKTEST_WORK
000340*-      (INDEXED WORK FILE), REFTABLE_LIST (OPTIONAL).
000350*- RETURN-CODE: 0=NO DECISION WOULD CHANGE, 4=CHANGES FOUND,
000360*-              12=BAD PARMS/CANDIDATE, 16=FATAL I/O.
000370*--------------------------------------------------------------
000380 ENVIRONMENT    DIVISION.
000390 INPUT-OUTPUT               SECTION.
000400 FILE-CONTROL.
000410   SELECT F1INPUT ASSIGN TO WK-FILENAME
000420   ORGANIZATION INDEXED
000430   ACCESS MODE DYNAMIC
000440   RECORD KEY IS F1RSID WITH DUPLICATES
000450   STATUS FST.
000460   SELECT F7TRAN  ASSIGN TO WK-TRANNAME
000470   ORGANIZATION LINE SEQUENTIAL
000480   STATUS WK-TRAN-FST.
000490   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000500   ORGANIZATION LINE SEQUENTIAL
000510   STATUS WK-MAP-FST.
000520   SELECT F18HIST ASSIGN TO WK-HISTNAME
000530   STATUS WK-HIST-FST.
000540   SELECT F52ALST ASSIGN TO WK-ALSTNAME
000550   ORGANIZATION LINE SEQUENTIAL
000560   STATUS WK-ALST-FST.
000570   SELECT F53BTIX ASSIGN TO WK-BTIXNAME
000580   ORGANIZATION INDEXED
000590   ACCESS MODE DYNAMIC
000600   RECORD KEY IS F53-KEY
000610   STATUS WK-BTIX-FST.
000620   SELECT F3REPT  ASSIGN TO WK-RPTNAME
000630   ORGANIZATION LINE SEQUENTIAL
000640   STATUS WK-RPT-FST.
000650   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000660   ORGANIZATION LINE SEQUENTIAL
000670   STATUS WK-REFL-FST.
000680   SELECT F12REF  ASSIGN TO WK-REFNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-REF-FST.
000710 DATA DIVISION.
000720 FILE                       SECTION.
000730 FD  F1INPUT.
000740 01  F1RECORD               SYNC.
000750   03 F1RSID               PIC X(08).
000760   03 F1BODY               PIC X(18).
000770 FD  F7TRAN.
000780 01  F7RECORD               PIC X(200).
000790 FD  F8MAP.
000800 01  F8RECORD               PIC X(80).
000810 FD  F18HIST.
000820 01  F18RECORD              SYNC.
000830   03 F18-DATE              PIC X(08).
000840   03 F18-F3IMAGE.
000850     05 F18-RUNID           PIC X(16).
000860     05 F18-RSID            PIC X(08).
000870     05 F18-STATUS          PIC X(04).
000880     05 F18-BLK             PIC X(05).
000890     05 F18-OUT             PIC X(100).
000900     05 F18-KEY             PIC X(20).
000910*- REPAIR-LINKAGE COLUMNS (SEE TEST-MAIN'S F18RECORD).
000920   03 F18-REPAIR            PIC X(01).
000930   03 F18-ORIG-RUNID        PIC X(16).
000940   03 F18-ORIG-SEQ          PIC 9(07).
000950*- THE TRANARCH ARCHIVE LIST (SEE TRANARCH FOR THE LAYOUT).
000960 FD  F52ALST.
000970 01  F52RECORD              SYNC.
000980   03 F52-DATE              PIC X(08).
000990   03 FILLER                PIC X(01).
001000   03 F52-FEED              PIC X(08).
001010   03 FILLER                PIC X(01).
001020   03 F52-CNT               PIC 9(07).
001030   03 FILLER                PIC X(01).
001040   03 F52-TRANFILE          PIC X(100).
001050   03 FILLER                PIC X(01).
001060   03 F52-MAPFILE           PIC X(100).
001070*- ONE NIGHT'S HISTORY DECISIONS, KEYED FOR THE PAIRING.
001080 FD  F53BTIX.
001090 01  F53RECORD              SYNC.
001100   03 F53-KEY               PIC X(20).
001110   03 F53-STATUS            PIC X(04).
001120   03 F53-DISP              PIC X(10).
001130   03 F53-USED              PIC X(01).
001140 FD  F3REPT.
001150 01  F3LINE                 PIC X(132).
001160 FD  F13RLIST.
001170 01  F13RECORD              PIC X(110).
001180 FD  F12REF.
001190 01  F12RECORD              PIC X(80).
001200 WORKING-STORAGE SECTION.
001210 01  FST                    PIC X(02).
001220 01  WK-FILENAME            PIC X(100).
001230 01  WK-FILES               SYNC.
001240   03 WK-TRANNAME           PIC X(100).
001250   03 WK-TRAN-FST           PIC X(02).
001260   03 WK-MAPNAME            PIC X(100).
001270   03 WK-MAP-FST            PIC X(02).
001280   03 WK-HISTNAME           PIC X(100).
001290   03 WK-HIST-FST           PIC X(02).
001300   03 WK-ALSTNAME           PIC X(100).
001310   03 WK-ALST-FST           PIC X(02).
001320   03 WK-BTIXNAME           PIC X(100).
001330   03 WK-BTIX-FST           PIC X(02).
001340   03 WK-RPTNAME            PIC X(100).
001350   03 WK-RPT-FST            PIC X(02).
001360 01  WK-REF                 SYNC.
001370   03 WK-REFLNAME           PIC X(100).
001380   03 WK-REFL-FST           PIC X(02).
001390   03 WK-REFNAME            PIC X(100).
001400   03 WK-REF-FST            PIC X(02).
001410   03 WK-REF-TBLNAME        PIC X(05).
001420   03 WK-REF-RANGE          PIC 9(01).
001430   03 WK-REF-CNT            PIC 9(07) VALUE ZERO.
001440 01  WK-PRM                 SYNC.
001450   03 WK-CAND-RSID          PIC X(08).
001460   03 WK-HIST-RSID          PIC X(08).
001470   03 WK-FROM               PIC X(08).
001480   03 WK-TO                 PIC X(08).
001490   03 WK-FEED-SEL           PIC X(08).
001500   03 WK-TODAY              PIC X(08).
001510   03 WK-DAYS               PIC 9(08).
001520   03 WK-HDR-CNT            PIC 9(02) VALUE ZERO.
001530   03 WK-LOAD-OK            PIC 9(01) VALUE ZERO.
001540*--------------------------------------------------------------
001550*- THE ARCHIVED NIGHTS IN RANGE (THE LAST LIST LINE FOR A DATE
001560*- AND FEED WINS), IN LIST ORDER.
001570*--------------------------------------------------------------
001580 01  WK-ARC                 SYNC.
001590   03 WK-ARC-CNT            PIC 9(03) VALUE ZERO.
001600   03 WK-ARC-I              PIC 9(03) VALUE ZERO.
001610   03 WK-ARC-J              PIC 9(03) VALUE ZERO.
001620   03 WK-ARC-ENT            OCCURS 200 TIMES.
001630     05 WK-ARC-DATE         PIC X(08).
001640     05 WK-ARC-FEED         PIC X(08).
001650     05 WK-ARC-TRAN         PIC X(100).
001660     05 WK-ARC-MAP          PIC X(100).
001670   03 WK-ARC-LOADED         PIC X(08) VALUE SPACE.
001680*--------------------------------------------------------------
001690*- THE ARCHIVED NIGHT'S FIELD MAPPING (SEE TEST-MAIN WK-MAP).
001700*--------------------------------------------------------------
001710 01  WK-MAP-TBL             SYNC.
001720   03 WK-MAP-CNT            PIC 9(03) VALUE ZERO.
001730   03 WK-MAP-I              PIC 9(03).
001740   03 WK-MAP-ENT            OCCURS 50 TIMES.
001750     05 WK-MAP-SRCOFF       PIC 9(05).
001760     05 WK-MAP-SRCLEN       PIC 9(05).
001770     05 WK-MAP-AREA         PIC X(01).
001780     05 WK-MAP-TGTPOS       PIC 9(05).
001790     05 WK-MAP-SRC          PIC X(01).
001800   03 WK-MAP-NOREPLAY       PIC 9(03) VALUE ZERO.
001810   03 WK-MAP-ATTR-BAD       PIC 9(01) VALUE ZERO.
001820   03 WK-MAP-SRCREC         PIC X(200).
001830 01  WK-F7PREV              PIC X(200).
001840 01  WK-BIZ                 SYNC.
001850   03 WK-BIZ-POS            PIC 9(03) VALUE 1.
001860   03 WK-BIZ-LEN            PIC 9(03) VALUE ZERO.
001870 01  WK-BIZKEY              PIC X(20).
001880*--------------------------------------------------------------
001890*- ONE REPLAYED DECISION AND ITS PAIRING.
001900*--------------------------------------------------------------
001910 01  WK-DEC                 SYNC.
001920   03 WK-NEW-STS            PIC X(04).
001930   03 WK-NEW-DISP           PIC X(10).
001940   03 WK-BLK-FATAL          PIC 9(01) VALUE ZERO.
001950   03 WK-BLK-I              PIC 9(02) VALUE ZERO.
001960   03 WK-ORD                PIC 9(07) VALUE ZERO.
001970   03 WK-ORD-X              PIC X(07).
001980   03 WK-HORD               PIC 9(07) VALUE ZERO.
001990*--------------------------------------------------------------
002000*- PER-NIGHT AND WHOLE-RANGE TALLIES.
002010*--------------------------------------------------------------
002020 01  WK-DAY                 SYNC.
002030   03 WK-D-READ             PIC 9(07).
002040   03 WK-D-PAIRED           PIC 9(07).
002050   03 WK-D-P2F              PIC 9(07).
002060   03 WK-D-F2P              PIC 9(07).
002070   03 WK-D-DISP             PIC 9(07).
002080   03 WK-D-NOHIST           PIC 9(07).
002090   03 WK-D-HLOAD            PIC 9(07).
002100   03 WK-D-HDUP             PIC 9(07).
002110 01  WK-TOT                 SYNC.
002120   03 WK-T-NIGHTS           PIC 9(05) VALUE ZERO.
002130   03 WK-T-READ             PIC 9(09) VALUE ZERO.
002140   03 WK-T-PAIRED           PIC 9(09) VALUE ZERO.
002150   03 WK-T-P2F              PIC 9(09) VALUE ZERO.
002160   03 WK-T-F2P              PIC 9(09) VALUE ZERO.
002170   03 WK-T-DISP             PIC 9(09) VALUE ZERO.
002180   03 WK-T-NOHIST           PIC 9(09) VALUE ZERO.
002190 01  WK-LINE                PIC X(132).
002200*--------------------------------------------------------------
002210*- ENGINE CALL AREAS.
002220*--------------------------------------------------------------
002230 01       PVCODE-PRM.
002240   COPY   RVCODE-PRM.
002250 01       IN100             SYNC.
002260   03     FILLER            PIC X(10).
002270 01       IN200             SYNC.
002280   03     FILLER            PIC X(10).
002290 01       IN300             SYNC.
002300   03     FILLER            PIC X(10).
002310 01       IN400             SYNC.
002320   03     FILLER            PIC X(10).
002330 01       IN500             SYNC.
002340   03     FILLER            PIC X(10).
002350 01       OUT00             SYNC.
002360   03     FILLER            PIC X(100).
002370 PROCEDURE DIVISION.
002380 A00-MAIN SECTION.
002390*--------------------------------------------------------------
002400*- LOAD THE CANDIDATE, COLLECT THE ARCHIVED NIGHTS, REPLAY EACH.
002410*--------------------------------------------------------------
002420 A00-010.
002430   MOVE SPACE         TO WK-FILENAME.
002440   ACCEPT WK-FILENAME FROM ENVIRONMENT 'CANDIDATE_FILE'.
002450   IF WK-FILENAME = SPACE
002460     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
002470   END-IF.
002480   MOVE SPACE         TO WK-CAND-RSID.
002490   ACCEPT WK-CAND-RSID FROM ENVIRONMENT 'CANDIDATE_RSID'.
002500   IF WK-CAND-RSID = SPACE
002510     THEN
002520       DISPLAY 'BACKTEST:CANDIDATE_RSID NOT SET.'
002530       MOVE 12            TO RETURN-CODE
002540       GOBACK
002550   END-IF.
002560   MOVE SPACE         TO WK-HIST-RSID.
002570   ACCEPT WK-HIST-RSID FROM ENVIRONMENT 'HIST_RSID'.
002580   IF WK-HIST-RSID = SPACE
002590     THEN
002600       MOVE WK-CAND-RSID  TO WK-HIST-RSID
002610   END-IF.
002620   MOVE SPACE         TO WK-HISTNAME.
002630   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
002640   IF WK-HISTNAME = SPACE
002650     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
002660   END-IF.
002670   MOVE SPACE         TO WK-ALSTNAME.
002680   ACCEPT WK-ALSTNAME FROM ENVIRONMENT 'ARCHIVE_LIST'.
002690   IF WK-ALSTNAME = SPACE
002700     MOVE '../data/pchecktranarch.txt' TO WK-ALSTNAME
002710   END-IF.
002720   MOVE SPACE         TO WK-RPTNAME.
002730   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'BACKTEST_REPORT'.
002740   IF WK-RPTNAME = SPACE
002750     MOVE '../data/pcheckbacktest.txt' TO WK-RPTNAME
002760   END-IF.
002770   MOVE SPACE         TO WK-BTIXNAME.
002780   ACCEPT WK-BTIXNAME FROM ENVIRONMENT 'BACKTEST_WORK'.
002790   IF WK-BTIXNAME = SPACE
002800     MOVE '../data/pcheckbacktest.ix' TO WK-BTIXNAME
002810   END-IF.
002820   MOVE SPACE         TO WK-FEED-SEL.
002830   ACCEPT WK-FEED-SEL FROM ENVIRONMENT 'BACKTEST_FEED'.
002840   MOVE SPACE         TO WK-REFLNAME.
002850   ACCEPT WK-REFLNAME FROM ENVIRONMENT 'REFTABLE_LIST'.
002860   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
002870   MOVE SPACE         TO WK-TO.
002880   ACCEPT WK-TO       FROM ENVIRONMENT 'BACKTEST_TO'.
002890   IF WK-TO = SPACE
002900     THEN
002910       MOVE WK-TODAY      TO WK-TO
002920   END-IF.
002930   MOVE SPACE         TO WK-FROM.
002940   ACCEPT WK-FROM     FROM ENVIRONMENT 'BACKTEST_FROM'.
002950   IF WK-TO NOT NUMERIC
002960     THEN
002970       DISPLAY 'BACKTEST:BAD BACKTEST_TO=' WK-TO
002980       MOVE 12            TO RETURN-CODE
002990       GOBACK
003000   END-IF.
003010   IF WK-FROM = SPACE
003020     THEN
003030       COMPUTE WK-DAYS = FUNCTION DATE-OF-INTEGER(
003040         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-TO)) - 29)
003050       MOVE WK-DAYS       TO WK-FROM
003060   END-IF.
003070   IF WK-FROM NOT NUMERIC OR WK-FROM > WK-TO
003080     THEN
003090       DISPLAY 'BACKTEST:BAD BACKTEST_FROM=' WK-FROM
003100       MOVE 12            TO RETURN-CODE
003110       GOBACK
003120   END-IF.
003130   OPEN INPUT F1INPUT.
003140   IF FST NOT = '00'
003150     THEN
003160       DISPLAY 'BACKTEST:CANDIDATE FILE OPEN ERROR STATUS=' FST
003170       MOVE 16            TO RETURN-CODE
003180       GOBACK
003190   END-IF.
003200   PERFORM B05-LOAD-CANDIDATE.
003210   CLOSE F1INPUT.
003220   IF WK-LOAD-OK = ZERO
003230     THEN
003240       MOVE 12            TO RETURN-CODE
003250       GOBACK
003260   END-IF.
003270   PERFORM B10-COLLECT-NIGHTS.
003280   IF WK-ALST-FST = '99'
003290     THEN
003300       MOVE 16            TO RETURN-CODE
003310       GOBACK
003320   END-IF.
003330   OPEN OUTPUT F3REPT.
003340   IF WK-RPT-FST NOT = '00'
003350     THEN
003360       DISPLAY 'BACKTEST:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003370       MOVE 16            TO RETURN-CODE
003380       GOBACK
003390   END-IF.
003400   MOVE SPACE         TO WK-LINE.
003410   STRING 'BACK-TEST OF ' WK-CAND-RSID
003420          ' AGAINST HISTORY OF ' WK-HIST-RSID
003430          ' FROM ' WK-FROM ' TO ' WK-TO
003440          ' FEED=' WK-FEED-SEL
003450                      DELIMITED BY SIZE INTO WK-LINE.
003460   PERFORM Z10-PUT-LINE.
003470   MOVE 'DATE     FEED        READ  PAIRED PASS>FAIL FAIL>PASS'
003480                      TO WK-LINE.
003490   MOVE ' DISP-CHG NO-HIST   HIST-ONLY' TO WK-LINE(55:30).
003500   PERFORM Z10-PUT-LINE.
003510   PERFORM VARYING WK-ARC-I FROM 1 BY 1
003520     UNTIL WK-ARC-I > WK-ARC-CNT
003530       IF WK-ARC-DATE(WK-ARC-I) NOT = SPACE
003540         THEN
003550           PERFORM B20-REPLAY-NIGHT
003560       END-IF
003570   END-PERFORM.
003580   MOVE SPACE         TO WK-LINE.
003590   STRING 'TOTAL NIGHTS=' WK-T-NIGHTS
003600          ' READ=' WK-T-READ
003610          ' PAIRED=' WK-T-PAIRED
003620          ' PASS>FAIL=' WK-T-P2F
003630          ' FAIL>PASS=' WK-T-F2P
003640          ' DISP-CHG=' WK-T-DISP
003650          ' NO-HIST=' WK-T-NOHIST
003660                      DELIMITED BY SIZE INTO WK-LINE.
003670   PERFORM Z10-PUT-LINE.
003680   CLOSE F3REPT.
003690   DISPLAY '===================================='.
003700   DISPLAY 'BACKTEST RESULT: NIGHTS=' WK-T-NIGHTS
003710           ' READ=' WK-T-READ
003720           ' PASS>FAIL=' WK-T-P2F
003730           ' FAIL>PASS=' WK-T-F2P
003740           ' DISP-CHG=' WK-T-DISP.
003750   DISPLAY '===================================='.
003760   IF WK-T-P2F > ZERO OR WK-T-F2P > ZERO OR WK-T-DISP > ZERO
003770     THEN
003780       MOVE 4             TO RETURN-CODE
003790     ELSE
003800       MOVE ZERO          TO RETURN-CODE
003810   END-IF.
003820   GOBACK.
003830 B05-LOAD-CANDIDATE SECTION.
003840*--------------------------------------------------------------
003850*- INIT THE ENGINE, REGISTER THE REFERENCE TABLES, LOAD THE
003860*- CANDIDATE INTO A RESIDENT SLOT AND ACTIVATE IT (USE_).
003870*--------------------------------------------------------------
003880 B05-010.
003890   MOVE SPACE         TO PVCODE-PRM.
003900   MOVE ZERO          TO PVCODE-TBLMAX.
003910   MOVE 'INIT'        TO PVCODE-FUNC.
003920   CALL 'SUBVCODE' USING PVCODE-PRM
003930                         IN100
003940                         IN200
003950                         IN300
003960                         IN400
003970                         IN500
003980                         OUT00.
003990   IF WK-REFLNAME NOT = SPACE
004000     THEN
004010       PERFORM B30-LOAD-REFTABLES
004020   END-IF.
004030   MOVE WK-CAND-RSID  TO F1RSID.
004040   START F1INPUT KEY IS = F1RSID
004050     INVALID KEY
004060       DISPLAY 'BACKTEST:CANDIDATE NOT FOUND. ID=' WK-CAND-RSID
004070       GO TO B05-LOAD-CANDIDATE-EXIT
004080   END-START.
004090   PERFORM UNTIL FST NOT = '00'
004100     READ F1INPUT NEXT RECORD
004110       END
004120         CONTINUE
004130       NOT END
004140         IF F1RSID NOT = WK-CAND-RSID
004150           THEN
004160             MOVE '10'      TO FST
004170           ELSE
004180             IF F1BODY(1:5) = 'HDR__'
004190               THEN
004200                 ADD 1          TO WK-HDR-CNT
004210             END-IF
004220             IF F1BODY(1:5) = 'HDR__' OR F1BODY(1:5) = 'TRL__'
004225              OR F1BODY(1:5) = 'SRC__'
004230               THEN
004240                 CONTINUE
004250               ELSE
004260                 MOVE SPACE     TO PVCODE-PRM
004270                 MOVE 'LOAD'    TO PVCODE-FUNC
004280                 MOVE WK-CAND-RSID TO PVCODE-SETID
004290                 MOVE F1BODY    TO PVCODE
004300                 CALL 'SUBVCODE' USING PVCODE-PRM
004310                                       IN100
004320                                       IN200
004330                                       IN300
004340                                       IN400
004350                                       IN500
004360                                       OUT00
004370                 IF PVCODE-COD < ZERO
004380                   THEN
004390                     DISPLAY 'BACKTEST:LOAD ERROR. ' PVCODE-MSG
004400                     MOVE '99'      TO FST
004410                 END-IF
004420             END-IF
004430         END-IF
004440     END-READ
004450   END-PERFORM.
004460   IF FST NOT = '10'
004470     THEN
004480       GO TO B05-LOAD-CANDIDATE-EXIT
004490   END-IF.
004500   IF WK-HDR-CNT > 1
004510     THEN
004520       DISPLAY 'BACKTEST:MULTI-VERSION SET NOT SUPPORTED '
004530               'HERE. ID=' WK-CAND-RSID
004540       GO TO B05-LOAD-CANDIDATE-EXIT
004550   END-IF.
004560   MOVE SPACE         TO PVCODE-PRM.
004570   MOVE 'USE_'        TO PVCODE-FUNC.
004580   MOVE WK-CAND-RSID  TO PVCODE-SETID.
004590   CALL 'SUBVCODE' USING PVCODE-PRM
004600                         IN100
004610                         IN200
004620                         IN300
004630                         IN400
004640                         IN500
004650                         OUT00.
004660   IF PVCODE-COD NOT = ZERO
004670     THEN
004680       DISPLAY 'BACKTEST:USE_ ERROR. ' PVCODE-MSG
004690     ELSE
004700       MOVE 1             TO WK-LOAD-OK
004710       DISPLAY 'BACKTEST:CANDIDATE LOADED. ID=' WK-CAND-RSID
004720   END-IF.
004730 B05-LOAD-CANDIDATE-EXIT.
004740   EXIT.
004750 B10-COLLECT-NIGHTS SECTION.
004760*--------------------------------------------------------------
004770*- READ THE ARCHIVE LIST: EVERY NIGHT IN RANGE (AND OF THE
004780*- SELECTED FEED). A LATER LINE FOR THE SAME DATE AND FEED
004790*- REPLACES THE EARLIER ONE (A RE-RUN NIGHT).
004800*--------------------------------------------------------------
004810 B10-010.
004820   OPEN INPUT F52ALST.
004830   IF WK-ALST-FST NOT = '00'
004840     THEN
004850       DISPLAY 'BACKTEST:ARCHIVE LIST OPEN ERROR STATUS='
004860               WK-ALST-FST
004870       MOVE '99'          TO WK-ALST-FST
004880       GO TO B10-COLLECT-NIGHTS-EXIT
004890   END-IF.
004900   PERFORM UNTIL WK-ALST-FST NOT = '00'
004910     READ F52ALST
004920       AT END
004930         CONTINUE
004940       NOT AT END
004950         IF F52-DATE NOT < WK-FROM AND F52-DATE NOT > WK-TO
004960          AND (WK-FEED-SEL = SPACE OR F52-FEED = WK-FEED-SEL)
004970           THEN
004980             PERFORM B11-ADD-NIGHT
004990         END-IF
005000     END-READ
005010   END-PERFORM.
005020   CLOSE F52ALST.
005030   DISPLAY 'BACKTEST:ARCHIVED NIGHTS IN RANGE=' WK-ARC-CNT.
005040 B10-COLLECT-NIGHTS-EXIT.
005050   EXIT.
005060 B11-ADD-NIGHT SECTION.
005070 B11-010.
005080   MOVE ZERO          TO WK-ARC-J.
005090   PERFORM VARYING WK-ARC-I FROM 1 BY 1
005100     UNTIL WK-ARC-I > WK-ARC-CNT
005110       IF WK-ARC-DATE(WK-ARC-I) = F52-DATE
005120        AND WK-ARC-FEED(WK-ARC-I) = F52-FEED
005130         THEN
005140           MOVE WK-ARC-I      TO WK-ARC-J
005150       END-IF
005160   END-PERFORM.
005170   IF WK-ARC-J = ZERO
005180     THEN
005190       IF WK-ARC-CNT NOT < 200
005200         THEN
005210           DISPLAY 'BACKTEST:NIGHT TABLE FULL, SKIPPED: '
005220                   F52-DATE ' ' F52-FEED
005230           GO TO B11-ADD-NIGHT-EXIT
005240       END-IF
005250       ADD 1              TO WK-ARC-CNT
005260       MOVE WK-ARC-CNT    TO WK-ARC-J
005270   END-IF.
005280   MOVE F52-DATE      TO WK-ARC-DATE(WK-ARC-J).
005290   MOVE F52-FEED      TO WK-ARC-FEED(WK-ARC-J).
005300   MOVE F52-TRANFILE  TO WK-ARC-TRAN(WK-ARC-J).
005310   MOVE F52-MAPFILE   TO WK-ARC-MAP(WK-ARC-J).
005320 B11-ADD-NIGHT-EXIT.
005330   EXIT.
005340 B20-REPLAY-NIGHT SECTION.
005350*--------------------------------------------------------------
005360*- ONE ARCHIVED NIGHT: KEY THAT DATE'S HISTORY DECISIONS, LOAD
005370*- THE ARCHIVED MAPPING, REPLAY THE ARCHIVED FEED, REPORT.
005380*--------------------------------------------------------------
005390 B20-010.
005400   INITIALIZE WK-DAY.
005410   MOVE ZERO          TO WK-ORD.
005420   MOVE SPACE         TO WK-F7PREV.
005430   PERFORM B21-KEY-HISTORY.
005440   IF WK-BTIX-FST = '99'
005450     THEN
005460       GO TO B20-REPLAY-NIGHT-EXIT
005470   END-IF.
005480   PERFORM B22-LOAD-MAPPING.
005490   IF WK-MAP-ATTR-BAD = 1
005500     THEN
005510       MOVE SPACE         TO WK-LINE
005520       STRING WK-ARC-DATE(WK-ARC-I) ' ' WK-ARC-FEED(WK-ARC-I)
005530              ' NOT REPLAYED - DELIMITED/CODE-PAGE FEED'
005540                          DELIMITED BY SIZE INTO WK-LINE
005550       PERFORM Z10-PUT-LINE
005560       CLOSE F53BTIX
005570       GO TO B20-REPLAY-NIGHT-EXIT
005580   END-IF.
005590   MOVE WK-ARC-TRAN(WK-ARC-I) TO WK-TRANNAME.
005600   OPEN INPUT F7TRAN.
005610   IF WK-TRAN-FST NOT = '00'
005620     THEN
005630       MOVE SPACE         TO WK-LINE
005640       STRING WK-ARC-DATE(WK-ARC-I) ' ' WK-ARC-FEED(WK-ARC-I)
005650              ' ARCHIVE FILE MISSING, STATUS=' WK-TRAN-FST
005660                          DELIMITED BY SIZE INTO WK-LINE
005670       PERFORM Z10-PUT-LINE
005680       CLOSE F53BTIX
005690       GO TO B20-REPLAY-NIGHT-EXIT
005700   END-IF.
005710   PERFORM UNTIL WK-TRAN-FST NOT = '00'
005720     READ F7TRAN
005730       AT END
005740         CONTINUE
005750       NOT AT END
005760         IF F7RECORD(1:3) NOT = 'CTL'
005770           THEN
005780             PERFORM B23-REPLAY-ONE
005790             MOVE F7RECORD      TO WK-F7PREV
005800         END-IF
005810     END-READ
005820   END-PERFORM.
005830   CLOSE F7TRAN.
005840   CLOSE F53BTIX.
005850   ADD 1              TO WK-T-NIGHTS.
005860   ADD WK-D-READ      TO WK-T-READ.
005870   ADD WK-D-PAIRED    TO WK-T-PAIRED.
005880   ADD WK-D-P2F       TO WK-T-P2F.
005890   ADD WK-D-F2P       TO WK-T-F2P.
005900   ADD WK-D-DISP      TO WK-T-DISP.
005910   ADD WK-D-NOHIST    TO WK-T-NOHIST.
005920   MOVE SPACE         TO WK-LINE.
005930   STRING WK-ARC-DATE(WK-ARC-I) ' ' WK-ARC-FEED(WK-ARC-I)
005940          ' ' WK-D-READ ' ' WK-D-PAIRED
005950          '   ' WK-D-P2F '   ' WK-D-F2P
005960          '  ' WK-D-DISP ' ' WK-D-NOHIST
005970                      DELIMITED BY SIZE INTO WK-LINE.
005980   COMPUTE WK-D-HLOAD = WK-D-HLOAD - WK-D-PAIRED.
005990   MOVE WK-D-HLOAD    TO WK-LINE(88:7).
006000   PERFORM Z10-PUT-LINE.
006010   IF WK-MAP-NOREPLAY > ZERO OR WK-D-HDUP > ZERO
006020     THEN
006030       MOVE SPACE         TO WK-LINE
006040       STRING '         NOTE: MAPPING ENTRIES NOT REPLAYABLE='
006050              WK-MAP-NOREPLAY
006060              ' DUPLICATE HISTORY KEYS=' WK-D-HDUP
006070                          DELIMITED BY SIZE INTO WK-LINE
006080       PERFORM Z10-PUT-LINE
006090   END-IF.
006100 B20-REPLAY-NIGHT-EXIT.
006110   EXIT.
006120 B21-KEY-HISTORY SECTION.
006130*--------------------------------------------------------------
006140*- REBUILD THE WORK FILE FROM THE NIGHT'S WHOLE-TRANSACTION
006150*- HISTORY RECORDS OF HIST_RSID (NIGHTLY DECISIONS ONLY). THE
006160*- FILE IS LEFT OPEN I-O FOR THE PAIRING.
006170*--------------------------------------------------------------
006180 B21-010.
006190   OPEN OUTPUT F53BTIX.
006200   IF WK-BTIX-FST NOT = '00'
006210     THEN
006220       DISPLAY 'BACKTEST:WORK FILE OPEN ERROR STATUS=' WK-BTIX-FST
006230       MOVE '99'          TO WK-BTIX-FST
006240       GO TO B21-KEY-HISTORY-EXIT
006250   END-IF.
006260   CLOSE F53BTIX.
006270   OPEN I-O F53BTIX.
006280   MOVE ZERO          TO WK-HORD.
006290   OPEN INPUT F18HIST.
006300   IF WK-HIST-FST NOT = '00'
006310     THEN
006320       DISPLAY 'BACKTEST:HISTORY FILE OPEN ERROR STATUS='
006330               WK-HIST-FST
006340       GO TO B21-KEY-HISTORY-EXIT
006350   END-IF.
006360   PERFORM UNTIL WK-HIST-FST NOT = '00'
006370     READ F18HIST
006380       AT END
006390         CONTINUE
006400       NOT AT END
006410         IF F18-DATE = WK-ARC-DATE(WK-ARC-I)
006420          AND F18-RSID = WK-HIST-RSID
006430          AND F18-BLK = SPACE
006440          AND F18-REPAIR NOT = 'R'
006450          AND F18-F3IMAGE(1:4) NOT = 'HDR '
006460          AND F18-F3IMAGE(1:4) NOT = 'TRL '
006470           THEN
006480             ADD 1              TO WK-HORD
006490             MOVE SPACE         TO F53RECORD
006500             IF F18-KEY = SPACE
006510               THEN
006520                 MOVE WK-HORD       TO WK-ORD-X
006530                 STRING 'ORD' WK-ORD-X DELIMITED BY SIZE
006540                                    INTO F53-KEY
006550               ELSE
006560                 MOVE F18-KEY       TO F53-KEY
006570             END-IF
006580             MOVE F18-STATUS    TO F53-STATUS
006590             MOVE F18-OUT(1:10) TO F53-DISP
006600             MOVE SPACE         TO F53-USED
006610             WRITE F53RECORD
006620               INVALID KEY
006630                 ADD 1              TO WK-D-HDUP
006640               NOT INVALID KEY
006650                 ADD 1              TO WK-D-HLOAD
006660             END-WRITE
006670         END-IF
006680     END-READ
006690   END-PERFORM.
006700   CLOSE F18HIST.
006710 B21-KEY-HISTORY-EXIT.
006720   EXIT.
006730 B22-LOAD-MAPPING SECTION.
006740*--------------------------------------------------------------
006750*- THE ARCHIVED NIGHT'S OWN MAPPING ENTRIES AND BIZKEY SLICE FOR
006760*- ITS FEED (THE SAME COLUMNS TEST-MAIN A01/A02 READ). NO
006770*- MAPPING ARCHIVED = THE DEFAULT FIVE 10-BYTE FIELDS.
006780*--------------------------------------------------------------
006790 B22-010.
006800   MOVE ZERO          TO WK-MAP-CNT.
006810   MOVE ZERO          TO WK-MAP-NOREPLAY.
006820   MOVE ZERO          TO WK-MAP-ATTR-BAD.
006830   MOVE ZERO          TO WK-BIZ-LEN.
006840   IF WK-ARC-MAP(WK-ARC-I) = SPACE
006850     THEN
006860       GO TO B22-LOAD-MAPPING-EXIT
006870   END-IF.
006880   MOVE WK-ARC-MAP(WK-ARC-I) TO WK-MAPNAME.
006890   OPEN INPUT F8MAP.
006900   IF WK-MAP-FST NOT = '00'
006910     THEN
006920       DISPLAY 'BACKTEST:ARCHIVED MAPPING OPEN ERROR STATUS='
006930               WK-MAP-FST ' FILE=' WK-MAPNAME(1:60)
006940       GO TO B22-LOAD-MAPPING-EXIT
006950   END-IF.
006960   PERFORM UNTIL WK-MAP-FST NOT = '00'
006970     READ F8MAP
006980       AT END
006990         CONTINUE
007000       NOT AT END
007010         IF F8RECORD(1:1) NOT = '*' AND F8RECORD NOT = SPACE
007020          AND F8RECORD(1:8) = WK-ARC-FEED(WK-ARC-I)
007030           THEN
007040             EVALUATE TRUE
007050             WHEN F8RECORD(10:8) = 'CODEPAGE'
007060               MOVE 1             TO WK-MAP-ATTR-BAD
007070             WHEN F8RECORD(10:9) = 'DELIMITED'
007080               MOVE 1             TO WK-MAP-ATTR-BAD
007090             WHEN F8RECORD(10:6) = 'BIZKEY'
007100               IF F8RECORD(17:5) NUMERIC
007105                AND F8RECORD(23:5) NUMERIC
007110                 THEN
007120                   MOVE F8RECORD(17:5) TO WK-BIZ-POS
007130                   MOVE F8RECORD(23:5) TO WK-BIZ-LEN
007140                   IF WK-BIZ-LEN > 20 OR WK-BIZ-POS = ZERO
007150                    OR WK-BIZ-POS + WK-BIZ-LEN - 1 > 200
007160                     THEN
007170                       MOVE ZERO          TO WK-BIZ-LEN
007180                   END-IF
007190               END-IF
007200             WHEN F8RECORD(10:6) = 'CCYAMT'
007210               CONTINUE
007220             WHEN F8RECORD(10:8) = 'MATCHKEY'
007230               CONTINUE
007240             WHEN OTHER
007250               PERFORM B22A-ADD-ENTRY
007260             END-EVALUATE
007270         END-IF
007280     END-READ
007290   END-PERFORM.
007300   CLOSE F8MAP.
007310 B22-LOAD-MAPPING-EXIT.
007320   EXIT.
007330 B22A-ADD-ENTRY SECTION.
007340 B22A-010.
007350   IF WK-MAP-CNT NOT < 50
007360    OR F8RECORD(10:5) NOT NUMERIC
007370    OR F8RECORD(16:5) NOT NUMERIC
007380    OR F8RECORD(24:5) NOT NUMERIC
007390    OR F8RECORD(22:1) < '1' OR F8RECORD(22:1) > '5'
007400     THEN
007410       GO TO B22A-ADD-ENTRY-EXIT
007420   END-IF.
007430   IF F8RECORD(30:1) = 'M' OR F8RECORD(30:1) = 'B'
007440     THEN
007450       ADD 1              TO WK-MAP-NOREPLAY
007460       GO TO B22A-ADD-ENTRY-EXIT
007470   END-IF.
007480   ADD 1              TO WK-MAP-CNT.
007490   MOVE F8RECORD(10:5) TO WK-MAP-SRCOFF(WK-MAP-CNT).
007500   MOVE F8RECORD(16:5) TO WK-MAP-SRCLEN(WK-MAP-CNT).
007510   MOVE F8RECORD(22:1) TO WK-MAP-AREA(WK-MAP-CNT).
007520   MOVE F8RECORD(24:5) TO WK-MAP-TGTPOS(WK-MAP-CNT).
007530   MOVE F8RECORD(30:1) TO WK-MAP-SRC(WK-MAP-CNT).
007540   IF WK-MAP-SRCLEN(WK-MAP-CNT) = ZERO
007550    OR WK-MAP-SRCOFF(WK-MAP-CNT) = ZERO
007560    OR WK-MAP-TGTPOS(WK-MAP-CNT) = ZERO
007570    OR WK-MAP-SRCOFF(WK-MAP-CNT)
007580       + WK-MAP-SRCLEN(WK-MAP-CNT) - 1 > 200
007590    OR WK-MAP-TGTPOS(WK-MAP-CNT)
007600       + WK-MAP-SRCLEN(WK-MAP-CNT) - 1 > 10
007610     THEN
007620       SUBTRACT 1     FROM WK-MAP-CNT
007630   END-IF.
007640 B22A-ADD-ENTRY-EXIT.
007650   EXIT.
007660 B23-REPLAY-ONE SECTION.
007670*--------------------------------------------------------------
007680*- FILL THE INPUT AREAS, EXECUTE THE CANDIDATE, JUDGE THE
007690*- DECISION (AS TEST-MAIN B14/B14B DO) AND PAIR IT.
007700*--------------------------------------------------------------
007710 B23-010.
007720   ADD 1              TO WK-D-READ.
007730   ADD 1              TO WK-ORD.
007740   PERFORM B24-FILL-INPUT-AREAS.
007750   MOVE SPACE         TO WK-BIZKEY.
007760   IF WK-BIZ-LEN > ZERO
007770     THEN
007780       MOVE F7RECORD(WK-BIZ-POS:WK-BIZ-LEN)
007790         TO WK-BIZKEY(1:WK-BIZ-LEN)
007800   END-IF.
007810   MOVE SPACE         TO OUT00.
007820   MOVE SPACE         TO PVCODE-PRM.
007830   MOVE 'EXEC'        TO PVCODE-FUNC.
007840   MOVE WK-ARC-DATE(WK-ARC-I) TO PVCODE-RUNDT.
007850   CALL 'SUBVCODE' USING PVCODE-PRM
007860                         IN100
007870                         IN200
007880                         IN300
007890                         IN400
007900                         IN500
007910                         OUT00.
007920   MOVE ZERO          TO WK-BLK-FATAL.
007930   PERFORM VARYING WK-BLK-I FROM 1 BY 1
007940     UNTIL WK-BLK-I > PVCODE-BLK-CNT
007950       IF PVCODE-BLK-STS (WK-BLK-I) = 'FAIL'
007960         THEN
007970           MOVE 1             TO WK-BLK-FATAL
007980       END-IF
007990   END-PERFORM.
008000   IF PVCODE-COD < ZERO OR WK-BLK-FATAL = 1
008010     THEN
008020       MOVE 'FAIL'        TO WK-NEW-STS
008030     ELSE
008040       MOVE 'PASS'        TO WK-NEW-STS
008050   END-IF.
008060   MOVE OUT00(1:10)   TO WK-NEW-DISP.
008070   MOVE SPACE         TO F53RECORD.
008080   IF WK-BIZKEY = SPACE
008090     THEN
008100       MOVE WK-ORD        TO WK-ORD-X
008110       STRING 'ORD' WK-ORD-X DELIMITED BY SIZE INTO F53-KEY
008120     ELSE
008130       MOVE WK-BIZKEY     TO F53-KEY
008140   END-IF.
008150   READ F53BTIX
008160     INVALID KEY
008170       ADD 1              TO WK-D-NOHIST
008180       GO TO B23-REPLAY-ONE-EXIT
008190   END-READ.
008200   IF F53-USED = 'Y'
008210     THEN
008220       ADD 1              TO WK-D-NOHIST
008230       GO TO B23-REPLAY-ONE-EXIT
008240   END-IF.
008250   MOVE 'Y'           TO F53-USED.
008260   REWRITE F53RECORD.
008270   ADD 1              TO WK-D-PAIRED.
008280   IF F53-STATUS = 'PASS' AND WK-NEW-STS = 'FAIL'
008290     THEN
008300       ADD 1              TO WK-D-P2F
008310   END-IF.
008320   IF F53-STATUS = 'FAIL' AND WK-NEW-STS = 'PASS'
008330     THEN
008340       ADD 1              TO WK-D-F2P
008350   END-IF.
008360   IF F53-DISP NOT = WK-NEW-DISP
008370     THEN
008380       ADD 1              TO WK-D-DISP
008390   END-IF.
008400 B23-REPLAY-ONE-EXIT.
008410   EXIT.
008420 B24-FILL-INPUT-AREAS SECTION.
008430*--------------------------------------------------------------
008440*- THE MAPPED SLICES, OR THE DEFAULT FIVE 10-BYTE FIELDS (SEE
008450*- TEST-MAIN B13).
008460*--------------------------------------------------------------
008470 B24-010.
008480   IF WK-MAP-CNT = ZERO
008490     THEN
008500       MOVE F7RECORD(1:10)      TO IN100
008510       MOVE F7RECORD(11:10)     TO IN200
008520       MOVE F7RECORD(21:10)     TO IN300
008530       MOVE F7RECORD(31:10)     TO IN400
008540       MOVE F7RECORD(41:10)     TO IN500
008550       GO TO B24-FILL-INPUT-AREAS-EXIT
008560   END-IF.
008570   MOVE SPACE               TO IN100.
008580   MOVE SPACE               TO IN200.
008590   MOVE SPACE               TO IN300.
008600   MOVE SPACE               TO IN400.
008610   MOVE SPACE               TO IN500.
008620   PERFORM VARYING WK-MAP-I FROM 1 BY 1
008630     UNTIL WK-MAP-I > WK-MAP-CNT
008640       IF WK-MAP-SRC(WK-MAP-I) = 'P'
008650         THEN
008660           MOVE WK-F7PREV     TO WK-MAP-SRCREC
008670         ELSE
008680           MOVE F7RECORD      TO WK-MAP-SRCREC
008690       END-IF
008700       EVALUATE WK-MAP-AREA(WK-MAP-I)
008710       WHEN '1'
008720         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
008730                       WK-MAP-SRCLEN(WK-MAP-I))
008740           TO IN100(WK-MAP-TGTPOS(WK-MAP-I):
008750                    WK-MAP-SRCLEN(WK-MAP-I))
008760       WHEN '2'
008770         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
008780                       WK-MAP-SRCLEN(WK-MAP-I))
008790           TO IN200(WK-MAP-TGTPOS(WK-MAP-I):
008800                    WK-MAP-SRCLEN(WK-MAP-I))
008810       WHEN '3'
008820         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
008830                       WK-MAP-SRCLEN(WK-MAP-I))
008840           TO IN300(WK-MAP-TGTPOS(WK-MAP-I):
008850                    WK-MAP-SRCLEN(WK-MAP-I))
008860       WHEN '4'
008870         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
008880                       WK-MAP-SRCLEN(WK-MAP-I))
008890           TO IN400(WK-MAP-TGTPOS(WK-MAP-I):
008900                    WK-MAP-SRCLEN(WK-MAP-I))
008910       WHEN '5'
008920         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
008930                       WK-MAP-SRCLEN(WK-MAP-I))
008940           TO IN500(WK-MAP-TGTPOS(WK-MAP-I):
008950                    WK-MAP-SRCLEN(WK-MAP-I))
008960       END-EVALUATE
008970   END-PERFORM.
008980 B24-FILL-INPUT-AREAS-EXIT.
008990   EXIT.
009000 B30-LOAD-REFTABLES SECTION.
009010*--------------------------------------------------------------
009020*- REGISTER EVERY REFERENCE CODE TABLE NAMED IN F13RLIST (SEE
009030*- REGRUNNR B30/B31 - KEEP THE TWO IN STEP).
009040*--------------------------------------------------------------
009050 B30-010.
009060   OPEN INPUT F13RLIST.
009070   IF WK-REFL-FST NOT = '00'
009080     THEN
009090       DISPLAY 'BACKTEST:REFTABLE LIST OPEN ERROR STATUS='
009100               WK-REFL-FST
009110       GO TO B30-LOAD-REFTABLES-EXIT
009120   END-IF.
009130   PERFORM UNTIL WK-REFL-FST NOT = '00'
009140     READ F13RLIST
009150       AT END
009160         CONTINUE
009170       NOT AT END
009180         IF F13RECORD(1:1) NOT = '*' AND F13RECORD NOT = SPACE
009190           THEN
009200             MOVE F13RECORD(1:5)   TO WK-REF-TBLNAME
009210             MOVE SPACE            TO WK-REFNAME
009220             EVALUATE F13RECORD(7:2)
009230             WHEN 'R '
009240                 MOVE 1               TO WK-REF-RANGE
009250                 MOVE F13RECORD(9:100) TO WK-REFNAME
009260             WHEN 'D '
009270                 MOVE 2               TO WK-REF-RANGE
009280                 MOVE F13RECORD(9:100) TO WK-REFNAME
009281             WHEN 'W '
009282                 MOVE 3               TO WK-REF-RANGE
009283                 MOVE F13RECORD(9:100) TO WK-REFNAME
009290             WHEN OTHER
009300                 MOVE ZERO            TO WK-REF-RANGE
009310                 MOVE F13RECORD(7:100) TO WK-REFNAME
009320             END-EVALUATE
009330             PERFORM B31-LOAD-ONE-REFTABLE
009340         END-IF
009350     END-READ
009360   END-PERFORM.
009370   CLOSE F13RLIST.
009380   DISPLAY 'BACKTEST:REFERENCE TABLES LOADED. ENTRIES='
009390           WK-REF-CNT.
009400 B30-LOAD-REFTABLES-EXIT.
009410   EXIT.
009420 B31-LOAD-ONE-REFTABLE SECTION.
009430 B31-010.
009440   OPEN INPUT F12REF.
009450   IF WK-REF-FST NOT = '00'
009460     THEN
009470       DISPLAY 'BACKTEST:REFTABLE OPEN ERROR STATUS='
009480               WK-REF-FST ' TABLE=' WK-REF-TBLNAME
009490       GO TO B31-LOAD-ONE-REFTABLE-EXIT
009500   END-IF.
009510   PERFORM UNTIL WK-REF-FST NOT = '00'
009520     READ F12REF
009530       AT END
009540         CONTINUE
009550       NOT AT END
009560         IF F12RECORD(1:1) NOT = '*' AND F12RECORD NOT = SPACE
009570           THEN
009580             MOVE SPACE             TO PVCODE-PRM
009590             EVALUATE WK-REF-RANGE
009600             WHEN 1
009610                 MOVE 'RREG'            TO PVCODE-FUNC
009620                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
009630                 MOVE F12RECORD(1:15)   TO PVCODE-TBL-LO
009640                 MOVE F12RECORD(17:15)  TO PVCODE-TBL-HI
009650                 MOVE F12RECORD(33:20)  TO PVCODE-TBL-VAL
009660             WHEN 2
009670                 MOVE 'DREG'            TO PVCODE-FUNC
009680                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
009690                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-CND(1)
009700                 MOVE F12RECORD(12:10)  TO PVCODE-TBL-CND(2)
009710                 MOVE F12RECORD(23:10)  TO PVCODE-TBL-CND(3)
009720                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
009730                 MOVE SPACE             TO PVCODE-TBL-VAL
009740                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
009741             WHEN 3
009742*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
009743*-               COLS 12-51.
009744                 MOVE 'WREG'            TO PVCODE-FUNC
009745                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
009746                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
009747                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
009750             WHEN OTHER
009760                 MOVE 'TREG'            TO PVCODE-FUNC
009770                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
009780                 MOVE F12RECORD(1:20)   TO PVCODE-TBL-KEY
009790                 MOVE F12RECORD(22:20)  TO PVCODE-TBL-VAL
009800             END-EVALUATE
009810             CALL 'SUBVCODE' USING PVCODE-PRM
009820                                   IN100
009830                                   IN200
009840                                   IN300
009850                                   IN400
009860                                   IN500
009870                                   OUT00
009880             IF PVCODE-COD NOT = ZERO
009890               THEN
009900                 DISPLAY 'BACKTEST:REFTABLE ENTRY REJECTED: '
009910                         F12RECORD(1:41) ' ' PVCODE-MSG
009920               ELSE
009930                 ADD 1              TO WK-REF-CNT
009940             END-IF
009950         END-IF
009960     END-READ
009970   END-PERFORM.
009980   CLOSE F12REF.
009990 B31-LOAD-ONE-REFTABLE-EXIT.
010000   EXIT.
010010 Z10-PUT-LINE SECTION.
010020 Z10-010.
010030   MOVE WK-LINE       TO F3LINE.
010040   WRITE F3LINE.
010050   MOVE SPACE         TO WK-LINE.
010060 Z10-PUT-LINE-EXIT.
010070   EXIT.
