000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   EVIDPACK.
000030*--------------------------------------------------------------
000040*- DISPUTE EVIDENCE PACK. REPRODUCES ONE PAST DECISION EXACTLY
000050*- AS IT WAS MADE AND PRINTS A SINGLE EVIDENCE DOCUMENT, IN
000060*- PLACE OF PIECING THE ANSWER TOGETHER FROM LINEAGE, RULVAULT,
000070*- RULPREVW AND AN EXPLAIN RE-RUN.
000080*-
000090*- 1. THE DECISION: THE NIGHTLY F18HIST RECORD OF THE BUSINESS
000100*-    KEY (F3-KEY) ON THE GIVEN DATE (REJREPRO REPAIRS ARE LATER
000110*-    CORRECTIONS AND ARE ONLY NOTED), WITH ITS PER-BLOCK
000120*-    RECORDS.
000130*- 2. THE RULES: IF THE SET WAS REPLACED AFTER THAT NIGHT, THE
000140*-    TABLE THAT RAN IS THE EARLIEST VAULT BLOCK STAMPED AFTER
000150*-    THE DATE (THE VAULT HOLDS EACH OUTGOING SET WHOLE);
000160*-    OTHERWISE IT IS THE LIVE F1INPUT. THE VERSION IN EFFECT IS
000170*-    THEN PICKED BY THE NIGHTLY'S OWN RULE (TEST-MAIN B15:
000180*-    LATEST HDR__ EFFECTIVE DATE NOT AFTER THE RUN DATE,
000190*-    HIGHEST VERSION ON A TIE, A SINGLE-BLOCK SET SELECTED
000200*-    WHATEVER ITS DATE). ITS CHECKSUM IS RULCATLG'S.
000210*- 3. THE INPUT: THE ARCHIVED RECORD (TRANARCH) OF THAT NIGHT
000220*-    WHOSE BIZKEY SLICE, PER THE ARCHIVED MAPPING, IS THE KEY;
000230*-    THE INPUT AREAS ARE FILLED AS TEST-MAIN B13 DID.
000240*- 4. THE RE-EXECUTION: EXEC WITH EXPLAIN ON AND THE RUN DATE
000250*-    OF THAT NIGHT (ACCUMULATORS OFF), JUDGED AS TEST-MAIN
000260*-    B14/B14B DO, AND COMPARED WITH THE ORIGINAL: STATUS, OUT
000270*-    VALUE AND EVERY ORIGINAL BLOCK DECISION.
000280*- INPUT VALUES ARE PRINTED MASKED PER MASK_CONFIG (TEST-MAIN'S
000290*- REJECT-LOG MASKING FORMAT); THE ENGINE SEES THE REAL VALUES.
000300*- MAPPING ENTRIES SOURCED FROM THE MASTER ('M') OR A MATCHED
000310*- SIDE-B RECORD ('B') CANNOT BE REPLAYED, AND DELIMITED AND
000320*- CODE-PAGE FEEDS ARE NOT SEARCHED (AS IN BACKTEST).
000330*-
000340*- ENV: EVID_KEY (REQUIRED), EVID_DATE (YYYYMMDD, REQUIRED),
000350*-      EVID_RSID (OPTIONAL, WHEN THE KEY WAS DECIDED BY SEVERAL
000360*-      SETS), HISTORY_FILE, PCHECKTBL_FILE, VAULT_FILE,
000370*-      ARCHIVE_LIST, MASK_CONFIG, REFTABLE_LIST (OPTIONAL),
000375*-      EVIDENCE_FILE (OUTPUT), INQ_USER (THE ASKING USER,
000380*-      DEFAULT ENV USER), ACCESS_LOG (DEFAULT
000385*-      ../data/pcheckaccess.txt - EVERY LOOK-UP IS LOGGED THERE:
000390*-      USER, KEY AND DATE, RECORDS FOUND, DATE, TIME).
000395*- RETURN-CODE: 0=RE-EXECUTION AGREES, 4=IT DOES NOT AGREE OR
000400*-              COULD NOT BE DONE (DOCUMENT STILL PRINTED),
000405*-              12=BAD PARMS, NO USER ID OR NO SUCH DECISION,
000410*-              16=FATAL I/O (INCLUDING THE LOG).
000420*--------------------------------------------------------------
000430 ENVIRONMENT    DIVISION.
000440 INPUT-OUTPUT               SECTION.
000450 FILE-CONTROL.
000460   SELECT F1INPUT ASSIGN TO WK-FILENAME
000470   ORGANIZATION INDEXED
000480   ACCESS MODE DYNAMIC
000490   RECORD KEY IS F1RSID WITH DUPLICATES
000500   STATUS FST.
000510   SELECT F18HIST ASSIGN TO WK-HISTNAME
000520   STATUS WK-HIST-FST.
000530   SELECT F6VAULT ASSIGN TO WK-VLTNAME
000540   STATUS WK-VLT-FST.
000550   SELECT F52ALST ASSIGN TO WK-ALSTNAME
000560   ORGANIZATION LINE SEQUENTIAL
000570   STATUS WK-ALST-FST.
000580   SELECT F7TRAN  ASSIGN TO WK-TRANNAME
000590   ORGANIZATION LINE SEQUENTIAL
000600   STATUS WK-TRAN-FST.
000610   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000620   ORGANIZATION LINE SEQUENTIAL
000630   STATUS WK-MAP-FST.
000640   SELECT F20MASK ASSIGN TO WK-MSKCNAME
000650   ORGANIZATION LINE SEQUENTIAL
000660   STATUS WK-MSKC-FST.
000670   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000680   ORGANIZATION LINE SEQUENTIAL
000690   STATUS WK-REFL-FST.
000700   SELECT F12REF  ASSIGN TO WK-REFNAME
000710   ORGANIZATION LINE SEQUENTIAL
000720   STATUS WK-REF-FST.
000730   SELECT F2EVID  ASSIGN TO WK-EVIDNAME
000740   ORGANIZATION LINE SEQUENTIAL
000750   STATUS WK-EVID-FST.
000752   SELECT F9ALOG  ASSIGN TO WK-ALOGNAME
000754   ORGANIZATION LINE SEQUENTIAL
000756   STATUS WK-ALOG-FST.
000760 DATA DIVISION.
000770 FILE                       SECTION.
000780 FD  F1INPUT.
000790 01  F1RECORD               SYNC.
000800   03 F1RSID               PIC X(08).
000810   03 F1BODY               PIC X(18).
000820 FD  F18HIST.
000830 01  F18RECORD              SYNC.
000840   03 F18-DATE              PIC X(08).
000850   03 F18-F3IMAGE.
000860     05 F18-RUNID           PIC X(16).
000870     05 F18-RSID            PIC X(08).
000880     05 F18-STATUS          PIC X(04).
000890     05 F18-BLK             PIC X(05).
000900     05 F18-OUT             PIC X(100).
000910     05 F18-KEY             PIC X(20).
000920*- REPAIR-LINKAGE COLUMNS (SEE TEST-MAIN'S F18RECORD).
000930   03 F18-REPAIR            PIC X(01).
000940   03 F18-ORIG-RUNID        PIC X(16).
000950   03 F18-ORIG-SEQ          PIC 9(07).
000960*- THE VERSION VAULT (SEE RULMAINT FOR THE LAYOUT).
000970 FD  F6VAULT.
000980 01  F6VRECORD              PIC X(40).
000990*- THE TRANARCH ARCHIVE LIST (SEE TRANARCH FOR THE LAYOUT).
001000 FD  F52ALST.
001010 01  F52RECORD              SYNC.
001020   03 F52-DATE              PIC X(08).
001030   03 FILLER                PIC X(01).
001040   03 F52-FEED              PIC X(08).
001050   03 FILLER                PIC X(01).
001060   03 F52-CNT               PIC 9(07).
001070   03 FILLER                PIC X(01).
001080   03 F52-TRANFILE          PIC X(100).
001090   03 FILLER                PIC X(01).
001100   03 F52-MAPFILE           PIC X(100).
001110 FD  F7TRAN.
001120 01  F7RECORD               PIC X(200).
001130 FD  F8MAP.
001140 01  F8RECORD               PIC X(80).
001150 FD  F20MASK.
001160 01  F20RECORD              PIC X(80).
001170 FD  F13RLIST.
001180 01  F13RECORD              PIC X(110).
001190 FD  F12REF.
001200 01  F12RECORD              PIC X(80).
001210 FD  F2EVID.
001220 01  F2LINE                 PIC X(132).
001221*- ACCESS LOG, SHARED BY EVERY INQUIRY PROGRAM (SEE ACCREVW):
001222*- TYPE 'K' = A BUSINESS KEY WAS ASKED ABOUT, 'R' = A RULE SET.
001223 FD  F9ALOG.
001224 01  F9ARECORD              SYNC.
001225   03 F9A-USER              PIC X(08).
001226   03 FILLER                PIC X(01).
001227   03 F9A-PROG              PIC X(08).
001228   03 FILLER                PIC X(01).
001229   03 F9A-DATE              PIC X(08).
001230   03 FILLER                PIC X(01).
001231   03 F9A-TIME              PIC X(06).
001232   03 FILLER                PIC X(01).
001233   03 F9A-TYPE              PIC X(01).
001234   03 FILLER                PIC X(01).
001235   03 F9A-SUBJECT           PIC X(20).
001236   03 FILLER                PIC X(01).
001237   03 F9A-FROM              PIC X(08).
001238   03 FILLER                PIC X(01).
001239   03 F9A-TO                PIC X(08).
001240   03 FILLER                PIC X(01).
001241   03 F9A-REF               PIC X(08).
001242   03 FILLER                PIC X(01).
001243   03 F9A-COUNT             PIC 9(07).
001244   03 FILLER                PIC X(09).
001245 WORKING-STORAGE SECTION.
001246 01  FST                    PIC X(02).
001250 01  WK-FILENAME            PIC X(100).
001260 01  WK-FILES               SYNC.
001270   03 WK-HISTNAME           PIC X(100).
001280   03 WK-HIST-FST           PIC X(02).
001290   03 WK-VLTNAME            PIC X(100).
001300   03 WK-VLT-FST            PIC X(02).
001310   03 WK-ALSTNAME           PIC X(100).
001320   03 WK-ALST-FST           PIC X(02).
001330   03 WK-TRANNAME           PIC X(100).
001340   03 WK-TRAN-FST           PIC X(02).
001350   03 WK-MAPNAME            PIC X(100).
001360   03 WK-MAP-FST            PIC X(02).
001370   03 WK-MSKCNAME           PIC X(100).
001380   03 WK-MSKC-FST           PIC X(02).
001390   03 WK-EVIDNAME           PIC X(100).
001400   03 WK-EVID-FST           PIC X(02).
001401*--------------------------------------------------------------
001402*- THE ACCESS LOG: WHO IS ASKING, AND THE RECORD BEING BUILT.
001403*--------------------------------------------------------------
001404 01  WK-ALOG                SYNC.
001405   03 WK-ALOGNAME           PIC X(100).
001406   03 WK-ALOG-FST           PIC X(02).
001407   03 WK-ALOG-USER          PIC X(08).
001408   03 WK-ALOG-TIME          PIC X(08).
001409   03 WK-ALOG-TYPE          PIC X(01).
001410   03 WK-ALOG-SUBJECT       PIC X(20).
001411   03 WK-ALOG-FROM          PIC X(08).
001412   03 WK-ALOG-TO            PIC X(08).
001413   03 WK-ALOG-REF           PIC X(08).
001414   03 WK-ALOG-COUNT         PIC 9(07).
001415 01  WK-REF                 SYNC.
001420   03 WK-REFLNAME           PIC X(100).
001430   03 WK-REFL-FST           PIC X(02).
001440   03 WK-REFNAME            PIC X(100).
001450   03 WK-REF-FST            PIC X(02).
001460   03 WK-REF-TBLNAME        PIC X(05).
001470   03 WK-REF-RANGE          PIC 9(01).
001480   03 WK-REF-CNT            PIC 9(07) VALUE ZERO.
001490 01  WK-PRM                 SYNC.
001500   03 WK-KEY                PIC X(20).
001510   03 WK-DATE               PIC X(08).
001520   03 WK-SEL-RSID           PIC X(08).
001530   03 WK-TODAY              PIC X(08).
001540*--------------------------------------------------------------
001550*- THE ORIGINAL DECISION AND ITS PER-BLOCK RECORDS.
001560*--------------------------------------------------------------
001570 01  WK-ORG                 SYNC.
001580   03 WK-ORG-FOUND          PIC 9(01) VALUE ZERO.
001590   03 WK-ORG-OTHERS         PIC 9(03) VALUE ZERO.
001600   03 WK-ORG-REPAIRS        PIC 9(03) VALUE ZERO.
001610   03 WK-ORG-RUNID          PIC X(16).
001620   03 WK-ORG-RSID           PIC X(08).
001630   03 WK-ORG-STATUS         PIC X(04).
001640   03 WK-ORG-OUT            PIC X(100).
001650   03 WK-ORG-BLK-CNT        PIC 9(02) VALUE ZERO.
001660   03 WK-ORG-BLK-TBL        OCCURS 20 TIMES.
001670     05 WK-ORG-BLK-NAME     PIC X(05).
001680     05 WK-ORG-BLK-STS      PIC X(04).
001681   03 WK-ORG-EXEMPT         PIC 9(02) VALUE ZERO.
001682   03 WK-ORG-EXM-OUT        PIC X(100).
001690*--------------------------------------------------------------
001700*- THE RULE SET AS IT STOOD THAT NIGHT (LIVE FILE OR VAULT
001710*- BLOCK), ROW BY ROW, AND THE VERSION PICKED FROM IT.
001720*--------------------------------------------------------------
001730 01  WK-SRC                 SYNC.
001740   03 WK-SRC-VAULT          PIC 9(01) VALUE ZERO.
001750   03 WK-VLT-STAMP          PIC X(14) VALUE SPACE.
001760   03 WK-VLT-IN             PIC 9(01).
001770   03 WK-ROW-CNT            PIC 9(04) VALUE ZERO.
001780   03 WK-ROW-I              PIC 9(04).
001790   03 WK-ROW-OVER           PIC 9(01) VALUE ZERO.
001800   03 WK-ROW-TBL            OCCURS 3000 TIMES PIC X(18).
001810 01  WK-VER                 SYNC.
001820   03 WK-VER-MMDD           PIC X(04).
001830   03 WK-VER-BLK            PIC 9(03).
001840   03 WK-VER-BEST           PIC 9(03).
001850   03 WK-VER-ANY            PIC 9(01).
001860   03 WK-VER-SELECT         PIC 9(01).
001870   03 WK-VER-BESTDT         PIC X(04).
001880   03 WK-VER-BESTVER        PIC X(02).
001890   03 WK-VER-NAME           PIC X(06).
001900   03 WK-VER-TRL            PIC X(05).
001903   03 WK-VER-SRCMBR         PIC X(08).
001906   03 WK-VER-SRCVER         PIC X(04).
001910   03 WK-VER-ROWS           PIC 9(05).
001920   03 WK-VER-RW             PIC 9(03).
001930   03 WK-VER-J              PIC 9(02).
001940   03 WK-VER-CHK            PIC 9(09).
001950   03 WK-LOAD-OK            PIC 9(01) VALUE ZERO.
001960*--------------------------------------------------------------
001970*- THE ARCHIVED NIGHTS OF THE DATE (THE LAST LIST LINE FOR A
001980*- FEED WINS) AND THE ONE HOLDING THE KEY.
001990*--------------------------------------------------------------
002000 01  WK-ARC                 SYNC.
002010   03 WK-ARC-CNT            PIC 9(03) VALUE ZERO.
002020   03 WK-ARC-I              PIC 9(03).
002030   03 WK-ARC-J              PIC 9(03).
002040   03 WK-ARC-HIT            PIC 9(03) VALUE ZERO.
002050   03 WK-ARC-ENT            OCCURS 50 TIMES.
002060     05 WK-ARC-FEED         PIC X(08).
002070     05 WK-ARC-TRAN         PIC X(100).
002080     05 WK-ARC-MAP          PIC X(100).
002090   03 WK-ARC-SEQ            PIC 9(07).
002100   03 WK-ARC-NOKEY          PIC 9(03) VALUE ZERO.
002110*--------------------------------------------------------------
002120*- THE ARCHIVED NIGHT'S FIELD MAPPING (SEE BACKTEST B22).
002130*--------------------------------------------------------------
002140 01  WK-MAP-TBL             SYNC.
002150   03 WK-MAP-CNT            PIC 9(03) VALUE ZERO.
002160   03 WK-MAP-I              PIC 9(03).
002170   03 WK-MAP-ENT            OCCURS 50 TIMES.
002180     05 WK-MAP-SRCOFF       PIC 9(05).
002190     05 WK-MAP-SRCLEN       PIC 9(05).
002200     05 WK-MAP-AREA         PIC X(01).
002210     05 WK-MAP-TGTPOS       PIC 9(05).
002220     05 WK-MAP-SRC          PIC X(01).
002230   03 WK-MAP-NOREPLAY       PIC 9(03) VALUE ZERO.
002240   03 WK-MAP-ATTR-BAD       PIC 9(01) VALUE ZERO.
002250   03 WK-MAP-SRCREC         PIC X(200).
002260 01  WK-F7PREV              PIC X(200).
002270 01  WK-F7HIT               PIC X(200).
002280 01  WK-F7HITPREV           PIC X(200).
002290 01  WK-BIZ                 SYNC.
002300   03 WK-BIZ-POS            PIC 9(03) VALUE 1.
002310   03 WK-BIZ-LEN            PIC 9(03) VALUE ZERO.
002320 01  WK-BIZKEY              PIC X(20).
002330*--------------------------------------------------------------
002340*- MASKING ENTRIES (TEST-MAIN WK-MSK) AND THE MASKED COPIES.
002350*--------------------------------------------------------------
002360 01  WK-MSK                 SYNC.
002370   03 WK-MSK-CNT            PIC 9(02) VALUE ZERO.
002380   03 WK-MSK-I              PIC 9(02).
002390   03 WK-MSK-J              PIC 9(02).
002400   03 WK-MSK-END            PIC 9(02).
002410   03 WK-MSK-TBL            OCCURS 10 TIMES.
002420     05 WK-MSK-AREA         PIC X(01).
002430     05 WK-MSK-POS          PIC 9(02).
002440     05 WK-MSK-LEN          PIC 9(02).
002450     05 WK-MSK-STYLE        PIC X(01).
002460   03 WK-MSK-IN             OCCURS 5 TIMES PIC X(10).
002470*--------------------------------------------------------------
002480*- THE RE-EXECUTION.
002490*--------------------------------------------------------------
002500 01  WK-RX                  SYNC.
002510   03 WK-RX-DONE            PIC 9(01) VALUE ZERO.
002520   03 WK-RX-STS             PIC X(04).
002530   03 WK-RX-FATAL           PIC 9(01).
002540   03 WK-RX-I               PIC 9(02).
002550   03 WK-RX-J               PIC 9(02).
002560   03 WK-RX-HIT             PIC 9(02).
002570   03 WK-RX-DIFFS           PIC 9(03) VALUE ZERO.
002571   03 WK-RX-EXEMPTED        PIC 9(03) VALUE ZERO.
002580 01  WK-LINE                PIC X(132).
002590*--------------------------------------------------------------
002600*- ENGINE CALL AREAS.
002610*--------------------------------------------------------------
002620 01       PVCODE-PRM.
002630   COPY   RVCODE-PRM.
002640 01       IN100             SYNC.
002650   03     FILLER            PIC X(10).
002660 01       IN200             SYNC.
002670   03     FILLER            PIC X(10).
002680 01       IN300             SYNC.
002690   03     FILLER            PIC X(10).
002700 01       IN400             SYNC.
002710   03     FILLER            PIC X(10).
002720 01       IN500             SYNC.
002730   03     FILLER            PIC X(10).
002740 01       OUT00             SYNC.
002750   03     FILLER            PIC X(100).
002760 PROCEDURE DIVISION.
002770 A00-MAIN SECTION.
002780*--------------------------------------------------------------
002790*- DECISION, RULES, INPUT, RE-EXECUTION, DOCUMENT.
002800*--------------------------------------------------------------
002810 A00-010.
002820   MOVE SPACE         TO WK-KEY.
002830   ACCEPT WK-KEY      FROM ENVIRONMENT 'EVID_KEY'.
002840   MOVE SPACE         TO WK-DATE.
002850   ACCEPT WK-DATE     FROM ENVIRONMENT 'EVID_DATE'.
002860   IF WK-KEY = SPACE OR WK-DATE = SPACE OR WK-DATE NOT NUMERIC
002870     THEN
002880       DISPLAY 'EVIDPACK:EVID_KEY AND EVID_DATE (YYYYMMDD) '
002890               'REQUIRED.'
002900       MOVE 12            TO RETURN-CODE
002910       GOBACK
002920   END-IF.
002930   MOVE SPACE         TO WK-SEL-RSID.
002940   ACCEPT WK-SEL-RSID FROM ENVIRONMENT 'EVID_RSID'.
002950   MOVE SPACE         TO WK-HISTNAME.
002960   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
002970   IF WK-HISTNAME = SPACE
002980     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
002990   END-IF.
003000   MOVE SPACE         TO WK-FILENAME.
003010   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
003020   IF WK-FILENAME = SPACE
003030     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
003040   END-IF.
003050   MOVE SPACE         TO WK-VLTNAME.
003060   ACCEPT WK-VLTNAME  FROM ENVIRONMENT 'VAULT_FILE'.
003070   IF WK-VLTNAME = SPACE
003080     MOVE '../data/pcheckvault.txt' TO WK-VLTNAME
003090   END-IF.
003100   MOVE SPACE         TO WK-ALSTNAME.
003110   ACCEPT WK-ALSTNAME FROM ENVIRONMENT 'ARCHIVE_LIST'.
003120   IF WK-ALSTNAME = SPACE
003130     MOVE '../data/pchecktranarch.txt' TO WK-ALSTNAME
003140   END-IF.
003150   MOVE SPACE         TO WK-MSKCNAME.
003160   ACCEPT WK-MSKCNAME FROM ENVIRONMENT 'MASK_CONFIG'.
003170   MOVE SPACE         TO WK-REFLNAME.
003180   ACCEPT WK-REFLNAME FROM ENVIRONMENT 'REFTABLE_LIST'.
003190   MOVE SPACE         TO WK-EVIDNAME.
003200   ACCEPT WK-EVIDNAME FROM ENVIRONMENT 'EVIDENCE_FILE'.
003210   IF WK-EVIDNAME = SPACE
003220     MOVE '../data/pcheckevidence.txt' TO WK-EVIDNAME
003230   END-IF.
003240   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
003241   PERFORM Z80-OPEN-ACCESS-LOG.
003242   IF RETURN-CODE NOT = ZERO
003243     THEN
003244       GOBACK
003245   END-IF.
003250   PERFORM B10-FIND-DECISION.
003251   MOVE 'K'           TO WK-ALOG-TYPE.
003252   MOVE WK-KEY        TO WK-ALOG-SUBJECT.
003253   MOVE WK-DATE       TO WK-ALOG-FROM.
003254   MOVE WK-DATE       TO WK-ALOG-TO.
003255   MOVE SPACE         TO WK-ALOG-REF.
003256   COMPUTE WK-ALOG-COUNT = WK-ORG-FOUND + WK-ORG-BLK-CNT.
003257   PERFORM Z81-WRITE-ACCESS-LOG.
003258   CLOSE F9ALOG.
003260   IF WK-HIST-FST = '99'
003270     THEN
003280       MOVE 16            TO RETURN-CODE
003290       GOBACK
003300   END-IF.
003310   IF WK-ORG-FOUND = ZERO
003320     THEN
003330       DISPLAY 'EVIDPACK:NO NIGHTLY DECISION FOR KEY ' WK-KEY
003340               ' ON ' WK-DATE
003350       MOVE 12            TO RETURN-CODE
003360       GOBACK
003370   END-IF.
003380   PERFORM B20-PICK-SOURCE.
003390   IF WK-VLT-FST = '99' OR FST = '99'
003400     THEN
003410       MOVE 16            TO RETURN-CODE
003420       GOBACK
003430   END-IF.
003440   PERFORM B30-SELECT-VERSION.
003450   IF WK-MSKCNAME NOT = SPACE
003460     THEN
003470       PERFORM B40-LOAD-MASKS
003480   END-IF.
003490   PERFORM B50-FIND-INPUT.
003500   IF WK-ARC-HIT > ZERO AND WK-ROW-CNT > ZERO
003510    AND WK-ROW-OVER = ZERO
003520    AND NOT (WK-VER-SELECT = 1 AND WK-VER-BEST = ZERO)
003530     THEN
003540       PERFORM B60-REEXECUTE
003550   END-IF.
003560   OPEN OUTPUT F2EVID.
003570   IF WK-EVID-FST NOT = '00'
003580     THEN
003590       DISPLAY 'EVIDPACK:EVIDENCE FILE OPEN ERROR STATUS='
003600               WK-EVID-FST
003610       MOVE 16            TO RETURN-CODE
003620       GOBACK
003630   END-IF.
003640   PERFORM C10-PRINT-DECISION.
003650   PERFORM C20-PRINT-RULES.
003660   PERFORM C30-PRINT-INPUT.
003670   PERFORM C40-PRINT-TRACE.
003680   PERFORM C50-PRINT-VERDICT.
003690   CLOSE F2EVID.
003700   DISPLAY '===================================='.
003710   IF WK-RX-DONE = 1 AND WK-RX-DIFFS = ZERO
003720     THEN
003721       IF WK-RX-EXEMPTED > ZERO
003722         THEN
003723           DISPLAY 'EVIDPACK RESULT: ' WK-KEY ' ' WK-DATE
003724                   ' RE-EXECUTION AGREES (FAIL EXEMPTED)'
003725         ELSE
003730           DISPLAY 'EVIDPACK RESULT: ' WK-KEY ' ' WK-DATE
003740                   ' RE-EXECUTION AGREES'
003745       END-IF
003750       MOVE ZERO          TO RETURN-CODE
003760     ELSE
003770       DISPLAY 'EVIDPACK RESULT: ' WK-KEY ' ' WK-DATE
003780               ' RE-EXECUTION DOES NOT AGREE OR NOT DONE'
003790       MOVE 4             TO RETURN-CODE
003800   END-IF.
003810   DISPLAY '===================================='.
003820   GOBACK.
003830 B10-FIND-DECISION SECTION.
003840*--------------------------------------------------------------
003850*- THE NIGHTLY WHOLE-TRANSACTION RECORD OF THE KEY ON THE DATE
003860*- (THE FIRST, IF SEVERAL SETS DECIDED IT AND EVID_RSID IS
003870*- BLANK), THEN THE BLOCK RECORDS OF THE SAME RUN, SET AND KEY
003871*- (TAG, REASON AND EXEMPTION RECORDS ARE NOT BLOCK DECISIONS;
003872*- AN EXEMPTION RECORD IS KEPT TO EXCUSE THE RE-EXECUTED FAIL).
003880*--------------------------------------------------------------
003890 B10-010.
003900   OPEN INPUT F18HIST.
003910   IF WK-HIST-FST NOT = '00'
003920     THEN
003930       DISPLAY 'EVIDPACK:HISTORY FILE OPEN ERROR STATUS='
003940               WK-HIST-FST
003950       MOVE '99'          TO WK-HIST-FST
003960       GO TO B10-FIND-DECISION-EXIT
003970   END-IF.
003980   PERFORM UNTIL WK-HIST-FST NOT = '00'
003990     READ F18HIST
004000       AT END
004010         CONTINUE
004020       NOT AT END
004030         IF F18-DATE = WK-DATE AND F18-KEY = WK-KEY
004040          AND F18-BLK = SPACE AND F18-REPAIR NOT = 'R'
004050          AND (WK-SEL-RSID = SPACE OR F18-RSID = WK-SEL-RSID)
004060           THEN
004070             IF WK-ORG-FOUND = ZERO
004080               THEN
004090                 MOVE 1             TO WK-ORG-FOUND
004100                 MOVE F18-RUNID     TO WK-ORG-RUNID
004110                 MOVE F18-RSID      TO WK-ORG-RSID
004120                 MOVE F18-STATUS    TO WK-ORG-STATUS
004130                 MOVE F18-OUT       TO WK-ORG-OUT
004140               ELSE
004150                 ADD 1              TO WK-ORG-OTHERS
004160             END-IF
004170         END-IF
004180     END-READ
004190   END-PERFORM.
004200   CLOSE F18HIST.
004210   IF WK-ORG-FOUND = ZERO
004220     THEN
004230       GO TO B10-FIND-DECISION-EXIT
004240   END-IF.
004250   OPEN INPUT F18HIST.
004251   IF WK-HIST-FST NOT = '00'
004252     THEN
004253       DISPLAY 'EVIDPACK:HISTORY FILE OPEN ERROR STATUS='
004254               WK-HIST-FST
004255       MOVE '99'          TO WK-HIST-FST
004256       GO TO B10-FIND-DECISION-EXIT
004257   END-IF.
004260   PERFORM UNTIL WK-HIST-FST NOT = '00'
004270     READ F18HIST
004280       AT END
004290         CONTINUE
004300       NOT AT END
004310         IF F18-KEY = WK-KEY AND F18-RSID = WK-ORG-RSID
004320           THEN
004330             PERFORM B11-RELATED-RECORD
004340         END-IF
004350     END-READ
004360   END-PERFORM.
004370   CLOSE F18HIST.
004380 B10-FIND-DECISION-EXIT.
004390   EXIT.
004400 B11-RELATED-RECORD SECTION.
004410 B11-010.
004420   IF F18-REPAIR = 'R' AND F18-ORIG-RUNID = WK-ORG-RUNID
004430     THEN
004440       ADD 1              TO WK-ORG-REPAIRS
004450       GO TO B11-RELATED-RECORD-EXIT
004460   END-IF.
004461   IF F18-RUNID = WK-ORG-RUNID AND F18-STATUS = 'EXMP'
004462     THEN
004463       IF WK-ORG-EXEMPT = ZERO
004464         THEN
004465           MOVE F18-OUT       TO WK-ORG-EXM-OUT
004466       END-IF
004467       ADD 1              TO WK-ORG-EXEMPT
004468       GO TO B11-RELATED-RECORD-EXIT
004469   END-IF.
004470   IF F18-RUNID = WK-ORG-RUNID AND F18-BLK NOT = SPACE
004480    AND F18-REPAIR NOT = 'R' AND WK-ORG-BLK-CNT < 20
004481    AND (F18-STATUS = 'PASS' OR F18-STATUS = 'FAIL'
004482         OR F18-STATUS = 'WARN')
004490     THEN
004500       ADD 1              TO WK-ORG-BLK-CNT
004510       MOVE F18-BLK       TO WK-ORG-BLK-NAME(WK-ORG-BLK-CNT)
004520       MOVE F18-STATUS    TO WK-ORG-BLK-STS(WK-ORG-BLK-CNT)
004530   END-IF.
004540 B11-RELATED-RECORD-EXIT.
004550   EXIT.
004560 B20-PICK-SOURCE SECTION.
004570*--------------------------------------------------------------
004580*- A VAULT BLOCK OF THE SET STAMPED AFTER THE DATE MEANS THE SET
004590*- WAS REPLACED SINCE; THE EARLIEST SUCH BLOCK (THE VAULT IS IN
004600*- TIME ORDER) IS THE TABLE THAT RAN THAT NIGHT. NO SUCH BLOCK
004610*- (OR NO VAULT AT ALL): THE LIVE FILE IS STILL THAT TABLE.
004620*--------------------------------------------------------------
004630 B20-010.
004640   OPEN INPUT F6VAULT.
004650   IF WK-VLT-FST = '00'
004660     THEN
004670       PERFORM UNTIL WK-VLT-FST NOT = '00'
004680         READ F6VAULT
004690           AT END
004700             CONTINUE
004710           NOT AT END
004720             IF F6VRECORD(1:4) = 'VLT1'
004730              AND F6VRECORD(5:8) = WK-ORG-RSID
004740              AND F6VRECORD(14:8) > WK-DATE
004750              AND WK-VLT-STAMP = SPACE
004760               THEN
004770                 MOVE F6VRECORD(14:14) TO WK-VLT-STAMP
004780             END-IF
004790         END-READ
004800       END-PERFORM
004810       CLOSE F6VAULT
004820   END-IF.
004830   IF WK-VLT-STAMP NOT = SPACE
004840     THEN
004850       MOVE 1             TO WK-SRC-VAULT
004860       PERFORM B21-ROWS-FROM-VAULT
004870     ELSE
004880       PERFORM B22-ROWS-FROM-LIVE
004890   END-IF.
004900 B20-PICK-SOURCE-EXIT.
004910   EXIT.
004920 B21-ROWS-FROM-VAULT SECTION.
004930 B21-010.
004940   OPEN INPUT F6VAULT.
004950   MOVE ZERO          TO WK-VLT-IN.
004960   PERFORM UNTIL WK-VLT-FST NOT = '00'
004970     READ F6VAULT
004980       AT END
004990         CONTINUE
005000       NOT AT END
005010         EVALUATE F6VRECORD(1:4)
005020         WHEN 'VLT1'
005030           IF F6VRECORD(5:8) = WK-ORG-RSID
005040            AND F6VRECORD(14:14) = WK-VLT-STAMP
005050             THEN
005060               MOVE 1             TO WK-VLT-IN
005070             ELSE
005080               MOVE ZERO          TO WK-VLT-IN
005090           END-IF
005100         WHEN 'VROW'
005110           IF WK-VLT-IN = 1
005120             THEN
005130               PERFORM B23-KEEP-ROW
005140           END-IF
005150         WHEN 'VLTE'
005160           MOVE ZERO          TO WK-VLT-IN
005170         WHEN OTHER
005180           CONTINUE
005190         END-EVALUATE
005200     END-READ
005210   END-PERFORM.
005220   CLOSE F6VAULT.
005230 B21-ROWS-FROM-VAULT-EXIT.
005240   EXIT.
005250 B22-ROWS-FROM-LIVE SECTION.
005260 B22-010.
005270   OPEN INPUT F1INPUT.
005280   IF FST NOT = '00'
005290     THEN
005300       DISPLAY 'EVIDPACK:RULE FILE OPEN ERROR STATUS=' FST
005310       MOVE '99'          TO FST
005320       GO TO B22-ROWS-FROM-LIVE-EXIT
005330   END-IF.
005340   MOVE WK-ORG-RSID   TO F1RSID.
005350   START F1INPUT KEY IS = F1RSID
005360     INVALID KEY
005370       MOVE '23'          TO FST
005380   END-START.
005390   PERFORM UNTIL FST NOT = '00'
005400     READ F1INPUT NEXT RECORD
005410       END
005420         CONTINUE
005430       NOT END
005440         IF F1RSID NOT = WK-ORG-RSID
005450           THEN
005460             MOVE '10'          TO FST
005470           ELSE
005480             MOVE F1BODY        TO F6VRECORD(5:18)
005490             PERFORM B23-KEEP-ROW
005500         END-IF
005510     END-READ
005520   END-PERFORM.
005530   CLOSE F1INPUT.
005540   MOVE '00'          TO FST.
005550 B22-ROWS-FROM-LIVE-EXIT.
005560   EXIT.
005570 B23-KEEP-ROW SECTION.
005580 B23-010.
005590   IF WK-ROW-CNT NOT < 3000
005600     THEN
005610       MOVE 1             TO WK-ROW-OVER
005620       GO TO B23-KEEP-ROW-EXIT
005630   END-IF.
005640   ADD 1              TO WK-ROW-CNT.
005650   MOVE F6VRECORD(5:18) TO WK-ROW-TBL(WK-ROW-CNT).
005660 B23-KEEP-ROW-EXIT.
005670   EXIT.
005680 B30-SELECT-VERSION SECTION.
005690*--------------------------------------------------------------
005700*- THE NIGHTLY'S VERSION SELECTION (TEST-MAIN B15 - KEEP THE TWO
005710*- IN STEP) OVER THE ROWS COLLECTED, FOR THE DECISION'S DATE.
005720*- THE SELECTED BLOCK'S ROWS GET RULCATLG'S CHECKSUM.
005730*--------------------------------------------------------------
005740 B30-010.
005750   MOVE WK-DATE(5:4)  TO WK-VER-MMDD.
005760   MOVE ZERO          TO WK-VER-BLK.
005770   MOVE ZERO          TO WK-VER-BEST.
005780   MOVE ZERO          TO WK-VER-ANY.
005790   MOVE ZERO          TO WK-VER-SELECT.
005800   MOVE SPACE         TO WK-VER-BESTDT.
005810   MOVE SPACE         TO WK-VER-BESTVER.
005820   MOVE SPACE         TO WK-VER-NAME.
005830   MOVE SPACE         TO WK-VER-TRL.
005833   MOVE SPACE         TO WK-VER-SRCMBR.
005836   MOVE SPACE         TO WK-VER-SRCVER.
005840   PERFORM VARYING WK-ROW-I FROM 1 BY 1
005850     UNTIL WK-ROW-I > WK-ROW-CNT
005860       IF WK-ROW-TBL(WK-ROW-I)(1:5) = 'HDR__'
005870         THEN
005880           ADD 1              TO WK-VER-BLK
005890           MOVE 1             TO WK-VER-ANY
005900           IF WK-ROW-TBL(WK-ROW-I)(14:4) NOT > WK-VER-MMDD
005910             THEN
005920               IF WK-VER-BEST = ZERO
005930                OR WK-ROW-TBL(WK-ROW-I)(14:4) > WK-VER-BESTDT
005940                OR (WK-ROW-TBL(WK-ROW-I)(14:4) = WK-VER-BESTDT
005950                    AND WK-ROW-TBL(WK-ROW-I)(12:2)
005960                        > WK-VER-BESTVER)
005970                 THEN
005980                   MOVE WK-VER-BLK    TO WK-VER-BEST
005990                   MOVE WK-ROW-TBL(WK-ROW-I)(14:4)
006000                                      TO WK-VER-BESTDT
006010                   MOVE WK-ROW-TBL(WK-ROW-I)(12:2)
006020                                      TO WK-VER-BESTVER
006030               END-IF
006040           END-IF
006050       END-IF
006060   END-PERFORM.
006070   IF WK-VER-ANY = 1
006080     THEN
006090       MOVE 1             TO WK-VER-SELECT
006100       IF WK-VER-BLK = 1
006110         THEN
006120           MOVE 1             TO WK-VER-BEST
006130       END-IF
006140   END-IF.
006150*- SECOND PASS: THE SELECTED BLOCK'S HEADER, TRAILER, CHECKSUM.
006160   MOVE ZERO          TO WK-VER-BLK.
006170   MOVE ZERO          TO WK-VER-ROWS.
006180   MOVE ZERO          TO WK-VER-CHK.
006190   PERFORM VARYING WK-ROW-I FROM 1 BY 1
006200     UNTIL WK-ROW-I > WK-ROW-CNT
006210       EVALUATE WK-ROW-TBL(WK-ROW-I)(1:5)
006220       WHEN 'HDR__'
006230         ADD 1              TO WK-VER-BLK
006240         IF WK-VER-BLK = WK-VER-BEST
006250           THEN
006260             MOVE WK-ROW-TBL(WK-ROW-I)(6:6)  TO WK-VER-NAME
006270             MOVE WK-ROW-TBL(WK-ROW-I)(12:2) TO WK-VER-BESTVER
006280             MOVE WK-ROW-TBL(WK-ROW-I)(14:4) TO WK-VER-BESTDT
006290         END-IF
006300       WHEN 'TRL__'
006310         IF WK-VER-SELECT = ZERO OR WK-VER-BLK = WK-VER-BEST
006320           THEN
006330             MOVE WK-ROW-TBL(WK-ROW-I)(6:5)  TO WK-VER-TRL
006340         END-IF
006341       WHEN 'SRC__'
006342         IF (WK-VER-SELECT = ZERO OR WK-VER-BLK = WK-VER-BEST)
006343          AND WK-ROW-TBL(WK-ROW-I)(18:1) = 'S'
006344           THEN
006345             MOVE WK-ROW-TBL(WK-ROW-I)(6:8)  TO WK-VER-SRCMBR
006346             MOVE WK-ROW-TBL(WK-ROW-I)(14:4) TO WK-VER-SRCVER
006347         END-IF
006350       WHEN OTHER
006360         IF WK-VER-SELECT = ZERO OR WK-VER-BLK = WK-VER-BEST
006370          OR WK-VER-BLK = ZERO
006380           THEN
006390             ADD 1              TO WK-VER-ROWS
006400             COMPUTE WK-VER-RW = FUNCTION MOD(WK-VER-ROWS, 97)
006410                               + 1
006420             PERFORM VARYING WK-VER-J FROM 1 BY 1
006430               UNTIL WK-VER-J > 18
006440                 COMPUTE WK-VER-CHK = FUNCTION MOD(WK-VER-CHK
006450                   + FUNCTION ORD(
006460                       WK-ROW-TBL(WK-ROW-I)(WK-VER-J:1))
006470                     * WK-VER-J * WK-VER-RW, 100000000)
006480             END-PERFORM
006490         END-IF
006500       END-EVALUATE
006510   END-PERFORM.
006520 B30-SELECT-VERSION-EXIT.
006530   EXIT.
006540 B40-LOAD-MASKS SECTION.
006550*--------------------------------------------------------------
006560*- THE MASKING ENTRIES (SEE TEST-MAIN A06/A06A - KEEP THE TWO IN
006570*- STEP).
006580*--------------------------------------------------------------
006590 B40-010.
006600   OPEN INPUT F20MASK.
006610   IF WK-MSKC-FST NOT = '00'
006620     THEN
006630       DISPLAY 'EVIDPACK:MASK CONFIG OPEN ERROR STATUS='
006640               WK-MSKC-FST
006650       GO TO B40-LOAD-MASKS-EXIT
006660   END-IF.
006670   PERFORM UNTIL WK-MSKC-FST NOT = '00'
006680     READ F20MASK
006690       AT END
006700         CONTINUE
006710       NOT AT END
006720         IF F20RECORD(1:1) NOT = '*' AND F20RECORD NOT = SPACE
006730           THEN
006740             PERFORM B41-ADD-MASK
006750         END-IF
006760     END-READ
006770   END-PERFORM.
006780   CLOSE F20MASK.
006790 B40-LOAD-MASKS-EXIT.
006800   EXIT.
006810 B41-ADD-MASK SECTION.
006820 B41-010.
006830   IF WK-MSK-CNT NOT < 10
006840    OR F20RECORD(1:1) < '1' OR F20RECORD(1:1) > '5'
006850    OR F20RECORD(3:5) NOT NUMERIC
006860    OR F20RECORD(9:5) NOT NUMERIC
006870    OR (F20RECORD(15:1) NOT = 'X'
006880        AND F20RECORD(15:1) NOT = 'L')
006890     THEN
006900       DISPLAY 'EVIDPACK:BAD MASK ENTRY, SKIPPED: '
006910               F20RECORD(1:16)
006920       GO TO B41-ADD-MASK-EXIT
006930   END-IF.
006940   ADD 1              TO WK-MSK-CNT.
006950   MOVE F20RECORD(1:1)  TO WK-MSK-AREA(WK-MSK-CNT).
006960   MOVE F20RECORD(3:5)  TO WK-MSK-POS(WK-MSK-CNT).
006970   MOVE F20RECORD(9:5)  TO WK-MSK-LEN(WK-MSK-CNT).
006980   MOVE F20RECORD(15:1) TO WK-MSK-STYLE(WK-MSK-CNT).
006990   IF WK-MSK-POS(WK-MSK-CNT) = ZERO
007000    OR WK-MSK-LEN(WK-MSK-CNT) = ZERO
007010    OR WK-MSK-POS(WK-MSK-CNT)
007020       + WK-MSK-LEN(WK-MSK-CNT) - 1 > 10
007030     THEN
007040       DISPLAY 'EVIDPACK:MASK ENTRY OUT OF RANGE, SKIPPED: '
007050               F20RECORD(1:16)
007060       SUBTRACT 1     FROM WK-MSK-CNT
007070   END-IF.
007080 B41-ADD-MASK-EXIT.
007090   EXIT.
007100 B50-FIND-INPUT SECTION.
007110*--------------------------------------------------------------
007120*- THE NIGHT'S ARCHIVED FEEDS, SEARCHED IN LIST ORDER FOR THE
007130*- RECORD WHOSE BIZKEY SLICE IS THE KEY. THE HIT'S INPUT AREAS
007140*- ARE FILLED FROM ITS OWN ARCHIVED MAPPING.
007150*--------------------------------------------------------------
007160 B50-010.
007170   OPEN INPUT F52ALST.
007180   IF WK-ALST-FST NOT = '00'
007190     THEN
007200       DISPLAY 'EVIDPACK:ARCHIVE LIST OPEN ERROR STATUS='
007210               WK-ALST-FST
007220       GO TO B50-FIND-INPUT-EXIT
007230   END-IF.
007240   PERFORM UNTIL WK-ALST-FST NOT = '00'
007250     READ F52ALST
007260       AT END
007270         CONTINUE
007280       NOT AT END
007290         IF F52-DATE = WK-DATE
007300           THEN
007310             PERFORM B51-ADD-NIGHT
007320         END-IF
007330     END-READ
007340   END-PERFORM.
007350   CLOSE F52ALST.
007360   PERFORM VARYING WK-ARC-I FROM 1 BY 1
007370     UNTIL WK-ARC-I > WK-ARC-CNT OR WK-ARC-HIT > ZERO
007380       PERFORM B52-LOAD-MAPPING
007390       IF WK-BIZ-LEN = ZERO OR WK-MAP-ATTR-BAD = 1
007400         THEN
007410           ADD 1              TO WK-ARC-NOKEY
007420         ELSE
007430           PERFORM B53-SEARCH-FEED
007440       END-IF
007450   END-PERFORM.
007460   IF WK-ARC-HIT > ZERO
007470     THEN
007480*-     THE LOOP LEFT THE HIT'S MAPPING LOADED.
007490       MOVE WK-F7HIT      TO F7RECORD
007500       MOVE WK-F7HITPREV  TO WK-F7PREV
007510       PERFORM B55-FILL-INPUT-AREAS
007520   END-IF.
007530 B50-FIND-INPUT-EXIT.
007540   EXIT.
007550 B51-ADD-NIGHT SECTION.
007560 B51-010.
007570   MOVE ZERO          TO WK-ARC-J.
007580   PERFORM VARYING WK-ARC-I FROM 1 BY 1
007590     UNTIL WK-ARC-I > WK-ARC-CNT
007600       IF WK-ARC-FEED(WK-ARC-I) = F52-FEED
007610         THEN
007620           MOVE WK-ARC-I      TO WK-ARC-J
007630       END-IF
007640   END-PERFORM.
007650   IF WK-ARC-J = ZERO
007660     THEN
007670       IF WK-ARC-CNT NOT < 50
007680         THEN
007690           GO TO B51-ADD-NIGHT-EXIT
007700       END-IF
007710       ADD 1              TO WK-ARC-CNT
007720       MOVE WK-ARC-CNT    TO WK-ARC-J
007730   END-IF.
007740   MOVE F52-FEED      TO WK-ARC-FEED(WK-ARC-J).
007750   MOVE F52-TRANFILE  TO WK-ARC-TRAN(WK-ARC-J).
007760   MOVE F52-MAPFILE   TO WK-ARC-MAP(WK-ARC-J).
007770 B51-ADD-NIGHT-EXIT.
007780   EXIT.
007790 B52-LOAD-MAPPING SECTION.
007800*--------------------------------------------------------------
007810*- THE ARCHIVED FEED'S MAPPING ENTRIES AND BIZKEY SLICE (SEE
007820*- BACKTEST B22/B22A - KEEP THEM IN STEP).
007830*--------------------------------------------------------------
007840 B52-010.
007850   MOVE ZERO          TO WK-MAP-CNT.
007860   MOVE ZERO          TO WK-MAP-NOREPLAY.
007870   MOVE ZERO          TO WK-MAP-ATTR-BAD.
007880   MOVE ZERO          TO WK-BIZ-LEN.
007890   IF WK-ARC-MAP(WK-ARC-I) = SPACE
007900     THEN
007910       GO TO B52-LOAD-MAPPING-EXIT
007920   END-IF.
007930   MOVE WK-ARC-MAP(WK-ARC-I) TO WK-MAPNAME.
007940   OPEN INPUT F8MAP.
007950   IF WK-MAP-FST NOT = '00'
007960     THEN
007970       DISPLAY 'EVIDPACK:ARCHIVED MAPPING OPEN ERROR STATUS='
007980               WK-MAP-FST ' FILE=' WK-MAPNAME(1:60)
007990       GO TO B52-LOAD-MAPPING-EXIT
008000   END-IF.
008010   PERFORM UNTIL WK-MAP-FST NOT = '00'
008020     READ F8MAP
008030       AT END
008040         CONTINUE
008050       NOT AT END
008060         IF F8RECORD(1:1) NOT = '*' AND F8RECORD NOT = SPACE
008070          AND F8RECORD(1:8) = WK-ARC-FEED(WK-ARC-I)
008080           THEN
008090             EVALUATE TRUE
008100             WHEN F8RECORD(10:8) = 'CODEPAGE'
008110               MOVE 1             TO WK-MAP-ATTR-BAD
008120             WHEN F8RECORD(10:9) = 'DELIMITED'
008130               MOVE 1             TO WK-MAP-ATTR-BAD
008140             WHEN F8RECORD(10:6) = 'BIZKEY'
008150               IF F8RECORD(17:5) NUMERIC
008160                AND F8RECORD(23:5) NUMERIC
008170                 THEN
008180                   MOVE F8RECORD(17:5) TO WK-BIZ-POS
008190                   MOVE F8RECORD(23:5) TO WK-BIZ-LEN
008200                   IF WK-BIZ-LEN > 20 OR WK-BIZ-POS = ZERO
008210                    OR WK-BIZ-POS + WK-BIZ-LEN - 1 > 200
008220                     THEN
008230                       MOVE ZERO          TO WK-BIZ-LEN
008240                   END-IF
008250               END-IF
008260             WHEN F8RECORD(10:6) = 'CCYAMT'
008270               CONTINUE
008280             WHEN F8RECORD(10:8) = 'MATCHKEY'
008290               CONTINUE
008300             WHEN OTHER
008310               PERFORM B52A-ADD-ENTRY
008320             END-EVALUATE
008330         END-IF
008340     END-READ
008350   END-PERFORM.
008360   CLOSE F8MAP.
008370 B52-LOAD-MAPPING-EXIT.
008380   EXIT.
008390 B52A-ADD-ENTRY SECTION.
008400 B52A-010.
008410   IF WK-MAP-CNT NOT < 50
008420    OR F8RECORD(10:5) NOT NUMERIC
008430    OR F8RECORD(16:5) NOT NUMERIC
008440    OR F8RECORD(24:5) NOT NUMERIC
008450    OR F8RECORD(22:1) < '1' OR F8RECORD(22:1) > '5'
008460     THEN
008470       GO TO B52A-ADD-ENTRY-EXIT
008480   END-IF.
008490   IF F8RECORD(30:1) = 'M' OR F8RECORD(30:1) = 'B'
008500     THEN
008510       ADD 1              TO WK-MAP-NOREPLAY
008520       GO TO B52A-ADD-ENTRY-EXIT
008530   END-IF.
008540   ADD 1              TO WK-MAP-CNT.
008550   MOVE F8RECORD(10:5) TO WK-MAP-SRCOFF(WK-MAP-CNT).
008560   MOVE F8RECORD(16:5) TO WK-MAP-SRCLEN(WK-MAP-CNT).
008570   MOVE F8RECORD(22:1) TO WK-MAP-AREA(WK-MAP-CNT).
008580   MOVE F8RECORD(24:5) TO WK-MAP-TGTPOS(WK-MAP-CNT).
008590   MOVE F8RECORD(30:1) TO WK-MAP-SRC(WK-MAP-CNT).
008600   IF WK-MAP-SRCLEN(WK-MAP-CNT) = ZERO
008610    OR WK-MAP-SRCOFF(WK-MAP-CNT) = ZERO
008620    OR WK-MAP-TGTPOS(WK-MAP-CNT) = ZERO
008630    OR WK-MAP-SRCOFF(WK-MAP-CNT)
008640       + WK-MAP-SRCLEN(WK-MAP-CNT) - 1 > 200
008650    OR WK-MAP-TGTPOS(WK-MAP-CNT)
008660       + WK-MAP-SRCLEN(WK-MAP-CNT) - 1 > 10
008670     THEN
008680       SUBTRACT 1     FROM WK-MAP-CNT
008690   END-IF.
008700 B52A-ADD-ENTRY-EXIT.
008710   EXIT.
008720 B53-SEARCH-FEED SECTION.
008730 B53-010.
008740   MOVE WK-ARC-TRAN(WK-ARC-I) TO WK-TRANNAME.
008750   OPEN INPUT F7TRAN.
008760   IF WK-TRAN-FST NOT = '00'
008770     THEN
008780       DISPLAY 'EVIDPACK:ARCHIVE FILE MISSING, STATUS='
008790               WK-TRAN-FST ' FILE=' WK-TRANNAME(1:60)
008800       GO TO B53-SEARCH-FEED-EXIT
008810   END-IF.
008820   MOVE SPACE         TO WK-F7PREV.
008830   MOVE ZERO          TO WK-ARC-SEQ.
008840   PERFORM UNTIL WK-TRAN-FST NOT = '00'
008850     READ F7TRAN
008860       AT END
008870         CONTINUE
008880       NOT AT END
008890         IF F7RECORD(1:3) NOT = 'CTL'
008900           THEN
008910             ADD 1              TO WK-ARC-SEQ
008920             MOVE SPACE         TO WK-BIZKEY
008930             MOVE F7RECORD(WK-BIZ-POS:WK-BIZ-LEN)
008940               TO WK-BIZKEY(1:WK-BIZ-LEN)
008950             IF WK-BIZKEY = WK-KEY
008960               THEN
008970                 MOVE WK-ARC-I      TO WK-ARC-HIT
008980                 MOVE F7RECORD      TO WK-F7HIT
008990                 MOVE WK-F7PREV     TO WK-F7HITPREV
009000                 MOVE '10'          TO WK-TRAN-FST
009010               ELSE
009020                 MOVE F7RECORD      TO WK-F7PREV
009030             END-IF
009040         END-IF
009050     END-READ
009060   END-PERFORM.
009070   CLOSE F7TRAN.
009080 B53-SEARCH-FEED-EXIT.
009090   EXIT.
009100 B55-FILL-INPUT-AREAS SECTION.
009110*--------------------------------------------------------------
009120*- THE MAPPED SLICES, OR THE DEFAULT FIVE 10-BYTE FIELDS (SEE
009130*- TEST-MAIN B13).
009140*--------------------------------------------------------------
009150 B55-010.
009160   IF WK-MAP-CNT = ZERO
009170     THEN
009180       MOVE F7RECORD(1:10)      TO IN100
009190       MOVE F7RECORD(11:10)     TO IN200
009200       MOVE F7RECORD(21:10)     TO IN300
009210       MOVE F7RECORD(31:10)     TO IN400
009220       MOVE F7RECORD(41:10)     TO IN500
009230       GO TO B55-FILL-INPUT-AREAS-EXIT
009240   END-IF.
009250   MOVE SPACE               TO IN100.
009260   MOVE SPACE               TO IN200.
009270   MOVE SPACE               TO IN300.
009280   MOVE SPACE               TO IN400.
009290   MOVE SPACE               TO IN500.
009300   PERFORM VARYING WK-MAP-I FROM 1 BY 1
009310     UNTIL WK-MAP-I > WK-MAP-CNT
009320       IF WK-MAP-SRC(WK-MAP-I) = 'P'
009330         THEN
009340           MOVE WK-F7PREV     TO WK-MAP-SRCREC
009350         ELSE
009360           MOVE F7RECORD      TO WK-MAP-SRCREC
009370       END-IF
009380       EVALUATE WK-MAP-AREA(WK-MAP-I)
009390       WHEN '1'
009400         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
009410                       WK-MAP-SRCLEN(WK-MAP-I))
009420           TO IN100(WK-MAP-TGTPOS(WK-MAP-I):
009430                    WK-MAP-SRCLEN(WK-MAP-I))
009440       WHEN '2'
009450         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
009460                       WK-MAP-SRCLEN(WK-MAP-I))
009470           TO IN200(WK-MAP-TGTPOS(WK-MAP-I):
009480                    WK-MAP-SRCLEN(WK-MAP-I))
009490       WHEN '3'
009500         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
009510                       WK-MAP-SRCLEN(WK-MAP-I))
009520           TO IN300(WK-MAP-TGTPOS(WK-MAP-I):
009530                    WK-MAP-SRCLEN(WK-MAP-I))
009540       WHEN '4'
009550         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
009560                       WK-MAP-SRCLEN(WK-MAP-I))
009570           TO IN400(WK-MAP-TGTPOS(WK-MAP-I):
009580                    WK-MAP-SRCLEN(WK-MAP-I))
009590       WHEN '5'
009600         MOVE WK-MAP-SRCREC(WK-MAP-SRCOFF(WK-MAP-I):
009610                       WK-MAP-SRCLEN(WK-MAP-I))
009620           TO IN500(WK-MAP-TGTPOS(WK-MAP-I):
009630                    WK-MAP-SRCLEN(WK-MAP-I))
009640       END-EVALUATE
009650   END-PERFORM.
009660 B55-FILL-INPUT-AREAS-EXIT.
009670   EXIT.
009680 B60-REEXECUTE SECTION.
009690*--------------------------------------------------------------
009700*- LOAD THE SELECTED VERSION INTO A RESIDENT SLOT (AS BACKTEST
009710*- B05 DOES), EXECUTE ONCE WITH EXPLAIN ON, JUDGE AND COMPARE.
009720*--------------------------------------------------------------
009730 B60-010.
009740   MOVE SPACE         TO PVCODE-PRM.
009750   MOVE ZERO          TO PVCODE-TBLMAX.
009760   MOVE 'INIT'        TO PVCODE-FUNC.
009770   CALL 'SUBVCODE' USING PVCODE-PRM
009780                         IN100
009790                         IN200
009800                         IN300
009810                         IN400
009820                         IN500
009830                         OUT00.
009840   IF WK-REFLNAME NOT = SPACE
009850     THEN
009860       PERFORM B70-LOAD-REFTABLES
009870   END-IF.
009880   MOVE ZERO          TO WK-VER-BLK.
009890   MOVE 1             TO WK-LOAD-OK.
009900   PERFORM VARYING WK-ROW-I FROM 1 BY 1
009910     UNTIL WK-ROW-I > WK-ROW-CNT OR WK-LOAD-OK = ZERO
009920       EVALUATE WK-ROW-TBL(WK-ROW-I)(1:5)
009930       WHEN 'HDR__'
009940         ADD 1              TO WK-VER-BLK
009950       WHEN 'TRL__'
009955       WHEN 'SRC__'
009960         CONTINUE
009970       WHEN OTHER
009980         IF WK-VER-SELECT = ZERO OR WK-VER-BLK = WK-VER-BEST
009990          OR WK-VER-BLK = ZERO
010000           THEN
010010             MOVE SPACE         TO PVCODE-PRM
010020             MOVE 'LOAD'        TO PVCODE-FUNC
010030             MOVE WK-ORG-RSID   TO PVCODE-SETID
010040             MOVE WK-ROW-TBL(WK-ROW-I) TO PVCODE
010050             CALL 'SUBVCODE' USING PVCODE-PRM
010060                                   IN100
010070                                   IN200
010080                                   IN300
010090                                   IN400
010100                                   IN500
010110                                   OUT00
010120             IF PVCODE-COD < ZERO
010130               THEN
010140                 DISPLAY 'EVIDPACK:LOAD ERROR. ' PVCODE-MSG
010150                 MOVE ZERO          TO WK-LOAD-OK
010160             END-IF
010170         END-IF
010180       END-EVALUATE
010190   END-PERFORM.
010200   IF WK-LOAD-OK = ZERO
010210     THEN
010220       GO TO B60-REEXECUTE-EXIT
010230   END-IF.
010240   MOVE SPACE         TO PVCODE-PRM.
010250   MOVE 'USE_'        TO PVCODE-FUNC.
010260   MOVE WK-ORG-RSID   TO PVCODE-SETID.
010270   CALL 'SUBVCODE' USING PVCODE-PRM
010280                         IN100
010290                         IN200
010300                         IN300
010310                         IN400
010320                         IN500
010330                         OUT00.
010340   IF PVCODE-COD NOT = ZERO
010350     THEN
010360       DISPLAY 'EVIDPACK:USE_ ERROR. ' PVCODE-MSG
010370       GO TO B60-REEXECUTE-EXIT
010380   END-IF.
010390   PERFORM B55-FILL-INPUT-AREAS.
010400   MOVE SPACE         TO OUT00.
010410   MOVE SPACE         TO PVCODE-PRM.
010420   MOVE 'EXEC'        TO PVCODE-FUNC.
010430   MOVE 'Y'           TO PVCODE-EXPLAIN.
010440   MOVE 'Y'           TO PVCODE-NOACC.
010450   MOVE WK-DATE       TO PVCODE-RUNDT.
010460   CALL 'SUBVCODE' USING PVCODE-PRM
010470                         IN100
010480                         IN200
010490                         IN300
010500                         IN400
010510                         IN500
010520                         OUT00.
010530   MOVE 1             TO WK-RX-DONE.
010540   MOVE ZERO          TO WK-RX-FATAL.
010550   PERFORM VARYING WK-RX-I FROM 1 BY 1
010560     UNTIL WK-RX-I > PVCODE-BLK-CNT
010570       IF PVCODE-BLK-STS (WK-RX-I) = 'FAIL'
010580         THEN
010590           MOVE 1             TO WK-RX-FATAL
010600       END-IF
010610   END-PERFORM.
010620   IF PVCODE-COD < ZERO OR WK-RX-FATAL = 1
010630     THEN
010640       MOVE 'FAIL'        TO WK-RX-STS
010650     ELSE
010660       MOVE 'PASS'        TO WK-RX-STS
010670   END-IF.
010680   IF WK-RX-STS NOT = WK-ORG-STATUS
010690     THEN
010691       IF WK-RX-STS = 'FAIL' AND WK-ORG-STATUS = 'PASS'
010692        AND WK-ORG-EXEMPT > ZERO
010693         THEN
010694           ADD 1              TO WK-RX-EXEMPTED
010695         ELSE
010700           ADD 1              TO WK-RX-DIFFS
010705       END-IF
010710   END-IF.
010720   IF OUT00 NOT = WK-ORG-OUT
010730     THEN
010740       ADD 1              TO WK-RX-DIFFS
010750   END-IF.
010760   PERFORM VARYING WK-RX-J FROM 1 BY 1
010770     UNTIL WK-RX-J > WK-ORG-BLK-CNT
010780       PERFORM B61-FIND-BLOCK
010790       IF WK-RX-HIT = ZERO
010800         THEN
010810           ADD 1              TO WK-RX-DIFFS
010820         ELSE
010830           IF PVCODE-BLK-STS(WK-RX-HIT)
010840              NOT = WK-ORG-BLK-STS(WK-RX-J)
010850             THEN
010851               IF PVCODE-BLK-STS(WK-RX-HIT) = 'FAIL'
010852                AND WK-ORG-EXEMPT > ZERO
010853                AND (WK-ORG-BLK-STS(WK-RX-J) = 'PASS'
010854                     OR WK-ORG-BLK-STS(WK-RX-J) = 'WARN')
010855                 THEN
010856                   ADD 1              TO WK-RX-EXEMPTED
010857                 ELSE
010860                   ADD 1              TO WK-RX-DIFFS
010865               END-IF
010870           END-IF
010880       END-IF
010890   END-PERFORM.
010900 B60-REEXECUTE-EXIT.
010910   EXIT.
010920 B61-FIND-BLOCK SECTION.
010930 B61-010.
010940   MOVE ZERO          TO WK-RX-HIT.
010950   PERFORM VARYING WK-RX-I FROM 1 BY 1
010960     UNTIL WK-RX-I > PVCODE-BLK-CNT OR WK-RX-HIT > ZERO
010970       IF PVCODE-BLK-NAME(WK-RX-I) = WK-ORG-BLK-NAME(WK-RX-J)
010980         THEN
010990           MOVE WK-RX-I       TO WK-RX-HIT
011000       END-IF
011010   END-PERFORM.
011020 B61-FIND-BLOCK-EXIT.
011030   EXIT.
011040 B70-LOAD-REFTABLES SECTION.
011050*--------------------------------------------------------------
011060*- REGISTER EVERY REFERENCE CODE TABLE NAMED IN F13RLIST (SEE
011070*- REGRUNNR B30/B31 - KEEP THEM IN STEP).
011080*--------------------------------------------------------------
011090 B70-010.
011100   OPEN INPUT F13RLIST.
011110   IF WK-REFL-FST NOT = '00'
011120     THEN
011130       DISPLAY 'EVIDPACK:REFTABLE LIST OPEN ERROR STATUS='
011140               WK-REFL-FST
011150       GO TO B70-LOAD-REFTABLES-EXIT
011160   END-IF.
011170   PERFORM UNTIL WK-REFL-FST NOT = '00'
011180     READ F13RLIST
011190       AT END
011200         CONTINUE
011210       NOT AT END
011220         IF F13RECORD(1:1) NOT = '*' AND F13RECORD NOT = SPACE
011230           THEN
011240             MOVE F13RECORD(1:5)   TO WK-REF-TBLNAME
011250             MOVE SPACE            TO WK-REFNAME
011260             EVALUATE F13RECORD(7:2)
011270             WHEN 'R '
011280                 MOVE 1               TO WK-REF-RANGE
011290                 MOVE F13RECORD(9:100) TO WK-REFNAME
011300             WHEN 'D '
011310                 MOVE 2               TO WK-REF-RANGE
011320                 MOVE F13RECORD(9:100) TO WK-REFNAME
011321             WHEN 'W '
011322                 MOVE 3               TO WK-REF-RANGE
011323                 MOVE F13RECORD(9:100) TO WK-REFNAME
011330             WHEN OTHER
011340                 MOVE ZERO            TO WK-REF-RANGE
011350                 MOVE F13RECORD(7:100) TO WK-REFNAME
011360             END-EVALUATE
011370             PERFORM B71-LOAD-ONE-REFTABLE
011380         END-IF
011390     END-READ
011400   END-PERFORM.
011410   CLOSE F13RLIST.
011420 B70-LOAD-REFTABLES-EXIT.
011430   EXIT.
011440 B71-LOAD-ONE-REFTABLE SECTION.
011450 B71-010.
011460   OPEN INPUT F12REF.
011470   IF WK-REF-FST NOT = '00'
011480     THEN
011490       DISPLAY 'EVIDPACK:REFTABLE OPEN ERROR STATUS='
011500               WK-REF-FST ' TABLE=' WK-REF-TBLNAME
011510       GO TO B71-LOAD-ONE-REFTABLE-EXIT
011520   END-IF.
011530   PERFORM UNTIL WK-REF-FST NOT = '00'
011540     READ F12REF
011550       AT END
011560         CONTINUE
011570       NOT AT END
011580         IF F12RECORD(1:1) NOT = '*' AND F12RECORD NOT = SPACE
011590           THEN
011600             MOVE SPACE             TO PVCODE-PRM
011610             EVALUATE WK-REF-RANGE
011620             WHEN 1
011630                 MOVE 'RREG'            TO PVCODE-FUNC
011640                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
011650                 MOVE F12RECORD(1:15)   TO PVCODE-TBL-LO
011660                 MOVE F12RECORD(17:15)  TO PVCODE-TBL-HI
011670                 MOVE F12RECORD(33:20)  TO PVCODE-TBL-VAL
011680             WHEN 2
011690                 MOVE 'DREG'            TO PVCODE-FUNC
011700                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
011710                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-CND(1)
011720                 MOVE F12RECORD(12:10)  TO PVCODE-TBL-CND(2)
011730                 MOVE F12RECORD(23:10)  TO PVCODE-TBL-CND(3)
011740                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
011750                 MOVE SPACE             TO PVCODE-TBL-VAL
011760                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
011761             WHEN 3
011762*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
011763*-               COLS 12-51.
011764                 MOVE 'WREG'            TO PVCODE-FUNC
011765                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
011766                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
011767                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
011770             WHEN OTHER
011780                 MOVE 'TREG'            TO PVCODE-FUNC
011790                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
011800                 MOVE F12RECORD(1:20)   TO PVCODE-TBL-KEY
011810                 MOVE F12RECORD(22:20)  TO PVCODE-TBL-VAL
011820             END-EVALUATE
011830             CALL 'SUBVCODE' USING PVCODE-PRM
011840                                   IN100
011850                                   IN200
011860                                   IN300
011870                                   IN400
011880                                   IN500
011890                                   OUT00
011900             IF PVCODE-COD NOT = ZERO
011910               THEN
011920                 DISPLAY 'EVIDPACK:REFTABLE ENTRY REJECTED: '
011930                         F12RECORD(1:41) ' ' PVCODE-MSG
011940               ELSE
011950                 ADD 1              TO WK-REF-CNT
011960             END-IF
011970         END-IF
011980     END-READ
011990   END-PERFORM.
012000   CLOSE F12REF.
012010 B71-LOAD-ONE-REFTABLE-EXIT.
012020   EXIT.
012030 C10-PRINT-DECISION SECTION.
012040*--------------------------------------------------------------
012050*- DOCUMENT PART 1: WHAT WAS DECIDED.
012060*--------------------------------------------------------------
012070 C10-010.
012080   MOVE SPACE         TO WK-LINE.
012090   STRING 'DISPUTE EVIDENCE PACK  KEY=' WK-KEY
012100          '  DECISION DATE=' WK-DATE
012110          '  PRODUCED ' WK-TODAY
012120                      DELIMITED BY SIZE INTO WK-LINE.
012130   PERFORM Z10-PUT-LINE.
012140   PERFORM Z20-PUT-BLANK.
012150   MOVE '1. ORIGINAL DECISION (F18HIST)' TO WK-LINE.
012160   PERFORM Z10-PUT-LINE.
012170   STRING '   RUN ID=' WK-ORG-RUNID '  RULE SET=' WK-ORG-RSID
012180          '  STATUS=' WK-ORG-STATUS
012190                      DELIMITED BY SIZE INTO WK-LINE.
012200   PERFORM Z10-PUT-LINE.
012210   STRING '   OUT=(' WK-ORG-OUT ')'
012220                      DELIMITED BY SIZE INTO WK-LINE.
012230   PERFORM Z10-PUT-LINE.
012240   PERFORM VARYING WK-RX-J FROM 1 BY 1
012250     UNTIL WK-RX-J > WK-ORG-BLK-CNT
012260       STRING '   BLOCK ' WK-ORG-BLK-NAME(WK-RX-J)
012270              ' ' WK-ORG-BLK-STS(WK-RX-J)
012280                      DELIMITED BY SIZE INTO WK-LINE
012290       PERFORM Z10-PUT-LINE
012300   END-PERFORM.
012310   IF WK-ORG-OTHERS > ZERO
012320     THEN
012330       STRING '   NOTE: ' WK-ORG-OTHERS ' OTHER NIGHTLY '
012340              'DECISION(S) FOR THIS KEY AND DATE - SET '
012350              'EVID_RSID TO CHOOSE ANOTHER RULE SET.'
012360                      DELIMITED BY SIZE INTO WK-LINE
012370       PERFORM Z10-PUT-LINE
012380   END-IF.
012390   IF WK-ORG-REPAIRS > ZERO
012400     THEN
012410       STRING '   NOTE: ' WK-ORG-REPAIRS ' LATER REJREPRO '
012420              'REPAIR(S) OF THIS RUN EXIST - SEE LINEAGE.'
012430                      DELIMITED BY SIZE INTO WK-LINE
012440       PERFORM Z10-PUT-LINE
012450   END-IF.
012451   IF WK-ORG-EXEMPT > ZERO
012452     THEN
012453       STRING '   NOTE: ' WK-ORG-EXEMPT ' EXEMPTION(S): '
012454              WK-ORG-EXM-OUT
012455                      DELIMITED BY SIZE INTO WK-LINE
012456       PERFORM Z10-PUT-LINE
012457   END-IF.
012460 C10-PRINT-DECISION-EXIT.
012470   EXIT.
012480 C20-PRINT-RULES SECTION.
012490*--------------------------------------------------------------
012500*- DOCUMENT PART 2: THE RULE VERSION THAT RAN.
012510*--------------------------------------------------------------
012520 C20-010.
012530   PERFORM Z20-PUT-BLANK.
012540   MOVE '2. RULE VERSION IN EFFECT THAT NIGHT' TO WK-LINE.
012550   PERFORM Z10-PUT-LINE.
012560   IF WK-SRC-VAULT = 1
012570     THEN
012580       STRING '   SOURCE=VAULT BLOCK STAMPED ' WK-VLT-STAMP
012590              ' (SET REPLACED AFTER THE DECISION DATE)'
012600                      DELIMITED BY SIZE INTO WK-LINE
012610     ELSE
012620       STRING '   SOURCE=LIVE RULE FILE '
012630              WK-FILENAME(1:60)
012640                      DELIMITED BY SIZE INTO WK-LINE
012650   END-IF.
012660   PERFORM Z10-PUT-LINE.
012670   IF WK-ROW-CNT = ZERO
012680     THEN
012690       MOVE '   ** RULE SET NOT FOUND IN THAT SOURCE **'
012700                      TO WK-LINE
012710       PERFORM Z10-PUT-LINE
012720       GO TO C20-PRINT-RULES-EXIT
012730   END-IF.
012740   IF WK-ROW-OVER = 1
012750     THEN
012760       MOVE '   ** RULE SET TOO LARGE TO REPRODUCE HERE **'
012770                      TO WK-LINE
012780       PERFORM Z10-PUT-LINE
012790       GO TO C20-PRINT-RULES-EXIT
012800   END-IF.
012810   IF WK-VER-SELECT = ZERO
012820     THEN
012830       STRING '   UNVERSIONED SET (NO HDR__), ROWS='
012840              WK-VER-ROWS '  CHECKSUM=' WK-VER-CHK
012850                      DELIMITED BY SIZE INTO WK-LINE
012860       PERFORM Z10-PUT-LINE
012870       GO TO C20-PRINT-RULES-EXIT
012880   END-IF.
012890   IF WK-VER-BEST = ZERO
012900     THEN
012910       STRING '   ** NO VERSION IN EFFECT FOR ' WK-DATE
012920              ' (BLOCKS=' WK-VER-BLK ') **'
012930                      DELIMITED BY SIZE INTO WK-LINE
012940       PERFORM Z10-PUT-LINE
012950       GO TO C20-PRINT-RULES-EXIT
012960   END-IF.
012970   STRING '   NAME=' WK-VER-NAME '  VERSION=' WK-VER-BESTVER
012980          '  EFFECTIVE=' WK-VER-BESTDT
012990          '  BLOCK ' WK-VER-BEST ' OF ' WK-VER-BLK
013000                      DELIMITED BY SIZE INTO WK-LINE.
013010   PERFORM Z10-PUT-LINE.
013020   STRING '   ROWS=' WK-VER-ROWS '  TRAILER=' WK-VER-TRL
013030          '  CHECKSUM=' WK-VER-CHK
013040                      DELIMITED BY SIZE INTO WK-LINE.
013050   PERFORM Z10-PUT-LINE.
013051   IF WK-VER-SRCMBR = SPACE
013052     THEN
013053       MOVE '   COMPILED FROM: (NO SOURCE-LIBRARY STAMP)'
013054                      TO WK-LINE
013055     ELSE
013056       STRING '   COMPILED FROM: SOURCE LIBRARY MEMBER '
013057              WK-VER-SRCMBR ' VERSION ' WK-VER-SRCVER
013058                      DELIMITED BY SIZE INTO WK-LINE
013059   END-IF.
013060   PERFORM Z10-PUT-LINE.
013061 C20-PRINT-RULES-EXIT.
013070   EXIT.
013080 C30-PRINT-INPUT SECTION.
013090*--------------------------------------------------------------
013100*- DOCUMENT PART 3: THE ARCHIVED INPUT, MASKED.
013110*--------------------------------------------------------------
013120 C30-010.
013130   PERFORM Z20-PUT-BLANK.
013140   MOVE '3. INPUT VALUES (ARCHIVED RECORD, MASKED)' TO WK-LINE.
013150   PERFORM Z10-PUT-LINE.
013160   IF WK-ARC-HIT = ZERO
013170     THEN
013180       STRING '   ** KEY NOT FOUND IN THE ' WK-ARC-CNT
013190              ' ARCHIVED FEED(S) OF ' WK-DATE
013200              ' (' WK-ARC-NOKEY ' WITHOUT A SEARCHABLE BIZKEY)'
013210              ' **'
013220                      DELIMITED BY SIZE INTO WK-LINE
013230       PERFORM Z10-PUT-LINE
013240       GO TO C30-PRINT-INPUT-EXIT
013250   END-IF.
013260   STRING '   FEED=' WK-ARC-FEED(WK-ARC-HIT)
013270          '  RECORD ' WK-ARC-SEQ '  OF '
013280          WK-ARC-TRAN(WK-ARC-HIT)(1:60)
013290                      DELIMITED BY SIZE INTO WK-LINE.
013300   PERFORM Z10-PUT-LINE.
013310   MOVE IN100         TO WK-MSK-IN(1).
013320   MOVE IN200         TO WK-MSK-IN(2).
013330   MOVE IN300         TO WK-MSK-IN(3).
013340   MOVE IN400         TO WK-MSK-IN(4).
013350   MOVE IN500         TO WK-MSK-IN(5).
013360   PERFORM Z30-APPLY-MASKS.
013370   STRING '   IN100=(' WK-MSK-IN(1) ')  IN200=(' WK-MSK-IN(2)
013380          ')  IN300=(' WK-MSK-IN(3) ')  IN400=(' WK-MSK-IN(4)
013390          ')  IN500=(' WK-MSK-IN(5) ')'
013400                      DELIMITED BY SIZE INTO WK-LINE.
013410   PERFORM Z10-PUT-LINE.
013420   IF WK-MAP-NOREPLAY > ZERO
013430     THEN
013440       STRING '   NOTE: ' WK-MAP-NOREPLAY ' MAPPING ENTRIES '
013450              'FROM THE MASTER/MATCHED RECORD LEFT BLANK.'
013460                      DELIMITED BY SIZE INTO WK-LINE
013470       PERFORM Z10-PUT-LINE
013480   END-IF.
013490 C30-PRINT-INPUT-EXIT.
013500   EXIT.
013510 C40-PRINT-TRACE SECTION.
013520*--------------------------------------------------------------
013530*- DOCUMENT PART 4: THE EXPLAIN TRACE OF THE RE-EXECUTION.
013540*--------------------------------------------------------------
013550 C40-010.
013560   PERFORM Z20-PUT-BLANK.
013570   MOVE '4. EXPLAIN TRACE' TO WK-LINE.
013580   PERFORM Z10-PUT-LINE.
013590   IF WK-RX-DONE = ZERO
013600     THEN
013610       MOVE '   ** NOT RE-EXECUTED **' TO WK-LINE
013620       PERFORM Z10-PUT-LINE
013630       GO TO C40-PRINT-TRACE-EXIT
013640   END-IF.
013650   IF PVCODE-TRACE-CNT = ZERO
013660     THEN
013670       MOVE '   (NO CONDITIONS RECORDED)' TO WK-LINE
013680       PERFORM Z10-PUT-LINE
013690   END-IF.
013700   PERFORM VARYING WK-RX-I FROM 1 BY 1
013710     UNTIL WK-RX-I > PVCODE-TRACE-CNT
013720       MOVE PVCODE-TRACE-LINE(WK-RX-I) TO WK-LINE(4:80)
013730       PERFORM Z10-PUT-LINE
013740   END-PERFORM.
013750 C40-PRINT-TRACE-EXIT.
013760   EXIT.
013770 C50-PRINT-VERDICT SECTION.
013780*--------------------------------------------------------------
013790*- DOCUMENT PART 5: RE-EXECUTION AGAINST THE ORIGINAL.
013800*--------------------------------------------------------------
013810 C50-010.
013820   PERFORM Z20-PUT-BLANK.
013830   MOVE '5. RE-EXECUTION' TO WK-LINE.
013840   PERFORM Z10-PUT-LINE.
013850   IF WK-RX-DONE = ZERO
013860     THEN
013870       MOVE '   VERDICT: NOT REPRODUCIBLE - SEE ABOVE.'
013880                      TO WK-LINE
013890       PERFORM Z10-PUT-LINE
013900       GO TO C50-PRINT-VERDICT-EXIT
013910   END-IF.
013920   STRING '   STATUS=' WK-RX-STS '  (ORIGINAL ' WK-ORG-STATUS
013930          ')  ENGINE CODE=' PVCODE-COD
013940                      DELIMITED BY SIZE INTO WK-LINE.
013950   PERFORM Z10-PUT-LINE.
013960   STRING '   OUT=(' OUT00 ')'
013970                      DELIMITED BY SIZE INTO WK-LINE.
013980   PERFORM Z10-PUT-LINE.
013990   PERFORM VARYING WK-RX-I FROM 1 BY 1
014000     UNTIL WK-RX-I > PVCODE-BLK-CNT
014010       STRING '   BLOCK ' PVCODE-BLK-NAME(WK-RX-I)
014020              ' ' PVCODE-BLK-STS(WK-RX-I)
014030                      DELIMITED BY SIZE INTO WK-LINE
014040       PERFORM Z10-PUT-LINE
014050   END-PERFORM.
014060   IF WK-RX-DIFFS = ZERO AND WK-RX-EXEMPTED > ZERO
014061     THEN
014062       STRING '   VERDICT: RE-EXECUTION AGREES WITH THE '
014063              'ORIGINAL DECISION (' WK-RX-EXEMPTED
014064              ' FAIL(S) EXEMPTED - SEE PART 1).'
014065                          DELIMITED BY SIZE INTO WK-LINE
014066       PERFORM Z10-PUT-LINE
014067       GO TO C50-PRINT-VERDICT-EXIT
014068   END-IF.
014069   IF WK-RX-DIFFS = ZERO
014070     THEN
014080       STRING '   VERDICT: RE-EXECUTION AGREES WITH THE '
014090              'ORIGINAL DECISION.'
014100                          DELIMITED BY SIZE INTO WK-LINE
014110     ELSE
014120       STRING '   VERDICT: RE-EXECUTION DOES NOT AGREE ('
014130              WK-RX-DIFFS ' DIFFERENCE(S) IN STATUS, OUT OR '
014140              'BLOCK DECISIONS).'
014150                      DELIMITED BY SIZE INTO WK-LINE
014160   END-IF.
014170   PERFORM Z10-PUT-LINE.
014180 C50-PRINT-VERDICT-EXIT.
014190   EXIT.
014200 Z10-PUT-LINE SECTION.
014210 Z10-010.
014220   MOVE WK-LINE       TO F2LINE.
014230   WRITE F2LINE.
014240   MOVE SPACE         TO WK-LINE.
014250 Z10-PUT-LINE-EXIT.
014260   EXIT.
014270 Z20-PUT-BLANK SECTION.
014280 Z20-010.
014290   MOVE SPACE         TO WK-LINE.
014300   PERFORM Z10-PUT-LINE.
014310 Z20-PUT-BLANK-EXIT.
014320   EXIT.
014330 Z30-APPLY-MASKS SECTION.
014340*--------------------------------------------------------------
014350*- MASK THE PRINTED COPIES (SEE TEST-MAIN B11A - KEEP THEM IN
014360*- STEP): 'X' HIDES THE SLICE, 'L' KEEPS ITS LAST 4 BYTES.
014370*--------------------------------------------------------------
014380 Z30-010.
014390   PERFORM VARYING WK-MSK-I FROM 1 BY 1
014400     UNTIL WK-MSK-I > WK-MSK-CNT
014410       COMPUTE WK-MSK-END = WK-MSK-POS(WK-MSK-I)
014420                          + WK-MSK-LEN(WK-MSK-I) - 1
014430       IF WK-MSK-STYLE(WK-MSK-I) = 'L'
014440        AND WK-MSK-LEN(WK-MSK-I) > 4
014450         THEN
014460           SUBTRACT 4     FROM WK-MSK-END
014470       END-IF
014480       IF WK-MSK-STYLE(WK-MSK-I) = 'L'
014490        AND WK-MSK-LEN(WK-MSK-I) NOT > 4
014500         THEN
014510           CONTINUE
014520         ELSE
014530           MOVE WK-MSK-AREA(WK-MSK-I) TO WK-MSK-J
014540           MOVE ALL '*'       TO
014550             WK-MSK-IN(WK-MSK-J)(WK-MSK-POS(WK-MSK-I):
014560               WK-MSK-END - WK-MSK-POS(WK-MSK-I) + 1)
014570       END-IF
014580   END-PERFORM.
014590 Z30-APPLY-MASKS-EXIT.
014600   EXIT.
014610 Z80-OPEN-ACCESS-LOG SECTION.
014620*--------------------------------------------------------------
014630*- EVERY INQUIRY IS LOGGED - WHO ASKED, WHAT ABOUT, HOW MANY
014640*- RECORDS CAME BACK AND WHEN - ON THE SHARED ACCESS LOG THAT
014650*- ACCREVW REVIEWS. NO USER ID OR NO LOG, NO ANSWER.
014660*--------------------------------------------------------------
014670 Z80-010.
014680   MOVE SPACE         TO WK-ALOG-USER.
014690   ACCEPT WK-ALOG-USER FROM ENVIRONMENT 'INQ_USER'.
014700   IF WK-ALOG-USER = SPACE
014710     THEN
014720       ACCEPT WK-ALOG-USER FROM ENVIRONMENT 'USER'
014730   END-IF.
014740   IF WK-ALOG-USER = SPACE
014750     THEN
014760       DISPLAY 'EVIDPACK:NO USER ID (SET INQ_USER)'
014770       MOVE 12            TO RETURN-CODE
014780       GO TO Z80-OPEN-ACCESS-LOG-EXIT
014790   END-IF.
014800   MOVE SPACE         TO WK-ALOGNAME.
014810   ACCEPT WK-ALOGNAME FROM ENVIRONMENT 'ACCESS_LOG'.
014820   IF WK-ALOGNAME = SPACE
014830     MOVE '../data/pcheckaccess.txt' TO WK-ALOGNAME
014840   END-IF.
014850   OPEN EXTEND F9ALOG.
014860   IF WK-ALOG-FST = '35'
014870     THEN
014880       OPEN OUTPUT F9ALOG
014890   END-IF.
014900   IF WK-ALOG-FST NOT = '00'
014910     THEN
014920       DISPLAY 'EVIDPACK:ACCESS LOG OPEN ERROR STATUS='
014930               WK-ALOG-FST
014940       MOVE 16            TO RETURN-CODE
014950       GO TO Z80-OPEN-ACCESS-LOG-EXIT
014960   END-IF.
014970   MOVE ZERO          TO RETURN-CODE.
014980 Z80-OPEN-ACCESS-LOG-EXIT.
014990   EXIT.
015000 Z81-WRITE-ACCESS-LOG SECTION.
015010*--------------------------------------------------------------
015020*- ONE ACCESS-LOG RECORD FROM THE WK-ALOG FIELDS.
015030*--------------------------------------------------------------
015040 Z81-010.
015050   MOVE SPACE         TO F9ARECORD.
015060   MOVE WK-ALOG-USER  TO F9A-USER.
015070   MOVE 'EVIDPACK'     TO F9A-PROG.
015080   ACCEPT F9A-DATE    FROM DATE YYYYMMDD.
015090   ACCEPT WK-ALOG-TIME FROM TIME.
015100   MOVE WK-ALOG-TIME(1:6) TO F9A-TIME.
015110   MOVE WK-ALOG-TYPE  TO F9A-TYPE.
015120   MOVE WK-ALOG-SUBJECT TO F9A-SUBJECT.
015130   MOVE WK-ALOG-FROM  TO F9A-FROM.
015140   MOVE WK-ALOG-TO    TO F9A-TO.
015150   MOVE WK-ALOG-REF   TO F9A-REF.
015160   MOVE WK-ALOG-COUNT TO F9A-COUNT.
015170   WRITE F9ARECORD.
015180 Z81-WRITE-ACCESS-LOG-EXIT.
015190   EXIT.
