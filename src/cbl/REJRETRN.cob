000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   REJRETRN.
000030*--------------------------------------------------------------
000040*- RETURN-TO-SENDER FILES. FOR EVERY FEED OF THE NIGHT'S
000050*- TRAN_LIST, WRITES THE FEED'S REJECTED RECORDS BACK IN THE
000060*- FEED'S OWN RECORD LAYOUT - THE ORIGINAL RECORD AS RECEIVED,
000070*- RE-READ FROM THE FEED FILE THE LIST NAMES - WITH A RETURN
000080*- REASON CODE AND TEXT APPENDED, FRAMED BY A HEADER AND TRAILER
000090*- IN THE SENDER'S OWN CONTROL-RECORD CONVENTION, AND REGISTERS
000100*- EACH RETURN FILE IN THE HANDOFF REGISTER. THE UPSTREAM SYSTEM
000110*- LOADS ITS RETURNS AND CORRECTS AT SOURCE INSTEAD OF WAITING
000120*- FOR A SPREADSHEET CUT FROM THE REJECT LOG.
000130*-
000140*- THE FEED OF A REJECT IS THE 'FEEDID=' STAMP (COLS 155-169) OF
000150*- THE HDR CONTROL RECORD OPENING ITS GROUP (SEE TEST-MAIN'S
000160*- F6CTLREC). A REJECT IS FOUND AGAIN IN ITS FEED FILE BY ITS
000170*- BUSINESS KEY (F6-KEY AGAINST THE FEED'S BIZKEY SLICE FROM THE
000180*- MAPPING FILE, OR BIZKEY_POS/BIZKEY_LEN); EVERY FEED RECORD
000190*- CARRYING A REJECTED KEY GOES BACK. A KEY REJECTED BY SEVERAL
000200*- RULE SETS GOES BACK ONCE, WITH THE FIRST REJECT'S REASON.
000210*- CTL TRAILERS OF THE FEED ARE NEVER RETURNED. DELIMITED AND
000220*- CODEPAGE FEEDS ARE NOT RETURNED (THEIR KEY SLICE IS ONLY
000230*- DEFINED ON THE NORMALIZED RECORD) - THEY ARE LISTED AS SUCH.
000240*-
000250*- THE RETURN REASON IS TRANSLATED FROM THE REJECT: THE FAILING
000260*- VCODE-PC WHEN THE REASON NAMES ONE (',VCODE-PC=nnnnn,'), 'DRV'
000270*- FOR A DRIVER-SIDE REJECT ('TEST-MAIN:' REASONS - LAYOUT,
000280*- DUPLICATES ...), OTHERWISE NONE. THE FIRST MATCH OF: THIS FEED
000290*- + THAT PC, ANY FEED + THAT PC, THIS FEED + '*', ANY FEED + '*'.
000300*- NO MATCH = CODE 'UNKNOWN' AND THE RUN ENDS RC 4.
000310*-
000320*- CONFIGURATION FILE (ENV RETURN_CONFIG, '*' = COMMENT):
000330*-   'FEED' 6-13 FEED  15-22 HEADER LITERAL (SPACES = NO HEADER)
000340*-          24-31 TRAILER LITERAL (SPACES = NO TRAILER)
000350*-          33-35 COUNT COLUMN (DEFAULT 004)
000360*-          37-38 COUNT DIGITS (DEFAULT 07)
000370*-          40-42 FEED RECORD LENGTH (DEFAULT 200)
000380*-          44-143 RETURN FILE.                          MAX 50.
000390*-   'RSN ' 6-13 FEED ('*' = ANY)  15-19 VCODE-PC, 'DRV' OR '*'
000400*-          21-28 RETURN CODE  30-89 RETURN TEXT.        MAX 500.
000410*- RETURN RECORD: THE FEED RECORD (1 - RECORD LENGTH), RETURN
000418*- CODE (8), RETURN TEXT (60). HEADER: THE HEADER LITERAL FROM COL
000426*- 1 AND, FROM THE COUNT COLUMN (OVER ANY LONGER LITERAL), THE
000434*- RUN DATE, THE FEED NAME AND 'RETURNS'. TRAILER: THE TRAILER
000442*- LITERAL FROM COL 1 AND THE RETURNED RECORD COUNT, ZERO-FILLED,
000450*- AT THE COUNT COLUMN (A
000460*- 'CTL' LITERAL WITH COLUMN 004 AND 7 DIGITS IS TEST-MAIN'S OWN
000470*- CTL TRAILER). A FEED WITH NO REJECTS STILL GETS ITS (EMPTY)
000480*- RETURN FILE, SO THE UPSTREAM LOAD RUNS EVERY NIGHT.
000490*- HANDOFF REGISTER: ONE 'PROD' RECORD PER RETURN FILE - THE
000500*- RETURNED RECORD COUNT AND A HASH OVER THE RETURN CODES.
000510*-
000520*- ENV: TRAN_LIST = NIGHTLY FEED LIST (REQUIRED, AS TEST-MAIN),
000530*-      RETURN_CONFIG (REQUIRED),
000540*-      REJECT_FILE (DEFAULT ../data/pcheckreject.txt),
000550*-      MAPPING_FILE (OPTIONAL; BIZKEY/DELIMITED/CODEPAGE LINES),
000560*-      BIZKEY_POS/BIZKEY_LEN (OPTIONAL, AS TEST-MAIN),
000570*-      TRANSACTION_FEED (THE FEED OF A LIST LINE WITH NO NAME),
000580*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY),
000590*-      HANDOFF_FILE (OPTIONAL),
000600*-      RETURN_REPORT (DEFAULT ../data/pcheckreturn.txt).
000610*- RETURN-CODE: 0=EVERY REJECT RETURNED, 4=REJECTS NOT RETURNED,
000620*-              A FEED NOT RETURNABLE OR REASONS NOT TRANSLATED,
000630*-              12=BAD PARMS OR CONFIGURATION, 16=FATAL I/O.
000640*--------------------------------------------------------------
000650 ENVIRONMENT    DIVISION.
000660 INPUT-OUTPUT               SECTION.
000670 FILE-CONTROL.
000680   SELECT F5CONF  ASSIGN TO WK-CFGNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-CFG-FST.
000710   SELECT F26FEEDL ASSIGN TO WK-LSTNAME
000720   ORGANIZATION LINE SEQUENTIAL
000730   STATUS WK-LST-FST.
000740   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000750   ORGANIZATION LINE SEQUENTIAL
000760   STATUS WK-MAP-FST.
000770   SELECT F6IN    ASSIGN TO WK-CURNAME
000780   STATUS WK-CUR-FST.
000790   SELECT F7TRAN  ASSIGN TO WK-TRNNAME
000800   ORGANIZATION LINE SEQUENTIAL
000810   STATUS WK-TRN-FST.
000820   SELECT F9RETN  ASSIGN TO WK-RETNAME
000830   ORGANIZATION LINE SEQUENTIAL
000840   STATUS WK-RET-FST.
000850   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000860   ORGANIZATION LINE SEQUENTIAL
000870   STATUS WK-HOF-FST.
000880   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000890   ORGANIZATION LINE SEQUENTIAL
000900   STATUS WK-RPT-FST.
000910 DATA DIVISION.
000920 FILE                       SECTION.
000930 FD  F5CONF.
000940 01  F5RECORD               PIC X(150).
000950 FD  F26FEEDL.
000960*- SAME SHAPE AS TEST-MAIN'S TRAN_LIST: FEED(1-8) ROUTING(10-17)
000970*- FILE(19-).
000980 01  F26RECORD              PIC X(140).
000990 FD  F8MAP.
001000 01  F8RECORD               PIC X(80).
001010 FD  F6IN.
001020*- SAME SHAPE AS TEST-MAIN'S F6RECORD.
001030 01  F6RECORD               SYNC.
001040   03 F6-RUNID              PIC X(16).
001050   03 F6-SEQ                PIC 9(07).
001060   03 F6-RSID               PIC X(08).
001070   03 F6-IN100              PIC X(10).
001080   03 F6-IN200              PIC X(10).
001090   03 F6-IN300              PIC X(10).
001100   03 F6-IN400              PIC X(10).
001110   03 F6-IN500              PIC X(10).
001120   03 F6-OUT                PIC X(100).
001130   03 F6-REASON             PIC X(80).
001140   03 F6-KEY                PIC X(20).
001150 FD  F7TRAN.
001160 01  F7RECORD               PIC X(200).
001170 FD  F9RETN.
001180 01  F9RECORD               SYNC.
001190   03 F9-REC                PIC X(200).
001200   03 F9-CODE               PIC X(08).
001210   03 F9-TEXT               PIC X(60).
001220 FD  F36HOF.
001230*- HANDOFF-REGISTER RECORD (SEE TEST-MAIN Z74).
001240 01  F36RECORD              SYNC.
001250   03 F36-TYPE              PIC X(04).
001260   03 FILLER                PIC X(01).
001270   03 F36-STAMP             PIC X(14).
001280   03 FILLER                PIC X(01).
001290   03 F36-PROG              PIC X(08).
001300   03 FILLER                PIC X(01).
001310   03 F36-FILE              PIC X(60).
001320   03 FILLER                PIC X(01).
001330   03 F36-CNT               PIC 9(07).
001340   03 FILLER                PIC X(01).
001350   03 F36-HASH              PIC 9(09).
001360 FD  F2REPT.
001370 01  F2LINE                 PIC X(132).
001380 WORKING-STORAGE SECTION.
001390 01  WK-FILES               SYNC.
001400   03 WK-CFGNAME            PIC X(100).
001410   03 WK-CFG-FST            PIC X(02).
001420   03 WK-LSTNAME            PIC X(100).
001430   03 WK-LST-FST            PIC X(02).
001440   03 WK-MAPNAME            PIC X(100).
001450   03 WK-MAP-FST            PIC X(02).
001460   03 WK-CURNAME            PIC X(100).
001470   03 WK-CUR-FST            PIC X(02).
001480   03 WK-TRNNAME            PIC X(100).
001490   03 WK-TRN-FST            PIC X(02).
001500   03 WK-RETNAME            PIC X(100).
001510   03 WK-RET-FST            PIC X(02).
001520   03 WK-HOFNAME            PIC X(100).
001530   03 WK-HOF-FST            PIC X(02).
001540   03 WK-RPTNAME            PIC X(100).
001550   03 WK-RPT-FST            PIC X(02).
001560 01  WK-PRM                 SYNC.
001570   03 WK-RUNDT              PIC X(08).
001580   03 WK-TODAY              PIC X(08).
001590   03 WK-DFL-FEED           PIC X(08).
001600   03 WK-BZP-X              PIC X(05).
001610   03 WK-BZL-X              PIC X(05).
001620   03 WK-BZ-POS             PIC 9(03) VALUE 1.
001630   03 WK-BZ-LEN             PIC 9(03) VALUE ZERO.
001640   03 WK-CFG-BAD            PIC 9(01) VALUE ZERO.
001650*--------------------------------------------------------------
001660*- THE FEEDS OF THE LIST: FILE, CONFIGURATION ENTRY, KEY SLICE,
001670*- THE FEED'S FIGURES AND WHY IT WAS NOT RETURNED (IF IT WASN'T).
001680*--------------------------------------------------------------
001690 01  WK-FD                  SYNC.
001700   03 WK-FD-CNT             PIC 9(03) VALUE ZERO.
001710   03 WK-FD-I               PIC 9(03).
001720   03 WK-FD-HIT             PIC 9(03).
001730   03 WK-FD-KEY             PIC X(08).
001740   03 WK-FD-TBL             OCCURS 50 TIMES.
001750     05 WK-FD-NAME          PIC X(08).
001760     05 WK-FD-PATH          PIC X(100).
001770     05 WK-FD-CFG           PIC 9(03).
001780     05 WK-FD-BZPOS         PIC 9(03).
001790     05 WK-FD-BZLEN         PIC 9(03).
001800     05 WK-FD-BZSET         PIC 9(01).
001810     05 WK-FD-DLM           PIC 9(01).
001820     05 WK-FD-CP            PIC 9(01).
001830     05 WK-FD-READ          PIC 9(09).
001840     05 WK-FD-REJ           PIC 9(07).
001850     05 WK-FD-NOKEY         PIC 9(07).
001860     05 WK-FD-RETN          PIC 9(07).
001870     05 WK-FD-MISS          PIC 9(07).
001880     05 WK-FD-UNTR          PIC 9(07).
001890     05 WK-FD-HASH          PIC 9(09).
001900     05 WK-FD-NOTE          PIC X(40).
001910*--------------------------------------------------------------
001920*- 'FEED' CONFIGURATION LINES.
001930*--------------------------------------------------------------
001940 01  WK-CF                  SYNC.
001950   03 WK-CF-CNT             PIC 9(03) VALUE ZERO.
001960   03 WK-CF-I               PIC 9(03).
001970   03 WK-CF-TBL             OCCURS 50 TIMES.
001980     05 WK-CF-FEED          PIC X(08).
001990     05 WK-CF-HLIT          PIC X(08).
002000     05 WK-CF-TLIT          PIC X(08).
002010     05 WK-CF-CCOL          PIC 9(03).
002020     05 WK-CF-CDIG          PIC 9(02).
002030     05 WK-CF-RLEN          PIC 9(03).
002040     05 WK-CF-FILE          PIC X(100).
002050*--------------------------------------------------------------
002060*- 'RSN ' CONFIGURATION LINES: THE PER-FEED REASON TRANSLATION.
002070*--------------------------------------------------------------
002080 01  WK-RN                  SYNC.
002090   03 WK-RN-CNT             PIC 9(03) VALUE ZERO.
002100   03 WK-RN-I               PIC 9(03).
002110   03 WK-RN-HIT             PIC 9(03).
002120   03 WK-RN-KFEED           PIC X(08).
002130   03 WK-RN-KPC             PIC X(05).
002140   03 WK-RN-TBL             OCCURS 500 TIMES.
002150     05 WK-RN-FEED          PIC X(08).
002160     05 WK-RN-PC            PIC X(05).
002170     05 WK-RN-CODE          PIC X(08).
002180     05 WK-RN-TEXT          PIC X(60).
002190*--------------------------------------------------------------
002200*- THE REJECTED KEYS OF THE LISTED FEEDS, WITH THEIR TRANSLATED
002210*- RETURN REASON. THE SUBHASH STORE MAPS FEED + KEY TO THE ENTRY.
002220*--------------------------------------------------------------
002230 01  WK-RJ                  SYNC.
002240   03 WK-RJ-CNT             PIC 9(05) VALUE ZERO.
002250   03 WK-RJ-I               PIC 9(05).
002260   03 WK-RJ-HIT             PIC 9(05).
002270   03 WK-RJ-TBL             OCCURS 20000 TIMES.
002280     05 WK-RJ-FD            PIC 9(03).
002290     05 WK-RJ-CODE          PIC X(08).
002300     05 WK-RJ-TEXT          PIC X(60).
002310     05 WK-RJ-FOUND         PIC 9(01).
002320 01  WK-RH-PRM.
002330   COPY RHASH-PRM.
002340 01  WK-RH-VAL              PIC X(100).
002350 01  WK-RH-CTR.
002360   COPY RHASH-CTR.
002370*--------------------------------------------------------------
002380*- CURRENT REJECT GROUP AND RETURN FILE.
002390*--------------------------------------------------------------
002400 01  WK-CUR                 SYNC.
002410   03 WK-GRP-FEED           PIC X(08).
002420   03 WK-GRP-FD             PIC 9(03).
002430   03 WK-PC-X               PIC X(05).
002440   03 WK-POS                PIC 9(03).
002450   03 WK-SLICE              PIC X(20).
002460   03 WK-CCOL               PIC 9(03).
002470   03 WK-CDIG               PIC 9(02).
002480   03 WK-RLEN               PIC 9(03).
002490   03 WK-CNT9               PIC 9(09).
002500   03 WK-HI                 PIC 9(01).
002510   03 WK-HC                 PIC X(08).
002520   03 WK-RTAIL              PIC X(68).
002530 01  WK-WRK                 SYNC.
002540   03 WK-NOFEED             PIC 9(09) VALUE ZERO.
002550   03 WK-OTHER              PIC 9(09) VALUE ZERO.
002560   03 WK-LOST               PIC 9(09) VALUE ZERO.
002570   03 WK-TOT-REJ            PIC 9(09) VALUE ZERO.
002580   03 WK-TOT-RETN           PIC 9(09) VALUE ZERO.
002590   03 WK-TOT-MISS           PIC 9(09) VALUE ZERO.
002600   03 WK-TOT-UNTR           PIC 9(09) VALUE ZERO.
002610   03 WK-NOT-RETB           PIC 9(03) VALUE ZERO.
002620   03 WK-HOF-DATE           PIC X(08).
002630   03 WK-HOF-TIME           PIC X(08).
002640   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
002650   03 WK-LINE               PIC X(132).
002660 PROCEDURE DIVISION.
002670 A00-MAIN SECTION.
002680*--------------------------------------------------------------
002690*- PARMS; CONFIGURATION, FEED LIST AND MAPPING; THE REJECTS; ONE
002700*- RETURN FILE PER FEED; THE REPORT.
002710*--------------------------------------------------------------
002720 A00-010.
002730   MOVE SPACE         TO WK-LSTNAME.
002740   ACCEPT WK-LSTNAME  FROM ENVIRONMENT 'TRAN_LIST'.
002750   MOVE SPACE         TO WK-CFGNAME.
002760   ACCEPT WK-CFGNAME  FROM ENVIRONMENT 'RETURN_CONFIG'.
002770   IF WK-LSTNAME = SPACE OR WK-CFGNAME = SPACE
002780     THEN
002790       DISPLAY 'REJRETRN:TRAN_LIST AND RETURN_CONFIG REQUIRED.'
002800       MOVE 12            TO RETURN-CODE
002810       GOBACK
002820   END-IF.
002830   MOVE SPACE         TO WK-CURNAME.
002840   ACCEPT WK-CURNAME  FROM ENVIRONMENT 'REJECT_FILE'.
002850   IF WK-CURNAME = SPACE
002860     MOVE '../data/pcheckreject.txt' TO WK-CURNAME
002870   END-IF.
002880   MOVE SPACE         TO WK-MAPNAME.
002890   ACCEPT WK-MAPNAME  FROM ENVIRONMENT 'MAPPING_FILE'.
002900   MOVE SPACE         TO WK-BZP-X.
002910   ACCEPT WK-BZP-X    FROM ENVIRONMENT 'BIZKEY_POS'.
002920   IF WK-BZP-X NOT = SPACE AND WK-BZP-X NUMERIC
002930     THEN
002940       MOVE WK-BZP-X      TO WK-BZ-POS
002950   END-IF.
002960   MOVE SPACE         TO WK-BZL-X.
002970   ACCEPT WK-BZL-X    FROM ENVIRONMENT 'BIZKEY_LEN'.
002980   IF WK-BZL-X NOT = SPACE AND WK-BZL-X NUMERIC
002990     THEN
003000       MOVE WK-BZL-X      TO WK-BZ-LEN
003010   END-IF.
003020   IF WK-BZ-LEN > 20 OR WK-BZ-POS = ZERO
003030    OR (WK-BZ-LEN > ZERO
003040        AND WK-BZ-POS + WK-BZ-LEN - 1 > 200)
003050     THEN
003060       DISPLAY 'REJRETRN:BIZKEY_POS/BIZKEY_LEN OUT OF RANGE.'
003070       MOVE 12            TO RETURN-CODE
003080       GOBACK
003090   END-IF.
003100   MOVE SPACE         TO WK-DFL-FEED.
003110   ACCEPT WK-DFL-FEED FROM ENVIRONMENT 'TRANSACTION_FEED'.
003120   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
003130   MOVE SPACE         TO WK-RUNDT.
003140   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
003150   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
003160     THEN
003170       MOVE WK-TODAY      TO WK-RUNDT
003180   END-IF.
003190   MOVE SPACE         TO WK-HOFNAME.
003200   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
003210   MOVE SPACE         TO WK-RPTNAME.
003220   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'RETURN_REPORT'.
003230   IF WK-RPTNAME = SPACE
003240     MOVE '../data/pcheckreturn.txt' TO WK-RPTNAME
003250   END-IF.
003260   PERFORM B10-LOAD-CONFIG.
003270   IF WK-CFG-BAD = 1
003280     THEN
003290       MOVE 12            TO RETURN-CODE
003300       GOBACK
003310   END-IF.
003320   PERFORM B20-LOAD-LIST.
003330   IF RETURN-CODE NOT = ZERO
003340     THEN
003350       GOBACK
003360   END-IF.
003370   IF WK-MAPNAME NOT = SPACE
003380     THEN
003390       PERFORM B30-LOAD-MAPPING
003400   END-IF.
003410   PERFORM B25-RESOLVE-FEEDS.
003420   MOVE SPACE         TO WK-RH-PRM.
003430   MOVE 'INIT'        TO PHASH-FNC OF WK-RH-PRM.
003440   MOVE 28            TO PHASH-HLEN OF WK-RH-PRM.
003450   CALL 'SUBHASH' USING WK-RH-PRM
003460                        WK-RH-VAL
003470                        WK-RH-CTR.
003480   PERFORM B40-SCAN-REJECTS.
003490   IF RETURN-CODE NOT = ZERO
003500     THEN
003510       GOBACK
003520   END-IF.
003530   PERFORM VARYING WK-FD-I FROM 1 BY 1
003540     UNTIL WK-FD-I > WK-FD-CNT
003550       IF WK-FD-NOTE(WK-FD-I) = SPACE
003560         THEN
003570           PERFORM C10-RETURN-FEED
003580       END-IF
003590   END-PERFORM.
003600   IF RETURN-CODE NOT = ZERO
003610     THEN
003620       GOBACK
003630   END-IF.
003640*- WHAT NEVER TURNED UP IN ITS FEED FILE (OR COULD NOT BE LOOKED
003650*- FOR) STAYS WITH THE EXCEPTIONS DESK.
003660   PERFORM VARYING WK-RJ-I FROM 1 BY 1
003670     UNTIL WK-RJ-I > WK-RJ-CNT
003680       IF WK-RJ-FOUND(WK-RJ-I) = ZERO
003690         THEN
003700           ADD 1              TO WK-FD-MISS(WK-RJ-FD(WK-RJ-I))
003710       END-IF
003720   END-PERFORM.
003730   PERFORM VARYING WK-FD-I FROM 1 BY 1
003740     UNTIL WK-FD-I > WK-FD-CNT
003750       ADD WK-FD-REJ(WK-FD-I)  TO WK-TOT-REJ
003760       ADD WK-FD-RETN(WK-FD-I) TO WK-TOT-RETN
003770       ADD WK-FD-MISS(WK-FD-I) TO WK-TOT-MISS
003780       ADD WK-FD-NOKEY(WK-FD-I) TO WK-TOT-MISS
003790       ADD WK-FD-UNTR(WK-FD-I) TO WK-TOT-UNTR
003800       IF WK-FD-NOTE(WK-FD-I) NOT = SPACE
003810         THEN
003820           ADD 1              TO WK-NOT-RETB
003830       END-IF
003840   END-PERFORM.
003850   OPEN OUTPUT F2REPT.
003860   IF WK-RPT-FST NOT = '00'
003870     THEN
003880       DISPLAY 'REJRETRN:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003890       MOVE 16            TO RETURN-CODE
003900       GOBACK
003910   END-IF.
003920   PERFORM D20-REPORT.
003930   CLOSE F2REPT.
003940   DISPLAY '===================================='.
003950   DISPLAY 'REJRETRN RESULT: FEEDS=' WK-FD-CNT
003960           ' REJECTS=' WK-TOT-REJ
003970           ' RETURNED RECORDS=' WK-TOT-RETN.
003980   DISPLAY 'REJRETRN NOT RETURNED: ' WK-TOT-MISS
003990           ' UNTRANSLATED=' WK-TOT-UNTR
004000           ' FEEDS NOT RETURNABLE=' WK-NOT-RETB.
004010   DISPLAY '===================================='.
004020   IF WK-TOT-MISS > ZERO OR WK-TOT-UNTR > ZERO
004030    OR WK-NOT-RETB > ZERO OR WK-LOST > ZERO
004040     THEN
004050       MOVE 4             TO RETURN-CODE
004060     ELSE
004070       MOVE ZERO          TO RETURN-CODE
004080   END-IF.
004090   GOBACK.
004100 A00-MAIN-EXIT.
004110   EXIT.
004120 B10-LOAD-CONFIG SECTION.
004130*--------------------------------------------------------------
004140*- FEED LINES AND REASON LINES. EACH FEED ONCE ONLY, AND ITS
004150*- CONTROL RECORDS MUST FIT THE FEED'S RECORD LENGTH.
004160*--------------------------------------------------------------
004170 B10-010.
004180   OPEN INPUT F5CONF.
004190   IF WK-CFG-FST NOT = '00'
004200     THEN
004210       DISPLAY 'REJRETRN:CONFIG OPEN ERROR STATUS=' WK-CFG-FST
004220       MOVE 1             TO WK-CFG-BAD
004230       GO TO B10-LOAD-CONFIG-EXIT
004240   END-IF.
004250   PERFORM UNTIL WK-CFG-FST NOT = '00'
004260     READ F5CONF
004270       AT END
004280         CONTINUE
004290       NOT AT END
004300         IF F5RECORD NOT = SPACE AND F5RECORD(1:1) NOT = '*'
004310           THEN
004320             PERFORM B11-ONE-LINE
004330         END-IF
004340     END-READ
004350   END-PERFORM.
004360   CLOSE F5CONF.
004370   IF WK-CF-CNT = ZERO
004380     THEN
004390       DISPLAY 'REJRETRN:NO FEEDS IN THE CONFIGURATION.'
004400       MOVE 1             TO WK-CFG-BAD
004410   END-IF.
004420   DISPLAY 'REJRETRN:CONFIG LOADED. FEEDS=' WK-CF-CNT
004430           ' REASONS=' WK-RN-CNT.
004440 B10-LOAD-CONFIG-EXIT.
004450   EXIT.
004460 B11-ONE-LINE SECTION.
004470 B11-010.
004480   EVALUATE F5RECORD(1:5)
004490   WHEN 'FEED '
004500     IF WK-CF-CNT NOT < 50 OR F5RECORD(6:8) = SPACE
004510      OR F5RECORD(44:100) = SPACE
004520       THEN
004530         GO TO B11-BAD
004540     END-IF
004550     PERFORM VARYING WK-CF-I FROM 1 BY 1
004560       UNTIL WK-CF-I > WK-CF-CNT
004570         IF WK-CF-FEED(WK-CF-I) = F5RECORD(6:8)
004580           THEN
004590             GO TO B11-BAD
004600         END-IF
004610     END-PERFORM
004620     MOVE 4             TO WK-CCOL
004630     MOVE 7             TO WK-CDIG
004640     MOVE 200           TO WK-RLEN
004650     IF F5RECORD(33:3) NOT = SPACE
004660       THEN
004670         IF F5RECORD(33:3) NOT NUMERIC
004680           THEN
004690             GO TO B11-BAD
004700         END-IF
004710         MOVE F5RECORD(33:3) TO WK-CCOL
004720     END-IF
004730     IF F5RECORD(37:2) NOT = SPACE
004740       THEN
004750         IF F5RECORD(37:2) NOT NUMERIC
004760           THEN
004770             GO TO B11-BAD
004780         END-IF
004790         MOVE F5RECORD(37:2) TO WK-CDIG
004800     END-IF
004810     IF F5RECORD(40:3) NOT = SPACE
004820       THEN
004830         IF F5RECORD(40:3) NOT NUMERIC
004840           THEN
004850             GO TO B11-BAD
004860         END-IF
004870         MOVE F5RECORD(40:3) TO WK-RLEN
004880     END-IF
004890*-   THE TRAILER COUNT AND THE HEADER'S DATE/FEED/'RETURNS' (25
004900*-   BYTES) BOTH START AT THE COUNT COLUMN.
004910     IF WK-CCOL = ZERO OR WK-CDIG = ZERO OR WK-CDIG > 9
004920      OR WK-RLEN = ZERO OR WK-RLEN > 200
004930      OR WK-CCOL + WK-CDIG - 1 > WK-RLEN
004940      OR (F5RECORD(15:8) NOT = SPACE
004950          AND WK-CCOL + 24 > WK-RLEN)
004960       THEN
004970         GO TO B11-BAD
004980     END-IF
004990     ADD 1              TO WK-CF-CNT
005000     MOVE F5RECORD(6:8)   TO WK-CF-FEED(WK-CF-CNT)
005010     MOVE F5RECORD(15:8)  TO WK-CF-HLIT(WK-CF-CNT)
005020     MOVE F5RECORD(24:8)  TO WK-CF-TLIT(WK-CF-CNT)
005030     MOVE WK-CCOL       TO WK-CF-CCOL(WK-CF-CNT)
005040     MOVE WK-CDIG       TO WK-CF-CDIG(WK-CF-CNT)
005050     MOVE WK-RLEN       TO WK-CF-RLEN(WK-CF-CNT)
005060     MOVE F5RECORD(44:100) TO WK-CF-FILE(WK-CF-CNT)
005070   WHEN 'RSN  '
005080     IF WK-RN-CNT NOT < 500 OR F5RECORD(6:8) = SPACE
005090      OR F5RECORD(15:5) = SPACE OR F5RECORD(21:8) = SPACE
005100       THEN
005110         GO TO B11-BAD
005120     END-IF
005130     IF F5RECORD(15:5) NOT NUMERIC
005140      AND F5RECORD(15:5) NOT = 'DRV  '
005150      AND F5RECORD(15:5) NOT = '*    '
005160       THEN
005170         GO TO B11-BAD
005180     END-IF
005190     ADD 1              TO WK-RN-CNT
005200     MOVE F5RECORD(6:8)   TO WK-RN-FEED(WK-RN-CNT)
005210     MOVE F5RECORD(15:5)  TO WK-RN-PC(WK-RN-CNT)
005220     MOVE F5RECORD(21:8)  TO WK-RN-CODE(WK-RN-CNT)
005230     MOVE F5RECORD(30:60) TO WK-RN-TEXT(WK-RN-CNT)
005240   WHEN OTHER
005250     GO TO B11-BAD
005260   END-EVALUATE.
005270   GO TO B11-ONE-LINE-EXIT.
005280 B11-BAD.
005290   DISPLAY 'REJRETRN:BAD CONFIG LINE: ' F5RECORD(1:70).
005300   MOVE 1             TO WK-CFG-BAD.
005310 B11-ONE-LINE-EXIT.
005320   EXIT.
005330 B20-LOAD-LIST SECTION.
005340*--------------------------------------------------------------
005350*- THE NIGHT'S FEEDS. A LINE WITH NO FEED NAME IS THE CURRENT
005360*- TRANSACTION_FEED (AS IN TEST-MAIN); A FEED LISTED TWICE IS
005370*- RETURNED FROM ITS FIRST FILE ONLY.
005380*--------------------------------------------------------------
005390 B20-010.
005400   OPEN INPUT F26FEEDL.
005410   IF WK-LST-FST NOT = '00'
005420     THEN
005430       DISPLAY 'REJRETRN:TRAN_LIST OPEN ERROR STATUS=' WK-LST-FST
005440       MOVE 16            TO RETURN-CODE
005450       GO TO B20-LOAD-LIST-EXIT
005460   END-IF.
005470   PERFORM UNTIL WK-LST-FST NOT = '00'
005480     READ F26FEEDL
005490       AT END
005500         CONTINUE
005510       NOT AT END
005520         IF F26RECORD NOT = SPACE AND F26RECORD(1:1) NOT = '*'
005530           THEN
005540             PERFORM B21-ONE-FEED
005550         END-IF
005560     END-READ
005570   END-PERFORM.
005580   CLOSE F26FEEDL.
005590   IF WK-FD-CNT = ZERO
005600     THEN
005610       DISPLAY 'REJRETRN:NO FEEDS IN THE TRAN_LIST.'
005620       MOVE 12            TO RETURN-CODE
005630   END-IF.
005640 B20-LOAD-LIST-EXIT.
005650   EXIT.
005660 B21-ONE-FEED SECTION.
005670 B21-010.
005680   MOVE F26RECORD(1:8) TO WK-FD-KEY.
005690   IF WK-FD-KEY = SPACE
005700     THEN
005710       MOVE WK-DFL-FEED   TO WK-FD-KEY
005720   END-IF.
005730   IF WK-FD-KEY = SPACE
005740     THEN
005750       DISPLAY 'REJRETRN:LIST LINE WITH NO FEED NAME SKIPPED: '
005760               F26RECORD(19:60)
005770       ADD 1              TO WK-LOST
005780       GO TO B21-ONE-FEED-EXIT
005790   END-IF.
005800   PERFORM Z20-FIND-FEED.
005810   IF WK-FD-HIT > ZERO
005820     THEN
005830       DISPLAY 'REJRETRN:FEED ' WK-FD-KEY
005840               ' LISTED AGAIN, FIRST FILE ONLY: ' F26RECORD(19:60)
005850       ADD 1              TO WK-LOST
005860       GO TO B21-ONE-FEED-EXIT
005870   END-IF.
005880   IF WK-FD-CNT NOT < 50
005890     THEN
005900       DISPLAY 'REJRETRN:MORE THAN 50 FEEDS, SKIPPED: ' WK-FD-KEY
005910       ADD 1              TO WK-LOST
005920       GO TO B21-ONE-FEED-EXIT
005930   END-IF.
005940   ADD 1              TO WK-FD-CNT.
005950   MOVE WK-FD-KEY     TO WK-FD-NAME(WK-FD-CNT).
005960   MOVE F26RECORD(19:100) TO WK-FD-PATH(WK-FD-CNT).
005970   MOVE ZERO          TO WK-FD-CFG(WK-FD-CNT).
005980   MOVE WK-BZ-POS     TO WK-FD-BZPOS(WK-FD-CNT).
005990   MOVE WK-BZ-LEN     TO WK-FD-BZLEN(WK-FD-CNT).
006000   MOVE ZERO          TO WK-FD-BZSET(WK-FD-CNT).
006010   MOVE ZERO          TO WK-FD-DLM(WK-FD-CNT).
006020   MOVE ZERO          TO WK-FD-CP(WK-FD-CNT).
006030   MOVE ZERO          TO WK-FD-READ(WK-FD-CNT).
006040   MOVE ZERO          TO WK-FD-REJ(WK-FD-CNT).
006050   MOVE ZERO          TO WK-FD-NOKEY(WK-FD-CNT).
006060   MOVE ZERO          TO WK-FD-RETN(WK-FD-CNT).
006070   MOVE ZERO          TO WK-FD-MISS(WK-FD-CNT).
006080   MOVE ZERO          TO WK-FD-UNTR(WK-FD-CNT).
006090   MOVE ZERO          TO WK-FD-HASH(WK-FD-CNT).
006100   MOVE SPACE         TO WK-FD-NOTE(WK-FD-CNT).
006110 B21-ONE-FEED-EXIT.
006120   EXIT.
006130 B25-RESOLVE-FEEDS SECTION.
006140*--------------------------------------------------------------
006150*- EACH FEED'S CONFIGURATION ENTRY, AND WHY A FEED CANNOT BE
006160*- RETURNED: NO CONFIGURATION, NO KEY SLICE, A DELIMITED OR
006170*- CODEPAGE-CONVERTED FEED.
006180*--------------------------------------------------------------
006190 B25-010.
006200   PERFORM VARYING WK-FD-I FROM 1 BY 1
006210     UNTIL WK-FD-I > WK-FD-CNT
006220       PERFORM VARYING WK-CF-I FROM 1 BY 1
006230         UNTIL WK-CF-I > WK-CF-CNT
006240           IF WK-CF-FEED(WK-CF-I) = WK-FD-NAME(WK-FD-I)
006250             THEN
006260               MOVE WK-CF-I       TO WK-FD-CFG(WK-FD-I)
006270           END-IF
006280       END-PERFORM
006290       EVALUATE TRUE
006300       WHEN WK-FD-CFG(WK-FD-I) = ZERO
006310         MOVE 'NO RETURN CONFIGURATION' TO WK-FD-NOTE(WK-FD-I)
006320       WHEN WK-FD-DLM(WK-FD-I) = 1
006330         MOVE 'DELIMITED FEED - NOT RETURNED'
006340                            TO WK-FD-NOTE(WK-FD-I)
006350       WHEN WK-FD-CP(WK-FD-I) = 1
006360         MOVE 'CODEPAGE FEED - NOT RETURNED'
006370                            TO WK-FD-NOTE(WK-FD-I)
006380       WHEN WK-FD-BZLEN(WK-FD-I) = ZERO
006390         MOVE 'NO BIZKEY - RECORDS CANNOT BE FOUND'
006400                            TO WK-FD-NOTE(WK-FD-I)
006410       WHEN OTHER
006420         CONTINUE
006430       END-EVALUATE
006440   END-PERFORM.
006450 B25-RESOLVE-FEEDS-EXIT.
006460   EXIT.
006470 B30-LOAD-MAPPING SECTION.
006480*--------------------------------------------------------------
006490*- THE LISTED FEEDS' ATTRIBUTE LINES (SEE TEST-MAIN A01): BIZKEY
006500*- (POSITION 17-21, LENGTH 23-27) OVERRIDES BIZKEY_POS/_LEN;
006510*- DELIMITED AND CODEPAGE MARK THE FEED.
006520*--------------------------------------------------------------
006530 B30-010.
006540   OPEN INPUT F8MAP.
006550   IF WK-MAP-FST NOT = '00'
006560     THEN
006570       DISPLAY 'REJRETRN:MAPPING FILE OPEN ERROR STATUS='
006580               WK-MAP-FST
006590       ADD 1              TO WK-LOST
006600       GO TO B30-LOAD-MAPPING-EXIT
006610   END-IF.
006620   PERFORM UNTIL WK-MAP-FST NOT = '00'
006630     READ F8MAP
006640       AT END
006650         CONTINUE
006660       NOT AT END
006670         IF F8RECORD(1:1) NOT = '*' AND F8RECORD NOT = SPACE
006680           THEN
006690             MOVE F8RECORD(1:8) TO WK-FD-KEY
006700             PERFORM Z20-FIND-FEED
006710             IF WK-FD-HIT > ZERO
006720               THEN
006730                 PERFORM B31-ONE-ATTRIBUTE
006740             END-IF
006750         END-IF
006760     END-READ
006770   END-PERFORM.
006780   CLOSE F8MAP.
006790 B30-LOAD-MAPPING-EXIT.
006800   EXIT.
006810 B31-ONE-ATTRIBUTE SECTION.
006820 B31-010.
006830   EVALUATE TRUE
006840   WHEN F8RECORD(10:9) = 'DELIMITED'
006850     MOVE 1             TO WK-FD-DLM(WK-FD-HIT)
006860   WHEN F8RECORD(10:8) = 'CODEPAGE'
006870     MOVE 1             TO WK-FD-CP(WK-FD-HIT)
006880   WHEN F8RECORD(10:6) = 'BIZKEY'
006890     IF F8RECORD(17:5) NOT NUMERIC OR F8RECORD(23:5) NOT NUMERIC
006900       THEN
006910         DISPLAY 'REJRETRN:BAD BIZKEY ATTRIBUTE SKIPPED: '
006920                 F8RECORD(1:28)
006930         GO TO B31-ONE-ATTRIBUTE-EXIT
006940     END-IF
006950     MOVE F8RECORD(17:5) TO WK-FD-BZPOS(WK-FD-HIT)
006960     MOVE F8RECORD(23:5) TO WK-FD-BZLEN(WK-FD-HIT)
006970     IF WK-FD-BZLEN(WK-FD-HIT) > 20
006980      OR WK-FD-BZPOS(WK-FD-HIT) = ZERO
006990      OR (WK-FD-BZLEN(WK-FD-HIT) > ZERO
007000          AND WK-FD-BZPOS(WK-FD-HIT)
007010              + WK-FD-BZLEN(WK-FD-HIT) - 1 > 200)
007020       THEN
007030         DISPLAY 'REJRETRN:BIZKEY SLICE OUT OF RANGE, KEY OFF: '
007040                 WK-FD-NAME(WK-FD-HIT)
007050         MOVE ZERO          TO WK-FD-BZLEN(WK-FD-HIT)
007060     END-IF
007070     MOVE 1             TO WK-FD-BZSET(WK-FD-HIT)
007080   WHEN OTHER
007090     CONTINUE
007100   END-EVALUATE.
007110 B31-ONE-ATTRIBUTE-EXIT.
007120   EXIT.
007130 B40-SCAN-REJECTS SECTION.
007140*--------------------------------------------------------------
007150*- THE NIGHT'S REJECT FILE. A HDR RECORD OPENS A GROUP AND NAMES
007160*- ITS FEED; EACH REJECT OF A LISTED FEED IS KEPT ONCE PER KEY
007170*- WITH ITS TRANSLATED REASON.
007180*--------------------------------------------------------------
007190 B40-010.
007200   OPEN INPUT F6IN.
007210   IF WK-CUR-FST NOT = '00'
007220     THEN
007230       DISPLAY 'REJRETRN:REJECT FILE OPEN ERROR STATUS='
007240               WK-CUR-FST ' FILE=' WK-CURNAME(1:60)
007250       MOVE 16            TO RETURN-CODE
007260       GO TO B40-SCAN-REJECTS-EXIT
007270   END-IF.
007280   MOVE SPACE         TO WK-GRP-FEED.
007290   MOVE ZERO          TO WK-GRP-FD.
007300   PERFORM UNTIL WK-CUR-FST NOT = '00'
007310     READ F6IN
007320       AT END
007330         CONTINUE
007340       NOT AT END
007350         EVALUATE TRUE
007360         WHEN F6RECORD(1:4) = 'HDR '
007370           MOVE SPACE         TO WK-GRP-FEED
007380           MOVE ZERO          TO WK-GRP-FD
007390           IF F6RECORD(155:7) = 'FEEDID='
007400             THEN
007410               MOVE F6RECORD(162:8) TO WK-GRP-FEED
007420               MOVE WK-GRP-FEED   TO WK-FD-KEY
007430               PERFORM Z20-FIND-FEED
007440               MOVE WK-FD-HIT     TO WK-GRP-FD
007450           END-IF
007460         WHEN F6RECORD(1:4) = 'TRL '
007470           CONTINUE
007480         WHEN OTHER
007490           PERFORM B41-ONE-REJECT
007500         END-EVALUATE
007510     END-READ
007520   END-PERFORM.
007530   CLOSE F6IN.
007540   DISPLAY 'REJRETRN:REJECTS LOADED. KEYS=' WK-RJ-CNT
007550           ' NO FEED STAMP=' WK-NOFEED
007560           ' OTHER FEEDS=' WK-OTHER.
007570 B40-SCAN-REJECTS-EXIT.
007580   EXIT.
007590 B41-ONE-REJECT SECTION.
007600 B41-010.
007610   IF WK-GRP-FEED = SPACE
007620     THEN
007630       ADD 1              TO WK-NOFEED
007640       GO TO B41-ONE-REJECT-EXIT
007650   END-IF.
007660   IF WK-GRP-FD = ZERO
007670     THEN
007680       ADD 1              TO WK-OTHER
007690       GO TO B41-ONE-REJECT-EXIT
007700   END-IF.
007710   IF F6-KEY = SPACE
007720     THEN
007730       ADD 1              TO WK-FD-REJ(WK-GRP-FD)
007740       ADD 1              TO WK-FD-NOKEY(WK-GRP-FD)
007750       GO TO B41-ONE-REJECT-EXIT
007760   END-IF.
007770   MOVE SPACE         TO PHASH-KEY OF WK-RH-PRM.
007780   MOVE WK-GRP-FEED   TO PHASH-KEY OF WK-RH-PRM(1:8).
007790   MOVE F6-KEY        TO PHASH-KEY OF WK-RH-PRM(9:20).
007800   MOVE 28            TO PHASH-KEY-LEN OF WK-RH-PRM.
007810   MOVE 'GET_'        TO PHASH-FNC OF WK-RH-PRM.
007820   CALL 'SUBHASH' USING WK-RH-PRM
007830                        WK-RH-VAL
007840                        WK-RH-CTR.
007850   IF PHASH-COD OF WK-RH-PRM = ZERO
007860     THEN
007870       GO TO B41-ONE-REJECT-EXIT
007880   END-IF.
007890   IF WK-RJ-CNT NOT < 20000
007900     THEN
007910       ADD 1              TO WK-LOST
007920       GO TO B41-ONE-REJECT-EXIT
007930   END-IF.
007940   ADD 1              TO WK-RJ-CNT.
007950   MOVE WK-GRP-FD     TO WK-RJ-FD(WK-RJ-CNT).
007960   MOVE ZERO          TO WK-RJ-FOUND(WK-RJ-CNT).
007970   PERFORM B42-TRANSLATE.
007980   MOVE WK-RJ-CNT     TO WK-RH-VAL.
007990   MOVE 5             TO PHASH-VLL OF WK-RH-PRM.
008000   MOVE 'PUT_'        TO PHASH-FNC OF WK-RH-PRM.
008010   CALL 'SUBHASH' USING WK-RH-PRM
008020                        WK-RH-VAL
008030                        WK-RH-CTR.
008040   IF PHASH-COD OF WK-RH-PRM NOT = ZERO
008050     THEN
008060       DISPLAY 'REJRETRN:REJECT KEY STORE FULL. '
008070               PHASH-MSG OF WK-RH-PRM
008080       SUBTRACT 1         FROM WK-RJ-CNT
008090       ADD 1              TO WK-LOST
008100       GO TO B41-ONE-REJECT-EXIT
008110   END-IF.
008120   ADD 1              TO WK-FD-REJ(WK-GRP-FD).
008130 B41-ONE-REJECT-EXIT.
008140   EXIT.
008150 B42-TRANSLATE SECTION.
008160*--------------------------------------------------------------
008170*- THE REJECT'S CLASS (PC, 'DRV' OR NONE - AS RPTREJCT PARSES THE
008180*- PC) AND THE FIRST MATCHING REASON LINE.
008190*--------------------------------------------------------------
008200 B42-010.
008210   MOVE '*    '       TO WK-PC-X.
008220   IF F6-REASON(1:10) = 'TEST-MAIN:'
008230     THEN
008240       MOVE 'DRV  '       TO WK-PC-X
008250     ELSE
008260       PERFORM VARYING WK-POS FROM 1 BY 1
008270         UNTIL WK-POS > 66
008280           IF F6-REASON(WK-POS:9) = 'VCODE-PC='
008290             THEN
008300               IF F6-REASON(WK-POS + 9:5) NUMERIC
008310                 THEN
008320                   MOVE F6-REASON(WK-POS + 9:5) TO WK-PC-X
008330               END-IF
008340               MOVE 99            TO WK-POS
008350           END-IF
008360       END-PERFORM
008370   END-IF.
008380   MOVE WK-GRP-FEED   TO WK-RN-KFEED.
008390   MOVE WK-PC-X       TO WK-RN-KPC.
008400   PERFORM Z30-FIND-REASON.
008410   IF WK-RN-HIT = ZERO
008420     THEN
008430       MOVE '*'           TO WK-RN-KFEED
008440       PERFORM Z30-FIND-REASON
008450   END-IF.
008460   IF WK-RN-HIT = ZERO
008470     THEN
008480       MOVE WK-GRP-FEED   TO WK-RN-KFEED
008490       MOVE '*'           TO WK-RN-KPC
008500       PERFORM Z30-FIND-REASON
008510   END-IF.
008520   IF WK-RN-HIT = ZERO
008530     THEN
008540       MOVE '*'           TO WK-RN-KFEED
008550       PERFORM Z30-FIND-REASON
008560   END-IF.
008570   IF WK-RN-HIT = ZERO
008580     THEN
008590       MOVE 'UNKNOWN'     TO WK-RJ-CODE(WK-RJ-CNT)
008600       MOVE 'REJECTED - NO RETURN REASON CONFIGURED'
008610                          TO WK-RJ-TEXT(WK-RJ-CNT)
008620       ADD 1              TO WK-FD-UNTR(WK-GRP-FD)
008630     ELSE
008640       MOVE WK-RN-CODE(WK-RN-HIT) TO WK-RJ-CODE(WK-RJ-CNT)
008650       MOVE WK-RN-TEXT(WK-RN-HIT) TO WK-RJ-TEXT(WK-RJ-CNT)
008660   END-IF.
008670 B42-TRANSLATE-EXIT.
008680   EXIT.
008690 C10-RETURN-FEED SECTION.
008700*--------------------------------------------------------------
008710*- ONE FEED'S RETURN FILE: HEADER, EVERY FEED RECORD CARRYING A
008720*- REJECTED KEY, TRAILER; THEN THE HANDOFF REGISTER ENTRY.
008730*--------------------------------------------------------------
008740 C10-010.
008750   MOVE WK-FD-CFG(WK-FD-I) TO WK-CF-I.
008760   MOVE WK-CF-CCOL(WK-CF-I) TO WK-CCOL.
008770   MOVE WK-CF-CDIG(WK-CF-I) TO WK-CDIG.
008780   MOVE WK-CF-RLEN(WK-CF-I) TO WK-RLEN.
008790   MOVE SPACE         TO WK-TRNNAME.
008800   MOVE WK-FD-PATH(WK-FD-I) TO WK-TRNNAME.
008810   OPEN INPUT F7TRAN.
008820   IF WK-TRN-FST NOT = '00'
008830     THEN
008840       DISPLAY 'REJRETRN:FEED FILE OPEN ERROR STATUS='
008850               WK-TRN-FST ' FEED=' WK-FD-NAME(WK-FD-I)
008860       MOVE 'FEED FILE OPEN ERROR' TO WK-FD-NOTE(WK-FD-I)
008870       GO TO C10-RETURN-FEED-EXIT
008880   END-IF.
008890   MOVE SPACE         TO WK-RETNAME.
008900   MOVE WK-CF-FILE(WK-CF-I) TO WK-RETNAME.
008910   OPEN OUTPUT F9RETN.
008920   IF WK-RET-FST NOT = '00'
008930     THEN
008940       DISPLAY 'REJRETRN:RETURN FILE OPEN ERROR STATUS='
008950               WK-RET-FST ' FEED=' WK-FD-NAME(WK-FD-I)
008960       CLOSE F7TRAN
008970       MOVE 16            TO RETURN-CODE
008980       GO TO C10-RETURN-FEED-EXIT
008990   END-IF.
009000   IF WK-CF-HLIT(WK-CF-I) NOT = SPACE
009010     THEN
009020       MOVE SPACE         TO F9RECORD
009030       MOVE WK-CF-HLIT(WK-CF-I) TO F9-REC(1:8)
009040       STRING WK-RUNDT ' ' WK-FD-NAME(WK-FD-I) ' RETURNS'
009050                          DELIMITED BY SIZE
009060                          INTO F9-REC(WK-CCOL:25)
009070       WRITE F9RECORD
009080   END-IF.
009090   PERFORM UNTIL WK-TRN-FST NOT = '00'
009100     READ F7TRAN
009110       AT END
009120         CONTINUE
009130       NOT AT END
009140         IF F7RECORD(1:3) NOT = 'CTL'
009150           THEN
009160             ADD 1              TO WK-FD-READ(WK-FD-I)
009170             PERFORM C11-ONE-RECORD
009180         END-IF
009190     END-READ
009200   END-PERFORM.
009210   CLOSE F7TRAN.
009220   IF WK-CF-TLIT(WK-CF-I) NOT = SPACE
009230     THEN
009240       MOVE SPACE         TO F9RECORD
009250       MOVE WK-CF-TLIT(WK-CF-I) TO F9-REC(1:8)
009260       MOVE WK-FD-RETN(WK-FD-I) TO WK-CNT9
009270       MOVE WK-CNT9(10 - WK-CDIG:WK-CDIG)
009280                          TO F9-REC(WK-CCOL:WK-CDIG)
009290       WRITE F9RECORD
009300   END-IF.
009310   CLOSE F9RETN.
009320   PERFORM C20-REGISTER-PRODUCED.
009330 C10-RETURN-FEED-EXIT.
009340   EXIT.
009350 C11-ONE-RECORD SECTION.
009360 C11-010.
009370   MOVE SPACE         TO WK-SLICE.
009380   MOVE F7RECORD(WK-FD-BZPOS(WK-FD-I):WK-FD-BZLEN(WK-FD-I))
009390                      TO WK-SLICE.
009400   IF WK-SLICE = SPACE
009410     THEN
009420       GO TO C11-ONE-RECORD-EXIT
009430   END-IF.
009440   MOVE SPACE         TO PHASH-KEY OF WK-RH-PRM.
009450   MOVE WK-FD-NAME(WK-FD-I) TO PHASH-KEY OF WK-RH-PRM(1:8).
009460   MOVE WK-SLICE      TO PHASH-KEY OF WK-RH-PRM(9:20).
009470   MOVE 28            TO PHASH-KEY-LEN OF WK-RH-PRM.
009480   MOVE 'GET_'        TO PHASH-FNC OF WK-RH-PRM.
009490   CALL 'SUBHASH' USING WK-RH-PRM
009500                        WK-RH-VAL
009510                        WK-RH-CTR.
009520   IF PHASH-COD OF WK-RH-PRM NOT = ZERO
009530     THEN
009540       GO TO C11-ONE-RECORD-EXIT
009550   END-IF.
009560   MOVE WK-RH-VAL(1:5) TO WK-RJ-HIT.
009570   MOVE 1             TO WK-RJ-FOUND(WK-RJ-HIT).
009580   MOVE SPACE         TO F9RECORD.
009590   MOVE F7RECORD(1:WK-RLEN) TO F9-REC(1:WK-RLEN).
009600   MOVE WK-RJ-CODE(WK-RJ-HIT) TO F9-CODE.
009610   MOVE WK-RJ-TEXT(WK-RJ-HIT) TO F9-TEXT.
009620*- THE RETURN RECORD ENDS RIGHT AFTER THE FEED'S OWN LAYOUT.
009630   IF WK-RLEN < 200
009640     THEN
009650       MOVE F9RECORD(201:68) TO WK-RTAIL
009660       MOVE WK-RTAIL      TO F9RECORD(WK-RLEN + 1:68)
009670       MOVE SPACE         TO F9RECORD(WK-RLEN + 69:200 - WK-RLEN)
009680   END-IF.
009690   WRITE F9RECORD.
009700   ADD 1              TO WK-FD-RETN(WK-FD-I).
009710   MOVE WK-RJ-CODE(WK-RJ-HIT) TO WK-HC.
009720   PERFORM VARYING WK-HI FROM 1 BY 1
009730     UNTIL WK-HI > 8
009740       COMPUTE WK-FD-HASH(WK-FD-I) =
009750         FUNCTION MOD(WK-FD-HASH(WK-FD-I)
009760         + FUNCTION ORD(WK-HC(WK-HI:1)) * WK-HI, 100000000)
009770   END-PERFORM.
009780 C11-ONE-RECORD-EXIT.
009790   EXIT.
009800 C20-REGISTER-PRODUCED SECTION.
009810*--------------------------------------------------------------
009820*- ONE 'PROD' HANDOFF-REGISTER RECORD FOR THE RETURN FILE (QUIET
009830*- WHEN NOT CONFIGURED).
009840*--------------------------------------------------------------
009850 C20-010.
009860   IF WK-HOFNAME = SPACE
009870     THEN
009880       GO TO C20-REGISTER-PRODUCED-EXIT
009890   END-IF.
009900   OPEN EXTEND F36HOF.
009910   IF WK-HOF-FST = '35'
009920     THEN
009930       OPEN OUTPUT F36HOF
009940   END-IF.
009950   IF WK-HOF-FST NOT = '00'
009960     THEN
009970       DISPLAY 'REJRETRN:HANDOFF REGISTER OPEN ERROR STATUS='
009980               WK-HOF-FST
009990       ADD 1              TO WK-LOST
010000       GO TO C20-REGISTER-PRODUCED-EXIT
010010   END-IF.
010020   ACCEPT WK-HOF-DATE FROM DATE YYYYMMDD.
010030   ACCEPT WK-HOF-TIME FROM TIME.
010040   MOVE SPACE         TO F36RECORD.
010050   MOVE 'PROD'        TO F36-TYPE.
010060   STRING WK-HOF-DATE WK-HOF-TIME(1:6) INTO F36-STAMP.
010070   MOVE 'REJRETRN'    TO F36-PROG.
010080   MOVE WK-RETNAME(1:60) TO F36-FILE.
010090   MOVE WK-FD-RETN(WK-FD-I) TO F36-CNT.
010100   MOVE WK-FD-HASH(WK-FD-I) TO F36-HASH.
010110   WRITE F36RECORD.
010120   CLOSE F36HOF.
010130 C20-REGISTER-PRODUCED-EXIT.
010140   EXIT.
010150 D20-REPORT SECTION.
010160*--------------------------------------------------------------
010170*- ONE LINE PER FEED, THE TOTALS, AND THE REJECTS NO FEED COULD
010180*- TAKE BACK.
010190*--------------------------------------------------------------
010200 D20-010.
010210   MOVE SPACE         TO WK-LINE.
010220   STRING 'RETURN-TO-SENDER FILES  RUN DATE=' WK-RUNDT
010230          '  CREATED=' WK-TODAY
010240                      DELIMITED BY SIZE INTO WK-LINE.
010250   PERFORM Z10-PUT-LINE.
010260   PERFORM Z11-PUT-BLANK.
010270   MOVE 'FEED'        TO WK-LINE(1:4).
010280   MOVE 'READ'        TO WK-LINE(17:4).
010290   MOVE 'REJECTS'     TO WK-LINE(26:7).
010300   MOVE 'RETURNED'    TO WK-LINE(37:8).
010310   MOVE 'NOT RETD.'  TO WK-LINE(48:9).
010320   MOVE 'UNTRANSL.'   TO WK-LINE(60:9).
010330   MOVE 'RETURN FILE / NOTE' TO WK-LINE(72:18).
010340   PERFORM Z10-PUT-LINE.
010350   PERFORM VARYING WK-FD-I FROM 1 BY 1
010360     UNTIL WK-FD-I > WK-FD-CNT
010370       MOVE WK-FD-NAME(WK-FD-I) TO WK-LINE(1:8)
010380       MOVE WK-FD-READ(WK-FD-I) TO WK-ED-N
010390       MOVE WK-ED-N       TO WK-LINE(10:11)
010400       MOVE WK-FD-REJ(WK-FD-I) TO WK-ED-N
010410       MOVE WK-ED-N       TO WK-LINE(22:11)
010420       MOVE WK-FD-RETN(WK-FD-I) TO WK-ED-N
010430       MOVE WK-ED-N       TO WK-LINE(34:11)
010440       COMPUTE WK-ED-N = WK-FD-MISS(WK-FD-I)
010450                       + WK-FD-NOKEY(WK-FD-I)
010460       MOVE WK-ED-N       TO WK-LINE(46:11)
010470       MOVE WK-FD-UNTR(WK-FD-I) TO WK-ED-N
010480       MOVE WK-ED-N       TO WK-LINE(58:11)
010490       IF WK-FD-NOTE(WK-FD-I) NOT = SPACE
010500         THEN
010510           MOVE WK-FD-NOTE(WK-FD-I) TO WK-LINE(72:40)
010520         ELSE
010530           MOVE WK-CF-FILE(WK-FD-CFG(WK-FD-I)) TO WK-LINE(72:60)
010540       END-IF
010550       PERFORM Z10-PUT-LINE
010560   END-PERFORM.
010570   MOVE 'TOTAL'       TO WK-LINE(1:5).
010580   MOVE WK-TOT-REJ    TO WK-ED-N.
010590   MOVE WK-ED-N       TO WK-LINE(22:11).
010600   MOVE WK-TOT-RETN   TO WK-ED-N.
010610   MOVE WK-ED-N       TO WK-LINE(34:11).
010620   MOVE WK-TOT-MISS   TO WK-ED-N.
010630   MOVE WK-ED-N       TO WK-LINE(46:11).
010640   MOVE WK-TOT-UNTR   TO WK-ED-N.
010650   MOVE WK-ED-N       TO WK-LINE(58:11).
010660   PERFORM Z10-PUT-LINE.
010670   PERFORM Z11-PUT-BLANK.
010680   MOVE 'REJECTS ARE COUNTED ONCE PER KEY. NOT RETURNED ='
010690                      TO WK-LINE.
010700   PERFORM Z10-PUT-LINE.
010710   MOVE '  NOT IN THE FEED FILE, NO KEY ON THE REJECT, OR THE'
010720                      TO WK-LINE.
010730   PERFORM Z10-PUT-LINE.
010740   MOVE '  FEED NOT RETURNABLE - THESE STAY WITH EXCEPTIONS.'
010750                      TO WK-LINE.
010760   PERFORM Z10-PUT-LINE.
010770   MOVE WK-NOFEED     TO WK-ED-N.
010780   STRING 'REJECTS IN GROUPS WITH NO FEED STAMP:  ' WK-ED-N
010790                      DELIMITED BY SIZE INTO WK-LINE.
010800   PERFORM Z10-PUT-LINE.
010810   MOVE WK-OTHER      TO WK-ED-N.
010820   STRING 'REJECTS OF FEEDS NOT IN THE LIST:      ' WK-ED-N
010830                      DELIMITED BY SIZE INTO WK-LINE.
010840   PERFORM Z10-PUT-LINE.
010850   IF WK-LOST > ZERO
010860     THEN
010870       MOVE WK-LOST       TO WK-ED-N
010880       STRING 'ENTRIES SKIPPED (SEE THE JOB LOG):     ' WK-ED-N
010890                          DELIMITED BY SIZE INTO WK-LINE
010900       PERFORM Z10-PUT-LINE
010910   END-IF.
010920 D20-REPORT-EXIT.
010930   EXIT.
010940 Z10-PUT-LINE SECTION.
010950 Z10-010.
010960   MOVE WK-LINE       TO F2LINE.
010970   WRITE F2LINE.
010980   MOVE SPACE         TO WK-LINE.
010990 Z10-PUT-LINE-EXIT.
011000   EXIT.
011010 Z11-PUT-BLANK SECTION.
011020 Z11-010.
011030   MOVE SPACE         TO F2LINE.
011040   WRITE F2LINE.
011050 Z11-PUT-BLANK-EXIT.
011060   EXIT.
011070 Z20-FIND-FEED SECTION.
011080*--------------------------------------------------------------
011090*- WK-FD-KEY'S FEED TABLE ENTRY (WK-FD-HIT = 0: NOT LISTED).
011100*--------------------------------------------------------------
011110 Z20-010.
011120   MOVE ZERO          TO WK-FD-HIT.
011130   PERFORM VARYING WK-FD-I FROM 1 BY 1
011140     UNTIL WK-FD-I > WK-FD-CNT OR WK-FD-HIT > ZERO
011150       IF WK-FD-NAME(WK-FD-I) = WK-FD-KEY
011160         THEN
011170           MOVE WK-FD-I       TO WK-FD-HIT
011180       END-IF
011190   END-PERFORM.
011200 Z20-FIND-FEED-EXIT.
011210   EXIT.
011220 Z30-FIND-REASON SECTION.
011230*--------------------------------------------------------------
011240*- THE REASON LINE FOR WK-RN-KFEED + WK-RN-KPC (WK-RN-HIT = 0:
011250*- NONE).
011260*--------------------------------------------------------------
011270 Z30-010.
011280   MOVE ZERO          TO WK-RN-HIT.
011290   PERFORM VARYING WK-RN-I FROM 1 BY 1
011300     UNTIL WK-RN-I > WK-RN-CNT OR WK-RN-HIT > ZERO
011310       IF WK-RN-FEED(WK-RN-I) = WK-RN-KFEED
011320        AND WK-RN-PC(WK-RN-I) = WK-RN-KPC
011330         THEN
011340           MOVE WK-RN-I       TO WK-RN-HIT
011350       END-IF
011360   END-PERFORM.
011370 Z30-FIND-REASON-EXIT.
011380   EXIT.
