000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   JSONEXPT.
000030*--------------------------------------------------------------
000040*- JSON-LINES DECISION EXPORT FOR THE ANALYTICS PLATFORM. TURNS
000050*- A NIGHT'S F3OUT INTO ONE JSON OBJECT PER TRANSACTION, SO THE
000060*- PLATFORM NO LONGER PARSES THE FIXED 153-BYTE RECORD AND THE
000070*- TAGGED DETAIL RECORDS ITSELF. A TRANSACTION IS A WHOLE-
000080*- TRANSACTION RESULT RECORD (BLK = SPACE) AND THE DETAIL
000090*- RECORDS OF THE SAME RUN THAT FOLLOW IT: PER-BLOCK
000100*- DISPOSITIONS, 'OUT ' TAGGED OUTPUTS AND 'EXMP' EXEMPTIONS.
000105*- 'RSN ' CUSTOMER REASON CODES RIDE AS TAGS ("RSN1".."RSN4").
000110*-
000120*- DECISION OBJECT (ONE LINE, KEYS IN THIS ORDER):
000130*-   {"recordType":"decision","runId":..,"ruleSet":..,
000140*-    "version":..,"businessKey":..,"status":..,"output":..,
000150*-    "disposition":{"code":..,"name":..,"description":..,
000160*-                   "category":..},
000170*-    "blocks":[{"name":..,"status":..},..],
000180*-    "tags":{"<TAG>":"<VALUE>",..},
000190*-    "exemptions":[..],"failedConditions":[..]}
000200*- A BLANK FIELD IS NULL. VERSION: THE HDR__ VERSION IN EFFECT
000210*- ON THE RUN DATE (THE RUN ID'S DATE), PICKED AS TEST-MAIN B15
000220*- PICKS IT; NULL FOR AN UNVERSIONED SET OR 'ALLRULES'. THE
000230*- DISPOSITION IS THE 'DISP ' TAG DECODED THROUGH DISP_MASTER
000240*- (NAME 21-28, DESCRIPTION 32-71, CATEGORY 75-80 - BLANK
000250*- CATEGORY = THE NAME, AS REGRETRN); NO 'DISP ' TAG = NULL, A
000260*- CODE NOT IN THE MASTER KEEPS ITS CODE WITH NULL TEXTS.
000270*- FAILED CONDITIONS ARE THE REJECT-LOG REASONS TEST-MAIN B11
000280*- WROTE FOR THE TRANSACTION'S FAIL/WARN RECORDS (SAME RUN ID,
000290*- RULE SET, BUSINESS KEY AND OUT AREA, TAKEN IN FILE ORDER).
000300*-
000310*- TRAILER OBJECT, ONE PER F3 'TRL ' RECORD:
000320*-   {"recordType":"trailer","runId":..,"count":n,"hash":n,
000330*-    "decisions":n}
000340*- COUNT AND HASH ARE THE F3 TRAILER'S OWN; THE EXPORT
000350*- RECOMPUTES THEM FIRST (CHKVERIF'S TALLY) AND AN F3OUT THAT
000360*- DOES NOT BALANCE IS NOT REGISTERED AS HANDED OFF.
000370*- STRINGS ARE ESCAPED: '"' AND '\' BY A BACKSLASH, CONTROL
000380*- BYTES (X'00'-X'1F', X'7F') AS \u00XX.
000390*-
000400*- ENV: RESULT_FILE (F3OUT, DEFAULT ../data/pcheckout.txt),
000410*-      JSON_FILE (DEFAULT ../data/pcheckout.jsonl),
000420*-      PCHECKTBL_FILE (DEFAULT ../data/pchecktbl.txt),
000430*-      DISP_MASTER (OPTIONAL; UNSET = CODE ONLY),
000440*-      REJECT_FILE (OPTIONAL; UNSET = NO FAILED CONDITIONS),
000450*-      HANDOFF_FILE (OPTIONAL; 'PROD' RECORD FOR THE EXPORT).
000460*- RETURN-CODE: 0=EXPORTED, 4=EXPORTED WITH NOTES (UNREGISTERED
000470*-              CODES, NO RULE FILE, TABLE FULL, LINE CUT),
000480*-              12=F3 CONTROL MISMATCH/MISSING, 16=FATAL I/O.
000490*--------------------------------------------------------------
000500 ENVIRONMENT    DIVISION.
000510 INPUT-OUTPUT               SECTION.
000520 FILE-CONTROL.
000530   SELECT F3IN    ASSIGN TO WK-INNAME
000540   STATUS WK-IN-FST.
000550   SELECT F6IN    ASSIGN TO WK-RJNAME
000560   STATUS WK-RJ-FST.
000570   SELECT F1INPUT ASSIGN TO WK-FILENAME
000580   ORGANIZATION INDEXED
000590   ACCESS MODE DYNAMIC
000600   RECORD KEY IS F1RSID WITH DUPLICATES
000610   STATUS FST.
000620   SELECT F45DSP  ASSIGN TO WK-DSPNAME
000630   ORGANIZATION LINE SEQUENTIAL
000640   STATUS WK-DSP-FST.
000650   SELECT F9JSON  ASSIGN TO WK-JSNAME
000660   ORGANIZATION LINE SEQUENTIAL
000670   STATUS WK-JS-FST.
000680   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-HOF-FST.
000710 DATA DIVISION.
000720 FILE                       SECTION.
000730 FD  F3IN.
000740*- SAME SHAPE AS TEST-MAIN'S F3RECORD.
000750 01  F3RECORD               SYNC.
000760   03 F3-RUNID              PIC X(16).
000770   03 F3-RSID               PIC X(08).
000780   03 F3-STATUS             PIC X(04).
000790   03 F3-BLK                PIC X(05).
000800   03 F3-OUT                PIC X(100).
000810   03 F3-KEY                PIC X(20).
000820 FD  F6IN.
000830*- SAME SHAPE AS TEST-MAIN'S F6RECORD.
000840 01  F6RECORD               SYNC.
000850   03 F6-RUNID              PIC X(16).
000860   03 F6-SEQ                PIC 9(07).
000870   03 F6-RSID               PIC X(08).
000880   03 F6-IN100              PIC X(10).
000890   03 F6-IN200              PIC X(10).
000900   03 F6-IN300              PIC X(10).
000910   03 F6-IN400              PIC X(10).
000920   03 F6-IN500              PIC X(10).
000930   03 F6-OUT                PIC X(100).
000940   03 F6-REASON             PIC X(80).
000950   03 F6-KEY                PIC X(20).
000960 FD  F1INPUT.
000970 01  F1RECORD               SYNC.
000980   03 F1RSID               PIC X(08).
000990   03 F1BODY               PIC X(18).
001000 FD  F45DSP.
001010 01  F45RECORD              PIC X(80).
001020 FD  F9JSON.
001030 01  F9RECORD               PIC X(16000).
001040 FD  F36HOF.
001050*- HANDOFF-REGISTER RECORD (SEE TEST-MAIN Z74).
001060 01  F36RECORD              SYNC.
001070   03 F36-TYPE              PIC X(04).
001080   03 FILLER                PIC X(01).
001090   03 F36-STAMP             PIC X(14).
001100   03 FILLER                PIC X(01).
001110   03 F36-PROG              PIC X(08).
001120   03 FILLER                PIC X(01).
001130   03 F36-FILE              PIC X(60).
001140   03 FILLER                PIC X(01).
001150   03 F36-CNT               PIC 9(07).
001160   03 FILLER                PIC X(01).
001170   03 F36-HASH              PIC 9(09).
001180 WORKING-STORAGE SECTION.
001190 01  FST                    PIC X(02).
001200 01  WK-FILENAME            PIC X(100).
001210 01  WK-FILES               SYNC.
001220   03 WK-INNAME             PIC X(100).
001230   03 WK-IN-FST             PIC X(02).
001240   03 WK-RJNAME             PIC X(100).
001250   03 WK-RJ-FST             PIC X(02).
001260   03 WK-DSPNAME            PIC X(100).
001270   03 WK-DSP-FST            PIC X(02).
001280   03 WK-JSNAME             PIC X(100).
001290   03 WK-JS-FST             PIC X(02).
001300   03 WK-TBL-ON             PIC 9(01) VALUE ZERO.
001310 01  WK-HOF                 SYNC.
001320   03 WK-HOFNAME            PIC X(100).
001330   03 WK-HOF-FST            PIC X(02).
001340   03 WK-HOF-DATE           PIC X(08).
001350   03 WK-HOF-TIME           PIC X(08).
001360*--------------------------------------------------------------
001370*- DISPOSITION-CODE MASTER: CODE -> NAME, DESCRIPTION, CATEGORY.
001380*--------------------------------------------------------------
001390 01  WK-DSP                 SYNC.
001400   03 WK-DSP-CNT            PIC 9(03) VALUE ZERO.
001410   03 WK-DSP-I              PIC 9(03).
001420   03 WK-DSP-HIT            PIC 9(03).
001430   03 WK-DSP-TBL            OCCURS 100 TIMES.
001440     05 WK-DSP-CODE         PIC X(10).
001450     05 WK-DSP-NAME         PIC X(08).
001460     05 WK-DSP-DESC         PIC X(40).
001470     05 WK-DSP-CAT          PIC X(08).
001480*--------------------------------------------------------------
001490*- REJECT-LOG REASONS, WITH WHAT TIES EACH ONE TO ITS F3 RECORD.
001500*- WK-RJ-LOW: EVERY ENTRY BELOW IT IS ALREADY TAKEN.
001510*--------------------------------------------------------------
001520 01  WK-RJ                  SYNC.
001530   03 WK-RJ-CNT             PIC 9(05) VALUE ZERO.
001540   03 WK-RJ-I               PIC 9(05).
001550   03 WK-RJ-HIT             PIC 9(05).
001560   03 WK-RJ-LOW             PIC 9(05) VALUE 1.
001570   03 WK-RJ-TBL             OCCURS 5000 TIMES.
001580     05 WK-RJ-RUNID         PIC X(16).
001590     05 WK-RJ-RSID          PIC X(08).
001600     05 WK-RJ-KEY           PIC X(20).
001610     05 WK-RJ-OUT           PIC X(100).
001620     05 WK-RJ-REASON        PIC X(80).
001630     05 WK-RJ-USED          PIC 9(01).
001640*--------------------------------------------------------------
001650*- VERSIONS ALREADY LOOKED UP: RULE SET + RUN DATE (MMDD) ->
001660*- VERSION (SPACE = NONE IN EFFECT / UNVERSIONED).
001670*--------------------------------------------------------------
001680 01  WK-VC                  SYNC.
001690   03 WK-VC-CNT             PIC 9(03) VALUE ZERO.
001700   03 WK-VC-I               PIC 9(03).
001710   03 WK-VC-HIT             PIC 9(03).
001720   03 WK-VC-TBL             OCCURS 100 TIMES.
001730     05 WK-VC-RSID          PIC X(08).
001740     05 WK-VC-MMDD          PIC X(04).
001750     05 WK-VC-VER           PIC X(02).
001760*- THE SCAN ITSELF (SEE EVIDPACK B30 / TEST-MAIN B15).
001770 01  WK-VER                 SYNC.
001780   03 WK-VER-MMDD           PIC X(04).
001790   03 WK-VER-BLK            PIC 9(03).
001800   03 WK-VER-BEST           PIC 9(03).
001810   03 WK-VER-BESTDT         PIC X(04).
001820   03 WK-VER-BESTVER        PIC X(02).
001830   03 WK-VER-FIRSTVER       PIC X(02).
001840   03 WK-VER-RESULT         PIC X(02).
001850*--------------------------------------------------------------
001860*- THE TRANSACTION BEING ASSEMBLED: OPENED BY ITS RESULT RECORD,
001870*- FILLED IN BY THE DETAIL RECORDS THAT FOLLOW IT, WRITTEN WHEN
001880*- THE NEXT TRANSACTION, A CONTROL RECORD OR END OF FILE ARRIVES.
001890*--------------------------------------------------------------
001900 01  WK-CUR                 SYNC.
001910   03 WK-CUR-ON             PIC 9(01) VALUE ZERO.
001920   03 WK-CUR-RUNID          PIC X(16).
001930   03 WK-CUR-RSID           PIC X(08).
001940   03 WK-CUR-STATUS         PIC X(04).
001950   03 WK-CUR-OUT            PIC X(100).
001960   03 WK-CUR-KEY            PIC X(20).
001970   03 WK-CUR-DISP           PIC X(10).
001980   03 WK-CUR-BCNT           PIC 9(03).
001990   03 WK-CUR-BLK-TBL        OCCURS 20 TIMES.
002000     05 WK-CUR-BNAME        PIC X(05).
002010     05 WK-CUR-BSTS         PIC X(04).
002020   03 WK-CUR-TCNT           PIC 9(03).
002030   03 WK-CUR-TAG-TBL        OCCURS 20 TIMES.
002040     05 WK-CUR-TNAME        PIC X(05).
002050     05 WK-CUR-TVAL         PIC X(100).
002060   03 WK-CUR-ECNT           PIC 9(03).
002070   03 WK-CUR-EXM            OCCURS 10 TIMES PIC X(100).
002080   03 WK-CUR-CCNT           PIC 9(03).
002090   03 WK-CUR-CND            OCCURS 25 TIMES PIC X(80).
002100   03 WK-CUR-I              PIC 9(03).
002110*--------------------------------------------------------------
002120*- CONTROL-GROUP TALLIES (CHKVERIF'S FORMULA) AND RUN TOTALS.
002130*--------------------------------------------------------------
002140 01  WK-GRP                 SYNC.
002150   03 WK-HDR-SEEN           PIC 9(01) VALUE ZERO.
002160   03 WK-TRL-SEEN           PIC 9(01) VALUE ZERO.
002170   03 WK-G-RUNID            PIC X(16).
002180   03 WK-G-CNT              PIC 9(07) VALUE ZERO.
002190   03 WK-G-HASH             PIC 9(09) VALUE ZERO.
002200   03 WK-G-DECS             PIC 9(07) VALUE ZERO.
002210   03 WK-TRL-CNT            PIC 9(07).
002220   03 WK-TRL-HASH           PIC 9(09) VALUE ZERO.
002230   03 WK-I                  PIC 9(01).
002240   03 WK-GRPS               PIC 9(03) VALUE ZERO.
002250   03 WK-TOT-CNT            PIC 9(07) VALUE ZERO.
002260   03 WK-BAD                PIC 9(01) VALUE ZERO.
002270 01  WK-CNT                 SYNC.
002280   03 WK-CNT-READ           PIC 9(07) VALUE ZERO.
002290   03 WK-CNT-DECS           PIC 9(07) VALUE ZERO.
002300   03 WK-CNT-TRLS           PIC 9(03) VALUE ZERO.
002310   03 WK-CNT-ORPHAN         PIC 9(07) VALUE ZERO.
002320   03 WK-CNT-UNREG          PIC 9(07) VALUE ZERO.
002330   03 WK-CNT-CUT            PIC 9(07) VALUE ZERO.
002340   03 WK-CNT-LOST           PIC 9(07) VALUE ZERO.
002350   03 WK-NOTES              PIC 9(05) VALUE ZERO.
002360*--------------------------------------------------------------
002370*- THE JSON LINE BEING BUILT. WK-JS-OVER: THE LINE RAN OUT OF
002380*- ROOM AND WAS CUT (THE OBJECT STILL CLOSES).
002390*--------------------------------------------------------------
002400 01  WK-JSB                 SYNC.
002410   03 WK-JS                 PIC X(16000).
002420   03 WK-JS-PTR             PIC 9(05).
002430   03 WK-JS-OVER            PIC 9(01).
002440   03 WK-JS-SEP             PIC X(01).
002450 01  WK-ESC                 SYNC.
002460   03 WK-ESC-SRC            PIC X(100).
002470   03 WK-ESC-LEN            PIC 9(03).
002480   03 WK-ESC-I              PIC 9(03).
002490   03 WK-ESC-C              PIC X(01).
002500   03 WK-ESC-ORD            PIC 9(03).
002510   03 WK-ESC-HI             PIC 9(02).
002520   03 WK-ESC-LO             PIC 9(02).
002530   03 WK-ESC-HEX            PIC X(16) VALUE '0123456789ABCDEF'.
002540   03 WK-ED-N               PIC Z(8)9.
002550   03 WK-ED-I               PIC 9(02).
002560 PROCEDURE DIVISION.
002570 A00-MAIN SECTION.
002580*--------------------------------------------------------------
002590*- DISPOSITION MASTER AND REJECT REASONS FIRST, THEN ONE PASS
002600*- OVER F3OUT WRITING THE JSON LINES; REGISTER THE HANDOFF WHEN
002610*- EVERY CONTROL GROUP BALANCED.
002620*--------------------------------------------------------------
002630 A00-010.
002640   MOVE SPACE         TO WK-INNAME.
002650   ACCEPT WK-INNAME   FROM ENVIRONMENT 'RESULT_FILE'.
002660   IF WK-INNAME = SPACE
002670     MOVE '../data/pcheckout.txt' TO WK-INNAME
002680   END-IF.
002690   MOVE SPACE         TO WK-JSNAME.
002700   ACCEPT WK-JSNAME   FROM ENVIRONMENT 'JSON_FILE'.
002710   IF WK-JSNAME = SPACE
002720     MOVE '../data/pcheckout.jsonl' TO WK-JSNAME
002730   END-IF.
002740   MOVE SPACE         TO WK-FILENAME.
002750   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
002760   IF WK-FILENAME = SPACE
002770     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
002780   END-IF.
002790   MOVE SPACE         TO WK-DSPNAME.
002800   ACCEPT WK-DSPNAME  FROM ENVIRONMENT 'DISP_MASTER'.
002810   MOVE SPACE         TO WK-RJNAME.
002820   ACCEPT WK-RJNAME   FROM ENVIRONMENT 'REJECT_FILE'.
002830   MOVE SPACE         TO WK-HOFNAME.
002840   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
002850   IF WK-DSPNAME NOT = SPACE
002860     THEN
002870       PERFORM B05-LOAD-DISP-MASTER
002880   END-IF.
002890   IF WK-RJNAME NOT = SPACE
002900     THEN
002910       PERFORM B10-LOAD-REJECTS
002920   END-IF.
002930   OPEN INPUT F1INPUT.
002940   IF FST = '00'
002950     THEN
002960       MOVE 1             TO WK-TBL-ON
002970     ELSE
002980       DISPLAY 'JSONEXPT:RULE FILE OPEN ERROR STATUS=' FST
002990               '. VERSIONS EXPORTED AS NULL.'
003000       ADD 1              TO WK-NOTES
003010   END-IF.
003020   OPEN INPUT F3IN.
003030   IF WK-IN-FST NOT = '00'
003040     THEN
003050       DISPLAY 'JSONEXPT:RESULT FILE OPEN ERROR STATUS='
003060               WK-IN-FST
003070       MOVE 16            TO RETURN-CODE
003080       GOBACK
003090   END-IF.
003100   OPEN OUTPUT F9JSON.
003110   IF WK-JS-FST NOT = '00'
003120     THEN
003130       DISPLAY 'JSONEXPT:JSON FILE OPEN ERROR STATUS='
003140               WK-JS-FST
003150       CLOSE F3IN
003160       MOVE 16            TO RETURN-CODE
003170       GOBACK
003180   END-IF.
003190   PERFORM UNTIL WK-IN-FST NOT = '00'
003200     READ F3IN
003210       AT END
003220         CONTINUE
003230       NOT AT END
003240         ADD 1              TO WK-CNT-READ
003250         PERFORM B20-ONE-RECORD
003260     END-READ
003270   END-PERFORM.
003280   PERFORM C10-WRITE-DECISION.
003290   CLOSE F3IN.
003300   CLOSE F9JSON.
003310   IF WK-TBL-ON = 1
003320     THEN
003330       CLOSE F1INPUT
003340   END-IF.
003350   PERFORM D10-JUDGE.
003360   DISPLAY '===================================='.
003370   DISPLAY 'JSONEXPT RESULT: RECORDS=' WK-CNT-READ
003380           ' DECISIONS=' WK-CNT-DECS
003390           ' TRAILERS=' WK-CNT-TRLS.
003400   DISPLAY 'JSONEXPT NOTES: UNREGISTERED CODES=' WK-CNT-UNREG
003410           ' LINES CUT=' WK-CNT-CUT
003420           ' ORPHAN DETAILS=' WK-CNT-ORPHAN
003430           ' NOT KEPT=' WK-CNT-LOST.
003440   DISPLAY '===================================='.
003450   EVALUATE TRUE
003460   WHEN WK-BAD = 1
003470     MOVE 12            TO RETURN-CODE
003480   WHEN WK-NOTES > ZERO OR WK-CNT-UNREG > ZERO
003490    OR WK-CNT-CUT > ZERO OR WK-CNT-LOST > ZERO
003500     MOVE 4             TO RETURN-CODE
003510   WHEN OTHER
003520     MOVE ZERO          TO RETURN-CODE
003530   END-EVALUATE.
003540   GOBACK.
003550 A00-MAIN-EXIT.
003560   EXIT.
003570 B05-LOAD-DISP-MASTER SECTION.
003580*--------------------------------------------------------------
003590*- CODE(1-10) NAME(21-28) DESCRIPTION(32-71) CATEGORY(75-80);
003600*- NO CATEGORY = NAME.
003610*--------------------------------------------------------------
003620 B05-010.
003630   OPEN INPUT F45DSP.
003640   IF WK-DSP-FST NOT = '00'
003650     THEN
003660       DISPLAY 'JSONEXPT:DISP_MASTER OPEN ERROR STATUS='
003670               WK-DSP-FST
003680       ADD 1              TO WK-NOTES
003690       GO TO B05-LOAD-DISP-MASTER-EXIT
003700   END-IF.
003710   PERFORM UNTIL WK-DSP-FST NOT = '00'
003720     READ F45DSP
003730       AT END
003740         CONTINUE
003750       NOT AT END
003760         IF F45RECORD(1:1) NOT = '*' AND F45RECORD NOT = SPACE
003770          AND WK-DSP-CNT < 100
003780           THEN
003790             ADD 1              TO WK-DSP-CNT
003800             MOVE F45RECORD(1:10)  TO WK-DSP-CODE(WK-DSP-CNT)
003810             MOVE F45RECORD(21:8)  TO WK-DSP-NAME(WK-DSP-CNT)
003820             MOVE F45RECORD(32:40) TO WK-DSP-DESC(WK-DSP-CNT)
003830             IF F45RECORD(75:6) NOT = SPACE
003840               THEN
003850                 MOVE F45RECORD(75:6) TO WK-DSP-CAT(WK-DSP-CNT)
003860               ELSE
003870                 MOVE F45RECORD(21:8) TO WK-DSP-CAT(WK-DSP-CNT)
003880             END-IF
003890         END-IF
003900     END-READ
003910   END-PERFORM.
003920   CLOSE F45DSP.
003930 B05-LOAD-DISP-MASTER-EXIT.
003940   EXIT.
003950 B10-LOAD-REJECTS SECTION.
003960*--------------------------------------------------------------
003970*- EVERY REJECT-LOG DATA RECORD, IN FILE ORDER. A FULL TABLE
003980*- LEAVES THE REST OUT (THEIR TRANSACTIONS EXPORT FEWER FAILED
003990*- CONDITIONS) AND IS NOTED.
004000*--------------------------------------------------------------
004010 B10-010.
004020   OPEN INPUT F6IN.
004030   IF WK-RJ-FST NOT = '00'
004040     THEN
004050       DISPLAY 'JSONEXPT:REJECT FILE OPEN ERROR STATUS='
004060               WK-RJ-FST
004070       ADD 1              TO WK-NOTES
004080       GO TO B10-LOAD-REJECTS-EXIT
004090   END-IF.
004100   PERFORM UNTIL WK-RJ-FST NOT = '00'
004110     READ F6IN
004120       AT END
004130         CONTINUE
004140       NOT AT END
004150         IF F6RECORD(1:4) NOT = 'HDR '
004160          AND F6RECORD(1:4) NOT = 'TRL '
004170           THEN
004180             IF WK-RJ-CNT < 5000
004190               THEN
004200                 ADD 1              TO WK-RJ-CNT
004210                 MOVE F6-RUNID      TO WK-RJ-RUNID(WK-RJ-CNT)
004220                 MOVE F6-RSID       TO WK-RJ-RSID(WK-RJ-CNT)
004230                 MOVE F6-KEY        TO WK-RJ-KEY(WK-RJ-CNT)
004240                 MOVE F6-OUT        TO WK-RJ-OUT(WK-RJ-CNT)
004250                 MOVE F6-REASON     TO WK-RJ-REASON(WK-RJ-CNT)
004260                 MOVE ZERO          TO WK-RJ-USED(WK-RJ-CNT)
004270               ELSE
004280                 ADD 1              TO WK-CNT-LOST
004290             END-IF
004300         END-IF
004310     END-READ
004320   END-PERFORM.
004330   CLOSE F6IN.
004340 B10-LOAD-REJECTS-EXIT.
004350   EXIT.
004360 B20-ONE-RECORD SECTION.
004370*--------------------------------------------------------------
004380*- CONTROL RECORDS CLOSE THE OPEN TRANSACTION AND START / CHECK
004390*- A GROUP; DATA RECORDS ARE TALLIED, THEN A RESULT RECORD OPENS
004400*- A TRANSACTION AND A DETAIL RECORD FILLS IN THE OPEN ONE.
004410*--------------------------------------------------------------
004420 B20-010.
004430   EVALUATE F3RECORD(1:4)
004440   WHEN 'HDR '
004450     PERFORM C10-WRITE-DECISION
004460     MOVE 1             TO WK-HDR-SEEN
004470     MOVE ZERO          TO WK-G-CNT
004480     MOVE ZERO          TO WK-G-HASH
004490     MOVE ZERO          TO WK-G-DECS
004500     MOVE F3RECORD(5:16) TO WK-G-RUNID
004510     GO TO B20-ONE-RECORD-EXIT
004520   WHEN 'TRL '
004530     PERFORM C10-WRITE-DECISION
004540     MOVE 1             TO WK-TRL-SEEN
004550     MOVE F3RECORD(5:7)  TO WK-TRL-CNT
004560     MOVE F3RECORD(12:9) TO WK-TRL-HASH
004570     PERFORM C30-WRITE-TRAILER
004580     GO TO B20-ONE-RECORD-EXIT
004590   WHEN OTHER
004600     ADD 1              TO WK-G-CNT
004610     PERFORM VARYING WK-I FROM 1 BY 1
004620       UNTIL WK-I > 4
004630         COMPUTE WK-G-HASH = FUNCTION MOD(WK-G-HASH
004640           + FUNCTION ORD(F3-STATUS(WK-I:1)) * WK-I,
004650           100000000)
004660     END-PERFORM
004670   END-EVALUATE.
004680   IF F3-BLK = SPACE
004690     THEN
004700       PERFORM C10-WRITE-DECISION
004710       PERFORM B21-OPEN-DECISION
004720       GO TO B20-ONE-RECORD-EXIT
004730   END-IF.
004740   IF WK-CUR-ON = ZERO OR F3-RUNID NOT = WK-CUR-RUNID
004750     THEN
004760       ADD 1              TO WK-CNT-ORPHAN
004770       GO TO B20-ONE-RECORD-EXIT
004780   END-IF.
004790   EVALUATE F3-STATUS
004800   WHEN 'OUT '
004805   WHEN 'RSN '
004810     IF F3-BLK = 'DISP '
004820       THEN
004830         MOVE F3-OUT(1:10)  TO WK-CUR-DISP
004840     END-IF
004850     IF WK-CUR-TCNT < 20
004860       THEN
004870         ADD 1              TO WK-CUR-TCNT
004880         MOVE F3-BLK        TO WK-CUR-TNAME(WK-CUR-TCNT)
004890         MOVE F3-OUT        TO WK-CUR-TVAL(WK-CUR-TCNT)
004900       ELSE
004910         ADD 1              TO WK-CNT-LOST
004920     END-IF
004930   WHEN 'EXMP'
004940     IF WK-CUR-ECNT < 10
004950       THEN
004960         ADD 1              TO WK-CUR-ECNT
004970         MOVE F3-OUT        TO WK-CUR-EXM(WK-CUR-ECNT)
004980       ELSE
004990         ADD 1              TO WK-CNT-LOST
005000     END-IF
005010   WHEN OTHER
005020     IF WK-CUR-BCNT < 20
005030       THEN
005040         ADD 1              TO WK-CUR-BCNT
005050         MOVE F3-BLK        TO WK-CUR-BNAME(WK-CUR-BCNT)
005060         MOVE F3-STATUS     TO WK-CUR-BSTS(WK-CUR-BCNT)
005070       ELSE
005080         ADD 1              TO WK-CNT-LOST
005090     END-IF
005100     IF F3-STATUS = 'FAIL' OR F3-STATUS = 'WARN'
005110       THEN
005120         PERFORM B23-TAKE-CONDITION
005130     END-IF
005140   END-EVALUATE.
005150 B20-ONE-RECORD-EXIT.
005160   EXIT.
005170 B21-OPEN-DECISION SECTION.
005180 B21-010.
005190   MOVE 1             TO WK-CUR-ON.
005200   MOVE F3-RUNID      TO WK-CUR-RUNID.
005210   MOVE F3-RSID       TO WK-CUR-RSID.
005220   MOVE F3-STATUS     TO WK-CUR-STATUS.
005230   MOVE F3-OUT        TO WK-CUR-OUT.
005240   MOVE F3-KEY        TO WK-CUR-KEY.
005250   MOVE SPACE         TO WK-CUR-DISP.
005260   MOVE ZERO          TO WK-CUR-BCNT.
005270   MOVE ZERO          TO WK-CUR-TCNT.
005280   MOVE ZERO          TO WK-CUR-ECNT.
005290   MOVE ZERO          TO WK-CUR-CCNT.
005300   IF F3-STATUS = 'FAIL' OR F3-STATUS = 'WARN'
005310     THEN
005320       PERFORM B23-TAKE-CONDITION
005330   END-IF.
005340 B21-OPEN-DECISION-EXIT.
005350   EXIT.
005360 B23-TAKE-CONDITION SECTION.
005370*--------------------------------------------------------------
005380*- THE FIRST REJECT-LOG REASON NOT YET TAKEN THAT BELONGS TO THE
005390*- F3 RECORD IN HAND (TEST-MAIN B11 WRITES ONE PER FAIL/WARN
005400*- RESULT, IN THE SAME ORDER).
005410*--------------------------------------------------------------
005420 B23-010.
005430   MOVE ZERO          TO WK-RJ-HIT.
005440   PERFORM VARYING WK-RJ-I FROM WK-RJ-LOW BY 1
005450     UNTIL WK-RJ-I > WK-RJ-CNT OR WK-RJ-HIT > ZERO
005460       IF WK-RJ-USED(WK-RJ-I) = ZERO
005470        AND WK-RJ-RUNID(WK-RJ-I) = F3-RUNID
005480        AND WK-RJ-RSID(WK-RJ-I) = F3-RSID
005490        AND WK-RJ-KEY(WK-RJ-I) = F3-KEY
005500        AND WK-RJ-OUT(WK-RJ-I) = F3-OUT
005510         THEN
005520           MOVE WK-RJ-I       TO WK-RJ-HIT
005530       END-IF
005540   END-PERFORM.
005550   IF WK-RJ-HIT = ZERO
005560     THEN
005570       GO TO B23-TAKE-CONDITION-EXIT
005580   END-IF.
005590   MOVE 1             TO WK-RJ-USED(WK-RJ-HIT).
005600   PERFORM UNTIL WK-RJ-LOW > WK-RJ-CNT
005610              OR WK-RJ-USED(WK-RJ-LOW) = ZERO
005620     ADD 1              TO WK-RJ-LOW
005630   END-PERFORM.
005640   IF WK-CUR-CCNT < 25
005650     THEN
005660       ADD 1              TO WK-CUR-CCNT
005670       MOVE WK-RJ-REASON(WK-RJ-HIT) TO WK-CUR-CND(WK-CUR-CCNT)
005680     ELSE
005690       ADD 1              TO WK-CNT-LOST
005700   END-IF.
005710 B23-TAKE-CONDITION-EXIT.
005720   EXIT.
005730 C10-WRITE-DECISION SECTION.
005740*--------------------------------------------------------------
005750*- ONE DECISION OBJECT FOR THE ASSEMBLED TRANSACTION.
005760*--------------------------------------------------------------
005770 C10-010.
005780   IF WK-CUR-ON = ZERO
005790     THEN
005800       GO TO C10-WRITE-DECISION-EXIT
005810   END-IF.
005820   MOVE ZERO          TO WK-CUR-ON.
005830   PERFORM C20-FIND-VERSION.
005840   MOVE SPACE         TO WK-JS.
005850   MOVE 1             TO WK-JS-PTR.
005860   MOVE ZERO          TO WK-JS-OVER.
005870   STRING '{"recordType":"decision","runId":'
005880                      DELIMITED BY SIZE
005890                      INTO WK-JS WITH POINTER WK-JS-PTR.
005900   MOVE WK-CUR-RUNID  TO WK-ESC-SRC.
005910   PERFORM Z21-PUT-STRING.
005920   STRING ',"ruleSet":' DELIMITED BY SIZE
005930                      INTO WK-JS WITH POINTER WK-JS-PTR.
005940   MOVE WK-CUR-RSID   TO WK-ESC-SRC.
005950   PERFORM Z21-PUT-STRING.
005960   STRING ',"version":' DELIMITED BY SIZE
005970                      INTO WK-JS WITH POINTER WK-JS-PTR.
005980   MOVE WK-VER-RESULT TO WK-ESC-SRC.
005990   PERFORM Z21-PUT-STRING.
006000   STRING ',"businessKey":' DELIMITED BY SIZE
006010                      INTO WK-JS WITH POINTER WK-JS-PTR.
006020   MOVE WK-CUR-KEY    TO WK-ESC-SRC.
006030   PERFORM Z21-PUT-STRING.
006040   STRING ',"status":' DELIMITED BY SIZE
006050                      INTO WK-JS WITH POINTER WK-JS-PTR.
006060   MOVE WK-CUR-STATUS TO WK-ESC-SRC.
006070   PERFORM Z21-PUT-STRING.
006080   STRING ',"output":' DELIMITED BY SIZE
006090                      INTO WK-JS WITH POINTER WK-JS-PTR.
006100   MOVE WK-CUR-OUT    TO WK-ESC-SRC.
006110   PERFORM Z21-PUT-STRING.
006120   PERFORM C11-PUT-DISPOSITION.
006130   STRING ',"blocks":[' DELIMITED BY SIZE
006140                      INTO WK-JS WITH POINTER WK-JS-PTR.
006150   PERFORM VARYING WK-CUR-I FROM 1 BY 1
006160     UNTIL WK-CUR-I > WK-CUR-BCNT OR WK-JS-OVER = 1
006170       IF WK-CUR-I > 1
006180         THEN
006190           PERFORM Z23-PUT-COMMA
006200       END-IF
006210       STRING '{"name":' DELIMITED BY SIZE
006220                          INTO WK-JS WITH POINTER WK-JS-PTR
006230       MOVE WK-CUR-BNAME(WK-CUR-I) TO WK-ESC-SRC
006240       PERFORM Z21-PUT-STRING
006250       STRING ',"status":' DELIMITED BY SIZE
006260                          INTO WK-JS WITH POINTER WK-JS-PTR
006270       MOVE WK-CUR-BSTS(WK-CUR-I)  TO WK-ESC-SRC
006280       PERFORM Z21-PUT-STRING
006290       STRING '}' DELIMITED BY SIZE
006300                          INTO WK-JS WITH POINTER WK-JS-PTR
006310   END-PERFORM.
006320   STRING '],"tags":{' DELIMITED BY SIZE
006330                      INTO WK-JS WITH POINTER WK-JS-PTR.
006340   PERFORM VARYING WK-CUR-I FROM 1 BY 1
006350     UNTIL WK-CUR-I > WK-CUR-TCNT OR WK-JS-OVER = 1
006360       IF WK-CUR-I > 1
006370         THEN
006380           PERFORM Z23-PUT-COMMA
006390       END-IF
006400       MOVE WK-CUR-TNAME(WK-CUR-I) TO WK-ESC-SRC
006410       PERFORM Z20-PUT-QUOTED
006420       STRING ':' DELIMITED BY SIZE
006430                          INTO WK-JS WITH POINTER WK-JS-PTR
006440       MOVE WK-CUR-TVAL(WK-CUR-I)  TO WK-ESC-SRC
006450       PERFORM Z21-PUT-STRING
006460   END-PERFORM.
006470   STRING '},"exemptions":[' DELIMITED BY SIZE
006480                      INTO WK-JS WITH POINTER WK-JS-PTR.
006490   PERFORM VARYING WK-CUR-I FROM 1 BY 1
006500     UNTIL WK-CUR-I > WK-CUR-ECNT OR WK-JS-OVER = 1
006510       IF WK-CUR-I > 1
006520         THEN
006530           PERFORM Z23-PUT-COMMA
006540       END-IF
006550       MOVE WK-CUR-EXM(WK-CUR-I)   TO WK-ESC-SRC
006560       PERFORM Z20-PUT-QUOTED
006570   END-PERFORM.
006580   STRING '],"failedConditions":[' DELIMITED BY SIZE
006590                      INTO WK-JS WITH POINTER WK-JS-PTR.
006600   PERFORM VARYING WK-CUR-I FROM 1 BY 1
006610     UNTIL WK-CUR-I > WK-CUR-CCNT OR WK-JS-OVER = 1
006620       IF WK-CUR-I > 1
006630         THEN
006640           PERFORM Z23-PUT-COMMA
006650       END-IF
006660       MOVE SPACE                  TO WK-ESC-SRC
006670       MOVE WK-CUR-CND(WK-CUR-I)   TO WK-ESC-SRC
006680       PERFORM Z20-PUT-QUOTED
006690   END-PERFORM.
006700   STRING ']' DELIMITED BY SIZE
006710                      INTO WK-JS WITH POINTER WK-JS-PTR.
006720   IF WK-JS-OVER = 1
006730     THEN
006740       STRING ',"truncated":true' DELIMITED BY SIZE
006750                          INTO WK-JS WITH POINTER WK-JS-PTR
006760   END-IF.
006770   STRING '}' DELIMITED BY SIZE
006780                      INTO WK-JS WITH POINTER WK-JS-PTR.
006790   PERFORM Z10-WRITE-LINE.
006800   ADD 1              TO WK-CNT-DECS.
006810   ADD 1              TO WK-G-DECS.
006820 C10-WRITE-DECISION-EXIT.
006830   EXIT.
006840 C11-PUT-DISPOSITION SECTION.
006850*--------------------------------------------------------------
006860*- THE 'DISP ' CODE AND ITS DISP_MASTER TEXTS. A CODE THE
006870*- MASTER DOES NOT HOLD IS COUNTED (ONLY WHEN A MASTER WAS
006880*- GIVEN) AND EXPORTED WITH NULL TEXTS.
006890*--------------------------------------------------------------
006900 C11-010.
006910   IF WK-CUR-DISP = SPACE
006920     THEN
006930       STRING ',"disposition":null' DELIMITED BY SIZE
006940                          INTO WK-JS WITH POINTER WK-JS-PTR
006950       GO TO C11-PUT-DISPOSITION-EXIT
006960   END-IF.
006970   MOVE ZERO          TO WK-DSP-HIT.
006980   PERFORM VARYING WK-DSP-I FROM 1 BY 1
006990     UNTIL WK-DSP-I > WK-DSP-CNT OR WK-DSP-HIT > ZERO
007000       IF WK-DSP-CODE(WK-DSP-I) = WK-CUR-DISP
007010         THEN
007020           MOVE WK-DSP-I      TO WK-DSP-HIT
007030       END-IF
007040   END-PERFORM.
007050   IF WK-DSP-HIT = ZERO AND WK-DSPNAME NOT = SPACE
007060     THEN
007070       ADD 1              TO WK-CNT-UNREG
007080   END-IF.
007090   STRING ',"disposition":{"code":' DELIMITED BY SIZE
007100                      INTO WK-JS WITH POINTER WK-JS-PTR.
007110   MOVE WK-CUR-DISP   TO WK-ESC-SRC.
007120   PERFORM Z21-PUT-STRING.
007130   STRING ',"name":' DELIMITED BY SIZE
007140                      INTO WK-JS WITH POINTER WK-JS-PTR.
007150   MOVE SPACE         TO WK-ESC-SRC.
007160   IF WK-DSP-HIT > ZERO
007170     THEN
007180       MOVE WK-DSP-NAME(WK-DSP-HIT) TO WK-ESC-SRC
007190   END-IF.
007200   PERFORM Z21-PUT-STRING.
007210   STRING ',"description":' DELIMITED BY SIZE
007220                      INTO WK-JS WITH POINTER WK-JS-PTR.
007230   MOVE SPACE         TO WK-ESC-SRC.
007240   IF WK-DSP-HIT > ZERO
007250     THEN
007260       MOVE WK-DSP-DESC(WK-DSP-HIT) TO WK-ESC-SRC
007270   END-IF.
007280   PERFORM Z21-PUT-STRING.
007290   STRING ',"category":' DELIMITED BY SIZE
007300                      INTO WK-JS WITH POINTER WK-JS-PTR.
007310   MOVE SPACE         TO WK-ESC-SRC.
007320   IF WK-DSP-HIT > ZERO
007330     THEN
007340       MOVE WK-DSP-CAT(WK-DSP-HIT)  TO WK-ESC-SRC
007350   END-IF.
007360   PERFORM Z21-PUT-STRING.
007370   STRING '}' DELIMITED BY SIZE
007380                      INTO WK-JS WITH POINTER WK-JS-PTR.
007390 C11-PUT-DISPOSITION-EXIT.
007400   EXIT.
007410 C20-FIND-VERSION SECTION.
007420*--------------------------------------------------------------
007430*- THE VERSION OF WK-CUR-RSID IN EFFECT ON THE RUN ID'S DATE:
007440*- THE LATEST HDR__ EFFECTIVE DATE NOT AFTER IT, HIGHEST
007450*- VERSION ON A TIE; A SET WITH ONE HDR__ BLOCK RUNS THAT BLOCK
007460*- WHATEVER ITS DATE. LOOKED UP ONCE PER SET AND DATE.
007470*--------------------------------------------------------------
007480 C20-010.
007490   MOVE SPACE         TO WK-VER-RESULT.
007500   IF WK-TBL-ON = ZERO OR WK-CUR-RSID = 'ALLRULES'
007510    OR WK-CUR-RSID = SPACE
007520     THEN
007530       GO TO C20-FIND-VERSION-EXIT
007540   END-IF.
007550   MOVE WK-CUR-RUNID(5:4) TO WK-VER-MMDD.
007560   MOVE ZERO          TO WK-VC-HIT.
007570   PERFORM VARYING WK-VC-I FROM 1 BY 1
007580     UNTIL WK-VC-I > WK-VC-CNT OR WK-VC-HIT > ZERO
007590       IF WK-VC-RSID(WK-VC-I) = WK-CUR-RSID
007600        AND WK-VC-MMDD(WK-VC-I) = WK-VER-MMDD
007610         THEN
007620           MOVE WK-VC-I       TO WK-VC-HIT
007630       END-IF
007640   END-PERFORM.
007650   IF WK-VC-HIT > ZERO
007660     THEN
007670       MOVE WK-VC-VER(WK-VC-HIT) TO WK-VER-RESULT
007680       GO TO C20-FIND-VERSION-EXIT
007690   END-IF.
007700   MOVE ZERO          TO WK-VER-BLK.
007710   MOVE ZERO          TO WK-VER-BEST.
007720   MOVE SPACE         TO WK-VER-BESTDT.
007730   MOVE SPACE         TO WK-VER-BESTVER.
007740   MOVE SPACE         TO WK-VER-FIRSTVER.
007750   MOVE WK-CUR-RSID   TO F1RSID.
007760   START F1INPUT KEY IS = F1RSID
007770     INVALID KEY
007780       MOVE '23'          TO FST
007790   END-START.
007800   PERFORM UNTIL FST NOT = '00'
007810     READ F1INPUT NEXT RECORD
007820       END
007830         CONTINUE
007840       NOT END
007850         IF F1RSID NOT = WK-CUR-RSID
007860           THEN
007870             MOVE '10'          TO FST
007880           ELSE
007890             PERFORM C21-ONE-ROW
007900         END-IF
007910     END-READ
007920   END-PERFORM.
007930   MOVE '00'          TO FST.
007940   EVALUATE TRUE
007950   WHEN WK-VER-BLK = 1
007960     MOVE WK-VER-FIRSTVER TO WK-VER-RESULT
007970   WHEN WK-VER-BEST > ZERO
007980     MOVE WK-VER-BESTVER  TO WK-VER-RESULT
007990   WHEN OTHER
008000     MOVE SPACE           TO WK-VER-RESULT
008010   END-EVALUATE.
008020   IF WK-VC-CNT < 100
008030     THEN
008040       ADD 1              TO WK-VC-CNT
008050       MOVE WK-CUR-RSID   TO WK-VC-RSID(WK-VC-CNT)
008060       MOVE WK-VER-MMDD   TO WK-VC-MMDD(WK-VC-CNT)
008070       MOVE WK-VER-RESULT TO WK-VC-VER(WK-VC-CNT)
008080   END-IF.
008090 C20-FIND-VERSION-EXIT.
008100   EXIT.
008110 C21-ONE-ROW SECTION.
008120 C21-010.
008130   IF F1BODY(1:5) NOT = 'HDR__'
008140     THEN
008150       GO TO C21-ONE-ROW-EXIT
008160   END-IF.
008170   ADD 1              TO WK-VER-BLK.
008180   IF WK-VER-BLK = 1
008190     THEN
008200       MOVE F1BODY(12:2)  TO WK-VER-FIRSTVER
008210   END-IF.
008220   IF F1BODY(14:4) NOT > WK-VER-MMDD
008230     THEN
008240       IF WK-VER-BEST = ZERO
008250        OR F1BODY(14:4) > WK-VER-BESTDT
008260        OR (F1BODY(14:4) = WK-VER-BESTDT
008270            AND F1BODY(12:2) > WK-VER-BESTVER)
008280         THEN
008290           MOVE WK-VER-BLK    TO WK-VER-BEST
008300           MOVE F1BODY(14:4)  TO WK-VER-BESTDT
008310           MOVE F1BODY(12:2)  TO WK-VER-BESTVER
008320       END-IF
008330   END-IF.
008340 C21-ONE-ROW-EXIT.
008350   EXIT.
008360 C30-WRITE-TRAILER SECTION.
008370*--------------------------------------------------------------
008380*- CHECK THE GROUP'S TALLIES AGAINST ITS F3 TRAILER, THEN
008390*- CARRY THE TRAILER'S COUNT AND HASH INTO THE TRAILER OBJECT.
008400*--------------------------------------------------------------
008410 C30-010.
008420   ADD 1              TO WK-GRPS.
008430   ADD 1              TO WK-CNT-TRLS.
008440   ADD WK-G-CNT       TO WK-TOT-CNT.
008450   IF WK-TRL-CNT NOT = WK-G-CNT
008460     THEN
008470       DISPLAY 'JSONEXPT:COUNT MISMATCH IN GROUP ' WK-GRPS
008480               '. TRL=' WK-TRL-CNT ' READ=' WK-G-CNT
008490       MOVE 1             TO WK-BAD
008500   END-IF.
008510   IF WK-TRL-HASH NOT = WK-G-HASH
008520     THEN
008530       DISPLAY 'JSONEXPT:HASH MISMATCH IN GROUP ' WK-GRPS
008540               '. TRL=' WK-TRL-HASH ' COMPUTED=' WK-G-HASH
008550       MOVE 1             TO WK-BAD
008560   END-IF.
008570   MOVE SPACE         TO WK-JS.
008580   MOVE 1             TO WK-JS-PTR.
008590   MOVE ZERO          TO WK-JS-OVER.
008600   STRING '{"recordType":"trailer","runId":'
008610                      DELIMITED BY SIZE
008620                      INTO WK-JS WITH POINTER WK-JS-PTR.
008630   MOVE WK-G-RUNID    TO WK-ESC-SRC.
008640   PERFORM Z21-PUT-STRING.
008650   STRING ',"count":' DELIMITED BY SIZE
008660                      INTO WK-JS WITH POINTER WK-JS-PTR.
008670   MOVE WK-TRL-CNT    TO WK-ED-N.
008680   PERFORM Z22-PUT-NUMBER.
008690   STRING ',"hash":' DELIMITED BY SIZE
008700                      INTO WK-JS WITH POINTER WK-JS-PTR.
008710   MOVE WK-TRL-HASH   TO WK-ED-N.
008720   PERFORM Z22-PUT-NUMBER.
008730   STRING ',"decisions":' DELIMITED BY SIZE
008740                      INTO WK-JS WITH POINTER WK-JS-PTR.
008750   MOVE WK-G-DECS     TO WK-ED-N.
008760   PERFORM Z22-PUT-NUMBER.
008770   STRING '}' DELIMITED BY SIZE
008780                      INTO WK-JS WITH POINTER WK-JS-PTR.
008790   PERFORM Z10-WRITE-LINE.
008800   MOVE ZERO          TO WK-G-CNT.
008810   MOVE ZERO          TO WK-G-HASH.
008820   MOVE ZERO          TO WK-G-DECS.
008830 C30-WRITE-TRAILER-EXIT.
008840   EXIT.
008850 D10-JUDGE SECTION.
008860*--------------------------------------------------------------
008870*- AS CHKVERIF: A HEADER, EVERY GROUP'S TRAILER MATCHING, AND
008880*- NO DATA RECORDS AFTER THE LAST TRAILER. ONLY A BALANCED
008890*- EXPORT IS REGISTERED AS HANDED OFF.
008900*--------------------------------------------------------------
008910 D10-010.
008920   IF WK-HDR-SEEN = ZERO
008930     THEN
008940       DISPLAY 'JSONEXPT:HEADER CONTROL RECORD MISSING.'
008950       MOVE 1             TO WK-BAD
008960   END-IF.
008970   IF WK-TRL-SEEN = ZERO
008980     THEN
008990       DISPLAY 'JSONEXPT:TRAILER CONTROL RECORD MISSING.'
009000       MOVE 1             TO WK-BAD
009010     ELSE
009020       IF WK-G-CNT NOT = ZERO
009030         THEN
009040           DISPLAY 'JSONEXPT:RECORDS AFTER THE LAST TRAILER. '
009050                   'COUNT=' WK-G-CNT
009060           MOVE 1             TO WK-BAD
009070       END-IF
009080   END-IF.
009090   IF WK-BAD = 1
009100     THEN
009110       DISPLAY 'JSONEXPT:RESULT FILE INCOMPLETE OR ALTERED. '
009120               'EXPORT NOT REGISTERED.'
009130     ELSE
009140       PERFORM E20-REGISTER-PRODUCED
009150   END-IF.
009160 D10-JUDGE-EXIT.
009170   EXIT.
009180 E20-REGISTER-PRODUCED SECTION.
009190*--------------------------------------------------------------
009200*- ONE 'PROD' HANDOFF-REGISTER RECORD FOR THE EXPORT (QUIET
009210*- WHEN NOT CONFIGURED): THE F3 DATA-RECORD COUNT THE TRAILER
009220*- OBJECTS ADD UP TO, AND THE LAST TRAILER'S HASH.
009230*--------------------------------------------------------------
009240 E20-010.
009250   IF WK-HOFNAME = SPACE
009260     THEN
009270       GO TO E20-REGISTER-PRODUCED-EXIT
009280   END-IF.
009290   OPEN EXTEND F36HOF.
009300   IF WK-HOF-FST = '35'
009310     THEN
009320       OPEN OUTPUT F36HOF
009330   END-IF.
009340   IF WK-HOF-FST NOT = '00'
009350     THEN
009360       DISPLAY 'JSONEXPT:HANDOFF REGISTER OPEN ERROR STATUS='
009370               WK-HOF-FST
009380       ADD 1              TO WK-NOTES
009390       GO TO E20-REGISTER-PRODUCED-EXIT
009400   END-IF.
009410   ACCEPT WK-HOF-DATE FROM DATE YYYYMMDD.
009420   ACCEPT WK-HOF-TIME FROM TIME.
009430   MOVE SPACE         TO F36RECORD.
009440   MOVE 'PROD'        TO F36-TYPE.
009450   STRING WK-HOF-DATE WK-HOF-TIME(1:6) INTO F36-STAMP.
009460   MOVE 'JSONEXPT'    TO F36-PROG.
009470   MOVE WK-JSNAME(1:60) TO F36-FILE.
009480   MOVE WK-TOT-CNT    TO F36-CNT.
009490   MOVE WK-TRL-HASH   TO F36-HASH.
009500   WRITE F36RECORD.
009510   CLOSE F36HOF.
009520 E20-REGISTER-PRODUCED-EXIT.
009530   EXIT.
009540 Z10-WRITE-LINE SECTION.
009550*--------------------------------------------------------------
009560*- A LINE PAST 15900 BYTES STOPS TAKING ITEMS BUT IS STILL
009570*- CLOSED AS AN OBJECT, WITH "truncated":true, SO THE FILE
009580*- STAYS ONE VALID OBJECT PER LINE.
009590*--------------------------------------------------------------
009600 Z10-010.
009610   IF WK-JS-OVER = 1
009620     THEN
009630       ADD 1              TO WK-CNT-CUT
009640   END-IF.
009650   MOVE WK-JS         TO F9RECORD.
009660   WRITE F9RECORD.
009670   IF WK-JS-FST NOT = '00'
009680     THEN
009690       DISPLAY 'JSONEXPT:JSON FILE WRITE ERROR STATUS='
009700               WK-JS-FST
009710       MOVE 1             TO WK-BAD
009720   END-IF.
009730 Z10-WRITE-LINE-EXIT.
009740   EXIT.
009750 Z20-PUT-QUOTED SECTION.
009760*--------------------------------------------------------------
009770*- WK-ESC-SRC (TRAILING SPACES DROPPED) AS A QUOTED, ESCAPED
009780*- JSON STRING. A BLANK SOURCE IS THE EMPTY STRING.
009790*--------------------------------------------------------------
009800 Z20-010.
009810   MOVE 100           TO WK-ESC-LEN.
009820   PERFORM UNTIL WK-ESC-LEN = ZERO
009830              OR WK-ESC-SRC(WK-ESC-LEN:1) NOT = SPACE
009840     SUBTRACT 1         FROM WK-ESC-LEN
009850   END-PERFORM.
009860   STRING '"' DELIMITED BY SIZE
009870                      INTO WK-JS WITH POINTER WK-JS-PTR.
009880   PERFORM VARYING WK-ESC-I FROM 1 BY 1
009890     UNTIL WK-ESC-I > WK-ESC-LEN OR WK-JS-OVER = 1
009900       MOVE WK-ESC-SRC(WK-ESC-I:1) TO WK-ESC-C
009910       COMPUTE WK-ESC-ORD = FUNCTION ORD(WK-ESC-C) - 1
009920       EVALUATE TRUE
009930       WHEN WK-ESC-C = '"' OR WK-ESC-C = '\'
009940         STRING '\' WK-ESC-C DELIMITED BY SIZE
009950                            INTO WK-JS WITH POINTER WK-JS-PTR
009960       WHEN WK-ESC-ORD < 32 OR WK-ESC-ORD = 127
009970         DIVIDE WK-ESC-ORD BY 16 GIVING WK-ESC-HI
009980                                REMAINDER WK-ESC-LO
009990         STRING '\u00'
010000                WK-ESC-HEX(WK-ESC-HI + 1:1)
010010                WK-ESC-HEX(WK-ESC-LO + 1:1)
010020                            DELIMITED BY SIZE
010030                            INTO WK-JS WITH POINTER WK-JS-PTR
010040       WHEN OTHER
010050         STRING WK-ESC-C DELIMITED BY SIZE
010060                            INTO WK-JS WITH POINTER WK-JS-PTR
010070       END-EVALUATE
010080       IF WK-JS-PTR > 15900
010090         THEN
010100           MOVE 1             TO WK-JS-OVER
010110       END-IF
010120   END-PERFORM.
010130   STRING '"' DELIMITED BY SIZE
010140                      INTO WK-JS WITH POINTER WK-JS-PTR.
010150   MOVE SPACE         TO WK-ESC-SRC.
010160 Z20-PUT-QUOTED-EXIT.
010170   EXIT.
010180 Z21-PUT-STRING SECTION.
010190*--------------------------------------------------------------
010200*- A FIELD VALUE: NULL WHEN BLANK, OTHERWISE QUOTED.
010210*--------------------------------------------------------------
010220 Z21-010.
010230   IF WK-ESC-SRC = SPACE
010240     THEN
010250       STRING 'null' DELIMITED BY SIZE
010260                          INTO WK-JS WITH POINTER WK-JS-PTR
010270     ELSE
010280       PERFORM Z20-PUT-QUOTED
010290   END-IF.
010300   MOVE SPACE         TO WK-ESC-SRC.
010310 Z21-PUT-STRING-EXIT.
010320   EXIT.
010330 Z22-PUT-NUMBER SECTION.
010340*- WK-ED-N WITHOUT ITS LEADING BLANKS.
010350 Z22-010.
010360   PERFORM VARYING WK-ED-I FROM 1 BY 1
010370     UNTIL WK-ED-N(WK-ED-I:1) NOT = SPACE
010380       CONTINUE
010390   END-PERFORM.
010400   STRING WK-ED-N(WK-ED-I:) DELIMITED BY SIZE
010410                      INTO WK-JS WITH POINTER WK-JS-PTR.
010420 Z22-PUT-NUMBER-EXIT.
010430   EXIT.
010440 Z23-PUT-COMMA SECTION.
010450 Z23-010.
010460   STRING ',' DELIMITED BY SIZE
010470                      INTO WK-JS WITH POINTER WK-JS-PTR.
010480 Z23-PUT-COMMA-EXIT.
010490   EXIT.
