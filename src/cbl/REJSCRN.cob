000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   REJSCRN.
000030*--------------------------------------------------------------
000040*- REJECT REPAIR SCREEN, RUN BY THE EXCEPTIONS DESK IN FRONT OF
000050*- REJREPRO. PAGES THROUGH THE OPEN REJECTS OF A REJECT LOG ONE
000060*- AT A TIME: RUN ID, SEQ, RULE SET, BUSINESS KEY AND F6-REASON
000070*- AT THE TOP, THEN EVERY INPUT FIELD WITH ITS REJECTED VALUE
000080*- AND ITS REPAIRED VALUE SIDE BY SIDE. ONLY THE REPAIRED
000090*- VALUES CAN BE KEYED - RUN ID, SEQ, KEY, OUTPUT AND REASON
000100*- ARE DISPLAY-ONLY, AND EVERY FIELD SITS AT ITS OWN FIXED
000110*- POSITION, SO A REPAIR CAN NO LONGER SHIFT A COLUMN.
000120*-
000130*- THE FIELDS ARE THE FIELD DICTIONARY ENTRIES OF THE FEED (SEE
000140*- RULCOMP FOR THE LAYOUT) - OPTIONAL COLUMN 78 GIVES THE FIELD
000150*- CLASS: 'N' = DIGITS ONLY, 'D' = A VALID YYYYMMDD DATE,
000160*- BLANK/'X' = ANY TEXT. WITHOUT A DICTIONARY THE FIVE RAW
000170*- INPUT AREAS ARE SHOWN AS TEXT FIELDS OF 10. AN EDIT IS
000180*- ACCEPTED ONLY WHEN IT FITS THE FIELD'S LENGTH AND CLASS;
000190*- OTHERWISE THE SCREEN STAYS PUT AND NAMES THE FIELD.
000200*-
000210*- COMMANDS: N (OR ENTER) = NEXT REJECT, P = PREVIOUS,
000220*- F = NEXT PAGE OF FIELDS, R = RESTORE THIS REJECT'S FIELDS,
000230*- W = WRITE THE REPAIR FILE AND END, X = END WITHOUT WRITING.
000240*-
000250*- THE REPAIR FILE (F6 SHAPE, READY FOR REJREPRO) HOLDS EVERY
000260*- OPEN REJECT OF THE LOG IN ITS ORIGINAL ORDER - REPAIRED ONES
000270*- WITH THEIR NEW FIELD VALUES, PASSED-OVER ONES EXACTLY AS
000280*- THEY WERE - BETWEEN A 'HDR ' RECORD CARRYING 'USER=' + THE
000290*- DESK USER ID (COLS 22-34, REJREPRO'S REPAIR-AUDIT USER WHEN
000300*- REPAIR_USER IS NOT SET) AND A 'TRL ' RECORD WITH THE COUNT
000310*- (COLS 5-11). EVERY CHANGED FIELD ALSO GETS A LINE IN THE
000320*- REPAIR LOG: USER, RUN ID, SEQ, FIELD, BEFORE, AFTER, DATE
000330*- AND TIME - EACH REPAIR CARRIES THE USER WHO KEYED IT.
000340*-
000350*- ENV: REJECT_FILE    = REJECT LOG TO REPAIR (F6 SHAPE),
000360*-      REPAIR_FILE    = REPAIR FILE FOR REJREPRO,
000370*-      REPAIR_LOG     = REPAIR LOG (APPENDED),
000380*-      REPAIR_USER    = DESK USER ID (DEFAULT ENV USER),
000390*-      FIELDDICT_FILE/FIELDDICT_FEED = FIELD DICTIONARY AND
000400*-      FEED (OPTIONAL, SEE RULCOMP).
000410*- RETURN-CODE: 0=REPAIR FILE WRITTEN, 4=ENDED WITHOUT WRITING,
000420*-              12=NO USER ID OR NO OPEN REJECTS, 16=FATAL I/O.
000430*--------------------------------------------------------------
000440 ENVIRONMENT    DIVISION.
000450 INPUT-OUTPUT               SECTION.
000460 FILE-CONTROL.
000470   SELECT F6REJECT ASSIGN TO WK-RJCTNAME
000480   STATUS WK-RJCT-FST.
000490   SELECT F2REPAIR ASSIGN TO WK-REPNAME
000500   STATUS WK-REP-FST.
000510   SELECT F8RLOG  ASSIGN TO WK-LOGNAME
000520   ORGANIZATION LINE SEQUENTIAL
000530   STATUS WK-LOG-FST.
000540   SELECT F4DICT  ASSIGN TO WK-DICTNAME
000550   ORGANIZATION LINE SEQUENTIAL
000560   STATUS WK-DICT-FST.
000570 DATA DIVISION.
000580 FILE                       SECTION.
000590 FD  F6REJECT.
000600 01  F6RECORD               PIC X(281).
000610 FD  F2REPAIR.
000620 01  F2RECORD               SYNC.
000630   03 F2-RUNID              PIC X(16).
000640   03 F2-SEQ                PIC 9(07).
000650   03 F2-RSID               PIC X(08).
000660   03 F2-IN                 PIC X(50).
000670   03 F2-OUT                PIC X(100).
000680   03 F2-REASON             PIC X(80).
000690   03 F2-KEY                PIC X(20).
000700 01  F2CTLREC               PIC X(281).
000710 FD  F8RLOG.
000720*--------------------------------------------------------------
000730*- ONE REPAIR-LOG LINE PER FIELD THE DESK CHANGED.
000740*--------------------------------------------------------------
000750 01  F8RECORD               SYNC.
000760   03 F8-USER               PIC X(08).
000770   03 FILLER                PIC X(01).
000780   03 F8-RUNID              PIC X(16).
000790   03 FILLER                PIC X(01).
000800   03 F8-SEQ                PIC 9(07).
000810   03 FILLER                PIC X(01).
000820   03 F8-FIELD              PIC X(12).
000830   03 FILLER                PIC X(01).
000840   03 F8-BEFORE             PIC X(10).
000850   03 FILLER                PIC X(01).
000860   03 F8-AFTER              PIC X(10).
000870   03 FILLER                PIC X(01).
000880   03 F8-DATE               PIC X(08).
000890   03 FILLER                PIC X(01).
000900   03 F8-TIME               PIC X(06).
000910 FD  F4DICT.
000920 01  F4RECORD               PIC X(80).
000930 WORKING-STORAGE SECTION.
000940 01  WK-FILES               SYNC.
000950   03 WK-RJCTNAME           PIC X(100).
000960   03 WK-RJCT-FST           PIC X(02).
000970   03 WK-REPNAME            PIC X(100).
000980   03 WK-REP-FST            PIC X(02).
000990   03 WK-LOGNAME            PIC X(100).
001000   03 WK-LOG-FST            PIC X(02).
001010   03 WK-DICTNAME           PIC X(100).
001020   03 WK-DICT-FST           PIC X(02).
001030   03 WK-DICT-FEED          PIC X(08).
001040 01  WK-USER                PIC X(08).
001050 01  WK-DATE                PIC X(08).
001060 01  WK-TIME                PIC X(08).
001070*--------------------------------------------------------------
001080*- THE OPEN REJECTS: THE RECORD AS LOGGED AND ITS INPUT AREAS
001090*- AS REPAIRED SO FAR. REJECTS PAST THE TABLE ARE NOT SHOWN BUT
001100*- STILL GO TO THE REPAIR FILE UNCHANGED.
001110*--------------------------------------------------------------
001120 01  WK-RJ                  SYNC.
001130   03 WK-RJ-CNT             PIC 9(05) VALUE ZERO.
001140   03 WK-RJ-ALL             PIC 9(07) VALUE ZERO.
001150   03 WK-RJ-I               PIC 9(05).
001160   03 WK-RJ-CUR             PIC 9(05).
001170   03 WK-RJ-CHG             PIC 9(05) VALUE ZERO.
001180   03 WK-RJ-TBL             OCCURS 2000 TIMES.
001190     05 WK-RJ-REC           PIC X(281).
001200     05 WK-RJ-NEW           PIC X(50).
001210*- THE CURRENT REJECT, FIELD BY FIELD.
001220 01  WK-RV                  SYNC.
001230   03 WK-RV-RUNID           PIC X(16).
001240   03 WK-RV-SEQ             PIC 9(07).
001250   03 WK-RV-RSID            PIC X(08).
001260   03 WK-RV-IN              PIC X(50).
001270   03 WK-RV-OUT             PIC X(100).
001280   03 WK-RV-REASON          PIC X(80).
001290   03 WK-RV-KEY             PIC X(20).
001300*--------------------------------------------------------------
001310*- THE FIELDS OF A REJECT: DICTIONARY ENTRIES OF THE FEED, OR
001320*- THE FIVE RAW INPUT AREAS. WK-FDC-OFF = OFFSET IN F6-IN100.
001330*--------------------------------------------------------------
001340 01  WK-FDC                 SYNC.
001350   03 WK-FDC-CNT            PIC 9(03) VALUE ZERO.
001360   03 WK-FDC-I              PIC 9(03).
001370   03 WK-FDC-OFF            PIC 9(03).
001380   03 WK-FDC-TBL            OCCURS 100 TIMES.
001390     05 WK-FDC-NAME         PIC X(12).
001400     05 WK-FDC-AREA         PIC 9(01).
001410     05 WK-FDC-POS          PIC 9(05).
001420     05 WK-FDC-LEN          PIC 9(05).
001430     05 WK-FDC-CLS          PIC X(01).
001440*--------------------------------------------------------------
001450*- SCREEN WORK: TEN FIELD ROWS PER PAGE. WK-SR-FDC = THE FIELD
001460*- ON THE ROW (ZERO = EMPTY ROW).
001470*--------------------------------------------------------------
001480 01  WK-SCR                 SYNC.
001490   03 WK-SCR-POSN           PIC X(30).
001500   03 WK-SCR-FPAGE          PIC X(24).
001510   03 WK-SCR-MSG            PIC X(78).
001520   03 WK-SCR-CMD            PIC X(01).
001530   03 WK-SCR-END            PIC 9(01) VALUE ZERO.
001540   03 WK-SCR-ERR            PIC 9(01).
001550   03 WK-FP                 PIC 9(03).
001560   03 WK-FP-CNT             PIC 9(03).
001570   03 WK-SR-I               PIC 9(03).
001580   03 WK-SR-TBL             OCCURS 10 TIMES.
001590     05 WK-SR-FDC           PIC 9(03).
001600     05 WK-SR-NAME          PIC X(12).
001610     05 WK-SR-LOC           PIC X(10).
001620     05 WK-SR-CLS           PIC X(01).
001630     05 WK-SR-CUR           PIC X(10).
001640     05 WK-SR-NEW           PIC X(10).
001650 01  WK-EDIT                SYNC.
001660   03 WK-ED-VAL             PIC X(10).
001670   03 WK-ED-LEN             PIC 9(05).
001680   03 WK-ED-DATE            PIC X(08).
001690   03 WK-ED-DATE-N REDEFINES WK-ED-DATE PIC 9(08).
001700   03 WK-ED-TXT             PIC X(40).
001710 01  WK-CNT                 SYNC.
001720   03 WK-CNT-WRITE          PIC 9(07) VALUE ZERO.
001730   03 WK-CNT-LOG            PIC 9(07) VALUE ZERO.
001740 SCREEN SECTION.
001750 01  WK-REPAIR-SCREEN.
001760   03 BLANK SCREEN.
001770   03 LINE 01 COL 01 VALUE 'REJSCRN  REJECT REPAIR'.
001780   03 LINE 01 COL 30 PIC X(30) FROM WK-SCR-POSN.
001790   03 LINE 01 COL 64 VALUE 'USER '.
001800   03 LINE 01 COL 69 PIC X(08) FROM WK-USER.
001810   03 LINE 03 COL 01 VALUE 'RUN ID'.
001820   03 LINE 03 COL 10 PIC X(16) FROM WK-RV-RUNID.
001830   03 LINE 03 COL 30 VALUE 'SEQ'.
001840   03 LINE 03 COL 35 PIC 9(07) FROM WK-RV-SEQ.
001850   03 LINE 03 COL 46 VALUE 'RULE SET'.
001860   03 LINE 03 COL 56 PIC X(08) FROM WK-RV-RSID.
001870   03 LINE 04 COL 01 VALUE 'KEY'.
001880   03 LINE 04 COL 10 PIC X(20) FROM WK-RV-KEY.
001890   03 LINE 05 COL 01 VALUE 'REASON'.
001900   03 LINE 06 COL 01 PIC X(80) FROM WK-RV-REASON.
001910   03 LINE 08 COL 01 VALUE 'FIELD'.
001920   03 LINE 08 COL 15 VALUE 'AREA(POS:LN)'.
001930   03 LINE 08 COL 28 VALUE 'CL'.
001940   03 LINE 08 COL 32 VALUE 'REJECTED'.
001950   03 LINE 08 COL 46 VALUE 'REPAIRED'.
001960   03 LINE 08 COL 58 PIC X(24) FROM WK-SCR-FPAGE.
001970   03 LINE 09 COL 01 PIC X(12) FROM WK-SR-NAME(1).
001980   03 LINE 09 COL 15 PIC X(10) FROM WK-SR-LOC(1).
001990   03 LINE 09 COL 28 PIC X(01) FROM WK-SR-CLS(1).
002000   03 LINE 09 COL 31 PIC X(10) FROM WK-SR-CUR(1).
002010   03 LINE 09 COL 46 PIC X(10) USING WK-SR-NEW(1) UNDERLINE.
002020   03 LINE 10 COL 01 PIC X(12) FROM WK-SR-NAME(2).
002030   03 LINE 10 COL 15 PIC X(10) FROM WK-SR-LOC(2).
002040   03 LINE 10 COL 28 PIC X(01) FROM WK-SR-CLS(2).
002050   03 LINE 10 COL 31 PIC X(10) FROM WK-SR-CUR(2).
002060   03 LINE 10 COL 46 PIC X(10) USING WK-SR-NEW(2) UNDERLINE.
002070   03 LINE 11 COL 01 PIC X(12) FROM WK-SR-NAME(3).
002080   03 LINE 11 COL 15 PIC X(10) FROM WK-SR-LOC(3).
002090   03 LINE 11 COL 28 PIC X(01) FROM WK-SR-CLS(3).
002100   03 LINE 11 COL 31 PIC X(10) FROM WK-SR-CUR(3).
002110   03 LINE 11 COL 46 PIC X(10) USING WK-SR-NEW(3) UNDERLINE.
002120   03 LINE 12 COL 01 PIC X(12) FROM WK-SR-NAME(4).
002130   03 LINE 12 COL 15 PIC X(10) FROM WK-SR-LOC(4).
002140   03 LINE 12 COL 28 PIC X(01) FROM WK-SR-CLS(4).
002150   03 LINE 12 COL 31 PIC X(10) FROM WK-SR-CUR(4).
002160   03 LINE 12 COL 46 PIC X(10) USING WK-SR-NEW(4) UNDERLINE.
002170   03 LINE 13 COL 01 PIC X(12) FROM WK-SR-NAME(5).
002180   03 LINE 13 COL 15 PIC X(10) FROM WK-SR-LOC(5).
002190   03 LINE 13 COL 28 PIC X(01) FROM WK-SR-CLS(5).
002200   03 LINE 13 COL 31 PIC X(10) FROM WK-SR-CUR(5).
002210   03 LINE 13 COL 46 PIC X(10) USING WK-SR-NEW(5) UNDERLINE.
002220   03 LINE 14 COL 01 PIC X(12) FROM WK-SR-NAME(6).
002230   03 LINE 14 COL 15 PIC X(10) FROM WK-SR-LOC(6).
002240   03 LINE 14 COL 28 PIC X(01) FROM WK-SR-CLS(6).
002250   03 LINE 14 COL 31 PIC X(10) FROM WK-SR-CUR(6).
002260   03 LINE 14 COL 46 PIC X(10) USING WK-SR-NEW(6) UNDERLINE.
002270   03 LINE 15 COL 01 PIC X(12) FROM WK-SR-NAME(7).
002280   03 LINE 15 COL 15 PIC X(10) FROM WK-SR-LOC(7).
002290   03 LINE 15 COL 28 PIC X(01) FROM WK-SR-CLS(7).
002300   03 LINE 15 COL 31 PIC X(10) FROM WK-SR-CUR(7).
002310   03 LINE 15 COL 46 PIC X(10) USING WK-SR-NEW(7) UNDERLINE.
002320   03 LINE 16 COL 01 PIC X(12) FROM WK-SR-NAME(8).
002330   03 LINE 16 COL 15 PIC X(10) FROM WK-SR-LOC(8).
002340   03 LINE 16 COL 28 PIC X(01) FROM WK-SR-CLS(8).
002350   03 LINE 16 COL 31 PIC X(10) FROM WK-SR-CUR(8).
002360   03 LINE 16 COL 46 PIC X(10) USING WK-SR-NEW(8) UNDERLINE.
002370   03 LINE 17 COL 01 PIC X(12) FROM WK-SR-NAME(9).
002380   03 LINE 17 COL 15 PIC X(10) FROM WK-SR-LOC(9).
002390   03 LINE 17 COL 28 PIC X(01) FROM WK-SR-CLS(9).
002400   03 LINE 17 COL 31 PIC X(10) FROM WK-SR-CUR(9).
002410   03 LINE 17 COL 46 PIC X(10) USING WK-SR-NEW(9) UNDERLINE.
002420   03 LINE 18 COL 01 PIC X(12) FROM WK-SR-NAME(10).
002430   03 LINE 18 COL 15 PIC X(10) FROM WK-SR-LOC(10).
002440   03 LINE 18 COL 28 PIC X(01) FROM WK-SR-CLS(10).
002450   03 LINE 18 COL 31 PIC X(10) FROM WK-SR-CUR(10).
002460   03 LINE 18 COL 46 PIC X(10) USING WK-SR-NEW(10) UNDERLINE.
002470   03 LINE 20 COL 01 PIC X(78) FROM WK-SCR-MSG HIGHLIGHT.
002480   03 LINE 22 COL 01 VALUE
002490      'N=NEXT P=PREV F=MORE FIELDS R=RESTORE W=WRITE X=EXIT'.
002500   03 LINE 22 COL 56 VALUE 'COMMAND'.
002510   03 LINE 22 COL 64 PIC X(01) USING WK-SCR-CMD.
002520 PROCEDURE DIVISION.
002530 A00-MAIN SECTION.
002540*--------------------------------------------------------------
002550*- LOAD THE REJECTS AND THE FIELDS, RUN THE SCREEN, THEN WRITE
002560*- THE REPAIR FILE WHEN THE DESK ASKS FOR IT.
002570*--------------------------------------------------------------
002580 A00-010.
002590   MOVE SPACE         TO WK-RJCTNAME.
002600   ACCEPT WK-RJCTNAME FROM ENVIRONMENT 'REJECT_FILE'.
002610   IF WK-RJCTNAME = SPACE
002620     MOVE '../data/pcheckreject.txt' TO WK-RJCTNAME
002630   END-IF.
002640   MOVE SPACE         TO WK-REPNAME.
002650   ACCEPT WK-REPNAME  FROM ENVIRONMENT 'REPAIR_FILE'.
002660   IF WK-REPNAME = SPACE
002670     MOVE '../data/pcheckrepair.txt' TO WK-REPNAME
002680   END-IF.
002690   MOVE SPACE         TO WK-LOGNAME.
002700   ACCEPT WK-LOGNAME  FROM ENVIRONMENT 'REPAIR_LOG'.
002710   IF WK-LOGNAME = SPACE
002720     MOVE '../data/pcheckrepairlog.txt' TO WK-LOGNAME
002730   END-IF.
002740   MOVE SPACE         TO WK-DICTNAME.
002750   ACCEPT WK-DICTNAME FROM ENVIRONMENT 'FIELDDICT_FILE'.
002760   MOVE SPACE         TO WK-DICT-FEED.
002770   ACCEPT WK-DICT-FEED FROM ENVIRONMENT 'FIELDDICT_FEED'.
002780   MOVE SPACE         TO WK-USER.
002790   ACCEPT WK-USER     FROM ENVIRONMENT 'REPAIR_USER'.
002800   IF WK-USER = SPACE
002810     THEN
002820       ACCEPT WK-USER     FROM ENVIRONMENT 'USER'
002830   END-IF.
002840   IF WK-USER = SPACE
002850     THEN
002860       DISPLAY 'REJSCRN:NO USER ID (SET REPAIR_USER)'
002870       MOVE 12            TO RETURN-CODE
002880       GOBACK
002890   END-IF.
002900   PERFORM B10-LOAD-REJECTS.
002910   IF RETURN-CODE NOT = ZERO
002920     THEN
002930       GOBACK
002940   END-IF.
002950   IF WK-DICTNAME NOT = SPACE
002960     THEN
002970       PERFORM B20-LOAD-DICTIONARY
002980   END-IF.
002990   IF WK-FDC-CNT = ZERO
003000     THEN
003010       PERFORM VARYING WK-FDC-I FROM 1 BY 1
003020         UNTIL WK-FDC-I > 5
003030           MOVE SPACE         TO WK-FDC-NAME(WK-FDC-I)
003040           STRING 'IN' WK-FDC-I(3:1) '00'
003050                      DELIMITED BY SIZE
003060                      INTO WK-FDC-NAME(WK-FDC-I)
003070           MOVE WK-FDC-I(3:1) TO WK-FDC-AREA(WK-FDC-I)
003080           MOVE 1             TO WK-FDC-POS(WK-FDC-I)
003090           MOVE 10            TO WK-FDC-LEN(WK-FDC-I)
003100           MOVE 'X'           TO WK-FDC-CLS(WK-FDC-I)
003110       END-PERFORM
003120       MOVE 5             TO WK-FDC-CNT
003130   END-IF.
003140   COMPUTE WK-FP-CNT = (WK-FDC-CNT + 9) / 10.
003150   MOVE 1             TO WK-RJ-CUR.
003160   MOVE 1             TO WK-FP.
003170   PERFORM C10-FILL-SCREEN.
003180   MOVE SPACE         TO WK-SCR-MSG.
003190   PERFORM UNTIL WK-SCR-END NOT = ZERO
003200     PERFORM C20-ONE-INTERACTION
003210   END-PERFORM.
003220   IF WK-SCR-END = 2
003230     THEN
003240       DISPLAY 'REJSCRN:ENDED WITHOUT WRITING. NOTHING REPAIRED'
003250       MOVE 4             TO RETURN-CODE
003260       GOBACK
003270   END-IF.
003280   PERFORM D10-WRITE-REPAIR-FILE.
003290   IF RETURN-CODE NOT = ZERO
003300     THEN
003310       GOBACK
003320   END-IF.
003330   DISPLAY '=================================================='.
003340   DISPLAY 'REJSCRN REPAIR FILE: ' WK-REPNAME(1:60).
003350   DISPLAY 'REJSCRN USER          =' WK-USER.
003360   DISPLAY 'REJSCRN REJECTS       =' WK-CNT-WRITE.
003370   DISPLAY 'REJSCRN REPAIRED      =' WK-RJ-CHG.
003380   DISPLAY 'REJSCRN FIELD CHANGES =' WK-CNT-LOG.
003390   DISPLAY '=================================================='.
003400   MOVE ZERO          TO RETURN-CODE.
003410   GOBACK.
003420 A00-MAIN-EXIT.
003430   EXIT.
003440 B10-LOAD-REJECTS SECTION.
003450*--------------------------------------------------------------
003460*- LOAD THE OPEN REJECTS (HDR/TRL CONTROL RECORDS SKIPPED).
003470*--------------------------------------------------------------
003480 B10-010.
003490   OPEN INPUT F6REJECT.
003500   IF WK-RJCT-FST NOT = '00'
003510     THEN
003520       DISPLAY 'REJSCRN:REJECT FILE OPEN ERROR STATUS='
003530               WK-RJCT-FST
003540       MOVE 16            TO RETURN-CODE
003550       GO TO B10-LOAD-REJECTS-EXIT
003560   END-IF.
003570   PERFORM UNTIL WK-RJCT-FST NOT = '00'
003580     READ F6REJECT
003590       AT END
003600         CONTINUE
003610       NOT AT END
003620         IF F6RECORD(1:4) NOT = 'HDR '
003630          AND F6RECORD(1:4) NOT = 'TRL '
003640           THEN
003650             ADD 1              TO WK-RJ-ALL
003660             IF WK-RJ-CNT < 2000
003670               THEN
003680                 ADD 1              TO WK-RJ-CNT
003690                 MOVE F6RECORD      TO WK-RJ-REC(WK-RJ-CNT)
003700                 MOVE F6RECORD(32:50) TO WK-RJ-NEW(WK-RJ-CNT)
003710             END-IF
003720         END-IF
003730     END-READ
003740   END-PERFORM.
003750   CLOSE F6REJECT.
003760   IF WK-RJ-CNT = ZERO
003770     THEN
003780       DISPLAY 'REJSCRN:NO OPEN REJECTS IN ' WK-RJCTNAME(1:60)
003790       MOVE 12            TO RETURN-CODE
003800       GO TO B10-LOAD-REJECTS-EXIT
003810   END-IF.
003820   IF WK-RJ-ALL > WK-RJ-CNT
003830     THEN
003840       DISPLAY 'REJSCRN:ONLY THE FIRST ' WK-RJ-CNT ' OF '
003850               WK-RJ-ALL ' REJECTS ARE SHOWN. THE REST ARE'
003860               ' KEPT UNCHANGED'
003870   END-IF.
003880 B10-LOAD-REJECTS-EXIT.
003890   EXIT.
003900 B20-LOAD-DICTIONARY SECTION.
003910*--------------------------------------------------------------
003920*- LOAD THE FIELD DICTIONARY ENTRIES FOR THE FEED (ENV
003930*- FIELDDICT_FEED) AND THE ALL-FEEDS (BLANK FEED) ENTRIES, WITH
003940*- THE FIELD CLASS FROM COLUMN 78 (BLANK = 'X'). A DATE FIELD
003950*- NOT 8 LONG IS TAKEN AS TEXT.
003960*--------------------------------------------------------------
003970 B20-010.
003980   OPEN INPUT F4DICT.
003990   IF WK-DICT-FST NOT = '00'
004000     THEN
004010       DISPLAY 'REJSCRN:FIELD DICTIONARY OPEN ERROR STATUS='
004020               WK-DICT-FST
004030       GO TO B20-LOAD-DICTIONARY-EXIT
004040   END-IF.
004050   PERFORM UNTIL WK-DICT-FST NOT = '00'
004060     READ F4DICT
004070       AT END
004080         CONTINUE
004090       NOT AT END
004100         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
004110          AND (F4RECORD(1:8) = WK-DICT-FEED
004120               OR F4RECORD(1:8) = SPACE)
004130          AND F4RECORD(23:1) NOT < '1'
004140          AND F4RECORD(23:1) NOT > '5'
004150          AND F4RECORD(25:5) NUMERIC AND F4RECORD(31:5) NUMERIC
004160          AND WK-FDC-CNT < 100
004170           THEN
004180             ADD 1              TO WK-FDC-CNT
004190             MOVE F4RECORD(10:12) TO WK-FDC-NAME(WK-FDC-CNT)
004200             MOVE F4RECORD(23:1) TO WK-FDC-AREA(WK-FDC-CNT)
004210             MOVE F4RECORD(25:5) TO WK-FDC-POS(WK-FDC-CNT)
004220             MOVE F4RECORD(31:5) TO WK-FDC-LEN(WK-FDC-CNT)
004230             MOVE F4RECORD(78:1) TO WK-FDC-CLS(WK-FDC-CNT)
004240             IF WK-FDC-CLS(WK-FDC-CNT) NOT = 'N'
004250              AND WK-FDC-CLS(WK-FDC-CNT) NOT = 'D'
004260               THEN
004270                 MOVE 'X'           TO WK-FDC-CLS(WK-FDC-CNT)
004280             END-IF
004290             IF WK-FDC-CLS(WK-FDC-CNT) = 'D'
004300              AND WK-FDC-LEN(WK-FDC-CNT) NOT = 8
004310               THEN
004320                 MOVE 'X'           TO WK-FDC-CLS(WK-FDC-CNT)
004330             END-IF
004340             IF WK-FDC-POS(WK-FDC-CNT) = ZERO
004350              OR WK-FDC-LEN(WK-FDC-CNT) = ZERO
004360              OR WK-FDC-POS(WK-FDC-CNT)
004370                 + WK-FDC-LEN(WK-FDC-CNT) - 1 > 10
004380               THEN
004390                 SUBTRACT 1     FROM WK-FDC-CNT
004400             END-IF
004410         END-IF
004420     END-READ
004430   END-PERFORM.
004440   CLOSE F4DICT.
004450 B20-LOAD-DICTIONARY-EXIT.
004460   EXIT.
004470 C10-FILL-SCREEN SECTION.
004480*--------------------------------------------------------------
004490*- PUT THE CURRENT REJECT AND ITS CURRENT PAGE OF FIELDS ON THE
004500*- SCREEN: REJECTED VALUE FROM THE LOGGED RECORD, REPAIRED
004510*- VALUE FROM THE EDITS SO FAR.
004520*--------------------------------------------------------------
004530 C10-010.
004540   MOVE WK-RJ-REC(WK-RJ-CUR) TO WK-RV.
004550   MOVE SPACE         TO WK-SCR-POSN.
004560   STRING 'REJECT ' WK-RJ-CUR ' OF ' WK-RJ-CNT
004570                      DELIMITED BY SIZE INTO WK-SCR-POSN.
004580   MOVE SPACE         TO WK-SCR-FPAGE.
004590   STRING 'FIELD PAGE ' WK-FP ' OF ' WK-FP-CNT
004600                      DELIMITED BY SIZE INTO WK-SCR-FPAGE.
004610   MOVE SPACE         TO WK-SCR-CMD.
004620   PERFORM VARYING WK-SR-I FROM 1 BY 1
004630     UNTIL WK-SR-I > 10
004640       COMPUTE WK-FDC-I = (WK-FP - 1) * 10 + WK-SR-I
004650       MOVE SPACE         TO WK-SR-TBL(WK-SR-I)
004660       MOVE ZERO          TO WK-SR-FDC(WK-SR-I)
004670       IF WK-FDC-I NOT > WK-FDC-CNT
004680         THEN
004690           MOVE WK-FDC-I      TO WK-SR-FDC(WK-SR-I)
004700           MOVE WK-FDC-NAME(WK-FDC-I) TO WK-SR-NAME(WK-SR-I)
004710           STRING 'IN' WK-FDC-AREA(WK-FDC-I)
004720                  '(' WK-FDC-POS(WK-FDC-I)(4:2)
004730                  ':' WK-FDC-LEN(WK-FDC-I)(4:2) ')'
004740                      DELIMITED BY SIZE
004750                      INTO WK-SR-LOC(WK-SR-I)
004760           MOVE WK-FDC-CLS(WK-FDC-I) TO WK-SR-CLS(WK-SR-I)
004770           COMPUTE WK-FDC-OFF = (WK-FDC-AREA(WK-FDC-I) - 1) * 10
004780                              + WK-FDC-POS(WK-FDC-I)
004790           MOVE WK-RV-IN(WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
004800             TO WK-SR-CUR(WK-SR-I)
004810           MOVE WK-RJ-NEW(WK-RJ-CUR)
004820                       (WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
004830             TO WK-SR-NEW(WK-SR-I)
004840       END-IF
004850   END-PERFORM.
004860 C10-FILL-SCREEN-EXIT.
004870   EXIT.
004880 C20-ONE-INTERACTION SECTION.
004890*--------------------------------------------------------------
004900*- SHOW THE SCREEN, TAKE THE DESK'S EDITS AND COMMAND. EDITS
004910*- ARE CHECKED FIRST; ANY BAD ONE KEEPS THE SCREEN WHERE IT IS
004920*- (THE COMMAND IS NOT OBEYED). X AND R NEED NO VALID EDITS.
004930*--------------------------------------------------------------
004940 C20-010.
004950   DISPLAY WK-REPAIR-SCREEN.
004960   ACCEPT WK-REPAIR-SCREEN.
004970   MOVE SPACE         TO WK-SCR-MSG.
004980   INSPECT WK-SCR-CMD CONVERTING 'nprfwx' TO 'NPRFWX'.
004990   IF WK-SCR-CMD = 'X'
005000     THEN
005010       MOVE 2             TO WK-SCR-END
005020       GO TO C20-ONE-INTERACTION-EXIT
005030   END-IF.
005040   IF WK-SCR-CMD = 'R'
005050     THEN
005060       MOVE WK-RJ-REC(WK-RJ-CUR)(32:50) TO WK-RJ-NEW(WK-RJ-CUR)
005070       PERFORM C10-FILL-SCREEN
005080       MOVE 'FIELDS RESTORED TO THE REJECTED VALUES'
005090         TO WK-SCR-MSG
005100       GO TO C20-ONE-INTERACTION-EXIT
005110   END-IF.
005120   PERFORM C30-CHECK-EDITS.
005130   IF WK-SCR-ERR NOT = ZERO
005140     THEN
005150       GO TO C20-ONE-INTERACTION-EXIT
005160   END-IF.
005170   PERFORM C40-APPLY-EDITS.
005180   EVALUATE WK-SCR-CMD
005190     WHEN 'N'
005200     WHEN SPACE
005210       IF WK-RJ-CUR < WK-RJ-CNT
005220         THEN
005230           ADD 1              TO WK-RJ-CUR
005240           MOVE 1             TO WK-FP
005250         ELSE
005260           MOVE 'LAST REJECT - W TO WRITE THE REPAIR FILE'
005270             TO WK-SCR-MSG
005280       END-IF
005290     WHEN 'P'
005300       IF WK-RJ-CUR > 1
005310         THEN
005320           SUBTRACT 1         FROM WK-RJ-CUR
005330           MOVE 1             TO WK-FP
005340         ELSE
005350           MOVE 'FIRST REJECT' TO WK-SCR-MSG
005360       END-IF
005370     WHEN 'F'
005380       IF WK-FP < WK-FP-CNT
005390         THEN
005400           ADD 1              TO WK-FP
005410         ELSE
005420           MOVE 1             TO WK-FP
005430       END-IF
005440     WHEN 'W'
005450       MOVE 1             TO WK-SCR-END
005460     WHEN OTHER
005470       MOVE 'UNKNOWN COMMAND - USE N P F R W OR X'
005480         TO WK-SCR-MSG
005490   END-EVALUATE.
005500   PERFORM C10-FILL-SCREEN.
005510 C20-ONE-INTERACTION-EXIT.
005520   EXIT.
005530 C30-CHECK-EDITS SECTION.
005540*--------------------------------------------------------------
005550*- CHECK EVERY KEYED VALUE THAT DIFFERS FROM THE FIELD'S VALUE
005560*- SO FAR: NOTHING PAST THE FIELD LENGTH, DIGITS ONLY FOR AN
005570*- 'N' FIELD, A REAL YYYYMMDD DATE FOR A 'D' FIELD. THE FIRST
005580*- BAD FIELD IS NAMED ON THE MESSAGE LINE (WK-SCR-ERR = 1).
005590*--------------------------------------------------------------
005600 C30-010.
005610   MOVE ZERO          TO WK-SCR-ERR.
005620   PERFORM VARYING WK-SR-I FROM 1 BY 1
005630     UNTIL WK-SR-I > 10 OR WK-SCR-ERR NOT = ZERO
005640       IF WK-SR-FDC(WK-SR-I) NOT = ZERO
005650         THEN
005660           PERFORM C31-CHECK-ONE-EDIT
005670       END-IF
005680   END-PERFORM.
005690 C30-CHECK-EDITS-EXIT.
005700   EXIT.
005710 C31-CHECK-ONE-EDIT SECTION.
005720 C31-010.
005730   MOVE WK-SR-FDC(WK-SR-I) TO WK-FDC-I.
005740   MOVE WK-FDC-LEN(WK-FDC-I) TO WK-ED-LEN.
005750   COMPUTE WK-FDC-OFF = (WK-FDC-AREA(WK-FDC-I) - 1) * 10
005760                      + WK-FDC-POS(WK-FDC-I).
005770   MOVE SPACE         TO WK-ED-VAL.
005780   MOVE WK-RJ-NEW(WK-RJ-CUR)(WK-FDC-OFF:WK-ED-LEN)
005790     TO WK-ED-VAL(1:WK-ED-LEN).
005800   IF WK-SR-NEW(WK-SR-I) = WK-ED-VAL
005810     THEN
005820       GO TO C31-CHECK-ONE-EDIT-EXIT
005830   END-IF.
005840   MOVE SPACE         TO WK-ED-TXT.
005850   IF WK-ED-LEN < 10
005860     THEN
005870       IF WK-SR-NEW(WK-SR-I)(WK-ED-LEN + 1:) NOT = SPACE
005880         THEN
005890           STRING 'LONGER THAN ' WK-ED-LEN(4:2) ' CHARACTERS'
005900                      DELIMITED BY SIZE INTO WK-ED-TXT
005910       END-IF
005920   END-IF.
005930   IF WK-ED-TXT = SPACE
005940    AND WK-FDC-CLS(WK-FDC-I) = 'N'
005950    AND WK-SR-NEW(WK-SR-I)(1:WK-ED-LEN) NOT NUMERIC
005960     THEN
005970       MOVE 'NOT NUMERIC - DIGITS ONLY, FULL LENGTH'
005980         TO WK-ED-TXT
005990   END-IF.
006000   IF WK-ED-TXT = SPACE
006010    AND WK-FDC-CLS(WK-FDC-I) = 'D'
006020     THEN
006030       MOVE WK-SR-NEW(WK-SR-I)(1:8) TO WK-ED-DATE
006040       IF WK-ED-DATE NOT NUMERIC
006050         THEN
006060           MOVE 'NOT A DATE - YYYYMMDD' TO WK-ED-TXT
006070         ELSE
006080           IF FUNCTION TEST-DATE-YYYYMMDD(WK-ED-DATE-N)
006090              NOT = ZERO
006100             THEN
006110               MOVE 'NOT A VALID CALENDAR DATE' TO WK-ED-TXT
006120           END-IF
006130       END-IF
006140   END-IF.
006150   IF WK-ED-TXT NOT = SPACE
006160     THEN
006170       MOVE 1             TO WK-SCR-ERR
006180       STRING WK-FDC-NAME(WK-FDC-I) DELIMITED BY SPACE
006190              ': ' WK-ED-TXT DELIMITED BY '  '
006200              ' - NOT ACCEPTED' DELIMITED BY SIZE
006210                      INTO WK-SCR-MSG
006220   END-IF.
006230 C31-CHECK-ONE-EDIT-EXIT.
006240   EXIT.
006250 C40-APPLY-EDITS SECTION.
006260*--------------------------------------------------------------
006270*- CARRY THE CHECKED VALUES INTO THE REJECT'S REPAIRED INPUT
006280*- AREAS, EACH AT ITS OWN POSITION AND LENGTH.
006290*--------------------------------------------------------------
006300 C40-010.
006310   PERFORM VARYING WK-SR-I FROM 1 BY 1
006320     UNTIL WK-SR-I > 10
006330       IF WK-SR-FDC(WK-SR-I) NOT = ZERO
006340         THEN
006350           MOVE WK-SR-FDC(WK-SR-I) TO WK-FDC-I
006360           COMPUTE WK-FDC-OFF = (WK-FDC-AREA(WK-FDC-I) - 1) * 10
006370                              + WK-FDC-POS(WK-FDC-I)
006380           MOVE WK-SR-NEW(WK-SR-I)(1:WK-FDC-LEN(WK-FDC-I))
006390             TO WK-RJ-NEW(WK-RJ-CUR)
006400                       (WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
006410       END-IF
006420   END-PERFORM.
006430 C40-APPLY-EDITS-EXIT.
006440   EXIT.
006450 D10-WRITE-REPAIR-FILE SECTION.
006460*--------------------------------------------------------------
006470*- THE REPAIR FILE: HDR WITH THE USER STAMP, EVERY OPEN REJECT
006480*- OF THE LOG IN ITS ORIGINAL ORDER (REPAIRED INPUT AREAS FOR
006490*- THE SHOWN ONES, THE REST UNCHANGED), TRL WITH THE COUNT. THE
006500*- LOG IS READ AGAIN SO REJECTS PAST THE TABLE COME ALONG.
006510*--------------------------------------------------------------
006520 D10-010.
006530   ACCEPT WK-DATE     FROM DATE YYYYMMDD.
006540   ACCEPT WK-TIME     FROM TIME.
006550   OPEN INPUT F6REJECT.
006560   IF WK-RJCT-FST NOT = '00'
006570     THEN
006580       DISPLAY 'REJSCRN:REJECT FILE OPEN ERROR STATUS='
006590               WK-RJCT-FST
006600       MOVE 16            TO RETURN-CODE
006610       GO TO D10-WRITE-REPAIR-FILE-EXIT
006620   END-IF.
006630   OPEN OUTPUT F2REPAIR.
006640   IF WK-REP-FST NOT = '00'
006650     THEN
006660       DISPLAY 'REJSCRN:REPAIR FILE OPEN ERROR STATUS='
006670               WK-REP-FST
006680       CLOSE F6REJECT
006690       MOVE 16            TO RETURN-CODE
006700       GO TO D10-WRITE-REPAIR-FILE-EXIT
006710   END-IF.
006720   OPEN EXTEND F8RLOG.
006730   IF WK-LOG-FST = '35'
006740     THEN
006750       OPEN OUTPUT F8RLOG
006760   END-IF.
006770   IF WK-LOG-FST NOT = '00'
006780     THEN
006790       DISPLAY 'REJSCRN:REPAIR LOG OPEN ERROR STATUS='
006800               WK-LOG-FST
006810       CLOSE F6REJECT
006820       CLOSE F2REPAIR
006830       MOVE 16            TO RETURN-CODE
006840       GO TO D10-WRITE-REPAIR-FILE-EXIT
006850   END-IF.
006860   MOVE SPACE         TO F2CTLREC.
006870   STRING 'HDR ' 'REJSCRN         ' ' USER=' WK-USER
006880          ' DATE=' WK-DATE ' TIME=' WK-TIME(1:6)
006890                      DELIMITED BY SIZE INTO F2CTLREC.
006900   WRITE F2CTLREC.
006910   MOVE ZERO          TO WK-RJ-I.
006920   PERFORM UNTIL WK-RJCT-FST NOT = '00'
006930     READ F6REJECT
006940       AT END
006950         CONTINUE
006960       NOT AT END
006970         IF F6RECORD(1:4) NOT = 'HDR '
006980          AND F6RECORD(1:4) NOT = 'TRL '
006990           THEN
007000             MOVE F6RECORD      TO F2RECORD
007010             ADD 1              TO WK-RJ-I
007020             IF WK-RJ-I NOT > WK-RJ-CNT
007030              AND WK-RJ-NEW(WK-RJ-I) NOT = F2-IN
007040               THEN
007050                 PERFORM D20-LOG-ONE-REPAIR
007060                 MOVE WK-RJ-NEW(WK-RJ-I) TO F2-IN
007070                 ADD 1              TO WK-RJ-CHG
007080             END-IF
007090             WRITE F2RECORD
007100             ADD 1              TO WK-CNT-WRITE
007110         END-IF
007120     END-READ
007130   END-PERFORM.
007140   MOVE SPACE         TO F2CTLREC.
007150   MOVE 'TRL '        TO F2CTLREC(1:4).
007160   MOVE WK-CNT-WRITE  TO F2CTLREC(5:7).
007170   WRITE F2CTLREC.
007180   CLOSE F6REJECT.
007190   CLOSE F2REPAIR.
007200   CLOSE F8RLOG.
007210 D10-WRITE-REPAIR-FILE-EXIT.
007220   EXIT.
007230 D20-LOG-ONE-REPAIR SECTION.
007240*--------------------------------------------------------------
007250*- ONE REPAIR-LOG LINE PER FIELD OF THE REJECT WHOSE VALUE THE
007260*- DESK CHANGED, STAMPED WITH THE USER ID.
007270*--------------------------------------------------------------
007280 D20-010.
007290   PERFORM VARYING WK-FDC-I FROM 1 BY 1
007300     UNTIL WK-FDC-I > WK-FDC-CNT
007310       COMPUTE WK-FDC-OFF = (WK-FDC-AREA(WK-FDC-I) - 1) * 10
007320                          + WK-FDC-POS(WK-FDC-I)
007330       IF WK-RJ-NEW(WK-RJ-I)(WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
007340          NOT = F2-IN(WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
007350         THEN
007360           MOVE SPACE         TO F8RECORD
007370           MOVE WK-USER       TO F8-USER
007380           MOVE F2-RUNID      TO F8-RUNID
007390           MOVE F2-SEQ        TO F8-SEQ
007400           MOVE WK-FDC-NAME(WK-FDC-I) TO F8-FIELD
007410           MOVE F2-IN(WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
007420             TO F8-BEFORE
007430           MOVE WK-RJ-NEW(WK-RJ-I)
007440                       (WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
007450             TO F8-AFTER
007460           MOVE WK-DATE       TO F8-DATE
007470           MOVE WK-TIME(1:6)  TO F8-TIME
007480           WRITE F8RECORD
007490           ADD 1              TO WK-CNT-LOG
007500       END-IF
007510   END-PERFORM.
007520 D20-LOG-ONE-REPAIR-EXIT.
007530   EXIT.
