000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   REGRETRN.
000030*--------------------------------------------------------------
000040*- MONTHLY REGULATORY RETURN. BUILDS THE MONTH'S DECISION
000050*- RETURN IN THE REGULATOR'S FIXED-FORMAT LAYOUT STRAIGHT FROM
000060*- THE RESULTS HISTORY (F18HIST) AND THE REJECT GENERATIONS,
000070*- INSTEAD OF RE-KEYING THE RPTRESLT PRINTOUTS:
000080*-   PR - DECISIONS BY PRODUCT (THE RETURN_PRODUCT_TAG OUTPUT,
000090*-        OR THE RULE SET WHEN NO TAG IS CONFIGURED)
000100*-   DC - DECISIONS BY DISPOSITION CATEGORY (THE 'DISP ' CODE
000110*-        THROUGH THE DISP_MASTER CATEGORY COLUMN; A DECISION
000120*-        WITH NO CODE FILES UNDER ITS OWN PASS/FAIL)
000130*-   RR - REJECTS BY REJECT REASON (FIRST 40 COLUMNS OF THE
000140*-        ORIGINAL F6-REASON)
000150*- A DECISION IS A WHOLE-TRANSACTION RESULT RECORD (BLK =
000160*- SPACE, PASS/FAIL) DATED IN THE MONTH; THE 'OUT ' RECORDS
000170*- WRITTEN AFTER IT IN THE SAME RUN CARRY ITS TAGS. REPAIRED
000180*- ('R') AND REVIEWED ('V') OUTCOMES ARE NOT NEW DECISIONS AND
000190*- ARE LEFT OUT. AMOUNTS COME FROM THE RETURN_AMOUNT_TAG OUTPUT
000200*- (NONE CONFIGURED = COUNTS ONLY); REJECTS CARRY NO TAGS, SO
000210*- THE RR AMOUNTS ARE ALWAYS ZERO. A REJECT IS DATED BY ITS
000220*- ORIGINAL RUN ID AND COUNTED ONCE HOWEVER MANY GENERATIONS
000230*- CARRY IT (ORIGINAL RUN ID + F6-SEQ, AS REJAGING).
000240*-
000250*- RETURN FILE (80-COLUMN RECORDS):
000260*-   'H' MONTH(2-7) CREATED(8-15) FILER(16-25)
000270*-   'D' SECTION(2-3) GROUP(4-43) COUNT(44-52)
000280*-       AMOUNT(53-68, SIGN LEADING SEPARATE, 2 DECIMALS)
000290*-   'T' DETAIL RECORDS(2-10) PR/DC/RR COUNT TOTALS(11-19,
000300*-       20-28, 29-37) PR/DC AMOUNT TOTALS(38-55, 56-73)
000310*- THE RECONCILIATION PAGE TIES EVERY RUN'S HISTORY DECISIONS
000320*- BACK TO THE PASS/FAIL COUNTS ITS RUN-LOG GROUP RECORDED,
000330*- AND CHECKS THE RETURN'S OWN CONTROL TOTALS.
000340*-
000350*- DISP_MASTER CATEGORY: COLS 75-80 OF THE MASTER LINE (SEE
000360*- TEST-MAIN); BLANK = THE CODE'S SHORT NAME.
000370*-
000380*- ENV: RETURN_MONTH = 'YYYYMM' (REQUIRED),
000390*-      HISTORY_FILE (DEFAULT ../data/pcheckhist.txt),
000400*-      REJECT_FILE (DEFAULT ../data/pcheckreject.txt),
000410*-      REJGEN_LIST (OPTIONAL, AS REJAGING),
000420*-      DISP_MASTER (OPTIONAL; UNSET = CATEGORY IS THE CODE),
000430*-      RETURN_PRODUCT_TAG, RETURN_AMOUNT_TAG (OPTIONAL),
000440*-      RETURN_FILER (FILER ID, DEFAULT PCHECK),
000450*-      RUNLOG_FILE (DEFAULT ../data/pcheckrunlog.txt),
000460*-      RETURN_FILE (DEFAULT ../data/pcheckreturn.txt),
000470*-      RETURN_REPORT (RECONCILIATION PAGE, DEFAULT
000480*-                     ../data/pcheckretrec.txt).
000490*- RETURN-CODE: 0=RETURN BALANCES, 4=OUT OF BALANCE OR
000500*-              INCOMPLETE, 12=BAD PARMS, 16=FATAL I/O.
000510*--------------------------------------------------------------
000520 ENVIRONMENT    DIVISION.
000530 INPUT-OUTPUT               SECTION.
000540 FILE-CONTROL.
000550   SELECT F1HIST  ASSIGN TO WK-INNAME
000560   STATUS WK-IN-FST.
000570   SELECT F6IN    ASSIGN TO WK-CURNAME
000580   STATUS WK-CUR-FST.
000590   SELECT F5GLIST ASSIGN TO WK-GLSTNAME
000600   ORGANIZATION LINE SEQUENTIAL
000610   STATUS WK-GLST-FST.
000620   SELECT F45DSP  ASSIGN TO WK-DSPNAME
000630   ORGANIZATION LINE SEQUENTIAL
000640   STATUS WK-DSP-FST.
000650   SELECT F16RLOG ASSIGN TO WK-RLGNAME
000660   ORGANIZATION LINE SEQUENTIAL
000670   STATUS WK-RLG-FST.
000680   SELECT F9RETN  ASSIGN TO WK-RETNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-RET-FST.
000710   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000720   ORGANIZATION LINE SEQUENTIAL
000730   STATUS WK-RPT-FST.
000740 DATA DIVISION.
000750 FILE                       SECTION.
000760 FD  F1HIST.
000770 01  F1RECORD               SYNC.
000780   03 F1-DATE               PIC X(08).
000790   03 F1-F3IMAGE.
000800     05 F1-RUNID            PIC X(16).
000810     05 F1-RSID             PIC X(08).
000820     05 F1-STATUS           PIC X(04).
000830     05 F1-BLK              PIC X(05).
000840     05 F1-OUT              PIC X(100).
000850     05 F1-KEY              PIC X(20).
000860   03 F1-REPAIR             PIC X(01).
000870   03 F1-ORIG-RUNID         PIC X(16).
000880   03 F1-ORIG-SEQ           PIC 9(07).
000890 FD  F6IN.
000900*- SAME SHAPE AS TEST-MAIN'S F6RECORD.
000910 01  F6RECORD               SYNC.
000920   03 F6-RUNID              PIC X(16).
000930   03 F6-SEQ                PIC 9(07).
000940   03 F6-RSID               PIC X(08).
000950   03 F6-IN100              PIC X(10).
000960   03 F6-IN200              PIC X(10).
000970   03 F6-IN300              PIC X(10).
000980   03 F6-IN400              PIC X(10).
000990   03 F6-IN500              PIC X(10).
001000   03 F6-OUT                PIC X(100).
001010   03 F6-REASON             PIC X(80).
001020   03 F6-KEY                PIC X(20).
001030 FD  F5GLIST.
001040 01  F5GRECORD              PIC X(110).
001050 FD  F45DSP.
001060 01  F45RECORD              PIC X(80).
001070 FD  F16RLOG.
001080 01  F16RECORD              PIC X(400).
001090 FD  F9RETN.
001100 01  F9RECORD               PIC X(80).
001110 FD  F2REPT.
001120 01  F2LINE                 PIC X(132).
001130 WORKING-STORAGE SECTION.
001140 01  WK-FILES               SYNC.
001150   03 WK-INNAME             PIC X(100).
001160   03 WK-IN-FST             PIC X(02).
001170   03 WK-CURNAME            PIC X(100).
001180   03 WK-CUR-FST            PIC X(02).
001190   03 WK-GLSTNAME           PIC X(100).
001200   03 WK-GLST-FST           PIC X(02).
001210   03 WK-DSPNAME            PIC X(100).
001220   03 WK-DSP-FST            PIC X(02).
001230   03 WK-RLGNAME            PIC X(100).
001240   03 WK-RLG-FST            PIC X(02).
001250   03 WK-RETNAME            PIC X(100).
001260   03 WK-RET-FST            PIC X(02).
001270   03 WK-RPTNAME            PIC X(100).
001280   03 WK-RPT-FST            PIC X(02).
001290 01  WK-PRM                 SYNC.
001300   03 WK-MONTH              PIC X(06).
001310   03 WK-PRODTAG            PIC X(05).
001320   03 WK-AMTTAG             PIC X(05).
001330   03 WK-FILER              PIC X(10).
001340   03 WK-TODAY              PIC X(08).
001350*--------------------------------------------------------------
001360*- DISPOSITION-CODE MASTER: CODE -> REPORTING CATEGORY.
001370*--------------------------------------------------------------
001380 01  WK-DSP                 SYNC.
001390   03 WK-DSP-CNT            PIC 9(03) VALUE ZERO.
001400   03 WK-DSP-I              PIC 9(03).
001410   03 WK-DSP-HIT            PIC 9(03).
001420   03 WK-DSP-TBL            OCCURS 100 TIMES.
001430     05 WK-DSP-CODE         PIC X(10).
001440     05 WK-DSP-CAT          PIC X(08).
001450*--------------------------------------------------------------
001460*- THE DECISION BEING ASSEMBLED: OPENED BY ITS RESULT RECORD,
001470*- ITS TAGS FILLED IN BY THE 'OUT ' RECORDS THAT FOLLOW IT,
001480*- FILED WHEN THE NEXT DECISION (OR END OF FILE) ARRIVES.
001490*--------------------------------------------------------------
001500 01  WK-CUR                 SYNC.
001510   03 WK-CUR-ON             PIC 9(01) VALUE ZERO.
001520   03 WK-CUR-RUNID          PIC X(16).
001530   03 WK-CUR-STATUS         PIC X(04).
001540   03 WK-CUR-PROD           PIC X(40).
001550   03 WK-CUR-DISP           PIC X(10).
001560   03 WK-CUR-AMT            PIC S9(13)V99.
001570*--------------------------------------------------------------
001580*- THE RETURN'S GROUPS. SECTION 'PR'/'DC'/'RR' + GROUP VALUE.
001590*--------------------------------------------------------------
001600 01  WK-GRP                 SYNC.
001610   03 WK-GRP-CNT            PIC 9(03) VALUE ZERO.
001620   03 WK-GRP-I              PIC 9(03).
001630   03 WK-GRP-HIT            PIC 9(03).
001640   03 WK-GRP-TBL            OCCURS 600 TIMES.
001650     05 WK-GRP-SECT         PIC X(02).
001660     05 WK-GRP-KEY          PIC X(40).
001670     05 WK-GRP-N            PIC 9(09).
001680     05 WK-GRP-AMT          PIC S9(13)V99.
001690*--------------------------------------------------------------
001700*- PER-RUN DECISIONS FROM THE HISTORY AND COUNTS FROM THE LOG.
001710*--------------------------------------------------------------
001720 01  WK-RUN                 SYNC.
001730   03 WK-RUN-CNT            PIC 9(03) VALUE ZERO.
001740   03 WK-RUN-I              PIC 9(03).
001750   03 WK-RUN-HIT            PIC 9(03).
001760   03 WK-RUN-TBL            OCCURS 500 TIMES.
001770     05 WK-RUN-ID           PIC X(16).
001780     05 WK-RUN-HPASS        PIC 9(07).
001790     05 WK-RUN-HFAIL        PIC 9(07).
001800     05 WK-RUN-LOGGED       PIC 9(01).
001810     05 WK-RUN-LPASS        PIC 9(07).
001820     05 WK-RUN-LFAIL        PIC 9(07).
001830*--------------------------------------------------------------
001840*- REJECT CHAINS ALREADY COUNTED (ORIGINAL RUN ID + F6-SEQ).
001850*--------------------------------------------------------------
001860 01  WK-RJ                  SYNC.
001870   03 WK-RJ-CNT             PIC 9(05) VALUE ZERO.
001880   03 WK-RJ-I               PIC 9(05).
001890   03 WK-RJ-HIT             PIC 9(05).
001900   03 WK-RJ-TBL             OCCURS 5000 TIMES.
001910     05 WK-RJ-RUNID         PIC X(16).
001920     05 WK-RJ-SEQ           PIC 9(07).
001930*--------------------------------------------------------------
001940*- THE FIXED-FORMAT RECORDS.
001950*--------------------------------------------------------------
001960 01  WK-RH.
001970   03 WK-RH-TYPE            PIC X(01) VALUE 'H'.
001980   03 WK-RH-MONTH           PIC X(06).
001990   03 WK-RH-CREATED         PIC X(08).
002000   03 WK-RH-FILER           PIC X(10).
002010   03 FILLER                PIC X(55) VALUE SPACE.
002020 01  WK-RD.
002030   03 WK-RD-TYPE            PIC X(01) VALUE 'D'.
002040   03 WK-RD-SECT            PIC X(02).
002050   03 WK-RD-KEY             PIC X(40).
002060   03 WK-RD-N               PIC 9(09).
002070   03 WK-RD-AMT             PIC S9(13)V99
002080                            SIGN LEADING SEPARATE.
002090   03 FILLER                PIC X(12) VALUE SPACE.
002100 01  WK-RT.
002110   03 WK-RT-TYPE            PIC X(01) VALUE 'T'.
002120   03 WK-RT-RECS            PIC 9(09).
002130   03 WK-RT-PR-N            PIC 9(09).
002140   03 WK-RT-DC-N            PIC 9(09).
002150   03 WK-RT-RR-N            PIC 9(09).
002160   03 WK-RT-PR-AMT          PIC S9(15)V99
002170                            SIGN LEADING SEPARATE.
002180   03 WK-RT-DC-AMT          PIC S9(15)V99
002190                            SIGN LEADING SEPARATE.
002200   03 FILLER                PIC X(07) VALUE SPACE.
002210 01  WK-WRK                 SYNC.
002220   03 WK-SECT               PIC X(02).
002230   03 WK-KEY                PIC X(40).
002240   03 WK-ADD-AMT            PIC S9(13)V99.
002250   03 WK-POS                PIC 9(03).
002260   03 WK-PASS               PIC 9(01).
002270   03 WK-LOGMATCH           PIC 9(01).
002280   03 WK-LOGPASS            PIC 9(07).
002290   03 WK-LOGFAIL            PIC 9(07).
002300   03 WK-READ               PIC 9(09) VALUE ZERO.
002310   03 WK-DECIDED            PIC 9(09) VALUE ZERO.
002320   03 WK-REPAIRS            PIC 9(09) VALUE ZERO.
002330   03 WK-NOPROD             PIC 9(09) VALUE ZERO.
002340   03 WK-NOAMT              PIC 9(09) VALUE ZERO.
002350   03 WK-NOCODE             PIC 9(09) VALUE ZERO.
002360   03 WK-UNREG              PIC 9(09) VALUE ZERO.
002370   03 WK-REJECTS            PIC 9(09) VALUE ZERO.
002380   03 WK-LOST               PIC 9(09) VALUE ZERO.
002390   03 WK-FILES-READ         PIC 9(03) VALUE ZERO.
002400   03 WK-H-PASS             PIC 9(09) VALUE ZERO.
002410   03 WK-H-FAIL             PIC 9(09) VALUE ZERO.
002420   03 WK-L-PASS             PIC 9(09) VALUE ZERO.
002430   03 WK-L-FAIL             PIC 9(09) VALUE ZERO.
002440   03 WK-DIFFS              PIC 9(05) VALUE ZERO.
002450   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
002460   03 WK-ED-AMT             PIC -(13)9.99.
002470   03 WK-LINE               PIC X(132).
002480 PROCEDURE DIVISION.
002490 A00-MAIN SECTION.
002500*--------------------------------------------------------------
002510*- HISTORY, THEN THE REJECT GENERATIONS, THEN THE RUN LOG;
002520*- WRITE THE RETURN AND THE RECONCILIATION PAGE.
002530*--------------------------------------------------------------
002540 A00-010.
002550   MOVE SPACE         TO WK-MONTH.
002560   ACCEPT WK-MONTH    FROM ENVIRONMENT 'RETURN_MONTH'.
002570   IF WK-MONTH = SPACE OR WK-MONTH NOT NUMERIC
002580     THEN
002590       DISPLAY 'REGRETRN:RETURN_MONTH (YYYYMM) REQUIRED.'
002600       MOVE 12            TO RETURN-CODE
002610       GOBACK
002620   END-IF.
002630   MOVE SPACE         TO WK-INNAME.
002640   ACCEPT WK-INNAME   FROM ENVIRONMENT 'HISTORY_FILE'.
002650   IF WK-INNAME = SPACE
002660     MOVE '../data/pcheckhist.txt' TO WK-INNAME
002670   END-IF.
002680   MOVE SPACE         TO WK-CURNAME.
002690   ACCEPT WK-CURNAME  FROM ENVIRONMENT 'REJECT_FILE'.
002700   IF WK-CURNAME = SPACE
002710     MOVE '../data/pcheckreject.txt' TO WK-CURNAME
002720   END-IF.
002730   MOVE SPACE         TO WK-GLSTNAME.
002740   ACCEPT WK-GLSTNAME FROM ENVIRONMENT 'REJGEN_LIST'.
002750   MOVE SPACE         TO WK-DSPNAME.
002760   ACCEPT WK-DSPNAME  FROM ENVIRONMENT 'DISP_MASTER'.
002770   MOVE SPACE         TO WK-PRODTAG.
002780   ACCEPT WK-PRODTAG  FROM ENVIRONMENT 'RETURN_PRODUCT_TAG'.
002790   MOVE SPACE         TO WK-AMTTAG.
002800   ACCEPT WK-AMTTAG   FROM ENVIRONMENT 'RETURN_AMOUNT_TAG'.
002810   MOVE SPACE         TO WK-FILER.
002820   ACCEPT WK-FILER    FROM ENVIRONMENT 'RETURN_FILER'.
002830   IF WK-FILER = SPACE
002840     MOVE 'PCHECK'      TO WK-FILER
002850   END-IF.
002860   MOVE SPACE         TO WK-RLGNAME.
002870   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
002880   IF WK-RLGNAME = SPACE
002890     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
002900   END-IF.
002910   MOVE SPACE         TO WK-RETNAME.
002920   ACCEPT WK-RETNAME  FROM ENVIRONMENT 'RETURN_FILE'.
002930   IF WK-RETNAME = SPACE
002940     MOVE '../data/pcheckreturn.txt' TO WK-RETNAME
002950   END-IF.
002960   MOVE SPACE         TO WK-RPTNAME.
002970   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'RETURN_REPORT'.
002980   IF WK-RPTNAME = SPACE
002990     MOVE '../data/pcheckretrec.txt' TO WK-RPTNAME
003000   END-IF.
003010   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
003020   IF WK-DSPNAME NOT = SPACE
003030     THEN
003040       PERFORM B05-LOAD-DISP-MASTER
003050   END-IF.
003060   OPEN INPUT F1HIST.
003070   IF WK-IN-FST NOT = '00'
003080     THEN
003090       DISPLAY 'REGRETRN:HISTORY OPEN ERROR STATUS=' WK-IN-FST
003100       MOVE 16            TO RETURN-CODE
003110       GOBACK
003120   END-IF.
003130   PERFORM UNTIL WK-IN-FST NOT = '00'
003140     READ F1HIST
003150       AT END
003160         CONTINUE
003170       NOT AT END
003180         ADD 1              TO WK-READ
003190         PERFORM B10-ONE-HISTORY
003200     END-READ
003210   END-PERFORM.
003220   CLOSE F1HIST.
003230   PERFORM B13-FILE-DECISION.
003240   PERFORM B20-SCAN-ONE-REJECT.
003250   IF WK-GLSTNAME NOT = SPACE
003260     THEN
003270       PERFORM B22-SCAN-GENERATIONS
003280   END-IF.
003290   PERFORM B30-READ-RUNLOG.
003300   OPEN OUTPUT F9RETN.
003310   IF WK-RET-FST NOT = '00'
003320     THEN
003330       DISPLAY 'REGRETRN:RETURN FILE OPEN ERROR STATUS='
003340               WK-RET-FST
003350       MOVE 16            TO RETURN-CODE
003360       GOBACK
003370   END-IF.
003380   PERFORM C10-WRITE-RETURN.
003390   CLOSE F9RETN.
003400   OPEN OUTPUT F2REPT.
003410   IF WK-RPT-FST NOT = '00'
003420     THEN
003430       DISPLAY 'REGRETRN:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003440       MOVE 16            TO RETURN-CODE
003450       GOBACK
003460   END-IF.
003470   PERFORM C20-RECONCILE.
003480   CLOSE F2REPT.
003490   DISPLAY '===================================='.
003500   DISPLAY 'REGRETRN RESULT: MONTH=' WK-MONTH
003510           ' DECISIONS=' WK-DECIDED
003520           ' REJECTS=' WK-REJECTS.
003530   DISPLAY 'REGRETRN OUT OF BALANCE: ' WK-DIFFS.
003540   DISPLAY '===================================='.
003550   IF WK-DIFFS > ZERO
003560     THEN
003570       MOVE 4             TO RETURN-CODE
003580     ELSE
003590       MOVE ZERO          TO RETURN-CODE
003600   END-IF.
003610   GOBACK.
003620 A00-MAIN-EXIT.
003630   EXIT.
003640 B05-LOAD-DISP-MASTER SECTION.
003650*--------------------------------------------------------------
003660*- CODE(1-10) NAME(21-28) CATEGORY(75-80); NO CATEGORY = NAME.
003670*--------------------------------------------------------------
003680 B05-010.
003690   OPEN INPUT F45DSP.
003700   IF WK-DSP-FST NOT = '00'
003710     THEN
003720       DISPLAY 'REGRETRN:DISP_MASTER OPEN ERROR STATUS='
003730               WK-DSP-FST
003740       ADD 1              TO WK-DIFFS
003750       GO TO B05-LOAD-DISP-MASTER-EXIT
003760   END-IF.
003770   PERFORM UNTIL WK-DSP-FST NOT = '00'
003780     READ F45DSP
003790       AT END
003800         CONTINUE
003810       NOT AT END
003820         IF F45RECORD(1:1) NOT = '*' AND F45RECORD NOT = SPACE
003830          AND WK-DSP-CNT < 100
003840           THEN
003850             ADD 1              TO WK-DSP-CNT
003860             MOVE F45RECORD(1:10) TO WK-DSP-CODE(WK-DSP-CNT)
003870             IF F45RECORD(75:6) NOT = SPACE
003880               THEN
003890                 MOVE F45RECORD(75:6) TO WK-DSP-CAT(WK-DSP-CNT)
003900               ELSE
003910                 MOVE F45RECORD(21:8) TO WK-DSP-CAT(WK-DSP-CNT)
003920             END-IF
003930         END-IF
003940     END-READ
003950   END-PERFORM.
003960   CLOSE F45DSP.
003970 B05-LOAD-DISP-MASTER-EXIT.
003980   EXIT.
003990 B10-ONE-HISTORY SECTION.
004000*--------------------------------------------------------------
004010*- A WHOLE-TRANSACTION RESULT OPENS A DECISION; AN 'OUT '
004020*- RECORD OF THE SAME RUN FILLS IN ITS TAGS. EVERYTHING ELSE
004030*- (BLOCK DETAIL, OTHER MONTHS, CONTROL RECORDS) IS PASSED BY.
004040*--------------------------------------------------------------
004050 B10-010.
004060   IF F1-DATE(1:6) NOT = WK-MONTH OR F1-DATE NOT NUMERIC
004070    OR F1-RUNID(1:4) = 'HDR ' OR F1-RUNID(1:4) = 'TRL '
004080     THEN
004090       GO TO B10-ONE-HISTORY-EXIT
004100   END-IF.
004110   IF F1-STATUS = 'OUT '
004120     THEN
004130       IF WK-CUR-ON = 1 AND F1-RUNID = WK-CUR-RUNID
004140        AND F1-REPAIR = SPACE
004150         THEN
004160           PERFORM B12-TAKE-TAG
004170       END-IF
004180       GO TO B10-ONE-HISTORY-EXIT
004190   END-IF.
004200   IF F1-BLK NOT = SPACE
004210    OR (F1-STATUS NOT = 'PASS' AND F1-STATUS NOT = 'FAIL')
004220     THEN
004230       GO TO B10-ONE-HISTORY-EXIT
004240   END-IF.
004250   PERFORM B13-FILE-DECISION.
004260   IF F1-REPAIR NOT = SPACE
004270     THEN
004280       ADD 1              TO WK-REPAIRS
004290       GO TO B10-ONE-HISTORY-EXIT
004300   END-IF.
004310   MOVE 1             TO WK-CUR-ON.
004320   MOVE F1-RUNID      TO WK-CUR-RUNID.
004330   MOVE F1-STATUS     TO WK-CUR-STATUS.
004340   MOVE SPACE         TO WK-CUR-DISP.
004350   MOVE ZERO          TO WK-CUR-AMT.
004360   IF WK-PRODTAG = SPACE
004370     THEN
004380       MOVE F1-RSID       TO WK-CUR-PROD
004390     ELSE
004400       MOVE SPACE         TO WK-CUR-PROD
004410   END-IF.
004420 B10-ONE-HISTORY-EXIT.
004430   EXIT.
004440 B12-TAKE-TAG SECTION.
004450 B12-010.
004460   IF F1-BLK = 'DISP '
004470     THEN
004480       MOVE F1-OUT(1:10)  TO WK-CUR-DISP
004490   END-IF.
004500   IF WK-PRODTAG NOT = SPACE AND F1-BLK = WK-PRODTAG
004510     THEN
004520       MOVE F1-OUT(1:40)  TO WK-CUR-PROD
004530   END-IF.
004540   IF WK-AMTTAG NOT = SPACE AND F1-BLK = WK-AMTTAG
004550     THEN
004560       IF FUNCTION TEST-NUMVAL(F1-OUT) = ZERO
004570         THEN
004580           COMPUTE WK-CUR-AMT = FUNCTION NUMVAL(F1-OUT)
004590         ELSE
004600           ADD 1              TO WK-NOAMT
004610       END-IF
004620   END-IF.
004630 B12-TAKE-TAG-EXIT.
004640   EXIT.
004650 B13-FILE-DECISION SECTION.
004660*--------------------------------------------------------------
004670*- FILE THE ASSEMBLED DECISION UNDER ITS PRODUCT AND ITS
004680*- DISPOSITION CATEGORY, AND COUNT IT ON ITS RUN.
004690*--------------------------------------------------------------
004700 B13-010.
004710   IF WK-CUR-ON = ZERO
004720     THEN
004730       GO TO B13-FILE-DECISION-EXIT
004740   END-IF.
004750   MOVE ZERO          TO WK-CUR-ON.
004760   ADD 1              TO WK-DECIDED.
004770   IF WK-CUR-PROD = SPACE
004780     THEN
004790       ADD 1              TO WK-NOPROD
004800       MOVE 'UNASSIGNED'  TO WK-CUR-PROD
004810   END-IF.
004820   MOVE 'PR'          TO WK-SECT.
004830   MOVE WK-CUR-PROD   TO WK-KEY.
004840   MOVE WK-CUR-AMT    TO WK-ADD-AMT.
004850   PERFORM Z20-ADD-GROUP.
004860   MOVE SPACE         TO WK-KEY.
004870   IF WK-CUR-DISP = SPACE
004880     THEN
004890       ADD 1              TO WK-NOCODE
004900       MOVE WK-CUR-STATUS TO WK-KEY
004910     ELSE
004920       MOVE WK-CUR-DISP   TO WK-KEY
004930       IF WK-DSP-CNT > ZERO
004940         THEN
004950           MOVE ZERO          TO WK-DSP-HIT
004960           PERFORM VARYING WK-DSP-I FROM 1 BY 1
004970             UNTIL WK-DSP-I > WK-DSP-CNT OR WK-DSP-HIT > ZERO
004980               IF WK-DSP-CODE(WK-DSP-I) = WK-CUR-DISP
004990                 THEN
005000                   MOVE WK-DSP-I      TO WK-DSP-HIT
005010               END-IF
005020           END-PERFORM
005030           IF WK-DSP-HIT > ZERO
005040             THEN
005050               MOVE SPACE         TO WK-KEY
005060               MOVE WK-DSP-CAT(WK-DSP-HIT) TO WK-KEY
005070             ELSE
005080               ADD 1              TO WK-UNREG
005090               MOVE SPACE         TO WK-KEY
005100               MOVE 'UNREGD'      TO WK-KEY
005110           END-IF
005120       END-IF
005130   END-IF.
005140   MOVE 'DC'          TO WK-SECT.
005150   PERFORM Z20-ADD-GROUP.
005160   PERFORM Z30-FIND-RUN.
005170   IF WK-RUN-HIT > ZERO
005180     THEN
005190       IF WK-CUR-STATUS = 'PASS'
005200         THEN
005210           ADD 1              TO WK-RUN-HPASS(WK-RUN-HIT)
005220           ADD 1              TO WK-H-PASS
005230         ELSE
005240           ADD 1              TO WK-RUN-HFAIL(WK-RUN-HIT)
005250           ADD 1              TO WK-H-FAIL
005260       END-IF
005270   END-IF.
005280 B13-FILE-DECISION-EXIT.
005290   EXIT.
005300 B20-SCAN-ONE-REJECT SECTION.
005310*--------------------------------------------------------------
005320*- ONE REJECT FILE: EVERY CHAIN DATED IN THE MONTH AND NOT YET
005330*- COUNTED FILES UNDER ITS REASON.
005340*--------------------------------------------------------------
005350 B20-010.
005360   OPEN INPUT F6IN.
005370   IF WK-CUR-FST NOT = '00'
005380     THEN
005390       DISPLAY 'REGRETRN:REJECT FILE OPEN ERROR STATUS='
005400               WK-CUR-FST ' FILE=' WK-CURNAME(1:60)
005410       ADD 1              TO WK-DIFFS
005420       GO TO B20-SCAN-ONE-REJECT-EXIT
005430   END-IF.
005440   ADD 1              TO WK-FILES-READ.
005450   PERFORM UNTIL WK-CUR-FST NOT = '00'
005460     READ F6IN
005470       AT END
005480         CONTINUE
005490       NOT AT END
005500         IF F6RECORD(1:4) NOT = 'HDR '
005510          AND F6RECORD(1:4) NOT = 'TRL '
005520          AND F6-RUNID(1:6) = WK-MONTH
005530           THEN
005540             PERFORM B21-ONE-REJECT
005550         END-IF
005560     END-READ
005570   END-PERFORM.
005580   CLOSE F6IN.
005590 B20-SCAN-ONE-REJECT-EXIT.
005600   EXIT.
005610 B21-ONE-REJECT SECTION.
005620 B21-010.
005630   MOVE ZERO          TO WK-RJ-HIT.
005640   PERFORM VARYING WK-RJ-I FROM 1 BY 1
005650     UNTIL WK-RJ-I > WK-RJ-CNT OR WK-RJ-HIT > ZERO
005660       IF WK-RJ-RUNID(WK-RJ-I) = F6-RUNID
005670        AND WK-RJ-SEQ(WK-RJ-I) = F6-SEQ
005680         THEN
005690           MOVE WK-RJ-I       TO WK-RJ-HIT
005700       END-IF
005710   END-PERFORM.
005720   IF WK-RJ-HIT > ZERO
005730     THEN
005740       GO TO B21-ONE-REJECT-EXIT
005750   END-IF.
005760   IF WK-RJ-CNT NOT < 5000
005770     THEN
005780       ADD 1              TO WK-LOST
005790       GO TO B21-ONE-REJECT-EXIT
005800   END-IF.
005810   ADD 1              TO WK-RJ-CNT.
005820   MOVE F6-RUNID      TO WK-RJ-RUNID(WK-RJ-CNT).
005830   MOVE F6-SEQ        TO WK-RJ-SEQ(WK-RJ-CNT).
005840   ADD 1              TO WK-REJECTS.
005850   MOVE 'RR'          TO WK-SECT.
005860   MOVE F6-REASON(1:40) TO WK-KEY.
005870   MOVE ZERO          TO WK-ADD-AMT.
005880   PERFORM Z20-ADD-GROUP.
005890 B21-ONE-REJECT-EXIT.
005900   EXIT.
005910 B22-SCAN-GENERATIONS SECTION.
005920*--------------------------------------------------------------
005930*- THE SHARED GENERATION LIST (SEE REJAGING): DATE IN COLS
005940*- 1-8, PATH FROM COL 10.
005950*--------------------------------------------------------------
005960 B22-010.
005970   OPEN INPUT F5GLIST.
005980   IF WK-GLST-FST NOT = '00'
005990     THEN
006000       DISPLAY 'REGRETRN:GENERATION LIST OPEN ERROR STATUS='
006010               WK-GLST-FST
006020       ADD 1              TO WK-DIFFS
006030       GO TO B22-SCAN-GENERATIONS-EXIT
006040   END-IF.
006050   PERFORM UNTIL WK-GLST-FST NOT = '00'
006060     READ F5GLIST
006070       AT END
006080         CONTINUE
006090       NOT AT END
006100         IF F5GRECORD(1:1) NOT = '*' AND F5GRECORD NOT = SPACE
006110           THEN
006120             MOVE SPACE           TO WK-CURNAME
006130             MOVE F5GRECORD(10:100) TO WK-CURNAME
006140             PERFORM B20-SCAN-ONE-REJECT
006150         END-IF
006160     END-READ
006170   END-PERFORM.
006180   CLOSE F5GLIST.
006190 B22-SCAN-GENERATIONS-EXIT.
006200   EXIT.
006210 B30-READ-RUNLOG SECTION.
006220*--------------------------------------------------------------
006230*- A RUN-LOG GROUP BELONGS TO THE MONTH WHEN ITS RUN ID IS
006240*- DATED IN IT OR THE HISTORY HOLDS DECISIONS FROM IT. PASS=
006250*- AND FAIL= ARE PARSED AS RUNFCST PARSES THE COUNTS LINE.
006260*--------------------------------------------------------------
006270 B30-010.
006280   OPEN INPUT F16RLOG.
006290   IF WK-RLG-FST NOT = '00'
006300     THEN
006310       DISPLAY 'REGRETRN:RUN LOG OPEN ERROR STATUS=' WK-RLG-FST
006320       ADD 1              TO WK-DIFFS
006330       GO TO B30-READ-RUNLOG-EXIT
006340   END-IF.
006350   MOVE ZERO          TO WK-LOGMATCH.
006360   PERFORM UNTIL WK-RLG-FST NOT = '00'
006370     READ F16RLOG
006380       AT END
006390         CONTINUE
006400       NOT AT END
006410         EVALUATE TRUE
006420         WHEN F16RECORD(1:7) = 'RUN ID='
006430           PERFORM B31-JUDGE-RUN
006440         WHEN F16RECORD(1:12) = 'COUNTS READ='
006450           IF WK-LOGMATCH = 1
006460             THEN
006470               PERFORM B32-COLLECT-COUNTS
006480           END-IF
006490         WHEN OTHER
006500           CONTINUE
006510         END-EVALUATE
006520     END-READ
006530   END-PERFORM.
006540   CLOSE F16RLOG.
006550 B30-READ-RUNLOG-EXIT.
006560   EXIT.
006570 B31-JUDGE-RUN SECTION.
006580 B31-010.
006590   MOVE ZERO          TO WK-LOGMATCH.
006600   MOVE SPACE         TO WK-CUR-RUNID.
006610   MOVE F16RECORD(8:16) TO WK-CUR-RUNID.
006620   MOVE ZERO          TO WK-RUN-HIT.
006630   PERFORM VARYING WK-RUN-I FROM 1 BY 1
006640     UNTIL WK-RUN-I > WK-RUN-CNT OR WK-RUN-HIT > ZERO
006650       IF WK-RUN-ID(WK-RUN-I) = WK-CUR-RUNID
006660         THEN
006670           MOVE WK-RUN-I      TO WK-RUN-HIT
006680       END-IF
006690   END-PERFORM.
006700   IF WK-RUN-HIT = ZERO AND WK-CUR-RUNID(1:6) = WK-MONTH
006710     THEN
006720       PERFORM Z30-FIND-RUN
006730   END-IF.
006740   IF WK-RUN-HIT > ZERO
006750     THEN
006760       MOVE 1             TO WK-LOGMATCH
006770   END-IF.
006780 B31-JUDGE-RUN-EXIT.
006790   EXIT.
006800 B32-COLLECT-COUNTS SECTION.
006810 B32-010.
006820   MOVE ZERO          TO WK-LOGPASS.
006830   MOVE ZERO          TO WK-LOGFAIL.
006840   PERFORM VARYING WK-POS FROM 1 BY 1
006850     UNTIL WK-POS > 380
006860       EVALUATE TRUE
006870       WHEN F16RECORD(WK-POS:6) = ' PASS='
006880         IF F16RECORD(WK-POS + 6:7) NUMERIC
006890           THEN
006900             MOVE F16RECORD(WK-POS + 6:7) TO WK-LOGPASS
006910         END-IF
006920       WHEN F16RECORD(WK-POS:6) = ' FAIL='
006930         IF F16RECORD(WK-POS + 6:7) NUMERIC
006940           THEN
006950             MOVE F16RECORD(WK-POS + 6:7) TO WK-LOGFAIL
006960         END-IF
006970       WHEN OTHER
006980         CONTINUE
006990       END-EVALUATE
007000   END-PERFORM.
007010*- A RE-RUN UNDER THE SAME ID (NOT EXPECTED) ADDS UP.
007020   MOVE 1             TO WK-RUN-LOGGED(WK-RUN-HIT).
007030   ADD WK-LOGPASS     TO WK-RUN-LPASS(WK-RUN-HIT).
007040   ADD WK-LOGFAIL     TO WK-RUN-LFAIL(WK-RUN-HIT).
007050   ADD WK-LOGPASS     TO WK-L-PASS.
007060   ADD WK-LOGFAIL     TO WK-L-FAIL.
007070 B32-COLLECT-COUNTS-EXIT.
007080   EXIT.
007090 C10-WRITE-RETURN SECTION.
007100*--------------------------------------------------------------
007110*- HEADER, THE DETAIL RECORDS SECTION BY SECTION, AND THE
007120*- CONTROL-TOTAL TRAILER.
007130*--------------------------------------------------------------
007140 C10-010.
007150   MOVE WK-MONTH      TO WK-RH-MONTH.
007160   MOVE WK-TODAY      TO WK-RH-CREATED.
007170   MOVE WK-FILER      TO WK-RH-FILER.
007180   MOVE WK-RH         TO F9RECORD.
007190   WRITE F9RECORD.
007200   MOVE ZERO          TO WK-RT-RECS.
007210   MOVE ZERO          TO WK-RT-PR-N.
007220   MOVE ZERO          TO WK-RT-DC-N.
007230   MOVE ZERO          TO WK-RT-RR-N.
007240   MOVE ZERO          TO WK-RT-PR-AMT.
007250   MOVE ZERO          TO WK-RT-DC-AMT.
007260   PERFORM VARYING WK-PASS FROM 1 BY 1 UNTIL WK-PASS > 3
007270     EVALUATE WK-PASS
007280     WHEN 1     MOVE 'PR'   TO WK-SECT
007290     WHEN 2     MOVE 'DC'   TO WK-SECT
007300     WHEN OTHER MOVE 'RR'   TO WK-SECT
007310     END-EVALUATE
007320     PERFORM VARYING WK-GRP-I FROM 1 BY 1
007330       UNTIL WK-GRP-I > WK-GRP-CNT
007340         IF WK-GRP-SECT(WK-GRP-I) = WK-SECT
007350           THEN
007360             PERFORM C11-ONE-DETAIL
007370         END-IF
007380     END-PERFORM
007390   END-PERFORM.
007400   MOVE WK-RT         TO F9RECORD.
007410   WRITE F9RECORD.
007420 C10-WRITE-RETURN-EXIT.
007430   EXIT.
007440 C11-ONE-DETAIL SECTION.
007450 C11-010.
007460   MOVE WK-GRP-SECT(WK-GRP-I) TO WK-RD-SECT.
007470   MOVE WK-GRP-KEY(WK-GRP-I)  TO WK-RD-KEY.
007480   MOVE WK-GRP-N(WK-GRP-I)    TO WK-RD-N.
007490   MOVE WK-GRP-AMT(WK-GRP-I)  TO WK-RD-AMT.
007500   MOVE WK-RD         TO F9RECORD.
007510   WRITE F9RECORD.
007520   ADD 1              TO WK-RT-RECS.
007530   EVALUATE WK-RD-SECT
007540   WHEN 'PR'
007550     ADD WK-RD-N        TO WK-RT-PR-N
007560     ADD WK-RD-AMT      TO WK-RT-PR-AMT
007570   WHEN 'DC'
007580     ADD WK-RD-N        TO WK-RT-DC-N
007590     ADD WK-RD-AMT      TO WK-RT-DC-AMT
007600   WHEN OTHER
007610     ADD WK-RD-N        TO WK-RT-RR-N
007620   END-EVALUATE.
007630 C11-ONE-DETAIL-EXIT.
007640   EXIT.
007650 C20-RECONCILE SECTION.
007660*--------------------------------------------------------------
007670*- THE RECONCILIATION PAGE: RUN BY RUN, HISTORY DECISIONS
007680*- AGAINST THE RUN LOG; THEN THE RETURN'S CONTROL TOTALS
007690*- AGAINST THE DECISIONS AND REJECTS IT WAS BUILT FROM.
007700*--------------------------------------------------------------
007710 C20-010.
007720   MOVE SPACE         TO WK-LINE.
007730   STRING 'REGULATORY RETURN RECONCILIATION  MONTH=' WK-MONTH
007740          '  FILER=' WK-FILER '  CREATED=' WK-TODAY
007750                      DELIMITED BY SIZE INTO WK-LINE.
007760   PERFORM Z10-PUT-LINE.
007770   PERFORM Z11-PUT-BLANK.
007780   MOVE 'RUN ID'      TO WK-LINE(1:6).
007790   MOVE 'LOG PASS'    TO WK-LINE(20:8).
007800   MOVE 'LOG FAIL'    TO WK-LINE(31:8).
007810   MOVE 'HIST PASS'   TO WK-LINE(41:9).
007820   MOVE 'HIST FAIL'   TO WK-LINE(52:9).
007830   MOVE 'RESULT'      TO WK-LINE(62:6).
007840   PERFORM Z10-PUT-LINE.
007850   PERFORM VARYING WK-RUN-I FROM 1 BY 1
007860     UNTIL WK-RUN-I > WK-RUN-CNT
007870       PERFORM C21-ONE-RUN
007880   END-PERFORM.
007890   PERFORM Z11-PUT-BLANK.
007900   MOVE 'RUN TOTALS'  TO WK-LINE(1:10).
007910   MOVE WK-L-PASS     TO WK-ED-N.
007920   MOVE WK-ED-N       TO WK-LINE(17:11).
007930   MOVE WK-L-FAIL     TO WK-ED-N.
007940   MOVE WK-ED-N       TO WK-LINE(28:11).
007950   MOVE WK-H-PASS     TO WK-ED-N.
007960   MOVE WK-ED-N       TO WK-LINE(39:11).
007970   MOVE WK-H-FAIL     TO WK-ED-N.
007980   MOVE WK-ED-N       TO WK-LINE(50:11).
007990   PERFORM Z10-PUT-LINE.
008000   PERFORM Z11-PUT-BLANK.
008010   MOVE 'RETURN CONTROL TOTALS' TO WK-LINE.
008020   PERFORM Z10-PUT-LINE.
008030   MOVE 'DECISIONS IN HISTORY'  TO WK-LINE(3:30).
008040   MOVE WK-DECIDED    TO WK-ED-N.
008050   MOVE WK-ED-N       TO WK-LINE(34:11).
008060   PERFORM Z10-PUT-LINE.
008070   MOVE 'PR (BY PRODUCT) COUNT' TO WK-LINE(3:30).
008080   MOVE WK-RT-PR-N    TO WK-ED-N.
008090   MOVE WK-ED-N       TO WK-LINE(34:11).
008100   MOVE WK-RT-PR-AMT  TO WK-ED-AMT.
008110   MOVE WK-ED-AMT     TO WK-LINE(47:17).
008120   IF WK-RT-PR-N NOT = WK-DECIDED
008130     THEN
008140       MOVE '<< OUT OF BALANCE' TO WK-LINE(66:17)
008150       ADD 1              TO WK-DIFFS
008160   END-IF.
008170   PERFORM Z10-PUT-LINE.
008180   MOVE 'DC (BY CATEGORY) COUNT' TO WK-LINE(3:30).
008190   MOVE WK-RT-DC-N    TO WK-ED-N.
008200   MOVE WK-ED-N       TO WK-LINE(34:11).
008210   MOVE WK-RT-DC-AMT  TO WK-ED-AMT.
008220   MOVE WK-ED-AMT     TO WK-LINE(47:17).
008230   IF WK-RT-DC-N NOT = WK-DECIDED
008240    OR WK-RT-DC-AMT NOT = WK-RT-PR-AMT
008250     THEN
008260       MOVE '<< OUT OF BALANCE' TO WK-LINE(66:17)
008270       ADD 1              TO WK-DIFFS
008280   END-IF.
008290   PERFORM Z10-PUT-LINE.
008300   MOVE 'RR (BY REASON) COUNT'  TO WK-LINE(3:30).
008310   MOVE WK-RT-RR-N    TO WK-ED-N.
008320   MOVE WK-ED-N       TO WK-LINE(34:11).
008330   IF WK-RT-RR-N NOT = WK-REJECTS
008340     THEN
008350       MOVE '<< OUT OF BALANCE' TO WK-LINE(66:17)
008360       ADD 1              TO WK-DIFFS
008370   END-IF.
008380   PERFORM Z10-PUT-LINE.
008390   MOVE 'DETAIL RECORDS'        TO WK-LINE(3:30).
008400   MOVE WK-RT-RECS    TO WK-ED-N.
008410   MOVE WK-ED-N       TO WK-LINE(34:11).
008420   PERFORM Z10-PUT-LINE.
008430   PERFORM Z11-PUT-BLANK.
008440   MOVE 'NOT IN THE RETURN / QUALITY NOTES' TO WK-LINE.
008450   PERFORM Z10-PUT-LINE.
008460   MOVE 'REPAIRED/REVIEWED OUTCOMES EXCLUDED' TO WK-LINE(3:40).
008470   MOVE WK-REPAIRS    TO WK-ED-N.
008480   MOVE WK-ED-N       TO WK-LINE(44:11).
008490   PERFORM Z10-PUT-LINE.
008500   MOVE 'DECISIONS WITH NO PRODUCT TAG'      TO WK-LINE(3:40).
008510   MOVE WK-NOPROD     TO WK-ED-N.
008520   MOVE WK-ED-N       TO WK-LINE(44:11).
008530   PERFORM Z10-PUT-LINE.
008540   MOVE 'DECISIONS WITH NO DISPOSITION CODE' TO WK-LINE(3:40).
008550   MOVE WK-NOCODE     TO WK-ED-N.
008560   MOVE WK-ED-N       TO WK-LINE(44:11).
008570   PERFORM Z10-PUT-LINE.
008580   MOVE 'CODES NOT IN DISP_MASTER'           TO WK-LINE(3:40).
008590   MOVE WK-UNREG      TO WK-ED-N.
008600   MOVE WK-ED-N       TO WK-LINE(44:11).
008610   PERFORM Z10-PUT-LINE.
008620   MOVE 'AMOUNTS NOT NUMERIC (COUNTED AS 0)' TO WK-LINE(3:40).
008630   MOVE WK-NOAMT      TO WK-ED-N.
008640   MOVE WK-ED-N       TO WK-LINE(44:11).
008650   PERFORM Z10-PUT-LINE.
008660   MOVE 'REJECT FILES READ'                  TO WK-LINE(3:40).
008670   MOVE WK-FILES-READ TO WK-ED-N.
008680   MOVE WK-ED-N       TO WK-LINE(44:11).
008690   PERFORM Z10-PUT-LINE.
008700   IF WK-LOST > ZERO
008710     THEN
008720       MOVE 'ITEMS NOT TRACKED (TABLE FULL)' TO WK-LINE(3:40)
008730       MOVE WK-LOST       TO WK-ED-N
008740       MOVE WK-ED-N       TO WK-LINE(44:11)
008750       MOVE '<< INCOMPLETE' TO WK-LINE(66:13)
008760       ADD 1              TO WK-DIFFS
008770       PERFORM Z10-PUT-LINE
008780   END-IF.
008790   PERFORM Z11-PUT-BLANK.
008800   IF WK-DIFFS > ZERO
008810     THEN
008820       MOVE 'RETURN IS OUT OF BALANCE - DO NOT FILE' TO WK-LINE
008830     ELSE
008840       MOVE 'RETURN BALANCES TO THE RUN LOG'         TO WK-LINE
008850   END-IF.
008860   PERFORM Z10-PUT-LINE.
008870 C20-RECONCILE-EXIT.
008880   EXIT.
008890 C21-ONE-RUN SECTION.
008900*--------------------------------------------------------------
008910*- A LOAD-ONLY OR VALIDATE RUN (NOTHING DECIDED, NOTHING IN THE
008920*- HISTORY) HAS NOTHING TO TIE AND IS NOT LISTED.
008930*--------------------------------------------------------------
008940 C21-010.
008950   IF WK-RUN-LPASS(WK-RUN-I) = ZERO
008960    AND WK-RUN-LFAIL(WK-RUN-I) = ZERO
008970    AND WK-RUN-HPASS(WK-RUN-I) = ZERO
008980    AND WK-RUN-HFAIL(WK-RUN-I) = ZERO
008990     THEN
009000       GO TO C21-ONE-RUN-EXIT
009010   END-IF.
009020   MOVE WK-RUN-ID(WK-RUN-I)    TO WK-LINE(1:16).
009030   MOVE WK-RUN-LPASS(WK-RUN-I) TO WK-ED-N.
009040   MOVE WK-ED-N                TO WK-LINE(17:11).
009050   MOVE WK-RUN-LFAIL(WK-RUN-I) TO WK-ED-N.
009060   MOVE WK-ED-N                TO WK-LINE(28:11).
009070   MOVE WK-RUN-HPASS(WK-RUN-I) TO WK-ED-N.
009080   MOVE WK-ED-N                TO WK-LINE(39:11).
009090   MOVE WK-RUN-HFAIL(WK-RUN-I) TO WK-ED-N.
009100   MOVE WK-ED-N                TO WK-LINE(50:11).
009110   EVALUATE TRUE
009120   WHEN WK-RUN-LOGGED(WK-RUN-I) = ZERO
009130     MOVE 'NOT IN RUN LOG'   TO WK-LINE(62:14)
009140     ADD 1              TO WK-DIFFS
009150   WHEN WK-RUN-LPASS(WK-RUN-I) NOT = WK-RUN-HPASS(WK-RUN-I)
009160    OR WK-RUN-LFAIL(WK-RUN-I) NOT = WK-RUN-HFAIL(WK-RUN-I)
009170     MOVE 'OUT OF BALANCE'   TO WK-LINE(62:14)
009180     ADD 1              TO WK-DIFFS
009190   WHEN OTHER
009200     MOVE 'OK'               TO WK-LINE(62:2)
009210   END-EVALUATE.
009220   PERFORM Z10-PUT-LINE.
009230 C21-ONE-RUN-EXIT.
009240   EXIT.
009250 Z10-PUT-LINE SECTION.
009260 Z10-010.
009270   MOVE WK-LINE       TO F2LINE.
009280   WRITE F2LINE.
009290   MOVE SPACE         TO WK-LINE.
009300 Z10-PUT-LINE-EXIT.
009310   EXIT.
009320 Z11-PUT-BLANK SECTION.
009330 Z11-010.
009340   MOVE SPACE         TO F2LINE.
009350   WRITE F2LINE.
009360 Z11-PUT-BLANK-EXIT.
009370   EXIT.
009380 Z20-ADD-GROUP SECTION.
009390*--------------------------------------------------------------
009400*- ADD ONE ITEM (AND WK-ADD-AMT) TO GROUP WK-SECT/WK-KEY. A
009410*- FULL TABLE FILES THE ITEM UNDER '*OTHER*' SO THE CONTROL
009420*- TOTALS STILL HOLD.
009430*--------------------------------------------------------------
009440 Z20-010.
009450   MOVE ZERO          TO WK-GRP-HIT.
009460   PERFORM VARYING WK-GRP-I FROM 1 BY 1
009470     UNTIL WK-GRP-I > WK-GRP-CNT OR WK-GRP-HIT > ZERO
009480       IF WK-GRP-SECT(WK-GRP-I) = WK-SECT
009490        AND WK-GRP-KEY(WK-GRP-I) = WK-KEY
009500         THEN
009510           MOVE WK-GRP-I      TO WK-GRP-HIT
009520       END-IF
009530   END-PERFORM.
009540   IF WK-GRP-HIT = ZERO AND WK-GRP-CNT NOT < 597
009550     THEN
009560       MOVE SPACE         TO WK-KEY
009570       MOVE '*OTHER*'     TO WK-KEY
009580       PERFORM VARYING WK-GRP-I FROM 1 BY 1
009590         UNTIL WK-GRP-I > WK-GRP-CNT OR WK-GRP-HIT > ZERO
009600           IF WK-GRP-SECT(WK-GRP-I) = WK-SECT
009610            AND WK-GRP-KEY(WK-GRP-I) = WK-KEY
009620             THEN
009630               MOVE WK-GRP-I      TO WK-GRP-HIT
009640           END-IF
009650       END-PERFORM
009660   END-IF.
009670   IF WK-GRP-HIT = ZERO
009680     THEN
009690       ADD 1              TO WK-GRP-CNT
009700       MOVE WK-GRP-CNT    TO WK-GRP-HIT
009710       MOVE WK-SECT       TO WK-GRP-SECT(WK-GRP-HIT)
009720       MOVE WK-KEY        TO WK-GRP-KEY(WK-GRP-HIT)
009730       MOVE ZERO          TO WK-GRP-N(WK-GRP-HIT)
009740       MOVE ZERO          TO WK-GRP-AMT(WK-GRP-HIT)
009750   END-IF.
009760   ADD 1              TO WK-GRP-N(WK-GRP-HIT).
009770   ADD WK-ADD-AMT     TO WK-GRP-AMT(WK-GRP-HIT).
009780 Z20-ADD-GROUP-EXIT.
009790   EXIT.
009800 Z30-FIND-RUN SECTION.
009810*--------------------------------------------------------------
009820*- FIND (OR ADD) THE RUN-TABLE ENTRY FOR WK-CUR-RUNID.
009830*--------------------------------------------------------------
009840 Z30-010.
009850   MOVE ZERO          TO WK-RUN-HIT.
009860   PERFORM VARYING WK-RUN-I FROM 1 BY 1
009870     UNTIL WK-RUN-I > WK-RUN-CNT OR WK-RUN-HIT > ZERO
009880       IF WK-RUN-ID(WK-RUN-I) = WK-CUR-RUNID
009890         THEN
009900           MOVE WK-RUN-I      TO WK-RUN-HIT
009910       END-IF
009920   END-PERFORM.
009930   IF WK-RUN-HIT > ZERO
009940     THEN
009950       GO TO Z30-FIND-RUN-EXIT
009960   END-IF.
009970   IF WK-RUN-CNT NOT < 500
009980     THEN
009990       ADD 1              TO WK-LOST
010000       GO TO Z30-FIND-RUN-EXIT
010010   END-IF.
010020   ADD 1              TO WK-RUN-CNT.
010030   MOVE WK-RUN-CNT    TO WK-RUN-HIT.
010040   MOVE WK-CUR-RUNID  TO WK-RUN-ID(WK-RUN-HIT).
010050   MOVE ZERO          TO WK-RUN-HPASS(WK-RUN-HIT).
010060   MOVE ZERO          TO WK-RUN-HFAIL(WK-RUN-HIT).
010070   MOVE ZERO          TO WK-RUN-LOGGED(WK-RUN-HIT).
010080   MOVE ZERO          TO WK-RUN-LPASS(WK-RUN-HIT).
010090   MOVE ZERO          TO WK-RUN-LFAIL(WK-RUN-HIT).
010100 Z30-FIND-RUN-EXIT.
010110   EXIT.
