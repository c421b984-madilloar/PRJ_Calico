000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULDEPS.
000030*--------------------------------------------------------------
000040*- RULE-SET DEPENDENCY REPORT. DRAWS THE WHOLE GRAPH OF WHAT
000050*- EACH RULE SET NEEDS AT RUN TIME:
000060*-   CALLS   ANOTHER RESIDENT SET (CALLS ROW, TARGET COLS 8-15);
000070*-   CHAIN   A CHAIN_CONFIG DISPOSITION EDGE TO THE NEXT SET;
000080*-   INCLUDE A RULCOMP LIBRARY FRAGMENT (FROM THE RULE SOURCE);
000090*-   LOOKP / LOOKB / DECTB / WATCH  A REFERENCE TABLE (COLS 8-12).
000100*- EVERY TARGET IS CHECKED AGAINST WHAT ACTUALLY EXISTS - SETS
000110*- IN THE RULE FILE, TABLES IN THE REFERENCE IMAGE (OR, WITHOUT
000120*- ONE, THE REFTABLE_LIST), FRAGMENTS IN THE LIBRARY - SO A
000130*- DANGLING REFERENCE SHOWS UP HERE RATHER THAN IN THE NIGHT
000140*- RUN. THE SAME EDGES ARE THEN LISTED BACKWARDS (WHO USES EACH
000150*- SET, TABLE AND FRAGMENT), AND WITH RETIRE_RSID THE REPORT
000160*- ANSWERS "WHAT BREAKS IF I RETIRE SET X": EVERY SET THAT
000170*- CALLS OR CHAINS INTO IT, DIRECTLY OR THROUGH OTHER SETS, AND
000180*- THE TABLES AND FRAGMENTS NOTHING ELSE WOULD STILL USE.
000190*- RULACTIV APPLIES THE CALLS AND TABLE CHECKS TO A STAGED FILE
000200*- BEFORE ACTIVATION (KEEP THE OPCODE COLUMNS IN STEP).
000210*-
000220*- ENV: PCHECKTBL_FILE = RULE-TABLE FILE, CHAIN_CONFIG,
000230*-      RULESRC_FILE, RULELIB_FILE, REFIMAGE_FILE AND
000240*-      REFTABLE_LIST (ALL OPTIONAL, AS THE RUNS USE THEM),
000250*-      RETIRE_RSID (OPTIONAL), DEPS_REPORT = REPORT (132-COL).
000260*- RETURN-CODE: 0=EVERY TARGET PRESENT, 4=MISSING TARGETS OR
000270*- SETS THAT WOULD BREAK ON RETIREMENT, 12=RETIRE_RSID NOT IN
000280*- THE RULE FILE, 16=FATAL I/O.
000290*--------------------------------------------------------------
000300 ENVIRONMENT    DIVISION.
000310 INPUT-OUTPUT               SECTION.
000320 FILE-CONTROL.
000330   SELECT F1INPUT ASSIGN TO WK-FILENAME
000340   ORGANIZATION INDEXED
000350   ACCESS MODE DYNAMIC
000360   RECORD KEY IS F1RSID WITH DUPLICATES
000370   STATUS FST.
000380   SELECT F31CHN  ASSIGN TO WK-CHNNAME
000390   ORGANIZATION LINE SEQUENTIAL
000400   STATUS WK-CHN-FST.
000410   SELECT F4SRC   ASSIGN TO WK-SRCNAME
000420   ORGANIZATION LINE SEQUENTIAL
000430   STATUS WK-SRC-FST.
000440   SELECT F5LIB   ASSIGN TO WK-LIBNAME
000450   ORGANIZATION LINE SEQUENTIAL
000460   STATUS WK-LIB-FST.
000470   SELECT F43RIMG ASSIGN TO WK-RIMGNAME
000480   ORGANIZATION LINE SEQUENTIAL
000490   STATUS WK-RIMG-FST.
000500   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000510   ORGANIZATION LINE SEQUENTIAL
000520   STATUS WK-REFL-FST.
000530   SELECT F2RPT   ASSIGN TO WK-RPTNAME
000540   ORGANIZATION LINE SEQUENTIAL
000550   STATUS WK-RPT-FST.
000560 DATA DIVISION.
000570 FILE                       SECTION.
000580 FD  F1INPUT.
000590 01  F1RECORD               SYNC.
000600   03 F1RSID               PIC X(08).
000610   03 F1BODY               PIC X(18).
000620 FD  F31CHN.
000630 01  F31RECORD              PIC X(80).
000640 FD  F4SRC.
000650 01  F4RECORD               PIC X(100).
000660 FD  F5LIB.
000670 01  F5RECORD               PIC X(100).
000680 FD  F43RIMG.
000690 01  F43RECORD              PIC X(80).
000700 FD  F13RLIST.
000710 01  F13RECORD              PIC X(110).
000720 FD  F2RPT.
000730 01  F2LINE                 PIC X(132).
000740 WORKING-STORAGE SECTION.
000750 01  FST                    PIC X(02).
000760 01  WK-FILENAME            PIC X(100).
000770 01  WK-CHN                 SYNC.
000780   03 WK-CHNNAME            PIC X(100).
000790   03 WK-CHN-FST            PIC X(02).
000800 01  WK-SRC                 SYNC.
000810   03 WK-SRCNAME            PIC X(100).
000820   03 WK-SRC-FST            PIC X(02).
000830 01  WK-LIB                 SYNC.
000840   03 WK-LIBNAME            PIC X(100).
000850   03 WK-LIB-FST            PIC X(02).
000860 01  WK-RIMG                SYNC.
000870   03 WK-RIMGNAME           PIC X(100).
000880   03 WK-RIMG-FST           PIC X(02).
000890 01  WK-REFL                SYNC.
000900   03 WK-REFLNAME           PIC X(100).
000910   03 WK-REFL-FST           PIC X(02).
000920 01  WK-RPT                 SYNC.
000930   03 WK-RPTNAME            PIC X(100).
000940   03 WK-RPT-FST            PIC X(02).
000950 01  WK-PRM                 SYNC.
000960   03 WK-RETIRE             PIC X(08).
000970   03 WK-RUNDT              PIC X(08).
000980*--------------------------------------------------------------
000990*- RULE SETS. LIVE = 1 FOR A SET THAT HAS ROWS IN THE RULE
001000*- FILE; A SET MET ONLY AS THE SOURCE OF A CHAIN EDGE OR IN
001010*- THE RULE SOURCE IS LISTED TOO, BUT DOES NOT COUNT AS
001020*- PRESENT. MARK/DEPTH/VIA CARRY THE RETIREMENT WALK.
001030*--------------------------------------------------------------
001040 01  WK-SETS                SYNC.
001050   03 WK-SET-CNT            PIC 9(03) VALUE ZERO.
001060   03 WK-SET-I              PIC 9(03).
001070   03 WK-SET-HIT            PIC 9(03).
001080   03 WK-SET-LIVECNT        PIC 9(03) VALUE ZERO.
001090   03 WK-SET-TBL            OCCURS 300 TIMES.
001100     05 WK-SET-ID           PIC X(08).
001110     05 WK-SET-LIVE         PIC 9(01).
001120     05 WK-SET-MARK         PIC 9(01).
001130     05 WK-SET-DEPTH        PIC 9(02).
001140     05 WK-SET-VIA          PIC X(08).
001150*--------------------------------------------------------------
001160*- EDGES, ONE PER DISTINCT (FROM, KIND, TO). MISS = 'Y' WHEN THE
001170*- TARGET IS ABSENT, '?' WHEN THERE WAS NOTHING TO CHECK IT
001180*- AGAINST (NO IMAGE/LIST FOR TABLES, NO LIBRARY FOR FRAGMENTS).
001190*--------------------------------------------------------------
001200 01  WK-EDGES               SYNC.
001210   03 WK-EDG-CNT            PIC 9(04) VALUE ZERO.
001220   03 WK-EDG-I              PIC 9(04).
001230   03 WK-EDG-HIT            PIC 9(04).
001240   03 WK-EDG-LOST           PIC 9(05) VALUE ZERO.
001250   03 WK-EDG-MISSCNT        PIC 9(05) VALUE ZERO.
001260   03 WK-EDG-TBL            OCCURS 1000 TIMES.
001270     05 WK-EDG-FROM         PIC X(08).
001280     05 WK-EDG-KIND         PIC X(07).
001290     05 WK-EDG-TO           PIC X(08).
001300     05 WK-EDG-NOTE         PIC X(16).
001310     05 WK-EDG-MISS         PIC X(01).
001320*- THE EDGE BEING ADDED.
001330 01  WK-NEW                 SYNC.
001340   03 WK-NEW-FROM           PIC X(08).
001350   03 WK-NEW-KIND           PIC X(07).
001360   03 WK-NEW-TO             PIC X(08).
001370   03 WK-NEW-NOTE           PIC X(16).
001380*--------------------------------------------------------------
001390*- WHAT EXISTS: REFERENCE TABLES AND LIBRARY FRAGMENTS.
001400*- WK-TBL-SRC / WK-FRG-SRC SAY WHETHER ANY SOURCE WAS READ.
001410*--------------------------------------------------------------
001420 01  WK-TBLS                SYNC.
001430   03 WK-TBL-SRC            PIC X(20) VALUE SPACE.
001440   03 WK-TBL-CNT            PIC 9(03) VALUE ZERO.
001450   03 WK-TBL-I              PIC 9(03).
001460   03 WK-TBL-HIT            PIC 9(01).
001470   03 WK-TBL-CHK            PIC X(05).
001480   03 WK-TBL-NAME           OCCURS 500 TIMES PIC X(05).
001490 01  WK-FRGS                SYNC.
001500   03 WK-FRG-SRC            PIC 9(01) VALUE ZERO.
001510   03 WK-FRG-CNT            PIC 9(03) VALUE ZERO.
001520   03 WK-FRG-I              PIC 9(03).
001530   03 WK-FRG-NAME           OCCURS 100 TIMES PIC X(08).
001540*--------------------------------------------------------------
001550*- RULE-SOURCE SCAN AND PRINT WORK.
001560*--------------------------------------------------------------
001570 01  WK-WORK                SYNC.
001580   03 WK-CUR-RSID           PIC X(08) VALUE LOW-VALUE.
001590   03 WK-SRC-RSID           PIC X(08).
001600   03 WK-LEAD               PIC 9(03).
001610   03 WK-W1                 PIC X(20).
001620   03 WK-W2                 PIC X(20).
001630   03 WK-ROWS               PIC 9(07) VALUE ZERO.
001640   03 WK-CNT                PIC 9(04).
001650   03 WK-LEN                PIC 9(03).
001660   03 WK-POS                PIC 9(03).
001670   03 WK-MORE               PIC 9(01).
001680   03 WK-DEPTH              PIC 9(02).
001690   03 WK-BREAKS             PIC 9(03) VALUE ZERO.
001700   03 WK-ORPHANS            PIC 9(03) VALUE ZERO.
001710   03 WK-LINE               PIC X(132).
001720   03 WK-TXT                PIC X(40).
001730 PROCEDURE DIVISION.
001740 A00-MAIN SECTION.
001750*--------------------------------------------------------------
001760*- LOAD EVERY SOURCE OF EDGES AND EVERY LIST OF WHAT EXISTS,
001770*- JUDGE THE EDGES, THEN PRINT FORWARD, BACKWARD AND (IF
001780*- ASKED) THE RETIREMENT IMPACT.
001790*--------------------------------------------------------------
001800 A00-010.
001810   MOVE SPACE         TO WK-FILENAME.
001820   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
001830   IF WK-FILENAME = SPACE
001840     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
001850   END-IF.
001860   MOVE SPACE         TO WK-CHNNAME.
001870   ACCEPT WK-CHNNAME  FROM ENVIRONMENT 'CHAIN_CONFIG'.
001880   MOVE SPACE         TO WK-SRCNAME.
001890   ACCEPT WK-SRCNAME  FROM ENVIRONMENT 'RULESRC_FILE'.
001900   MOVE SPACE         TO WK-LIBNAME.
001910   ACCEPT WK-LIBNAME  FROM ENVIRONMENT 'RULELIB_FILE'.
001920   MOVE SPACE         TO WK-RIMGNAME.
001930   ACCEPT WK-RIMGNAME FROM ENVIRONMENT 'REFIMAGE_FILE'.
001940   MOVE SPACE         TO WK-REFLNAME.
001950   ACCEPT WK-REFLNAME FROM ENVIRONMENT 'REFTABLE_LIST'.
001960   MOVE SPACE         TO WK-RETIRE.
001970   ACCEPT WK-RETIRE   FROM ENVIRONMENT 'RETIRE_RSID'.
001980   MOVE SPACE         TO WK-RPTNAME.
001990   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'DEPS_REPORT'.
002000   IF WK-RPTNAME = SPACE
002010     MOVE '../data/pcheckdeps.txt' TO WK-RPTNAME
002020   END-IF.
002030   ACCEPT WK-RUNDT    FROM DATE YYYYMMDD.
002040   MOVE ZERO          TO RETURN-CODE.
002050   PERFORM B10-SCAN-RULES.
002060   IF RETURN-CODE = 16
002070     THEN
002080       GOBACK
002090   END-IF.
002100   IF WK-RETIRE NOT = SPACE
002110     THEN
002120       MOVE WK-RETIRE     TO WK-NEW-FROM
002130       PERFORM Z60-FIND-SET
002140       IF WK-SET-HIT = ZERO
002150         THEN
002160           DISPLAY 'RULDEPS:RETIRE_RSID ' WK-RETIRE
002170                   ' IS NOT IN THE RULE FILE.'
002180           MOVE 12            TO RETURN-CODE
002190           GOBACK
002200       END-IF
002210   END-IF.
002220   PERFORM B20-LOAD-CHAIN.
002230   PERFORM B30-SCAN-SOURCE.
002240   PERFORM B40-LOAD-TABLES.
002250   PERFORM B50-LOAD-LIBRARY.
002260   PERFORM B60-JUDGE-EDGES.
002270   OPEN OUTPUT F2RPT.
002280   IF WK-RPT-FST NOT = '00'
002290     THEN
002300       DISPLAY 'RULDEPS:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002310       MOVE 16            TO RETURN-CODE
002320       GOBACK
002330   END-IF.
002340   MOVE SPACE         TO WK-LINE.
002348   STRING 'RULE-SET DEPENDENCY REPORT  PREPARED ' WK-RUNDT
002356        '  RULE FILE='
002364                    DELIMITED BY SIZE
002372        WK-FILENAME DELIMITED BY SPACE
002380                    INTO WK-LINE(3:120).
002390   PERFORM Z10-PUT-LINE.
002400   MOVE SPACE         TO WK-LINE.
002410   STRING 'SETS=' WK-SET-LIVECNT
002420          '  EDGES=' WK-EDG-CNT
002430          '  TABLES CHECKED AGAINST: '
002440                      DELIMITED BY SIZE
002450          WK-TBL-SRC  DELIMITED BY '  '
002460                      INTO WK-LINE(3:120).
002470   IF WK-TBL-SRC = SPACE
002480     THEN
002490       MOVE 'NOTHING (NO IMAGE OR LIST)' TO WK-LINE(56:26)
002500   END-IF.
002510   PERFORM Z10-PUT-LINE.
002520   IF WK-EDG-LOST > ZERO
002530     THEN
002540       MOVE SPACE         TO WK-LINE
002550       STRING 'EDGE TABLE FULL - ' WK-EDG-LOST
002560              ' EDGES NOT SHOWN' INTO WK-LINE(3:60)
002570       PERFORM Z10-PUT-LINE
002580   END-IF.
002590   PERFORM C10-PRINT-FORWARD.
002600   PERFORM C20-PRINT-BACKWARD.
002610   PERFORM C30-PRINT-MISSING.
002620   IF WK-RETIRE NOT = SPACE
002630     THEN
002640       PERFORM C40-RETIRE-IMPACT
002650   END-IF.
002660   CLOSE F2RPT.
002670   DISPLAY '===================================='.
002680   DISPLAY 'RULDEPS:SETS=' WK-SET-LIVECNT ' EDGES=' WK-EDG-CNT
002690           ' MISSING=' WK-EDG-MISSCNT.
002700   IF WK-RETIRE NOT = SPACE
002710     THEN
002720       DISPLAY 'RULDEPS:RETIRING ' WK-RETIRE ' BREAKS '
002730               WK-BREAKS ' SET(S).'
002740   END-IF.
002750   DISPLAY 'RULDEPS:REPORT=' WK-RPTNAME.
002760   DISPLAY '===================================='.
002770   IF WK-EDG-MISSCNT > ZERO OR WK-BREAKS > ZERO
002780     THEN
002790       MOVE 4             TO RETURN-CODE
002800     ELSE
002810       MOVE ZERO          TO RETURN-CODE
002820   END-IF.
002830   GOBACK.
002840 B10-SCAN-RULES SECTION.
002850*--------------------------------------------------------------
002860*- EVERY ROW OF EVERY SET, IN KEY ORDER: EACH NEW F1RSID IS A
002870*- LIVE SET; CALLS AND THE TABLE OPCODES ARE EDGES. ALL
002880*- VERSION BLOCKS COUNT - ANY OF THEM CAN BE THE ONE IN EFFECT.
002890*--------------------------------------------------------------
002900 B10-010.
002910   OPEN INPUT F1INPUT.
002920   IF FST NOT = '00'
002930     THEN
002940       DISPLAY 'RULDEPS:RULE FILE OPEN ERROR STATUS=' FST
002950       MOVE 16            TO RETURN-CODE
002960       GO TO B10-SCAN-RULES-EXIT
002970   END-IF.
002980   MOVE LOW-VALUE     TO F1RSID.
002990   START F1INPUT KEY IS NOT LESS THAN F1RSID
003000     INVALID KEY
003010       MOVE '10'          TO FST
003020   END-START.
003030   PERFORM UNTIL FST NOT = '00'
003040     READ F1INPUT NEXT RECORD
003050       AT END
003060         CONTINUE
003070       NOT AT END
003080         ADD 1              TO WK-ROWS
003090         IF F1RSID NOT = WK-CUR-RSID
003100           THEN
003110             MOVE F1RSID        TO WK-CUR-RSID
003120             MOVE F1RSID        TO WK-NEW-FROM
003130             PERFORM Z61-ADD-SET
003140             IF WK-SET-HIT > ZERO
003150               THEN
003160                 MOVE 1             TO WK-SET-LIVE(WK-SET-HIT)
003170                 ADD 1              TO WK-SET-LIVECNT
003180             END-IF
003190         END-IF
003200         PERFORM B11-ONE-ROW
003210     END-READ
003220   END-PERFORM.
003230   CLOSE F1INPUT.
003240   DISPLAY 'RULDEPS:RULE FILE READ. ROWS=' WK-ROWS
003250           ' SETS=' WK-SET-LIVECNT.
003260 B10-SCAN-RULES-EXIT.
003270   EXIT.
003280 B11-ONE-ROW SECTION.
003290 B11-010.
003300   MOVE F1RSID        TO WK-NEW-FROM.
003310   MOVE SPACE         TO WK-NEW-NOTE.
003320   EVALUATE F1BODY(1:5)
003330   WHEN 'CALLS'
003340     MOVE 'CALLS  '     TO WK-NEW-KIND
003350     MOVE F1BODY(8:8)   TO WK-NEW-TO
003360     PERFORM Z50-ADD-EDGE
003370   WHEN 'LOOKP'
003380   WHEN 'LOOKB'
003390   WHEN 'DECTB'
003391   WHEN 'WATCH'
003400     MOVE F1BODY(1:5)   TO WK-NEW-KIND
003410     MOVE F1BODY(8:5)   TO WK-NEW-TO
003420     PERFORM Z50-ADD-EDGE
003430   WHEN OTHER
003440     CONTINUE
003450   END-EVALUATE.
003460 B11-ONE-ROW-EXIT.
003470   EXIT.
003480 B20-LOAD-CHAIN SECTION.
003490*--------------------------------------------------------------
003500*- CHAIN_CONFIG (SEE TEST-MAIN A13): RSID(1-8) TAG(10-14)
003510*- VALUE(16-25) NEXT(27-34). EACH LINE IS A CHAIN EDGE.
003520*--------------------------------------------------------------
003530 B20-010.
003540   IF WK-CHNNAME = SPACE
003550     THEN
003560       GO TO B20-LOAD-CHAIN-EXIT
003570   END-IF.
003580   OPEN INPUT F31CHN.
003590   IF WK-CHN-FST NOT = '00'
003600     THEN
003610       DISPLAY 'RULDEPS:CHAIN CONFIG OPEN ERROR STATUS='
003620               WK-CHN-FST
003630       GO TO B20-LOAD-CHAIN-EXIT
003640   END-IF.
003650   PERFORM UNTIL WK-CHN-FST NOT = '00'
003660     READ F31CHN
003670       AT END
003680         CONTINUE
003690       NOT AT END
003700         IF F31RECORD(1:1) NOT = '*' AND F31RECORD NOT = SPACE
003710          AND F31RECORD(27:8) NOT = SPACE
003720           THEN
003730             MOVE F31RECORD(1:8)  TO WK-NEW-FROM
003740             PERFORM Z61-ADD-SET
003750             MOVE 'CHAIN  '       TO WK-NEW-KIND
003760             MOVE F31RECORD(27:8) TO WK-NEW-TO
003770             MOVE SPACE           TO WK-NEW-NOTE
003780             STRING F31RECORD(10:5) DELIMITED BY SPACE
003790                    '='             DELIMITED BY SIZE
003800                    F31RECORD(16:10) DELIMITED BY SPACE
003810                                  INTO WK-NEW-NOTE
003820             PERFORM Z50-ADD-EDGE
003830         END-IF
003840     END-READ
003850   END-PERFORM.
003860   CLOSE F31CHN.
003870 B20-LOAD-CHAIN-EXIT.
003880   EXIT.
003890 B30-SCAN-SOURCE SECTION.
003900*--------------------------------------------------------------
003910*- RULE SOURCE (RULCOMP LANGUAGE): 'RULESET <RSID> ...' OPENS
003920*- A SET, 'INCLUDE <FRAGMENT>' INSIDE IT IS AN INCLUDE EDGE.
003930*- THE COMPILED ROWS CARRY NO TRACE OF THE FRAGMENT, SO THE
003940*- SOURCE IS THE ONLY PLACE THIS EDGE CAN COME FROM.
003950*--------------------------------------------------------------
003960 B30-010.
003970   IF WK-SRCNAME = SPACE
003980     THEN
003990       GO TO B30-SCAN-SOURCE-EXIT
004000   END-IF.
004010   OPEN INPUT F4SRC.
004020   IF WK-SRC-FST NOT = '00'
004030     THEN
004040       DISPLAY 'RULDEPS:RULE SOURCE OPEN ERROR STATUS='
004050               WK-SRC-FST
004060       GO TO B30-SCAN-SOURCE-EXIT
004070   END-IF.
004080   MOVE SPACE         TO WK-SRC-RSID.
004090   PERFORM UNTIL WK-SRC-FST NOT = '00'
004100     READ F4SRC
004110       AT END
004120         CONTINUE
004130       NOT AT END
004140         PERFORM B31-ONE-SOURCE-LINE
004150     END-READ
004160   END-PERFORM.
004170   CLOSE F4SRC.
004180 B30-SCAN-SOURCE-EXIT.
004190   EXIT.
004200 B31-ONE-SOURCE-LINE SECTION.
004210 B31-010.
004220   IF F4RECORD = SPACE
004230     THEN
004240       GO TO B31-ONE-SOURCE-LINE-EXIT
004250   END-IF.
004260   MOVE ZERO          TO WK-LEAD.
004270   INSPECT F4RECORD TALLYING WK-LEAD FOR LEADING SPACE.
004280   IF F4RECORD(WK-LEAD + 1:1) = '*'
004290     THEN
004300       GO TO B31-ONE-SOURCE-LINE-EXIT
004310   END-IF.
004320   MOVE SPACE         TO WK-W1.
004330   MOVE SPACE         TO WK-W2.
004340   UNSTRING F4RECORD(WK-LEAD + 1:100 - WK-LEAD)
004350     DELIMITED BY ALL SPACE
004360     INTO WK-W1 WK-W2.
004370   EVALUATE WK-W1
004380   WHEN 'RULESET'
004390     MOVE WK-W2(1:8)    TO WK-SRC-RSID
004400   WHEN 'END'
004410     MOVE SPACE         TO WK-SRC-RSID
004420   WHEN 'INCLUDE'
004430     IF WK-SRC-RSID NOT = SPACE
004440       THEN
004450         MOVE WK-SRC-RSID   TO WK-NEW-FROM
004460         PERFORM Z61-ADD-SET
004470         MOVE 'INCLUDE'     TO WK-NEW-KIND
004480         MOVE WK-W2(1:8)    TO WK-NEW-TO
004490         MOVE SPACE         TO WK-NEW-NOTE
004500         PERFORM Z50-ADD-EDGE
004510     END-IF
004520   WHEN OTHER
004530     CONTINUE
004540   END-EVALUATE.
004550 B31-ONE-SOURCE-LINE-EXIT.
004560   EXIT.
004570 B40-LOAD-TABLES SECTION.
004580*--------------------------------------------------------------
004590*- THE TABLES THAT EXIST: THE VERIFIED REFERENCE IMAGE IF ONE
004600*- IS NAMED (T/R/D/W ENTRY LINES, NAME IN COLS 3-7 - SEE
004610*- REFBUILD), OTHERWISE THE REFTABLE_LIST ('NNNNN FILENAME').
004620*--------------------------------------------------------------
004630 B40-010.
004640   IF WK-RIMGNAME NOT = SPACE
004650     THEN
004660       OPEN INPUT F43RIMG
004670       IF WK-RIMG-FST = '00'
004680         THEN
004690           MOVE 'REFERENCE IMAGE'   TO WK-TBL-SRC
004700           PERFORM UNTIL WK-RIMG-FST NOT = '00'
004710             READ F43RIMG
004720               AT END
004730                 CONTINUE
004740               NOT AT END
004750                 IF (F43RECORD(1:1) = 'T'
004760                  OR F43RECORD(1:1) = 'R'
004770                  OR F43RECORD(1:1) = 'D'
004771                  OR F43RECORD(1:1) = 'W')
004780                  AND F43RECORD(2:1) = SPACE
004790                   THEN
004800                     MOVE F43RECORD(3:5) TO WK-TBL-CHK
004810                     PERFORM Z70-ADD-TABLE
004820                 END-IF
004830             END-READ
004840           END-PERFORM
004850           CLOSE F43RIMG
004860           GO TO B40-LOAD-TABLES-EXIT
004870         ELSE
004880           DISPLAY 'RULDEPS:REFERENCE IMAGE OPEN ERROR STATUS='
004890                   WK-RIMG-FST ', TRYING REFTABLE_LIST.'
004900       END-IF
004910   END-IF.
004920   IF WK-REFLNAME = SPACE
004930     THEN
004940       GO TO B40-LOAD-TABLES-EXIT
004950   END-IF.
004960   OPEN INPUT F13RLIST.
004970   IF WK-REFL-FST NOT = '00'
004980     THEN
004990       DISPLAY 'RULDEPS:REFTABLE_LIST OPEN ERROR STATUS='
005000               WK-REFL-FST
005010       GO TO B40-LOAD-TABLES-EXIT
005020   END-IF.
005030   MOVE 'REFTABLE_LIST'   TO WK-TBL-SRC.
005040   PERFORM UNTIL WK-REFL-FST NOT = '00'
005050     READ F13RLIST
005060       AT END
005070         CONTINUE
005080       NOT AT END
005090         IF F13RECORD(1:1) NOT = '*' AND F13RECORD NOT = SPACE
005100           THEN
005110             MOVE F13RECORD(1:5) TO WK-TBL-CHK
005120             PERFORM Z70-ADD-TABLE
005130         END-IF
005140     END-READ
005150   END-PERFORM.
005160   CLOSE F13RLIST.
005170 B40-LOAD-TABLES-EXIT.
005180   EXIT.
005190 B50-LOAD-LIBRARY SECTION.
005200*--------------------------------------------------------------
005210*- FRAGMENT NAMES OF THE RULCOMP LIBRARY ('FRAGMENT <NAME>',
005220*- NAME IN COLS 10-17 - SEE RULCOMP A10-LOAD-LIBRARY).
005230*--------------------------------------------------------------
005240 B50-010.
005250   IF WK-LIBNAME = SPACE
005260     THEN
005270       GO TO B50-LOAD-LIBRARY-EXIT
005280   END-IF.
005290   OPEN INPUT F5LIB.
005300   IF WK-LIB-FST NOT = '00'
005310     THEN
005320       DISPLAY 'RULDEPS:FRAGMENT LIBRARY OPEN ERROR STATUS='
005330               WK-LIB-FST
005340       GO TO B50-LOAD-LIBRARY-EXIT
005350   END-IF.
005360   MOVE 1             TO WK-FRG-SRC.
005370   PERFORM UNTIL WK-LIB-FST NOT = '00'
005380     READ F5LIB
005390       AT END
005400         CONTINUE
005410       NOT AT END
005420         IF F5RECORD(1:9) = 'FRAGMENT ' AND WK-FRG-CNT < 100
005430           THEN
005440             ADD 1              TO WK-FRG-CNT
005450             MOVE F5RECORD(10:8) TO WK-FRG-NAME(WK-FRG-CNT)
005460         END-IF
005470     END-READ
005480   END-PERFORM.
005490   CLOSE F5LIB.
005500 B50-LOAD-LIBRARY-EXIT.
005510   EXIT.
005520 B60-JUDGE-EDGES SECTION.
005530*--------------------------------------------------------------
005540*- MARK EVERY EDGE WHOSE TARGET DOES NOT EXIST.
005550*--------------------------------------------------------------
005560 B60-010.
005570   PERFORM VARYING WK-EDG-I FROM 1 BY 1
005580     UNTIL WK-EDG-I > WK-EDG-CNT
005590       MOVE SPACE         TO WK-EDG-MISS(WK-EDG-I)
005600       EVALUATE WK-EDG-KIND(WK-EDG-I)
005610       WHEN 'CALLS  '
005620       WHEN 'CHAIN  '
005630         MOVE WK-EDG-TO(WK-EDG-I) TO WK-NEW-FROM
005640         PERFORM Z60-FIND-SET
005650         IF WK-SET-HIT = ZERO
005660           THEN
005670             MOVE 'Y'           TO WK-EDG-MISS(WK-EDG-I)
005680           ELSE
005690             IF WK-SET-LIVE(WK-SET-HIT) = ZERO
005700               THEN
005710                 MOVE 'Y'           TO WK-EDG-MISS(WK-EDG-I)
005720             END-IF
005730         END-IF
005740       WHEN 'INCLUDE'
005750         IF WK-FRG-SRC = ZERO
005760           THEN
005770             MOVE '?'           TO WK-EDG-MISS(WK-EDG-I)
005780           ELSE
005790             MOVE 'Y'           TO WK-EDG-MISS(WK-EDG-I)
005800             PERFORM VARYING WK-FRG-I FROM 1 BY 1
005810               UNTIL WK-FRG-I > WK-FRG-CNT
005820                 IF WK-FRG-NAME(WK-FRG-I) = WK-EDG-TO(WK-EDG-I)
005830                   THEN
005840                     MOVE SPACE         TO WK-EDG-MISS(WK-EDG-I)
005850                 END-IF
005860             END-PERFORM
005870         END-IF
005880       WHEN OTHER
005890         IF WK-TBL-SRC = SPACE
005900           THEN
005910             MOVE '?'           TO WK-EDG-MISS(WK-EDG-I)
005920           ELSE
005930             MOVE WK-EDG-TO(WK-EDG-I)(1:5) TO WK-TBL-CHK
005940             PERFORM Z71-FIND-TABLE
005950             IF WK-TBL-HIT = ZERO
005960               THEN
005970                 MOVE 'Y'           TO WK-EDG-MISS(WK-EDG-I)
005980             END-IF
005990         END-IF
006000       END-EVALUATE
006010       IF WK-EDG-MISS(WK-EDG-I) = 'Y'
006020         THEN
006030           ADD 1              TO WK-EDG-MISSCNT
006040       END-IF
006050   END-PERFORM.
006060 B60-JUDGE-EDGES-EXIT.
006070   EXIT.
006080 C10-PRINT-FORWARD SECTION.
006090*--------------------------------------------------------------
006100*- PART 1: WHAT EACH SET NEEDS.
006110*--------------------------------------------------------------
006120 C10-010.
006130   PERFORM Z20-PUT-BLANK.
006140   MOVE 'PART 1 - WHAT EACH RULE SET DEPENDS ON'
006150                      TO WK-LINE(3:38).
006160   PERFORM Z10-PUT-LINE.
006170   PERFORM VARYING WK-SET-I FROM 1 BY 1
006180     UNTIL WK-SET-I > WK-SET-CNT
006190       PERFORM Z20-PUT-BLANK
006200       MOVE 'SET '        TO WK-LINE(3:4)
006210       MOVE WK-SET-ID(WK-SET-I) TO WK-LINE(7:8)
006220       IF WK-SET-LIVE(WK-SET-I) = ZERO
006230         THEN
006240           MOVE '(NOT IN THE RULE FILE)' TO WK-LINE(17:22)
006250       END-IF
006260       PERFORM Z10-PUT-LINE
006270       MOVE ZERO          TO WK-CNT
006280       PERFORM VARYING WK-EDG-I FROM 1 BY 1
006290         UNTIL WK-EDG-I > WK-EDG-CNT
006300           IF WK-EDG-FROM(WK-EDG-I) = WK-SET-ID(WK-SET-I)
006310             THEN
006320               ADD 1              TO WK-CNT
006330               PERFORM Z30-EDGE-LINE
006340           END-IF
006350       END-PERFORM
006360       IF WK-CNT = ZERO
006370         THEN
006380           MOVE 'NO DEPENDENCIES' TO WK-LINE(7:15)
006390           PERFORM Z10-PUT-LINE
006400       END-IF
006410   END-PERFORM.
006420 C10-PRINT-FORWARD-EXIT.
006430   EXIT.
006440 C20-PRINT-BACKWARD SECTION.
006450*--------------------------------------------------------------
006460*- PART 2: WHO USES EACH TARGET. EVERY DISTINCT (KIND GROUP,
006470*- NAME) IS PRINTED ONCE, AT ITS FIRST EDGE, WITH ALL ITS USERS
006480*- (THE EARLIER-EDGE TEST SKIPS THE REPEATS).
006490*--------------------------------------------------------------
006500 C20-010.
006510   PERFORM Z20-PUT-BLANK.
006520   MOVE 'PART 2 - WHAT USES EACH SET, TABLE AND FRAGMENT'
006530                      TO WK-LINE(3:48).
006540   PERFORM Z10-PUT-LINE.
006550   PERFORM Z20-PUT-BLANK.
006560   PERFORM VARYING WK-EDG-I FROM 1 BY 1
006570     UNTIL WK-EDG-I > WK-EDG-CNT
006580       PERFORM VARYING WK-EDG-HIT FROM 1 BY 1
006590         UNTIL WK-EDG-HIT NOT < WK-EDG-I
006600          OR (WK-EDG-TO(WK-EDG-HIT) = WK-EDG-TO(WK-EDG-I)
006610          AND WK-EDG-KIND(WK-EDG-HIT)(1:1)
006620            = WK-EDG-KIND(WK-EDG-I)(1:1))
006630           CONTINUE
006640       END-PERFORM
006650       IF WK-EDG-HIT = WK-EDG-I
006660         THEN
006670           PERFORM C21-ONE-TARGET
006680       END-IF
006690   END-PERFORM.
006700 C20-PRINT-BACKWARD-EXIT.
006710   EXIT.
006720 C21-ONE-TARGET SECTION.
006730*--------------------------------------------------------------
006740*- TARGET OF EDGE WK-EDG-I AND ITS USERS, EIGHT TO A LINE.
006750*- CALLS AND CHAIN SHARE THE FIRST LETTER 'C' (BOTH NAME A
006760*- SET); THE TABLE OPCODES DO NOT, SO A TABLE USED BY LOOKP
006770*- AND DECTB SHOWS ON TWO LINES, ONE PER WAY OF USE.
006780*--------------------------------------------------------------
006790 C21-010.
006800   EVALUATE WK-EDG-KIND(WK-EDG-I)(1:1)
006810   WHEN 'C'
006820     MOVE 'SET     '    TO WK-LINE(3:8)
006830   WHEN 'I'
006840     MOVE 'FRAGMENT'    TO WK-LINE(3:8)
006850   WHEN OTHER
006860     MOVE 'TABLE   '    TO WK-LINE(3:8)
006870   END-EVALUATE.
006880   MOVE WK-EDG-TO(WK-EDG-I) TO WK-LINE(12:8).
006890   IF WK-EDG-MISS(WK-EDG-I) = 'Y'
006900     THEN
006910       MOVE 'MISSING'     TO WK-LINE(21:7)
006920   END-IF.
006930   MOVE 'USED BY'     TO WK-LINE(29:7).
006940   MOVE 37            TO WK-POS.
006950   PERFORM VARYING WK-EDG-HIT FROM WK-EDG-I BY 1
006960     UNTIL WK-EDG-HIT > WK-EDG-CNT
006970       IF WK-EDG-TO(WK-EDG-HIT) = WK-EDG-TO(WK-EDG-I)
006980        AND WK-EDG-KIND(WK-EDG-HIT)(1:1)
006990          = WK-EDG-KIND(WK-EDG-I)(1:1)
007000         THEN
007010           IF WK-POS > 120
007020             THEN
007030               PERFORM Z10-PUT-LINE
007040               MOVE 37            TO WK-POS
007050           END-IF
007060           MOVE WK-EDG-FROM(WK-EDG-HIT) TO WK-LINE(WK-POS:8)
007070           MOVE WK-EDG-KIND(WK-EDG-HIT)(1:1)
007080                              TO WK-LINE(WK-POS + 8:1)
007090           ADD 11             TO WK-POS
007100       END-IF
007110   END-PERFORM.
007120   PERFORM Z10-PUT-LINE.
007130 C21-ONE-TARGET-EXIT.
007140   EXIT.
007150 C30-PRINT-MISSING SECTION.
007160*--------------------------------------------------------------
007170*- PART 3: EVERY DANGLING REFERENCE IN ONE PLACE.
007180*--------------------------------------------------------------
007190 C30-010.
007200   PERFORM Z20-PUT-BLANK.
007210   MOVE 'PART 3 - MISSING TARGETS' TO WK-LINE(3:24).
007220   PERFORM Z10-PUT-LINE.
007230   PERFORM Z20-PUT-BLANK.
007240   PERFORM VARYING WK-EDG-I FROM 1 BY 1
007250     UNTIL WK-EDG-I > WK-EDG-CNT
007260       IF WK-EDG-MISS(WK-EDG-I) = 'Y'
007270         THEN
007280           MOVE WK-EDG-FROM(WK-EDG-I) TO WK-LINE(3:8)
007290           PERFORM Z30-EDGE-LINE
007300       END-IF
007310   END-PERFORM.
007320   IF WK-EDG-MISSCNT = ZERO
007330     THEN
007340       MOVE 'NONE - EVERY TARGET EXISTS.' TO WK-LINE(3:27)
007350       PERFORM Z10-PUT-LINE
007360   END-IF.
007370 C30-PRINT-MISSING-EXIT.
007380   EXIT.
007390 C40-RETIRE-IMPACT SECTION.
007400*--------------------------------------------------------------
007410*- PART 4: WALK THE CALLS/CHAIN EDGES BACKWARDS FROM THE SET
007420*- BEING RETIRED, ONE LEVEL PER PASS, UNTIL A PASS MARKS
007430*- NOTHING NEW. DEPTH 1 = CALLS OR CHAINS INTO IT DIRECTLY;
007440*- DEEPER SETS BREAK THROUGH THE SET NAMED AS "VIA".
007450*--------------------------------------------------------------
007460 C40-010.
007470   PERFORM Z20-PUT-BLANK.
007480   MOVE SPACE         TO WK-LINE.
007490   STRING 'PART 4 - WHAT BREAKS IF ' WK-RETIRE ' IS RETIRED'
007500                      INTO WK-LINE(3:60).
007510   PERFORM Z10-PUT-LINE.
007520   PERFORM Z20-PUT-BLANK.
007530   MOVE WK-RETIRE     TO WK-NEW-FROM.
007540   PERFORM Z60-FIND-SET.
007550   MOVE 1             TO WK-SET-MARK(WK-SET-HIT).
007560   MOVE ZERO          TO WK-SET-DEPTH(WK-SET-HIT).
007570   MOVE ZERO          TO WK-DEPTH.
007580   MOVE 1             TO WK-MORE.
007590   PERFORM UNTIL WK-MORE = ZERO OR WK-DEPTH > 98
007600     MOVE ZERO          TO WK-MORE
007610     PERFORM VARYING WK-EDG-I FROM 1 BY 1
007620       UNTIL WK-EDG-I > WK-EDG-CNT
007630         IF WK-EDG-KIND(WK-EDG-I) = 'CALLS  '
007640          OR WK-EDG-KIND(WK-EDG-I) = 'CHAIN  '
007650           THEN
007660             PERFORM C41-WALK-ONE-EDGE
007670         END-IF
007680     END-PERFORM
007690     ADD 1              TO WK-DEPTH
007700   END-PERFORM.
007710   MOVE '  SET       LEVEL  VIA       HOW' TO WK-LINE(3:34).
007720   PERFORM Z10-PUT-LINE.
007730   PERFORM VARYING WK-SET-I FROM 1 BY 1
007740     UNTIL WK-SET-I > WK-SET-CNT
007750       IF WK-SET-MARK(WK-SET-I) = 1
007760        AND WK-SET-ID(WK-SET-I) NOT = WK-RETIRE
007770         THEN
007780           ADD 1              TO WK-BREAKS
007790           MOVE WK-SET-ID(WK-SET-I)    TO WK-LINE(5:8)
007800           MOVE WK-SET-DEPTH(WK-SET-I) TO WK-LINE(16:2)
007810           MOVE WK-SET-VIA(WK-SET-I)   TO WK-LINE(22:8)
007820           IF WK-SET-DEPTH(WK-SET-I) = 1
007830             THEN
007840               MOVE 'DIRECT'      TO WK-LINE(32:6)
007850             ELSE
007860               MOVE 'THROUGH ANOTHER SET' TO WK-LINE(32:19)
007870           END-IF
007880           PERFORM Z10-PUT-LINE
007890       END-IF
007900   END-PERFORM.
007910   IF WK-BREAKS = ZERO
007920     THEN
007930       MOVE 'NO SET CALLS OR CHAINS INTO IT.'
007940                      TO WK-LINE(5:31)
007950       PERFORM Z10-PUT-LINE
007960   END-IF.
007970*-   TABLES AND FRAGMENTS ONLY THE RETIRED SET USES.
007980   PERFORM Z20-PUT-BLANK.
007990   MOVE 'TABLES AND FRAGMENTS NO OTHER SET USES:'
008000                      TO WK-LINE(3:39).
008010   PERFORM Z10-PUT-LINE.
008020   PERFORM VARYING WK-EDG-I FROM 1 BY 1
008030     UNTIL WK-EDG-I > WK-EDG-CNT
008040       IF WK-EDG-FROM(WK-EDG-I) = WK-RETIRE
008050        AND WK-EDG-KIND(WK-EDG-I)(1:1) NOT = 'C'
008060         THEN
008070           PERFORM C42-SOLE-USER
008080       END-IF
008090   END-PERFORM.
008100   IF WK-ORPHANS = ZERO
008110     THEN
008120       MOVE 'NONE.'       TO WK-LINE(5:5)
008130       PERFORM Z10-PUT-LINE
008140   END-IF.
008150 C40-RETIRE-IMPACT-EXIT.
008160   EXIT.
008170 C41-WALK-ONE-EDGE SECTION.
008180*--------------------------------------------------------------
008190*- AN EDGE FROM AN UNMARKED SET INTO A SET MARKED AT THE
008200*- CURRENT DEPTH MARKS ITS SOURCE ONE LEVEL DEEPER.
008210*--------------------------------------------------------------
008220 C41-010.
008230   MOVE WK-EDG-TO(WK-EDG-I) TO WK-NEW-FROM.
008240   PERFORM Z60-FIND-SET.
008250   IF WK-SET-HIT = ZERO
008260     THEN
008270       GO TO C41-WALK-ONE-EDGE-EXIT
008280   END-IF.
008290   IF WK-SET-MARK(WK-SET-HIT) NOT = 1
008300    OR WK-SET-DEPTH(WK-SET-HIT) NOT = WK-DEPTH
008310     THEN
008320       GO TO C41-WALK-ONE-EDGE-EXIT
008330   END-IF.
008340   MOVE WK-SET-ID(WK-SET-HIT) TO WK-TXT(1:8).
008350   MOVE WK-EDG-FROM(WK-EDG-I) TO WK-NEW-FROM.
008360   PERFORM Z60-FIND-SET.
008370   IF WK-SET-MARK(WK-SET-HIT) = 1
008380     THEN
008390       GO TO C41-WALK-ONE-EDGE-EXIT
008400   END-IF.
008410   MOVE 1             TO WK-SET-MARK(WK-SET-HIT).
008420   COMPUTE WK-SET-DEPTH(WK-SET-HIT) = WK-DEPTH + 1.
008430   MOVE WK-TXT(1:8)   TO WK-SET-VIA(WK-SET-HIT).
008440   MOVE 1             TO WK-MORE.
008450 C41-WALK-ONE-EDGE-EXIT.
008460   EXIT.
008470 C42-SOLE-USER SECTION.
008480 C42-010.
008490   MOVE ZERO          TO WK-CNT.
008500   PERFORM VARYING WK-EDG-HIT FROM 1 BY 1
008510     UNTIL WK-EDG-HIT > WK-EDG-CNT
008520       IF WK-EDG-TO(WK-EDG-HIT) = WK-EDG-TO(WK-EDG-I)
008530        AND WK-EDG-FROM(WK-EDG-HIT) NOT = WK-RETIRE
008540        AND WK-EDG-KIND(WK-EDG-HIT)(1:1) NOT = 'C'
008550         THEN
008560           IF WK-EDG-KIND(WK-EDG-I) = 'INCLUDE'
008570             THEN
008580               IF WK-EDG-KIND(WK-EDG-HIT) = 'INCLUDE'
008590                 THEN
008600                   ADD 1              TO WK-CNT
008610               END-IF
008620             ELSE
008630               IF WK-EDG-KIND(WK-EDG-HIT) NOT = 'INCLUDE'
008640                 THEN
008650                   ADD 1              TO WK-CNT
008660               END-IF
008670           END-IF
008680       END-IF
008690   END-PERFORM.
008700   IF WK-CNT = ZERO
008710     THEN
008720       ADD 1              TO WK-ORPHANS
008730       MOVE WK-EDG-KIND(WK-EDG-I) TO WK-LINE(5:7)
008740       MOVE WK-EDG-TO(WK-EDG-I)   TO WK-LINE(14:8)
008750       PERFORM Z10-PUT-LINE
008760   END-IF.
008770 C42-SOLE-USER-EXIT.
008780   EXIT.
008790 Z10-PUT-LINE SECTION.
008800 Z10-010.
008810   MOVE WK-LINE       TO F2LINE.
008820   WRITE F2LINE.
008830   MOVE SPACE         TO WK-LINE.
008840 Z10-PUT-LINE-EXIT.
008850   EXIT.
008860 Z20-PUT-BLANK SECTION.
008870 Z20-010.
008880   MOVE SPACE         TO F2LINE.
008890   WRITE F2LINE.
008900   MOVE SPACE         TO WK-LINE.
008910 Z20-PUT-BLANK-EXIT.
008920   EXIT.
008930 Z30-EDGE-LINE SECTION.
008940*--------------------------------------------------------------
008950*- ONE EDGE (WK-EDG-I) INTO COLS 13 ON OF THE CURRENT LINE.
008960*--------------------------------------------------------------
008970 Z30-010.
008980   MOVE WK-EDG-KIND(WK-EDG-I) TO WK-LINE(13:7).
008990   MOVE WK-EDG-TO(WK-EDG-I)   TO WK-LINE(22:8).
009000   MOVE WK-EDG-NOTE(WK-EDG-I) TO WK-LINE(32:16).
009010   EVALUATE WK-EDG-MISS(WK-EDG-I)
009020   WHEN 'Y'
009030     EVALUATE WK-EDG-KIND(WK-EDG-I)(1:1)
009040     WHEN 'C'
009050       MOVE 'MISSING - SET NOT IN THE RULE FILE'
009060                      TO WK-LINE(50:34)
009070     WHEN 'I'
009080       MOVE 'MISSING - FRAGMENT NOT IN THE LIBRARY'
009090                      TO WK-LINE(50:37)
009100     WHEN OTHER
009110       MOVE 'MISSING - TABLE NOT IN '  TO WK-LINE(50:23)
009120       MOVE WK-TBL-SRC                 TO WK-LINE(73:20)
009130     END-EVALUATE
009140   WHEN '?'
009150     MOVE 'NOT CHECKED'  TO WK-LINE(50:11)
009160   WHEN OTHER
009170     CONTINUE
009180   END-EVALUATE.
009190   PERFORM Z10-PUT-LINE.
009200 Z30-EDGE-LINE-EXIT.
009210   EXIT.
009220 Z50-ADD-EDGE SECTION.
009230*--------------------------------------------------------------
009240*- ADD WK-NEW-* UNLESS THE SAME (FROM, KIND, TO) IS THERE.
009250*--------------------------------------------------------------
009260 Z50-010.
009270   PERFORM VARYING WK-EDG-I FROM 1 BY 1
009280     UNTIL WK-EDG-I > WK-EDG-CNT
009290       IF WK-EDG-FROM(WK-EDG-I) = WK-NEW-FROM
009300        AND WK-EDG-KIND(WK-EDG-I) = WK-NEW-KIND
009310        AND WK-EDG-TO(WK-EDG-I) = WK-NEW-TO
009320         THEN
009330           GO TO Z50-ADD-EDGE-EXIT
009340       END-IF
009350   END-PERFORM.
009360   IF WK-EDG-CNT NOT < 1000
009370     THEN
009380       ADD 1              TO WK-EDG-LOST
009390       GO TO Z50-ADD-EDGE-EXIT
009400   END-IF.
009410   ADD 1              TO WK-EDG-CNT.
009420   MOVE WK-NEW-FROM   TO WK-EDG-FROM(WK-EDG-CNT).
009430   MOVE WK-NEW-KIND   TO WK-EDG-KIND(WK-EDG-CNT).
009440   MOVE WK-NEW-TO     TO WK-EDG-TO(WK-EDG-CNT).
009450   MOVE WK-NEW-NOTE   TO WK-EDG-NOTE(WK-EDG-CNT).
009460   MOVE SPACE         TO WK-EDG-MISS(WK-EDG-CNT).
009470 Z50-ADD-EDGE-EXIT.
009480   EXIT.
009490 Z60-FIND-SET SECTION.
009500*--------------------------------------------------------------
009510*- WK-SET-HIT = SLOT OF SET WK-NEW-FROM, ZERO IF UNKNOWN.
009520*--------------------------------------------------------------
009530 Z60-010.
009540   MOVE ZERO          TO WK-SET-HIT.
009550   PERFORM VARYING WK-SET-I FROM 1 BY 1
009560     UNTIL WK-SET-I > WK-SET-CNT OR WK-SET-HIT > ZERO
009570       IF WK-SET-ID(WK-SET-I) = WK-NEW-FROM
009580         THEN
009590           MOVE WK-SET-I      TO WK-SET-HIT
009600       END-IF
009610   END-PERFORM.
009620 Z60-FIND-SET-EXIT.
009630   EXIT.
009640 Z61-ADD-SET SECTION.
009650*--------------------------------------------------------------
009660*- SLOT FOR SET WK-NEW-FROM, ADDING IT (NOT LIVE) IF NEW.
009670*- WK-SET-HIT = ZERO ONLY WHEN THE TABLE IS FULL.
009680*--------------------------------------------------------------
009690 Z61-010.
009700   PERFORM Z60-FIND-SET.
009710   IF WK-SET-HIT > ZERO OR WK-SET-CNT NOT < 300
009720     THEN
009730       GO TO Z61-ADD-SET-EXIT
009740   END-IF.
009750   ADD 1              TO WK-SET-CNT.
009760   MOVE WK-SET-CNT    TO WK-SET-HIT.
009770   MOVE WK-NEW-FROM   TO WK-SET-ID(WK-SET-HIT).
009780   MOVE ZERO          TO WK-SET-LIVE(WK-SET-HIT).
009790   MOVE ZERO          TO WK-SET-MARK(WK-SET-HIT).
009800   MOVE ZERO          TO WK-SET-DEPTH(WK-SET-HIT).
009810   MOVE SPACE         TO WK-SET-VIA(WK-SET-HIT).
009820 Z61-ADD-SET-EXIT.
009830   EXIT.
009840 Z70-ADD-TABLE SECTION.
009850 Z70-010.
009860   PERFORM Z71-FIND-TABLE.
009870   IF WK-TBL-HIT = 1 OR WK-TBL-CNT NOT < 500
009880     THEN
009890       GO TO Z70-ADD-TABLE-EXIT
009900   END-IF.
009910   ADD 1              TO WK-TBL-CNT.
009920   MOVE WK-TBL-CHK    TO WK-TBL-NAME(WK-TBL-CNT).
009930 Z70-ADD-TABLE-EXIT.
009940   EXIT.
009950 Z71-FIND-TABLE SECTION.
009960*--------------------------------------------------------------
009970*- WK-TBL-HIT = 1 IF TABLE WK-TBL-CHK EXISTS.
009980*--------------------------------------------------------------
009990 Z71-010.
010000   MOVE ZERO          TO WK-TBL-HIT.
010010   PERFORM VARYING WK-TBL-I FROM 1 BY 1
010020     UNTIL WK-TBL-I > WK-TBL-CNT
010030       IF WK-TBL-NAME(WK-TBL-I) = WK-TBL-CHK
010040         THEN
010050           MOVE 1             TO WK-TBL-HIT
010060       END-IF
010070   END-PERFORM.
010080 Z71-FIND-TABLE-EXIT.
010090   EXIT.
