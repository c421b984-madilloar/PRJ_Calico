000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   MUTTEST.
000030*--------------------------------------------------------------
000040*- MUTATION TESTER FOR THE REGRESSION PACK. A GREEN REGRUNNR
000050*- ONLY SAYS THE CASES WE HAVE STILL PASS; THIS SAYS WHETHER
000060*- THEY WOULD CATCH A MISTAKE. FOR ONE RULE SET IT MAKES SMALL
000070*- DELIBERATE CHANGES TO A COPY OF THE SET, ONE AT A TIME, AND
000080*- RUNS THE SET'S REGRUNNR CASES AGAINST EACH MUTANT:
000090*-   GT___/GE___ AND LT___/LE___ SWAPPED, EQ___/NOTEQ SWAPPED,
000100*-   AND__/OR___ SWAPPED, A NUMERIC PUSHL LITERAL NUDGED UP
000110*-   AND DOWN BY ONE, A JMP__/JPNZ_ TARGET MOVED ONE ROW EACH
000120*-   WAY, AND A JPZ__ EXIT MOVED TO THE NEXT ROW (JPZ__ ENDS
000130*-   THE SET, SO ITS MUTANT BECOMES A JPNZ_ TO THE FOLLOWING
000140*-   ROW - THE VALUE IS STILL POPPED, THE BAIL-OUT IS GONE).
000150*- A MUTANT IS KILLED WHEN ANY CASE JUDGES RED (SAME JUDGEMENT
000160*- AS REGRUNNR B10, INCLUDING A RUNAWAY STOPPED BY THE STEP
000170*- GUARD); ONE THAT KEEPS THE PACK GREEN SURVIVED, AND THE
000180*- REPORT LISTS EVERY SURVIVOR WITH ITS PC AND CHANGE - THE
000190*- BOUNDARY CASES THE DESK SHOULD HARVEST OR WRITE NEXT.
000200*-
000210*- THE UNMUTATED SET IS RUN FIRST: A PACK THAT IS NOT GREEN ON
000220*- THE REAL SET MEASURES NOTHING, SO NO MUTANTS ARE TRIED.
000230*- EACH MUTANT STARTS FROM A FRESH INIT WITH THE REFERENCE
000240*- CODE TABLES RE-REGISTERED, AS REGRUNNR DOES; ROWS AND CASES
000250*- ARE HELD IN STORAGE SO THE FILES ARE READ ONCE.
000260*-
000270*- ENV: PCHECKTBL_FILE, CASE_FILE, RULESET_ID (REQUIRED),
000280*-      REFTABLE_LIST (OPTIONAL), MUTATE_FILE (REPORT).
000290*- RETURN-CODE: 0=EVERY MUTANT KILLED, 4=SURVIVORS LISTED,
000300*-              8=PACK NOT GREEN ON THE UNMUTATED SET,
000310*-              12=SET OR ITS CASES NOT FOUND, 16=FATAL I/O.
000320*--------------------------------------------------------------
000330 ENVIRONMENT    DIVISION.
000340 INPUT-OUTPUT               SECTION.
000350 FILE-CONTROL.
000360   SELECT F1INPUT ASSIGN TO WK-FILENAME
000370   ORGANIZATION INDEXED
000380   ACCESS MODE DYNAMIC
000390   RECORD KEY IS F1RSID WITH DUPLICATES
000400   STATUS FST.
000410   SELECT F2CASE  ASSIGN TO WK-CASENAME
000420   ORGANIZATION LINE SEQUENTIAL
000430   STATUS WK-CASE-FST.
000440   SELECT F3REPT  ASSIGN TO WK-RPTNAME
000450   ORGANIZATION LINE SEQUENTIAL
000460   STATUS WK-RPT-FST.
000470   SELECT F12REF  ASSIGN TO WK-REFNAME
000480   ORGANIZATION LINE SEQUENTIAL
000490   STATUS WK-REF-FST.
000500   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000510   ORGANIZATION LINE SEQUENTIAL
000520   STATUS WK-REFL-FST.
000530 DATA DIVISION.
000540 FILE                       SECTION.
000550 FD  F1INPUT.
000560 01  F1RECORD               SYNC.
000570   03 F1RSID               PIC X(08).
000580   03 F1BODY               PIC X(18).
000590 FD  F2CASE.
000600 01  F2RECORD               PIC X(100).
000610 FD  F3REPT.
000620 01  F3LINE                 PIC X(132).
000630 FD  F12REF.
000640 01  F12RECORD              PIC X(80).
000650 FD  F13RLIST.
000660 01  F13RECORD              PIC X(110).
000670 WORKING-STORAGE SECTION.
000680 01  FST                    PIC X(02).
000690 01  WK-FILENAME            PIC X(100).
000700 01  WK-RSID                PIC X(08).
000710 01  WK-CASE                SYNC.
000720   03 WK-CASENAME           PIC X(100).
000730   03 WK-CASE-FST           PIC X(02).
000740 01  WK-RPT                 SYNC.
000750   03 WK-RPTNAME            PIC X(100).
000760   03 WK-RPT-FST            PIC X(02).
000770*--------------------------------------------------------------
000780*- REFERENCE CODE-TABLE WORK (SEE REGRUNNR B30).
000790*--------------------------------------------------------------
000800 01  WK-REF                 SYNC.
000810   03 WK-REFLNAME           PIC X(100).
000820   03 WK-REFL-FST           PIC X(02).
000830   03 WK-REFNAME            PIC X(100).
000840   03 WK-REF-FST            PIC X(02).
000850   03 WK-REF-TBLNAME        PIC X(05).
000860   03 WK-REF-RANGE          PIC 9(01).
000870   03 WK-REF-CNT            PIC 9(07).
000880   03 WK-REF-TODAY          PIC X(08).
000890*- 1 = THE TABLES HAVE BEEN REPORTED ONCE; LATER RELOADS (ONE
000900*- PER MUTANT) STAY QUIET.
000910   03 WK-REF-QUIET          PIC 9(01) VALUE ZERO.
000920*--------------------------------------------------------------
000930*- THE SET'S RAW ROWS AS STORED (HDR__/TRL__ DROPPED, CONT_
000940*- KEPT SO THE LOAD IS BYTE-FOR-BYTE THE PRODUCTION ONE), EACH
000950*- WITH THE ENGINE PC IT LANDS ON (ZERO FOR A CONT_, WHICH
000960*- FOLDS INTO ITS PUSHL).
000970*--------------------------------------------------------------
000980 01  WK-TBL                 SYNC.
000990   03 WK-ROWCNT             PIC 9(05) VALUE ZERO.
001000   03 WK-PCCNT              PIC 9(05) VALUE ZERO.
001010   03 WK-HDR-CNT            PIC 9(02) VALUE ZERO.
001020   03 WK-ROW                OCCURS 2000 TIMES.
001030     05 WK-ROW-BODY         PIC X(18).
001040     05 WK-ROW-PC           PIC 9(05).
001050*--------------------------------------------------------------
001060*- THE SET'S CASES FROM THE CASE LIBRARY (REGRUNNR LAYOUT).
001070*--------------------------------------------------------------
001080 01  WK-PACK                SYNC.
001090   03 WK-CASECNT            PIC 9(04) VALUE ZERO.
001100   03 WK-CASE-OVER          PIC 9(05) VALUE ZERO.
001110   03 WK-PCASE              OCCURS 1000 TIMES PIC X(100).
001120 01  WK-CASE-WRK            SYNC.
001130   03 WK-C                  PIC 9(04).
001140   03 WK-EXP-STS            PIC X(04).
001150   03 WK-EXP-OUT            PIC X(30).
001160   03 WK-ACT-STS            PIC X(04).
001170   03 WK-BLK-FATAL          PIC 9(01).
001180   03 WK-BLK-I              PIC 9(02).
001190*- SET TO THE FIRST CASE THAT JUDGED RED (ZERO = ALL GREEN).
001200   03 WK-KILLER             PIC 9(04).
001210*- 1 = THE SET LOADED AND ACTIVATED FOR THIS RUN OF THE PACK.
001220   03 WK-SET-OK             PIC 9(01).
001230*--------------------------------------------------------------
001240*- MUTANT WORK. THE SURVIVOR LIST IS REPRINTED AT THE END OF
001250*- THE REPORT (OVERFLOW BEYOND 500 IS COUNTED, NOT LISTED).
001260*--------------------------------------------------------------
001270 01  WK-MUT                 SYNC.
001280   03 WK-I                  PIC 9(05).
001290   03 WK-MUT-ROW            PIC 9(05) VALUE ZERO.
001300   03 WK-SAVE-BODY          PIC X(18).
001310   03 WK-NEW-BODY           PIC X(18).
001320   03 WK-CHANGE             PIC X(40).
001330   03 WK-MUT-CNT            PIC 9(05) VALUE ZERO.
001340   03 WK-KILL-CNT           PIC 9(05) VALUE ZERO.
001350   03 WK-SURV-CNT           PIC 9(05) VALUE ZERO.
001360   03 WK-SCORE              PIC 9(03) VALUE ZERO.
001370   03 WK-SURV               OCCURS 500 TIMES.
001380     05 WK-SURV-PC          PIC 9(05).
001390     05 WK-SURV-CHG         PIC X(40).
001400 01  WK-LITW                SYNC.
001410   03 WK-LIT-POS            PIC 9(02).
001420   03 WK-LIT-MAX            PIC 9(02).
001430   03 WK-LIT                PIC X(11).
001440   03 WK-LIT-LEN            PIC 9(02).
001450   03 WK-LIT-NUM            PIC 9(11).
001460   03 WK-LIT-ORG            PIC 9(11).
001470   03 WK-LIT-9              PIC 9(11).
001480   03 WK-LIT-E              PIC Z(10)9.
001490   03 WK-LIT-LEAD           PIC 9(02).
001500   03 WK-LIT-NEW            PIC X(11).
001510   03 WK-LIT-NLEN           PIC 9(02).
001520   03 WK-TGT                PIC 9(05).
001530   03 WK-TGT-ORG            PIC 9(05).
001540 01  WK-LINE                PIC X(132).
001550*--------------------------------------------------------------
001560*- ENGINE CALL AREAS.
001570*--------------------------------------------------------------
001580 01       PVCODE-PRM.
001590   COPY   RVCODE-PRM.
001600 01       IN100             SYNC.
001610   03     FILLER            PIC X(10).
001620 01       IN200             SYNC.
001630   03     FILLER            PIC X(10).
001640 01       IN300             SYNC.
001650   03     FILLER            PIC X(10).
001660 01       IN400             SYNC.
001670   03     FILLER            PIC X(10).
001680 01       IN500             SYNC.
001690   03     FILLER            PIC X(10).
001700 01       OUT00             SYNC.
001710   03     FILLER            PIC X(100).
001720 PROCEDURE DIVISION.
001730 A00-MAIN SECTION.
001740*--------------------------------------------------------------
001750*- READ THE SET AND ITS CASES, PROVE THE BASELINE GREEN, THEN
001760*- TRY EVERY MUTANT THE SET'S ROWS OFFER.
001770*--------------------------------------------------------------
001780 A00-010.
001790   MOVE SPACE         TO WK-FILENAME.
001800   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
001810   IF WK-FILENAME = SPACE
001820     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
001830   END-IF.
001840   MOVE SPACE         TO WK-CASENAME.
001850   ACCEPT WK-CASENAME FROM ENVIRONMENT 'CASE_FILE'.
001860   IF WK-CASENAME = SPACE
001870     MOVE '../data/pcheckcases.txt' TO WK-CASENAME
001880   END-IF.
001890   MOVE SPACE         TO WK-RPTNAME.
001900   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'MUTATE_FILE'.
001910   IF WK-RPTNAME = SPACE
001920     MOVE '../data/pcheckmutate.txt' TO WK-RPTNAME
001930   END-IF.
001940   MOVE SPACE         TO WK-REFLNAME.
001950   ACCEPT WK-REFLNAME FROM ENVIRONMENT 'REFTABLE_LIST'.
001960   ACCEPT WK-REF-TODAY FROM DATE YYYYMMDD.
001970   MOVE SPACE         TO WK-RSID.
001980   ACCEPT WK-RSID     FROM ENVIRONMENT 'RULESET_ID'.
001990   IF WK-RSID = SPACE
002000     THEN
002010       DISPLAY 'MUTTEST:RULESET_ID REQUIRED.'
002020       MOVE 12            TO RETURN-CODE
002030       GOBACK
002040   END-IF.
002050   PERFORM B10-READ-SET.
002060   IF RETURN-CODE NOT = ZERO
002070     THEN
002080       GOBACK
002090   END-IF.
002100   PERFORM B15-READ-CASES.
002110   IF RETURN-CODE NOT = ZERO
002120     THEN
002130       GOBACK
002140   END-IF.
002150   OPEN OUTPUT F3REPT.
002160   IF WK-RPT-FST NOT = '00'
002170     THEN
002180       DISPLAY 'MUTTEST:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002190       MOVE 16            TO RETURN-CODE
002200       GOBACK
002210   END-IF.
002220   MOVE SPACE         TO WK-LINE.
002230   STRING 'MUTATION TEST  SET=' WK-RSID
002240          '  ROWS=' WK-PCCNT
002250          '  CASES=' WK-CASECNT
002260                      INTO WK-LINE.
002270   PERFORM Z10-WRITE-LINE.
002280   IF WK-CASE-OVER > ZERO
002290     THEN
002300       MOVE SPACE         TO WK-LINE
002310       STRING '  ' WK-CASE-OVER ' FURTHER CASES FOR THE SET '
002320              'NOT HELD - ONLY THE FIRST 1000 ARE RUN.'
002330                      INTO WK-LINE
002340       PERFORM Z10-WRITE-LINE
002350   END-IF.
002360*- BASELINE: THE REAL SET AGAINST THE PACK.
002370   MOVE ZERO          TO WK-MUT-ROW.
002380   PERFORM B20-RUN-PACK.
002390   IF WK-KILLER NOT = ZERO
002400     THEN
002410       MOVE SPACE         TO WK-LINE
002420       STRING 'BASELINE NOT GREEN - CASE ' WK-KILLER
002430              ' IS RED ON THE UNMUTATED SET. FIX THE PACK '
002440              'FIRST; NO MUTANTS TRIED.'
002450                      INTO WK-LINE
002460       PERFORM Z10-WRITE-LINE
002470       CLOSE F3REPT
002480       DISPLAY 'MUTTEST:BASELINE NOT GREEN. CASE=' WK-KILLER
002490       MOVE 8             TO RETURN-CODE
002500       GOBACK
002510   END-IF.
002520   MOVE 'BASELINE GREEN.' TO WK-LINE.
002530   PERFORM Z10-WRITE-LINE.
002540   PERFORM VARYING WK-I FROM 1 BY 1
002550     UNTIL WK-I > WK-ROWCNT
002560       IF WK-ROW-PC(WK-I) > ZERO
002570         THEN
002580           PERFORM C10-MUTATE-ROW
002590       END-IF
002600   END-PERFORM.
002610   PERFORM Z20-SUMMARY.
002620   CLOSE F3REPT.
002630   DISPLAY '===================================='.
002640   DISPLAY 'MUTTEST RESULT: MUTANTS=' WK-MUT-CNT
002650           ' KILLED=' WK-KILL-CNT ' SURVIVED=' WK-SURV-CNT
002660           ' SCORE=' WK-SCORE '%'.
002670   DISPLAY '===================================='.
002680   IF WK-SURV-CNT > ZERO
002690     THEN
002700       MOVE 4             TO RETURN-CODE
002710     ELSE
002720       MOVE ZERO          TO RETURN-CODE
002730   END-IF.
002740   GOBACK.
002750 B05-INIT-ENGINE SECTION.
002760*--------------------------------------------------------------
002770*- FRESH ENGINE AND REFERENCE TABLES (SEE REGRUNNR B05).
002780*--------------------------------------------------------------
002790 B05-010.
002800   MOVE SPACE         TO PVCODE-PRM.
002810   MOVE ZERO          TO PVCODE-TBLMAX.
002820   MOVE 'INIT'        TO PVCODE-FUNC.
002830   CALL 'SUBVCODE' USING PVCODE-PRM
002840                         IN100
002850                         IN200
002860                         IN300
002870                         IN400
002880                         IN500
002890                         OUT00.
002900   IF WK-REFLNAME NOT = SPACE
002910     THEN
002920       PERFORM B30-LOAD-REFTABLES
002930   END-IF.
002940 B05-INIT-ENGINE-EXIT.
002950   EXIT.
002960 B10-READ-SET SECTION.
002970*--------------------------------------------------------------
002980*- HOLD THE SET'S ROWS AND NUMBER THEM AS THE ENGINE WILL.
002990*--------------------------------------------------------------
003000 B10-010.
003010   OPEN INPUT F1INPUT.
003020   IF FST NOT = '00'
003030     THEN
003040       DISPLAY 'MUTTEST:RULE FILE OPEN ERROR STATUS=' FST
003050       MOVE 16            TO RETURN-CODE
003060       GO TO B10-READ-SET-EXIT
003070   END-IF.
003080   MOVE WK-RSID       TO F1RSID.
003090   START F1INPUT KEY IS = F1RSID
003100     INVALID KEY
003110       DISPLAY 'MUTTEST:RULE-SET NOT FOUND. ID=' WK-RSID
003120       CLOSE F1INPUT
003130       MOVE 12            TO RETURN-CODE
003140       GO TO B10-READ-SET-EXIT
003150   END-START.
003160   PERFORM UNTIL FST NOT = '00'
003170     READ F1INPUT NEXT RECORD
003180       END
003190         CONTINUE
003200       NOT END
003210         IF F1RSID NOT = WK-RSID
003220           THEN
003230             MOVE '10'      TO FST
003240           ELSE
003250             EVALUATE F1BODY(1:5)
003260             WHEN 'HDR__'
003270               ADD 1              TO WK-HDR-CNT
003275             WHEN 'SRC__'
003280             WHEN 'TRL__'
003290               CONTINUE
003300             WHEN OTHER
003310               IF WK-ROWCNT < 2000
003320                 THEN
003330                   ADD 1              TO WK-ROWCNT
003340                   MOVE F1BODY        TO WK-ROW-BODY(WK-ROWCNT)
003350                   MOVE ZERO          TO WK-ROW-PC(WK-ROWCNT)
003360                   IF F1BODY(1:5) NOT = 'CONT_'
003370                     THEN
003380                       ADD 1              TO WK-PCCNT
003390                       MOVE WK-PCCNT
003400                         TO WK-ROW-PC(WK-ROWCNT)
003410                   END-IF
003420                 ELSE
003430                   DISPLAY 'MUTTEST:RULE-SET OVER 2000 ROWS. ID='
003440                           WK-RSID
003450                   MOVE 12            TO RETURN-CODE
003460                   MOVE '99'          TO FST
003470               END-IF
003480             END-EVALUATE
003490         END-IF
003500     END-READ
003510   END-PERFORM.
003520   CLOSE F1INPUT.
003530   IF RETURN-CODE NOT = ZERO
003540     THEN
003550       GO TO B10-READ-SET-EXIT
003560   END-IF.
003570*- SEE REGRUNNR B20: A MULTI-VERSION SET IS NOT LOADED
003580*- CONCATENATED.
003590   IF WK-HDR-CNT > 1
003600     THEN
003610       DISPLAY 'MUTTEST:MULTI-VERSION SET NOT SUPPORTED '
003620               'HERE. ID=' WK-RSID
003630       MOVE 12            TO RETURN-CODE
003640       GO TO B10-READ-SET-EXIT
003650   END-IF.
003660   IF WK-PCCNT = ZERO
003670     THEN
003680       DISPLAY 'MUTTEST:RULE-SET HAS NO RULE ROWS. ID=' WK-RSID
003690       MOVE 12            TO RETURN-CODE
003700   END-IF.
003710 B10-READ-SET-EXIT.
003720   EXIT.
003730 B15-READ-CASES SECTION.
003740*--------------------------------------------------------------
003750*- HOLD THE CASE LIBRARY'S CASES FOR THIS SET.
003760*--------------------------------------------------------------
003770 B15-010.
003780   OPEN INPUT F2CASE.
003790   IF WK-CASE-FST NOT = '00'
003800     THEN
003810       DISPLAY 'MUTTEST:CASE FILE OPEN ERROR STATUS='
003820               WK-CASE-FST
003830       MOVE 16            TO RETURN-CODE
003840       GO TO B15-READ-CASES-EXIT
003850   END-IF.
003860   PERFORM UNTIL WK-CASE-FST NOT = '00'
003870     READ F2CASE
003880       AT END
003890         CONTINUE
003900       NOT AT END
003910         IF F2RECORD(1:1) NOT = '*' AND F2RECORD NOT = SPACE
003920          AND F2RECORD(1:8) = WK-RSID
003930           THEN
003940             IF WK-CASECNT < 1000
003950               THEN
003960                 ADD 1              TO WK-CASECNT
003970                 MOVE F2RECORD      TO WK-PCASE(WK-CASECNT)
003980               ELSE
003990                 ADD 1              TO WK-CASE-OVER
004000             END-IF
004010         END-IF
004020     END-READ
004030   END-PERFORM.
004040   CLOSE F2CASE.
004050   IF WK-CASECNT = ZERO
004060     THEN
004070       DISPLAY 'MUTTEST:NO CASES FOR THE SET. ID=' WK-RSID
004080       MOVE 12            TO RETURN-CODE
004090   END-IF.
004100 B15-READ-CASES-EXIT.
004110   EXIT.
004120 B20-RUN-PACK SECTION.
004130*--------------------------------------------------------------
004140*- LOAD THE HELD ROWS INTO THE SET'S RESIDENT SLOT - WITH ROW
004150*- WK-MUT-ROW REPLACED BY WK-NEW-BODY WHEN IT IS NOT ZERO -
004160*- ACTIVATE IT AND RUN THE CASES UNTIL THE FIRST RED ONE.
004170*--------------------------------------------------------------
004180 B20-010.
004190   MOVE ZERO          TO WK-KILLER.
004200   MOVE 1             TO WK-SET-OK.
004210   PERFORM B05-INIT-ENGINE.
004220   PERFORM VARYING WK-C FROM 1 BY 1
004230     UNTIL WK-C > WK-ROWCNT OR WK-SET-OK = ZERO
004240       MOVE SPACE         TO PVCODE-PRM
004250       MOVE 'LOAD'        TO PVCODE-FUNC
004260       MOVE WK-RSID       TO PVCODE-SETID
004270       IF WK-C = WK-MUT-ROW
004280         THEN
004290           MOVE WK-NEW-BODY   TO PVCODE
004300         ELSE
004310           MOVE WK-ROW-BODY(WK-C) TO PVCODE
004320       END-IF
004330       CALL 'SUBVCODE' USING PVCODE-PRM
004340                             IN100
004350                             IN200
004360                             IN300
004370                             IN400
004380                             IN500
004390                             OUT00
004400       IF PVCODE-COD < ZERO
004410         THEN
004420           MOVE ZERO          TO WK-SET-OK
004430       END-IF
004440   END-PERFORM.
004450   IF WK-SET-OK = 1
004460     THEN
004470       MOVE SPACE         TO PVCODE-PRM
004480       MOVE 'USE_'        TO PVCODE-FUNC
004490       MOVE WK-RSID       TO PVCODE-SETID
004500       CALL 'SUBVCODE' USING PVCODE-PRM
004510                             IN100
004520                             IN200
004530                             IN300
004540                             IN400
004550                             IN500
004560                             OUT00
004570       IF PVCODE-COD NOT = ZERO
004580         THEN
004590           MOVE ZERO          TO WK-SET-OK
004600       END-IF
004610   END-IF.
004620*- A SET (OR MUTANT) THAT WILL NOT LOAD JUDGES EVERY CASE
004630*- 'FAIL', AS REGRUNNR DOES; THE CASES STILL DECIDE.
004640   PERFORM VARYING WK-C FROM 1 BY 1
004650     UNTIL WK-C > WK-CASECNT OR WK-KILLER NOT = ZERO
004660       PERFORM B21-RUN-ONE-CASE
004670   END-PERFORM.
004680 B20-RUN-PACK-EXIT.
004690   EXIT.
004700 B21-RUN-ONE-CASE SECTION.
004710*--------------------------------------------------------------
004720*- ONE CASE, JUDGED EXACTLY AS REGRUNNR B10 JUDGES IT.
004730*--------------------------------------------------------------
004740 B21-010.
004750   MOVE WK-PCASE(WK-C)(65:4) TO WK-EXP-STS.
004760   MOVE WK-PCASE(WK-C)(70:30) TO WK-EXP-OUT.
004770   MOVE 'FAIL'        TO WK-ACT-STS.
004780   MOVE SPACE         TO OUT00.
004790   IF WK-SET-OK = 1
004800     THEN
004810       MOVE WK-PCASE(WK-C)(10:10) TO IN100
004820       MOVE WK-PCASE(WK-C)(21:10) TO IN200
004830       MOVE WK-PCASE(WK-C)(32:10) TO IN300
004840       MOVE WK-PCASE(WK-C)(43:10) TO IN400
004850       MOVE WK-PCASE(WK-C)(54:10) TO IN500
004860       MOVE SPACE         TO PVCODE-PRM
004870       MOVE 'EXEC'        TO PVCODE-FUNC
004880       CALL 'SUBVCODE' USING PVCODE-PRM
004890                             IN100
004900                             IN200
004910                             IN300
004920                             IN400
004930                             IN500
004940                             OUT00
004950       MOVE ZERO          TO WK-BLK-FATAL
004960       PERFORM VARYING WK-BLK-I FROM 1 BY 1
004970       UNTIL WK-BLK-I > PVCODE-BLK-CNT
004980         IF PVCODE-BLK-STS (WK-BLK-I) = 'FAIL'
004990           THEN
005000             MOVE 1             TO WK-BLK-FATAL
005010         END-IF
005020       END-PERFORM
005030       IF PVCODE-COD NOT < ZERO AND WK-BLK-FATAL = ZERO
005040         THEN
005050           MOVE 'PASS'        TO WK-ACT-STS
005060       END-IF
005070   END-IF.
005080   IF WK-ACT-STS NOT = WK-EXP-STS
005090     THEN
005100       MOVE WK-C          TO WK-KILLER
005110   END-IF.
005120   IF WK-EXP-OUT NOT = SPACE
005130    AND OUT00(1:30) NOT = WK-EXP-OUT
005140     THEN
005150       MOVE WK-C          TO WK-KILLER
005160   END-IF.
005170 B21-RUN-ONE-CASE-EXIT.
005180   EXIT.
005190 B30-LOAD-REFTABLES SECTION.
005200*--------------------------------------------------------------
005210*- REGISTER EVERY REFERENCE CODE TABLE NAMED IN F13RLIST AFTER
005220*- AN INIT (SEE REGRUNNR B30 - KEEP THE TWO IN STEP).
005230*--------------------------------------------------------------
005240 B30-010.
005250   MOVE ZERO          TO WK-REF-CNT.
005260   OPEN INPUT F13RLIST.
005270   IF WK-REFL-FST NOT = '00'
005280     THEN
005290       IF WK-REF-QUIET = ZERO
005300         THEN
005310           DISPLAY 'MUTTEST:REFTABLE LIST OPEN ERROR STATUS='
005320                   WK-REFL-FST
005330           MOVE 1             TO WK-REF-QUIET
005340       END-IF
005350       GO TO B30-LOAD-REFTABLES-EXIT
005360   END-IF.
005370   PERFORM UNTIL WK-REFL-FST NOT = '00'
005380     READ F13RLIST
005390       AT END
005400         CONTINUE
005410       NOT AT END
005420         IF F13RECORD(1:1) NOT = '*' AND F13RECORD NOT = SPACE
005430           THEN
005440             MOVE F13RECORD(1:5)   TO WK-REF-TBLNAME
005450             MOVE SPACE            TO WK-REFNAME
005460             EVALUATE F13RECORD(7:2)
005470             WHEN 'R '
005480                 MOVE 1               TO WK-REF-RANGE
005490                 MOVE F13RECORD(9:100) TO WK-REFNAME
005500             WHEN 'D '
005510                 MOVE 2               TO WK-REF-RANGE
005520                 MOVE F13RECORD(9:100) TO WK-REFNAME
005521             WHEN 'W '
005522                 MOVE 3               TO WK-REF-RANGE
005523                 MOVE F13RECORD(9:100) TO WK-REFNAME
005530             WHEN OTHER
005540                 MOVE ZERO            TO WK-REF-RANGE
005550                 MOVE F13RECORD(7:100) TO WK-REFNAME
005560             END-EVALUATE
005570             PERFORM B31-LOAD-ONE-REFTABLE
005580         END-IF
005590     END-READ
005600   END-PERFORM.
005610   CLOSE F13RLIST.
005620   IF WK-REF-QUIET = ZERO
005630     THEN
005640       DISPLAY 'MUTTEST:REFERENCE TABLES LOADED. ENTRIES='
005650               WK-REF-CNT
005660       MOVE 1             TO WK-REF-QUIET
005670   END-IF.
005680 B30-LOAD-REFTABLES-EXIT.
005690   EXIT.
005700 B31-LOAD-ONE-REFTABLE SECTION.
005710 B31-010.
005720   OPEN INPUT F12REF.
005730   IF WK-REF-FST NOT = '00'
005740     THEN
005750       IF WK-REF-QUIET = ZERO
005760         THEN
005770           DISPLAY 'MUTTEST:REFTABLE OPEN ERROR STATUS='
005780                   WK-REF-FST ' TABLE=' WK-REF-TBLNAME
005790       END-IF
005800       GO TO B31-LOAD-ONE-REFTABLE-EXIT
005810   END-IF.
005820   PERFORM UNTIL WK-REF-FST NOT = '00'
005830     READ F12REF
005840       AT END
005850         CONTINUE
005860       NOT AT END
005870         IF F12RECORD(1:1) NOT = '*' AND F12RECORD NOT = SPACE
005880          AND NOT (WK-REF-RANGE = ZERO
005890               AND F12RECORD(43:8) NUMERIC
005900               AND F12RECORD(43:8) > WK-REF-TODAY)
005910           THEN
005920             MOVE SPACE             TO PVCODE-PRM
005930             EVALUATE WK-REF-RANGE
005940             WHEN 1
005950                 MOVE 'RREG'            TO PVCODE-FUNC
005960                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
005970                 MOVE F12RECORD(1:15)   TO PVCODE-TBL-LO
005980                 MOVE F12RECORD(17:15)  TO PVCODE-TBL-HI
005990                 MOVE F12RECORD(33:20)  TO PVCODE-TBL-VAL
006000             WHEN 2
006010                 MOVE 'DREG'            TO PVCODE-FUNC
006020                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
006030                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-CND(1)
006040                 MOVE F12RECORD(12:10)  TO PVCODE-TBL-CND(2)
006050                 MOVE F12RECORD(23:10)  TO PVCODE-TBL-CND(3)
006060                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
006070                 MOVE SPACE             TO PVCODE-TBL-VAL
006080                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
006081             WHEN 3
006082*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
006083*-               COLS 12-51.
006084                 MOVE 'WREG'            TO PVCODE-FUNC
006085                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
006086                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
006087                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
006090             WHEN OTHER
006100                 MOVE 'TREG'            TO PVCODE-FUNC
006110                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
006120                 MOVE F12RECORD(1:20)   TO PVCODE-TBL-KEY
006130                 MOVE F12RECORD(22:20)  TO PVCODE-TBL-VAL
006140             END-EVALUATE
006150             CALL 'SUBVCODE' USING PVCODE-PRM
006160                                   IN100
006170                                   IN200
006180                                   IN300
006190                                   IN400
006200                                   IN500
006210                                   OUT00
006220             IF PVCODE-COD NOT = ZERO
006230               THEN
006240                 IF WK-REF-QUIET = ZERO
006250                   THEN
006260                     DISPLAY 'MUTTEST:REFTABLE ENTRY REJECTED: '
006270                             F12RECORD(1:41) ' ' PVCODE-MSG
006280                 END-IF
006290               ELSE
006300                 ADD 1              TO WK-REF-CNT
006310             END-IF
006320         END-IF
006330     END-READ
006340   END-PERFORM.
006350   CLOSE F12REF.
006360 B31-LOAD-ONE-REFTABLE-EXIT.
006370   EXIT.
006380 C10-MUTATE-ROW SECTION.
006390*--------------------------------------------------------------
006400*- EVERY MUTANT ROW WK-I OFFERS.
006410*--------------------------------------------------------------
006420 C10-010.
006430   MOVE WK-ROW-BODY(WK-I) TO WK-SAVE-BODY.
006440   EVALUATE WK-SAVE-BODY(1:5)
006450   WHEN 'GT___'
006460     MOVE 'GE___'       TO WK-LIT-NEW
006470     PERFORM C20-SWAP-OPCODE
006480   WHEN 'GE___'
006490     MOVE 'GT___'       TO WK-LIT-NEW
006500     PERFORM C20-SWAP-OPCODE
006510   WHEN 'LT___'
006520     MOVE 'LE___'       TO WK-LIT-NEW
006530     PERFORM C20-SWAP-OPCODE
006540   WHEN 'LE___'
006550     MOVE 'LT___'       TO WK-LIT-NEW
006560     PERFORM C20-SWAP-OPCODE
006570   WHEN 'EQ___'
006580     MOVE 'NOTEQ'       TO WK-LIT-NEW
006590     PERFORM C20-SWAP-OPCODE
006600   WHEN 'NOTEQ'
006610     MOVE 'EQ___'       TO WK-LIT-NEW
006620     PERFORM C20-SWAP-OPCODE
006630   WHEN 'AND__'
006640     MOVE 'OR___'       TO WK-LIT-NEW
006650     PERFORM C20-SWAP-OPCODE
006660   WHEN 'OR___'
006670     MOVE 'AND__'       TO WK-LIT-NEW
006680     PERFORM C20-SWAP-OPCODE
006690   WHEN 'PUSHL'
006700     PERFORM C30-NUDGE-LITERAL
006710   WHEN 'JMP__'
006720     PERFORM C40-MOVE-TARGET
006730   WHEN 'JPNZ_'
006740     PERFORM C40-MOVE-TARGET
006750   WHEN 'JPZ__'
006760     PERFORM C50-MOVE-EXIT
006770   WHEN OTHER
006780     CONTINUE
006790   END-EVALUATE.
006800 C10-MUTATE-ROW-EXIT.
006810   EXIT.
006820 C20-SWAP-OPCODE SECTION.
006830*--------------------------------------------------------------
006840*- THE OPCODE IN WK-LIT-NEW(1:5) IN PLACE OF THE ROW'S OWN.
006850*--------------------------------------------------------------
006860 C20-010.
006870   MOVE WK-SAVE-BODY  TO WK-NEW-BODY.
006880   MOVE WK-LIT-NEW(1:5) TO WK-NEW-BODY(1:5).
006890   MOVE SPACE         TO WK-CHANGE.
006900   STRING WK-SAVE-BODY(1:5) ' -> ' WK-LIT-NEW(1:5)
006910                      INTO WK-CHANGE.
006920   PERFORM D10-TRY-MUTANT.
006930 C20-SWAP-OPCODE-EXIT.
006940   EXIT.
006950 C30-NUDGE-LITERAL SECTION.
006960*--------------------------------------------------------------
006970*- A PLAIN UNSIGNED INTEGER LITERAL (WITH OR WITHOUT SUBMYMEM'S
006980*- 'L' TYPE BYTE) GOES ONE UP AND ONE DOWN AT ITS OWN WIDTH.
006990*- LIST LITERALS CONTINUED ON CONT_ ROWS, TEXT AND
007000*- DECIMALS ARE LEFT ALONE.
007010*--------------------------------------------------------------
007020 C30-010.
007030   IF WK-I < WK-ROWCNT
007040    AND WK-ROW-BODY(WK-I + 1)(1:5) = 'CONT_'
007050     THEN
007060       GO TO C30-NUDGE-LITERAL-EXIT
007070   END-IF.
007080   IF WK-SAVE-BODY(8:1) = 'L'
007090     THEN
007100       MOVE 9             TO WK-LIT-POS
007110       MOVE 10            TO WK-LIT-MAX
007120     ELSE
007130       MOVE 8             TO WK-LIT-POS
007140       MOVE 11            TO WK-LIT-MAX
007150   END-IF.
007160   MOVE SPACE         TO WK-LIT.
007170   MOVE WK-SAVE-BODY(WK-LIT-POS:WK-LIT-MAX) TO WK-LIT.
007180   MOVE ZERO          TO WK-LIT-LEN.
007190   INSPECT WK-LIT
007200     TALLYING WK-LIT-LEN FOR CHARACTERS BEFORE SPACE.
007210   IF WK-LIT-LEN = ZERO
007220     THEN
007230       GO TO C30-NUDGE-LITERAL-EXIT
007240   END-IF.
007250   IF WK-LIT(1:WK-LIT-LEN) NOT NUMERIC
007260    OR WK-LIT(WK-LIT-LEN + 1:) NOT = SPACE
007270     THEN
007280       GO TO C30-NUDGE-LITERAL-EXIT
007290   END-IF.
007300   COMPUTE WK-LIT-ORG =
007310     FUNCTION NUMVAL(WK-LIT(1:WK-LIT-LEN)).
007320   COMPUTE WK-LIT-NUM = WK-LIT-ORG + 1.
007330   PERFORM C31-EDIT-LITERAL.
007340   IF WK-LIT-NLEN NOT > WK-LIT-MAX
007350     THEN
007360       PERFORM C32-TRY-LITERAL
007370   END-IF.
007380   IF WK-LIT-ORG > ZERO
007390     THEN
007400       COMPUTE WK-LIT-NUM = WK-LIT-ORG - 1
007410       PERFORM C31-EDIT-LITERAL
007420       PERFORM C32-TRY-LITERAL
007430   END-IF.
007440 C30-NUDGE-LITERAL-EXIT.
007450   EXIT.
007460 C31-EDIT-LITERAL SECTION.
007470*--------------------------------------------------------------
007480*- WK-LIT-NUM AS TEXT IN WK-LIT-NEW(1:WK-LIT-NLEN), ZERO-PADDED
007490*- TO THE ORIGINAL WIDTH SO A TEXT COMPARISON STILL LINES UP;
007500*- A CARRY PAST THAT WIDTH GOES IN BARE.
007510*--------------------------------------------------------------
007520 C31-010.
007530   MOVE SPACE         TO WK-LIT-NEW.
007540   MOVE WK-LIT-NUM    TO WK-LIT-E.
007550   MOVE ZERO          TO WK-LIT-LEAD.
007560   INSPECT WK-LIT-E
007570     TALLYING WK-LIT-LEAD FOR LEADING SPACE.
007580   COMPUTE WK-LIT-NLEN = 11 - WK-LIT-LEAD.
007590   IF WK-LIT-NLEN NOT > WK-LIT-LEN
007600     THEN
007610       MOVE WK-LIT-NUM    TO WK-LIT-9
007620       MOVE WK-LIT-9(12 - WK-LIT-LEN:WK-LIT-LEN)
007630         TO WK-LIT-NEW
007640       MOVE WK-LIT-LEN    TO WK-LIT-NLEN
007650     ELSE
007660       MOVE WK-LIT-E(WK-LIT-LEAD + 1:WK-LIT-NLEN)
007670         TO WK-LIT-NEW
007680   END-IF.
007690 C31-EDIT-LITERAL-EXIT.
007700   EXIT.
007710 C32-TRY-LITERAL SECTION.
007720 C32-010.
007730   MOVE WK-SAVE-BODY  TO WK-NEW-BODY.
007740   MOVE SPACE         TO WK-NEW-BODY(WK-LIT-POS:WK-LIT-MAX).
007750   MOVE WK-LIT-NEW(1:WK-LIT-NLEN)
007760     TO WK-NEW-BODY(WK-LIT-POS:WK-LIT-NLEN).
007770   MOVE SPACE         TO WK-CHANGE.
007780   STRING 'PUSHL LITERAL ' WK-LIT(1:WK-LIT-LEN) ' -> '
007790          WK-LIT-NEW(1:WK-LIT-NLEN)
007800                      INTO WK-CHANGE.
007810   PERFORM D10-TRY-MUTANT.
007820 C32-TRY-LITERAL-EXIT.
007830   EXIT.
007840 C40-MOVE-TARGET SECTION.
007850*--------------------------------------------------------------
007860*- JMP__/JPNZ_: THE TARGET ROW ONE LATER AND ONE EARLIER,
007870*- STAYING INSIDE THE SET (ONE PAST THE LAST ROW IS THE END).
007880*--------------------------------------------------------------
007890 C40-010.
007900   IF WK-SAVE-BODY(8:5) NOT NUMERIC
007910     THEN
007920       GO TO C40-MOVE-TARGET-EXIT
007930   END-IF.
007940   MOVE WK-SAVE-BODY(8:5) TO WK-TGT-ORG.
007950   IF WK-TGT-ORG NOT > WK-PCCNT
007960     THEN
007970       COMPUTE WK-TGT = WK-TGT-ORG + 1
007980       PERFORM C41-TRY-TARGET
007990   END-IF.
008000   IF WK-TGT-ORG > 1
008010     THEN
008020       COMPUTE WK-TGT = WK-TGT-ORG - 1
008030       PERFORM C41-TRY-TARGET
008040   END-IF.
008050 C40-MOVE-TARGET-EXIT.
008060   EXIT.
008070 C41-TRY-TARGET SECTION.
008080 C41-010.
008090   MOVE WK-SAVE-BODY  TO WK-NEW-BODY.
008100   MOVE WK-TGT        TO WK-NEW-BODY(8:5).
008110   MOVE SPACE         TO WK-CHANGE.
008120   STRING WK-SAVE-BODY(1:5) ' TARGET ' WK-TGT-ORG ' -> '
008130          WK-TGT
008140                      INTO WK-CHANGE.
008150   PERFORM D10-TRY-MUTANT.
008160 C41-TRY-TARGET-EXIT.
008170   EXIT.
008180 C50-MOVE-EXIT SECTION.
008190*--------------------------------------------------------------
008200*- JPZ__ HAS NO TARGET ROW - A FALSE ENDS THE SET. ITS MUTANT
008210*- SENDS THAT EXIT TO THE NEXT ROW INSTEAD: A JPNZ_ WHOSE
008220*- TARGET IS THE FOLLOWING PC POPS THE SAME VALUE AND CARRIES
008230*- ON EITHER WAY.
008240*--------------------------------------------------------------
008250 C50-010.
008260   MOVE SPACE         TO WK-NEW-BODY.
008270   MOVE 'JPNZ_'       TO WK-NEW-BODY(1:5).
008280   COMPUTE WK-TGT = WK-ROW-PC(WK-I) + 1.
008290   MOVE WK-TGT        TO WK-NEW-BODY(8:5).
008300   MOVE SPACE         TO WK-CHANGE.
008310   STRING 'JPZ__ EXIT END-OF-SET -> ' WK-TGT
008320                      INTO WK-CHANGE.
008330   PERFORM D10-TRY-MUTANT.
008340 C50-MOVE-EXIT-EXIT.
008350   EXIT.
008360 D10-TRY-MUTANT SECTION.
008370*--------------------------------------------------------------
008380*- RUN THE PACK WITH ROW WK-I REPLACED BY WK-NEW-BODY AND
008390*- REPORT WHETHER ANY CASE NOTICED.
008400*--------------------------------------------------------------
008410 D10-010.
008420   ADD 1              TO WK-MUT-CNT.
008430   MOVE WK-I          TO WK-MUT-ROW.
008440   PERFORM B20-RUN-PACK.
008450   MOVE ZERO          TO WK-MUT-ROW.
008460   MOVE SPACE         TO WK-LINE.
008470   IF WK-KILLER NOT = ZERO
008480     THEN
008490       ADD 1              TO WK-KILL-CNT
008500       STRING 'MUTANT ' WK-MUT-CNT
008510              '  PC=' WK-ROW-PC(WK-I)
008520              '  ' WK-CHANGE
008530              '  KILLED BY CASE ' WK-KILLER
008540                      INTO WK-LINE
008550     ELSE
008560       ADD 1              TO WK-SURV-CNT
008570       IF WK-SURV-CNT NOT > 500
008580         THEN
008590           MOVE WK-ROW-PC(WK-I) TO WK-SURV-PC(WK-SURV-CNT)
008600           MOVE WK-CHANGE     TO WK-SURV-CHG(WK-SURV-CNT)
008610       END-IF
008620       STRING 'MUTANT ' WK-MUT-CNT
008630              '  PC=' WK-ROW-PC(WK-I)
008640              '  ' WK-CHANGE
008650              '  SURVIVED'
008660                      INTO WK-LINE
008670   END-IF.
008680   PERFORM Z10-WRITE-LINE.
008690 D10-TRY-MUTANT-EXIT.
008700   EXIT.
008710 Z10-WRITE-LINE SECTION.
008720 Z10-010.
008730   MOVE WK-LINE       TO F3LINE.
008740   WRITE F3LINE.
008750 Z10-WRITE-LINE-EXIT.
008760   EXIT.
008770 Z20-SUMMARY SECTION.
008780*--------------------------------------------------------------
008790*- THE SURVIVORS AGAIN, ON THEIR OWN, AND THE SCORE.
008800*--------------------------------------------------------------
008810 Z20-010.
008820   IF WK-MUT-CNT > ZERO
008830     THEN
008840       COMPUTE WK-SCORE = WK-KILL-CNT * 100 / WK-MUT-CNT
008850   END-IF.
008860   MOVE SPACE         TO WK-LINE.
008870   PERFORM Z10-WRITE-LINE.
008880   IF WK-SURV-CNT > ZERO
008890     THEN
008900       MOVE SPACE         TO WK-LINE
008910       STRING 'MUTANTS THE PACK DID NOT DETECT (WRITE OR '
008920              'HARVEST A CASE THAT TELLS EACH APART FROM THE '
008930              'REAL SET):'
008940                      INTO WK-LINE
008950       PERFORM Z10-WRITE-LINE
008960       PERFORM VARYING WK-C FROM 1 BY 1
008970         UNTIL WK-C > WK-SURV-CNT OR WK-C > 500
008980           MOVE SPACE         TO WK-LINE
008990           STRING '  PC=' WK-SURV-PC(WK-C)
009000                  '  ' WK-SURV-CHG(WK-C)
009010                      INTO WK-LINE
009020           PERFORM Z10-WRITE-LINE
009030       END-PERFORM
009040       IF WK-SURV-CNT > 500
009050         THEN
009060           MOVE '  (FURTHER SURVIVORS COUNTED BUT NOT LISTED)'
009070                      TO WK-LINE
009080           PERFORM Z10-WRITE-LINE
009090       END-IF
009100     ELSE
009110       MOVE 'EVERY MUTANT WAS DETECTED BY THE PACK.'
009120                      TO WK-LINE
009130       PERFORM Z10-WRITE-LINE
009140   END-IF.
009150   MOVE SPACE         TO WK-LINE.
009160   STRING 'MUTATION RESULT: MUTANTS=' WK-MUT-CNT
009170          ' KILLED=' WK-KILL-CNT
009180          ' SURVIVED=' WK-SURV-CNT
009190          ' SCORE=' WK-SCORE '%'
009200                      INTO WK-LINE.
009210   PERFORM Z10-WRITE-LINE.
009220 Z20-SUMMARY-EXIT.
009230   EXIT.
