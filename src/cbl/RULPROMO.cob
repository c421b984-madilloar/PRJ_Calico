000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULPROMO.
000030*--------------------------------------------------------------
000040*- ONE-STEP RULE-SET PROMOTION. DRIVES THE WHOLE TEST-TO-
000050*- PRODUCTION SEQUENCE FOR ONE F1RSID AND HDR__ VERSION, GATE BY
000060*- GATE, AND STOPS AT THE FIRST GATE THAT FAILS:
000070*-   1 VERSION  THE CANDIDATE FILE HOLDS AN HDR__ BLOCK OF THE SET
000080*-              WITH THE VERSION BEING PROMOTED (COLS 12-13)
000090*-   2 RULDIFF  CANDIDATE AGAINST PRODUCTION (RC 0 OR 4)
000100*-   3 REGRUNNR THE GREEN REGRESSION RUN ON THE CANDIDATE (RC 0)
000110*-   4 RULMAINT THE SECOND-APPROVER APPROVE RUN UNDER CHANGE
000120*-              CONTROL (ENTITLE_FILE REQUIRED, AT LEAST ONE
000130*-              'APPROVE' RECORD FOR THE SET, RC 0)
000140*-   5 RULEXPRT THE SET PACKAGED AT THE TEST SITE (RC 0)
000150*-   6 RULIMPRT THE PRODUCTION STAGING COPY IS REBUILT FROM THE
000160*-              LIVE FILE, THEN THE PACKAGE IS IMPORTED INTO IT
000170*-              (RC 0)
000180*-   7 RULPREVW THE STAGING COPY'S ACTIVATION CALENDAR; THE SET
000190*-              MAY NOT SHOW A GAP (OTHER SETS' GAPS ARE NOT THIS
000200*-              PROMOTION'S BUSINESS)
000210*-   8 RULACTIV THE STAGING COPY SWAPPED IN (RC 0), THEN THE LIVE
000220*-              SET RE-READ AND ITS RULEXPRT CHECKSUM AND ROW
000230*-              COUNT HELD AGAINST THE PACKAGE'S
000240*- EACH STEP IS CALLED DYNAMICALLY (CANCELLED AFTER) WITH ITS
000250*- OWN ENVIRONMENT NAMES SET FOR IT ALONE, AS JOBDRIVR DOES.
000260*-
000270*- THE EVIDENCE LANDS IN ONE PROMOTION RECORD, APPENDED TO THE
000280*- PROMOTION FILE AS A BLOCK OF LINES THAT ALL START WITH
000290*- 'PROMO ' AND THE PROMOTION ID:
000300*-   HDR       SET, VERSION, PROMOTING USER, DATE AND TIME
000310*-   GATE      ONE PER GATE: NUMBER, NAME, RC, PASS/FAIL/NOTRUN
000320*-             AND THE REPORT OR FILE IT PRODUCED
000330*-   REQUESTER / APPROVER   FROM THE CHANGE FILE, ONE PER USER
000340*-   PREVIEW   THE FIRST DATE THE VERSION IS IN EFFECT, OR NONE
000350*-             IN THE WINDOW
000360*-   TRL       PROMOTED OR STOPPED (AND AT WHICH GATE), THE ROWS
000370*-             AND THE CHECKSUM ACTIVATED
000380*- THE CHANGE TICKET REFERENCES THE PROMOTION ID ONLY.
000390*-
000400*- ENV: PROMO_RSID, PROMO_VERSION (REQUIRED),
000410*-      PROMO_ID (DEFAULT DATE+TIME+'PR'),
000420*-      PROMO_FILE (DEFAULT ../data/pcheckpromo.txt),
000430*-      PROMO_PREFIX (REPORT FILE PREFIX, DEFAULT ../data/promo.;
000440*-      THE PROMOTION ID AND .DIFF/.REGR/.XPT/.PREV ARE ADDED),
000450*-      PROMO_TEST_TBL (THE CANDIDATE RULE FILE AT THE TEST SITE),
000460*-      PROMO_PROD_TBL (THE LIVE PRODUCTION RULE FILE),
000470*-      PROMO_STAGING (THE PRODUCTION STAGING COPY),
000480*-      PROMO_CASE_FILE (THE REGRESSION CASES),
000490*-      PROMO_CHANGE_FILE, PROMO_ENTITLE_FILE (THE APPROVAL RUN),
000500*-      PROMO_TEST_AUDIT / PROMO_PROD_AUDIT (MAINTENANCE AUDIT
000510*-      FILES AT EACH SITE, DEFAULT THE PROGRAMS' OWN),
000520*-      PROMO_FROM / PROMO_TO (PREVIEW WINDOW, DEFAULT TODAY FOR
000530*-      14 DAYS), PROMO_USER (DEFAULT ENV USER).
000540*-      REFTABLE_LIST, REFIMAGE_FILE AND VAULT_FILE PASS THROUGH
000550*-      TO THE STEPS UNCHANGED.
000560*- RETURN-CODE: 0=PROMOTED, 8=STOPPED AT A GATE, 12=BAD PARMS,
000570*-              16=FATAL I/O (THE PROMOTION FILE).
000580*--------------------------------------------------------------
000590 ENVIRONMENT    DIVISION.
000600 INPUT-OUTPUT               SECTION.
000610 FILE-CONTROL.
000620   SELECT F1INPUT ASSIGN TO WK-FILENAME
000630   ORGANIZATION INDEXED
000640   ACCESS MODE DYNAMIC
000650   RECORD KEY IS F1RSID WITH DUPLICATES
000660   STATUS FST.
000670   SELECT F5STAGE ASSIGN TO WK-STGNAME
000680   ORGANIZATION INDEXED
000690   ACCESS MODE DYNAMIC
000700   RECORD KEY IS F5RSID WITH DUPLICATES
000710   STATUS WK-STG-FST.
000720   SELECT F2XPT   ASSIGN TO WK-XPTNAME
000730   STATUS WK-XPT-FST.
000740   SELECT F4CHG   ASSIGN TO WK-CHGNAME
000750   ORGANIZATION LINE SEQUENTIAL
000760   STATUS WK-CHG-FST.
000770   SELECT F2PREV  ASSIGN TO WK-PRVNAME
000780   ORGANIZATION LINE SEQUENTIAL
000790   STATUS WK-PRV-FST.
000800   SELECT F60PRM  ASSIGN TO WK-PRMNAME
000810   ORGANIZATION LINE SEQUENTIAL
000820   STATUS WK-PRM-FST.
000830 DATA DIVISION.
000840 FILE                       SECTION.
000850 FD  F1INPUT.
000860 01  F1RECORD               SYNC.
000870   03 F1RSID               PIC X(08).
000880   03 F1BODY               PIC X(18).
000890 FD  F5STAGE.
000900 01  F5RECORD               SYNC.
000910   03 F5RSID               PIC X(08).
000920   03 F5BODY               PIC X(18).
000930*- THE RULEXPRT PACKAGE: ONLY THE 'XPT1' HEADER IS READ HERE.
000940 FD  F2XPT.
000950 01  F2RECORD               PIC X(40).
000960*- RULMAINT'S CHANGE-REQUEST RECORD (SEE RULMAINT).
000970 FD  F4CHG.
000980 01  F4RECORD               SYNC.
000990   03 F4-USER               PIC X(08).
001000   03 FILLER                PIC X(01).
001010   03 F4-RSID               PIC X(08).
001020   03 FILLER                PIC X(01).
001030   03 F4-ACTION             PIC X(07).
001040   03 FILLER                PIC X(55).
001050*- RULPREVW'S CALENDAR LINE: DATE 3-10, SET 13-20, VERSION 23-24
001060*- OR '** GAP' FROM 23.
001070 FD  F2PREV.
001080 01  F2PLINE                PIC X(132).
001090 FD  F60PRM.
001100 01  F60RECORD              PIC X(132).
001110 WORKING-STORAGE SECTION.
001120 01  FST                    PIC X(02).
001130 01  WK-FILES               SYNC.
001140   03 WK-FILENAME           PIC X(100).
001150   03 WK-STGNAME            PIC X(100).
001160   03 WK-STG-FST            PIC X(02).
001170   03 WK-XPTNAME            PIC X(100).
001180   03 WK-XPT-FST            PIC X(02).
001190   03 WK-CHGNAME            PIC X(100).
001200   03 WK-CHG-FST            PIC X(02).
001210   03 WK-PRVNAME            PIC X(100).
001220   03 WK-PRV-FST            PIC X(02).
001230   03 WK-PRMNAME            PIC X(100).
001240   03 WK-PRM-FST            PIC X(02).
001250*--------------------------------------------------------------
001260*- THE PROMOTION'S PARAMETERS.
001270*--------------------------------------------------------------
001280 01  WK-PRM                 SYNC.
001290   03 WK-PRM-ID             PIC X(16).
001300   03 WK-PRM-RSID           PIC X(08).
001310   03 WK-PRM-VER            PIC X(02).
001320   03 WK-PRM-USER           PIC X(08).
001330   03 WK-PRM-PREFIX         PIC X(80).
001340   03 WK-PRM-TESTTBL        PIC X(100).
001350   03 WK-PRM-PRODTBL        PIC X(100).
001360   03 WK-PRM-STAGING        PIC X(100).
001370   03 WK-PRM-CASES          PIC X(100).
001380   03 WK-PRM-ENTITLE        PIC X(100).
001390   03 WK-PRM-TESTAUD        PIC X(100).
001400   03 WK-PRM-PRODAUD        PIC X(100).
001410   03 WK-PRM-FROM           PIC X(08).
001420   03 WK-PRM-TO             PIC X(08).
001430   03 WK-PRM-BAD            PIC 9(01) VALUE ZERO.
001440*--------------------------------------------------------------
001450*- ONE ENTRY PER GATE, IN RUNNING ORDER. A GATE NOT REACHED
001460*- STAYS NOTRUN.
001470*--------------------------------------------------------------
001480 01  WK-GATES               SYNC.
001490   03 WK-G                  PIC 9(02) VALUE ZERO.
001500   03 WK-G-CNT              PIC 9(02) VALUE 8.
001510   03 WK-G-OK               PIC 9(01) VALUE ZERO.
001520   03 WK-G-ENT              OCCURS 8 TIMES.
001530     05 WK-G-NAME           PIC X(08).
001540     05 WK-G-RC             PIC 9(02).
001550     05 WK-G-RESULT         PIC X(06).
001560     05 WK-G-FILE           PIC X(80).
001570     05 WK-G-NOTE           PIC X(40).
001580   03 WK-STOPPED            PIC 9(01) VALUE ZERO.
001590   03 WK-STOP-G             PIC 9(02) VALUE ZERO.
001600*--------------------------------------------------------------
001610*- ENVIRONMENT NAMES SET FOR THE CURRENT STEP (BLANKED AGAIN
001620*- AFTER IT, SEE JOBDRIVR B40).
001630*--------------------------------------------------------------
001640 01  WK-ENV                 SYNC.
001650   03 WK-ENV-CNT            PIC 9(02) VALUE ZERO.
001660   03 WK-ENV-I              PIC 9(02) VALUE ZERO.
001670   03 WK-ENV-KEY            OCCURS 20 TIMES PIC X(20).
001680   03 WK-ENV-NAME           PIC X(20).
001690   03 WK-ENV-VAL            PIC X(100).
001700   03 WK-ENV-BLANK          PIC X(01) VALUE SPACE.
001710 01  WK-RUN                 SYNC.
001720   03 WK-PROG               PIC X(08).
001730   03 WK-STEP-RC            PIC S9(04) VALUE ZERO.
001740   03 WK-DATE               PIC X(08).
001750   03 WK-TIME               PIC X(08).
001760   03 WK-DATE-N             PIC 9(08).
001770   03 WK-CNT                PIC 9(07) VALUE ZERO.
001780*--------------------------------------------------------------
001790*- THE CHANGE FILE'S USERS FOR THE SET: REQUESTERS AND SECOND
001800*- APPROVERS, EACH LISTED ONCE.
001810*--------------------------------------------------------------
001820 01  WK-USR                 SYNC.
001830   03 WK-USR-CNT            PIC 9(02) VALUE ZERO.
001840   03 WK-USR-I              PIC 9(02).
001850   03 WK-USR-HIT            PIC 9(01).
001860   03 WK-USR-APPR           PIC 9(02) VALUE ZERO.
001870   03 WK-USR-ENT            OCCURS 20 TIMES.
001880     05 WK-USR-ID           PIC X(08).
001890     05 WK-USR-ROLE         PIC X(09).
001900   03 WK-USR-NEWID          PIC X(08).
001910   03 WK-USR-NEWROLE        PIC X(09).
001920*--------------------------------------------------------------
001930*- THE PACKAGE'S FIGURES AND THE LIVE SET'S, RECOMPUTED WITH THE
001940*- RULEXPRT FORMULA (POSITION-AND-ROW-WEIGHTED, MOD 10**8 - KEEP
001950*- IN STEP WITH RULEXPRT/RULIMPRT B10-CHECKSUM).
001960*--------------------------------------------------------------
001970 01  WK-CHK                 SYNC.
001980   03 WK-XPT-ROWS           PIC 9(05) VALUE ZERO.
001990   03 WK-XPT-CHK            PIC 9(09) VALUE ZERO.
002000   03 WK-LIVE-ROWS          PIC 9(05) VALUE ZERO.
002010   03 WK-LIVE-CHK           PIC 9(09) VALUE ZERO.
002020   03 WK-RW                 PIC 9(03).
002030   03 WK-J                  PIC 9(02).
002040*- RULPREVW'S VERDICT ON THE SET.
002050   03 WK-PRV-GAPS           PIC 9(05) VALUE ZERO.
002060   03 WK-PRV-EFF            PIC X(08) VALUE SPACE.
002070 01  WK-LINE                PIC X(132).
002080 PROCEDURE DIVISION.
002090 A00-MAIN SECTION.
002100*--------------------------------------------------------------
002110*- PARAMETERS, THEN THE GATES IN ORDER UNTIL ONE FAILS, THEN THE
002120*- PROMOTION RECORD.
002130*--------------------------------------------------------------
002140 A00-010.
002150   ACCEPT WK-DATE     FROM DATE YYYYMMDD.
002160   ACCEPT WK-TIME     FROM TIME.
002170   PERFORM B10-READ-PARMS.
002180   IF WK-PRM-BAD = 1
002190     THEN
002200       DISPLAY 'RULPROMO:PROMOTION REFUSED, NOTHING RUN.'
002210       MOVE 12            TO RETURN-CODE
002220       GOBACK
002230   END-IF.
002240   MOVE 'VERSION '    TO WK-G-NAME(1).
002250   MOVE 'RULDIFF '    TO WK-G-NAME(2).
002260   MOVE 'REGRUNNR'    TO WK-G-NAME(3).
002270   MOVE 'RULMAINT'    TO WK-G-NAME(4).
002280   MOVE 'RULEXPRT'    TO WK-G-NAME(5).
002290   MOVE 'RULIMPRT'    TO WK-G-NAME(6).
002300   MOVE 'RULPREVW'    TO WK-G-NAME(7).
002310   MOVE 'RULACTIV'    TO WK-G-NAME(8).
002320   PERFORM VARYING WK-G FROM 1 BY 1
002330     UNTIL WK-G > WK-G-CNT
002340       MOVE ZERO          TO WK-G-RC(WK-G)
002350       MOVE 'NOTRUN'      TO WK-G-RESULT(WK-G)
002360       MOVE SPACE         TO WK-G-FILE(WK-G)
002370       MOVE SPACE         TO WK-G-NOTE(WK-G)
002380   END-PERFORM.
002390   DISPLAY 'RULPROMO:PROMOTION ' WK-PRM-ID ' SET ' WK-PRM-RSID
002400           ' VERSION ' WK-PRM-VER.
002410   PERFORM VARYING WK-G FROM 1 BY 1
002420     UNTIL WK-G > WK-G-CNT OR WK-STOPPED = 1
002430       MOVE ZERO          TO WK-G-OK
002440       EVALUATE WK-G
002450       WHEN 1
002460         PERFORM C10-GATE-VERSION
002470       WHEN 2
002480         PERFORM C20-GATE-DIFF
002490       WHEN 3
002500         PERFORM C30-GATE-REGRESSION
002510       WHEN 4
002520         PERFORM C40-GATE-APPROVAL
002530       WHEN 5
002540         PERFORM C50-GATE-EXPORT
002550       WHEN 6
002560         PERFORM C60-GATE-IMPORT
002570       WHEN 7
002580         PERFORM C70-GATE-PREVIEW
002590       WHEN 8
002600         PERFORM C80-GATE-ACTIVATE
002610       END-EVALUATE
002620       IF WK-G-OK = 1
002630         THEN
002640           MOVE 'PASS  '      TO WK-G-RESULT(WK-G)
002650         ELSE
002660           MOVE 'FAIL  '      TO WK-G-RESULT(WK-G)
002670           MOVE 1             TO WK-STOPPED
002680           MOVE WK-G          TO WK-STOP-G
002690       END-IF
002700       DISPLAY 'RULPROMO:GATE ' WK-G ' ' WK-G-NAME(WK-G)
002710               ' RC=' WK-G-RC(WK-G) ' ' WK-G-RESULT(WK-G)
002720               ' ' WK-G-NOTE(WK-G)
002730   END-PERFORM.
002740   PERFORM D10-WRITE-RECORD.
002750   IF WK-PRM-FST NOT = '00'
002760     THEN
002770       MOVE 16            TO RETURN-CODE
002780       GOBACK
002790   END-IF.
002800   DISPLAY '===================================='.
002810   IF WK-STOPPED = 1
002820     THEN
002830       DISPLAY 'RULPROMO RESULT: ' WK-PRM-ID ' STOPPED AT GATE '
002840               WK-STOP-G ' ' WK-G-NAME(WK-STOP-G)
002850     ELSE
002860       DISPLAY 'RULPROMO RESULT: ' WK-PRM-ID ' PROMOTED. ROWS='
002870               WK-LIVE-ROWS ' CHECKSUM=' WK-LIVE-CHK
002880   END-IF.
002890   DISPLAY 'RULPROMO RECORD IN ' WK-PRMNAME(1:60).
002900   DISPLAY '===================================='.
002910   IF WK-STOPPED = 1
002920     THEN
002930       MOVE 8             TO RETURN-CODE
002940     ELSE
002950       MOVE ZERO          TO RETURN-CODE
002960   END-IF.
002970   GOBACK.
002980 B10-READ-PARMS SECTION.
002990*--------------------------------------------------------------
003000*- EVERYTHING THE EIGHT GATES NEED, CHECKED BEFORE ANY RUNS.
003010*--------------------------------------------------------------
003020 B10-010.
003030   MOVE SPACE         TO WK-PRM-RSID.
003040   ACCEPT WK-PRM-RSID FROM ENVIRONMENT 'PROMO_RSID'.
003050   MOVE SPACE         TO WK-PRM-VER.
003060   ACCEPT WK-PRM-VER  FROM ENVIRONMENT 'PROMO_VERSION'.
003070   IF WK-PRM-RSID = SPACE OR WK-PRM-VER = SPACE
003080     THEN
003090       DISPLAY 'RULPROMO:PROMO_RSID AND PROMO_VERSION REQUIRED.'
003100       MOVE 1             TO WK-PRM-BAD
003110   END-IF.
003120   MOVE SPACE         TO WK-PRM-ID.
003130   ACCEPT WK-PRM-ID   FROM ENVIRONMENT 'PROMO_ID'.
003140   IF WK-PRM-ID = SPACE
003150     THEN
003160       STRING WK-DATE WK-TIME(1:6) 'PR' DELIMITED BY SIZE
003170                          INTO WK-PRM-ID
003180   END-IF.
003190   MOVE SPACE         TO WK-PRMNAME.
003200   ACCEPT WK-PRMNAME  FROM ENVIRONMENT 'PROMO_FILE'.
003210   IF WK-PRMNAME = SPACE
003220     MOVE '../data/pcheckpromo.txt' TO WK-PRMNAME
003230   END-IF.
003240   MOVE SPACE         TO WK-PRM-PREFIX.
003250   ACCEPT WK-PRM-PREFIX FROM ENVIRONMENT 'PROMO_PREFIX'.
003260   IF WK-PRM-PREFIX = SPACE
003270     MOVE '../data/promo.' TO WK-PRM-PREFIX
003280   END-IF.
003290   MOVE SPACE         TO WK-PRM-TESTTBL.
003300   ACCEPT WK-PRM-TESTTBL FROM ENVIRONMENT 'PROMO_TEST_TBL'.
003310   MOVE SPACE         TO WK-PRM-PRODTBL.
003320   ACCEPT WK-PRM-PRODTBL FROM ENVIRONMENT 'PROMO_PROD_TBL'.
003330   MOVE SPACE         TO WK-PRM-STAGING.
003340   ACCEPT WK-PRM-STAGING FROM ENVIRONMENT 'PROMO_STAGING'.
003350   MOVE SPACE         TO WK-PRM-CASES.
003360   ACCEPT WK-PRM-CASES FROM ENVIRONMENT 'PROMO_CASE_FILE'.
003370   IF WK-PRM-TESTTBL = SPACE OR WK-PRM-PRODTBL = SPACE
003380    OR WK-PRM-STAGING = SPACE OR WK-PRM-CASES = SPACE
003390     THEN
003400       DISPLAY 'RULPROMO:PROMO_TEST_TBL, PROMO_PROD_TBL, '
003410               'PROMO_STAGING AND PROMO_CASE_FILE REQUIRED.'
003420       MOVE 1             TO WK-PRM-BAD
003430   END-IF.
003440   IF WK-PRM-STAGING = WK-PRM-PRODTBL
003450    AND WK-PRM-STAGING NOT = SPACE
003460     THEN
003470       DISPLAY 'RULPROMO:PROMO_STAGING MAY NOT BE THE LIVE FILE.'
003480       MOVE 1             TO WK-PRM-BAD
003490   END-IF.
003500   MOVE SPACE         TO WK-CHGNAME.
003510   ACCEPT WK-CHGNAME  FROM ENVIRONMENT 'PROMO_CHANGE_FILE'.
003520   MOVE SPACE         TO WK-PRM-ENTITLE.
003530   ACCEPT WK-PRM-ENTITLE FROM ENVIRONMENT 'PROMO_ENTITLE_FILE'.
003540   MOVE SPACE         TO WK-PRM-TESTAUD.
003550   ACCEPT WK-PRM-TESTAUD FROM ENVIRONMENT 'PROMO_TEST_AUDIT'.
003560   MOVE SPACE         TO WK-PRM-PRODAUD.
003570   ACCEPT WK-PRM-PRODAUD FROM ENVIRONMENT 'PROMO_PROD_AUDIT'.
003580   MOVE SPACE         TO WK-PRM-USER.
003590   ACCEPT WK-PRM-USER FROM ENVIRONMENT 'PROMO_USER'.
003600   IF WK-PRM-USER = SPACE
003610     THEN
003620       ACCEPT WK-PRM-USER FROM ENVIRONMENT 'USER'
003630   END-IF.
003640   IF WK-PRM-USER = SPACE
003650     MOVE 'UNKNOWN ' TO WK-PRM-USER
003660   END-IF.
003670*- THE PREVIEW WINDOW: TODAY FOR TWO WEEKS UNLESS GIVEN.
003680   MOVE SPACE         TO WK-PRM-FROM.
003690   ACCEPT WK-PRM-FROM FROM ENVIRONMENT 'PROMO_FROM'.
003700   IF WK-PRM-FROM = SPACE
003710     MOVE WK-DATE       TO WK-PRM-FROM
003720   END-IF.
003730   MOVE SPACE         TO WK-PRM-TO.
003740   ACCEPT WK-PRM-TO   FROM ENVIRONMENT 'PROMO_TO'.
003750   IF WK-PRM-FROM NOT NUMERIC
003760     THEN
003770       DISPLAY 'RULPROMO:BAD PROMO_FROM=' WK-PRM-FROM
003780       MOVE 1             TO WK-PRM-BAD
003790       GO TO B10-READ-PARMS-EXIT
003800   END-IF.
003810   IF WK-PRM-TO = SPACE
003820     THEN
003830       MOVE WK-PRM-FROM   TO WK-DATE-N
003840       COMPUTE WK-DATE-N = FUNCTION DATE-OF-INTEGER(
003850               FUNCTION INTEGER-OF-DATE(WK-DATE-N) + 13)
003860       MOVE WK-DATE-N     TO WK-PRM-TO
003870   END-IF.
003880 B10-READ-PARMS-EXIT.
003890   EXIT.
003900 C10-GATE-VERSION SECTION.
003910*--------------------------------------------------------------
003920*- GATE 1: THE CANDIDATE SET CARRIES THE VERSION BEING PROMOTED.
003930*--------------------------------------------------------------
003940 C10-010.
003950   MOVE WK-PRM-TESTTBL TO WK-FILENAME.
003960   MOVE WK-PRM-TESTTBL(1:80) TO WK-G-FILE(WK-G).
003970   OPEN INPUT F1INPUT.
003980   IF FST NOT = '00'
003990     THEN
004000       MOVE 'CANDIDATE FILE OPEN ERROR' TO WK-G-NOTE(WK-G)
004010       MOVE 16            TO WK-G-RC(WK-G)
004020       GO TO C10-GATE-VERSION-EXIT
004030   END-IF.
004040   MOVE 'SET NOT IN CANDIDATE FILE' TO WK-G-NOTE(WK-G).
004050   MOVE WK-PRM-RSID   TO F1RSID.
004060   START F1INPUT KEY IS = F1RSID
004070     INVALID KEY
004080       MOVE '23'          TO FST
004090   END-START.
004100   PERFORM UNTIL FST NOT = '00'
004110     READ F1INPUT NEXT RECORD
004120       END
004130         CONTINUE
004140       NOT END
004150         IF F1RSID NOT = WK-PRM-RSID
004160           THEN
004170             MOVE '10'          TO FST
004180           ELSE
004190             MOVE 'VERSION NOT IN CANDIDATE SET'
004200                                TO WK-G-NOTE(WK-G)
004210             IF F1BODY(1:5) = 'HDR__'
004220              AND F1BODY(12:2) = WK-PRM-VER
004230               THEN
004240                 MOVE 1             TO WK-G-OK
004250                 MOVE SPACE         TO WK-G-NOTE(WK-G)
004260                 MOVE '10'          TO FST
004270             END-IF
004280         END-IF
004290     END-READ
004300   END-PERFORM.
004310   CLOSE F1INPUT.
004320 C10-GATE-VERSION-EXIT.
004330   EXIT.
004340 C20-GATE-DIFF SECTION.
004350*--------------------------------------------------------------
004360*- GATE 2: THE COMPARE REPORT AGAINST PRODUCTION. DIFFERENCES
004370*- (RC 4) ARE THE POINT OF A PROMOTION; A SET MISSING ON A SIDE
004380*- (RC 12) OR A FAILURE STOPS IT.
004390*--------------------------------------------------------------
004400 C20-010.
004410   MOVE SPACE         TO WK-G-FILE(WK-G).
004420   STRING FUNCTION TRIM(WK-PRM-PREFIX) FUNCTION TRIM(WK-PRM-ID)
004430          '.DIFF'     DELIMITED BY SIZE INTO WK-G-FILE(WK-G).
004440   MOVE 'RULETBL_A'   TO WK-ENV-NAME.
004450   MOVE WK-PRM-TESTTBL TO WK-ENV-VAL.
004460   PERFORM B30-SET-ENV.
004470   MOVE 'RULETBL_B'   TO WK-ENV-NAME.
004480   MOVE WK-PRM-PRODTBL TO WK-ENV-VAL.
004490   PERFORM B30-SET-ENV.
004500   MOVE 'RULESET_ID'  TO WK-ENV-NAME.
004510   MOVE WK-PRM-RSID   TO WK-ENV-VAL.
004520   PERFORM B30-SET-ENV.
004530   MOVE 'COMPARE_FILE' TO WK-ENV-NAME.
004540   MOVE WK-G-FILE(WK-G) TO WK-ENV-VAL.
004550   PERFORM B30-SET-ENV.
004560   PERFORM B50-CALL-STEP.
004570   EVALUATE WK-G-RC(WK-G)
004580   WHEN ZERO
004590     MOVE 1             TO WK-G-OK
004600     MOVE 'NO DIFFERENCES' TO WK-G-NOTE(WK-G)
004610   WHEN 4
004620     MOVE 1             TO WK-G-OK
004630     MOVE 'DIFFERENCES LISTED' TO WK-G-NOTE(WK-G)
004640   WHEN 12
004650     MOVE 'SET MISSING ON A SIDE' TO WK-G-NOTE(WK-G)
004660   END-EVALUATE.
004670 C20-GATE-DIFF-EXIT.
004680   EXIT.
004690 C30-GATE-REGRESSION SECTION.
004700*--------------------------------------------------------------
004710*- GATE 3: THE GREEN RUN. ANY MISMATCH STOPS THE PROMOTION.
004720*--------------------------------------------------------------
004730 C30-010.
004740   MOVE SPACE         TO WK-G-FILE(WK-G).
004750   STRING FUNCTION TRIM(WK-PRM-PREFIX) FUNCTION TRIM(WK-PRM-ID)
004760          '.REGR'     DELIMITED BY SIZE INTO WK-G-FILE(WK-G).
004770   MOVE 'PCHECKTBL_FILE' TO WK-ENV-NAME.
004780   MOVE WK-PRM-TESTTBL TO WK-ENV-VAL.
004790   PERFORM B30-SET-ENV.
004800   MOVE 'CASE_FILE'   TO WK-ENV-NAME.
004810   MOVE WK-PRM-CASES  TO WK-ENV-VAL.
004820   PERFORM B30-SET-ENV.
004830   MOVE 'REGRESS_FILE' TO WK-ENV-NAME.
004840   MOVE WK-G-FILE(WK-G) TO WK-ENV-VAL.
004850   PERFORM B30-SET-ENV.
004860   PERFORM B50-CALL-STEP.
004870   IF WK-G-RC(WK-G) = ZERO
004880     THEN
004890       MOVE 1             TO WK-G-OK
004900     ELSE
004910       MOVE 'NOT GREEN'   TO WK-G-NOTE(WK-G)
004920   END-IF.
004930 C30-GATE-REGRESSION-EXIT.
004940   EXIT.
004950 C40-GATE-APPROVAL SECTION.
004960*--------------------------------------------------------------
004970*- GATE 4: THE SECOND-APPROVER RUN. ONLY A CHANGE-CONTROLLED RUN
004980*- (ENTITLEMENT FILE NAMED) COUNTS, AND THE CHANGE FILE MUST HOLD
004990*- AN 'APPROVE' FOR THE SET; RULMAINT ITSELF HOLDS EACH APPROVAL
005000*- TO A DIFFERENT USER THAN THE REQUEST'S.
005010*--------------------------------------------------------------
005020 C40-010.
005030   MOVE WK-CHGNAME(1:80) TO WK-G-FILE(WK-G).
005040   IF WK-CHGNAME = SPACE OR WK-PRM-ENTITLE = SPACE
005050     THEN
005060       MOVE 'NO CHANGE CONTROL' TO WK-G-NOTE(WK-G)
005070       GO TO C40-GATE-APPROVAL-EXIT
005080   END-IF.
005090   PERFORM C41-COLLECT-USERS.
005100   IF WK-CHG-FST NOT = '00' AND WK-CHG-FST NOT = '10'
005110     THEN
005120       MOVE 'CHANGE FILE OPEN ERROR' TO WK-G-NOTE(WK-G)
005130       MOVE 16            TO WK-G-RC(WK-G)
005140       GO TO C40-GATE-APPROVAL-EXIT
005150   END-IF.
005160   IF WK-USR-APPR = ZERO
005170     THEN
005180       MOVE 'NO SECOND APPROVER' TO WK-G-NOTE(WK-G)
005190       GO TO C40-GATE-APPROVAL-EXIT
005200   END-IF.
005210   MOVE 'PCHECKTBL_FILE' TO WK-ENV-NAME.
005220   MOVE WK-PRM-TESTTBL TO WK-ENV-VAL.
005230   PERFORM B30-SET-ENV.
005240   MOVE 'CHANGE_FILE' TO WK-ENV-NAME.
005250   MOVE WK-CHGNAME    TO WK-ENV-VAL.
005260   PERFORM B30-SET-ENV.
005270   MOVE 'ENTITLE_FILE' TO WK-ENV-NAME.
005280   MOVE WK-PRM-ENTITLE TO WK-ENV-VAL.
005290   PERFORM B30-SET-ENV.
005300   MOVE 'AUDIT_FILE'  TO WK-ENV-NAME.
005310   MOVE WK-PRM-TESTAUD TO WK-ENV-VAL.
005320   PERFORM B30-SET-ENV.
005330*- THE APPROVAL RUN WORKS THE CANDIDATE FILE ITSELF, NEVER A
005340*- STAGING COPY LEFT IN THE ENVIRONMENT.
005350   MOVE 'STAGING_FILE' TO WK-ENV-NAME.
005360   MOVE SPACE         TO WK-ENV-VAL.
005370   PERFORM B30-SET-ENV.
005380   PERFORM B50-CALL-STEP.
005390   IF WK-G-RC(WK-G) = ZERO
005400     THEN
005410       MOVE 1             TO WK-G-OK
005420     ELSE
005430       MOVE 'CHANGES REJECTED' TO WK-G-NOTE(WK-G)
005440   END-IF.
005450 C40-GATE-APPROVAL-EXIT.
005460   EXIT.
005470 C41-COLLECT-USERS SECTION.
005480*--------------------------------------------------------------
005490*- THE SET'S REQUESTERS AND APPROVERS, FROM THE CHANGE FILE.
005500*--------------------------------------------------------------
005510 C41-010.
005520   OPEN INPUT F4CHG.
005530   IF WK-CHG-FST NOT = '00'
005540     THEN
005550       GO TO C41-COLLECT-USERS-EXIT
005560   END-IF.
005570   PERFORM UNTIL WK-CHG-FST NOT = '00'
005580     READ F4CHG
005590       AT END
005600         CONTINUE
005610       NOT AT END
005620         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
005630          AND F4-RSID = WK-PRM-RSID
005640           THEN
005650             MOVE F4-USER       TO WK-USR-NEWID
005660             IF F4-ACTION = 'APPROVE'
005670               THEN
005680                 MOVE 'APPROVER '   TO WK-USR-NEWROLE
005690                 ADD 1              TO WK-USR-APPR
005700               ELSE
005710                 MOVE 'REQUESTER'   TO WK-USR-NEWROLE
005720             END-IF
005730             PERFORM C42-ADD-USER
005740         END-IF
005750     END-READ
005760   END-PERFORM.
005770   CLOSE F4CHG.
005780 C41-COLLECT-USERS-EXIT.
005790   EXIT.
005800 C42-ADD-USER SECTION.
005810 C42-010.
005820   MOVE ZERO          TO WK-USR-HIT.
005830   PERFORM VARYING WK-USR-I FROM 1 BY 1
005840     UNTIL WK-USR-I > WK-USR-CNT OR WK-USR-HIT = 1
005850       IF WK-USR-ID(WK-USR-I) = WK-USR-NEWID
005860        AND WK-USR-ROLE(WK-USR-I) = WK-USR-NEWROLE
005870         THEN
005880           MOVE 1             TO WK-USR-HIT
005890       END-IF
005900   END-PERFORM.
005910   IF WK-USR-HIT = ZERO AND WK-USR-CNT < 20
005920     THEN
005930       ADD 1              TO WK-USR-CNT
005940       MOVE WK-USR-NEWID  TO WK-USR-ID(WK-USR-CNT)
005950       MOVE WK-USR-NEWROLE TO WK-USR-ROLE(WK-USR-CNT)
005960   END-IF.
005970 C42-ADD-USER-EXIT.
005980   EXIT.
005990 C50-GATE-EXPORT SECTION.
006000*--------------------------------------------------------------
006010*- GATE 5: PACKAGE THE APPROVED SET AT THE TEST SITE AND NOTE THE
006020*- PACKAGE'S ROW COUNT AND CHECKSUM.
006030*--------------------------------------------------------------
006040 C50-010.
006050   MOVE SPACE         TO WK-XPTNAME.
006060   STRING FUNCTION TRIM(WK-PRM-PREFIX) FUNCTION TRIM(WK-PRM-ID)
006070          '.XPT'      DELIMITED BY SIZE INTO WK-XPTNAME.
006080   MOVE WK-XPTNAME(1:80) TO WK-G-FILE(WK-G).
006090   MOVE 'PCHECKTBL_FILE' TO WK-ENV-NAME.
006100   MOVE WK-PRM-TESTTBL TO WK-ENV-VAL.
006110   PERFORM B30-SET-ENV.
006120   MOVE 'RULESET_ID'  TO WK-ENV-NAME.
006130   MOVE WK-PRM-RSID   TO WK-ENV-VAL.
006140   PERFORM B30-SET-ENV.
006150   MOVE 'EXPORT_FILE' TO WK-ENV-NAME.
006160   MOVE WK-XPTNAME    TO WK-ENV-VAL.
006170   PERFORM B30-SET-ENV.
006180   PERFORM B50-CALL-STEP.
006190   IF WK-G-RC(WK-G) NOT = ZERO
006200     THEN
006210       MOVE 'EXPORT FAILED' TO WK-G-NOTE(WK-G)
006220       GO TO C50-GATE-EXPORT-EXIT
006230   END-IF.
006240   OPEN INPUT F2XPT.
006250   IF WK-XPT-FST NOT = '00'
006260     THEN
006270       MOVE 'PACKAGE OPEN ERROR' TO WK-G-NOTE(WK-G)
006280       GO TO C50-GATE-EXPORT-EXIT
006290   END-IF.
006300   READ F2XPT
006310     AT END
006320       MOVE SPACE         TO F2RECORD
006330   END-READ.
006340   CLOSE F2XPT.
006350   IF F2RECORD(1:4) NOT = 'XPT1'
006360    OR F2RECORD(5:8) NOT = WK-PRM-RSID
006370    OR F2RECORD(13:5) NOT NUMERIC
006380    OR F2RECORD(18:9) NOT NUMERIC
006390     THEN
006400       MOVE 'PACKAGE HEADER BAD' TO WK-G-NOTE(WK-G)
006410       GO TO C50-GATE-EXPORT-EXIT
006420   END-IF.
006430   MOVE F2RECORD(13:5) TO WK-XPT-ROWS.
006440   MOVE F2RECORD(18:9) TO WK-XPT-CHK.
006450   MOVE 1             TO WK-G-OK.
006460   STRING 'ROWS=' WK-XPT-ROWS ' CHECKSUM=' WK-XPT-CHK
006470                      DELIMITED BY SIZE INTO WK-G-NOTE(WK-G).
006480 C50-GATE-EXPORT-EXIT.
006490   EXIT.
006500 C60-GATE-IMPORT SECTION.
006510*--------------------------------------------------------------
006520*- GATE 6: REBUILD THE PRODUCTION STAGING COPY FROM THE LIVE FILE
006530*- (SO ACTIVATION CARRIES EVERY OTHER SET ACROSS UNCHANGED - THE
006540*- SAME COPY RULMAINT'S STAGED MODE MAKES), THEN IMPORT THE
006550*- PACKAGE INTO IT. A LIVE FILE THAT DOES NOT EXIST YET STARTS
006560*- THE STAGING COPY EMPTY.
006570*--------------------------------------------------------------
006580 C60-010.
006590   MOVE WK-PRM-STAGING(1:80) TO WK-G-FILE(WK-G).
006600   MOVE WK-PRM-PRODTBL TO WK-FILENAME.
006610   MOVE WK-PRM-STAGING TO WK-STGNAME.
006620   MOVE ZERO          TO WK-CNT.
006630   OPEN INPUT F1INPUT.
006640   IF FST NOT = '00' AND FST NOT = '35'
006650     THEN
006660       MOVE 'LIVE FILE OPEN ERROR' TO WK-G-NOTE(WK-G)
006670       MOVE 16            TO WK-G-RC(WK-G)
006680       GO TO C60-GATE-IMPORT-EXIT
006690   END-IF.
006700   OPEN OUTPUT F5STAGE.
006710   IF WK-STG-FST NOT = '00'
006720     THEN
006730       MOVE 'STAGING OPEN ERROR' TO WK-G-NOTE(WK-G)
006740       MOVE 16            TO WK-G-RC(WK-G)
006750       IF FST = '00'
006760         THEN
006770           CLOSE F1INPUT
006780       END-IF
006790       GO TO C60-GATE-IMPORT-EXIT
006800   END-IF.
006810   IF FST = '00'
006820     THEN
006830       MOVE SPACE         TO F1RSID
006840       START F1INPUT KEY IS NOT LESS THAN F1RSID
006850         INVALID KEY
006860           MOVE '10'          TO FST
006870       END-START
006880       PERFORM UNTIL FST NOT = '00'
006890         READ F1INPUT NEXT RECORD
006900           END
006910             CONTINUE
006920           NOT END
006930             MOVE F1RSID        TO F5RSID
006940             MOVE F1BODY        TO F5BODY
006950             WRITE F5RECORD
006960             ADD 1              TO WK-CNT
006970         END-READ
006980       END-PERFORM
006990       CLOSE F1INPUT
007000   END-IF.
007010   CLOSE F5STAGE.
007020   DISPLAY 'RULPROMO:STAGING COPY BUILT. RECORDS=' WK-CNT.
007030   MOVE 'PCHECKTBL_FILE' TO WK-ENV-NAME.
007040   MOVE WK-PRM-STAGING TO WK-ENV-VAL.
007050   PERFORM B30-SET-ENV.
007060   MOVE 'EXPORT_FILE' TO WK-ENV-NAME.
007070   MOVE WK-XPTNAME    TO WK-ENV-VAL.
007080   PERFORM B30-SET-ENV.
007090   PERFORM B50-CALL-STEP.
007100   IF WK-G-RC(WK-G) = ZERO
007110     THEN
007120       MOVE 1             TO WK-G-OK
007130     ELSE
007140       MOVE 'PACKAGE REJECTED' TO WK-G-NOTE(WK-G)
007150   END-IF.
007160 C60-GATE-IMPORT-EXIT.
007170   EXIT.
007180 C70-GATE-PREVIEW SECTION.
007190*--------------------------------------------------------------
007200*- GATE 7: THE STAGING COPY'S ACTIVATION CALENDAR. THE SET MAY NOT
007210*- FALL INTO A GAP ON ANY DATE OF THE WINDOW; THE FIRST DATE THE
007220*- PROMOTED VERSION IS IN EFFECT GOES ON THE RECORD.
007230*--------------------------------------------------------------
007240 C70-010.
007250   MOVE SPACE         TO WK-PRVNAME.
007260   STRING FUNCTION TRIM(WK-PRM-PREFIX) FUNCTION TRIM(WK-PRM-ID)
007270          '.PREV'     DELIMITED BY SIZE INTO WK-PRVNAME.
007280   MOVE WK-PRVNAME(1:80) TO WK-G-FILE(WK-G).
007290   MOVE 'PCHECKTBL_FILE' TO WK-ENV-NAME.
007300   MOVE WK-PRM-STAGING TO WK-ENV-VAL.
007310   PERFORM B30-SET-ENV.
007320   MOVE 'PREVIEW_FROM' TO WK-ENV-NAME.
007330   MOVE WK-PRM-FROM   TO WK-ENV-VAL.
007340   PERFORM B30-SET-ENV.
007350   MOVE 'PREVIEW_TO'  TO WK-ENV-NAME.
007360   MOVE WK-PRM-TO     TO WK-ENV-VAL.
007370   PERFORM B30-SET-ENV.
007380   MOVE 'PREVIEW_FILE' TO WK-ENV-NAME.
007390   MOVE WK-PRVNAME    TO WK-ENV-VAL.
007400   PERFORM B30-SET-ENV.
007410   PERFORM B50-CALL-STEP.
007420   IF WK-G-RC(WK-G) > 4
007430     THEN
007440       MOVE 'PREVIEW FAILED' TO WK-G-NOTE(WK-G)
007450       GO TO C70-GATE-PREVIEW-EXIT
007460   END-IF.
007470   OPEN INPUT F2PREV.
007480   IF WK-PRV-FST NOT = '00'
007490     THEN
007500       MOVE 'PREVIEW OPEN ERROR' TO WK-G-NOTE(WK-G)
007510       GO TO C70-GATE-PREVIEW-EXIT
007520   END-IF.
007530   PERFORM UNTIL WK-PRV-FST NOT = '00'
007540     READ F2PREV
007550       AT END
007560         CONTINUE
007570       NOT AT END
007580         IF F2PLINE(13:8) = WK-PRM-RSID
007590           THEN
007600             IF F2PLINE(23:6) = '** GAP'
007610               THEN
007620                 ADD 1              TO WK-PRV-GAPS
007630             END-IF
007640             IF F2PLINE(23:2) = WK-PRM-VER
007650              AND WK-PRV-EFF = SPACE
007660               THEN
007670                 MOVE F2PLINE(3:8)  TO WK-PRV-EFF
007680             END-IF
007690         END-IF
007700     END-READ
007710   END-PERFORM.
007720   CLOSE F2PREV.
007730   IF WK-PRV-GAPS > ZERO
007740     THEN
007750       MOVE 'SET HAS A GAP IN THE WINDOW' TO WK-G-NOTE(WK-G)
007760     ELSE
007770       MOVE 1             TO WK-G-OK
007780       IF WK-PRV-EFF = SPACE
007790         THEN
007800           MOVE 'VERSION NOT IN EFFECT IN WINDOW'
007810                              TO WK-G-NOTE(WK-G)
007820         ELSE
007830           STRING 'VERSION IN EFFECT FROM ' WK-PRV-EFF
007840                          DELIMITED BY SIZE INTO WK-G-NOTE(WK-G)
007850       END-IF
007860   END-IF.
007870 C70-GATE-PREVIEW-EXIT.
007880   EXIT.
007890 C80-GATE-ACTIVATE SECTION.
007900*--------------------------------------------------------------
007910*- GATE 8: SWAP THE STAGING COPY IN, THEN PROVE THE LIVE SET IS
007920*- THE PACKAGE: SAME ROW COUNT, SAME CHECKSUM.
007930*--------------------------------------------------------------
007940 C80-010.
007950   MOVE WK-PRM-PRODTBL(1:80) TO WK-G-FILE(WK-G).
007960   MOVE 'STAGING_FILE' TO WK-ENV-NAME.
007970   MOVE WK-PRM-STAGING TO WK-ENV-VAL.
007980   PERFORM B30-SET-ENV.
007990   MOVE 'PCHECKTBL_FILE' TO WK-ENV-NAME.
008000   MOVE WK-PRM-PRODTBL TO WK-ENV-VAL.
008010   PERFORM B30-SET-ENV.
008020   MOVE 'AUDIT_FILE'  TO WK-ENV-NAME.
008030   MOVE WK-PRM-PRODAUD TO WK-ENV-VAL.
008040   PERFORM B30-SET-ENV.
008050   MOVE 'ACTIVATE_USER' TO WK-ENV-NAME.
008060   MOVE WK-PRM-USER   TO WK-ENV-VAL.
008070   PERFORM B30-SET-ENV.
008080   PERFORM B50-CALL-STEP.
008090   IF WK-G-RC(WK-G) NOT = ZERO
008100     THEN
008110       MOVE 'STAGED FILE REFUSED' TO WK-G-NOTE(WK-G)
008120       GO TO C80-GATE-ACTIVATE-EXIT
008130   END-IF.
008140   PERFORM C81-CHECKSUM-LIVE.
008150   IF WK-LIVE-ROWS NOT = WK-XPT-ROWS
008160    OR WK-LIVE-CHK NOT = WK-XPT-CHK
008170     THEN
008180       STRING 'DIFFERS: ROWS=' WK-LIVE-ROWS
008190              ' CHECKSUM=' WK-LIVE-CHK
008200                          DELIMITED BY SIZE INTO WK-G-NOTE(WK-G)
008210     ELSE
008220       MOVE 1             TO WK-G-OK
008230       STRING 'ROWS=' WK-LIVE-ROWS ' CHECKSUM=' WK-LIVE-CHK
008240                          DELIMITED BY SIZE INTO WK-G-NOTE(WK-G)
008250   END-IF.
008260 C80-GATE-ACTIVATE-EXIT.
008270   EXIT.
008280 C81-CHECKSUM-LIVE SECTION.
008290*--------------------------------------------------------------
008300*- THE LIVE SET'S ROWS (HDR__/TRL__ INCLUDED, AS PACKAGED) AND
008310*- CHECKSUM, WITH RULEXPRT'S FORMULA.
008320*--------------------------------------------------------------
008330 C81-010.
008340   MOVE ZERO          TO WK-LIVE-ROWS.
008350   MOVE ZERO          TO WK-LIVE-CHK.
008360   MOVE WK-PRM-PRODTBL TO WK-FILENAME.
008370   OPEN INPUT F1INPUT.
008380   IF FST NOT = '00'
008390     THEN
008400       DISPLAY 'RULPROMO:LIVE FILE OPEN ERROR STATUS=' FST
008410       GO TO C81-CHECKSUM-LIVE-EXIT
008420   END-IF.
008430   MOVE WK-PRM-RSID   TO F1RSID.
008440   START F1INPUT KEY IS = F1RSID
008450     INVALID KEY
008460       MOVE '23'          TO FST
008470   END-START.
008480   PERFORM UNTIL FST NOT = '00'
008490     READ F1INPUT NEXT RECORD
008500       END
008510         CONTINUE
008520       NOT END
008530         IF F1RSID NOT = WK-PRM-RSID
008540           THEN
008550             MOVE '10'          TO FST
008560           ELSE
008570             ADD 1              TO WK-LIVE-ROWS
008580             COMPUTE WK-RW = FUNCTION MOD(WK-LIVE-ROWS, 97) + 1
008590             PERFORM VARYING WK-J FROM 1 BY 1
008600               UNTIL WK-J > 18
008610                 COMPUTE WK-LIVE-CHK = FUNCTION MOD(WK-LIVE-CHK
008620                   + FUNCTION ORD(F1BODY(WK-J:1)) * WK-J * WK-RW,
008630                   100000000)
008640             END-PERFORM
008650         END-IF
008660     END-READ
008670   END-PERFORM.
008680   CLOSE F1INPUT.
008690 C81-CHECKSUM-LIVE-EXIT.
008700   EXIT.
008710 B30-SET-ENV SECTION.
008720*--------------------------------------------------------------
008730*- PUT ONE NAME=VALUE INTO THE ENVIRONMENT FOR THE NEXT STEP,
008740*- REMEMBERING THE NAME FOR B40.
008750*--------------------------------------------------------------
008760 B30-010.
008770   DISPLAY WK-ENV-NAME UPON ENVIRONMENT-NAME.
008780   DISPLAY WK-ENV-VAL  UPON ENVIRONMENT-VALUE.
008790   IF WK-ENV-CNT < 20
008800     THEN
008810       ADD 1              TO WK-ENV-CNT
008820       MOVE WK-ENV-NAME   TO WK-ENV-KEY(WK-ENV-CNT)
008830   END-IF.
008840 B30-SET-ENV-EXIT.
008850   EXIT.
008860 B40-CLEAR-ENV SECTION.
008870*--------------------------------------------------------------
008880*- BLANK EVERY NAME THE STEP WAS GIVEN. THE PROGRAMS TREAT A
008890*- BLANK NAME AS "NOT GIVEN" AND DEFAULT IT.
008900*--------------------------------------------------------------
008910 B40-010.
008920   PERFORM VARYING WK-ENV-I FROM 1 BY 1
008930     UNTIL WK-ENV-I > WK-ENV-CNT
008940       DISPLAY WK-ENV-KEY(WK-ENV-I) UPON ENVIRONMENT-NAME
008950       DISPLAY WK-ENV-BLANK         UPON ENVIRONMENT-VALUE
008960   END-PERFORM.
008970   MOVE ZERO          TO WK-ENV-CNT.
008980 B40-CLEAR-ENV-EXIT.
008990   EXIT.
009000 B50-CALL-STEP SECTION.
009010*--------------------------------------------------------------
009020*- CALL THE GATE'S PROGRAM WITH THE NAMES B30 SET, KEEP ITS RC,
009030*- CANCEL IT AND CLEAR THE NAMES. A PROGRAM THAT CANNOT BE FOUND
009040*- IS RC 16.
009050*--------------------------------------------------------------
009060 B50-010.
009070   MOVE WK-G-NAME(WK-G) TO WK-PROG.
009080   DISPLAY 'RULPROMO:GATE ' WK-G ' ' WK-PROG ' STARTED.'.
009090   MOVE ZERO          TO RETURN-CODE.
009100   CALL WK-PROG
009110     ON EXCEPTION
009120       DISPLAY 'RULPROMO:PROGRAM NOT FOUND: ' WK-PROG
009130       MOVE 16            TO RETURN-CODE
009140   END-CALL.
009150   MOVE RETURN-CODE   TO WK-STEP-RC.
009160   CANCEL WK-PROG.
009170   MOVE ZERO          TO RETURN-CODE.
009180   IF WK-STEP-RC < ZERO OR WK-STEP-RC > 99
009190     THEN
009200       MOVE 16            TO WK-STEP-RC
009210   END-IF.
009220   MOVE WK-STEP-RC    TO WK-G-RC(WK-G).
009230   PERFORM B40-CLEAR-ENV.
009240 B50-CALL-STEP-EXIT.
009250   EXIT.
009260 D10-WRITE-RECORD SECTION.
009270*--------------------------------------------------------------
009280*- THE PROMOTION RECORD, APPENDED WHOLE AT THE END SO A BLOCK IS
009290*- NEVER LEFT HALF-WRITTEN BY A STOPPED PROMOTION.
009300*--------------------------------------------------------------
009310 D10-010.
009320   OPEN EXTEND F60PRM.
009330   IF WK-PRM-FST = '35'
009340     THEN
009350       OPEN OUTPUT F60PRM
009360   END-IF.
009370   IF WK-PRM-FST NOT = '00'
009380     THEN
009390       DISPLAY 'RULPROMO:PROMOTION FILE OPEN ERROR STATUS='
009400               WK-PRM-FST
009410       GO TO D10-WRITE-RECORD-EXIT
009420   END-IF.
009430   MOVE SPACE         TO F60RECORD.
009440   STRING 'PROMO ' WK-PRM-ID ' HDR       SET=' WK-PRM-RSID
009450          ' VERSION=' WK-PRM-VER ' USER=' WK-PRM-USER
009460          ' DATE=' WK-DATE ' TIME=' WK-TIME(1:6)
009470                      DELIMITED BY SIZE INTO F60RECORD.
009480   WRITE F60RECORD.
009490   PERFORM VARYING WK-G FROM 1 BY 1
009500     UNTIL WK-G > WK-G-CNT
009510       MOVE SPACE         TO WK-LINE
009520       STRING 'PROMO ' WK-PRM-ID ' GATE      ' WK-G
009530              ' ' WK-G-NAME(WK-G) ' RC=' WK-G-RC(WK-G)
009540              ' ' WK-G-RESULT(WK-G) ' ' WK-G-NOTE(WK-G)
009550                          DELIMITED BY SIZE INTO WK-LINE
009560       MOVE WK-LINE       TO F60RECORD
009570       WRITE F60RECORD
009580       IF WK-G-FILE(WK-G) NOT = SPACE
009590         THEN
009600           MOVE SPACE         TO F60RECORD
009610           STRING 'PROMO ' WK-PRM-ID ' FILE      ' WK-G
009620                  ' ' WK-G-FILE(WK-G)
009630                          DELIMITED BY SIZE INTO F60RECORD
009640           WRITE F60RECORD
009650       END-IF
009660   END-PERFORM.
009670   PERFORM VARYING WK-USR-I FROM 1 BY 1
009680     UNTIL WK-USR-I > WK-USR-CNT
009690       MOVE SPACE         TO F60RECORD
009700       STRING 'PROMO ' WK-PRM-ID ' ' WK-USR-ROLE(WK-USR-I)
009710              ' ' WK-USR-ID(WK-USR-I)
009720                          DELIMITED BY SIZE INTO F60RECORD
009730       WRITE F60RECORD
009740   END-PERFORM.
009750   MOVE SPACE         TO F60RECORD.
009760   IF WK-STOPPED = 1
009770     THEN
009780       STRING 'PROMO ' WK-PRM-ID ' TRL       RESULT=STOPPED'
009790              ' GATE=' WK-STOP-G ' ' WK-G-NAME(WK-STOP-G)
009800                          DELIMITED BY SIZE INTO F60RECORD
009810     ELSE
009820       STRING 'PROMO ' WK-PRM-ID ' TRL       RESULT=PROMOTED'
009830              ' ROWS=' WK-LIVE-ROWS ' CHECKSUM=' WK-LIVE-CHK
009840                          DELIMITED BY SIZE INTO F60RECORD
009850   END-IF.
009860   WRITE F60RECORD.
009870   CLOSE F60PRM.
009880   MOVE '00'          TO WK-PRM-FST.
009890 D10-WRITE-RECORD-EXIT.
009900   EXIT.
