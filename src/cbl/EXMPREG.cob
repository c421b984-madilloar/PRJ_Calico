000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   EXMPREG.
000030*--------------------------------------------------------------
000040*- BUSINESS-KEY EXEMPTION REGISTER. A KEYED REGISTER, ONE RECORD
000050*- PER BUSINESS KEY + F1RSID (+ OPTIONALLY ONE NAMED BLOCK),
000060*- HOLDS THE AGREED EXCEPTIONS TEST-MAIN HONOURS (ENV
000070*- EXEMPT_REGISTER THERE): THE EFFECTIVE PERIOD, THE EXEMPT
000080*- DISPOSITION, THE APPROVING USER, THE REASON AND THE EXEMPTION
000090*- REFERENCE CARRIED ONTO F3OUT/F18HIST. EACH RUN:
000100*-   1. APPLIES REGISTER UPDATES (OPTIONAL FILE, ONE LINE PER
000110*-      ENTRY: KEY(1-20) RSID(22-29) BLOCK(31-35) REF(37-44)
000120*-      FROM(46-53) TO(55-62) DISP(64) USERID(66-73)
000130*-      REASON(75-114). DISP 'P' = PASS, 'W' = PASS WITH A
000140*-      WARNING, 'D' = DELETE THE ENTRY. BLOCK BLANK = THE
000150*-      WHOLE RULE SET);
000160*-   2. PRINTS THE EXPIRY REPORT: ENTRIES THAT LAPSE WITHIN
000170*-      THE WARNING WINDOW (DEFAULT 14 DAYS) SO THE DESK CAN
000180*-      RENEW OR LET THEM GO, AND LAPSED ENTRIES STILL ON THE
000190*-      REGISTER.
000200*- RUN WEEKLY (ANY DAY FOR A LOOK, OR WITH UPDATES ONLY).
000210*-
000220*- ENV: EXEMPT_REGISTER = REGISTER (INDEXED), EXEMPT_UPDATES
000230*-      (OPTIONAL), EXEMPT_REPORT = REPORT (132-COLUMN LINES),
000240*-      EXEMPT_WARN_DAYS (DEFAULT 14), RUN_DATE (YYYYMMDD,
000250*-      DEFAULT TODAY).
000260*- RETURN-CODE: 0=NOTHING LAPSING, 4=ENTRIES LAPSING OR LAPSED,
000270*-              OR INPUT LINES REJECTED, 16=FATAL I/O.
000280*--------------------------------------------------------------
000290 ENVIRONMENT    DIVISION.
000300 INPUT-OUTPUT               SECTION.
000310 FILE-CONTROL.
000320   SELECT F5EXM   ASSIGN TO WK-EXMNAME
000330   ORGANIZATION INDEXED
000340   ACCESS MODE DYNAMIC
000350   RECORD KEY IS F5-KEY
000360   STATUS WK-EXM-FST.
000370   SELECT F6XUPD  ASSIGN TO WK-UPDNAME
000380   ORGANIZATION LINE SEQUENTIAL
000390   STATUS WK-UPD-FST.
000400   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000410   ORGANIZATION LINE SEQUENTIAL
000420   STATUS WK-RPT-FST.
000430 DATA DIVISION.
000440 FILE                       SECTION.
000450 FD  F5EXM.
000460*- KEY = BUSINESS KEY + RSID + BLOCK (SPACES = THE WHOLE SET).
000470*- UPDDT/UPDUSER: THE LAST CHANGE, AS RUN DATE AND APPROVER.
000480 01  F5RECORD               SYNC.
000490   03 F5-KEY.
000500     05 F5-BIZKEY           PIC X(20).
000510     05 F5-RSID             PIC X(08).
000520     05 F5-BLK              PIC X(05).
000530   03 F5-REF                PIC X(08).
000540   03 F5-FROM               PIC X(08).
000550   03 F5-TO                 PIC X(08).
000560   03 F5-DISP               PIC X(01).
000570   03 F5-USER               PIC X(08).
000580   03 F5-REASON             PIC X(40).
000590   03 F5-UPDDT              PIC X(08).
000600   03 F5-UPDUSER            PIC X(08).
000610 FD  F6XUPD.
000620 01  F6RECORD               SYNC.
000630   03 F6-BIZKEY             PIC X(20).
000640   03 FILLER                PIC X(01).
000650   03 F6-RSID               PIC X(08).
000660   03 FILLER                PIC X(01).
000670   03 F6-BLK                PIC X(05).
000680   03 FILLER                PIC X(01).
000690   03 F6-REF                PIC X(08).
000700   03 FILLER                PIC X(01).
000710   03 F6-FROM               PIC X(08).
000720   03 FILLER                PIC X(01).
000730   03 F6-TO                 PIC X(08).
000740   03 FILLER                PIC X(01).
000750   03 F6-DISP               PIC X(01).
000760   03 FILLER                PIC X(01).
000770   03 F6-USER               PIC X(08).
000780   03 FILLER                PIC X(01).
000790   03 F6-REASON             PIC X(40).
000800   03 FILLER                PIC X(18).
000810 FD  F2REPT.
000820 01  F2LINE                 PIC X(132).
000830 WORKING-STORAGE SECTION.
000840 01  WK-FILES               SYNC.
000850   03 WK-EXMNAME            PIC X(100).
000860   03 WK-EXM-FST            PIC X(02).
000870   03 WK-UPDNAME            PIC X(100).
000880   03 WK-UPD-FST            PIC X(02).
000890   03 WK-RPTNAME            PIC X(100).
000900   03 WK-RPT-FST            PIC X(02).
000910 01  WK-RUNDT               PIC X(08).
000920 01  WK-RUNDT-N REDEFINES WK-RUNDT PIC 9(08).
000930*--------------------------------------------------------------
000940*- COUNTS AND DATE WORK. THE WINDOW END IS THE RUN DATE PLUS
000950*- THE WARNING DAYS.
000960*--------------------------------------------------------------
000970 01  WK-CNT                 SYNC.
000980   03 WK-ADDED              PIC 9(05) VALUE ZERO.
000990   03 WK-CHANGED            PIC 9(05) VALUE ZERO.
001000   03 WK-DELETED            PIC 9(05) VALUE ZERO.
001010   03 WK-REJECTS            PIC 9(05) VALUE ZERO.
001020   03 WK-ENTRIES            PIC 9(07) VALUE ZERO.
001030   03 WK-INEFFECT           PIC 9(07) VALUE ZERO.
001040   03 WK-FUTURE             PIC 9(07) VALUE ZERO.
001050   03 WK-LAPSING            PIC 9(07) VALUE ZERO.
001060   03 WK-LAPSED             PIC 9(07) VALUE ZERO.
001070   03 WK-SECTION-HITS       PIC 9(05).
001080 01  WK-DAYS                SYNC.
001090   03 WK-WARN-X             PIC X(03).
001100   03 WK-WARN-DAYS          PIC 9(03) VALUE 14.
001110   03 WK-WIN-END            PIC 9(08).
001120   03 WK-TO-N               PIC 9(08).
001123   03 WK-FROM-N             PIC 9(08).
001126   03 WK-DATE-BAD           PIC 9(01).
001130   03 WK-LEFT               PIC S9(07).
001140   03 WK-LEFT-ED            PIC ZZZZZZ9.
001150   03 WK-WHY                PIC X(20).
001160 01  WK-PRT                 SYNC.
001170   03 WK-LINE               PIC X(132).
001180 PROCEDURE DIVISION.
001190 A00-MAIN SECTION.
001200*--------------------------------------------------------------
001210*- REGISTER UPDATES, THEN THE EXPIRY REPORT.
001220*--------------------------------------------------------------
001230 A00-010.
001240   MOVE SPACE         TO WK-EXMNAME.
001250   ACCEPT WK-EXMNAME  FROM ENVIRONMENT 'EXEMPT_REGISTER'.
001260   IF WK-EXMNAME = SPACE
001270     MOVE '../data/pcheckexempt.ix' TO WK-EXMNAME
001280   END-IF.
001290   MOVE SPACE         TO WK-UPDNAME.
001300   ACCEPT WK-UPDNAME  FROM ENVIRONMENT 'EXEMPT_UPDATES'.
001310   MOVE SPACE         TO WK-RPTNAME.
001320   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'EXEMPT_REPORT'.
001330   IF WK-RPTNAME = SPACE
001340     MOVE '../data/pcheckexempt.txt' TO WK-RPTNAME
001350   END-IF.
001360   MOVE SPACE         TO WK-WARN-X.
001370   ACCEPT WK-WARN-X   FROM ENVIRONMENT 'EXEMPT_WARN_DAYS'.
001380   IF WK-WARN-X NOT = SPACE AND WK-WARN-X NUMERIC
001390     THEN
001400       MOVE WK-WARN-X     TO WK-WARN-DAYS
001410   END-IF.
001420   MOVE SPACE         TO WK-RUNDT.
001430   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
001440   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
001450     THEN
001460       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
001470   END-IF.
001480   COMPUTE WK-WIN-END = FUNCTION DATE-OF-INTEGER(
001490     FUNCTION INTEGER-OF-DATE(WK-RUNDT-N) + WK-WARN-DAYS).
001500   OPEN I-O F5EXM.
001510   IF WK-EXM-FST = '35'
001520     THEN
001530       OPEN OUTPUT F5EXM
001540       CLOSE F5EXM
001550       OPEN I-O F5EXM
001560   END-IF.
001570   IF WK-EXM-FST NOT = '00'
001580     THEN
001590       DISPLAY 'EXMPREG:EXEMPTION REGISTER OPEN ERROR STATUS='
001600               WK-EXM-FST
001610       MOVE 16            TO RETURN-CODE
001620       GOBACK
001630   END-IF.
001640   IF WK-UPDNAME NOT = SPACE
001650     THEN
001660       PERFORM C10-APPLY-UPDATES
001670   END-IF.
001680   OPEN OUTPUT F2REPT.
001690   IF WK-RPT-FST NOT = '00'
001700     THEN
001710       DISPLAY 'EXMPREG:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001720       CLOSE F5EXM
001730       MOVE 16            TO RETURN-CODE
001740       GOBACK
001750   END-IF.
001760   MOVE SPACE         TO WK-LINE.
001770   STRING 'BUSINESS-KEY EXEMPTION EXPIRY REPORT  AS OF '
001780          WK-RUNDT '  WINDOW=' WK-WARN-DAYS ' DAYS (TO '
001790          WK-WIN-END ')'
001800                      INTO WK-LINE.
001810   PERFORM Z10-PUT-LINE.
001820   PERFORM D10-LAPSING.
001830   PERFORM D20-LAPSED.
001840   PERFORM D30-COUNT-REGISTER.
001850   MOVE SPACE         TO WK-LINE.
001860   PERFORM Z10-PUT-LINE.
001870   STRING '  ** ENTRIES=' WK-ENTRIES '  IN EFFECT=' WK-INEFFECT
001880          '  NOT YET EFFECTIVE=' WK-FUTURE
001890          '  LAPSING=' WK-LAPSING '  LAPSED=' WK-LAPSED
001900          '  INPUT LINES REJECTED=' WK-REJECTS
001910                      INTO WK-LINE.
001920   PERFORM Z10-PUT-LINE.
001930   CLOSE F2REPT.
001940   CLOSE F5EXM.
001950   DISPLAY 'EXMPREG:ENTRIES ADDED=' WK-ADDED ' CHANGED='
001960           WK-CHANGED ' DELETED=' WK-DELETED
001970           ' REJECTED=' WK-REJECTS.
001980   DISPLAY 'EXMPREG:ENTRIES=' WK-ENTRIES ' LAPSING='
001990           WK-LAPSING ' LAPSED=' WK-LAPSED.
002000   IF WK-LAPSING > ZERO OR WK-LAPSED > ZERO
002010    OR WK-REJECTS > ZERO
002020     THEN
002030       MOVE 4             TO RETURN-CODE
002040     ELSE
002050       MOVE ZERO          TO RETURN-CODE
002060   END-IF.
002070   GOBACK.
002080 C10-APPLY-UPDATES SECTION.
002090*--------------------------------------------------------------
002100*- REGISTER UPDATES: ADD OR REPLACE AN ENTRY, OR DELETE IT.
002110*--------------------------------------------------------------
002120 C10-010.
002130   OPEN INPUT F6XUPD.
002140   IF WK-UPD-FST NOT = '00'
002150     THEN
002160       DISPLAY 'EXMPREG:UPDATE FILE OPEN ERROR STATUS='
002170               WK-UPD-FST
002180       ADD 1              TO WK-REJECTS
002190       GO TO C10-APPLY-UPDATES-EXIT
002200   END-IF.
002210   PERFORM UNTIL WK-UPD-FST NOT = '00'
002220     READ F6XUPD
002230       AT END
002240         CONTINUE
002250       NOT AT END
002260         IF F6RECORD(1:1) NOT = '*' AND F6RECORD NOT = SPACE
002270           THEN
002280             PERFORM C11-ONE-UPDATE
002290         END-IF
002300     END-READ
002310   END-PERFORM.
002320   CLOSE F6XUPD.
002330 C10-APPLY-UPDATES-EXIT.
002340   EXIT.
002350 C11-ONE-UPDATE SECTION.
002360*--------------------------------------------------------------
002370*- AN ENTRY WITHOUT ITS REFERENCE, APPROVER OR REASON, OR WITH A
002380*- BAD PERIOD, IS REJECTED: THE REGISTER IS THE AUDIT TRAIL OF
002390*- WHO AGREED WHAT, AND FOR HOW LONG.
002400*--------------------------------------------------------------
002410 C11-010.
002420   MOVE SPACE         TO WK-WHY.
002421   MOVE 1             TO WK-DATE-BAD.
002422   IF F6-FROM NUMERIC AND F6-TO NUMERIC
002423     THEN
002424       MOVE F6-FROM       TO WK-FROM-N
002425       MOVE F6-TO         TO WK-TO-N
002426       IF FUNCTION TEST-DATE-YYYYMMDD(WK-FROM-N) = ZERO
002427        AND FUNCTION TEST-DATE-YYYYMMDD(WK-TO-N) = ZERO
002428         THEN
002429           MOVE ZERO          TO WK-DATE-BAD
002430       END-IF
002431   END-IF.
002432   EVALUATE TRUE
002440   WHEN F6-BIZKEY = SPACE OR F6-RSID = SPACE
002450     MOVE 'NO KEY OR RULE SET' TO WK-WHY
002460   WHEN F6-DISP = 'D'
002470     CONTINUE
002480   WHEN F6-DISP NOT = 'P' AND F6-DISP NOT = 'W'
002490     MOVE 'BAD DISPOSITION'    TO WK-WHY
002500   WHEN F6-REF = SPACE
002510     MOVE 'NO REFERENCE'       TO WK-WHY
002520   WHEN WK-DATE-BAD = 1
002560     MOVE 'BAD DATE'           TO WK-WHY
002570   WHEN F6-FROM > F6-TO
002580     MOVE 'BAD DATE RANGE'     TO WK-WHY
002590   WHEN F6-USER = SPACE
002600     MOVE 'NO APPROVER'        TO WK-WHY
002610   WHEN F6-REASON = SPACE
002620     MOVE 'NO REASON'          TO WK-WHY
002630   WHEN OTHER
002640     CONTINUE
002650   END-EVALUATE.
002660   IF WK-WHY NOT = SPACE
002670     THEN
002680       DISPLAY 'EXMPREG:UPDATE LINE REJECTED ('
002690               FUNCTION TRIM(WK-WHY) '): ' F6RECORD(1:73)
002700       ADD 1              TO WK-REJECTS
002710       GO TO C11-ONE-UPDATE-EXIT
002720   END-IF.
002730   MOVE F6-BIZKEY     TO F5-BIZKEY.
002740   MOVE F6-RSID       TO F5-RSID.
002750   MOVE F6-BLK        TO F5-BLK.
002760   IF F6-DISP = 'D'
002770     THEN
002780       DELETE F5EXM
002790         INVALID KEY
002800           DISPLAY 'EXMPREG:DELETE OF UNREGISTERED ENTRY '
002810                   'IGNORED: ' F6RECORD(1:35)
002820         NOT INVALID KEY
002830           ADD 1              TO WK-DELETED
002840       END-DELETE
002850       GO TO C11-ONE-UPDATE-EXIT
002860   END-IF.
002870   MOVE F6-REF        TO F5-REF.
002880   MOVE F6-FROM       TO F5-FROM.
002890   MOVE F6-TO         TO F5-TO.
002900   MOVE F6-DISP       TO F5-DISP.
002910   MOVE F6-USER       TO F5-USER.
002920   MOVE F6-REASON     TO F5-REASON.
002930   MOVE WK-RUNDT      TO F5-UPDDT.
002940   MOVE F6-USER       TO F5-UPDUSER.
002950   WRITE F5RECORD
002960     INVALID KEY
002970       REWRITE F5RECORD
002980         INVALID KEY
002990           DISPLAY 'EXMPREG:REWRITE ERROR STATUS=' WK-EXM-FST
003000       END-REWRITE
003010       ADD 1              TO WK-CHANGED
003020     NOT INVALID KEY
003030       ADD 1              TO WK-ADDED
003040   END-WRITE.
003050 C11-ONE-UPDATE-EXIT.
003060   EXIT.
003070 D10-LAPSING SECTION.
003080*--------------------------------------------------------------
003090*- ENTRIES WHOSE LAST DAY FALLS WITHIN THE WARNING WINDOW: THE
003100*- CUSTOMER'S REJECTS COME BACK THE DAY AFTER, SO THE DESK
003110*- RENEWS THEM (A NEW UPDATE LINE) OR LETS THEM GO.
003120*--------------------------------------------------------------
003130 D10-010.
003140   MOVE SPACE         TO WK-LINE.
003150   PERFORM Z10-PUT-LINE.
003160   MOVE 'EXEMPTIONS LAPSING WITHIN THE WINDOW' TO WK-LINE(3:36).
003170   PERFORM Z10-PUT-LINE.
003180   PERFORM Z40-HEADING.
003190   MOVE ZERO          TO WK-SECTION-HITS.
003200   PERFORM Z50-START-REGISTER.
003210   PERFORM UNTIL WK-EXM-FST NOT = '00'
003220     READ F5EXM NEXT RECORD
003230       END
003240         CONTINUE
003250       NOT END
003260         IF F5-TO NOT < WK-RUNDT
003270          AND F5-TO NOT > WK-WIN-END
003280           THEN
003290             PERFORM Z30-ENTRY-LINE
003300             ADD 1              TO WK-LAPSING
003310             ADD 1              TO WK-SECTION-HITS
003320         END-IF
003330     END-READ
003340   END-PERFORM.
003350   PERFORM Z20-NONE-IF-EMPTY.
003360 D10-LAPSING-EXIT.
003370   EXIT.
003380 D20-LAPSED SECTION.
003390*--------------------------------------------------------------
003400*- ENTRIES PAST THEIR LAST DAY BUT STILL ON THE REGISTER (NO
003410*- LONGER HONOURED - DELETE THEM, OR RENEW THEM IF THE LAPSE
003420*- WAS AN OVERSIGHT).
003430*--------------------------------------------------------------
003440 D20-010.
003450   MOVE SPACE         TO WK-LINE.
003460   PERFORM Z10-PUT-LINE.
003470   MOVE 'LAPSED EXEMPTIONS STILL ON THE REGISTER'
003480                      TO WK-LINE(3:39).
003490   PERFORM Z10-PUT-LINE.
003500   PERFORM Z40-HEADING.
003510   MOVE ZERO          TO WK-SECTION-HITS.
003520   PERFORM Z50-START-REGISTER.
003530   PERFORM UNTIL WK-EXM-FST NOT = '00'
003540     READ F5EXM NEXT RECORD
003550       END
003560         CONTINUE
003570       NOT END
003580         IF F5-TO < WK-RUNDT
003590           THEN
003600             PERFORM Z30-ENTRY-LINE
003610             ADD 1              TO WK-LAPSED
003620             ADD 1              TO WK-SECTION-HITS
003630         END-IF
003640     END-READ
003650   END-PERFORM.
003660   PERFORM Z20-NONE-IF-EMPTY.
003670 D20-LAPSED-EXIT.
003680   EXIT.
003690 D30-COUNT-REGISTER SECTION.
003700*--------------------------------------------------------------
003710*- REGISTER TOTALS FOR THE SUMMARY LINE.
003720*--------------------------------------------------------------
003730 D30-010.
003740   PERFORM Z50-START-REGISTER.
003750   PERFORM UNTIL WK-EXM-FST NOT = '00'
003760     READ F5EXM NEXT RECORD
003770       END
003780         CONTINUE
003790       NOT END
003800         ADD 1              TO WK-ENTRIES
003810         EVALUATE TRUE
003820         WHEN F5-FROM > WK-RUNDT
003830           ADD 1              TO WK-FUTURE
003840         WHEN F5-TO NOT < WK-RUNDT
003850           ADD 1              TO WK-INEFFECT
003860         WHEN OTHER
003870           CONTINUE
003880         END-EVALUATE
003890     END-READ
003900   END-PERFORM.
003910 D30-COUNT-REGISTER-EXIT.
003920   EXIT.
003930 Z10-PUT-LINE SECTION.
003940 Z10-010.
003950   MOVE WK-LINE       TO F2LINE.
003960   WRITE F2LINE.
003970   MOVE SPACE         TO WK-LINE.
003980 Z10-PUT-LINE-EXIT.
003990   EXIT.
004000 Z20-NONE-IF-EMPTY SECTION.
004010 Z20-010.
004020   IF WK-SECTION-HITS = ZERO
004030     THEN
004040       MOVE SPACE         TO WK-LINE
004050       MOVE 'NONE.'       TO WK-LINE(5:5)
004060       PERFORM Z10-PUT-LINE
004070   END-IF.
004080 Z20-NONE-IF-EMPTY-EXIT.
004090   EXIT.
004100 Z30-ENTRY-LINE SECTION.
004110*--------------------------------------------------------------
004120*- ONE REGISTER ENTRY WITH ITS DAYS LEFT (NEGATIVE = LAPSED).
004130*--------------------------------------------------------------
004140 Z30-010.
004150   MOVE F5-TO         TO WK-TO-N.
004160   COMPUTE WK-LEFT = FUNCTION INTEGER-OF-DATE(WK-TO-N)
004170                   - FUNCTION INTEGER-OF-DATE(WK-RUNDT-N).
004180   MOVE SPACE         TO WK-LINE.
004190   MOVE F5-BIZKEY     TO WK-LINE(5:20).
004200   MOVE F5-RSID       TO WK-LINE(26:8).
004210   MOVE F5-BLK        TO WK-LINE(35:5).
004220   MOVE F5-REF        TO WK-LINE(41:8).
004230   MOVE F5-FROM       TO WK-LINE(50:8).
004240   MOVE F5-TO         TO WK-LINE(59:8).
004250   IF WK-LEFT < ZERO
004260     THEN
004270       MOVE '-'           TO WK-LINE(68:1)
004280       COMPUTE WK-LEFT = ZERO - WK-LEFT
004290   END-IF.
004300   MOVE WK-LEFT       TO WK-LEFT-ED.
004310   MOVE WK-LEFT-ED    TO WK-LINE(69:7).
004320   MOVE F5-DISP       TO WK-LINE(78:1).
004330   MOVE F5-USER       TO WK-LINE(80:8).
004340   MOVE F5-REASON     TO WK-LINE(89:40).
004350   PERFORM Z10-PUT-LINE.
004360 Z30-ENTRY-LINE-EXIT.
004370   EXIT.
004380 Z40-HEADING SECTION.
004390 Z40-010.
004400   MOVE 'BUSINESS-KEY         RSID     BLOCK REF      FROM     TO'
004410                      TO WK-LINE(5:56).
004420   MOVE 'DAYS-LEFT D APPROVER REASON' TO WK-LINE(68:27).
004430   PERFORM Z10-PUT-LINE.
004440 Z40-HEADING-EXIT.
004450   EXIT.
004460 Z50-START-REGISTER SECTION.
004470*--------------------------------------------------------------
004480*- POSITION THE REGISTER AT ITS FIRST ENTRY FOR A FULL SWEEP.
004490*--------------------------------------------------------------
004500 Z50-010.
004510   MOVE '00'          TO WK-EXM-FST.
004520   MOVE LOW-VALUE     TO F5-KEY.
004530   START F5EXM KEY IS NOT LESS THAN F5-KEY
004540     INVALID KEY
004550       MOVE '10'          TO WK-EXM-FST
004560   END-START.
004570 Z50-START-REGISTER-EXIT.
004580   EXIT.
