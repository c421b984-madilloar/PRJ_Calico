000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULOWNR.
000030*--------------------------------------------------------------
000040*- RULE-SET OWNERSHIP AND PERIODIC REVIEW REGISTER. A KEYED
000050*- REGISTER, ONE RECORD PER F1RSID, HOLDS THE BUSINESS OWNER,
000060*- THE OWNING DEPARTMENT, THE REVIEW FREQUENCY (MONTHS) AND THE
000070*- LAST REVIEW SIGN-OFF (DATE, USER ID, AND THE SET'S CATALOG
000080*- FINGERPRINT AT THAT MOMENT). EACH RUN:
000090*-   1. APPLIES OWNERSHIP UPDATES (OPTIONAL FILE, ONE
000100*-      'RSID(1-8) OWNER(10-29) DEPT(31-40) FREQ(42-43)' LINE
000110*-      PER SET; OWNER 'DELETE' REMOVES THE REGISTRATION; FREQ
000120*-      BLANK = 12 MONTHS);
000130*-   2. APPLIES REVIEW SIGN-OFFS (OPTIONAL FILE, ONE
000140*-      'RSID(1-8) USERID(10-17) DATE(19-26)' LINE PER SIGN-OFF;
000150*-      A SIGN-OFF OLDER THAN THE ONE ON RECORD IS IGNORED, ONE
000160*-      FOR A SET WITH NO OWNER IS REJECTED);
000170*-   3. PRINTS THE REVIEW REPORT, JOINED WITH RULCATLG'S
000180*-      INVENTORY (ITS CATALOG REPORT FILE): OVERDUE REVIEWS,
000190*-      SETS WITH NO REGISTERED OWNER, SETS CHANGED SINCE THEIR
000200*-      LAST REVIEW (WITH THE OWNER TO CHASE), AND REGISTERED
000210*-      SETS NO LONGER IN THE INVENTORY.
000220*- THE FINGERPRINT OF A SET IS ITS HIGHEST HDR__ VERSION AND THE
000230*- SUM OF ITS VERSION BLOCKS' CATALOG CHECKSUMS, SO ANY ROW
000240*- CHANGE, NEW VERSION OR DROPPED VERSION SHOWS AS A CHANGE.
000250*- RUN AFTER RULCATLG, MONTHLY FOR AUDIT (ANY DAY FOR A LOOK).
000260*-
000270*- ENV: OWNER_REGISTER = REGISTER (INDEXED), OWNER_UPDATES AND
000280*-      SIGNOFF_FILE (OPTIONAL), CATALOG_FILE = RULCATLG REPORT,
000290*-      REVIEW_REPORT = REPORT (132-COLUMN LINES), RUN_DATE
000300*-      (YYYYMMDD, DEFAULT TODAY).
000310*- RETURN-CODE: 0=ALL SETS OWNED AND REVIEWED, 4=FINDINGS
000320*-              LISTED OR INPUT LINES REJECTED, 16=FATAL I/O.
000330*--------------------------------------------------------------
000340 ENVIRONMENT    DIVISION.
000350 INPUT-OUTPUT               SECTION.
000360 FILE-CONTROL.
000370   SELECT F5OWN   ASSIGN TO WK-OWNNAME
000380   ORGANIZATION INDEXED
000390   ACCESS MODE DYNAMIC
000400   RECORD KEY IS F5-RSID
000410   STATUS WK-OWN-FST.
000420   SELECT F6OUPD  ASSIGN TO WK-UPDNAME
000430   ORGANIZATION LINE SEQUENTIAL
000440   STATUS WK-UPD-FST.
000450   SELECT F7SIGN  ASSIGN TO WK-SGNNAME
000460   ORGANIZATION LINE SEQUENTIAL
000470   STATUS WK-SGN-FST.
000480   SELECT F8CATL  ASSIGN TO WK-CATNAME
000490   ORGANIZATION LINE SEQUENTIAL
000500   STATUS WK-CAT-FST.
000510   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000520   ORGANIZATION LINE SEQUENTIAL
000530   STATUS WK-RPT-FST.
000540 DATA DIVISION.
000550 FILE                       SECTION.
000560 FD  F5OWN.
000570 01  F5RECORD               SYNC.
000580   03 F5-RSID               PIC X(08).
000590   03 F5-OWNER              PIC X(20).
000600   03 F5-DEPT               PIC X(10).
000610   03 F5-FREQ               PIC 9(02).
000620   03 F5-UPDDT              PIC X(08).
000630   03 F5-REVDT              PIC X(08).
000640   03 F5-REVUSER            PIC X(08).
000650*- CATALOG FINGERPRINT AT THE LAST SIGN-OFF (SPACE = NONE).
000660   03 F5-REVFP.
000670     05 F5-REVVER           PIC X(02).
000680     05 F5-REVCHK           PIC X(09).
000690 FD  F6OUPD.
000700 01  F6RECORD               PIC X(80).
000710 FD  F7SIGN.
000720 01  F7RECORD               PIC X(80).
000730 FD  F8CATL.
000740 01  F8RECORD               PIC X(132).
000750 FD  F2REPT.
000760 01  F2LINE                 PIC X(132).
000770 WORKING-STORAGE SECTION.
000780 01  WK-FILES               SYNC.
000790   03 WK-OWNNAME            PIC X(100).
000800   03 WK-OWN-FST            PIC X(02).
000810   03 WK-UPDNAME            PIC X(100).
000820   03 WK-UPD-FST            PIC X(02).
000830   03 WK-SGNNAME            PIC X(100).
000840   03 WK-SGN-FST            PIC X(02).
000850   03 WK-CATNAME            PIC X(100).
000860   03 WK-CAT-FST            PIC X(02).
000870   03 WK-RPTNAME            PIC X(100).
000880   03 WK-RPT-FST            PIC X(02).
000890 01  WK-RUNDT               PIC X(08).
000900 01  WK-RUNDT-N REDEFINES WK-RUNDT PIC 9(08).
000910*--------------------------------------------------------------
000920*- RULCATLG INVENTORY: ONE ENTRY PER RSID WITH ITS FINGERPRINT.
000930*--------------------------------------------------------------
000940 01  WK-CT                  SYNC.
000950   03 WK-CT-CNT             PIC 9(03) VALUE ZERO.
000960   03 WK-CT-I               PIC 9(03).
000970   03 WK-CT-HIT             PIC 9(03).
000980   03 WK-CT-TBL             OCCURS 500 TIMES.
000990     05 WK-CT-RSID          PIC X(08).
001000     05 WK-CT-NAME          PIC X(06).
001010     05 WK-CT-FP.
001020       07 WK-CT-VER         PIC X(02).
001030       07 WK-CT-CHK         PIC 9(09).
001040 01  WK-CHK-IN              PIC 9(09).
001050*--------------------------------------------------------------
001060*- COUNTS AND DATE WORK.
001070*--------------------------------------------------------------
001080 01  WK-CNT                 SYNC.
001090   03 WK-OWN-ADD            PIC 9(05) VALUE ZERO.
001100   03 WK-OWN-CHG            PIC 9(05) VALUE ZERO.
001110   03 WK-OWN-DEL            PIC 9(05) VALUE ZERO.
001120   03 WK-SGN-APPLIED        PIC 9(05) VALUE ZERO.
001130   03 WK-SGN-OLDER          PIC 9(05) VALUE ZERO.
001140   03 WK-REJECTS            PIC 9(05) VALUE ZERO.
001150   03 WK-OVERDUE            PIC 9(05) VALUE ZERO.
001160   03 WK-NOOWNER            PIC 9(05) VALUE ZERO.
001170   03 WK-CHANGED            PIC 9(05) VALUE ZERO.
001180   03 WK-ORPHANS            PIC 9(05) VALUE ZERO.
001190   03 WK-SECTION-HITS       PIC 9(05).
001200 01  WK-DUE                 SYNC.
001210   03 WK-DUE-DT             PIC 9(08).
001220   03 WK-DUE-X REDEFINES WK-DUE-DT.
001230     05 WK-DUE-YYYY         PIC 9(04).
001240     05 WK-DUE-MM           PIC 9(02).
001250     05 WK-DUE-DD           PIC 9(02).
001260   03 WK-DUE-MON            PIC 9(06).
001270   03 WK-DUE-LATE           PIC S9(07).
001280   03 WK-DUE-ED             PIC ZZZZZZ9.
001290 01  WK-PRT                 SYNC.
001300   03 WK-LINE               PIC X(132).
001310 PROCEDURE DIVISION.
001320 A00-MAIN SECTION.
001330*--------------------------------------------------------------
001340*- INVENTORY, REGISTER UPDATES, SIGN-OFFS, THEN THE REPORT.
001350*--------------------------------------------------------------
001360 A00-010.
001370   MOVE SPACE         TO WK-OWNNAME.
001380   ACCEPT WK-OWNNAME  FROM ENVIRONMENT 'OWNER_REGISTER'.
001390   IF WK-OWNNAME = SPACE
001400     MOVE '../data/pcheckowner.ix' TO WK-OWNNAME
001410   END-IF.
001420   MOVE SPACE         TO WK-UPDNAME.
001430   ACCEPT WK-UPDNAME  FROM ENVIRONMENT 'OWNER_UPDATES'.
001440   MOVE SPACE         TO WK-SGNNAME.
001450   ACCEPT WK-SGNNAME  FROM ENVIRONMENT 'SIGNOFF_FILE'.
001460   MOVE SPACE         TO WK-CATNAME.
001470   ACCEPT WK-CATNAME  FROM ENVIRONMENT 'CATALOG_FILE'.
001480   IF WK-CATNAME = SPACE
001490     MOVE '../data/pcheckcatalog.txt' TO WK-CATNAME
001500   END-IF.
001510   MOVE SPACE         TO WK-RPTNAME.
001520   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'REVIEW_REPORT'.
001530   IF WK-RPTNAME = SPACE
001540     MOVE '../data/pcheckreview.txt' TO WK-RPTNAME
001550   END-IF.
001560   MOVE SPACE         TO WK-RUNDT.
001570   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
001580   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
001590     THEN
001600       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
001610   END-IF.
001620   PERFORM B10-LOAD-CATALOG.
001630   IF RETURN-CODE = 16
001640     THEN
001650       GOBACK
001660   END-IF.
001670   OPEN I-O F5OWN.
001680   IF WK-OWN-FST = '35'
001690     THEN
001700       OPEN OUTPUT F5OWN
001710       CLOSE F5OWN
001720       OPEN I-O F5OWN
001730   END-IF.
001740   IF WK-OWN-FST NOT = '00'
001750     THEN
001760       DISPLAY 'RULOWNR:OWNER REGISTER OPEN ERROR STATUS='
001770               WK-OWN-FST
001780       MOVE 16            TO RETURN-CODE
001790       GOBACK
001800   END-IF.
001810   IF WK-UPDNAME NOT = SPACE
001820     THEN
001830       PERFORM C10-APPLY-OWNERS
001840   END-IF.
001850   IF WK-SGNNAME NOT = SPACE
001860     THEN
001870       PERFORM C20-APPLY-SIGNOFFS
001880   END-IF.
001890   OPEN OUTPUT F2REPT.
001900   IF WK-RPT-FST NOT = '00'
001910     THEN
001920       DISPLAY 'RULOWNR:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001930       CLOSE F5OWN
001940       MOVE 16            TO RETURN-CODE
001950       GOBACK
001960   END-IF.
001970   MOVE SPACE         TO WK-LINE.
001980   STRING 'RULE-SET OWNERSHIP AND REVIEW REPORT  AS OF '
001990          WK-RUNDT '  SETS IN INVENTORY=' WK-CT-CNT
002000                      INTO WK-LINE.
002010   PERFORM Z10-PUT-LINE.
002020   PERFORM D10-OVERDUE-REVIEWS.
002030   PERFORM D20-NO-OWNER.
002040   PERFORM D30-CHANGED-SINCE-REVIEW.
002050   PERFORM D40-NOT-IN-INVENTORY.
002060   MOVE SPACE         TO WK-LINE.
002070   PERFORM Z10-PUT-LINE.
002080   STRING '  ** OVERDUE=' WK-OVERDUE '  NO OWNER=' WK-NOOWNER
002090          '  CHANGED SINCE REVIEW=' WK-CHANGED
002100          '  NOT IN INVENTORY=' WK-ORPHANS
002110          '  INPUT LINES REJECTED=' WK-REJECTS
002120                      INTO WK-LINE.
002130   PERFORM Z10-PUT-LINE.
002140   CLOSE F2REPT.
002150   CLOSE F5OWN.
002160   DISPLAY 'RULOWNR:OWNERS ADDED=' WK-OWN-ADD ' CHANGED='
002170           WK-OWN-CHG ' DELETED=' WK-OWN-DEL.
002180   DISPLAY 'RULOWNR:SIGN-OFFS APPLIED=' WK-SGN-APPLIED
002190           ' OLDER IGNORED=' WK-SGN-OLDER
002200           ' REJECTED=' WK-REJECTS.
002210   DISPLAY 'RULOWNR:OVERDUE=' WK-OVERDUE ' NO OWNER='
002220           WK-NOOWNER ' CHANGED=' WK-CHANGED
002230           ' NOT IN INVENTORY=' WK-ORPHANS.
002240   IF WK-OVERDUE > ZERO OR WK-NOOWNER > ZERO
002250    OR WK-CHANGED > ZERO OR WK-ORPHANS > ZERO
002260    OR WK-REJECTS > ZERO
002270     THEN
002280       MOVE 4             TO RETURN-CODE
002290     ELSE
002300       MOVE ZERO          TO RETURN-CODE
002310   END-IF.
002320   GOBACK.
002330 B10-LOAD-CATALOG SECTION.
002340*--------------------------------------------------------------
002350*- RULCATLG'S REPORT: A DETAIL LINE CARRIES THE RSID IN 3-10,
002360*- THE HDR NAME IN 12-17, THE VERSION IN 19-20 AND THE
002370*- CHECKSUM IN 41-49. ONE SET MAY HAVE SEVERAL VERSION LINES.
002380*--------------------------------------------------------------
002390 B10-010.
002400   OPEN INPUT F8CATL.
002410   IF WK-CAT-FST NOT = '00'
002420     THEN
002430       DISPLAY 'RULOWNR:CATALOG FILE OPEN ERROR STATUS='
002440               WK-CAT-FST ' - RUN RULCATLG FIRST.'
002450       MOVE 16            TO RETURN-CODE
002460       GO TO B10-LOAD-CATALOG-EXIT
002470   END-IF.
002480   PERFORM UNTIL WK-CAT-FST NOT = '00'
002490     READ F8CATL
002500       AT END
002510         CONTINUE
002520       NOT AT END
002530         IF F8RECORD(1:2) = SPACE AND F8RECORD(3:8) NOT = SPACE
002540          AND F8RECORD(3:2) NOT = '**'
002550          AND F8RECORD(3:8) NOT = 'RULE-SET'
002560          AND F8RECORD(41:9) NUMERIC
002570           THEN
002580             PERFORM B11-CATALOG-LINE
002590         END-IF
002600     END-READ
002610   END-PERFORM.
002620   CLOSE F8CATL.
002630   DISPLAY 'RULOWNR:INVENTORY LOADED. SETS=' WK-CT-CNT.
002640 B10-LOAD-CATALOG-EXIT.
002650   EXIT.
002660 B11-CATALOG-LINE SECTION.
002670 B11-010.
002680   MOVE F8RECORD(3:8) TO F5-RSID.
002690   PERFORM Z30-FIND-CATALOG.
002700   IF WK-CT-HIT = ZERO
002710     THEN
002720       IF WK-CT-CNT NOT < 500
002730         THEN
002740           GO TO B11-CATALOG-LINE-EXIT
002750       END-IF
002760       ADD 1              TO WK-CT-CNT
002770       MOVE WK-CT-CNT     TO WK-CT-HIT
002780       MOVE F5-RSID       TO WK-CT-RSID(WK-CT-HIT)
002790       MOVE SPACE         TO WK-CT-NAME(WK-CT-HIT)
002800       MOVE SPACE         TO WK-CT-VER(WK-CT-HIT)
002810       MOVE ZERO          TO WK-CT-CHK(WK-CT-HIT)
002820   END-IF.
002830   IF F8RECORD(19:2) NOT < WK-CT-VER(WK-CT-HIT)
002840     THEN
002850       MOVE F8RECORD(12:6) TO WK-CT-NAME(WK-CT-HIT)
002860       MOVE F8RECORD(19:2) TO WK-CT-VER(WK-CT-HIT)
002870   END-IF.
002880   MOVE F8RECORD(41:9) TO WK-CHK-IN.
002890   COMPUTE WK-CT-CHK(WK-CT-HIT) =
002900     FUNCTION MOD(WK-CT-CHK(WK-CT-HIT) + WK-CHK-IN, 1000000000).
002910 B11-CATALOG-LINE-EXIT.
002920   EXIT.
002930 C10-APPLY-OWNERS SECTION.
002940*--------------------------------------------------------------
002950*- OWNERSHIP UPDATES: ADD OR REPLACE OWNER/DEPARTMENT/FREQUENCY
002960*- (THE REVIEW HISTORY ON RECORD IS KEPT), OR DELETE.
002970*--------------------------------------------------------------
002980 C10-010.
002990   OPEN INPUT F6OUPD.
003000   IF WK-UPD-FST NOT = '00'
003010     THEN
003020       DISPLAY 'RULOWNR:OWNER UPDATE FILE OPEN ERROR STATUS='
003030               WK-UPD-FST
003040       ADD 1              TO WK-REJECTS
003050       GO TO C10-APPLY-OWNERS-EXIT
003060   END-IF.
003070   PERFORM UNTIL WK-UPD-FST NOT = '00'
003080     READ F6OUPD
003090       AT END
003100         CONTINUE
003110       NOT AT END
003120         IF F6RECORD(1:1) NOT = '*' AND F6RECORD NOT = SPACE
003130           THEN
003140             PERFORM C11-ONE-OWNER
003150         END-IF
003160     END-READ
003170   END-PERFORM.
003180   CLOSE F6OUPD.
003190 C10-APPLY-OWNERS-EXIT.
003200   EXIT.
003210 C11-ONE-OWNER SECTION.
003220 C11-010.
003230   IF F6RECORD(1:8) = SPACE OR F6RECORD(10:20) = SPACE
003240    OR (F6RECORD(42:2) NOT = SPACE
003250        AND F6RECORD(42:2) NOT NUMERIC)
003260     THEN
003270       DISPLAY 'RULOWNR:BAD OWNER LINE REJECTED: '
003280               F6RECORD(1:43)
003290       ADD 1              TO WK-REJECTS
003300       GO TO C11-ONE-OWNER-EXIT
003310   END-IF.
003320   MOVE F6RECORD(1:8) TO F5-RSID.
003330   IF F6RECORD(10:20) = 'DELETE'
003340     THEN
003350       DELETE F5OWN
003360         INVALID KEY
003370           DISPLAY 'RULOWNR:DELETE OF UNREGISTERED SET '
003380                   F5-RSID ' IGNORED.'
003390         NOT INVALID KEY
003400           ADD 1              TO WK-OWN-DEL
003410       END-DELETE
003420       GO TO C11-ONE-OWNER-EXIT
003430   END-IF.
003440   READ F5OWN
003450     INVALID KEY
003460       MOVE SPACE         TO F5RECORD
003470       MOVE F6RECORD(1:8) TO F5-RSID
003480   END-READ.
003490   MOVE F6RECORD(10:20) TO F5-OWNER.
003500   MOVE F6RECORD(31:10) TO F5-DEPT.
003510   IF F6RECORD(42:2) = SPACE OR F6RECORD(42:2) = '00'
003520     THEN
003530       MOVE 12            TO F5-FREQ
003540     ELSE
003550       MOVE F6RECORD(42:2) TO F5-FREQ
003560   END-IF.
003570   MOVE WK-RUNDT      TO F5-UPDDT.
003580   WRITE F5RECORD
003590     INVALID KEY
003600       REWRITE F5RECORD
003610         INVALID KEY
003620           DISPLAY 'RULOWNR:REWRITE ERROR STATUS=' WK-OWN-FST
003630       END-REWRITE
003640       ADD 1              TO WK-OWN-CHG
003650     NOT INVALID KEY
003660       ADD 1              TO WK-OWN-ADD
003670   END-WRITE.
003680 C11-ONE-OWNER-EXIT.
003690   EXIT.
003700 C20-APPLY-SIGNOFFS SECTION.
003710*--------------------------------------------------------------
003720*- REVIEW SIGN-OFFS. THE SET'S CURRENT CATALOG FINGERPRINT IS
003730*- STAMPED ON WITH THE SIGN-OFF: THAT IS WHAT WAS REVIEWED.
003740*--------------------------------------------------------------
003750 C20-010.
003760   OPEN INPUT F7SIGN.
003770   IF WK-SGN-FST NOT = '00'
003780     THEN
003790       DISPLAY 'RULOWNR:SIGN-OFF FILE OPEN ERROR STATUS='
003800               WK-SGN-FST
003810       ADD 1              TO WK-REJECTS
003820       GO TO C20-APPLY-SIGNOFFS-EXIT
003830   END-IF.
003840   PERFORM UNTIL WK-SGN-FST NOT = '00'
003850     READ F7SIGN
003860       AT END
003870         CONTINUE
003880       NOT AT END
003890         IF F7RECORD(1:1) NOT = '*' AND F7RECORD NOT = SPACE
003900           THEN
003910             PERFORM C21-ONE-SIGNOFF
003920         END-IF
003930     END-READ
003940   END-PERFORM.
003950   CLOSE F7SIGN.
003960 C20-APPLY-SIGNOFFS-EXIT.
003970   EXIT.
003980 C21-ONE-SIGNOFF SECTION.
003990 C21-010.
004000   IF F7RECORD(1:8) = SPACE OR F7RECORD(10:8) = SPACE
004010    OR F7RECORD(19:8) NOT NUMERIC
004020     THEN
004030       DISPLAY 'RULOWNR:BAD SIGN-OFF LINE REJECTED: '
004040               F7RECORD(1:26)
004050       ADD 1              TO WK-REJECTS
004060       GO TO C21-ONE-SIGNOFF-EXIT
004070   END-IF.
004080   IF F7RECORD(19:8) > WK-RUNDT
004090     THEN
004100       DISPLAY 'RULOWNR:FUTURE-DATED SIGN-OFF REJECTED: '
004110               F7RECORD(1:26)
004120       ADD 1              TO WK-REJECTS
004130       GO TO C21-ONE-SIGNOFF-EXIT
004140   END-IF.
004150   MOVE F7RECORD(1:8) TO F5-RSID.
004160   READ F5OWN
004170     INVALID KEY
004180       DISPLAY 'RULOWNR:SIGN-OFF FOR SET WITH NO OWNER '
004190               'REJECTED: ' F7RECORD(1:26)
004200       ADD 1              TO WK-REJECTS
004210       GO TO C21-ONE-SIGNOFF-EXIT
004220   END-READ.
004230   IF F5-REVDT NOT = SPACE AND F7RECORD(19:8) < F5-REVDT
004240     THEN
004250       ADD 1              TO WK-SGN-OLDER
004260       GO TO C21-ONE-SIGNOFF-EXIT
004270   END-IF.
004280   MOVE F7RECORD(19:8) TO F5-REVDT.
004290   MOVE F7RECORD(10:8) TO F5-REVUSER.
004300   MOVE SPACE         TO F5-REVFP.
004310   PERFORM Z30-FIND-CATALOG.
004320   IF WK-CT-HIT > ZERO
004330     THEN
004340       MOVE WK-CT-FP(WK-CT-HIT) TO F5-REVFP
004350   END-IF.
004360   REWRITE F5RECORD
004370     INVALID KEY
004380       DISPLAY 'RULOWNR:REWRITE ERROR STATUS=' WK-OWN-FST
004390   END-REWRITE.
004400   ADD 1              TO WK-SGN-APPLIED.
004410 C21-ONE-SIGNOFF-EXIT.
004420   EXIT.
004430 D10-OVERDUE-REVIEWS SECTION.
004440*--------------------------------------------------------------
004450*- OWNED SETS WHOSE NEXT REVIEW (LAST SIGN-OFF PLUS FREQUENCY)
004460*- FELL DUE BEFORE THE RUN DATE, OR THAT WERE NEVER REVIEWED.
004470*--------------------------------------------------------------
004480 D10-010.
004490   MOVE SPACE         TO WK-LINE.
004500   PERFORM Z10-PUT-LINE.
004510   MOVE 'OVERDUE REVIEWS'  TO WK-LINE(3:15).
004520   PERFORM Z10-PUT-LINE.
004530   MOVE '  RSID     OWNER                DEPT       FREQ LAST-REV
004540-       ' REVIEWER DUE-DATE DAYS-OVER' TO WK-LINE(3:86).
004550   PERFORM Z10-PUT-LINE.
004560   MOVE ZERO          TO WK-SECTION-HITS.
004570   PERFORM VARYING WK-CT-I FROM 1 BY 1
004580     UNTIL WK-CT-I > WK-CT-CNT
004590       MOVE WK-CT-RSID(WK-CT-I) TO F5-RSID
004600       READ F5OWN
004610         INVALID KEY
004620           CONTINUE
004630         NOT INVALID KEY
004640           PERFORM D11-CHECK-DUE
004650       END-READ
004660   END-PERFORM.
004670   PERFORM Z20-NONE-IF-EMPTY.
004680 D10-OVERDUE-REVIEWS-EXIT.
004690   EXIT.
004700 D11-CHECK-DUE SECTION.
004710 D11-010.
004720   MOVE SPACE         TO WK-LINE.
004730   IF F5-REVDT = SPACE OR F5-REVDT NOT NUMERIC
004740     THEN
004750       MOVE '(NEVER) '    TO WK-LINE(52:8)
004760       MOVE '(NOW)   '    TO WK-LINE(70:8)
004770     ELSE
004780       PERFORM Z40-DUE-DATE
004790       IF WK-DUE-DT NOT < WK-RUNDT-N
004800         THEN
004810           GO TO D11-CHECK-DUE-EXIT
004820       END-IF
004830       COMPUTE WK-DUE-LATE =
004840         FUNCTION INTEGER-OF-DATE(WK-RUNDT-N)
004850         - FUNCTION INTEGER-OF-DATE(WK-DUE-DT)
004860       MOVE F5-REVDT      TO WK-LINE(52:8)
004870       MOVE F5-REVUSER    TO WK-LINE(61:8)
004880       MOVE WK-DUE-DT     TO WK-LINE(70:8)
004890       MOVE WK-DUE-LATE   TO WK-DUE-ED
004900       MOVE WK-DUE-ED     TO WK-LINE(80:7)
004910   END-IF.
004920   MOVE F5-RSID       TO WK-LINE(5:8).
004930   MOVE F5-OWNER      TO WK-LINE(14:20).
004940   MOVE F5-DEPT       TO WK-LINE(35:10).
004950   MOVE F5-FREQ       TO WK-LINE(47:2).
004960   PERFORM Z10-PUT-LINE.
004970   ADD 1              TO WK-OVERDUE.
004980   ADD 1              TO WK-SECTION-HITS.
004990 D11-CHECK-DUE-EXIT.
005000   EXIT.
005010 D20-NO-OWNER SECTION.
005020*--------------------------------------------------------------
005030*- INVENTORY SETS WITH NO REGISTER RECORD.
005040*--------------------------------------------------------------
005050 D20-010.
005060   MOVE SPACE         TO WK-LINE.
005070   PERFORM Z10-PUT-LINE.
005080   MOVE 'SETS WITH NO REGISTERED OWNER' TO WK-LINE(3:29).
005090   PERFORM Z10-PUT-LINE.
005100   MOVE ZERO          TO WK-SECTION-HITS.
005110   PERFORM VARYING WK-CT-I FROM 1 BY 1
005120     UNTIL WK-CT-I > WK-CT-CNT
005130       MOVE WK-CT-RSID(WK-CT-I) TO F5-RSID
005140       READ F5OWN
005150         INVALID KEY
005160           MOVE SPACE         TO WK-LINE
005170           MOVE WK-CT-RSID(WK-CT-I) TO WK-LINE(5:8)
005180           MOVE WK-CT-NAME(WK-CT-I) TO WK-LINE(14:6)
005190           MOVE 'VER'         TO WK-LINE(21:3)
005200           MOVE WK-CT-VER(WK-CT-I) TO WK-LINE(25:2)
005210           PERFORM Z10-PUT-LINE
005220           ADD 1              TO WK-NOOWNER
005230           ADD 1              TO WK-SECTION-HITS
005240       END-READ
005250   END-PERFORM.
005260   PERFORM Z20-NONE-IF-EMPTY.
005270 D20-NO-OWNER-EXIT.
005280   EXIT.
005290 D30-CHANGED-SINCE-REVIEW SECTION.
005300*--------------------------------------------------------------
005310*- REVIEWED SETS WHOSE CATALOG FINGERPRINT NO LONGER MATCHES
005320*- THE ONE STAMPED AT SIGN-OFF - THE OWNER HAS TO LOOK AGAIN.
005330*--------------------------------------------------------------
005340 D30-010.
005350   MOVE SPACE         TO WK-LINE.
005360   PERFORM Z10-PUT-LINE.
005370   MOVE 'SETS CHANGED SINCE THEIR LAST REVIEW'
005380                      TO WK-LINE(3:36).
005390   PERFORM Z10-PUT-LINE.
005400   MOVE '  RSID     OWNER                DEPT       LAST-REV REVI
005410-       'EWER REVIEWED-VER CURRENT-VER' TO WK-LINE(3:84).
005420   PERFORM Z10-PUT-LINE.
005430   MOVE ZERO          TO WK-SECTION-HITS.
005440   PERFORM VARYING WK-CT-I FROM 1 BY 1
005450     UNTIL WK-CT-I > WK-CT-CNT
005460       MOVE WK-CT-RSID(WK-CT-I) TO F5-RSID
005470       READ F5OWN
005480         INVALID KEY
005490           CONTINUE
005500         NOT INVALID KEY
005510           IF F5-REVFP NOT = SPACE
005520            AND F5-REVFP NOT = WK-CT-FP(WK-CT-I)
005530             THEN
005540               MOVE SPACE         TO WK-LINE
005550               MOVE F5-RSID       TO WK-LINE(5:8)
005560               MOVE F5-OWNER      TO WK-LINE(14:20)
005570               MOVE F5-DEPT       TO WK-LINE(35:10)
005580               MOVE F5-REVDT      TO WK-LINE(46:8)
005590               MOVE F5-REVUSER    TO WK-LINE(55:8)
005600               MOVE F5-REVVER     TO WK-LINE(64:2)
005610               MOVE WK-CT-VER(WK-CT-I) TO WK-LINE(77:2)
005620               IF F5-REVVER = WK-CT-VER(WK-CT-I)
005630                 THEN
005640                   MOVE '(ROWS CHANGED)' TO WK-LINE(80:14)
005650               END-IF
005660               PERFORM Z10-PUT-LINE
005670               ADD 1              TO WK-CHANGED
005680               ADD 1              TO WK-SECTION-HITS
005690           END-IF
005700       END-READ
005710   END-PERFORM.
005720   PERFORM Z20-NONE-IF-EMPTY.
005730 D30-CHANGED-SINCE-REVIEW-EXIT.
005740   EXIT.
005750 D40-NOT-IN-INVENTORY SECTION.
005760*--------------------------------------------------------------
005770*- REGISTRATIONS WHOSE SET IS NO LONGER IN THE RULE FILE (A
005780*- RETIRED SET'S OWNER ENTRY SHOULD BE DELETED).
005790*--------------------------------------------------------------
005800 D40-010.
005810   MOVE SPACE         TO WK-LINE.
005820   PERFORM Z10-PUT-LINE.
005830   MOVE 'REGISTERED SETS NOT IN THE INVENTORY' TO WK-LINE(3:36).
005840   PERFORM Z10-PUT-LINE.
005850   MOVE ZERO          TO WK-SECTION-HITS.
005860   MOVE LOW-VALUE     TO F5-RSID.
005870   START F5OWN KEY IS NOT LESS THAN F5-RSID
005880     INVALID KEY
005890       MOVE '10'          TO WK-OWN-FST
005900   END-START.
005910   PERFORM UNTIL WK-OWN-FST NOT = '00'
005920     READ F5OWN NEXT RECORD
005930       END
005940         CONTINUE
005950       NOT END
005960         PERFORM Z30-FIND-CATALOG
005970         IF WK-CT-HIT = ZERO
005980           THEN
005990             MOVE SPACE         TO WK-LINE
006000             MOVE F5-RSID       TO WK-LINE(5:8)
006010             MOVE F5-OWNER      TO WK-LINE(14:20)
006020             MOVE F5-DEPT       TO WK-LINE(35:10)
006030             PERFORM Z10-PUT-LINE
006040             ADD 1              TO WK-ORPHANS
006050             ADD 1              TO WK-SECTION-HITS
006060         END-IF
006070     END-READ
006080   END-PERFORM.
006090   PERFORM Z20-NONE-IF-EMPTY.
006100 D40-NOT-IN-INVENTORY-EXIT.
006110   EXIT.
006120 Z10-PUT-LINE SECTION.
006130 Z10-010.
006140   MOVE WK-LINE       TO F2LINE.
006150   WRITE F2LINE.
006160   MOVE SPACE         TO WK-LINE.
006170 Z10-PUT-LINE-EXIT.
006180   EXIT.
006190 Z20-NONE-IF-EMPTY SECTION.
006200 Z20-010.
006210   IF WK-SECTION-HITS = ZERO
006220     THEN
006230       MOVE SPACE         TO WK-LINE
006240       MOVE 'NONE.'       TO WK-LINE(5:5)
006250       PERFORM Z10-PUT-LINE
006260   END-IF.
006270 Z20-NONE-IF-EMPTY-EXIT.
006280   EXIT.
006290 Z30-FIND-CATALOG SECTION.
006300*--------------------------------------------------------------
006310*- WK-CT-HIT = INVENTORY ENTRY OF F5-RSID, ZERO IF NONE.
006320*--------------------------------------------------------------
006330 Z30-010.
006340   MOVE ZERO          TO WK-CT-HIT.
006350   PERFORM VARYING WK-CT-I FROM 1 BY 1
006360     UNTIL WK-CT-I > WK-CT-CNT OR WK-CT-HIT > ZERO
006370       IF WK-CT-RSID(WK-CT-I) = F5-RSID
006380         THEN
006390           MOVE WK-CT-I       TO WK-CT-HIT
006400       END-IF
006410   END-PERFORM.
006420 Z30-FIND-CATALOG-EXIT.
006430   EXIT.
006440 Z40-DUE-DATE SECTION.
006450*--------------------------------------------------------------
006460*- WK-DUE-DT = F5-REVDT PLUS F5-FREQ MONTHS, THE DAY PULLED
006470*- BACK TO THE END OF A SHORTER MONTH.
006480*--------------------------------------------------------------
006490 Z40-010.
006500   MOVE F5-REVDT      TO WK-DUE-DT.
006510   COMPUTE WK-DUE-MON = WK-DUE-YYYY * 12 + WK-DUE-MM - 1
006520                      + F5-FREQ.
006530   DIVIDE WK-DUE-MON BY 12 GIVING WK-DUE-YYYY
006540                      REMAINDER WK-DUE-MM.
006550   ADD 1              TO WK-DUE-MM.
006560   PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WK-DUE-DT) = ZERO
006570    OR WK-DUE-DD < 29
006580     SUBTRACT 1         FROM WK-DUE-DD
006590   END-PERFORM.
006600 Z40-DUE-DATE-EXIT.
006610   EXIT.
