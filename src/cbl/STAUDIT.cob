000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   STAUDIT.
000030*--------------------------------------------------------------
000040*- CROSS-STORE CONSISTENCY AUDIT, RUN WEEKLY (AFTER THE NIGHT'S
000050*- STSMAST AND HSTBUILD STEPS). THE PERSISTENT STORES ARE
000060*- MAINTAINED BY DIFFERENT STEPS AND CAN DRIFT APART AFTER AN
000070*- ABEND, A MANUAL FIX OR A PARTIAL RESTORE (STRESTOR). THIS
000080*- PROGRAM CROSS-CHECKS THEM AND LISTS EVERY INCONSISTENCY BY
000090*- TYPE, WITH THE KEYS INVOLVED AND THE CORRECTIVE ACTION:
000100*-   SUSP-DECIDED - A SUSPENSE (F39SUSP) ENTRY WHOSE BUSINESS KEY
000110*-                  THE STATUS MASTER SHOWS AS FINALLY DECIDED
000120*-                  (PASS/FAIL) BY A LATER RUN, OR REVIEWED SINCE
000130*-                  IT WAS PARKED.
000140*-                  ACTION: PURGE THE SUSPENSE ENTRY.
000150*-   RUN-NO-HIST  - A RUN ID IN THE STATUS MASTER THAT THE RESULTS
000160*-                  HISTORY (F18HIST) DOES NOT HOLD.
000170*-                  ACTION: RE-RUN STSMAST (FROM A HISTORY THAT
000180*-                  HOLDS THE RUN).
000190*-   DUP-AGED     - A DUPLICATE-STORE ENTRY OLDER THAN
000200*-                  DUPSTORE_DAYS THAT SHOULD HAVE AGED OFF.
000210*-                  ACTION: PURGE THE DUPLICATE ENTRY.
000220*-   INDEX-COUNT  - HSTBUILD'S INDEXED MASTER DISAGREEING WITH THE
000230*-                  FLAT HISTORY: PER RULE SET AND DATE, IN TOTAL,
000240*-                  AGAINST THE BUILD-CONTROL RECORD, OR A BUILD
000250*-                  LEFT INCOMPLETE. ACTION: REBUILD THE INDEX
000260*-                  (HISTBUILD_MODE=FULL).
000270*- NOTHING IS CHANGED - THE REPORT IS THE WORK LIST.
000280*-
000290*- THE SUSPENSE FILE CARRIES NO KEY COLUMN: ITS BUSINESS KEY IS
000300*- THE KEY_POS/KEY_LEN SLICE OF THE OUT VALUE, AS STSMAST TAKES IT
000310*- FOR A RESULT WITHOUT ONE. THE HISTORY COUNT IS HSTBUILD'S:
000320*- DATED DECISIONS, CONTROL RECORDS LEFT OUT.
000330*-
000340*- ENV: STATUS_MASTER, HISTORY_FILE, HISTORY_IX, HISTBUILD_CTL
000350*-      (EACH AS THE OWNING PROGRAM NAMES IT),
000360*-      SUSPENSE_FILE, DUPSTORE_FILE (SKIPPED WHEN NOT SET),
000370*-      DUPSTORE_DAYS (DEFAULT 7), KEY_POS (DEFAULT 1),
000380*-      KEY_LEN (DEFAULT 10, MAX 20),
000390*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY),
000400*-      AUDIT_REPORT (DEFAULT ../data/pcheckaudit.txt).
000410*- RETURN-CODE: 0=CONSISTENT, 4=INCONSISTENCIES FOUND OR
000420*-              INCOMPLETE FIGURES, 12=BAD PARMS, 16=A STORE
000430*-              COULD NOT BE READ.
000440*--------------------------------------------------------------
000450 ENVIRONMENT    DIVISION.
000460 INPUT-OUTPUT               SECTION.
000470 FILE-CONTROL.
000480   SELECT F39SUSP ASSIGN TO WK-SUSNAME
000490   STATUS WK-SUS-FST.
000500   SELECT F35STS  ASSIGN TO WK-STSNAME
000510   ORGANIZATION INDEXED
000520   ACCESS MODE DYNAMIC
000530   RECORD KEY IS F35-KEY
000540   STATUS WK-STS-FST.
000550   SELECT F18HIST ASSIGN TO WK-HISTNAME
000560   STATUS WK-HIST-FST.
000570   SELECT F30HIX  ASSIGN TO WK-HIXNAME
000580   ORGANIZATION INDEXED
000590   ACCESS MODE SEQUENTIAL
000600   RECORD KEY IS F30-KEY WITH DUPLICATES
000610   STATUS WK-HIX-FST.
000620   SELECT F54HCTL ASSIGN TO WK-CTLNAME
000630   ORGANIZATION LINE SEQUENTIAL
000640   STATUS WK-CTL-FST.
000650   SELECT F29DUPS ASSIGN TO WK-DUPNAME
000660   ORGANIZATION INDEXED
000670   ACCESS MODE DYNAMIC
000680   RECORD KEY IS F29-KEY
000690   STATUS WK-DUP-FST.
000700   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000710   ORGANIZATION LINE SEQUENTIAL
000720   STATUS WK-RPT-FST.
000730 DATA DIVISION.
000740 FILE                       SECTION.
000750*- THE F6 SHAPE PLUS AN AGE COUNTER (SEE TEST-MAIN'S F39RECORD).
000760 FD  F39SUSP.
000770 01  F39RECORD              SYNC.
000780   03 F39-RUNID             PIC X(16).
000790   03 F39-SEQ               PIC 9(07).
000800   03 F39-RSID              PIC X(08).
000810   03 F39-INAREAS           PIC X(50).
000820   03 F39-OUT               PIC X(100).
000830   03 F39-REASON            PIC X(80).
000840   03 F39-AGE               PIC 9(03).
000850*- SAME LAYOUT AS STSMAST'S F35RECORD.
000860 FD  F35STS.
000870 01  F35RECORD              SYNC.
000880   03 F35-KEY               PIC X(20).
000890   03 F35-DISP              PIC X(10).
000900   03 F35-STATUS            PIC X(04).
000910   03 F35-RUNID             PIC X(16).
000920   03 F35-DATE              PIC X(08).
000930   03 F35-REPAIRED          PIC X(01).
000940   03 F35-AUTO-STATUS       PIC X(04).
000950   03 F35-REVIEW            PIC X(01).
000960   03 F35-REVUSER           PIC X(08).
000970   03 F35-REVDATE           PIC X(08).
000980 FD  F18HIST.
000990 01  F18RECORD              SYNC.
001000   03 F18-DATE              PIC X(08).
001010   03 F18-F3IMAGE.
001020     05 F18-RUNID           PIC X(16).
001030     05 F18-RSID            PIC X(08).
001040     05 F18-STATUS          PIC X(04).
001050     05 F18-BLK             PIC X(05).
001060     05 F18-OUT             PIC X(100).
001070     05 F18-KEY             PIC X(20).
001080*- REPAIR-LINKAGE COLUMNS (SEE TEST-MAIN'S F18RECORD).
001090   03 F18-REPAIR            PIC X(01).
001100   03 F18-ORIG-RUNID        PIC X(16).
001110   03 F18-ORIG-SEQ          PIC 9(07).
001120*- SAME LAYOUT AS HSTBUILD'S F30RECORD.
001130 FD  F30HIX.
001140 01  F30RECORD              SYNC.
001150   03 F30-KEY.
001160     05 F30-RSID            PIC X(08).
001170     05 F30-DATE            PIC X(08).
001180   03 F30-RUNID             PIC X(16).
001190   03 F30-STATUS            PIC X(04).
001200   03 F30-BLK               PIC X(05).
001210   03 F30-OUT               PIC X(100).
001220   03 F30-BIZKEY            PIC X(20).
001230   03 F30-ENTITY            PIC X(04).
001240*- SAME LAYOUT AS HSTBUILD'S F54RECORD.
001250 FD  F54HCTL.
001260 01  F54RECORD              SYNC.
001270   03 F54-ID                PIC X(08).
001280   03 F54-STATE             PIC X(08).
001290   03 F54-DATE              PIC X(08).
001300   03 F54-TIME              PIC X(08).
001310   03 F54-POS               PIC 9(09).
001320   03 F54-HASH              PIC 9(09).
001330   03 F54-LOADED            PIC 9(09).
001340   03 FILLER                PIC X(21).
001350*- SAME LAYOUT AS TEST-MAIN'S F29RECORD.
001360 FD  F29DUPS.
001370 01  F29RECORD              SYNC.
001380   03 F29-KEY               PIC X(50).
001390   03 F29-DATE              PIC X(08).
001400 FD  F2REPT.
001410 01  F2LINE                 PIC X(132).
001420 WORKING-STORAGE SECTION.
001430 01  WK-FILES               SYNC.
001440   03 WK-SUSNAME            PIC X(100).
001450   03 WK-SUS-FST            PIC X(02).
001460   03 WK-STSNAME            PIC X(100).
001470   03 WK-STS-FST            PIC X(02).
001480   03 WK-HISTNAME           PIC X(100).
001490   03 WK-HIST-FST           PIC X(02).
001500   03 WK-HIXNAME            PIC X(100).
001510   03 WK-HIX-FST            PIC X(02).
001520   03 WK-CTLNAME            PIC X(100).
001530   03 WK-CTL-FST            PIC X(02).
001540   03 WK-DUPNAME            PIC X(100).
001550   03 WK-DUP-FST            PIC X(02).
001560   03 WK-RPTNAME            PIC X(100).
001570   03 WK-RPT-FST            PIC X(02).
001580 01  WK-PRM                 SYNC.
001590   03 WK-POS-X              PIC X(03).
001600   03 WK-LEN-X              PIC X(03).
001610   03 WK-POS                PIC 9(03) VALUE 1.
001620   03 WK-LEN                PIC 9(03) VALUE 10.
001630   03 WK-DAYS-X             PIC X(03).
001640   03 WK-DAYS               PIC 9(03) VALUE 7.
001650   03 WK-RUNDT              PIC X(08).
001660   03 WK-RUNDT-N REDEFINES WK-RUNDT
001670                            PIC 9(08).
001680   03 WK-SER                PIC S9(09).
001690   03 WK-CUT                PIC 9(08).
001700*--------------------------------------------------------------
001710*- WHAT EACH STORE'S READ CAME TO ('CHECKED', 'NOT CONFIGURED',
001720*- 'NOT PRESENT', 'OPEN ERROR'), FOR THE NOTES.
001730*--------------------------------------------------------------
001740 01  WK-NOTE                SYNC.
001750   03 WK-SUS-NOTE           PIC X(14) VALUE 'CHECKED'.
001760   03 WK-STS-NOTE           PIC X(14) VALUE 'CHECKED'.
001770   03 WK-HIST-NOTE          PIC X(14) VALUE 'CHECKED'.
001780   03 WK-HIX-NOTE           PIC X(14) VALUE 'CHECKED'.
001790   03 WK-CTL-NOTE           PIC X(14) VALUE 'CHECKED'.
001800   03 WK-DUP-NOTE           PIC X(14) VALUE 'CHECKED'.
001810*--------------------------------------------------------------
001820*- RUN IDS THE STATUS MASTER REFERS TO: KEYS CARRYING EACH AND
001830*- THE FIRST SUCH KEY; SEEN = 1 ONCE THE HISTORY SHOWS THE RUN.
001840*--------------------------------------------------------------
001850 01  WK-RN                  SYNC.
001860   03 WK-RN-CNT             PIC 9(04) VALUE ZERO.
001870   03 WK-RN-I               PIC 9(04).
001880   03 WK-RN-HIT             PIC 9(04) VALUE ZERO.
001890   03 WK-RN-LAST            PIC X(16) VALUE HIGH-VALUE.
001900   03 WK-RN-TBL             OCCURS 2000 TIMES.
001910     05 WK-RN-RUNID         PIC X(16).
001920     05 WK-RN-KEYS          PIC 9(07).
001930     05 WK-RN-KEY1          PIC X(20).
001940     05 WK-RN-SEEN          PIC 9(01).
001950*--------------------------------------------------------------
001960*- DECISIONS PER RULE SET AND DATE: IN THE FLAT HISTORY AND IN
001970*- THE INDEXED MASTER.
001980*--------------------------------------------------------------
001990 01  WK-HK                  SYNC.
002000   03 WK-HK-CNT             PIC 9(04) VALUE ZERO.
002010   03 WK-HK-I               PIC 9(04).
002020   03 WK-HK-HIT             PIC 9(04) VALUE ZERO.
002030   03 WK-HK-KEY             PIC X(16).
002040   03 WK-HK-LAST            PIC X(16) VALUE HIGH-VALUE.
002050   03 WK-HK-TBL             OCCURS 3000 TIMES.
002060     05 WK-HK-ID.
002070       07 WK-HK-RSID        PIC X(08).
002080       07 WK-HK-DATE        PIC X(08).
002090     05 WK-HK-FLAT          PIC 9(09).
002100     05 WK-HK-IX            PIC 9(09).
002110*--------------------------------------------------------------
002120*- THE BUILD-CONTROL RECORD AS FOUND.
002130*--------------------------------------------------------------
002140 01  WK-CTL                 SYNC.
002150   03 WK-CTL-FOUND          PIC 9(01) VALUE ZERO.
002160   03 WK-CTL-STATE          PIC X(08).
002170   03 WK-CTL-LOADED         PIC 9(09) VALUE ZERO.
002180*--------------------------------------------------------------
002190*- ONE FINDING FOR Z30: TYPE, KEY (UP TO 50 FOR A DUPLICATE
002200*- KEY), DETAIL AND ACTION.
002210*--------------------------------------------------------------
002220 01  WK-FD                  SYNC.
002230   03 WK-FD-TYPE            PIC X(14).
002240   03 WK-FD-KEY             PIC X(50).
002250   03 WK-FD-DETAIL          PIC X(78).
002260   03 WK-FD-ACTION          PIC X(16).
002270   03 WK-FD-COUNT           PIC 9(07).
002280 01  WK-CNT                 SYNC.
002290   03 WK-SUS-READ           PIC 9(09) VALUE ZERO.
002300   03 WK-SUS-NOKEY          PIC 9(09) VALUE ZERO.
002310   03 WK-STS-READ           PIC 9(09) VALUE ZERO.
002320   03 WK-HIST-READ          PIC 9(09) VALUE ZERO.
002330   03 WK-HIST-DEC           PIC 9(09) VALUE ZERO.
002340   03 WK-HIX-READ           PIC 9(09) VALUE ZERO.
002350   03 WK-DUP-READ           PIC 9(09) VALUE ZERO.
002360   03 WK-N-SUSP             PIC 9(07) VALUE ZERO.
002370   03 WK-N-RUN              PIC 9(07) VALUE ZERO.
002380   03 WK-N-DUP              PIC 9(07) VALUE ZERO.
002390   03 WK-N-IX               PIC 9(07) VALUE ZERO.
002400   03 WK-N-ALL              PIC 9(07) VALUE ZERO.
002410   03 WK-LOST               PIC 9(07) VALUE ZERO.
002420   03 WK-BAD                PIC 9(01) VALUE ZERO.
002430 01  WK-WRK                 SYNC.
002440   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
002450   03 WK-ED-N2              PIC ZZZ,ZZZ,ZZ9.
002460   03 WK-LINE               PIC X(132).
002470 PROCEDURE DIVISION.
002480 A00-MAIN SECTION.
002490*--------------------------------------------------------------
002500*- COLLECT THE STATUS MASTER'S RUNS AND THE HISTORY'S FIGURES,
002510*- THEN THE FOUR CHECKS IN TURN, THEN THE SUMMARY.
002520*--------------------------------------------------------------
002530 A00-010.
002540   MOVE SPACE         TO WK-STSNAME.
002550   ACCEPT WK-STSNAME  FROM ENVIRONMENT 'STATUS_MASTER'.
002560   IF WK-STSNAME = SPACE
002570     MOVE '../data/pcheckstatus.ix' TO WK-STSNAME
002580   END-IF.
002590   MOVE SPACE         TO WK-HISTNAME.
002600   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
002610   IF WK-HISTNAME = SPACE
002620     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
002630   END-IF.
002640   MOVE SPACE         TO WK-HIXNAME.
002650   ACCEPT WK-HIXNAME  FROM ENVIRONMENT 'HISTORY_IX'.
002660   IF WK-HIXNAME = SPACE
002670     MOVE '../data/pcheckhist.ix' TO WK-HIXNAME
002680   END-IF.
002690   MOVE SPACE         TO WK-CTLNAME.
002700   ACCEPT WK-CTLNAME  FROM ENVIRONMENT 'HISTBUILD_CTL'.
002710   IF WK-CTLNAME = SPACE
002720     MOVE '../data/pcheckhist.ctl' TO WK-CTLNAME
002730   END-IF.
002740   MOVE SPACE         TO WK-SUSNAME.
002750   ACCEPT WK-SUSNAME  FROM ENVIRONMENT 'SUSPENSE_FILE'.
002760   MOVE SPACE         TO WK-DUPNAME.
002770   ACCEPT WK-DUPNAME  FROM ENVIRONMENT 'DUPSTORE_FILE'.
002780   MOVE SPACE         TO WK-RPTNAME.
002790   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'AUDIT_REPORT'.
002800   IF WK-RPTNAME = SPACE
002810     MOVE '../data/pcheckaudit.txt' TO WK-RPTNAME
002820   END-IF.
002830   MOVE SPACE         TO WK-DAYS-X.
002840   ACCEPT WK-DAYS-X   FROM ENVIRONMENT 'DUPSTORE_DAYS'.
002850   IF WK-DAYS-X NOT = SPACE
002860     THEN
002870       IF WK-DAYS-X NUMERIC
002880         THEN
002890           MOVE WK-DAYS-X     TO WK-DAYS
002900         ELSE
002910           DISPLAY 'STAUDIT:BAD DUPSTORE_DAYS=' WK-DAYS-X
002920           MOVE 12            TO RETURN-CODE
002930           GOBACK
002940       END-IF
002950   END-IF.
002960   MOVE SPACE         TO WK-POS-X.
002970   ACCEPT WK-POS-X    FROM ENVIRONMENT 'KEY_POS'.
002980   IF WK-POS-X NOT = SPACE AND WK-POS-X NUMERIC
002990     THEN
003000       MOVE WK-POS-X      TO WK-POS
003010   END-IF.
003020   MOVE SPACE         TO WK-LEN-X.
003030   ACCEPT WK-LEN-X    FROM ENVIRONMENT 'KEY_LEN'.
003040   IF WK-LEN-X NOT = SPACE AND WK-LEN-X NUMERIC
003050     THEN
003060       MOVE WK-LEN-X      TO WK-LEN
003070   END-IF.
003080   IF WK-LEN = ZERO OR WK-LEN > 20
003090    OR WK-POS = ZERO OR WK-POS + WK-LEN - 1 > 100
003100     THEN
003110       DISPLAY 'STAUDIT:BAD KEY_POS/KEY_LEN.'
003120       MOVE 12            TO RETURN-CODE
003130       GOBACK
003140   END-IF.
003150   MOVE SPACE         TO WK-RUNDT.
003160   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
003170   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
003180     THEN
003190       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
003200   END-IF.
003210   COMPUTE WK-SER =
003220     FUNCTION INTEGER-OF-DATE(WK-RUNDT-N) - WK-DAYS.
003230   COMPUTE WK-CUT = FUNCTION DATE-OF-INTEGER(WK-SER).
003240   OPEN OUTPUT F2REPT.
003250   IF WK-RPT-FST NOT = '00'
003260     THEN
003270       DISPLAY 'STAUDIT:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003280       MOVE 16            TO RETURN-CODE
003290       GOBACK
003300   END-IF.
003310   MOVE SPACE         TO WK-LINE.
003320   STRING 'CROSS-STORE CONSISTENCY AUDIT  AS OF ' WK-RUNDT
003330          '  DUPSTORE CUTOFF=' WK-CUT
003340                      DELIMITED BY SIZE INTO WK-LINE.
003350   PERFORM Z10-PUT-LINE.
003360   PERFORM Z11-PUT-BLANK.
003370   PERFORM B10-LOAD-STATUS-RUNS.
003380   PERFORM B20-LOAD-HISTORY.
003390   PERFORM C10-SUSPENSE.
003400   PERFORM C20-RUNS-NOT-IN-HISTORY.
003410   PERFORM C30-DUPSTORE.
003420   PERFORM C40-HISTORY-INDEX.
003430   PERFORM D10-SUMMARY.
003440   CLOSE F2REPT.
003450   COMPUTE WK-N-ALL = WK-N-SUSP + WK-N-RUN + WK-N-DUP + WK-N-IX.
003460   DISPLAY '===================================='.
003470   DISPLAY 'STAUDIT RESULT: AS OF ' WK-RUNDT
003480           ' INCONSISTENCIES=' WK-N-ALL.
003490   DISPLAY '  SUSP-DECIDED=' WK-N-SUSP
003500           ' RUN-NO-HIST=' WK-N-RUN
003510           ' DUP-AGED=' WK-N-DUP
003520           ' INDEX-COUNT=' WK-N-IX.
003530   DISPLAY '===================================='.
003540   EVALUATE TRUE
003550     WHEN WK-BAD = 1
003560       MOVE 16            TO RETURN-CODE
003570     WHEN WK-N-ALL > ZERO OR WK-LOST > ZERO
003580       MOVE 4             TO RETURN-CODE
003590     WHEN OTHER
003600       MOVE ZERO          TO RETURN-CODE
003610   END-EVALUATE.
003620   GOBACK.
003630 A00-MAIN-EXIT.
003640   EXIT.
003650 B10-LOAD-STATUS-RUNS SECTION.
003660*--------------------------------------------------------------
003670*- ONE PASS OF THE STATUS MASTER IN KEY ORDER: EVERY RUN ID IT
003680*- REFERS TO, WITH ITS KEY COUNT AND FIRST KEY.
003690*--------------------------------------------------------------
003700 B10-010.
003710   OPEN INPUT F35STS.
003720   IF WK-STS-FST = '35'
003730     THEN
003740       MOVE 'NOT PRESENT' TO WK-STS-NOTE
003750       GO TO B10-LOAD-STATUS-RUNS-EXIT
003760   END-IF.
003770   IF WK-STS-FST NOT = '00'
003780     THEN
003790       DISPLAY 'STAUDIT:STATUS MASTER OPEN ERROR STATUS='
003800               WK-STS-FST
003810       MOVE 'OPEN ERROR'  TO WK-STS-NOTE
003820       MOVE 1             TO WK-BAD
003830       GO TO B10-LOAD-STATUS-RUNS-EXIT
003840   END-IF.
003850   MOVE LOW-VALUE     TO F35-KEY.
003860   START F35STS KEY IS NOT < F35-KEY
003870     INVALID KEY
003880       MOVE '10'          TO WK-STS-FST
003890   END-START.
003900   PERFORM UNTIL WK-STS-FST NOT = '00'
003910     READ F35STS NEXT RECORD
003920       AT END
003930         CONTINUE
003940       NOT AT END
003950         ADD 1              TO WK-STS-READ
003960         PERFORM B11-NOTE-RUN
003970     END-READ
003980   END-PERFORM.
003990   CLOSE F35STS.
004000 B10-LOAD-STATUS-RUNS-EXIT.
004010   EXIT.
004020 B11-NOTE-RUN SECTION.
004030 B11-010.
004040   IF F35-RUNID NOT = WK-RN-LAST
004050     THEN
004060       MOVE F35-RUNID     TO WK-RN-LAST
004070       MOVE ZERO          TO WK-RN-HIT
004080       PERFORM VARYING WK-RN-I FROM 1 BY 1
004090         UNTIL WK-RN-I > WK-RN-CNT OR WK-RN-HIT > ZERO
004100           IF WK-RN-RUNID(WK-RN-I) = F35-RUNID
004110             THEN
004120               MOVE WK-RN-I       TO WK-RN-HIT
004130           END-IF
004140       END-PERFORM
004150       IF WK-RN-HIT = ZERO
004160         THEN
004170           IF WK-RN-CNT NOT < 2000
004180             THEN
004190               ADD 1              TO WK-LOST
004200               MOVE HIGH-VALUE    TO WK-RN-LAST
004210               GO TO B11-NOTE-RUN-EXIT
004220           END-IF
004230           ADD 1              TO WK-RN-CNT
004240           MOVE WK-RN-CNT     TO WK-RN-HIT
004250           MOVE F35-RUNID     TO WK-RN-RUNID(WK-RN-HIT)
004260           MOVE ZERO          TO WK-RN-KEYS(WK-RN-HIT)
004270           MOVE F35-KEY       TO WK-RN-KEY1(WK-RN-HIT)
004280           MOVE ZERO          TO WK-RN-SEEN(WK-RN-HIT)
004290       END-IF
004300   END-IF.
004310   ADD 1              TO WK-RN-KEYS(WK-RN-HIT).
004320 B11-NOTE-RUN-EXIT.
004330   EXIT.
004340 B20-LOAD-HISTORY SECTION.
004350*--------------------------------------------------------------
004360*- ONE PASS OF THE FLAT HISTORY: MARK THE STATUS MASTER'S RUNS
004370*- THAT APPEAR, AND COUNT THE DECISIONS HSTBUILD WOULD LOAD PER
004380*- RULE SET AND DATE. THE HISTORY IS GROUPED BY RUN AND DATE, SO
004390*- THE LAST ENTRY FOUND IS TRIED FIRST.
004400*--------------------------------------------------------------
004410 B20-010.
004420   OPEN INPUT F18HIST.
004430   IF WK-HIST-FST = '35'
004440     THEN
004450       MOVE 'NOT PRESENT' TO WK-HIST-NOTE
004460       GO TO B20-LOAD-HISTORY-EXIT
004470   END-IF.
004480   IF WK-HIST-FST NOT = '00'
004490     THEN
004500       DISPLAY 'STAUDIT:HISTORY OPEN ERROR STATUS=' WK-HIST-FST
004510       MOVE 'OPEN ERROR'  TO WK-HIST-NOTE
004520       MOVE 1             TO WK-BAD
004530       GO TO B20-LOAD-HISTORY-EXIT
004540   END-IF.
004550   MOVE HIGH-VALUE    TO WK-RN-LAST.
004560   PERFORM UNTIL WK-HIST-FST NOT = '00'
004570     READ F18HIST
004580       AT END
004590         CONTINUE
004600       NOT AT END
004610         ADD 1              TO WK-HIST-READ
004620         IF F18-RUNID(1:4) NOT = 'HDR '
004630          AND F18-RUNID(1:4) NOT = 'TRL '
004640           THEN
004650             PERFORM B21-MARK-RUN
004660             IF F18-DATE NUMERIC
004670               THEN
004680                 ADD 1              TO WK-HIST-DEC
004690                 MOVE F18-RSID      TO WK-HK-KEY(1:8)
004700                 MOVE F18-DATE      TO WK-HK-KEY(9:8)
004710                 PERFORM Z20-FIND-HK
004720                 IF WK-HK-HIT > ZERO
004730                   THEN
004740                     ADD 1              TO WK-HK-FLAT(WK-HK-HIT)
004750                 END-IF
004760             END-IF
004770         END-IF
004780     END-READ
004790   END-PERFORM.
004800   CLOSE F18HIST.
004810 B20-LOAD-HISTORY-EXIT.
004820   EXIT.
004830 B21-MARK-RUN SECTION.
004840 B21-010.
004850   IF F18-RUNID = WK-RN-LAST
004860     THEN
004870       GO TO B21-MARK-RUN-EXIT
004880   END-IF.
004890   MOVE F18-RUNID     TO WK-RN-LAST.
004900   PERFORM VARYING WK-RN-I FROM 1 BY 1
004910     UNTIL WK-RN-I > WK-RN-CNT
004920       IF WK-RN-RUNID(WK-RN-I) = F18-RUNID
004930         THEN
004940           MOVE 1             TO WK-RN-SEEN(WK-RN-I)
004950       END-IF
004960   END-PERFORM.
004970 B21-MARK-RUN-EXIT.
004980   EXIT.
004990 C10-SUSPENSE SECTION.
005000*--------------------------------------------------------------
005010*- EVERY PARKED RECORD'S KEY LOOKED UP IN THE STATUS MASTER. A
005020*- KEY DECIDED BY A RUN LATER THAN THE ONE THAT PARKED IT, OR
005030*- REVIEWED ON OR AFTER THAT RUN'S DATE, SHOULD NOT STILL BE
005040*- WAITING - THE SUSPENSE FILE WAS NOT REWRITTEN (ABEND) OR WAS
005050*- RESTORED OVER A NEWER MASTER.
005060*--------------------------------------------------------------
005070 C10-010.
005080   MOVE 'SUSPENSE ENTRIES THE STATUS MASTER SHOWS AS'
005090                      TO WK-LINE.
005100   MOVE ' FINALLY DECIDED' TO WK-LINE(43:16).
005110   PERFORM Z10-PUT-LINE.
005120   MOVE '  PROPOSED ACTION: PURGE THE SUSPENSE ENTRY'
005130                      TO WK-LINE.
005140   PERFORM Z10-PUT-LINE.
005150   IF WK-SUSNAME = SPACE
005160     THEN
005170       MOVE 'NOT CONFIGURED' TO WK-SUS-NOTE
005180       GO TO C10-090
005190   END-IF.
005200   IF WK-STS-NOTE NOT = 'CHECKED'
005210     THEN
005220       GO TO C10-090
005230   END-IF.
005240   OPEN INPUT F39SUSP.
005250   IF WK-SUS-FST = '35'
005260     THEN
005270       MOVE 'NOT PRESENT' TO WK-SUS-NOTE
005280       GO TO C10-090
005290   END-IF.
005300   IF WK-SUS-FST NOT = '00'
005310     THEN
005320       DISPLAY 'STAUDIT:SUSPENSE OPEN ERROR STATUS=' WK-SUS-FST
005330       MOVE 'OPEN ERROR'  TO WK-SUS-NOTE
005340       MOVE 1             TO WK-BAD
005350       GO TO C10-090
005360   END-IF.
005370   OPEN INPUT F35STS.
005380   IF WK-STS-FST NOT = '00'
005390     THEN
005400       DISPLAY 'STAUDIT:STATUS MASTER OPEN ERROR STATUS='
005410               WK-STS-FST
005420       MOVE 'OPEN ERROR'  TO WK-STS-NOTE
005430       MOVE 1             TO WK-BAD
005440       CLOSE F39SUSP
005450       GO TO C10-090
005460   END-IF.
005470   PERFORM Z21-HEADINGS.
005480   PERFORM UNTIL WK-SUS-FST NOT = '00'
005490     READ F39SUSP
005500       AT END
005510         CONTINUE
005520       NOT AT END
005530         ADD 1              TO WK-SUS-READ
005540         PERFORM C11-ONE-PARKED
005550     END-READ
005560   END-PERFORM.
005570   CLOSE F39SUSP.
005580   CLOSE F35STS.
005590 C10-090.
005600   MOVE WK-N-SUSP     TO WK-FD-COUNT.
005610   MOVE WK-SUS-NOTE   TO WK-FD-TYPE.
005620   IF WK-STS-NOTE NOT = 'CHECKED'
005630     THEN
005640       MOVE WK-STS-NOTE   TO WK-FD-TYPE
005650   END-IF.
005660   PERFORM Z40-SECTION-END.
005670 C10-SUSPENSE-EXIT.
005680   EXIT.
005690 C11-ONE-PARKED SECTION.
005700 C11-010.
005710   MOVE SPACE         TO F35-KEY.
005720   MOVE F39-OUT(WK-POS:WK-LEN) TO F35-KEY(1:WK-LEN).
005730   IF F35-KEY = SPACE
005740     THEN
005750       ADD 1              TO WK-SUS-NOKEY
005760       GO TO C11-ONE-PARKED-EXIT
005770   END-IF.
005780   READ F35STS
005790     INVALID KEY
005800       GO TO C11-ONE-PARKED-EXIT
005810   END-READ.
005820   IF F35-STATUS NOT = 'PASS' AND F35-STATUS NOT = 'FAIL'
005830     THEN
005840       GO TO C11-ONE-PARKED-EXIT
005850   END-IF.
005860   IF F35-RUNID NOT > F39-RUNID
005870    AND (F35-REVIEW = SPACE OR F35-REVDATE < F39-RUNID(1:8))
005880     THEN
005890       GO TO C11-ONE-PARKED-EXIT
005900   END-IF.
005910   ADD 1              TO WK-N-SUSP.
005920   MOVE 'SUSP-DECIDED'  TO WK-FD-TYPE.
005930   MOVE F35-KEY       TO WK-FD-KEY.
005940   MOVE SPACE         TO WK-FD-DETAIL.
005950   IF F35-REVIEW = SPACE
005960     THEN
005970       STRING 'PARKED ' F39-RUNID ' SEQ ' F39-SEQ
005980              '  DECIDED ' F35-STATUS ' BY ' F35-RUNID
005990                      DELIMITED BY SIZE INTO WK-FD-DETAIL
006000     ELSE
006010       STRING 'PARKED ' F39-RUNID ' SEQ ' F39-SEQ
006020              '  REVIEWED ' F35-STATUS ' ON ' F35-REVDATE
006030                      DELIMITED BY SIZE INTO WK-FD-DETAIL
006040   END-IF.
006050   MOVE 'PURGE SUSPENSE' TO WK-FD-ACTION.
006060   PERFORM Z30-FINDING.
006070 C11-ONE-PARKED-EXIT.
006080   EXIT.
006090 C20-RUNS-NOT-IN-HISTORY SECTION.
006100*--------------------------------------------------------------
006110*- STATUS-MASTER RUNS THE HISTORY DOES NOT HOLD: THE MASTER WAS
006120*- UPDATED FROM RESULTS WHOSE HISTORY APPEND WAS LOST, OR THE
006130*- HISTORY WAS RESTORED TO AN OLDER GENERATION.
006140*--------------------------------------------------------------
006150 C20-010.
006160   MOVE 'STATUS-MASTER RUN IDS MISSING FROM THE RESULTS HISTORY'
006170                      TO WK-LINE.
006180   PERFORM Z10-PUT-LINE.
006190   MOVE '  PROPOSED ACTION: RE-RUN STSMAST (AGAINST A HISTORY'
006200                      TO WK-LINE.
006210   MOVE ' THAT HOLDS THE RUN)' TO WK-LINE(53:20).
006220   PERFORM Z10-PUT-LINE.
006230   IF WK-STS-NOTE NOT = 'CHECKED' OR WK-HIST-NOTE NOT = 'CHECKED'
006240     THEN
006250       GO TO C20-090
006260   END-IF.
006270   PERFORM Z21-HEADINGS.
006280   PERFORM VARYING WK-RN-I FROM 1 BY 1
006290     UNTIL WK-RN-I > WK-RN-CNT
006300       IF WK-RN-SEEN(WK-RN-I) = ZERO
006310         THEN
006320           ADD 1              TO WK-N-RUN
006330           MOVE 'RUN-NO-HIST' TO WK-FD-TYPE
006340           MOVE WK-RN-RUNID(WK-RN-I) TO WK-FD-KEY
006350           MOVE WK-RN-KEYS(WK-RN-I)  TO WK-ED-N
006360           MOVE SPACE         TO WK-FD-DETAIL
006370           STRING 'KEYS ' WK-ED-N '  E.G. ' WK-RN-KEY1(WK-RN-I)
006380                      DELIMITED BY SIZE INTO WK-FD-DETAIL
006390           MOVE 'RE-RUN STSMAST' TO WK-FD-ACTION
006400           PERFORM Z30-FINDING
006410       END-IF
006420   END-PERFORM.
006430 C20-090.
006440   MOVE WK-N-RUN      TO WK-FD-COUNT.
006450   MOVE WK-STS-NOTE   TO WK-FD-TYPE.
006460   IF WK-HIST-NOTE NOT = 'CHECKED'
006470     THEN
006480       MOVE WK-HIST-NOTE  TO WK-FD-TYPE
006490   END-IF.
006500   PERFORM Z40-SECTION-END.
006510 C20-RUNS-NOT-IN-HISTORY-EXIT.
006520   EXIT.
006530 C30-DUPSTORE SECTION.
006540*--------------------------------------------------------------
006550*- DUPLICATE-STORE ENTRIES OLDER THAN THE CUTOFF (OR UNDATED).
006560*- TEST-MAIN AGES THEM OFF WHEN IT OPENS THE STORE, SO ONE STILL
006570*- THERE MEANS THE STORE WAS RESTORED OR NOT OPENED SINCE - AND
006580*- IT WOULD STILL REJECT A LEGITIMATE RESUBMISSION.
006590*--------------------------------------------------------------
006600 C30-010.
006610   MOVE 'DUPLICATE-STORE ENTRIES OLDER THAN DUPSTORE_DAYS'
006620                      TO WK-LINE.
006630   PERFORM Z10-PUT-LINE.
006640   MOVE '  PROPOSED ACTION: PURGE THE DUPLICATE ENTRY'
006650                      TO WK-LINE.
006660   PERFORM Z10-PUT-LINE.
006670   IF WK-DUPNAME = SPACE
006680     THEN
006690       MOVE 'NOT CONFIGURED' TO WK-DUP-NOTE
006700       GO TO C30-090
006710   END-IF.
006720   OPEN INPUT F29DUPS.
006730   IF WK-DUP-FST = '35'
006740     THEN
006750       MOVE 'NOT PRESENT' TO WK-DUP-NOTE
006760       GO TO C30-090
006770   END-IF.
006780   IF WK-DUP-FST NOT = '00'
006790     THEN
006800       DISPLAY 'STAUDIT:DUPLICATE STORE OPEN ERROR STATUS='
006810               WK-DUP-FST
006820       MOVE 'OPEN ERROR'  TO WK-DUP-NOTE
006830       MOVE 1             TO WK-BAD
006840       GO TO C30-090
006850   END-IF.
006860   PERFORM Z21-HEADINGS.
006870   MOVE LOW-VALUE     TO F29-KEY.
006880   START F29DUPS KEY IS NOT < F29-KEY
006890     INVALID KEY
006900       MOVE '10'          TO WK-DUP-FST
006910   END-START.
006920   PERFORM UNTIL WK-DUP-FST NOT = '00'
006930     READ F29DUPS NEXT RECORD
006940       AT END
006950         CONTINUE
006960       NOT AT END
006970         ADD 1              TO WK-DUP-READ
006980         IF F29-DATE NOT NUMERIC OR F29-DATE < WK-CUT
006990           THEN
007000             ADD 1              TO WK-N-DUP
007010             MOVE 'DUP-AGED'    TO WK-FD-TYPE
007020             MOVE F29-KEY       TO WK-FD-KEY
007030             MOVE SPACE         TO WK-FD-DETAIL
007040             STRING 'FIRST SEEN ' F29-DATE
007050                      DELIMITED BY SIZE INTO WK-FD-DETAIL
007060             MOVE 'PURGE DUP ENTRY' TO WK-FD-ACTION
007070             PERFORM Z30-FINDING
007080         END-IF
007090     END-READ
007100   END-PERFORM.
007110   CLOSE F29DUPS.
007120 C30-090.
007130   MOVE WK-N-DUP      TO WK-FD-COUNT.
007140   MOVE WK-DUP-NOTE   TO WK-FD-TYPE.
007150   PERFORM Z40-SECTION-END.
007160 C30-DUPSTORE-EXIT.
007170   EXIT.
007180 C40-HISTORY-INDEX SECTION.
007190*--------------------------------------------------------------
007200*- THE INDEXED MASTER'S DECISIONS PER RULE SET AND DATE AGAINST
007210*- THE FLAT HISTORY'S, THE TOTALS, AND THE BUILD-CONTROL RECORD.
007220*--------------------------------------------------------------
007230 C40-010.
007240   MOVE 'HISTORY INDEX (HSTBUILD) DISAGREEING WITH THE'
007250                      TO WK-LINE.
007260   MOVE ' FLAT HISTORY' TO WK-LINE(45:13).
007270   PERFORM Z10-PUT-LINE.
007280   MOVE '  PROPOSED ACTION: REBUILD THE INDEX (HSTBUILD WITH'
007290                      TO WK-LINE.
007300   MOVE ' HISTBUILD_MODE=FULL)' TO WK-LINE(52:21).
007310   PERFORM Z10-PUT-LINE.
007320   IF WK-HIST-NOTE NOT = 'CHECKED'
007330     THEN
007340       GO TO C40-090
007350   END-IF.
007360   PERFORM Z21-HEADINGS.
007370   PERFORM C41-READ-CONTROL.
007380   OPEN INPUT F30HIX.
007390   IF WK-HIX-FST = '35'
007400     THEN
007410       MOVE 'NOT PRESENT' TO WK-HIX-NOTE
007420       IF WK-HIST-DEC > ZERO
007430         THEN
007440           ADD 1              TO WK-N-IX
007450           MOVE 'INDEX-COUNT' TO WK-FD-TYPE
007460           MOVE '(MASTER)'    TO WK-FD-KEY
007470           MOVE WK-HIST-DEC   TO WK-ED-N
007480           MOVE SPACE         TO WK-FD-DETAIL
007490           STRING 'NO INDEX FILE - FLAT HISTORY DECISIONS '
007500                  WK-ED-N
007510                      DELIMITED BY SIZE INTO WK-FD-DETAIL
007520           MOVE 'REBUILD INDEX' TO WK-FD-ACTION
007530           PERFORM Z30-FINDING
007540       END-IF
007550       GO TO C40-090
007560   END-IF.
007570   IF WK-HIX-FST NOT = '00'
007580     THEN
007590       DISPLAY 'STAUDIT:HISTORY INDEX OPEN ERROR STATUS='
007600               WK-HIX-FST
007610       MOVE 'OPEN ERROR'  TO WK-HIX-NOTE
007620       MOVE 1             TO WK-BAD
007630       GO TO C40-090
007640   END-IF.
007650   MOVE HIGH-VALUE    TO WK-HK-LAST.
007660   PERFORM UNTIL WK-HIX-FST NOT = '00'
007670     READ F30HIX NEXT RECORD
007680       AT END
007690         CONTINUE
007700       NOT AT END
007710         ADD 1              TO WK-HIX-READ
007720         MOVE F30-KEY       TO WK-HK-KEY
007730         PERFORM Z20-FIND-HK
007740         IF WK-HK-HIT > ZERO
007750           THEN
007760             ADD 1              TO WK-HK-IX(WK-HK-HIT)
007770         END-IF
007780     END-READ
007790   END-PERFORM.
007800   CLOSE F30HIX.
007810   IF WK-CTL-FOUND = 1 AND WK-CTL-STATE NOT = 'COMPLETE'
007820     THEN
007830       ADD 1              TO WK-N-IX
007840       MOVE 'INDEX-COUNT' TO WK-FD-TYPE
007850       MOVE '(CONTROL)'   TO WK-FD-KEY
007860       MOVE SPACE         TO WK-FD-DETAIL
007870       STRING 'LAST BUILD LEFT ' WK-CTL-STATE
007880                      DELIMITED BY SIZE INTO WK-FD-DETAIL
007890       MOVE 'REBUILD INDEX' TO WK-FD-ACTION
007900       PERFORM Z30-FINDING
007910   END-IF.
007920   IF WK-CTL-FOUND = 1 AND WK-CTL-LOADED NOT = WK-HIX-READ
007930     THEN
007940       ADD 1              TO WK-N-IX
007950       MOVE 'INDEX-COUNT' TO WK-FD-TYPE
007960       MOVE '(CONTROL)'   TO WK-FD-KEY
007970       MOVE WK-CTL-LOADED TO WK-ED-N
007980       MOVE WK-HIX-READ   TO WK-ED-N2
007990       MOVE SPACE         TO WK-FD-DETAIL
008000       STRING 'CONTROL LOADED ' WK-ED-N '  INDEX ' WK-ED-N2
008010                      DELIMITED BY SIZE INTO WK-FD-DETAIL
008020       MOVE 'REBUILD INDEX' TO WK-FD-ACTION
008030       PERFORM Z30-FINDING
008040   END-IF.
008050   IF WK-HIST-DEC NOT = WK-HIX-READ
008060     THEN
008070       ADD 1              TO WK-N-IX
008080       MOVE 'INDEX-COUNT' TO WK-FD-TYPE
008090       MOVE '(TOTAL)'     TO WK-FD-KEY
008100       MOVE WK-HIST-DEC   TO WK-ED-N
008110       MOVE WK-HIX-READ   TO WK-ED-N2
008120       MOVE SPACE         TO WK-FD-DETAIL
008130       STRING 'FLAT ' WK-ED-N '  INDEX ' WK-ED-N2
008140                      DELIMITED BY SIZE INTO WK-FD-DETAIL
008150       MOVE 'REBUILD INDEX' TO WK-FD-ACTION
008160       PERFORM Z30-FINDING
008170   END-IF.
008180   PERFORM VARYING WK-HK-I FROM 1 BY 1
008190     UNTIL WK-HK-I > WK-HK-CNT
008200       IF WK-HK-FLAT(WK-HK-I) NOT = WK-HK-IX(WK-HK-I)
008210         THEN
008220           ADD 1              TO WK-N-IX
008230           MOVE 'INDEX-COUNT' TO WK-FD-TYPE
008240           MOVE SPACE         TO WK-FD-KEY
008250           STRING WK-HK-RSID(WK-HK-I) ' ' WK-HK-DATE(WK-HK-I)
008260                      DELIMITED BY SIZE INTO WK-FD-KEY
008270           MOVE WK-HK-FLAT(WK-HK-I) TO WK-ED-N
008280           MOVE WK-HK-IX(WK-HK-I)   TO WK-ED-N2
008290           MOVE SPACE         TO WK-FD-DETAIL
008300           STRING 'FLAT ' WK-ED-N '  INDEX ' WK-ED-N2
008310                      DELIMITED BY SIZE INTO WK-FD-DETAIL
008320           MOVE 'REBUILD INDEX' TO WK-FD-ACTION
008330           PERFORM Z30-FINDING
008340       END-IF
008350   END-PERFORM.
008360 C40-090.
008370   MOVE WK-N-IX       TO WK-FD-COUNT.
008380   MOVE WK-HIX-NOTE   TO WK-FD-TYPE.
008390   IF WK-HIST-NOTE NOT = 'CHECKED'
008400     THEN
008410       MOVE WK-HIST-NOTE  TO WK-FD-TYPE
008420   END-IF.
008430   IF WK-HIX-NOTE = 'NOT PRESENT'
008440     THEN
008450       MOVE 'CHECKED'     TO WK-FD-TYPE
008460   END-IF.
008470   PERFORM Z40-SECTION-END.
008480 C40-HISTORY-INDEX-EXIT.
008490   EXIT.
008500 C41-READ-CONTROL SECTION.
008510*--------------------------------------------------------------
008520*- HSTBUILD'S BUILD-CONTROL RECORD, AS B10 THERE READS IT. NONE
008530*- (NO BUILD YET) IS NOT ITSELF AN INCONSISTENCY.
008540*--------------------------------------------------------------
008550 C41-010.
008560   OPEN INPUT F54HCTL.
008570   IF WK-CTL-FST NOT = '00'
008580     THEN
008590       MOVE 'NOT PRESENT' TO WK-CTL-NOTE
008600       GO TO C41-READ-CONTROL-EXIT
008610   END-IF.
008620   READ F54HCTL
008630     AT END
008640       CONTINUE
008650     NOT AT END
008660       IF F54-ID = 'HSTBCTL' AND F54-LOADED NUMERIC
008670         THEN
008680           MOVE 1             TO WK-CTL-FOUND
008690           MOVE F54-STATE     TO WK-CTL-STATE
008700           MOVE F54-LOADED    TO WK-CTL-LOADED
008710       END-IF
008720   END-READ.
008730   CLOSE F54HCTL.
008740   IF WK-CTL-FOUND = ZERO
008750     THEN
008760       MOVE 'NOT PRESENT' TO WK-CTL-NOTE
008770   END-IF.
008780 C41-READ-CONTROL-EXIT.
008790   EXIT.
008800 D10-SUMMARY SECTION.
008810*--------------------------------------------------------------
008820*- COUNTS BY TYPE, THEN WHAT EACH STORE'S READ CAME TO.
008830*--------------------------------------------------------------
008840 D10-010.
008850   MOVE 'SUMMARY'     TO WK-LINE.
008860   PERFORM Z10-PUT-LINE.
008870   MOVE 'SUSP-DECIDED  (PURGE SUSPENSE ENTRY)' TO WK-LINE(3:40).
008880   MOVE WK-N-SUSP     TO WK-ED-N.
008890   MOVE WK-ED-N       TO WK-LINE(44:11).
008900   PERFORM Z10-PUT-LINE.
008910   MOVE 'RUN-NO-HIST   (RE-RUN STSMAST)'       TO WK-LINE(3:40).
008920   MOVE WK-N-RUN      TO WK-ED-N.
008930   MOVE WK-ED-N       TO WK-LINE(44:11).
008940   PERFORM Z10-PUT-LINE.
008950   MOVE 'DUP-AGED      (PURGE DUPLICATE ENTRY)' TO WK-LINE(3:40).
008960   MOVE WK-N-DUP      TO WK-ED-N.
008970   MOVE WK-ED-N       TO WK-LINE(44:11).
008980   PERFORM Z10-PUT-LINE.
008990   MOVE 'INDEX-COUNT   (REBUILD INDEX)'        TO WK-LINE(3:40).
009000   MOVE WK-N-IX       TO WK-ED-N.
009010   MOVE WK-ED-N       TO WK-LINE(44:11).
009020   PERFORM Z10-PUT-LINE.
009030   PERFORM Z11-PUT-BLANK.
009040   MOVE 'STORES'      TO WK-LINE.
009050   PERFORM Z10-PUT-LINE.
009060   MOVE 'STATUS MASTER'      TO WK-LINE(3:20).
009070   MOVE WK-STS-NOTE   TO WK-LINE(24:14).
009080   MOVE WK-STS-READ   TO WK-ED-N.
009090   MOVE WK-ED-N       TO WK-LINE(44:11).
009100   MOVE WK-STSNAME    TO WK-LINE(57:76).
009110   PERFORM Z10-PUT-LINE.
009120   MOVE 'RESULTS HISTORY'    TO WK-LINE(3:20).
009130   MOVE WK-HIST-NOTE  TO WK-LINE(24:14).
009140   MOVE WK-HIST-READ  TO WK-ED-N.
009150   MOVE WK-ED-N       TO WK-LINE(44:11).
009160   MOVE WK-HISTNAME   TO WK-LINE(57:76).
009170   PERFORM Z10-PUT-LINE.
009180   MOVE 'HISTORY INDEX'      TO WK-LINE(3:20).
009190   MOVE WK-HIX-NOTE   TO WK-LINE(24:14).
009200   MOVE WK-HIX-READ   TO WK-ED-N.
009210   MOVE WK-ED-N       TO WK-LINE(44:11).
009220   MOVE WK-HIXNAME    TO WK-LINE(57:76).
009230   PERFORM Z10-PUT-LINE.
009240   MOVE 'BUILD CONTROL'      TO WK-LINE(3:20).
009250   MOVE WK-CTL-NOTE   TO WK-LINE(24:14).
009260   MOVE WK-CTLNAME    TO WK-LINE(57:76).
009270   PERFORM Z10-PUT-LINE.
009280   MOVE 'SUSPENSE'           TO WK-LINE(3:20).
009290   MOVE WK-SUS-NOTE   TO WK-LINE(24:14).
009300   MOVE WK-SUS-READ   TO WK-ED-N.
009310   MOVE WK-ED-N       TO WK-LINE(44:11).
009320   MOVE WK-SUSNAME    TO WK-LINE(57:76).
009330   PERFORM Z10-PUT-LINE.
009340   MOVE 'DUPLICATE STORE'    TO WK-LINE(3:20).
009350   MOVE WK-DUP-NOTE   TO WK-LINE(24:14).
009360   MOVE WK-DUP-READ   TO WK-ED-N.
009370   MOVE WK-ED-N       TO WK-LINE(44:11).
009380   MOVE WK-DUPNAME    TO WK-LINE(57:76).
009390   PERFORM Z10-PUT-LINE.
009400   IF WK-SUS-NOKEY > ZERO
009410     THEN
009420       MOVE 'SUSPENSE ENTRIES WITH A BLANK KEY'  TO WK-LINE(3:40)
009430       MOVE WK-SUS-NOKEY  TO WK-ED-N
009440       MOVE WK-ED-N       TO WK-LINE(44:11)
009450       MOVE '(NOT CHECKED)' TO WK-LINE(57:13)
009460       PERFORM Z10-PUT-LINE
009470   END-IF.
009480   IF WK-LOST > ZERO
009490     THEN
009500       MOVE 'ITEMS NOT TRACKED (TABLE FULL)'     TO WK-LINE(3:40)
009510       MOVE WK-LOST       TO WK-ED-N
009520       MOVE WK-ED-N       TO WK-LINE(44:11)
009530       MOVE '<< INCOMPLETE' TO WK-LINE(57:13)
009540       PERFORM Z10-PUT-LINE
009550   END-IF.
009560   PERFORM Z11-PUT-BLANK.
009570   EVALUATE TRUE
009580     WHEN WK-BAD = 1
009590       MOVE 'AUDIT INCOMPLETE - A STORE COULD NOT BE READ'
009600                          TO WK-LINE
009610     WHEN WK-N-SUSP + WK-N-RUN + WK-N-DUP + WK-N-IX > ZERO
009620       MOVE 'STORES INCONSISTENT - WORK THE LIST ABOVE'
009630                          TO WK-LINE
009640     WHEN OTHER
009650       MOVE 'STORES CONSISTENT' TO WK-LINE
009660   END-EVALUATE.
009670   PERFORM Z10-PUT-LINE.
009680 D10-SUMMARY-EXIT.
009690   EXIT.
009700 Z10-PUT-LINE SECTION.
009710 Z10-010.
009720   MOVE WK-LINE       TO F2LINE.
009730   WRITE F2LINE.
009740   MOVE SPACE         TO WK-LINE.
009750 Z10-PUT-LINE-EXIT.
009760   EXIT.
009770 Z11-PUT-BLANK SECTION.
009780 Z11-010.
009790   MOVE SPACE         TO F2LINE.
009800   WRITE F2LINE.
009810 Z11-PUT-BLANK-EXIT.
009820   EXIT.
009830 Z20-FIND-HK SECTION.
009840*--------------------------------------------------------------
009850*- WK-HK-KEY'S (RULE SET + DATE) ENTRY, ADDED ON FIRST SIGHT.
009860*- WK-HK-HIT = 0 WHEN THE TABLE IS FULL.
009870*--------------------------------------------------------------
009880 Z20-010.
009890   IF WK-HK-KEY = WK-HK-LAST AND WK-HK-HIT > ZERO
009900     THEN
009910       GO TO Z20-FIND-HK-EXIT
009920   END-IF.
009930   MOVE WK-HK-KEY     TO WK-HK-LAST.
009940   MOVE ZERO          TO WK-HK-HIT.
009950   PERFORM VARYING WK-HK-I FROM 1 BY 1
009960     UNTIL WK-HK-I > WK-HK-CNT OR WK-HK-HIT > ZERO
009970       IF WK-HK-ID(WK-HK-I) = WK-HK-KEY
009980         THEN
009990           MOVE WK-HK-I       TO WK-HK-HIT
010000       END-IF
010010   END-PERFORM.
010020   IF WK-HK-HIT > ZERO
010030     THEN
010040       GO TO Z20-FIND-HK-EXIT
010050   END-IF.
010060   IF WK-HK-CNT NOT < 3000
010070     THEN
010080       ADD 1              TO WK-LOST
010090       GO TO Z20-FIND-HK-EXIT
010100   END-IF.
010110   ADD 1              TO WK-HK-CNT.
010120   MOVE WK-HK-CNT     TO WK-HK-HIT.
010130   MOVE WK-HK-KEY     TO WK-HK-ID(WK-HK-HIT).
010140   MOVE ZERO          TO WK-HK-FLAT(WK-HK-HIT).
010150   MOVE ZERO          TO WK-HK-IX(WK-HK-HIT).
010160 Z20-FIND-HK-EXIT.
010170   EXIT.
010180 Z21-HEADINGS SECTION.
010190 Z21-010.
010200   MOVE 'TYPE'        TO WK-LINE(1:4).
010210   MOVE 'KEY'         TO WK-LINE(16:3).
010220   MOVE 'DETAIL'      TO WK-LINE(38:6).
010230   MOVE 'ACTION'      TO WK-LINE(117:6).
010240   PERFORM Z10-PUT-LINE.
010250 Z21-HEADINGS-EXIT.
010260   EXIT.
010270 Z30-FINDING SECTION.
010280*--------------------------------------------------------------
010290*- ONE INCONSISTENCY LINE. A KEY LONGER THAN 20 (THE DUPLICATE
010300*- STORE'S) PUSHES THE DETAIL RIGHT.
010310*--------------------------------------------------------------
010320 Z30-010.
010330   MOVE WK-FD-TYPE    TO WK-LINE(1:14).
010340   IF WK-FD-KEY(21:30) = SPACE
010350     THEN
010360       MOVE WK-FD-KEY     TO WK-LINE(16:20)
010370       MOVE WK-FD-DETAIL  TO WK-LINE(38:78)
010380     ELSE
010390       MOVE WK-FD-KEY     TO WK-LINE(16:50)
010400       MOVE WK-FD-DETAIL  TO WK-LINE(67:49)
010410   END-IF.
010420   MOVE WK-FD-ACTION  TO WK-LINE(117:16).
010430   PERFORM Z10-PUT-LINE.
010440 Z30-FINDING-EXIT.
010450   EXIT.
010460 Z40-SECTION-END SECTION.
010470*--------------------------------------------------------------
010480*- CLOSE A CHECK: ITS COUNT (WK-FD-COUNT), OR WHY IT WAS NOT
010490*- MADE (THE STORE NOTE IN WK-FD-TYPE).
010500*--------------------------------------------------------------
010510 Z40-010.
010520   IF WK-FD-TYPE NOT = 'CHECKED'
010530     THEN
010540       STRING '  (NOT CHECKED - ' WK-FD-TYPE ')'
010550                      DELIMITED BY SIZE INTO WK-LINE
010560     ELSE
010570       IF WK-FD-COUNT = ZERO
010580         THEN
010590           MOVE '  (NONE)'    TO WK-LINE
010600         ELSE
010610           MOVE WK-FD-COUNT   TO WK-ED-N
010620           STRING '  FOUND: ' WK-ED-N
010630                      DELIMITED BY SIZE INTO WK-LINE
010640       END-IF
010650   END-IF.
010660   PERFORM Z10-PUT-LINE.
010670   PERFORM Z11-PUT-BLANK.
010680 Z40-SECTION-END-EXIT.
010690   EXIT.
