000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   OUTFEED.
000030*--------------------------------------------------------------
000040*- DOWNSTREAM OUTCOME FEEDBACK INTAKE. FRAUD OPS (CONFIRMED
000050*- CHARGEBACKS) AND COLLECTIONS (DEFAULTED ACCOUNTS) SEND BACK,
000060*- WEEKS AFTER THE DECISION, WHETHER A TRANSACTION TURNED OUT
000070*- GOOD OR BAD. THIS STEP VALIDATES A FEEDBACK FILE AND POSTS
000080*- IT TO THE OUTCOME MASTER, KEYED BY BUSINESS KEY (F3-KEY) +
000090*- DECISION DATE (THE F18HIST RUN DATE), SO RULEFFCT CAN JOIN
000100*- THE HISTORY TO IT. A LATER CONFIRMATION FOR THE SAME KEY AND
000110*- DATE REPLACES THE EARLIER ONE (THE PRIOR FLAG IS KEPT AND A
000120*- CHANGED FLAG IS REPORTED).
000130*-
000140*- FEEDBACK FILE (ONE PER LINE, '*' = COMMENT):
000150*-   1-20  BUSINESS KEY        22-29 DECISION DATE (YYYYMMDD)
000160*-   31    'G' = CONFIRMED GOOD, 'B' = CONFIRMED BAD
000170*-   33-40 SOURCE (E.G. FRAUDOPS, COLLECT)
000180*-   42-71 SOURCE REFERENCE (CHARGEBACK / CASE NUMBER)
000190*- A LINE WITH NO KEY, A BAD DATE OR A BAD FLAG IS REJECTED
000200*- ONTO THE REPORT.
000210*-
000220*- ENV: OUTCOME_FILE   = FEEDBACK FILE (REQUIRED),
000230*-      OUTCOME_MASTER = OUTCOME MASTER (INDEXED, DEFAULT
000240*-                       ../data/pcheckoutcome.ix),
000250*-      OUTCOME_REPORT (DEFAULT ../data/pcheckoutfeed.txt),
000260*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY).
000270*- RETURN-CODE: 0=ALL POSTED, 4=LINES REJECTED, 12=BAD PARMS,
000280*-              16=FATAL I/O.
000290*--------------------------------------------------------------
000300 ENVIRONMENT    DIVISION.
000310 INPUT-OUTPUT               SECTION.
000320 FILE-CONTROL.
000330   SELECT F9FBK   ASSIGN TO WK-FBKNAME
000340   ORGANIZATION LINE SEQUENTIAL
000350   STATUS WK-FBK-FST.
000360   SELECT F41OUT  ASSIGN TO WK-OUTNAME
000370   ORGANIZATION INDEXED
000380   ACCESS MODE DYNAMIC
000390   RECORD KEY IS F41-OKEY
000400   STATUS WK-OUT-FST.
000410   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000420   ORGANIZATION LINE SEQUENTIAL
000430   STATUS WK-RPT-FST.
000440 DATA DIVISION.
000450 FILE                       SECTION.
000460 FD  F9FBK.
000470 01  F9RECORD               SYNC.
000480   03 F9-KEY                PIC X(20).
000490   03 FILLER                PIC X(01).
000500   03 F9-DDATE              PIC X(08).
000510   03 FILLER                PIC X(01).
000520   03 F9-FLAG               PIC X(01).
000530   03 FILLER                PIC X(01).
000540   03 F9-SOURCE             PIC X(08).
000550   03 FILLER                PIC X(01).
000560   03 F9-REF                PIC X(30).
000570   03 FILLER                PIC X(09).
000580*--------------------------------------------------------------
000590*- OUTCOME MASTER (SAME LAYOUT IN RULEFFCT). F41-FLAG: 'G' =
000600*- CONFIRMED GOOD, 'B' = CONFIRMED BAD. F41-PRIOR-FLAG: THE
000610*- FLAG A LATER CONFIRMATION REPLACED (SPACE = NONE).
000620*--------------------------------------------------------------
000630 FD  F41OUT.
000640 01  F41RECORD              SYNC.
000650   03 F41-OKEY.
000660     05 F41-KEY             PIC X(20).
000670     05 F41-DDATE           PIC X(08).
000680   03 F41-FLAG              PIC X(01).
000690   03 F41-SOURCE            PIC X(08).
000700   03 F41-REF               PIC X(30).
000710   03 F41-RCVDATE           PIC X(08).
000720   03 F41-PRIOR-FLAG        PIC X(01).
000730 FD  F2REPT.
000740 01  F2LINE                 PIC X(132).
000750 WORKING-STORAGE SECTION.
000760 01  WK-FILES               SYNC.
000770   03 WK-FBKNAME            PIC X(100).
000780   03 WK-FBK-FST            PIC X(02).
000790   03 WK-OUTNAME            PIC X(100).
000800   03 WK-OUT-FST            PIC X(02).
000810   03 WK-RPTNAME            PIC X(100).
000820   03 WK-RPT-FST            PIC X(02).
000830 01  WK-RUNDT               PIC X(08).
000840 01  WK-FB                  SYNC.
000850   03 WK-FB-LINENO          PIC 9(07) VALUE ZERO.
000860   03 WK-FB-REASON          PIC X(30).
000870   03 WK-FB-DATE-N          PIC 9(08).
000880   03 WK-FB-PRIOR           PIC X(01).
000890 01  WK-CNT                 SYNC.
000900   03 WK-READ               PIC 9(07) VALUE ZERO.
000910   03 WK-ADDED              PIC 9(07) VALUE ZERO.
000920   03 WK-REPLACED           PIC 9(07) VALUE ZERO.
000930   03 WK-CHANGED            PIC 9(07) VALUE ZERO.
000940   03 WK-REJECTED           PIC 9(07) VALUE ZERO.
000950 01  WK-LINE                PIC X(132).
000960 PROCEDURE DIVISION.
000970 A00-MAIN SECTION.
000980*--------------------------------------------------------------
000990*- POST EVERY VALID FEEDBACK LINE, REPORT THE REST.
001000*--------------------------------------------------------------
001010 A00-010.
001020   MOVE SPACE         TO WK-FBKNAME.
001030   ACCEPT WK-FBKNAME  FROM ENVIRONMENT 'OUTCOME_FILE'.
001040   MOVE SPACE         TO WK-OUTNAME.
001050   ACCEPT WK-OUTNAME  FROM ENVIRONMENT 'OUTCOME_MASTER'.
001060   IF WK-OUTNAME = SPACE
001070     MOVE '../data/pcheckoutcome.ix' TO WK-OUTNAME
001080   END-IF.
001090   MOVE SPACE         TO WK-RPTNAME.
001100   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'OUTCOME_REPORT'.
001110   IF WK-RPTNAME = SPACE
001120     MOVE '../data/pcheckoutfeed.txt' TO WK-RPTNAME
001130   END-IF.
001140   MOVE SPACE         TO WK-RUNDT.
001150   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
001160   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
001170     THEN
001180       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
001190   END-IF.
001200   IF WK-FBKNAME = SPACE
001210     THEN
001220       DISPLAY 'OUTFEED:OUTCOME_FILE IS REQUIRED.'
001230       MOVE 12            TO RETURN-CODE
001240       GOBACK
001250   END-IF.
001260   OPEN INPUT F9FBK.
001270   IF WK-FBK-FST NOT = '00'
001280     THEN
001290       DISPLAY 'OUTFEED:FEEDBACK FILE OPEN ERROR STATUS='
001300               WK-FBK-FST
001310       MOVE 16            TO RETURN-CODE
001320       GOBACK
001330   END-IF.
001340   OPEN I-O F41OUT.
001350   IF WK-OUT-FST = '35'
001360     THEN
001370       OPEN OUTPUT F41OUT
001380       CLOSE F41OUT
001390       OPEN I-O F41OUT
001400   END-IF.
001410   IF WK-OUT-FST NOT = '00'
001420     THEN
001430       DISPLAY 'OUTFEED:OUTCOME MASTER OPEN ERROR STATUS='
001440               WK-OUT-FST
001450       CLOSE F9FBK
001460       MOVE 16            TO RETURN-CODE
001470       GOBACK
001480   END-IF.
001490   OPEN OUTPUT F2REPT.
001500   IF WK-RPT-FST NOT = '00'
001510     THEN
001520       DISPLAY 'OUTFEED:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001530       CLOSE F9FBK
001540       CLOSE F41OUT
001550       MOVE 16            TO RETURN-CODE
001560       GOBACK
001570   END-IF.
001580   MOVE SPACE         TO WK-LINE.
001590   STRING 'OUTCOME FEEDBACK INTAKE  ' WK-RUNDT
001600                      DELIMITED BY SIZE INTO WK-LINE.
001610   PERFORM Z10-PUT-LINE.
001620   MOVE SPACE         TO WK-LINE.
001630   PERFORM Z10-PUT-LINE.
001640   PERFORM UNTIL WK-FBK-FST NOT = '00'
001650     READ F9FBK
001660       AT END
001670         CONTINUE
001680       NOT AT END
001690         ADD 1              TO WK-FB-LINENO
001700         IF F9RECORD(1:1) NOT = '*' AND F9RECORD NOT = SPACE
001710           THEN
001720             ADD 1              TO WK-READ
001730             PERFORM B10-POST-ONE
001740         END-IF
001750     END-READ
001760   END-PERFORM.
001770   MOVE SPACE         TO WK-LINE.
001780   PERFORM Z10-PUT-LINE.
001790   MOVE SPACE         TO WK-LINE.
001800   STRING 'READ=' WK-READ ' ADDED=' WK-ADDED
001810          ' REPLACED=' WK-REPLACED ' FLAG CHANGED=' WK-CHANGED
001820          ' REJECTED=' WK-REJECTED
001830                      DELIMITED BY SIZE INTO WK-LINE.
001840   PERFORM Z10-PUT-LINE.
001850   CLOSE F9FBK.
001860   CLOSE F41OUT.
001870   CLOSE F2REPT.
001880   DISPLAY '===================================='.
001890   DISPLAY 'OUTFEED RESULT: READ=' WK-READ
001900           ' ADDED=' WK-ADDED
001910           ' REPLACED=' WK-REPLACED
001920           ' REJECTED=' WK-REJECTED.
001930   DISPLAY '===================================='.
001940   IF WK-REJECTED > ZERO
001950     THEN
001960       MOVE 4             TO RETURN-CODE
001970     ELSE
001980       MOVE ZERO          TO RETURN-CODE
001990   END-IF.
002000   GOBACK.
002010 A00-MAIN-EXIT.
002020   EXIT.
002030 B10-POST-ONE SECTION.
002040*--------------------------------------------------------------
002050*- VALIDATE ONE LINE AND ADD OR REPLACE ITS MASTER RECORD.
002060*--------------------------------------------------------------
002070 B10-010.
002080   MOVE SPACE         TO WK-FB-REASON.
002090   IF F9-KEY = SPACE
002100     THEN
002110       MOVE 'NO BUSINESS KEY' TO WK-FB-REASON
002120       GO TO B10-REJECT
002130   END-IF.
002140   IF F9-DDATE NOT NUMERIC
002150     THEN
002160       MOVE 'BAD DECISION DATE' TO WK-FB-REASON
002170       GO TO B10-REJECT
002180   END-IF.
002190   MOVE F9-DDATE      TO WK-FB-DATE-N.
002200   IF FUNCTION TEST-DATE-YYYYMMDD(WK-FB-DATE-N) NOT = ZERO
002210    OR F9-DDATE > WK-RUNDT
002220     THEN
002230       MOVE 'BAD DECISION DATE' TO WK-FB-REASON
002240       GO TO B10-REJECT
002250   END-IF.
002260   IF F9-FLAG NOT = 'G' AND F9-FLAG NOT = 'B'
002270     THEN
002280       MOVE 'FLAG NOT G OR B' TO WK-FB-REASON
002290       GO TO B10-REJECT
002300   END-IF.
002310   MOVE F9-KEY        TO F41-KEY.
002320   MOVE F9-DDATE      TO F41-DDATE.
002330   MOVE SPACE         TO WK-FB-PRIOR.
002340   READ F41OUT
002350     INVALID KEY
002360       CONTINUE
002370     NOT INVALID KEY
002380       MOVE F41-FLAG      TO WK-FB-PRIOR
002390   END-READ.
002400   MOVE F9-KEY        TO F41-KEY.
002410   MOVE F9-DDATE      TO F41-DDATE.
002420   MOVE F9-FLAG       TO F41-FLAG.
002430   MOVE F9-SOURCE     TO F41-SOURCE.
002440   MOVE F9-REF        TO F41-REF.
002450   MOVE WK-RUNDT      TO F41-RCVDATE.
002460   MOVE WK-FB-PRIOR   TO F41-PRIOR-FLAG.
002470   IF WK-FB-PRIOR = SPACE
002480     THEN
002490       WRITE F41RECORD
002500         INVALID KEY
002510           DISPLAY 'OUTFEED:MASTER WRITE ERROR STATUS='
002520                   WK-OUT-FST
002530       END-WRITE
002540       ADD 1              TO WK-ADDED
002550       GO TO B10-POST-ONE-EXIT
002560   END-IF.
002570   REWRITE F41RECORD
002580     INVALID KEY
002590       DISPLAY 'OUTFEED:MASTER REWRITE ERROR STATUS='
002600               WK-OUT-FST
002610   END-REWRITE.
002620   ADD 1              TO WK-REPLACED.
002630   IF WK-FB-PRIOR NOT = F9-FLAG
002640     THEN
002650       ADD 1              TO WK-CHANGED
002660       MOVE SPACE         TO WK-LINE
002670       STRING 'FLAG CHANGED ' WK-FB-PRIOR ' -> ' F9-FLAG
002680              ': ' F9-KEY ' ' F9-DDATE ' ' F9-SOURCE ' ' F9-REF
002690                      DELIMITED BY SIZE INTO WK-LINE
002700       PERFORM Z10-PUT-LINE
002710   END-IF.
002720   GO TO B10-POST-ONE-EXIT.
002730 B10-REJECT.
002740   ADD 1              TO WK-REJECTED.
002750   MOVE SPACE         TO WK-LINE.
002760   STRING 'REJECTED LINE ' WK-FB-LINENO ': ' WK-FB-REASON
002770          ' - ' F9RECORD(1:40)
002780                      DELIMITED BY SIZE INTO WK-LINE.
002790   PERFORM Z10-PUT-LINE.
002800 B10-POST-ONE-EXIT.
002810   EXIT.
002820 Z10-PUT-LINE SECTION.
002830 Z10-010.
002840   MOVE WK-LINE       TO F2LINE.
002850   WRITE F2LINE.
002860 Z10-PUT-LINE-EXIT.
002870   EXIT.
