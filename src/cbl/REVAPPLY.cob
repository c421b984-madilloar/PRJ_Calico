000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   REVAPPLY.
000030*--------------------------------------------------------------
000040*- MANUAL REVIEW DECISIONS. APPLIES THE REVIEWERS' DECISIONS
000050*- FILE AGAINST THE REVQUEUE REVIEW QUEUE:
000060*-   APPROVE / DECLINE - THE ITEM IS CLOSED AND ITS FINAL
000070*-     OUTCOME IS WRITTEN: A FINAL-OUTCOME RECORD APPENDED TO
000080*-     F18HIST, AND THE STSMAST STATUS MASTER RECORD OF THE
000090*-     ITEM'S KEY SET TO THE FINAL STATUS (PASS / FAIL) WITH
000100*-     THE REVIEWER AND THE AUTOMATED STATUS IT OVERRODE;
000110*-   REFER - THE ITEM STAYS OPEN AS REFERRED (ANOTHER REVIEWER
000120*-     DECIDES IT; ITS AGE RUNS ON) - NO OUTCOME YET.
000130*- THE ORIGINAL AUTOMATED DECISION IS KEPT ALONGSIDE: THE
000140*- FINAL-OUTCOME F18HIST RECORD IS F3-SHAPED WITH F3-BLK =
000150*- 'REVW ' AND AN OUT VALUE OF
000160*-   1-10 AUTOMATED DISPOSITION   12-18 DECISION
000170*-   20-27 REVIEWER USER ID       29-32 AUTOMATED STATUS
000180*-   34-93 REVIEWER COMMENT,
000190*- F18-REPAIR = 'V' AND F18-ORIG-RUNID/F18-ORIG-SEQ = THE
000200*- QUEUE ID (THE NIGHTLY RESULT IT DECIDES), THE SAME LINKAGE
000210*- REJREPRO GIVES A REPAIRED OUTCOME. THE NIGHTLY DECISION
000220*- RECORD ITSELF IS NEVER TOUCHED.
000230*- THE MASTER IS ONLY SET WHILE IT STILL HOLDS THE RUN THAT
000240*- QUEUED THE ITEM - A LATER RUN'S RESULT FOR THE KEY IS NEWER
000250*- THAN THE REVIEW AND STANDS (THE LINE IS REPORTED).
000260*-
000270*- DECISIONS FILE (ONE PER LINE, '*' = COMMENT):
000280*-   1-16  QUEUE RUN ID   18-24 QUEUE SEQ (AS ON THE WORKLIST)
000290*-   26-32 'APPROVE'/'DECLINE'/'REFER  '
000300*-   34-41 REVIEWER USER ID   43-102 COMMENT
000310*- A LINE FOR AN UNKNOWN OR ALREADY-DECIDED ITEM, OR WITH NO
000320*- USER ID OR A BAD DECISION, IS REJECTED ONTO THE REPORT.
000330*-
000340*- ENV: DECISION_FILE (REQUIRED), REVIEW_QUEUE (INDEXED),
000350*-      STATUS_MASTER (INDEXED), HISTORY_FILE,
000360*-      DECISION_REPORT (DEFAULT ../data/pcheckrevapply.txt),
000370*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY).
000380*- RETURN-CODE: 0=ALL APPLIED, 4=LINES REJECTED OR MASTER NOT
000390*-              SET, 12=BAD PARMS, 16=FATAL I/O.
000400*--------------------------------------------------------------
000410 ENVIRONMENT    DIVISION.
000420 INPUT-OUTPUT               SECTION.
000430 FILE-CONTROL.
000440   SELECT F9DEC   ASSIGN TO WK-DECNAME
000450   ORGANIZATION LINE SEQUENTIAL
000460   STATUS WK-DEC-FST.
000470   SELECT F40RVQ  ASSIGN TO WK-RVQNAME
000480   ORGANIZATION INDEXED
000490   ACCESS MODE DYNAMIC
000500   RECORD KEY IS F40-QID
000510   STATUS WK-RVQ-FST.
000520   SELECT F35STS  ASSIGN TO WK-STSNAME
000530   ORGANIZATION INDEXED
000540   ACCESS MODE DYNAMIC
000550   RECORD KEY IS F35-KEY
000560   STATUS WK-STS-FST.
000570   SELECT F18HIST ASSIGN TO WK-HISTNAME
000580   STATUS WK-HIST-FST.
000590   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000600   ORGANIZATION LINE SEQUENTIAL
000610   STATUS WK-RPT-FST.
000620 DATA DIVISION.
000630 FILE                       SECTION.
000640 FD  F9DEC.
000650 01  F9RECORD               SYNC.
000660   03 F9-QRUNID             PIC X(16).
000670   03 FILLER                PIC X(01).
000680   03 F9-QSEQ               PIC X(07).
000690   03 FILLER                PIC X(01).
000700   03 F9-DECISION           PIC X(07).
000710   03 FILLER                PIC X(01).
000720   03 F9-USER               PIC X(08).
000730   03 FILLER                PIC X(01).
000740   03 F9-COMMENT            PIC X(60).
000750   03 FILLER                PIC X(30).
000760*- SAME LAYOUT AS REVQUEUE'S F40RECORD.
000770 FD  F40RVQ.
000780 01  F40RECORD              SYNC.
000790   03 F40-QID.
000800     05 F40-QRUNID          PIC X(16).
000810     05 F40-QSEQ            PIC 9(07).
000820   03 F40-QDATE             PIC X(08).
000830   03 F40-RSID              PIC X(08).
000840   03 F40-KEY               PIC X(20).
000850   03 F40-DISP              PIC X(10).
000860   03 F40-STATUS            PIC X(04).
000870   03 F40-OUT               PIC X(100).
000880   03 F40-STATE             PIC X(01).
000890   03 F40-USER              PIC X(08).
000900   03 F40-DDATE             PIC X(08).
000910   03 F40-COMMENT           PIC X(60).
000920*- SAME LAYOUT AS STSMAST'S F35RECORD.
000930 FD  F35STS.
000940 01  F35RECORD              SYNC.
000950   03 F35-KEY               PIC X(20).
000960   03 F35-DISP              PIC X(10).
000970   03 F35-STATUS            PIC X(04).
000980   03 F35-RUNID             PIC X(16).
000990   03 F35-DATE              PIC X(08).
001000   03 F35-REPAIRED          PIC X(01).
001010   03 F35-AUTO-STATUS       PIC X(04).
001020   03 F35-REVIEW            PIC X(01).
001030   03 F35-REVUSER           PIC X(08).
001040   03 F35-REVDATE           PIC X(08).
001050*- SAME LAYOUT AS TEST-MAIN'S F18RECORD.
001060 FD  F18HIST.
001070 01  F18RECORD              SYNC.
001080   03 F18-DATE              PIC X(08).
001090   03 F18-F3IMAGE           PIC X(153).
001100   03 F18-REPAIR            PIC X(01).
001110   03 F18-ORIG-RUNID        PIC X(16).
001120   03 F18-ORIG-SEQ          PIC 9(07).
001130 FD  F2REPT.
001140 01  F2LINE                 PIC X(132).
001150 WORKING-STORAGE SECTION.
001160 01  WK-FILES               SYNC.
001170   03 WK-DECNAME            PIC X(100).
001180   03 WK-DEC-FST            PIC X(02).
001190   03 WK-RVQNAME            PIC X(100).
001200   03 WK-RVQ-FST            PIC X(02).
001210   03 WK-STSNAME            PIC X(100).
001220   03 WK-STS-FST            PIC X(02).
001230   03 WK-HISTNAME           PIC X(100).
001240   03 WK-HIST-FST           PIC X(02).
001250   03 WK-RPTNAME            PIC X(100).
001260   03 WK-RPT-FST            PIC X(02).
001270 01  WK-RUNDT               PIC X(08).
001272*- THE APPEND ENDS WITH A SEAL RECORD CHAINED TO THE PREVIOUS
001274*- SEAL, AS TEST-MAIN'S DOES.
001276 01  WK-SEAL-PRM            SYNC.
001278   COPY RSEAL-PRM.
001280*--------------------------------------------------------------
001290*- THE FINAL-OUTCOME RECORD (F3 SHAPE) BUILT FOR F18HIST.
001300*--------------------------------------------------------------
001310 01  WK-FO                  SYNC.
001320   03 WK-FO-RUNID           PIC X(16).
001330   03 WK-FO-RSID            PIC X(08).
001340   03 WK-FO-STATUS          PIC X(04).
001350   03 WK-FO-BLK             PIC X(05).
001360   03 WK-FO-OUT.
001370     05 WK-FO-DISP          PIC X(10).
001380     05 FILLER              PIC X(01).
001390     05 WK-FO-DECISION      PIC X(07).
001400     05 FILLER              PIC X(01).
001410     05 WK-FO-USER          PIC X(08).
001420     05 FILLER              PIC X(01).
001430     05 WK-FO-AUTO-STS      PIC X(04).
001440     05 FILLER              PIC X(01).
001450     05 WK-FO-COMMENT       PIC X(60).
001460     05 FILLER              PIC X(07).
001470   03 WK-FO-KEY             PIC X(20).
001480 01  WK-DEC                 SYNC.
001490   03 WK-DEC-LINENO         PIC 9(05) VALUE ZERO.
001500   03 WK-DEC-REASON         PIC X(40).
001510   03 WK-DEC-MASTER         PIC X(40).
001520 01  WK-CNT                 SYNC.
001530   03 WK-APPROVED           PIC 9(05) VALUE ZERO.
001540   03 WK-DECLINED           PIC 9(05) VALUE ZERO.
001550   03 WK-REFERRED           PIC 9(05) VALUE ZERO.
001560   03 WK-REJECTED           PIC 9(05) VALUE ZERO.
001570   03 WK-MASTER-SET         PIC 9(05) VALUE ZERO.
001580   03 WK-MASTER-NOT         PIC 9(05) VALUE ZERO.
001590 01  WK-LINE                PIC X(132).
001600 PROCEDURE DIVISION.
001610 A00-MAIN SECTION.
001620*--------------------------------------------------------------
001630*- OPEN EVERYTHING, APPLY THE DECISIONS IN FILE ORDER.
001640*--------------------------------------------------------------
001650 A00-010.
001660   MOVE SPACE         TO WK-DECNAME.
001670   ACCEPT WK-DECNAME  FROM ENVIRONMENT 'DECISION_FILE'.
001680   MOVE SPACE         TO WK-RVQNAME.
001690   ACCEPT WK-RVQNAME  FROM ENVIRONMENT 'REVIEW_QUEUE'.
001700   IF WK-RVQNAME = SPACE
001710     MOVE '../data/pcheckrevq.ix' TO WK-RVQNAME
001720   END-IF.
001730   MOVE SPACE         TO WK-STSNAME.
001740   ACCEPT WK-STSNAME  FROM ENVIRONMENT 'STATUS_MASTER'.
001750   IF WK-STSNAME = SPACE
001760     MOVE '../data/pcheckstatus.ix' TO WK-STSNAME
001770   END-IF.
001780   MOVE SPACE         TO WK-HISTNAME.
001790   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
001800   IF WK-HISTNAME = SPACE
001810     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
001820   END-IF.
001830   MOVE SPACE         TO WK-RPTNAME.
001840   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'DECISION_REPORT'.
001850   IF WK-RPTNAME = SPACE
001860     MOVE '../data/pcheckrevapply.txt' TO WK-RPTNAME
001870   END-IF.
001880   MOVE SPACE         TO WK-RUNDT.
001890   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
001900   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
001910     THEN
001920       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
001930   END-IF.
001940   IF WK-DECNAME = SPACE
001950     THEN
001960       DISPLAY 'REVAPPLY:DECISION_FILE IS REQUIRED.'
001970       MOVE 12            TO RETURN-CODE
001980       GOBACK
001990   END-IF.
002000   OPEN INPUT F9DEC.
002010   IF WK-DEC-FST NOT = '00'
002020     THEN
002030       DISPLAY 'REVAPPLY:DECISION FILE OPEN ERROR STATUS='
002040               WK-DEC-FST
002050       MOVE 16            TO RETURN-CODE
002060       GOBACK
002070   END-IF.
002080   OPEN I-O F40RVQ.
002090   IF WK-RVQ-FST NOT = '00'
002100     THEN
002110       DISPLAY 'REVAPPLY:REVIEW QUEUE OPEN ERROR STATUS='
002120               WK-RVQ-FST
002130       CLOSE F9DEC
002140       MOVE 16            TO RETURN-CODE
002150       GOBACK
002160   END-IF.
002170   OPEN I-O F35STS.
002180   IF WK-STS-FST = '35'
002190     THEN
002200       OPEN OUTPUT F35STS
002210       CLOSE F35STS
002220       OPEN I-O F35STS
002230   END-IF.
002240   IF WK-STS-FST NOT = '00'
002250     THEN
002260       DISPLAY 'REVAPPLY:STATUS MASTER OPEN ERROR STATUS='
002270               WK-STS-FST
002280       CLOSE F9DEC
002290       CLOSE F40RVQ
002300       MOVE 16            TO RETURN-CODE
002310       GOBACK
002320   END-IF.
002321   MOVE SPACE         TO WK-SEAL-PRM.
002322   MOVE 'LAST'        TO PSEAL-FNC.
002323   MOVE WK-HISTNAME   TO PSEAL-FILE.
002324   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
002325   IF PSEAL-COD NOT = ZERO
002326     THEN
002327       DISPLAY 'REVAPPLY:' PSEAL-MSG
002328   END-IF.
002330   OPEN EXTEND F18HIST.
002340   IF WK-HIST-FST = '35'
002350     THEN
002360       OPEN OUTPUT F18HIST
002370   END-IF.
002380   IF WK-HIST-FST NOT = '00'
002390     THEN
002400       DISPLAY 'REVAPPLY:HISTORY FILE OPEN ERROR STATUS='
002410               WK-HIST-FST
002420       CLOSE F9DEC
002430       CLOSE F40RVQ
002440       CLOSE F35STS
002450       MOVE 16            TO RETURN-CODE
002460       GOBACK
002470   END-IF.
002480   OPEN OUTPUT F2REPT.
002490   IF WK-RPT-FST NOT = '00'
002500     THEN
002510       DISPLAY 'REVAPPLY:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002520       CLOSE F9DEC
002530       CLOSE F40RVQ
002540       CLOSE F35STS
002550       CLOSE F18HIST
002560       MOVE 16            TO RETURN-CODE
002570       GOBACK
002580   END-IF.
002590   MOVE SPACE         TO WK-LINE.
002600   STRING 'MANUAL REVIEW DECISIONS APPLIED  ' WK-RUNDT
002610                      DELIMITED BY SIZE INTO WK-LINE.
002620   PERFORM Z10-PUT-LINE.
002630   MOVE SPACE         TO WK-LINE.
002640   PERFORM Z10-PUT-LINE.
002650   PERFORM UNTIL WK-DEC-FST NOT = '00'
002660     READ F9DEC
002670       AT END
002680         CONTINUE
002690       NOT AT END
002700         ADD 1              TO WK-DEC-LINENO
002710         IF F9RECORD(1:1) NOT = '*' AND F9RECORD NOT = SPACE
002720           THEN
002730             PERFORM B10-APPLY-ONE
002740         END-IF
002750     END-READ
002760   END-PERFORM.
002770   MOVE SPACE         TO WK-LINE.
002780   PERFORM Z10-PUT-LINE.
002790   MOVE SPACE         TO WK-LINE.
002800   STRING 'APPROVED=' WK-APPROVED ' DECLINED=' WK-DECLINED
002810          ' REFERRED=' WK-REFERRED ' REJECTED=' WK-REJECTED
002820          ' MASTER SET=' WK-MASTER-SET
002830          ' MASTER NOT SET=' WK-MASTER-NOT
002840                      DELIMITED BY SIZE INTO WK-LINE.
002850   PERFORM Z10-PUT-LINE.
002860   CLOSE F9DEC.
002870   CLOSE F40RVQ.
002880   CLOSE F35STS.
002881   MOVE 'SEAL'        TO PSEAL-FNC.
002882   MOVE 'REVAPPLY'    TO PSEAL-PROG.
002883   MOVE SPACE         TO PSEAL-RUNID.
002884   STRING 'REVIEW' WK-RUNDT
002885                      DELIMITED BY SIZE INTO PSEAL-RUNID.
002886   MOVE WK-RUNDT      TO PSEAL-DATE.
002887   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
002888   WRITE F18RECORD FROM PSEAL-REC.
002890   CLOSE F18HIST.
002900   CLOSE F2REPT.
002910   DISPLAY '===================================='.
002920   DISPLAY 'REVAPPLY RESULT: APPROVED=' WK-APPROVED
002930           ' DECLINED=' WK-DECLINED
002940           ' REFERRED=' WK-REFERRED
002950           ' REJECTED=' WK-REJECTED.
002960   DISPLAY 'REVAPPLY MASTER: SET=' WK-MASTER-SET
002970           ' NOT SET=' WK-MASTER-NOT.
002980   DISPLAY '===================================='.
002990   IF WK-REJECTED > ZERO OR WK-MASTER-NOT > ZERO
003000     THEN
003010       MOVE 4             TO RETURN-CODE
003020     ELSE
003030       MOVE ZERO          TO RETURN-CODE
003040   END-IF.
003050   GOBACK.
003060 A00-MAIN-EXIT.
003070   EXIT.
003080 B10-APPLY-ONE SECTION.
003090*--------------------------------------------------------------
003100*- ONE DECISION LINE: CHECK IT AGAINST THE QUEUE, THEN CLOSE
003110*- OR REFER THE ITEM.
003120*--------------------------------------------------------------
003130 B10-010.
003140   MOVE SPACE         TO WK-DEC-REASON.
003150   MOVE SPACE         TO WK-DEC-MASTER.
003160   IF F9-DECISION NOT = 'APPROVE'
003170    AND F9-DECISION NOT = 'DECLINE'
003180    AND F9-DECISION NOT = 'REFER  '
003190     THEN
003200       MOVE 'BAD DECISION (APPROVE/DECLINE/REFER)'
003210         TO WK-DEC-REASON
003220       GO TO B10-REJECT
003230   END-IF.
003240   IF F9-USER = SPACE
003250     THEN
003260       MOVE 'NO REVIEWER USER ID' TO WK-DEC-REASON
003270       GO TO B10-REJECT
003280   END-IF.
003290   IF F9-QSEQ NOT NUMERIC
003300     THEN
003310       MOVE 'QUEUE SEQ NOT NUMERIC' TO WK-DEC-REASON
003320       GO TO B10-REJECT
003330   END-IF.
003340   MOVE F9-QRUNID     TO F40-QRUNID.
003350   MOVE F9-QSEQ       TO F40-QSEQ.
003360   READ F40RVQ
003370     INVALID KEY
003380       MOVE 'NOT IN THE REVIEW QUEUE' TO WK-DEC-REASON
003390   END-READ.
003400   IF WK-DEC-REASON NOT = SPACE
003410     THEN
003420       GO TO B10-REJECT
003430   END-IF.
003440   IF F40-STATE NOT = 'O' AND F40-STATE NOT = 'R'
003450     THEN
003460       STRING 'ALREADY DECIDED BY ' F40-USER ' ON ' F40-DDATE
003470                      DELIMITED BY SIZE INTO WK-DEC-REASON
003480       GO TO B10-REJECT
003490   END-IF.
003500   MOVE F9-USER       TO F40-USER.
003510   MOVE WK-RUNDT      TO F40-DDATE.
003520   MOVE F9-COMMENT    TO F40-COMMENT.
003530   EVALUATE F9-DECISION
003540     WHEN 'APPROVE'
003550       MOVE 'A'           TO F40-STATE
003560       ADD 1              TO WK-APPROVED
003570     WHEN 'DECLINE'
003580       MOVE 'D'           TO F40-STATE
003590       ADD 1              TO WK-DECLINED
003600     WHEN OTHER
003610       MOVE 'R'           TO F40-STATE
003620       ADD 1              TO WK-REFERRED
003630   END-EVALUATE.
003640   IF F40-STATE NOT = 'R'
003650     THEN
003660       PERFORM B20-WRITE-OUTCOME
003670       PERFORM B30-SET-MASTER
003680   END-IF.
003690   REWRITE F40RECORD
003700     INVALID KEY
003710       DISPLAY 'REVAPPLY:QUEUE REWRITE ERROR STATUS='
003720               WK-RVQ-FST
003730   END-REWRITE.
003740   MOVE SPACE         TO WK-LINE.
003750   STRING F40-QRUNID ' ' F40-QSEQ ' ' F40-RSID ' ' F40-KEY
003760          ' ' F40-DISP ' ' F40-STATUS ' -> ' F9-DECISION
003770          ' BY ' F9-USER '  ' WK-DEC-MASTER
003780                      DELIMITED BY SIZE INTO WK-LINE.
003790   PERFORM Z10-PUT-LINE.
003800   GO TO B10-APPLY-ONE-EXIT.
003810 B10-REJECT.
003820   ADD 1              TO WK-REJECTED.
003830   MOVE SPACE         TO WK-LINE.
003840   STRING 'REJECTED LINE ' WK-DEC-LINENO ': ' WK-DEC-REASON
003850          ' - ' F9RECORD(1:41)
003860                      DELIMITED BY SIZE INTO WK-LINE.
003870   PERFORM Z10-PUT-LINE.
003880 B10-APPLY-ONE-EXIT.
003890   EXIT.
003900 B20-WRITE-OUTCOME SECTION.
003910*--------------------------------------------------------------
003920*- THE FINAL-OUTCOME RECORD INTO F18HIST, UNDER A REVIEW RUN ID
003930*- ('REVIEW' + THE RUN DATE), LINKED TO THE QUEUED RESULT.
003940*--------------------------------------------------------------
003950 B20-010.
003960   MOVE SPACE         TO WK-FO.
003970   STRING 'REVIEW' WK-RUNDT
003980                      DELIMITED BY SIZE INTO WK-FO-RUNID.
003990   MOVE F40-RSID      TO WK-FO-RSID.
004000   IF F40-STATE = 'A'
004010     THEN
004020       MOVE 'PASS'        TO WK-FO-STATUS
004030     ELSE
004040       MOVE 'FAIL'        TO WK-FO-STATUS
004050   END-IF.
004060   MOVE 'REVW '       TO WK-FO-BLK.
004070   MOVE F40-DISP      TO WK-FO-DISP.
004080   MOVE F9-DECISION   TO WK-FO-DECISION.
004090   MOVE F40-USER      TO WK-FO-USER.
004100   MOVE F40-STATUS    TO WK-FO-AUTO-STS.
004110   MOVE F40-COMMENT   TO WK-FO-COMMENT.
004120   MOVE F40-KEY       TO WK-FO-KEY.
004130   MOVE WK-RUNDT      TO F18-DATE.
004140   MOVE WK-FO         TO F18-F3IMAGE.
004150   MOVE 'V'           TO F18-REPAIR.
004160   MOVE F40-QRUNID    TO F18-ORIG-RUNID.
004170   MOVE F40-QSEQ      TO F18-ORIG-SEQ.
004180   WRITE F18RECORD.
004182   MOVE 'NEXT'        TO PSEAL-FNC.
004184   MOVE F18RECORD     TO PSEAL-REC.
004186   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
004190 B20-WRITE-OUTCOME-EXIT.
004200   EXIT.
004210 B30-SET-MASTER SECTION.
004220*--------------------------------------------------------------
004230*- THE KEY'S STATUS MASTER RECORD TAKES THE FINAL STATUS; THE
004240*- AUTOMATED STATUS MOVES TO F35-AUTO-STATUS (ONLY ON THE FIRST
004250*- REVIEW OF THAT RESULT). NOT SET WHEN THE ITEM HAS NO KEY OR
004260*- A LATER RUN HAS ALREADY REPLACED THE KEY'S RECORD.
004270*--------------------------------------------------------------
004280 B30-010.
004290   IF F40-KEY = SPACE
004300     THEN
004310       MOVE 'MASTER NOT SET: NO KEY' TO WK-DEC-MASTER
004320       ADD 1              TO WK-MASTER-NOT
004330       GO TO B30-SET-MASTER-EXIT
004340   END-IF.
004350   MOVE F40-KEY       TO F35-KEY.
004360   READ F35STS
004370     INVALID KEY
004380       MOVE SPACE         TO F35RECORD
004390       MOVE F40-KEY       TO F35-KEY
004400       MOVE F40-DISP      TO F35-DISP
004410       MOVE F40-QRUNID    TO F35-RUNID
004420       MOVE F40-QDATE     TO F35-DATE
004430   END-READ.
004440   IF F35-RUNID NOT = F40-QRUNID
004450     THEN
004460       MOVE 'MASTER NOT SET: A LATER RUN STANDS'
004470         TO WK-DEC-MASTER
004480       ADD 1              TO WK-MASTER-NOT
004490       GO TO B30-SET-MASTER-EXIT
004500   END-IF.
004510   IF F35-REVIEW = SPACE
004520     THEN
004530       MOVE F40-STATUS    TO F35-AUTO-STATUS
004540   END-IF.
004550   MOVE WK-FO-STATUS  TO F35-STATUS.
004560   MOVE F40-STATE     TO F35-REVIEW.
004570   MOVE F40-USER      TO F35-REVUSER.
004580   MOVE WK-RUNDT      TO F35-REVDATE.
004590   WRITE F35RECORD
004600     INVALID KEY
004610       REWRITE F35RECORD
004620         INVALID KEY
004630           DISPLAY 'REVAPPLY:MASTER REWRITE ERROR STATUS='
004640                   WK-STS-FST
004650       END-REWRITE
004660   END-WRITE.
004670   MOVE 'MASTER SET'  TO WK-DEC-MASTER.
004680   ADD 1              TO WK-MASTER-SET.
004690 B30-SET-MASTER-EXIT.
004700   EXIT.
004710 Z10-PUT-LINE SECTION.
004720 Z10-010.
004730   MOVE WK-LINE       TO F2LINE.
004740   WRITE F2LINE.
004750 Z10-PUT-LINE-EXIT.
004760   EXIT.
