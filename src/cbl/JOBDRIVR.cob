000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   JOBDRIVR.
000030*--------------------------------------------------------------
000040*- NIGHTLY JOB-STREAM DRIVER. RUNS THE NIGHT'S STEPS (RULACTIV,
000050*- TEST-MAIN OR ITS PARTITIONS PLUS MRGPARTS, CHKVERIF, ACTGEN,
000060*- STSMAST, HSTBUILD, OPSDASH ...) IN THE ORDER A STEP-
000070*- DEFINITION FILE LISTS THEM, EACH WITH ITS OWN PARAMETER SET
000080*- AND THE HIGHEST RETURN-CODE IT MAY END WITH. A STEP ENDING
000090*- ABOVE ITS CEILING STOPS THE STREAM; THE NEXT ATTEMPT NAMES
000100*- THAT STEP IN RESTART_STEP AND THE CLEAN STEPS BEFORE IT ARE
000110*- NOT RUN AGAIN.
000120*-
000130*- STEP RECORD (ONE PER LINE, '*' = COMMENT):
000140*-   1-3   STEP NUMBER (ASCENDING)
000150*-   5-34  PROGRAM NAME (CALLED DYNAMICALLY, CANCELLED AFTER)
000160*-   36-37 RETURN-CODE CEILING (00-16)
000170*-   39-98 PARAMETER SET FILE (OPTIONAL)
000180*- PARAMETER SET: 'NAME=VALUE' PER LINE ('*' = COMMENT), THE
000190*- SAME CARD SHAPE AS TEST-MAIN'S PARAM_FILE. EACH NAME IS SET
000200*- IN THE ENVIRONMENT FOR ITS STEP ONLY - THE PREVIOUS STEP'S
000210*- NAMES ARE BLANKED FIRST, SO NO SETTING LEAKS DOWNSTREAM.
000220*-
000230*- EVERY STEP'S START, END AND RC GO TO THE F16RLOG RUN LOG AS
000240*- 'STEP ' LINES (RUNFCST/OPSDASH READ ONLY THEIR OWN PREFIXES).
000250*-
000260*- ENV: STEP_FILE, RUNLOG_FILE, RESTART_STEP (OPTIONAL, NNN).
000270*- RETURN-CODE: 0=ALL STEPS RC 0, 4=ALL STEPS WITHIN CEILING,
000280*-              8=STREAM STOPPED AT A STEP, 12=BAD STEP FILE OR
000290*-              PARMS, 16=FATAL I/O.
000300*--------------------------------------------------------------
000310 ENVIRONMENT    DIVISION.
000320 INPUT-OUTPUT               SECTION.
000330 FILE-CONTROL.
000340   SELECT F50STEP ASSIGN TO WK-STPNAME
000350   ORGANIZATION LINE SEQUENTIAL
000360   STATUS WK-STP-FST.
000370   SELECT F51PSET ASSIGN TO WK-PSTNAME
000380   ORGANIZATION LINE SEQUENTIAL
000390   STATUS WK-PST-FST.
000400   SELECT F16RLOG ASSIGN TO WK-RLGNAME
000410   ORGANIZATION LINE SEQUENTIAL
000420   STATUS WK-RLG-FST.
000430 DATA DIVISION.
000440 FILE                       SECTION.
000450 FD  F50STEP.
000460 01  F50RECORD              SYNC.
000470   03 F50-NUM               PIC X(03).
000480   03 FILLER                PIC X(01).
000490   03 F50-PROG              PIC X(30).
000500   03 FILLER                PIC X(01).
000510   03 F50-CEIL              PIC X(02).
000520   03 FILLER                PIC X(01).
000530   03 F50-PSET              PIC X(60).
000540   03 FILLER                PIC X(04).
000550 FD  F51PSET.
000560 01  F51RECORD              PIC X(122).
000570 FD  F16RLOG.
000580 01  F16RECORD              PIC X(400).
000590 WORKING-STORAGE SECTION.
000600 01  WK-FILES               SYNC.
000610   03 WK-STPNAME            PIC X(100).
000620   03 WK-STP-FST            PIC X(02).
000630   03 WK-PSTNAME            PIC X(100).
000640   03 WK-PST-FST            PIC X(02).
000650   03 WK-RLGNAME            PIC X(100).
000660   03 WK-RLG-FST            PIC X(02).
000670*--------------------------------------------------------------
000680*- THE STEP TABLE, LOADED AND CHECKED WHOLE BEFORE ANY STEP
000690*- RUNS - A BAD LINE MUST NOT SURFACE HALF-WAY THROUGH A NIGHT.
000700*--------------------------------------------------------------
000710 01  WK-STP                 SYNC.
000720   03 WK-STP-CNT            PIC 9(03) VALUE ZERO.
000730   03 WK-STP-I              PIC 9(03) VALUE ZERO.
000740   03 WK-STP-ENT            OCCURS 50 TIMES.
000750     05 WK-STP-NUM          PIC 9(03).
000760     05 WK-STP-PROG         PIC X(30).
000770     05 WK-STP-CEIL         PIC 9(02).
000780     05 WK-STP-PSET         PIC X(60).
000790   03 WK-STP-BAD            PIC 9(01) VALUE ZERO.
000800*- 1 = THE STEP FILE OR A PARAMETER SET COULD NOT BE OPENED.
000810   03 WK-IOERR              PIC 9(01) VALUE ZERO.
000820   03 WK-STP-LAST           PIC 9(03) VALUE ZERO.
000830*--------------------------------------------------------------
000840*- ENVIRONMENT NAMES SET BY THE CURRENT STEP'S PARAMETER SET
000850*- (BLANKED AGAIN BEFORE THE NEXT STEP'S SET IS APPLIED).
000860*--------------------------------------------------------------
000870 01  WK-ENV                 SYNC.
000880   03 WK-ENV-CNT            PIC 9(03) VALUE ZERO.
000890   03 WK-ENV-I              PIC 9(03) VALUE ZERO.
000900   03 WK-ENV-KEY            OCCURS 100 TIMES PIC X(20).
000910   03 WK-ENV-EQP            PIC 9(02) VALUE ZERO.
000920   03 WK-ENV-NAME           PIC X(20).
000930   03 WK-ENV-VAL            PIC X(100).
000940   03 WK-ENV-BLANK          PIC X(01) VALUE SPACE.
000950 01  WK-RUN                 SYNC.
000960   03 WK-RESTART-X          PIC X(03).
000970   03 WK-RESTART            PIC 9(03) VALUE ZERO.
000980   03 WK-JOBID              PIC X(16).
000990   03 WK-PROG               PIC X(30).
001000   03 WK-STEP-RC            PIC S9(04) VALUE ZERO.
001010   03 WK-RC-X               PIC 9(02).
001020   03 WK-CEIL-X             PIC 9(02).
001030   03 WK-RESULT             PIC X(08).
001040   03 WK-SDATE              PIC X(08).
001050   03 WK-STIME              PIC X(08).
001060   03 WK-EDATE              PIC X(08).
001070   03 WK-ETIME              PIC X(08).
001080   03 WK-MAXRC              PIC 9(02) VALUE ZERO.
001090   03 WK-STOPPED            PIC 9(01) VALUE ZERO.
001100   03 WK-STOP-NUM           PIC 9(03) VALUE ZERO.
001110 01  WK-CNT                 SYNC.
001120   03 WK-RAN                PIC 9(03) VALUE ZERO.
001130   03 WK-SKIPPED            PIC 9(03) VALUE ZERO.
001140 PROCEDURE DIVISION.
001150 A00-MAIN SECTION.
001160*--------------------------------------------------------------
001170*- LOAD AND CHECK THE STEP FILE, THEN RUN THE STEPS FROM THE
001180*- RESTART POINT ON UNTIL THE END OR THE FIRST BREACHED CEILING.
001190*--------------------------------------------------------------
001200 A00-010.
001210   MOVE SPACE         TO WK-STPNAME.
001220   ACCEPT WK-STPNAME  FROM ENVIRONMENT 'STEP_FILE'.
001230   IF WK-STPNAME = SPACE
001240     MOVE '../data/pcheckjobstep.txt' TO WK-STPNAME
001250   END-IF.
001260   MOVE SPACE         TO WK-RLGNAME.
001270   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
001280   IF WK-RLGNAME = SPACE
001290     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
001300   END-IF.
001310   MOVE SPACE         TO WK-RESTART-X.
001320   ACCEPT WK-RESTART-X FROM ENVIRONMENT 'RESTART_STEP'.
001330   IF WK-RESTART-X NOT = SPACE
001340     THEN
001350       IF WK-RESTART-X NUMERIC
001360         THEN
001370           MOVE WK-RESTART-X  TO WK-RESTART
001380         ELSE
001390           DISPLAY 'JOBDRIVR:BAD RESTART_STEP=' WK-RESTART-X
001400           MOVE 12            TO RETURN-CODE
001410           GOBACK
001420       END-IF
001430   END-IF.
001440   ACCEPT WK-SDATE    FROM DATE YYYYMMDD.
001450   ACCEPT WK-STIME    FROM TIME.
001460   MOVE SPACE         TO WK-JOBID.
001470   STRING WK-SDATE WK-STIME(1:6) 'JD' DELIMITED BY SIZE
001480                      INTO WK-JOBID.
001490   PERFORM B10-LOAD-STEPS.
001500   IF WK-IOERR = 1
001510     THEN
001520       MOVE 16            TO RETURN-CODE
001530       GOBACK
001540   END-IF.
001550   IF WK-STP-BAD = 1 OR WK-STP-CNT = ZERO
001560     THEN
001570       DISPLAY 'JOBDRIVR:STEP FILE REJECTED. NOTHING RUN.'
001580       MOVE 12            TO RETURN-CODE
001590       GOBACK
001600   END-IF.
001610   IF WK-RESTART > ZERO
001620     THEN
001630       MOVE ZERO          TO WK-STP-LAST
001640       PERFORM VARYING WK-STP-I FROM 1 BY 1
001650         UNTIL WK-STP-I > WK-STP-CNT
001660           IF WK-STP-NUM(WK-STP-I) = WK-RESTART
001670             THEN
001680               MOVE WK-STP-I      TO WK-STP-LAST
001690           END-IF
001700       END-PERFORM
001710       IF WK-STP-LAST = ZERO
001720         THEN
001730           DISPLAY 'JOBDRIVR:RESTART_STEP ' WK-RESTART
001740                   ' IS NOT IN THE STEP FILE.'
001750           MOVE 12            TO RETURN-CODE
001760           GOBACK
001770       END-IF
001780       DISPLAY 'JOBDRIVR:RESTARTING AT STEP ' WK-RESTART
001790   END-IF.
001800   PERFORM VARYING WK-STP-I FROM 1 BY 1
001810     UNTIL WK-STP-I > WK-STP-CNT OR WK-STOPPED = 1
001820       IF WK-STP-NUM(WK-STP-I) < WK-RESTART
001830         THEN
001840           ADD 1              TO WK-SKIPPED
001850           MOVE 'SKIPPED '    TO WK-RESULT
001860           MOVE ZERO          TO WK-STEP-RC
001870           ACCEPT WK-EDATE    FROM DATE YYYYMMDD
001880           ACCEPT WK-ETIME    FROM TIME
001890           MOVE WK-EDATE      TO WK-SDATE
001900           MOVE WK-ETIME      TO WK-STIME
001910           PERFORM Z50-WRITE-STEPLOG
001920         ELSE
001930           PERFORM B20-RUN-ONE-STEP
001940       END-IF
001950   END-PERFORM.
001960   PERFORM B40-CLEAR-ENV.
001970   DISPLAY '===================================='.
001980   DISPLAY 'JOBDRIVR RESULT: STEPS=' WK-STP-CNT
001990           ' RAN=' WK-RAN
002000           ' SKIPPED=' WK-SKIPPED
002010           ' MAXRC=' WK-MAXRC.
002020   IF WK-STOPPED = 1
002030     THEN
002040       DISPLAY 'JOBDRIVR:STREAM STOPPED AT STEP ' WK-STOP-NUM
002050               '. RERUN WITH RESTART_STEP=' WK-STOP-NUM
002060   END-IF.
002070   DISPLAY '===================================='.
002080   EVALUATE TRUE
002090   WHEN WK-STOPPED = 1
002100     MOVE 8             TO RETURN-CODE
002110   WHEN WK-MAXRC > ZERO
002120     MOVE 4             TO RETURN-CODE
002130   WHEN OTHER
002140     MOVE ZERO          TO RETURN-CODE
002150   END-EVALUATE.
002160   GOBACK.
002170 B10-LOAD-STEPS SECTION.
002180*--------------------------------------------------------------
002190*- READ THE STEP FILE INTO WK-STP. STEP NUMBERS MUST BE NUMERIC
002200*- AND ASCENDING, CEILINGS NUMERIC AND NOT ABOVE 16.
002210*--------------------------------------------------------------
002220 B10-010.
002230   OPEN INPUT F50STEP.
002240   IF WK-STP-FST NOT = '00'
002250     THEN
002260       DISPLAY 'JOBDRIVR:STEP FILE OPEN ERROR STATUS='
002270               WK-STP-FST ' FILE=' WK-STPNAME(1:60)
002280       MOVE 1             TO WK-IOERR
002290       GO TO B10-LOAD-STEPS-EXIT
002300   END-IF.
002310   PERFORM UNTIL WK-STP-FST NOT = '00'
002320     READ F50STEP
002330       AT END
002340         CONTINUE
002350       NOT AT END
002360         IF F50RECORD(1:1) NOT = '*' AND F50RECORD NOT = SPACE
002370           THEN
002380             PERFORM B11-ADD-STEP
002390         END-IF
002400     END-READ
002410   END-PERFORM.
002420   CLOSE F50STEP.
002430   DISPLAY 'JOBDRIVR:STEPS LOADED. COUNT=' WK-STP-CNT.
002440 B10-LOAD-STEPS-EXIT.
002450   EXIT.
002460 B11-ADD-STEP SECTION.
002470 B11-010.
002480   IF WK-STP-CNT NOT < 50
002490     THEN
002500       DISPLAY 'JOBDRIVR:STEP TABLE FULL AT: ' F50RECORD(1:30)
002510       MOVE 1             TO WK-STP-BAD
002520       GO TO B11-ADD-STEP-EXIT
002530   END-IF.
002540   IF F50-NUM NOT NUMERIC OR F50-PROG = SPACE
002550    OR F50-CEIL NOT NUMERIC
002560     THEN
002570       DISPLAY 'JOBDRIVR:BAD STEP LINE: ' F50RECORD(1:40)
002580       MOVE 1             TO WK-STP-BAD
002590       GO TO B11-ADD-STEP-EXIT
002600   END-IF.
002610   MOVE F50-CEIL      TO WK-CEIL-X.
002620   IF F50-NUM NOT > WK-STP-LAST OR WK-CEIL-X > 16
002630     THEN
002640       DISPLAY 'JOBDRIVR:STEP OUT OF ORDER OR CEILING OVER 16: '
002650               F50RECORD(1:40)
002660       MOVE 1             TO WK-STP-BAD
002670       GO TO B11-ADD-STEP-EXIT
002680   END-IF.
002690   ADD 1              TO WK-STP-CNT.
002700   MOVE F50-NUM       TO WK-STP-NUM(WK-STP-CNT).
002710   MOVE F50-NUM       TO WK-STP-LAST.
002720   MOVE F50-PROG      TO WK-STP-PROG(WK-STP-CNT).
002730   MOVE WK-CEIL-X     TO WK-STP-CEIL(WK-STP-CNT).
002740   MOVE F50-PSET      TO WK-STP-PSET(WK-STP-CNT).
002750 B11-ADD-STEP-EXIT.
002760   EXIT.
002770 B20-RUN-ONE-STEP SECTION.
002780*--------------------------------------------------------------
002790*- ONE STEP: SWAP IN ITS PARAMETER SET, LOG THE START, CALL
002800*- THE PROGRAM, LOG THE END AND JUDGE THE RC AGAINST THE
002810*- STEP'S CEILING. A PROGRAM THAT CANNOT BE FOUND IS RC 16. A
002811*- STEP WHOSE PARAMETER SET CANNOT BE OPENED IS NOT RUN AT ALL
002812*- AND STOPS THE STREAM WHATEVER ITS CEILING.
002820*--------------------------------------------------------------
002830 B20-010.
002840   PERFORM B40-CLEAR-ENV.
002850   IF WK-STP-PSET(WK-STP-I) NOT = SPACE
002860     THEN
002870       MOVE ZERO          TO WK-IOERR
002880       PERFORM B30-APPLY-PSET
002890       IF WK-IOERR = 1
002900         THEN
002910           MOVE 16            TO WK-STEP-RC
002920           MOVE 'NOPARMS '    TO WK-RESULT
002930           ACCEPT WK-SDATE    FROM DATE YYYYMMDD
002940           ACCEPT WK-STIME    FROM TIME
002950           GO TO B20-JUDGE
002960       END-IF
002970   END-IF.
002980   MOVE WK-STP-PROG(WK-STP-I) TO WK-PROG.
002990   ACCEPT WK-SDATE    FROM DATE YYYYMMDD.
003000   ACCEPT WK-STIME    FROM TIME.
003010   MOVE 'STARTED '    TO WK-RESULT.
003020   PERFORM Z50-WRITE-STEPLOG.
003030   DISPLAY 'JOBDRIVR:STEP ' WK-STP-NUM(WK-STP-I)
003040           ' ' WK-PROG ' STARTED.'
003050   ADD 1              TO WK-RAN.
003060   MOVE ZERO          TO RETURN-CODE.
003070   CALL WK-PROG
003080     ON EXCEPTION
003090       DISPLAY 'JOBDRIVR:PROGRAM NOT FOUND: ' WK-PROG
003100       MOVE 16            TO RETURN-CODE
003110   END-CALL.
003120   MOVE RETURN-CODE   TO WK-STEP-RC.
003130   CANCEL WK-PROG.
003140   MOVE ZERO          TO RETURN-CODE.
003150 B20-JUDGE.
003160   IF WK-STEP-RC < ZERO
003170     THEN
003180       MOVE 16            TO WK-STEP-RC
003190   END-IF.
003200   IF WK-STEP-RC > WK-MAXRC
003210     THEN
003220       MOVE WK-STEP-RC    TO WK-MAXRC
003230   END-IF.
003240   IF WK-RESULT = 'NOPARMS '
003245    OR WK-STEP-RC > WK-STP-CEIL(WK-STP-I)
003250     THEN
003260       IF WK-RESULT NOT = 'NOPARMS '
003270         THEN
003280           MOVE 'OVERCEIL'    TO WK-RESULT
003290       END-IF
003300       MOVE 1             TO WK-STOPPED
003310       MOVE WK-STP-NUM(WK-STP-I) TO WK-STOP-NUM
003320     ELSE
003330       MOVE 'ENDED   '    TO WK-RESULT
003340   END-IF.
003350   ACCEPT WK-EDATE    FROM DATE YYYYMMDD.
003360   ACCEPT WK-ETIME    FROM TIME.
003370   PERFORM Z50-WRITE-STEPLOG.
003380   DISPLAY 'JOBDRIVR:STEP ' WK-STP-NUM(WK-STP-I)
003390           ' ' WK-STP-PROG(WK-STP-I) ' RC=' WK-RC-X
003400           ' CEILING=' WK-CEIL-X ' ' WK-RESULT.
003410 B20-RUN-ONE-STEP-EXIT.
003420   EXIT.
003430 B30-APPLY-PSET SECTION.
003440*--------------------------------------------------------------
003450*- READ THE STEP'S PARAMETER SET AND PUT EACH NAME=VALUE CARD
003460*- INTO THE ENVIRONMENT, REMEMBERING THE NAME FOR B40.
003470*--------------------------------------------------------------
003480 B30-010.
003490   MOVE WK-STP-PSET(WK-STP-I) TO WK-PSTNAME.
003500   OPEN INPUT F51PSET.
003510   IF WK-PST-FST NOT = '00'
003520     THEN
003530       DISPLAY 'JOBDRIVR:PARAMETER SET OPEN ERROR STATUS='
003540               WK-PST-FST ' FILE=' WK-PSTNAME(1:60)
003550       MOVE 1             TO WK-IOERR
003560       GO TO B30-APPLY-PSET-EXIT
003570   END-IF.
003580   PERFORM UNTIL WK-PST-FST NOT = '00'
003590     READ F51PSET
003600       AT END
003610         CONTINUE
003620       NOT AT END
003630         IF F51RECORD(1:1) NOT = '*' AND F51RECORD NOT = SPACE
003640           THEN
003650             PERFORM B31-SET-ONE-NAME
003660         END-IF
003670     END-READ
003680   END-PERFORM.
003690   CLOSE F51PSET.
003700 B30-APPLY-PSET-EXIT.
003710   EXIT.
003720 B31-SET-ONE-NAME SECTION.
003730 B31-010.
003740   MOVE ZERO          TO WK-ENV-EQP.
003750   PERFORM VARYING WK-ENV-I FROM 1 BY 1
003760     UNTIL WK-ENV-I > 21 OR WK-ENV-EQP > ZERO
003770       IF F51RECORD(WK-ENV-I:1) = '='
003780         THEN
003790           MOVE WK-ENV-I      TO WK-ENV-EQP
003800       END-IF
003810   END-PERFORM.
003820   IF WK-ENV-EQP < 2 OR WK-ENV-EQP > 21 OR WK-ENV-CNT NOT < 100
003830     THEN
003840       DISPLAY 'JOBDRIVR:BAD PARAMETER CARD, SKIPPED: '
003850               F51RECORD(1:30)
003860       GO TO B31-SET-ONE-NAME-EXIT
003870   END-IF.
003880   MOVE SPACE         TO WK-ENV-NAME.
003890   MOVE F51RECORD(1:WK-ENV-EQP - 1) TO WK-ENV-NAME.
003900   MOVE F51RECORD(WK-ENV-EQP + 1:100) TO WK-ENV-VAL.
003910   DISPLAY WK-ENV-NAME UPON ENVIRONMENT-NAME.
003920   DISPLAY WK-ENV-VAL  UPON ENVIRONMENT-VALUE.
003930   ADD 1              TO WK-ENV-CNT.
003940   MOVE WK-ENV-NAME   TO WK-ENV-KEY(WK-ENV-CNT).
003950 B31-SET-ONE-NAME-EXIT.
003960   EXIT.
003970 B40-CLEAR-ENV SECTION.
003980*--------------------------------------------------------------
003990*- BLANK EVERY NAME THE PREVIOUS PARAMETER SET SET. THE
004000*- PROGRAMS TREAT A BLANK NAME AS "NOT GIVEN" AND DEFAULT IT.
004010*--------------------------------------------------------------
004020 B40-010.
004030   PERFORM VARYING WK-ENV-I FROM 1 BY 1
004040     UNTIL WK-ENV-I > WK-ENV-CNT
004050       DISPLAY WK-ENV-KEY(WK-ENV-I) UPON ENVIRONMENT-NAME
004060       DISPLAY WK-ENV-BLANK         UPON ENVIRONMENT-VALUE
004070   END-PERFORM.
004080   MOVE ZERO          TO WK-ENV-CNT.
004090 B40-CLEAR-ENV-EXIT.
004100   EXIT.
004110*--------------------------------------------------------------
004120*- ONE 'STEP ' LINE IN THE F16RLOG RUN LOG.
004130*--------------------------------------------------------------
004140 Z50-WRITE-STEPLOG SECTION.
004150 Z50-010.
004160   MOVE WK-STEP-RC    TO WK-RC-X.
004170   MOVE WK-STP-CEIL(WK-STP-I) TO WK-CEIL-X.
004180   OPEN EXTEND F16RLOG.
004190   IF WK-RLG-FST = '35'
004200     THEN
004210       OPEN OUTPUT F16RLOG
004220   END-IF.
004230   IF WK-RLG-FST NOT = '00'
004240     THEN
004250       DISPLAY 'JOBDRIVR:RUN LOG OPEN ERROR STATUS='
004260               WK-RLG-FST
004270       GO TO Z50-WRITE-STEPLOG-EXIT
004280   END-IF.
004290   MOVE SPACE         TO F16RECORD.
004300   IF WK-RESULT = 'STARTED '
004310     THEN
004320       STRING 'STEP JOB=' WK-JOBID
004330              ' NUM=' WK-STP-NUM(WK-STP-I)
004340              ' PROG=' WK-STP-PROG(WK-STP-I)
004350              ' START=' WK-SDATE '/' WK-STIME
004360              ' STATE=' WK-RESULT
004370                          DELIMITED BY SIZE INTO F16RECORD
004380     ELSE
004390       STRING 'STEP JOB=' WK-JOBID
004400              ' NUM=' WK-STP-NUM(WK-STP-I)
004410              ' PROG=' WK-STP-PROG(WK-STP-I)
004420              ' START=' WK-SDATE '/' WK-STIME
004430              ' END=' WK-EDATE '/' WK-ETIME
004440              ' RC=' WK-RC-X
004450              ' CEIL=' WK-CEIL-X
004460              ' STATE=' WK-RESULT
004470                          DELIMITED BY SIZE INTO F16RECORD
004480   END-IF.
004490   WRITE F16RECORD.
004500   CLOSE F16RLOG.
004510 Z50-WRITE-STEPLOG-EXIT.
004520   EXIT.
