000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   CHRGBACK.
000030*--------------------------------------------------------------
000040*- MONTHLY USAGE CHARGE-BACK BY BUSINESS UNIT. THE COST OF THE
000050*- NIGHTLY ENGINE IS CHARGED TO THE UNITS WHOSE RULE SETS IT
000060*- RUNS, IN PROPORTION TO THE ENGINE TIME THEY USED, INSTEAD OF
000070*- AN EVEN SPLIT. PER UNIT, FOR THE MONTH:
000080*-   RECORDS  - DECISIONS IN THE RESULTS HISTORY (F18HIST) -
000090*-              WHOLE-TRANSACTION PASS/FAIL RESULTS DATED IN THE
000100*-              MONTH, AS REGRETRN COUNTS THEM
000110*-   REJECTS  - REJECTS WORKED BY THE DESK: THE REJREPRO
000120*-              REPAIRED OUTCOMES ('R') IN THE HISTORY
000130*-   EXEC     - EXEC ELAPSED FROM EACH RUN-LOG GROUP'S COUNTS
000140*-              LINE (EXEC-EL), OR - WHERE AN EXECUTION PROFILE
000150*-              WAS COLLECTED FOR THE RUN (PROFILE_MODE=Y) - THE
000160*-              TOTAL TIME OF ITS PROFILE. A RUN OF ONE RULE SET
000170*-              (RSID=) CHARGES IT ALL TO THAT SET; AN ALL-RULES
000180*-              OR ROUTED RUN SPLITS IT OVER THE RULE SETS BY ITS
000190*-              DECISIONS IN THE HISTORY (NONE = 'ALLRULES').
000200*- EACH UNIT'S SHARE OF THE MONTH'S EXEC TIME IS ITS SHARE OF
000210*- THE MONTH'S WINDOW TIME (EVERY RUN'S START TO END) AND, WHEN
000220*- CHARGE_COST IS GIVEN, OF THAT COST. NO EXEC TIME AT ALL (NO
000230*- RUN LOG GROUPS) = SHARES BY RECORDS.
000240*-
000250*- CONFIGURATION FILE ('*' = COMMENT):
000260*-   'UNIT' 6-13 UNIT CODE  15-24 FINANCE COST CENTRE
000270*-          26-55 UNIT NAME.                        MAX 50.
000280*-   'RSET' 6-13 RULE-SET ID (OR ALLRULES)  15-22 UNIT CODE.
000290*-                                                  MAX 300.
000300*-   'PROF' 6-21 RUN ID  23-122 THAT RUN'S EXECUTION PROFILE
000310*-          FILE (SEE TEST-MAIN PROFILE_FILE).      MAX 100.
000320*- A RULE SET WITH NO 'RSET' LINE IS UNASSIGNED: ITS SHARE IS
000330*- SHOWN ON THE REPORT BUT NOT CHARGED, AND THE RUN ENDS RC 4.
000340*-
000350*- CHARGE FILE FOR THE FINANCE IMPORT (80-COLUMN RECORDS):
000360*-   'H' MONTH(2-7) CREATED(8-15) SOURCE(16-25)
000370*-   'C' MONTH(2-7) COST CENTRE(8-17) UNIT(18-25)
000380*-       SHARE PERCENT(26-32, 4 DECIMALS) WINDOW MINUTES(33-41,
000390*-       2 DECIMALS) AMOUNT(42-57, SIGN LEADING SEPARATE,
000400*-       2 DECIMALS) RECORDS(58-66)
000410*-   'T' CHARGE RECORDS(2-10) SHARE TOTAL(11-17) WINDOW
000420*-       MINUTES TOTAL(18-26) AMOUNT TOTAL(27-44, SIGN LEADING
000430*-       SEPARATE) UNASSIGNED SHARE(45-51)
000440*- AMOUNTS ARE ROUNDED PER UNIT; THE ROUNDING REMAINDER GOES TO
000450*- THE LARGEST UNIT SO A FULLY ASSIGNED MONTH CHARGES THE COST
000460*- TO THE CENT.
000470*-
000480*- ENV: CHARGE_MONTH = 'YYYYMM' (REQUIRED),
000490*-      CHARGE_CONFIG (REQUIRED),
000500*-      CHARGE_COST (OPTIONAL, THE MONTH'S COST, E.G. 125000.00),
000510*-      HISTORY_FILE (DEFAULT ../data/pcheckhist.txt),
000520*-      RUNLOG_FILE (DEFAULT ../data/pcheckrunlog.txt),
000530*-      CHARGE_FILE (DEFAULT ../data/pcheckcharge.txt),
000540*-      CHARGE_REPORT (DEFAULT ../data/pcheckchgrpt.txt).
000550*- RETURN-CODE: 0=CHARGED IN FULL, 4=UNASSIGNED RULE SETS OR
000560*-              INCOMPLETE FIGURES, 12=BAD PARMS OR
000570*-              CONFIGURATION, 16=FATAL I/O.
000580*--------------------------------------------------------------
000590 ENVIRONMENT    DIVISION.
000600 INPUT-OUTPUT               SECTION.
000610 FILE-CONTROL.
000620   SELECT F5CONF  ASSIGN TO WK-CFGNAME
000630   ORGANIZATION LINE SEQUENTIAL
000640   STATUS WK-CFG-FST.
000650   SELECT F1HIST  ASSIGN TO WK-INNAME
000660   STATUS WK-IN-FST.
000670   SELECT F16RLOG ASSIGN TO WK-RLGNAME
000680   ORGANIZATION LINE SEQUENTIAL
000690   STATUS WK-RLG-FST.
000700   SELECT F22PROF ASSIGN TO WK-PROFNAME
000710   ORGANIZATION LINE SEQUENTIAL
000720   STATUS WK-PROF-FST.
000730   SELECT F9CHRG  ASSIGN TO WK-CHGNAME
000740   ORGANIZATION LINE SEQUENTIAL
000750   STATUS WK-CHG-FST.
000760   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000770   ORGANIZATION LINE SEQUENTIAL
000780   STATUS WK-RPT-FST.
000790 DATA DIVISION.
000800 FILE                       SECTION.
000810 FD  F5CONF.
000820 01  F5RECORD               PIC X(130).
000830 FD  F1HIST.
000840 01  F1RECORD               SYNC.
000850   03 F1-DATE               PIC X(08).
000860   03 F1-F3IMAGE.
000870     05 F1-RUNID            PIC X(16).
000880     05 F1-RSID             PIC X(08).
000890     05 F1-STATUS           PIC X(04).
000900     05 F1-BLK              PIC X(05).
000910     05 F1-OUT              PIC X(100).
000920     05 F1-KEY              PIC X(20).
000930   03 F1-REPAIR             PIC X(01).
000940   03 F1-ORIG-RUNID         PIC X(16).
000950   03 F1-ORIG-SEQ           PIC 9(07).
000960 FD  F16RLOG.
000970 01  F16RECORD              PIC X(400).
000980 FD  F22PROF.
000990*- SAME SHAPE AS TEST-MAIN'S PROFILE REPORT LINE.
001000 01  F22RECORD              SYNC.
001010   03 F22-PC                PIC X(05).
001020   03 FILLER                PIC X(19).
001030   03 F22-TOTAL             PIC X(09).
001033   03 F22-TOTAL-N REDEFINES F22-TOTAL
001036                            PIC 9(09).
001040   03 FILLER                PIC X(99).
001050 FD  F9CHRG.
001060 01  F9RECORD               PIC X(80).
001070 FD  F2REPT.
001080 01  F2LINE                 PIC X(132).
001090 WORKING-STORAGE SECTION.
001100 01  WK-FILES               SYNC.
001110   03 WK-CFGNAME            PIC X(100).
001120   03 WK-CFG-FST            PIC X(02).
001130   03 WK-INNAME             PIC X(100).
001140   03 WK-IN-FST             PIC X(02).
001150   03 WK-RLGNAME            PIC X(100).
001160   03 WK-RLG-FST            PIC X(02).
001170   03 WK-PROFNAME           PIC X(100).
001180   03 WK-PROF-FST           PIC X(02).
001190   03 WK-CHGNAME            PIC X(100).
001200   03 WK-CHG-FST            PIC X(02).
001210   03 WK-RPTNAME            PIC X(100).
001220   03 WK-RPT-FST            PIC X(02).
001230 01  WK-PRM                 SYNC.
001240   03 WK-MONTH              PIC X(06).
001250   03 WK-COST-X             PIC X(18).
001260   03 WK-COST               PIC S9(13)V99 VALUE ZERO.
001270   03 WK-TODAY              PIC X(08).
001280   03 WK-CFG-BAD            PIC 9(01) VALUE ZERO.
001290*--------------------------------------------------------------
001300*- BUSINESS UNITS, WITH THE MONTH'S FIGURES ROLLED UP FROM THEIR
001310*- RULE SETS. EXEC IN HUNDREDTHS OF A SECOND (FRACTIONS FROM
001320*- SPLIT RUNS KEPT).
001330*--------------------------------------------------------------
001340 01  WK-UNIT                SYNC.
001350   03 WK-UNIT-CNT           PIC 9(02) VALUE ZERO.
001360   03 WK-UNIT-I             PIC 9(02).
001370   03 WK-UNIT-HIT           PIC 9(02).
001380   03 WK-UNIT-BIG           PIC 9(02) VALUE ZERO.
001390   03 WK-UNIT-TBL           OCCURS 50 TIMES.
001400     05 WK-UNIT-CODE        PIC X(08).
001410     05 WK-UNIT-CC          PIC X(10).
001420     05 WK-UNIT-NAME        PIC X(30).
001430     05 WK-UNIT-RECS        PIC 9(09).
001440     05 WK-UNIT-REJ         PIC 9(09).
001450     05 WK-UNIT-EXEC        PIC 9(11)V9(04).
001460     05 WK-UNIT-PCT         PIC 9(03)V9(04).
001470     05 WK-UNIT-WIN         PIC 9(07)V99.
001480     05 WK-UNIT-AMT         PIC S9(13)V99.
001490*- RULE SET -> UNIT ASSIGNMENTS FROM THE CONFIGURATION.
001500 01  WK-MAP                 SYNC.
001510   03 WK-MAP-CNT            PIC 9(03) VALUE ZERO.
001520   03 WK-MAP-I              PIC 9(03).
001530   03 WK-MAP-TBL            OCCURS 300 TIMES.
001540     05 WK-MAP-RSID         PIC X(08).
001550     05 WK-MAP-UNIT         PIC X(08).
001560*- RUNS WITH A COLLECTED EXECUTION PROFILE.
001570 01  WK-PRF                 SYNC.
001580   03 WK-PRF-CNT            PIC 9(03) VALUE ZERO.
001590   03 WK-PRF-I              PIC 9(03).
001600   03 WK-PRF-TBL            OCCURS 100 TIMES.
001610     05 WK-PRF-RUNID        PIC X(16).
001620     05 WK-PRF-FILE         PIC X(100).
001630*--------------------------------------------------------------
001640*- RULE SETS SEEN IN THE MONTH AND THEIR FIGURES (UNIT 0 =
001650*- UNASSIGNED).
001660*--------------------------------------------------------------
001670 01  WK-RS                  SYNC.
001680   03 WK-RS-CNT             PIC 9(03) VALUE ZERO.
001690   03 WK-RS-I               PIC 9(03).
001700   03 WK-RS-HIT             PIC 9(03).
001710   03 WK-RS-KEY             PIC X(08).
001720   03 WK-RS-TBL             OCCURS 300 TIMES.
001730     05 WK-RS-ID            PIC X(08).
001740     05 WK-RS-UNIT          PIC 9(02).
001750     05 WK-RS-RECS          PIC 9(09).
001760     05 WK-RS-REJ           PIC 9(09).
001770     05 WK-RS-EXEC          PIC 9(11)V9(04).
001780*--------------------------------------------------------------
001790*- THE MONTH'S RUNS FROM THE RUN LOG: THE RULE SET THEY RAN
001800*- (BLANK = ALL OR ROUTED), EXEC AND WINDOW TIME (HUNDREDTHS).
001810*--------------------------------------------------------------
001820 01  WK-RUN                 SYNC.
001830   03 WK-RUN-CNT            PIC 9(03) VALUE ZERO.
001840   03 WK-RUN-I              PIC 9(03).
001850   03 WK-RUN-TBL            OCCURS 500 TIMES.
001860     05 WK-RUN-ID           PIC X(16).
001870     05 WK-RUN-RSID         PIC X(08).
001880     05 WK-RUN-EXEC         PIC 9(11).
001890     05 WK-RUN-WIN          PIC 9(11).
001900     05 WK-RUN-PROF         PIC 9(01).
001910*--------------------------------------------------------------
001920*- HISTORY DECISIONS PER RUN AND RULE SET, TO SPLIT THE EXEC
001930*- TIME OF A RUN THAT RAN MORE THAN ONE SET.
001940*--------------------------------------------------------------
001950 01  WK-RR                  SYNC.
001960   03 WK-RR-CNT             PIC 9(04) VALUE ZERO.
001970   03 WK-RR-I               PIC 9(04).
001980   03 WK-RR-HIT             PIC 9(04).
001990   03 WK-RR-TBL             OCCURS 3000 TIMES.
002000     05 WK-RR-RUNID         PIC X(16).
002010     05 WK-RR-RSID          PIC X(08).
002020     05 WK-RR-N             PIC 9(07).
002030*--------------------------------------------------------------
002040*- THE FIXED-FORMAT CHARGE RECORDS.
002050*--------------------------------------------------------------
002060 01  WK-CH.
002070   03 WK-CH-TYPE            PIC X(01) VALUE 'H'.
002080   03 WK-CH-MONTH           PIC X(06).
002090   03 WK-CH-CREATED         PIC X(08).
002100   03 WK-CH-SOURCE          PIC X(10) VALUE 'PCHECK'.
002110   03 FILLER                PIC X(55) VALUE SPACE.
002120 01  WK-CC.
002130   03 WK-CC-TYPE            PIC X(01) VALUE 'C'.
002140   03 WK-CC-MONTH           PIC X(06).
002150   03 WK-CC-CENTRE          PIC X(10).
002160   03 WK-CC-UNIT            PIC X(08).
002170   03 WK-CC-PCT             PIC 9(03)V9(04).
002180   03 WK-CC-WIN             PIC 9(07)V99.
002190   03 WK-CC-AMT             PIC S9(13)V99
002200                            SIGN LEADING SEPARATE.
002210   03 WK-CC-RECS            PIC 9(09).
002220   03 FILLER                PIC X(14) VALUE SPACE.
002230 01  WK-CT.
002240   03 WK-CT-TYPE            PIC X(01) VALUE 'T'.
002250   03 WK-CT-RECS            PIC 9(09).
002260   03 WK-CT-PCT             PIC 9(03)V9(04).
002270   03 WK-CT-WIN             PIC 9(07)V99.
002280   03 WK-CT-AMT             PIC S9(15)V99
002290                            SIGN LEADING SEPARATE.
002300   03 WK-CT-UNA-PCT         PIC 9(03)V9(04).
002310   03 FILLER                PIC X(29) VALUE SPACE.
002320 01  WK-WRK                 SYNC.
002330   03 WK-POS                PIC 9(03).
002340   03 WK-CUR-RUN            PIC 9(03) VALUE ZERO.
002350   03 WK-N                  PIC 9(09).
002360   03 WK-EXEC               PIC 9(11).
002370   03 WK-PROF-SUM           PIC 9(11).
002380   03 WK-SDATE              PIC 9(08).
002390   03 WK-STIME.
002400     05 WK-ST-HH            PIC 9(02).
002410     05 WK-ST-MI            PIC 9(02).
002420     05 WK-ST-SC            PIC 9(04).
002430   03 WK-EDATE              PIC 9(08).
002440   03 WK-ETIME.
002450     05 WK-ET-HH            PIC 9(02).
002460     05 WK-ET-MI            PIC 9(02).
002470     05 WK-ET-SC            PIC 9(04).
002480   03 WK-HS                 PIC S9(11).
002490   03 WK-BASIS              PIC X(07) VALUE 'EXEC'.
002500   03 WK-TOT-BASIS          PIC 9(11)V9(04) VALUE ZERO.
002510   03 WK-U-BASIS            PIC 9(11)V9(04).
002520   03 WK-TOT-WIN            PIC 9(11) VALUE ZERO.
002530   03 WK-TOT-WINMIN         PIC 9(07)V99.
002540   03 WK-TOT-RECS           PIC 9(09) VALUE ZERO.
002550   03 WK-TOT-REJ            PIC 9(09) VALUE ZERO.
002560   03 WK-TOT-EXEC           PIC 9(11)V9(04) VALUE ZERO.
002570   03 WK-UNA-RECS           PIC 9(09) VALUE ZERO.
002580   03 WK-UNA-REJ            PIC 9(09) VALUE ZERO.
002590   03 WK-UNA-EXEC           PIC 9(11)V9(04) VALUE ZERO.
002600   03 WK-UNA-PCT            PIC 9(03)V9(04) VALUE ZERO.
002610   03 WK-UNA-WIN            PIC 9(07)V99 VALUE ZERO.
002620   03 WK-UNA-AMT            PIC S9(13)V99 VALUE ZERO.
002630   03 WK-UNA-SETS           PIC 9(03) VALUE ZERO.
002640   03 WK-SUM-AMT            PIC S9(15)V99 VALUE ZERO.
002650   03 WK-HIST-READ          PIC 9(09) VALUE ZERO.
002660   03 WK-RUNS-PROF          PIC 9(03) VALUE ZERO.
002670   03 WK-RUNS-SPLIT         PIC 9(03) VALUE ZERO.
002680   03 WK-RUNS-NODEC         PIC 9(03) VALUE ZERO.
002690   03 WK-PROF-BAD           PIC 9(03) VALUE ZERO.
002700   03 WK-LOST               PIC 9(07) VALUE ZERO.
002710   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
002720   03 WK-ED-SEC             PIC ZZZ,ZZZ,ZZ9.99.
002730   03 WK-ED-PCT             PIC ZZ9.9999.
002740   03 WK-ED-MIN             PIC ZZZ,ZZ9.99.
002750   03 WK-ED-AMT             PIC -(10)9.99.
002760   03 WK-LINE               PIC X(132).
002770 PROCEDURE DIVISION.
002780 A00-MAIN SECTION.
002790*--------------------------------------------------------------
002800*- CONFIGURATION, HISTORY, RUN LOG AND PROFILES; THEN THE
002810*- SHARES, THE CHARGE FILE AND THE REPORT.
002820*--------------------------------------------------------------
002830 A00-010.
002840   MOVE SPACE         TO WK-MONTH.
002850   ACCEPT WK-MONTH    FROM ENVIRONMENT 'CHARGE_MONTH'.
002860   IF WK-MONTH = SPACE OR WK-MONTH NOT NUMERIC
002870     THEN
002880       DISPLAY 'CHRGBACK:CHARGE_MONTH (YYYYMM) REQUIRED.'
002890       MOVE 12            TO RETURN-CODE
002900       GOBACK
002910   END-IF.
002920   MOVE SPACE         TO WK-CFGNAME.
002930   ACCEPT WK-CFGNAME  FROM ENVIRONMENT 'CHARGE_CONFIG'.
002940   IF WK-CFGNAME = SPACE
002950     THEN
002960       DISPLAY 'CHRGBACK:CHARGE_CONFIG REQUIRED.'
002970       MOVE 12            TO RETURN-CODE
002980       GOBACK
002990   END-IF.
003000   MOVE SPACE         TO WK-COST-X.
003010   ACCEPT WK-COST-X   FROM ENVIRONMENT 'CHARGE_COST'.
003020   IF WK-COST-X NOT = SPACE
003030     THEN
003040       IF FUNCTION TEST-NUMVAL(WK-COST-X) = ZERO
003050         THEN
003060           COMPUTE WK-COST = FUNCTION NUMVAL(WK-COST-X)
003070         ELSE
003080           MOVE -1            TO WK-COST
003090       END-IF
003100       IF WK-COST NOT > ZERO
003110         THEN
003120           DISPLAY 'CHRGBACK:BAD CHARGE_COST=' WK-COST-X
003130           MOVE 12            TO RETURN-CODE
003140           GOBACK
003150       END-IF
003160   END-IF.
003170   MOVE SPACE         TO WK-INNAME.
003180   ACCEPT WK-INNAME   FROM ENVIRONMENT 'HISTORY_FILE'.
003190   IF WK-INNAME = SPACE
003200     MOVE '../data/pcheckhist.txt' TO WK-INNAME
003210   END-IF.
003220   MOVE SPACE         TO WK-RLGNAME.
003230   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
003240   IF WK-RLGNAME = SPACE
003250     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
003260   END-IF.
003270   MOVE SPACE         TO WK-CHGNAME.
003280   ACCEPT WK-CHGNAME  FROM ENVIRONMENT 'CHARGE_FILE'.
003290   IF WK-CHGNAME = SPACE
003300     MOVE '../data/pcheckcharge.txt' TO WK-CHGNAME
003310   END-IF.
003320   MOVE SPACE         TO WK-RPTNAME.
003330   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'CHARGE_REPORT'.
003340   IF WK-RPTNAME = SPACE
003350     MOVE '../data/pcheckchgrpt.txt' TO WK-RPTNAME
003360   END-IF.
003370   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
003380   PERFORM B10-LOAD-CONFIG.
003390   IF WK-CFG-BAD = 1
003400     THEN
003410       MOVE 12            TO RETURN-CODE
003420       GOBACK
003430   END-IF.
003440   OPEN INPUT F1HIST.
003450   IF WK-IN-FST NOT = '00'
003460     THEN
003470       DISPLAY 'CHRGBACK:HISTORY OPEN ERROR STATUS=' WK-IN-FST
003480       MOVE 16            TO RETURN-CODE
003490       GOBACK
003500   END-IF.
003510   PERFORM UNTIL WK-IN-FST NOT = '00'
003520     READ F1HIST
003530       AT END
003540         CONTINUE
003550       NOT AT END
003560         ADD 1              TO WK-HIST-READ
003570         PERFORM B20-ONE-HISTORY
003580     END-READ
003590   END-PERFORM.
003600   CLOSE F1HIST.
003610   OPEN INPUT F16RLOG.
003620   IF WK-RLG-FST NOT = '00'
003630     THEN
003640       DISPLAY 'CHRGBACK:RUN LOG OPEN ERROR STATUS=' WK-RLG-FST
003650       MOVE 16            TO RETURN-CODE
003660       GOBACK
003670   END-IF.
003680   PERFORM UNTIL WK-RLG-FST NOT = '00'
003690     READ F16RLOG
003700       AT END
003710         CONTINUE
003720       NOT AT END
003730         EVALUATE TRUE
003740         WHEN F16RECORD(1:7) = 'RUN ID='
003750           PERFORM B30-ONE-RUN
003760         WHEN F16RECORD(1:12) = 'COUNTS READ='
003770           IF WK-CUR-RUN > ZERO
003780             THEN
003790               PERFORM B32-COLLECT-EXEC
003800           END-IF
003810         WHEN OTHER
003820           CONTINUE
003830         END-EVALUATE
003840     END-READ
003850   END-PERFORM.
003860   CLOSE F16RLOG.
003870   PERFORM VARYING WK-RUN-I FROM 1 BY 1
003880     UNTIL WK-RUN-I > WK-RUN-CNT
003890       PERFORM C10-CHARGE-RUN
003900   END-PERFORM.
003910   PERFORM C20-SHARES.
003920   OPEN OUTPUT F9CHRG.
003930   IF WK-CHG-FST NOT = '00'
003940     THEN
003950       DISPLAY 'CHRGBACK:CHARGE FILE OPEN ERROR STATUS='
003960               WK-CHG-FST
003970       MOVE 16            TO RETURN-CODE
003980       GOBACK
003990   END-IF.
004000   PERFORM D10-WRITE-CHARGES.
004010   CLOSE F9CHRG.
004020   OPEN OUTPUT F2REPT.
004030   IF WK-RPT-FST NOT = '00'
004040     THEN
004050       DISPLAY 'CHRGBACK:REPORT OPEN ERROR STATUS=' WK-RPT-FST
004060       MOVE 16            TO RETURN-CODE
004070       GOBACK
004080   END-IF.
004090   PERFORM D20-REPORT.
004100   CLOSE F2REPT.
004110   DISPLAY '===================================='.
004120   DISPLAY 'CHRGBACK RESULT: MONTH=' WK-MONTH
004130           ' UNITS=' WK-UNIT-CNT
004140           ' RUNS=' WK-RUN-CNT
004150           ' RECORDS=' WK-TOT-RECS.
004160   DISPLAY 'CHRGBACK UNASSIGNED RULE SETS: ' WK-UNA-SETS
004170           ' SHARE=' WK-UNA-PCT.
004180   DISPLAY '===================================='.
004190   IF WK-UNA-SETS > ZERO OR WK-LOST > ZERO OR WK-PROF-BAD > ZERO
004200     THEN
004210       MOVE 4             TO RETURN-CODE
004220     ELSE
004230       MOVE ZERO          TO RETURN-CODE
004240   END-IF.
004250   GOBACK.
004260 A00-MAIN-EXIT.
004270   EXIT.
004280 B10-LOAD-CONFIG SECTION.
004290*--------------------------------------------------------------
004300*- UNITS, RULE-SET ASSIGNMENTS AND PROFILE FILES. EVERY RULE SET
004310*- MUST NAME A UNIT THE FILE DEFINES, AND EACH ONCE ONLY.
004320*--------------------------------------------------------------
004330 B10-010.
004340   OPEN INPUT F5CONF.
004350   IF WK-CFG-FST NOT = '00'
004360     THEN
004370       DISPLAY 'CHRGBACK:CONFIG OPEN ERROR STATUS=' WK-CFG-FST
004380       MOVE 1             TO WK-CFG-BAD
004390       GO TO B10-LOAD-CONFIG-EXIT
004400   END-IF.
004410   PERFORM UNTIL WK-CFG-FST NOT = '00'
004420     READ F5CONF
004430       AT END
004440         CONTINUE
004450       NOT AT END
004460         IF F5RECORD NOT = SPACE AND F5RECORD(1:1) NOT = '*'
004470           THEN
004480             PERFORM B11-ONE-LINE
004490         END-IF
004500     END-READ
004510   END-PERFORM.
004520   CLOSE F5CONF.
004530   PERFORM VARYING WK-MAP-I FROM 1 BY 1
004540     UNTIL WK-MAP-I > WK-MAP-CNT
004550       MOVE ZERO          TO WK-UNIT-HIT
004560       PERFORM VARYING WK-UNIT-I FROM 1 BY 1
004570         UNTIL WK-UNIT-I > WK-UNIT-CNT OR WK-UNIT-HIT > ZERO
004580           IF WK-UNIT-CODE(WK-UNIT-I) = WK-MAP-UNIT(WK-MAP-I)
004590             THEN
004600               MOVE WK-UNIT-I     TO WK-UNIT-HIT
004610           END-IF
004620       END-PERFORM
004630       IF WK-UNIT-HIT = ZERO
004640         THEN
004650           DISPLAY 'CHRGBACK:RULE SET ' WK-MAP-RSID(WK-MAP-I)
004660                   ' NAMES UNDEFINED UNIT ' WK-MAP-UNIT(WK-MAP-I)
004670           MOVE 1             TO WK-CFG-BAD
004680       END-IF
004690   END-PERFORM.
004700   IF WK-UNIT-CNT = ZERO
004710     THEN
004720       DISPLAY 'CHRGBACK:NO UNITS IN THE CONFIGURATION.'
004730       MOVE 1             TO WK-CFG-BAD
004740   END-IF.
004750   DISPLAY 'CHRGBACK:CONFIG LOADED. UNITS=' WK-UNIT-CNT
004760           ' RULE SETS=' WK-MAP-CNT ' PROFILES=' WK-PRF-CNT.
004770 B10-LOAD-CONFIG-EXIT.
004780   EXIT.
004790 B11-ONE-LINE SECTION.
004800 B11-010.
004810   EVALUATE F5RECORD(1:5)
004820   WHEN 'UNIT '
004830     IF WK-UNIT-CNT NOT < 50 OR F5RECORD(6:8) = SPACE
004840      OR F5RECORD(15:10) = SPACE
004850       THEN
004860         GO TO B11-BAD
004870     END-IF
004880     PERFORM VARYING WK-UNIT-I FROM 1 BY 1
004890       UNTIL WK-UNIT-I > WK-UNIT-CNT
004900         IF WK-UNIT-CODE(WK-UNIT-I) = F5RECORD(6:8)
004910           THEN
004920             GO TO B11-BAD
004930         END-IF
004940     END-PERFORM
004950     ADD 1              TO WK-UNIT-CNT
004960     MOVE F5RECORD(6:8)   TO WK-UNIT-CODE(WK-UNIT-CNT)
004970     MOVE F5RECORD(15:10) TO WK-UNIT-CC(WK-UNIT-CNT)
004980     MOVE F5RECORD(26:30) TO WK-UNIT-NAME(WK-UNIT-CNT)
004990     MOVE ZERO          TO WK-UNIT-RECS(WK-UNIT-CNT)
005000     MOVE ZERO          TO WK-UNIT-REJ(WK-UNIT-CNT)
005010     MOVE ZERO          TO WK-UNIT-EXEC(WK-UNIT-CNT)
005020     MOVE ZERO          TO WK-UNIT-PCT(WK-UNIT-CNT)
005030     MOVE ZERO          TO WK-UNIT-WIN(WK-UNIT-CNT)
005040     MOVE ZERO          TO WK-UNIT-AMT(WK-UNIT-CNT)
005050   WHEN 'RSET '
005060     IF WK-MAP-CNT NOT < 300 OR F5RECORD(6:8) = SPACE
005070      OR F5RECORD(15:8) = SPACE
005080       THEN
005090         GO TO B11-BAD
005100     END-IF
005110     PERFORM VARYING WK-MAP-I FROM 1 BY 1
005120       UNTIL WK-MAP-I > WK-MAP-CNT
005130         IF WK-MAP-RSID(WK-MAP-I) = F5RECORD(6:8)
005140           THEN
005150             GO TO B11-BAD
005160         END-IF
005170     END-PERFORM
005180     ADD 1              TO WK-MAP-CNT
005190     MOVE F5RECORD(6:8)   TO WK-MAP-RSID(WK-MAP-CNT)
005200     MOVE F5RECORD(15:8)  TO WK-MAP-UNIT(WK-MAP-CNT)
005210   WHEN 'PROF '
005220     IF WK-PRF-CNT NOT < 100 OR F5RECORD(6:16) = SPACE
005230      OR F5RECORD(23:100) = SPACE
005240       THEN
005250         GO TO B11-BAD
005260     END-IF
005270     ADD 1              TO WK-PRF-CNT
005280     MOVE F5RECORD(6:16)  TO WK-PRF-RUNID(WK-PRF-CNT)
005290     MOVE F5RECORD(23:100) TO WK-PRF-FILE(WK-PRF-CNT)
005300   WHEN OTHER
005310     GO TO B11-BAD
005320   END-EVALUATE.
005330   GO TO B11-ONE-LINE-EXIT.
005340 B11-BAD.
005350   DISPLAY 'CHRGBACK:BAD CONFIG LINE: ' F5RECORD(1:70).
005360   MOVE 1             TO WK-CFG-BAD.
005370 B11-ONE-LINE-EXIT.
005380   EXIT.
005390 B20-ONE-HISTORY SECTION.
005400*--------------------------------------------------------------
005410*- A WHOLE-TRANSACTION RESULT DATED IN THE MONTH: A NIGHTLY
005420*- DECISION COUNTS AS A RECORD EVALUATED (AND ON ITS RUN, FOR
005430*- THE SPLIT), A REPAIRED OUTCOME AS A REJECT WORKED. REVIEWED
005440*- ('V') OUTCOMES, BLOCK DETAIL AND CONTROL RECORDS ARE PASSED.
005450*--------------------------------------------------------------
005460 B20-010.
005470   IF F1-DATE(1:6) NOT = WK-MONTH OR F1-DATE NOT NUMERIC
005480    OR F1-RUNID(1:4) = 'HDR ' OR F1-RUNID(1:4) = 'TRL '
005490    OR F1-BLK NOT = SPACE
005500    OR (F1-STATUS NOT = 'PASS' AND F1-STATUS NOT = 'FAIL')
005510     THEN
005520       GO TO B20-ONE-HISTORY-EXIT
005530   END-IF.
005540   MOVE F1-RSID       TO WK-RS-KEY.
005550   EVALUATE F1-REPAIR
005560   WHEN SPACE
005570     PERFORM Z20-FIND-RS
005580     IF WK-RS-HIT > ZERO
005590       THEN
005600         ADD 1              TO WK-RS-RECS(WK-RS-HIT)
005610     END-IF
005620     PERFORM B21-COUNT-ON-RUN
005630   WHEN 'R'
005640     PERFORM Z20-FIND-RS
005650     IF WK-RS-HIT > ZERO
005660       THEN
005670         ADD 1              TO WK-RS-REJ(WK-RS-HIT)
005680     END-IF
005690   WHEN OTHER
005700     CONTINUE
005710   END-EVALUATE.
005720 B20-ONE-HISTORY-EXIT.
005730   EXIT.
005740 B21-COUNT-ON-RUN SECTION.
005750 B21-010.
005760   MOVE ZERO          TO WK-RR-HIT.
005770   PERFORM VARYING WK-RR-I FROM WK-RR-CNT BY -1
005780     UNTIL WK-RR-I < 1 OR WK-RR-HIT > ZERO
005790       IF WK-RR-RUNID(WK-RR-I) = F1-RUNID
005800        AND WK-RR-RSID(WK-RR-I) = F1-RSID
005810         THEN
005820           MOVE WK-RR-I       TO WK-RR-HIT
005830       END-IF
005840   END-PERFORM.
005850   IF WK-RR-HIT = ZERO
005860     THEN
005870       IF WK-RR-CNT NOT < 3000
005880         THEN
005890           ADD 1              TO WK-LOST
005900           GO TO B21-COUNT-ON-RUN-EXIT
005910       END-IF
005920       ADD 1              TO WK-RR-CNT
005930       MOVE WK-RR-CNT     TO WK-RR-HIT
005940       MOVE F1-RUNID      TO WK-RR-RUNID(WK-RR-HIT)
005950       MOVE F1-RSID       TO WK-RR-RSID(WK-RR-HIT)
005960       MOVE ZERO          TO WK-RR-N(WK-RR-HIT)
005970   END-IF.
005980   ADD 1              TO WK-RR-N(WK-RR-HIT).
005990 B21-COUNT-ON-RUN-EXIT.
006000   EXIT.
006010 B30-ONE-RUN SECTION.
006020*--------------------------------------------------------------
006030*- A RUN-LOG GROUP DATED IN THE MONTH (BY ITS RUN ID): ITS RULE
006040*- SET AND ITS WINDOW TIME, START TO END.
006050*- 'RUN ID=' 8-23, ' START=' DATE 31-38 '/' TIME 40-47,
006060*- ' END=' DATE 53-60 '/' TIME 62-69 (SEE TEST-MAIN Z50).
006070*--------------------------------------------------------------
006080 B30-010.
006090   MOVE ZERO          TO WK-CUR-RUN.
006100   IF F16RECORD(8:6) NOT = WK-MONTH
006110     THEN
006120       GO TO B30-ONE-RUN-EXIT
006130   END-IF.
006140   IF WK-RUN-CNT NOT < 500
006150     THEN
006160       ADD 1              TO WK-LOST
006170       GO TO B30-ONE-RUN-EXIT
006180   END-IF.
006190   ADD 1              TO WK-RUN-CNT.
006200   MOVE WK-RUN-CNT    TO WK-CUR-RUN.
006210   MOVE F16RECORD(8:16) TO WK-RUN-ID(WK-CUR-RUN).
006220   MOVE SPACE         TO WK-RUN-RSID(WK-CUR-RUN).
006230   MOVE ZERO          TO WK-RUN-EXEC(WK-CUR-RUN).
006240   MOVE ZERO          TO WK-RUN-WIN(WK-CUR-RUN).
006250   MOVE ZERO          TO WK-RUN-PROF(WK-CUR-RUN).
006260   PERFORM VARYING WK-POS FROM 1 BY 1
006270     UNTIL WK-POS > 380
006280       IF F16RECORD(WK-POS:6) = ' RSID='
006290         THEN
006300           MOVE F16RECORD(WK-POS + 6:8) TO WK-RUN-RSID(WK-CUR-RUN)
006310       END-IF
006320   END-PERFORM.
006330   IF F16RECORD(31:8) NUMERIC AND F16RECORD(40:8) NUMERIC
006340    AND F16RECORD(53:8) NUMERIC AND F16RECORD(62:8) NUMERIC
006350     THEN
006360       MOVE F16RECORD(31:8) TO WK-SDATE
006370       MOVE F16RECORD(40:8) TO WK-STIME
006380       MOVE F16RECORD(53:8) TO WK-EDATE
006390       MOVE F16RECORD(62:8) TO WK-ETIME
006400       COMPUTE WK-HS =
006410           (FUNCTION INTEGER-OF-DATE(WK-EDATE)
006420          - FUNCTION INTEGER-OF-DATE(WK-SDATE)) * 8640000
006430         + WK-ET-HH * 360000 + WK-ET-MI * 6000 + WK-ET-SC
006440         - WK-ST-HH * 360000 - WK-ST-MI * 6000 - WK-ST-SC
006450       IF WK-HS > ZERO
006460         THEN
006470           MOVE WK-HS         TO WK-RUN-WIN(WK-CUR-RUN)
006480       END-IF
006490   END-IF.
006500 B30-ONE-RUN-EXIT.
006510   EXIT.
006520 B32-COLLECT-EXEC SECTION.
006530*--------------------------------------------------------------
006540*- EXEC-EL OUT OF THE COUNTS LINE, AS RUNFCST PARSES IT.
006550*--------------------------------------------------------------
006560 B32-010.
006570   PERFORM VARYING WK-POS FROM 1 BY 1
006580     UNTIL WK-POS > 380
006590       IF F16RECORD(WK-POS:9) = ' EXEC-EL='
006600         THEN
006610           IF F16RECORD(WK-POS + 9:9) NUMERIC
006620             THEN
006630               MOVE F16RECORD(WK-POS + 9:9) TO WK-EXEC
006640               ADD WK-EXEC        TO WK-RUN-EXEC(WK-CUR-RUN)
006650           END-IF
006660       END-IF
006670   END-PERFORM.
006680 B32-COLLECT-EXEC-EXIT.
006690   EXIT.
006700 C10-CHARGE-RUN SECTION.
006710*--------------------------------------------------------------
006720*- ONE RUN'S ENGINE TIME (ITS PROFILE TOTAL WHERE ONE WAS
006730*- COLLECTED) ONTO ITS RULE SET, OR SPLIT OVER THE RULE SETS IT
006740*- DECIDED FOR.
006750*--------------------------------------------------------------
006760 C10-010.
006770   ADD WK-RUN-WIN(WK-RUN-I) TO WK-TOT-WIN.
006780   PERFORM VARYING WK-PRF-I FROM 1 BY 1
006790     UNTIL WK-PRF-I > WK-PRF-CNT
006800       IF WK-PRF-RUNID(WK-PRF-I) = WK-RUN-ID(WK-RUN-I)
006810         THEN
006820           PERFORM C11-READ-PROFILE
006830       END-IF
006840   END-PERFORM.
006850   MOVE WK-RUN-EXEC(WK-RUN-I) TO WK-EXEC.
006860   IF WK-EXEC = ZERO
006870     THEN
006880       GO TO C10-CHARGE-RUN-EXIT
006890   END-IF.
006900   IF WK-RUN-RSID(WK-RUN-I) NOT = SPACE
006910     THEN
006920       MOVE WK-RUN-RSID(WK-RUN-I) TO WK-RS-KEY
006930       PERFORM Z20-FIND-RS
006940       IF WK-RS-HIT > ZERO
006950         THEN
006960           ADD WK-EXEC        TO WK-RS-EXEC(WK-RS-HIT)
006970       END-IF
006980       GO TO C10-CHARGE-RUN-EXIT
006990   END-IF.
007000   MOVE ZERO          TO WK-N.
007010   PERFORM VARYING WK-RR-I FROM 1 BY 1
007020     UNTIL WK-RR-I > WK-RR-CNT
007030       IF WK-RR-RUNID(WK-RR-I) = WK-RUN-ID(WK-RUN-I)
007040         THEN
007050           ADD WK-RR-N(WK-RR-I) TO WK-N
007060       END-IF
007070   END-PERFORM.
007080   IF WK-N = ZERO
007090     THEN
007100       ADD 1              TO WK-RUNS-NODEC
007110       MOVE 'ALLRULES'    TO WK-RS-KEY
007120       PERFORM Z20-FIND-RS
007130       IF WK-RS-HIT > ZERO
007140         THEN
007150           ADD WK-EXEC        TO WK-RS-EXEC(WK-RS-HIT)
007160       END-IF
007170       GO TO C10-CHARGE-RUN-EXIT
007180   END-IF.
007190   ADD 1              TO WK-RUNS-SPLIT.
007200   PERFORM VARYING WK-RR-I FROM 1 BY 1
007210     UNTIL WK-RR-I > WK-RR-CNT
007220       IF WK-RR-RUNID(WK-RR-I) = WK-RUN-ID(WK-RUN-I)
007230         THEN
007240           MOVE WK-RR-RSID(WK-RR-I) TO WK-RS-KEY
007250           PERFORM Z20-FIND-RS
007260           IF WK-RS-HIT > ZERO
007270             THEN
007280               COMPUTE WK-RS-EXEC(WK-RS-HIT) =
007290                 WK-RS-EXEC(WK-RS-HIT)
007300               + WK-EXEC * WK-RR-N(WK-RR-I) / WK-N
007310           END-IF
007320       END-IF
007330   END-PERFORM.
007340 C10-CHARGE-RUN-EXIT.
007350   EXIT.
007360 C11-READ-PROFILE SECTION.
007370*--------------------------------------------------------------
007380*- THE RUN'S PROFILE: THE SUM OF ITS PER-PC TOTAL TIMES
007390*- (HUNDREDTHS, COLS 25-33) REPLACES THE RUN LOG'S EXEC-EL. AN
007400*- UNREADABLE OR EMPTY PROFILE LEAVES EXEC-EL IN PLACE.
007410*--------------------------------------------------------------
007420 C11-010.
007430   MOVE WK-PRF-FILE(WK-PRF-I) TO WK-PROFNAME.
007440   OPEN INPUT F22PROF.
007450   IF WK-PROF-FST NOT = '00'
007460     THEN
007470       DISPLAY 'CHRGBACK:PROFILE OPEN ERROR STATUS='
007480               WK-PROF-FST ' FILE=' WK-PROFNAME(1:60)
007490       ADD 1              TO WK-PROF-BAD
007500       GO TO C11-READ-PROFILE-EXIT
007510   END-IF.
007520   MOVE ZERO          TO WK-PROF-SUM.
007530   PERFORM UNTIL WK-PROF-FST NOT = '00'
007540     READ F22PROF
007550       AT END
007560         CONTINUE
007570       NOT AT END
007580         IF F22-PC NUMERIC AND F22-TOTAL NUMERIC
007590           THEN
007600             ADD F22-TOTAL-N    TO WK-PROF-SUM
007610         END-IF
007620     END-READ
007630   END-PERFORM.
007640   CLOSE F22PROF.
007650   IF WK-PROF-SUM = ZERO
007660     THEN
007670       ADD 1              TO WK-PROF-BAD
007680       GO TO C11-READ-PROFILE-EXIT
007690   END-IF.
007700   MOVE WK-PROF-SUM   TO WK-RUN-EXEC(WK-RUN-I).
007710   MOVE 1             TO WK-RUN-PROF(WK-RUN-I).
007720   ADD 1              TO WK-RUNS-PROF.
007730 C11-READ-PROFILE-EXIT.
007740   EXIT.
007750 C20-SHARES SECTION.
007760*--------------------------------------------------------------
007770*- ROLL THE RULE SETS UP TO THEIR UNITS, THEN EACH UNIT'S SHARE
007780*- OF THE BASIS (EXEC TIME; RECORDS WHEN NO TIME WAS LOGGED), OF
007790*- THE WINDOW AND OF THE COST.
007800*--------------------------------------------------------------
007810 C20-010.
007820   PERFORM VARYING WK-RS-I FROM 1 BY 1
007830     UNTIL WK-RS-I > WK-RS-CNT
007840       ADD WK-RS-RECS(WK-RS-I) TO WK-TOT-RECS
007850       ADD WK-RS-REJ(WK-RS-I)  TO WK-TOT-REJ
007860       ADD WK-RS-EXEC(WK-RS-I) TO WK-TOT-EXEC
007870       IF WK-RS-UNIT(WK-RS-I) = ZERO
007880         THEN
007890           ADD 1              TO WK-UNA-SETS
007900           ADD WK-RS-RECS(WK-RS-I) TO WK-UNA-RECS
007910           ADD WK-RS-REJ(WK-RS-I)  TO WK-UNA-REJ
007920           ADD WK-RS-EXEC(WK-RS-I) TO WK-UNA-EXEC
007930         ELSE
007940           MOVE WK-RS-UNIT(WK-RS-I) TO WK-UNIT-I
007950           ADD WK-RS-RECS(WK-RS-I) TO WK-UNIT-RECS(WK-UNIT-I)
007960           ADD WK-RS-REJ(WK-RS-I)  TO WK-UNIT-REJ(WK-UNIT-I)
007970           ADD WK-RS-EXEC(WK-RS-I) TO WK-UNIT-EXEC(WK-UNIT-I)
007980       END-IF
007990   END-PERFORM.
008000   COMPUTE WK-TOT-WINMIN ROUNDED = WK-TOT-WIN / 6000.
008010   IF WK-TOT-EXEC > ZERO
008020     THEN
008030       MOVE 'EXEC'        TO WK-BASIS
008040       MOVE WK-TOT-EXEC   TO WK-TOT-BASIS
008050     ELSE
008060       MOVE 'RECORDS'     TO WK-BASIS
008070       MOVE WK-TOT-RECS   TO WK-TOT-BASIS
008080   END-IF.
008090   IF WK-TOT-BASIS = ZERO
008100     THEN
008110       GO TO C20-SHARES-EXIT
008120   END-IF.
008130   MOVE ZERO          TO WK-UNIT-BIG.
008140   PERFORM VARYING WK-UNIT-I FROM 1 BY 1
008150     UNTIL WK-UNIT-I > WK-UNIT-CNT
008160       IF WK-BASIS = 'EXEC'
008170         THEN
008180           MOVE WK-UNIT-EXEC(WK-UNIT-I) TO WK-U-BASIS
008190         ELSE
008200           MOVE WK-UNIT-RECS(WK-UNIT-I) TO WK-U-BASIS
008210       END-IF
008220       COMPUTE WK-UNIT-PCT(WK-UNIT-I) ROUNDED =
008230         WK-U-BASIS * 100 / WK-TOT-BASIS
008240       COMPUTE WK-UNIT-WIN(WK-UNIT-I) ROUNDED =
008250         WK-TOT-WIN * WK-U-BASIS / WK-TOT-BASIS / 6000
008260       COMPUTE WK-UNIT-AMT(WK-UNIT-I) ROUNDED =
008270         WK-COST * WK-U-BASIS / WK-TOT-BASIS
008280       ADD WK-UNIT-AMT(WK-UNIT-I) TO WK-SUM-AMT
008290       IF WK-UNIT-BIG = ZERO
008300         THEN
008310           MOVE WK-UNIT-I     TO WK-UNIT-BIG
008320         ELSE
008330           IF WK-UNIT-PCT(WK-UNIT-I) > WK-UNIT-PCT(WK-UNIT-BIG)
008340             THEN
008350               MOVE WK-UNIT-I     TO WK-UNIT-BIG
008360           END-IF
008370       END-IF
008380   END-PERFORM.
008390   IF WK-BASIS = 'EXEC'
008400     THEN
008410       MOVE WK-UNA-EXEC   TO WK-U-BASIS
008420     ELSE
008430       MOVE WK-UNA-RECS   TO WK-U-BASIS
008440   END-IF.
008450   COMPUTE WK-UNA-PCT ROUNDED = WK-U-BASIS * 100 / WK-TOT-BASIS.
008460   COMPUTE WK-UNA-WIN ROUNDED =
008470     WK-TOT-WIN * WK-U-BASIS / WK-TOT-BASIS / 6000.
008476   COMPUTE WK-UNA-AMT ROUNDED =
008482     WK-COST * WK-U-BASIS / WK-TOT-BASIS.
008490*- THE ROUNDING REMAINDER OF A FULLY ASSIGNED MONTH.
008500   IF WK-UNA-SETS = ZERO AND WK-COST > ZERO
008510    AND WK-SUM-AMT NOT = WK-COST AND WK-UNIT-BIG > ZERO
008520     THEN
008530       COMPUTE WK-UNIT-AMT(WK-UNIT-BIG) =
008540         WK-UNIT-AMT(WK-UNIT-BIG) + WK-COST - WK-SUM-AMT
008550       MOVE WK-COST       TO WK-SUM-AMT
008560   END-IF.
008570 C20-SHARES-EXIT.
008580   EXIT.
008590 D10-WRITE-CHARGES SECTION.
008600*--------------------------------------------------------------
008610*- HEADER, ONE CHARGE LINE PER UNIT, CONTROL-TOTAL TRAILER.
008620*--------------------------------------------------------------
008630 D10-010.
008640   MOVE WK-MONTH      TO WK-CH-MONTH.
008650   MOVE WK-TODAY      TO WK-CH-CREATED.
008660   MOVE WK-CH         TO F9RECORD.
008670   WRITE F9RECORD.
008680   MOVE ZERO          TO WK-CT-RECS.
008690   MOVE ZERO          TO WK-CT-PCT.
008700   MOVE ZERO          TO WK-CT-WIN.
008710   MOVE ZERO          TO WK-CT-AMT.
008720   PERFORM VARYING WK-UNIT-I FROM 1 BY 1
008730     UNTIL WK-UNIT-I > WK-UNIT-CNT
008740       MOVE WK-MONTH      TO WK-CC-MONTH
008750       MOVE WK-UNIT-CC(WK-UNIT-I)   TO WK-CC-CENTRE
008760       MOVE WK-UNIT-CODE(WK-UNIT-I) TO WK-CC-UNIT
008770       MOVE WK-UNIT-PCT(WK-UNIT-I)  TO WK-CC-PCT
008780       MOVE WK-UNIT-WIN(WK-UNIT-I)  TO WK-CC-WIN
008790       MOVE WK-UNIT-AMT(WK-UNIT-I)  TO WK-CC-AMT
008800       MOVE WK-UNIT-RECS(WK-UNIT-I) TO WK-CC-RECS
008810       MOVE WK-CC         TO F9RECORD
008820       WRITE F9RECORD
008830       ADD 1              TO WK-CT-RECS
008840       ADD WK-CC-PCT      TO WK-CT-PCT
008850       ADD WK-CC-WIN      TO WK-CT-WIN
008860       ADD WK-CC-AMT      TO WK-CT-AMT
008870   END-PERFORM.
008880   MOVE WK-UNA-PCT    TO WK-CT-UNA-PCT.
008890   MOVE WK-CT         TO F9RECORD.
008900   WRITE F9RECORD.
008910 D10-WRITE-CHARGES-EXIT.
008920   EXIT.
008930 D20-REPORT SECTION.
008940*--------------------------------------------------------------
008950*- THE CHARGE-BACK PAGE: UNITS, THEN THEIR RULE SETS, THEN THE
008960*- NOTES ON WHERE THE FIGURES CAME FROM.
008970*--------------------------------------------------------------
008980 D20-010.
008990   MOVE SPACE         TO WK-LINE.
009000   STRING 'USAGE CHARGE-BACK BY BUSINESS UNIT  MONTH=' WK-MONTH
009010          '  CREATED=' WK-TODAY '  SHARE BASIS=' WK-BASIS
009020                      DELIMITED BY SIZE INTO WK-LINE.
009030   PERFORM Z10-PUT-LINE.
009040   PERFORM Z11-PUT-BLANK.
009050   PERFORM D21-HEADINGS.
009060   PERFORM VARYING WK-UNIT-I FROM 1 BY 1
009070     UNTIL WK-UNIT-I > WK-UNIT-CNT
009080       MOVE WK-UNIT-CODE(WK-UNIT-I) TO WK-LINE(1:8)
009090       MOVE WK-UNIT-CC(WK-UNIT-I)   TO WK-LINE(11:10)
009100       MOVE WK-UNIT-NAME(WK-UNIT-I) TO WK-LINE(23:24)
009110       MOVE WK-UNIT-RECS(WK-UNIT-I) TO WK-N
009120       MOVE WK-UNIT-REJ(WK-UNIT-I)  TO WK-EXEC
009130       MOVE WK-UNIT-EXEC(WK-UNIT-I) TO WK-U-BASIS
009140       MOVE WK-UNIT-PCT(WK-UNIT-I)  TO WK-ED-PCT
009150       MOVE WK-UNIT-WIN(WK-UNIT-I)  TO WK-ED-MIN
009160       MOVE WK-UNIT-AMT(WK-UNIT-I)  TO WK-ED-AMT
009170       PERFORM D22-FIGURES
009180   END-PERFORM.
009190   IF WK-UNA-SETS > ZERO
009200     THEN
009210       MOVE '(UNASSIGNED - NOT CHARGED)' TO WK-LINE(1:26)
009220       MOVE WK-UNA-RECS   TO WK-N
009230       MOVE WK-UNA-REJ    TO WK-EXEC
009240       MOVE WK-UNA-EXEC   TO WK-U-BASIS
009250       MOVE WK-UNA-PCT    TO WK-ED-PCT
009260       MOVE WK-UNA-WIN    TO WK-ED-MIN
009270       MOVE WK-UNA-AMT    TO WK-ED-AMT
009280       PERFORM D22-FIGURES
009290   END-IF.
009300   MOVE 'MONTH TOTAL' TO WK-LINE(1:11).
009310   MOVE WK-TOT-RECS   TO WK-N.
009320   MOVE WK-TOT-REJ    TO WK-EXEC.
009330   MOVE WK-TOT-EXEC   TO WK-U-BASIS.
009340   IF WK-TOT-BASIS > ZERO
009350     THEN
009360       MOVE 100           TO WK-ED-PCT
009370     ELSE
009380       MOVE ZERO          TO WK-ED-PCT
009390   END-IF.
009400   MOVE WK-TOT-WINMIN TO WK-ED-MIN.
009410   COMPUTE WK-ED-AMT = WK-SUM-AMT + WK-UNA-AMT.
009420   PERFORM D22-FIGURES.
009430   PERFORM Z11-PUT-BLANK.
009440   MOVE 'BY RULE SET' TO WK-LINE.
009450   PERFORM Z10-PUT-LINE.
009460   MOVE 'UNIT'        TO WK-LINE(1:4).
009470   MOVE 'RULE SET'    TO WK-LINE(11:8).
009472   MOVE 'RECORDS'     TO WK-LINE(52:7).
009474   MOVE 'REJECTS'     TO WK-LINE(64:7).
009476   MOVE 'EXEC SECONDS' TO WK-LINE(74:12).
009478   PERFORM Z10-PUT-LINE.
009480   PERFORM VARYING WK-RS-I FROM 1 BY 1
009490     UNTIL WK-RS-I > WK-RS-CNT
009500       IF WK-RS-UNIT(WK-RS-I) = ZERO
009510         THEN
009520           MOVE '*NONE*'      TO WK-LINE(1:8)
009530         ELSE
009540           MOVE WK-RS-UNIT(WK-RS-I) TO WK-UNIT-I
009550           MOVE WK-UNIT-CODE(WK-UNIT-I) TO WK-LINE(1:8)
009560       END-IF
009570       MOVE WK-RS-ID(WK-RS-I) TO WK-LINE(11:8)
009580       MOVE WK-RS-RECS(WK-RS-I) TO WK-N
009590       MOVE WK-RS-REJ(WK-RS-I)  TO WK-EXEC
009600       MOVE WK-RS-EXEC(WK-RS-I) TO WK-U-BASIS
009610       MOVE WK-N          TO WK-ED-N
009620       MOVE WK-ED-N       TO WK-LINE(48:11)
009630       MOVE WK-EXEC       TO WK-ED-N
009640       MOVE WK-ED-N       TO WK-LINE(60:11)
009650       COMPUTE WK-ED-SEC ROUNDED = WK-U-BASIS / 100
009660       MOVE WK-ED-SEC     TO WK-LINE(72:14)
009670       PERFORM Z10-PUT-LINE
009680   END-PERFORM.
009690   PERFORM Z11-PUT-BLANK.
009700   MOVE 'NOTES'       TO WK-LINE.
009710   PERFORM Z10-PUT-LINE.
009720   MOVE 'HISTORY RECORDS READ'               TO WK-LINE(3:40).
009730   MOVE WK-HIST-READ  TO WK-ED-N.
009740   MOVE WK-ED-N       TO WK-LINE(44:11).
009750   PERFORM Z10-PUT-LINE.
009760   MOVE 'RUNS IN THE MONTH'                  TO WK-LINE(3:40).
009770   MOVE WK-RUN-CNT    TO WK-ED-N.
009780   MOVE WK-ED-N       TO WK-LINE(44:11).
009790   PERFORM Z10-PUT-LINE.
009800   MOVE 'RUNS TIMED FROM THEIR PROFILE'      TO WK-LINE(3:40).
009810   MOVE WK-RUNS-PROF  TO WK-ED-N.
009820   MOVE WK-ED-N       TO WK-LINE(44:11).
009830   PERFORM Z10-PUT-LINE.
009840   MOVE 'RUNS SPLIT OVER SEVERAL RULE SETS'  TO WK-LINE(3:40).
009850   MOVE WK-RUNS-SPLIT TO WK-ED-N.
009860   MOVE WK-ED-N       TO WK-LINE(44:11).
009870   PERFORM Z10-PUT-LINE.
009880   MOVE 'RUNS WITH NO DECISIONS IN HISTORY'  TO WK-LINE(3:40).
009890   MOVE WK-RUNS-NODEC TO WK-ED-N.
009900   MOVE WK-ED-N       TO WK-LINE(44:11).
009910   MOVE '(CHARGED AS ALLRULES)' TO WK-LINE(57:21).
009920   PERFORM Z10-PUT-LINE.
009930   IF WK-PROF-BAD > ZERO
009940     THEN
009950       MOVE 'PROFILES NOT READ (EXEC-EL USED)'  TO WK-LINE(3:40)
009960       MOVE WK-PROF-BAD   TO WK-ED-N
009970       MOVE WK-ED-N       TO WK-LINE(44:11)
009980       MOVE '<< INCOMPLETE' TO WK-LINE(57:13)
009990       PERFORM Z10-PUT-LINE
010000   END-IF.
010010   IF WK-LOST > ZERO
010020     THEN
010030       MOVE 'ITEMS NOT TRACKED (TABLE FULL)'    TO WK-LINE(3:40)
010040       MOVE WK-LOST       TO WK-ED-N
010050       MOVE WK-ED-N       TO WK-LINE(44:11)
010060       MOVE '<< INCOMPLETE' TO WK-LINE(57:13)
010070       PERFORM Z10-PUT-LINE
010080   END-IF.
010090   IF WK-UNA-SETS > ZERO
010100     THEN
010110       MOVE 'RULE SETS WITH NO UNIT'            TO WK-LINE(3:40)
010120       MOVE WK-UNA-SETS   TO WK-ED-N
010130       MOVE WK-ED-N       TO WK-LINE(44:11)
010140       MOVE '<< ADD RSET LINES' TO WK-LINE(57:17)
010150       PERFORM Z10-PUT-LINE
010160   END-IF.
010170   PERFORM Z11-PUT-BLANK.
010180   IF WK-UNA-SETS > ZERO OR WK-LOST > ZERO OR WK-PROF-BAD > ZERO
010190     THEN
010200       MOVE 'CHARGE-BACK INCOMPLETE - CHECK THE NOTES'
010210                          TO WK-LINE
010215       MOVE ' BEFORE IMPORT'  TO WK-LINE(41:14)
010220     ELSE
010230       MOVE 'CHARGE-BACK COMPLETE' TO WK-LINE
010240   END-IF.
010250   PERFORM Z10-PUT-LINE.
010260 D20-REPORT-EXIT.
010270   EXIT.
010280 D21-HEADINGS SECTION.
010290 D21-010.
010300   MOVE 'UNIT'        TO WK-LINE(1:4).
010310   MOVE 'COST CTR'    TO WK-LINE(11:8).
010320   MOVE 'BUSINESS UNIT' TO WK-LINE(23:13).
010330   MOVE 'RECORDS'     TO WK-LINE(52:7).
010340   MOVE 'REJECTS'     TO WK-LINE(64:7).
010350   MOVE 'EXEC SECONDS' TO WK-LINE(74:12).
010360   MOVE 'SHARE %'     TO WK-LINE(88:7).
010370   MOVE 'WINDOW MIN'  TO WK-LINE(96:10).
010380   MOVE 'CHARGE'      TO WK-LINE(115:6).
010390   PERFORM Z10-PUT-LINE.
010400 D21-HEADINGS-EXIT.
010410   EXIT.
010420 D22-FIGURES SECTION.
010430*--------------------------------------------------------------
010440*- RECORDS (WK-N), REJECTS (WK-EXEC), EXEC (WK-U-BASIS) AND THE
010450*- EDITED SHARE, WINDOW AND CHARGE ONTO THE LINE, AND WRITE IT.
010460*--------------------------------------------------------------
010470 D22-010.
010480   MOVE WK-N          TO WK-ED-N.
010490   MOVE WK-ED-N       TO WK-LINE(48:11).
010500   MOVE WK-EXEC       TO WK-ED-N.
010510   MOVE WK-ED-N       TO WK-LINE(60:11).
010520   COMPUTE WK-ED-SEC ROUNDED = WK-U-BASIS / 100.
010530   MOVE WK-ED-SEC     TO WK-LINE(72:14).
010540   MOVE WK-ED-PCT     TO WK-LINE(87:8).
010550   MOVE WK-ED-MIN     TO WK-LINE(96:10).
010560   MOVE WK-ED-AMT     TO WK-LINE(107:14).
010570   PERFORM Z10-PUT-LINE.
010580 D22-FIGURES-EXIT.
010590   EXIT.
010600 Z10-PUT-LINE SECTION.
010610 Z10-010.
010620   MOVE WK-LINE       TO F2LINE.
010630   WRITE F2LINE.
010640   MOVE SPACE         TO WK-LINE.
010650 Z10-PUT-LINE-EXIT.
010660   EXIT.
010670 Z11-PUT-BLANK SECTION.
010680 Z11-010.
010690   MOVE SPACE         TO F2LINE.
010700   WRITE F2LINE.
010710 Z11-PUT-BLANK-EXIT.
010720   EXIT.
010730 Z20-FIND-RS SECTION.
010740*--------------------------------------------------------------
010750*- WK-RS-KEY'S ENTRY IN THE RULE-SET TABLE (ADDED WITH ITS UNIT
010760*- ON FIRST SIGHT). WK-RS-HIT = 0 WHEN THE TABLE IS FULL.
010770*--------------------------------------------------------------
010780 Z20-010.
010790   MOVE ZERO          TO WK-RS-HIT.
010800   PERFORM VARYING WK-RS-I FROM 1 BY 1
010810     UNTIL WK-RS-I > WK-RS-CNT OR WK-RS-HIT > ZERO
010820       IF WK-RS-ID(WK-RS-I) = WK-RS-KEY
010830         THEN
010840           MOVE WK-RS-I       TO WK-RS-HIT
010850       END-IF
010860   END-PERFORM.
010870   IF WK-RS-HIT > ZERO
010880     THEN
010890       GO TO Z20-FIND-RS-EXIT
010900   END-IF.
010910   IF WK-RS-CNT NOT < 300
010920     THEN
010930       ADD 1              TO WK-LOST
010940       GO TO Z20-FIND-RS-EXIT
010950   END-IF.
010960   ADD 1              TO WK-RS-CNT.
010970   MOVE WK-RS-CNT     TO WK-RS-HIT.
010980   MOVE WK-RS-KEY     TO WK-RS-ID(WK-RS-HIT).
010990   MOVE ZERO          TO WK-RS-UNIT(WK-RS-HIT).
011000   MOVE ZERO          TO WK-RS-RECS(WK-RS-HIT).
011010   MOVE ZERO          TO WK-RS-REJ(WK-RS-HIT).
011020   MOVE ZERO          TO WK-RS-EXEC(WK-RS-HIT).
011030   PERFORM VARYING WK-MAP-I FROM 1 BY 1
011040     UNTIL WK-MAP-I > WK-MAP-CNT
011050       IF WK-MAP-RSID(WK-MAP-I) = WK-RS-KEY
011060         THEN
011070           PERFORM VARYING WK-UNIT-I FROM 1 BY 1
011080             UNTIL WK-UNIT-I > WK-UNIT-CNT
011090               IF WK-UNIT-CODE(WK-UNIT-I) = WK-MAP-UNIT(WK-MAP-I)
011100                 THEN
011110                   MOVE WK-UNIT-I     TO WK-RS-UNIT(WK-RS-HIT)
011120               END-IF
011130           END-PERFORM
011140       END-IF
011150   END-PERFORM.
011160 Z20-FIND-RS-EXIT.
011170   EXIT.
