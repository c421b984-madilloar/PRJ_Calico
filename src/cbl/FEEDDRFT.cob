000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   FEEDDRFT.
000030*--------------------------------------------------------------
000040*- FEED DRIFT REPORT. READS THE NIGHTLY FEED STATISTICS THE
000050*- TRANSACTION INTAKE APPENDS (TEST-MAIN F49FSTA - PER FEED AND
000060*- SOURCE FIELD: RECORDS, BLANKS, NUMERIC-VALID, MIN/MAX/SUM,
000070*- SHORT-CODE DISTINCT COUNT) AND COMPARES TONIGHT'S FIGURES
000080*- FOR EVERY FIELD WITH ITS TRAILING BASELINE - THE LAST
000090*- DRIFT_NIGHTS COLLECTED NIGHTS BEFORE TONIGHT:
000100*-   BLANK  - BLANK RATE, PERCENTAGE POINTS FROM THE BASELINE
000110*-   NUMOK  - NUMERIC-VALID RATE OF THE NON-BLANK VALUES,
000120*-            PERCENTAGE POINTS FROM THE BASELINE
000130*-   AVG    - AVERAGE OF THE NUMERIC VALUES, PERCENT OF THE
000140*-            BASELINE AVERAGE
000150*-   RANGE  - TONIGHT'S MIN/MAX OUTSIDE THE BASELINE'S LOWEST
000160*-            MIN/HIGHEST MAX, WIDENED BY PERCENT OF ITS SPAN
000170*-   DIST   - DISTINCT CODES, PERCENT OF THE BASELINE AVERAGE
000180*- A FIELD MOVING OUTSIDE ITS TOLERANCE GETS A DRIFT LINE IN
000190*- THE REPORT AND AN F15ALRT ALERT - THE UPSTREAM FORMAT OR
000200*- CONTENT CHANGE IS SEEN IN THE DATA ITSELF, NOT DAYS LATER IN
000210*- THE REJECT TREND. A FIELD WITH FEWER THAN DRIFT_MIN_NIGHTS
000220*- BASELINE NIGHTS IS REPORTED BUT NOT JUDGED.
000230*-
000240*- TOLERANCES DEFAULT TO 10 (BLANK, NUMOK) AND 25 (AVG, RANGE,
000250*- DIST). THE OPTIONAL DRIFT_TOLERANCE FILE OVERRIDES THEM, ONE
000260*- LINE EACH ('*' IN COL 1 = COMMENT):
000270*-   1-8   FEED ('*' = EVERY FEED)
000280*-   10-14 SOURCE OFFSET, 16-20 LENGTH (BLANK = EVERY FIELD)
000290*-   22-26 METRIC (BLANK/NUMOK/AVG/RANGE/DIST)
000300*-   28-32 TOLERANCE (5 DIGITS; 99999 = NEVER ALERT)
000310*- EVERY MATCHING LINE APPLIES IN FILE ORDER, SO GENERAL LINES
000320*- GO FIRST AND THE FIELD-SPECIFIC ONES AFTER THEM.
000330*-
000340*- ENV: FEEDSTATS_FILE, DRIFT_DATE (TONIGHT, YYYYMMDD; DEFAULT
000350*-      THE LATEST NIGHT IN THE FILE), DRIFT_NIGHTS (BASELINE,
000360*-      DEFAULT 20, UP TO 60), DRIFT_MIN_NIGHTS (DEFAULT 5),
000370*-      DRIFT_FEED (OPTIONAL FILTER), DRIFT_TOLERANCE,
000380*-      DRIFT_REPORT (132-COLUMN LINES), ALERT_FILE.
000390*- RETURN-CODE: 0=NO DRIFT, 4=DRIFT ALERTED, 12=BAD PARMS OR NO
000400*-              STATISTICS FOR TONIGHT, 16=FATAL I/O.
000410*--------------------------------------------------------------
000420 ENVIRONMENT    DIVISION.
000430 INPUT-OUTPUT               SECTION.
000440 FILE-CONTROL.
000450   SELECT F49FSTA ASSIGN TO WK-FSSNAME
000460   ORGANIZATION LINE SEQUENTIAL
000470   STATUS WK-FSS-FST.
000480   SELECT F50DTOL ASSIGN TO WK-TOLNAME
000490   ORGANIZATION LINE SEQUENTIAL
000500   STATUS WK-TOL-FST.
000510   SELECT F15ALRT ASSIGN TO WK-ALRTNAME
000520   ORGANIZATION LINE SEQUENTIAL
000530   STATUS WK-ALRT-FST.
000540   SELECT F2RPT   ASSIGN TO WK-RPTNAME
000550   ORGANIZATION LINE SEQUENTIAL
000560   STATUS WK-RPT-FST.
000570 DATA DIVISION.
000580 FILE                       SECTION.
000590 FD  F49FSTA.
000600*- SAME LAYOUT TEST-MAIN B61-WRITE-FEED-STATS APPENDS.
000610 01  F49RECORD              SYNC.
000620   03 F49-DATE              PIC X(08).
000630   03 FILLER                PIC X(01).
000640   03 F49-FEED              PIC X(08).
000650   03 FILLER                PIC X(01).
000660   03 F49-OFF               PIC 9(05).
000670   03 FILLER                PIC X(01).
000680   03 F49-LEN               PIC 9(05).
000690   03 FILLER                PIC X(01).
000700   03 F49-RECS              PIC 9(09).
000710   03 FILLER                PIC X(01).
000720   03 F49-BLANK             PIC 9(09).
000730   03 FILLER                PIC X(01).
000740   03 F49-NUMOK             PIC 9(09).
000750   03 FILLER                PIC X(01).
000760   03 F49-MIN               PIC X(17).
000770   03 FILLER                PIC X(01).
000780   03 F49-MAX               PIC X(17).
000790   03 FILLER                PIC X(01).
000800   03 F49-SUM               PIC X(21).
000810   03 FILLER                PIC X(01).
000820   03 F49-DCNT              PIC 9(03).
000830   03 F49-DOVR              PIC X(01).
000840 FD  F50DTOL.
000850 01  F50RECORD              SYNC.
000860   03 F50-FEED              PIC X(08).
000870   03 FILLER                PIC X(01).
000880   03 F50-OFF               PIC X(05).
000890   03 FILLER                PIC X(01).
000900   03 F50-LEN               PIC X(05).
000910   03 FILLER                PIC X(01).
000920   03 F50-METRIC            PIC X(05).
000930   03 FILLER                PIC X(01).
000940   03 F50-TOL               PIC X(05).
000950   03 FILLER                PIC X(48).
000960 FD  F15ALRT.
000970 01  F15RECORD              PIC X(100).
000980 FD  F2RPT.
000990 01  F2LINE                 PIC X(132).
001000 WORKING-STORAGE SECTION.
001010 01  WK-FILES               SYNC.
001020   03 WK-FSSNAME            PIC X(100).
001030   03 WK-FSS-FST            PIC X(02).
001040   03 WK-TOLNAME            PIC X(100).
001050   03 WK-TOL-FST            PIC X(02).
001060   03 WK-ALRTNAME           PIC X(100).
001070   03 WK-ALRT-FST           PIC X(02).
001080   03 WK-RPTNAME            PIC X(100).
001090   03 WK-RPT-FST            PIC X(02).
001100 01  WK-PRM                 SYNC.
001110   03 WK-TONIGHT            PIC X(08).
001120   03 WK-FEEDFILT           PIC X(08).
001130   03 WK-NIGHTS-X           PIC X(02).
001140   03 WK-NIGHTS             PIC 9(02) VALUE 20.
001150   03 WK-MINN-X             PIC X(02).
001160   03 WK-MINN               PIC 9(02) VALUE 5.
001170*--------------------------------------------------------------
001180*- DEFAULT TOLERANCES, IN THE METRIC ORDER BLANK, NUMOK, AVG,
001190*- RANGE, DIST (WK-MET-NAME GIVES THE NAMES).
001200*--------------------------------------------------------------
001210 01  WK-METRICS.
001220   03 FILLER                PIC X(05) VALUE 'BLANK'.
001230   03 FILLER                PIC X(05) VALUE 'NUMOK'.
001240   03 FILLER                PIC X(05) VALUE 'AVG  '.
001250   03 FILLER                PIC X(05) VALUE 'RANGE'.
001260   03 FILLER                PIC X(05) VALUE 'DIST '.
001270 01  WK-METRIC-TBL          REDEFINES WK-METRICS.
001280   03 WK-MET-NAME           OCCURS 5 TIMES PIC X(05).
001290 01  WK-DEFTOL.
001300   03 FILLER                PIC 9(05) VALUE 10.
001310   03 FILLER                PIC 9(05) VALUE 10.
001320   03 FILLER                PIC 9(05) VALUE 25.
001330   03 FILLER                PIC 9(05) VALUE 25.
001340   03 FILLER                PIC 9(05) VALUE 25.
001350 01  WK-DEFTOL-TBL          REDEFINES WK-DEFTOL.
001360   03 WK-DEF-TOL            OCCURS 5 TIMES PIC 9(05).
001370*--------------------------------------------------------------
001380*- ONE NIGHT'S FIGURES FOR A FIELD. THE SAME LAYOUT SERVES THE
001390*- NIGHT BEING GATHERED (CUR), TONIGHT (TON), EACH BASELINE
001400*- NIGHT (RNG) AND THE ACCUMULATOR (WK-ACC), SO A NIGHT MOVES
001410*- BETWEEN THEM AS A GROUP.
001420*--------------------------------------------------------------
001430 01  WK-ACC.
001440   03 WK-ACC-RECS           PIC 9(09) COMP.
001450   03 WK-ACC-BLANK          PIC 9(09) COMP.
001460   03 WK-ACC-NUMOK          PIC 9(09) COMP.
001470   03 WK-ACC-MIN            PIC S9(11)V9(4) COMP-3.
001480   03 WK-ACC-MAX            PIC S9(11)V9(4) COMP-3.
001490   03 WK-ACC-SUM            PIC S9(15)V9(4) COMP-3.
001500   03 WK-ACC-DCNT           PIC 9(03).
001510   03 WK-ACC-DOVR           PIC X(01).
001520*--------------------------------------------------------------
001530*- ONE ENTRY PER FEED AND SOURCE FIELD. THE BASELINE RING KEEPS
001540*- THE LAST DRIFT_NIGHTS NIGHTS BEFORE TONIGHT, THE OLDEST
001550*- OVERWRITTEN, SO ONE PASS OVER A HISTORY OF ANY LENGTH KEEPS
001560*- EXACTLY THE TRAILING WINDOW.
001570*--------------------------------------------------------------
001580 01  WK-FLDS                SYNC.
001590   03 WK-FLD-CNT            PIC 9(03) VALUE ZERO.
001600   03 WK-FLD-LOST           PIC 9(05) VALUE ZERO.
001610   03 WK-FLD-I              PIC 9(03).
001620   03 WK-FLD-HIT            PIC 9(03).
001630   03 WK-FLD-TBL            OCCURS 200 TIMES.
001640     05 WK-FLD-FEED         PIC X(08).
001650     05 WK-FLD-OFF          PIC 9(05).
001660     05 WK-FLD-LEN          PIC 9(05).
001670     05 WK-FLD-CURDT        PIC X(08).
001680     05 WK-FLD-TONSEEN      PIC 9(01).
001690     05 WK-FLD-RCNT         PIC 9(02).
001700     05 WK-FLD-RIDX         PIC 9(02).
001710     05 WK-FLD-TOL          OCCURS 5 TIMES PIC 9(05).
001720     05 WK-FLD-CUR.
001730       07 FILLER            PIC X(42).
001740     05 WK-FLD-TON.
001750       07 FILLER            PIC X(42).
001760     05 WK-FLD-RNG          OCCURS 60 TIMES.
001770       07 FILLER            PIC X(42).
001780*--------------------------------------------------------------
001790*- FIGURES OF THE FIELD BEING JUDGED: TONIGHT (T-) AGAINST THE
001800*- BASELINE (B-). RATES ARE PERCENT.
001810*--------------------------------------------------------------
001820 01  WK-JUDGE               SYNC.
001830   03 WK-R                  PIC 9(02).
001840   03 WK-M                  PIC 9(01).
001850   03 WK-BNIGHTS            PIC 9(02).
001860   03 WK-BNUMN              PIC 9(02).
001870   03 WK-BDISTN             PIC 9(02).
001880   03 WK-T-BLANK            PIC 9(03)V9(02).
001890   03 WK-T-NUMOK            PIC 9(03)V9(02).
001900   03 WK-T-AVG              PIC S9(11)V9(04).
001910   03 WK-T-DIST             PIC 9(03).
001920   03 WK-B-BLANK            PIC 9(05)V9(02).
001930   03 WK-B-NUMOK            PIC 9(05)V9(02).
001940   03 WK-B-NUMOKN           PIC 9(02).
001950   03 WK-B-AVG              PIC S9(13)V9(04).
001960   03 WK-B-MIN              PIC S9(11)V9(04).
001970   03 WK-B-MAX              PIC S9(11)V9(04).
001980   03 WK-B-DIST             PIC 9(05)V9(02).
001990   03 WK-B-DOVR             PIC 9(01).
002000   03 WK-WORK               PIC S9(13)V9(04).
002010   03 WK-MARGIN             PIC S9(13)V9(04).
002020   03 WK-DIFF               PIC S9(13)V9(04).
002030   03 WK-RATE               PIC 9(03)V9(02).
002040   03 WK-DRIFT              PIC 9(01).
002050   03 WK-DRIFT-MET          PIC X(05).
002060   03 WK-DRIFT-T            PIC X(17).
002070   03 WK-DRIFT-B            PIC X(17).
002072*- THE FIELD'S DRIFT LINES, PRINTED UNDER ITS FIGURES (AT MOST
002074*- ONE PER METRIC, TWO FOR RANGE).
002076   03 WK-DL-CNT             PIC 9(01).
002078   03 WK-DL-LINE            OCCURS 6 TIMES PIC X(100).
002080 01  WK-TOTALS              SYNC.
002090   03 WK-LINES              PIC 9(07) VALUE ZERO.
002100   03 WK-TON-FLDS           PIC 9(03) VALUE ZERO.
002110   03 WK-JUDGED             PIC 9(03) VALUE ZERO.
002120   03 WK-SHORT              PIC 9(03) VALUE ZERO.
002130   03 WK-ABSENT             PIC 9(03) VALUE ZERO.
002140   03 WK-DRIFTS             PIC 9(05) VALUE ZERO.
002150   03 WK-TOLLINES           PIC 9(05) VALUE ZERO.
002160 01  WK-EDIT                SYNC.
002170   03 WK-ED-RATE            PIC ZZ9.99.
002180   03 WK-ED-NUM             PIC -(11)9.99.
002190   03 WK-ED-N               PIC Z(8)9.
002200   03 WK-ED-NN              PIC Z9.
002210   03 WK-LINE               PIC X(132).
002220 PROCEDURE DIVISION.
002230 A00-MAIN SECTION.
002240*--------------------------------------------------------------
002250*- PARMS, TONIGHT'S DATE, ONE PASS OVER THE STATISTICS, THE
002260*- TOLERANCES, THEN EVERY FIELD JUDGED AND PRINTED.
002270*--------------------------------------------------------------
002280 A00-010.
002290   MOVE SPACE         TO WK-FSSNAME.
002300   ACCEPT WK-FSSNAME  FROM ENVIRONMENT 'FEEDSTATS_FILE'.
002310   IF WK-FSSNAME = SPACE
002320     MOVE '../data/pcheckfstat.txt' TO WK-FSSNAME
002330   END-IF.
002340   MOVE SPACE         TO WK-TONIGHT.
002350   ACCEPT WK-TONIGHT  FROM ENVIRONMENT 'DRIFT_DATE'.
002360   IF WK-TONIGHT NOT = SPACE AND WK-TONIGHT NOT NUMERIC
002370     THEN
002380       DISPLAY 'FEEDDRFT:BAD DRIFT_DATE (YYYYMMDD).'
002390       MOVE 12            TO RETURN-CODE
002400       GOBACK
002410   END-IF.
002420   MOVE SPACE         TO WK-NIGHTS-X.
002430   ACCEPT WK-NIGHTS-X FROM ENVIRONMENT 'DRIFT_NIGHTS'.
002440   IF WK-NIGHTS-X NOT = SPACE
002450     THEN
002460       IF WK-NIGHTS-X NUMERIC AND WK-NIGHTS-X NOT = '00'
002470        AND WK-NIGHTS-X NOT > '60'
002480         THEN
002490           MOVE WK-NIGHTS-X   TO WK-NIGHTS
002500         ELSE
002510           DISPLAY 'FEEDDRFT:BAD DRIFT_NIGHTS (01-60).'
002520           MOVE 12            TO RETURN-CODE
002530           GOBACK
002540       END-IF
002550   END-IF.
002560   MOVE SPACE         TO WK-MINN-X.
002570   ACCEPT WK-MINN-X   FROM ENVIRONMENT 'DRIFT_MIN_NIGHTS'.
002580   IF WK-MINN-X NOT = SPACE
002590     THEN
002600       IF WK-MINN-X NUMERIC AND WK-MINN-X NOT = '00'
002610         THEN
002620           MOVE WK-MINN-X     TO WK-MINN
002630         ELSE
002640           DISPLAY 'FEEDDRFT:BAD DRIFT_MIN_NIGHTS (01-99).'
002650           MOVE 12            TO RETURN-CODE
002660           GOBACK
002670       END-IF
002680   END-IF.
002690   IF WK-MINN > WK-NIGHTS
002700     THEN
002710       MOVE WK-NIGHTS     TO WK-MINN
002720   END-IF.
002730   MOVE SPACE         TO WK-FEEDFILT.
002740   ACCEPT WK-FEEDFILT FROM ENVIRONMENT 'DRIFT_FEED'.
002750   MOVE SPACE         TO WK-TOLNAME.
002760   ACCEPT WK-TOLNAME  FROM ENVIRONMENT 'DRIFT_TOLERANCE'.
002770   MOVE SPACE         TO WK-ALRTNAME.
002780   ACCEPT WK-ALRTNAME FROM ENVIRONMENT 'ALERT_FILE'.
002790   IF WK-ALRTNAME = SPACE
002800     MOVE '../data/pcheckalert.txt' TO WK-ALRTNAME
002810   END-IF.
002820   MOVE SPACE         TO WK-RPTNAME.
002830   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'DRIFT_REPORT'.
002840   IF WK-RPTNAME = SPACE
002850     MOVE '../data/pcheckdrift.txt' TO WK-RPTNAME
002860   END-IF.
002870   IF WK-TONIGHT = SPACE
002880     THEN
002890       PERFORM B05-FIND-TONIGHT
002900       IF RETURN-CODE NOT = ZERO
002910         THEN
002920           GOBACK
002930       END-IF
002940   END-IF.
002950   PERFORM B10-READ-STATS.
002960   IF RETURN-CODE NOT = ZERO
002970     THEN
002980       GOBACK
002990   END-IF.
003000   PERFORM B20-LOAD-TOLERANCES.
003010   IF RETURN-CODE NOT = ZERO
003020     THEN
003030       GOBACK
003040   END-IF.
003050   OPEN OUTPUT F2RPT.
003060   IF WK-RPT-FST NOT = '00'
003070     THEN
003080       DISPLAY 'FEEDDRFT:REPORT OPEN ERROR STATUS=' WK-RPT-FST
003090       MOVE 16            TO RETURN-CODE
003100       GOBACK
003110   END-IF.
003120   PERFORM C00-PRINT-HEADING.
003130   PERFORM VARYING WK-FLD-I FROM 1 BY 1
003140     UNTIL WK-FLD-I > WK-FLD-CNT
003150       PERFORM C10-JUDGE-FIELD
003160   END-PERFORM.
003170   PERFORM C90-PRINT-TOTALS.
003180   CLOSE F2RPT.
003190   DISPLAY '===================================='.
003200   DISPLAY 'FEEDDRFT:TONIGHT=' WK-TONIGHT
003210           ' FIELDS=' WK-TON-FLDS ' JUDGED=' WK-JUDGED
003220           ' DRIFTS=' WK-DRIFTS.
003230   DISPLAY 'FEEDDRFT:REPORT=' WK-RPTNAME.
003240   DISPLAY '===================================='.
003250   IF WK-TON-FLDS = ZERO
003260     THEN
003270       DISPLAY 'FEEDDRFT:NO STATISTICS FOR ' WK-TONIGHT '.'
003280       MOVE 12            TO RETURN-CODE
003290       GOBACK
003300   END-IF.
003310   IF WK-DRIFTS > ZERO
003320     THEN
003330       MOVE 4             TO RETURN-CODE
003340     ELSE
003350       MOVE ZERO          TO RETURN-CODE
003360   END-IF.
003370   GOBACK.
003380 B05-FIND-TONIGHT SECTION.
003390*--------------------------------------------------------------
003400*- NO DRIFT_DATE: TONIGHT IS THE LATEST NIGHT ON THE FILE.
003410*--------------------------------------------------------------
003420 B05-010.
003430   OPEN INPUT F49FSTA.
003440   IF WK-FSS-FST NOT = '00'
003450     THEN
003460       DISPLAY 'FEEDDRFT:STATISTICS FILE OPEN ERROR STATUS='
003470               WK-FSS-FST
003480       MOVE 16            TO RETURN-CODE
003490       GO TO B05-FIND-TONIGHT-EXIT
003500   END-IF.
003510   PERFORM UNTIL WK-FSS-FST NOT = '00'
003520     READ F49FSTA
003530       AT END
003540         CONTINUE
003550       NOT AT END
003560         IF F49-DATE NUMERIC AND F49-DATE > WK-TONIGHT
003570           THEN
003580             MOVE F49-DATE      TO WK-TONIGHT
003590         END-IF
003600     END-READ
003610   END-PERFORM.
003620   CLOSE F49FSTA.
003630   IF WK-TONIGHT = SPACE
003640     THEN
003650       DISPLAY 'FEEDDRFT:STATISTICS FILE IS EMPTY.'
003660       MOVE 12            TO RETURN-CODE
003670   END-IF.
003680 B05-FIND-TONIGHT-EXIT.
003690   EXIT.
003700 B10-READ-STATS SECTION.
003710*--------------------------------------------------------------
003720*- EVERY LINE UP TO TONIGHT: TONIGHT'S LINES ADD INTO THE
003730*- FIELD'S TON FIGURES; EARLIER LINES ADD INTO THE NIGHT BEING
003740*- GATHERED, WHICH GOES INTO THE BASELINE RING WHEN THE FIELD'S
003750*- NEXT NIGHT BEGINS (THE FILE IS APPENDED IN RUN ORDER).
003760*--------------------------------------------------------------
003770 B10-010.
003780   OPEN INPUT F49FSTA.
003790   IF WK-FSS-FST NOT = '00'
003800     THEN
003810       DISPLAY 'FEEDDRFT:STATISTICS FILE OPEN ERROR STATUS='
003820               WK-FSS-FST
003830       MOVE 16            TO RETURN-CODE
003840       GO TO B10-READ-STATS-EXIT
003850   END-IF.
003860   PERFORM UNTIL WK-FSS-FST NOT = '00'
003870     READ F49FSTA
003880       AT END
003890         CONTINUE
003900       NOT AT END
003910         ADD 1              TO WK-LINES
003920         PERFORM B11-ONE-LINE
003930     END-READ
003940   END-PERFORM.
003950   CLOSE F49FSTA.
003960   PERFORM VARYING WK-FLD-I FROM 1 BY 1
003970     UNTIL WK-FLD-I > WK-FLD-CNT
003980       IF WK-FLD-CURDT(WK-FLD-I) NOT = SPACE
003990         THEN
004000           PERFORM B13-PUSH-NIGHT
004010       END-IF
004020   END-PERFORM.
004030 B10-READ-STATS-EXIT.
004040   EXIT.
004050 B11-ONE-LINE SECTION.
004060 B11-010.
004070   IF F49-DATE NOT NUMERIC OR F49-DATE > WK-TONIGHT
004080    OR F49-RECS NOT NUMERIC
004090     THEN
004100       GO TO B11-ONE-LINE-EXIT
004110   END-IF.
004120   IF WK-FEEDFILT NOT = SPACE AND F49-FEED NOT = WK-FEEDFILT
004130     THEN
004140       GO TO B11-ONE-LINE-EXIT
004150   END-IF.
004160   MOVE ZERO          TO WK-FLD-HIT.
004170   PERFORM VARYING WK-FLD-I FROM 1 BY 1
004180     UNTIL WK-FLD-I > WK-FLD-CNT OR WK-FLD-HIT > ZERO
004190       IF WK-FLD-FEED(WK-FLD-I) = F49-FEED
004200        AND WK-FLD-OFF(WK-FLD-I) = F49-OFF
004210        AND WK-FLD-LEN(WK-FLD-I) = F49-LEN
004220         THEN
004230           MOVE WK-FLD-I      TO WK-FLD-HIT
004240       END-IF
004250   END-PERFORM.
004260   IF WK-FLD-HIT = ZERO
004270     THEN
004280       IF WK-FLD-CNT NOT < 200
004290         THEN
004300           ADD 1              TO WK-FLD-LOST
004310           GO TO B11-ONE-LINE-EXIT
004320       END-IF
004330       ADD 1              TO WK-FLD-CNT
004340       MOVE WK-FLD-CNT    TO WK-FLD-HIT
004350       MOVE F49-FEED      TO WK-FLD-FEED(WK-FLD-HIT)
004360       MOVE F49-OFF       TO WK-FLD-OFF(WK-FLD-HIT)
004370       MOVE F49-LEN       TO WK-FLD-LEN(WK-FLD-HIT)
004380       MOVE SPACE         TO WK-FLD-CURDT(WK-FLD-HIT)
004390       MOVE ZERO          TO WK-FLD-TONSEEN(WK-FLD-HIT)
004400       MOVE ZERO          TO WK-FLD-RCNT(WK-FLD-HIT)
004410       MOVE ZERO          TO WK-FLD-RIDX(WK-FLD-HIT)
004420       PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > 5
004430         MOVE WK-DEF-TOL(WK-M) TO WK-FLD-TOL(WK-FLD-HIT WK-M)
004440       END-PERFORM
004450   END-IF.
004460   MOVE WK-FLD-HIT    TO WK-FLD-I.
004470   IF F49-DATE = WK-TONIGHT
004480     THEN
004490       IF WK-FLD-TONSEEN(WK-FLD-I) = ZERO
004500         THEN
004510           PERFORM Z50-CLEAR-ACC
004520           MOVE 1             TO WK-FLD-TONSEEN(WK-FLD-I)
004530         ELSE
004540           MOVE WK-FLD-TON(WK-FLD-I) TO WK-ACC
004550       END-IF
004560       PERFORM B12-ADD-LINE
004570       MOVE WK-ACC        TO WK-FLD-TON(WK-FLD-I)
004580       GO TO B11-ONE-LINE-EXIT
004590   END-IF.
004600   IF F49-DATE NOT = WK-FLD-CURDT(WK-FLD-I)
004610     THEN
004620       IF WK-FLD-CURDT(WK-FLD-I) NOT = SPACE
004630         THEN
004640           PERFORM B13-PUSH-NIGHT
004650       END-IF
004660       MOVE F49-DATE      TO WK-FLD-CURDT(WK-FLD-I)
004670       PERFORM Z50-CLEAR-ACC
004680     ELSE
004690       MOVE WK-FLD-CUR(WK-FLD-I) TO WK-ACC
004700   END-IF.
004710   PERFORM B12-ADD-LINE.
004720   MOVE WK-ACC        TO WK-FLD-CUR(WK-FLD-I).
004730 B11-ONE-LINE-EXIT.
004740   EXIT.
004750 B12-ADD-LINE SECTION.
004760*--------------------------------------------------------------
004770*- ADD ONE F49 LINE (ONE FILE OF THE FEED) INTO WK-ACC. THE
004780*- DISTINCT COUNT OF A NIGHT OF SEVERAL FILES IS THE LARGEST
004790*- FILE'S - THE FILES' VALUE LISTS ARE NOT KEPT.
004800*--------------------------------------------------------------
004810 B12-010.
004820   IF F49-NUMOK NUMERIC AND F49-NUMOK > ZERO
004830     THEN
004840       COMPUTE WK-WORK = FUNCTION NUMVAL(F49-MIN)
004850       IF WK-ACC-NUMOK = ZERO OR WK-WORK < WK-ACC-MIN
004860         THEN
004870           MOVE WK-WORK       TO WK-ACC-MIN
004880       END-IF
004890       COMPUTE WK-WORK = FUNCTION NUMVAL(F49-MAX)
004900       IF WK-ACC-NUMOK = ZERO OR WK-WORK > WK-ACC-MAX
004910         THEN
004920           MOVE WK-WORK       TO WK-ACC-MAX
004930       END-IF
004940       COMPUTE WK-WORK = FUNCTION NUMVAL(F49-SUM)
004950       ADD WK-WORK        TO WK-ACC-SUM
004960       ADD F49-NUMOK      TO WK-ACC-NUMOK
004970   END-IF.
004980   ADD F49-RECS       TO WK-ACC-RECS.
004990   IF F49-BLANK NUMERIC
005000     THEN
005010       ADD F49-BLANK      TO WK-ACC-BLANK
005020   END-IF.
005030   IF F49-DOVR = '-'
005040     THEN
005050       MOVE '-'           TO WK-ACC-DOVR
005060       GO TO B12-ADD-LINE-EXIT
005070   END-IF.
005080   IF F49-DOVR = '+'
005090     THEN
005100       MOVE '+'           TO WK-ACC-DOVR
005110   END-IF.
005120   IF F49-DCNT NUMERIC AND F49-DCNT > WK-ACC-DCNT
005130     THEN
005140       MOVE F49-DCNT      TO WK-ACC-DCNT
005150   END-IF.
005160 B12-ADD-LINE-EXIT.
005170   EXIT.
005180 B13-PUSH-NIGHT SECTION.
005190*--------------------------------------------------------------
005200*- THE GATHERED NIGHT OF FIELD WK-FLD-I INTO ITS BASELINE RING.
005210*--------------------------------------------------------------
005220 B13-010.
005230   ADD 1              TO WK-FLD-RIDX(WK-FLD-I).
005240   IF WK-FLD-RIDX(WK-FLD-I) > WK-NIGHTS
005250     THEN
005260       MOVE 1             TO WK-FLD-RIDX(WK-FLD-I)
005270   END-IF.
005280   MOVE WK-FLD-CUR(WK-FLD-I)
005290     TO WK-FLD-RNG(WK-FLD-I WK-FLD-RIDX(WK-FLD-I)).
005300   IF WK-FLD-RCNT(WK-FLD-I) < WK-NIGHTS
005310     THEN
005320       ADD 1              TO WK-FLD-RCNT(WK-FLD-I)
005330   END-IF.
005340   MOVE SPACE         TO WK-FLD-CURDT(WK-FLD-I).
005350 B13-PUSH-NIGHT-EXIT.
005360   EXIT.
005370 B20-LOAD-TOLERANCES SECTION.
005380*--------------------------------------------------------------
005390*- APPLY EVERY DRIFT_TOLERANCE LINE, IN ORDER, TO THE FIELDS IT
005400*- MATCHES. AN UNKNOWN METRIC OR A NON-NUMERIC TOLERANCE IS A
005410*- BAD PARM - A SILENTLY IGNORED OVERRIDE WOULD ALERT (OR NOT)
005420*- AGAINST THE DESK'S INTENT.
005430*--------------------------------------------------------------
005440 B20-010.
005450   IF WK-TOLNAME = SPACE
005460     THEN
005470       GO TO B20-LOAD-TOLERANCES-EXIT
005480   END-IF.
005490   OPEN INPUT F50DTOL.
005500   IF WK-TOL-FST NOT = '00'
005510     THEN
005520       DISPLAY 'FEEDDRFT:TOLERANCE FILE OPEN ERROR STATUS='
005530               WK-TOL-FST
005540       MOVE 16            TO RETURN-CODE
005550       GO TO B20-LOAD-TOLERANCES-EXIT
005560   END-IF.
005570   PERFORM UNTIL WK-TOL-FST NOT = '00'
005580     READ F50DTOL
005590       AT END
005600         CONTINUE
005610       NOT AT END
005620         IF F50RECORD(1:1) NOT = '*' AND F50RECORD NOT = SPACE
005630           THEN
005640             PERFORM B21-ONE-TOLERANCE
005650         END-IF
005660     END-READ
005670   END-PERFORM.
005680   CLOSE F50DTOL.
005690 B20-LOAD-TOLERANCES-EXIT.
005700   EXIT.
005710 B21-ONE-TOLERANCE SECTION.
005720 B21-010.
005730   MOVE ZERO          TO WK-M.
005740   PERFORM VARYING WK-R FROM 1 BY 1 UNTIL WK-R > 5
005750     IF F50-METRIC = WK-MET-NAME(WK-R)
005760       THEN
005770         MOVE WK-R          TO WK-M
005780     END-IF
005790   END-PERFORM.
005800   IF WK-M = ZERO OR F50-TOL NOT NUMERIC
005810    OR (F50-OFF NOT = SPACE AND F50-OFF NOT NUMERIC)
005820    OR (F50-LEN NOT = SPACE AND F50-LEN NOT NUMERIC)
005830     THEN
005840       DISPLAY 'FEEDDRFT:BAD TOLERANCE LINE: ' F50RECORD(1:32)
005850       MOVE 12            TO RETURN-CODE
005860       GO TO B21-ONE-TOLERANCE-EXIT
005870   END-IF.
005880   ADD 1              TO WK-TOLLINES.
005890   PERFORM VARYING WK-FLD-I FROM 1 BY 1
005900     UNTIL WK-FLD-I > WK-FLD-CNT
005910       IF (F50-FEED = '*' OR F50-FEED = WK-FLD-FEED(WK-FLD-I))
005920        AND (F50-OFF = SPACE
005930          OR F50-OFF = WK-FLD-OFF(WK-FLD-I))
005940        AND (F50-LEN = SPACE
005950          OR F50-LEN = WK-FLD-LEN(WK-FLD-I))
005960         THEN
005970           MOVE F50-TOL       TO WK-FLD-TOL(WK-FLD-I WK-M)
005980       END-IF
005990   END-PERFORM.
006000 B21-ONE-TOLERANCE-EXIT.
006010   EXIT.
006020 C00-PRINT-HEADING SECTION.
006030 C00-010.
006040   MOVE SPACE         TO WK-LINE.
006050   MOVE WK-NIGHTS     TO WK-ED-NN.
006060   STRING 'FEED DRIFT REPORT  TONIGHT ' WK-TONIGHT
006070          '  BASELINE: LAST ' WK-ED-NN ' NIGHTS'
006080                      DELIMITED BY SIZE
006090                      INTO WK-LINE(3:80).
006100   PERFORM Z10-PUT-LINE.
006110   MOVE WK-MINN       TO WK-ED-NN.
006120   STRING 'FIELDS WITH FEWER THAN ' WK-ED-NN
006130          ' BASELINE NIGHTS ARE NOT JUDGED.'
006140                      DELIMITED BY SIZE
006150                      INTO WK-LINE(3:80).
006160   PERFORM Z10-PUT-LINE.
006170   IF WK-FEEDFILT NOT = SPACE
006180     THEN
006190       STRING 'FEED ' WK-FEEDFILT ' ONLY.'
006200                      DELIMITED BY SIZE
006210                      INTO WK-LINE(3:30)
006220       PERFORM Z10-PUT-LINE
006230   END-IF.
006240   PERFORM Z20-PUT-BLANK.
006250   MOVE 'FEED     FIELD        NIGHTS  BLANK%  BASE%  NUMOK%'
006260                      TO WK-LINE(3:52).
006270   MOVE ' BASE%              AVG         BASE AVG  DIST BASE'
006280                      TO WK-LINE(55:51).
006290   MOVE 'RESULT'      TO WK-LINE(108:6).
006300   PERFORM Z10-PUT-LINE.
006310 C00-PRINT-HEADING-EXIT.
006320   EXIT.
006330 C10-JUDGE-FIELD SECTION.
006340*--------------------------------------------------------------
006350*- ONE FIELD: BUILD THE BASELINE FROM ITS RING, PRINT TONIGHT
006360*- AGAINST IT, AND ALERT EACH METRIC OUTSIDE ITS TOLERANCE.
006370*--------------------------------------------------------------
006380 C10-010.
006390   MOVE SPACE         TO WK-LINE.
006400   MOVE WK-FLD-FEED(WK-FLD-I) TO WK-LINE(3:8).
006410   MOVE WK-FLD-OFF(WK-FLD-I)  TO WK-LINE(12:5).
006420   MOVE '/'           TO WK-LINE(17:1).
006430   MOVE WK-FLD-LEN(WK-FLD-I)  TO WK-LINE(18:5).
006440   MOVE WK-FLD-RCNT(WK-FLD-I) TO WK-ED-NN.
006450   MOVE WK-ED-NN      TO WK-LINE(28:2).
006460   IF WK-FLD-TONSEEN(WK-FLD-I) = ZERO
006470     THEN
006480       ADD 1              TO WK-ABSENT
006490       MOVE 'NO DATA TONIGHT' TO WK-LINE(108:15)
006500       PERFORM Z10-PUT-LINE
006510       GO TO C10-JUDGE-FIELD-EXIT
006520   END-IF.
006530   ADD 1              TO WK-TON-FLDS.
006540   MOVE WK-FLD-TON(WK-FLD-I) TO WK-ACC.
006550   PERFORM C20-TONIGHT-FIGURES.
006560   PERFORM C30-BASELINE-FIGURES.
006570   MOVE WK-T-BLANK    TO WK-ED-RATE.
006580   MOVE WK-ED-RATE    TO WK-LINE(34:6).
006590   MOVE WK-T-NUMOK    TO WK-ED-RATE.
006600   MOVE WK-ED-RATE    TO WK-LINE(50:6).
006610   IF WK-ACC-NUMOK > ZERO
006620     THEN
006630       MOVE WK-T-AVG      TO WK-ED-NUM
006640       MOVE WK-ED-NUM     TO WK-LINE(64:15)
006650   END-IF.
006660   IF WK-ACC-DOVR NOT = '-'
006670     THEN
006680       MOVE WK-T-DIST     TO WK-LINE(97:3)
006690       IF WK-ACC-DOVR = '+'
006700         THEN
006710           MOVE '+'           TO WK-LINE(100:1)
006720       END-IF
006730   END-IF.
006740   IF WK-BNIGHTS > ZERO
006750     THEN
006760       MOVE WK-B-BLANK    TO WK-RATE
006770       MOVE WK-RATE       TO WK-ED-RATE
006780       MOVE WK-ED-RATE    TO WK-LINE(42:6)
006790       IF WK-B-NUMOKN > ZERO
006800         THEN
006810           MOVE WK-B-NUMOK    TO WK-RATE
006820           MOVE WK-RATE       TO WK-ED-RATE
006830           MOVE WK-ED-RATE    TO WK-LINE(57:6)
006840       END-IF
006850       IF WK-BNUMN > ZERO
006860         THEN
006870           MOVE WK-B-AVG      TO WK-ED-NUM
006880           MOVE WK-ED-NUM     TO WK-LINE(80:15)
006890       END-IF
006900       IF WK-BDISTN > ZERO
006910         THEN
006920           MOVE WK-B-DIST     TO WK-ED-N
006930           MOVE WK-ED-N(7:3)  TO WK-LINE(102:3)
006940       END-IF
006950   END-IF.
006960   IF WK-BNIGHTS < WK-MINN
006970     THEN
006980       ADD 1              TO WK-SHORT
006990       MOVE 'NOT JUDGED'  TO WK-LINE(108:10)
007000       PERFORM Z10-PUT-LINE
007010       GO TO C10-JUDGE-FIELD-EXIT
007020   END-IF.
007023   ADD 1              TO WK-JUDGED.
007026   MOVE ZERO          TO WK-DL-CNT.
007029   PERFORM C40-CHECK-METRICS.
007032   IF WK-DL-CNT = ZERO
007035     THEN
007038       MOVE 'OK'          TO WK-LINE(108:2)
007041     ELSE
007044       MOVE 'DRIFT'       TO WK-LINE(108:5)
007047   END-IF.
007050   PERFORM Z10-PUT-LINE.
007053   PERFORM VARYING WK-R FROM 1 BY 1 UNTIL WK-R > WK-DL-CNT
007056     MOVE WK-DL-LINE(WK-R) TO WK-LINE(12:100)
007059     PERFORM Z10-PUT-LINE
007062   END-PERFORM.
007070 C10-JUDGE-FIELD-EXIT.
007080   EXIT.
007090 C20-TONIGHT-FIGURES SECTION.
007100 C20-010.
007110   MOVE ZERO          TO WK-T-BLANK.
007120   MOVE ZERO          TO WK-T-NUMOK.
007130   MOVE ZERO          TO WK-T-AVG.
007140   IF WK-ACC-RECS > ZERO
007150     THEN
007160       COMPUTE WK-T-BLANK ROUNDED =
007170         WK-ACC-BLANK * 100 / WK-ACC-RECS
007180   END-IF.
007190   IF WK-ACC-RECS > WK-ACC-BLANK
007200     THEN
007210       COMPUTE WK-T-NUMOK ROUNDED =
007220         WK-ACC-NUMOK * 100 / (WK-ACC-RECS - WK-ACC-BLANK)
007230   END-IF.
007240   IF WK-ACC-NUMOK > ZERO
007250     THEN
007260       COMPUTE WK-T-AVG ROUNDED = WK-ACC-SUM / WK-ACC-NUMOK
007270   END-IF.
007280   MOVE WK-ACC-DCNT   TO WK-T-DIST.
007290 C20-TONIGHT-FIGURES-EXIT.
007300   EXIT.
007310 C30-BASELINE-FIGURES SECTION.
007320*--------------------------------------------------------------
007330*- THE BASELINE: MEAN NIGHTLY RATES, MEAN NIGHTLY AVERAGE AND
007340*- DISTINCT COUNT, LOWEST MIN AND HIGHEST MAX. NIGHTS WITH NO
007350*- RECORDS (OR NO NUMERIC VALUES) DO NOT COUNT TOWARDS THE
007360*- FIGURES THEY CANNOT SUPPLY. WK-ACC IS LEFT AS TONIGHT.
007370*--------------------------------------------------------------
007380 C30-010.
007390   MOVE ZERO          TO WK-BNIGHTS.
007400   MOVE ZERO          TO WK-BNUMN.
007410   MOVE ZERO          TO WK-BDISTN.
007420   MOVE ZERO          TO WK-B-NUMOKN.
007430   MOVE ZERO          TO WK-B-BLANK.
007440   MOVE ZERO          TO WK-B-NUMOK.
007450   MOVE ZERO          TO WK-B-AVG.
007460   MOVE ZERO          TO WK-B-MIN.
007470   MOVE ZERO          TO WK-B-MAX.
007480   MOVE ZERO          TO WK-B-DIST.
007490   MOVE ZERO          TO WK-B-DOVR.
007500   PERFORM VARYING WK-R FROM 1 BY 1
007510     UNTIL WK-R > WK-FLD-RCNT(WK-FLD-I)
007520       MOVE WK-FLD-RNG(WK-FLD-I WK-R) TO WK-ACC
007530       PERFORM C31-ADD-BASE-NIGHT
007540   END-PERFORM.
007550   IF WK-BNIGHTS > ZERO
007560     THEN
007570       COMPUTE WK-B-BLANK ROUNDED = WK-B-BLANK / WK-BNIGHTS
007580   END-IF.
007590   IF WK-B-NUMOKN > ZERO
007600     THEN
007610       COMPUTE WK-B-NUMOK ROUNDED = WK-B-NUMOK / WK-B-NUMOKN
007620   END-IF.
007630   IF WK-BNUMN > ZERO
007640     THEN
007650       COMPUTE WK-B-AVG ROUNDED = WK-B-AVG / WK-BNUMN
007660   END-IF.
007670   IF WK-BDISTN > ZERO
007680     THEN
007690       COMPUTE WK-B-DIST ROUNDED = WK-B-DIST / WK-BDISTN
007700   END-IF.
007710   MOVE WK-FLD-TON(WK-FLD-I) TO WK-ACC.
007720 C30-BASELINE-FIGURES-EXIT.
007730   EXIT.
007740 C31-ADD-BASE-NIGHT SECTION.
007750 C31-010.
007760   IF WK-ACC-RECS = ZERO
007770     THEN
007780       GO TO C31-ADD-BASE-NIGHT-EXIT
007790   END-IF.
007800   ADD 1              TO WK-BNIGHTS.
007810   COMPUTE WK-RATE ROUNDED = WK-ACC-BLANK * 100 / WK-ACC-RECS.
007820   ADD WK-RATE        TO WK-B-BLANK.
007830   IF WK-ACC-RECS > WK-ACC-BLANK
007840     THEN
007850       ADD 1              TO WK-B-NUMOKN
007860       COMPUTE WK-RATE ROUNDED =
007870         WK-ACC-NUMOK * 100 / (WK-ACC-RECS - WK-ACC-BLANK)
007880       ADD WK-RATE        TO WK-B-NUMOK
007890   END-IF.
007900   IF WK-ACC-NUMOK > ZERO
007910     THEN
007920       ADD 1              TO WK-BNUMN
007930       COMPUTE WK-WORK ROUNDED = WK-ACC-SUM / WK-ACC-NUMOK
007940       ADD WK-WORK        TO WK-B-AVG
007950       IF WK-BNUMN = 1 OR WK-ACC-MIN < WK-B-MIN
007960         THEN
007970           MOVE WK-ACC-MIN    TO WK-B-MIN
007980       END-IF
007990       IF WK-BNUMN = 1 OR WK-ACC-MAX > WK-B-MAX
008000         THEN
008010           MOVE WK-ACC-MAX    TO WK-B-MAX
008020       END-IF
008030   END-IF.
008040   IF WK-ACC-DOVR NOT = '-'
008050     THEN
008060       ADD 1              TO WK-BDISTN
008070       ADD WK-ACC-DCNT    TO WK-B-DIST
008080       IF WK-ACC-DOVR = '+'
008090         THEN
008100           MOVE 1             TO WK-B-DOVR
008110       END-IF
008120   END-IF.
008130 C31-ADD-BASE-NIGHT-EXIT.
008140   EXIT.
008150 C40-CHECK-METRICS SECTION.
008160*--------------------------------------------------------------
008170*- EACH METRIC AGAINST THE FIELD'S TOLERANCE (99999 = OFF).
008180*--------------------------------------------------------------
008190 C40-010.
008200*-   BLANK RATE.
008210   IF WK-FLD-TOL(WK-FLD-I 1) NOT = 99999
008220     THEN
008230       COMPUTE WK-DIFF = WK-T-BLANK - WK-B-BLANK
008240       IF WK-DIFF < ZERO
008250         THEN
008260           COMPUTE WK-DIFF = ZERO - WK-DIFF
008270       END-IF
008280       IF WK-DIFF > WK-FLD-TOL(WK-FLD-I 1)
008290         THEN
008300           MOVE 1             TO WK-M
008310           MOVE WK-T-BLANK    TO WK-ED-NUM
008320           MOVE WK-ED-NUM     TO WK-DRIFT-T
008330           MOVE WK-B-BLANK    TO WK-ED-NUM
008340           MOVE WK-ED-NUM     TO WK-DRIFT-B
008350           PERFORM C50-RAISE-DRIFT
008360       END-IF
008370   END-IF.
008380*-   NUMERIC-VALID RATE, WHEN BOTH SIDES HAVE NON-BLANK VALUES.
008390   IF WK-FLD-TOL(WK-FLD-I 2) NOT = 99999
008400    AND WK-B-NUMOKN > ZERO AND WK-ACC-RECS > WK-ACC-BLANK
008410     THEN
008420       COMPUTE WK-DIFF = WK-T-NUMOK - WK-B-NUMOK
008430       IF WK-DIFF < ZERO
008440         THEN
008450           COMPUTE WK-DIFF = ZERO - WK-DIFF
008460       END-IF
008470       IF WK-DIFF > WK-FLD-TOL(WK-FLD-I 2)
008480         THEN
008490           MOVE 2             TO WK-M
008500           MOVE WK-T-NUMOK    TO WK-ED-NUM
008510           MOVE WK-ED-NUM     TO WK-DRIFT-T
008520           MOVE WK-B-NUMOK    TO WK-ED-NUM
008530           MOVE WK-ED-NUM     TO WK-DRIFT-B
008540           PERFORM C50-RAISE-DRIFT
008550       END-IF
008560   END-IF.
008570*-   AVERAGE AND RANGE, WHEN BOTH SIDES HAVE NUMERIC VALUES.
008580   IF WK-BNUMN = ZERO OR WK-ACC-NUMOK = ZERO
008590     THEN
008600       GO TO C40-020
008610   END-IF.
008620   IF WK-FLD-TOL(WK-FLD-I 3) NOT = 99999
008630     THEN
008640       COMPUTE WK-DIFF = WK-T-AVG - WK-B-AVG
008650       IF WK-DIFF < ZERO
008660         THEN
008670           COMPUTE WK-DIFF = ZERO - WK-DIFF
008680       END-IF
008690       COMPUTE WK-MARGIN = WK-B-AVG * WK-FLD-TOL(WK-FLD-I 3)
008700                         / 100
008710       IF WK-MARGIN < ZERO
008720         THEN
008730           COMPUTE WK-MARGIN = ZERO - WK-MARGIN
008740       END-IF
008750       IF WK-DIFF > WK-MARGIN
008760         THEN
008770           MOVE 3             TO WK-M
008780           MOVE WK-T-AVG      TO WK-ED-NUM
008790           MOVE WK-ED-NUM     TO WK-DRIFT-T
008800           MOVE WK-B-AVG      TO WK-ED-NUM
008810           MOVE WK-ED-NUM     TO WK-DRIFT-B
008820           PERFORM C50-RAISE-DRIFT
008830       END-IF
008840   END-IF.
008850   IF WK-FLD-TOL(WK-FLD-I 4) NOT = 99999
008860     THEN
008870       COMPUTE WK-MARGIN = (WK-B-MAX - WK-B-MIN)
008880                         * WK-FLD-TOL(WK-FLD-I 4) / 100
008890       MOVE 4             TO WK-M
008900       IF WK-ACC-MIN < WK-B-MIN - WK-MARGIN
008910         THEN
008920           MOVE WK-ACC-MIN    TO WK-ED-NUM
008930           MOVE WK-ED-NUM     TO WK-DRIFT-T
008940           MOVE WK-B-MIN      TO WK-ED-NUM
008950           MOVE WK-ED-NUM     TO WK-DRIFT-B
008960           PERFORM C50-RAISE-DRIFT
008970       END-IF
008980       IF WK-ACC-MAX > WK-B-MAX + WK-MARGIN
008990         THEN
009000           MOVE WK-ACC-MAX    TO WK-ED-NUM
009010           MOVE WK-ED-NUM     TO WK-DRIFT-T
009020           MOVE WK-B-MAX      TO WK-ED-NUM
009030           MOVE WK-ED-NUM     TO WK-DRIFT-B
009040           PERFORM C50-RAISE-DRIFT
009050       END-IF
009060   END-IF.
009070 C40-020.
009080*-   DISTINCT CODES. A FIELD THAT NEVER PASSED 50 VALUES AND
009090*-   DOES TONIGHT HAS DRIFTED WHATEVER THE TOLERANCE SAYS.
009100   IF WK-FLD-TOL(WK-FLD-I 5) = 99999
009110    OR WK-BDISTN = ZERO OR WK-ACC-DOVR = '-'
009120     THEN
009130       GO TO C40-CHECK-METRICS-EXIT
009140   END-IF.
009150   COMPUTE WK-DIFF = WK-T-DIST - WK-B-DIST.
009160   IF WK-DIFF < ZERO
009170     THEN
009180       COMPUTE WK-DIFF = ZERO - WK-DIFF
009190   END-IF.
009200   COMPUTE WK-MARGIN = WK-B-DIST * WK-FLD-TOL(WK-FLD-I 5)
009210                     / 100.
009220   IF WK-DIFF > WK-MARGIN
009230    OR (WK-ACC-DOVR = '+' AND WK-B-DOVR = ZERO)
009240     THEN
009250       MOVE 5             TO WK-M
009260       MOVE WK-T-DIST     TO WK-ED-NUM
009270       MOVE WK-ED-NUM     TO WK-DRIFT-T
009280       MOVE WK-B-DIST     TO WK-ED-NUM
009290       MOVE WK-ED-NUM     TO WK-DRIFT-B
009300       PERFORM C50-RAISE-DRIFT
009310   END-IF.
009320 C40-CHECK-METRICS-EXIT.
009330   EXIT.
009340 C50-RAISE-DRIFT SECTION.
009350*--------------------------------------------------------------
009360*- ONE DRIFT: A REPORT LINE UNDER THE FIELD AND AN ALERT.
009370*--------------------------------------------------------------
009380 C50-010.
009390   ADD 1              TO WK-DRIFTS.
009400   MOVE WK-MET-NAME(WK-M) TO WK-DRIFT-MET.
009410   ADD 1              TO WK-DL-CNT.
009420   MOVE SPACE         TO WK-DL-LINE(WK-DL-CNT).
009430   STRING '*** DRIFT ' WK-DRIFT-MET ' TONIGHT '
009440          FUNCTION TRIM(WK-DRIFT-T) ' BASELINE '
009450          FUNCTION TRIM(WK-DRIFT-B) ' TOLERANCE '
009460          WK-FLD-TOL(WK-FLD-I WK-M)
009470                      DELIMITED BY SIZE
009480                      INTO WK-DL-LINE(WK-DL-CNT).
009490   OPEN EXTEND F15ALRT.
009500   IF WK-ALRT-FST = '35'
009510     THEN
009520       OPEN OUTPUT F15ALRT
009530   END-IF.
009540   IF WK-ALRT-FST NOT = '00'
009550     THEN
009560       DISPLAY 'FEEDDRFT:ALERT FILE OPEN ERROR STATUS='
009570               WK-ALRT-FST
009580       GO TO C50-RAISE-DRIFT-EXIT
009590   END-IF.
009600   MOVE SPACE         TO F15RECORD.
009610   STRING 'FEED DRIFT ALERT: FEED=' WK-FLD-FEED(WK-FLD-I)
009620          ' FIELD=' WK-FLD-OFF(WK-FLD-I) '/'
009630          WK-FLD-LEN(WK-FLD-I) ' ' WK-DRIFT-MET
009640          ' ' FUNCTION TRIM(WK-DRIFT-T) ' VS '
009650          FUNCTION TRIM(WK-DRIFT-B) ' ON ' WK-TONIGHT
009660                      DELIMITED BY SIZE
009670                      INTO F15RECORD.
009680   WRITE F15RECORD.
009690   CLOSE F15ALRT.
009700 C50-RAISE-DRIFT-EXIT.
009710   EXIT.
009720 C90-PRINT-TOTALS SECTION.
009730 C90-010.
009740   PERFORM Z20-PUT-BLANK.
009750   MOVE WK-TON-FLDS   TO WK-ED-N.
009760   STRING 'FIELDS TONIGHT ' WK-ED-N DELIMITED BY SIZE
009770                      INTO WK-LINE(3:30).
009780   MOVE WK-JUDGED     TO WK-ED-N.
009790   STRING 'JUDGED ' WK-ED-N DELIMITED BY SIZE
009800                      INTO WK-LINE(33:20).
009810   MOVE WK-SHORT      TO WK-ED-N.
009820   STRING 'SHORT BASELINE ' WK-ED-N DELIMITED BY SIZE
009830                      INTO WK-LINE(55:30).
009840   MOVE WK-DRIFTS     TO WK-ED-N.
009850   STRING 'DRIFTS ' WK-ED-N DELIMITED BY SIZE
009860                      INTO WK-LINE(85:20).
009870   PERFORM Z10-PUT-LINE.
009880   IF WK-ABSENT > ZERO
009890     THEN
009900       MOVE WK-ABSENT     TO WK-ED-N
009910       STRING 'FIELDS WITH HISTORY BUT NO DATA TONIGHT '
009920              WK-ED-N DELIMITED BY SIZE
009930                      INTO WK-LINE(3:60)
009940       PERFORM Z10-PUT-LINE
009950   END-IF.
009960   IF WK-FLD-LOST > ZERO
009970     THEN
009980       MOVE WK-FLD-LOST   TO WK-ED-N
009990       STRING '*** FIELD TABLE FULL (200) - LINES LEFT OUT '
010000              WK-ED-N DELIMITED BY SIZE
010010                      INTO WK-LINE(3:60)
010020       PERFORM Z10-PUT-LINE
010030   END-IF.
010040 C90-PRINT-TOTALS-EXIT.
010050   EXIT.
010060 Z10-PUT-LINE SECTION.
010070 Z10-010.
010080   MOVE WK-LINE       TO F2LINE.
010090   WRITE F2LINE.
010100   MOVE SPACE         TO WK-LINE.
010110 Z10-PUT-LINE-EXIT.
010120   EXIT.
010130 Z20-PUT-BLANK SECTION.
010140 Z20-010.
010150   MOVE SPACE         TO F2LINE.
010160   WRITE F2LINE.
010170   MOVE SPACE         TO WK-LINE.
010180 Z20-PUT-BLANK-EXIT.
010190   EXIT.
010200 Z50-CLEAR-ACC SECTION.
010210 Z50-010.
010220   MOVE ZERO          TO WK-ACC-RECS.
010230   MOVE ZERO          TO WK-ACC-BLANK.
010240   MOVE ZERO          TO WK-ACC-NUMOK.
010250   MOVE ZERO          TO WK-ACC-MIN.
010260   MOVE ZERO          TO WK-ACC-MAX.
010270   MOVE ZERO          TO WK-ACC-SUM.
010280   MOVE ZERO          TO WK-ACC-DCNT.
010290   MOVE SPACE         TO WK-ACC-DOVR.
010300 Z50-CLEAR-ACC-EXIT.
010310   EXIT.
