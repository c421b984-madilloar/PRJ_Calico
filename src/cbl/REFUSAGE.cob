000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   REFUSAGE.
000030*--------------------------------------------------------------
000040*- REFERENCE-TABLE KEY USAGE REPORT (MONTHLY, FOR THE REFMAINT
000050*- DESK). THE NIGHTLY TEST-MAIN RUNS APPEND THEIR LOOKP HIT AND
000060*- MISS COUNTS PER TABLE AND KEY TO THE USAGE FILE; THIS STEP
000070*- SETS THEM AGAINST THE KEYS THE TABLES ACTUALLY HOLD AND
000080*- LISTS, OVER THE LAST USAGE_DAYS DAYS:
000090*-   PART 1 - PER TABLE, EVERY KEY NEVER HIT IN THE WINDOW,
000100*-            WITH THE LAST DAY IT WAS EVER HIT (OR NEVER) -
000110*-            THE CANDIDATES FOR A SAFE CLEAN-UP;
000120*-   PART 2 - THE MOST FREQUENTLY MISSED KEYS (LOOKED UP BUT
000130*-            NOT FOUND) - USUALLY A NEW UPSTREAM CODE THE
000140*-            TABLE SHOULD GAIN.
000150*- ONLY DAYS THE USAGE FILE SHOWS AS COLLECTED ('*RUN ' LINES)
000160*- COUNT AS EVIDENCE; A WINDOW WITH FEWER COLLECTED DAYS THAN
000170*- ASKED FOR IS FLAGGED, AS IS A DAY WHOSE COUNTS WERE CUT
000180*- SHORT ('*FULL' LINES). RANGE ('R'), DECISION ('D') AND
000190*- WATCH-LIST ('W') TABLES ARE NOT KEYED AND ARE LEFT OUT.
000200*-
000210*- ENV: REFUSAGE_FILE = USAGE FILE, REFIMAGE_FILE OR (WITHOUT
000220*-      ONE) REFTABLE_LIST = THE TABLES' KEYS, USAGE_DAYS =
000230*-      WINDOW IN DAYS (DEFAULT 30), MISS_TOP = HOW MANY MISSED
000240*-      KEYS TO LIST (DEFAULT 20), REPORT_DATE = LAST DAY OF THE
000250*-      WINDOW (YYYYMMDD, DEFAULT TODAY), USAGE_REPORT = REPORT
000260*-      (132-COLUMN LINES).
000270*- RETURN-CODE: 0=REPORTED, 4=REPORTED ON INCOMPLETE EVIDENCE
000280*- (FEWER COLLECTED DAYS THAN THE WINDOW, OR CUT-SHORT DAYS),
000290*- 12=BAD PARMS OR NO KEY SOURCE, 16=FATAL I/O.
000300*--------------------------------------------------------------
000310 ENVIRONMENT    DIVISION.
000320 INPUT-OUTPUT               SECTION.
000330 FILE-CONTROL.
000340   SELECT F48RUSE ASSIGN TO WK-RUSNAME
000350   ORGANIZATION LINE SEQUENTIAL
000360   STATUS WK-RUS-FST.
000370   SELECT F43RIMG ASSIGN TO WK-RIMGNAME
000380   ORGANIZATION LINE SEQUENTIAL
000390   STATUS WK-RIMG-FST.
000400   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000410   ORGANIZATION LINE SEQUENTIAL
000420   STATUS WK-REFL-FST.
000430   SELECT F12REF  ASSIGN TO WK-REFNAME
000440   ORGANIZATION LINE SEQUENTIAL
000450   STATUS WK-REF-FST.
000460   SELECT F2RPT   ASSIGN TO WK-RPTNAME
000470   ORGANIZATION LINE SEQUENTIAL
000480   STATUS WK-RPT-FST.
000490 DATA DIVISION.
000500 FILE                       SECTION.
000510 FD  F48RUSE.
000520*- SAME LAYOUT TEST-MAIN Z79-WRITE-KEY-USAGE APPENDS.
000530 01  F48RECORD              SYNC.
000540   03 F48-DATE              PIC X(08).
000550   03 FILLER                PIC X(01).
000560   03 F48-TABLE             PIC X(05).
000570   03 FILLER                PIC X(01).
000580   03 F48-KEY               PIC X(20).
000590   03 FILLER                PIC X(01).
000600   03 F48-HITS              PIC 9(09).
000610   03 FILLER                PIC X(01).
000620   03 F48-MISSES            PIC 9(09).
000630 FD  F43RIMG.
000640 01  F43RECORD              PIC X(80).
000650 FD  F13RLIST.
000660 01  F13RECORD              PIC X(110).
000670 FD  F12REF.
000680 01  F12RECORD              PIC X(80).
000690 FD  F2RPT.
000700 01  F2LINE                 PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01  WK-FILES               SYNC.
000730   03 WK-RUSNAME            PIC X(100).
000740   03 WK-RUS-FST            PIC X(02).
000750   03 WK-RIMGNAME           PIC X(100).
000760   03 WK-RIMG-FST           PIC X(02).
000770   03 WK-REFLNAME           PIC X(100).
000780   03 WK-REFL-FST           PIC X(02).
000790   03 WK-REFNAME            PIC X(100).
000800   03 WK-REF-FST            PIC X(02).
000810   03 WK-RPTNAME            PIC X(100).
000820   03 WK-RPT-FST            PIC X(02).
000830 01  WK-PRM                 SYNC.
000840   03 WK-DAYS-X             PIC X(03).
000850   03 WK-DAYS               PIC 9(03).
000860   03 WK-TOP-X              PIC X(03).
000870   03 WK-TOP                PIC 9(03).
000880   03 WK-RPTDT              PIC X(08).
000890   03 WK-FROMDT             PIC X(08).
000900   03 WK-DAYNO              PIC 9(08).
000910   03 WK-KEYSRC             PIC X(15) VALUE SPACE.
000920*--------------------------------------------------------------
000930*- THE KEYS THE TABLES HOLD (T ENTRIES, ONE PER TABLE+KEY EVEN
000940*- WHEN EFFECTIVE-DATED VERSIONS REPEAT IT). HITS = HITS IN THE
000950*- WINDOW, LAST = LAST DAY EVER HIT (SPACE = NEVER).
000960*--------------------------------------------------------------
000970 01  WK-KEYS                SYNC.
000980   03 WK-KEY-CNT            PIC 9(04) VALUE ZERO.
000990   03 WK-KEY-LOST           PIC 9(05) VALUE ZERO.
001000   03 WK-KEY-I              PIC 9(04).
001010   03 WK-KEY-HIT            PIC 9(04).
001020   03 WK-KEY-TBL            OCCURS 5000 TIMES.
001030     05 WK-KEY-NAME         PIC X(05).
001040     05 WK-KEY-KEY          PIC X(20).
001050     05 WK-KEY-HITS         PIC 9(09).
001060     05 WK-KEY-LAST         PIC X(08).
001070*--------------------------------------------------------------
001080*- MISSED KEYS IN THE WINDOW. DAYS = COLLECTED DAYS WITH A MISS,
001090*- LAST = LAST SUCH DAY, INTBL = 1 WHEN THE TABLE NOW HOLDS THE
001100*- KEY (A MISS BEFORE ITS EFFECTIVE DATE, OR ADDED SINCE).
001110*--------------------------------------------------------------
001120 01  WK-MISSES              SYNC.
001130   03 WK-MIS-CNT            PIC 9(04) VALUE ZERO.
001140   03 WK-MIS-LOST           PIC 9(05) VALUE ZERO.
001150   03 WK-MIS-I              PIC 9(04).
001160   03 WK-MIS-HIT            PIC 9(04).
001170   03 WK-MIS-TBL            OCCURS 2000 TIMES.
001180     05 WK-MIS-NAME         PIC X(05).
001190     05 WK-MIS-KEY          PIC X(20).
001200     05 WK-MIS-N            PIC 9(09).
001210     05 WK-MIS-DAYS         PIC 9(05).
001220     05 WK-MIS-LAST         PIC X(08).
001230     05 WK-MIS-USED         PIC 9(01).
001240 01  WK-TOTALS              SYNC.
001250   03 WK-LINES              PIC 9(07) VALUE ZERO.
001260   03 WK-RUNDAYS            PIC 9(05) VALUE ZERO.
001270   03 WK-FULLDAYS           PIC 9(05) VALUE ZERO.
001280   03 WK-FULLCNT            PIC 9(09) VALUE ZERO.
001290   03 WK-FIRSTDT            PIC X(08) VALUE SPACE.
001300   03 WK-LASTRUN            PIC X(08) VALUE SPACE.
001310   03 WK-GONE-HITS          PIC 9(09) VALUE ZERO.
001320   03 WK-TBL-KEYS           PIC 9(05).
001330   03 WK-TBL-DEAD           PIC 9(05).
001340   03 WK-ALL-DEAD           PIC 9(05) VALUE ZERO.
001350   03 WK-CUR-TBL            PIC X(05).
001360   03 WK-RANK               PIC 9(03).
001370   03 WK-BEST               PIC 9(04).
001380   03 WK-RC                 PIC 9(02) VALUE ZERO.
001390 01  WK-EDIT                SYNC.
001400   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
001410   03 WK-ED-D               PIC ZZ,ZZ9.
001420   03 WK-ED-R               PIC ZZ9.
001430   03 WK-LINE               PIC X(132).
001440 PROCEDURE DIVISION.
001450 A00-MAIN SECTION.
001460*--------------------------------------------------------------
001470*- PARMS, THE KEYS THE TABLES HOLD, THE USAGE IN THE WINDOW,
001480*- THEN THE TWO PARTS.
001490*--------------------------------------------------------------
001500 A00-010.
001510   MOVE SPACE         TO WK-RUSNAME.
001520   ACCEPT WK-RUSNAME  FROM ENVIRONMENT 'REFUSAGE_FILE'.
001530   IF WK-RUSNAME = SPACE
001540     MOVE '../data/pcheckrefuse.txt' TO WK-RUSNAME
001550   END-IF.
001560   MOVE SPACE         TO WK-RIMGNAME.
001570   ACCEPT WK-RIMGNAME FROM ENVIRONMENT 'REFIMAGE_FILE'.
001580   MOVE SPACE         TO WK-REFLNAME.
001590   ACCEPT WK-REFLNAME FROM ENVIRONMENT 'REFTABLE_LIST'.
001600   IF WK-RIMGNAME = SPACE AND WK-REFLNAME = SPACE
001610     THEN
001620       DISPLAY 'REFUSAGE:REFIMAGE_FILE OR REFTABLE_LIST '
001630               'REQUIRED.'
001640       MOVE 12            TO RETURN-CODE
001650       GOBACK
001660   END-IF.
001670   MOVE 30            TO WK-DAYS.
001680   MOVE SPACE         TO WK-DAYS-X.
001690   ACCEPT WK-DAYS-X   FROM ENVIRONMENT 'USAGE_DAYS'.
001700   IF WK-DAYS-X NOT = SPACE
001710     THEN
001720       IF WK-DAYS-X NUMERIC AND WK-DAYS-X NOT = '000'
001730         THEN
001740           MOVE WK-DAYS-X     TO WK-DAYS
001750         ELSE
001760           DISPLAY 'REFUSAGE:BAD USAGE_DAYS (001-999).'
001770           MOVE 12            TO RETURN-CODE
001780           GOBACK
001790       END-IF
001800   END-IF.
001810   MOVE 20            TO WK-TOP.
001820   MOVE SPACE         TO WK-TOP-X.
001830   ACCEPT WK-TOP-X    FROM ENVIRONMENT 'MISS_TOP'.
001840   IF WK-TOP-X NOT = SPACE
001850     THEN
001860       IF WK-TOP-X NUMERIC
001870         THEN
001880           MOVE WK-TOP-X      TO WK-TOP
001890         ELSE
001900           DISPLAY 'REFUSAGE:BAD MISS_TOP (000-999).'
001910           MOVE 12            TO RETURN-CODE
001920           GOBACK
001930       END-IF
001940   END-IF.
001950   MOVE SPACE         TO WK-RPTDT.
001960   ACCEPT WK-RPTDT    FROM ENVIRONMENT 'REPORT_DATE'.
001970   IF WK-RPTDT = SPACE
001980     THEN
001990       ACCEPT WK-RPTDT    FROM DATE YYYYMMDD
002000   END-IF.
002010   IF WK-RPTDT NOT NUMERIC
002020     THEN
002030       DISPLAY 'REFUSAGE:BAD REPORT_DATE (YYYYMMDD).'
002040       MOVE 12            TO RETURN-CODE
002050       GOBACK
002060   END-IF.
002070   COMPUTE WK-DAYNO =
002080     FUNCTION DATE-OF-INTEGER(
002090       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WK-RPTDT))
002100       - WK-DAYS + 1).
002110   MOVE WK-DAYNO      TO WK-FROMDT.
002120   MOVE SPACE         TO WK-RPTNAME.
002130   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'USAGE_REPORT'.
002140   IF WK-RPTNAME = SPACE
002150     MOVE '../data/pcheckrefrpt.txt' TO WK-RPTNAME
002160   END-IF.
002170   PERFORM B10-LOAD-KEYS.
002180   IF RETURN-CODE = 16
002190     THEN
002200       GOBACK
002210   END-IF.
002220   PERFORM B20-READ-USAGE.
002230   IF RETURN-CODE = 16
002240     THEN
002250       GOBACK
002260   END-IF.
002270   OPEN OUTPUT F2RPT.
002280   IF WK-RPT-FST NOT = '00'
002290     THEN
002300       DISPLAY 'REFUSAGE:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002310       MOVE 16            TO RETURN-CODE
002320       GOBACK
002330   END-IF.
002340   PERFORM C00-PRINT-HEADING.
002350   PERFORM C10-PRINT-NOT-HIT.
002360   PERFORM C20-PRINT-MISSED.
002370   CLOSE F2RPT.
002380   DISPLAY '===================================='.
002390   DISPLAY 'REFUSAGE:WINDOW ' WK-FROMDT '-' WK-RPTDT
002400           ' COLLECTED DAYS=' WK-RUNDAYS.
002410   DISPLAY 'REFUSAGE:KEYS=' WK-KEY-CNT ' NOT HIT='
002420           WK-ALL-DEAD ' MISSED KEYS=' WK-MIS-CNT.
002430   DISPLAY 'REFUSAGE:REPORT=' WK-RPTNAME.
002440   DISPLAY '===================================='.
002450   MOVE WK-RC         TO RETURN-CODE.
002460   GOBACK.
002470 B10-LOAD-KEYS SECTION.
002480*--------------------------------------------------------------
002490*- THE KEYS: IMAGE 'T' LINES (TABLE COLS 3-7, KEY 9-28 - SEE
002500*- REFBUILD), OR, WITHOUT AN IMAGE, EVERY PLAIN TABLE IN THE
002510*- REFTABLE_LIST (KEY COLS 1-20 OF ITS FILE, AS REFBUILD
002520*- READS IT; 'R '/'D '/'W ' TABLES SKIPPED).
002530*--------------------------------------------------------------
002540 B10-010.
002550   IF WK-RIMGNAME NOT = SPACE
002560     THEN
002570       OPEN INPUT F43RIMG
002580       IF WK-RIMG-FST NOT = '00'
002590         THEN
002600           DISPLAY 'REFUSAGE:REFERENCE IMAGE OPEN ERROR STATUS='
002610                   WK-RIMG-FST
002620           MOVE 16            TO RETURN-CODE
002630           GO TO B10-LOAD-KEYS-EXIT
002640       END-IF
002650       MOVE 'REFERENCE IMAGE' TO WK-KEYSRC
002660       PERFORM UNTIL WK-RIMG-FST NOT = '00'
002670         READ F43RIMG
002680           AT END
002690             CONTINUE
002700           NOT AT END
002710             IF F43RECORD(1:2) = 'T '
002720               THEN
002730                 MOVE F43RECORD(3:5)  TO WK-CUR-TBL
002740                 MOVE F43RECORD(9:20) TO WK-LINE(1:20)
002750                 PERFORM Z50-ADD-KEY
002760             END-IF
002770         END-READ
002780       END-PERFORM
002790       CLOSE F43RIMG
002800       GO TO B10-LOAD-KEYS-EXIT
002810   END-IF.
002820   OPEN INPUT F13RLIST.
002830   IF WK-REFL-FST NOT = '00'
002840     THEN
002850       DISPLAY 'REFUSAGE:REFTABLE_LIST OPEN ERROR STATUS='
002860               WK-REFL-FST
002870       MOVE 16            TO RETURN-CODE
002880       GO TO B10-LOAD-KEYS-EXIT
002890   END-IF.
002900   MOVE 'REFTABLE_LIST'   TO WK-KEYSRC.
002910   PERFORM UNTIL WK-REFL-FST NOT = '00'
002920     READ F13RLIST
002930       AT END
002940         CONTINUE
002950       NOT AT END
002960         IF F13RECORD(1:1) NOT = '*' AND F13RECORD NOT = SPACE
002970          AND F13RECORD(7:2) NOT = 'R '
002980          AND F13RECORD(7:2) NOT = 'D '
002981          AND F13RECORD(7:2) NOT = 'W '
002990           THEN
003000             MOVE F13RECORD(1:5)   TO WK-CUR-TBL
003010             MOVE SPACE            TO WK-REFNAME
003020             MOVE F13RECORD(7:100) TO WK-REFNAME
003030             PERFORM B11-ONE-TABLE
003040         END-IF
003050     END-READ
003060   END-PERFORM.
003070   CLOSE F13RLIST.
003080 B10-LOAD-KEYS-EXIT.
003090   EXIT.
003100 B11-ONE-TABLE SECTION.
003110 B11-010.
003120   OPEN INPUT F12REF.
003130   IF WK-REF-FST NOT = '00'
003140     THEN
003150       DISPLAY 'REFUSAGE:REFTABLE OPEN ERROR STATUS='
003160               WK-REF-FST ' TABLE=' WK-CUR-TBL
003170       GO TO B11-ONE-TABLE-EXIT
003180   END-IF.
003190   PERFORM UNTIL WK-REF-FST NOT = '00'
003200     READ F12REF
003210       AT END
003220         CONTINUE
003230       NOT AT END
003240         IF F12RECORD(1:1) NOT = '*' AND F12RECORD NOT = SPACE
003250           THEN
003260             MOVE F12RECORD(1:20) TO WK-LINE(1:20)
003270             PERFORM Z50-ADD-KEY
003280         END-IF
003290     END-READ
003300   END-PERFORM.
003310   CLOSE F12REF.
003320 B11-ONE-TABLE-EXIT.
003330   EXIT.
003340 B20-READ-USAGE SECTION.
003350*--------------------------------------------------------------
003360*- EVERY USAGE LINE: THE LAST-EVER-HIT DATE COMES FROM THE
003370*- WHOLE FILE, THE COUNTS ONLY FROM LINES IN THE WINDOW. THE
003380*- FILE IS APPENDED IN RUN ORDER, SO A CHANGE OF DATE ON A
003390*- '*RUN ' LINE IS A NEW COLLECTED DAY.
003400*--------------------------------------------------------------
003410 B20-010.
003420   OPEN INPUT F48RUSE.
003430   IF WK-RUS-FST = '35'
003440     THEN
003450       DISPLAY 'REFUSAGE:NO USAGE FILE YET - NOTHING COLLECTED.'
003460       GO TO B20-READ-USAGE-EXIT
003470   END-IF.
003480   IF WK-RUS-FST NOT = '00'
003490     THEN
003500       DISPLAY 'REFUSAGE:USAGE FILE OPEN ERROR STATUS='
003510               WK-RUS-FST
003520       MOVE 16            TO RETURN-CODE
003530       GO TO B20-READ-USAGE-EXIT
003540   END-IF.
003550   PERFORM UNTIL WK-RUS-FST NOT = '00'
003560     READ F48RUSE
003570       AT END
003580         CONTINUE
003590       NOT AT END
003600         ADD 1              TO WK-LINES
003610         PERFORM B21-ONE-USAGE-LINE
003620     END-READ
003630   END-PERFORM.
003640   CLOSE F48RUSE.
003650 B20-READ-USAGE-EXIT.
003660   EXIT.
003670 B21-ONE-USAGE-LINE SECTION.
003680 B21-010.
003690   IF F48-DATE > WK-RPTDT
003700     THEN
003710       GO TO B21-ONE-USAGE-LINE-EXIT
003720   END-IF.
003730   IF F48-HITS NOT NUMERIC
003740     THEN
003750       MOVE ZERO          TO F48-HITS
003760   END-IF.
003770   IF F48-MISSES NOT NUMERIC
003780     THEN
003790       MOVE ZERO          TO F48-MISSES
003800   END-IF.
003810   EVALUATE F48-TABLE
003820   WHEN '*RUN '
003830     IF F48-DATE NOT < WK-FROMDT AND F48-DATE NOT = WK-LASTRUN
003840       THEN
003850         ADD 1              TO WK-RUNDAYS
003860         MOVE F48-DATE      TO WK-LASTRUN
003870         IF WK-FIRSTDT = SPACE
003880           THEN
003890             MOVE F48-DATE      TO WK-FIRSTDT
003900         END-IF
003910     END-IF
003920     GO TO B21-ONE-USAGE-LINE-EXIT
003930   WHEN '*FULL'
003940     IF F48-DATE NOT < WK-FROMDT
003950       THEN
003960         ADD 1              TO WK-FULLDAYS
003970         ADD F48-MISSES     TO WK-FULLCNT
003980     END-IF
003990     GO TO B21-ONE-USAGE-LINE-EXIT
004000   WHEN OTHER
004010     CONTINUE
004020   END-EVALUATE.
004030   MOVE F48-TABLE     TO WK-CUR-TBL.
004040   MOVE F48-KEY       TO WK-LINE(1:20).
004050   PERFORM Z60-FIND-KEY.
004060   IF F48-HITS > ZERO
004070     THEN
004080       IF WK-KEY-HIT = ZERO
004090         THEN
004100           IF F48-DATE NOT < WK-FROMDT
004110             THEN
004120               ADD F48-HITS       TO WK-GONE-HITS
004130           END-IF
004140         ELSE
004150           IF F48-DATE > WK-KEY-LAST(WK-KEY-HIT)
004160            OR WK-KEY-LAST(WK-KEY-HIT) = SPACE
004170             THEN
004180               MOVE F48-DATE      TO WK-KEY-LAST(WK-KEY-HIT)
004190           END-IF
004200           IF F48-DATE NOT < WK-FROMDT
004210             THEN
004220               ADD F48-HITS       TO WK-KEY-HITS(WK-KEY-HIT)
004230           END-IF
004240       END-IF
004250   END-IF.
004260   IF F48-MISSES > ZERO AND F48-DATE NOT < WK-FROMDT
004270     THEN
004280       PERFORM B22-COUNT-MISS
004290   END-IF.
004300 B21-ONE-USAGE-LINE-EXIT.
004310   EXIT.
004320 B22-COUNT-MISS SECTION.
004330 B22-010.
004340   MOVE ZERO          TO WK-MIS-HIT.
004350   PERFORM VARYING WK-MIS-I FROM 1 BY 1
004360     UNTIL WK-MIS-I > WK-MIS-CNT OR WK-MIS-HIT > ZERO
004370       IF WK-MIS-NAME(WK-MIS-I) = F48-TABLE
004380        AND WK-MIS-KEY(WK-MIS-I) = F48-KEY
004390         THEN
004400           MOVE WK-MIS-I      TO WK-MIS-HIT
004410       END-IF
004420   END-PERFORM.
004430   IF WK-MIS-HIT = ZERO
004440     THEN
004450       IF WK-MIS-CNT NOT < 2000
004460         THEN
004470           ADD 1              TO WK-MIS-LOST
004480           GO TO B22-COUNT-MISS-EXIT
004490       END-IF
004500       ADD 1              TO WK-MIS-CNT
004510       MOVE WK-MIS-CNT    TO WK-MIS-HIT
004520       MOVE F48-TABLE     TO WK-MIS-NAME(WK-MIS-HIT)
004530       MOVE F48-KEY       TO WK-MIS-KEY(WK-MIS-HIT)
004540       MOVE ZERO          TO WK-MIS-N(WK-MIS-HIT)
004550       MOVE ZERO          TO WK-MIS-DAYS(WK-MIS-HIT)
004560       MOVE SPACE         TO WK-MIS-LAST(WK-MIS-HIT)
004570       MOVE ZERO          TO WK-MIS-USED(WK-MIS-HIT)
004580   END-IF.
004590   ADD F48-MISSES     TO WK-MIS-N(WK-MIS-HIT).
004600   IF F48-DATE NOT = WK-MIS-LAST(WK-MIS-HIT)
004610     THEN
004620       ADD 1              TO WK-MIS-DAYS(WK-MIS-HIT)
004630       MOVE F48-DATE      TO WK-MIS-LAST(WK-MIS-HIT)
004640   END-IF.
004650 B22-COUNT-MISS-EXIT.
004660   EXIT.
004670 C00-PRINT-HEADING SECTION.
004680 C00-010.
004690   MOVE SPACE         TO WK-LINE.
004700   STRING 'REFERENCE-TABLE KEY USAGE  WINDOW ' WK-FROMDT
004710          ' - ' WK-RPTDT '  KEYS FROM '
004720                      DELIMITED BY SIZE
004730          WK-KEYSRC   DELIMITED BY '  '
004740                      INTO WK-LINE(3:120).
004750   PERFORM Z10-PUT-LINE.
004760   MOVE WK-DAYS       TO WK-ED-R.
004770   MOVE WK-RUNDAYS    TO WK-ED-D.
004780   STRING 'COLLECTED DAYS IN WINDOW: ' WK-ED-D
004790          ' OF ' WK-ED-R
004800                      INTO WK-LINE(3:60).
004810   IF WK-FIRSTDT NOT = SPACE
004820     THEN
004830       STRING '  (FIRST ' WK-FIRSTDT ')'
004840                      INTO WK-LINE(42:30)
004850   END-IF.
004860   PERFORM Z10-PUT-LINE.
004870   IF WK-RUNDAYS < WK-DAYS
004880     THEN
004890       MOVE 4             TO WK-RC
004900       MOVE '*** FEWER COLLECTED DAYS THAN THE WINDOW - A KEY '
004910                      TO WK-LINE(3:49)
004920       MOVE 'NOT HIT MAY SIMPLY NOT HAVE BEEN WATCHED YET.'
004930                      TO WK-LINE(52:45)
004940       PERFORM Z10-PUT-LINE
004950   END-IF.
004960   IF WK-FULLDAYS > ZERO
004970     THEN
004980       MOVE 4             TO WK-RC
004990       MOVE WK-FULLCNT    TO WK-ED-N
005000       MOVE WK-FULLDAYS   TO WK-ED-D
005010       STRING '*** ' WK-ED-N ' LOOKUPS ON ' WK-ED-D
005020              ' DAY(S) WERE NOT COUNTED (ENGINE TABLE FULL).'
005030                      INTO WK-LINE(3:100)
005040       PERFORM Z10-PUT-LINE
005050   END-IF.
005060   IF WK-KEY-LOST > ZERO OR WK-MIS-LOST > ZERO
005070     THEN
005080       MOVE 4             TO WK-RC
005090       STRING '*** REPORT TABLES FULL: ' WK-KEY-LOST
005100              ' KEYS AND ' WK-MIS-LOST ' MISSED KEYS LEFT OUT.'
005110                      INTO WK-LINE(3:100)
005120       PERFORM Z10-PUT-LINE
005130   END-IF.
005140   IF WK-GONE-HITS > ZERO
005150     THEN
005160       MOVE WK-GONE-HITS  TO WK-ED-N
005170       STRING 'HITS ON KEYS NO LONGER IN THE TABLES: ' WK-ED-N
005180                      INTO WK-LINE(3:60)
005190       PERFORM Z10-PUT-LINE
005200   END-IF.
005210 C00-PRINT-HEADING-EXIT.
005220   EXIT.
005230 C10-PRINT-NOT-HIT SECTION.
005240*--------------------------------------------------------------
005250*- PART 1: PER TABLE (IN KEY-SOURCE ORDER), EVERY KEY WITH NO
005260*- HIT IN THE WINDOW, THEN THE TABLE'S TALLY.
005270*--------------------------------------------------------------
005280 C10-010.
005290   PERFORM Z20-PUT-BLANK.
005300   MOVE 'PART 1 - KEYS NOT HIT IN THE WINDOW'
005310                      TO WK-LINE(3:35).
005320   PERFORM Z10-PUT-LINE.
005330   MOVE SPACE         TO WK-CUR-TBL.
005340   MOVE ZERO          TO WK-TBL-KEYS.
005350   MOVE ZERO          TO WK-TBL-DEAD.
005360   PERFORM VARYING WK-KEY-I FROM 1 BY 1
005370     UNTIL WK-KEY-I > WK-KEY-CNT
005380       IF WK-KEY-NAME(WK-KEY-I) NOT = WK-CUR-TBL
005390         THEN
005400           PERFORM C11-TABLE-TALLY
005410           MOVE WK-KEY-NAME(WK-KEY-I) TO WK-CUR-TBL
005420           PERFORM Z20-PUT-BLANK
005430           MOVE 'TABLE '      TO WK-LINE(3:6)
005440           MOVE WK-CUR-TBL    TO WK-LINE(9:5)
005450           MOVE 'KEY'         TO WK-LINE(17:3)
005460           MOVE 'LAST HIT'    TO WK-LINE(39:8)
005470           PERFORM Z10-PUT-LINE
005480       END-IF
005490       ADD 1              TO WK-TBL-KEYS
005500       IF WK-KEY-HITS(WK-KEY-I) = ZERO
005510         THEN
005520           ADD 1              TO WK-TBL-DEAD
005530           ADD 1              TO WK-ALL-DEAD
005540           MOVE WK-KEY-KEY(WK-KEY-I) TO WK-LINE(17:20)
005550           IF WK-KEY-LAST(WK-KEY-I) = SPACE
005560             THEN
005570               MOVE 'NEVER SEEN'  TO WK-LINE(39:10)
005580             ELSE
005590               MOVE WK-KEY-LAST(WK-KEY-I) TO WK-LINE(39:8)
005600           END-IF
005610           PERFORM Z10-PUT-LINE
005620       END-IF
005630   END-PERFORM.
005640   PERFORM C11-TABLE-TALLY.
005650 C10-PRINT-NOT-HIT-EXIT.
005660   EXIT.
005670 C11-TABLE-TALLY SECTION.
005680 C11-010.
005690   IF WK-CUR-TBL = SPACE
005700     THEN
005710       GO TO C11-TABLE-TALLY-EXIT
005720   END-IF.
005730   MOVE WK-TBL-KEYS   TO WK-ED-D.
005740   STRING 'KEYS ' WK-ED-D INTO WK-LINE(9:20).
005750   MOVE WK-TBL-DEAD   TO WK-ED-D.
005760   STRING 'NOT HIT ' WK-ED-D INTO WK-LINE(24:20).
005770   PERFORM Z10-PUT-LINE.
005780   MOVE ZERO          TO WK-TBL-KEYS.
005790   MOVE ZERO          TO WK-TBL-DEAD.
005800 C11-TABLE-TALLY-EXIT.
005810   EXIT.
005820 C20-PRINT-MISSED SECTION.
005830*--------------------------------------------------------------
005840*- PART 2: THE MISS_TOP MOST-MISSED KEYS, BIGGEST FIRST (ONE
005850*- SELECTION PASS PER RANK).
005860*--------------------------------------------------------------
005870 C20-010.
005880   PERFORM Z20-PUT-BLANK.
005890   MOVE 'PART 2 - MOST FREQUENTLY MISSED KEYS (LOOKED UP, NOT '
005900                      TO WK-LINE(3:53).
005910   MOVE 'FOUND)'      TO WK-LINE(56:6).
005920   PERFORM Z10-PUT-LINE.
005930   PERFORM Z20-PUT-BLANK.
005940   MOVE 'RANK  TABLE  KEY                         MISSES  DAYS'
005950                      TO WK-LINE(3:54).
005960   MOVE 'LAST MISS'   TO WK-LINE(60:9).
005970   PERFORM Z10-PUT-LINE.
005980   PERFORM VARYING WK-RANK FROM 1 BY 1
005990     UNTIL WK-RANK > WK-TOP OR WK-RANK > WK-MIS-CNT
006000       MOVE ZERO          TO WK-BEST
006010       PERFORM VARYING WK-MIS-I FROM 1 BY 1
006020         UNTIL WK-MIS-I > WK-MIS-CNT
006030           IF WK-MIS-USED(WK-MIS-I) = ZERO
006040             THEN
006050               IF WK-BEST = ZERO
006060                 THEN
006070                   MOVE WK-MIS-I      TO WK-BEST
006080                 ELSE
006090                   IF WK-MIS-N(WK-MIS-I) > WK-MIS-N(WK-BEST)
006100                     THEN
006110                       MOVE WK-MIS-I      TO WK-BEST
006120                   END-IF
006130               END-IF
006140           END-IF
006150       END-PERFORM
006160       MOVE 1             TO WK-MIS-USED(WK-BEST)
006170       MOVE WK-RANK       TO WK-ED-R
006180       MOVE WK-ED-R       TO WK-LINE(3:3)
006190       MOVE WK-MIS-NAME(WK-BEST) TO WK-LINE(9:5)
006200       MOVE WK-MIS-KEY(WK-BEST)  TO WK-LINE(16:20)
006210       MOVE WK-MIS-N(WK-BEST)    TO WK-ED-N
006220       MOVE WK-ED-N       TO WK-LINE(38:11)
006230       MOVE WK-MIS-DAYS(WK-BEST) TO WK-ED-D
006240       MOVE WK-ED-D       TO WK-LINE(51:6)
006250       MOVE WK-MIS-LAST(WK-BEST) TO WK-LINE(60:8)
006260       MOVE WK-MIS-NAME(WK-BEST) TO WK-CUR-TBL
006270       PERFORM C21-MISS-NOTE
006280       PERFORM Z10-PUT-LINE
006290   END-PERFORM.
006300   IF WK-MIS-CNT = ZERO
006310     THEN
006320       MOVE 'NONE - EVERY LOOKUP IN THE WINDOW FOUND ITS KEY.'
006330                      TO WK-LINE(3:48)
006340       PERFORM Z10-PUT-LINE
006350   END-IF.
006360 C20-PRINT-MISSED-EXIT.
006370   EXIT.
006380 C21-MISS-NOTE SECTION.
006390*--------------------------------------------------------------
006400*- A MISSED KEY THE TABLE NOW HOLDS WAS ADDED SINCE, OR IS NOT
006410*- YET EFFECTIVE - SAY SO, THE DESK NEED NOT ADD IT AGAIN.
006420*--------------------------------------------------------------
006430 C21-010.
006440   MOVE ZERO          TO WK-KEY-HIT.
006450   PERFORM VARYING WK-KEY-I FROM 1 BY 1
006460     UNTIL WK-KEY-I > WK-KEY-CNT OR WK-KEY-HIT > ZERO
006470       IF WK-KEY-NAME(WK-KEY-I) = WK-MIS-NAME(WK-BEST)
006480        AND WK-KEY-KEY(WK-KEY-I) = WK-MIS-KEY(WK-BEST)
006490         THEN
006500           MOVE WK-KEY-I      TO WK-KEY-HIT
006510       END-IF
006520   END-PERFORM.
006530   IF WK-KEY-HIT > ZERO
006540     THEN
006550       MOVE 'NOW IN TABLE' TO WK-LINE(70:12)
006560   END-IF.
006570 C21-MISS-NOTE-EXIT.
006580   EXIT.
006590 Z10-PUT-LINE SECTION.
006600 Z10-010.
006610   MOVE WK-LINE       TO F2LINE.
006620   WRITE F2LINE.
006630   MOVE SPACE         TO WK-LINE.
006640 Z10-PUT-LINE-EXIT.
006650   EXIT.
006660 Z20-PUT-BLANK SECTION.
006670 Z20-010.
006680   MOVE SPACE         TO F2LINE.
006690   WRITE F2LINE.
006700   MOVE SPACE         TO WK-LINE.
006710 Z20-PUT-BLANK-EXIT.
006720   EXIT.
006730 Z50-ADD-KEY SECTION.
006740*--------------------------------------------------------------
006750*- ADD KEY WK-LINE(1:20) OF TABLE WK-CUR-TBL UNLESS IT IS
006760*- THERE ALREADY (EFFECTIVE-DATED VERSIONS OF ONE KEY).
006770*--------------------------------------------------------------
006780 Z50-010.
006790   PERFORM Z60-FIND-KEY.
006800   IF WK-KEY-HIT > ZERO
006810     THEN
006820       GO TO Z50-ADD-KEY-EXIT
006830   END-IF.
006840   IF WK-KEY-CNT NOT < 5000
006850     THEN
006860       ADD 1              TO WK-KEY-LOST
006870       GO TO Z50-ADD-KEY-EXIT
006880   END-IF.
006890   ADD 1              TO WK-KEY-CNT.
006900   MOVE WK-CUR-TBL    TO WK-KEY-NAME(WK-KEY-CNT).
006910   MOVE WK-LINE(1:20) TO WK-KEY-KEY(WK-KEY-CNT).
006920   MOVE ZERO          TO WK-KEY-HITS(WK-KEY-CNT).
006930   MOVE SPACE         TO WK-KEY-LAST(WK-KEY-CNT).
006940 Z50-ADD-KEY-EXIT.
006950   EXIT.
006960 Z60-FIND-KEY SECTION.
006970*--------------------------------------------------------------
006980*- WK-KEY-HIT = SLOT OF WK-CUR-TBL + WK-LINE(1:20), ZERO IF NONE.
006990*--------------------------------------------------------------
007000 Z60-010.
007010   MOVE ZERO          TO WK-KEY-HIT.
007020   PERFORM VARYING WK-KEY-I FROM 1 BY 1
007030     UNTIL WK-KEY-I > WK-KEY-CNT OR WK-KEY-HIT > ZERO
007040       IF WK-KEY-NAME(WK-KEY-I) = WK-CUR-TBL
007050        AND WK-KEY-KEY(WK-KEY-I) = WK-LINE(1:20)
007060         THEN
007070           MOVE WK-KEY-I      TO WK-KEY-HIT
007080       END-IF
007090   END-PERFORM.
007100 Z60-FIND-KEY-EXIT.
007110   EXIT.
