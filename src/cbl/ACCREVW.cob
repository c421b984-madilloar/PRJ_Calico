000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   ACCREVW.
000030*--------------------------------------------------------------
000040*- MONTHLY ACCESS REVIEW FOR THE DATA-PROTECTION OFFICER. READS
000050*- THE INQUIRY ACCESS LOG THAT INQRSLT, LINEAGE AND EVIDPACK
000060*- APPEND TO AND REPORTS, FOR ONE MONTH:
000070*-   1. EVERY PERSON WHO ASKED - INQUIRIES, RECORDS RETURNED,
000080*-      HOW MANY OUTSIDE BUSINESS HOURS - WITH THOSE OVER THE
000090*-      HEAVY-USE LIMIT MARKED;
000100*-   2. EVERY INQUIRY OUTSIDE BUSINESS HOURS (BEFORE OR AFTER
000110*-      THE WORKING HOURS, AT A WEEKEND, OR ON A HOLIDAY_FILE
000120*-      DATE);
000130*-   3. EVERY BUSINESS KEY LOOKED UP BY MORE THAN N DIFFERENT
000140*-      PEOPLE, WITH THEIR NAMES.
000150*- THE PERSON IS THE REQUESTER REF WHERE THE LOG CARRIES ONE
000160*- (INQRSLT BATCH MODE ANSWERS FOR SOMEBODY ELSE), OTHERWISE THE
000170*- LOGGED USER ID.
000180*-
000190*- ACCESS LOG RECORD (SEE INQRSLT'S F9ALOG):
000200*-   1-8 USER  10-17 PROGRAM  19-26 DATE  28-33 TIME  35 TYPE
000210*-   ('K' KEY, 'R' RULE SET)  37-56 SUBJECT  58-65 FROM
000220*-   67-74 TO  76-83 REQUESTER REF  85-91 RECORDS RETURNED.
000230*-
000240*- ENV: ACCESS_LOG (DEFAULT ../data/pcheckaccess.txt),
000250*-      REVIEW_MONTH = 'YYYYMM' (REQUIRED),
000260*-      HEAVY_LIMIT  (INQUIRIES A MONTH, 5 DIGITS, DEFAULT
000270*-                    00050),
000280*-      KEY_PEOPLE   (N, 2 DIGITS, UNDER 20, DEFAULT 03),
000290*-      BUS_HOURS    = 'HHMMHHMM' (DEFAULT 07001900),
000300*-      HOLIDAY_FILE (OPTIONAL, TEST-MAIN'S CALENDAR),
000310*-      REVIEW_FILE  (DEFAULT ../data/pcheckaccrevw.txt).
000320*- RETURN-CODE: 0=NOTHING TO REVIEW, 4=FINDINGS LISTED,
000330*-              12=BAD PARMS, 16=FATAL I/O.
000340*--------------------------------------------------------------
000350 ENVIRONMENT    DIVISION.
000360 INPUT-OUTPUT               SECTION.
000370 FILE-CONTROL.
000380   SELECT F9ALOG  ASSIGN TO WK-ALOGNAME
000390   ORGANIZATION LINE SEQUENTIAL
000400   STATUS WK-ALOG-FST.
000410   SELECT F37HOL  ASSIGN TO WK-HOLNAME
000420   ORGANIZATION LINE SEQUENTIAL
000430   STATUS WK-HOL-FST.
000440   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000450   ORGANIZATION LINE SEQUENTIAL
000460   STATUS WK-RPT-FST.
000470 DATA DIVISION.
000480 FILE                       SECTION.
000490 FD  F9ALOG.
000500 01  F9ARECORD              SYNC.
000510   03 F9A-USER              PIC X(08).
000520   03 FILLER                PIC X(01).
000530   03 F9A-PROG              PIC X(08).
000540   03 FILLER                PIC X(01).
000550   03 F9A-DATE              PIC X(08).
000560   03 FILLER                PIC X(01).
000570   03 F9A-TIME              PIC X(06).
000580   03 FILLER                PIC X(01).
000590   03 F9A-TYPE              PIC X(01).
000600   03 FILLER                PIC X(01).
000610   03 F9A-SUBJECT           PIC X(20).
000620   03 FILLER                PIC X(01).
000630   03 F9A-FROM              PIC X(08).
000640   03 FILLER                PIC X(01).
000650   03 F9A-TO                PIC X(08).
000660   03 FILLER                PIC X(01).
000670   03 F9A-REF               PIC X(08).
000680   03 FILLER                PIC X(01).
000690   03 F9A-COUNT             PIC 9(07).
000700   03 FILLER                PIC X(09).
000710 FD  F37HOL.
000720 01  F37RECORD              PIC X(80).
000730 FD  F2REPT.
000740 01  F2LINE                 PIC X(132).
000750 WORKING-STORAGE SECTION.
000760 01  WK-FILES               SYNC.
000770   03 WK-ALOGNAME           PIC X(100).
000780   03 WK-ALOG-FST           PIC X(02).
000790   03 WK-HOLNAME            PIC X(100).
000800   03 WK-HOL-FST            PIC X(02).
000810   03 WK-RPTNAME            PIC X(100).
000820   03 WK-RPT-FST            PIC X(02).
000830 01  WK-PRM                 SYNC.
000840   03 WK-MONTH              PIC X(06).
000850   03 WK-PRM-X              PIC X(08).
000860   03 WK-HEAVY-X            PIC X(05).
000870   03 WK-NPEOPLE-X          PIC X(02).
000880   03 WK-HEAVY              PIC 9(05) VALUE 50.
000890   03 WK-NPEOPLE            PIC 9(02) VALUE 3.
000900   03 WK-HRS-FROM           PIC X(04) VALUE '0700'.
000910   03 WK-HRS-TO             PIC X(04) VALUE '1900'.
000920*--------------------------------------------------------------
000930*- HOLIDAY CALENDAR AND BUSINESS-DAY WORK (SEE TEST-MAIN A15A).
000940*--------------------------------------------------------------
000950 01  WK-HOL                 SYNC.
000960   03 WK-HOL-CNT            PIC 9(03) VALUE ZERO.
000970   03 WK-HOL-I              PIC 9(03).
000980   03 WK-HOL-TBL            PIC X(08) OCCURS 200 TIMES.
000990   03 WK-HOL-WRK            PIC 9(08).
001000   03 WK-HOL-SER            PIC 9(07).
001010   03 WK-HOL-DOW            PIC 9(01).
001020   03 WK-HOL-BUS            PIC 9(01).
001030*--------------------------------------------------------------
001040*- THE PEOPLE: INQUIRIES, RECORDS RETURNED, OUT-OF-HOURS COUNT.
001050*--------------------------------------------------------------
001060 01  WK-PSN                 SYNC.
001070   03 WK-PSN-CNT            PIC 9(03) VALUE ZERO.
001080   03 WK-PSN-TBL            OCCURS 300 TIMES.
001090     05 WK-PSN-ID           PIC X(08).
001100     05 WK-PSN-INQ          PIC 9(07).
001110     05 WK-PSN-RECS         PIC 9(09).
001120     05 WK-PSN-OOH          PIC 9(07).
001130*--------------------------------------------------------------
001140*- THE KEYS ASKED ABOUT AND THE DISTINCT PEOPLE WHO ASKED (THE
001150*- FIRST 20 ARE NAMED; THE COUNT GOES ON PAST THEM).
001160*--------------------------------------------------------------
001170 01  WK-KEYS                SYNC.
001180   03 WK-KY-CNT             PIC 9(04) VALUE ZERO.
001190   03 WK-KY-TBL             OCCURS 1000 TIMES.
001200     05 WK-KY-KEY           PIC X(20).
001210     05 WK-KY-PPL           PIC 9(03).
001220     05 WK-KY-WHO           PIC X(08) OCCURS 20 TIMES.
001230 01  WK-WRK                 SYNC.
001240   03 WK-I                  PIC 9(04).
001250   03 WK-J                  PIC 9(03).
001260   03 WK-HIT                PIC 9(04).
001270   03 WK-WHO                PIC X(08).
001280   03 WK-OOH                PIC 9(01).
001290   03 WK-WHY                PIC X(08).
001300   03 WK-READ               PIC 9(07) VALUE ZERO.
001310   03 WK-MINQ               PIC 9(07) VALUE ZERO.
001320   03 WK-OOH-CNT            PIC 9(07) VALUE ZERO.
001330   03 WK-HEAVY-CNT          PIC 9(03) VALUE ZERO.
001340   03 WK-SHARED-CNT         PIC 9(04) VALUE ZERO.
001350   03 WK-FULL               PIC 9(01) VALUE ZERO.
001360   03 WK-LINE               PIC X(132).
001370 PROCEDURE DIVISION.
001380 A00-MAIN SECTION.
001390*--------------------------------------------------------------
001400*- PASS ONE TALLIES THE PEOPLE AND THE KEYS; PASS TWO PRINTS
001410*- THE OUT-OF-HOURS INQUIRIES IN LOG ORDER.
001420*--------------------------------------------------------------
001430 A00-010.
001440   MOVE SPACE         TO WK-ALOGNAME.
001450   ACCEPT WK-ALOGNAME FROM ENVIRONMENT 'ACCESS_LOG'.
001460   IF WK-ALOGNAME = SPACE
001470     MOVE '../data/pcheckaccess.txt' TO WK-ALOGNAME
001480   END-IF.
001490   MOVE SPACE         TO WK-MONTH.
001500   ACCEPT WK-MONTH    FROM ENVIRONMENT 'REVIEW_MONTH'.
001510   IF WK-MONTH = SPACE OR WK-MONTH NOT NUMERIC
001520     THEN
001530       DISPLAY 'ACCREVW:REVIEW_MONTH (YYYYMM) REQUIRED.'
001540       MOVE 12            TO RETURN-CODE
001550       GOBACK
001560   END-IF.
001570   MOVE SPACE         TO WK-HEAVY-X.
001580   ACCEPT WK-HEAVY-X  FROM ENVIRONMENT 'HEAVY_LIMIT'.
001590   IF WK-HEAVY-X NOT = SPACE AND WK-HEAVY-X NUMERIC
001600     THEN
001610       MOVE WK-HEAVY-X    TO WK-HEAVY
001620   END-IF.
001630   MOVE SPACE         TO WK-NPEOPLE-X.
001640   ACCEPT WK-NPEOPLE-X FROM ENVIRONMENT 'KEY_PEOPLE'.
001650   IF WK-NPEOPLE-X NOT = SPACE AND WK-NPEOPLE-X NUMERIC
001660     THEN
001670       MOVE WK-NPEOPLE-X  TO WK-NPEOPLE
001680   END-IF.
001690   IF WK-NPEOPLE > 19
001700     THEN
001710       DISPLAY 'ACCREVW:KEY_PEOPLE MUST BE UNDER 20.'
001720       MOVE 12            TO RETURN-CODE
001730       GOBACK
001740   END-IF.
001750   MOVE SPACE         TO WK-PRM-X.
001760   ACCEPT WK-PRM-X    FROM ENVIRONMENT 'BUS_HOURS'.
001770   IF WK-PRM-X NOT = SPACE
001780     THEN
001790       IF WK-PRM-X NUMERIC AND WK-PRM-X(1:4) < WK-PRM-X(5:4)
001800         THEN
001810           MOVE WK-PRM-X(1:4) TO WK-HRS-FROM
001820           MOVE WK-PRM-X(5:4) TO WK-HRS-TO
001830         ELSE
001840           DISPLAY 'ACCREVW:BUS_HOURS MUST BE HHMMHHMM.'
001850           MOVE 12            TO RETURN-CODE
001860           GOBACK
001870       END-IF
001880   END-IF.
001890   MOVE SPACE         TO WK-HOLNAME.
001900   ACCEPT WK-HOLNAME  FROM ENVIRONMENT 'HOLIDAY_FILE'.
001910   IF WK-HOLNAME NOT = SPACE
001920     THEN
001930       PERFORM B05-LOAD-HOLIDAYS
001940   END-IF.
001950   MOVE SPACE         TO WK-RPTNAME.
001960   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'REVIEW_FILE'.
001970   IF WK-RPTNAME = SPACE
001980     MOVE '../data/pcheckaccrevw.txt' TO WK-RPTNAME
001990   END-IF.
002000   OPEN INPUT F9ALOG.
002010   IF WK-ALOG-FST NOT = '00'
002020     THEN
002030       DISPLAY 'ACCREVW:ACCESS LOG OPEN ERROR STATUS='
002040               WK-ALOG-FST
002050       MOVE 16            TO RETURN-CODE
002060       GOBACK
002070   END-IF.
002080   PERFORM UNTIL WK-ALOG-FST NOT = '00'
002090     READ F9ALOG
002100       AT END
002110         CONTINUE
002120       NOT AT END
002130         ADD 1              TO WK-READ
002140         IF F9A-DATE(1:6) = WK-MONTH AND F9A-DATE NUMERIC
002150           THEN
002160             PERFORM B10-TALLY
002170         END-IF
002180     END-READ
002190   END-PERFORM.
002200   CLOSE F9ALOG.
002210   OPEN OUTPUT F2REPT.
002220   IF WK-RPT-FST NOT = '00'
002230     THEN
002240       DISPLAY 'ACCREVW:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002250       MOVE 16            TO RETURN-CODE
002260       GOBACK
002270   END-IF.
002280   PERFORM C10-PEOPLE.
002290   PERFORM C20-OUT-OF-HOURS.
002300   PERFORM C30-SHARED-KEYS.
002310   CLOSE F2REPT.
002320   DISPLAY '===================================='.
002330   DISPLAY 'ACCREVW RESULT: MONTH=' WK-MONTH
002340           ' INQUIRIES=' WK-MINQ
002350           ' PEOPLE=' WK-PSN-CNT.
002360   DISPLAY 'ACCREVW FINDINGS: HEAVY USERS=' WK-HEAVY-CNT
002370           ' OUT OF HOURS=' WK-OOH-CNT
002380           ' KEYS OVER LIMIT=' WK-SHARED-CNT.
002390   DISPLAY '===================================='.
002400   IF WK-FULL = 1
002410     THEN
002420       DISPLAY 'ACCREVW:TABLE FULL - SOME PEOPLE OR KEYS NOT '
002430               'COUNTED.'
002440   END-IF.
002450   IF WK-HEAVY-CNT > ZERO OR WK-OOH-CNT > ZERO
002460    OR WK-SHARED-CNT > ZERO OR WK-FULL = 1
002470     THEN
002480       MOVE 4             TO RETURN-CODE
002490     ELSE
002500       MOVE ZERO          TO RETURN-CODE
002510   END-IF.
002520   GOBACK.
002530 A00-MAIN-EXIT.
002540   EXIT.
002550 B05-LOAD-HOLIDAYS SECTION.
002560 B05-010.
002570   OPEN INPUT F37HOL.
002580   IF WK-HOL-FST NOT = '00'
002590     THEN
002600       DISPLAY 'ACCREVW:HOLIDAY FILE OPEN ERROR STATUS='
002610               WK-HOL-FST
002620       GO TO B05-LOAD-HOLIDAYS-EXIT
002630   END-IF.
002640   PERFORM UNTIL WK-HOL-FST NOT = '00'
002650     READ F37HOL
002660       AT END
002670         CONTINUE
002680       NOT AT END
002690         IF F37RECORD(1:1) NOT = '*'
002700          AND F37RECORD(1:8) NUMERIC
002710          AND WK-HOL-CNT < 200
002720           THEN
002730             ADD 1              TO WK-HOL-CNT
002740             MOVE F37RECORD(1:8) TO WK-HOL-TBL(WK-HOL-CNT)
002750         END-IF
002760     END-READ
002770   END-PERFORM.
002780   CLOSE F37HOL.
002790 B05-LOAD-HOLIDAYS-EXIT.
002800   EXIT.
002810 B10-TALLY SECTION.
002820*--------------------------------------------------------------
002830*- ONE INQUIRY OF THE MONTH: ON ITS PERSON'S ROW, AND - FOR A
002840*- KEY INQUIRY - ON THE KEY'S ROW IF THE PERSON IS NEW THERE.
002850*--------------------------------------------------------------
002860 B10-010.
002870   ADD 1              TO WK-MINQ.
002880   PERFORM S10-WHO.
002890   PERFORM S20-OUT-OF-HOURS.
002900   MOVE ZERO          TO WK-HIT.
002910   PERFORM VARYING WK-I FROM 1 BY 1
002920     UNTIL WK-I > WK-PSN-CNT OR WK-HIT > ZERO
002930       IF WK-PSN-ID(WK-I) = WK-WHO
002940         THEN
002950           MOVE WK-I          TO WK-HIT
002960       END-IF
002970   END-PERFORM.
002980   IF WK-HIT = ZERO
002990     THEN
003000       IF WK-PSN-CNT < 300
003010         THEN
003020           ADD 1              TO WK-PSN-CNT
003030           MOVE WK-PSN-CNT    TO WK-HIT
003040           MOVE WK-WHO        TO WK-PSN-ID(WK-HIT)
003050           MOVE ZERO          TO WK-PSN-INQ(WK-HIT)
003060           MOVE ZERO          TO WK-PSN-RECS(WK-HIT)
003070           MOVE ZERO          TO WK-PSN-OOH(WK-HIT)
003080         ELSE
003090           MOVE 1             TO WK-FULL
003100       END-IF
003110   END-IF.
003120   IF WK-HIT > ZERO
003130     THEN
003140       ADD 1              TO WK-PSN-INQ(WK-HIT)
003150       IF F9A-COUNT NUMERIC
003160         THEN
003170           ADD F9A-COUNT      TO WK-PSN-RECS(WK-HIT)
003180       END-IF
003190       IF WK-OOH = 1
003200         THEN
003210           ADD 1              TO WK-PSN-OOH(WK-HIT)
003220       END-IF
003230   END-IF.
003240   IF F9A-TYPE NOT = 'K' OR F9A-SUBJECT = SPACE
003250     THEN
003260       GO TO B10-TALLY-EXIT
003270   END-IF.
003280   MOVE ZERO          TO WK-HIT.
003290   PERFORM VARYING WK-I FROM 1 BY 1
003300     UNTIL WK-I > WK-KY-CNT OR WK-HIT > ZERO
003310       IF WK-KY-KEY(WK-I) = F9A-SUBJECT
003320         THEN
003330           MOVE WK-I          TO WK-HIT
003340       END-IF
003350   END-PERFORM.
003360   IF WK-HIT = ZERO
003370     THEN
003380       IF WK-KY-CNT < 1000
003390         THEN
003400           ADD 1              TO WK-KY-CNT
003410           MOVE WK-KY-CNT     TO WK-HIT
003420           MOVE F9A-SUBJECT   TO WK-KY-KEY(WK-HIT)
003430           MOVE ZERO          TO WK-KY-PPL(WK-HIT)
003440         ELSE
003450           MOVE 1             TO WK-FULL
003460           GO TO B10-TALLY-EXIT
003470       END-IF
003480   END-IF.
003490   PERFORM VARYING WK-J FROM 1 BY 1
003500     UNTIL WK-J > WK-KY-PPL(WK-HIT) OR WK-J > 20
003510       IF WK-KY-WHO(WK-HIT, WK-J) = WK-WHO
003520         THEN
003530           GO TO B10-TALLY-EXIT
003540       END-IF
003550   END-PERFORM.
003560*- PAST THE 20 NAMED, EVERY FURTHER INQUIRY COUNTS AS A NEW
003570*- PERSON - THE KEY IS FAR OVER ANY SENSIBLE LIMIT BY THEN.
003580   ADD 1              TO WK-KY-PPL(WK-HIT).
003590   IF WK-J NOT > 20
003600     THEN
003610       MOVE WK-WHO        TO WK-KY-WHO(WK-HIT, WK-J)
003620   END-IF.
003630 B10-TALLY-EXIT.
003640   EXIT.
003650 C10-PEOPLE SECTION.
003660*--------------------------------------------------------------
003670*- SECTION 1: EVERYBODY WHO ASKED, HEAVY USERS MARKED.
003680*--------------------------------------------------------------
003690 C10-010.
003700   MOVE SPACE         TO WK-LINE.
003710   STRING 'INQUIRY ACCESS REVIEW  MONTH=' WK-MONTH '  LOG='
003720                      DELIMITED BY SIZE
003730          WK-ALOGNAME DELIMITED BY '  ' INTO WK-LINE.
003740   PERFORM Z10-PUT-LINE.
003750   MOVE SPACE         TO WK-LINE.
003760   STRING 'INQUIRIES=' WK-MINQ
003770          '  HEAVY-USE LIMIT=' WK-HEAVY
003780          '  BUSINESS HOURS=' WK-HRS-FROM '-' WK-HRS-TO
003790          '  KEY PEOPLE LIMIT=' WK-NPEOPLE
003800                      DELIMITED BY SIZE INTO WK-LINE.
003810   PERFORM Z10-PUT-LINE.
003820   MOVE SPACE         TO WK-LINE.
003830   PERFORM Z10-PUT-LINE.
003840   MOVE '1. WHO ASKED'
003850                      TO WK-LINE.
003860   PERFORM Z10-PUT-LINE.
003870   MOVE SPACE         TO WK-LINE.
003880   MOVE 'PERSON'      TO WK-LINE(3:6).
003890   MOVE 'INQUIRIES'   TO WK-LINE(13:9).
003900   MOVE 'RECORDS'     TO WK-LINE(25:7).
003910   MOVE 'OUT OF HOURS' TO WK-LINE(35:12).
003920   PERFORM Z10-PUT-LINE.
003930   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-PSN-CNT
003940     MOVE SPACE         TO WK-LINE
003950     MOVE WK-PSN-ID(WK-I)   TO WK-LINE(3:8)
003960     MOVE WK-PSN-INQ(WK-I)  TO WK-LINE(14:7)
003970     MOVE WK-PSN-RECS(WK-I) TO WK-LINE(23:9)
003980     MOVE WK-PSN-OOH(WK-I)  TO WK-LINE(38:7)
003990     IF WK-PSN-INQ(WK-I) > WK-HEAVY
004000       THEN
004010         MOVE '<< HEAVY USER' TO WK-LINE(48:13)
004020         ADD 1              TO WK-HEAVY-CNT
004030     END-IF
004040     PERFORM Z10-PUT-LINE
004050   END-PERFORM.
004060 C10-PEOPLE-EXIT.
004070   EXIT.
004080 C20-OUT-OF-HOURS SECTION.
004090*--------------------------------------------------------------
004100*- SECTION 2: A SECOND PASS, PRINTING THE MONTH'S INQUIRIES
004110*- MADE OUTSIDE BUSINESS HOURS.
004120*--------------------------------------------------------------
004130 C20-010.
004140   MOVE SPACE         TO WK-LINE.
004150   PERFORM Z10-PUT-LINE.
004160   MOVE '2. INQUIRIES OUTSIDE BUSINESS HOURS'
004170                      TO WK-LINE.
004180   PERFORM Z10-PUT-LINE.
004190   MOVE SPACE         TO WK-LINE.
004200   MOVE 'DATE'        TO WK-LINE(3:4).
004210   MOVE 'TIME'        TO WK-LINE(12:4).
004220   MOVE 'WHEN'        TO WK-LINE(19:4).
004230   MOVE 'PERSON'      TO WK-LINE(28:6).
004240   MOVE 'USER'        TO WK-LINE(37:4).
004250   MOVE 'PROGRAM'     TO WK-LINE(46:7).
004260   MOVE 'ASKED ABOUT' TO WK-LINE(55:11).
004270   MOVE 'RECORDS'     TO WK-LINE(78:7).
004280   PERFORM Z10-PUT-LINE.
004290   OPEN INPUT F9ALOG.
004300   IF WK-ALOG-FST NOT = '00'
004310     THEN
004320       DISPLAY 'ACCREVW:ACCESS LOG OPEN ERROR STATUS='
004330               WK-ALOG-FST
004340       GO TO C20-OUT-OF-HOURS-EXIT
004350   END-IF.
004360   PERFORM UNTIL WK-ALOG-FST NOT = '00'
004370     READ F9ALOG
004380       AT END
004390         CONTINUE
004400       NOT AT END
004410         IF F9A-DATE(1:6) = WK-MONTH AND F9A-DATE NUMERIC
004420           THEN
004430             PERFORM S20-OUT-OF-HOURS
004440             IF WK-OOH = 1
004450               THEN
004460                 PERFORM C21-OOH-LINE
004470             END-IF
004480         END-IF
004490     END-READ
004500   END-PERFORM.
004510   CLOSE F9ALOG.
004520   IF WK-OOH-CNT = ZERO
004530     THEN
004540       MOVE '  (NONE)'    TO WK-LINE
004550       PERFORM Z10-PUT-LINE
004560   END-IF.
004570 C20-OUT-OF-HOURS-EXIT.
004580   EXIT.
004590 C21-OOH-LINE SECTION.
004600 C21-010.
004610   ADD 1              TO WK-OOH-CNT.
004620   PERFORM S10-WHO.
004630   MOVE SPACE         TO WK-LINE.
004640   MOVE F9A-DATE      TO WK-LINE(3:8).
004650   MOVE F9A-TIME      TO WK-LINE(12:6).
004660   MOVE WK-WHY        TO WK-LINE(19:8).
004670   MOVE WK-WHO        TO WK-LINE(28:8).
004680   MOVE F9A-USER      TO WK-LINE(37:8).
004690   MOVE F9A-PROG      TO WK-LINE(46:8).
004700   IF F9A-TYPE = 'K'
004710     THEN
004720       MOVE 'KEY'         TO WK-LINE(55:3)
004730     ELSE
004740       MOVE 'SET'         TO WK-LINE(55:3)
004750   END-IF.
004760   MOVE F9A-SUBJECT   TO WK-LINE(59:20).
004770   MOVE F9A-COUNT     TO WK-LINE(80:7).
004780   PERFORM Z10-PUT-LINE.
004790 C21-OOH-LINE-EXIT.
004800   EXIT.
004810 C30-SHARED-KEYS SECTION.
004820*--------------------------------------------------------------
004830*- SECTION 3: KEYS LOOKED UP BY MORE THAN N DIFFERENT PEOPLE.
004840*--------------------------------------------------------------
004850 C30-010.
004860   MOVE SPACE         TO WK-LINE.
004870   PERFORM Z10-PUT-LINE.
004880   MOVE SPACE         TO WK-LINE.
004890   STRING '3. KEYS LOOKED UP BY MORE THAN ' WK-NPEOPLE
004900          ' PEOPLE'
004910                      DELIMITED BY SIZE INTO WK-LINE.
004920   PERFORM Z10-PUT-LINE.
004930   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-KY-CNT
004940     IF WK-KY-PPL(WK-I) > WK-NPEOPLE
004950       THEN
004960         ADD 1              TO WK-SHARED-CNT
004970         MOVE SPACE         TO WK-LINE
004980         MOVE WK-KY-KEY(WK-I) TO WK-LINE(3:20)
004990         STRING 'PEOPLE=' WK-KY-PPL(WK-I)
005000                      DELIMITED BY SIZE INTO WK-LINE(24:10)
005010         PERFORM C31-NAMES
005020     END-IF
005030   END-PERFORM.
005040   IF WK-SHARED-CNT = ZERO
005050     THEN
005060       MOVE '  (NONE)'    TO WK-LINE
005070       PERFORM Z10-PUT-LINE
005080   END-IF.
005090 C30-SHARED-KEYS-EXIT.
005100   EXIT.
005110 C31-NAMES SECTION.
005120*--------------------------------------------------------------
005130*- THE NAMES, TEN TO A LINE.
005140*--------------------------------------------------------------
005150 C31-010.
005160   PERFORM VARYING WK-J FROM 1 BY 1
005170     UNTIL WK-J > WK-KY-PPL(WK-I) OR WK-J > 20
005180       COMPUTE WK-HIT = 36 + FUNCTION MOD(WK-J - 1, 10) * 9
005190       MOVE WK-KY-WHO(WK-I, WK-J) TO WK-LINE(WK-HIT:8)
005200       IF WK-J = 10
005210         THEN
005220           PERFORM Z10-PUT-LINE
005230           MOVE SPACE         TO WK-LINE
005240       END-IF
005250   END-PERFORM.
005260   IF WK-LINE NOT = SPACE
005270     THEN
005280       PERFORM Z10-PUT-LINE
005290   END-IF.
005300 C31-NAMES-EXIT.
005310   EXIT.
005320 S10-WHO SECTION.
005330*--------------------------------------------------------------
005340*- THE PERSON: THE REQUESTER REF WHEN LOGGED, ELSE THE USER.
005350*--------------------------------------------------------------
005360 S10-010.
005370   IF F9A-REF NOT = SPACE
005380     THEN
005390       MOVE F9A-REF       TO WK-WHO
005400     ELSE
005410       MOVE F9A-USER      TO WK-WHO
005420   END-IF.
005430 S10-WHO-EXIT.
005440   EXIT.
005450 S20-OUT-OF-HOURS SECTION.
005460*--------------------------------------------------------------
005470*- OUTSIDE BUSINESS HOURS: A WEEKEND OR HOLIDAY, OR A TIME
005480*- BEFORE THE START OR FROM THE END OF THE WORKING DAY. SERIAL
005490*- 1 IS A MONDAY, SO MOD 7 OF 6 IS SATURDAY AND 0 IS SUNDAY
005500*- (THE SAME ARITHMETIC AS TEST-MAIN'S A15B-JUDGE-SERIAL).
005510*--------------------------------------------------------------
005520 S20-010.
005530   MOVE 1             TO WK-OOH.
005540   MOVE F9A-DATE      TO WK-HOL-WRK.
005550   COMPUTE WK-HOL-SER = FUNCTION INTEGER-OF-DATE(WK-HOL-WRK).
005560   COMPUTE WK-HOL-DOW = FUNCTION MOD(WK-HOL-SER, 7).
005570   IF WK-HOL-DOW = 6 OR WK-HOL-DOW = ZERO
005580     THEN
005590       MOVE 'WEEKEND'     TO WK-WHY
005600       GO TO S20-OUT-OF-HOURS-EXIT
005610   END-IF.
005620   PERFORM VARYING WK-HOL-I FROM 1 BY 1
005630     UNTIL WK-HOL-I > WK-HOL-CNT
005640       IF WK-HOL-TBL(WK-HOL-I) = F9A-DATE
005650         THEN
005660           MOVE 'HOLIDAY'     TO WK-WHY
005670           GO TO S20-OUT-OF-HOURS-EXIT
005680       END-IF
005690   END-PERFORM.
005700   IF F9A-TIME(1:4) < WK-HRS-FROM
005710     THEN
005720       MOVE 'EARLY'       TO WK-WHY
005730       GO TO S20-OUT-OF-HOURS-EXIT
005740   END-IF.
005750   IF F9A-TIME(1:4) NOT < WK-HRS-TO
005760     THEN
005770       MOVE 'LATE'        TO WK-WHY
005780       GO TO S20-OUT-OF-HOURS-EXIT
005790   END-IF.
005800   MOVE ZERO          TO WK-OOH.
005810   MOVE SPACE         TO WK-WHY.
005820 S20-OUT-OF-HOURS-EXIT.
005830   EXIT.
005840 Z10-PUT-LINE SECTION.
005850 Z10-010.
005860   MOVE WK-LINE       TO F2LINE.
005870   WRITE F2LINE.
005880 Z10-PUT-LINE-EXIT.
005890   EXIT.
