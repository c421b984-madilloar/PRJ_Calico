000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULSRCLB.
000030*--------------------------------------------------------------
000040*- RULE SOURCE LIBRARY. KEEPS EVERY RULCOMP SOURCE AND EVERY
000050*- FRAGMENT LIBRARY AS A NAMED MEMBER IN ONE SHARED, APPEND-
000060*- ONLY LIBRARY FILE, WITH CHECK-OUT/CHECK-IN BY USER, A
000070*- VERSION NUMBER PER MEMBER AND A CHANGE COMMENT ON EVERY
000080*- VERSION. RULCOMP COMPILES FROM A NAMED MEMBER VERSION
000090*- (RULESRC_MEMBER / RULELIB_MEMBER) AND STAMPS IT INTO THE
000100*- EMITTED SET, SO WHAT IS LIVE IN F1INPUT CAN ALWAYS BE TRACED
000110*- BACK TO THE SOURCE THAT PRODUCED IT.
000120*-
000130*- LIBRARY RECORDS (NOTHING IS EVER REWRITTEN OR DELETED):
000140*-   'MBR ' MEMBER(5-12) VER(14-17) KIND(19) USER(21-28)
000150*-          DATE(30-37) TIME(39-44) COMMENT(46-105)
000160*-          KIND S = RULE SOURCE, F = FRAGMENT LIBRARY
000170*-   'LIN ' SOURCE LINE(5-104)            ONE PER LINE
000180*-   'END ' MEMBER(5-12) VER(14-17) LINES(19-23)
000190*-   'OUT ' MEMBER(5-12) USER(21-28) DATE(30-37) TIME(39-44)
000200*-   'IN  ' (SAME LAYOUT) - CHECK-OUT RELEASED
000210*- A MEMBER IS CHECKED OUT WHILE ITS LAST OUT/IN RECORD IS AN
000220*- OUT. CHECK-OUT IS EXCLUSIVE; ONLY THE HOLDER CAN CHECK IN OR
000230*- CANCEL. A NEW MEMBER IS CREATED BY ITS FIRST CHECK-IN.
000240*-
000250*- SRCLIB_ACTION:
000260*-   LIST     - HISTORY OF EVERY VERSION, THEN ONE LINE PER
000270*-              MEMBER (LATEST VERSION, KIND, HOLDER)
000280*-   CHECKOUT - LOCK THE MEMBER, WRITE ITS LATEST VERSION TO
000290*-              THE WORKING FILE
000300*-   CHECKIN  - STORE THE WORKING FILE AS THE NEXT VERSION
000310*-              (COMMENT REQUIRED) AND RELEASE THE LOCK
000320*-   CANCEL   - RELEASE THE LOCK, NO NEW VERSION
000330*-   EXTRACT  - WRITE A VERSION (SRCLIB_VERSION, BLANK =
000340*-              LATEST) TO THE WORKING FILE, NO LOCK
000350*-
000360*- ENV: SRCLIB_FILE, SRCLIB_ACTION, SRCLIB_MEMBER,
000370*-      SRCLIB_VERSION (4 DIGITS), SRCLIB_USER (ELSE USER),
000380*-      SRCLIB_COMMENT,
000390*-      SRCLIB_KIND (S/F, FIRST CHECK-IN ONLY), SRCLIB_WORK.
000400*- RETURN-CODE: 0=DONE, 12=REFUSED OR BAD PARAMETERS,
000410*-              16=FATAL I/O.
000420*--------------------------------------------------------------
000430 ENVIRONMENT    DIVISION.
000440 INPUT-OUTPUT               SECTION.
000450 FILE-CONTROL.
000460   SELECT F5SLIB  ASSIGN TO WK-SLBNAME
000470   ORGANIZATION LINE SEQUENTIAL
000480   STATUS WK-SLB-FST.
000490   SELECT F1WORK  ASSIGN TO WK-WRKNAME
000500   ORGANIZATION LINE SEQUENTIAL
000510   STATUS WK-WRK-FST.
000520 DATA DIVISION.
000530 FILE                       SECTION.
000540 FD  F5SLIB.
000550 01  F5RECORD               SYNC.
000560   03 F5-TYPE               PIC X(04).
000570   03 F5-MEMBER             PIC X(08).
000580   03 FILLER                PIC X(01).
000590   03 F5-VER                PIC X(04).
000600   03 FILLER                PIC X(01).
000610   03 F5-KIND               PIC X(01).
000620   03 FILLER                PIC X(01).
000630   03 F5-USER               PIC X(08).
000640   03 FILLER                PIC X(01).
000650   03 F5-DATE               PIC X(08).
000660   03 FILLER                PIC X(01).
000670   03 F5-TIME               PIC X(06).
000680   03 FILLER                PIC X(01).
000690   03 F5-COMMENT            PIC X(60).
000700   03 FILLER                PIC X(15).
000710 01  F5LINE-REC REDEFINES F5RECORD.
000720   03 FILLER                PIC X(04).
000730   03 F5-TEXT               PIC X(100).
000740   03 FILLER                PIC X(16).
000750 01  F5END-REC REDEFINES F5RECORD.
000760   03 FILLER                PIC X(18).
000770   03 F5-LINES              PIC 9(05).
000780   03 FILLER                PIC X(97).
000790 FD  F1WORK.
000800 01  F1RECORD               PIC X(100).
000810 WORKING-STORAGE SECTION.
000820 01  WK-FILES               SYNC.
000830   03 WK-SLBNAME            PIC X(100).
000840   03 WK-SLB-FST            PIC X(02).
000850   03 WK-WRKNAME            PIC X(100).
000860   03 WK-WRK-FST            PIC X(02).
000870 01  WK-PRM                 SYNC.
000880   03 WK-ACTION             PIC X(08).
000890   03 WK-MEMBER             PIC X(08).
000900   03 WK-VERSION            PIC X(04).
000910   03 WK-VERSION-N REDEFINES WK-VERSION PIC 9(04).
000920   03 WK-USER               PIC X(08).
000930   03 WK-COMMENT            PIC X(60).
000940   03 WK-KIND               PIC X(01).
000950   03 WK-TM-DATE            PIC X(08).
000960   03 WK-TM-TIME            PIC X(08).
000970   03 WK-LOCK-TYPE          PIC X(04).
000980*--------------------------------------------------------------
000990*- STATE OF THE NAMED MEMBER, FROM ONE PASS OVER THE LIBRARY.
001000*--------------------------------------------------------------
001010 01  WK-MBR                 SYNC.
001020   03 WK-MBR-FOUND          PIC 9(01) VALUE ZERO.
001030   03 WK-MBR-LAST           PIC 9(04) VALUE ZERO.
001040   03 WK-MBR-KIND           PIC X(01) VALUE SPACE.
001050   03 WK-MBR-HOLDER         PIC X(08) VALUE SPACE.
001060   03 WK-MBR-VERHIT         PIC 9(01) VALUE ZERO.
001070   03 WK-MBR-NEXT           PIC 9(04).
001080*--------------------------------------------------------------
001090*- LIST: ONE ENTRY PER MEMBER SEEN.
001100*--------------------------------------------------------------
001110 01  WK-LST                 SYNC.
001120   03 WK-LST-CNT            PIC 9(03) VALUE ZERO.
001130   03 WK-LST-I              PIC 9(03).
001140   03 WK-LST-HIT            PIC 9(03).
001150   03 WK-LST-TBL            OCCURS 200 TIMES.
001160     05 WK-LST-MEMBER       PIC X(08).
001170     05 WK-LST-VER          PIC X(04).
001180     05 WK-LST-KIND         PIC X(01).
001190     05 WK-LST-HOLDER       PIC X(08).
001200 01  WK-WRKSTATE            SYNC.
001210   03 WK-IN-BLOCK           PIC 9(01).
001220   03 WK-LINES              PIC 9(05) VALUE ZERO.
001230 PROCEDURE DIVISION.
001240 A00-MAIN SECTION.
001250 A00-010.
001260   MOVE SPACE         TO WK-SLBNAME.
001270   ACCEPT WK-SLBNAME  FROM ENVIRONMENT 'SRCLIB_FILE'.
001280   IF WK-SLBNAME = SPACE
001290     MOVE '../data/rulesrclib.txt' TO WK-SLBNAME
001300   END-IF.
001310   MOVE SPACE         TO WK-WRKNAME.
001320   ACCEPT WK-WRKNAME  FROM ENVIRONMENT 'SRCLIB_WORK'.
001330   IF WK-WRKNAME = SPACE
001340     MOVE '../data/rulesrcwork.txt' TO WK-WRKNAME
001350   END-IF.
001360   MOVE SPACE         TO WK-ACTION.
001370   ACCEPT WK-ACTION   FROM ENVIRONMENT 'SRCLIB_ACTION'.
001380   IF WK-ACTION = SPACE
001390     MOVE 'LIST'        TO WK-ACTION
001400   END-IF.
001410   MOVE SPACE         TO WK-MEMBER.
001420   ACCEPT WK-MEMBER   FROM ENVIRONMENT 'SRCLIB_MEMBER'.
001430   MOVE SPACE         TO WK-VERSION.
001440   ACCEPT WK-VERSION  FROM ENVIRONMENT 'SRCLIB_VERSION'.
001450   MOVE SPACE         TO WK-USER.
001460   ACCEPT WK-USER     FROM ENVIRONMENT 'SRCLIB_USER'.
001470   IF WK-USER = SPACE
001480     THEN
001490       ACCEPT WK-USER     FROM ENVIRONMENT 'USER'
001500   END-IF.
001510   MOVE SPACE         TO WK-COMMENT.
001520   ACCEPT WK-COMMENT  FROM ENVIRONMENT 'SRCLIB_COMMENT'.
001530   MOVE SPACE         TO WK-KIND.
001540   ACCEPT WK-KIND     FROM ENVIRONMENT 'SRCLIB_KIND'.
001550   IF WK-KIND = SPACE
001560     MOVE 'S'           TO WK-KIND
001570   END-IF.
001580   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
001590   ACCEPT WK-TM-TIME  FROM TIME.
001600   IF WK-ACTION NOT = 'LIST'
001610     THEN
001620       IF WK-MEMBER = SPACE
001630         THEN
001640           DISPLAY 'RULSRCLB:SRCLIB_MEMBER REQUIRED.'
001650           MOVE 12            TO RETURN-CODE
001660           GOBACK
001670       END-IF
001680       IF WK-VERSION NOT = SPACE AND WK-VERSION NOT NUMERIC
001690         THEN
001700           DISPLAY 'RULSRCLB:SRCLIB_VERSION NOT NUMERIC: '
001710                   WK-VERSION
001720           MOVE 12            TO RETURN-CODE
001730           GOBACK
001740       END-IF
001750   END-IF.
001760   MOVE ZERO          TO RETURN-CODE.
001770   PERFORM B10-SCAN-LIBRARY.
001780   IF RETURN-CODE NOT = ZERO
001790     THEN
001800       GOBACK
001810   END-IF.
001820   EVALUATE WK-ACTION
001830   WHEN 'LIST'
001840     PERFORM C50-LIST
001850   WHEN 'CHECKOUT'
001860     PERFORM C10-CHECKOUT
001870   WHEN 'CHECKIN'
001880     PERFORM C20-CHECKIN
001890   WHEN 'CANCEL'
001900     PERFORM C30-CANCEL
001910   WHEN 'EXTRACT'
001920     PERFORM C40-EXTRACT
001930   WHEN OTHER
001940     DISPLAY 'RULSRCLB:UNKNOWN SRCLIB_ACTION: ' WK-ACTION
001950     MOVE 12            TO RETURN-CODE
001960   END-EVALUATE.
001970   GOBACK.
001980 B10-SCAN-LIBRARY SECTION.
001990*--------------------------------------------------------------
002000*- ONE PASS: LATEST VERSION, KIND AND CURRENT HOLDER OF THE
002010*- NAMED MEMBER (AND OF EVERY MEMBER, FOR LIST). A LIBRARY NOT
002020*- YET CREATED IS AN EMPTY ONE.
002030*--------------------------------------------------------------
002040 B10-010.
002050   OPEN INPUT F5SLIB.
002060   IF WK-SLB-FST = '35'
002070     THEN
002080       GO TO B10-SCAN-LIBRARY-EXIT
002090   END-IF.
002100   IF WK-SLB-FST NOT = '00'
002110     THEN
002120       DISPLAY 'RULSRCLB:LIBRARY OPEN ERROR STATUS=' WK-SLB-FST
002130       MOVE 16            TO RETURN-CODE
002140       GO TO B10-SCAN-LIBRARY-EXIT
002150   END-IF.
002160   PERFORM UNTIL WK-SLB-FST NOT = '00'
002170     READ F5SLIB
002180       AT END
002190         CONTINUE
002200       NOT AT END
002210         IF F5-TYPE = 'MBR ' OR F5-TYPE = 'OUT '
002220          OR F5-TYPE = 'IN  '
002230           THEN
002240             PERFORM B11-ONE-CONTROL-RECORD
002250         END-IF
002260     END-READ
002270   END-PERFORM.
002280   CLOSE F5SLIB.
002290 B10-SCAN-LIBRARY-EXIT.
002300   EXIT.
002310 B11-ONE-CONTROL-RECORD SECTION.
002320 B11-010.
002330   IF F5-MEMBER = WK-MEMBER
002340     THEN
002350       EVALUATE F5-TYPE
002360       WHEN 'MBR '
002370         MOVE 1             TO WK-MBR-FOUND
002380         IF F5-VER NUMERIC
002390           THEN
002400             MOVE F5-VER        TO WK-MBR-LAST
002410             IF F5-VER = WK-VERSION
002420               THEN
002430                 MOVE 1             TO WK-MBR-VERHIT
002440             END-IF
002450         END-IF
002460         MOVE F5-KIND       TO WK-MBR-KIND
002470       WHEN 'OUT '
002480         MOVE F5-USER       TO WK-MBR-HOLDER
002490       WHEN OTHER
002500         MOVE SPACE         TO WK-MBR-HOLDER
002510       END-EVALUATE
002520   END-IF.
002530   IF WK-ACTION NOT = 'LIST'
002540     THEN
002550       GO TO B11-ONE-CONTROL-RECORD-EXIT
002560   END-IF.
002570   IF F5-TYPE = 'MBR '
002580     THEN
002590       DISPLAY 'RULSRCLB:' F5-MEMBER ' V' F5-VER
002600               ' ' F5-KIND ' ' F5-USER ' ' F5-DATE
002610               ' ' F5-TIME ' ' F5-COMMENT
002620   END-IF.
002630   MOVE ZERO          TO WK-LST-HIT.
002640   PERFORM VARYING WK-LST-I FROM 1 BY 1
002650     UNTIL WK-LST-I > WK-LST-CNT
002660       IF WK-LST-MEMBER(WK-LST-I) = F5-MEMBER
002670         THEN
002680           MOVE WK-LST-I      TO WK-LST-HIT
002690       END-IF
002700   END-PERFORM.
002710   IF WK-LST-HIT = ZERO
002720     THEN
002730       IF WK-LST-CNT NOT < 200
002740         THEN
002750           GO TO B11-ONE-CONTROL-RECORD-EXIT
002760       END-IF
002770       ADD 1              TO WK-LST-CNT
002780       MOVE WK-LST-CNT    TO WK-LST-HIT
002790       MOVE F5-MEMBER     TO WK-LST-MEMBER(WK-LST-HIT)
002800       MOVE SPACE         TO WK-LST-VER(WK-LST-HIT)
002810       MOVE SPACE         TO WK-LST-KIND(WK-LST-HIT)
002820       MOVE SPACE         TO WK-LST-HOLDER(WK-LST-HIT)
002830   END-IF.
002840   EVALUATE F5-TYPE
002850   WHEN 'MBR '
002860     MOVE F5-VER        TO WK-LST-VER(WK-LST-HIT)
002870     MOVE F5-KIND       TO WK-LST-KIND(WK-LST-HIT)
002880   WHEN 'OUT '
002890     MOVE F5-USER       TO WK-LST-HOLDER(WK-LST-HIT)
002900   WHEN OTHER
002910     MOVE SPACE         TO WK-LST-HOLDER(WK-LST-HIT)
002920   END-EVALUATE.
002930 B11-ONE-CONTROL-RECORD-EXIT.
002940   EXIT.
002950 C10-CHECKOUT SECTION.
002960*--------------------------------------------------------------
002970*- LOCK THE MEMBER FOR THIS USER AND HAND OUT ITS LATEST
002980*- VERSION AS THE WORKING COPY. THE HOLDER MAY CHECK OUT AGAIN
002990*- (A FRESH WORKING COPY); ANYONE ELSE IS REFUSED.
003000*--------------------------------------------------------------
003010 C10-010.
003020   IF WK-MBR-FOUND = ZERO
003030     THEN
003040       DISPLAY 'RULSRCLB:NO MEMBER ' WK-MEMBER
003050               ' - A NEW MEMBER STARTS WITH CHECKIN.'
003060       MOVE 12            TO RETURN-CODE
003070       GO TO C10-CHECKOUT-EXIT
003080   END-IF.
003090   IF WK-USER = SPACE
003100     THEN
003110       DISPLAY 'RULSRCLB:SRCLIB_USER REQUIRED.'
003120       MOVE 12            TO RETURN-CODE
003130       GO TO C10-CHECKOUT-EXIT
003140   END-IF.
003150   IF WK-MBR-HOLDER NOT = SPACE AND WK-MBR-HOLDER NOT = WK-USER
003160     THEN
003170       DISPLAY 'RULSRCLB:' WK-MEMBER ' IS CHECKED OUT BY '
003180               WK-MBR-HOLDER
003190       MOVE 12            TO RETURN-CODE
003200       GO TO C10-CHECKOUT-EXIT
003210   END-IF.
003220   MOVE WK-MBR-LAST   TO WK-VERSION-N.
003230   PERFORM Z10-COPY-VERSION.
003240   IF RETURN-CODE NOT = ZERO
003250     THEN
003260       GO TO C10-CHECKOUT-EXIT
003270   END-IF.
003280   IF WK-MBR-HOLDER = SPACE
003290     THEN
003300       MOVE 'OUT '        TO WK-LOCK-TYPE
003310       PERFORM Z30-APPEND-LOCK
003320   END-IF.
003330   DISPLAY 'RULSRCLB:' WK-MEMBER ' V' WK-VERSION
003340           ' CHECKED OUT TO ' WK-USER ' LINES=' WK-LINES.
003350 C10-CHECKOUT-EXIT.
003360   EXIT.
003370 C20-CHECKIN SECTION.
003380*--------------------------------------------------------------
003390*- STORE THE WORKING FILE AS THE MEMBER'S NEXT VERSION. AN
003400*- EXISTING MEMBER MUST BE CHECKED OUT TO THIS USER; A NEW ONE
003410*- STARTS AT VERSION 0001 WITH THE SRCLIB_KIND GIVEN.
003420*--------------------------------------------------------------
003430 C20-010.
003440   IF WK-USER = SPACE OR WK-COMMENT = SPACE
003450     THEN
003460       DISPLAY 'RULSRCLB:CHECKIN NEEDS SRCLIB_USER AND '
003470               'SRCLIB_COMMENT.'
003480       MOVE 12            TO RETURN-CODE
003490       GO TO C20-CHECKIN-EXIT
003500   END-IF.
003510   IF WK-MBR-FOUND = 1 AND WK-MBR-HOLDER NOT = WK-USER
003520     THEN
003530       DISPLAY 'RULSRCLB:' WK-MEMBER ' IS NOT CHECKED OUT TO '
003540               WK-USER ' (HOLDER=' WK-MBR-HOLDER ')'
003550       MOVE 12            TO RETURN-CODE
003560       GO TO C20-CHECKIN-EXIT
003570   END-IF.
003580   IF WK-MBR-FOUND = ZERO
003590     THEN
003600       IF WK-KIND NOT = 'S' AND WK-KIND NOT = 'F'
003610         THEN
003620           DISPLAY 'RULSRCLB:SRCLIB_KIND MUST BE S OR F.'
003630           MOVE 12            TO RETURN-CODE
003640           GO TO C20-CHECKIN-EXIT
003650       END-IF
003660       MOVE WK-KIND       TO WK-MBR-KIND
003670   END-IF.
003680   COMPUTE WK-MBR-NEXT = WK-MBR-LAST + 1.
003690   OPEN INPUT F1WORK.
003700   IF WK-WRK-FST NOT = '00'
003710     THEN
003720       DISPLAY 'RULSRCLB:WORKING FILE OPEN ERROR STATUS='
003730               WK-WRK-FST
003740       MOVE 16            TO RETURN-CODE
003750       GO TO C20-CHECKIN-EXIT
003760   END-IF.
003770   PERFORM Z20-OPEN-APPEND.
003780   IF RETURN-CODE NOT = ZERO
003790     THEN
003800       CLOSE F1WORK
003810       GO TO C20-CHECKIN-EXIT
003820   END-IF.
003830   MOVE SPACE         TO F5RECORD.
003840   MOVE 'MBR '        TO F5-TYPE.
003850   MOVE WK-MEMBER     TO F5-MEMBER.
003860   MOVE WK-MBR-NEXT   TO F5-VER.
003870   MOVE WK-MBR-KIND   TO F5-KIND.
003880   MOVE WK-USER       TO F5-USER.
003890   MOVE WK-TM-DATE    TO F5-DATE.
003900   MOVE WK-TM-TIME(1:6) TO F5-TIME.
003910   MOVE WK-COMMENT    TO F5-COMMENT.
003920   WRITE F5RECORD.
003930   PERFORM UNTIL WK-WRK-FST NOT = '00'
003940     READ F1WORK
003950       AT END
003960         CONTINUE
003970       NOT AT END
003980         MOVE SPACE         TO F5RECORD
003990         MOVE 'LIN '        TO F5-TYPE
004000         MOVE F1RECORD      TO F5-TEXT
004010         WRITE F5RECORD
004020         ADD 1              TO WK-LINES
004030     END-READ
004040   END-PERFORM.
004050   CLOSE F1WORK.
004060   MOVE SPACE         TO F5RECORD.
004070   MOVE 'END '        TO F5-TYPE.
004080   MOVE WK-MEMBER     TO F5-MEMBER.
004090   MOVE WK-MBR-NEXT   TO F5-VER.
004100   MOVE WK-LINES      TO F5-LINES.
004110   WRITE F5RECORD.
004120   IF WK-MBR-HOLDER NOT = SPACE
004130     THEN
004140       MOVE 'IN  '        TO WK-LOCK-TYPE
004150       PERFORM Z31-WRITE-LOCK
004160   END-IF.
004170   CLOSE F5SLIB.
004180   DISPLAY 'RULSRCLB:' WK-MEMBER ' V' WK-MBR-NEXT
004190           ' CHECKED IN BY ' WK-USER ' LINES=' WK-LINES.
004200 C20-CHECKIN-EXIT.
004210   EXIT.
004220 C30-CANCEL SECTION.
004230*--------------------------------------------------------------
004240*- GIVE UP A CHECK-OUT WITHOUT STORING A VERSION.
004250*--------------------------------------------------------------
004260 C30-010.
004270   IF WK-MBR-HOLDER = SPACE OR WK-MBR-HOLDER NOT = WK-USER
004280     THEN
004290       DISPLAY 'RULSRCLB:' WK-MEMBER ' IS NOT CHECKED OUT TO '
004300               WK-USER ' (HOLDER=' WK-MBR-HOLDER ')'
004310       MOVE 12            TO RETURN-CODE
004320       GO TO C30-CANCEL-EXIT
004330   END-IF.
004340   MOVE 'IN  '        TO WK-LOCK-TYPE.
004350   PERFORM Z30-APPEND-LOCK.
004360   DISPLAY 'RULSRCLB:' WK-MEMBER ' CHECK-OUT CANCELLED BY '
004370           WK-USER.
004380 C30-CANCEL-EXIT.
004390   EXIT.
004400 C40-EXTRACT SECTION.
004410*--------------------------------------------------------------
004420*- READ-ONLY COPY OF ONE VERSION - THE WAY TO SEE WHAT SOURCE
004430*- PRODUCED A LIVE SET.
004440*--------------------------------------------------------------
004450 C40-010.
004460   IF WK-MBR-FOUND = ZERO
004470     THEN
004480       DISPLAY 'RULSRCLB:NO MEMBER ' WK-MEMBER
004490       MOVE 12            TO RETURN-CODE
004500       GO TO C40-EXTRACT-EXIT
004510   END-IF.
004520   IF WK-VERSION = SPACE
004530     THEN
004540       MOVE WK-MBR-LAST   TO WK-VERSION-N
004550     ELSE
004560       IF WK-MBR-VERHIT = ZERO
004570         THEN
004580           DISPLAY 'RULSRCLB:NO VERSION ' WK-VERSION
004590                   ' OF ' WK-MEMBER
004600           MOVE 12            TO RETURN-CODE
004610           GO TO C40-EXTRACT-EXIT
004620       END-IF
004630   END-IF.
004640   PERFORM Z10-COPY-VERSION.
004650   IF RETURN-CODE NOT = ZERO
004660     THEN
004670       GO TO C40-EXTRACT-EXIT
004680   END-IF.
004690   DISPLAY 'RULSRCLB:' WK-MEMBER ' V' WK-VERSION
004700           ' EXTRACTED. LINES=' WK-LINES.
004710 C40-EXTRACT-EXIT.
004720   EXIT.
004730 C50-LIST SECTION.
004740*--------------------------------------------------------------
004750*- THE HISTORY LINES WERE SHOWN DURING THE SCAN; ADD THE
004760*- CURRENT STATE OF EVERY MEMBER.
004770*--------------------------------------------------------------
004780 C50-010.
004790   DISPLAY '===================================='.
004800   PERFORM VARYING WK-LST-I FROM 1 BY 1
004810     UNTIL WK-LST-I > WK-LST-CNT
004820       IF WK-LST-HOLDER(WK-LST-I) = SPACE
004830         THEN
004840           DISPLAY 'RULSRCLB MEMBER ' WK-LST-MEMBER(WK-LST-I)
004850                   ' KIND=' WK-LST-KIND(WK-LST-I)
004860                   ' LATEST=V' WK-LST-VER(WK-LST-I)
004870         ELSE
004880           DISPLAY 'RULSRCLB MEMBER ' WK-LST-MEMBER(WK-LST-I)
004890                   ' KIND=' WK-LST-KIND(WK-LST-I)
004900                   ' LATEST=V' WK-LST-VER(WK-LST-I)
004910                   ' CHECKED OUT BY ' WK-LST-HOLDER(WK-LST-I)
004920       END-IF
004930   END-PERFORM.
004940   DISPLAY 'RULSRCLB RESULT: MEMBERS=' WK-LST-CNT.
004950   DISPLAY '===================================='.
004960 C50-LIST-EXIT.
004970   EXIT.
004980 Z10-COPY-VERSION SECTION.
004990*--------------------------------------------------------------
005000*- WRITE THE LINES OF WK-MEMBER VERSION WK-VERSION TO THE
005010*- WORKING FILE.
005020*--------------------------------------------------------------
005030 Z10-010.
005040   OPEN INPUT F5SLIB.
005050   IF WK-SLB-FST NOT = '00'
005060     THEN
005070       DISPLAY 'RULSRCLB:LIBRARY OPEN ERROR STATUS=' WK-SLB-FST
005080       MOVE 16            TO RETURN-CODE
005090       GO TO Z10-COPY-VERSION-EXIT
005100   END-IF.
005110   OPEN OUTPUT F1WORK.
005120   IF WK-WRK-FST NOT = '00'
005130     THEN
005140       DISPLAY 'RULSRCLB:WORKING FILE OPEN ERROR STATUS='
005150               WK-WRK-FST
005160       MOVE 16            TO RETURN-CODE
005170       CLOSE F5SLIB
005180       GO TO Z10-COPY-VERSION-EXIT
005190   END-IF.
005200   MOVE ZERO          TO WK-IN-BLOCK.
005210   PERFORM UNTIL WK-SLB-FST NOT = '00'
005220     READ F5SLIB
005230       AT END
005240         CONTINUE
005250       NOT AT END
005260         EVALUATE F5-TYPE
005270         WHEN 'MBR '
005280           IF F5-MEMBER = WK-MEMBER AND F5-VER = WK-VERSION
005290             THEN
005300               MOVE 1             TO WK-IN-BLOCK
005310           END-IF
005320         WHEN 'LIN '
005330           IF WK-IN-BLOCK = 1
005340             THEN
005350               MOVE F5-TEXT       TO F1RECORD
005360               WRITE F1RECORD
005370               ADD 1              TO WK-LINES
005380           END-IF
005390         WHEN 'END '
005400           MOVE ZERO          TO WK-IN-BLOCK
005410         WHEN OTHER
005420           CONTINUE
005430         END-EVALUATE
005440     END-READ
005450   END-PERFORM.
005460   CLOSE F5SLIB.
005470   CLOSE F1WORK.
005480 Z10-COPY-VERSION-EXIT.
005490   EXIT.
005500 Z20-OPEN-APPEND SECTION.
005510 Z20-010.
005520   OPEN EXTEND F5SLIB.
005530   IF WK-SLB-FST = '35'
005540     THEN
005550       OPEN OUTPUT F5SLIB
005560   END-IF.
005570   IF WK-SLB-FST NOT = '00'
005580     THEN
005590       DISPLAY 'RULSRCLB:LIBRARY APPEND ERROR STATUS='
005600               WK-SLB-FST
005610       MOVE 16            TO RETURN-CODE
005620   END-IF.
005630 Z20-OPEN-APPEND-EXIT.
005640   EXIT.
005650 Z30-APPEND-LOCK SECTION.
005660*--------------------------------------------------------------
005670*- APPEND ONE OUT/IN RECORD (TYPE IN WK-LOCK-TYPE).
005680*--------------------------------------------------------------
005690 Z30-010.
005700   PERFORM Z20-OPEN-APPEND.
005710   IF RETURN-CODE NOT = ZERO
005720     THEN
005730       GO TO Z30-APPEND-LOCK-EXIT
005740   END-IF.
005750   PERFORM Z31-WRITE-LOCK.
005760   CLOSE F5SLIB.
005770 Z30-APPEND-LOCK-EXIT.
005780   EXIT.
005790 Z31-WRITE-LOCK SECTION.
005800 Z31-010.
005810   MOVE SPACE         TO F5RECORD.
005820   MOVE WK-LOCK-TYPE  TO F5-TYPE.
005830   MOVE WK-MEMBER     TO F5-MEMBER.
005840   MOVE WK-USER       TO F5-USER.
005850   MOVE WK-TM-DATE    TO F5-DATE.
005860   MOVE WK-TM-TIME(1:6) TO F5-TIME.
005870   WRITE F5RECORD.
005880 Z31-WRITE-LOCK-EXIT.
005890   EXIT.
