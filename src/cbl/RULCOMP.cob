000080*- ADDRESSES OR ENCODE PUSHV DESCRIPTORS BY COLUMN ANY MORE.
000090*-
000100*- SOURCE LANGUAGE (ONE STATEMENT PER LINE, '*' = COMMENT):
000110*-   RULESET <rsid> VERSION <vv> DATE <mmdd> [FEED <feed>]
000120*-   IF <operand> <op> [<operand>] {AND|OR <operand> <op> ...}
000130*-      THEN PUT '<literal>'
000140*-   INCLUDE <fragment>
000290*-           STORED AS SUBMYMEM'S 'L' + TEXT FORM; LITERALS
000300*-           OVER 10 BYTES COMPILE TO PUSHL + CONT_
000310*-           CONTINUATION RECORDS THE LOADER REASSEMBLES)
000311*-           <name>      = A FIELD NAMED IN THE FIELD DICTIONARY
000312*-           (ACCT-NO, BRANCH ...) - COMPILES TO THE SAME PUSHV
000313*-           AS THE SLICE IT NAMES, SO A FEED LAYOUT CHANGE IS
000314*-           ONE DICTIONARY EDIT AND A RECOMPILE
000315*-           SUM(<opd> <opd> ...) = ONE FIGURE OVER THE ITEMS
000316*-           LISTED (INn(p:l), NAMES OR LITERALS), LIKEWISE
000317*-           AVG( MIN( MAX( COUNT( - PREFIX NUMERIC- ON MIN,
000318*-           MAX OR COUNT FOR NUMERIC MODE (SUM AND AVG ARE
000319*-           ALWAYS NUMERIC). SUM(DETAIL(p:l)) AND SO ON TAKE
000320*-           THE FIELD AT p:l OF EVERY DETAIL OF A HEADER/
000321*-           DETAIL GROUP INSTEAD (DETL_), AS THE ONLY ITEM.
000322*- OPS: EQ NE GT GE LT LE (PREFIX NUMERIC- FOR NUMERIC MODE),
000330*-      IN '<a,b,c>'  NOTIN '<a,b,c>'  LIKE '<pattern>'  BLANK
000340*-
000350*- ENV: RULESRC_FILE = RULE SOURCE, RULEOUT_FILE = COMPILED
000360*- ROWS (F1RSID+F1BODY TEXT, ONE PER LINE, READY FOR THE
000370*- INDEXED-FILE BUILD STEP).
000371*-      FIELDDICT_FILE = FIELD DICTIONARY (OPTIONAL; FEED(1-8)
000372*-      NAME(10-21) AREA(23) POS(25-29) LEN(31-35) DESC(37-76),
000373*-      CLASS(78: N=DIGITS, D=YYYYMMDD, BLANK=TEXT - CHECKED BY
000374*-      THE REJSCRN REPAIR SCREEN), BLANK FEED = EVERY FEED),
000375*-      FIELDDICT_FEED = THE FEED WHOSE NAMES APPLY WHEN A RULESET
000376*-      HAS NO FEED CLAUSE.
000377*-      SRCLIB_FILE = THE RULE SOURCE LIBRARY (SEE RULSRCLB).
000378*-      RULESRC_MEMBER / RULESRC_MEMVER = COMPILE THAT LIBRARY
000379*-      MEMBER VERSION (BLANK VERSION = LATEST) INSTEAD OF
000380*-      RULESRC_FILE; RULELIB_MEMBER / RULELIB_MEMVER LIKEWISE
000381*-      REPLACE RULELIB_FILE. EACH MEMBER COMPILED FROM IS STAMPED
000382*-      INTO EVERY SET AS A SRC__ ROW RIGHT AFTER ITS HDR__:
000383*-        SRC__ MEMBER(6-13) VERSION(14-17) KIND(18: S/F)
000384*-      (HDR__ HAS NO ROOM LEFT FOR IT). A SET COMPILED FROM A
000385*-      LOOSE FILE CARRIES NO SRC__ ROW, SO RULCATLG CAN FLAG IT.
000386*- RETURN-CODE: 0=CLEAN, 12=COMPILE ERRORS, 16=FATAL I/O.
000390*--------------------------------------------------------------
000400 ENVIRONMENT    DIVISION.
000410 INPUT-OUTPUT               SECTION.
000460   SELECT F3LIB   ASSIGN TO WK-LIBNAME
000470   ORGANIZATION LINE SEQUENTIAL
000480   STATUS WK-LIB-FST.
000481   SELECT F4DICT  ASSIGN TO WK-DICTNAME
000482   ORGANIZATION LINE SEQUENTIAL
000483   STATUS WK-DICT-FST.
000484   SELECT F5SLIB  ASSIGN TO WK-SLBNAME
000485   ORGANIZATION LINE SEQUENTIAL
000486   STATUS WK-SLB-FST.
000490   SELECT F2OUT   ASSIGN TO WK-OUTNAME
000500   ORGANIZATION LINE SEQUENTIAL
000510   STATUS WK-OUT-FST.
000550 01  F1RECORD               PIC X(100).
000560 FD  F3LIB.
000570 01  F3RECORD               PIC X(100).
000571 FD  F4DICT.
000572 01  F4RECORD               PIC X(80).
000573*- RULE SOURCE LIBRARY RECORD (RULSRCLB'S LAYOUT).
000574 FD  F5SLIB.
000575 01  F5RECORD               SYNC.
000576   03 F5-TYPE               PIC X(04).
000577   03 F5-MEMBER             PIC X(08).
000578   03 FILLER                PIC X(01).
000579   03 F5-VER                PIC X(04).
000580   03 FILLER                PIC X(103).
000581 01  F5LINE-REC REDEFINES F5RECORD.
000582   03 FILLER                PIC X(04).
000583   03 F5-TEXT               PIC X(100).
000584   03 FILLER                PIC X(16).
000585 FD  F2OUT.
000590 01  F2RECORD               SYNC.
000600   03 F2-RSID               PIC X(08).
000610   03 F2-BODY               PIC X(18).
000890   03 WK-INC-L              PIC 9(03).
000900   03 WK-INC-SRCLN          PIC 9(05).
000910*--------------------------------------------------------------
000911*- FIELD DICTIONARY: BUSINESS NAMES FOR INPUT-AREA SLICES, PER
000912*- FEED (BLANK FEED = EVERY FEED). LOADED ONCE AT STARTUP.
000913*--------------------------------------------------------------
000914 01  WK-DICT                SYNC.
000915   03 WK-DICTNAME           PIC X(100).
000916   03 WK-DICT-FST           PIC X(02).
000917   03 WK-DICT-FEED          PIC X(08).
000918   03 WK-DICT-LINENO        PIC 9(05).
000919   03 WK-FDC-CNT            PIC 9(03) VALUE ZERO.
000920   03 WK-FDC-I              PIC 9(03).
000921   03 WK-FDC-HIT            PIC 9(03).
000922   03 WK-FDC-TBL            OCCURS 100 TIMES.
000923     05 WK-FDC-FEED         PIC X(08).
000924     05 WK-FDC-NAME         PIC X(12).
000925     05 WK-FDC-AREA         PIC X(01).
000926     05 WK-FDC-POS          PIC 9(05).
000927     05 WK-FDC-LEN          PIC 9(05).
000928*--------------------------------------------------------------
000929*- SOURCE LIBRARY MEMBERS COMPILED FROM (BLANK = LOOSE FILES).
000930*- A30-RESOLVE-MEMBER TURNS A BLANK VERSION INTO THE LATEST ONE.
000931*--------------------------------------------------------------
000932 01  WK-SLB                 SYNC.
000933   03 WK-SLBNAME            PIC X(100).
000934   03 WK-SLB-FST            PIC X(02).
000935   03 WK-SRC-MBR            PIC X(08).
000936   03 WK-SRC-MVER           PIC X(04).
000937   03 WK-FRG-MBR            PIC X(08).
000938   03 WK-FRG-MVER           PIC X(04).
000939   03 WK-RES-MBR            PIC X(08).
000940   03 WK-RES-VER            PIC X(04).
000941   03 WK-RES-FOUND          PIC 9(01).
000942   03 WK-SLB-INBLK          PIC 9(01).
000943   03 WK-LIB-REC            PIC X(100).
000944*--------------------------------------------------------------
000945*- CURRENT SOURCE LINE AND TOKEN-SCANNER STATE. WK-POS IS THE
000946*- NEXT COLUMN TO SCAN; C10-NEXT-TOKEN LEAVES THE TOKEN IN
000947*- WK-TOK (QUOTED LITERALS WITHOUT THEIR QUOTES, WK-TOK-QUOTED
000950*- SET), OR WK-TOK-EOL = 1 AT END OF LINE.
000960*--------------------------------------------------------------
000970 01  WK-SCAN                SYNC.
001210   03 WK-HDR-NAME           PIC X(06).
001220   03 WK-HDR-VER            PIC X(02).
001230   03 WK-HDR-DATE           PIC X(04).
001231*- THE FEED WHOSE DICTIONARY NAMES THE CURRENT SET'S OPERANDS
001232*- (RULESET ... FEED <feed>, ELSE ENV FIELDDICT_FEED).
001233   03 WK-SET-FEED           PIC X(08).
001240*--------------------------------------------------------------
001250*- ONE ROW UNDER CONSTRUCTION. LAYOUT MATCHES F1BODY: OPR(5) +
001260*- FILLER(1) + OPT(1) + OPERAND(11).
001540*- OPERAND COLUMNS HOLD 'L' + TEXT.
001550   03 WK-LIT-BUF            PIC X(100).
001560   03 WK-LIT-LEN            PIC 9(03).
001561*- AGGREGATE OPERAND (C24-EMIT-AGGREGATE). WK-AGG-DTL = 1 FOR
001562*- THE DETAIL(p:l) FORM.
001563   03 WK-AGG-OPR            PIC X(05).
001564   03 WK-AGG-OPT            PIC X(01).
001565   03 WK-AGG-SKIP           PIC 9(03).
001566   03 WK-AGG-CNT            PIC 9(03).
001567   03 WK-AGG-DTL            PIC 9(01).
001568   03 WK-AGG-END            PIC 9(01).
001569   03 WK-AGG-OPN            PIC 9(03).
001570   03 WK-AGG-CLS            PIC 9(03).
001571   03 WK-AGG-BUF            PIC X(100).
001572 PROCEDURE DIVISION.
001580 A00-MAIN SECTION.
001590*--------------------------------------------------------------
001600*- DRIVER: ONE PASS OVER THE SOURCE, COMPILING AS IT GOES.
001770   IF WK-LIBNAME = SPACE
001780     MOVE '../data/rulelib.txt' TO WK-LIBNAME
001790   END-IF.
001791   MOVE SPACE         TO WK-DICTNAME.
001792   ACCEPT WK-DICTNAME FROM ENVIRONMENT 'FIELDDICT_FILE'.
001793   IF WK-DICTNAME = SPACE
001794     MOVE '../data/pcheckfdict.txt' TO WK-DICTNAME
001795   END-IF.
001796   MOVE SPACE         TO WK-DICT-FEED.
001797   ACCEPT WK-DICT-FEED FROM ENVIRONMENT 'FIELDDICT_FEED'.
001798   MOVE SPACE         TO WK-SLBNAME.
001799   ACCEPT WK-SLBNAME  FROM ENVIRONMENT 'SRCLIB_FILE'.
001800   IF WK-SLBNAME = SPACE
001801     MOVE '../data/rulesrclib.txt' TO WK-SLBNAME
001802   END-IF.
001803   MOVE SPACE         TO WK-SRC-MBR.
001804   ACCEPT WK-SRC-MBR  FROM ENVIRONMENT 'RULESRC_MEMBER'.
001805   MOVE SPACE         TO WK-SRC-MVER.
001806   ACCEPT WK-SRC-MVER FROM ENVIRONMENT 'RULESRC_MEMVER'.
001807   MOVE SPACE         TO WK-FRG-MBR.
001808   ACCEPT WK-FRG-MBR  FROM ENVIRONMENT 'RULELIB_MEMBER'.
001809   MOVE SPACE         TO WK-FRG-MVER.
001810   ACCEPT WK-FRG-MVER FROM ENVIRONMENT 'RULELIB_MEMVER'.
001811*- A NAMED MEMBER MUST EXIST IN THE LIBRARY, IN THE VERSION
001812*- ASKED FOR - COMPILING "WHATEVER IS THERE" WOULD DEFEAT THE
001813*- STAMP.
001814   IF WK-SRC-MBR NOT = SPACE
001815     THEN
001816       MOVE WK-SRC-MBR    TO WK-RES-MBR
001817       MOVE WK-SRC-MVER   TO WK-RES-VER
001818       PERFORM A30-RESOLVE-MEMBER
001819       IF WK-RES-FOUND = ZERO
001820         THEN
001821           MOVE 12            TO RETURN-CODE
001822           GOBACK
001823       END-IF
001824       MOVE WK-RES-VER    TO WK-SRC-MVER
001825       MOVE SPACE         TO WK-SRCNAME
001826       STRING 'LIBRARY MEMBER ' WK-SRC-MBR ' V' WK-SRC-MVER
001827                          DELIMITED BY SIZE INTO WK-SRCNAME
001828   END-IF.
001829   IF WK-FRG-MBR NOT = SPACE
001830     THEN
001831       MOVE WK-FRG-MBR    TO WK-RES-MBR
001832       MOVE WK-FRG-MVER   TO WK-RES-VER
001833       PERFORM A30-RESOLVE-MEMBER
001834       IF WK-RES-FOUND = ZERO
001835         THEN
001836           MOVE 12            TO RETURN-CODE
001837           GOBACK
001838       END-IF
001839       MOVE WK-RES-VER    TO WK-FRG-MVER
001840       DISPLAY 'RULCOMP:FRAGMENTS=LIBRARY MEMBER ' WK-FRG-MBR
001841               ' V' WK-FRG-MVER
001842   END-IF.
001843   DISPLAY 'RULCOMP:SOURCE=' WK-SRCNAME.
001844   DISPLAY 'RULCOMP:OUTPUT=' WK-OUTNAME.
001845   PERFORM A10-LOAD-LIBRARY.
001846   PERFORM A20-LOAD-DICTIONARY.
001847   IF WK-SRC-MBR = SPACE
001848     THEN
001849       OPEN INPUT  F1SRC
001850     ELSE
001851       OPEN INPUT  F5SLIB
001852       MOVE WK-SLB-FST    TO WK-SRC-FST
001853   END-IF.
001854   IF WK-SRC-FST NOT = '00'
001855     THEN
001860       DISPLAY 'RULCOMP:SOURCE OPEN ERROR STATUS=' WK-SRC-FST
001870       MOVE 16            TO RETURN-CODE
001880       GOBACK
001940       MOVE 16            TO RETURN-CODE
001950       GOBACK
001960   END-IF.
001970   IF WK-SRC-MBR NOT = SPACE
001971     THEN
001972       PERFORM A40-COMPILE-MEMBER
001973   END-IF.
001974   PERFORM UNTIL WK-SRC-FST NOT = '00' OR WK-SRC-MBR NOT = SPACE
001980     READ F1SRC
001990       AT END
002000         CONTINUE
002110       ADD 1              TO WK-ERRCNT
002120       PERFORM B40-CLOSE-SET
002130   END-IF.
002140   IF WK-SRC-MBR = SPACE
002141     THEN
002142       CLOSE F1SRC
002143     ELSE
002144       CLOSE F5SLIB
002145   END-IF.
002150   CLOSE F2OUT.
002160   DISPLAY '===================================='.
002170   DISPLAY 'RULCOMP RESULT: LINES=' WK-LINENO
002770   MOVE WK-RSID(1:6)  TO WK-HDR-NAME.
002780   MOVE SPACE         TO WK-HDR-VER.
002790   MOVE SPACE         TO WK-HDR-DATE.
002791   MOVE WK-DICT-FEED  TO WK-SET-FEED.
002800   PERFORM C10-NEXT-TOKEN.
002810   PERFORM UNTIL WK-TOK-EOL = 1
002820     EVALUATE WK-TOK(1:8)
002860     WHEN 'DATE    '
002870       PERFORM C10-NEXT-TOKEN
002880       MOVE WK-TOK(1:4)   TO WK-HDR-DATE
002881     WHEN 'FEED    '
002882       PERFORM C10-NEXT-TOKEN
002883       MOVE WK-TOK(1:8)   TO WK-SET-FEED
002890     WHEN OTHER
002900       DISPLAY 'RULCOMP:LINE ' WK-LINENO
002910               ' UNKNOWN RULESET CLAUSE: ' WK-TOK(1:10)
003010   STRING 'HDR__' WK-HDR-NAME WK-HDR-VER WK-HDR-DATE
003020                      INTO F2-BODY.
003030   WRITE F2RECORD.
003031   IF WK-SRC-MBR NOT = SPACE
003032     THEN
003033       MOVE SPACE         TO F2-BODY
003034       STRING 'SRC__' WK-SRC-MBR WK-SRC-MVER 'S'
003035                          DELIMITED BY SIZE INTO F2-BODY
003036       WRITE F2RECORD
003037   END-IF.
003038   IF WK-FRG-MBR NOT = SPACE
003039     THEN
003040       MOVE SPACE         TO F2-BODY
003041       STRING 'SRC__' WK-FRG-MBR WK-FRG-MVER 'F'
003042                          DELIMITED BY SIZE INTO F2-BODY
003043       WRITE F2RECORD
003044   END-IF.
003045 B20-OPEN-SET-EXIT.
003050   EXIT.
003060 B30-COMPILE-IF SECTION.
003070*--------------------------------------------------------------
004260*- REPORTED AT THE INCLUDE LINE.
004270*--------------------------------------------------------------
004280 A10-010.
004281   MOVE ZERO          TO WK-INC-HIT.
004282   IF WK-FRG-MBR NOT = SPACE
004283     THEN
004284       GO TO A10-020
004285   END-IF.
004290   OPEN INPUT F3LIB.
004300   IF WK-LIB-FST NOT = '00'
004310     THEN
004320       GO TO A10-LOAD-LIBRARY-EXIT
004330   END-IF.
004350   PERFORM UNTIL WK-LIB-FST NOT = '00'
004360     READ F3LIB
004370       AT END
004380         CONTINUE
004390       NOT AT END
004400         MOVE F3RECORD      TO WK-LIB-REC
004410         PERFORM A12-LIBRARY-LINE
004411     END-READ
004412   END-PERFORM.
004413   CLOSE F3LIB.
004414   GO TO A10-030.
004415 A10-020.
004416*- FRAGMENTS FROM A SOURCE LIBRARY MEMBER: THE SAME FORMAT, ONE
004417*- LINE PER 'LIN ' RECORD OF THE CHOSEN VERSION.
004418   OPEN INPUT F5SLIB.
004419   IF WK-SLB-FST NOT = '00'
004420     THEN
004421       GO TO A10-LOAD-LIBRARY-EXIT
004422   END-IF.
004423   MOVE ZERO          TO WK-SLB-INBLK.
004424   PERFORM UNTIL WK-SLB-FST NOT = '00'
004425     READ F5SLIB
004426       AT END
004427         CONTINUE
004428       NOT AT END
004429         EVALUATE F5-TYPE
004430         WHEN 'MBR '
004431           IF F5-MEMBER = WK-FRG-MBR AND F5-VER = WK-FRG-MVER
004432             THEN
004433               MOVE 1             TO WK-SLB-INBLK
004434           END-IF
004435         WHEN 'LIN '
004436           IF WK-SLB-INBLK = 1
004437             THEN
004438               MOVE F5-TEXT       TO WK-LIB-REC
004439               PERFORM A12-LIBRARY-LINE
004440           END-IF
004441         WHEN 'END '
004442           MOVE ZERO          TO WK-SLB-INBLK
004443         WHEN OTHER
004444           CONTINUE
004650         END-EVALUATE
004660     END-READ
004670   END-PERFORM.
004680   CLOSE F5SLIB.
004681 A10-030.
004690   MOVE 1             TO WK-LIB-OPEN.
004700   DISPLAY 'RULCOMP:FRAGMENT LIBRARY LOADED. FRAGMENTS='
004710           WK-LIB-CNT ' LINES=' WK-LIB-LCNT.
004720 A10-LOAD-LIBRARY-EXIT.
004721   EXIT.
004722 A12-LIBRARY-LINE SECTION.
004723*--------------------------------------------------------------
004724*- ONE FRAGMENT LIBRARY LINE (FROM EITHER SOURCE) INTO THE POOL.
004725*--------------------------------------------------------------
004726 A12-010.
004727   EVALUATE TRUE
004728   WHEN WK-LIB-REC(1:1) = '*' OR WK-LIB-REC = SPACE
004729     CONTINUE
004730   WHEN WK-LIB-REC(1:9) = 'FRAGMENT '
004731     IF WK-LIB-CNT < 20
004732       THEN
004733         ADD 1              TO WK-LIB-CNT
004734         MOVE WK-LIB-CNT    TO WK-INC-HIT
004735         MOVE WK-LIB-REC(10:8) TO WK-LIB-NAME(WK-LIB-CNT)
004736         COMPUTE WK-LIB-START(WK-LIB-CNT) = WK-LIB-LCNT + 1
004737         MOVE ZERO          TO WK-LIB-LINES(WK-LIB-CNT)
004738       ELSE
004739         DISPLAY 'RULCOMP:FRAGMENT LIBRARY FULL, REST '
004740                 'IGNORED.'
004741         MOVE ZERO          TO WK-INC-HIT
004742     END-IF
004743   WHEN WK-LIB-REC(1:11) = 'ENDFRAGMENT'
004744     MOVE ZERO          TO WK-INC-HIT
004745   WHEN OTHER
004746     IF WK-INC-HIT > ZERO AND WK-LIB-LCNT < 200
004747       THEN
004748         ADD 1              TO WK-LIB-LCNT
004749         MOVE WK-LIB-REC    TO WK-LIB-LINE(WK-LIB-LCNT)
004750         ADD 1              TO WK-LIB-LINES(WK-INC-HIT)
004751     END-IF
004752   END-EVALUATE.
004753 A12-LIBRARY-LINE-EXIT.
004754   EXIT.
004755 A30-RESOLVE-MEMBER SECTION.
004756*--------------------------------------------------------------
004757*- CHECK WK-RES-MBR VERSION WK-RES-VER IS IN THE SOURCE LIBRARY;
004758*- A BLANK VERSION BECOMES THE LATEST CHECKED-IN ONE.
004759*--------------------------------------------------------------
004760 A30-010.
004761   MOVE ZERO          TO WK-RES-FOUND.
004762   OPEN INPUT F5SLIB.
004763   IF WK-SLB-FST NOT = '00'
004764     THEN
004765       DISPLAY 'RULCOMP:SOURCE LIBRARY OPEN ERROR STATUS='
004766               WK-SLB-FST ' ' WK-SLBNAME
004767       GO TO A30-RESOLVE-MEMBER-EXIT
004768   END-IF.
004769   PERFORM UNTIL WK-SLB-FST NOT = '00'
004770     READ F5SLIB
004771       AT END
004772         CONTINUE
004773       NOT AT END
004774         IF F5-TYPE = 'MBR ' AND F5-MEMBER = WK-RES-MBR
004775           THEN
004776             IF WK-RES-VER = SPACE OR WK-RES-FOUND = 2
004777               THEN
004778*-               VERSIONS ARE APPENDED IN ORDER: LAST ONE WINS.
004779                 MOVE F5-VER        TO WK-RES-VER
004780                 MOVE 2             TO WK-RES-FOUND
004781               ELSE
004782                 IF F5-VER = WK-RES-VER
004783                   THEN
004784                     MOVE 1             TO WK-RES-FOUND
004785                 END-IF
004786             END-IF
004787         END-IF
004788     END-READ
004789   END-PERFORM.
004790   CLOSE F5SLIB.
004791   IF WK-RES-FOUND = ZERO
004792     THEN
004793       DISPLAY 'RULCOMP:NO LIBRARY MEMBER ' WK-RES-MBR
004794               ' VERSION (' WK-RES-VER ')'
004795   END-IF.
004796 A30-RESOLVE-MEMBER-EXIT.
004797   EXIT.
004798 A40-COMPILE-MEMBER SECTION.
004799*--------------------------------------------------------------
004800*- COMPILE THE CHOSEN SOURCE MEMBER VERSION LINE BY LINE; LINE
004801*- NUMBERS IN MESSAGES COUNT WITHIN THE MEMBER, AS THEY WOULD IN
004802*- THE EXTRACTED FILE.
004803*--------------------------------------------------------------
004804 A40-010.
004805   MOVE ZERO          TO WK-SLB-INBLK.
004806   PERFORM UNTIL WK-SLB-FST NOT = '00'
004807     READ F5SLIB
004808       AT END
004809         CONTINUE
004810       NOT AT END
004811         EVALUATE F5-TYPE
004812         WHEN 'MBR '
004813           IF F5-MEMBER = WK-SRC-MBR AND F5-VER = WK-SRC-MVER
004814             THEN
004815               MOVE 1             TO WK-SLB-INBLK
004816           END-IF
004817         WHEN 'LIN '
004818           IF WK-SLB-INBLK = 1
004819             THEN
004820               ADD 1              TO WK-LINENO
004821               MOVE F5-TEXT       TO WK-LINE
004822               PERFORM B10-COMPILE-LINE
004823           END-IF
004824         WHEN 'END '
004825           MOVE ZERO          TO WK-SLB-INBLK
004826         WHEN OTHER
004827           CONTINUE
004828         END-EVALUATE
004829     END-READ
004830   END-PERFORM.
004831 A40-COMPILE-MEMBER-EXIT.
004832   EXIT.
004833 B50-EXPAND-INCLUDE SECTION.
004834*--------------------------------------------------------------
004835*- INCLUDE <fragment>: COMPILE THE NAMED FRAGMENT'S LINES AS IF
004836*- THEY STOOD AT THE INCLUDE POINT. FRAGMENTS HOLD SHARED IF
004837*- STATEMENTS ONLY (RULESET/END/INCLUDE INSIDE A FRAGMENT ARE
004838*- REFUSED - NESTING WOULD TURN ONE SHARED EDIT INTO A PUZZLE).
004839*- EACH EXPANDED LINE IS ECHOED WITH ITS ORIGIN SO THE COMPILE
004840*- LISTING SHOWS WHERE IT CAME FROM.
004841*--------------------------------------------------------------
004842 B50-010.
004843   IF WK-IN-SET NOT = 1
004850     THEN
004860       DISPLAY 'RULCOMP:LINE ' WK-LINENO
004870               ' INCLUDE OUTSIDE RULESET.'
006030       PERFORM C22-EMIT-LITERAL
006040       GO TO C20-EMIT-OPERAND-EXIT
006050   END-IF.
006051   IF WK-TOK(1:4) = 'SUM(' OR WK-TOK(1:4) = 'AVG('
006052    OR WK-TOK(1:4) = 'MIN(' OR WK-TOK(1:4) = 'MAX('
006053    OR WK-TOK(1:6) = 'COUNT('
006054    OR WK-TOK(1:12) = 'NUMERIC-MIN('
006055    OR WK-TOK(1:12) = 'NUMERIC-MAX('
006056    OR WK-TOK(1:14) = 'NUMERIC-COUNT('
006057     THEN
006058       PERFORM C24-EMIT-AGGREGATE
006059       GO TO C20-EMIT-OPERAND-EXIT
006060   END-IF.
006061   PERFORM C21-PARSE-INREF.
006070   IF WK-STMT-BAD = 1 GO TO C20-EMIT-OPERAND-EXIT END-IF.
006080   MOVE 'PUSHV'       TO WK-EMIT-OPR.
006090   MOVE SPACE         TO WK-EMIT-OPT.
006170 C21-PARSE-INREF SECTION.
006180*--------------------------------------------------------------
006190*- PARSE INn(p:l) OUT OF WK-TOK INTO WK-OPD-AREA/-POS/-LEN.
006191*- ANY OTHER WORD IS LOOKED UP AS A FIELD-DICTIONARY NAME.
006200*--------------------------------------------------------------
006210 C21-010.
006220   IF WK-TOK(1:2) NOT = 'IN'
006230    OR WK-TOK(3:1) < '1' OR WK-TOK(3:1) > '5'
006240    OR WK-TOK(4:1) NOT = '('
006250     THEN
006260       PERFORM C23-LOOKUP-FIELD-NAME
006300       GO TO C21-PARSE-INREF-EXIT
006310   END-IF.
006320   MOVE WK-TOK(3:1)   TO WK-OPD-AREA.
006820       PERFORM Z10-STMT-ERROR
006830   END-IF.
006840 C21-PARSE-INREF-EXIT.
006841   EXIT.
006842 C24-EMIT-AGGREGATE SECTION.
006843*--------------------------------------------------------------
006844*- AGGREGATE OPERAND STARTING AT WK-TOK, E.G.
006845*-   SUM(IN2(1:9) IN2(10:9) '100')
006846*- ONE PUSH ROW PER ITEM, THEN THE AGGREGATE OPCODE WITH THE
006847*- ITEM COUNT IN ITS ADDRESS COLUMNS. THE CLOSING ')' ENDS THE
006848*- LAST ITEM'S TOKEN, OR STANDS ALONE AFTER A LITERAL.
006849*-   SUM(DETAIL(p:l))
006850*- COMPILES TO A DETL_ ROW AND THE OPCODE WITH NO COUNT (THE
006851*- LIST DETL_ PUSHES CARRIES ITS OWN).
006852*--------------------------------------------------------------
006853 C24-010.
006854   MOVE SPACE         TO WK-AGG-OPT.
006855   EVALUATE TRUE
006856   WHEN WK-TOK(1:4) = 'SUM('
006857     MOVE 'SUM__'       TO WK-AGG-OPR
006858     MOVE 'N'           TO WK-AGG-OPT
006859     MOVE 4             TO WK-AGG-SKIP
006860   WHEN WK-TOK(1:4) = 'AVG('
006861     MOVE 'AVG__'       TO WK-AGG-OPR
006862     MOVE 'N'           TO WK-AGG-OPT
006863     MOVE 4             TO WK-AGG-SKIP
006864   WHEN WK-TOK(1:4) = 'MIN('
006865     MOVE 'MIN__'       TO WK-AGG-OPR
006866     MOVE 4             TO WK-AGG-SKIP
006867   WHEN WK-TOK(1:4) = 'MAX('
006868     MOVE 'MAX__'       TO WK-AGG-OPR
006869     MOVE 4             TO WK-AGG-SKIP
006870   WHEN WK-TOK(1:6) = 'COUNT('
006871     MOVE 'COUNT'       TO WK-AGG-OPR
006872     MOVE 6             TO WK-AGG-SKIP
006873   WHEN WK-TOK(1:12) = 'NUMERIC-MIN('
006874     MOVE 'MIN__'       TO WK-AGG-OPR
006875     MOVE 'N'           TO WK-AGG-OPT
006876     MOVE 12            TO WK-AGG-SKIP
006877   WHEN WK-TOK(1:12) = 'NUMERIC-MAX('
006878     MOVE 'MAX__'       TO WK-AGG-OPR
006879     MOVE 'N'           TO WK-AGG-OPT
006880     MOVE 12            TO WK-AGG-SKIP
006881   WHEN OTHER
006882     MOVE 'COUNT'       TO WK-AGG-OPR
006883     MOVE 'N'           TO WK-AGG-OPT
006884     MOVE 14            TO WK-AGG-SKIP
006885   END-EVALUATE.
006886   MOVE ZERO          TO WK-AGG-CNT.
006887   MOVE ZERO          TO WK-AGG-DTL.
006888   MOVE ZERO          TO WK-AGG-END.
006889*- THE FIRST ITEM IS WHAT FOLLOWS THE '(' (OR THE NEXT TOKEN).
006890   IF WK-TOK-LEN = WK-AGG-SKIP
006891     THEN
006892       PERFORM C10-NEXT-TOKEN
006893     ELSE
006894       MOVE WK-TOK        TO WK-AGG-BUF
006895       MOVE SPACE         TO WK-TOK
006896       MOVE WK-AGG-BUF(WK-AGG-SKIP + 1:) TO WK-TOK
006897       SUBTRACT WK-AGG-SKIP FROM WK-TOK-LEN
006898   END-IF.
006899 C24-020.
006900   IF WK-TOK-EOL = 1
006901     THEN
006902       DISPLAY 'RULCOMP:LINE ' WK-LINENO
006903               ' AGGREGATE NOT CLOSED.'
006904       PERFORM Z10-STMT-ERROR
006905       GO TO C24-EMIT-AGGREGATE-EXIT
006906   END-IF.
006907   IF WK-TOK-QUOTED = 1
006908     THEN
006909       PERFORM C22-EMIT-LITERAL
006910       GO TO C24-030
006911   END-IF.
006912   IF WK-TOK(1:WK-TOK-LEN) = ')'
006913     THEN
006914       GO TO C24-090
006915   END-IF.
006916*- A TOKEN WITH MORE ')' THAN '(' ALSO CLOSES THE AGGREGATE.
006917   MOVE ZERO          TO WK-AGG-OPN.
006918   MOVE ZERO          TO WK-AGG-CLS.
006919   INSPECT WK-TOK(1:WK-TOK-LEN) TALLYING WK-AGG-OPN FOR ALL '('.
006920   INSPECT WK-TOK(1:WK-TOK-LEN) TALLYING WK-AGG-CLS FOR ALL ')'.
006921   IF WK-AGG-CLS > WK-AGG-OPN
006922     THEN
006923       MOVE 1             TO WK-AGG-END
006924       MOVE SPACE         TO WK-TOK(WK-TOK-LEN:1)
006925       SUBTRACT 1         FROM WK-TOK-LEN
006926   END-IF.
006927   IF WK-TOK(1:7) = 'DETAIL('
006928     THEN
006929       PERFORM C25-EMIT-DETAIL
006930       GO TO C24-030
006931   END-IF.
006932   PERFORM C21-PARSE-INREF.
006933   IF WK-STMT-BAD = 1 GO TO C24-EMIT-AGGREGATE-EXIT END-IF.
006934   MOVE 'PUSHV'       TO WK-EMIT-OPR.
006935   MOVE SPACE         TO WK-EMIT-OPT.
006936   MOVE SPACE         TO WK-EMIT-OPD.
006937   MOVE WK-OPD-AREA   TO WK-EMIT-OPD(1:1).
006938   MOVE WK-OPD-POS    TO WK-EMIT-OPD(2:5).
006939   MOVE WK-OPD-LEN    TO WK-EMIT-OPD(7:5).
006940   PERFORM B90-EMIT-ROW.
006941 C24-030.
006942   IF WK-STMT-BAD = 1 GO TO C24-EMIT-AGGREGATE-EXIT END-IF.
006943   ADD 1              TO WK-AGG-CNT.
006944   IF WK-AGG-END = ZERO
006945     THEN
006946       PERFORM C10-NEXT-TOKEN
006947       GO TO C24-020
006948   END-IF.
006949 C24-090.
006950   IF WK-AGG-CNT = ZERO
006951    OR (WK-AGG-DTL = 1 AND WK-AGG-CNT > 1)
006952     THEN
006953       DISPLAY 'RULCOMP:LINE ' WK-LINENO
006954               ' AGGREGATE NEEDS ITEMS, OR DETAIL(p:l) ALONE.'
006955       PERFORM Z10-STMT-ERROR
006956       GO TO C24-EMIT-AGGREGATE-EXIT
006957   END-IF.
006958   MOVE WK-AGG-OPR    TO WK-EMIT-OPR.
006959   MOVE WK-AGG-OPT    TO WK-EMIT-OPT.
006960   MOVE SPACE         TO WK-EMIT-OPD.
006961   IF WK-AGG-DTL = ZERO
006962     THEN
006963       MOVE WK-AGG-CNT    TO WK-OPD-POS
006964       MOVE WK-OPD-POS    TO WK-EMIT-OPD(1:5)
006965   END-IF.
006966   PERFORM B90-EMIT-ROW.
006967 C24-EMIT-AGGREGATE-EXIT.
006968   EXIT.
006969 C25-EMIT-DETAIL SECTION.
006970*--------------------------------------------------------------
006971*- DETAIL(p:l) IN WK-TOK: A DETL_ ROW, POSITION IN COLUMNS 8-12
006972*- AND LENGTH IN 13-17 (THE DETAIL RECORD IS 200 BYTES, A
006973*- FIELD AT MOST 99).
006974*--------------------------------------------------------------
006975 C25-010.
006976   MOVE 1             TO WK-AGG-DTL.
006977   MOVE SPACE         TO WK-OPD-POS-X.
006978   MOVE SPACE         TO WK-OPD-LEN-X.
006979   MOVE ZERO          TO WK-J.
006980   MOVE ZERO          TO WK-K.
006981   UNSTRING WK-TOK(8:WK-TOK-LEN - 7) DELIMITED BY ':' OR ')'
006982     INTO WK-OPD-POS-X COUNT IN WK-J
006983          WK-OPD-LEN-X COUNT IN WK-K.
006984   IF WK-TOK(WK-TOK-LEN:1) NOT = ')'
006985    OR WK-J = ZERO OR WK-J > 5 OR WK-K = ZERO OR WK-K > 5
006986     THEN
006987       DISPLAY 'RULCOMP:LINE ' WK-LINENO
006988               ' BAD DETAIL(p:l) REFERENCE: ' WK-TOK(1:15)
006989       PERFORM Z10-STMT-ERROR
006990       GO TO C25-EMIT-DETAIL-EXIT
006991   END-IF.
006992   IF WK-OPD-POS-X(1:WK-J) NOT NUMERIC
006993    OR WK-OPD-LEN-X(1:WK-K) NOT NUMERIC
006994     THEN
006995       DISPLAY 'RULCOMP:LINE ' WK-LINENO
006996               ' BAD DETAIL(p:l) REFERENCE: ' WK-TOK(1:15)
006997       PERFORM Z10-STMT-ERROR
006998       GO TO C25-EMIT-DETAIL-EXIT
006999   END-IF.
007000   MOVE ZERO          TO WK-OPD-POS.
007001   MOVE WK-OPD-POS-X(1:WK-J) TO WK-OPD-POS.
007002   MOVE ZERO          TO WK-OPD-LEN.
007003   MOVE WK-OPD-LEN-X(1:WK-K) TO WK-OPD-LEN.
007004   IF WK-OPD-POS = ZERO OR WK-OPD-LEN = ZERO OR WK-OPD-LEN > 99
007005    OR WK-OPD-POS + WK-OPD-LEN - 1 > 200
007006     THEN
007007       DISPLAY 'RULCOMP:LINE ' WK-LINENO
007008               ' DETAIL(p:l) OUTSIDE THE 200-BYTE DETAIL.'
007009       PERFORM Z10-STMT-ERROR
007010       GO TO C25-EMIT-DETAIL-EXIT
007011   END-IF.
007012   MOVE 'DETL_'       TO WK-EMIT-OPR.
007013   MOVE SPACE         TO WK-EMIT-OPT.
007014   MOVE SPACE         TO WK-EMIT-OPD.
007015   MOVE WK-OPD-POS    TO WK-EMIT-OPD(1:5).
007016   MOVE WK-OPD-LEN    TO WK-EMIT-OPD(6:5).
007017   PERFORM B90-EMIT-ROW.
007018 C25-EMIT-DETAIL-EXIT.
007019   EXIT.
007020 C30-EMIT-CONDITION SECTION.
007021*--------------------------------------------------------------
007022*- THE OPERATOR TOKEN IS IN WK-TOK AND THE LEFT OPERAND IS
007023*- ALREADY PUSHED. EMIT THE RIGHT-HAND PUSHES AND THE COMPARE
007024*- OPCODE. IN/NOTIN LISTS COMPILE TO ONE PUSHL PER ELEMENT PLUS
007025*- A PUSHL OF THE ELEMENT COUNT, THE STACK SHAPE C41-IN/C46-
007026*- NOTIN EXPECT.
007027*--------------------------------------------------------------
007028 C30-010.
007029   MOVE SPACE         TO WK-OPR.
007030   MOVE SPACE         TO WK-OPT.
007031   EVALUATE WK-TOK(1:11)
007032   WHEN 'EQ         ' MOVE 'EQ___' TO WK-OPR
007033   WHEN 'NE         ' MOVE 'NOTEQ' TO WK-OPR
007034   WHEN 'GT         ' MOVE 'GT___' TO WK-OPR
007035   WHEN 'GE         ' MOVE 'GE___' TO WK-OPR
007036   WHEN 'LT         ' MOVE 'LT___' TO WK-OPR
007037   WHEN 'LE         ' MOVE 'LE___' TO WK-OPR
007040   WHEN 'NUMERIC-EQ ' MOVE 'EQ___' TO WK-OPR
007050                      MOVE 'N'     TO WK-OPT
007060   WHEN 'NUMERIC-NE ' MOVE 'NOTEQ' TO WK-OPR
009250   ADD 1              TO WK-ERRCNT.
009260 Z10-STMT-ERROR-EXIT.
009270   EXIT.
009271 A20-LOAD-DICTIONARY SECTION.
009272*--------------------------------------------------------------
009273*- LOAD THE FIELD DICTIONARY (ALL FEEDS - EACH RULESET PICKS ITS
009274*- OWN FEED'S NAMES AT COMPILE TIME). THE FILE IS OPTIONAL, LIKE
009275*- THE FRAGMENT LIBRARY: A SOURCE THAT USES NO NAMES COMPILES AS
009276*- BEFORE, AND A NAME WITH NO DICTIONARY BEHIND IT IS REPORTED AT
009277*- ITS OPERAND. A MALFORMED ENTRY IS REPORTED AND SKIPPED.
009278*--------------------------------------------------------------
009279 A20-010.
009280   OPEN INPUT F4DICT.
009281   IF WK-DICT-FST NOT = '00'
009282     THEN
009283       GO TO A20-LOAD-DICTIONARY-EXIT
009284   END-IF.
009285   MOVE ZERO          TO WK-DICT-LINENO.
009286   PERFORM UNTIL WK-DICT-FST NOT = '00'
009287     READ F4DICT
009288       AT END
009289         CONTINUE
009290       NOT AT END
009291         ADD 1              TO WK-DICT-LINENO
009292         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
009293           THEN
009294             PERFORM A21-ADD-DICT-ENTRY
009295         END-IF
009296     END-READ
009297   END-PERFORM.
009298   CLOSE F4DICT.
009299   DISPLAY 'RULCOMP:FIELD DICTIONARY LOADED. FIELDS=' WK-FDC-CNT.
009300 A20-LOAD-DICTIONARY-EXIT.
009301   EXIT.
009302 A21-ADD-DICT-ENTRY SECTION.
009303*--------------------------------------------------------------
009304*- ONE DICTIONARY LINE: FEED(1-8) NAME(10-21) AREA(23)
009305*- POSITION(25-29) LENGTH(31-35) DESCRIPTION(37-76). THE SLICE
009306*- MUST LIE INSIDE ITS 10-BYTE INPUT AREA.
009307*--------------------------------------------------------------
009308 A21-010.
009309   IF F4RECORD(10:12) = SPACE
009310    OR F4RECORD(23:1) < '1' OR F4RECORD(23:1) > '5'
009311    OR F4RECORD(25:5) NOT NUMERIC
009312    OR F4RECORD(31:5) NOT NUMERIC
009313     THEN
009314       DISPLAY 'RULCOMP:FIELD DICTIONARY LINE ' WK-DICT-LINENO
009315               ' MALFORMED, SKIPPED.'
009316       GO TO A21-ADD-DICT-ENTRY-EXIT
009317   END-IF.
009318   MOVE F4RECORD(25:5) TO WK-OPD-POS.
009319   MOVE F4RECORD(31:5) TO WK-OPD-LEN.
009320   IF WK-OPD-POS = ZERO OR WK-OPD-LEN = ZERO
009321    OR WK-OPD-POS + WK-OPD-LEN - 1 > 10
009322     THEN
009323       DISPLAY 'RULCOMP:FIELD DICTIONARY LINE ' WK-DICT-LINENO
009324               ' SLICE OUTSIDE ITS INPUT AREA, SKIPPED.'
009325       GO TO A21-ADD-DICT-ENTRY-EXIT
009326   END-IF.
009327   IF WK-FDC-CNT NOT < 100
009328     THEN
009329       DISPLAY 'RULCOMP:FIELD DICTIONARY FULL, REST IGNORED.'
009330       GO TO A21-ADD-DICT-ENTRY-EXIT
009331   END-IF.
009332   ADD 1              TO WK-FDC-CNT.
009333   MOVE F4RECORD(1:8)  TO WK-FDC-FEED(WK-FDC-CNT).
009334   MOVE F4RECORD(10:12) TO WK-FDC-NAME(WK-FDC-CNT).
009335   MOVE F4RECORD(23:1) TO WK-FDC-AREA(WK-FDC-CNT).
009336   MOVE WK-OPD-POS    TO WK-FDC-POS(WK-FDC-CNT).
009337   MOVE WK-OPD-LEN    TO WK-FDC-LEN(WK-FDC-CNT).
009338 A21-ADD-DICT-ENTRY-EXIT.
009339   EXIT.
009340 C23-LOOKUP-FIELD-NAME SECTION.
009341*--------------------------------------------------------------
009342*- RESOLVE A FIELD NAME IN WK-TOK THROUGH THE DICTIONARY INTO
009343*- WK-OPD-AREA/-POS/-LEN, EXACTLY AS IF THE SLICE HAD BEEN
009344*- WRITTEN. THE SET'S OWN FEED WINS OVER AN ALL-FEEDS (BLANK
009345*- FEED) ENTRY OF THE SAME NAME.
009346*--------------------------------------------------------------
009347 C23-010.
009348   MOVE ZERO          TO WK-FDC-HIT.
009349   IF WK-TOK-LEN NOT > 12
009350     THEN
009351       PERFORM VARYING WK-FDC-I FROM 1 BY 1
009352         UNTIL WK-FDC-I > WK-FDC-CNT
009353           IF WK-FDC-NAME(WK-FDC-I) = WK-TOK(1:12)
009354             THEN
009355               IF WK-FDC-FEED(WK-FDC-I) = WK-SET-FEED
009356                 THEN
009357                   MOVE WK-FDC-I      TO WK-FDC-HIT
009358               END-IF
009359               IF WK-FDC-FEED(WK-FDC-I) = SPACE
009360                AND WK-FDC-HIT = ZERO
009361                 THEN
009362                   MOVE WK-FDC-I      TO WK-FDC-HIT
009363               END-IF
009364           END-IF
009365       END-PERFORM
009366   END-IF.
009367   IF WK-FDC-HIT = ZERO
009368     THEN
009369       DISPLAY 'RULCOMP:LINE ' WK-LINENO
009370               ' OPERAND MUST BE INn(p:l), A DICTIONARY FIELD'
009371               ' OR A LITERAL: ' WK-TOK(1:15)
009372       PERFORM Z10-STMT-ERROR
009373       GO TO C23-LOOKUP-FIELD-NAME-EXIT
009374   END-IF.
009375   MOVE WK-FDC-AREA(WK-FDC-HIT) TO WK-OPD-AREA.
009376   MOVE WK-FDC-POS(WK-FDC-HIT)  TO WK-OPD-POS.
009377   MOVE WK-FDC-LEN(WK-FDC-HIT)  TO WK-OPD-LEN.
009378 C23-LOOKUP-FIELD-NAME-EXIT.
009379   EXIT.
