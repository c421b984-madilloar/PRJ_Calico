000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULDCMP.
000030*--------------------------------------------------------------
000040*- RULE DECOMPILER. READS ONE RULE SET FROM F1INPUT (ENV
000050*- RULESET_ID), ASSEMBLING PUSHL/CONT_ LITERALS THE WAY RULLIST
000060*- AND THE LOADERS DO, AND WRITES IT BACK OUT AS RULCOMP SOURCE:
000070*- HDR__ BECOMES RULESET <rsid> VERSION <vv> DATE <mmdd>, EVERY
000080*- CONDITION/JPNZ_/JMP__/PUSHL/PUT__ RUN IN THE SHAPE RULCOMP
000090*- COMPILES BECOMES ONE IF ... THEN PUT '...' LINE, TRL__
000100*- BECOMES END. AN OPERAND MAY BE AN AGGREGATE (SUM( AVG( MIN(
000101*- MAX( COUNT( OVER ITEMS OR DETAIL(p:l)). RECOMPILING THE
000102*- OUTPUT GIVES BACK THE SAME ROWS, SO RULDIFF OF THE
000110*- RECOMPILED SET AGAINST THE ORIGINAL PROVES THE ROUND TRIP
000120*- BEFORE A HAND-CODED SET IS RETIRED.
000130*-
000140*- ROWS THE SOURCE LANGUAGE CANNOT EXPRESS (JPZ__, CALL_, FOR__,
000150*- ARITHMETIC, LOOKUPS, CASELESS COMPARES, LITERALS HOLDING A
000160*- QUOTE, JUMPS THAT ARE NOT THE IF/THEN SHAPE ...) ARE WRITTEN
000170*- AS '*' COMMENT LINES - THE REASON, THEN EACH ROW UP TO AND
000180*- INCLUDING THE NEXT PUT__ - SO THEY ARE VISIBLE IN THE SOURCE
000190*- AND SHOW UP AS REMOVED ROWS IN THE RULDIFF.
000200*-
000210*- ENV: PCHECKTBL_FILE = RULE-TABLE FILE, RULESET_ID = SET TO
000220*- DECOMPILE, RULESRC_FILE = RULE SOURCE WRITTEN (RULCOMP
000230*- INPUT FORMAT, 100-COLUMN LINES).
000240*- RETURN-CODE: 0=EVERY ROW DECOMPILED, 4=ROWS LEFT AS COMMENTS,
000250*- 12=RULE SET NOT FOUND/EMPTY, 16=FATAL.
000260*--------------------------------------------------------------
000270 ENVIRONMENT    DIVISION.
000280 INPUT-OUTPUT               SECTION.
000290 FILE-CONTROL.
000300   SELECT F1INPUT ASSIGN TO WK-FILENAME
000310   ORGANIZATION INDEXED
000320   ACCESS MODE DYNAMIC
000330   RECORD KEY IS F1RSID WITH DUPLICATES
000340   STATUS FST.
000350   SELECT F2SRC   ASSIGN TO WK-SRCNAME
000360   ORGANIZATION LINE SEQUENTIAL
000370   STATUS WK-SRC-FST.
000380 DATA DIVISION.
000390 FILE                       SECTION.
000400 FD  F1INPUT.
000410 01  F1RECORD               SYNC.
000420   03 F1RSID               PIC X(08).
000430   03 F1BODY               PIC X(18).
000440 FD  F2SRC.
000450 01  F2LINE                 PIC X(100).
000460 WORKING-STORAGE SECTION.
000470 01  FST                    PIC X(02).
000480 01  WK-FILENAME            PIC X(100).
000490 01  WK-SRC                 SYNC.
000500   03 WK-SRCNAME            PIC X(100).
000510   03 WK-SRC-FST            PIC X(02).
000520 01  WK-RSID                PIC X(08).
000530*--------------------------------------------------------------
000540*- THE RULE SET AS STORED, ONE ENTRY PER TABLE ROW. HDR__/TRL__
000550*- ARE KEPT AS ENTRIES TOO (THEY OPEN AND CLOSE THE RULESET
000560*- BLOCKS); CONT_ RECORDS ARE FOLDED INTO THE PRECEDING PUSHL'S
000570*- LITERAL (SEE RULLIST) AND COUNTED IN WK-ROW-CONTS SO THE
000580*- DECOMPILER CAN CHECK RULCOMP WOULD WRITE THE SAME NUMBER.
000590*--------------------------------------------------------------
000600 01  WK-TBL                 SYNC.
000610   03 WK-ROWCNT             PIC 9(05) VALUE ZERO.
000620   03 WK-ROW                OCCURS 9999 TIMES.
000630     05 WK-ROW-BODY         PIC X(18).
000640     05 WK-ROW-FLD          REDEFINES WK-ROW-BODY.
000650       07 WK-ROW-OPR        PIC X(05).
000660       07 WK-ROW-FIL        PIC X(01).
000670       07 WK-ROW-OPT        PIC X(01).
000680       07 WK-ROW-OPD        PIC X(11).
000690     05 WK-ROW-LIT          PIC X(100).
000700     05 WK-ROW-LITL         PIC 9(03).
000710     05 WK-ROW-CONTS        PIC 9(02).
000720*--------------------------------------------------------------
000730*- DECOMPILE STATE. WK-BASE IS THE TABLE INDEX OF THE CURRENT
000740*- SET'S HDR__ ENTRY, SO THE PC OF ENTRY N IS N - WK-BASE (THE
000750*- NUMBERING RULCOMP'S JUMP TARGETS USE).
000760*--------------------------------------------------------------
000770 01  WK-STATE               SYNC.
000780   03 WK-I                  PIC 9(05).
000790   03 WK-J                  PIC 9(05).
000800   03 WK-K                  PIC 9(05).
000810   03 WK-M                  PIC 9(05).
000820   03 WK-N                  PIC 9(05).
000830   03 WK-X                  PIC 9(05).
000840   03 WK-BASE               PIC 9(05).
000850   03 WK-PC                 PIC 9(05).
000860   03 WK-TGT                PIC 9(05).
000870   03 WK-PHYS               PIC 9(05).
000880   03 WK-IN-SET             PIC 9(01) VALUE ZERO.
000890   03 WK-OK                 PIC 9(01).
000900   03 WK-WHY                PIC X(50).
000910   03 WK-SETCNT             PIC 9(03) VALUE ZERO.
000920   03 WK-STMTCNT            PIC 9(05) VALUE ZERO.
000930   03 WK-FLAGCNT            PIC 9(05) VALUE ZERO.
000931*- ROWS THE LAST OPERAND TOOK (D10-OPERAND-TEXT: 1, OR THE
000932*- ITEM PUSHES PLUS THE OPCODE OF AN AGGREGATE).
000933   03 WK-OSPAN              PIC 9(05).
000934   03 WK-AG-X               PIC 9(05).
000935   03 WK-AG-N               PIC 9(05).
000936   03 WK-AG-I               PIC 9(05).
000940*--------------------------------------------------------------
000950*- SOURCE TEXT UNDER CONSTRUCTION. WK-SRCLN IS WIDER THAN A
000960*- SOURCE LINE SO AN OVERLONG STATEMENT CAN BE MEASURED (AND
000970*- REFUSED) RATHER THAN CUT OFF.
000980*--------------------------------------------------------------
000990 01  WK-TEXT                SYNC.
001000   03 WK-SRCLN              PIC X(300).
001010   03 WK-SP                 PIC 9(03).
001020   03 WK-CT                 PIC X(200).
001030   03 WK-CP                 PIC 9(03).
001040   03 WK-OT                 PIC X(110).
001050   03 WK-OTL                PIC 9(03).
001060   03 WK-LTXT               PIC X(100).
001070   03 WK-LTXL               PIC 9(03).
001080   03 WK-WANT               PIC 9(02).
001090   03 WK-CNT                PIC 9(03).
001100   03 WK-NUM                PIC 9(05).
001110   03 WK-ED                 PIC Z(4)9.
001120   03 WK-LEAD               PIC 9(02).
001130   03 WK-TOKCHK             PIC X(06).
001140   03 WK-TOKLEN             PIC 9(02).
001150   03 WK-CMT                PIC X(100).
001160 PROCEDURE DIVISION.
001170 A00-MAIN SECTION.
001180*--------------------------------------------------------------
001190*- PASS 1: READ THE RULE SET INTO WK-TBL. PASS 2: WALK THE
001200*- TABLE, WRITING ONE SOURCE LINE PER RECOGNISED STATEMENT AND
001210*- COMMENT LINES FOR EVERYTHING ELSE.
001220*--------------------------------------------------------------
001230 A00-010.
001240   MOVE SPACE         TO WK-FILENAME.
001250   ACCEPT WK-FILENAME FROM ENVIRONMENT 'PCHECKTBL_FILE'.
001260   IF WK-FILENAME = SPACE
001270     MOVE '../data/pchecktbl.txt' TO WK-FILENAME
001280   END-IF.
001290   MOVE SPACE         TO WK-RSID.
001300   ACCEPT WK-RSID     FROM ENVIRONMENT 'RULESET_ID'.
001310   IF WK-RSID = SPACE
001320     THEN
001330       DISPLAY 'RULDCMP:RULESET_ID REQUIRED.'
001340       MOVE 12            TO RETURN-CODE
001350       GOBACK
001360   END-IF.
001370   MOVE SPACE         TO WK-SRCNAME.
001380   ACCEPT WK-SRCNAME  FROM ENVIRONMENT 'RULESRC_FILE'.
001390   IF WK-SRCNAME = SPACE
001400     MOVE '../data/rulesrc.txt' TO WK-SRCNAME
001410   END-IF.
001420   OPEN INPUT F1INPUT.
001430   IF FST NOT = '00'
001440     THEN
001450       DISPLAY 'RULDCMP:RULE FILE OPEN ERROR STATUS=' FST
001460       MOVE 16            TO RETURN-CODE
001470       GOBACK
001480   END-IF.
001490   MOVE WK-RSID       TO F1RSID.
001500   START F1INPUT KEY IS = F1RSID
001510     INVALID KEY
001520       DISPLAY 'RULDCMP:RULE-SET NOT FOUND. ID=' WK-RSID
001530       CLOSE F1INPUT
001540       MOVE 12            TO RETURN-CODE
001550       GOBACK
001560   END-START.
001570   PERFORM UNTIL FST NOT = '00'
001580     READ F1INPUT NEXT RECORD
001590       END
001600         CONTINUE
001610       NOT END
001620         IF F1RSID NOT = WK-RSID
001630           THEN
001640             MOVE '10'      TO FST
001650           ELSE
001660             PERFORM B10-STORE-ROW
001670         END-IF
001680     END-READ
001690   END-PERFORM.
001700   CLOSE F1INPUT.
001710   IF WK-ROWCNT = ZERO
001720     THEN
001730       DISPLAY 'RULDCMP:RULE-SET HAS NO ROWS. ID=' WK-RSID
001740       MOVE 12            TO RETURN-CODE
001750       GOBACK
001760   END-IF.
001770   OPEN OUTPUT F2SRC.
001780   IF WK-SRC-FST NOT = '00'
001790     THEN
001800       DISPLAY 'RULDCMP:SOURCE OPEN ERROR STATUS=' WK-SRC-FST
001810       MOVE 16            TO RETURN-CODE
001820       GOBACK
001830   END-IF.
001840   MOVE SPACE         TO WK-CMT.
001850   STRING '* RULE SET ' WK-RSID ' DECOMPILED FROM '
001860          WK-FILENAME   INTO WK-CMT.
001870   PERFORM Z10-PUT-LINE.
001880   MOVE '* RECOMPILE WITH RULCOMP AND RULDIFF THE RESULT AGAINST'
001890                      TO WK-CMT.
001900   PERFORM Z10-PUT-LINE.
001910   MOVE '* THE ORIGINAL BEFORE RETIRING THE HAND-CODED ROWS.'
001920                      TO WK-CMT.
001930   PERFORM Z10-PUT-LINE.
001940   MOVE 1             TO WK-I.
001950   PERFORM UNTIL WK-I > WK-ROWCNT
001960     PERFORM B20-DECOMPILE-AT
001970   END-PERFORM.
001980   IF WK-IN-SET = 1
001990     THEN
002000       PERFORM B45-NO-TRAILER
002010   END-IF.
002020   CLOSE F2SRC.
002030   DISPLAY 'RULDCMP:' WK-RSID ' SETS=' WK-SETCNT
002040           ' STATEMENTS=' WK-STMTCNT
002050           ' ROWS LEFT AS COMMENTS=' WK-FLAGCNT.
002060   DISPLAY 'RULDCMP:SOURCE WRITTEN TO ' WK-SRCNAME.
002070   IF WK-FLAGCNT > ZERO
002080     THEN
002090       MOVE 4             TO RETURN-CODE
002100     ELSE
002110       MOVE ZERO          TO RETURN-CODE
002120   END-IF.
002130   GOBACK.
002140 B10-STORE-ROW SECTION.
002150*--------------------------------------------------------------
002160*- STASH ONE F1BODY ROW. A CONT_ THAT CANNOT BE FOLDED (NO
002170*- PUSHL BEFORE IT, OR THE LITERAL IS FULL) IS KEPT AS AN ENTRY
002180*- OF ITS OWN SO IT SURFACES AS A COMMENT INSTEAD OF VANISHING.
002190*--------------------------------------------------------------
002200 B10-010.
002210   IF F1BODY(1:5) = 'CONT_'
002220    AND WK-ROWCNT > ZERO
002230     THEN
002240       IF WK-ROW-OPR(WK-ROWCNT) = 'PUSHL'
002250        AND WK-ROW-LITL(WK-ROWCNT) + 11 NOT > 100
002260         THEN
002270           MOVE F1BODY(8:11)
002280             TO WK-ROW-LIT(WK-ROWCNT)
002290                (WK-ROW-LITL(WK-ROWCNT) + 1:11)
002300           ADD 11             TO WK-ROW-LITL(WK-ROWCNT)
002310           ADD 1              TO WK-ROW-CONTS(WK-ROWCNT)
002320           GO TO B10-STORE-ROW-EXIT
002330       END-IF
002340   END-IF.
002350   IF WK-ROWCNT < 9999
002360     THEN
002370       ADD 1              TO WK-ROWCNT
002380       MOVE F1BODY        TO WK-ROW-BODY(WK-ROWCNT)
002390       MOVE SPACE         TO WK-ROW-LIT(WK-ROWCNT)
002400       MOVE ZERO          TO WK-ROW-LITL(WK-ROWCNT)
002410       MOVE ZERO          TO WK-ROW-CONTS(WK-ROWCNT)
002420       IF F1BODY(1:5) = 'PUSHL'
002430         THEN
002440           MOVE F1BODY(8:11) TO WK-ROW-LIT(WK-ROWCNT)(1:11)
002450           MOVE 11           TO WK-ROW-LITL(WK-ROWCNT)
002460       END-IF
002470   END-IF.
002480 B10-STORE-ROW-EXIT.
002490   EXIT.
002500 B20-DECOMPILE-AT SECTION.
002510*--------------------------------------------------------------
002520*- DECOMPILE STARTING AT ENTRY WK-I AND ADVANCE WK-I PAST WHAT
002530*- WAS CONSUMED.
002540*--------------------------------------------------------------
002550 B20-010.
002560   EVALUATE WK-ROW-OPR(WK-I)
002570   WHEN 'HDR__'
002580     PERFORM B30-OPEN-SET
002590     ADD 1              TO WK-I
002600   WHEN 'TRL__'
002610     PERFORM B40-CLOSE-SET
002620     ADD 1              TO WK-I
002621   WHEN 'SRC__'
002622*-   THE SOURCE-LIBRARY STAMP RULCOMP WROTE: KEEP IT AS A COMMENT
002623*-   SO THE DECOMPILED TEXT SAYS WHICH MEMBER IT CAME FROM.
002624     MOVE SPACE         TO WK-CMT
002625     STRING '* COMPILED FROM SOURCE LIBRARY MEMBER '
002626            WK-ROW-BODY(WK-I)(6:8) ' VERSION '
002627            WK-ROW-BODY(WK-I)(14:4) ' KIND '
002628            WK-ROW-BODY(WK-I)(18:1)
002629                      DELIMITED BY SIZE INTO WK-CMT
002630     PERFORM Z10-PUT-LINE
002631*-   IT SITS BETWEEN HDR__ AND THE FIRST RULE ROW AND TAKES NO PC.
002632     ADD 1              TO WK-BASE
002633     ADD 1              TO WK-I
002634   WHEN OTHER
002640     IF WK-IN-SET = ZERO
002650       THEN
002660         PERFORM B35-OPEN-WITHOUT-HEADER
002670     END-IF
002680     PERFORM C10-MATCH-IF
002690     IF WK-OK = 1
002700       THEN
002710         MOVE WK-SRCLN(1:100) TO WK-CMT
002720         PERFORM Z10-PUT-LINE
002730         ADD 1              TO WK-STMTCNT
002740         MOVE WK-M          TO WK-I
002750       ELSE
002760         PERFORM B50-COMMENT-ROWS
002770     END-IF
002780   END-EVALUATE.
002790 B20-DECOMPILE-AT-EXIT.
002800   EXIT.
002810 B30-OPEN-SET SECTION.
002820*--------------------------------------------------------------
002830*- HDR__: RULESET <rsid> [VERSION <vv>] [DATE <mmdd>]. RULCOMP
002840*- ALWAYS NAMES THE HEADER AFTER THE FIRST 6 OF THE RSID, AND
002850*- READS VERSION/DATE AS SPACE-DELIMITED WORDS, SO A HEADER
002860*- THAT DIFFERS FROM THAT CANNOT COME BACK THE SAME.
002870*--------------------------------------------------------------
002880 B30-010.
002890   IF WK-IN-SET = 1
002900     THEN
002910       PERFORM B45-NO-TRAILER
002920   END-IF.
002930   MOVE 1             TO WK-IN-SET.
002940   MOVE WK-I          TO WK-BASE.
002950   ADD 1              TO WK-SETCNT.
002960   IF WK-ROW-BODY(WK-I)(6:6) NOT = WK-RSID(1:6)
002970     THEN
002980       MOVE SPACE         TO WK-CMT
002990       STRING '* NOT DECOMPILED - HDR__ NAME '
003000              WK-ROW-BODY(WK-I)(6:6)
003010              ' IS NOT THE FIRST 6 OF THE SET ID'
003020                          INTO WK-CMT
003030       PERFORM Z10-PUT-LINE
003040       ADD 1              TO WK-FLAGCNT
003050   END-IF.
003060   MOVE SPACE         TO WK-TOKCHK.
003070   MOVE WK-ROW-BODY(WK-I)(12:2) TO WK-TOKCHK.
003080   MOVE 2             TO WK-TOKLEN.
003090   PERFORM Z30-CHECK-WORD.
003100   IF WK-OK = 1
003110     THEN
003120       MOVE SPACE         TO WK-TOKCHK
003130       MOVE WK-ROW-BODY(WK-I)(14:4) TO WK-TOKCHK
003140       MOVE 4             TO WK-TOKLEN
003150       PERFORM Z30-CHECK-WORD
003160   END-IF.
003170   IF WK-OK = ZERO
003180     THEN
003190       MOVE SPACE         TO WK-CMT
003200       STRING '* NOT DECOMPILED - HDR__ VERSION/DATE ('
003210              WK-ROW-BODY(WK-I)(12:6)
003220              ') ARE NOT PLAIN WORDS'
003230                          INTO WK-CMT
003240       PERFORM Z10-PUT-LINE
003250       ADD 1              TO WK-FLAGCNT
003260   END-IF.
003270   MOVE SPACE         TO WK-SRCLN.
003280   MOVE 1             TO WK-SP.
003290   STRING 'RULESET ' DELIMITED BY SIZE WK-RSID DELIMITED BY SPACE
003300                      INTO WK-SRCLN WITH POINTER WK-SP.
003310   IF WK-ROW-BODY(WK-I)(12:2) NOT = SPACE
003320     THEN
003330       STRING ' VERSION ' WK-ROW-BODY(WK-I)(12:2)
003340                      DELIMITED BY SIZE
003350                      INTO WK-SRCLN WITH POINTER WK-SP
003360   END-IF.
003370   IF WK-ROW-BODY(WK-I)(14:4) NOT = SPACE
003380     THEN
003390       STRING ' DATE ' WK-ROW-BODY(WK-I)(14:4)
003400                      DELIMITED BY SIZE
003410                      INTO WK-SRCLN WITH POINTER WK-SP
003420   END-IF.
003430   MOVE WK-SRCLN(1:100) TO WK-CMT.
003440   PERFORM Z10-PUT-LINE.
003450 B30-OPEN-SET-EXIT.
003460   EXIT.
003470 B35-OPEN-WITHOUT-HEADER SECTION.
003480*--------------------------------------------------------------
003490*- RULE ROWS WITH NO HDR__ IN FRONT OF THEM. THE STATEMENTS CAN
003500*- STILL BE DECOMPILED, BUT RULCOMP WILL ADD A HEADER AND A
003510*- TRAILER, SO THE SET IS FLAGGED.
003520*--------------------------------------------------------------
003530 B35-010.
003540   MOVE '* NOT DECOMPILED - NO HDR__ RECORD; RECOMPILING ADDS ONE'
003550                      TO WK-CMT.
003560   PERFORM Z10-PUT-LINE.
003570   ADD 1              TO WK-FLAGCNT.
003580   MOVE 1             TO WK-IN-SET.
003590   COMPUTE WK-BASE = WK-I - 1.
003600   ADD 1              TO WK-SETCNT.
003610   MOVE SPACE         TO WK-CMT.
003620   STRING 'RULESET ' DELIMITED BY SIZE WK-RSID DELIMITED BY SPACE
003630                      INTO WK-CMT.
003640   PERFORM Z10-PUT-LINE.
003650 B35-OPEN-WITHOUT-HEADER-EXIT.
003660   EXIT.
003670 B40-CLOSE-SET SECTION.
003680*--------------------------------------------------------------
003690*- TRL__: END. THE TRAILER TALLIES PHYSICAL RECORDS (CONT_
003700*- INCLUDED); RULCOMP RECOUNTS, SO A WRONG TALLY IS FLAGGED.
003710*--------------------------------------------------------------
003720 B40-010.
003730   IF WK-IN-SET = ZERO
003740     THEN
003750       MOVE '* NOT DECOMPILED - TRL__ RECORD WITH NO SET OPEN'
003760                          TO WK-CMT
003770       PERFORM Z10-PUT-LINE
003780       ADD 1              TO WK-FLAGCNT
003790       GO TO B40-CLOSE-SET-EXIT
003800   END-IF.
003810   MOVE ZERO          TO WK-PHYS.
003820   COMPUTE WK-K = WK-BASE + 1.
003830   PERFORM UNTIL WK-K >= WK-I
003840     COMPUTE WK-PHYS = WK-PHYS + 1 + WK-ROW-CONTS(WK-K)
003850     ADD 1              TO WK-K
003860   END-PERFORM.
003870   IF WK-ROW-BODY(WK-I)(6:5) NOT NUMERIC
003880     THEN
003890       MOVE ZERO          TO WK-NUM
003900     ELSE
003910       MOVE WK-ROW-BODY(WK-I)(6:5) TO WK-NUM
003920   END-IF.
003930   IF WK-NUM NOT = WK-PHYS
003940     THEN
003950       MOVE SPACE         TO WK-CMT
003960       STRING '* NOT DECOMPILED - TRL__ COUNT '
003970              WK-ROW-BODY(WK-I)(6:5)
003980              ', THE SET HOLDS ' WK-PHYS ' RULE RECORDS'
003990                          INTO WK-CMT
004000       PERFORM Z10-PUT-LINE
004010       ADD 1              TO WK-FLAGCNT
004020   END-IF.
004030   MOVE 'END'         TO WK-CMT.
004040   PERFORM Z10-PUT-LINE.
004050   MOVE ZERO          TO WK-IN-SET.
004060 B40-CLOSE-SET-EXIT.
004070   EXIT.
004080 B45-NO-TRAILER SECTION.
004090*--------------------------------------------------------------
004100*- A SET THAT RUNS INTO THE NEXT HDR__ OR THE END OF THE TABLE
004110*- WITHOUT A TRL__: CLOSE IT, FLAGGED.
004120*--------------------------------------------------------------
004130 B45-010.
004140   MOVE '* NOT DECOMPILED - NO TRL__ RECORD; RECOMPILING ADDS ONE'
004150                      TO WK-CMT.
004160   PERFORM Z10-PUT-LINE.
004170   ADD 1              TO WK-FLAGCNT.
004180   MOVE 'END'         TO WK-CMT.
004190   PERFORM Z10-PUT-LINE.
004200   MOVE ZERO          TO WK-IN-SET.
004210 B45-NO-TRAILER-EXIT.
004220   EXIT.
004230 B50-COMMENT-ROWS SECTION.
004240*--------------------------------------------------------------
004250*- NO STATEMENT MATCHES AT WK-I: WRITE THE REASON, THEN ENTRIES
004260*- WK-I UP TO THE NEXT PUT__ (THE END OF A RULE IN EVERY SHAPE
004270*- WE KNOW) OR THE SET'S TRL__, AS COMMENTS, AND RESUME AFTER.
004280*--------------------------------------------------------------
004290 B50-010.
004300   MOVE SPACE         TO WK-CMT.
004310   STRING '* NOT DECOMPILED - ' WK-WHY
004320                      INTO WK-CMT.
004330   PERFORM Z10-PUT-LINE.
004340   MOVE WK-I          TO WK-N.
004350   PERFORM UNTIL WK-N >= WK-ROWCNT
004360    OR WK-ROW-OPR(WK-N) = 'PUT__'
004370    OR WK-ROW-OPR(WK-N + 1) = 'HDR__'
004380    OR WK-ROW-OPR(WK-N + 1) = 'TRL__'
004385    OR WK-ROW-OPR(WK-N + 1) = 'SRC__'
004390     ADD 1              TO WK-N
004400   END-PERFORM.
004410   PERFORM UNTIL WK-I > WK-N
004420     COMPUTE WK-PC = WK-I - WK-BASE
004430     MOVE SPACE         TO WK-CMT
004440     STRING '*   PC ' WK-PC '  ' WK-ROW-OPR(WK-I)
004450            ' ' WK-ROW-OPT(WK-I) ' ' WK-ROW-OPD(WK-I)
004460                        INTO WK-CMT
004470     IF WK-ROW-CONTS(WK-I) > ZERO
004480       THEN
004490         STRING '  LIT=' WK-ROW-LIT(WK-I)(1:60)
004500                        INTO WK-CMT(38:63)
004510     END-IF
004520     PERFORM Z10-PUT-LINE
004530     ADD 1              TO WK-FLAGCNT
004540     ADD 1              TO WK-I
004550   END-PERFORM.
004560 B50-COMMENT-ROWS-EXIT.
004570   EXIT.
004580 C10-MATCH-IF SECTION.
004590*--------------------------------------------------------------
004600*- TRY TO READ ONE RULCOMP IF STATEMENT STARTING AT ENTRY WK-I
004610*- (SEE RULCOMP B30-COMPILE-IF):
004620*-   <cond> {<cond> AND__|OR___}
004630*-   K+1  JPNZ_ K+3
004640*-   K+2  JMP__ K+5
004650*-   K+3  PUSHL <lit>
004660*-   K+4  PUT__
004670*- WK-OK = 1 WITH THE SOURCE LINE IN WK-SRCLN AND THE NEXT
004680*- ENTRY IN WK-M, ELSE WK-OK = 0 WITH THE REASON IN WK-WHY.
004690*--------------------------------------------------------------
004700 C10-010.
004710   MOVE ZERO          TO WK-OK.
004720   MOVE 'OPCODE OR ROW SHAPE NOT IN THE RULE SOURCE LANGUAGE'
004730                      TO WK-WHY.
004740   MOVE SPACE         TO WK-SRCLN.
004750   MOVE 1             TO WK-SP.
004760   STRING 'IF '       DELIMITED BY SIZE
004770                      INTO WK-SRCLN WITH POINTER WK-SP.
004780   MOVE WK-I          TO WK-J.
004790   PERFORM C20-MATCH-CONDITION.
004800   IF WK-OK = ZERO GO TO C10-MATCH-IF-EXIT END-IF.
004810   STRING WK-CT(1:WK-CP - 1) DELIMITED BY SIZE
004820                      INTO WK-SRCLN WITH POINTER WK-SP.
004830 C10-020.
004840*- FURTHER CONDITIONS, EACH FOLLOWED BY ITS AND__/OR___.
004850   IF WK-J > WK-ROWCNT
004860     THEN
004870       MOVE ZERO          TO WK-OK
004880       GO TO C10-MATCH-IF-EXIT
004890   END-IF.
004900   IF WK-ROW-OPR(WK-J) = 'JPNZ_'
004910     THEN
004920       GO TO C10-030
004930   END-IF.
004940   PERFORM C20-MATCH-CONDITION.
004950   IF WK-OK = ZERO GO TO C10-MATCH-IF-EXIT END-IF.
004960   MOVE ZERO          TO WK-OK.
004970   IF WK-J > WK-ROWCNT
004980     THEN
004990       GO TO C10-MATCH-IF-EXIT
005000   END-IF.
005010   IF WK-ROW-BODY(WK-J)(6:13) NOT = SPACE
005020     THEN
005030       GO TO C10-MATCH-IF-EXIT
005040   END-IF.
005050   EVALUATE WK-ROW-OPR(WK-J)
005060   WHEN 'AND__'
005070     STRING ' AND '     DELIMITED BY SIZE
005080                      INTO WK-SRCLN WITH POINTER WK-SP
005090   WHEN 'OR___'
005100     STRING ' OR '      DELIMITED BY SIZE
005110                      INTO WK-SRCLN WITH POINTER WK-SP
005120   WHEN OTHER
005130     GO TO C10-MATCH-IF-EXIT
005140   END-EVALUATE.
005150   STRING WK-CT(1:WK-CP - 1) DELIMITED BY SIZE
005160                      INTO WK-SRCLN WITH POINTER WK-SP.
005170   ADD 1              TO WK-J.
005180   GO TO C10-020.
005190 C10-030.
005200*- THE THEN PART: JUMPS MUST BE EXACTLY THE ONES RULCOMP WOULD
005210*- RESOLVE AT THIS PC.
005220   MOVE ZERO          TO WK-OK.
005230   IF WK-J + 3 > WK-ROWCNT
005240     THEN
005250       GO TO C10-MATCH-IF-EXIT
005260   END-IF.
005270   MOVE 'JUMP TARGETS ARE NOT THE IF/THEN SHAPE' TO WK-WHY.
005280   COMPUTE WK-PC = WK-J - WK-BASE.
005290   IF WK-ROW-BODY(WK-J)(6:2) NOT = SPACE
005300    OR WK-ROW-OPD(WK-J)(1:5) NOT NUMERIC
005310    OR WK-ROW-OPD(WK-J)(6:6) NOT = SPACE
005320     THEN
005330       GO TO C10-MATCH-IF-EXIT
005340   END-IF.
005350   MOVE WK-ROW-OPD(WK-J)(1:5) TO WK-TGT.
005360   IF WK-TGT NOT = WK-PC + 2
005370     THEN
005380       GO TO C10-MATCH-IF-EXIT
005390   END-IF.
005400   IF WK-ROW-OPR(WK-J + 1) NOT = 'JMP__'
005410    OR WK-ROW-BODY(WK-J + 1)(6:2) NOT = SPACE
005420    OR WK-ROW-OPD(WK-J + 1)(1:5) NOT NUMERIC
005430    OR WK-ROW-OPD(WK-J + 1)(6:6) NOT = SPACE
005440     THEN
005450       GO TO C10-MATCH-IF-EXIT
005460   END-IF.
005470   MOVE WK-ROW-OPD(WK-J + 1)(1:5) TO WK-TGT.
005480   IF WK-TGT NOT = WK-PC + 4
005490     THEN
005500       GO TO C10-MATCH-IF-EXIT
005510   END-IF.
005520   MOVE 'OPCODE OR ROW SHAPE NOT IN THE RULE SOURCE LANGUAGE'
005530                      TO WK-WHY.
005540   IF WK-ROW-OPR(WK-J + 2) NOT = 'PUSHL'
005550    OR WK-ROW-OPR(WK-J + 3) NOT = 'PUT__'
005560    OR WK-ROW-BODY(WK-J + 3)(6:13) NOT = SPACE
005570     THEN
005580       GO TO C10-MATCH-IF-EXIT
005590   END-IF.
005600   COMPUTE WK-X = WK-J + 2.
005610   PERFORM D20-LITERAL-TEXT.
005620   IF WK-OK = ZERO GO TO C10-MATCH-IF-EXIT END-IF.
005630   STRING ' THEN PUT ''' WK-LTXT(1:WK-LTXL) ''''
005640                      DELIMITED BY SIZE
005650                      INTO WK-SRCLN WITH POINTER WK-SP.
005660   IF WK-SP > 101
005670     THEN
005680       MOVE 'STATEMENT WOULD BE OVER 100 COLUMNS' TO WK-WHY
005690       MOVE ZERO          TO WK-OK
005700       GO TO C10-MATCH-IF-EXIT
005710   END-IF.
005720   COMPUTE WK-M = WK-J + 4.
005730 C10-MATCH-IF-EXIT.
005740   EXIT.
005750 C20-MATCH-CONDITION SECTION.
005760*--------------------------------------------------------------
005770*- ONE CONDITION AT ENTRY WK-J (SEE RULCOMP C30-EMIT-CONDITION):
005780*-   <opd> ISBLK                        -> <opd> BLANK
005790*-   <opd> PUSHL <pat> LIKE_             -> <opd> LIKE '<pat>'
005800*-   <opd> PUSHL <e>... PUSHL <n> IN___  -> <opd> IN '<e,...>'
005810*-   <opd> <opd2> EQ___                 -> <opd> NUMERIC-EQ <opd2>
005815*-   (THE LAST UNDER OPTION N ONLY.)
005820*- TEXT IN WK-CT(1:WK-CP - 1), WK-J ADVANCED PAST IT.
005830*--------------------------------------------------------------
005840 C20-010.
005850   MOVE ZERO          TO WK-OK.
005860   MOVE SPACE         TO WK-CT.
005870   MOVE 1             TO WK-CP.
005880   MOVE WK-J          TO WK-X.
005890   PERFORM D10-OPERAND-TEXT.
005900   IF WK-OK = ZERO GO TO C20-MATCH-CONDITION-EXIT END-IF.
005910   MOVE ZERO          TO WK-OK.
005920   STRING WK-OT(1:WK-OTL) DELIMITED BY SIZE
005930                      INTO WK-CT WITH POINTER WK-CP.
005940   ADD WK-OSPAN       TO WK-J.
005950   IF WK-J > WK-ROWCNT
005960     THEN
005970       GO TO C20-MATCH-CONDITION-EXIT
005980   END-IF.
005990   EVALUATE WK-ROW-OPR(WK-J)
006000   WHEN 'ISBLK'
006010     IF WK-ROW-BODY(WK-J)(6:13) = SPACE
006020       THEN
006030         STRING ' BLANK'    DELIMITED BY SIZE
006040                        INTO WK-CT WITH POINTER WK-CP
006050         ADD 1              TO WK-J
006060         MOVE 1             TO WK-OK
006070     END-IF
006080   WHEN 'PUSHL'
006090   WHEN 'PUSHV'
006091   WHEN 'DETL_'
006100     PERFORM C30-MATCH-RIGHT-SIDE
006110   WHEN OTHER
006120     CONTINUE
006130   END-EVALUATE.
006140 C20-MATCH-CONDITION-EXIT.
006150   EXIT.
006160 C30-MATCH-RIGHT-SIDE SECTION.
006170*--------------------------------------------------------------
006180*- THE RIGHT-HAND PUSHES AND OPCODE OF A LIKE, IN/NOTIN OR
006190*- BINARY-COMPARE CONDITION, STARTING AT ENTRY WK-J.
006200*--------------------------------------------------------------
006210 C30-010.
006220   MOVE ZERO          TO WK-OK.
006230   IF WK-ROW-OPR(WK-J) = 'PUSHL'
006240    AND WK-J < WK-ROWCNT
006250     THEN
006260       IF WK-ROW-OPR(WK-J + 1) = 'LIKE_'
006270         THEN
006280           MOVE WK-J          TO WK-X
006290           PERFORM D20-LITERAL-TEXT
006300           IF WK-OK = ZERO GO TO C30-MATCH-RIGHT-SIDE-EXIT END-IF
006310           MOVE ZERO          TO WK-OK
006320           IF WK-ROW-BODY(WK-J + 1)(6:13) NOT = SPACE
006330             THEN
006340               GO TO C30-MATCH-RIGHT-SIDE-EXIT
006350           END-IF
006360           STRING ' LIKE ''' WK-LTXT(1:WK-LTXL) ''''
006370                          DELIMITED BY SIZE
006380                          INTO WK-CT WITH POINTER WK-CP
006390           ADD 2              TO WK-J
006400           MOVE 1             TO WK-OK
006410           GO TO C30-MATCH-RIGHT-SIDE-EXIT
006420       END-IF
006430   END-IF.
006440*- A RUN OF PUSHL ENDING IN IN___/NOTIN IS A LIST.
006450   MOVE WK-J          TO WK-N.
006460   PERFORM UNTIL WK-N > WK-ROWCNT
006470    OR WK-ROW-OPR(WK-N) NOT = 'PUSHL'
006480     ADD 1              TO WK-N
006490   END-PERFORM.
006500   IF WK-N <= WK-ROWCNT AND WK-N - WK-J >= 2
006510     THEN
006520       IF WK-ROW-OPR(WK-N) = 'IN___'
006530        OR WK-ROW-OPR(WK-N) = 'NOTIN'
006540         THEN
006550           PERFORM C40-MATCH-LIST
006560           GO TO C30-MATCH-RIGHT-SIDE-EXIT
006570       END-IF
006580   END-IF.
006590*- BINARY COMPARE: SECOND OPERAND, THEN THE COMPARE OPCODE.
006600   MOVE WK-J          TO WK-X.
006610   PERFORM D10-OPERAND-TEXT.
006620   IF WK-OK = ZERO GO TO C30-MATCH-RIGHT-SIDE-EXIT END-IF.
006630   MOVE ZERO          TO WK-OK.
006640   IF WK-J + WK-OSPAN > WK-ROWCNT
006650     THEN
006660       GO TO C30-MATCH-RIGHT-SIDE-EXIT
006670   END-IF.
006680   ADD WK-OSPAN       TO WK-J.
006690   IF WK-ROW-FIL(WK-J) NOT = SPACE
006700    OR WK-ROW-OPD(WK-J) NOT = SPACE
006710     THEN
006720       GO TO C30-MATCH-RIGHT-SIDE-EXIT
006730   END-IF.
006740   EVALUATE WK-ROW-OPT(WK-J)
006750   WHEN SPACE
006760     STRING ' '         DELIMITED BY SIZE
006770                        INTO WK-CT WITH POINTER WK-CP
006780   WHEN 'N'
006790     STRING ' NUMERIC-' DELIMITED BY SIZE
006800                        INTO WK-CT WITH POINTER WK-CP
006810   WHEN OTHER
006820     MOVE SPACE         TO WK-WHY
006830     STRING 'COMPARE OPTION ' WK-ROW-OPT(WK-J)
006840            ' HAS NO SOURCE FORM' DELIMITED BY SIZE
006850                        INTO WK-WHY
006860     GO TO C30-MATCH-RIGHT-SIDE-EXIT
006870   END-EVALUATE.
006880   EVALUATE WK-ROW-OPR(WK-J)
006890   WHEN 'EQ___'
006900     STRING 'EQ '       DELIMITED BY SIZE
006910                        INTO WK-CT WITH POINTER WK-CP
006920   WHEN 'NOTEQ'
006930     STRING 'NE '       DELIMITED BY SIZE
006940                        INTO WK-CT WITH POINTER WK-CP
006950   WHEN 'GT___'
006960     STRING 'GT '       DELIMITED BY SIZE
006970                        INTO WK-CT WITH POINTER WK-CP
006980   WHEN 'GE___'
006990     STRING 'GE '       DELIMITED BY SIZE
007000                        INTO WK-CT WITH POINTER WK-CP
007010   WHEN 'LT___'
007020     STRING 'LT '       DELIMITED BY SIZE
007030                        INTO WK-CT WITH POINTER WK-CP
007040   WHEN 'LE___'
007050     STRING 'LE '       DELIMITED BY SIZE
007060                        INTO WK-CT WITH POINTER WK-CP
007070   WHEN OTHER
007080     GO TO C30-MATCH-RIGHT-SIDE-EXIT
007090   END-EVALUATE.
007100   STRING WK-OT(1:WK-OTL) DELIMITED BY SIZE
007110                      INTO WK-CT WITH POINTER WK-CP.
007120   ADD 1              TO WK-J.
007130   MOVE 1             TO WK-OK.
007140 C30-MATCH-RIGHT-SIDE-EXIT.
007150   EXIT.
007160 C40-MATCH-LIST SECTION.
007170*--------------------------------------------------------------
007180*- ENTRIES WK-J .. WK-N - 2 ARE THE ELEMENTS, WK-N - 1 THE COUNT
007190*- ('L' + 3 DIGITS), WK-N THE IN___/NOTIN (SEE RULCOMP
007200*- C40-EMIT-LIST). ELEMENTS ARE 1-10 BYTES WITH NO COMMA.
007210*--------------------------------------------------------------
007220 C40-010.
007230   MOVE ZERO          TO WK-OK.
007240   MOVE 'IN/NOTIN LIST IS NOT THE SHAPE RULCOMP WRITES'
007250                      TO WK-WHY.
007260   COMPUTE WK-K = WK-N - 1.
007270   IF WK-ROW-BODY(WK-K)(6:2) NOT = SPACE
007280    OR WK-ROW-OPD(WK-K)(1:1) NOT = 'L'
007290    OR WK-ROW-OPD(WK-K)(2:3) NOT NUMERIC
007300    OR WK-ROW-OPD(WK-K)(5:7) NOT = SPACE
007310    OR WK-ROW-CONTS(WK-K) NOT = ZERO
007320    OR WK-ROW-BODY(WK-N)(6:13) NOT = SPACE
007330     THEN
007340       GO TO C40-MATCH-LIST-EXIT
007350   END-IF.
007360   MOVE WK-ROW-OPD(WK-K)(2:3) TO WK-CNT.
007370   IF WK-CNT NOT = WK-K - WK-J
007380     THEN
007390       GO TO C40-MATCH-LIST-EXIT
007400   END-IF.
007410   IF WK-ROW-OPR(WK-N) = 'IN___'
007420     THEN
007430       STRING ' IN '''    DELIMITED BY SIZE
007440                        INTO WK-CT WITH POINTER WK-CP
007450     ELSE
007460       STRING ' NOTIN ''' DELIMITED BY SIZE
007470                        INTO WK-CT WITH POINTER WK-CP
007480   END-IF.
007490   PERFORM UNTIL WK-J >= WK-K
007500     IF WK-ROW-BODY(WK-J)(6:2) NOT = SPACE
007510      OR WK-ROW-OPD(WK-J)(1:1) NOT = 'L'
007520      OR WK-ROW-OPD(WK-J)(2:10) = SPACE
007530      OR WK-ROW-CONTS(WK-J) NOT = ZERO
007540       THEN
007550         GO TO C40-MATCH-LIST-EXIT
007560     END-IF
007570     MOVE 11            TO WK-LTXL
007580     PERFORM UNTIL WK-ROW-OPD(WK-J)(WK-LTXL:1) NOT = SPACE
007590       SUBTRACT 1         FROM WK-LTXL
007600     END-PERFORM
007610     SUBTRACT 1         FROM WK-LTXL
007620     MOVE ZERO          TO WK-CNT
007630     INSPECT WK-ROW-OPD(WK-J)(2:WK-LTXL)
007640       TALLYING WK-CNT FOR ALL ',' ALL ''''
007650     IF WK-CNT > ZERO
007660       THEN
007670         MOVE 'LIST ELEMENT HOLDS A COMMA OR QUOTE' TO WK-WHY
007680         GO TO C40-MATCH-LIST-EXIT
007690     END-IF
007700     STRING WK-ROW-OPD(WK-J)(2:WK-LTXL) DELIMITED BY SIZE
007710                        INTO WK-CT WITH POINTER WK-CP
007720     IF WK-J + 1 < WK-K
007730       THEN
007740         STRING ','         DELIMITED BY SIZE
007750                        INTO WK-CT WITH POINTER WK-CP
007760     END-IF
007770     ADD 1              TO WK-J
007780   END-PERFORM.
007790   STRING ''''        DELIMITED BY SIZE
007800                      INTO WK-CT WITH POINTER WK-CP.
007810   COMPUTE WK-J = WK-N + 1.
007820   MOVE 1             TO WK-OK.
007830 C40-MATCH-LIST-EXIT.
007840   EXIT.
007850 D10-OPERAND-TEXT SECTION.
007860*--------------------------------------------------------------
007870*- SOURCE FORM OF THE OPERAND STARTING AT ENTRY WK-X INTO
007880*- WK-OT(1:WK-OTL), WK-OSPAN = THE ROWS IT TAKES: PUSHV ->
007890*- INn(p:l), PUSHL -> '<text>', AND THE AGGREGATE SHAPES OF
007891*- RULCOMP C24-EMIT-AGGREGATE -
007892*-   <n ITEM PUSHES> SUM__ n         -> SUM(<item> ...)
007893*-   DETL_ p/l SUM__ (NO COUNT)      -> SUM(DETAIL(p:l))
007894*- (LIKEWISE AVG( MIN( MAX( COUNT( AND THE NUMERIC- FORMS).
007895*--------------------------------------------------------------
007900 D10-010.
007910   MOVE ZERO          TO WK-OK.
007920   MOVE SPACE         TO WK-OT.
007930   MOVE 1             TO WK-OTL.
007931   MOVE 1             TO WK-OSPAN.
007932   MOVE WK-X          TO WK-AG-X.
007933   PERFORM D12-FIND-AGGREGATE.
007934   IF WK-AG-N = ZERO
007935     THEN
007936       PERFORM D11-ONE-OPERAND
007937       GO TO D10-090
007938   END-IF.
007939   EVALUATE WK-ROW-OPR(WK-AG-N) ALSO WK-ROW-OPT(WK-AG-N)
007940   WHEN 'SUM__' ALSO 'N'
007941     STRING 'SUM('      DELIMITED BY SIZE
007942                        INTO WK-OT WITH POINTER WK-OTL
007943   WHEN 'AVG__' ALSO 'N'
007944     STRING 'AVG('      DELIMITED BY SIZE
007945                        INTO WK-OT WITH POINTER WK-OTL
007946   WHEN 'MIN__' ALSO SPACE
007947     STRING 'MIN('      DELIMITED BY SIZE
007948                        INTO WK-OT WITH POINTER WK-OTL
007949   WHEN 'MAX__' ALSO SPACE
007950     STRING 'MAX('      DELIMITED BY SIZE
007951                        INTO WK-OT WITH POINTER WK-OTL
007952   WHEN 'COUNT' ALSO SPACE
007953     STRING 'COUNT('    DELIMITED BY SIZE
007954                        INTO WK-OT WITH POINTER WK-OTL
007955   WHEN 'MIN__' ALSO 'N'
007956     STRING 'NUMERIC-MIN(' DELIMITED BY SIZE
007957                        INTO WK-OT WITH POINTER WK-OTL
007958   WHEN 'MAX__' ALSO 'N'
007959     STRING 'NUMERIC-MAX(' DELIMITED BY SIZE
007960                        INTO WK-OT WITH POINTER WK-OTL
007961   WHEN 'COUNT' ALSO 'N'
007962     STRING 'NUMERIC-COUNT(' DELIMITED BY SIZE
007963                        INTO WK-OT WITH POINTER WK-OTL
007964   WHEN OTHER
007965     MOVE 'AGGREGATE OPTION HAS NO SOURCE FORM' TO WK-WHY
007966     GO TO D10-OPERAND-TEXT-EXIT
007967   END-EVALUATE.
007968   IF WK-ROW-OPR(WK-AG-X) = 'DETL_'
007969     THEN
007970       STRING 'DETAIL('   DELIMITED BY SIZE
007971                        INTO WK-OT WITH POINTER WK-OTL
007972       MOVE WK-ROW-OPD(WK-AG-X)(1:5) TO WK-NUM
007973       PERFORM Z20-PUT-NUMBER
007974       STRING ':'         DELIMITED BY SIZE
007975                        INTO WK-OT WITH POINTER WK-OTL
007976       MOVE WK-ROW-OPD(WK-AG-X)(6:5) TO WK-NUM
007977       PERFORM Z20-PUT-NUMBER
007978       STRING ')'         DELIMITED BY SIZE
007979                        INTO WK-OT WITH POINTER WK-OTL
007980       MOVE 1             TO WK-OK
007981     ELSE
007982       PERFORM VARYING WK-AG-I FROM WK-AG-X BY 1
007983       UNTIL WK-AG-I = WK-AG-N
007984          OR WK-OK = ZERO AND WK-AG-I > WK-AG-X
007985         IF WK-AG-I > WK-AG-X
007986           THEN
007987             STRING ' '     DELIMITED BY SIZE
007988                        INTO WK-OT WITH POINTER WK-OTL
007989         END-IF
007990         MOVE WK-AG-I       TO WK-X
007991         MOVE ZERO          TO WK-OK
007992         PERFORM D11-ONE-OPERAND
007993       END-PERFORM
007994       MOVE WK-AG-X       TO WK-X
007995   END-IF.
007996   IF WK-OK = ZERO GO TO D10-OPERAND-TEXT-EXIT END-IF.
007997   STRING ')'         DELIMITED BY SIZE
007998                      INTO WK-OT WITH POINTER WK-OTL.
007999   COMPUTE WK-OSPAN = WK-AG-N - WK-AG-X + 1.
008000   IF WK-OTL > 101
008001     THEN
008002       MOVE ZERO          TO WK-OK
008003       MOVE 'AGGREGATE TOO LONG FOR A SOURCE LINE' TO WK-WHY
008004       GO TO D10-OPERAND-TEXT-EXIT
008005   END-IF.
008006 D10-090.
008007   IF WK-OK = ZERO GO TO D10-OPERAND-TEXT-EXIT END-IF.
008270   SUBTRACT 1         FROM WK-OTL.
008290 D10-OPERAND-TEXT-EXIT.
008300   EXIT.
008301 D11-ONE-OPERAND SECTION.
008302*--------------------------------------------------------------
008303*- APPEND THE SOURCE FORM OF THE SINGLE PUSH AT ENTRY WK-X TO
008304*- WK-OT AT WK-OTL. WK-OK = 1 IF IT HAS ONE.
008305*--------------------------------------------------------------
008306 D11-010.
008307   MOVE ZERO          TO WK-OK.
008308   EVALUATE WK-ROW-OPR(WK-X)
008309   WHEN 'PUSHV'
008310     IF WK-ROW-BODY(WK-X)(6:2) NOT = SPACE
008311      OR WK-ROW-OPD(WK-X)(1:1) < '1'
008312      OR WK-ROW-OPD(WK-X)(1:1) > '5'
008313      OR WK-ROW-OPD(WK-X)(2:10) NOT NUMERIC
008314      OR WK-ROW-OPD(WK-X)(2:5) = ZERO
008315      OR WK-ROW-OPD(WK-X)(7:5) = ZERO
008316       THEN
008317         MOVE 'PUSHV DESCRIPTOR IS NOT AN INn(p:l) SLICE'
008318                            TO WK-WHY
008319         GO TO D11-ONE-OPERAND-EXIT
008320     END-IF
008321     STRING 'IN' WK-ROW-OPD(WK-X)(1:1) '('
008322                        DELIMITED BY SIZE
008323                        INTO WK-OT WITH POINTER WK-OTL
008324     MOVE WK-ROW-OPD(WK-X)(2:5) TO WK-NUM
008325     PERFORM Z20-PUT-NUMBER
008326     STRING ':'         DELIMITED BY SIZE
008327                        INTO WK-OT WITH POINTER WK-OTL
008328     MOVE WK-ROW-OPD(WK-X)(7:5) TO WK-NUM
008329     PERFORM Z20-PUT-NUMBER
008330     STRING ')'         DELIMITED BY SIZE
008331                        INTO WK-OT WITH POINTER WK-OTL
008332   WHEN 'PUSHL'
008333     PERFORM D20-LITERAL-TEXT
008334     IF WK-OK = ZERO GO TO D11-ONE-OPERAND-EXIT END-IF
008335     STRING '''' WK-LTXT(1:WK-LTXL) ''''
008336                        DELIMITED BY SIZE
008337                        INTO WK-OT WITH POINTER WK-OTL
008338   WHEN OTHER
008339     GO TO D11-ONE-OPERAND-EXIT
008340   END-EVALUATE.
008341   MOVE 1             TO WK-OK.
008342 D11-ONE-OPERAND-EXIT.
008343   EXIT.
008344 D12-FIND-AGGREGATE SECTION.
008345*--------------------------------------------------------------
008346*- WK-AG-N = THE ENTRY OF THE AGGREGATE OPCODE WHOSE OPERAND
008347*- STARTS AT ENTRY WK-AG-X, OR ZERO: A DETL_ ROW FOLLOWED BY AN
008348*- AGGREGATE WITHOUT A COUNT, OR A RUN OF n PUSHV/PUSHL ROWS
008349*- FOLLOWED BY AN AGGREGATE WITH COUNT n.
008350*--------------------------------------------------------------
008351 D12-010.
008352   MOVE ZERO          TO WK-AG-N.
008353   IF WK-ROW-OPR(WK-AG-X) = 'DETL_'
008354     THEN
008355       IF WK-AG-X < WK-ROWCNT
008356         THEN
008357           MOVE WK-AG-X       TO WK-AG-I
008358           ADD 1              TO WK-AG-I
008359           IF WK-ROW-OPD(WK-AG-I) = SPACE
008360            AND WK-ROW-BODY(WK-AG-X)(6:2) = SPACE
008361            AND WK-ROW-OPD(WK-AG-X)(1:10) NUMERIC
008362            AND WK-ROW-OPD(WK-AG-X)(11:1) = SPACE
008363             THEN
008364               MOVE WK-AG-I       TO WK-AG-N
008365           END-IF
008366       END-IF
008367       GO TO D12-020
008368   END-IF.
008369   MOVE WK-AG-X       TO WK-AG-I.
008370   PERFORM UNTIL WK-AG-I > WK-ROWCNT
008371    OR (WK-ROW-OPR(WK-AG-I) NOT = 'PUSHV'
008372        AND WK-ROW-OPR(WK-AG-I) NOT = 'PUSHL')
008373     ADD 1              TO WK-AG-I
008374   END-PERFORM.
008375   IF WK-AG-I > WK-ROWCNT OR WK-AG-I = WK-AG-X
008376     THEN
008377       GO TO D12-FIND-AGGREGATE-EXIT
008378   END-IF.
008379   IF WK-ROW-OPD(WK-AG-I)(1:5) NUMERIC
008380    AND WK-ROW-OPD(WK-AG-I)(6:6) = SPACE
008381     THEN
008382       IF WK-ROW-OPD(WK-AG-I)(1:5) = WK-AG-I - WK-AG-X
008383         THEN
008384           MOVE WK-AG-I       TO WK-AG-N
008385       END-IF
008386   END-IF.
008387 D12-020.
008388*- ONLY THE AGGREGATE OPCODES, WITH NOTHING ELSE IN THE ROW.
008389   IF WK-AG-N NOT = ZERO
008390     THEN
008391       IF WK-ROW-FIL(WK-AG-N) NOT = SPACE
008392        OR (WK-ROW-OPR(WK-AG-N) NOT = 'SUM__'
008393            AND WK-ROW-OPR(WK-AG-N) NOT = 'AVG__'
008394            AND WK-ROW-OPR(WK-AG-N) NOT = 'MIN__'
008395            AND WK-ROW-OPR(WK-AG-N) NOT = 'MAX__'
008396            AND WK-ROW-OPR(WK-AG-N) NOT = 'COUNT')
008397         THEN
008398           MOVE ZERO          TO WK-AG-N
008399       END-IF
008400   END-IF.
008401 D12-FIND-AGGREGATE-EXIT.
008402   EXIT.
008403 D20-LITERAL-TEXT SECTION.
008404*--------------------------------------------------------------
008405*- TEXT OF THE PUSHL LITERAL AT ENTRY WK-X INTO WK-LTXT(1:
008406*- WK-LTXL): THE STORED 'L' + TEXT FORM WITH TRAILING SPACES
008407*- DROPPED. REFUSED IF IT IS EMPTY, OVER 98 BYTES, HOLDS A
008408*- QUOTE, OR RULCOMP WOULD WRITE A DIFFERENT NUMBER OF CONT_
008409*- RECORDS FOR IT.
008410*--------------------------------------------------------------
008411 D20-010.
008412   MOVE ZERO          TO WK-OK.
008413   MOVE 'PUSHL LITERAL HAS NO SOURCE FORM' TO WK-WHY.
008420   IF WK-ROW-BODY(WK-X)(6:2) NOT = SPACE
008430    OR WK-ROW-LIT(WK-X)(1:1) NOT = 'L'
008440    OR WK-ROW-LIT(WK-X)(2:99) = SPACE
008450     THEN
008460       GO TO D20-LITERAL-TEXT-EXIT
008470   END-IF.
008480   MOVE 100           TO WK-K.
008490   PERFORM UNTIL WK-ROW-LIT(WK-X)(WK-K:1) NOT = SPACE
008500     SUBTRACT 1         FROM WK-K
008510   END-PERFORM.
008520   COMPUTE WK-LTXL = WK-K - 1.
008530   IF WK-LTXL > 98
008540     THEN
008550       GO TO D20-LITERAL-TEXT-EXIT
008560   END-IF.
008570   MOVE ZERO          TO WK-CNT.
008580   INSPECT WK-ROW-LIT(WK-X)(2:WK-LTXL)
008590     TALLYING WK-CNT FOR ALL ''''.
008600   IF WK-CNT > ZERO
008610     THEN
008620       MOVE 'LITERAL HOLDS A QUOTE' TO WK-WHY
008630       GO TO D20-LITERAL-TEXT-EXIT
008640   END-IF.
008650   COMPUTE WK-WANT = WK-LTXL / 11.
008660   IF WK-WANT NOT = WK-ROW-CONTS(WK-X)
008670     THEN
008680       MOVE 'CONT_ RECORDS DO NOT MATCH THE LITERAL LENGTH'
008690                          TO WK-WHY
008700       GO TO D20-LITERAL-TEXT-EXIT
008710   END-IF.
008720   MOVE SPACE         TO WK-LTXT.
008730   MOVE WK-ROW-LIT(WK-X)(2:WK-LTXL) TO WK-LTXT.
008740   MOVE 1             TO WK-OK.
008750 D20-LITERAL-TEXT-EXIT.
008760   EXIT.
008770 Z10-PUT-LINE SECTION.
008780*--------------------------------------------------------------
008790*- WRITE WK-CMT AS THE NEXT SOURCE LINE.
008800*--------------------------------------------------------------
008810 Z10-010.
008820   MOVE WK-CMT        TO F2LINE.
008830   WRITE F2LINE.
008840   MOVE SPACE         TO WK-CMT.
008850 Z10-PUT-LINE-EXIT.
008860   EXIT.
008870 Z20-PUT-NUMBER SECTION.
008880*--------------------------------------------------------------
008890*- APPEND WK-NUM TO WK-OT WITHOUT LEADING ZEROS (INn(p:l) IS
008900*- WRITTEN THE WAY PEOPLE TYPE IT).
008910*--------------------------------------------------------------
008920 Z20-010.
008930   MOVE WK-NUM        TO WK-ED.
008940   MOVE ZERO          TO WK-LEAD.
008950   INSPECT WK-ED TALLYING WK-LEAD FOR LEADING SPACE.
008960   STRING WK-ED(WK-LEAD + 1:5 - WK-LEAD) DELIMITED BY SIZE
008970                      INTO WK-OT WITH POINTER WK-OTL.
008980 Z20-PUT-NUMBER-EXIT.
008990   EXIT.
009000 Z30-CHECK-WORD SECTION.
009010*--------------------------------------------------------------
009020*- WK-OK = 1 IF WK-TOKCHK(1:WK-TOKLEN) READS BACK THROUGH
009030*- RULCOMP'S TOKEN SCANNER UNCHANGED: ALL SPACES, OR ONE WORD
009040*- STARTING IN ITS FIRST BYTE WITH ONLY SPACES AFTER IT.
009050*--------------------------------------------------------------
009060 Z30-010.
009070   MOVE 1             TO WK-OK.
009080   IF WK-TOKCHK = SPACE
009090     THEN
009100       GO TO Z30-CHECK-WORD-EXIT
009110   END-IF.
009120   IF WK-TOKCHK(1:1) = SPACE OR WK-TOKCHK(1:1) = ''''
009130     THEN
009140       MOVE ZERO          TO WK-OK
009150       GO TO Z30-CHECK-WORD-EXIT
009160   END-IF.
009170   MOVE 1             TO WK-LEAD.
009180   PERFORM UNTIL WK-LEAD > WK-TOKLEN
009190    OR WK-TOKCHK(WK-LEAD:1) = SPACE
009200     ADD 1              TO WK-LEAD
009210   END-PERFORM.
009220   IF WK-LEAD <= WK-TOKLEN
009230     THEN
009240       IF WK-TOKCHK(WK-LEAD:WK-TOKLEN - WK-LEAD + 1) NOT = SPACE
009250         THEN
009260           MOVE ZERO          TO WK-OK
009270       END-IF
009280   END-IF.
009290 Z30-CHECK-WORD-EXIT.
009300   EXIT.
