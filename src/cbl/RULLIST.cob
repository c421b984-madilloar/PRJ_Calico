000050*- ONE RULE SET (ENV RULESET_ID) AND PRODUCES A STRUCTURED,
000060*- PRINTABLE LISTING: EVERY ROW DECODED WITH ITS OPERAND
000070*- MEANING (PUSHV DESCRIPTORS SPELLED OUT AS AREA/POSITION/
000080*- LENGTH AND, WHERE THE FIELD DICTIONARY NAMES THE SLICE, ITS
000081*- BUSINESS NAME; PUSHL LITERALS SHOWN, JUMP TARGETS RENDERED AS
000090*- INDENTED BLOCKS), PLUS A CROSS-REFERENCE OF EVERY PC THAT IS
000100*- THE TARGET OF A JMP__/JPZ__/JPNZ_/CALL_/FOR__ ROW. THIS IS
000110*- THE "WHAT DO THE RULES ACTUALLY DO" ARTIFACT FOR AUDIT,
000130*-
000140*- ENV: PCHECKTBL_FILE = RULE-TABLE FILE, RULESET_ID = SET TO
000150*- LIST, LISTING_FILE = PRINT OUTPUT (132-COLUMN LINES).
000151*- FIELDDICT_FILE = FIELD DICTIONARY (OPTIONAL, SEE RULCOMP),
000152*- FIELDDICT_FEED = FEED WHOSE NAMES ARE PRINTED BESIDE THE
000153*- PUSHV SLICES.
000160*- RETURN-CODE: 0=CLEAN, 12=RULE SET NOT FOUND/EMPTY, 16=FATAL.
000170*--------------------------------------------------------------
000180 ENVIRONMENT    DIVISION.
000260   SELECT F2LIST  ASSIGN TO WK-LSTNAME
000270   ORGANIZATION LINE SEQUENTIAL
000280   STATUS WK-LST-FST.
000281   SELECT F4DICT  ASSIGN TO WK-DICTNAME
000282   ORGANIZATION LINE SEQUENTIAL
000283   STATUS WK-DICT-FST.
000290 DATA DIVISION.
000300 FILE                       SECTION.
000310 FD  F1INPUT.
000340   03 F1BODY               PIC X(18).
000350 FD  F2LIST.
000360 01  F2LINE                 PIC X(132).
000361 FD  F4DICT.
000362 01  F4RECORD               PIC X(80).
000370 WORKING-STORAGE SECTION.
000380 01  FST                    PIC X(02).
000390 01  WK-FILENAME            PIC X(100).
000620   03 WK-HDR-VER            PIC X(02).
000630   03 WK-HDR-DATE           PIC X(04).
000640   03 WK-TRL-CNT            PIC 9(05) VALUE ZERO.
000641*- SOURCE-LIBRARY MEMBER AND VERSION FROM THE SET'S SRC__ ROW.
000642   03 WK-SRC-MBR            PIC X(08) VALUE SPACE.
000643   03 WK-SRC-VER            PIC X(04) VALUE SPACE.
000650*--------------------------------------------------------------
000660*- LISTING WORK. WK-INDENT IS HOW MANY FORWARD-JUMP RANGES
000670*- COVER THE CURRENT ROW; EACH ONE PUSHES THE DECODED TEXT TWO
000800   03 WK-LINENO             PIC 9(02) VALUE 99.
000810   03 WK-XREF-ANY           PIC 9(01).
000820   03 WK-XREF-COL           PIC 9(03).
000821*--------------------------------------------------------------
000822*- FIELD DICTIONARY NAMES FOR THE LISTED FEED (SEE RULCOMP).
000823*--------------------------------------------------------------
000824 01  WK-DICT                SYNC.
000825   03 WK-DICTNAME           PIC X(100).
000826   03 WK-DICT-FST           PIC X(02).
000827   03 WK-DICT-FEED          PIC X(08).
000828   03 WK-FDC-CNT            PIC 9(03) VALUE ZERO.
000829   03 WK-FDC-I              PIC 9(03).
000830   03 WK-FDC-HIT            PIC 9(03).
000831   03 WK-FDC-TBL            OCCURS 100 TIMES.
000832     05 WK-FDC-FEED         PIC X(08).
000833     05 WK-FDC-NAME         PIC X(12).
000834     05 WK-FDC-AREA         PIC X(01).
000835     05 WK-FDC-POS          PIC 9(05).
000836     05 WK-FDC-LEN          PIC 9(05).
000837 PROCEDURE DIVISION.
000840 A00-MAIN SECTION.
000850*--------------------------------------------------------------
000860*- PASS 1: READ THE RULE SET INTO WK-TBL. PASS 2: PRINT THE
001060   IF WK-LSTNAME = SPACE
001070     MOVE '../data/rulelist.txt' TO WK-LSTNAME
001080   END-IF.
001081   MOVE SPACE         TO WK-DICTNAME.
001082   ACCEPT WK-DICTNAME FROM ENVIRONMENT 'FIELDDICT_FILE'.
001083   IF WK-DICTNAME = SPACE
001084     MOVE '../data/pcheckfdict.txt' TO WK-DICTNAME
001085   END-IF.
001086   MOVE SPACE         TO WK-DICT-FEED.
001087   ACCEPT WK-DICT-FEED FROM ENVIRONMENT 'FIELDDICT_FEED'.
001088   PERFORM B20-LOAD-DICTIONARY.
001090   OPEN INPUT F1INPUT.
001100   IF FST NOT = '00'
001110     THEN
001730     MOVE F1BODY(14:4)  TO WK-HDR-DATE
001740   WHEN 'TRL__'
001750     MOVE F1BODY(6:5)   TO WK-TRL-CNT
001751   WHEN 'SRC__'
001752     IF F1BODY(18:1) NOT = 'F'
001753       THEN
001754         MOVE F1BODY(6:8)   TO WK-SRC-MBR
001755         MOVE F1BODY(14:4)  TO WK-SRC-VER
001756     END-IF
001760   WHEN 'CONT_'
001770*-   CONTINUATION: EXTEND THE PRECEDING PUSHL'S LITERAL, THE
001780*-   SAME ASSEMBLY THE LOADERS DO. NO PC OF ITS OWN.
002690     STRING '(POS ' WK-ROW-OPD(WK-I)(2:5)
002700            ' LEN ' WK-ROW-OPD(WK-I)(7:5) ')'
002710                        INTO WK-DECODE(16:23)
002711     IF WK-FDC-CNT > ZERO
002712       THEN
002713         PERFORM C22-NAME-PUSHV
002714     END-IF
002720   WHEN 'PUSHL'
002730*-   THE STORED FORM IS 'L' + TEXT (SUBMYMEM'S LITERAL TYPE
002740*-   BYTE); SHOW THE TEXT.
003740            WK-ROW-OPD(WK-I)(1:5) ') FOR '
003750            WK-ROW-OPT(WK-I) ' CONDITIONS'
003760                        INTO WK-DECODE
003761   WHEN 'WATCH'
003762     STRING 'BEST WATCH-LIST MATCH IN ('
003763            WK-ROW-OPD(WK-I)(1:5) ')'
003764                        INTO WK-DECODE
003765     IF WK-ROW-OPT(WK-I) = 'S'
003766       THEN
003767         MOVE ' PUSH SCORE ONLY' TO WK-DECODE(33:16)
003768       ELSE
003769         MOVE ' PUSH ID + SCORE' TO WK-DECODE(33:16)
003770     END-IF
003771   WHEN 'ROUND'
003780     EVALUATE WK-ROW-OPT(WK-I)
003790     WHEN 'U'
003800       MOVE 'ROUND HALF-UP'        TO WK-DECODE
004120     STRING 'ADD KEYED TOTAL TO ('
004130            WK-ROW-OPD(WK-I)(1:5) ')'
004140                        INTO WK-DECODE
004141   WHEN 'VELCT'
004142     IF WK-ROW-OPT(WK-I) = 'S'
004143       THEN
004144         STRING 'PUSH KEY AMOUNT OVER LAST '
004145                WK-ROW-OPD(WK-I)(1:5)
004146                            INTO WK-DECODE
004147       ELSE
004148         STRING 'PUSH KEY COUNT OVER LAST '
004149                WK-ROW-OPD(WK-I)(1:5)
004150                            INTO WK-DECODE
004151     END-IF
004152   WHEN 'DETL_'
004153     IF WK-ROW-OPT(WK-I) = 'C'
004154       THEN
004155         MOVE 'PUSH THE GROUP DETAIL COUNT'   TO WK-DECODE
004156       ELSE
004157         STRING 'PUSH EACH GROUP DETAIL AT ('
004158                WK-ROW-OPD(WK-I)(1:5) ') FOR ('
004159                WK-ROW-OPD(WK-I)(6:5) ')'
004160                            INTO WK-DECODE
004161     END-IF
004162   WHEN 'MIN__'
004163   WHEN 'MAX__'
004164   WHEN 'SUM__'
004165   WHEN 'COUNT'
004166   WHEN 'AVG__'
004167     EVALUATE WK-ROW-OPR(WK-I)
004168     WHEN 'MIN__'
004169       MOVE 'PUSH THE MINIMUM'      TO WK-DECODE
004170     WHEN 'MAX__'
004171       MOVE 'PUSH THE MAXIMUM'      TO WK-DECODE
004172     WHEN 'SUM__'
004173       MOVE 'PUSH THE SUM'          TO WK-DECODE
004174     WHEN 'COUNT'
004175       MOVE 'PUSH THE COUNT'        TO WK-DECODE
004176     WHEN OTHER
004177       MOVE 'PUSH THE AVERAGE'      TO WK-DECODE
004178     END-EVALUATE
004179     IF WK-ROW-OPD(WK-I)(1:5) = SPACE
004180       THEN
004181         MOVE 'OF A LIST'           TO WK-DECODE(18:9)
004182       ELSE
004183         STRING 'OF (' WK-ROW-OPD(WK-I)(1:5) ') ITEMS'
004184                            INTO WK-DECODE(18:20)
004185     END-IF
004186     IF WK-ROW-OPT(WK-I) = 'N'
004187       THEN
004188         MOVE ' (NUMERIC)'          TO WK-DECODE(38:10)
004189     END-IF
004190   WHEN 'ACADD'
004191     STRING 'ADD TOP TO ACCUMULATOR ('
004192            WK-ROW-OPD(WK-I)(1:5) ')'
004193                        INTO WK-DECODE
004194   WHEN 'ACPSH'
004200     STRING 'PUSH ACCUMULATOR (' WK-ROW-OPD(WK-I)(1:5) ')'
004210                        INTO WK-DECODE
004220   WHEN 'BLK__'
005700          '  DATE=' WK-HDR-DATE
005710          '  ROWS=' WK-ROWCNT
005720                      INTO WK-LINE(3:80).
005721   IF WK-SRC-MBR NOT = SPACE
005722     THEN
005723       STRING 'SOURCE=' WK-SRC-MBR ' V' WK-SRC-VER
005724                      DELIMITED BY SIZE INTO WK-LINE(88:21)
005725   END-IF.
005730   MOVE 'PAGE'        TO WK-LINE(120:4).
005740   MOVE WK-PAGENO     TO WK-LINE(125:4).
005750   MOVE WK-LINE       TO F2LINE.
005830   MOVE ZERO          TO WK-LINENO.
005840 Z20-HEADING-IF-NEEDED-EXIT.
005850   EXIT.
005851 B20-LOAD-DICTIONARY SECTION.
005852*--------------------------------------------------------------
005853*- LOAD THE FIELD DICTIONARY ENTRIES FOR THE LISTED FEED (ENV
005854*- FIELDDICT_FEED) AND THE ALL-FEEDS (BLANK FEED) ENTRIES. SAME
005855*- FILE AND LAYOUT RULCOMP COMPILES NAMES FROM. OPTIONAL: WITHOUT
005856*- IT THE LISTING SHOWS THE RAW SLICES ONLY.
005857*--------------------------------------------------------------
005858 B20-010.
005859   OPEN INPUT F4DICT.
005860   IF WK-DICT-FST NOT = '00'
005861     THEN
005862       GO TO B20-LOAD-DICTIONARY-EXIT
005863   END-IF.
005864   PERFORM UNTIL WK-DICT-FST NOT = '00'
005865     READ F4DICT
005866       AT END
005867         CONTINUE
005868       NOT AT END
005869         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
005870          AND (F4RECORD(1:8) = WK-DICT-FEED
005871               OR F4RECORD(1:8) = SPACE)
005872          AND F4RECORD(25:5) NUMERIC AND F4RECORD(31:5) NUMERIC
005873          AND WK-FDC-CNT < 100
005874           THEN
005875             ADD 1              TO WK-FDC-CNT
005876             MOVE F4RECORD(1:8)  TO WK-FDC-FEED(WK-FDC-CNT)
005877             MOVE F4RECORD(10:12) TO WK-FDC-NAME(WK-FDC-CNT)
005878             MOVE F4RECORD(23:1) TO WK-FDC-AREA(WK-FDC-CNT)
005879             MOVE F4RECORD(25:5) TO WK-FDC-POS(WK-FDC-CNT)
005880             MOVE F4RECORD(31:5) TO WK-FDC-LEN(WK-FDC-CNT)
005881         END-IF
005882     END-READ
005883   END-PERFORM.
005884   CLOSE F4DICT.
005885 B20-LOAD-DICTIONARY-EXIT.
005886   EXIT.
005887 C22-NAME-PUSHV SECTION.
005888*--------------------------------------------------------------
005889*- PRINT THE DICTIONARY NAME OF ROW WK-I'S PUSHV SLICE BESIDE THE
005890*- RAW AREA/POSITION/LENGTH (THE FEED'S OWN ENTRY WINS OVER AN
005891*- ALL-FEEDS ONE).
005892*--------------------------------------------------------------
005893 C22-010.
005894   MOVE ZERO          TO WK-FDC-HIT.
005895   PERFORM VARYING WK-FDC-I FROM 1 BY 1
005896     UNTIL WK-FDC-I > WK-FDC-CNT
005897       IF WK-FDC-AREA(WK-FDC-I) = WK-ROW-OPD(WK-I)(1:1)
005898        AND WK-FDC-POS(WK-FDC-I) = WK-ROW-OPD(WK-I)(2:5)
005899        AND WK-FDC-LEN(WK-FDC-I) = WK-ROW-OPD(WK-I)(7:5)
005900         THEN
005901           IF WK-FDC-FEED(WK-FDC-I) NOT = SPACE
005902            OR WK-FDC-HIT = ZERO
005903             THEN
005904               MOVE WK-FDC-I      TO WK-FDC-HIT
005905           END-IF
005906       END-IF
005907   END-PERFORM.
005908   IF WK-FDC-HIT > ZERO
005909     THEN
005910       STRING '= ' WK-FDC-NAME(WK-FDC-HIT)
005911                      INTO WK-DECODE(40:14)
005912   END-IF.
005913 C22-NAME-PUSHV-EXIT.
005914   EXIT.
