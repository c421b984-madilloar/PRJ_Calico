000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   SENSSCAN.
000030*--------------------------------------------------------------
000040*- SENSITIVE-DATA SCANNER. A DETECTIVE CONTROL OVER THE FILES
000050*- THE NIGHT HANDS ON: MASK_CONFIG ONLY PROTECTS THE REJECT LOG
000060*- AND THE TRACE, SO A RULE THAT PUT__ A CARD NUMBER INTO F3-OUT,
000070*- A DEBUG FILE, THE HARVCASE CASE LIBRARY OR AN ACTGEN EXTRACT
000080*- CAN STILL CARRY ONE IN CLEAR. EVERY FILE ON THE SCAN LIST IS
000090*- READ BYTE BY BYTE AND EACH RECORD IS SEARCHED FOR:
000100*-   - CARD NUMBERS: A RUN OF 13-19 DIGITS, CONTIGUOUS OR IN
000110*-     GROUPS SPLIT BY ONE SPACE OR ONE HYPHEN (THE SAME ONE
000120*-     THROUGHOUT, FIRST GROUP OF 4 - 4111-1111-1111-1111), NOT
000130*-     PART OF A LONGER DIGIT RUN, FIRST DIGIT 2-6 (THE CARD
000140*-     SCHEMES' RANGES) AND PASSING THE LUHN CHECK;
000150*-   - EVERY CONFIGURED PATTERN (NATIONAL ID FORMATS AND THE
000160*-     LIKE), MATCHED WHOLE - NOT INSIDE A LONGER RUN OF LETTERS
000170*-     AND DIGITS.
000180*- EACH HIT IS REPORTED WITH THE FILE, RECORD NUMBER AND COLUMN
000190*- AND THE MATCH MASKED: EVERY LETTER AND DIGIT '*' EXCEPT THE
000200*- LAST 4 (ALL OF THEM WHEN THE MATCH HOLDS FEWER THAN 9).
000210*- PAST 200 HITS IN ONE FILE THE HITS ARE COUNTED, NOT LISTED.
000220*- A RECORD LONGER THAN 4000 BYTES IS SEARCHED IN 4000-BYTE
000230*- PIECES (A MATCH ACROSS A PIECE BOUNDARY IS NOT SEEN).
000240*-
000250*- SCAN LIST (ONE FILE PER LINE, '*' = COMMENT):
000260*-   1-5   RECORD LENGTH (FIXED-LENGTH FILES SUCH AS F3OUT AND
000270*-         F18HIST), BLANK OR 00000 = TEXT FILE, ONE RECORD PER
000280*-         LINE (THE DEBUG FILE, THE CASE LIBRARY, THE REPORTS)
000290*-   7-106 FILE NAME
000300*- PATTERN FILE (OPTIONAL, ONE PATTERN PER LINE, '*' = COMMENT):
000310*-   1-12  PATTERN NAME   14-53 SHAPE: '9' = A DIGIT, 'A' = A
000320*-         LETTER, '?' = ANY CHARACTER BUT A SPACE, ANYTHING ELSE
000330*-         ITSELF (SSN = 999-99-9999, NINO = AA999999A).
000340*-   A SHAPE SHORTER THAN 4 OR WITHOUT A '9' OR 'A' IS SKIPPED.
000350*-
000360*- WITH A HANDOFF REGISTER CONFIGURED EVERY FILE SCANNED GETS A
000370*- 'SCAN' RECORD - COUNT COLUMN THE HITS, HASH COLUMN THE RECORDS
000380*- READ - SO THE HANDOFF TO A LESS-CLEARED DESK CAN BE SHOWN TO
000390*- HAVE FOLLOWED A CLEAN SCAN.
000400*-
000410*- ENV: SCAN_LIST (REQUIRED), SCAN_PATTERNS (OPTIONAL),
000420*-      SCAN_REPORT (DEFAULT ../data/pcheckscan.txt),
000430*-      HANDOFF_FILE (OPTIONAL).
000440*- RETURN-CODE: 0=NOTHING FOUND, 8=SENSITIVE DATA FOUND,
000450*-              12=BAD PARMS (NO USABLE SCAN LIST),
000460*-              16=A LISTED FILE COULD NOT BE SCANNED (OR THE
000470*-              REPORT COULD NOT BE WRITTEN).
000480*--------------------------------------------------------------
000490 ENVIRONMENT    DIVISION.
000500 INPUT-OUTPUT               SECTION.
000510 FILE-CONTROL.
000520   SELECT F5LIST  ASSIGN TO WK-LSTNAME
000530   ORGANIZATION LINE SEQUENTIAL
000540   STATUS WK-LST-FST.
000550   SELECT F1PAT   ASSIGN TO WK-PATNAME
000560   ORGANIZATION LINE SEQUENTIAL
000570   STATUS WK-PAT-FST.
000580   SELECT F1SCAN  ASSIGN TO WK-SCNNAME
000590   STATUS WK-SCN-FST.
000600   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000610   ORGANIZATION LINE SEQUENTIAL
000620   STATUS WK-RPT-FST.
000630   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000640   ORGANIZATION LINE SEQUENTIAL
000650   STATUS WK-HOF-FST.
000660 DATA DIVISION.
000670 FILE                       SECTION.
000680 FD  F5LIST.
000690 01  F5RECORD               PIC X(132).
000700 FD  F1PAT.
000710 01  F1PATREC               PIC X(132).
000720 FD  F1SCAN.
000730*- ANY FILE, ONE BYTE AT A TIME; RECORDS ARE REBUILT IN WK-REC.
000740 01  F1BYTE                 PIC X(01).
000750 FD  F2REPT.
000760 01  F2LINE                 PIC X(132).
000770 FD  F36HOF.
000780*- HANDOFF-REGISTER RECORD (SEE TEST-MAIN Z74).
000790 01  F36RECORD              SYNC.
000800   03 F36-TYPE              PIC X(04).
000810   03 FILLER                PIC X(01).
000820   03 F36-STAMP             PIC X(14).
000830   03 FILLER                PIC X(01).
000840   03 F36-PROG              PIC X(08).
000850   03 FILLER                PIC X(01).
000860   03 F36-FILE              PIC X(60).
000870   03 FILLER                PIC X(01).
000880   03 F36-CNT               PIC 9(07).
000890   03 FILLER                PIC X(01).
000900   03 F36-HASH              PIC 9(09).
000910 WORKING-STORAGE SECTION.
000920 01  WK-LST                 SYNC.
000930   03 WK-LSTNAME            PIC X(100).
000940   03 WK-LST-FST            PIC X(02).
000950 01  WK-RPT                 SYNC.
000960   03 WK-RPTNAME            PIC X(100).
000970   03 WK-RPT-FST            PIC X(02).
000980   03 WK-LINE               PIC X(132).
000990 01  WK-HOF                 SYNC.
001000   03 WK-HOFNAME            PIC X(100).
001010   03 WK-HOF-FST            PIC X(02).
001020   03 WK-HOF-OPEN           PIC 9(01) VALUE ZERO.
001030*--------------------------------------------------------------
001040*- THE CONFIGURED PATTERNS (MAX 20).
001050*--------------------------------------------------------------
001060 01  WK-PAT                 SYNC.
001070   03 WK-PATNAME            PIC X(100).
001080   03 WK-PAT-FST            PIC X(02).
001090   03 WK-PAT-CNT            PIC 9(02) VALUE ZERO.
001100   03 WK-PAT-I              PIC 9(02).
001110   03 WK-PAT-K              PIC 9(02).
001120   03 WK-PAT-TBL            OCCURS 20 TIMES.
001130     05 WK-PAT-NAME         PIC X(12).
001140     05 WK-PAT-SHAPE        PIC X(40).
001150     05 WK-PAT-LEN          PIC 9(02).
001160*--------------------------------------------------------------
001170*- THE FILE BEING SCANNED AND THE RECORD (OR 4000-BYTE PIECE OF
001180*- IT) BEING REBUILT: WK-RL BYTES IN WK-REC, WK-COLBASE BYTES OF
001190*- THE SAME RECORD ALREADY SEARCHED IN EARLIER PIECES.
001200*--------------------------------------------------------------
001210 01  WK-SCN                 SYNC.
001220   03 WK-SCNNAME            PIC X(100).
001230   03 WK-SCN-FST            PIC X(02).
001240   03 WK-SCN-RLEN           PIC 9(05).
001250   03 WK-RL                 PIC 9(05).
001260   03 WK-COLBASE            PIC 9(07).
001270   03 WK-RECNO              PIC 9(09).
001280   03 WK-REC                PIC X(4000).
001290*--------------------------------------------------------------
001300*- MATCHING: WK-P = WHERE THE SEARCH STANDS IN WK-REC. FOR A
001310*- CARD CANDIDATE WK-DG HOLDS ITS DIGITS, WK-N1/WK-E1 THE FIRST
001320*- CONTIGUOUS RUN, WK-ND/WK-E THE WHOLE SEPARATED RUN.
001330*--------------------------------------------------------------
001340 01  WK-MAT                 SYNC.
001350   03 WK-P                  PIC 9(05).
001360   03 WK-Q                  PIC 9(05).
001370   03 WK-E                  PIC 9(05).
001380   03 WK-E1                 PIC 9(05).
001390   03 WK-ND                 PIC 9(02).
001400   03 WK-N1                 PIC 9(02).
001410   03 WK-GRP1               PIC 9(02).
001420   03 WK-SEP                PIC X(01).
001430   03 WK-DG                 PIC X(20).
001440   03 WK-C                  PIC X(01).
001450   03 WK-CLS                PIC X(01).
001460   03 WK-OK                 PIC 9(01).
001470   03 WK-LN                 PIC 9(02).
001480   03 WK-LX                 PIC 9(02).
001490   03 WK-LD                 PIC 9(02).
001500   03 WK-DBL                PIC 9(01).
001510   03 WK-LSUM               PIC 9(03).
001520   03 WK-LQ                 PIC 9(03).
001530   03 WK-LR                 PIC 9(01).
001540*--------------------------------------------------------------
001550*- THE HIT BEING REPORTED: TYPE, POSITION IN WK-REC, LENGTH AND
001560*- THE MASKED TEXT.
001570*--------------------------------------------------------------
001580 01  WK-HIT                 SYNC.
001590   03 WK-HIT-TYPE           PIC X(12).
001600   03 WK-HIT-POS            PIC 9(05).
001610   03 WK-HIT-LEN            PIC 9(02).
001620   03 WK-HIT-TXT            PIC X(40).
001630   03 WK-MK-I               PIC 9(02).
001640   03 WK-MK-N               PIC 9(02).
001650   03 WK-MK-K               PIC 9(02).
001660   03 WK-ED-REC             PIC Z(8)9.
001670   03 WK-ED-COL             PIC Z(6)9.
001680 01  WK-CNT                 SYNC.
001690   03 WK-TM-DATE            PIC X(08).
001700   03 WK-TM-TIME            PIC X(08).
001710   03 WK-FILE-RECS          PIC 9(09).
001720   03 WK-FILE-HITS          PIC 9(07).
001730   03 WK-FILE-SHOWN         PIC 9(03).
001740   03 WK-FILES              PIC 9(05) VALUE ZERO.
001750   03 WK-FILES-HIT          PIC 9(05) VALUE ZERO.
001760   03 WK-FILES-BAD          PIC 9(05) VALUE ZERO.
001770   03 WK-TOTAL-HITS         PIC 9(07) VALUE ZERO.
001780 PROCEDURE DIVISION.
001790 A00-MAIN SECTION.
001800*--------------------------------------------------------------
001810*- LOAD THE PATTERNS, SCAN EVERY FILE ON THE LIST, REPORT AND
001820*- REGISTER.
001830*--------------------------------------------------------------
001840 A00-010.
001850   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
001860   ACCEPT WK-TM-TIME  FROM TIME.
001870   MOVE SPACE         TO WK-LSTNAME.
001880   ACCEPT WK-LSTNAME  FROM ENVIRONMENT 'SCAN_LIST'.
001890   IF WK-LSTNAME = SPACE
001900     THEN
001910       DISPLAY 'SENSSCAN:SCAN_LIST REQUIRED.'
001920       MOVE 12            TO RETURN-CODE
001930       GOBACK
001940   END-IF.
001950   MOVE SPACE         TO WK-PATNAME.
001960   ACCEPT WK-PATNAME  FROM ENVIRONMENT 'SCAN_PATTERNS'.
001970   MOVE SPACE         TO WK-RPTNAME.
001980   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'SCAN_REPORT'.
001990   IF WK-RPTNAME = SPACE
002000     MOVE '../data/pcheckscan.txt' TO WK-RPTNAME
002010   END-IF.
002020   MOVE SPACE         TO WK-HOFNAME.
002030   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
002040   IF WK-PATNAME NOT = SPACE
002050     THEN
002060       PERFORM B10-LOAD-PATTERNS
002070   END-IF.
002080   OPEN INPUT F5LIST.
002090   IF WK-LST-FST NOT = '00'
002100     THEN
002110       DISPLAY 'SENSSCAN:SCAN LIST OPEN ERROR STATUS=' WK-LST-FST
002120       MOVE 12            TO RETURN-CODE
002130       GOBACK
002140   END-IF.
002150   OPEN OUTPUT F2REPT.
002160   IF WK-RPT-FST NOT = '00'
002170     THEN
002180       DISPLAY 'SENSSCAN:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002190       CLOSE F5LIST
002200       MOVE 16            TO RETURN-CODE
002210       GOBACK
002220   END-IF.
002230   PERFORM B20-REPORT-HEADING.
002240   PERFORM B30-OPEN-REGISTER.
002250   PERFORM UNTIL WK-LST-FST NOT = '00'
002260     READ F5LIST
002270       AT END
002280         CONTINUE
002290       NOT AT END
002300         IF F5RECORD NOT = SPACE AND F5RECORD(1:1) NOT = '*'
002310           THEN
002320             PERFORM C10-SCAN-FILE
002330         END-IF
002340     END-READ
002350   END-PERFORM.
002360   CLOSE F5LIST.
002370   IF WK-HOF-OPEN = 1
002380     THEN
002390       CLOSE F36HOF
002400   END-IF.
002410   MOVE SPACE         TO WK-LINE.
002420   PERFORM Z10-WRITE-LINE.
002430   MOVE SPACE         TO WK-LINE.
002440   STRING 'FILES=' WK-FILES ' WITH HITS=' WK-FILES-HIT
002450          ' NOT SCANNED=' WK-FILES-BAD ' HITS=' WK-TOTAL-HITS
002460                      DELIMITED BY SIZE INTO WK-LINE.
002470   PERFORM Z10-WRITE-LINE.
002480   CLOSE F2REPT.
002490   DISPLAY '===================================='.
002500   DISPLAY 'SENSSCAN RESULT: FILES=' WK-FILES
002510           ' WITH HITS=' WK-FILES-HIT.
002520   DISPLAY '  NOT SCANNED=' WK-FILES-BAD ' HITS=' WK-TOTAL-HITS.
002530   DISPLAY '===================================='.
002540   EVALUATE TRUE
002550   WHEN WK-FILES-BAD > ZERO
002560     MOVE 16            TO RETURN-CODE
002570   WHEN WK-TOTAL-HITS > ZERO
002580     MOVE 8             TO RETURN-CODE
002590   WHEN WK-FILES = ZERO
002600     DISPLAY 'SENSSCAN:NO FILES ON THE SCAN LIST.'
002610     MOVE 12            TO RETURN-CODE
002620   WHEN OTHER
002630     MOVE ZERO          TO RETURN-CODE
002640   END-EVALUATE.
002650   GOBACK.
002660 B10-LOAD-PATTERNS SECTION.
002670*--------------------------------------------------------------
002680*- LOAD THE CONFIGURED PATTERNS; A BAD LINE IS SHOWN AND SKIPPED.
002690*--------------------------------------------------------------
002700 B10-010.
002710   OPEN INPUT F1PAT.
002720   IF WK-PAT-FST NOT = '00'
002730     THEN
002740       DISPLAY 'SENSSCAN:PATTERN FILE OPEN ERROR STATUS='
002750               WK-PAT-FST
002760       GO TO B10-LOAD-PATTERNS-EXIT
002770   END-IF.
002780   PERFORM UNTIL WK-PAT-FST NOT = '00'
002790     READ F1PAT
002800       AT END
002810         CONTINUE
002820       NOT AT END
002830         IF F1PATREC NOT = SPACE AND F1PATREC(1:1) NOT = '*'
002840           THEN
002850             PERFORM B11-ADD-PATTERN
002860         END-IF
002870     END-READ
002880   END-PERFORM.
002890   CLOSE F1PAT.
002900   DISPLAY 'SENSSCAN:PATTERNS LOADED. ENTRIES=' WK-PAT-CNT.
002910 B10-LOAD-PATTERNS-EXIT.
002920   EXIT.
002930 B11-ADD-PATTERN SECTION.
002940 B11-010.
002950   IF WK-PAT-CNT NOT < 20
002960     THEN
002970       DISPLAY 'SENSSCAN:PATTERN TABLE FULL, SKIPPED: '
002980               F1PATREC(1:53)
002990       GO TO B11-ADD-PATTERN-EXIT
003000   END-IF.
003010   ADD 1              TO WK-PAT-CNT.
003020   MOVE F1PATREC(1:12)  TO WK-PAT-NAME(WK-PAT-CNT).
003030   MOVE F1PATREC(14:40) TO WK-PAT-SHAPE(WK-PAT-CNT).
003040   MOVE ZERO          TO WK-PAT-LEN(WK-PAT-CNT).
003050   MOVE ZERO          TO WK-OK.
003060   PERFORM VARYING WK-PAT-K FROM 1 BY 1 UNTIL WK-PAT-K > 40
003070       IF WK-PAT-SHAPE(WK-PAT-CNT)(WK-PAT-K:1) NOT = SPACE
003080         THEN
003090           MOVE WK-PAT-K      TO WK-PAT-LEN(WK-PAT-CNT)
003100       END-IF
003110       IF WK-PAT-SHAPE(WK-PAT-CNT)(WK-PAT-K:1) = '9'
003120        OR WK-PAT-SHAPE(WK-PAT-CNT)(WK-PAT-K:1) = 'A'
003130         THEN
003140           MOVE 1             TO WK-OK
003150       END-IF
003160   END-PERFORM.
003170   IF WK-PAT-NAME(WK-PAT-CNT) = SPACE
003180    OR WK-PAT-LEN(WK-PAT-CNT) < 4
003190    OR WK-OK = ZERO
003200     THEN
003210       DISPLAY 'SENSSCAN:BAD PATTERN, SKIPPED: ' F1PATREC(1:53)
003220       SUBTRACT 1     FROM WK-PAT-CNT
003230   END-IF.
003240 B11-ADD-PATTERN-EXIT.
003250   EXIT.
003260 B20-REPORT-HEADING SECTION.
003270*--------------------------------------------------------------
003280*- REPORT HEADING: RUN STAMP AND WHAT IS BEING LOOKED FOR.
003290*--------------------------------------------------------------
003300 B20-010.
003310   MOVE SPACE         TO WK-LINE.
003320   STRING 'SENSITIVE-DATA SCAN  AS OF ' WK-TM-DATE '/'
003330          WK-TM-TIME(1:6) '  LIST=' WK-LSTNAME(1:60)
003340                      DELIMITED BY SIZE INTO WK-LINE.
003350   PERFORM Z10-WRITE-LINE.
003360   MOVE SPACE         TO WK-LINE.
003370   MOVE 'LOOKING FOR: CARD         13-19 DIGITS, LUHN CHECKED'
003380                      TO WK-LINE.
003390   PERFORM Z10-WRITE-LINE.
003400   PERFORM VARYING WK-PAT-I FROM 1 BY 1
003410     UNTIL WK-PAT-I > WK-PAT-CNT
003420       MOVE SPACE         TO WK-LINE
003430       STRING '             ' WK-PAT-NAME(WK-PAT-I) ' '
003440              WK-PAT-SHAPE(WK-PAT-I)
003450                      DELIMITED BY SIZE INTO WK-LINE
003460       PERFORM Z10-WRITE-LINE
003470   END-PERFORM.
003480 B20-REPORT-HEADING-EXIT.
003490   EXIT.
003500 B30-OPEN-REGISTER SECTION.
003510*--------------------------------------------------------------
003520*- THE HANDOFF REGISTER (QUIET WHEN NOT CONFIGURED).
003530*--------------------------------------------------------------
003540 B30-010.
003550   IF WK-HOFNAME = SPACE
003560     THEN
003570       GO TO B30-OPEN-REGISTER-EXIT
003580   END-IF.
003590   OPEN EXTEND F36HOF.
003600   IF WK-HOF-FST = '35'
003610     THEN
003620       OPEN OUTPUT F36HOF
003630   END-IF.
003640   IF WK-HOF-FST NOT = '00'
003650     THEN
003660       DISPLAY 'SENSSCAN:HANDOFF REGISTER OPEN ERROR STATUS='
003670               WK-HOF-FST
003680       GO TO B30-OPEN-REGISTER-EXIT
003690   END-IF.
003700   MOVE 1             TO WK-HOF-OPEN.
003710 B30-OPEN-REGISTER-EXIT.
003720   EXIT.
003730 C10-SCAN-FILE SECTION.
003740*--------------------------------------------------------------
003750*- SCAN ONE FILE OF THE LIST: REBUILD EACH RECORD FROM THE BYTES
003760*- AND SEARCH IT, THEN THE FILE'S SUMMARY LINE AND 'SCAN' RECORD.
003770*--------------------------------------------------------------
003780 C10-010.
003790   ADD 1              TO WK-FILES.
003800   MOVE F5RECORD(7:100) TO WK-SCNNAME.
003810   MOVE SPACE         TO WK-LINE.
003820   PERFORM Z10-WRITE-LINE.
003830   MOVE SPACE         TO WK-LINE.
003840   STRING 'FILE ' WK-SCNNAME DELIMITED BY SIZE INTO WK-LINE.
003850   PERFORM Z10-WRITE-LINE.
003860   IF WK-SCNNAME = SPACE
003870    OR (F5RECORD(1:5) NOT = SPACE AND F5RECORD(1:5) NOT NUMERIC)
003880     THEN
003890       MOVE '  NOT SCANNED - BAD SCAN LIST ENTRY' TO WK-LINE
003900       PERFORM Z10-WRITE-LINE
003910       ADD 1              TO WK-FILES-BAD
003920       GO TO C10-SCAN-FILE-EXIT
003930   END-IF.
003940   IF F5RECORD(1:5) = SPACE
003950     THEN
003960       MOVE ZERO          TO WK-SCN-RLEN
003970     ELSE
003980       MOVE F5RECORD(1:5) TO WK-SCN-RLEN
003990   END-IF.
004000   OPEN INPUT F1SCAN.
004010   IF WK-SCN-FST NOT = '00'
004020     THEN
004030       MOVE SPACE         TO WK-LINE
004040       STRING '  NOT SCANNED - OPEN STATUS ' WK-SCN-FST
004050                      DELIMITED BY SIZE INTO WK-LINE
004060       PERFORM Z10-WRITE-LINE
004070       ADD 1              TO WK-FILES-BAD
004080       GO TO C10-SCAN-FILE-EXIT
004090   END-IF.
004100   MOVE ZERO          TO WK-FILE-RECS.
004110   MOVE ZERO          TO WK-FILE-HITS.
004120   MOVE ZERO          TO WK-FILE-SHOWN.
004130   MOVE ZERO          TO WK-RL.
004140   MOVE ZERO          TO WK-COLBASE.
004150   MOVE 1             TO WK-RECNO.
004160   PERFORM UNTIL WK-SCN-FST NOT = '00'
004170     READ F1SCAN
004180       AT END
004190         CONTINUE
004200       NOT AT END
004210         PERFORM C20-TAKE-BYTE
004220     END-READ
004230   END-PERFORM.
004240*- AN UNTERMINATED LAST LINE (OR SHORT LAST RECORD) STILL COUNTS.
004250   IF WK-RL > ZERO OR WK-COLBASE > ZERO
004260     THEN
004270       PERFORM C25-END-RECORD
004280   END-IF.
004290   CLOSE F1SCAN.
004300   IF WK-FILE-HITS > ZERO
004310     THEN
004320       ADD 1              TO WK-FILES-HIT
004330       ADD WK-FILE-HITS   TO WK-TOTAL-HITS
004340   END-IF.
004350   IF WK-FILE-HITS > WK-FILE-SHOWN
004360     THEN
004370       MOVE SPACE         TO WK-LINE
004380       STRING '  ... AND MORE - ONLY THE FIRST ' WK-FILE-SHOWN
004390              ' HITS ARE LISTED'
004400                      DELIMITED BY SIZE INTO WK-LINE
004410       PERFORM Z10-WRITE-LINE
004420   END-IF.
004430   MOVE SPACE         TO WK-LINE.
004440   IF WK-FILE-HITS = ZERO
004450     THEN
004460       STRING '  CLEAN     RECORDS=' WK-FILE-RECS
004470                      DELIMITED BY SIZE INTO WK-LINE
004480     ELSE
004490       STRING '  HITS=' WK-FILE-HITS '  RECORDS=' WK-FILE-RECS
004500                      DELIMITED BY SIZE INTO WK-LINE
004510   END-IF.
004520   PERFORM Z10-WRITE-LINE.
004530   IF WK-HOF-OPEN = 1
004540     THEN
004550       MOVE SPACE         TO F36RECORD
004560       MOVE 'SCAN'        TO F36-TYPE
004570       STRING WK-TM-DATE WK-TM-TIME(1:6) INTO F36-STAMP
004580       MOVE 'SENSSCAN'    TO F36-PROG
004590       MOVE WK-SCNNAME(1:60) TO F36-FILE
004600       MOVE WK-FILE-HITS  TO F36-CNT
004610       MOVE WK-FILE-RECS  TO F36-HASH
004620       WRITE F36RECORD
004630   END-IF.
004640 C10-SCAN-FILE-EXIT.
004650   EXIT.
004660 C20-TAKE-BYTE SECTION.
004670*--------------------------------------------------------------
004680*- ONE BYTE OF THE FILE: A TEXT FILE'S RECORD ENDS AT THE LINE
004690*- FEED (A CARRIAGE RETURN BEFORE IT IS DROPPED), A FIXED FILE'S
004700*- AFTER WK-SCN-RLEN BYTES. A FULL WK-REC IS SEARCHED AS A PIECE.
004710*--------------------------------------------------------------
004720 C20-010.
004730   IF WK-SCN-RLEN = ZERO AND F1BYTE = X'0A'
004740     THEN
004750       IF WK-RL > ZERO
004760         THEN
004770           IF WK-REC(WK-RL:1) = X'0D'
004780             THEN
004790               SUBTRACT 1     FROM WK-RL
004800           END-IF
004810       END-IF
004820       PERFORM C25-END-RECORD
004830       GO TO C20-TAKE-BYTE-EXIT
004840   END-IF.
004850   IF WK-RL NOT < 4000
004860     THEN
004870       PERFORM C30-SCAN-RECORD
004880       ADD WK-RL          TO WK-COLBASE
004890       MOVE ZERO          TO WK-RL
004900   END-IF.
004910   ADD 1              TO WK-RL.
004920   MOVE F1BYTE        TO WK-REC(WK-RL:1).
004930   IF WK-SCN-RLEN > ZERO
004940    AND WK-COLBASE + WK-RL = WK-SCN-RLEN
004950     THEN
004960       PERFORM C25-END-RECORD
004970   END-IF.
004980 C20-TAKE-BYTE-EXIT.
004990   EXIT.
005000 C25-END-RECORD SECTION.
005010 C25-010.
005020   PERFORM C30-SCAN-RECORD.
005030   ADD 1              TO WK-FILE-RECS.
005040   ADD 1              TO WK-RECNO.
005050   MOVE ZERO          TO WK-COLBASE.
005060   MOVE ZERO          TO WK-RL.
005070 C25-END-RECORD-EXIT.
005080   EXIT.
005090 C30-SCAN-RECORD SECTION.
005100*--------------------------------------------------------------
005110*- SEARCH WK-REC(1:WK-RL) FOR CARD NUMBERS, THEN FOR EACH
005120*- CONFIGURED PATTERN.
005130*--------------------------------------------------------------
005140 C30-010.
005150   IF WK-RL = ZERO
005160     THEN
005170       GO TO C30-SCAN-RECORD-EXIT
005180   END-IF.
005190   MOVE 1             TO WK-P.
005200   PERFORM UNTIL WK-P > WK-RL
005210       PERFORM C40-CARD-AT
005220   END-PERFORM.
005230   PERFORM VARYING WK-PAT-I FROM 1 BY 1
005240     UNTIL WK-PAT-I > WK-PAT-CNT
005250       PERFORM VARYING WK-P FROM 1 BY 1
005260         UNTIL WK-P + WK-PAT-LEN(WK-PAT-I) - 1 > WK-RL
005270           PERFORM C50-SHAPE-AT
005280       END-PERFORM
005290   END-PERFORM.
005300 C30-SCAN-RECORD-EXIT.
005310   EXIT.
005320 C40-CARD-AT SECTION.
005330*--------------------------------------------------------------
005340*- A CARD NUMBER STARTING AT WK-P? COLLECT THE DIGIT RUN (WITH
005350*- ITS SEPARATORS) AND TRY THE SEPARATED FORM, THEN THE FIRST
005360*- CONTIGUOUS RUN ALONE. WK-P IS LEFT PAST WHAT WAS CONSUMED:
005370*- THE HIT, OR ELSE THE FIRST CONTIGUOUS RUN, SO A NUMBER THAT
005380*- ONLY FOLLOWS ANOTHER ONE IS STILL FOUND.
005390*--------------------------------------------------------------
005400 C40-010.
005410   MOVE WK-REC(WK-P:1) TO WK-C.
005420   IF WK-C NOT NUMERIC
005430     THEN
005440       ADD 1              TO WK-P
005450       GO TO C40-CARD-AT-EXIT
005460   END-IF.
005470   MOVE WK-P          TO WK-Q.
005480   MOVE ZERO          TO WK-ND.
005490   MOVE ZERO          TO WK-N1.
005500   MOVE ZERO          TO WK-GRP1.
005510   MOVE LOW-VALUE     TO WK-SEP.
005520   MOVE SPACE         TO WK-DG.
005530 C40-020.
005540   IF WK-Q > WK-RL
005550     THEN
005560       GO TO C40-030
005570   END-IF.
005580   MOVE WK-REC(WK-Q:1) TO WK-C.
005590   IF WK-C NUMERIC
005600     THEN
005610       IF WK-ND < 20
005620         THEN
005630           ADD 1              TO WK-ND
005640           MOVE WK-C          TO WK-DG(WK-ND:1)
005650         ELSE
005660           MOVE 99            TO WK-ND
005670       END-IF
005680       IF WK-SEP = LOW-VALUE
005690         THEN
005700           MOVE WK-ND         TO WK-N1
005710           MOVE WK-Q          TO WK-E1
005720       END-IF
005730       MOVE WK-Q          TO WK-E
005740       ADD 1              TO WK-Q
005750       GO TO C40-020
005760   END-IF.
005770   IF (WK-C = SPACE OR WK-C = '-')
005780    AND (WK-SEP = LOW-VALUE OR WK-SEP = WK-C)
005790    AND WK-Q < WK-RL
005800     THEN
005810       IF WK-REC(WK-Q + 1:1) NUMERIC
005820         THEN
005830           IF WK-SEP = LOW-VALUE
005840             THEN
005850               MOVE WK-C          TO WK-SEP
005860               MOVE WK-ND         TO WK-GRP1
005870           END-IF
005880           ADD 1              TO WK-Q
005890           GO TO C40-020
005900       END-IF
005910   END-IF.
005920 C40-030.
005930*- THE SEPARATED FORM: FIRST GROUP OF 4, 13-19 DIGITS IN ALL.
005940   IF WK-SEP NOT = LOW-VALUE AND WK-GRP1 = 4
005950    AND WK-ND NOT < 13 AND WK-ND NOT > 19
005960     THEN
005970       MOVE WK-ND         TO WK-LN
005980       PERFORM Z20-LUHN
005990       IF WK-OK = 1
006000         THEN
006010           MOVE 'CARD'        TO WK-HIT-TYPE
006020           MOVE WK-P          TO WK-HIT-POS
006030           COMPUTE WK-HIT-LEN = WK-E - WK-P + 1
006040           PERFORM C60-REPORT-HIT
006050           COMPUTE WK-P = WK-E + 1
006060           GO TO C40-CARD-AT-EXIT
006070       END-IF
006080   END-IF.
006090*- THE FIRST CONTIGUOUS RUN, IF NOTHING LONGER WAS FOUND.
006100   IF WK-N1 NOT < 13 AND WK-N1 NOT > 19
006110     THEN
006120       MOVE WK-N1         TO WK-LN
006130       PERFORM Z20-LUHN
006140       IF WK-OK = 1
006150         THEN
006160           MOVE 'CARD'        TO WK-HIT-TYPE
006170           MOVE WK-P          TO WK-HIT-POS
006180           MOVE WK-N1         TO WK-HIT-LEN
006190           PERFORM C60-REPORT-HIT
006200       END-IF
006210   END-IF.
006220   COMPUTE WK-P = WK-E1 + 1.
006230 C40-CARD-AT-EXIT.
006240   EXIT.
006250 C50-SHAPE-AT SECTION.
006260*--------------------------------------------------------------
006270*- DOES PATTERN WK-PAT-I MATCH WHOLE AT WK-P? NOT WHEN A LETTER
006280*- OR DIGIT TOUCHES EITHER END.
006290*--------------------------------------------------------------
006300 C50-010.
006310   IF WK-P > 1
006320     THEN
006330       MOVE WK-REC(WK-P - 1:1) TO WK-C
006340       PERFORM Z40-CLASSIFY
006350       IF WK-CLS NOT = 'O'
006360         THEN
006370           GO TO C50-SHAPE-AT-EXIT
006380       END-IF
006390   END-IF.
006400   IF WK-P + WK-PAT-LEN(WK-PAT-I) <= WK-RL
006410     THEN
006420       MOVE WK-REC(WK-P + WK-PAT-LEN(WK-PAT-I):1) TO WK-C
006430       PERFORM Z40-CLASSIFY
006440       IF WK-CLS NOT = 'O'
006450         THEN
006460           GO TO C50-SHAPE-AT-EXIT
006470       END-IF
006480   END-IF.
006490   MOVE 1             TO WK-OK.
006500   PERFORM VARYING WK-PAT-K FROM 1 BY 1
006510     UNTIL WK-PAT-K > WK-PAT-LEN(WK-PAT-I) OR WK-OK = ZERO
006520       MOVE WK-REC(WK-P + WK-PAT-K - 1:1) TO WK-C
006530       PERFORM Z40-CLASSIFY
006540       EVALUATE WK-PAT-SHAPE(WK-PAT-I)(WK-PAT-K:1)
006550       WHEN '9'
006560         IF WK-CLS NOT = 'D' MOVE ZERO TO WK-OK END-IF
006570       WHEN 'A'
006580         IF WK-CLS NOT = 'L' MOVE ZERO TO WK-OK END-IF
006590       WHEN '?'
006600         IF WK-C = SPACE MOVE ZERO TO WK-OK END-IF
006610       WHEN OTHER
006620         IF WK-C NOT = WK-PAT-SHAPE(WK-PAT-I)(WK-PAT-K:1)
006630           MOVE ZERO          TO WK-OK
006640         END-IF
006650       END-EVALUATE
006660   END-PERFORM.
006670   IF WK-OK = 1
006680     THEN
006690       MOVE WK-PAT-NAME(WK-PAT-I) TO WK-HIT-TYPE
006700       MOVE WK-P          TO WK-HIT-POS
006710       MOVE WK-PAT-LEN(WK-PAT-I) TO WK-HIT-LEN
006720       PERFORM C60-REPORT-HIT
006730   END-IF.
006740 C50-SHAPE-AT-EXIT.
006750   EXIT.
006760 C60-REPORT-HIT SECTION.
006770*--------------------------------------------------------------
006780*- COUNT THE HIT AND, UP TO 200 A FILE, LIST IT MASKED.
006790*--------------------------------------------------------------
006800 C60-010.
006810   ADD 1              TO WK-FILE-HITS.
006820   IF WK-FILE-SHOWN NOT < 200
006830     THEN
006840       GO TO C60-REPORT-HIT-EXIT
006850   END-IF.
006860   ADD 1              TO WK-FILE-SHOWN.
006870   MOVE SPACE         TO WK-HIT-TXT.
006880   MOVE WK-REC(WK-HIT-POS:WK-HIT-LEN) TO WK-HIT-TXT.
006890   PERFORM Z30-MASK.
006900   MOVE WK-RECNO      TO WK-ED-REC.
006910   COMPUTE WK-ED-COL = WK-COLBASE + WK-HIT-POS.
006920   MOVE SPACE         TO WK-LINE.
006930   STRING '  RECORD ' WK-ED-REC '  COLUMN ' WK-ED-COL '  '
006940          WK-HIT-TYPE '  ' WK-HIT-TXT(1:WK-HIT-LEN)
006950                      DELIMITED BY SIZE INTO WK-LINE.
006960   PERFORM Z10-WRITE-LINE.
006970 C60-REPORT-HIT-EXIT.
006980   EXIT.
006990 Z10-WRITE-LINE SECTION.
007000 Z10-010.
007010   MOVE WK-LINE       TO F2LINE.
007020   WRITE F2LINE.
007030 Z10-WRITE-LINE-EXIT.
007040   EXIT.
007050 Z20-LUHN SECTION.
007060*--------------------------------------------------------------
007070*- LUHN CHECK OF WK-DG(1:WK-LN), WHOSE FIRST DIGIT MUST ALSO BE
007080*- 2-6. WK-OK = 1 WHEN IT PASSES.
007090*--------------------------------------------------------------
007100 Z20-010.
007110   MOVE ZERO          TO WK-OK.
007120   IF WK-DG(1:1) < '2' OR WK-DG(1:1) > '6'
007130     THEN
007140       GO TO Z20-LUHN-EXIT
007150   END-IF.
007160   MOVE ZERO          TO WK-LSUM.
007170   MOVE ZERO          TO WK-DBL.
007180   PERFORM VARYING WK-LX FROM WK-LN BY -1 UNTIL WK-LX < 1
007190       MOVE WK-DG(WK-LX:1) TO WK-LD
007200       IF WK-DBL = 1
007210         THEN
007220           MULTIPLY 2         BY WK-LD
007230           IF WK-LD > 9
007240             THEN
007250               SUBTRACT 9     FROM WK-LD
007260           END-IF
007270           MOVE ZERO          TO WK-DBL
007280         ELSE
007290           MOVE 1             TO WK-DBL
007300       END-IF
007310       ADD WK-LD          TO WK-LSUM
007320   END-PERFORM.
007330   DIVIDE WK-LSUM BY 10 GIVING WK-LQ REMAINDER WK-LR.
007340   IF WK-LR = ZERO
007350     THEN
007360       MOVE 1             TO WK-OK
007370   END-IF.
007380 Z20-LUHN-EXIT.
007390   EXIT.
007400 Z30-MASK SECTION.
007410*--------------------------------------------------------------
007420*- MASK WK-HIT-TXT(1:WK-HIT-LEN): EVERY LETTER AND DIGIT BECOMES
007430*- '*' BUT THE LAST 4, AND THOSE TOO WHEN THERE ARE FEWER THAN 9.
007440*--------------------------------------------------------------
007450 Z30-010.
007460   MOVE ZERO          TO WK-MK-N.
007470   PERFORM VARYING WK-MK-I FROM 1 BY 1
007480     UNTIL WK-MK-I > WK-HIT-LEN
007490       MOVE WK-HIT-TXT(WK-MK-I:1) TO WK-C
007500       PERFORM Z40-CLASSIFY
007510       IF WK-CLS NOT = 'O'
007520         THEN
007530           ADD 1              TO WK-MK-N
007540       END-IF
007550   END-PERFORM.
007560   IF WK-MK-N < 9
007570     THEN
007580       MOVE WK-MK-N       TO WK-MK-K
007590     ELSE
007600       COMPUTE WK-MK-K = WK-MK-N - 4
007610   END-IF.
007620   MOVE ZERO          TO WK-MK-N.
007630   PERFORM VARYING WK-MK-I FROM 1 BY 1
007640     UNTIL WK-MK-I > WK-HIT-LEN
007650       MOVE WK-HIT-TXT(WK-MK-I:1) TO WK-C
007660       PERFORM Z40-CLASSIFY
007670       IF WK-CLS NOT = 'O'
007680         THEN
007690           ADD 1              TO WK-MK-N
007700           IF WK-MK-N NOT > WK-MK-K
007710             THEN
007720               MOVE '*'           TO WK-HIT-TXT(WK-MK-I:1)
007730           END-IF
007740       END-IF
007750   END-PERFORM.
007760 Z30-MASK-EXIT.
007770   EXIT.
007780 Z40-CLASSIFY SECTION.
007790*--------------------------------------------------------------
007800*- WK-C: WK-CLS = 'D' A DIGIT, 'L' A LETTER, 'O' ANYTHING ELSE.
007810*--------------------------------------------------------------
007820 Z40-010.
007830   EVALUATE TRUE
007840   WHEN WK-C NUMERIC
007850     MOVE 'D'           TO WK-CLS
007860   WHEN WK-C >= 'A' AND WK-C <= 'Z'
007870     MOVE 'L'           TO WK-CLS
007880   WHEN WK-C >= 'a' AND WK-C <= 'z'
007890     MOVE 'L'           TO WK-CLS
007900   WHEN OTHER
007910     MOVE 'O'           TO WK-CLS
007920   END-EVALUATE.
007930 Z40-CLASSIFY-EXIT.
007940   EXIT.
