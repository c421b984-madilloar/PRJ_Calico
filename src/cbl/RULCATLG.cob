000180*-      CATALOG_FILE, RUN_DATE (YYYYMMDD, DEFAULT TODAY).
000190*- RETURN-CODE: 0=OK, 4=RETIREMENT CANDIDATES FLAGGED,
000200*-              16=FATAL I/O.
000201*-
000202*- SOURCE COLUMN: THE RULE SOURCE LIBRARY MEMBER/VERSION (AND
000203*- FRAGMENT MEMBER/VERSION) STAMPED IN THE BLOCK'S SRC__ ROWS BY
000204*- RULCOMP. WHEN THE SOURCE LIBRARY (ENV SRCLIB_FILE) EXISTS, A
000205*- BLOCK WITH NO STAMP, OR WITH A STAMP THE LIBRARY DOES NOT
000206*- HOLD, IS FLAGGED 'NO-SOURCE' AND COUNTS TOWARDS RETURN-CODE 4.
000207*-
000208*- EXTERNAL COLUMN: CALLS TO THE SET THROUGH THE RULE SERVICE
000209*- FACADE (SUBRULES) IN THE 90 DAYS UP TO THE RUN DATE, FROM ITS
000210*- USAGE LEDGER (ENV SUBRULES_USAGE, OPTIONAL). A SET WITH SUCH
000211*- CALLERS IS NOT A RETIREMENT CANDIDATE.
000212*--------------------------------------------------------------
000220 ENVIRONMENT    DIVISION.
000230 INPUT-OUTPUT               SECTION.
000240 FILE-CONTROL.
000360   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000370   ORGANIZATION LINE SEQUENTIAL
000380   STATUS WK-RPT-FST.
000381   SELECT F5SLIB  ASSIGN TO WK-SLBNAME
000382   ORGANIZATION LINE SEQUENTIAL
000383   STATUS WK-SLB-FST.
000384   SELECT F14USG  ASSIGN TO WK-USGNAME
000385   ORGANIZATION LINE SEQUENTIAL
000386   STATUS WK-USG-FST.
000390 DATA DIVISION.
000400 FILE                       SECTION.
000410 FD  F1INPUT.
000480 01  F4RECORD               PIC X(80).
000490 FD  F2REPT.
000500 01  F2LINE                 PIC X(132).
000501 FD  F5SLIB.
000502 01  F5RECORD               PIC X(120).
000503 FD  F14USG.
000504*- SAME SHAPE AS SUBRULES' USAGE LEDGER LINE (DATE, RULE SET).
000505 01  F14RECORD              SYNC.
000506   03 F14-DATE              PIC 9(08).
000507   03 FILLER                PIC X(17).
000508   03 F14-RSID              PIC X(08).
000509   03 FILLER                PIC X(47).
000510 WORKING-STORAGE SECTION.
000520 01  FST                    PIC X(02).
000530 01  WK-FILENAME            PIC X(100).
000870     05 WK-AP-VER           PIC X(02).
000880     05 WK-AP-STS           PIC X(08).
000890*--------------------------------------------------------------
000891*- SOURCE LIBRARY: EVERY MEMBER VERSION CHECKED IN (OPTIONAL).
000892*--------------------------------------------------------------
000893 01  WK-SL                  SYNC.
000894   03 WK-SLBNAME            PIC X(100).
000895   03 WK-SLB-FST            PIC X(02).
000896   03 WK-SL-ON              PIC 9(01) VALUE ZERO.
000897   03 WK-SL-CNT             PIC 9(04) VALUE ZERO.
000898   03 WK-SL-TBL             OCCURS 2000 TIMES.
000899     05 WK-SL-MBR           PIC X(08).
000900     05 WK-SL-VER           PIC X(04).
000901   03 WK-SL-HIT             PIC 9(01).
000902   03 WK-NOSRC              PIC 9(03) VALUE ZERO.
000903*--------------------------------------------------------------
000904*- CATALOG WALK STATE: THE SET AND VERSION BLOCK IN PROGRESS.
000910*--------------------------------------------------------------
000920 01  WK-CAT                 SYNC.
000930   03 WK-CUR-RSID           PIC X(08) VALUE HIGH-VALUE.
001060   03 WK-RETIRE             PIC 9(03) VALUE ZERO.
001070   03 WK-AGE                PIC S9(05).
001080   03 WK-POS                PIC 9(03).
001081   03 WK-SRC-MBR            PIC X(08).
001082   03 WK-SRC-VER            PIC X(04).
001083   03 WK-FRG-MBR            PIC X(08).
001084   03 WK-FRG-VER            PIC X(04).
001085   03 WK-SL-I               PIC 9(04).
001086*--------------------------------------------------------------
001087*- FACADE USAGE: RULE SETS CALLED THROUGH SUBRULES IN THE LAST
001088*- 90 DAYS, AND HOW OFTEN (OPTIONAL LEDGER).
001089*--------------------------------------------------------------
001090 01  WK-EX                  SYNC.
001091   03 WK-USGNAME            PIC X(100).
001092   03 WK-USG-FST            PIC X(02).
001093   03 WK-EX-CNT             PIC 9(03) VALUE ZERO.
001094   03 WK-EX-TBL             OCCURS 300 TIMES.
001095     05 WK-EX-RSID          PIC X(08).
001096     05 WK-EX-CALLS         PIC 9(08).
001097   03 WK-EX-HIT             PIC 9(03).
001098   03 WK-EX-ED              PIC Z(07)9.
001099   03 WK-EXT                PIC 9(03) VALUE ZERO.
001100 01  WK-PRT                 SYNC.
001101   03 WK-LINE               PIC X(132).
001110 PROCEDURE DIVISION.
001120 A00-MAIN SECTION.
001130*--------------------------------------------------------------
001420     THEN
001430       PERFORM B20-LOAD-APPROVALS
001440   END-IF.
001441   MOVE SPACE         TO WK-SLBNAME.
001442   ACCEPT WK-SLBNAME  FROM ENVIRONMENT 'SRCLIB_FILE'.
001443   IF WK-SLBNAME = SPACE
001444     MOVE '../data/rulesrclib.txt' TO WK-SLBNAME
001445   END-IF.
001446   PERFORM B30-LOAD-SOURCE-LIBRARY.
001447   MOVE SPACE         TO WK-USGNAME.
001448   ACCEPT WK-USGNAME  FROM ENVIRONMENT 'SUBRULES_USAGE'.
001449   IF WK-USGNAME = SPACE
001450     MOVE '../data/pcheckusage.txt' TO WK-USGNAME
001451   END-IF.
001452   PERFORM B40-LOAD-USAGE.
001453   OPEN OUTPUT F2REPT.
001460   IF WK-RPT-FST NOT = '00'
001470     THEN
001480       DISPLAY 'RULCATLG:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001590   MOVE '  RULE-SET NAME   VR EFFD  ROWS  TRL   CHECKSUM'
001600                      TO WK-LINE(1:47).
001610   MOVE ' APPROVAL LAST-RUN FRATE FLAG' TO WK-LINE(48:29).
001611   MOVE 'SOURCE         FRAGMENTS' TO WK-LINE(84:24).
001612   MOVE 'EXTERNAL'    TO WK-LINE(124:8).
001620   MOVE WK-LINE       TO F2LINE.
001630   WRITE F2LINE.
001640   MOVE SPACE         TO F2LINE.
001690   MOVE SPACE         TO WK-LINE.
001700   STRING '  ** SETS=' WK-SETS
001710          '  RETIREMENT CANDIDATES=' WK-RETIRE
001711          '  NO-SOURCE=' WK-NOSRC
001712          '  EXTERNAL=' WK-EXT
001720                      INTO WK-LINE.
001730   MOVE WK-LINE       TO F2LINE.
001740   WRITE F2LINE.
001750   CLOSE F2REPT.
001760   DISPLAY 'RULCATLG:SETS=' WK-SETS
001770           ' RETIRE=' WK-RETIRE
001780           ' NO-SOURCE=' WK-NOSRC
001781           ' EXTERNAL=' WK-EXT.
001782   IF WK-RETIRE > ZERO OR WK-NOSRC > ZERO
001790     THEN
001800       MOVE 4             TO RETURN-CODE
001810     ELSE
003050   CLOSE F4APPR.
003060 B20-LOAD-APPROVALS-EXIT.
003070   EXIT.
003071 B30-LOAD-SOURCE-LIBRARY SECTION.
003072*--------------------------------------------------------------
003073*- EVERY MEMBER VERSION EVER CHECKED IN ('MBR ' RECORDS). NO
003074*- LIBRARY FILE MEANS NO SOURCE CHECK.
003075*--------------------------------------------------------------
003076 B30-010.
003077   OPEN INPUT F5SLIB.
003078   IF WK-SLB-FST NOT = '00'
003079     THEN
003080       GO TO B30-LOAD-SOURCE-LIBRARY-EXIT
003081   END-IF.
003082   MOVE 1             TO WK-SL-ON.
003083   PERFORM UNTIL WK-SLB-FST NOT = '00'
003084     READ F5SLIB
003085       AT END
003086         CONTINUE
003087       NOT AT END
003088         IF F5RECORD(1:4) = 'MBR ' AND WK-SL-CNT < 2000
003089           THEN
003090             ADD 1              TO WK-SL-CNT
003091             MOVE F5RECORD(5:8)  TO WK-SL-MBR(WK-SL-CNT)
003092             MOVE F5RECORD(14:4) TO WK-SL-VER(WK-SL-CNT)
003093         END-IF
003094     END-READ
003095   END-PERFORM.
003096   CLOSE F5SLIB.
003097 B30-LOAD-SOURCE-LIBRARY-EXIT.
003098   EXIT.
003099 C10-WALK-RULE-FILE SECTION.
003100*--------------------------------------------------------------
003101*- SEQUENTIAL KEY-ORDER WALK: A VERSION BLOCK CLOSES AT ITS
003110*- TRL__, AT THE NEXT HDR__, OR WHEN THE KEY CHANGES.
003120*--------------------------------------------------------------
003130 C10-010.
003490               MOVE F1BODY(6:5)   TO WK-TRL-CNT
003500           END-IF
003510           PERFORM C30-CLOSE-BLOCK
003511         WHEN 'SRC__'
003512*-         PROVENANCE STAMP: NOT A RULE ROW, NOT IN THE CHECKSUM.
003513           IF F1BODY(18:1) = 'F'
003514             THEN
003515               MOVE F1BODY(6:8)   TO WK-FRG-MBR
003516               MOVE F1BODY(14:4)  TO WK-FRG-VER
003517             ELSE
003518               MOVE F1BODY(6:8)   TO WK-SRC-MBR
003519               MOVE F1BODY(14:4)  TO WK-SRC-VER
003520           END-IF
003521         WHEN OTHER
003530           ADD 1              TO WK-ROWS
003540           COMPUTE WK-RW = FUNCTION MOD(WK-ROWS, 97) + 1
003550           PERFORM VARYING WK-J FROM 1 BY 1
003750   MOVE ZERO          TO WK-TRL-CNT.
003760   MOVE ZERO          TO WK-TRL-SEEN.
003770   MOVE ZERO          TO WK-CHK.
003771   MOVE SPACE         TO WK-SRC-MBR.
003772   MOVE SPACE         TO WK-SRC-VER.
003773   MOVE SPACE         TO WK-FRG-MBR.
003774   MOVE SPACE         TO WK-FRG-VER.
003780 C20-RESET-BLOCK-EXIT.
003790   EXIT.
003800 C30-CLOSE-BLOCK SECTION.
004060   END-IF.
004070   MOVE WK-CHK        TO WK-LINE(41:9).
004080   PERFORM C40-APPROVAL-COLUMN.
004081   PERFORM C70-EXTERNAL-COLUMN.
004090   PERFORM C50-LASTRUN-COLUMN.
004091   PERFORM C60-SOURCE-COLUMN.
004100   MOVE WK-LINE       TO F2LINE.
004110   WRITE F2LINE.
004120   PERFORM C20-RESET-BLOCK.
004310*- LAST-RUN DATE AND FAIL RATE FROM THE RUN-LOG JOIN; SETS
004320*- NEVER RUN IN 90 DAYS (OR NEVER SEEN) GET THE RETIREMENT
004330*- FLAG (EVERY VERSION BLOCK OF SUCH A SET CARRIES IT).
004331*- A SET THE FACADE'S CALLERS USED IN THOSE 90 DAYS IS STILL
004332*- LIVE AND IS NOT FLAGGED, RUN OR NOT.
004340*--------------------------------------------------------------
004350 C50-010.
004360   MOVE ZERO          TO WK-RL-HIT.
004440   IF WK-RL-HIT = ZERO
004450     THEN
004460       MOVE '(NEVER) '    TO WK-LINE(60:9)
004470       IF WK-EX-HIT = ZERO
004480         THEN
004481           MOVE 'RETIRE?'     TO WK-LINE(75:7)
004482           ADD 1              TO WK-RETIRE
004483       END-IF
004490       GO TO C50-LASTRUN-COLUMN-EXIT
004500   END-IF.
004510   MOVE WK-RL-DATE(WK-RL-HIT) TO WK-LINE(60:8).
004570         FUNCTION INTEGER-OF-DATE(WK-RUNDT-N)
004580         - FUNCTION INTEGER-OF-DATE(
004590             FUNCTION NUMVAL(WK-RL-DATE(WK-RL-HIT)))
004600       IF WK-AGE > 90 AND WK-EX-HIT = ZERO
004610         THEN
004620           MOVE 'RETIRE?'     TO WK-LINE(75:7)
004630           ADD 1              TO WK-RETIRE
004650   END-IF.
004660 C50-LASTRUN-COLUMN-EXIT.
004670   EXIT.
004671 C60-SOURCE-COLUMN SECTION.
004672*--------------------------------------------------------------
004673*- SOURCE MEMBER/VERSION FROM THE SRC__ STAMP, CHECKED AGAINST
004674*- THE SOURCE LIBRARY WHEN THERE IS ONE.
004675*--------------------------------------------------------------
004676 C60-010.
004677   IF WK-SRC-MBR = SPACE
004678     THEN
004679       MOVE '(NONE)'      TO WK-LINE(84:6)
004680     ELSE
004681       MOVE WK-SRC-MBR    TO WK-LINE(84:8)
004682       MOVE 'V'           TO WK-LINE(92:1)
004683       MOVE WK-SRC-VER    TO WK-LINE(93:4)
004684   END-IF.
004685   IF WK-FRG-MBR NOT = SPACE
004686     THEN
004687       MOVE WK-FRG-MBR    TO WK-LINE(99:8)
004688       MOVE 'V'           TO WK-LINE(107:1)
004689       MOVE WK-FRG-VER    TO WK-LINE(108:4)
004690   END-IF.
004691   IF WK-SL-ON = ZERO
004692     THEN
004693       GO TO C60-SOURCE-COLUMN-EXIT
004694   END-IF.
004695   MOVE ZERO          TO WK-SL-HIT.
004696   IF WK-SRC-MBR NOT = SPACE
004697     THEN
004698       PERFORM VARYING WK-SL-I FROM 1 BY 1
004699         UNTIL WK-SL-I > WK-SL-CNT
004700           IF WK-SL-MBR(WK-SL-I) = WK-SRC-MBR
004701            AND WK-SL-VER(WK-SL-I) = WK-SRC-VER
004702             THEN
004703               MOVE 1             TO WK-SL-HIT
004704           END-IF
004705       END-PERFORM
004706   END-IF.
004707   IF WK-SL-HIT = ZERO
004708     THEN
004709       MOVE 'NO-SOURCE'   TO WK-LINE(114:9)
004710       ADD 1              TO WK-NOSRC
004711   END-IF.
004712 C60-SOURCE-COLUMN-EXIT.
004713   EXIT.
004714 C70-EXTERNAL-COLUMN SECTION.
004715*--------------------------------------------------------------
004716*- CALLS TO THE SET THROUGH THE RULE SERVICE FACADE (SUBRULES)
004717*- IN THE LAST 90 DAYS, FROM ITS USAGE LEDGER. SUCH A SET HAS
004718*- CALLERS OUTSIDE THE NIGHTLY RUN (RULUSAGE SAYS WHO).
004719*--------------------------------------------------------------
004720 C70-010.
004721   MOVE ZERO          TO WK-EX-HIT.
004722   PERFORM VARYING WK-I FROM 1 BY 1
004723     UNTIL WK-I > WK-EX-CNT
004724       IF WK-EX-RSID(WK-I) = WK-CUR-RSID
004725         THEN
004726           MOVE WK-I          TO WK-EX-HIT
004727       END-IF
004728   END-PERFORM.
004729   IF WK-EX-HIT > ZERO
004730     THEN
004731       MOVE WK-EX-CALLS(WK-EX-HIT) TO WK-EX-ED
004732       MOVE WK-EX-ED      TO WK-LINE(124:8)
004733       ADD 1              TO WK-EXT
004734   END-IF.
004735 C70-EXTERNAL-COLUMN-EXIT.
004736   EXIT.
004737 B40-LOAD-USAGE SECTION.
004738*--------------------------------------------------------------
004739*- RULE SETS CALLED THROUGH THE FACADE IN THE 90 DAYS UP TO THE
004740*- RUN DATE, WITH THEIR CALL COUNTS. NO LEDGER MEANS NO
004741*- EXTERNAL CALLERS KNOWN.
004742*--------------------------------------------------------------
004743 B40-010.
004744   OPEN INPUT F14USG.
004745   IF WK-USG-FST NOT = '00'
004746     THEN
004747       GO TO B40-LOAD-USAGE-EXIT
004748   END-IF.
004749   PERFORM UNTIL WK-USG-FST NOT = '00'
004750     READ F14USG
004751       AT END
004752         CONTINUE
004753       NOT AT END
004754         IF F14-DATE NUMERIC AND F14-RSID NOT = SPACE
004755           THEN
004756             PERFORM B41-ONE-CALL
004757         END-IF
004758     END-READ
004759   END-PERFORM.
004760   CLOSE F14USG.
004761 B40-LOAD-USAGE-EXIT.
004762   EXIT.
004763 B41-ONE-CALL SECTION.
004764 B41-010.
004765   COMPUTE WK-AGE =
004766     FUNCTION INTEGER-OF-DATE(WK-RUNDT-N)
004767     - FUNCTION INTEGER-OF-DATE(F14-DATE).
004768   IF WK-AGE < ZERO OR WK-AGE > 90
004769     THEN
004770       GO TO B41-ONE-CALL-EXIT
004771   END-IF.
004772   MOVE ZERO          TO WK-EX-HIT.
004773   PERFORM VARYING WK-I FROM 1 BY 1
004774     UNTIL WK-I > WK-EX-CNT
004775       IF WK-EX-RSID(WK-I) = F14-RSID
004776         THEN
004777           MOVE WK-I          TO WK-EX-HIT
004778       END-IF
004779   END-PERFORM.
004780   IF WK-EX-HIT = ZERO
004781     THEN
004782       IF WK-EX-CNT NOT < 300
004783         THEN
004784           GO TO B41-ONE-CALL-EXIT
004785       END-IF
004786       ADD 1              TO WK-EX-CNT
004787       MOVE WK-EX-CNT     TO WK-EX-HIT
004788       MOVE F14-RSID      TO WK-EX-RSID(WK-EX-HIT)
004789       MOVE ZERO          TO WK-EX-CALLS(WK-EX-HIT)
004790   END-IF.
004791   ADD 1              TO WK-EX-CALLS(WK-EX-HIT).
004792 B41-ONE-CALL-EXIT.
004793   EXIT.
