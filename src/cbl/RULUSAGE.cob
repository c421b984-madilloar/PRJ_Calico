000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULUSAGE.
000030*--------------------------------------------------------------
000040*- MONTHLY USAGE REPORT FOR THE RULE SERVICE FACADE (SUBRULES).
000050*- EVERY CALL TO THE FACADE LEAVES ONE LINE IN ITS USAGE LEDGER
000060*- (ENV SUBRULES_USAGE): THE CALLING APPLICATION (PRULES-APPID),
000070*- THE RULE SET, THE VERDICT AND PRULES-COD. FOR THE MONTH THIS
000080*- PROGRAM SHOWS:
000090*-   BY APPLICATION AND RULE SET - CALLS, PASSES, FAILS AND THE
000100*-              ERROR CODES RETURNED (-1 ABNORMAL END, -2 NO FREE
000110*-              RULE-SET SLOT, -4 RULE SET NOT FOUND OR BAD PARMS,
000120*-              -5 RULE FILE I/O, OTHER NEGATIVE CODES FROM THE
000130*-              ENGINE), FIRST AND LAST DAY SEEN, WITH A SUBTOTAL
000140*-              PER APPLICATION
000150*-   BY RULE SET - HOW MANY APPLICATIONS CALL IT AND HOW OFTEN,
000160*-              SO A SET'S OWNER KNOWS WHO TO TALK TO BEFORE
000170*-              CHANGING OR RETIRING IT (RULCATLG SHOWS THE SAME
000180*-              FACT AS ITS 'EXTERNAL' COLUMN)
000190*-   CALLS WITH NO APPLICATION ID - EACH ONE, WITH ITS RUN ID, SO
000200*-              THE CALLER CAN BE TRACED AND ASKED TO IDENTIFY
000210*-              ITSELF.
000220*-
000230*- USAGE LEDGER LINE (WRITTEN BY SUBRULES):
000240*-   DATE(1-8) TIME(10-15) APPLICATION(17-24) RULE SET(26-33)
000250*-   STATUS(35-38) COD(40-41, SIGN LEADING SEPARATE)
000260*-   RUN ID(43-58).
000270*-
000280*- ENV: USAGE_MONTH = 'YYYYMM' (REQUIRED),
000290*-      SUBRULES_USAGE (DEFAULT ../data/pcheckusage.txt),
000300*-      USAGE_REPORT (DEFAULT ../data/pcheckusgrpt.txt).
000310*- RETURN-CODE: 0=OK, 4=CALLS WITH NO APPLICATION ID OR
000320*-              INCOMPLETE FIGURES, 12=BAD PARMS, 16=FATAL I/O.
000330*--------------------------------------------------------------
000340 ENVIRONMENT    DIVISION.
000350 INPUT-OUTPUT               SECTION.
000360 FILE-CONTROL.
000370   SELECT F14USG  ASSIGN TO WK-USGNAME
000380   ORGANIZATION LINE SEQUENTIAL
000390   STATUS WK-USG-FST.
000400   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000410   ORGANIZATION LINE SEQUENTIAL
000420   STATUS WK-RPT-FST.
000430 DATA DIVISION.
000440 FILE                       SECTION.
000450 FD  F14USG.
000460*- SAME SHAPE AS SUBRULES' USAGE LEDGER LINE.
000470 01  F14RECORD              SYNC.
000480   03 F14-DATE              PIC X(08).
000490   03 FILLER                PIC X(01).
000500   03 F14-TIME              PIC X(06).
000510   03 FILLER                PIC X(01).
000520   03 F14-APPID             PIC X(08).
000530   03 FILLER                PIC X(01).
000540   03 F14-RSID              PIC X(08).
000550   03 FILLER                PIC X(01).
000560   03 F14-STATUS            PIC X(04).
000570   03 FILLER                PIC X(01).
000580   03 F14-COD-X.
000590     05 F14-COD-SIGN        PIC X(01).
000600     05 F14-COD-DIG         PIC X(01).
000610   03 F14-COD REDEFINES F14-COD-X
000620                            PIC S9(1) SIGN LEADING SEPARATE.
000630   03 FILLER                PIC X(01).
000640   03 F14-RUNID             PIC X(16).
000650 FD  F2REPT.
000660 01  F2LINE                 PIC X(132).
000670 WORKING-STORAGE SECTION.
000680 01  WK-FILES               SYNC.
000690   03 WK-USGNAME            PIC X(100).
000700   03 WK-USG-FST            PIC X(02).
000710   03 WK-RPTNAME            PIC X(100).
000720   03 WK-RPT-FST            PIC X(02).
000730 01  WK-PRM                 SYNC.
000740   03 WK-MONTH              PIC X(06).
000750   03 WK-TODAY              PIC X(08).
000760*--------------------------------------------------------------
000770*- THE MONTH'S CALLS BY APPLICATION AND RULE SET. CALLS WITH NO
000780*- APPLICATION ID ARE COUNTED UNDER '*NONE*'.
000790*--------------------------------------------------------------
000800 01  WK-US                  SYNC.
000810   03 WK-US-CNT             PIC 9(03) VALUE ZERO.
000820   03 WK-US-I               PIC 9(03).
000830   03 WK-US-J               PIC 9(03).
000840   03 WK-US-K               PIC 9(03).
000850   03 WK-US-HIT             PIC 9(03).
000860   03 WK-US-TBL             OCCURS 500 TIMES.
000870     05 WK-US-KEY.
000880       07 WK-US-APPID       PIC X(08).
000890       07 WK-US-RSID        PIC X(08).
000900     05 WK-US-CALLS         PIC 9(09).
000910     05 WK-US-PASS          PIC 9(09).
000920     05 WK-US-FAIL          PIC 9(09).
000930     05 WK-US-E1            PIC 9(07).
000940     05 WK-US-E2            PIC 9(07).
000950     05 WK-US-E4            PIC 9(07).
000960     05 WK-US-E5            PIC 9(07).
000970     05 WK-US-EX            PIC 9(07).
000980     05 WK-US-FIRST         PIC X(08).
000990     05 WK-US-LAST          PIC X(08).
001000   03 WK-SWAP               PIC X(94).
001010*--------------------------------------------------------------
001020*- RULE SETS CALLED THROUGH THE FACADE: NAMED APPLICATIONS AND
001030*- CALLS (ANONYMOUS CALLS COUNTED APART).
001040*--------------------------------------------------------------
001050 01  WK-RS                  SYNC.
001060   03 WK-RS-CNT             PIC 9(03) VALUE ZERO.
001070   03 WK-RS-I               PIC 9(03).
001080   03 WK-RS-HIT             PIC 9(03).
001090   03 WK-RS-TBL             OCCURS 500 TIMES.
001100     05 WK-RS-ID            PIC X(08).
001110     05 WK-RS-APPS          PIC 9(03).
001120     05 WK-RS-CALLS         PIC 9(09).
001130     05 WK-RS-ANON          PIC 9(09).
001140*--------------------------------------------------------------
001150*- CALLS THAT ARRIVED WITH NO APPLICATION ID, AS THEY CAME.
001160*--------------------------------------------------------------
001170 01  WK-AN                  SYNC.
001180   03 WK-AN-CNT             PIC 9(03) VALUE ZERO.
001190   03 WK-AN-I               PIC 9(03).
001200   03 WK-AN-TBL             OCCURS 500 TIMES.
001210     05 WK-AN-DATE          PIC X(08).
001220     05 WK-AN-TIME          PIC X(06).
001230     05 WK-AN-RSID          PIC X(08).
001240     05 WK-AN-STATUS        PIC X(04).
001250     05 WK-AN-COD           PIC X(02).
001260     05 WK-AN-RUNID         PIC X(16).
001270 01  WK-WRK                 SYNC.
001280   03 WK-KEY                PIC X(16).
001290   03 WK-APPID              PIC X(08).
001300   03 WK-READ               PIC 9(09) VALUE ZERO.
001310   03 WK-IN-MONTH           PIC 9(09) VALUE ZERO.
001320   03 WK-BAD                PIC 9(09) VALUE ZERO.
001330   03 WK-ANON               PIC 9(09) VALUE ZERO.
001340   03 WK-ANON-LOST          PIC 9(09) VALUE ZERO.
001350   03 WK-LOST               PIC 9(07) VALUE ZERO.
001360   03 WK-APPS               PIC 9(03) VALUE ZERO.
001370   03 WK-TOT-CALLS          PIC 9(09) VALUE ZERO.
001380   03 WK-TOT-PASS           PIC 9(09) VALUE ZERO.
001390   03 WK-TOT-FAIL           PIC 9(09) VALUE ZERO.
001400   03 WK-TOT-ERR            PIC 9(09) VALUE ZERO.
001410   03 WK-SUB-CALLS          PIC 9(09).
001420   03 WK-SUB-PASS           PIC 9(09).
001430   03 WK-SUB-FAIL           PIC 9(09).
001440   03 WK-ED-N               PIC ZZZ,ZZZ,ZZ9.
001450   03 WK-ED-S               PIC ZZZ,ZZ9.
001460   03 WK-LINE               PIC X(132).
001470 PROCEDURE DIVISION.
001480 A00-MAIN SECTION.
001490*--------------------------------------------------------------
001500*- THE MONTH'S LEDGER LINES INTO THE TABLES, THEN THE REPORT.
001510*--------------------------------------------------------------
001520 A00-010.
001530   MOVE SPACE         TO WK-MONTH.
001540   ACCEPT WK-MONTH    FROM ENVIRONMENT 'USAGE_MONTH'.
001550   IF WK-MONTH = SPACE OR WK-MONTH NOT NUMERIC
001560     THEN
001570       DISPLAY 'RULUSAGE:USAGE_MONTH (YYYYMM) REQUIRED.'
001580       MOVE 12            TO RETURN-CODE
001590       GOBACK
001600   END-IF.
001610   MOVE SPACE         TO WK-USGNAME.
001620   ACCEPT WK-USGNAME  FROM ENVIRONMENT 'SUBRULES_USAGE'.
001630   IF WK-USGNAME = SPACE
001640     MOVE '../data/pcheckusage.txt' TO WK-USGNAME
001650   END-IF.
001660   MOVE SPACE         TO WK-RPTNAME.
001670   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'USAGE_REPORT'.
001680   IF WK-RPTNAME = SPACE
001690     MOVE '../data/pcheckusgrpt.txt' TO WK-RPTNAME
001700   END-IF.
001710   ACCEPT WK-TODAY    FROM DATE YYYYMMDD.
001720   OPEN INPUT F14USG.
001730   IF WK-USG-FST NOT = '00'
001740     THEN
001750       DISPLAY 'RULUSAGE:USAGE LEDGER OPEN ERROR STATUS='
001760               WK-USG-FST
001770       MOVE 16            TO RETURN-CODE
001780       GOBACK
001790   END-IF.
001800   PERFORM UNTIL WK-USG-FST NOT = '00'
001810     READ F14USG
001820       AT END
001830         CONTINUE
001840       NOT AT END
001850         ADD 1              TO WK-READ
001860         PERFORM B10-ONE-CALL
001870     END-READ
001880   END-PERFORM.
001890   CLOSE F14USG.
001900   PERFORM C10-SORT-BY-KEY.
001910   PERFORM C20-BY-RULE-SET.
001920   OPEN OUTPUT F2REPT.
001930   IF WK-RPT-FST NOT = '00'
001940     THEN
001950       DISPLAY 'RULUSAGE:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001960       MOVE 16            TO RETURN-CODE
001970       GOBACK
001980   END-IF.
001990   PERFORM D10-REPORT.
002000   CLOSE F2REPT.
002010   DISPLAY '===================================='.
002020   DISPLAY 'RULUSAGE RESULT: MONTH=' WK-MONTH
002030           ' CALLS=' WK-TOT-CALLS
002040           ' APPLICATIONS=' WK-APPS
002050           ' RULE SETS=' WK-RS-CNT.
002060   DISPLAY 'RULUSAGE CALLS WITH NO APPLICATION ID: ' WK-ANON.
002070   DISPLAY '===================================='.
002080   IF WK-ANON > ZERO OR WK-LOST > ZERO OR WK-BAD > ZERO
002090     THEN
002100       MOVE 4             TO RETURN-CODE
002110     ELSE
002120       MOVE ZERO          TO RETURN-CODE
002130   END-IF.
002140   GOBACK.
002150 A00-MAIN-EXIT.
002160   EXIT.
002170 B10-ONE-CALL SECTION.
002180*--------------------------------------------------------------
002190*- ONE LEDGER LINE DATED IN THE MONTH: COUNT IT AGAINST ITS
002200*- APPLICATION AND RULE SET, AND KEEP IT WHEN IT CAME WITH NO
002210*- APPLICATION ID. A LINE THAT IS NOT A LEDGER LINE IS COUNTED
002220*- AS BAD AND PASSED.
002230*--------------------------------------------------------------
002240 B10-010.
002250   IF F14-DATE NOT NUMERIC
002260    OR (F14-COD-SIGN NOT = '+' AND F14-COD-SIGN NOT = '-')
002270    OR F14-COD-DIG NOT NUMERIC
002280     THEN
002290       ADD 1              TO WK-BAD
002300       GO TO B10-ONE-CALL-EXIT
002310   END-IF.
002320   IF F14-DATE(1:6) NOT = WK-MONTH
002330     THEN
002340       GO TO B10-ONE-CALL-EXIT
002350   END-IF.
002360   ADD 1              TO WK-IN-MONTH.
002370   IF F14-APPID = SPACE OR F14-APPID = LOW-VALUE
002380     THEN
002390       MOVE '*NONE*'      TO WK-APPID
002400       PERFORM B11-KEEP-ANONYMOUS
002410     ELSE
002420       MOVE F14-APPID     TO WK-APPID
002430   END-IF.
002440   MOVE WK-APPID      TO WK-KEY(1:8).
002450   MOVE F14-RSID      TO WK-KEY(9:8).
002460   PERFORM Z20-FIND-KEY.
002470   IF WK-US-HIT = ZERO
002480     THEN
002490       GO TO B10-ONE-CALL-EXIT
002500   END-IF.
002510   ADD 1              TO WK-US-CALLS(WK-US-HIT).
002520   ADD 1              TO WK-TOT-CALLS.
002530   EVALUATE TRUE
002540   WHEN F14-COD < ZERO
002550     ADD 1              TO WK-TOT-ERR
002560     EVALUATE F14-COD
002570     WHEN -1
002580       ADD 1              TO WK-US-E1(WK-US-HIT)
002590     WHEN -2
002600       ADD 1              TO WK-US-E2(WK-US-HIT)
002610     WHEN -4
002620       ADD 1              TO WK-US-E4(WK-US-HIT)
002630     WHEN -5
002640       ADD 1              TO WK-US-E5(WK-US-HIT)
002650     WHEN OTHER
002660       ADD 1              TO WK-US-EX(WK-US-HIT)
002670     END-EVALUATE
002680   WHEN F14-STATUS = 'PASS'
002690     ADD 1              TO WK-US-PASS(WK-US-HIT)
002700     ADD 1              TO WK-TOT-PASS
002710   WHEN F14-STATUS = 'FAIL'
002720     ADD 1              TO WK-US-FAIL(WK-US-HIT)
002730     ADD 1              TO WK-TOT-FAIL
002740   WHEN OTHER
002750     CONTINUE
002760   END-EVALUATE.
002770   IF F14-DATE < WK-US-FIRST(WK-US-HIT)
002780     THEN
002790       MOVE F14-DATE      TO WK-US-FIRST(WK-US-HIT)
002800   END-IF.
002810   IF F14-DATE > WK-US-LAST(WK-US-HIT)
002820     THEN
002830       MOVE F14-DATE      TO WK-US-LAST(WK-US-HIT)
002840   END-IF.
002850 B10-ONE-CALL-EXIT.
002860   EXIT.
002870 B11-KEEP-ANONYMOUS SECTION.
002880 B11-010.
002890   ADD 1              TO WK-ANON.
002900   IF WK-AN-CNT NOT < 500
002910     THEN
002920       ADD 1              TO WK-ANON-LOST
002930       GO TO B11-KEEP-ANONYMOUS-EXIT
002940   END-IF.
002950   ADD 1              TO WK-AN-CNT.
002960   MOVE F14-DATE      TO WK-AN-DATE(WK-AN-CNT).
002970   MOVE F14-TIME      TO WK-AN-TIME(WK-AN-CNT).
002980   MOVE F14-RSID      TO WK-AN-RSID(WK-AN-CNT).
002990   MOVE F14-STATUS    TO WK-AN-STATUS(WK-AN-CNT).
003000   MOVE F14-COD-X     TO WK-AN-COD(WK-AN-CNT).
003010   MOVE F14-RUNID     TO WK-AN-RUNID(WK-AN-CNT).
003020 B11-KEEP-ANONYMOUS-EXIT.
003030   EXIT.
003040 C10-SORT-BY-KEY SECTION.
003050*--------------------------------------------------------------
003060*- SELECTION SORT BY APPLICATION, THEN RULE SET (THE TABLE IS
003070*- SMALL).
003080*--------------------------------------------------------------
003090 C10-010.
003100   PERFORM VARYING WK-US-I FROM 1 BY 1
003110     UNTIL WK-US-I >= WK-US-CNT
003120       MOVE WK-US-I       TO WK-US-K
003130       PERFORM VARYING WK-US-J FROM WK-US-I BY 1
003140         UNTIL WK-US-J > WK-US-CNT
003150           IF WK-US-KEY(WK-US-J) < WK-US-KEY(WK-US-K)
003160             THEN
003170               MOVE WK-US-J       TO WK-US-K
003180           END-IF
003190       END-PERFORM
003200       IF WK-US-K NOT = WK-US-I
003210         THEN
003220           MOVE WK-US-TBL(WK-US-I) TO WK-SWAP
003230           MOVE WK-US-TBL(WK-US-K) TO WK-US-TBL(WK-US-I)
003240           MOVE WK-SWAP       TO WK-US-TBL(WK-US-K)
003250       END-IF
003260   END-PERFORM.
003270 C10-SORT-BY-KEY-EXIT.
003280   EXIT.
003290 C20-BY-RULE-SET SECTION.
003300*--------------------------------------------------------------
003310*- ROLL THE SORTED TABLE UP BY RULE SET, AND COUNT THE NAMED
003320*- APPLICATIONS (EACH ONCE, THE TABLE BEING IN APPLICATION
003330*- ORDER).
003340*--------------------------------------------------------------
003350 C20-010.
003360   MOVE SPACE         TO WK-APPID.
003370   PERFORM VARYING WK-US-I FROM 1 BY 1
003380     UNTIL WK-US-I > WK-US-CNT
003390       IF WK-US-APPID(WK-US-I) NOT = '*NONE*'
003400        AND WK-US-APPID(WK-US-I) NOT = WK-APPID
003410         THEN
003420           ADD 1              TO WK-APPS
003430           MOVE WK-US-APPID(WK-US-I) TO WK-APPID
003440       END-IF
003450       MOVE ZERO          TO WK-RS-HIT
003460       PERFORM VARYING WK-RS-I FROM 1 BY 1
003470         UNTIL WK-RS-I > WK-RS-CNT OR WK-RS-HIT > ZERO
003480           IF WK-RS-ID(WK-RS-I) = WK-US-RSID(WK-US-I)
003490             THEN
003500               MOVE WK-RS-I       TO WK-RS-HIT
003510           END-IF
003520       END-PERFORM
003530       IF WK-RS-HIT = ZERO
003540         THEN
003550           ADD 1              TO WK-RS-CNT
003560           MOVE WK-RS-CNT     TO WK-RS-HIT
003570           MOVE WK-US-RSID(WK-US-I) TO WK-RS-ID(WK-RS-HIT)
003580           MOVE ZERO          TO WK-RS-APPS(WK-RS-HIT)
003590           MOVE ZERO          TO WK-RS-CALLS(WK-RS-HIT)
003600           MOVE ZERO          TO WK-RS-ANON(WK-RS-HIT)
003610       END-IF
003620       ADD WK-US-CALLS(WK-US-I) TO WK-RS-CALLS(WK-RS-HIT)
003630       IF WK-US-APPID(WK-US-I) = '*NONE*'
003640         THEN
003650           ADD WK-US-CALLS(WK-US-I) TO WK-RS-ANON(WK-RS-HIT)
003660         ELSE
003670           ADD 1              TO WK-RS-APPS(WK-RS-HIT)
003680       END-IF
003690   END-PERFORM.
003700 C20-BY-RULE-SET-EXIT.
003710   EXIT.
003720 D10-REPORT SECTION.
003730*--------------------------------------------------------------
003740*- THE USAGE PAGE: APPLICATIONS AND THEIR RULE SETS, RULE SETS
003750*- AND THEIR CALLERS, THE ANONYMOUS CALLS, THEN THE NOTES.
003760*--------------------------------------------------------------
003770 D10-010.
003780   MOVE SPACE         TO WK-LINE.
003790   STRING 'RULE SERVICE FACADE USAGE BY APPLICATION  MONTH='
003800          WK-MONTH '  CREATED=' WK-TODAY
003810                      DELIMITED BY SIZE INTO WK-LINE.
003820   PERFORM Z10-PUT-LINE.
003830   PERFORM Z11-PUT-BLANK.
003840   PERFORM D11-HEADINGS.
003850   MOVE ZERO          TO WK-SUB-CALLS.
003860   MOVE ZERO          TO WK-SUB-PASS.
003870   MOVE ZERO          TO WK-SUB-FAIL.
003880   PERFORM VARYING WK-US-I FROM 1 BY 1
003890     UNTIL WK-US-I > WK-US-CNT
003900       MOVE WK-US-APPID(WK-US-I) TO WK-LINE(1:8)
003910       MOVE WK-US-RSID(WK-US-I)  TO WK-LINE(11:8)
003920       PERFORM D12-FIGURES
003930       ADD WK-US-CALLS(WK-US-I) TO WK-SUB-CALLS
003940       ADD WK-US-PASS(WK-US-I)  TO WK-SUB-PASS
003950       ADD WK-US-FAIL(WK-US-I)  TO WK-SUB-FAIL
003960       COMPUTE WK-US-J = WK-US-I + 1
003970       IF WK-US-I = WK-US-CNT
003980        OR WK-US-APPID(WK-US-J) NOT = WK-US-APPID(WK-US-I)
003990         THEN
004000           MOVE '** TOTAL'    TO WK-LINE(11:8)
004010           MOVE WK-SUB-CALLS  TO WK-ED-N
004020           MOVE WK-ED-N       TO WK-LINE(20:11)
004030           MOVE WK-SUB-PASS   TO WK-ED-N
004040           MOVE WK-ED-N       TO WK-LINE(32:11)
004050           MOVE WK-SUB-FAIL   TO WK-ED-N
004060           MOVE WK-ED-N       TO WK-LINE(44:11)
004070           PERFORM Z10-PUT-LINE
004080           PERFORM Z11-PUT-BLANK
004090           MOVE ZERO          TO WK-SUB-CALLS
004100           MOVE ZERO          TO WK-SUB-PASS
004110           MOVE ZERO          TO WK-SUB-FAIL
004120       END-IF
004130   END-PERFORM.
004140   MOVE 'MONTH TOTAL' TO WK-LINE(1:11).
004150   MOVE WK-TOT-CALLS  TO WK-ED-N.
004160   MOVE WK-ED-N       TO WK-LINE(20:11).
004170   MOVE WK-TOT-PASS   TO WK-ED-N.
004180   MOVE WK-ED-N       TO WK-LINE(32:11).
004190   MOVE WK-TOT-FAIL   TO WK-ED-N.
004200   MOVE WK-ED-N       TO WK-LINE(44:11).
004210   MOVE WK-TOT-ERR    TO WK-ED-N.
004220   MOVE WK-ED-N       TO WK-LINE(56:11).
004230   MOVE 'ERRORS'      TO WK-LINE(68:6).
004240   PERFORM Z10-PUT-LINE.
004250   PERFORM Z11-PUT-BLANK.
004260   MOVE 'BY RULE SET' TO WK-LINE.
004270   PERFORM Z10-PUT-LINE.
004280   MOVE 'RULE SET'    TO WK-LINE(1:8).
004290   MOVE 'APPLICATIONS' TO WK-LINE(11:12).
004300   MOVE 'CALLS'       TO WK-LINE(31:5).
004310   MOVE 'NO APPL ID'  TO WK-LINE(45:10).
004320   PERFORM Z10-PUT-LINE.
004330   PERFORM VARYING WK-RS-I FROM 1 BY 1
004340     UNTIL WK-RS-I > WK-RS-CNT
004350       MOVE WK-RS-ID(WK-RS-I) TO WK-LINE(1:8)
004360       MOVE WK-RS-APPS(WK-RS-I) TO WK-ED-S
004370       MOVE WK-ED-S       TO WK-LINE(16:7)
004380       MOVE WK-RS-CALLS(WK-RS-I) TO WK-ED-N
004390       MOVE WK-ED-N       TO WK-LINE(25:11)
004400       MOVE WK-RS-ANON(WK-RS-I) TO WK-ED-N
004410       MOVE WK-ED-N       TO WK-LINE(44:11)
004420       PERFORM Z10-PUT-LINE
004430   END-PERFORM.
004440   PERFORM Z11-PUT-BLANK.
004450   MOVE 'CALLS WITH NO APPLICATION ID' TO WK-LINE.
004460   PERFORM Z10-PUT-LINE.
004470   IF WK-ANON = ZERO
004480     THEN
004490       MOVE '  (NONE)'    TO WK-LINE
004500       PERFORM Z10-PUT-LINE
004510     ELSE
004520       MOVE 'DATE'        TO WK-LINE(1:4)
004530       MOVE 'TIME'        TO WK-LINE(11:4)
004540       MOVE 'RULE SET'    TO WK-LINE(19:8)
004550       MOVE 'STATUS'      TO WK-LINE(29:6)
004560       MOVE 'COD'         TO WK-LINE(37:3)
004570       MOVE 'RUN ID'      TO WK-LINE(42:6)
004580       PERFORM Z10-PUT-LINE
004590   END-IF.
004600   PERFORM VARYING WK-AN-I FROM 1 BY 1
004610     UNTIL WK-AN-I > WK-AN-CNT
004620       MOVE WK-AN-DATE(WK-AN-I)   TO WK-LINE(1:8)
004630       MOVE WK-AN-TIME(WK-AN-I)   TO WK-LINE(11:6)
004640       MOVE WK-AN-RSID(WK-AN-I)   TO WK-LINE(19:8)
004650       MOVE WK-AN-STATUS(WK-AN-I) TO WK-LINE(29:4)
004660       MOVE WK-AN-COD(WK-AN-I)    TO WK-LINE(37:2)
004670       MOVE WK-AN-RUNID(WK-AN-I)  TO WK-LINE(42:16)
004680       PERFORM Z10-PUT-LINE
004690   END-PERFORM.
004700   IF WK-ANON-LOST > ZERO
004710     THEN
004720       MOVE WK-ANON-LOST  TO WK-ED-N
004730       STRING '  ... AND ' WK-ED-N ' MORE NOT LISTED'
004740                      DELIMITED BY SIZE INTO WK-LINE
004750       PERFORM Z10-PUT-LINE
004760   END-IF.
004770   PERFORM Z11-PUT-BLANK.
004780   MOVE 'NOTES'       TO WK-LINE.
004790   PERFORM Z10-PUT-LINE.
004800   MOVE 'LEDGER LINES READ'                  TO WK-LINE(3:40).
004810   MOVE WK-READ       TO WK-ED-N.
004820   MOVE WK-ED-N       TO WK-LINE(44:11).
004830   PERFORM Z10-PUT-LINE.
004840   MOVE 'CALLS IN THE MONTH'                 TO WK-LINE(3:40).
004850   MOVE WK-IN-MONTH   TO WK-ED-N.
004860   MOVE WK-ED-N       TO WK-LINE(44:11).
004870   PERFORM Z10-PUT-LINE.
004880   MOVE 'NAMED APPLICATIONS'                 TO WK-LINE(3:40).
004890   MOVE WK-APPS       TO WK-ED-N.
004900   MOVE WK-ED-N       TO WK-LINE(44:11).
004910   PERFORM Z10-PUT-LINE.
004920   IF WK-ANON > ZERO
004930     THEN
004940       MOVE 'CALLS WITH NO APPLICATION ID'     TO WK-LINE(3:40)
004950       MOVE WK-ANON       TO WK-ED-N
004960       MOVE WK-ED-N       TO WK-LINE(44:11)
004970       MOVE '<< CALLERS TO SET PRULES-APPID' TO WK-LINE(57:30)
004980       PERFORM Z10-PUT-LINE
004990   END-IF.
005000   IF WK-BAD > ZERO
005010     THEN
005020       MOVE 'LEDGER LINES NOT READABLE'        TO WK-LINE(3:40)
005030       MOVE WK-BAD        TO WK-ED-N
005040       MOVE WK-ED-N       TO WK-LINE(44:11)
005050       MOVE '<< INCOMPLETE' TO WK-LINE(57:13)
005060       PERFORM Z10-PUT-LINE
005070   END-IF.
005080   IF WK-LOST > ZERO
005090     THEN
005100       MOVE 'CALLS NOT TRACKED (TABLE FULL)'   TO WK-LINE(3:40)
005110       MOVE WK-LOST       TO WK-ED-N
005120       MOVE WK-ED-N       TO WK-LINE(44:11)
005130       MOVE '<< INCOMPLETE' TO WK-LINE(57:13)
005140       PERFORM Z10-PUT-LINE
005150   END-IF.
005160 D10-REPORT-EXIT.
005170   EXIT.
005180 D11-HEADINGS SECTION.
005190 D11-010.
005200   MOVE 'APPL'        TO WK-LINE(1:4).
005210   MOVE 'RULE SET'    TO WK-LINE(11:8).
005220   MOVE 'CALLS'       TO WK-LINE(26:5).
005230   MOVE 'PASS'        TO WK-LINE(39:4).
005240   MOVE 'FAIL'        TO WK-LINE(51:4).
005250   MOVE 'COD -1'      TO WK-LINE(57:6).
005260   MOVE '-2'          TO WK-LINE(69:2).
005270   MOVE '-4'          TO WK-LINE(77:2).
005280   MOVE '-5'          TO WK-LINE(85:2).
005290   MOVE 'OTHER'       TO WK-LINE(90:5).
005300   MOVE 'FIRST'       TO WK-LINE(97:5).
005310   MOVE 'LAST'        TO WK-LINE(107:4).
005320   PERFORM Z10-PUT-LINE.
005330 D11-HEADINGS-EXIT.
005340   EXIT.
005350 D12-FIGURES SECTION.
005360*--------------------------------------------------------------
005370*- WK-US-I'S COUNTS AND DAYS ONTO THE LINE, AND WRITE IT.
005380*--------------------------------------------------------------
005390 D12-010.
005400   MOVE WK-US-CALLS(WK-US-I) TO WK-ED-N.
005410   MOVE WK-ED-N       TO WK-LINE(20:11).
005420   MOVE WK-US-PASS(WK-US-I)  TO WK-ED-N.
005430   MOVE WK-ED-N       TO WK-LINE(32:11).
005440   MOVE WK-US-FAIL(WK-US-I)  TO WK-ED-N.
005450   MOVE WK-ED-N       TO WK-LINE(44:11).
005460   MOVE WK-US-E1(WK-US-I)    TO WK-ED-S.
005470   MOVE WK-ED-S       TO WK-LINE(56:7).
005480   MOVE WK-US-E2(WK-US-I)    TO WK-ED-S.
005490   MOVE WK-ED-S       TO WK-LINE(64:7).
005500   MOVE WK-US-E4(WK-US-I)    TO WK-ED-S.
005510   MOVE WK-ED-S       TO WK-LINE(72:7).
005520   MOVE WK-US-E5(WK-US-I)    TO WK-ED-S.
005530   MOVE WK-ED-S       TO WK-LINE(80:7).
005540   MOVE WK-US-EX(WK-US-I)    TO WK-ED-S.
005550   MOVE WK-ED-S       TO WK-LINE(88:7).
005560   MOVE WK-US-FIRST(WK-US-I) TO WK-LINE(97:8).
005570   MOVE WK-US-LAST(WK-US-I)  TO WK-LINE(107:8).
005580   PERFORM Z10-PUT-LINE.
005590 D12-FIGURES-EXIT.
005600   EXIT.
005610 Z10-PUT-LINE SECTION.
005620 Z10-010.
005630   MOVE WK-LINE       TO F2LINE.
005640   WRITE F2LINE.
005650   MOVE SPACE         TO WK-LINE.
005660 Z10-PUT-LINE-EXIT.
005670   EXIT.
005680 Z11-PUT-BLANK SECTION.
005690 Z11-010.
005700   MOVE SPACE         TO F2LINE.
005710   WRITE F2LINE.
005720 Z11-PUT-BLANK-EXIT.
005730   EXIT.
005740 Z20-FIND-KEY SECTION.
005750*--------------------------------------------------------------
005760*- WK-KEY'S (APPLICATION + RULE SET) ENTRY IN THE TABLE, ADDED
005770*- ON FIRST SIGHT. WK-US-HIT = 0 WHEN THE TABLE IS FULL.
005780*--------------------------------------------------------------
005790 Z20-010.
005800   MOVE ZERO          TO WK-US-HIT.
005810   PERFORM VARYING WK-US-I FROM 1 BY 1
005820     UNTIL WK-US-I > WK-US-CNT OR WK-US-HIT > ZERO
005830       IF WK-US-KEY(WK-US-I) = WK-KEY
005840         THEN
005850           MOVE WK-US-I       TO WK-US-HIT
005860       END-IF
005870   END-PERFORM.
005880   IF WK-US-HIT > ZERO
005890     THEN
005900       GO TO Z20-FIND-KEY-EXIT
005910   END-IF.
005920   IF WK-US-CNT NOT < 500
005930     THEN
005940       ADD 1              TO WK-LOST
005950       GO TO Z20-FIND-KEY-EXIT
005960   END-IF.
005970   ADD 1              TO WK-US-CNT.
005980   MOVE WK-US-CNT     TO WK-US-HIT.
005990   MOVE WK-KEY        TO WK-US-KEY(WK-US-HIT).
006000   MOVE ZERO          TO WK-US-CALLS(WK-US-HIT).
006010   MOVE ZERO          TO WK-US-PASS(WK-US-HIT).
006020   MOVE ZERO          TO WK-US-FAIL(WK-US-HIT).
006030   MOVE ZERO          TO WK-US-E1(WK-US-HIT).
006040   MOVE ZERO          TO WK-US-E2(WK-US-HIT).
006050   MOVE ZERO          TO WK-US-E4(WK-US-HIT).
006060   MOVE ZERO          TO WK-US-E5(WK-US-HIT).
006070   MOVE ZERO          TO WK-US-EX(WK-US-HIT).
006080   MOVE HIGH-VALUE    TO WK-US-FIRST(WK-US-HIT).
006090   MOVE LOW-VALUE     TO WK-US-LAST(WK-US-HIT).
006100 Z20-FIND-KEY-EXIT.
006110   EXIT.
