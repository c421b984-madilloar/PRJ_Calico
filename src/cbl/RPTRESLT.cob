000110*- PRINTABLE MORNING REPORT THE BUSINESS SIDE ASKS FOR.
000120*-
000130*- ENV: RESULT_FILE (DEFAULT ../data/pcheckout.txt),
000140*-      REPORT_FILE (DEFAULT ../data/pcheckreport.txt),
000150*-      ENTITY (ONLY THAT ENTITY'S CONTROL GROUPS ARE REPORTED;
000151*-      BLANK = UNSTAMPED, SINGLE-ENTITY GROUPS ONLY),
000152*-      GROUP_WIDE (Y = EVERY ENTITY'S GROUPS, EACH SET LABELED).
000153*- RETURN-CODE: 0=OK, 12=RECORDS OF OTHER ENTITIES WITHHELD,
000154*-              16=FATAL I/O.
000160*--------------------------------------------------------------
000170 ENVIRONMENT    DIVISION.
000180 INPUT-OUTPUT               SECTION.
000560*--------------------------------------------------------------
000570 01  WK-CTL                 SYNC.
000580   03 WK-CUR-RSID           PIC X(08) VALUE HIGH-VALUE.
000581   03 WK-CUR-ENT            PIC X(04) VALUE SPACE.
000590   03 WK-RUN-DATE           PIC X(08).
000600   03 WK-SET-PASS           PIC 9(07) VALUE ZERO.
000610   03 WK-SET-FAIL           PIC 9(07) VALUE ZERO.
000790   03 WK-DSP-TBL            OCCURS 100 TIMES.
000800     05 WK-DSP-CODE         PIC X(10).
000810     05 WK-DSP-SNAME        PIC X(08).
000811*- ENTITY SEGREGATION: THE REPORT'S OWN ENTITY (ENV ENTITY), THE
000812*- GROUP-WIDE OVERRIDE (ENV GROUP_WIDE=Y), THE ENTITY OF THE
000813*- CONTROL GROUP BEING READ AND WHETHER IT IS SHOWN, AND THE
000814*- COUNT OF RECORDS WITHHELD AS ANOTHER ENTITY'S.
000815 01  WK-ENT                 SYNC.
000816   03 WK-ENT-CODE           PIC X(04).
000817   03 WK-ENT-ALL            PIC X(01).
000818   03 WK-ENT-GRP            PIC X(04) VALUE SPACE.
000819   03 WK-ENT-SHOW           PIC 9(01).
000820   03 WK-ENT-HELD           PIC 9(07) VALUE ZERO.
000821 PROCEDURE DIVISION.
000830 A00-MAIN SECTION.
000840*--------------------------------------------------------------
000850*- ONE PASS WITH A CLASSIC CONTROL BREAK ON F3-RSID.
001010     THEN
001020       PERFORM B20-LOAD-DISPMASTER
001030   END-IF.
001031   MOVE SPACE         TO WK-ENT-CODE.
001032   ACCEPT WK-ENT-CODE FROM ENVIRONMENT 'ENTITY'.
001033   MOVE SPACE         TO WK-ENT-ALL.
001034   ACCEPT WK-ENT-ALL  FROM ENVIRONMENT 'GROUP_WIDE'.
001035   PERFORM B31-SET-SHOW.
001040   OPEN INPUT F3IN.
001050   IF WK-IN-FST NOT = '00'
001060     THEN
001230       NOT AT END
001240         EVALUATE F3RECORD(1:4)
001250         WHEN 'HDR '
001260           PERFORM B30-NOTE-GROUP
001261           IF WK-ENT-SHOW = 1
001262             THEN
001263               MOVE F3RECORD(27:8) TO WK-RUN-DATE
001264           END-IF
001270         WHEN 'TRL '
001280           CONTINUE
001290         WHEN OTHER
001300           IF WK-ENT-SHOW = 1
001301             THEN
001302               PERFORM B10-DETAIL
001303             ELSE
001304               ADD 1              TO WK-ENT-HELD
001305           END-IF
001310         END-EVALUATE
001320     END-READ
001330   END-PERFORM.
001390   CLOSE F3IN.
001400   CLOSE F2REPT.
001410   DISPLAY 'RPTRESLT:REPORT WRITTEN TO ' WK-RPTNAME.
001420   IF WK-ENT-HELD > ZERO
001421     THEN
001422       DISPLAY 'RPTRESLT:' WK-ENT-HELD
001423               ' RECORDS OF OTHER ENTITIES WITHHELD.'
001424       MOVE 12            TO RETURN-CODE
001425     ELSE
001426       MOVE ZERO          TO RETURN-CODE
001427   END-IF.
001430   GOBACK.
001440 B10-DETAIL SECTION.
001450*--------------------------------------------------------------
001470*- HANDLED FIRST.
001480*--------------------------------------------------------------
001490 B10-010.
001500   IF F3-RSID NOT = WK-CUR-RSID OR WK-ENT-GRP NOT = WK-CUR-ENT
001510     THEN
001520       IF WK-CUR-RSID NOT = HIGH-VALUE
001530         THEN
001540           PERFORM C10-SET-TOTALS
001550       END-IF
001560       MOVE F3-RSID       TO WK-CUR-RSID
001561       MOVE WK-ENT-GRP    TO WK-CUR-ENT
001570       MOVE 99            TO WK-LINENO
001580   END-IF.
001590   PERFORM Z20-HEADING-IF-NEEDED.
001610*- WITH THEIR TRANSACTION (TAG IN THE BLK COLUMN, VALUE IN THE
001620*- OUT COLUMN). THEY PRINT AS DETAIL LINES BUT ARE NOT RESULTS,
001630*- SO THEY STAY OUT OF EVERY COUNT.
001631*- 'RSN ' RECORDS (A DECLINE'S CUSTOMER REASON CODES) AND 'EXMP'
001632*- RECORDS (AN APPLIED EXEMPTION'S DETAILS) LIKEWISE.
001640   EVALUATE F3-STATUS
001650   WHEN 'OUT '
001651   WHEN 'RSN '
001652   WHEN 'EXMP'
001660     CONTINUE
001670   WHEN 'PASS'
001680     ADD 1              TO WK-SET-PASS
002390  CLOSE F45DSP.
002400 B20-LOAD-DISPMASTER-EXIT.
002410   EXIT.
002411 B30-NOTE-GROUP SECTION.
002412*--------------------------------------------------------------
002413*- A HDR OPENS A CONTROL GROUP: NOTE ITS ENTITY ('ENTITY=' IN
002414*- COLS 143-149, CODE IN 150-153; NONE ON A SINGLE-ENTITY FILE)
002415*- AND WHETHER THE GROUP MAY BE SHOWN.
002416*--------------------------------------------------------------
002417 B30-010.
002418   IF F3RECORD(143:7) = 'ENTITY='
002419     THEN
002420       MOVE F3RECORD(150:4) TO WK-ENT-GRP
002421     ELSE
002422       MOVE SPACE         TO WK-ENT-GRP
002423   END-IF.
002424   PERFORM B31-SET-SHOW.
002425 B30-NOTE-GROUP-EXIT.
002426   EXIT.
002427 B31-SET-SHOW SECTION.
002428*--------------------------------------------------------------
002429*- ONE ENTITY'S REPORT NEVER SHOWS ANOTHER'S RECORDS; ONLY AN
002430*- EXPLICIT GROUP-WIDE RUN SEES THEM ALL.
002431*--------------------------------------------------------------
002432 B31-010.
002433   IF WK-ENT-ALL = 'Y' OR WK-ENT-GRP = WK-ENT-CODE
002434     THEN
002435       MOVE 1             TO WK-ENT-SHOW
002436     ELSE
002437       MOVE ZERO          TO WK-ENT-SHOW
002438   END-IF.
002439 B31-SET-SHOW-EXIT.
002440   EXIT.
002441 C10-SET-TOTALS SECTION.
002442*--------------------------------------------------------------
002443*- CONTROL-BREAK FOOTER: THE FINISHED SET'S COUNTS.
002450*--------------------------------------------------------------
002460 C10-010.
002470   MOVE SPACE         TO WK-LINE.
002510          '  WARN=' WK-SET-WARN
002520          '  SKIP=' WK-SET-SKIP
002530                      INTO WK-LINE.
002531   IF WK-CUR-ENT NOT = SPACE
002532     THEN
002533       MOVE '  ENTITY='   TO WK-LINE(79:9)
002534       MOVE WK-CUR-ENT    TO WK-LINE(88:4)
002535   END-IF.
002540   MOVE WK-LINE       TO F2LINE.
002550   WRITE F2LINE.
002560   MOVE SPACE         TO F2LINE.
002760                      INTO WK-LINE.
002770   MOVE WK-LINE       TO F2LINE.
002780   WRITE F2LINE.
002781   IF WK-ENT-HELD > ZERO
002782     THEN
002783       MOVE SPACE         TO WK-LINE
002784       STRING '  ** WITHHELD - OTHER ENTITIES'' RECORDS='
002785              WK-ENT-HELD
002786                      INTO WK-LINE
002787       MOVE WK-LINE       TO F2LINE
002788       WRITE F2LINE
002789   END-IF.
002790 C20-GRAND-TOTALS-EXIT.
002800   EXIT.
002810 Z20-HEADING-IF-NEEDED SECTION.
002940                      INTO WK-LINE(3:70).
002950   MOVE 'PAGE'        TO WK-LINE(120:4).
002960   MOVE WK-PAGENO     TO WK-LINE(125:4).
002961   IF WK-CUR-ENT NOT = SPACE
002962     THEN
002963       MOVE '  ENTITY='   TO WK-LINE(64:9)
002964       MOVE WK-CUR-ENT    TO WK-LINE(73:4)
002965   END-IF.
002970   MOVE WK-LINE       TO F2LINE.
002980   WRITE F2LINE.
002990   MOVE SPACE         TO WK-LINE.
