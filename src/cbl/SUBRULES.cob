000430   STATUS WKCP-REJ-FST.
000440   SELECT F11CHIS ASSIGN TO WKCP-HISNAME
000450   STATUS WKCP-HIS-FST.
000451*--------------------------------------------------------------
000452*- 利用台帳(環境変数SUBRULES_USAGE)。CALL 1回につき1行、
000453*- 誰が(PRULES-APPID)どのルールセットをどんな結果で使ったか。
000454*--------------------------------------------------------------
000455   SELECT F14USG  ASSIGN TO WKUS-NAME
000456   ORGANIZATION LINE SEQUENTIAL
000457   STATUS WKUS-FST.
000460 DATA DIVISION.
000470 FILE                       SECTION.
000480 FD  F1INPUT.
000870   03 FCHS-REPAIR           PIC X(01).
000880   03 FCHS-ORIG-RUNID       PIC X(16).
000890   03 FCHS-ORIG-SEQ         PIC 9(07).
000891 FD  F14USG.
000892 01  FUSGRECORD             SYNC.
000893   03 FUSG-DATE             PIC X(08).
000894   03 FILLER                PIC X(01).
000895   03 FUSG-TIME             PIC X(06).
000896   03 FILLER                PIC X(01).
000897   03 FUSG-APPID            PIC X(08).
000898   03 FILLER                PIC X(01).
000899   03 FUSG-RSID             PIC X(08).
000900   03 FILLER                PIC X(01).
000901   03 FUSG-STATUS           PIC X(04).
000902   03 FILLER                PIC X(01).
000903   03 FUSG-COD              PIC S9(1) SIGN LEADING SEPARATE.
000904   03 FILLER                PIC X(01).
000905   03 FUSG-RUNID            PIC X(16).
000906 WORKING-STORAGE SECTION.
000910   COPY   RRETCODE.
000920 01       WK000             SYNC.
000930   03     WK000MYNAME.
001420   03     WKCP-ILEN         PIC 9(2) VALUE 10.
001430   03     WKCP-OLEN         PIC 9(2) VALUE 100.
001440   03     WKCP-IMG          PIC X(153).
001441*--------------------------------------------------------------
001442*- 利用台帳の状態。捕捉モードと同じく1行ごとにOPEN EXTEND/
001443*- CLOSEで追記する。開けなければ一度だけ報告し、このラン
001444*- ユニットでは記録をやめる(評価そのものは止めない)。
001445*--------------------------------------------------------------
001446 01       WKUS              SYNC.
001447   03     WKUS-INIT         PIC 9(1) VALUE ZERO.
001448   03     WKUS-ON           PIC 9(1) VALUE ZERO.
001449   03     WKUS-NAME         PIC X(100).
001450   03     WKUS-FST          PIC X(02).
001451   03     WKUS-RUNID        PIC X(16) VALUE SPACE.
001452   03     WKUS-DATE         PIC X(08).
001453   03     WKUS-TIME         PIC X(08).
001454 01       WKRF              SYNC.
001460   03     WKRF-LISTNAME     PIC X(100).
001470   03     WKRF-LIST-FST     PIC X(02).
001480   03     WKRF-FILE         PIC X(100).
002410*- INTERFACE SHAPES, WHOEVER THE CALLER WAS.
002420   PERFORM F00-CAPTURE.
002430 A00-EXIT.
002431   PERFORM G00-RECORD-USAGE.
002440   MOVE ZERO TO RETURN-CODE.
002450   GOBACK.
002460 B00-INIT-ENGINE SECTION.
003450                 ADD 1          TO WKFA-HDR-CNT
003460             END-IF
003470             IF F1BODY(1:5) = 'HDR__' OR F1BODY(1:5) = 'TRL__'
003471              OR F1BODY(1:5) = 'SRC__'
003480               THEN
003490                 CONTINUE
003500               ELSE
005210             WHEN 'D '
005220                 MOVE 2               TO WKRF-RANGE
005230                 MOVE F13RECORD(9:100) TO WKRF-FILE
005231             WHEN 'W '
005232                 MOVE 3               TO WKRF-RANGE
005233                 MOVE F13RECORD(9:100) TO WKRF-FILE
005240             WHEN OTHER
005250                 MOVE ZERO            TO WKRF-RANGE
005260                 MOVE F13RECORD(7:100) TO WKRF-FILE
005770                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
005780                 MOVE SPACE             TO PVCODE-TBL-VAL
005790                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
005791             WHEN 3
005792*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
005793*-               COLS 12-51.
005794                 MOVE 'WREG'            TO PVCODE-FUNC
005795                 MOVE WKRF-TBLNAME      TO PVCODE-TBL-NAME
005796                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
005797                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
005800             WHEN OTHER
005810                 MOVE 'TREG'            TO PVCODE-FUNC
005820                 MOVE WKRF-TBLNAME    TO PVCODE-TBL-NAME
007180     MOVE F43RECORD(42:10)  TO PVCODE-TBL-CND(4)
007190     MOVE SPACE             TO PVCODE-TBL-VAL
007200     MOVE F43RECORD(53:10)  TO PVCODE-TBL-VAL(1:10)
007201   WHEN 'W'
007202     MOVE 'WREG'            TO PVCODE-FUNC
007203     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
007204     MOVE F43RECORD(9:10)   TO PVCODE-TBL-KEY
007205     MOVE F43RECORD(20:40)  TO PVCODE-TBL-WNAME
007210   WHEN 'T'
007220     MOVE 'TREG'            TO PVCODE-FUNC
007230     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
007860       ACCEPT WKCP-DATE FROM DATE YYYYMMDD
007870       ACCEPT WKCP-TIME FROM TIME
007880       MOVE SPACE           TO WKCP-RUNID
007890       IF WKUS-RUNID NOT = SPACE
007891         THEN
007892           MOVE WKUS-RUNID      TO WKCP-RUNID
007893         ELSE
007894           STRING WKCP-DATE WKCP-TIME(1:6) '03'
007900                            INTO WKCP-RUNID
007901       END-IF
007910   END-IF.
007920   IF WKCP-ON NOT = 1
007930     THEN
008870   END-IF.
008880 F20-EXIT.
008890   EXIT.
008891 G00-RECORD-USAGE SECTION.
008892*--------------------------------------------------------------
008893*- このCALLを利用台帳へ1行追記する(日付・時刻・アプリケー
008894*- ションID・ルールセット・判定・COD・ランID)。入口で弾いた
008895*- CALLも数える - 呼び出し側の誤りも利用のうち。ランIDは
008896*- 捕捉モードと同じもの(呼び出し側のPRULES-CAPRUNIDが優先)。
008897*- 台帳名の既定は../data/pcheckusage.txt。
008898*--------------------------------------------------------------
008899 G00-010.
008900   MOVE 'G00-010.'          TO WK000SECTION.
008901   IF WKUS-INIT = ZERO
008902     THEN
008903       MOVE 1               TO WKUS-INIT
008904       MOVE 1               TO WKUS-ON
008905       MOVE SPACE           TO WKUS-NAME
008906       ACCEPT WKUS-NAME FROM ENVIRONMENT 'SUBRULES_USAGE'
008907       IF WKUS-NAME = SPACE
008908         THEN
008909           MOVE '../data/pcheckusage.txt' TO WKUS-NAME
008910       END-IF
008911       IF WKCP-INIT = 1
008912         THEN
008913           MOVE WKCP-RUNID      TO WKUS-RUNID
008914         ELSE
008915           ACCEPT WKUS-DATE FROM DATE YYYYMMDD
008916           ACCEPT WKUS-TIME FROM TIME
008917           STRING WKUS-DATE WKUS-TIME(1:6) '03'
008918                            INTO WKUS-RUNID
008919       END-IF
008920   END-IF.
008921   IF WKUS-ON NOT = 1
008922     THEN
008923       GO TO G00-EXIT
008924   END-IF.
008925   ACCEPT WKUS-DATE FROM DATE YYYYMMDD.
008926   ACCEPT WKUS-TIME FROM TIME.
008927   MOVE SPACE               TO FUSGRECORD.
008928   MOVE WKUS-DATE           TO FUSG-DATE.
008929   MOVE WKUS-TIME(1:6)      TO FUSG-TIME.
008930   MOVE PRULES-APPID        TO FUSG-APPID.
008931   MOVE PRULES-RSID         TO FUSG-RSID.
008932   MOVE PRULES-STATUS       TO FUSG-STATUS.
008933   MOVE PRULES-COD          TO FUSG-COD.
008934   IF PRULES-CAPRUNID NOT = SPACE
008935     THEN
008936       MOVE PRULES-CAPRUNID TO FUSG-RUNID
008937     ELSE
008938       MOVE WKUS-RUNID      TO FUSG-RUNID
008939   END-IF.
008940   OPEN EXTEND F14USG.
008941   IF WKUS-FST = '35'
008942     THEN
008943       OPEN OUTPUT F14USG
008944   END-IF.
008945   IF WKUS-FST = '00'
008946     THEN
008947       WRITE FUSGRECORD
008948       CLOSE F14USG
008949     ELSE
008950       DISPLAY 'SUBRULES:USAGE LEDGER OPEN ERROR STATUS='
008951               WKUS-FST ', USAGE NOT RECORDED.'
008952       MOVE ZERO            TO WKUS-ON
008953   END-IF.
008954 G00-EXIT.
008955   EXIT.
