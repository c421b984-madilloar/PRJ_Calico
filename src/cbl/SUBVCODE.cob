001620   03     WKC10-DSP-CNT     PIC 9(3) VALUE ZERO.
001630   03     WKC10-KEY         PIC X(20).
001640   03     WKC10-LEN         PIC 9(2).
001641*- 緊急抑止(FUNC='SREG')の登録ワーク。BASE/ENDは探索範囲(BASE+1
001642*- からENDまで)、PCは解決した絶対PC(ゼロ=見つからず)。
001643 01       WKC11             SYNC.
001644   03     WKC11-BASE        PIC 9(5).
001645   03     WKC11-END         PIC 9(5).
001646   03     WKC11-PC          PIC 9(5).
001647   03     WKC11-TYP         PIC X(1).
001648   03     WKC11-N           PIC 9(5).
001649 01       WKC12             SYNC.
001650   03     WKC12-STAMP.
001651     05   WKC12-DT          PIC 9(8).
001652     05   WKC12-HH          PIC 9(2).
001653   03     WKC12-HR          PIC 9(9) COMP.
001654 01       WKC13             SYNC.
001655   03     WKC13-RSV         PIC X(5).
001656   03     WKC13-N           PIC 9(4).
001657   03     WKC13-H           PIC 9(7).
001658 01       WKC15             SYNC.
001659   03     WKC15-LEN-X       PIC X(5).
001660   03     WKC15-LEN         REDEFINES WKC15-LEN-X PIC 9(5).
001661 01       PVCODEAREA        SYNC.
001662   COPY   RVCODEAREA.
001670 LINKAGE SECTION.
001680*--------------------------------------------------------------
001690*- 仮想コード:仮想コードモジュールCALLパラメータ。
002230   WHEN 'DREG' PERFORM C08-DECREG
002240   WHEN 'HREG' PERFORM C09-HOLREG
002250   WHEN 'PREG' PERFORM C10-DSPREG
002251   WHEN 'SREG' PERFORM C11-SUPREG
002252   WHEN 'VCLR' PERFORM C12-VELREG
002253   WHEN 'VREG' PERFORM C12-VELREG
002254   WHEN 'WREG' PERFORM C14-WCHREG
002255   WHEN 'GCLR' PERFORM C15-GDTREG
002256   WHEN 'GDTL' PERFORM C15-GDTREG
002260   WHEN 'ACC_' PERFORM H00-ACCGET
002270   WHEN 'KAC_' PERFORM H10-KACGET
002271   WHEN 'RUS_' PERFORM H20-RUSGET
002280   WHEN 'SAVE' PERFORM I00-IMG-SAVE
002290   WHEN 'PROF' PERFORM K00-PROFGET
002300   WHEN 'LODB' PERFORM L00-BLOCKLOAD
003070   MOVE ZERO                TO VCODE-DTB-CNT.
003080   MOVE ZERO                TO VCODE-KAC-CNT.
003090   MOVE ZERO                TO VCODE-HOL-CNT.
003091   MOVE ZERO                TO VCODE-SUP-CNT.
003092   MOVE ZERO                TO VCODE-VEL-CNT.
003093   MOVE ZERO                TO VCODE-GDT-CNT.
003094   MOVE ZERO                TO VCODE-VEL-MAXH.
003095   MOVE ZERO                TO VCODE-WCH-CNT.
003100*- プロファイルの「クリア済み」印も戻す(次の収集で再クリア)。
003110   MOVE ZERO                TO VCODE-PROF-ON.
003120*- セット別メモリクォータ(ゼロ=無制限)。
004070*-   DECIMAL-PLACE COUNT, NOT A JUMP TARGET, BUT IT RIDES THE
004080*-   SAME 5-DIGIT ADDRESS COLUMNS.
004090     MOVE PVCODE(8:5)       TO VCODE-ADR(VCODE-TBL-SZE)
004091   WHEN 'DETL_'
004092*-   DETAIL-FIELD POSITION IN THE ADDRESS COLUMNS (8-12) LIKE
004093*-   ROUND, ITS LENGTH IN THE NEXT FIVE (13-17) KEPT AS TEXT.
004094     MOVE PVCODE(8:5)       TO VCODE-ADR(VCODE-TBL-SZE)
004095     MOVE PVCODE(13:5)      TO VCODE-RSV(VCODE-TBL-SZE)
004096   WHEN 'MIN__'
004097   WHEN 'MAX__'
004098   WHEN 'SUM__'
004099   WHEN 'COUNT'
004100   WHEN 'AVG__'
004101*-   ITEM COUNT IN THE ADDRESS COLUMNS LIKE ROUND. BLANK LEAVES
004102*-   ZERO: THE COUNT IS POPPED FROM THE STACK (A LIST).
004103     IF PVCODE(8:5)         NOT = SPACE
004104       THEN
004105         MOVE PVCODE(8:5)   TO VCODE-ADR(VCODE-TBL-SZE)
004106     END-IF
004107   WHEN 'CALLS'
004110*-   TARGET RESIDENT-SET ID (8 BYTES) GOES TO THE LITERAL POOL -
004120*-   VCODE-RSV IS ONLY 5 BYTES AND SET IDS ARE 8.
004130     MOVE PVCODE(8:8)       TO VCODE-LIT(VCODE-TBL-SZE)
004180   WHEN 'LOOKP'
004190   WHEN 'LOOKB'
004200   WHEN 'DECTB'
004201   WHEN 'WATCH'
004210   WHEN 'STORE'
004220   WHEN 'RECAL'
004230   WHEN 'ACADD'
004340*-   OUTPUT TAG NAME AS PUT__ (ONE BYTE FURTHER RIGHT).
004350     MOVE PVCODE(8:1)       TO VCODE-FMT(VCODE-TBL-SZE)
004360     MOVE PVCODE(9:5)       TO VCODE-RSV(VCODE-TBL-SZE)
004361   WHEN 'VELCT'
004362*-   VELOCITY WINDOW (COUNT + UNIT) IN THE NAME-OPERAND COLUMNS.
004363     MOVE PVCODE(8:5)       TO VCODE-RSV(VCODE-TBL-SZE)
004364     MOVE PVCODE(8:5)       TO WKC13-RSV
004365     PERFORM C13-VELWIN
004370   END-EVALUATE.
004380*-
004390   MOVE ZERO                TO PVCODE-COD.
005340   WHEN 'ROUND'
005350     MOVE PVCODE(8:5)
005360       TO VCODE-SET-ADR(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005361   WHEN 'DETL_'
005362     MOVE PVCODE(8:5)
005363       TO VCODE-SET-ADR(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005364     MOVE PVCODE(13:5)
005365       TO VCODE-SET-RSV(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005366   WHEN 'MIN__'
005367   WHEN 'MAX__'
005368   WHEN 'SUM__'
005369   WHEN 'COUNT'
005370   WHEN 'AVG__'
005371     IF PVCODE(8:5)         NOT = SPACE
005372       THEN
005373         MOVE PVCODE(8:5)
005374           TO VCODE-SET-ADR(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005375     END-IF
005376   WHEN 'CALLS'
005380     MOVE PVCODE(8:8)
005390       TO VCODE-SET-LIT(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005400     MOVE 8
005430   WHEN 'LOOKP'
005440   WHEN 'LOOKB'
005450   WHEN 'DECTB'
005451   WHEN 'WATCH'
005460   WHEN 'STORE'
005470   WHEN 'RECAL'
005480   WHEN 'ACADD'
005560       TO VCODE-SET-FMT(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005570     MOVE PVCODE(9:5)
005580       TO VCODE-SET-RSV(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005581   WHEN 'VELCT'
005582     MOVE PVCODE(8:5)
005583       TO VCODE-SET-RSV(WKC01-IDX, VCODE-SET-SZE(WKC01-IDX))
005584     MOVE PVCODE(8:5)       TO WKC13-RSV
005585     PERFORM C13-VELWIN
005590   END-EVALUATE.
005600*-
005610   MOVE ZERO                TO PVCODE-COD.
007700                            INTO PVCODE-MSG.
007710 C10-EXIT.
007720   EXIT.
007721 C11-SUPREG SECTION.
007722*--------------------------------------------------------------
007723*- FUNC='SREG':緊急抑止を1件登録する。ブロック名指定なら対象範囲
007724*- の'BLK__'行(RSVがブロック名)を探してそのPCを、PC指定なら
007725*- 開始位置+PCを絶対PCとして持つ。範囲は常駐セット指定ならその
007726*- セットの全行、アクティブ表なら開始位置+1から行数分(ゼロ=末尾
007727*- まで)。SUBMYALUのC00-EXECUTEが、EXECのたびにアクティブな
007728*- セットの分だけを拾って使う。
007729*--------------------------------------------------------------
007730 C11-010.
007731   MOVE 'C11-010.'          TO WK000SECTION.
007732   IF (PVCODE-TBL-VAL(1:1) NOT = 'P' AND NOT = 'W')
007733    OR PVCODE-TBL-KEY(6:15) NOT NUMERIC
007734    OR (PVCODE-TBL-KEY(1:5) = SPACE
007735        AND PVCODE-TBL-KEY(6:5) = ZERO)
007736     THEN
007737       MOVE -4              TO PVCODE-COD
007738       STRING WK000MYNAME SPACE ',ABNORMAL END. BAD SUPPRESSION.'
007739                            INTO PVCODE-MSG
007740       GO TO C11-EXIT
007741   END-IF.
007742   IF VCODE-SUP-CNT NOT < 50
007743     THEN
007744       MOVE -2              TO PVCODE-COD
007745       STRING WK000MYNAME SPACE ',ABNORMAL END. SUPPRESSION FULL.'
007746                            INTO PVCODE-MSG
007747       GO TO C11-EXIT
007748   END-IF.
007749   MOVE ZERO                TO WKC11-PC.
007750   IF PVCODE-SETID          = SPACE
007751     THEN
007752       MOVE ZERO            TO WKC01-IDX
007753       MOVE PVCODE-TBL-KEY(11:5) TO WKC11-BASE
007754       MOVE VCODE-TBL-SZE   TO WKC11-END
007755       MOVE PVCODE-TBL-KEY(16:5) TO WKC11-N
007756       IF WKC11-N > ZERO
007757         THEN
007758           COMPUTE WKC11-END = WKC11-BASE + WKC11-N
007759           IF WKC11-END > VCODE-TBL-SZE
007760             THEN
007761               MOVE VCODE-TBL-SZE TO WKC11-END
007762           END-IF
007763       END-IF
007764     ELSE
007765       PERFORM S81-FINDSET
007766       IF WKC01-IDX         = ZERO
007767         THEN
007768           MOVE -4          TO PVCODE-COD
007769           STRING WK000MYNAME SPACE
007770                  ',ABNORMAL END. SETID NOT FOUND.'
007771                            INTO PVCODE-MSG
007772           GO TO C11-EXIT
007773       END-IF
007774       MOVE ZERO            TO WKC11-BASE
007775       MOVE VCODE-SET-SZE(WKC01-IDX) TO WKC11-END
007776   END-IF.
007777   IF PVCODE-TBL-KEY(1:5)   = SPACE
007778     THEN
007779       MOVE PVCODE-TBL-KEY(6:5) TO WKC11-N
007780       COMPUTE WKC11-PC = WKC11-BASE + WKC11-N
007781       IF WKC11-PC > WKC11-END
007782         THEN
007783           MOVE ZERO        TO WKC11-PC
007784       END-IF
007785       MOVE 'P'             TO WKC11-TYP
007786     ELSE
007787       PERFORM VARYING WKC01-I FROM WKC11-BASE BY 1
007788       UNTIL WKC01-I NOT < WKC11-END OR WKC11-PC > ZERO
007789         IF WKC01-IDX       = ZERO
007790           THEN
007791             IF VCODE-OPR(WKC01-I + 1) = 'BLK__'
007792              AND VCODE-RSV(WKC01-I + 1) = PVCODE-TBL-KEY(1:5)
007793               THEN
007794                 COMPUTE WKC11-PC = WKC01-I + 1
007795             END-IF
007796           ELSE
007797             IF VCODE-SET-OPR(WKC01-IDX, WKC01-I + 1) = 'BLK__'
007798              AND VCODE-SET-RSV(WKC01-IDX, WKC01-I + 1)
007799                = PVCODE-TBL-KEY(1:5)
007800               THEN
007801                 COMPUTE WKC11-PC = WKC01-I + 1
007802             END-IF
007803         END-IF
007804       END-PERFORM
007805       MOVE 'B'             TO WKC11-TYP
007806   END-IF.
007807   IF WKC11-PC              = ZERO
007808     THEN
007809       MOVE -2              TO PVCODE-COD
007810       STRING WK000MYNAME SPACE
007811              ',ABNORMAL END. SUPPRESSION TARGET NOT FOUND.'
007812                            INTO PVCODE-MSG
007813       GO TO C11-EXIT
007814   END-IF.
007815   ADD 1                    TO VCODE-SUP-CNT.
007816   MOVE PVCODE-SETID        TO VCODE-SUP-SET(VCODE-SUP-CNT).
007817   MOVE WKC11-PC            TO VCODE-SUP-PC(VCODE-SUP-CNT).
007818   MOVE WKC11-TYP           TO VCODE-SUP-TYP(VCODE-SUP-CNT).
007819   MOVE PVCODE-TBL-VAL(1:1) TO VCODE-SUP-ACT(VCODE-SUP-CNT).
007820   IF PVCODE-TBL-VAL(2:3)   NUMERIC
007821     THEN
007822       MOVE PVCODE-TBL-VAL(2:3) TO VCODE-SUP-TAG(VCODE-SUP-CNT)
007823     ELSE
007824       MOVE ZERO            TO VCODE-SUP-TAG(VCODE-SUP-CNT)
007825   END-IF.
007826   MOVE ZERO                TO PVCODE-COD.
007827   STRING WK000MYNAME SPACE ',NORMAL END.  '
007828                            INTO PVCODE-MSG.
007829 C11-EXIT.
007830   EXIT.
007831 C12-VELREG SECTION.
007832*--------------------------------------------------------------
007833*- FUNC='VCLR'/'VREG':業務キー別の速度カウンター履歴。VCLRは表を
007834*- 空にしてから評価レコード自身の計上を入れ、その時間帯を基準
007835*- (VCODE-VEL-NOW)にする。VREGは過去の計上を足す。同じ時間帯の
007836*- 計上が続けば1エントリーにまとめる(呼び出し側は時刻順に渡す)。
007837*- 永続ストアの読み書きは呼び出し側の仕事で、ここは窓集計用の
007838*- 一時表だけを持つ。
007839*--------------------------------------------------------------
007840 C12-010.
007841   MOVE 'C12-010.'          TO WK000SECTION.
007842   MOVE PVCODE-VEL-STAMP    TO WKC12-STAMP.
007843   IF WKC12-STAMP NOT NUMERIC
007844    OR PVCODE-VEL-N NOT NUMERIC
007845    OR PVCODE-VEL-AMT NOT NUMERIC
007846     THEN
007847       MOVE -4              TO PVCODE-COD
007848       STRING WK000MYNAME SPACE
007849              ',ABNORMAL END. BAD VELOCITY ENTRY.'
007850                            INTO PVCODE-MSG
007851       GO TO C12-EXIT
007852   END-IF.
007853   IF FUNCTION TEST-DATE-YYYYMMDD(WKC12-DT) NOT = ZERO
007854    OR WKC12-HH > 23
007855     THEN
007856       MOVE -4              TO PVCODE-COD
007857       STRING WK000MYNAME SPACE
007858              ',ABNORMAL END. BAD VELOCITY ENTRY.'
007859                            INTO PVCODE-MSG
007860       GO TO C12-EXIT
007861   END-IF.
007862   COMPUTE WKC12-HR = FUNCTION INTEGER-OF-DATE(WKC12-DT) * 24
007863                    + WKC12-HH.
007864   IF PVCODE-FUNC = 'VCLR'
007865     THEN
007866       MOVE ZERO            TO VCODE-VEL-CNT
007867       MOVE WKC12-HR        TO VCODE-VEL-NOW
007868       MOVE VCODE-VEL-MAXH  TO PVCODE-VEL-MAXH
007869   END-IF.
007870   IF VCODE-VEL-CNT > ZERO
007871     THEN
007872       IF VCODE-VEL-HR(VCODE-VEL-CNT) = WKC12-HR
007873         THEN
007874           ADD PVCODE-VEL-N   TO VCODE-VEL-N(VCODE-VEL-CNT)
007875           ADD PVCODE-VEL-AMT TO VCODE-VEL-AMT(VCODE-VEL-CNT)
007876           GO TO C12-020
007877       END-IF
007878   END-IF.
007879   IF VCODE-VEL-CNT NOT < 1000
007880     THEN
007881       MOVE -2              TO PVCODE-COD
007882       STRING WK000MYNAME SPACE
007883              ',ABNORMAL END. VELOCITY TABLE FULL.'
007884                            INTO PVCODE-MSG
007885       GO TO C12-EXIT
007886   END-IF.
007887   ADD 1                    TO VCODE-VEL-CNT.
007888   MOVE WKC12-HR            TO VCODE-VEL-HR(VCODE-VEL-CNT).
007889   MOVE PVCODE-VEL-N        TO VCODE-VEL-N(VCODE-VEL-CNT).
007890   MOVE PVCODE-VEL-AMT      TO VCODE-VEL-AMT(VCODE-VEL-CNT).
007891 C12-020.
007892   MOVE ZERO                TO PVCODE-COD.
007893   STRING WK000MYNAME SPACE ',NORMAL END.  '
007894                            INTO PVCODE-MSG.
007895 C12-EXIT.
007896   EXIT.
007897 C13-VELWIN SECTION.
007898*--------------------------------------------------------------
007899*- VELCT行の窓(VCODE-RSV:(1:4)=数、(5:1)='H'時間/'D'日)を時間に
007900*- 直してWKC13-Hに返し、ロード済み最長窓(VCODE-VEL-MAXH)を
007901*- 更新する。書式不正はゼロ(VLDTが検出する)。
007902*--------------------------------------------------------------
007903 C13-010.
007904   MOVE ZERO                TO WKC13-H.
007905   IF WKC13-RSV(1:4) NOT NUMERIC
007906     THEN
007907       GO TO C13-EXIT
007908   END-IF.
007909   MOVE WKC13-RSV(1:4)      TO WKC13-N.
007910   EVALUATE WKC13-RSV(5:1)
007911   WHEN 'H'
007912     MOVE WKC13-N           TO WKC13-H
007913   WHEN 'D'
007914     COMPUTE WKC13-H = WKC13-N * 24
007915   END-EVALUATE.
007916   IF WKC13-H > VCODE-VEL-MAXH
007917     THEN
007918       IF WKC13-H > 99999
007919         THEN
007920           MOVE 99999       TO VCODE-VEL-MAXH
007921         ELSE
007922           MOVE WKC13-H     TO VCODE-VEL-MAXH
007923       END-IF
007924   END-IF.
007925 C13-EXIT.
007926   EXIT.
007927 C14-WCHREG SECTION.
007928*--------------------------------------------------------------
007929*- FUNC='WREG':監視リスト(制裁・社内要注意先)へ1件登録する。
007930*- NAME=リスト名(5バイト、WATCH命令のVCODE-RSVの名前空間)、
007931*- KEY(1:10)=エントリーID、WNAME=名前(登録時のまま)。正規化
007932*- (大文字化・記号除去・敬称除去・語順整列)はWATCH命令側が
007933*- 初回に行い、VCODE-WCH-RDYで済みを示す(照合と同じ規則を
007934*- 一か所に置くため)。
007935*--------------------------------------------------------------
007936 C14-010.
007937   MOVE 'C14-010.'          TO WK000SECTION.
007938   IF PVCODE-TBL-NAME = SPACE
007939    OR PVCODE-TBL-KEY = SPACE
007940    OR PVCODE-TBL-WNAME = SPACE
007941     THEN
007942       MOVE -4              TO PVCODE-COD
007943       STRING WK000MYNAME SPACE ',ABNORMAL END. BAD TABLE ROW.'
007944                            INTO PVCODE-MSG
007945       GO TO C14-EXIT
007946   END-IF.
007947   IF VCODE-WCH-CNT NOT < 2000
007948     THEN
007949       MOVE -2              TO PVCODE-COD
007950       STRING WK000MYNAME SPACE
007951              ',ABNORMAL END. WATCH LISTS FULL.'
007952                            INTO PVCODE-MSG
007953       GO TO C14-EXIT
007954   END-IF.
007955   ADD 1                    TO VCODE-WCH-CNT.
007956   MOVE PVCODE-TBL-NAME     TO VCODE-WCH-NAME(VCODE-WCH-CNT).
007957   MOVE PVCODE-TBL-KEY(1:10) TO VCODE-WCH-ID(VCODE-WCH-CNT).
007958   MOVE PVCODE-TBL-WNAME    TO VCODE-WCH-RAW(VCODE-WCH-CNT).
007959   MOVE SPACE               TO VCODE-WCH-NRM(VCODE-WCH-CNT).
007960   MOVE ZERO                TO VCODE-WCH-NLN(VCODE-WCH-CNT).
007961   MOVE 'N'                 TO VCODE-WCH-RDY(VCODE-WCH-CNT).
007962   MOVE ZERO                TO PVCODE-COD.
007963   STRING WK000MYNAME SPACE ',NORMAL END.  '
007964                            INTO PVCODE-MSG.
007965 C14-EXIT.
007966   EXIT.
007967 C15-GDTREG SECTION.
007968*--------------------------------------------------------------
007969*- FUNC='GCLR'/'GDTL':ヘッダー/明細グループの明細表。GCLRは表を
007970*- 空にし、GDTLはPVCODE-GRP-RECを1件追加する(グループのEXEC
007971*- ごとに呼び出し側が作り直す)。DETL_命令が読む。
007972*--------------------------------------------------------------
007973 C15-010.
007974   MOVE 'C15-010.'          TO WK000SECTION.
007975   IF PVCODE-FUNC = 'GCLR'
007976     THEN
007977       MOVE ZERO            TO VCODE-GDT-CNT
007978       GO TO C15-020
007979   END-IF.
007980   IF VCODE-GDT-CNT NOT < 200
007981     THEN
007982       MOVE -2              TO PVCODE-COD
007983       STRING WK000MYNAME SPACE
007984              ',ABNORMAL END. GROUP DETAIL TABLE FULL.'
007985                            INTO PVCODE-MSG
007986       GO TO C15-EXIT
007987   END-IF.
007988   ADD 1                    TO VCODE-GDT-CNT.
007989   MOVE PVCODE-GRP-REC      TO VCODE-GDT(VCODE-GDT-CNT).
007990 C15-020.
007991   MOVE ZERO                TO PVCODE-COD.
007992   STRING WK000MYNAME SPACE ',NORMAL END.  '
007993                            INTO PVCODE-MSG.
007994 C15-EXIT.
007995   EXIT.
007996 C04-CONTINUE-LIT SECTION.
007997*--------------------------------------------------------------
007998*- 'CONT_':直前にロードしたPUSHL行のリテラルへ、この行の11バイト
007999*- の作用域を連結する。PUSHL以外の直前行・空テーブル・100バイト
008000*- 超過は-4で弾く(黙った切り捨てはしない)。
008001*--------------------------------------------------------------
008002 C04-010.
008003   MOVE 'C04-010.'          TO WK000SECTION.
008004   IF VCODE-TBL-SZE = ZERO
008005    OR VCODE-OPR(VCODE-TBL-SZE) NOT = 'PUSHL'
008006     THEN
008007       MOVE -4              TO PVCODE-COD
008008       STRING WK000MYNAME SPACE
008009              ',ABNORMAL END. CONT_ WITHOUT PUSHL.'
008010                            INTO PVCODE-MSG
008011       GO TO C04-EXIT
008012   END-IF.
008013   IF VCODE-LIT-LEN(VCODE-TBL-SZE) + 11 > 100
008014     THEN
008015       MOVE -4              TO PVCODE-COD
008016       STRING WK000MYNAME SPACE
008017              ',ABNORMAL END. LITERAL OVER 100 BYTES.'
008018                            INTO PVCODE-MSG
008019       GO TO C04-EXIT
008020   END-IF.
008021   MOVE PVCODE(8:11)
008022     TO VCODE-LIT(VCODE-TBL-SZE)
008023        (VCODE-LIT-LEN(VCODE-TBL-SZE) + 1:11).
008024   ADD 11                   TO VCODE-LIT-LEN(VCODE-TBL-SZE).
008025   MOVE ZERO                TO PVCODE-COD.
008030   STRING WK000MYNAME SPACE ',NORMAL END.  '
008040                            INTO PVCODE-MSG.
008050 C04-EXIT.
009000*--------------------------------------------------------------
009010 D00-010.
009020   MOVE 'D00-010.'          TO WK000SECTION.
009021   MOVE ZERO                TO PVCODE-SUP-CNT.
009030*- EVERY EXEC STARTS FROM A CLEAN STACK: A PRIOR EXEC'S LEFTOVER
009040*- RESULT MUST NEVER BLEED INTO THE NEXT RECORD'S EVALUATION
009050*- (THE SAME RESET C02-SETUSE ALREADY DOES WHEN SWITCHING SETS).
010970     WHEN 'LOOKP'
010980     WHEN 'LOOKB'
010990     WHEN 'DECTB'
010991     WHEN 'WATCH'
011000     WHEN 'STORE'
011010     WHEN 'RECAL'
011020     WHEN 'ACADD'
011050       IF VCODE-RSV(WKB00I) = SPACE
011060         THEN
011070           MOVE 'NAME OPERAND NOT SET' TO WKF00-REASON
011071           PERFORM F10-ADD-PROBLEM
011072       END-IF
011073     WHEN 'VELCT'
011074       MOVE VCODE-RSV(WKB00I)  TO WKC13-RSV
011075       PERFORM C13-VELWIN
011076       IF (VCODE-OPT(WKB00I) NOT = 'C'
011077           AND VCODE-OPT(WKB00I) NOT = 'S')
011078        OR WKC13-H = ZERO
011079         THEN
011080           MOVE 'VELOCITY WINDOW NOT SET' TO WKF00-REASON
011081           PERFORM F10-ADD-PROBLEM
011082       END-IF
011083       IF WKC13-H > 960
011084         THEN
011085           MOVE 'VELOCITY WINDOW OVER 40 DAYS' TO WKF00-REASON
011086           PERFORM F10-ADD-PROBLEM
011087       END-IF
011088     WHEN 'DETL_'
011089       IF VCODE-OPT(WKB00I) NOT = 'C'
011090         THEN
011091           MOVE VCODE-RSV(WKB00I)  TO WKC15-LEN-X
011092           IF VCODE-OPT(WKB00I) NOT = SPACE
011093            OR VCODE-ADR(WKB00I) NOT NUMERIC
011094            OR WKC15-LEN-X NOT NUMERIC
011095             THEN
011096               MOVE 'DETAIL FIELD NOT SET' TO WKF00-REASON
011097               PERFORM F10-ADD-PROBLEM
011098             ELSE
011099               IF VCODE-ADR(WKB00I) < 1
011100                OR WKC15-LEN < 1 OR WKC15-LEN > 99
011101                OR VCODE-ADR(WKB00I) + WKC15-LEN - 1 > 200
011102                 THEN
011103                   MOVE 'DETAIL FIELD OUTSIDE THE RECORD'
011104                     TO WKF00-REASON
011105                   PERFORM F10-ADD-PROBLEM
011106               END-IF
011107           END-IF
011108       END-IF
011109     WHEN 'MIN__'
011110     WHEN 'MAX__'
011111     WHEN 'SUM__'
011112     WHEN 'COUNT'
011113     WHEN 'AVG__'
011114       IF VCODE-ADR(WKB00I) NOT NUMERIC
011115         THEN
011116           MOVE 'AGGREGATE ITEM COUNT NOT NUMERIC'
011117             TO WKF00-REASON
011118           PERFORM F10-ADD-PROBLEM
011119       END-IF
011120       IF VCODE-OPT(WKB00I) NOT = SPACE
011121        AND VCODE-OPT(WKB00I) NOT = 'N'
011122         THEN
011123           MOVE 'AGGREGATE OPTION NOT N OR BLANK'
011124             TO WKF00-REASON
011125           PERFORM F10-ADD-PROBLEM
011126       END-IF
011127     WHEN OTHER
011128       MOVE 'UNKNOWN OPCODE'   TO WKF00-REASON
011129       PERFORM F10-ADD-PROBLEM
011130     END-EVALUATE
011140*-   処置コードマスター(PREG)が登録済みなら、'DISP 'タグ付き
011150*-   PUTの直前PUSHLリテラル(静的に見えるコード)が未登録で
014010   MOVE ZERO                TO VCODE-DTB-CNT.
014020   MOVE ZERO                TO VCODE-KAC-CNT.
014030   MOVE ZERO                TO VCODE-HOL-CNT.
014031   MOVE ZERO                TO VCODE-SUP-CNT.
014032   MOVE ZERO                TO VCODE-VEL-CNT.
014033   MOVE ZERO                TO VCODE-GDT-CNT.
014034   MOVE ZERO                TO VCODE-VEL-MAXH.
014035   MOVE ZERO                TO VCODE-WCH-CNT.
014040   PERFORM VARYING WKB00I FROM 1 BY 1
014050   UNTIL WKB00I > VCODE-TBL-SZE
014060     READ FIMG
015200   MOVE IMG-REC(13:5)       TO VCODE-RSV(WKB00I).
015210   MOVE IMG-REC(18:100)     TO VCODE-LIT(WKB00I).
015220   MOVE IMG-REC(118:5)      TO VCODE-LIT-LEN(WKB00I).
015221   IF IMG-REC(1:5) = 'VELCT'
015222     THEN
015223       MOVE IMG-REC(13:5)   TO WKC13-RSV
015224       PERFORM C13-VELWIN
015225   END-IF.
015230 J10-EXIT.
015240   EXIT.
015250 J11-READ-SET-ROW SECTION.
015320   MOVE IMG-REC(18:100) TO VCODE-SET-LIT(WKI00-J, WKI00-I).
015330   MOVE IMG-REC(118:5)
015340     TO VCODE-SET-LIT-LEN(WKI00-J, WKI00-I).
015341   IF IMG-REC(1:5) = 'VELCT'
015342     THEN
015343       MOVE IMG-REC(13:5)   TO WKC13-RSV
015344       PERFORM C13-VELWIN
015345   END-IF.
015350 J11-EXIT.
015360   EXIT.
015370 H00-ACCGET SECTION.
015850   STRING WK000MYNAME SPACE ',NORMAL END.  '
015860                            INTO PVCODE-MSG.
015870 H10-EXIT.
015871   EXIT.
015872 H20-RUSGET SECTION.
015873*--------------------------------------------------------------
015874*- FUNC='RUS_':参照表キー使用統計(LOOKP)を位置指定
015875*- (PVCODE-RUS-IDX)で1件ずつ返す。ラン終了時に呼び出し側が
015876*- 1..Nでループして使用状況ファイルへ書き足す。末尾を越えると
015877*- PVCODE-COD=1(FUNC='KAC_'と同じ流儀)。
015878*--------------------------------------------------------------
015879 H20-010.
015880   MOVE 'H20-010.'          TO WK000SECTION.
015881   MOVE VCODE-RUS-LOST      TO PVCODE-RUS-LOST.
015882   IF PVCODE-RUS-IDX = ZERO
015883    OR PVCODE-RUS-IDX > VCODE-RUS-CNT
015884     THEN
015885       MOVE 1               TO PVCODE-COD
015886       STRING WK000MYNAME SPACE ',END OF KEY USAGE.'
015887                            INTO PVCODE-MSG
015888       GO TO H20-EXIT
015889   END-IF.
015890   MOVE VCODE-RUS-NAME(PVCODE-RUS-IDX) TO PVCODE-RUS-NAME.
015891   MOVE VCODE-RUS-KEY(PVCODE-RUS-IDX)  TO PVCODE-RUS-KEY.
015892   MOVE VCODE-RUS-HIT(PVCODE-RUS-IDX)  TO PVCODE-RUS-HIT.
015893   MOVE VCODE-RUS-MISS(PVCODE-RUS-IDX) TO PVCODE-RUS-MISS.
015894   MOVE ZERO                TO PVCODE-COD.
015895   STRING WK000MYNAME SPACE ',NORMAL END.  '
015896                            INTO PVCODE-MSG.
015897 H20-EXIT.
015898   EXIT.
015899 G00-SNAPSHOT SECTION.
015900*--------------------------------------------------------------
015910*- 診断スナップショット(FUNC='SNAP')。直前のEXECが異常終了した
015920*- 時点の手がかりをPVCODE-SNAP-TBLに組み立てる:最初に異常と
016420                               PSTACK-VAL
016430                               PSTACK-CTR
016440                               PSTACK-MEM
016450     MOVE SPACE             TO WKG00-LINE
016460*- 数値エントリ(型'V')はメモリアドレスではなく、16バイトの
016461*- 符号付き数値イメージそのものが積まれているので、そのまま出す。
016462     IF PSTACK-TYP = 'V'
016470       THEN
016480         STRING '  STACK ' WKG00-I
016490                ' NUM=(' PSTACK-VAL(1:16) ')'
016500                            INTO WKG00-LINE
016510       ELSE
016520         MOVE ZERO          TO WKG00-ADR
016530         IF PSTACK-VLL > ZERO
016531           THEN
016532             MOVE PSTACK-VAL(1:PSTACK-VLL) TO WKG00-ADR
016533         END-IF
016534         MOVE SPACE         TO PMYMEM-PRM
016535         MOVE 'GET_'        TO PMYMEM-FNC
016536         MOVE WKG00-ADR     TO PMYMEM-VLI
016537         CALL 'SUBMYMEM' USING PMYMEM-PRM
016540                               PMYMEM-VAL
016550                               PMYMEM-MEM
016560                               IN100
016590                               IN400
016600                               IN500
016610                               OUT00
016620         IF PMYMEM-COD = ZERO AND PMYMEM-VLL > ZERO
016630           THEN
016640             STRING '  STACK ' WKG00-I
016650                    ' ADR=' WKG00-ADR
016660                    ' MEM=(' PMYMEM-VAL(1:PMYMEM-VLL) ')'
016680                            INTO WKG00-LINE
016690           ELSE
016700             STRING '  STACK ' WKG00-I
016710                    ' VAL=(' WKG00-ADR ')'
016720                            INTO WKG00-LINE
016721         END-IF
016730     END-IF
016740     PERFORM G10-ADD-SNAP-LINE
016750   END-PERFORM.
