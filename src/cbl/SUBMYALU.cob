000340   03     WKC00RIGHT-T      PIC X(1).
000350   03     WKC00RIGH2-T      PIC X(1).
000360   03     WKC00TYERR       PIC 9(1).
000361*- 数値エントリ('V')から取り出した辺か(1=WKC00xxx-Nに値が入って
000362*- いる)と、S40/S41/S45に「数値としてしか使わない」ことを伝える
000363*- 指示(呼び出し直前に1をセット。受け取ったS4xがWKC00NUMREQに
000364*- 移してすぐ戻す)。
000365   03     WKC00LEFT-V       PIC 9(1)  VALUE ZERO.
000366   03     WKC00RIGHT-V      PIC 9(1)  VALUE ZERO.
000367   03     WKC00NUMONLY      PIC 9(1)  VALUE ZERO.
000368   03     WKC00NUMREQ       PIC 9(1)  VALUE ZERO.
000370   03     WKC00LEFT-N       PIC S9(11)V9(4).
000380   03     WKC00RIGHT-N      PIC S9(11)V9(4).
000390   03     WKC00LEFT-U       PIC X(100).
000980   03     WKB10-I           PIC 9(5).
000990   03     WKB10-MAP         OCCURS 20 TIMES.
001000     05   WKB10-START       PIC 9(5).
001001*- 緊急抑止の扱い('P'/'W'、空白=抑止なし)と抑止のタグ。
001002     05   WKB10-SUP-ACT     PIC X(1).
001003     05   WKB10-SUP-TAG     PIC 9(3).
001004*--------------------------------------------------------------
001005*- 緊急抑止(PC単位)のEXEC内ワーク。C00-EXECUTEがアクティブな
001006*- セット(WKS20-SET、空白=直接ロードの表)の分をVCODE-SUPから
001007*- 拾い、S20-FALSEが引く。
001008*--------------------------------------------------------------
001009 01       WKS20             SYNC.
001010   03     WKS20-SET         PIC X(8).
001011   03     WKS20-CNT         PIC 9(2).
001012   03     WKS20-I           PIC 9(2).
001013   03     WKS20-HIT         PIC 9(2).
001014   03     WKS20-ACT         PIC X(1).
001015   03     WKS20-CUR-TAG     PIC 9(3).
001016   03     WKS20-LST         OCCURS 20 TIMES.
001017     05   WKS20-PC          PIC 9(5).
001018     05   WKS20-TAG         PIC 9(3).
001019*--------------------------------------------------------------
001020*- 実行プロファイル収集ワーク(S64-TIME-NOWの時刻換算を含む)。
001030*--------------------------------------------------------------
001040*--------------------------------------------------------------
001130   03     WKC65-DOT         PIC 9(1).
001140   03     WKC65-BAD         PIC 9(1).
001150   03     WKC65-CLS         PIC X(1).
001151*--------------------------------------------------------------
001152*- 数値エントリ(型タグ'V')ワーク。計算結果はWKC72-NATの符号付き
001153*- 数値イメージ(SIGN LEADING SEPARATEの16バイト。HIGH-VALUEを
001154*- 含まないのでSUBSTACKの区切りとぶつからない)でスタックに積み、
001155*- 文字列やメモリアドレスが必要になった時点でだけWKC72-E経由で
001156*- 文字列化する(S72/S73/S74/S75)。
001157*--------------------------------------------------------------
001158 01       WKC72             SYNC.
001159   03     WKC72-IMG.
001160     05   WKC72-NAT         PIC S9(11)V9(4)
001161                            SIGN LEADING SEPARATE.
001162   03     WKC72-N           PIC S9(11)V9(4).
001163   03     WKC72-E           PIC -(11)9.9999.
001164   03     WKC72-X           PIC X(100).
001165   03     WKC72-LL          PIC 9(5).
001166   03     WKC72-ADR         PIC 9(5).
001167*- メモリ登録用の組み立て域(先頭にリテラル型バイト'L')。
001168   03     WKC72-LIT         PIC X(100).
001169*- S74で呼び出し元のセクション名を退避する域。
001170   03     WKC72-SEC         PIC X(8).
001171 01       WKP00             SYNC.
001172   03     WKP00-ACT         PIC 9(1).
001180   03     WKP00-PC          PIC 9(5).
001190   03     WKP00-TIMEX       PIC X(8).
001200   03     WKP00-HH          PIC 9(2).
001460 01       WKC47             SYNC.
001470   03     WKC47-KEY         PIC X(50).
001480   03     WKC47-LEN         PIC 9(2).
001481   03     WKC47-I           PIC 9(4).
001482   03     WKC47-IDX         PIC 9(4).
001490*--------------------------------------------------------------
001500*- C58-LOOKB WORK.
001510*--------------------------------------------------------------
002460   03     WKC5B-IDX         PIC 9(3).
002470   03     WKC5B-I           PIC 9(3).
002480   03     WKC5B-N           PIC S9(11)V9(4).
002481*- C5C-VELCT WORK.
002482 01       WKC5C             SYNC.
002483   03     WKC5C-H           PIC 9(7).
002484   03     WKC5C-LO          PIC 9(9) COMP.
002485   03     WKC5C-I           PIC 9(4).
002486   03     WKC5C-N           PIC S9(11)V9(4).
002487*- C5D-WATCH WORK. WKC5D-WRK IS THE NAME BEING NORMALISED BY
002488*- S76-NORM-NAME, WKC5D-NRM/-NLN ITS RESULT; WKC5D-Q/-QLN HOLD THE
002489*- NORMALISED NAME FROM THE STACK WHILE THE LIST IS SCORED.
002490*- WKC5D-D0/-D1 ARE THE TWO ROWS OF THE EDIT-DISTANCE MATRIX
002491*- (COLUMN J+1 HOLDS DISTANCE TO THE FIRST J CHARACTERS).
002492 01       WKC5D             SYNC.
002493   03     WKC5D-WRK         PIC X(100).
002494   03     WKC5D-CLN         PIC X(100).
002495   03     WKC5D-NRM         PIC X(40).
002496   03     WKC5D-NLN         PIC 9(2).
002497   03     WKC5D-Q           PIC X(40).
002498   03     WKC5D-QLN         PIC 9(2).
002499   03     WKC5D-I           PIC 9(3) COMP.
002500   03     WKC5D-J           PIC 9(3) COMP.
002501   03     WKC5D-K           PIC 9(3) COMP.
002502   03     WKC5D-R           PIC 9(4) COMP.
002503   03     WKC5D-BEST        PIC 9(4) COMP.
002504   03     WKC5D-BSCR        PIC 9(3).
002505   03     WKC5D-SCR         PIC 9(3).
002506   03     WKC5D-MAXL        PIC 9(2).
002507   03     WKC5D-MIN         PIC 9(2) COMP.
002508   03     WKC5D-LDIF        PIC 9(2) COMP.
002509   03     WKC5D-COST        PIC 9(1) COMP.
002510   03     WKC5D-TOKCNT      PIC 9(2).
002511   03     WKC5D-TOK         OCCURS 50 TIMES PIC X(40).
002512   03     WKC5D-SWAP        PIC X(40).
002513   03     WKC5D-D0G.
002514     05   WKC5D-D0          OCCURS 41 TIMES PIC 9(2) COMP.
002515   03     WKC5D-D1G.
002516     05   WKC5D-D1          OCCURS 41 TIMES PIC 9(2) COMP.
002517*- C5E-DETL WORK.
002518 01       WKC5E             SYNC.
002519   03     WKC5E-I           PIC 9(3).
002520   03     WKC5E-POS         PIC 9(5).
002521   03     WKC5E-LEN-X       PIC X(5).
002522   03     WKC5E-LEN         REDEFINES WKC5E-LEN-X PIC 9(5).
002523*- 集計命令(MIN__/MAX__/SUM__/COUNT/AVG__)の作業域。
002524 01       WKC5F             SYNC.
002525   03     WKC5F-CNT         PIC 9(5).
002526   03     WKC5F-I           PIC 9(5).
002527   03     WKC5F-NB          PIC 9(5).
002528   03     WKC5F-NUM         PIC 9(1).
002529   03     WKC5F-HIT         PIC 9(1).
002530   03     WKC5F-ERR         PIC 9(1).
002531   03     WKC5F-SUM         PIC S9(11)V9(4).
002532   03     WKC5F-BEST-N      PIC S9(11)V9(4).
002533   03     WKC5F-BEST-X      PIC X(100).
002534   03     WKC5F-BEST-LL     PIC 9(5).
002535*- 正規化で落とす敬称(語単位で一致したものだけ)。
002536 01       WKC5D-TITLES.
002537   03     FILLER            PIC X(48) VALUE
002538          'MR      MRS     MS      MISS    MX      DR      '.
002539   03     FILLER            PIC X(48) VALUE
002540          'PROF    SIR     DAME    LORD    LADY    REV     '.
002541   03     FILLER            PIC X(48) VALUE
002542          'HON     MADAM   MME     MLLE    HERR    FRAU    '.
002543 01       WKC5D-TITLE-TBL   REDEFINES WKC5D-TITLES.
002544   03     WKC5D-TTL         OCCURS 18 TIMES PIC X(8).
002545 01       WKC53             SYNC.
002546   03     WKC53-RETPC       PIC 9(5).
002547*- プロファイル収集のアンカー退避(C86のSVPC/SVT0と同じ理屈)。
002548   03     WKC53-SVPC        PIC 9(5).
002549   03     WKC53-SVT0        PIC 9(9) COMP.
002550   03     WKC53-CALLER      PIC 9(2).
002551   03     WKC53-TGT         PIC 9(2).
002560   03     WKC53-I           PIC 9(5).
002570   03     WKC53-ID          PIC X(8).
002580   03     WKC53-ACTIVE      PIC 9(1) VALUE ZERO.
003060 01       PSTACK-PRM.
003070   COPY   RSTACK-PRM.
003080*--------------------------------------------------------------
003090*- スタック:右辺と左辺データを格納したアドレス情報(9(5))や
003100*- 数値エントリ(型'V'の16バイト数値イメージ)を、POPやPUSHする
003101*- ときの受け渡しエリア。MGETでは複数件がまとめて返るので、
003102*- 呼び出し元(SUBVCODE)が確保している長さで受ける。
003110*--------------------------------------------------------------
003120 01       PSTACK-VAL.
003130   03     FILLER            PIC X(100).
003140*--------------------------------------------------------------
003150*- スタック:スタック内部制御情報。
003160*--------------------------------------------------------------
004730     END-IF
004740   END-PERFORM.
004750   MOVE WKB10-CNT           TO PVCODE-BLK-CNT.
004751*- 緊急抑止(FUNC='SREG'で登録)のうち、アクティブなセットの分を
004752*- 拾う:ブロック単位はマップに、PC単位はWKS20の表に載せる。
004753   MOVE ZERO                TO PVCODE-SUP-CNT.
004754   MOVE ZERO                TO WKS20-CNT.
004755   MOVE SPACE               TO WKS20-SET.
004756   IF VCODE-ACT-SET > ZERO AND VCODE-ACT-SET NOT > VCODE-SET-CNT
004757     THEN
004758       MOVE VCODE-SET-ID(VCODE-ACT-SET) TO WKS20-SET
004759   END-IF.
004760   PERFORM VARYING WKB10-I FROM 1 BY 1
004761   UNTIL WKB10-I > WKB10-CNT
004762     MOVE SPACE             TO WKB10-SUP-ACT(WKB10-I)
004763     MOVE ZERO              TO WKB10-SUP-TAG(WKB10-I)
004764   END-PERFORM.
004765   PERFORM VARYING WKS20-I FROM 1 BY 1
004766   UNTIL WKS20-I > VCODE-SUP-CNT
004767     IF VCODE-SUP-SET(WKS20-I) = WKS20-SET
004768       THEN
004769         IF VCODE-SUP-TYP(WKS20-I) = 'B'
004770           THEN
004771             PERFORM VARYING WKB10-I FROM 1 BY 1
004772             UNTIL WKB10-I > WKB10-CNT
004773               IF WKB10-START(WKB10-I) = VCODE-SUP-PC(WKS20-I)
004774                 THEN
004775                   MOVE VCODE-SUP-ACT(WKS20-I)
004776                     TO WKB10-SUP-ACT(WKB10-I)
004777                   MOVE VCODE-SUP-TAG(WKS20-I)
004778                     TO WKB10-SUP-TAG(WKB10-I)
004779               END-IF
004780             END-PERFORM
004781           ELSE
004782             IF WKS20-CNT   < 20
004783               THEN
004784                 ADD 1      TO WKS20-CNT
004785                 MOVE VCODE-SUP-PC(WKS20-I)
004786                   TO WKS20-PC(WKS20-CNT)
004787                 MOVE VCODE-SUP-TAG(WKS20-I)
004788                   TO WKS20-TAG(WKS20-CNT)
004789             END-IF
004790         END-IF
004791     END-IF
004792   END-PERFORM.
004793   MOVE ZERO                TO WKH00-FFHIT.
004794   MOVE ZERO                TO WKC00TYERR.
004795*- 前回EXECが異常終了していてもCALLSの入れ子ガードを残さない。
004796   MOVE ZERO                TO WKC53-ACTIVE.
004800*- STORE/RECAL命令のシンボルテーブルはEXECごとに空で始める。
004810   MOVE SPACE               TO PSYM-PRM.
004820   MOVE 'INIT'              TO PHASH-FNC OF PSYM-PRM.
006100 C21-010.
006110   MOVE 'C21-010.'          TO WK000SECTION.
006120*-
006121   MOVE 1                   TO WKC00NUMONLY.
006130   PERFORM S40-GET2ITEM.
006140   PERFORM S60-TONUMERIC.
006150   IF WKC00TYERR = 1
006340 C22-010.
006350   MOVE 'C22-010.'          TO WK000SECTION.
006360*-
006361   MOVE 1                   TO WKC00NUMONLY.
006370   PERFORM S40-GET2ITEM.
006380   PERFORM S60-TONUMERIC.
006390   IF WKC00TYERR = 1
006580 C23-010.
006590   MOVE 'C23-010.'          TO WK000SECTION.
006600*-
006601   MOVE 1                   TO WKC00NUMONLY.
006610   PERFORM S40-GET2ITEM.
006620   PERFORM S60-TONUMERIC.
006630   IF WKC00TYERR = 1
006820 C24-010.
006830   MOVE 'C24-010.'          TO WK000SECTION.
006840*-
006841   MOVE 1                   TO WKC00NUMONLY.
006850   PERFORM S40-GET2ITEM.
006860   PERFORM S60-TONUMERIC.
006870   IF WKC00TYERR = 1
008510 C31-010.
008520   MOVE 'C31-010.'          TO WK000SECTION.
008530*-
008531   IF VCODE-OPT(VCODE-PC)  = 'N'
008532    THEN
008533     MOVE 1                 TO WKC00NUMONLY
008534   END-IF.
008540   PERFORM S40-GET2ITEM.
008550   DISPLAY '< '.
008560   IF VCODE-OPT(VCODE-PC)  = 'N'
008870 C32-010.
008880   MOVE 'C32-010.'          TO WK000SECTION.
008890*-
008891   IF VCODE-OPT(VCODE-PC)  = 'N'
008892    THEN
008893     MOVE 1                 TO WKC00NUMONLY
008894   END-IF.
008900   PERFORM S40-GET2ITEM.
008910   DISPLAY '<='.
008920   IF VCODE-OPT(VCODE-PC)  = 'N'
009230 C33-010.
009240   MOVE 'C33-010.'          TO WK000SECTION.
009250*-
009251   IF VCODE-OPT(VCODE-PC)  = 'N'
009252    THEN
009253     MOVE 1                 TO WKC00NUMONLY
009254   END-IF.
009260   PERFORM S40-GET2ITEM.
009270   DISPLAY '> '.
009280   IF VCODE-OPT(VCODE-PC)  = 'N'
009590 C34-010.
009600   MOVE 'C34-010.'          TO WK000SECTION.
009610*-
009611   IF VCODE-OPT(VCODE-PC)  = 'N'
009612    THEN
009613     MOVE 1                 TO WKC00NUMONLY
009614   END-IF.
009620   PERFORM S40-GET2ITEM.
009630   DISPLAY '>='.
009640   IF VCODE-OPT(VCODE-PC)  = 'N'
009950 C35-010.
009960   MOVE 'C35-010.'          TO WK000SECTION.
009970*-
009971   IF VCODE-OPT(VCODE-PC)  = 'N'
009972    THEN
009973     MOVE 1                 TO WKC00NUMONLY
009974   END-IF.
009980   PERFORM S40-GET2ITEM.
009990   DISPLAY '=='.
010000   EVALUATE VCODE-OPT(VCODE-PC)
010390 C36-010.
010400   MOVE 'C36-010.'          TO WK000SECTION.
010410*-
010411   IF VCODE-OPT(VCODE-PC)  = 'N'
010412    THEN
010413     MOVE 1                 TO WKC00NUMONLY
010414   END-IF.
010420   PERFORM S40-GET2ITEM.
010430   DISPLAY '!='.
010440   EVALUATE VCODE-OPT(VCODE-PC)
010960                           INTO PVCODE-MSG
010970     GO TO C41-EXIT
010980  END-IF.
010981   PERFORM S74-NATIVE-TO-ADR.
010990   MOVE PSTACK-VAL(1:PSTACK-VLL)
011000                            TO WKC00RIGHT-9.
011010   MOVE 'GET_'              TO PMYMEM-FNC.
011430                           INTO PVCODE-MSG
011440     GO TO C41-EXIT
011450  END-IF
011451   PERFORM S74-NATIVE-TO-ADR
011460   MOVE PSTACK-VAL(1:PSTACK-VLL)
011470                            TO WKC00LEFT-9.
011480   MOVE 'GET_'              TO PMYMEM-FNC.
011890     MOVE ZERO              TO WKC00IN-LEN
011900     INSPECT PSTACK-VAL(WKC00IN-POS + 1:PSTACK-VLL - WKC00IN-POS)
011910       TALLYING WKC00IN-LEN FOR CHARACTERS BEFORE HIGH-VALUE
011920*- 数値エントリ('V')は16バイトの数値イメージで積まれている
011921*- (アドレスは5バイト)ので、ここでメモリに登録してアドレスに
011922*- 置き換える
011923     IF WKC00IN-LEN       = 16
011924       THEN
011925         MOVE PSTACK-VAL(WKC00IN-POS + 1:16)
011926                            TO WKC72-IMG
011927         PERFORM S75-IMAGE-TO-ADR
011928         MOVE WKC72-ADR     TO WKC00RIGHT-9
011929       ELSE
011930         MOVE PSTACK-VAL(WKC00IN-POS + 1:WKC00IN-LEN)
011931                            TO WKC00RIGHT-9
011932     END-IF
011940     MOVE WKC00RIGHT-9      TO WKC00IN-ADRLIST(WKB00I * 5 - 4:5)
011950     COMPUTE WKC00IN-POS = WKC00IN-POS + WKC00IN-LEN + 1
011960   END-PERFORM.
012780                           INTO PVCODE-MSG
012790     GO TO C42-EXIT
012800  END-IF.
012801   PERFORM S74-NATIVE-TO-ADR.
012810   MOVE PSTACK-VAL(1:PSTACK-VLL)
012820                            TO WKC00LEFT-9.
012830   MOVE 'GET_'              TO PMYMEM-FNC.
014370                           INTO PVCODE-MSG
014380     GO TO C46-EXIT
014390  END-IF.
014391   PERFORM S74-NATIVE-TO-ADR.
014400   MOVE PSTACK-VAL(1:PSTACK-VLL)
014410                            TO WKC00RIGHT-9.
014420   MOVE 'GET_'              TO PMYMEM-FNC.
014840                           INTO PVCODE-MSG
014850     GO TO C46-EXIT
014860  END-IF
014861   PERFORM S74-NATIVE-TO-ADR
014870   MOVE PSTACK-VAL(1:PSTACK-VLL)
014880                            TO WKC00LEFT-9.
014890   MOVE 'GET_'              TO PMYMEM-FNC.
015300     MOVE ZERO              TO WKC00IN-LEN
015310     INSPECT PSTACK-VAL(WKC00IN-POS + 1:PSTACK-VLL - WKC00IN-POS)
015320       TALLYING WKC00IN-LEN FOR CHARACTERS BEFORE HIGH-VALUE
015330*- 数値エントリ('V')は16バイトの数値イメージで積まれている
015331*- (アドレスは5バイト)ので、ここでメモリに登録してアドレスに
015332*- 置き換える
015333     IF WKC00IN-LEN       = 16
015334       THEN
015335         MOVE PSTACK-VAL(WKC00IN-POS + 1:16)
015336                            TO WKC72-IMG
015337         PERFORM S75-IMAGE-TO-ADR
015338         MOVE WKC72-ADR     TO WKC00RIGHT-9
015339       ELSE
015340         MOVE PSTACK-VAL(WKC00IN-POS + 1:WKC00IN-LEN)
015341                            TO WKC00RIGHT-9
015342     END-IF
015350     MOVE WKC00RIGHT-9      TO WKC00IN-ADRLIST(WKB00I * 5 - 4:5)
015360     COMPUTE WKC00IN-POS = WKC00IN-POS + WKC00IN-LEN + 1
015370   END-PERFORM.
016410                               PRHASH-CTR.
016420   DISPLAY 'LOOKP:(' VCODE-RSV(VCODE-PC) ')('
016430           WKC47-KEY(1:WKC47-LEN + 1) ')'.
016431   PERFORM S68-COUNT-USAGE.
016440   EVALUATE TRUE
016450   WHEN PHASH-COD OF PRHASH-PRM = ZERO
016460     IF VCODE-OPT(VCODE-PC)  = 'V'
017560 C59-010.
017570   MOVE 'C59-010.'          TO WK000SECTION.
017580*-
017581   MOVE 1                   TO WKC00NUMONLY.
017590   PERFORM S41-GET1ITEM.
017600   MOVE ZERO                TO WKC59-N.
017610*- A NATIVE NUMERIC ENTRY (TYPE 'V') ARRIVES ALREADY IN
017611*- WKC00LEFT-N - NO NEED TO EDIT IT TO TEXT AND PARSE IT BACK.
017612   IF WKC00LEFT-V = 1
017620     THEN
017630       MOVE WKC00LEFT-N     TO WKC59-N
017640     ELSE
017641       IF WKC00LEFT-LL > ZERO
017642         THEN
017643           COMPUTE WKC59-N =
017644             FUNCTION NUMVAL(WKC00LEFT-X(1:WKC00LEFT-LL))
017645       END-IF
017650   END-IF.
017660   EVALUATE VCODE-ADR(VCODE-PC)
017670   WHEN 0 MOVE 1     TO WKC59-FAC
026760                            INTO PVCODE-MSG.
026770 C5B-EXIT.
026780   EXIT.
026781 C5C-VELCT SECTION.
026782*--------------------------------------------------------------
026783*- VELCT: PUSH THE BUSINESS KEY'S VELOCITY OVER THE WINDOW IN
026784*- VCODE-RSV ((1:4) = HOW MANY, (5:1) = 'H' HOURS OR 'D' DAYS),
026785*- COUNTING BACK FROM THE EVALUATED RECORD'S OWN HOUR, WHICH IS
026786*- INCLUDED. VCODE-OPT 'C' = NUMBER OF TRANSACTIONS, 'S' = SUM OF
026787*- THEIR AMOUNTS. THE HISTORY IS WHATEVER THE CALLER REGISTERED
026788*- FOR THIS RECORD (FUNC='VCLR'/'VREG'); NONE REGISTERED GIVES
026789*- ZERO. NOTHING IS POPPED.
026790*--------------------------------------------------------------
026791 C5C-010.
026792   MOVE 'C5C-010.'          TO WK000SECTION.
026793*-
026794   MOVE ZERO                TO WKC5C-H.
026795   IF VCODE-RSV(VCODE-PC)(1:4) NUMERIC
026796     THEN
026797       MOVE VCODE-RSV(VCODE-PC)(1:4) TO WKC5C-H
026798       EVALUATE VCODE-RSV(VCODE-PC)(5:1)
026799       WHEN 'H'
026800         CONTINUE
026801       WHEN 'D'
026802         COMPUTE WKC5C-H = WKC5C-H * 24
026803       WHEN OTHER
026804         MOVE ZERO          TO WKC5C-H
026805       END-EVALUATE
026806   END-IF.
026807   IF WKC5C-H = ZERO
026808    OR (VCODE-OPT(VCODE-PC) NOT = 'C'
026809        AND VCODE-OPT(VCODE-PC) NOT = 'S')
026810     THEN
026811       MOVE -4              TO PVCODE-COD
026812       STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
026813              ',ABNORMAL END. VELOCITY WINDOW NOT SET.'
026814                            INTO PVCODE-MSG
026815       GO TO C5C-EXIT
026816   END-IF.
026817   MOVE ZERO                TO WKC5C-LO.
026818   IF VCODE-VEL-NOW > WKC5C-H
026819     THEN
026820       COMPUTE WKC5C-LO = VCODE-VEL-NOW - WKC5C-H
026821   END-IF.
026822   MOVE ZERO                TO WKC5C-N.
026823   PERFORM VARYING WKC5C-I FROM 1 BY 1
026824   UNTIL WKC5C-I > VCODE-VEL-CNT
026825     IF VCODE-VEL-HR(WKC5C-I) > WKC5C-LO
026826      AND VCODE-VEL-HR(WKC5C-I) NOT > VCODE-VEL-NOW
026827       THEN
026828         IF VCODE-OPT(VCODE-PC) = 'C'
026829           THEN
026830             ADD VCODE-VEL-N(WKC5C-I)   TO WKC5C-N
026831           ELSE
026832             ADD VCODE-VEL-AMT(WKC5C-I) TO WKC5C-N
026833         END-IF
026834     END-IF
026835   END-PERFORM.
026836   MOVE WKC5C-N             TO WKC00RESULT-N.
026837   DISPLAY 'VELCT:(' VCODE-OPT(VCODE-PC) ')('
026838           VCODE-RSV(VCODE-PC) ')'.
026839   PERFORM S70-PUSHRESULT.
026840*-
026841   MOVE ZERO                TO PVCODE-COD.
026842   STRING WK000MYNAME SPACE ',NORMAL END.  '
026843                            INTO PVCODE-MSG.
026844 C5C-EXIT.
026845   EXIT.
026846 C5D-WATCH SECTION.
026847*--------------------------------------------------------------
026848*- WATCH: POP A NAME AND SCORE IT AGAINST EVERY ENTRY OF THE
026849*- WATCH LIST NAMED BY VCODE-RSV (REGISTERED WITH FUNC='WREG'
026850*- FROM THE 'W' LINES OF THE REFBUILD IMAGE). BOTH SIDES ARE
026851*- NORMALISED FIRST (S76-NORM-NAME), SO CASE, PUNCTUATION, TITLES
026852*- AND WORD ORDER DO NOT COUNT. THE SCORE IS THE EDIT-DISTANCE
026853*- SIMILARITY OF THE NORMALISED NAMES, 0-100 (100 = SAME NAME),
026854*- AND THE FIRST ENTRY WITH THE HIGHEST SCORE IS THE BEST MATCH.
026855*- PUSHED: THE BEST MATCH'S ENTRY ID (ONE BLANK BYTE WHEN THE
026856*- LIST GIVES NOTHING, THE SAME MISS CONVENTION AS DECTB), THEN
026857*- THE SCORE ON TOP - THE RULE COMPARES THE SCORE WITH ITS
026858*- THRESHOLD AND STORES OR PUTS THE ID. VCODE-OPT 'S' PUSHES THE
026859*- SCORE ONLY. IN EXPLAIN MODE THE BEST MATCH ALSO GOES TO THE
026860*- CONDITION TRACE WITH ITS ENTRY ID, FOR THE COMPLIANCE DESK.
026861*--------------------------------------------------------------
026862 C5D-010.
026863   MOVE 'C5D-010.'          TO WK000SECTION.
026864*-
026865   PERFORM S41-GET1ITEM.
026866   MOVE SPACE               TO WKC5D-WRK.
026867   IF WKC00LEFT-LL > ZERO
026868     THEN
026869       MOVE WKC00LEFT-X(1:WKC00LEFT-LL) TO WKC5D-WRK
026870   END-IF.
026871   PERFORM S76-NORM-NAME.
026872   MOVE WKC5D-NRM           TO WKC5D-Q.
026873   MOVE WKC5D-NLN           TO WKC5D-QLN.
026874   MOVE ZERO                TO WKC5D-BEST.
026875   MOVE ZERO                TO WKC5D-BSCR.
026876   PERFORM VARYING WKC5D-R FROM 1 BY 1
026877   UNTIL WKC5D-R > VCODE-WCH-CNT
026878      OR WKC5D-BSCR = 100
026879     IF VCODE-WCH-NAME(WKC5D-R) = VCODE-RSV(VCODE-PC)
026880       THEN
026881         IF VCODE-WCH-RDY(WKC5D-R) NOT = 'Y'
026882           THEN
026883             MOVE VCODE-WCH-RAW(WKC5D-R) TO WKC5D-WRK
026884             PERFORM S76-NORM-NAME
026885             MOVE WKC5D-NRM   TO VCODE-WCH-NRM(WKC5D-R)
026886             MOVE WKC5D-NLN   TO VCODE-WCH-NLN(WKC5D-R)
026887             MOVE 'Y'         TO VCODE-WCH-RDY(WKC5D-R)
026888         END-IF
026889         PERFORM S77-NAME-SCORE
026890         IF WKC5D-SCR > WKC5D-BSCR
026891           THEN
026892             MOVE WKC5D-SCR   TO WKC5D-BSCR
026893             MOVE WKC5D-R     TO WKC5D-BEST
026894         END-IF
026895     END-IF
026896   END-PERFORM.
026897   DISPLAY 'WATCH:(' VCODE-RSV(VCODE-PC) ') ROW=' WKC5D-BEST
026898           ' SCORE=' WKC5D-BSCR.
026899   IF VCODE-OPT(VCODE-PC) NOT = 'S'
026900     THEN
026901       MOVE SPACE           TO WKC00RESULT-X
026902       MOVE 1               TO WKC00RESULT-LL
026903       IF WKC5D-BEST > ZERO
026904         THEN
026905           MOVE VCODE-WCH-ID(WKC5D-BEST) TO WKC00RESULT-X(1:10)
026906           MOVE ZERO        TO WKC00RESULT-LL
026907           INSPECT WKC00RESULT-X(1:10)
026908             TALLYING WKC00RESULT-LL FOR CHARACTERS BEFORE SPACE
026909           IF WKC00RESULT-LL = ZERO
026910             THEN
026911               MOVE 1       TO WKC00RESULT-LL
026912           END-IF
026913       END-IF
026914       PERFORM S71-PUSHTEXT
026915   END-IF.
026916   MOVE WKC5D-BSCR          TO WKC00RESULT-N.
026917   PERFORM S70-PUSHRESULT.
026918*- 照合結果の記録:EXPLAINの判定トレースに、リスト名・エントリー
026919*- ID・スコア・リスト上の名前を1行で残す(Z10-TRACEと同じ上限)。
026920   IF WKC5D-BEST > ZERO
026921    AND PVCODE-EXPLAIN = 'Y'
026922    AND PVCODE-TRACE-CNT < 20
026923     THEN
026924       ADD 1                TO PVCODE-TRACE-CNT
026925       MOVE SPACE           TO PVCODE-TRACE-LINE(PVCODE-TRACE-CNT)
026926       STRING 'PC=' VCODE-PC
026927              ' OPR=' VCODE-OPR(VCODE-PC)
026928              ' LIST=' VCODE-RSV(VCODE-PC)
026929              ' ID=' VCODE-WCH-ID(WKC5D-BEST)
026930              ' SCORE=' WKC5D-BSCR
026931              ' NAME=' VCODE-WCH-RAW(WKC5D-BEST)
026932         INTO PVCODE-TRACE-LINE(PVCODE-TRACE-CNT)
026933   END-IF.
026934*-
026935   MOVE ZERO                TO PVCODE-COD.
026936   STRING WK000MYNAME SPACE ',NORMAL END.  '
026937                            INTO PVCODE-MSG.
026938 C5D-EXIT.
026939   EXIT.
026940 C5E-DETL SECTION.
026941*--------------------------------------------------------------
026942*- DETL_: THE DETAIL LINES OF A HEADER/DETAIL GROUP, AS THE
026943*- CALLER REGISTERED THEM FOR THIS EVALUATION (FUNC='GCLR'/
026944*- 'GDTL'; NONE REGISTERED MEANS NO DETAILS). VCODE-OPT 'C'
026945*- PUSHES THE DETAIL COUNT ONLY. OTHERWISE THE FIELD AT
026946*- VCODE-ADR (POSITION) FOR VCODE-RSV (LENGTH) IS PUSHED FROM
026947*- EVERY DETAIL IN TURN, FOLLOWED BY THE COUNT - THE LIST SHAPE
026948*- FOR__ EXPECTS. NOTHING IS POPPED.
026949*--------------------------------------------------------------
026950 C5E-010.
026951   MOVE 'C5E-010.'          TO WK000SECTION.
026952*-
026953   DISPLAY 'DETL_:(' VCODE-OPT(VCODE-PC) ')('
026954           VCODE-ADR(VCODE-PC) ')(' VCODE-RSV(VCODE-PC) ')'.
026955   IF VCODE-OPT(VCODE-PC) = 'C'
026956     THEN
026957       GO TO C5E-020
026958   END-IF.
026959   MOVE VCODE-RSV(VCODE-PC) TO WKC5E-LEN-X.
026960   IF VCODE-ADR(VCODE-PC) NOT NUMERIC
026961    OR WKC5E-LEN-X NOT NUMERIC
026962     THEN
026963       MOVE -4              TO PVCODE-COD
026964       STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
026965              ',ABNORMAL END. DETAIL FIELD NOT SET.'
026966                            INTO PVCODE-MSG
026967       GO TO C5E-EXIT
026968   END-IF.
026969   MOVE VCODE-ADR(VCODE-PC) TO WKC5E-POS.
026970   IF WKC5E-POS < 1
026971    OR WKC5E-LEN < 1 OR WKC5E-LEN > 99
026972    OR WKC5E-POS + WKC5E-LEN - 1 > 200
026973     THEN
026974       MOVE -4              TO PVCODE-COD
026975       STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
026976              ',ABNORMAL END. DETAIL FIELD OUTSIDE THE RECORD.'
026977                            INTO PVCODE-MSG
026978       GO TO C5E-EXIT
026979   END-IF.
026980   PERFORM VARYING WKC5E-I FROM 1 BY 1
026981   UNTIL WKC5E-I > VCODE-GDT-CNT
026982     MOVE SPACE             TO WKC00RESULT-X
026983     MOVE VCODE-GDT(WKC5E-I)(WKC5E-POS:WKC5E-LEN)
026984                            TO WKC00RESULT-X
026985     MOVE WKC5E-LEN         TO WKC00RESULT-LL
026986     PERFORM S71-PUSHTEXT
026987     IF PVCODE-COD NOT = ZERO
026988       THEN
026989         GO TO C5E-EXIT
026990     END-IF
026991   END-PERFORM.
026992 C5E-020.
026993   MOVE VCODE-GDT-CNT       TO WKC00RESULT-N.
026994   PERFORM S70-PUSHRESULT.
026995 C5E-EXIT.
026996   EXIT.
026997 C5F-AGGREGATE SECTION.
026998*--------------------------------------------------------------
026999*- MIN__/MAX__/SUM__/COUNT/AVG__: ONE FIGURE OVER A RUN OF
027000*- STACK ITEMS, ALL OF WHICH ARE POPPED. VCODE-ADR IS THE ITEM
027001*- COUNT; ZERO MEANS THE ITEMS ARE A LIST (COUNT ON TOP, THE
027002*- SHAPE DETL_, FOR__ AND IN___ USE) AND THE COUNT IS POPPED
027003*- FIRST. BLANK ITEMS ARE SKIPPED BY EVERY FIGURE. VCODE-OPT 'N'
027004*- COMPARES MIN/MAX NUMERICALLY AS THE COMPARE OPCODES DO;
027005*- SUM__/AVG__ ARE ALWAYS NUMERIC, AND A NON-NUMERIC ITEM THERE
027006*- ENDS WITH -9 JUST AS S60-TONUMERIC DOES. COUNT PUSHES THE
027007*- NUMBER OF NON-BLANK ITEMS, AVG__ THE SUM OVER THAT NUMBER
027008*- (ZERO FOR NONE). MIN/MAX OVER NO ITEMS PUSH ONE BLANK BYTE.
027009*--------------------------------------------------------------
027010 C5F-010.
027011   MOVE 'C5F-010.'          TO WK000SECTION.
027012*-
027013   DISPLAY VCODE-OPR(VCODE-PC) ':(' VCODE-OPT(VCODE-PC) ')('
027014           VCODE-ADR(VCODE-PC) ')'.
027015   MOVE ZERO                TO WKC5F-NB WKC5F-HIT WKC5F-ERR.
027016   MOVE ZERO                TO WKC5F-SUM WKC5F-BEST-N.
027017   MOVE SPACE               TO WKC5F-BEST-X.
027018   MOVE ZERO                TO WKC5F-BEST-LL.
027019   MOVE ZERO                TO WKC5F-NUM.
027020   IF VCODE-OPT(VCODE-PC) = 'N'
027021    OR VCODE-OPR(VCODE-PC) = 'SUM__'
027022    OR VCODE-OPR(VCODE-PC) = 'AVG__'
027023     THEN
027024       MOVE 1               TO WKC5F-NUM
027025   END-IF.
027026   IF VCODE-ADR(VCODE-PC) NUMERIC
027027    AND VCODE-ADR(VCODE-PC) > ZERO
027028     THEN
027029       MOVE VCODE-ADR(VCODE-PC) TO WKC5F-CNT
027030       GO TO C5F-020
027031   END-IF.
027032*- LIST FORM: THE ITEM COUNT IS ON TOP.
027033   PERFORM S41-GET1ITEM.
027034   IF PVCODE-COD NOT = ZERO
027035     THEN
027036       GO TO C5F-EXIT
027037   END-IF.
027038   IF WKC00LEFT-V = 1
027039     THEN
027040       MOVE WKC00LEFT-N     TO WKC5F-CNT
027041       GO TO C5F-020
027042   END-IF.
027043   MOVE WKC00LEFT-X         TO WKC65-STR.
027044   MOVE WKC00LEFT-LL        TO WKC65-LEN.
027045   PERFORM S65-CLASSIFY.
027046   IF WKC65-CLS NOT = 'N'
027047     THEN
027048       MOVE -4              TO PVCODE-COD
027049       STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
027050              ',ABNORMAL END. LIST COUNT NOT NUMERIC.'
027051                            INTO PVCODE-MSG
027052       GO TO C5F-EXIT
027053   END-IF.
027054   COMPUTE WKC5F-CNT =
027055     FUNCTION NUMVAL(WKC00LEFT-X(1:WKC00LEFT-LL)).
027056 C5F-020.
027057   PERFORM VARYING WKC5F-I FROM 1 BY 1
027058   UNTIL WKC5F-I > WKC5F-CNT
027059     PERFORM S41-GET1ITEM
027060     IF PVCODE-COD NOT = ZERO
027061       THEN
027062         GO TO C5F-EXIT
027063     END-IF
027064     PERFORM S78-AGG-ITEM
027065     IF WKC5F-ERR = 1
027066       THEN
027067         GO TO C5F-EXIT
027068     END-IF
027069   END-PERFORM.
027070*- PUSH THE FIGURE.
027071   EVALUATE VCODE-OPR(VCODE-PC)
027072   WHEN 'COUNT'
027073     MOVE WKC5F-NB          TO WKC00RESULT-N
027074     PERFORM S70-PUSHRESULT
027075   WHEN 'SUM__'
027076     MOVE WKC5F-SUM         TO WKC00RESULT-N
027077     PERFORM S70-PUSHRESULT
027078   WHEN 'AVG__'
027079     MOVE ZERO              TO WKC00RESULT-N
027080     IF WKC5F-NB > ZERO
027081       THEN
027082         COMPUTE WKC00RESULT-N ROUNDED = WKC5F-SUM / WKC5F-NB
027083     END-IF
027084     PERFORM S70-PUSHRESULT
027085   WHEN OTHER
027086     IF WKC5F-HIT = ZERO
027087       THEN
027088         MOVE SPACE         TO WKC00RESULT-X
027089         MOVE 1             TO WKC00RESULT-LL
027090         PERFORM S71-PUSHTEXT
027091       ELSE
027092         IF WKC5F-NUM = 1
027093           THEN
027094             MOVE WKC5F-BEST-N  TO WKC00RESULT-N
027095             PERFORM S70-PUSHRESULT
027096           ELSE
027097             MOVE WKC5F-BEST-X  TO WKC00RESULT-X
027098             MOVE WKC5F-BEST-LL TO WKC00RESULT-LL
027099             PERFORM S71-PUSHTEXT
027100         END-IF
027101     END-IF
027102   END-EVALUATE.
027103   DISPLAY VCODE-OPR(VCODE-PC) ':(' WKC5F-NB ' ITEMS)('
027104           WKC5F-SUM ')'.
027105 C5F-EXIT.
027106   EXIT.
027107 S78-AGG-ITEM SECTION.
027108*--------------------------------------------------------------
027109*- FOLD THE ITEM S41-GET1ITEM LEFT IN WKC00LEFT-xxx INTO THE
027110*- C5F-AGGREGATE FIGURES. WKC5F-ERR = 1 (PVCODE-COD SET) ENDS
027111*- THE OPCODE.
027112*--------------------------------------------------------------
027113 S78-010.
027114   MOVE 'S78-010.'          TO WK000SECTION.
027115   IF WKC00LEFT-X = SPACE
027116     THEN
027117       GO TO S78-EXIT
027118   END-IF.
027119   ADD 1                    TO WKC5F-NB.
027120   IF WKC5F-NUM = ZERO
027121     THEN
027122       GO TO S78-020
027123   END-IF.
027124   IF WKC00LEFT-V NOT = 1
027125     THEN
027126       IF WKC00LEFT-T = 'X' OR WKC00LEFT-T = 'B'
027127         THEN
027128           MOVE 1           TO WKC5F-ERR
027129           MOVE -9          TO PVCODE-COD
027130           STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
027131                  ',TYPE MISMATCH L=' WKC00LEFT-T
027132                  ',ABNORMAL END.'
027133                            INTO PVCODE-MSG
027134           GO TO S78-EXIT
027135       END-IF
027136       MOVE ZERO            TO WKC00LEFT-N
027137       COMPUTE WKC00LEFT-N  =
027138         FUNCTION NUMVAL(WKC00LEFT-X(1:WKC00LEFT-LL))
027139   END-IF.
027140   ADD WKC00LEFT-N          TO WKC5F-SUM
027141     ON SIZE ERROR
027142       MOVE 1               TO WKC5F-ERR
027143       MOVE -4              TO PVCODE-COD
027144       STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
027145              ',ABNORMAL END. AGGREGATE OVERFLOW.'
027146                            INTO PVCODE-MSG
027147       GO TO S78-EXIT
027148   END-ADD.
027149   IF WKC5F-HIT = ZERO
027150    OR (VCODE-OPR(VCODE-PC) = 'MIN__'
027151        AND WKC00LEFT-N < WKC5F-BEST-N)
027152    OR (VCODE-OPR(VCODE-PC) = 'MAX__'
027153        AND WKC00LEFT-N > WKC5F-BEST-N)
027154     THEN
027155       MOVE WKC00LEFT-N     TO WKC5F-BEST-N
027156   END-IF.
027157   MOVE 1                   TO WKC5F-HIT.
027158   GO TO S78-EXIT.
027159 S78-020.
027160   IF WKC5F-HIT = ZERO
027161    OR (VCODE-OPR(VCODE-PC) = 'MIN__'
027162        AND WKC00LEFT-X < WKC5F-BEST-X)
027163    OR (VCODE-OPR(VCODE-PC) = 'MAX__'
027164        AND WKC00LEFT-X > WKC5F-BEST-X)
027165     THEN
027166       MOVE WKC00LEFT-X     TO WKC5F-BEST-X
027167       MOVE WKC00LEFT-LL    TO WKC5F-BEST-LL
027168   END-IF.
027169   MOVE 1                   TO WKC5F-HIT.
027170 S78-EXIT.
027171   EXIT.
027172 S76-NORM-NAME SECTION.
027173*--------------------------------------------------------------
027174*- NORMALISE THE NAME IN WKC5D-WRK FOR WATCH-LIST MATCHING INTO
027175*- WKC5D-NRM/-NLN: UPPER CASE; APOSTROPHES AND FULL STOPS DROPPED
027176*- (O'BRIEN = OBRIEN, J.R. = JR); ANY OTHER CHARACTER THAT IS NOT
027177*- A LETTER OR DIGIT SEPARATES WORDS; THE TITLES IN WKC5D-TTL
027178*- DROPPED; THE REMAINING WORDS SORTED AND JOINED BY SINGLE
027179*- SPACES (SMITH, JOHN = JOHN SMITH). WORDS THAT DO NOT FIT IN
027180*- 40 BYTES ARE LEFT OFF.
027181*--------------------------------------------------------------
027182 S76-010.
027183   MOVE 'S76-010.'          TO WK000SECTION.
027184*-
027185   MOVE FUNCTION UPPER-CASE(WKC5D-WRK) TO WKC5D-WRK.
027186   MOVE SPACE               TO WKC5D-CLN.
027187   MOVE ZERO                TO WKC5D-K.
027188   PERFORM VARYING WKC5D-I FROM 1 BY 1
027189   UNTIL WKC5D-I > 100
027190     EVALUATE TRUE
027191     WHEN WKC5D-WRK(WKC5D-I:1) = ''''
027192     WHEN WKC5D-WRK(WKC5D-I:1) = '.'
027193       CONTINUE
027194     WHEN WKC5D-WRK(WKC5D-I:1) IS ALPHABETIC-UPPER
027195     WHEN WKC5D-WRK(WKC5D-I:1) IS NUMERIC
027196       ADD 1                TO WKC5D-K
027197       MOVE WKC5D-WRK(WKC5D-I:1) TO WKC5D-CLN(WKC5D-K:1)
027198     WHEN OTHER
027199       ADD 1                TO WKC5D-K
027200       MOVE SPACE           TO WKC5D-CLN(WKC5D-K:1)
027201     END-EVALUATE
027202   END-PERFORM.
027203*- 語に分ける(1語40バイトまで)。
027204   MOVE ZERO                TO WKC5D-TOKCNT.
027205   MOVE ZERO                TO WKC5D-J.
027206   PERFORM VARYING WKC5D-I FROM 1 BY 1
027207   UNTIL WKC5D-I > WKC5D-K
027208     IF WKC5D-CLN(WKC5D-I:1) = SPACE
027209       THEN
027210         MOVE ZERO          TO WKC5D-J
027211       ELSE
027212         IF WKC5D-J = ZERO
027213           THEN
027214             ADD 1          TO WKC5D-TOKCNT
027215             MOVE SPACE     TO WKC5D-TOK(WKC5D-TOKCNT)
027216         END-IF
027217         ADD 1              TO WKC5D-J
027218         IF WKC5D-J NOT > 40
027219           THEN
027220             MOVE WKC5D-CLN(WKC5D-I:1)
027221               TO WKC5D-TOK(WKC5D-TOKCNT)(WKC5D-J:1)
027222         END-IF
027223     END-IF
027224   END-PERFORM.
027225*- 敬称を落とす。
027226   PERFORM VARYING WKC5D-I FROM 1 BY 1
027227   UNTIL WKC5D-I > WKC5D-TOKCNT
027228     PERFORM VARYING WKC5D-J FROM 1 BY 1
027229     UNTIL WKC5D-J > 18
027230       IF WKC5D-TOK(WKC5D-I) = WKC5D-TTL(WKC5D-J)
027231         THEN
027232           MOVE SPACE       TO WKC5D-TOK(WKC5D-I)
027233       END-IF
027234     END-PERFORM
027235   END-PERFORM.
027236*- 語順をそろえる(昇順。落とした語の空白は先頭に寄る)。
027237   PERFORM VARYING WKC5D-I FROM 1 BY 1
027238   UNTIL WKC5D-I NOT < WKC5D-TOKCNT
027239     PERFORM VARYING WKC5D-J FROM 1 BY 1
027240     UNTIL WKC5D-J > WKC5D-TOKCNT - WKC5D-I
027241       IF WKC5D-TOK(WKC5D-J) > WKC5D-TOK(WKC5D-J + 1)
027242         THEN
027243           MOVE WKC5D-TOK(WKC5D-J)     TO WKC5D-SWAP
027244           MOVE WKC5D-TOK(WKC5D-J + 1) TO WKC5D-TOK(WKC5D-J)
027245           MOVE WKC5D-SWAP             TO WKC5D-TOK(WKC5D-J + 1)
027246       END-IF
027247     END-PERFORM
027248   END-PERFORM.
027249*- 空白1つで連結する。
027250   MOVE SPACE               TO WKC5D-NRM.
027251   MOVE ZERO                TO WKC5D-NLN.
027252   PERFORM VARYING WKC5D-I FROM 1 BY 1
027253   UNTIL WKC5D-I > WKC5D-TOKCNT
027254      OR WKC5D-NLN NOT < 39
027255     IF WKC5D-TOK(WKC5D-I) NOT = SPACE
027256       THEN
027257         MOVE ZERO          TO WKC5D-K
027258         INSPECT WKC5D-TOK(WKC5D-I)
027259           TALLYING WKC5D-K FOR CHARACTERS BEFORE SPACE
027260         IF WKC5D-NLN > ZERO
027261           THEN
027262             ADD 1          TO WKC5D-NLN
027263         END-IF
027264         IF WKC5D-NLN + WKC5D-K > 40
027265           THEN
027266             COMPUTE WKC5D-K = 40 - WKC5D-NLN
027267         END-IF
027268         MOVE WKC5D-TOK(WKC5D-I)(1:WKC5D-K)
027269           TO WKC5D-NRM(WKC5D-NLN + 1:WKC5D-K)
027270         ADD WKC5D-K        TO WKC5D-NLN
027271     END-IF
027272   END-PERFORM.
027273 S76-EXIT.
027274   EXIT.
027275 S77-NAME-SCORE SECTION.
027276*--------------------------------------------------------------
027277*- SIMILARITY 0-100 OF THE NORMALISED STACK NAME (WKC5D-Q) AND
027278*- WATCH-LIST ROW WKC5D-R, INTO WKC5D-SCR: 100 * (LONGER LENGTH -
027279*- EDIT DISTANCE) / LONGER LENGTH, TRUNCATED. THE EDIT DISTANCE
027280*- IS THE FEWEST ONE-CHARACTER INSERTS, DELETES AND REPLACEMENTS
027281*- THAT TURN ONE NAME INTO THE OTHER. A ROW THAT CANNOT BEAT THE
027282*- BEST SCORE SO FAR ON ITS LENGTH DIFFERENCE ALONE IS NOT WORKED
027283*- OUT (SCORE ZERO), WHICH KEEPS LONG LISTS AFFORDABLE.
027284*--------------------------------------------------------------
027285 S77-010.
027286   MOVE 'S77-010.'          TO WK000SECTION.
027287*-
027288   MOVE ZERO                TO WKC5D-SCR.
027289   IF WKC5D-QLN = ZERO OR VCODE-WCH-NLN(WKC5D-R) = ZERO
027290     THEN
027291       GO TO S77-EXIT
027292   END-IF.
027293   IF WKC5D-QLN > VCODE-WCH-NLN(WKC5D-R)
027294     THEN
027295       MOVE WKC5D-QLN       TO WKC5D-MAXL
027296       COMPUTE WKC5D-LDIF = WKC5D-QLN - VCODE-WCH-NLN(WKC5D-R)
027297     ELSE
027298       MOVE VCODE-WCH-NLN(WKC5D-R) TO WKC5D-MAXL
027299       COMPUTE WKC5D-LDIF = VCODE-WCH-NLN(WKC5D-R) - WKC5D-QLN
027300   END-IF.
027301   IF (WKC5D-MAXL - WKC5D-LDIF) * 100 / WKC5D-MAXL
027302      NOT > WKC5D-BSCR
027303     THEN
027304       GO TO S77-EXIT
027305   END-IF.
027306   PERFORM VARYING WKC5D-J FROM 0 BY 1
027307   UNTIL WKC5D-J > VCODE-WCH-NLN(WKC5D-R)
027308     MOVE WKC5D-J           TO WKC5D-D0(WKC5D-J + 1)
027309   END-PERFORM.
027310   PERFORM VARYING WKC5D-I FROM 1 BY 1
027311   UNTIL WKC5D-I > WKC5D-QLN
027312     MOVE WKC5D-I           TO WKC5D-D1(1)
027313     PERFORM VARYING WKC5D-J FROM 1 BY 1
027314     UNTIL WKC5D-J > VCODE-WCH-NLN(WKC5D-R)
027315       IF WKC5D-Q(WKC5D-I:1) = VCODE-WCH-NRM(WKC5D-R)(WKC5D-J:1)
027316         THEN
027317           MOVE ZERO        TO WKC5D-COST
027318         ELSE
027319           MOVE 1           TO WKC5D-COST
027320       END-IF
027321       COMPUTE WKC5D-MIN = WKC5D-D0(WKC5D-J) + WKC5D-COST
027322       IF WKC5D-D0(WKC5D-J + 1) + 1 < WKC5D-MIN
027323         THEN
027324           COMPUTE WKC5D-MIN = WKC5D-D0(WKC5D-J + 1) + 1
027325       END-IF
027326       IF WKC5D-D1(WKC5D-J) + 1 < WKC5D-MIN
027327         THEN
027328           COMPUTE WKC5D-MIN = WKC5D-D1(WKC5D-J) + 1
027329       END-IF
027330       MOVE WKC5D-MIN         TO WKC5D-D1(WKC5D-J + 1)
027331     END-PERFORM
027332     MOVE WKC5D-D1G           TO WKC5D-D0G
027333   END-PERFORM.
027334   COMPUTE WKC5D-SCR = (WKC5D-MAXL
027335                     - WKC5D-D0(VCODE-WCH-NLN(WKC5D-R) + 1))
027336                     * 100 / WKC5D-MAXL.
027337 S77-EXIT.
027338   EXIT.
027339 S68-COUNT-USAGE SECTION.
027340*--------------------------------------------------------------
027341*- LOOKPの参照表キー使用統計。表名+キーごとに「見つかった」
027342*- (PHASH-COD=0)/「見つからず」(=1)の回数を数える。INITでは
027343*- クリアしない(ランを通じた集計。多ファイルモードのように
027344*- INITを繰り返す呼び出し側でも数え落とさない)。呼び出し側が
027345*- FUNC='RUS_'で取り出し、使用状況ファイルへ書き足す。
027346*- PVCODE-NOACC='Y'の再実行は数えない(ACADDと同じ二重計上
027347*- 防止)。満杯後の新キーはVCODE-RUS-LOSTに数えるだけで、
027348*- 判定は止めない。
027349*--------------------------------------------------------------
027350 S68-010.
027351   MOVE 'S68-010.'          TO WK000SECTION.
027352*-
027353   IF PVCODE-NOACC          = 'Y'
027354    OR PHASH-COD OF PRHASH-PRM > 1
027355     THEN
027356       GO TO S68-EXIT
027357   END-IF.
027358   MOVE ZERO                TO WKC47-IDX.
027359   PERFORM VARYING WKC47-I FROM 1 BY 1
027360   UNTIL WKC47-I > VCODE-RUS-CNT OR WKC47-IDX > ZERO
027361     IF VCODE-RUS-NAME(WKC47-I) = VCODE-RSV(VCODE-PC)
027362      AND VCODE-RUS-KEY(WKC47-I) = WKC47-KEY(1:20)
027363       THEN
027364         MOVE WKC47-I       TO WKC47-IDX
027365     END-IF
027366   END-PERFORM.
027367   IF WKC47-IDX = ZERO
027368     THEN
027369       IF VCODE-RUS-CNT NOT < 2000
027370         THEN
027371           ADD 1            TO VCODE-RUS-LOST
027372           GO TO S68-EXIT
027373       END-IF
027374       ADD 1                TO VCODE-RUS-CNT
027375       MOVE VCODE-RUS-CNT   TO WKC47-IDX
027376       MOVE VCODE-RSV(VCODE-PC) TO VCODE-RUS-NAME(WKC47-IDX)
027377       MOVE WKC47-KEY(1:20) TO VCODE-RUS-KEY(WKC47-IDX)
027378       MOVE ZERO            TO VCODE-RUS-HIT(WKC47-IDX)
027379       MOVE ZERO            TO VCODE-RUS-MISS(WKC47-IDX)
027380   END-IF.
027381   IF PHASH-COD OF PRHASH-PRM = ZERO
027382     THEN
027383       ADD 1                TO VCODE-RUS-HIT(WKC47-IDX)
027384     ELSE
027385       ADD 1                TO VCODE-RUS-MISS(WKC47-IDX)
027386   END-IF.
027387 S68-EXIT.
027388   EXIT.
027389 S64-TIME-NOW SECTION.
027390*--------------------------------------------------------------
027391*- 現在時刻を1/100秒単位(深夜0時起点)でWKP00-NOWに求める。
027392*- プロファイル収集用。
027393*--------------------------------------------------------------
027394 S64-010.
027395   ACCEPT WKP00-TIMEX FROM TIME.
027396   MOVE WKP00-TIMEX(1:2)    TO WKP00-HH.
027397   MOVE WKP00-TIMEX(3:2)    TO WKP00-MM.
027398   MOVE WKP00-TIMEX(5:2)    TO WKP00-SS.
027399   MOVE WKP00-TIMEX(7:2)    TO WKP00-CC.
027400   COMPUTE WKP00-NOW = WKP00-HH * 360000
027401                     + WKP00-MM * 6000
027402                     + WKP00-SS * 100
027403                     + WKP00-CC.
027404 S64-EXIT.
027405   EXIT.
027406 S63-FIND-ACC SECTION.
027407*--------------------------------------------------------------
027408*- VCODE-RSV(VCODE-PC)の名前の累計レジスターを探し、位置を
027409*- WKC54-IDXに返す(見つからなければゼロ)。
027410*--------------------------------------------------------------
027411 S63-010.
027412   MOVE 'S63-010.'          TO WK000SECTION.
027413   MOVE ZERO                TO WKC54-IDX.
027414   PERFORM VARYING WKC54-I FROM 1 BY 1
027415   UNTIL WKC54-I > VCODE-ACC-CNT
027416     IF VCODE-ACC-NAME(WKC54-I) = VCODE-RSV(VCODE-PC)
027417       THEN
027418         MOVE WKC54-I       TO WKC54-IDX
027419     END-IF
027420   END-PERFORM.
027421 S63-EXIT.
027422   EXIT.
027423 C56-BLOCK-MARK SECTION.
027424*--------------------------------------------------------------
027425*- BLK__。ブロック開始マーカー。直前のブロックをスタックトップ
027426*- で判定して閉じ、このマーカーのブロックを現在ブロックにする。
027427*- 実行自体には影響しない(判定値もPUSHしない)。
027428*--------------------------------------------------------------
027429 C56-010.
027430   MOVE 'C56-010.'          TO WK000SECTION.
027431*- CALLS派生の実行中はブロック表が呼出し元のもの。呼ばれた側の
027432*- BLK__が同じPCで呼出し元のブロックを閉じて(呼ばれた側の
027433*- スタックで)上書きしてしまうため、ここでは何もしない。
027434   IF WKC53-ACTIVE = 1
027435     THEN
027436       MOVE ZERO                TO PVCODE-COD
027437       STRING WK000MYNAME SPACE ',NORMAL END.  '
027438                                INTO PVCODE-MSG
027439       GO TO C56-EXIT
027440   END-IF.
027441   IF WKB10-CUR > ZERO
027442     THEN
027443       PERFORM C57-CLOSE-BLOCK
027444   END-IF.
027445   PERFORM VARYING WKB10-I FROM 1 BY 1
027446   UNTIL WKB10-I > WKB10-CNT
027447     IF WKB10-START(WKB10-I) = VCODE-PC
027448       THEN
027449         MOVE WKB10-I       TO WKB10-CUR
027450     END-IF
027451   END-PERFORM.
027452   DISPLAY 'BLK__:(' VCODE-RSV(VCODE-PC) ')'.
027453*-
027454   MOVE ZERO                TO PVCODE-COD.
027455   STRING WK000MYNAME SPACE ',NORMAL END.  '
027460                            INTO PVCODE-MSG.
027470 C56-EXIT.
027480   EXIT.
027720           END-IF
027730       END-IF
027740   END-IF.
027741*- 緊急抑止されたブロックは、不成立でも抑止の扱い('P'=PASS、
027742*- 'W'=WARN)に置き換えて数える。
027743   IF PVCODE-BLK-STS(WKB10-CUR) NOT = 'PASS'
027744    AND WKB10-SUP-ACT(WKB10-CUR) NOT = SPACE
027745     THEN
027746       IF WKB10-SUP-ACT(WKB10-CUR) = 'W'
027747         THEN
027748           MOVE 'WARN'      TO PVCODE-BLK-STS(WKB10-CUR)
027749         ELSE
027750           MOVE 'PASS'      TO PVCODE-BLK-STS(WKB10-CUR)
027751       END-IF
027752       MOVE WKB10-SUP-TAG(WKB10-CUR) TO WKS20-CUR-TAG
027753       PERFORM S21-SUPPRESS-HIT
027754   END-IF.
027755   MOVE ZERO                TO WKB10-CUR.
027760 C57-EXIT.
027770   EXIT.
027780 S62-CHECK-DATE SECTION.
028440                           INTO PVCODE-MSG
028450     GO TO C50-EXIT
028460  END-IF.
028461   PERFORM S74-NATIVE-TO-ADR.
028470   MOVE PSTACK-VAL(1:PSTACK-VLL)
028480                            TO WKC00RIGHT-9.
028490   DISPLAY 'R:(' WKC00RIGHT-9 ')'.
029450                           INTO PVCODE-MSG
029460     GO TO C80-EXIT
029470  END-IF.
029471   PERFORM S74-NATIVE-TO-ADR.
029480   MOVE PSTACK-VAL(1:PSTACK-VLL)
029490                            TO WKC00RIGHT-9.
029500   DISPLAY 'R:(' WKC00RIGHT-9 ')'.
029820                           INTO PVCODE-MSG
029830     GO TO C81-EXIT
029840  END-IF.
029841   PERFORM S74-NATIVE-TO-ADR.
029850   MOVE PSTACK-VAL(1:PSTACK-VLL)
029860                            TO WKC00RIGHT-9.
029870   DISPLAY 'JPNZ_:(' WKC00RIGHT-9 ')'.
030490                           INTO PVCODE-MSG
030500     GO TO C83-EXIT
030510  END-IF.
030511   PERFORM S74-NATIVE-TO-ADR.
030520   MOVE PSTACK-VAL(1:PSTACK-VLL)
030530                            TO WKC00RIGHT-9.
030540   DISPLAY 'RET__:(' WKC00RIGHT-9 ')'.
030920                           INTO PVCODE-MSG
030930     GO TO C86-EXIT
030940  END-IF.
030941   PERFORM S74-NATIVE-TO-ADR.
030950   MOVE PSTACK-VAL(1:PSTACK-VLL)
030960                            TO WKC00RIGHT-9.
030970   MOVE 'GET_'              TO PMYMEM-FNC.
031280                           INTO PVCODE-MSG
031290     GO TO C86-EXIT
031300  END-IF
031301     PERFORM S74-NATIVE-TO-ADR
031310     MOVE PSTACK-VAL(1:PSTACK-VLL)
031320                            TO WKC00RIGHT-9
031330*- ブロックが使えるよう、要素の値をスタックへ積み直す
032160                           INTO PVCODE-MSG
032170     GO TO C90-EXIT
032180  END-IF
032181     PERFORM S74-NATIVE-TO-ADR
032190     IF PSTACK-VLL           = ZERO
032200      THEN
032210       MOVE 1               TO WKC00IS-END
033510                           INTO PVCODE-MSG
033520     GO TO C91-EXIT
033530  END-IF
033531     PERFORM S74-NATIVE-TO-ADR
033540     IF PSTACK-VLL           = ZERO
033550      THEN
033560       MOVE 1               TO WKC00IS-END
036050*--------------------------------------------------------------
036060 S20-010.
036070   MOVE 'S20-010.'          TO WK000SECTION.
036071*- 緊急抑止:このPCが抑止対象(CALLS派生の実行中は対象外)なら
036072*- FALSEの代わりにTRUEを積み、抑止件数に数える。
036073   IF WKC53-ACTIVE          = ZERO AND WKS20-CNT > ZERO
036074     THEN
036075       MOVE ZERO            TO WKS20-HIT
036076       PERFORM VARYING WKS20-I FROM 1 BY 1
036077       UNTIL WKS20-I > WKS20-CNT
036078         IF WKS20-PC(WKS20-I) = VCODE-PC
036079           THEN
036080             MOVE WKS20-I   TO WKS20-HIT
036081         END-IF
036082       END-PERFORM
036083       IF WKS20-HIT         > ZERO
036084         THEN
036085           MOVE WKS20-TAG(WKS20-HIT) TO WKS20-CUR-TAG
036086           PERFORM S21-SUPPRESS-HIT
036087           PERFORM S10-TRUE
036088           GO TO S20-EXIT
036089       END-IF
036090   END-IF.
036091*-
036092   MOVE 'FALSE'             TO WKZ10-RESULT.
036100   PERFORM Z10-TRACE.
036110   DISPLAY 'FALSE!'.
036120   MOVE 'PUSH'              TO PSTACK-FNC.
036320*- FAIL-FASTモード:FALSEが出たらこのEXECを打ち切る。コードと
036330*- メッセージの確定は、各命令セクションの正常終了設定に上書き
036340*- されないよう、S80-DISPATCH側で行う。
036350*- 抑止中のブロック内のFALSEでは打ち切らない(ブロックの判定は
036351*- C57-CLOSE-BLOCKで抑止の扱いに置き換わる)。
036352   MOVE SPACE               TO WKS20-ACT.
036353   IF WKB10-CUR             > ZERO
036354     THEN
036355       MOVE WKB10-SUP-ACT(WKB10-CUR) TO WKS20-ACT
036356   END-IF.
036357   IF PVCODE-FAILFAST       = 'Y' AND WKS20-ACT = SPACE
036360     THEN
036370       MOVE 1               TO WKH00-FFHIT
036380       MOVE VCODE-PC        TO WKH00-FFPC
036420   STRING WK000MYNAME SPACE ',NORMAL END.  '
036430                            INTO PVCODE-MSG.
036440 S20-EXIT.
036441     EXIT.
036442 S21-SUPPRESS-HIT SECTION.
036443*--------------------------------------------------------------
036444*- 緊急抑止が効いた評価を1件数え、抑止のタグ(WKS20-CUR-TAG)を
036445*- PVCODE-SUP-TAGに残す(最大20件、超過分は件数のみ)。
036446*--------------------------------------------------------------
036447 S21-010.
036448   MOVE 'S21-010.'          TO WK000SECTION.
036449   IF PVCODE-SUP-CNT        < 999
036450     THEN
036451       ADD 1                TO PVCODE-SUP-CNT
036452   END-IF.
036453   IF PVCODE-SUP-CNT NOT > 20
036454     THEN
036455       MOVE WKS20-CUR-TAG   TO PVCODE-SUP-TAG(PVCODE-SUP-CNT)
036456   END-IF.
036457 S21-EXIT.
036458     EXIT.
036460 S30-PUSH SECTION.
036470*--------------------------------------------------------------
036480*- PUSH
036770*--------------------------------------------------------------
036780 S40-010.
036790   MOVE 'S40-010.'          TO WK000SECTION.
036791*- 数値専用の呼び出しか(WKC00NUMONLY)を受け取り、次の呼び出しに
036792*- 持ち越さないようすぐ戻しておく。
036793   MOVE WKC00NUMONLY        TO WKC00NUMREQ.
036794   MOVE ZERO                TO WKC00NUMONLY.
036795   MOVE ZERO                TO WKC00LEFT-V WKC00RIGHT-V.
036800*-
036810   MOVE 'POP_'              TO PSTACK-FNC.
036820   CALL 'SUBSTACK'       USING PSTACK-PRM
036910                           INTO PVCODE-MSG
036920     GO TO S40-EXIT
036930  END-IF.
036940   MOVE ZERO                TO WKC00RIGHT-V.
036950   IF PSTACK-TYP            = 'V'
036960     THEN
036970       PERFORM S72-NATIVE-VALUE
036980       MOVE 1               TO WKC00RIGHT-V
036990       MOVE 'N'             TO WKC00RIGHT-T
036991       MOVE WKC72-N         TO WKC00RIGHT-N
036992       MOVE WKC72-X         TO WKC00RIGHT-X
036993       MOVE WKC72-LL        TO WKC00RIGHT-LL
036994     ELSE
036995       MOVE PSTACK-VAL(1:PSTACK-VLL)
036996                            TO WKC00RIGHT-9
036997       MOVE PSTACK-TYP      TO WKC00RIGHT-T
036998       MOVE 'GET_'          TO PMYMEM-FNC
036999       MOVE WKC00RIGHT-9    TO PMYMEM-VLI
037000       CALL 'SUBMYMEM'   USING PMYMEM-PRM
037001                               PMYMEM-VAL
037010                               PMYMEM-MEM
037020                               PIN100
037030                               PIN200
037040                               PIN300
037050                               PIN400
037060                               PIN500
037070                               POUT00
037080       MOVE SPACE           TO WKC00RIGHT-X
037090       MOVE PMYMEM-VAL(1:PMYMEM-VLL)
037100                            TO WKC00RIGHT-X
037110       MOVE PMYMEM-VLL      TO WKC00RIGHT-LL
037111   END-IF.
037120*-
037130   MOVE 'POP_'              TO PSTACK-FNC.
037140   CALL 'SUBSTACK'       USING PSTACK-PRM
037230                           INTO PVCODE-MSG
037240     GO TO S40-EXIT
037250  END-IF.
037260   MOVE ZERO                TO WKC00LEFT-V.
037270   IF PSTACK-TYP            = 'V'
037280     THEN
037290       PERFORM S72-NATIVE-VALUE
037300       MOVE 1               TO WKC00LEFT-V
037310       MOVE 'N'             TO WKC00LEFT-T
037311       MOVE WKC72-N         TO WKC00LEFT-N
037312       MOVE WKC72-X         TO WKC00LEFT-X
037313       MOVE WKC72-LL        TO WKC00LEFT-LL
037314     ELSE
037315       MOVE PSTACK-VAL(1:PSTACK-VLL)
037316                            TO WKC00LEFT-9
037317       MOVE PSTACK-TYP      TO WKC00LEFT-T
037318       MOVE 'GET_'          TO PMYMEM-FNC
037319       MOVE WKC00LEFT-9     TO PMYMEM-VLI
037320       CALL 'SUBMYMEM'   USING PMYMEM-PRM
037321                               PMYMEM-VAL
037330                               PMYMEM-MEM
037340                               PIN100
037350                               PIN200
037360                               PIN300
037370                               PIN400
037380                               PIN500
037390                               POUT00
037400       MOVE SPACE           TO WKC00LEFT-X
037410       MOVE PMYMEM-VAL(1:PMYMEM-VLL)
037420                            TO WKC00LEFT-X
037430       MOVE PMYMEM-VLL      TO WKC00LEFT-LL
037431   END-IF.
037440*-
037450   MOVE ZERO                TO PVCODE-COD.
037460   STRING WK000MYNAME SPACE ',NORMAL END.  '
037540*--------------------------------------------------------------
037550 S41-010.
037560   MOVE 'S41-010.'          TO WK000SECTION.
037561*- 数値専用の呼び出しか(WKC00NUMONLY)を受け取り、次の呼び出しに
037562*- 持ち越さないようすぐ戻しておく。
037563   MOVE WKC00NUMONLY        TO WKC00NUMREQ.
037564   MOVE ZERO                TO WKC00NUMONLY.
037565   MOVE ZERO                TO WKC00LEFT-V WKC00RIGHT-V.
037570*-
037580   MOVE 'POP_'              TO PSTACK-FNC.
037590   CALL 'SUBSTACK'       USING PSTACK-PRM
037680                           INTO PVCODE-MSG
037690     GO TO S41-EXIT
037700  END-IF.
037710   MOVE ZERO                TO WKC00LEFT-V.
037720   IF PSTACK-TYP            = 'V'
037730     THEN
037740       PERFORM S72-NATIVE-VALUE
037750       MOVE 1               TO WKC00LEFT-V
037760       MOVE 'N'             TO WKC00LEFT-T
037761       MOVE WKC72-N         TO WKC00LEFT-N
037762       MOVE WKC72-X         TO WKC00LEFT-X
037763       MOVE WKC72-LL        TO WKC00LEFT-LL
037764     ELSE
037765       MOVE PSTACK-VAL(1:PSTACK-VLL)
037766                            TO WKC00LEFT-9
037767       MOVE PSTACK-TYP      TO WKC00LEFT-T
037768       MOVE 'GET_'          TO PMYMEM-FNC
037769       MOVE WKC00LEFT-9     TO PMYMEM-VLI
037770       CALL 'SUBMYMEM'   USING PMYMEM-PRM
037771                               PMYMEM-VAL
037780                               PMYMEM-MEM
037790                               PIN100
037800                               PIN200
037810                               PIN300
037820                               PIN400
037830                               PIN500
037840                               POUT00
037850       MOVE SPACE           TO WKC00LEFT-X
037860       MOVE PMYMEM-VAL(1:PMYMEM-VLL)
037870                            TO WKC00LEFT-X
037880       MOVE PMYMEM-VLL      TO WKC00LEFT-LL
037881   END-IF.
037890*-
037900   MOVE ZERO                TO PVCODE-COD.
037910   STRING WK000MYNAME SPACE ',NORMAL END.  '
037990*--------------------------------------------------------------
038000 S45-010.
038010   MOVE 'S45-010.'          TO WK000SECTION.
038011*- 数値専用の呼び出しか(WKC00NUMONLY)を受け取り、次の呼び出しに
038012*- 持ち越さないようすぐ戻しておく。
038013   MOVE WKC00NUMONLY        TO WKC00NUMREQ.
038014   MOVE ZERO                TO WKC00NUMONLY.
038015   MOVE ZERO                TO WKC00LEFT-V WKC00RIGHT-V.
038020*- 右辺を2つ取りだす
038030   MOVE 'POP_'              TO PSTACK-FNC.
038040   CALL 'SUBSTACK'       USING PSTACK-PRM
038130                           INTO PVCODE-MSG
038140     GO TO S45-EXIT
038150  END-IF.
038160   MOVE ZERO                TO WKC00RIGHT-V.
038170   IF PSTACK-TYP            = 'V'
038180     THEN
038190       PERFORM S72-NATIVE-VALUE
038200       MOVE 1               TO WKC00RIGHT-V
038210       MOVE 'N'             TO WKC00RIGHT-T
038211       MOVE WKC72-N         TO WKC00RIGHT-N
038212       MOVE WKC72-X         TO WKC00RIGHT-X
038213       MOVE WKC72-LL        TO WKC00RIGHT-LL
038214     ELSE
038215       MOVE PSTACK-VAL(1:PSTACK-VLL)
038216                            TO WKC00RIGHT-9
038217       MOVE PSTACK-TYP      TO WKC00RIGHT-T
038218       MOVE 'GET_'          TO PMYMEM-FNC
038219       MOVE WKC00RIGHT-9    TO PMYMEM-VLI
038220       CALL 'SUBMYMEM'   USING PMYMEM-PRM
038221                               PMYMEM-VAL
038230                               PMYMEM-MEM
038240                               PIN100
038250                               PIN200
038260                               PIN300
038270                               PIN400
038280                               PIN500
038290                               POUT00
038300       MOVE SPACE           TO WKC00RIGHT-X
038310       MOVE PMYMEM-VAL(1:PMYMEM-VLL)
038320                            TO WKC00RIGHT-X
038330       MOVE PMYMEM-VLL      TO WKC00RIGHT-LL
038331   END-IF.
038340*-
038350   MOVE 'POP_'              TO PSTACK-FNC.
038360   CALL 'SUBSTACK'       USING PSTACK-PRM
038450                           INTO PVCODE-MSG
038460     GO TO S45-EXIT
038470  END-IF.
038480   IF PSTACK-TYP            = 'V'
038490     THEN
038500       PERFORM S72-NATIVE-VALUE
038510       MOVE 'N'             TO WKC00RIGH2-T
038520       MOVE WKC72-X         TO WKC00RIGH2-X
038530       MOVE WKC72-LL        TO WKC00RIGH2-LL
038531     ELSE
038532       MOVE PSTACK-VAL(1:PSTACK-VLL)
038533                            TO WKC00RIGHT-9
038534       MOVE PSTACK-TYP      TO WKC00RIGH2-T
038535       MOVE 'GET_'          TO PMYMEM-FNC
038536       MOVE WKC00RIGHT-9    TO PMYMEM-VLI
038537       CALL 'SUBMYMEM'   USING PMYMEM-PRM
038540                               PMYMEM-VAL
038550                               PMYMEM-MEM
038560                               PIN100
038580                               PIN300
038590                               PIN400
038600                               PIN500
038610                               POUT00
038620       MOVE SPACE           TO WKC00RIGH2-X
038630       MOVE PMYMEM-VAL(1:PMYMEM-VLL)
038640                            TO WKC00RIGH2-X
038650       MOVE PMYMEM-VLL      TO WKC00RIGH2-LL
038651   END-IF.
038660*- 左辺を取りだす
038670   MOVE 'POP_'              TO PSTACK-FNC.
038680   CALL 'SUBSTACK'       USING PSTACK-PRM
038770                           INTO PVCODE-MSG
038780     GO TO S45-EXIT
038790  END-IF.
038800   MOVE ZERO                TO WKC00LEFT-V.
038810   IF PSTACK-TYP            = 'V'
038820     THEN
038830       PERFORM S72-NATIVE-VALUE
038840       MOVE 1               TO WKC00LEFT-V
038850       MOVE 'N'             TO WKC00LEFT-T
038851       MOVE WKC72-N         TO WKC00LEFT-N
038852       MOVE WKC72-X         TO WKC00LEFT-X
038853       MOVE WKC72-LL        TO WKC00LEFT-LL
038854     ELSE
038855       MOVE PSTACK-VAL(1:PSTACK-VLL)
038856                            TO WKC00LEFT-9
038857       MOVE PSTACK-TYP      TO WKC00LEFT-T
038858       MOVE 'GET_'          TO PMYMEM-FNC
038859       MOVE WKC00LEFT-9     TO PMYMEM-VLI
038860       CALL 'SUBMYMEM'   USING PMYMEM-PRM
038861                               PMYMEM-VAL
038870                               PMYMEM-MEM
038880                               PIN100
038890                               PIN200
038900                               PIN300
038910                               PIN400
038920                               PIN500
038930                               POUT00
038940       MOVE SPACE           TO WKC00LEFT-X
038950       MOVE PMYMEM-VAL(1:PMYMEM-VLL)
038960                            TO WKC00LEFT-X
038970       MOVE PMYMEM-VLL      TO WKC00LEFT-LL
038971   END-IF.
038980*-
038990   MOVE ZERO                TO PVCODE-COD.
039000   STRING WK000MYNAME SPACE ',NORMAL END.  '
039210                           INTO PVCODE-MSG
039220     GO TO S50-EXIT
039230  END-IF.
039231   PERFORM S74-NATIVE-TO-ADR.
039240   MOVE PSTACK-VAL(1:PSTACK-VLL)
039250                            TO WKC00RIGHT-9.
039260*-
039370                           INTO PVCODE-MSG
039380     GO TO S50-EXIT
039390  END-IF.
039391   PERFORM S74-NATIVE-TO-ADR.
039400   MOVE PSTACK-VAL(1:PSTACK-VLL)
039410                            TO WKC00LEFT-9.
039420*-
039710       GO TO S60-EXIT
039720   END-IF.
039730*-
039740*- 数値エントリ('V')から取り出した辺は、S40/S41/S45が値を
039750*- WKC00xxx-Nに入れ済みなので、NUMVALによる再解析を省く。
039760   IF WKC00LEFT-V           NOT = 1
039770     THEN
039780       MOVE ZERO            TO WKC00LEFT-N
039781       COMPUTE WKC00LEFT-N  =
039782         FUNCTION NUMVAL(WKC00LEFT-X(1:WKC00LEFT-LL))
039783   END-IF.
039784   IF WKC00RIGHT-V          NOT = 1
039785     THEN
039786       MOVE ZERO            TO WKC00RIGHT-N
039787       COMPUTE WKC00RIGHT-N =
039788         FUNCTION NUMVAL(WKC00RIGHT-X(1:WKC00RIGHT-LL))
039789   END-IF.
039790*-
039800   MOVE ZERO                TO PVCODE-COD.
039810   STRING WK000MYNAME SPACE ',NORMAL END.  '
040060     EXIT.
040070 S70-PUSHRESULT SECTION.
040080*--------------------------------------------------------------
040090*- WKC00RESULT-Nの値を、数値エントリ(型タグ'V'、16バイトの符号
040100*- 付き数値イメージ)のままスタックに積む。ADD__/SUB__/MUL__/
040101*- DIV__/ROUNDなどが使う共通処理。文字列化とメモリ登録は、値を
040102*- 文字列やアドレスとして使う命令がPOPするまで遅らせるので、
040103*- 計算の連鎖では編集・再解析が発生しない(S72/S74参照)。
040110*--------------------------------------------------------------
040120 S70-010.
040130   MOVE 'S70-010.'          TO WK000SECTION.
040140*-
040150   MOVE WKC00RESULT-N       TO WKC72-NAT.
040160   MOVE 'V'                 TO PSTACK-TYP.
040170   MOVE 'PUSH'              TO PSTACK-FNC.
040180   MOVE WKC72-IMG           TO PSTACK-VAL.
040190   MOVE 16                  TO PSTACK-VLL.
040200   CALL 'SUBSTACK'       USING PSTACK-PRM
040210                               PSTACK-VAL
040220                               PSTACK-CTR
040230                               PSTACK-MEM.
040231  IF PSTACK-COD           NOT = ZERO
040232   THEN
040233     MOVE -5              TO PVCODE-COD
040234     STRING WK000MYNAME ',VCODE-PC=' VCODE-PC
040235                          ',ABNORMAL END.'
040236                           INTO PVCODE-MSG
040237     GO TO S70-EXIT
040238  END-IF.
040240*-
040250   MOVE ZERO                TO PVCODE-COD.
040260   STRING WK000MYNAME SPACE ',NORMAL END.  '
040300 S71-PUSHTEXT SECTION.
040310*--------------------------------------------------------------
040320*- WKC00RESULT-X(1:WKC00RESULT-LL)をメモリに登録し、返された
040330*- VLIをスタックに積む。文字列系の命令(CONCT/SUBST/UPPER/
040340*- LOWER/TRIM_)や日付・表引き系の命令が使う共通処理。
040350*--------------------------------------------------------------
040360 S71-010.
040370   MOVE 'S71-010.'          TO WK000SECTION.
040380*-
040390   MOVE 'SET_'              TO PMYMEM-FNC.
040400*- 受け渡しエリアはX(1)宣言:部分参照で実長を書き込む
040410*- (単純MOVEだと1バイトに切り詰められる)。先頭にはSUBMYMEMの
040420*- リテラル型バイト'L'を付ける(付けないと、GET_時に本文の先頭
040430*- 1バイトが入力エリアの型コード('1'〜'5'/'O')として解釈され、
040440*- 別の値が返ってくる)。'L'の分、本文は99バイトまで。
040441   IF WKC00RESULT-LL        > 99
040442     THEN
040443       MOVE 99              TO WKC00RESULT-LL
040444   END-IF.
040445   MOVE 'L'                 TO WKC72-LIT.
040446   IF WKC00RESULT-LL        > ZERO
040447     THEN
040448       MOVE WKC00RESULT-X(1:WKC00RESULT-LL)
040449                            TO WKC72-LIT(2:WKC00RESULT-LL)
040450   END-IF.
040451   COMPUTE PMYMEM-VLL = WKC00RESULT-LL + 1.
040452   MOVE WKC72-LIT(1:PMYMEM-VLL)
040453                            TO PMYMEM-VAL(1:PMYMEM-VLL).
040454   CALL 'SUBMYMEM'       USING PMYMEM-PRM
040460                               PMYMEM-VAL
040470                               PMYMEM-MEM
040480                               PIN100
040810   STRING WK000MYNAME SPACE ',NORMAL END.  '
040820                            INTO PVCODE-MSG.
040830 S71-EXIT.
040831     EXIT.
040832 S72-NATIVE-VALUE SECTION.
040833*--------------------------------------------------------------
040834*- 数値エントリ(型タグ'V')をPOPしたときの取り出し処理。
040835*- PSTACK-VAL(1:16)の符号付き数値イメージをそのままWKC72-Nに
040836*- 移す(SUBMYMEMのGET_もNUMVALも通らない)。呼び出し元が数値
040837*- としてしか使わない(WKC00NUMREQ=1)場合は、EXPLAINモードで
040838*- なければ文字列化も省略する。それ以外はS73-NATIVE-TEXTで
040839*- 文字列化した値をWKC72-X/WKC72-LLに返す。
040840*--------------------------------------------------------------
040841 S72-010.
040842   MOVE 'S72-010.'          TO WK000SECTION.
040843*-
040844   MOVE PSTACK-VAL(1:16)    TO WKC72-IMG.
040845   MOVE WKC72-NAT           TO WKC72-N.
040846   MOVE SPACE               TO WKC72-X.
040847   MOVE ZERO                TO WKC72-LL.
040848   IF WKC00NUMREQ = 1 AND PVCODE-EXPLAIN NOT = 'Y'
040849     THEN
040850       GO TO S72-EXIT
040851   END-IF.
040852   PERFORM S73-NATIVE-TEXT.
040853 S72-EXIT.
040854     EXIT.
040855 S73-NATIVE-TEXT SECTION.
040856*--------------------------------------------------------------
040857*- WKC72-Nを文字列化してWKC72-X(1:WKC72-LL)に返す。編集形式は
040858*- 計算結果をメモリに登録していた頃のS70-PUSHRESULTと同じ
040859*- (-(11)9.9999編集後、前後空白除去)なので、PUT__/比較/EXPLAIN
040860*- に出る値の見た目は変わらない。
040861*--------------------------------------------------------------
040862 S73-010.
040863   MOVE 'S73-010.'          TO WK000SECTION.
040864*-
040865   MOVE WKC72-N             TO WKC72-E.
040866   MOVE SPACE               TO WKC72-X.
040867   MOVE FUNCTION TRIM(WKC72-E)
040868                            TO WKC72-X.
040869   MOVE ZERO                TO WKC72-LL.
040870   INSPECT WKC72-X
040871     TALLYING WKC72-LL FOR CHARACTERS BEFORE SPACE.
040872 S73-EXIT.
040873     EXIT.
040874 S74-NATIVE-TO-ADR SECTION.
040875*--------------------------------------------------------------
040876*- POP_/GET_で受け取った値が数値エントリ('V')なら、文字列化して
040877*- メモリに登録し、PSTACK-VAL/VLL/TYPを従来のアドレス形式(5桁、
040878*- 型'N')に置き換える。値をメモリアドレスとして扱う命令
040879*- (IN/NOTIN/IS BLANK/FOR__/PUT__/PUTN_/NOT/JPZ__など)が、POP
040880*- 直後に呼ぶ。'V'以外は何もしない。
040881*--------------------------------------------------------------
040882 S74-010.
040883*- 'V'以外は呼び出し元のセクション名を残す。
040884   IF PSTACK-TYP            NOT = 'V'
040885     THEN
040886       GO TO S74-EXIT
040887   END-IF.
040888   MOVE WK000SECTION        TO WKC72-SEC.
040889   MOVE 'S74-010.'          TO WK000SECTION.
040890   MOVE PSTACK-VAL(1:16)    TO WKC72-IMG.
040891   PERFORM S75-IMAGE-TO-ADR.
040892   MOVE WKC72-ADR           TO PSTACK-VAL.
040893   MOVE 5                   TO PSTACK-VLL.
040894   MOVE 'N'                 TO PSTACK-TYP.
040895*- 変換後の異常は呼び出し元の命令として報告させる。
040896   MOVE WKC72-SEC           TO WK000SECTION.
040897 S74-EXIT.
040898     EXIT.
040899 S75-IMAGE-TO-ADR SECTION.
040900*--------------------------------------------------------------
040901*- WKC72-IMGの数値を文字列化してメモリに登録し、返されたVLIを
040902*- WKC72-ADRに返す。S74-NATIVE-TO-ADRと、MGETでまとめて取った
040903*- IN/NOTINの右辺要素の変換が使う。
040904*--------------------------------------------------------------
040905 S75-010.
040906   MOVE 'S75-010.'          TO WK000SECTION.
040907*-
040908   MOVE WKC72-NAT           TO WKC72-N.
040909   PERFORM S73-NATIVE-TEXT.
040910   MOVE 'SET_'              TO PMYMEM-FNC.
040911*- S71-PUSHTEXTと同じく、リテラル型バイト'L'を付けて登録する。
040912   MOVE 'L'                 TO WKC72-LIT.
040913   MOVE WKC72-X(1:WKC72-LL) TO WKC72-LIT(2:WKC72-LL).
040914   COMPUTE PMYMEM-VLL = WKC72-LL + 1.
040915   MOVE WKC72-LIT(1:PMYMEM-VLL)
040916                            TO PMYMEM-VAL(1:PMYMEM-VLL).
040917   CALL 'SUBMYMEM'       USING PMYMEM-PRM
040918                               PMYMEM-VAL
040919                               PMYMEM-MEM
040920                               PIN100
040921                               PIN200
040922                               PIN300
040923                               PIN400
040924                               PIN500
040925                               POUT00.
040926   MOVE PMYMEM-VLI          TO WKC72-ADR.
040927 S75-EXIT.
040928     EXIT.
040929 S65-CLASSIFY SECTION.
040930*--------------------------------------------------------------
040931*- WKC65-STR(1:WKC65-LEN)が数値として読めるか判定し、WKC65-CLS
040932*- に'N'(数値)か'X'(文字)を返す。符号は先頭1個・小数点は1個
040933*- まで・数字が1桁以上、末尾空白は無視。PUSHV/PUSHL/計算結果の
040934*- 型タグ付けの共通処理。
040935*--------------------------------------------------------------
040936 S65-010.
040937   MOVE 'S65-010.'          TO WK000SECTION.
040940   MOVE 'X'                 TO WKC65-CLS.
040950   MOVE ZERO                TO WKC65-DIG.
040960   MOVE ZERO                TO WKC65-DOT.
042530     PERFORM C54-ACADD
042540   WHEN 'ACKEY'
042550     PERFORM C5B-ACKEY
042551   WHEN 'VELCT'
042552     PERFORM C5C-VELCT
042553   WHEN 'WATCH'
042554     PERFORM C5D-WATCH
042555   WHEN 'DETL_'
042556     PERFORM C5E-DETL
042557   WHEN 'MIN__'
042558   WHEN 'MAX__'
042559   WHEN 'SUM__'
042560   WHEN 'COUNT'
042561   WHEN 'AVG__'
042562     PERFORM C5F-AGGREGATE
042563   WHEN 'BLK__'
042570     PERFORM C56-BLOCK-MARK
042580   WHEN 'ACPSH'
042590     PERFORM C55-ACPSH
