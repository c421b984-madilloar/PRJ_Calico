001050*-       VAL(1:10)=DECTB命令がPUSHするその行のアクション
001060*-       コード。
001070   03     PVCODE-TBL-CND    OCCURS 4 TIMES PIC X(10).
001071*- I:PVCODE-TBL-WNAME:FUNC='WREG'(監視リストへの1件登録)の名前
001072*-       (最大40バイト)。NAME=リスト名(5バイト、WATCH命令の
001073*-       VCODE-RSVと同じ名前空間)、KEY(1:10)=エントリーID
001074*-       (コンプライアンス担当がリスト上の人物を特定する番号)。
001075   03     PVCODE-TBL-WNAME  PIC X(40).
001080*- I:PVCODE-KAC-IDX / O:PVCODE-KAC-*:FUNC='KAC_'で、指定位置の
001090*-       キー付き累計レジスター(レジスター名・グループキー・
001100*-       件数・編集済み合計)を1件返す。末尾を越えると
001180   03     PVCODE-KAC-KEY    PIC X(20).
001190   03     PVCODE-KAC-CNT    PIC 9(7).
001200   03     PVCODE-KAC-AMT    PIC X(17).
001201*- I:PVCODE-RUS-IDX / O:PVCODE-RUS-*:FUNC='RUS_'で、指定位置の
001202*-       参照表キー使用統計(表名・キー・見つかった回数・見つから
001203*-       なかった回数)を1件返す。LOSTは統計表が満杯で数えられ
001204*-       なかったLOOKPの回数(全件共通)。末尾を越えると
001205*-       PVCODE-COD=1(FUNC='KAC_'と同じ流儀)。
001206   03     PVCODE-RUS-IDX    PIC 9(4).
001207   03     PVCODE-RUS-NAME   PIC X(5).
001208   03     PVCODE-RUS-KEY    PIC X(20).
001209   03     PVCODE-RUS-HIT    PIC 9(9).
001210   03     PVCODE-RUS-MISS   PIC 9(9).
001211   03     PVCODE-RUS-LOST   PIC 9(9).
001212*- I:PVCODE-RUNDT:FUNC='EXEC'時、DTNOW命令がPUSHする実行基準日
001220*-       (YYYYMMDD)。空白/非数字ならシステム日付を使う。ルール
001230*-       ファイルを毎日書き換えずに「本日」と比較するための
001240*-       もの(再実行時に過去日付を与え直すこともできる)。
001590     05   PVCODE-BLK-NAME   PIC X(5).
001600     05   PVCODE-BLK-SEV    PIC X(1).
001610     05   PVCODE-BLK-STS    PIC X(4).
001611*- I:FUNC='SREG':緊急抑止を1件登録する(INITでクリア。呼び出し側
001612*-       がセットをロードし終えるたびに登録し直す)。PVCODE-SETID=
001613*-       対象の常駐セット(空白=アクティブ表)。PVCODE-TBL-KEYは
001614*-       (1:5)=ブロック名(空白ならPC指定)、(6:5)=セット内のPC、
001615*-       (11:5)=アクティブ表内でのセットの開始位置(先頭行の1つ
001616*-       前)、(16:5)=セットの行数(ゼロ=末尾まで)。
001617*-       PVCODE-TBL-VALは(1:1)=抑止時の扱い('P'=成立、'W'=警告)、
001618*-       (2:3)=呼び出し側のタグ。ブロック名はここでBLK__行のPCに
001619*-       解決し、見つからなければPVCODE-COD=-2。
001620*- O:PVCODE-SUP-CNT/PVCODE-SUP-TAG:FUNC='EXEC'で抑止が効いた評価の
001621*-       件数と、効いた抑止のタグ(最大20件、超過分は件数のみ)。
001622   03     PVCODE-SUP-CNT    PIC 9(3).
001623   03     PVCODE-SUP-TAG    OCCURS 20 TIMES PIC 9(3).
001624*- I:PVCODE-VEL-*:FUNC='VCLR'/'VREG'(業務キー別の速度カウンター)。
001625*-       VCLRはレコードごとに1回、評価するレコード自身の時刻
001626*-       (STAMP=YYYYMMDDHH)と件数(N)・金額(AMT)で履歴表を作り
001627*-       直す。VREGは同じ業務キーの過去の計上を1件ずつ足す(呼び
001628*-       出し側の永続ストアから)。VELCT命令がSTAMPの時間帯から
001629*-       遡ってN時間/N日分の件数・金額を集計する。
001630*- O:PVCODE-VEL-MAXH:VCLRで、INIT以降にロードしたVELCT行の最長
001631*-       窓(時間)。呼び出し側が履歴を刈り込む保持期間の下限。
001632   03     PVCODE-VEL-STAMP  PIC X(10).
001633   03     PVCODE-VEL-N      PIC 9(7).
001634   03     PVCODE-VEL-AMT    PIC S9(11)V9(4).
001635   03     PVCODE-VEL-MAXH   PIC 9(5).
001636*- I:PVCODE-GRP-REC:FUNC='GDTL'(ヘッダー/明細グループ)。グループ
001637*-       で評価するとき、呼び出し側がEXECの前にGCLRで表を空に
001638*-       し、明細レコードを1件ずつGDTLで登録する(最大200件、
001639*-       超えるとPVCODE-COD=-2)。DETL_命令が明細の件数や各明細
001640*-       の指定位置の値をスタックに積む。
001641   03     PVCODE-GRP-REC    PIC X(200).
001642*- I:PVCODE-PROFILE:FUNC='EXEC'時、'Y'ならPCごとの実行回数・
001643*-       累積時間(1/100秒)・TRUE/FALSE件数を収集する。
001644*- I:PVCODE-PROF-PC/O:PVCODE-PROF-*:FUNC='PROF'で、指定PCの
001650*-       プロファイル値とOPRを1件ずつ取り出す(PCがテーブル件数を
001660*-       超えるとPVCODE-COD=1で終端)。呼び出し側がレポートに
001670*-       書き出す。
