000010*--------------------------------------------------------------
000020*- 履歴封印(SUBSEAL)CALLパラメータ。結果履歴F18HISTの追記ごとに
000030*- 末尾へ封印レコードを書き、前回の封印と連鎖させる(改ざん検知)。
000040*- I:FNC:機能指定。
000050*-   'INIT'=連鎖を先頭(前回封印なし、PREV=ゼロ)から始める。
000060*-   'LAST'=既存の履歴ファイル(FILE)を読み、最後の封印の連鎖値と、
000070*-          その後ろの未封印レコードを開いた区間に取り込んだ状態に
000080*-          する(追記プログラムがOPEN EXTENDの前に呼ぶ)。ファイルが
000090*-          無ければ'INIT'と同じ。
000100*-   'NEXT'=履歴レコード1件(REC)をファイル順に渡す。通常レコードは
000110*-          開いた区間に畳み込み、封印レコードはそこまでの区間と
000120*-          連鎖を照合してから次の区間へ進む。
000130*-   'SEAL'=開いた区間を閉じる封印レコードをRECに組み立てて返し、
000140*-          連鎖を進める(呼び出し側がそのままWRITEする)。
000150*-   'DGST'=RECのレコードダイジェストをDGSTに返す(ERASWEEPが
000160*-          匿名化の前に取り、匿名化レコードに持たせる)。
000170*- I:FILE:FNC='LAST'時の履歴ファイル名。
000180*- I/O:REC:履歴レコード(F18RECORDと同じ185バイト)。
000190*- O:DGST:FNC='DGST'時のダイジェスト(18桁)。
000200*- I:PROG/RUNID/DATE:FNC='SEAL'時の書き手プログラム名・ランID・
000210*-   封印レコードのF18-DATE(その追記のレコードと同じ日付)。
000220*- O:KIND:FNC='NEXT'時、'R'=通常レコード、'E'=匿名化レコード
000230*-   (持たされたダイジェストで畳み込んだ)、'S'=封印レコード。
000240*- O:PREV:現在の連鎖値(最後に閉じた封印の連鎖値)。
000250*- O:CNT:開いた区間のレコード数(まだ封印されていない件数)。
000260*- O:SEALS:FNC='LAST'/'NEXT'で読んだ封印の数('INIT'でゼロ)。
000270*- O:COD:0=正常。FNC='NEXT'で封印を照合した結果、2=封印のPREVが
000280*-   ここまでの連鎖値と違う(封印の欠落・挿入・入れ替え、または
000290*-   前の履歴が渡されていない)、3=区間の件数・ハッシュが違う
000300*-   (区間のレコードが改ざん・追加・削除された)、4=封印レコード
000310*-   自身の連鎖値が中身と合わない(封印の改ざん、または封印鍵の
000320*-   違い)。-3=不正FNC、-4=履歴ファイルのOPENエラー(FNC='LAST')。
000330*--------------------------------------------------------------
000340   03     PSEAL-FNC         PIC X(4).
000350   03     PSEAL-FILE        PIC X(100).
000360   03     PSEAL-REC         PIC X(185).
000370   03     PSEAL-DGST        PIC X(18).
000380   03     PSEAL-PROG        PIC X(8).
000390   03     PSEAL-RUNID       PIC X(16).
000400   03     PSEAL-DATE        PIC X(8).
000410   03     PSEAL-KIND        PIC X(1).
000420   03     PSEAL-PREV        PIC X(18).
000430   03     PSEAL-CNT         PIC 9(9).
000440   03     PSEAL-SEALS       PIC 9(7).
000450   03     PSEAL-STS.
000460     05   PSEAL-COD         PIC S9(1).
000470     05   PSEAL-MSG         PIC X(80).
