000390*-       旧版のコピーでビルドされた呼び出し側のレイアウトが
000400*-       前方一致のまま崩れないよう、ブロック末尾に追加する。
000410   03     PRULES-CAPRUNID   PIC X(16).
000420*- I:PRULES-APPID:呼び出し元アプリケーションID。ファサードの
000430*-       利用台帳(環境変数SUBRULES_USAGE)にCALLごとの
000440*-       アプリケーション・ルールセット・判定・CODが残り、
000450*-       月次の利用レポート(RULUSAGE)がアプリケーション別・
000460*-       ルールセット別に集計する。空白のCALLは「名乗らない
000470*-       呼び出し」としてレポートに一覧される。CAPRUNIDと
000480*-       同じ理由でブロック末尾に追加する。
000490   03     PRULES-APPID      PIC X(8).
