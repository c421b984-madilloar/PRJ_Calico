000300*--------------------------------------------------------------
000299*- I:TYP:FNC='PUSH'時、積む値の型タグ。'N'=数値、'X'=文字、
000300*-       'B'=真偽値、'A'=アドレス/制御、空白=不明(従来互換)。
000300*-       'V'=数値エントリ(VALはアドレスではなく、16バイトの符号
000300*-       付き数値イメージ。SUBMYALUの計算結果が使う)。
000301*- O:TYP:FNC='PEEK'/'POP_'/'GET_'時、その値の型タグが返る。
000302*-       SUBMYALUが「金額と氏名を比較している」ような型違い
000303*-       ルールを実行時に検出するために使う。
