001080     05   VCODE-DTB-NAME    PIC X(5).
001090     05   VCODE-DTB-CND     OCCURS 4 TIMES PIC X(10).
001100     05   VCODE-DTB-ACT    PIC X(10).
001101*- WATCH LISTS (FUNC='WREG' / WATCH OPCODE). ONE ROW PER LISTED
001102*- NAME: THE LIST NAME, THE ENTRY ID THE COMPLIANCE DESK KNOWS
001103*- THE PARTY BY, THE NAME AS REGISTERED AND ITS NORMALISED FORM
001104*- (UPPER CASE, NO PUNCTUATION OR TITLES, WORDS IN ORDER). RDY
001105*- IS SET ONCE THE FIRST WATCH AFTER REGISTRATION HAS NORMALISED
001106*- THE ROW. CLEARED AT INIT.
001107   03     VCODE-WCH-CNT     PIC 9(4) VALUE ZERO.
001108   03     VCODE-WCH         OCCURS 2000 TIMES.
001109     05   VCODE-WCH-NAME    PIC X(5).
001110     05   VCODE-WCH-ID      PIC X(10).
001111     05   VCODE-WCH-RAW     PIC X(40).
001112     05   VCODE-WCH-NRM     PIC X(40).
001113     05   VCODE-WCH-NLN     PIC 9(2).
001114     05   VCODE-WCH-RDY     PIC X(1).
001115*- KEYED ACCUMULATORS (ACKEY OPCODE): RUN-LEVEL TOTALS PER
001120*- DISTINCT GROUP-KEY VALUE (E.G. PER BRANCH) UNDER A NAMED
001130*- REGISTER. LIKE VCODE-ACC THEY SURVIVE ACROSS EXEC CALLS AND
001140*- CLEAR ONLY AT INIT; FUNC='KAC_' HANDS THEM BACK ONE AT A
001190     05   VCODE-KAC-KEY     PIC X(20).
001200     05   VCODE-KAC-N       PIC 9(7).
001210     05   VCODE-KAC-VAL     PIC S9(11)V9(4).
001211*- 参照表キー使用統計(LOOKP命令。SUBMYALUのS68-COUNT-USAGEが
001212*- 表名+キーごとの「見つかった」「見つからず」回数を数える)。
001213*- INITではクリアしない - ランを通じて数え、FUNC='RUS_'で呼び
001214*- 出し側に1件ずつ渡す。LOSTは満杯のため数えられなかった回数。
001215   03     VCODE-RUS-CNT     PIC 9(4) VALUE ZERO.
001216   03     VCODE-RUS-LOST    PIC 9(9) COMP VALUE ZERO.
001217   03     VCODE-RUS         OCCURS 2000 TIMES.
001218     05   VCODE-RUS-NAME    PIC X(5).
001219     05   VCODE-RUS-KEY     PIC X(20).
001220     05   VCODE-RUS-HIT     PIC 9(9) COMP.
001221     05   VCODE-RUS-MISS    PIC 9(9) COMP.
001222*- 緊急抑止(FUNC='SREG'で登録、INITでクリア)。SETは常駐セットID
001223*- (空白=アクティブ表)、PCはアクティブ表/セット内の絶対PC、TYPは
001224*- 'B'=ブロック単位('BLK__'行のPC)、'P'=PC単位。ACTは抑止時の
001225*- 扱い('P'=成立、'W'=警告)、TAGは呼び出し側のタグ。
001226   03     VCODE-SUP-CNT     PIC 9(2) VALUE ZERO.
001227   03     VCODE-SUP         OCCURS 50 TIMES.
001228     05   VCODE-SUP-SET     PIC X(8).
001229     05   VCODE-SUP-PC      PIC 9(5).
001230     05   VCODE-SUP-TYP     PIC X(1).
001231     05   VCODE-SUP-ACT     PIC X(1).
001232     05   VCODE-SUP-TAG     PIC 9(3).
001233*- 業務キー別の速度カウンター履歴(FUNC='VCLR'で評価レコードごと
001234*- に作り直し、'VREG'で過去の計上を足す)。NOWは評価レコードの
001235*- 時間帯(通算時間=日付の通日*24+時)、各エントリーは1時間帯分の
001236*- 件数・金額。MAXHはロード済みVELCT行の最長窓(時間、INITで
001237*- クリア)。
001238   03     VCODE-VEL-MAXH    PIC 9(5) VALUE ZERO.
001239   03     VCODE-VEL-NOW     PIC 9(9) COMP VALUE ZERO.
001240   03     VCODE-VEL-CNT     PIC 9(4) VALUE ZERO.
001241   03     VCODE-VEL         OCCURS 1000 TIMES.
001242     05   VCODE-VEL-HR      PIC 9(9) COMP.
001243     05   VCODE-VEL-N       PIC 9(7).
001244     05   VCODE-VEL-AMT     PIC S9(11)V9(4).
001245*- ヘッダー/明細グループの明細レコード(FUNC='GCLR'で空にし、
001246*- 'GDTL'で1件ずつ追加。INIT/RESTでもクリア)。DETL_命令が読む。
001247   03     VCODE-GDT-CNT     PIC 9(3) VALUE ZERO.
001248   03     VCODE-GDT         OCCURS 200 TIMES PIC X(200).
001249   03     VCODE-SET-CNT     PIC 9(2) VALUE ZERO.
001250   03     VCODE-SET-MAX     PIC 9(2) VALUE 10.
001251   03     VCODE-SETS        OCCURS 1 TO 10 TIMES
001252                            DEPENDING ON VCODE-SET-CNT.
001260     05   VCODE-SET-ID      PIC X(8).
001270     05   VCODE-SET-PC      PIC 9(5) VALUE ZERO.
001280     05   VCODE-SET-SZE     PIC 9(5) VALUE ZERO.
