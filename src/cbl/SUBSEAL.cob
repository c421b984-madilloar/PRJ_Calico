000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   SUBSEAL.
000030 ENVIRONMENT    DIVISION.
000040 CONFIGURATION  SECTION.
000050 INPUT-OUTPUT               SECTION.
000060 FILE-CONTROL.
000070   SELECT F18HIST ASSIGN TO WKFILE
000080   STATUS WKFST.
000090 DATA DIVISION.
000100 FILE                       SECTION.
000110 FD  F18HIST.
000120 01  F18RECORD              PIC X(185).
000130 WORKING-STORAGE SECTION.
000140*--------------------------------------------------------------
000150*- ABEND時の手がかり用。
000160*--------------------------------------------------------------
000170   COPY   RRETCODE.
000180 01       WK000             SYNC.
000190   03     WK000MYNAME.
000200     05   FILLER            PIC X(11) VALUE 'PROGRAM-ID:'.
000210     05   FILLER            PIC X(8)  VALUE 'SUBSEAL'.
000220     05   WK000SECTION      PIC X(8).
000230*--------------------------------------------------------------
000240*- メッセージカタログ(SUBMSGS)CALLパラメータ。運用コンソールが
000250*- キーにするメッセージIDを、未定義機能コード等の運用向け
000260*- メッセージに付けるために使う。
000270*--------------------------------------------------------------
000280 01       PMSGS-PRM         SYNC.
000290   COPY   RMSGS-PRM.
000300*--------------------------------------------------------------
000310*- WORK
000320*--------------------------------------------------------------
000330 01       WK                SYNC.
000340   03     WKFILE            PIC X(100).
000350   03     WKFST             PIC X(2).
000360   03     WKEOF             PIC 9(1).
000370   03     WKPOS             PIC 9(9) COMP.
000380   03     WKLASTPOS         PIC 9(9) COMP.
000390   03     WKI               PIC 9(4) COMP.
000400   03     WKSTAMP           PIC X(14).
000410   03     WKTIME            PIC X(8).
000420   03     WKCNT-D           PIC 9(9).
000430*- 封印鍵。HISTORY_SEAL_KEYを最初のCALLで一度だけ読む。設定すると
000440*- 鍵を知らない者は連鎖値を計算し直せない(鍵が無ければ、封印は
000450*- 偶発的な改ざん・欠落の検知用で、連鎖全体の作り直しは防げない)。
000460   03     WKKEY-READ        PIC 9(1)  VALUE ZERO.
000470   03     WKKEY             PIC X(32) VALUE SPACE.
000480*--------------------------------------------------------------
000490*- 連鎖の状態。CALLをまたいで保持する(1本の連鎖だけを扱う)。
000500*- PREV=最後に閉じた封印の連鎖値、CNT/A/B=開いた区間の件数と
000510*- 2本の畳み込みハッシュ。
000520*--------------------------------------------------------------
000530 01       WKSEG             SYNC.
000540   03     WKSEG-CNT         PIC 9(9) COMP VALUE ZERO.
000550   03     WKSEG-A           PIC 9(9) COMP VALUE ZERO.
000560   03     WKSEG-B           PIC 9(9) COMP VALUE ZERO.
000570   03     WKSEG-PREV        PIC X(18) VALUE ZERO.
000580*--------------------------------------------------------------
000590*- ダイジェスト計算ワーク。WKDG-STRの先頭WKDG-LEN文字から、
000600*- 法の違う2本の多項式ハッシュ(各9桁)を求めてWKDG-OUTに返す。
000610*--------------------------------------------------------------
000620 01       WKDG              SYNC.
000630   03     WKDG-STR          PIC X(400).
000640   03     WKDG-LEN          PIC 9(4) COMP.
000650   03     WKDG-A            PIC 9(18) COMP.
000660   03     WKDG-B            PIC 9(18) COMP.
000670   03     WKDG-Q            PIC 9(18) COMP.
000680   03     WKDG-C            PIC 9(4) COMP.
000690   03     WKDG-OUT.
000700     05   WKDG-OA           PIC 9(9).
000710     05   WKDG-OB           PIC 9(9).
000720*--------------------------------------------------------------
000730*- 封印レコード(F18RECORDと同じ185バイト)。F3IMAGE部の先頭は
000740*- 既存の'TRL '(件数5:7、ハッシュ12:9)の並びに合わせてあるので、
000750*- 履歴を読む既存プログラムは'TRL 'として読み飛ばす。
000760*--------------------------------------------------------------
000770 01       WKSL              SYNC.
000780   03     WKSL-DATE         PIC X(8).
000790   03     WKSL-IMG.
000800     05   WKSL-TRL          PIC X(4).
000810     05   WKSL-CNT          PIC 9(7).
000820     05   WKSL-A            PIC 9(9).
000830     05   FILLER            PIC X(1).
000840     05   WKSL-MARK         PIC X(4).
000850     05   FILLER            PIC X(1).
000860     05   WKSL-B            PIC 9(9).
000870     05   FILLER            PIC X(1).
000880     05   WKSL-PREV         PIC X(18).
000890     05   FILLER            PIC X(1).
000900     05   WKSL-CHAIN        PIC X(18).
000910     05   FILLER            PIC X(1).
000920     05   WKSL-PROG         PIC X(8).
000930     05   FILLER            PIC X(1).
000940     05   WKSL-STAMP        PIC X(14).
000950     05   FILLER            PIC X(1).
000960     05   WKSL-RUNID        PIC X(16).
000970     05   FILLER            PIC X(39).
000980   03     WKSL-REPAIR       PIC X(1).
000990   03     WKSL-ORUN         PIC X(16).
001000   03     WKSL-OSEQ         PIC 9(7).
001010*--------------------------------------------------------------
001020*- 連鎖値計算の入力(封印の中身+封印鍵)。
001030*--------------------------------------------------------------
001040 01       WKCH              SYNC.
001050   03     WKCH-PREV         PIC X(18).
001060   03     WKCH-CNT          PIC 9(7).
001070   03     WKCH-A            PIC 9(9).
001080   03     WKCH-B            PIC 9(9).
001090   03     WKCH-DATE         PIC X(8).
001100   03     WKCH-PROG         PIC X(8).
001110   03     WKCH-STAMP        PIC X(14).
001120   03     WKCH-RUNID        PIC X(16).
001130   03     WKCH-KEY          PIC X(32).
001140 LINKAGE SECTION.
001150*--------------------------------------------------------------
001160*- 封印パラメータ引数。
001170*--------------------------------------------------------------
001180 01       PSEAL-PRM.
001190   COPY   RSEAL-PRM.
001200*--------------------------------------------------------------
001210*-
001220*--------------------------------------------------------------
001230 PROCEDURE DIVISION USING PSEAL-PRM.
001240 A00-MAIN SECTION.
001250*--------------------------------------------------------------
001260*-
001270*--------------------------------------------------------------
001280 A00-010.
001290   MOVE 'A00-010.'          TO WK000SECTION.
001300   PERFORM S00-INIT.
001310   EVALUATE PSEAL-FNC
001320   WHEN 'INIT' PERFORM B00-INIT
001330   WHEN 'LAST' PERFORM C00-LAST
001340   WHEN 'NEXT' PERFORM D00-NEXT
001350   WHEN 'SEAL' PERFORM E00-SEAL
001360   WHEN 'DGST' PERFORM F00-DGST
001370   WHEN OTHER
001380        MOVE 'A00-010.'     TO WK000SECTION
001390        MOVE -3             TO PSEAL-COD
001400        MOVE SPACE          TO PMSGS-PRM
001410        MOVE 'GET_'         TO PMSGS-FNC
001420        MOVE 'CAL-0001-E'   TO PMSGS-ID
001430        MOVE 'SUBSEAL'      TO PMSGS-SUB1
001440        CALL 'SUBMSGS'   USING PMSGS-PRM
001450        MOVE PMSGS-TEXT     TO PSEAL-MSG
001460   END-EVALUATE.
001470   MOVE WKSEG-PREV          TO PSEAL-PREV.
001480   MOVE WKSEG-CNT           TO PSEAL-CNT.
001490 A00-EXIT.
001500   MOVE ZERO TO RETURN-CODE.
001510   GOBACK.
001520 B00-INIT SECTION.
001530*--------------------------------------------------------------
001540*- INIT。連鎖を先頭から始める(前回封印の連鎖値はゼロ)。
001550*--------------------------------------------------------------
001560 B00-010.
001570   MOVE 'B00-010.'          TO WK000SECTION.
001580   MOVE ZERO                TO WKSEG-CNT.
001590   MOVE ZERO                TO WKSEG-A.
001600   MOVE ZERO                TO WKSEG-B.
001610   MOVE ZERO                TO WKSEG-PREV.
001620   MOVE ZERO                TO PSEAL-SEALS.
001630 B00-EXIT.
001640   MOVE ZERO                TO PSEAL-COD.
001650   STRING WK000MYNAME SPACE ',NORMAL END.  '
001660                            INTO PSEAL-MSG.
001670   EXIT.
001680 C00-LAST SECTION.
001690*--------------------------------------------------------------
001700*- LAST。既存の履歴ファイルの続きから連鎖を再開する。
001710*- 1回目の読みで最後の封印の位置と連鎖値を求め、2回目の読みで
001720*- その後ろのレコード(前回の追記が異常終了して封印されなかった
001730*- もの、SUBRULESの実行履歴など)を開いた区間に取り込む。これらは
001740*- 今回の封印でまとめて封印される。封印が1つも無い(封印を始める
001750*- 前からの)履歴は、全件が最初の封印の区間になる。
001760*- ファイルが無い(STATUS 35)なら連鎖の先頭から始める。
001770*--------------------------------------------------------------
001780 C00-010.
001790   MOVE 'C00-010.'          TO WK000SECTION.
001800   PERFORM B00-INIT.
001810   MOVE PSEAL-FILE          TO WKFILE.
001820   OPEN INPUT F18HIST.
001830   IF WKFST                 = '35'
001840     THEN
001850       GO TO C00-090
001860   END-IF.
001870   IF WKFST                 NOT = '00'
001880     THEN
001890       MOVE -4              TO PSEAL-COD
001900       STRING WK000MYNAME SPACE ',HISTORY OPEN ERROR STATUS '
001910              WKFST DELIMITED BY SIZE
001920                            INTO PSEAL-MSG
001930       GO TO C00-EXIT
001940   END-IF.
001950   MOVE ZERO                TO WKPOS.
001960   MOVE ZERO                TO WKLASTPOS.
001970   MOVE ZERO                TO WKEOF.
001980   PERFORM C10-READ.
001990   PERFORM UNTIL WKEOF      = 1
002000     ADD 1                  TO WKPOS
002010     MOVE F18RECORD         TO WKSL
002020     IF WKSL-TRL            = 'TRL '
002030        AND WKSL-MARK       = 'SEAL'
002040       THEN
002050         MOVE WKPOS         TO WKLASTPOS
002060         MOVE WKSL-CHAIN    TO WKSEG-PREV
002070         ADD 1              TO PSEAL-SEALS
002080     END-IF
002090     PERFORM C10-READ
002100   END-PERFORM.
002110   CLOSE F18HIST.
002120   IF WKLASTPOS             = WKPOS
002130     THEN
002140       GO TO C00-090
002150   END-IF.
002160   OPEN INPUT F18HIST.
002170   MOVE ZERO                TO WKPOS.
002180   MOVE ZERO                TO WKEOF.
002190   PERFORM C10-READ.
002200   PERFORM UNTIL WKEOF      = 1
002210     ADD 1                  TO WKPOS
002220     IF WKPOS               > WKLASTPOS
002230       THEN
002240         MOVE F18RECORD     TO PSEAL-REC
002250         PERFORM G10-RECORD-DIGEST
002260         PERFORM H00-FOLD
002270     END-IF
002280     PERFORM C10-READ
002290   END-PERFORM.
002300   CLOSE F18HIST.
002310 C00-090.
002320   MOVE ZERO                TO PSEAL-COD.
002330   STRING WK000MYNAME SPACE ',NORMAL END.  '
002340                            INTO PSEAL-MSG.
002350 C00-EXIT.
002360   EXIT.
002370 C10-READ SECTION.
002380*--------------------------------------------------------------
002390*- 履歴を1件読む。終わりでWKEOF=1。
002400*--------------------------------------------------------------
002410 C10-010.
002420   MOVE 'C10-010.'          TO WK000SECTION.
002430   READ F18HIST
002440     AT END
002450       MOVE 1               TO WKEOF
002460   END-READ.
002470 C10-EXIT.
002480   EXIT.
002490 D00-NEXT SECTION.
002500*--------------------------------------------------------------
002510*- NEXT。履歴レコード1件をファイル順に受け取る。
002520*- 通常レコードは開いた区間に畳み込む。封印レコードなら、
002530*-   1)封印自身の連鎖値を中身から計算し直して照合(COD=4)、
002540*-   2)封印の件数・ハッシュを開いた区間と照合(COD=3)、
002550*-   3)封印のPREVをここまでの連鎖値と照合(COD=2)
002560*- の順に見て、最初に合わなかったものをCODに返す。合っても
002570*- 合わなくても、その封印の連鎖値から次の区間を始める(1か所の
002580*- 切れ目が、後ろの全ての封印の不一致として報告されないように)。
002590*--------------------------------------------------------------
002600 D00-010.
002610   MOVE 'D00-010.'          TO WK000SECTION.
002620   MOVE ZERO                TO PSEAL-COD.
002630   MOVE PSEAL-REC           TO WKSL.
002640   IF WKSL-TRL              NOT = 'TRL '
002650      OR WKSL-MARK          NOT = 'SEAL'
002660     THEN
002670       PERFORM G10-RECORD-DIGEST
002680       PERFORM H00-FOLD
002690       STRING WK000MYNAME SPACE ',NORMAL END.  '
002700                            INTO PSEAL-MSG
002710       GO TO D00-EXIT
002720   END-IF.
002730   MOVE 'S'                 TO PSEAL-KIND.
002740   ADD 1                    TO PSEAL-SEALS.
002750   PERFORM H10-CHAIN.
002760   EVALUATE TRUE
002770   WHEN WKDG-OUT            NOT = WKSL-CHAIN
002780     MOVE 4                 TO PSEAL-COD
002790     STRING 'SEAL CHAIN VALUE DOES NOT MATCH ITS CONTENT '
002800            '(SEAL ALTERED OR WRONG SEAL KEY)'
002810            DELIMITED BY SIZE
002820                            INTO PSEAL-MSG
002830   WHEN WKSL-CNT            NOT = WKSEG-CNT
002840     MOVE 3                 TO PSEAL-COD
002850     MOVE WKSEG-CNT         TO WKCNT-D
002860     STRING 'SEAL RECORD COUNT ' WKSL-CNT ' BUT FOUND '
002870            WKCNT-D ' (RECORDS ADDED OR REMOVED)'
002880            DELIMITED BY SIZE
002890                            INTO PSEAL-MSG
002900   WHEN WKSL-A              NOT = WKSEG-A
002910   WHEN WKSL-B              NOT = WKSEG-B
002920     MOVE 3                 TO PSEAL-COD
002930     STRING 'SEAL HASH DOES NOT MATCH ITS RECORDS '
002940            '(RECORD ALTERED OR REORDERED)'
002950            DELIMITED BY SIZE
002960                            INTO PSEAL-MSG
002970   WHEN WKSL-PREV           NOT = WKSEG-PREV
002980     MOVE 2                 TO PSEAL-COD
002990     STRING 'SEAL DOES NOT LINK TO THE PREVIOUS SEAL '
003000            '(SEAL MISSING, ADDED OR OUT OF ORDER)'
003010            DELIMITED BY SIZE
003020                            INTO PSEAL-MSG
003030   WHEN OTHER
003040     STRING WK000MYNAME SPACE ',NORMAL END.  '
003050                            INTO PSEAL-MSG
003060   END-EVALUATE.
003070   MOVE WKSL-CHAIN          TO WKSEG-PREV.
003080   MOVE ZERO                TO WKSEG-CNT.
003090   MOVE ZERO                TO WKSEG-A.
003100   MOVE ZERO                TO WKSEG-B.
003110 D00-EXIT.
003120   EXIT.
003130 E00-SEAL SECTION.
003140*--------------------------------------------------------------
003150*- SEAL。開いた区間を閉じる封印レコードをPSEAL-RECに返す。
003160*- 件数欄は7桁なので、1区間は9,999,999件まで(超えた分は下7桁)。
003170*--------------------------------------------------------------
003180 E00-010.
003190   MOVE 'E00-010.'          TO WK000SECTION.
003200   ACCEPT WKSTAMP(1:8)      FROM DATE YYYYMMDD.
003210   ACCEPT WKTIME            FROM TIME.
003220   MOVE WKTIME(1:6)         TO WKSTAMP(9:6).
003230   MOVE SPACE               TO WKSL.
003240   MOVE PSEAL-DATE          TO WKSL-DATE.
003250   MOVE 'TRL '              TO WKSL-TRL.
003260   MOVE WKSEG-CNT           TO WKSL-CNT.
003270   MOVE WKSEG-A             TO WKSL-A.
003280   MOVE 'SEAL'              TO WKSL-MARK.
003290   MOVE WKSEG-B             TO WKSL-B.
003300   MOVE WKSEG-PREV          TO WKSL-PREV.
003310   MOVE PSEAL-PROG          TO WKSL-PROG.
003320   MOVE WKSTAMP             TO WKSL-STAMP.
003330   MOVE PSEAL-RUNID         TO WKSL-RUNID.
003340   MOVE ZERO                TO WKSL-OSEQ.
003350   PERFORM H10-CHAIN.
003360   MOVE WKDG-OUT            TO WKSL-CHAIN.
003370   MOVE WKSL                TO PSEAL-REC.
003380   MOVE WKSL-CHAIN          TO WKSEG-PREV.
003390   MOVE ZERO                TO WKSEG-CNT.
003400   MOVE ZERO                TO WKSEG-A.
003410   MOVE ZERO                TO WKSEG-B.
003420 E00-EXIT.
003430   MOVE ZERO                TO PSEAL-COD.
003440   STRING WK000MYNAME SPACE ',NORMAL END.  '
003450                            INTO PSEAL-MSG.
003460   EXIT.
003470 F00-DGST SECTION.
003480*--------------------------------------------------------------
003490*- DGST。PSEAL-RECのレコードダイジェストを返す(匿名化済みの
003500*- レコードなら、持たされたダイジェストをそのまま返す)。
003510*--------------------------------------------------------------
003520 F00-010.
003530   MOVE 'F00-010.'          TO WK000SECTION.
003540   PERFORM G10-RECORD-DIGEST.
003550   MOVE WKDG-OUT            TO PSEAL-DGST.
003560 F00-EXIT.
003570   MOVE ZERO                TO PSEAL-COD.
003580   STRING WK000MYNAME SPACE ',NORMAL END.  '
003590                            INTO PSEAL-MSG.
003600   EXIT.
003610 G00-DIGEST SECTION.
003620*--------------------------------------------------------------
003630*- WKDG-STRの先頭WKDG-LEN文字のダイジェストを求める。
003640*-
003650*- RETURN:
003660*-   WKDG-OUT PIC X(18)。9桁+9桁。
003670*-
003680*-   A=(A*257+文字コード) MOD 999999937、
003690*-   B=(B*263+文字コード+文字位置) MOD 999999929
003700*-   の2本。暗号学的なハッシュではない(意図して作った衝突は防げ
003710*-   ない)が、偶発的な書き換え・欠落・入れ替えは検知できる。
003720*--------------------------------------------------------------
003730 G00-010.
003740   MOVE 'G00-010.'          TO WK000SECTION.
003750   MOVE ZERO                TO WKDG-A.
003760   MOVE ZERO                TO WKDG-B.
003770   PERFORM VARYING WKI FROM 1 BY 1 UNTIL WKI > WKDG-LEN
003780     MOVE FUNCTION ORD(WKDG-STR(WKI:1)) TO WKDG-C
003790     COMPUTE WKDG-Q         = WKDG-A * 257 + WKDG-C
003800     DIVIDE WKDG-Q BY 999999937 GIVING WKDG-Q
003810       REMAINDER WKDG-A
003820     COMPUTE WKDG-Q         = WKDG-B * 263 + WKDG-C + WKI
003830     DIVIDE WKDG-Q BY 999999929 GIVING WKDG-Q
003840       REMAINDER WKDG-B
003850   END-PERFORM.
003860   MOVE WKDG-A              TO WKDG-OA.
003870   MOVE WKDG-B              TO WKDG-OB.
003880 G00-EXIT.
003890   EXIT.
003900 G10-RECORD-DIGEST SECTION.
003910*--------------------------------------------------------------
003920*- PSEAL-REC(履歴レコード185バイト)のダイジェストをWKDG-OUTに
003930*- 求め、PSEAL-KINDを返す。
003940*- ERASWEEPが匿名化したレコード(KEY='*ERASED*'、OUTの先頭が
003950*- 'SEALDGST='+元レコードのダイジェスト18桁)は、元レコードの
003960*- ダイジェストを使う。これで、消去依頼による匿名化で封印が
003970*- 切れない(匿名化の事実は検証プログラムが別に報告する)。
003980*--------------------------------------------------------------
003990 G10-010.
004000   MOVE 'G10-010.'          TO WK000SECTION.
004010   MOVE 'R'                 TO PSEAL-KIND.
004020   IF PSEAL-REC(142:8)      = '*ERASED*'
004030      AND PSEAL-REC(42:9)   = 'SEALDGST='
004040      AND PSEAL-REC(51:18)  IS NUMERIC
004050     THEN
004060       MOVE 'E'             TO PSEAL-KIND
004070       MOVE PSEAL-REC(51:18) TO WKDG-OUT
004080       GO TO G10-EXIT
004090   END-IF.
004100   MOVE PSEAL-REC           TO WKDG-STR.
004110   MOVE 185                 TO WKDG-LEN.
004120   PERFORM G00-DIGEST.
004130 G10-EXIT.
004140   EXIT.
004150 H00-FOLD SECTION.
004160*--------------------------------------------------------------
004170*- WKDG-OUT(レコードダイジェスト)を開いた区間に畳み込む。
004180*- 順序も効くように、前の値に係数を掛けてから足す。
004190*--------------------------------------------------------------
004200 H00-010.
004210   MOVE 'H00-010.'          TO WK000SECTION.
004220   COMPUTE WKDG-Q           = WKSEG-A * 1000003 + WKDG-OA.
004230   DIVIDE WKDG-Q BY 999999937 GIVING WKDG-Q
004240     REMAINDER WKSEG-A.
004250   COMPUTE WKDG-Q           = WKSEG-B * 1000033 + WKDG-OB.
004260   DIVIDE WKDG-Q BY 999999929 GIVING WKDG-Q
004270     REMAINDER WKSEG-B.
004280   ADD 1                    TO WKSEG-CNT.
004290 H00-EXIT.
004300   EXIT.
004310 H10-CHAIN SECTION.
004320*--------------------------------------------------------------
004330*- WKSLの封印の中身(PREV・件数・ハッシュ・日付・書き手・時刻・
004340*- ランID)と封印鍵から、その封印の連鎖値をWKDG-OUTに求める。
004350*--------------------------------------------------------------
004360 H10-010.
004370   MOVE 'H10-010.'          TO WK000SECTION.
004380   PERFORM S10-KEY.
004390   MOVE WKSL-PREV           TO WKCH-PREV.
004400   MOVE WKSL-CNT            TO WKCH-CNT.
004410   MOVE WKSL-A              TO WKCH-A.
004420   MOVE WKSL-B              TO WKCH-B.
004430   MOVE WKSL-DATE           TO WKCH-DATE.
004440   MOVE WKSL-PROG           TO WKCH-PROG.
004450   MOVE WKSL-STAMP          TO WKCH-STAMP.
004460   MOVE WKSL-RUNID          TO WKCH-RUNID.
004470   MOVE WKKEY               TO WKCH-KEY.
004480   MOVE SPACE               TO WKDG-STR.
004490   MOVE WKCH                TO WKDG-STR.
004500   MOVE LENGTH OF WKCH      TO WKDG-LEN.
004510   PERFORM G00-DIGEST.
004520 H10-EXIT.
004530   EXIT.
004540 S00-INIT SECTION.
004550*--------------------------------------------------------------
004560*- 初期化。
004570*--------------------------------------------------------------
004580 S00-010.
004590   MOVE 'S00-010.'          TO WK000SECTION.
004600   MOVE -1                  TO PSEAL-COD.
004610   STRING WK000MYNAME SPACE ',ABNORMAL END.'
004620                            INTO PSEAL-MSG.
004630 S00-EXIT.
004640   EXIT.
004650 S10-KEY SECTION.
004660*--------------------------------------------------------------
004670*- 封印鍵(HISTORY_SEAL_KEY)を最初の1回だけ読む。
004680*--------------------------------------------------------------
004690 S10-010.
004700   MOVE 'S10-010.'          TO WK000SECTION.
004710   IF WKKEY-READ            = 1
004720     THEN
004730       GO TO S10-EXIT
004740   END-IF.
004750   MOVE SPACE               TO WKKEY.
004760   ACCEPT WKKEY FROM ENVIRONMENT 'HISTORY_SEAL_KEY'.
004770   MOVE 1                   TO WKKEY-READ.
004780 S10-EXIT.
004790   EXIT.
