000150*- IT TODAY. THE DISPOSITION CODE IS THE OUT VALUE'S LEADING
000160*- 10 BYTES.
000170*-
000171*- EVERY KEY WHOSE DISPOSITION CODE OR STATUS THE RUN ACTUALLY
000172*- CHANGED (OR THAT IS NEW TO THE MASTER) GOES TO THE CHANGE-
000173*- EVENT FILE (F55EVT) - ONE RECORD PER KEY, NETTED OVER THE
000174*- NIGHT: THE OLD VALUES ARE THE KEY'S STANDING BEFORE THE RUN,
000175*- THE NEW ONES ITS STANDING AFTER IT, AND THE SOURCE IS WHERE
000176*- THE LAST CHANGE CAME FROM ('F' = F3OUT, 'R' = REJREPRO
000177*- REPAIR). THE NETTING IS DONE IN A KEYED WORK FILE (F56EVW),
000178*- RECREATED EACH RUN. THE EVENT FILE CARRIES 'HDR '/'TRL '
000179*- CONTROL RECORDS (TRL: COUNT COLS 5-11, HASH COLS 12-20 OVER
000180*- THE EVENT TYPE, AS ACTGEN'S ACTION FILES).
000181*-
000182*- ENV: RESULT_FILE, REPAIRED_FILE (OPTIONAL), STATUS_MASTER,
000190*-      KEY_POS (DEFAULT 1), KEY_LEN (DEFAULT 10, MAX 20),
000200*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY),
000201*-      STATUS_EVENTS (DEFAULT ../data/pcheckstsevt.txt),
000202*-      STATUS_EVENT_WORK (DEFAULT ../data/pcheckstsevt.ix).
000210*- RETURN-CODE: 0=MAINTAINED, 12=BAD PARMS, 16=FATAL I/O.
000211*-
000212*- DEPLOYMENT: THE MANUAL REVIEW FIELDS (F35-AUTO-STATUS ON)
000213*- LENGTHENED THE MASTER RECORD FROM 59 TO 80 BYTES. A MASTER
000214*- BUILT BEFORE THEM MUST BE CONVERTED ONCE WITH STCONVRT BEFORE
000215*- THIS PROGRAM, OR ANY OTHER READER OF THE MASTER, RUNS AGAINST
000216*- IT - OTHERWISE THE OPEN FAILS WITH STATUS 39. STCONVRT'S
000217*- HEADER GIVES THE STEPS.
000220*--------------------------------------------------------------
000230 ENVIRONMENT    DIVISION.
000240 INPUT-OUTPUT               SECTION.
000300   ACCESS MODE DYNAMIC
000310   RECORD KEY IS F35-KEY
000320   STATUS WK-STS-FST.
000321   SELECT F55EVT  ASSIGN TO WK-EVTNAME
000322   ORGANIZATION LINE SEQUENTIAL
000323   STATUS WK-EVT-FST.
000324   SELECT F56EVW  ASSIGN TO WK-EVWNAME
000325   ORGANIZATION INDEXED
000326   ACCESS MODE DYNAMIC
000327   RECORD KEY IS F56-KEY
000328   STATUS WK-EVW-FST.
000330 DATA DIVISION.
000340 FILE                       SECTION.
000350 FD  F3IN.
000490   03 F35-RUNID             PIC X(16).
000500   03 F35-DATE              PIC X(08).
000510   03 F35-REPAIRED          PIC X(01).
000511*- MANUAL REVIEW OUTCOME (SET BY REVAPPLY, CLEARED WHENEVER A
000512*- RUN'S RESULT REPLACES THE RECORD): F35-STATUS THEN HOLDS THE
000513*- REVIEWER'S FINAL STATUS AND F35-AUTO-STATUS THE AUTOMATED ONE
000514*- IT OVERRODE; F35-DISP STAYS THE AUTOMATED DISPOSITION CODE.
000515*- F35-REVIEW = 'A' APPROVED / 'D' DECLINED, SPACE = NOT REVIEWED.
000516   03 F35-AUTO-STATUS       PIC X(04).
000517   03 F35-REVIEW            PIC X(01).
000518   03 F35-REVUSER           PIC X(08).
000519   03 F35-REVDATE           PIC X(08).
000520 FD  F55EVT.
000521*--------------------------------------------------------------
000522*- ONE CHANGE EVENT. OLD-* ARE SPACE ON A 'NEW ' EVENT.
000523*--------------------------------------------------------------
000524 01  F55RECORD              SYNC.
000525   03 F55-TYPE              PIC X(04).
000526   03 F55-KEY               PIC X(20).
000527   03 F55-OLD-DISP          PIC X(10).
000528   03 F55-OLD-STATUS        PIC X(04).
000529   03 F55-OLD-RUNID         PIC X(16).
000530   03 F55-NEW-DISP          PIC X(10).
000531   03 F55-NEW-STATUS        PIC X(04).
000532   03 F55-NEW-RUNID         PIC X(16).
000533   03 F55-SOURCE            PIC X(01).
000534   03 F55-DATE              PIC X(08).
000535   03 FILLER                PIC X(07).
000536 01  F55CTLREC              PIC X(100).
000537 FD  F56EVW.
000538*--------------------------------------------------------------
000539*- NETTING WORK RECORD: THE KEY'S STANDING BEFORE THE RUN (AS
000540*- FIRST FOUND) AND ITS LATEST STANDING SO FAR.
000541*--------------------------------------------------------------
000542 01  F56RECORD              SYNC.
000543   03 F56-KEY               PIC X(20).
000544   03 F56-FOUND             PIC X(01).
000545   03 F56-OLD-DISP          PIC X(10).
000546   03 F56-OLD-STATUS        PIC X(04).
000547   03 F56-OLD-RUNID         PIC X(16).
000548   03 F56-NEW-DISP          PIC X(10).
000549   03 F56-NEW-STATUS        PIC X(04).
000550   03 F56-NEW-RUNID         PIC X(16).
000551   03 F56-SOURCE            PIC X(01).
000552 WORKING-STORAGE SECTION.
000553 01  WK-FILES               SYNC.
000554   03 WK-RESNAME            PIC X(100).
000555   03 WK-RES-FST            PIC X(02).
000560   03 WK-REPNAME            PIC X(100).
000570   03 WK-STSNAME            PIC X(100).
000580   03 WK-STS-FST            PIC X(02).
000581   03 WK-EVTNAME            PIC X(100).
000582   03 WK-EVT-FST            PIC X(02).
000583   03 WK-EVWNAME            PIC X(100).
000584   03 WK-EVW-FST            PIC X(02).
000590 01  WK-PRM                 SYNC.
000600   03 WK-POS-X              PIC X(03).
000610   03 WK-LEN-X              PIC X(03).
000680   03 WK-ADDED              PIC 9(07) VALUE ZERO.
000690   03 WK-UPDATED            PIC 9(07) VALUE ZERO.
000700   03 WK-BLANKKEY           PIC 9(07) VALUE ZERO.
000701   03 WK-EVENTS             PIC 9(07) VALUE ZERO.
000702   03 WK-EVT-HASH           PIC 9(09) VALUE ZERO.
000703   03 WK-K                  PIC 9(01).
000704*- THE KEY'S STANDING AS READ BEFORE THE CURRENT UPDATE.
000705 01  WK-OLD                 SYNC.
000706   03 WK-OLD-KEY            PIC X(20).
000707   03 WK-OLD-FOUND          PIC X(01).
000708   03 WK-OLD-DISP           PIC X(10).
000709   03 WK-OLD-STATUS         PIC X(04).
000710   03 WK-OLD-RUNID          PIC X(16).
000711 PROCEDURE DIVISION.
000720 A00-MAIN SECTION.
000730*--------------------------------------------------------------
000740*- THE NIGHT'S RESULTS FIRST, THEN THE REPAIRS ON TOP.
000850   ACCEPT WK-STSNAME  FROM ENVIRONMENT 'STATUS_MASTER'.
000860   IF WK-STSNAME = SPACE
000870     MOVE '../data/pcheckstatus.ix' TO WK-STSNAME
000871   END-IF.
000872   MOVE SPACE         TO WK-EVTNAME.
000873   ACCEPT WK-EVTNAME  FROM ENVIRONMENT 'STATUS_EVENTS'.
000874   IF WK-EVTNAME = SPACE
000875     MOVE '../data/pcheckstsevt.txt' TO WK-EVTNAME
000876   END-IF.
000877   MOVE SPACE         TO WK-EVWNAME.
000878   ACCEPT WK-EVWNAME  FROM ENVIRONMENT 'STATUS_EVENT_WORK'.
000879   IF WK-EVWNAME = SPACE
000880     MOVE '../data/pcheckstsevt.ix' TO WK-EVWNAME
000881   END-IF.
000890   MOVE SPACE         TO WK-POS-X.
000900   ACCEPT WK-POS-X    FROM ENVIRONMENT 'KEY_POS'.
000910   IF WK-POS-X NOT = SPACE AND WK-POS-X NUMERIC
001220     THEN
001230       DISPLAY 'STSMAST:STATUS MASTER OPEN ERROR STATUS='
001240               WK-STS-FST
001241     IF WK-STS-FST = '39'
001242       THEN
001243         DISPLAY 'STSMAST:MASTER IS IN THE OLD 59-BYTE LAYOUT -'
001244                 ' CONVERT IT WITH STCONVRT FIRST.'
001245     END-IF
001250       MOVE 16            TO RETURN-CODE
001260       GOBACK
001270   END-IF.
001271   OPEN OUTPUT F56EVW.
001272   CLOSE F56EVW.
001273   OPEN I-O F56EVW.
001274   IF WK-EVW-FST NOT = '00'
001275     THEN
001276       DISPLAY 'STSMAST:EVENT WORK FILE OPEN ERROR STATUS='
001277               WK-EVW-FST
001278       CLOSE F35STS
001279       MOVE 16            TO RETURN-CODE
001280       GOBACK
001281   END-IF.
001282   OPEN OUTPUT F55EVT.
001283   IF WK-EVT-FST NOT = '00'
001284     THEN
001285       DISPLAY 'STSMAST:EVENT FILE OPEN ERROR STATUS='
001286               WK-EVT-FST
001287       CLOSE F35STS
001288       CLOSE F56EVW
001289       MOVE 16            TO RETURN-CODE
001290       GOBACK
001291   END-IF.
001292   MOVE SPACE         TO F55CTLREC.
001293   STRING 'HDR STSMAST DATE=' WK-RUNDT
001294                      DELIMITED BY SIZE INTO F55CTLREC.
001295   WRITE F55CTLREC.
001296   MOVE SPACE         TO WK-RPRMARK.
001297   PERFORM B10-APPLY-ONE-FILE.
001300   IF WK-REPNAME NOT = SPACE
001310     THEN
001320       MOVE WK-REPNAME    TO WK-RESNAME
001340       PERFORM B10-APPLY-ONE-FILE
001350   END-IF.
001360   CLOSE F35STS.
001361   PERFORM C10-WRITE-EVENTS.
001370   DISPLAY '===================================='.
001380   DISPLAY 'STSMAST RESULT: READ=' WK-READ
001390           ' ADDED=' WK-ADDED
001400           ' UPDATED=' WK-UPDATED
001410           ' NO-KEY=' WK-BLANKKEY.
001411   DISPLAY '  CHANGE EVENTS=' WK-EVENTS.
001420   DISPLAY '===================================='.
001430   MOVE ZERO          TO RETURN-CODE.
001440   GOBACK.
001900   MOVE SPACE         TO F35-KEY.
001910   MOVE F3-OUT(WK-POS:WK-LEN) TO F35-KEY(1:WK-LEN).
001920 B20-APPLY-SET.
001921*- THE STANDING BEFORE THIS UPDATE, FOR THE CHANGE EVENT.
001922   MOVE F35-KEY       TO WK-OLD-KEY.
001923   READ F35STS
001924     INVALID KEY
001925       MOVE 'N'           TO WK-OLD-FOUND
001926       MOVE SPACE         TO WK-OLD-DISP
001927       MOVE SPACE         TO WK-OLD-STATUS
001928       MOVE SPACE         TO WK-OLD-RUNID
001929     NOT INVALID KEY
001930       MOVE 'Y'           TO WK-OLD-FOUND
001931       MOVE F35-DISP      TO WK-OLD-DISP
001932       MOVE F35-STATUS    TO WK-OLD-STATUS
001933       MOVE F35-RUNID     TO WK-OLD-RUNID
001934   END-READ.
001935   MOVE WK-OLD-KEY    TO F35-KEY.
001936   MOVE F3-OUT(1:10)  TO F35-DISP.
001940   MOVE F3-STATUS     TO F35-STATUS.
001950   MOVE F3-RUNID      TO F35-RUNID.
001960   MOVE WK-RUNDT      TO F35-DATE.
001970   MOVE WK-RPRMARK    TO F35-REPAIRED.
001971   MOVE SPACE         TO F35-AUTO-STATUS.
001972   MOVE SPACE         TO F35-REVIEW.
001973   MOVE SPACE         TO F35-REVUSER.
001974   MOVE SPACE         TO F35-REVDATE.
001980   WRITE F35RECORD
001990     INVALID KEY
002000       REWRITE F35RECORD
002050     NOT INVALID KEY
002060       ADD 1              TO WK-ADDED
002070   END-WRITE.
002071   PERFORM B30-NOTE-EVENT.
002080 B20-APPLY-ONE-RESULT-EXIT.
002090   EXIT.
002091 B30-NOTE-EVENT SECTION.
002092*--------------------------------------------------------------
002093*- NET THE UPDATE JUST APPLIED INTO THE WORK FILE: THE FIRST
002094*- TOUCH OF A KEY TONIGHT FIXES ITS OLD STANDING, EVERY TOUCH
002095*- MOVES ITS NEW STANDING AND SOURCE ON.
002096*--------------------------------------------------------------
002097 B30-010.
002098   MOVE WK-OLD-KEY    TO F56-KEY.
002099   READ F56EVW
002100     INVALID KEY
002101       MOVE WK-OLD-KEY    TO F56-KEY
002102       MOVE WK-OLD-FOUND  TO F56-FOUND
002103       MOVE WK-OLD-DISP   TO F56-OLD-DISP
002104       MOVE WK-OLD-STATUS TO F56-OLD-STATUS
002105       MOVE WK-OLD-RUNID  TO F56-OLD-RUNID
002106       PERFORM B31-SET-NEW
002107       WRITE F56RECORD
002108         INVALID KEY
002109           DISPLAY 'STSMAST:EVENT WORK WRITE ERROR STATUS='
002110                   WK-EVW-FST
002111       END-WRITE
002112     NOT INVALID KEY
002113       PERFORM B31-SET-NEW
002114       REWRITE F56RECORD
002115         INVALID KEY
002116           DISPLAY 'STSMAST:EVENT WORK REWRITE ERROR STATUS='
002117                   WK-EVW-FST
002118       END-REWRITE
002119   END-READ.
002120 B30-NOTE-EVENT-EXIT.
002121   EXIT.
002122 B31-SET-NEW SECTION.
002123 B31-010.
002124   MOVE F35-DISP      TO F56-NEW-DISP.
002125   MOVE F35-STATUS    TO F56-NEW-STATUS.
002126   MOVE F35-RUNID     TO F56-NEW-RUNID.
002127   IF WK-RPRMARK = 'R'
002128     THEN
002129       MOVE 'R'           TO F56-SOURCE
002130     ELSE
002131       MOVE 'F'           TO F56-SOURCE
002132   END-IF.
002133 B31-SET-NEW-EXIT.
002134   EXIT.
002135 C10-WRITE-EVENTS SECTION.
002136*--------------------------------------------------------------
002137*- WALK THE WORK FILE IN KEY ORDER AND WRITE ONE EVENT PER KEY
002138*- WHOSE DISPOSITION CODE OR STATUS ENDED THE NIGHT DIFFERENT
002139*- ('CHG ') OR THAT WAS NOT ON THE MASTER BEFORE ('NEW '),
002140*- THEN THE TRL CONTROL RECORD.
002141*--------------------------------------------------------------
002142 C10-010.
002143   CLOSE F56EVW.
002144   OPEN INPUT F56EVW.
002145   PERFORM UNTIL WK-EVW-FST NOT = '00'
002146     READ F56EVW NEXT RECORD
002147       AT END
002148         CONTINUE
002149       NOT AT END
002150         PERFORM C11-ONE-EVENT
002151     END-READ
002152   END-PERFORM.
002153   CLOSE F56EVW.
002154   MOVE SPACE         TO F55CTLREC.
002155   MOVE 'TRL '        TO F55CTLREC(1:4).
002156   MOVE WK-EVENTS     TO F55CTLREC(5:7).
002157   MOVE WK-EVT-HASH   TO F55CTLREC(12:9).
002158   WRITE F55CTLREC.
002159   CLOSE F55EVT.
002160 C10-WRITE-EVENTS-EXIT.
002161   EXIT.
002162 C11-ONE-EVENT SECTION.
002163 C11-010.
002164   MOVE SPACE         TO F55RECORD.
002165   EVALUATE TRUE
002166   WHEN F56-FOUND = 'N'
002167     MOVE 'NEW '        TO F55-TYPE
002168   WHEN F56-OLD-DISP NOT = F56-NEW-DISP
002169    OR F56-OLD-STATUS NOT = F56-NEW-STATUS
002170     MOVE 'CHG '        TO F55-TYPE
002171   WHEN OTHER
002172     GO TO C11-ONE-EVENT-EXIT
002173   END-EVALUATE.
002174   MOVE F56-KEY       TO F55-KEY.
002175   MOVE F56-OLD-DISP  TO F55-OLD-DISP.
002176   MOVE F56-OLD-STATUS TO F55-OLD-STATUS.
002177   MOVE F56-OLD-RUNID TO F55-OLD-RUNID.
002178   MOVE F56-NEW-DISP  TO F55-NEW-DISP.
002179   MOVE F56-NEW-STATUS TO F55-NEW-STATUS.
002180   MOVE F56-NEW-RUNID TO F55-NEW-RUNID.
002181   MOVE F56-SOURCE    TO F55-SOURCE.
002182   MOVE WK-RUNDT      TO F55-DATE.
002183   WRITE F55RECORD.
002184   ADD 1              TO WK-EVENTS.
002185   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4
002186     COMPUTE WK-EVT-HASH = FUNCTION MOD(WK-EVT-HASH
002187       + FUNCTION ORD(F55RECORD(WK-K:1)) * WK-K, 100000000)
002188   END-PERFORM.
002189 C11-ONE-EVENT-EXIT.
002190   EXIT.
