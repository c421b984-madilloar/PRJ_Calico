000090*- WE DECIDE" WITH A KEYED READ INSTEAD OF A FULL-FILE SCAN.
000100*-
000110*- CONTROL-RECORD IMAGES (THE INTAKE MODE'S PER-FEED HDR/TRL
000120*- ECHOES) ARE NOT LOADED - THE MASTER HOLDS DECISIONS ONLY,
000121*- BUT THEIR ENTITY STAMP IS CARRIED ONTO EVERY DECISION OF THE
000122*- GROUP (F30-ENTITY) SO THE KEYED INQUIRY CAN KEEP ENTITIES
000123*- APART. A MASTER BUILT BEFORE THE ENTITY COLUMN NO LONGER OPENS
000124*- I-O AND IS REBUILT IN FULL.
000125*-
000126*- INCREMENTAL MODE: A BUILD-CONTROL RECORD (F54HCTL) HOLDS THE
000127*- NUMBER OF FLAT-HISTORY RECORDS THE MASTER WAS LAST BUILT
000128*- FROM AND THE POSITION-WEIGHTED BYTE HASH (MOD 10**8) OVER
000129*- ALL OF THEM. THE NEXT RUN RE-READS THAT MANY RECORDS, AND IF
000130*- THEIR HASH STILL AGREES IT OPENS THE MASTER I-O AND ADDS
000131*- ONLY THE RECORDS APPENDED SINCE. IT FALLS BACK TO A FULL
000132*- REBUILD WHEN:
000133*-   - THERE IS NO CONTROL RECORD, OR HISTBUILD_MODE=FULL,
000134*-   - THE LAST BUILD DID NOT COMPLETE (STATE RUNNING),
000135*-   - THE MASTER CANNOT BE OPENED I-O,
000136*-   - THE FLAT HISTORY IS NOW SHORTER THAN THE LOADED
000137*-     POSITION OR THE HASH DIFFERS (RETNMGR PURGED IT, OR
000138*-     SOMETHING REWROTE IT, SINCE THE LAST BUILD).
000139*- THE CONTROL RECORD IS MARKED RUNNING BEFORE THE MASTER IS
000140*- TOUCHED AND COMPLETE ONLY AFTER A CLEAN LOAD, SO A BUILD
000141*- THAT DIES HALF-WAY IS NEVER EXTENDED BY THE NEXT ONE.
000142*- THE MODE, REASON AND COUNTS GO TO THE F16RLOG RUN LOG AS AN
000143*- 'HSTB ' LINE.
000144*-
000145*- ENV: HISTORY_FILE = THE FLAT HISTORY,
000150*-      HISTORY_IX   = THE INDEXED MASTER TO (RE)BUILD,
000151*-      HISTBUILD_CTL  (DEFAULT ../data/pcheckhist.ctl),
000152*-      HISTBUILD_MODE (OPTIONAL: FULL FORCES A REBUILD),
000153*-      RUNLOG_FILE    (DEFAULT ../data/pcheckrunlog.txt).
000160*- RETURN-CODE: 0=BUILT, 16=FATAL I/O.
000170*--------------------------------------------------------------
000180 ENVIRONMENT    DIVISION.
000250   ACCESS MODE DYNAMIC
000260   RECORD KEY IS F30-KEY WITH DUPLICATES
000270   STATUS WK-HIX-FST.
000271   SELECT F54HCTL ASSIGN TO WK-CTLNAME
000272   ORGANIZATION LINE SEQUENTIAL
000273   STATUS WK-CTL-FST.
000274   SELECT F16RLOG ASSIGN TO WK-RLGNAME
000275   ORGANIZATION LINE SEQUENTIAL
000276   STATUS WK-RLG-FST.
000280 DATA DIVISION.
000290 FILE                       SECTION.
000300 FD  F18HIST.
000410   03 F18-REPAIR            PIC X(01).
000420   03 F18-ORIG-RUNID        PIC X(16).
000430   03 F18-ORIG-SEQ          PIC 9(07).
000431 01  F18ALL                 PIC X(185).
000440 FD  F30HIX.
000450*--------------------------------------------------------------
000460*- THE KEYED MASTER: RSID + DATE IN FRONT (THE KEY), THEN THE
000560   03 F30-OUT               PIC X(100).
000570*- THE BUSINESS KEY COLUMN (SEE TEST-MAIN'S F3-KEY/F6-KEY).
000580   03 F30-BIZKEY            PIC X(20).
000581*- THE OWNING LEGAL ENTITY, FROM THE GROUP'S HDR IMAGE.
000582   03 F30-ENTITY            PIC X(04).
000583 FD  F54HCTL.
000584*--------------------------------------------------------------
000585*- THE BUILD-CONTROL RECORD (ONE LINE).
000586*--------------------------------------------------------------
000587 01  F54RECORD              SYNC.
000588   03 F54-ID                PIC X(08).
000589   03 F54-STATE             PIC X(08).
000590   03 F54-DATE              PIC X(08).
000591   03 F54-TIME              PIC X(08).
000592   03 F54-POS               PIC 9(09).
000593   03 F54-HASH              PIC 9(09).
000594   03 F54-LOADED            PIC 9(09).
000595   03 FILLER                PIC X(21).
000596 FD  F16RLOG.
000597 01  F16RECORD              PIC X(400).
000598 WORKING-STORAGE SECTION.
000600 01  WK-FILES               SYNC.
000610   03 WK-HISTNAME           PIC X(100).
000620   03 WK-HIST-FST           PIC X(02).
000630   03 WK-HIXNAME            PIC X(100).
000640   03 WK-HIX-FST            PIC X(02).
000641   03 WK-CTLNAME            PIC X(100).
000642   03 WK-CTL-FST            PIC X(02).
000643   03 WK-RLGNAME            PIC X(100).
000644   03 WK-RLG-FST            PIC X(02).
000650 01  WK-CNT                 SYNC.
000660   03 WK-READ               PIC 9(07) VALUE ZERO.
000670   03 WK-LOADED             PIC 9(07) VALUE ZERO.
000680   03 WK-SKIPPED            PIC 9(07) VALUE ZERO.
000681   03 WK-PASSED             PIC 9(09) VALUE ZERO.
000682 01  WK-BLD                 SYNC.
000683   03 WK-MODE               PIC X(11).
000684   03 WK-REQ-MODE           PIC X(04).
000685   03 WK-REASON             PIC X(16).
000686   03 WK-DATE               PIC X(08).
000687   03 WK-TIME               PIC X(08).
000688   03 WK-POS                PIC 9(09) VALUE ZERO.
000689   03 WK-HASH               PIC 9(09) VALUE ZERO.
000690   03 WK-TOTAL              PIC 9(09) VALUE ZERO.
000691   03 WK-I                  PIC 9(03).
000692   03 WK-RC-X               PIC 9(02).
000693   03 WK-NEW-STATE          PIC X(08).
000694*- THE CONTROL RECORD AS FOUND.
000695   03 WK-CTL-FOUND          PIC 9(01) VALUE ZERO.
000696   03 WK-CTL-STATE          PIC X(08).
000697   03 WK-CTL-POS            PIC 9(09) VALUE ZERO.
000698   03 WK-CTL-HASH           PIC 9(09) VALUE ZERO.
000699   03 WK-CTL-LOADED         PIC 9(09) VALUE ZERO.
000700*- THE ENTITY OF THE CONTROL GROUP BEING LOADED.
000701   03 WK-CUR-ENT            PIC X(04) VALUE SPACE.
000702 PROCEDURE DIVISION.
000703 A00-MAIN SECTION.
000710*--------------------------------------------------------------
000720*- DECIDE THE MODE, THEN ONE PASS: FLAT IN, KEYED OUT.
000730*--------------------------------------------------------------
000740 A00-010.
000750   MOVE SPACE         TO WK-HISTNAME.
000820   IF WK-HIXNAME = SPACE
000830     MOVE '../data/pcheckhist.ix' TO WK-HIXNAME
000840   END-IF.
000841   MOVE SPACE         TO WK-CTLNAME.
000842   ACCEPT WK-CTLNAME  FROM ENVIRONMENT 'HISTBUILD_CTL'.
000843   IF WK-CTLNAME = SPACE
000844     MOVE '../data/pcheckhist.ctl' TO WK-CTLNAME
000845   END-IF.
000846   MOVE SPACE         TO WK-RLGNAME.
000847   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
000848   IF WK-RLGNAME = SPACE
000849     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
000850   END-IF.
000851   MOVE SPACE         TO WK-REQ-MODE.
000852   ACCEPT WK-REQ-MODE FROM ENVIRONMENT 'HISTBUILD_MODE'.
000853   ACCEPT WK-DATE     FROM DATE YYYYMMDD.
000854   ACCEPT WK-TIME     FROM TIME.
000855   PERFORM B10-READ-CONTROL.
000856   OPEN INPUT F18HIST.
000860   IF WK-HIST-FST NOT = '00'
000870     THEN
000880       DISPLAY 'HSTBUILD:HISTORY OPEN ERROR STATUS='
000900       MOVE 16            TO RETURN-CODE
000910       GOBACK
000920   END-IF.
000921   MOVE 'FULL'        TO WK-MODE.
000922   EVALUATE TRUE
000923   WHEN WK-REQ-MODE = 'FULL'
000924     MOVE 'REQUESTED'   TO WK-REASON
000925   WHEN WK-CTL-FOUND = ZERO
000926     MOVE 'NO CONTROL'  TO WK-REASON
000927   WHEN WK-CTL-STATE NOT = 'COMPLETE'
000928     MOVE 'LAST INCOMPLETE' TO WK-REASON
000929   WHEN OTHER
000930     PERFORM B20-VERIFY-PREFIX
000931   END-EVALUATE.
000932   IF WK-MODE = 'FULL'
000933     THEN
000934       PERFORM B30-OPEN-FULL
000935   END-IF.
000936   IF RETURN-CODE NOT = ZERO
000937     THEN
000938       GOBACK
000939   END-IF.
000940   MOVE 'RUNNING'     TO WK-NEW-STATE.
000941   PERFORM D10-WRITE-CONTROL.
000942   PERFORM C10-LOAD.
000943   CLOSE F18HIST.
000944   CLOSE F30HIX.
000945   IF RETURN-CODE = ZERO
000946     THEN
000947       MOVE 'COMPLETE'    TO WK-NEW-STATE
000948       PERFORM D10-WRITE-CONTROL
000949   END-IF.
000950   PERFORM D20-WRITE-RUNLOG.
000951   DISPLAY '===================================='.
000952   DISPLAY 'HSTBUILD RESULT: MODE=' WK-MODE
000953           ' REASON=' WK-REASON.
000954   DISPLAY '  READ=' WK-READ
000955           ' ADDED=' WK-LOADED
000956           ' SKIPPED=' WK-SKIPPED
000957           ' ALREADY LOADED=' WK-PASSED.
000958   DISPLAY '  MASTER RECORDS=' WK-TOTAL.
000959   DISPLAY '===================================='.
000960   IF RETURN-CODE = ZERO
000961     THEN
000962       MOVE ZERO          TO RETURN-CODE
000963   END-IF.
000964   GOBACK.
000965 A00-MAIN-EXIT.
000966   EXIT.
000967*--------------------------------------------------------------
000968*- READ THE BUILD-CONTROL RECORD. A MISSING OR UNREADABLE ONE
000969*- LEAVES WK-CTL-FOUND ZERO (FULL REBUILD).
000970*--------------------------------------------------------------
000971 B10-READ-CONTROL SECTION.
000972 B10-010.
000973   OPEN INPUT F54HCTL.
000974   IF WK-CTL-FST NOT = '00'
000975     THEN
000976       GO TO B10-READ-CONTROL-EXIT
000977   END-IF.
000978   READ F54HCTL
000979     AT END
000980       CONTINUE
000981     NOT AT END
000982       IF F54-ID = 'HSTBCTL'
000983        AND F54-POS NUMERIC
000984        AND F54-HASH NUMERIC
000985        AND F54-LOADED NUMERIC
000986         THEN
000987           MOVE 1             TO WK-CTL-FOUND
000988           MOVE F54-STATE     TO WK-CTL-STATE
000989           MOVE F54-POS       TO WK-CTL-POS
000990           MOVE F54-HASH      TO WK-CTL-HASH
000991           MOVE F54-LOADED    TO WK-CTL-LOADED
000992       END-IF
000993   END-READ.
000994   CLOSE F54HCTL.
000995 B10-READ-CONTROL-EXIT.
000996   EXIT.
000997*--------------------------------------------------------------
000998*- RE-READ AND RE-HASH THE RECORDS THE LAST BUILD LOADED. ON
000999*- AGREEMENT THE HISTORY IS LEFT POSITIONED AFTER THEM AND THE
001000*- MASTER OPEN I-O; OTHERWISE THE MODE STAYS FULL WITH A REASON.
001001*--------------------------------------------------------------
001002 B20-VERIFY-PREFIX SECTION.
001003 B20-010.
001004   MOVE ZERO          TO WK-POS.
001005   MOVE ZERO          TO WK-HASH.
001006   PERFORM UNTIL WK-POS NOT < WK-CTL-POS
001007              OR WK-HIST-FST NOT = '00'
001008     READ F18HIST
001009       AT END
001010         CONTINUE
001011       NOT AT END
001012         ADD 1              TO WK-POS
001013         PERFORM Z10-HASH-RECORD
001014         IF F18-F3IMAGE(1:4) = 'HDR '
001015           THEN
001016             PERFORM Z20-NOTE-ENTITY
001017         END-IF
001018     END-READ
001019   END-PERFORM.
001020   IF WK-POS < WK-CTL-POS
001021     THEN
001022       MOVE 'HISTORY SHORTER' TO WK-REASON
001023       GO TO B20-VERIFY-PREFIX-EXIT
001024   END-IF.
001025   IF WK-HASH NOT = WK-CTL-HASH
001026     THEN
001027       MOVE 'HASH MISMATCH' TO WK-REASON
001028       GO TO B20-VERIFY-PREFIX-EXIT
001029   END-IF.
001030   OPEN I-O F30HIX.
001031   IF WK-HIX-FST NOT = '00'
001032     THEN
001033       MOVE 'MASTER MISSING' TO WK-REASON
001034       GO TO B20-VERIFY-PREFIX-EXIT
001035   END-IF.
001036   MOVE 'INCREMENTAL' TO WK-MODE.
001037   MOVE 'PREFIX AGREES' TO WK-REASON.
001038   MOVE WK-POS        TO WK-PASSED.
001039   MOVE WK-CTL-LOADED TO WK-TOTAL.
001040 B20-VERIFY-PREFIX-EXIT.
001041   EXIT.
001042*--------------------------------------------------------------
001043*- FULL REBUILD: HISTORY BACK TO ITS FIRST RECORD, MASTER
001044*- RECREATED EMPTY.
001045*--------------------------------------------------------------
001046 B30-OPEN-FULL SECTION.
001047 B30-010.
001048   DISPLAY 'HSTBUILD:FULL REBUILD - ' WK-REASON.
001049   CLOSE F18HIST.
001050   OPEN INPUT F18HIST.
001051   IF WK-HIST-FST NOT = '00'
001052     THEN
001053       DISPLAY 'HSTBUILD:HISTORY OPEN ERROR STATUS='
001054               WK-HIST-FST
001055       MOVE 16            TO RETURN-CODE
001056       GO TO B30-OPEN-FULL-EXIT
001057   END-IF.
001058   MOVE ZERO          TO WK-POS.
001059   MOVE ZERO          TO WK-HASH.
001060   MOVE ZERO          TO WK-PASSED.
001061   MOVE ZERO          TO WK-TOTAL.
001062   MOVE SPACE         TO WK-CUR-ENT.
001063   OPEN OUTPUT F30HIX.
001064   IF WK-HIX-FST NOT = '00'
001065     THEN
001066       DISPLAY 'HSTBUILD:MASTER OPEN ERROR STATUS=' WK-HIX-FST
001067       CLOSE F18HIST
001068       MOVE 16            TO RETURN-CODE
001069   END-IF.
001070 B30-OPEN-FULL-EXIT.
001071   EXIT.
001072*--------------------------------------------------------------
001073*- LOAD FROM THE CURRENT HISTORY POSITION TO THE END, CARRYING
001074*- THE POSITION AND HASH ON FOR THE NEXT CONTROL RECORD.
001075*--------------------------------------------------------------
001076 C10-LOAD SECTION.
001077 C10-010.
001078   PERFORM UNTIL WK-HIST-FST NOT = '00'
001079     READ F18HIST
001080       AT END
001081         CONTINUE
001082       NOT AT END
001083         ADD 1              TO WK-READ
001084         ADD 1              TO WK-POS
001085         PERFORM Z10-HASH-RECORD
001086         IF F18-F3IMAGE(1:4) = 'HDR '
001087           THEN
001088             PERFORM Z20-NOTE-ENTITY
001089         END-IF
001090         IF F18-F3IMAGE(1:4) = 'HDR '
001091          OR F18-F3IMAGE(1:4) = 'TRL '
001092          OR F18-DATE NOT NUMERIC
001093           THEN
001100             ADD 1              TO WK-SKIPPED
001110           ELSE
001120             MOVE F18-RSID      TO F30-RSID
001160             MOVE F18-BLK       TO F30-BLK
001170             MOVE F18-OUT       TO F30-OUT
001180             MOVE F18-KEY       TO F30-BIZKEY
001181             MOVE WK-CUR-ENT    TO F30-ENTITY
001190             WRITE F30RECORD
001200               INVALID KEY
001210                 DISPLAY 'HSTBUILD:WRITE ERROR STATUS='
001230                 MOVE 16            TO RETURN-CODE
001240             END-WRITE
001250             ADD 1              TO WK-LOADED
001251             ADD 1              TO WK-TOTAL
001260         END-IF
001270     END-READ
001280   END-PERFORM.
001290 C10-LOAD-EXIT.
001300   EXIT.
001310*--------------------------------------------------------------
001320*- (RE)WRITE THE BUILD-CONTROL RECORD WITH THE STATE IN
001330*- WK-NEW-STATE. RUNNING CARRIES THE FIGURES THE BUILD STARTED
001340*- FROM; COMPLETE CARRIES THE NEW ONES.
001350*--------------------------------------------------------------
001360 D10-WRITE-CONTROL SECTION.
001361 D10-010.
001362   OPEN OUTPUT F54HCTL.
001363   IF WK-CTL-FST NOT = '00'
001370     THEN
001380       DISPLAY 'HSTBUILD:CONTROL OPEN ERROR STATUS='
001381               WK-CTL-FST
001382       MOVE 16            TO RETURN-CODE
001383       GO TO D10-WRITE-CONTROL-EXIT
001390   END-IF.
001400   MOVE SPACE         TO F54RECORD.
001401   MOVE 'HSTBCTL'     TO F54-ID.
001402   MOVE WK-NEW-STATE  TO F54-STATE.
001403   MOVE WK-DATE       TO F54-DATE.
001404   MOVE WK-TIME       TO F54-TIME.
001405   MOVE WK-POS        TO F54-POS.
001406   MOVE WK-HASH       TO F54-HASH.
001407   MOVE WK-TOTAL      TO F54-LOADED.
001408   WRITE F54RECORD.
001409   CLOSE F54HCTL.
001410 D10-WRITE-CONTROL-EXIT.
001411   EXIT.
001412*--------------------------------------------------------------
001413*- ONE 'HSTB ' LINE IN THE F16RLOG RUN LOG.
001414*--------------------------------------------------------------
001415 D20-WRITE-RUNLOG SECTION.
001416 D20-010.
001417   OPEN EXTEND F16RLOG.
001418   IF WK-RLG-FST = '35'
001419     THEN
001420       OPEN OUTPUT F16RLOG
001421   END-IF.
001422   IF WK-RLG-FST NOT = '00'
001423     THEN
001424       DISPLAY 'HSTBUILD:RUN LOG OPEN ERROR STATUS='
001425               WK-RLG-FST
001426       GO TO D20-WRITE-RUNLOG-EXIT
001427   END-IF.
001428   MOVE RETURN-CODE   TO WK-RC-X.
001429   MOVE SPACE         TO F16RECORD.
001430   STRING 'HSTB DATE=' WK-DATE
001431          ' TIME=' WK-TIME
001432          ' MODE=' WK-MODE
001433          ' REASON=' WK-REASON
001434          ' READ=' WK-READ
001435          ' ADDED=' WK-LOADED
001436          ' SKIPPED=' WK-SKIPPED
001437          ' TOTAL=' WK-TOTAL
001438          ' RC=' WK-RC-X
001439                       DELIMITED BY SIZE INTO F16RECORD.
001440   WRITE F16RECORD.
001441   CLOSE F16RLOG.
001442 D20-WRITE-RUNLOG-EXIT.
001443   EXIT.
001444*--------------------------------------------------------------
001445*- FOLD THE CURRENT HISTORY RECORD INTO WK-HASH (THE
001446*- ESTABLISHED POSITION-WEIGHTED BYTE HASH, MOD 10**8).
001447*--------------------------------------------------------------
001448 Z10-HASH-RECORD SECTION.
001449 Z10-010.
001450   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > 185
001451     COMPUTE WK-HASH = FUNCTION MOD(WK-HASH
001452       + FUNCTION ORD(F18ALL(WK-I:1)) * WK-I, 100000000)
001453   END-PERFORM.
001454 Z10-HASH-RECORD-EXIT.
001455   EXIT.
001456*--------------------------------------------------------------
001457*- A HDR IMAGE OPENS A CONTROL GROUP: ITS ENTITY STAMP ('ENTITY='
001458*- IN COLS 143-149 OF THE IMAGE, CODE IN 150-153) OWNS THE
001459*- DECISIONS THAT FOLLOW. NO STAMP = A SINGLE-ENTITY GROUP.
001460*--------------------------------------------------------------
001461 Z20-NOTE-ENTITY SECTION.
001462 Z20-010.
001463   IF F18-F3IMAGE(143:7) = 'ENTITY='
001464     THEN
001465       MOVE F18-F3IMAGE(150:4) TO WK-CUR-ENT
001466     ELSE
001467       MOVE SPACE         TO WK-CUR-ENT
001468   END-IF.
001469 Z20-NOTE-ENTITY-EXIT.
001470   EXIT.
