000230*-      REPAIR_OUTPUT_FILE = REPAIRED-RESULTS FILE (F3 SHAPE),
000240*-      REPAIR_REJECT_FILE = THE NEW REJECT GENERATION,
000250*-      REFTABLE_LIST  = REFERENCE CODE-TABLE LIST (OPTIONAL).
000260*-      REPAIR_WORKSHEET = PRINTABLE WORKSHEET OF THE STILL-
000261*-      FAILING RECORDS, FIELD BY BUSINESS NAME (OPTIONAL),
000262*-      FIELDDICT_FILE/FIELDDICT_FEED = FIELD DICTIONARY AND FEED
000263*-      FOR THE WORKSHEET NAMES (OPTIONAL, SEE RULCOMP),
000264*-      ENTITY (OPTIONAL: THE OWNING LEGAL ENTITY - STAMPED ON THE
000265*-      OUTPUT HDRS; OTHER ENTITIES' REPAIR GROUPS ARE SKIPPED).
000266*- RETURN-CODE: 0=ALL REPAIRED, 8=SOME STILL FAILING,
000267*-              12=BAD ENTITY CODE OR OTHER ENTITIES' RECORDS
000268*-              SKIPPED, 16=FATAL.
000270*--------------------------------------------------------------
000280 ENVIRONMENT    DIVISION.
000290 INPUT-OUTPUT               SECTION.
000690   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000700   ORGANIZATION LINE SEQUENTIAL
000710   STATUS WK-REFL-FST.
000711*- REPAIR WORKSHEET (ENV REPAIR_WORKSHEET, OPTIONAL) AND THE FIELD
000712*- DICTIONARY THAT NAMES ITS FIELDS (ENV FIELDDICT_FILE, SEE
000713*- RULCOMP).
000714   SELECT F9WKSH  ASSIGN TO WK-WKSNAME
000715   ORGANIZATION LINE SEQUENTIAL
000716   STATUS WK-WKS-FST.
000717   SELECT F4DICT  ASSIGN TO WK-DICTNAME
000718   ORGANIZATION LINE SEQUENTIAL
000719   STATUS WK-DICT-FST.
000720 DATA DIVISION.
000730 FILE                       SECTION.
000740 FD  F1INPUT.
001870 01  F43RECORD              PIC X(80).
001880 FD  F13RLIST.
001890 01  F13RECORD              PIC X(110).
001891 FD  F9WKSH.
001892 01  F9RECORD               PIC X(132).
001893 FD  F4DICT.
001894 01  F4RECORD               PIC X(80).
001900 WORKING-STORAGE SECTION.
001910 01  FST                    PIC X(02).
001920 01  WK-FILENAME            PIC X(100).
002030   03 WK-HISTNAME           PIC X(100).
002040   03 WK-HIST-FST           PIC X(02).
002050   03 WK-HIST-ON            PIC 9(01) VALUE ZERO.
002051*- THE APPEND ENDS WITH A SEAL RECORD CHAINED TO THE PREVIOUS
002052*- SEAL, AS TEST-MAIN'S DOES.
002053 01  WK-SEAL-PRM            SYNC.
002054   COPY RSEAL-PRM.
002055*--------------------------------------------------------------
002056*- LEGAL ENTITY (ENV ENTITY): STAMPED ON THE RUN'S OWN HDR
002057*- RECORDS, AND ONLY REPAIR GROUPS WHOSE HDR CARRIES THE SAME
002058*- ENTITY ARE REPROCESSED - THE REST ARE COUNTED AND LEFT ALONE.
002059*--------------------------------------------------------------
002060 01  WK-ENT                 SYNC.
002061   03 WK-ENT-ARG            PIC X(08).
002062   03 WK-ENT-CODE           PIC X(04).
002063   03 WK-ENT-GRP            PIC X(04) VALUE SPACE.
002064   03 WK-ENT-HELD           PIC 9(07) VALUE ZERO.
002065   03 WK-ENT-HDR            PIC X(153).
002066*--------------------------------------------------------------
002070*- FIELD-LEVEL REPAIR AUDIT, ARMED WHEN ENV ORIG_REJECT_FILE IS
002080*- SET: THE ORIGINAL GENERATION'S INPUT AREAS ARE KEYED BY
002090*- RUN ID + SEQ IN A SUBHASH STORE, EVERY REPAIRED RECORD IS
002100*- COMPARED FIELD BY FIELD AGAINST ITS ORIGINAL, AND EACH
002110*- CHANGED FIELD LEAVES A BEFORE/AFTER AUDIT LINE UNDER THE
002120*- REPAIR_USER ID (WHEN IT IS NOT SET, THE USER STAMPED ON THE
002130*- REPAIR FILE'S 'HDR ' RECORD BY THE REJSCRN REPAIR SCREEN -
002140*- 'USER=' AT COLS 22-26, ID AT 27-34). A REPAIRED RECORD WHOSE
002141*- ORIGINAL CANNOT BE FOUND IS NOT RE-EXECUTED - IT GOES TO THE
002142*- NEXT REJECT GENERATION WITH ITS OWN REASON.
002150*--------------------------------------------------------------
002160*--------------------------------------------------------------
002170*- MONITORING EVENT FEED (ENV MONITOR_FILE), SEE TEST-MAIN'S
002880   03 WK-RIMG-BAD           PIC 9(01).
002890   03 WK-RIMG-TRL           PIC 9(01).
002900*--------------------------------------------------------------
002901*- REPAIR WORKSHEET AND THE FIELD DICTIONARY BEHIND IT.
002902*--------------------------------------------------------------
002903 01  WK-WKS                 SYNC.
002904   03 WK-WKSNAME            PIC X(100).
002905   03 WK-WKS-FST            PIC X(02).
002906   03 WK-WKS-ON             PIC 9(01) VALUE ZERO.
002907   03 WK-WKS-CNT            PIC 9(07) VALUE ZERO.
002908   03 WK-WKS-LINE           PIC X(132).
002909   03 WK-WKS-IN             PIC X(50).
002910   03 WK-WKS-VAL            PIC X(10).
002911 01  WK-DICT                SYNC.
002912   03 WK-DICTNAME           PIC X(100).
002913   03 WK-DICT-FST           PIC X(02).
002914   03 WK-DICT-FEED          PIC X(08).
002915   03 WK-FDC-CNT            PIC 9(03) VALUE ZERO.
002916   03 WK-FDC-I              PIC 9(03).
002917   03 WK-FDC-OFF            PIC 9(03).
002918   03 WK-FDC-TBL            OCCURS 100 TIMES.
002919     05 WK-FDC-NAME         PIC X(12).
002920     05 WK-FDC-AREA         PIC 9(01).
002921     05 WK-FDC-POS          PIC 9(05).
002922     05 WK-FDC-LEN          PIC 9(05).
002923     05 WK-FDC-DESC         PIC X(40).
002924*--------------------------------------------------------------
002925*- THE RULE SET CURRENTLY ACTIVE (SPACE = NONE), AND THE CACHE
002926*- OF SETS ALREADY LOADED INTO RESIDENT SLOTS (MAX 10 - THE
002930*- VCODE-SETS SLOT COUNT). AN 11TH DISTINCT SET RE-INITS THE
002940*- ENGINE AND STARTS THE CACHE OVER.
002950*--------------------------------------------------------------
003130*- STATE: THE TRANSACTION IS STILL FAILING EVEN WITH COD = 0.
003140 01  WK-BLK-FATAL           PIC 9(01) VALUE ZERO.
003150 01  WK-BLK-I               PIC 9(02) VALUE ZERO.
003151*--------------------------------------------------------------
003152*- HEADER/DETAIL GROUPS: A FAILED GROUP'S DETAIL ROWS ('*DTL' IN
003153*- F2-OUT, SEE TEST-MAIN B70C) COME AHEAD OF THEIR HEADER'S ROW
003154*- AND ARE HELD HERE UNTIL IT ARRIVES. THE HEADER RE-EXECUTES
003155*- WITH THEM REGISTERED IN THE ENGINE (FUNC='GDTL'); IF IT STILL
003156*- FAILS THEY FOLLOW IT TO THE NEXT GENERATION UNDER ITS REASON,
003157*- IF IT IS REPAIRED THEY RETIRE WITH IT.
003158*--------------------------------------------------------------
003159 01  WK-GDT                 SYNC.
003160   03 WK-GDT-CNT            PIC 9(03) VALUE ZERO.
003161   03 WK-GDT-I              PIC 9(03).
003162   03 WK-GDT-HDR            PIC X(281).
003163   03 WK-GDT-ROW            OCCURS 200 TIMES PIC X(281).
003164*--------------------------------------------------------------
003170*- INTERFACE CONTROL TOTALS, SAME CONVENTION AS TEST-MAIN
003180*- Z60-Z63: RECORD COUNT AND POSITION-WEIGHTED BYTE HASH
003190*- (F3-STATUS / F6-RSID), VERIFIABLE WITH CHKVERIF.
004180  IF WK-RAUD-USER = SPACE
004190    MOVE 'UNKNOWN ' TO WK-RAUD-USER
004200  END-IF.
004201   MOVE SPACE         TO WK-ENT-ARG.
004202   ACCEPT WK-ENT-ARG  FROM ENVIRONMENT 'ENTITY'.
004203   IF WK-ENT-ARG(5:4) NOT = SPACE
004204     THEN
004205       DISPLAY 'REJREPRO:ENTITY CODE LONGER THAN 4: ' WK-ENT-ARG
004206       MOVE 12            TO RETURN-CODE
004207       GOBACK
004208   END-IF.
004209   MOVE WK-ENT-ARG(1:4) TO WK-ENT-CODE.
004210   OPEN INPUT F1INPUT.
004220   IF FST NOT = '00'
004230     THEN
004520*- THE HISTORY IS APPEND-ONLY, LIKE TEST-MAIN'S Z67.
004530   IF WK-HISTNAME NOT = SPACE
004540     THEN
004541       MOVE SPACE         TO WK-SEAL-PRM
004542       MOVE 'LAST'        TO PSEAL-FNC
004543       MOVE WK-HISTNAME   TO PSEAL-FILE
004544       CALL 'SUBSEAL'  USING WK-SEAL-PRM
004545       IF PSEAL-COD NOT = ZERO
004546         THEN
004547           DISPLAY 'REJREPRO:' PSEAL-MSG
004548       END-IF
004550       OPEN EXTEND F18HIST
004560       IF WK-HIST-FST = '35'
004570         THEN
004630                   WK-HIST-FST
004640         ELSE
004650           MOVE 1             TO WK-HIST-ON
004651*-         THE RUN'S OWN HDR IMAGE OPENS ITS GROUP IN THE HISTORY,
004652*-         SO THE REPAIRED DECISIONS CARRY THE ENTITY STAMP.
004653           MOVE WK-TM-DATE    TO F18-DATE
004654           MOVE WK-ENT-HDR    TO F18-F3IMAGE
004655           MOVE SPACE         TO F18-REPAIR
004656           MOVE SPACE         TO F18-ORIG-RUNID
004657           MOVE ZERO          TO F18-ORIG-SEQ
004658           PERFORM Z64-WRITE-HISTORY
004660       END-IF
004670   END-IF.
004680   IF WK-ORGNAME NOT = SPACE
004700       PERFORM B40-LOAD-ORIGINALS
004710   END-IF.
004720   PERFORM B05-INIT-ENGINE.
004721*- THE REPAIR WORKSHEET (OPTIONAL) LISTS EVERY STILL-FAILING
004722*- RECORD BY BUSINESS FIELD NAME FOR THE NEXT ROUND OF REPAIRS.
004723   MOVE SPACE         TO WK-WKSNAME.
004724   ACCEPT WK-WKSNAME  FROM ENVIRONMENT 'REPAIR_WORKSHEET'.
004725   IF WK-WKSNAME NOT = SPACE
004726     THEN
004727       MOVE SPACE         TO WK-DICTNAME
004728       ACCEPT WK-DICTNAME FROM ENVIRONMENT 'FIELDDICT_FILE'
004729       MOVE SPACE         TO WK-DICT-FEED
004730       ACCEPT WK-DICT-FEED FROM ENVIRONMENT 'FIELDDICT_FEED'
004731       IF WK-DICTNAME NOT = SPACE
004732         THEN
004733           PERFORM B45-LOAD-DICTIONARY
004734       END-IF
004735       OPEN OUTPUT F9WKSH
004736       IF WK-WKS-FST NOT = '00'
004737         THEN
004738           DISPLAY 'REJREPRO:REPAIR WORKSHEET OPEN ERROR STATUS='
004739                   WK-WKS-FST
004740         ELSE
004741           MOVE 1             TO WK-WKS-ON
004742       END-IF
004743   END-IF.
004744   PERFORM UNTIL WK-REP-FST NOT = '00'
004745     READ F2REPAIR
004750       AT END
004760         CONTINUE
004770       NOT AT END
004771         IF F2RECORD(1:4) = 'HDR '
004772          AND F2RECORD(22:5) = 'USER='
004773          AND F2RECORD(27:8) NOT = SPACE
004774          AND WK-RAUD-USER = 'UNKNOWN '
004775           THEN
004776             MOVE F2RECORD(27:8) TO WK-RAUD-USER
004777         END-IF
004778*-       EACH CONTROL GROUP BELONGS TO THE ENTITY STAMPED ON ITS
004779*-       HDR; ANOTHER ENTITY'S REPAIRS ARE NEVER RUN HERE.
004780         IF F2RECORD(1:4) = 'HDR '
004781           THEN
004782             IF F2RECORD(143:7) = 'ENTITY='
004783               THEN
004784                 MOVE F2RECORD(150:4) TO WK-ENT-GRP
004785               ELSE
004786                 MOVE SPACE         TO WK-ENT-GRP
004787             END-IF
004788         END-IF
004789         IF F2RECORD(1:4) NOT = 'HDR '
004790          AND F2RECORD(1:4) NOT = 'TRL '
004800           THEN
004810             IF WK-ENT-GRP = WK-ENT-CODE
004820               THEN
004821                 IF F2-OUT(1:4) = '*DTL'
004822                   THEN
004823                     PERFORM B11-HOLD-DETAIL
004824                   ELSE
004825                     ADD 1              TO WK-CNT-READ
004826                     PERFORM B10-REPROCESS-ONE
004827                 END-IF
004828               ELSE
004829                 ADD 1              TO WK-ENT-HELD
004830             END-IF
004831         END-IF
004840     END-READ
004850   END-PERFORM.
004851*- DETAIL ROWS LEFT WITHOUT A HEADER GO FORWARD AS THEY CAME.
004852   MOVE SPACE         TO F6RECORD.
004853   PERFORM B12-PASS-DETAILS.
004860   PERFORM Z63-WRITE-TRAILERS.
004870*- THE REPAIRED-RESULTS AND NEW-GENERATION FILES ENTER THE
004880*- HANDOFF REGISTER AS PRODUCED.
005070   CLOSE F2REPAIR.
005080   CLOSE F3OUT.
005090   CLOSE F6NEXT.
005091   IF WK-WKS-ON = 1
005092     THEN
005093       CLOSE F9WKSH
005094   END-IF.
005100   IF WK-HIST-ON = 1
005110     THEN
005111       MOVE 'SEAL'        TO PSEAL-FNC
005112       MOVE 'REJREPRO'    TO PSEAL-PROG
005113       MOVE WK-RUNID      TO PSEAL-RUNID
005114       MOVE WK-TM-DATE    TO PSEAL-DATE
005115       CALL 'SUBSEAL'  USING WK-SEAL-PRM
005116       WRITE F18RECORD FROM PSEAL-REC
005120       CLOSE F18HIST
005130   END-IF.
005140   DISPLAY '===================================='.
005200       DISPLAY 'REJREPRO AUDIT: FIELD CHANGES=' WK-RAUD-CNT
005210               ' ORIGINAL-MISSING=' WK-ORG-MISS
005220   END-IF.
005221   IF WK-WKS-ON = 1
005222     THEN
005223       DISPLAY 'REJREPRO WORKSHEET: ENTRIES=' WK-WKS-CNT
005224   END-IF.
005230   DISPLAY '===================================='.
005240   IF WK-ENT-HELD > ZERO
005250     THEN
005260       DISPLAY 'REJREPRO:' WK-ENT-HELD
005261               ' RECORDS OF OTHER ENTITIES NOT REPROCESSED.'
005262       MOVE 12            TO RETURN-CODE
005270     ELSE
005280       IF WK-CNT-FAIL > ZERO
005281         THEN
005282           MOVE 8             TO RETURN-CODE
005283         ELSE
005284           MOVE ZERO          TO RETURN-CODE
005285       END-IF
005290   END-IF.
005300   MOVE 'EVT-0009-I' TO WK-MON-ID.
005310   MOVE 'I'           TO WK-MON-SEV.
005750          MOVE F2RECORD      TO F6RECORD
005760          MOVE 'REJREPRO: ORIGINAL REJECT NOT FOUND FOR REPAIR'
005770            TO F6-REASON
005771          PERFORM B12-PASS-DETAILS
005780          WRITE F6RECORD
005790          PERFORM Z61-TALLY-F6
005791          PERFORM B46-WORKSHEET-ENTRY
005800          GO TO B10-REPROCESS-ONE-EXIT
005810      END-IF
005820  END-IF.
005900*-         GENERATION, UNTOUCHED.
005910           ADD 1              TO WK-CNT-FAIL
005920           MOVE F2RECORD      TO F6RECORD
005921           PERFORM B12-PASS-DETAILS
005930           WRITE F6RECORD
005940           PERFORM Z61-TALLY-F6
005941           PERFORM B46-WORKSHEET-ENTRY
005950           GO TO B10-REPROCESS-ONE-EXIT
005960       END-IF
005970   END-IF.
006120           DISPLAY 'REJREPRO:USE_ ERROR. ' PVCODE-MSG
006130           ADD 1              TO WK-CNT-FAIL
006140           MOVE F2RECORD      TO F6RECORD
006141           PERFORM B12-PASS-DETAILS
006150           WRITE F6RECORD
006160           PERFORM Z61-TALLY-F6
006161           PERFORM B46-WORKSHEET-ENTRY
006170           GO TO B10-REPROCESS-ONE-EXIT
006180       END-IF
006190       MOVE F2-RSID       TO WK-CUR-RSID
006240   MOVE F2-IN400      TO IN400.
006250   MOVE F2-IN500      TO IN500.
006260   MOVE SPACE         TO OUT00.
006261   PERFORM B13-REGISTER-DETAILS.
006270   MOVE SPACE         TO PVCODE-PRM.
006280   MOVE 'EXEC'        TO PVCODE-FUNC.
006290   CALL 'SUBVCODE' USING PVCODE-PRM
006570           MOVE 'REJREPRO: FAIL-SEVERITY BLOCK STILL FAILING'
006580             TO F6-REASON
006590       END-IF
006591       PERFORM B12-PASS-DETAILS
006600       WRITE F6RECORD
006610       PERFORM Z61-TALLY-F6
006611       PERFORM B46-WORKSHEET-ENTRY
006620     ELSE
006630*-     REPAIRED: THE PASSING RESULT GOES TO THE REPAIRED-RESULTS
006640*-     FILE (DOWNSTREAM MERGES IT; THE MASTER F3OUT AND ITS
006650*-     CONTROL TRAILER STAY UNTOUCHED).
006660       ADD 1              TO WK-CNT-PASS
006661       MOVE ZERO          TO WK-GDT-CNT
006670       MOVE WK-RUNID      TO F3-RUNID
006680       MOVE F2-RSID       TO F3-RSID
006690       MOVE 'PASS'        TO F3-STATUS
006820          MOVE 'R'           TO F18-REPAIR
006830          MOVE F2-RUNID      TO F18-ORIG-RUNID
006840          MOVE F2-SEQ        TO F18-ORIG-SEQ
006850          PERFORM Z64-WRITE-HISTORY
006860      END-IF
006870   END-IF.
006880 B10-REPROCESS-ONE-EXIT.
006881   EXIT.
006882 B11-HOLD-DETAIL SECTION.
006883*--------------------------------------------------------------
006884*- HOLD ONE DETAIL ROW FOR THE HEADER THAT FOLLOWS IT. PAST 200
006885*- (THE ENGINE'S LIMIT) THE ROW GOES STRAIGHT TO THE NEXT
006886*- GENERATION.
006887*--------------------------------------------------------------
006888 B11-010.
006889   IF WK-GDT-CNT < 200
006890     THEN
006891       ADD 1              TO WK-GDT-CNT
006892       MOVE F2RECORD      TO WK-GDT-ROW(WK-GDT-CNT)
006893       GO TO B11-HOLD-DETAIL-EXIT
006894   END-IF.
006895   MOVE F2RECORD      TO F6RECORD.
006896   MOVE 'REJREPRO: GROUP OVER 200 DETAILS' TO F6-REASON.
006897   WRITE F6RECORD.
006898   PERFORM Z61-TALLY-F6.
006899 B11-HOLD-DETAIL-EXIT.
006900   EXIT.
006901 B12-PASS-DETAILS SECTION.
006902*--------------------------------------------------------------
006903*- WRITE THE HELD DETAIL ROWS TO THE NEXT GENERATION AHEAD OF
006904*- THEIR HEADER'S ROW (ALREADY BUILT IN F6RECORD, AND PUT BACK
006905*- THERE), UNDER THE HEADER'S REASON. A BLANK F6RECORD KEEPS
006906*- EACH ROW'S OWN REASON.
006907*--------------------------------------------------------------
006908 B12-010.
006909   IF WK-GDT-CNT = ZERO
006910     THEN
006911       GO TO B12-PASS-DETAILS-EXIT
006912   END-IF.
006913   MOVE F6RECORD      TO WK-GDT-HDR.
006914   PERFORM VARYING WK-GDT-I FROM 1 BY 1
006915   UNTIL WK-GDT-I > WK-GDT-CNT
006916     MOVE WK-GDT-ROW(WK-GDT-I) TO F6RECORD
006917     IF WK-GDT-HDR NOT = SPACE
006918       THEN
006919         MOVE WK-GDT-HDR(182:80) TO F6-REASON
006920     END-IF
006921     WRITE F6RECORD
006922     PERFORM Z61-TALLY-F6
006923   END-PERFORM.
006924   MOVE WK-GDT-HDR    TO F6RECORD.
006925   MOVE ZERO          TO WK-GDT-CNT.
006926 B12-PASS-DETAILS-EXIT.
006927   EXIT.
006928 B13-REGISTER-DETAILS SECTION.
006929*--------------------------------------------------------------
006930*- HAND THE HELD DETAILS TO THE ENGINE FOR THIS EXEC (NONE HELD
006931*- LEAVES THE DETAIL TABLE EMPTY). EACH DETAIL IS REBUILT FROM
006932*- ITS ROW: THE INPUT-AREA COPIES ARE ITS COLUMNS 1-50 (AS THE
006933*- DESK LEFT THEM), F6-OUT FROM COLUMN 9 ITS COLUMNS 51-142.
006934*--------------------------------------------------------------
006935 B13-010.
006936   MOVE SPACE         TO PVCODE-PRM.
006937   MOVE 'GCLR'        TO PVCODE-FUNC.
006938   CALL 'SUBVCODE' USING PVCODE-PRM
006939                         IN100
006940                         IN200
006941                         IN300
006942                         IN400
006943                         IN500
006944                         OUT00.
006945   PERFORM VARYING WK-GDT-I FROM 1 BY 1
006946   UNTIL WK-GDT-I > WK-GDT-CNT
006947     MOVE SPACE         TO PVCODE-PRM
006948     MOVE 'GDTL'        TO PVCODE-FUNC
006949     MOVE WK-GDT-ROW(WK-GDT-I)(32:50) TO PVCODE-GRP-REC(1:50)
006950     MOVE WK-GDT-ROW(WK-GDT-I)(90:92) TO PVCODE-GRP-REC(51:92)
006951     CALL 'SUBVCODE' USING PVCODE-PRM
006952                           IN100
006953                           IN200
006954                           IN300
006955                           IN400
006956                           IN500
006957                           OUT00
006958   END-PERFORM.
006959 B13-REGISTER-DETAILS-EXIT.
006960   EXIT.
006961 B20-LOAD-RULESET SECTION.
006962*--------------------------------------------------------------
006963*- LOAD F2-RSID'S ROWS FROM F1INPUT INTO A RESIDENT SLOT
006964*- (HDR__/TRL__ SKIPPED, AS EVERYWHERE). WK-LOAD-OK STAYS
006965*- ZERO WHEN THE SET IS NOT FOUND OR A ROW FAILS TO LOAD.
006966*--------------------------------------------------------------
006967 B20-010.
006970   MOVE ZERO          TO WK-LOAD-OK.
006980   MOVE ZERO          TO WK-HDR-CNT.
006990   IF WK-LOADED-CNT NOT < 10
007200                 ADD 1          TO WK-HDR-CNT
007210             END-IF
007220             IF F1BODY(1:5) = 'HDR__' OR F1BODY(1:5) = 'TRL__'
007221              OR F1BODY(1:5) = 'SRC__'
007230               THEN
007240                 CONTINUE
007250               ELSE
008080             WHEN 'D '
008090                 MOVE 2               TO WK-REF-RANGE
008100                 MOVE F13RECORD(9:100) TO WK-REFNAME
008101             WHEN 'W '
008102                 MOVE 3               TO WK-REF-RANGE
008103                 MOVE F13RECORD(9:100) TO WK-REFNAME
008110             WHEN OTHER
008120                 MOVE ZERO            TO WK-REF-RANGE
008130                 MOVE F13RECORD(7:100) TO WK-REFNAME
008650                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
008660                 MOVE SPACE             TO PVCODE-TBL-VAL
008670                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
008671             WHEN 3
008672*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
008673*-               COLS 12-51.
008674                 MOVE 'WREG'            TO PVCODE-FUNC
008675                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
008676                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
008677                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
008680             WHEN OTHER
008690                 MOVE 'TREG'            TO PVCODE-FUNC
008700                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
010040     MOVE F43RECORD(42:10)  TO PVCODE-TBL-CND(4)
010050     MOVE SPACE             TO PVCODE-TBL-VAL
010060     MOVE F43RECORD(53:10)  TO PVCODE-TBL-VAL(1:10)
010061   WHEN 'W'
010062     MOVE 'WREG'            TO PVCODE-FUNC
010063     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
010064     MOVE F43RECORD(9:10)   TO PVCODE-TBL-KEY
010065     MOVE F43RECORD(20:40)  TO PVCODE-TBL-WNAME
010070   WHEN 'T'
010080     MOVE 'TREG'            TO PVCODE-FUNC
010090     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
010750       NOT AT END
010760         IF F7RECORD(1:4) NOT = 'HDR '
010770          AND F7RECORD(1:4) NOT = 'TRL '
010771          AND F7-OUT(1:4) NOT = '*DTL'
010780           THEN
010790             MOVE SPACE         TO PHASH-KEY OF WK-OH-PRM
010800             MOVE F7-RUNID      TO PHASH-KEY OF WK-OH-PRM(1:16)
012220   MOVE ZERO          TO WK-F3-HASH.
012230   MOVE ZERO          TO WK-F6-CNT.
012240   MOVE ZERO          TO WK-F6-HASH.
012250   MOVE SPACE         TO WK-ENT-HDR.
012260   STRING 'HDR ' WK-RUNID ' DATE=' WK-TM-DATE
012270          ' TABLE=' FUNCTION TRIM(WK-FILENAME)
012280                      INTO WK-ENT-HDR.
012281*- THE OWNING ENTITY, WHEN THE RUN HAS ONE (SEE TEST-MAIN'S Z62).
012282   IF WK-ENT-CODE NOT = SPACE
012283     THEN
012284       MOVE 'ENTITY='     TO WK-ENT-HDR(143:7)
012285       MOVE WK-ENT-CODE   TO WK-ENT-HDR(150:4)
012286   END-IF.
012287   MOVE WK-ENT-HDR    TO F3CTLREC.
012290   WRITE F3CTLREC.
012300   MOVE WK-ENT-HDR    TO F6CTLREC.
012340   WRITE F6CTLREC.
012350 Z62-WRITE-HEADERS-EXIT.
012360   EXIT.
012460   MOVE WK-F6-HASH    TO F6CTLREC(12:9).
012470   WRITE F6CTLREC.
012480 Z63-WRITE-TRAILERS-EXIT.
012481   EXIT.
012482*--------------------------------------------------------------
012483*- EVERY HISTORY RECORD IS WRITTEN HERE SO IT IS FOLDED INTO THE
012484*- SEAL WRITTEN AT CLOSE.
012485*--------------------------------------------------------------
012486 Z64-WRITE-HISTORY SECTION.
012487   WRITE F18RECORD.
012488   MOVE 'NEXT'        TO PSEAL-FNC.
012489   MOVE F18RECORD     TO PSEAL-REC.
012490   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
012491 Z64-WRITE-HISTORY-EXIT.
012492   EXIT.
012500 Z72-WRITE-EVENT SECTION.
012510*--------------------------------------------------------------
012520*- ONE MONITORING EVENT RECORD, SAME CONVENTION AS TEST-MAIN:
013110   CLOSE F36HOF.
013120 Z74A-WRITE-PROD-EXIT.
013130   EXIT.
013131 B45-LOAD-DICTIONARY SECTION.
013132*--------------------------------------------------------------
013133*- LOAD THE FIELD DICTIONARY ENTRIES FOR THE REPAIRED FEED (ENV
013134*- FIELDDICT_FEED) AND THE ALL-FEEDS (BLANK FEED) ENTRIES (SEE
013135*- RULCOMP FOR THE LAYOUT). OPTIONAL: WITHOUT IT THE WORKSHEET
013136*- LISTS THE FIVE RAW INPUT AREAS.
013137*--------------------------------------------------------------
013138 B45-010.
013139   OPEN INPUT F4DICT.
013140   IF WK-DICT-FST NOT = '00'
013141     THEN
013142       DISPLAY 'REJREPRO:FIELD DICTIONARY OPEN ERROR STATUS='
013143               WK-DICT-FST
013144       GO TO B45-LOAD-DICTIONARY-EXIT
013145   END-IF.
013146   PERFORM UNTIL WK-DICT-FST NOT = '00'
013147     READ F4DICT
013148       AT END
013149         CONTINUE
013150       NOT AT END
013151         IF F4RECORD(1:1) NOT = '*' AND F4RECORD NOT = SPACE
013152          AND (F4RECORD(1:8) = WK-DICT-FEED
013153               OR F4RECORD(1:8) = SPACE)
013154          AND F4RECORD(23:1) NOT < '1'
013155          AND F4RECORD(23:1) NOT > '5'
013156          AND F4RECORD(25:5) NUMERIC AND F4RECORD(31:5) NUMERIC
013157          AND WK-FDC-CNT < 100
013158           THEN
013159             ADD 1              TO WK-FDC-CNT
013160             MOVE F4RECORD(10:12) TO WK-FDC-NAME(WK-FDC-CNT)
013161             MOVE F4RECORD(23:1) TO WK-FDC-AREA(WK-FDC-CNT)
013162             MOVE F4RECORD(25:5) TO WK-FDC-POS(WK-FDC-CNT)
013163             MOVE F4RECORD(31:5) TO WK-FDC-LEN(WK-FDC-CNT)
013164             MOVE F4RECORD(37:40) TO WK-FDC-DESC(WK-FDC-CNT)
013165             IF WK-FDC-POS(WK-FDC-CNT) = ZERO
013166              OR WK-FDC-LEN(WK-FDC-CNT) = ZERO
013167              OR WK-FDC-POS(WK-FDC-CNT)
013168                 + WK-FDC-LEN(WK-FDC-CNT) - 1 > 10
013169               THEN
013170                 SUBTRACT 1     FROM WK-FDC-CNT
013171             END-IF
013172         END-IF
013173     END-READ
013174   END-PERFORM.
013175   CLOSE F4DICT.
013176 B45-LOAD-DICTIONARY-EXIT.
013177   EXIT.
013178 B46-WORKSHEET-ENTRY SECTION.
013179*--------------------------------------------------------------
013180*- ONE STILL-FAILING RECORD ON THE REPAIR WORKSHEET: ITS IDENTITY
013181*- AND REASON, THEN EVERY DICTIONARY FIELD BY BUSINESS NAME WITH
013182*- ITS RAW SLICE, CURRENT VALUE AND A BLANK FOR THE CORRECTION
013183*- (THE FIVE RAW INPUT AREAS WHEN NO DICTIONARY IS LOADED). THE
013184*- DESK KEYS THE CORRECTIONS INTO THE NEXT REPAIR FILE.
013185*--------------------------------------------------------------
013186 B46-010.
013187   IF WK-WKS-ON NOT = 1
013188     THEN
013189       GO TO B46-WORKSHEET-ENTRY-EXIT
013190   END-IF.
013191   MOVE SPACE         TO WK-WKS-LINE.
013192   STRING 'RUN ' F6-RUNID '  SEQ ' F6-SEQ
013193          '  RULE SET ' F6-RSID '  KEY ' F6-KEY
013194                      DELIMITED BY SIZE INTO WK-WKS-LINE.
013195   PERFORM B47-PUT-WORKSHEET-LINE.
013196   MOVE SPACE         TO WK-WKS-LINE.
013197   STRING '  REASON: ' F6-REASON
013198                      DELIMITED BY SIZE INTO WK-WKS-LINE.
013199   PERFORM B47-PUT-WORKSHEET-LINE.
013200   MOVE F6-IN100      TO WK-WKS-IN(1:10).
013201   MOVE F6-IN200      TO WK-WKS-IN(11:10).
013202   MOVE F6-IN300      TO WK-WKS-IN(21:10).
013203   MOVE F6-IN400      TO WK-WKS-IN(31:10).
013204   MOVE F6-IN500      TO WK-WKS-IN(41:10).
013205   IF WK-FDC-CNT = ZERO
013206     THEN
013207       PERFORM VARYING WK-FDC-I FROM 1 BY 1
013208         UNTIL WK-FDC-I > 5
013209           MOVE SPACE         TO WK-WKS-LINE
013210           COMPUTE WK-FDC-OFF = (WK-FDC-I - 1) * 10 + 1
013211           STRING '    IN' WK-FDC-I(3:1) '(1:10)'
013212                  '                  = [' WK-WKS-IN(WK-FDC-OFF:10)
013213                  ']  NEW: ____________'
013214                      DELIMITED BY SIZE INTO WK-WKS-LINE
013215           PERFORM B47-PUT-WORKSHEET-LINE
013216       END-PERFORM
013217     ELSE
013218       PERFORM VARYING WK-FDC-I FROM 1 BY 1
013219         UNTIL WK-FDC-I > WK-FDC-CNT
013220           MOVE SPACE         TO WK-WKS-LINE
013221           COMPUTE WK-FDC-OFF = (WK-FDC-AREA(WK-FDC-I) - 1) * 10
013222                              + WK-FDC-POS(WK-FDC-I)
013223           MOVE SPACE         TO WK-WKS-VAL
013224           MOVE WK-WKS-IN(WK-FDC-OFF:WK-FDC-LEN(WK-FDC-I))
013225             TO WK-WKS-VAL(1:WK-FDC-LEN(WK-FDC-I))
013226           STRING '    ' WK-FDC-NAME(WK-FDC-I)
013227                  ' IN' WK-FDC-AREA(WK-FDC-I)
013228                  '(' WK-FDC-POS(WK-FDC-I)(4:2)
013229                  ':' WK-FDC-LEN(WK-FDC-I)(4:2) ')'
013230                  ' = [' WK-WKS-VAL ']  NEW: ____________  '
013231                  WK-FDC-DESC(WK-FDC-I)
013232                      DELIMITED BY SIZE INTO WK-WKS-LINE
013233           PERFORM B47-PUT-WORKSHEET-LINE
013234       END-PERFORM
013235   END-IF.
013236   MOVE SPACE         TO WK-WKS-LINE.
013237   PERFORM B47-PUT-WORKSHEET-LINE.
013238   ADD 1              TO WK-WKS-CNT.
013239 B46-WORKSHEET-ENTRY-EXIT.
013240   EXIT.
013241 B47-PUT-WORKSHEET-LINE SECTION.
013242 B47-010.
013243   MOVE WK-WKS-LINE   TO F9RECORD.
013244   WRITE F9RECORD.
013245 B47-PUT-WORKSHEET-LINE-EXIT.
013246   EXIT.
