000220*-      HISTORY_IX (OPTIONAL: THE HSTBUILD INDEXED MASTER -
000230*-      WHEN SET, THE RESULTS SIDE IS ANSWERED WITH A KEYED
000240*-      START ON RSID+DATE INSTEAD OF SCANNING THE WHOLE FLAT
000250*-      HISTORY),
000260*-      INQ_USER (THE ASKING USER, DEFAULT ENV USER), ACCESS_LOG
000270*-      (DEFAULT ../data/pcheckaccess.txt; EVERY QUESTION
000271*-      ANSWERED IS LOGGED THERE - USER, PROGRAM, RULE SET AND
000272*-      DATES ASKED ABOUT, REQUESTER REF (BATCH MODE), RECORDS
000273*-      RETURNED, DATE AND TIME),
000274*-      ENTITY (THE ASKING ENTITY: ONLY ITS OWN CONTROL GROUPS
000275*-      ARE ANSWERED; BLANK = UNSTAMPED, SINGLE-ENTITY GROUPS
000276*-      ONLY), GROUP_WIDE (Y = ANSWER ACROSS EVERY ENTITY).
000277*- RETURN-CODE: 0=OK (EVEN IF NOTHING MATCHED), 12=BAD PARMS OR
000278*-              NO USER ID, OR MATCHES OF OTHER ENTITIES WITHHELD,
000279*-              16=FATAL I/O (INCLUDING THE LOG).
000280*--------------------------------------------------------------
000290 ENVIRONMENT    DIVISION.
000300 INPUT-OUTPUT               SECTION.
000440   SELECT F2OUT   ASSIGN TO WK-OUTNAME
000450   ORGANIZATION LINE SEQUENTIAL
000460   STATUS WK-OUT-FST.
000461   SELECT F9ALOG  ASSIGN TO WK-ALOGNAME
000462   ORGANIZATION LINE SEQUENTIAL
000463   STATUS WK-ALOG-FST.
000470 DATA DIVISION.
000480 FILE                       SECTION.
000490 FD  F1HIST.
000750*- THERE) - THE RECORD LENGTHS MUST AGREE OR THE KEYED OPEN
000760*- FAILS.
000770   03 F30-BIZKEY            PIC X(20).
000771*- THE OWNING LEGAL ENTITY OF THE RECORD'S CONTROL GROUP (BLANK
000772*- ON A SINGLE-ENTITY HISTORY).
000773   03 F30-ENTITY            PIC X(04).
000780 FD  F6IN.
000790 01  F6RECORD               SYNC.
000800   03 F6-RUNID              PIC X(16).
000900   03 F6-KEY                PIC X(20).
000910 FD  F2OUT.
000920 01  F2LINE                 PIC X(132).
000921*- ACCESS LOG, SHARED BY EVERY INQUIRY PROGRAM (SEE ACCREVW):
000922*- TYPE 'K' = A BUSINESS KEY WAS ASKED ABOUT, 'R' = A RULE SET.
000923 FD  F9ALOG.
000924 01  F9ARECORD              SYNC.
000925   03 F9A-USER              PIC X(08).
000926   03 FILLER                PIC X(01).
000927   03 F9A-PROG              PIC X(08).
000928   03 FILLER                PIC X(01).
000929   03 F9A-DATE              PIC X(08).
000930   03 FILLER                PIC X(01).
000931   03 F9A-TIME              PIC X(06).
000932   03 FILLER                PIC X(01).
000933   03 F9A-TYPE              PIC X(01).
000934   03 FILLER                PIC X(01).
000935   03 F9A-SUBJECT           PIC X(20).
000936   03 FILLER                PIC X(01).
000937   03 F9A-FROM              PIC X(08).
000938   03 FILLER                PIC X(01).
000939   03 F9A-TO                PIC X(08).
000940   03 FILLER                PIC X(01).
000941   03 F9A-REF               PIC X(08).
000942   03 FILLER                PIC X(01).
000943   03 F9A-COUNT             PIC 9(07).
000944   03 FILLER                PIC X(09).
000945 WORKING-STORAGE SECTION.
000946 01  WK-FILES               SYNC.
000950   03 WK-HISTNAME           PIC X(100).
000960   03 WK-HIST-FST           PIC X(02).
000970   03 WK-REJNAME            PIC X(100).
001020   03 WK-HIX-FST            PIC X(02).
001030   03 WK-REQNAME            PIC X(100).
001040   03 WK-REQ-FST            PIC X(02).
001041*--------------------------------------------------------------
001042*- THE ACCESS LOG: WHO IS ASKING, AND THE RECORD BEING BUILT.
001043*--------------------------------------------------------------
001044 01  WK-ALOG                SYNC.
001045   03 WK-ALOGNAME           PIC X(100).
001046   03 WK-ALOG-FST           PIC X(02).
001047   03 WK-ALOG-USER          PIC X(08).
001048   03 WK-ALOG-TIME          PIC X(08).
001049   03 WK-ALOG-TYPE          PIC X(01).
001050   03 WK-ALOG-SUBJECT       PIC X(20).
001051   03 WK-ALOG-FROM          PIC X(08).
001052   03 WK-ALOG-TO            PIC X(08).
001053   03 WK-ALOG-REF           PIC X(08).
001054   03 WK-ALOG-COUNT         PIC 9(07).
001055*--------------------------------------------------------------
001060*- BATCH-MODE QUESTION TABLE AND PER-QUESTION HIT COUNTS.
001070*--------------------------------------------------------------
001080 01  WK-Q                   SYNC.
001290   03 WK-HIST-HITS          PIC 9(07) VALUE ZERO.
001300   03 WK-REJ-HITS           PIC 9(07) VALUE ZERO.
001310   03 WK-LINE               PIC X(132).
001311*--------------------------------------------------------------
001312*- ENTITY SEGREGATION: THE ASKING ENTITY (ENV ENTITY), THE
001313*- GROUP-WIDE OVERRIDE (ENV GROUP_WIDE=Y), THE 'ENTITY=cccc' STAMP
001314*- OF THE CONTROL GROUP BEING READ, ITS ENTITY AND WHETHER IT MAY
001315*- BE SHOWN, AND THE COUNT OF MATCHES WITHHELD AS ANOTHER'S.
001316*--------------------------------------------------------------
001317 01  WK-ENT                 SYNC.
001318   03 WK-ENT-CODE           PIC X(04).
001319   03 WK-ENT-ALL            PIC X(01).
001320   03 WK-ENT-STAMP          PIC X(11).
001321   03 WK-ENT-GRP            PIC X(04).
001322   03 WK-ENT-SHOW           PIC 9(01).
001323   03 WK-ENT-HELD           PIC 9(07) VALUE ZERO.
001324 PROCEDURE DIVISION.
001330 A00-MAIN SECTION.
001340*--------------------------------------------------------------
001350*- ONE PASS OVER THE HISTORY, ONE OVER THE REJECT LOG.
001820   IF WK-OUTNAME = SPACE
001830     MOVE '../data/pcheckinquiry.txt' TO WK-OUTNAME
001840   END-IF.
001841   PERFORM B89-ENTITY-PARMS.
001842   PERFORM Z80-OPEN-ACCESS-LOG.
001843   IF RETURN-CODE NOT = ZERO
001844     THEN
001845       GOBACK
001846   END-IF.
001850   OPEN OUTPUT F2OUT.
001860   IF WK-OUT-FST NOT = '00'
001870     THEN
002120                      INTO WK-LINE.
002130   MOVE WK-LINE       TO F2LINE.
002140   WRITE F2LINE.
002141   PERFORM B91-WITHHELD-LINE.
002150   CLOSE F2OUT.
002151   MOVE 'R'           TO WK-ALOG-TYPE.
002152   MOVE WK-INQ-RSID   TO WK-ALOG-SUBJECT.
002153   MOVE WK-INQ-DATE   TO WK-ALOG-FROM.
002154   MOVE WK-INQ-DATE   TO WK-ALOG-TO.
002155   MOVE SPACE         TO WK-ALOG-REF.
002156   COMPUTE WK-ALOG-COUNT = WK-HIST-HITS + WK-REJ-HITS.
002157   PERFORM Z81-WRITE-ACCESS-LOG.
002158   CLOSE F9ALOG.
002160   DISPLAY 'INQRSLT:RESULTS=' WK-HIST-HITS
002170           ' REJECTS=' WK-REJ-HITS
002180           ' ANSWER IN ' WK-OUTNAME.
002190   PERFORM B92-WITHHELD-RC.
002200   GOBACK.
002210 B10-SEARCH-HISTORY SECTION.
002220*--------------------------------------------------------------
002300               WK-HIST-FST
002310       GO TO B10-SEARCH-HISTORY-EXIT
002320   END-IF.
002321   MOVE SPACE         TO WK-ENT-STAMP.
002322   PERFORM B90-NOTE-GROUP.
002330   PERFORM UNTIL WK-HIST-FST NOT = '00'
002340     READ F1HIST
002350       AT END
002360         CONTINUE
002370       NOT AT END
002380         EVALUATE TRUE
002390         WHEN F1-F3IMAGE(1:4) = 'HDR '
002400           MOVE F1-F3IMAGE(143:11) TO WK-ENT-STAMP
002410           PERFORM B90-NOTE-GROUP
002420         WHEN F1-DATE NOT = WK-INQ-DATE
002430          OR F1-RSID NOT = WK-INQ-RSID
002440          OR (WK-INQ-RUNID NOT = SPACE
002450              AND F1-RUNID NOT = WK-INQ-RUNID)
002460           CONTINUE
002470         WHEN WK-ENT-SHOW = ZERO
002480           ADD 1              TO WK-ENT-HELD
002490         WHEN OTHER
002500           ADD 1              TO WK-HIST-HITS
002510           MOVE SPACE         TO WK-LINE
002520*-         TAGGED PUT__/PUTN_ OUTPUTS APPEAR HERE TOO: ONE
002530*-         'OUT ' DETAIL LINE PER TAG, THE TAG IN THE BLK
002540*-         COLUMN AND THE VALUE IN THE OUT COLUMN.
002550           MOVE 'RESULT'      TO WK-LINE(3:6)
002551           MOVE F1-RUNID      TO WK-LINE(11:16)
002552           MOVE F1-STATUS     TO WK-LINE(29:4)
002553           MOVE F1-BLK        TO WK-LINE(35:5)
002554           MOVE F1-OUT(1:88)  TO WK-LINE(42:88)
002555           MOVE WK-LINE       TO F2LINE
002556           WRITE F2LINE
002557         END-EVALUATE
002560     END-READ
002570   END-PERFORM.
002580   CLOSE F1HIST.
002870          THEN
002880            MOVE '10'      TO WK-HIX-FST
002890          ELSE
002900            MOVE 'ENTITY='     TO WK-ENT-STAMP(1:7)
002910            MOVE F30-ENTITY    TO WK-ENT-STAMP(8:4)
002920            PERFORM B90-NOTE-GROUP
002930            EVALUATE TRUE
002940            WHEN WK-INQ-RUNID NOT = SPACE
002950             AND F30-RUNID NOT = WK-INQ-RUNID
002960              CONTINUE
002970            WHEN WK-ENT-SHOW = ZERO
002980              ADD 1              TO WK-ENT-HELD
002990            WHEN OTHER
003000              ADD 1              TO WK-HIST-HITS
003010              MOVE SPACE         TO WK-LINE
003020              MOVE 'RESULT'      TO WK-LINE(3:6)
003021              MOVE F30-RUNID     TO WK-LINE(11:16)
003022              MOVE F30-STATUS    TO WK-LINE(29:4)
003023              MOVE F30-BLK       TO WK-LINE(35:5)
003024              MOVE F30-OUT(1:88) TO WK-LINE(42:88)
003025              MOVE WK-LINE       TO F2LINE
003026              WRITE F2LINE
003027            END-EVALUATE
003030        END-IF
003040    END-READ
003050  END-PERFORM.
003190               WK-REJ-FST
003200       GO TO C10-SEARCH-REJECTS-EXIT
003210   END-IF.
003211   MOVE SPACE         TO WK-ENT-STAMP.
003212   PERFORM B90-NOTE-GROUP.
003220   PERFORM UNTIL WK-REJ-FST NOT = '00'
003230     READ F6IN
003240       AT END
003250         CONTINUE
003260       NOT AT END
003270         EVALUATE TRUE
003280         WHEN F6RECORD(1:4) = 'HDR '
003290           MOVE F6RECORD(143:11) TO WK-ENT-STAMP
003300           PERFORM B90-NOTE-GROUP
003310         WHEN F6RECORD(1:4) = 'TRL '
003320           CONTINUE
003330         WHEN F6-RSID NOT = WK-INQ-RSID
003340          OR F6-RUNID(1:8) NOT = WK-INQ-DATE
003350          OR (WK-INQ-RUNID NOT = SPACE
003360              AND F6-RUNID NOT = WK-INQ-RUNID)
003370          OR (WK-INQ-SEQ-SET NOT = ZERO
003380              AND F6-SEQ NOT = WK-INQ-SEQ)
003390           CONTINUE
003400         WHEN WK-ENT-SHOW = ZERO
003410           ADD 1              TO WK-ENT-HELD
003420         WHEN OTHER
003430           ADD 1              TO WK-REJ-HITS
003440           MOVE SPACE         TO WK-LINE
003450           MOVE 'REJECT'      TO WK-LINE(3:6)
003460           MOVE F6-RUNID      TO WK-LINE(11:16)
003470           MOVE F6-SEQ        TO WK-LINE(29:7)
003480           MOVE F6-REASON     TO WK-LINE(38:80)
003490           MOVE WK-LINE       TO F2LINE
003500           WRITE F2LINE
003510           MOVE SPACE         TO WK-LINE
003520           MOVE '  IN1-5:'    TO WK-LINE(3:8)
003530           MOVE F6-IN100      TO WK-LINE(12:10)
003540           MOVE F6-IN200      TO WK-LINE(23:10)
003541           MOVE F6-IN300      TO WK-LINE(34:10)
003542           MOVE F6-IN400      TO WK-LINE(45:10)
003543           MOVE F6-IN500      TO WK-LINE(56:10)
003544           MOVE F6-OUT(1:60)  TO WK-LINE(68:60)
003545           MOVE WK-LINE       TO F2LINE
003546           WRITE F2LINE
003547         END-EVALUATE
003550     END-READ
003560   END-PERFORM.
003570   CLOSE F6IN.
003580 C10-SEARCH-REJECTS-EXIT.
003581   EXIT.
003582 B89-ENTITY-PARMS SECTION.
003583*--------------------------------------------------------------
003584*- WHO IS ASKING: ENTITY AND THE GROUP-WIDE OVERRIDE.
003585*--------------------------------------------------------------
003586 B89-010.
003587   MOVE SPACE         TO WK-ENT-CODE.
003588   ACCEPT WK-ENT-CODE FROM ENVIRONMENT 'ENTITY'.
003589   MOVE SPACE         TO WK-ENT-ALL.
003590   ACCEPT WK-ENT-ALL  FROM ENVIRONMENT 'GROUP_WIDE'.
003591 B89-ENTITY-PARMS-EXIT.
003592   EXIT.
003593 B90-NOTE-GROUP SECTION.
003594*--------------------------------------------------------------
003595*- WHOSE IS IT? WK-ENT-STAMP HOLDS THE 'ENTITY=cccc' STAMP OF A
003596*- CONTROL GROUP'S HDR (COLS 143-153) OR OF A MASTER RECORD (BLANK
003597*- WHEN IT HAS NONE). ONE ENTITY'S INQUIRY NEVER ANSWERS WITH
003598*- ANOTHER'S RECORDS; ONLY AN EXPLICIT GROUP-WIDE RUN SEES THEM.
003599*--------------------------------------------------------------
003600 B90-010.
003601   IF WK-ENT-STAMP(1:7) = 'ENTITY='
003602     THEN
003603       MOVE WK-ENT-STAMP(8:4) TO WK-ENT-GRP
003604     ELSE
003605       MOVE SPACE         TO WK-ENT-GRP
003606   END-IF.
003607   IF WK-ENT-ALL = 'Y' OR WK-ENT-GRP = WK-ENT-CODE
003608     THEN
003609       MOVE 1             TO WK-ENT-SHOW
003610     ELSE
003611       MOVE ZERO          TO WK-ENT-SHOW
003612   END-IF.
003613 B90-NOTE-GROUP-EXIT.
003614   EXIT.
003615 B91-WITHHELD-LINE SECTION.
003616*--------------------------------------------------------------
003617*- THE ANSWER SAYS SO WHEN MATCHES WERE WITHHELD.
003618*--------------------------------------------------------------
003619 B91-010.
003620   IF WK-ENT-HELD > ZERO
003621     THEN
003622       MOVE SPACE         TO WK-LINE
003623       STRING 'WITHHELD: ' WK-ENT-HELD
003624              ' MATCHES OF OTHER ENTITIES (ENTITY='
003625              WK-ENT-CODE ')'
003626                          INTO WK-LINE
003627       MOVE WK-LINE       TO F2LINE
003628       WRITE F2LINE
003629   END-IF.
003630 B91-WITHHELD-LINE-EXIT.
003631   EXIT.
003632 B92-WITHHELD-RC SECTION.
003633 B92-010.
003634   IF WK-ENT-HELD > ZERO
003635     THEN
003636       DISPLAY 'INQRSLT:' WK-ENT-HELD
003637               ' MATCHES OF OTHER ENTITIES WITHHELD.'
003638       MOVE 12            TO RETURN-CODE
003639     ELSE
003640       MOVE ZERO          TO RETURN-CODE
003641   END-IF.
003642 B92-WITHHELD-RC-EXIT.
003643   EXIT.
003644 E10-BATCH-MODE SECTION.
003645*--------------------------------------------------------------
003646*- BATCH MODE: LOAD THE QUESTIONS, MAKE ONE PASS OVER THE
003647*- HISTORY AND ONE OVER THE REJECT LOG ANSWERING ALL OF THEM,
003648*- THEN A PER-QUESTION SUMMARY. EVERY ANSWER LINE CARRIES THE
003650*- REQUESTER REFERENCE SO THE DESK CAN SPLIT THE OUTPUT.
003660*--------------------------------------------------------------
003670 E10-010.
003800   IF WK-OUTNAME = SPACE
003810     MOVE '../data/pcheckinquiry.txt' TO WK-OUTNAME
003820   END-IF.
003821   PERFORM B89-ENTITY-PARMS.
003830   PERFORM E20-LOAD-QUESTIONS.
003840   IF WK-Q-CNT = ZERO
003850     THEN
003860       DISPLAY 'INQRSLT:NO QUESTIONS IN ' WK-REQNAME
003870       MOVE 12            TO RETURN-CODE
003871       GO TO E10-BATCH-MODE-EXIT
003872   END-IF.
003873   PERFORM Z80-OPEN-ACCESS-LOG.
003874   IF RETURN-CODE NOT = ZERO
003875     THEN
003880       GO TO E10-BATCH-MODE-EXIT
003890   END-IF.
003900   OPEN OUTPUT F2OUT.
003970   PERFORM E30-PASS-HISTORY.
003980   PERFORM E40-PASS-REJECTS.
003990   PERFORM E50-SUMMARY.
003991   PERFORM B91-WITHHELD-LINE.
004000   CLOSE F2OUT.
004001   CLOSE F9ALOG.
004010   DISPLAY 'INQRSLT:BATCH MODE ANSWERED ' WK-Q-CNT
004020           ' QUESTIONS IN ' WK-OUTNAME.
004030   PERFORM B92-WITHHELD-RC.
004040 E10-BATCH-MODE-EXIT.
004050   EXIT.
004060 E20-LOAD-QUESTIONS SECTION.
004580               WK-HIST-FST
004590       GO TO E30-PASS-HISTORY-EXIT
004600   END-IF.
004601   MOVE SPACE         TO WK-ENT-STAMP.
004602   PERFORM B90-NOTE-GROUP.
004610   PERFORM UNTIL WK-HIST-FST NOT = '00'
004620     READ F1HIST
004630       AT END
004640         CONTINUE
004650       NOT AT END
004660         EVALUATE TRUE
004670         WHEN F1-F3IMAGE(1:4) = 'HDR '
004680           MOVE F1-F3IMAGE(143:11) TO WK-ENT-STAMP
004690           PERFORM B90-NOTE-GROUP
004691         WHEN F1-F3IMAGE(1:4) = 'TRL '
004692          OR F1-DATE NOT NUMERIC
004693           CONTINUE
004694         WHEN OTHER
004700             PERFORM VARYING WK-Q-I FROM 1 BY 1
004710               UNTIL WK-Q-I > WK-Q-CNT
004720                 IF F1-RSID = WK-Q-RSID(WK-Q-I)
004750                  AND (WK-Q-RUNID(WK-Q-I) = SPACE
004760                       OR F1-RUNID = WK-Q-RUNID(WK-Q-I))
004770                   THEN
004780                     IF WK-ENT-SHOW = 1
004781                       THEN
004782                         PERFORM E31-ANSWER-RESULT
004783                       ELSE
004784                         ADD 1              TO WK-ENT-HELD
004785                     END-IF
004790                 END-IF
004800             END-PERFORM
004810         END-EVALUATE
004820     END-READ
004830   END-PERFORM.
004840   CLOSE F1HIST.
005080               WK-REJ-FST
005090       GO TO E40-PASS-REJECTS-EXIT
005100   END-IF.
005101   MOVE SPACE         TO WK-ENT-STAMP.
005102   PERFORM B90-NOTE-GROUP.
005110   PERFORM UNTIL WK-REJ-FST NOT = '00'
005120     READ F6IN
005130       AT END
005140         CONTINUE
005150       NOT AT END
005160         EVALUATE F6RECORD(1:4)
005170         WHEN 'HDR '
005180           MOVE F6RECORD(143:11) TO WK-ENT-STAMP
005181           PERFORM B90-NOTE-GROUP
005182         WHEN 'TRL '
005183           CONTINUE
005184         WHEN OTHER
005190             PERFORM VARYING WK-Q-I FROM 1 BY 1
005200               UNTIL WK-Q-I > WK-Q-CNT
005210                 IF F6-RSID = WK-Q-RSID(WK-Q-I)
005260                  AND (WK-Q-SEQSET(WK-Q-I) = ZERO
005270                       OR F6-SEQ = WK-Q-SEQ(WK-Q-I))
005280                   THEN
005290                     IF WK-ENT-SHOW = 1
005291                       THEN
005292                         PERFORM E41-ANSWER-REJECT
005293                       ELSE
005294                         ADD 1              TO WK-ENT-HELD
005295                     END-IF
005300                 END-IF
005310             END-PERFORM
005320         END-EVALUATE
005330     END-READ
005340   END-PERFORM.
005350   CLOSE F6IN.
005640                          INTO WK-LINE
005650       MOVE WK-LINE       TO F2LINE
005660       WRITE F2LINE
005661       MOVE 'R'           TO WK-ALOG-TYPE
005662       MOVE WK-Q-RSID(WK-Q-I) TO WK-ALOG-SUBJECT
005663       MOVE WK-Q-FROM(WK-Q-I) TO WK-ALOG-FROM
005664       MOVE WK-Q-TO(WK-Q-I)   TO WK-ALOG-TO
005665       MOVE WK-Q-REF(WK-Q-I)  TO WK-ALOG-REF
005666       COMPUTE WK-ALOG-COUNT = WK-Q-RHITS(WK-Q-I)
005667                             + WK-Q-JHITS(WK-Q-I)
005668       PERFORM Z81-WRITE-ACCESS-LOG
005670   END-PERFORM.
005680 E50-SUMMARY-EXIT.
005690   EXIT.
005691 Z80-OPEN-ACCESS-LOG SECTION.
005692*--------------------------------------------------------------
005693*- EVERY INQUIRY IS LOGGED - WHO ASKED, WHAT ABOUT, HOW MANY
005694*- RECORDS CAME BACK AND WHEN - ON THE SHARED ACCESS LOG THAT
005695*- ACCREVW REVIEWS. NO USER ID OR NO LOG, NO ANSWER.
005696*--------------------------------------------------------------
005697 Z80-010.
005698   MOVE SPACE         TO WK-ALOG-USER.
005699   ACCEPT WK-ALOG-USER FROM ENVIRONMENT 'INQ_USER'.
005700   IF WK-ALOG-USER = SPACE
005701     THEN
005702       ACCEPT WK-ALOG-USER FROM ENVIRONMENT 'USER'
005703   END-IF.
005704   IF WK-ALOG-USER = SPACE
005705     THEN
005706       DISPLAY 'INQRSLT:NO USER ID (SET INQ_USER)'
005707       MOVE 12            TO RETURN-CODE
005708       GO TO Z80-OPEN-ACCESS-LOG-EXIT
005709   END-IF.
005710   MOVE SPACE         TO WK-ALOGNAME.
005711   ACCEPT WK-ALOGNAME FROM ENVIRONMENT 'ACCESS_LOG'.
005712   IF WK-ALOGNAME = SPACE
005713     MOVE '../data/pcheckaccess.txt' TO WK-ALOGNAME
005714   END-IF.
005715   OPEN EXTEND F9ALOG.
005716   IF WK-ALOG-FST = '35'
005717     THEN
005718       OPEN OUTPUT F9ALOG
005719   END-IF.
005720   IF WK-ALOG-FST NOT = '00'
005721     THEN
005722       DISPLAY 'INQRSLT:ACCESS LOG OPEN ERROR STATUS='
005723               WK-ALOG-FST
005724       MOVE 16            TO RETURN-CODE
005725       GO TO Z80-OPEN-ACCESS-LOG-EXIT
005726   END-IF.
005727   MOVE ZERO          TO RETURN-CODE.
005728 Z80-OPEN-ACCESS-LOG-EXIT.
005729   EXIT.
005730 Z81-WRITE-ACCESS-LOG SECTION.
005731*--------------------------------------------------------------
005732*- ONE ACCESS-LOG RECORD FROM THE WK-ALOG FIELDS.
005733*--------------------------------------------------------------
005734 Z81-010.
005735   MOVE SPACE         TO F9ARECORD.
005736   MOVE WK-ALOG-USER  TO F9A-USER.
005737   MOVE 'INQRSLT'     TO F9A-PROG.
005738   ACCEPT F9A-DATE    FROM DATE YYYYMMDD.
005739   ACCEPT WK-ALOG-TIME FROM TIME.
005740   MOVE WK-ALOG-TIME(1:6) TO F9A-TIME.
005741   MOVE WK-ALOG-TYPE  TO F9A-TYPE.
005742   MOVE WK-ALOG-SUBJECT TO F9A-SUBJECT.
005743   MOVE WK-ALOG-FROM  TO F9A-FROM.
005744   MOVE WK-ALOG-TO    TO F9A-TO.
005745   MOVE WK-ALOG-REF   TO F9A-REF.
005746   MOVE WK-ALOG-COUNT TO F9A-COUNT.
005747   WRITE F9ARECORD.
005748 Z81-WRITE-ACCESS-LOG-EXIT.
005749   EXIT.
