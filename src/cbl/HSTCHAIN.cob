000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   HSTCHAIN.
000030*--------------------------------------------------------------
000040*- RESULTS-HISTORY SEAL-CHAIN VERIFICATION. EVERY APPEND TO
000050*- F18HIST (TEST-MAIN, REJREPRO, REVAPPLY) ENDS WITH A SEAL
000060*- RECORD - A 'TRL ' IMAGE MARKED 'SEAL' - HOLDING THE COUNT AND
000070*- HASH OF THE RECORDS SINCE THE PREVIOUS SEAL AND A CHAIN VALUE
000080*- OVER THAT SEAL'S OWN CONTENT AND THE PREVIOUS SEAL'S CHAIN
000090*- VALUE (SUBSEAL). THIS PROGRAM WALKS THE WHOLE HISTORY IN
000100*- WRITTEN ORDER - THE RETNMGR ARCHIVE FILES OLDEST FIRST, THEN
000110*- THE LIVE FILE - RE-WORKS EVERY SEAL AND REPORTS:
000120*-   - EVERY SEAL, WITH ITS WRITER, RUN AND RECORD COUNT,
000130*-   - EVERY BREAK: A SEAL WHOSE CONTENT NO LONGER MATCHES ITS
000140*-     CHAIN VALUE, A SEAL WHOSE RECORDS WERE ALTERED, ADDED,
000150*-     REMOVED OR REORDERED, A SEAL THAT DOES NOT LINK TO THE ONE
000160*-     BEFORE IT - AND, ABOVE ALL, THE FIRST BROKEN LINK (FILE,
000170*-     RECORD NUMBER, WHAT DID NOT MATCH),
000180*-   - RECORDS ANONYMISED BY ERASWEEP (THEY CARRY THE ORIGINAL
000190*-     RECORD'S DIGEST, SO THEY DO NOT BREAK THE CHAIN, BUT AUDIT
000200*-     SEES WHERE THEY ARE),
000210*-   - RECORDS AFTER THE LAST SEAL (NOT YET SEALED - THE NEXT
000220*-     APPEND SEALS THEM).
000230*- WHEN THE FIRST SEAL WALKED DOES NOT LINK TO THE START OF THE
000240*- CHAIN, THE EARLIER HISTORY WAS NOT SUPPLIED (AN ARCHIVE LEFT
000250*- OFF THE LIST OR ALREADY PURGED): THE CHAIN IS VERIFIED FROM
000260*- THERE ON AND THE START IS REPORTED AS NOT VERIFIED.
000270*-
000280*- ARCHIVE LIST: ONE RETNMGR ARCHIVE FILE NAME PER LINE (COLS
000290*- 1-100), OLDEST FIRST; '*' IN COL 1 IS A COMMENT. ONLY THE
000300*- ARCHIVE'S 'HIST' RECORDS ARE HISTORY.
000310*-
000320*- THE VERDICT GOES TO THE HANDOFF REGISTER AS ONE 'HCHN' RECORD
000330*- - FILE COLUMN 'HISTORY SEAL CHAIN INTACT' OR '... BROKEN',
000340*- COUNT COLUMN THE BREAKS, HASH COLUMN THE RECORDS WALKED.
000350*-
000360*- ENV: HISTORY_FILE (DEFAULT ../data/pcheckhist.txt),
000370*-      HISTORY_ARCHIVES (OPTIONAL ARCHIVE LIST),
000380*-      HSTCHAIN_REPORT (DEFAULT ../data/pcheckhstchain.txt),
000390*-      HANDOFF_FILE (OPTIONAL),
000400*-      HISTORY_SEAL_KEY (AS THE WRITERS RAN WITH, IF ANY).
000410*- RETURN-CODE: 0=INTACT, 4=INTACT BUT THE CHAIN START WAS NOT
000420*-              VERIFIED, NOTHING IS SEALED YET OR RECORDS FOLLOW
000430*-              THE LAST SEAL, 8=BROKEN (OR A LISTED ARCHIVE COULD
000440*-              NOT BE READ), 12=NO HISTORY, 16=FATAL I/O.
000450*--------------------------------------------------------------
000460 ENVIRONMENT    DIVISION.
000470 INPUT-OUTPUT               SECTION.
000480 FILE-CONTROL.
000490   SELECT F18HIST ASSIGN TO WK-HISTNAME
000500   STATUS WK-HIST-FST.
000510   SELECT F1ALST  ASSIGN TO WK-ALSTNAME
000520   ORGANIZATION LINE SEQUENTIAL
000530   STATUS WK-ALST-FST.
000540   SELECT F2ARCH  ASSIGN TO WK-ARCNAME
000550   STATUS WK-ARC-FST.
000560   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000570   ORGANIZATION LINE SEQUENTIAL
000580   STATUS WK-RPT-FST.
000590   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000600   ORGANIZATION LINE SEQUENTIAL
000610   STATUS WK-HOF-FST.
000620 DATA DIVISION.
000630 FILE                       SECTION.
000640 FD  F18HIST.
000650*- SAME SHAPE AS TEST-MAIN'S F18RECORD.
000660 01  F18RECORD              SYNC.
000670   03 F18-DATE              PIC X(08).
000680   03 F18-F3IMAGE           PIC X(153).
000690   03 F18-REPAIR            PIC X(01).
000700   03 F18-ORIG-RUNID        PIC X(16).
000710   03 F18-ORIG-SEQ          PIC 9(07).
000720 FD  F1ALST.
000730 01  F1RECORD               PIC X(100).
000740 FD  F2ARCH.
000750*- RETNMGR'S ARCHIVE RECORD: TYPE + SOURCE DATE + IMAGE.
000760 01  F2RECORD               SYNC.
000770   03 F2-TYPE               PIC X(04).
000780   03 F2-DATE               PIC X(08).
000790   03 F2-IMAGE              PIC X(400).
000800 FD  F2REPT.
000810 01  F2LINE                 PIC X(132).
000820 FD  F36HOF.
000830*- HANDOFF-REGISTER RECORD (SEE TEST-MAIN Z74).
000840 01  F36RECORD              SYNC.
000850   03 F36-TYPE              PIC X(04).
000860   03 FILLER                PIC X(01).
000870   03 F36-STAMP             PIC X(14).
000880   03 FILLER                PIC X(01).
000890   03 F36-PROG              PIC X(08).
000900   03 FILLER                PIC X(01).
000910   03 F36-FILE              PIC X(60).
000920   03 FILLER                PIC X(01).
000930   03 F36-CNT               PIC 9(07).
000940   03 FILLER                PIC X(01).
000950   03 F36-HASH              PIC 9(09).
000960 WORKING-STORAGE SECTION.
000970 01  WK-HIST                SYNC.
000980   03 WK-HISTNAME           PIC X(100).
000990   03 WK-HIST-FST           PIC X(02).
001000 01  WK-ALST                SYNC.
001010   03 WK-ALSTNAME           PIC X(100).
001020   03 WK-ALST-FST           PIC X(02).
001030 01  WK-ARC                 SYNC.
001040   03 WK-ARCNAME            PIC X(100).
001050   03 WK-ARC-FST            PIC X(02).
001060 01  WK-RPT                 SYNC.
001070   03 WK-RPTNAME            PIC X(100).
001080   03 WK-RPT-FST            PIC X(02).
001090   03 WK-LINE               PIC X(132).
001100 01  WK-HOF                 SYNC.
001110   03 WK-HOFNAME            PIC X(100).
001120   03 WK-HOF-FST            PIC X(02).
001130   03 WK-HOF-DATE           PIC X(08).
001140   03 WK-HOF-TIME           PIC X(08).
001150 01  WK-SEAL-PRM            SYNC.
001160   COPY RSEAL-PRM.
001170*--------------------------------------------------------------
001180*- THE SEAL JUST CHECKED, IN THE SEAL-RECORD LAYOUT (SUBSEAL).
001190*--------------------------------------------------------------
001200 01  WK-SL                  SYNC.
001210   03 WK-SL-DATE            PIC X(08).
001220   03 WK-SL-TRL             PIC X(04).
001230   03 WK-SL-CNT             PIC 9(07).
001240   03 WK-SL-A               PIC 9(09).
001250   03 FILLER                PIC X(01).
001260   03 WK-SL-MARK            PIC X(04).
001270   03 FILLER                PIC X(01).
001280   03 WK-SL-B               PIC 9(09).
001290   03 FILLER                PIC X(01).
001300   03 WK-SL-PREV            PIC X(18).
001310   03 FILLER                PIC X(01).
001320   03 WK-SL-CHAIN           PIC X(18).
001330   03 FILLER                PIC X(01).
001340   03 WK-SL-PROG            PIC X(08).
001350   03 FILLER                PIC X(01).
001360   03 WK-SL-STAMP           PIC X(14).
001370   03 FILLER                PIC X(01).
001380   03 WK-SL-RUNID           PIC X(16).
001390   03 FILLER                PIC X(63).
001400*--------------------------------------------------------------
001410*- THE FILE BEING WALKED, AND THE FIRST BROKEN LINK.
001420*--------------------------------------------------------------
001430 01  WK-WALK                SYNC.
001440   03 WK-CUR-FILE           PIC X(100).
001450   03 WK-CUR-REC            PIC 9(09).
001460   03 WK-CUR-READ           PIC 9(09).
001470   03 WK-REC                PIC X(185).
001480   03 WK-FIRST-FILE         PIC X(100).
001490   03 WK-FIRST-REC          PIC 9(09).
001500   03 WK-FIRST-MSG          PIC X(80).
001510 01  WK-CNT                 SYNC.
001520   03 WK-FILES              PIC 9(05) VALUE ZERO.
001530   03 WK-ARCS-BAD           PIC 9(05) VALUE ZERO.
001540   03 WK-RECS               PIC 9(09) VALUE ZERO.
001550   03 WK-SEALS              PIC 9(07) VALUE ZERO.
001560   03 WK-BREAKS             PIC 9(07) VALUE ZERO.
001570   03 WK-ERASED             PIC 9(07) VALUE ZERO.
001580   03 WK-ERASED-LISTED      PIC 9(03) VALUE ZERO.
001590   03 WK-TAIL               PIC 9(09) VALUE ZERO.
001600   03 WK-PICKUP             PIC 9(01) VALUE ZERO.
001610   03 WK-TM-DATE            PIC X(08).
001620   03 WK-TM-TIME            PIC X(08).
001630 PROCEDURE DIVISION.
001640 A00-MAIN SECTION.
001650*--------------------------------------------------------------
001660*- WALK THE ARCHIVES, THEN THE LIVE HISTORY, THROUGH ONE SEAL
001670*- CHAIN; REPORT AND REGISTER THE VERDICT.
001680*--------------------------------------------------------------
001690 A00-010.
001700   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
001710   ACCEPT WK-TM-TIME  FROM TIME.
001720   MOVE SPACE         TO WK-HISTNAME.
001730   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
001740   IF WK-HISTNAME = SPACE
001750     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
001760   END-IF.
001770   MOVE SPACE         TO WK-ALSTNAME.
001780   ACCEPT WK-ALSTNAME FROM ENVIRONMENT 'HISTORY_ARCHIVES'.
001790   MOVE SPACE         TO WK-RPTNAME.
001800   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'HSTCHAIN_REPORT'.
001810   IF WK-RPTNAME = SPACE
001820     MOVE '../data/pcheckhstchain.txt' TO WK-RPTNAME
001830   END-IF.
001840   MOVE SPACE         TO WK-HOFNAME.
001850   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
001860   OPEN OUTPUT F2REPT.
001870   IF WK-RPT-FST NOT = '00'
001880     THEN
001890       DISPLAY 'HSTCHAIN:REPORT OPEN ERROR STATUS=' WK-RPT-FST
001900       MOVE 16            TO RETURN-CODE
001910       GOBACK
001920   END-IF.
001930   MOVE SPACE         TO WK-LINE.
001940   STRING 'HISTORY SEAL CHAIN  AS OF ' WK-TM-DATE '/'
001950          WK-TM-TIME(1:6) '  HISTORY=' WK-HISTNAME(1:60)
001960                      DELIMITED BY SIZE INTO WK-LINE.
001970   PERFORM Z10-WRITE-LINE.
001980   MOVE SPACE         TO WK-LINE.
001990   PERFORM Z10-WRITE-LINE.
002000   MOVE SPACE         TO WK-SEAL-PRM.
002010   MOVE 'INIT'        TO PSEAL-FNC.
002020   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
002030   MOVE SPACE         TO WK-FIRST-FILE.
002040   MOVE ZERO          TO WK-FIRST-REC.
002050   IF WK-ALSTNAME NOT = SPACE
002060     THEN
002070       PERFORM B10-WALK-ARCHIVES
002080       IF RETURN-CODE = 16
002090         THEN
002100           CLOSE F2REPT
002110           GOBACK
002120       END-IF
002130   END-IF.
002140   PERFORM B30-WALK-LIVE.
002150   IF RETURN-CODE = 16
002160     THEN
002170       CLOSE F2REPT
002180       GOBACK
002190   END-IF.
002200   IF WK-FILES = ZERO
002210     THEN
002220       DISPLAY 'HSTCHAIN:NO HISTORY FOUND.'
002230       MOVE 'NO HISTORY FOUND' TO WK-LINE
002240       PERFORM Z10-WRITE-LINE
002250       CLOSE F2REPT
002260       MOVE 12            TO RETURN-CODE
002270       GOBACK
002280   END-IF.
002290   MOVE PSEAL-CNT     TO WK-TAIL.
002300   PERFORM D10-SUMMARY.
002310   PERFORM E10-REGISTER.
002320   CLOSE F2REPT.
002330   DISPLAY '===================================='.
002340   DISPLAY 'HSTCHAIN RESULT: FILES=' WK-FILES
002350           ' RECORDS=' WK-RECS ' SEALS=' WK-SEALS.
002360   DISPLAY '  BREAKS=' WK-BREAKS ' ERASED=' WK-ERASED
002370           ' UNSEALED=' WK-TAIL.
002380   IF WK-FIRST-REC NOT = ZERO
002390     THEN
002400       DISPLAY '  FIRST BROKEN LINK: '
002410               FUNCTION TRIM(WK-FIRST-FILE) ' RECORD '
002420               WK-FIRST-REC
002430   END-IF.
002440   DISPLAY '===================================='.
002450   EVALUATE TRUE
002460   WHEN WK-BREAKS > ZERO OR WK-ARCS-BAD > ZERO
002470     MOVE 8             TO RETURN-CODE
002480   WHEN WK-PICKUP = 1 OR WK-SEALS = ZERO OR WK-TAIL > ZERO
002490     MOVE 4             TO RETURN-CODE
002500   WHEN OTHER
002510     MOVE ZERO          TO RETURN-CODE
002520   END-EVALUATE.
002530   GOBACK.
002540 B10-WALK-ARCHIVES SECTION.
002550*--------------------------------------------------------------
002560*- THE ARCHIVE LIST, OLDEST FIRST. A LISTED ARCHIVE THAT CANNOT
002570*- BE READ IS A GAP IN THE HISTORY - REPORTED, AND THE CHAIN
002580*- BREAK IT CAUSES IS REPORTED AT THE NEXT SEAL.
002590*--------------------------------------------------------------
002600 B10-010.
002610   OPEN INPUT F1ALST.
002620   IF WK-ALST-FST NOT = '00'
002630     THEN
002640       DISPLAY 'HSTCHAIN:ARCHIVE LIST OPEN ERROR STATUS='
002650               WK-ALST-FST
002660       MOVE 16            TO RETURN-CODE
002670       GO TO B10-WALK-ARCHIVES-EXIT
002680   END-IF.
002690   PERFORM UNTIL WK-ALST-FST NOT = '00'
002700     READ F1ALST
002710       AT END
002720         CONTINUE
002730       NOT AT END
002740         IF F1RECORD(1:1) NOT = '*' AND F1RECORD NOT = SPACE
002750           THEN
002760             MOVE F1RECORD      TO WK-ARCNAME
002770             PERFORM B20-WALK-ONE-ARCHIVE
002780         END-IF
002790     END-READ
002800   END-PERFORM.
002810   CLOSE F1ALST.
002820 B10-WALK-ARCHIVES-EXIT.
002830   EXIT.
002840 B20-WALK-ONE-ARCHIVE SECTION.
002850*--------------------------------------------------------------
002860*- ONE RETNMGR ARCHIVE: ITS 'HIST' RECORDS, IN ORDER.
002870*--------------------------------------------------------------
002880 B20-010.
002890   MOVE WK-ARCNAME    TO WK-CUR-FILE.
002900   MOVE ZERO          TO WK-CUR-REC.
002910   MOVE ZERO          TO WK-CUR-READ.
002920   OPEN INPUT F2ARCH.
002930   IF WK-ARC-FST NOT = '00'
002940     THEN
002950       ADD 1              TO WK-ARCS-BAD
002960       MOVE SPACE         TO WK-LINE
002970       STRING 'ARCHIVE NOT READ, STATUS=' WK-ARC-FST ': '
002980              WK-ARCNAME(1:90)
002990                          DELIMITED BY SIZE INTO WK-LINE
003000       PERFORM Z10-WRITE-LINE
003010       GO TO B20-WALK-ONE-ARCHIVE-EXIT
003020   END-IF.
003030   ADD 1              TO WK-FILES.
003040   PERFORM UNTIL WK-ARC-FST NOT = '00'
003050     READ F2ARCH
003060       AT END
003070         CONTINUE
003080       NOT AT END
003090         ADD 1              TO WK-CUR-READ
003100         IF F2-TYPE = 'HIST'
003110           THEN
003120             MOVE F2-IMAGE(1:185) TO WK-REC
003130             PERFORM C10-ONE-RECORD
003140         END-IF
003150     END-READ
003160   END-PERFORM.
003170   CLOSE F2ARCH.
003180   PERFORM B40-FILE-LINE.
003190 B20-WALK-ONE-ARCHIVE-EXIT.
003200   EXIT.
003210 B30-WALK-LIVE SECTION.
003220*--------------------------------------------------------------
003230*- THE LIVE HISTORY, AFTER THE ARCHIVES. NOT THERE IS ALLOWED
003240*- WHEN THE ARCHIVES HOLD EVERYTHING.
003250*--------------------------------------------------------------
003260 B30-010.
003270   MOVE WK-HISTNAME   TO WK-CUR-FILE.
003280   MOVE ZERO          TO WK-CUR-REC.
003290   MOVE ZERO          TO WK-CUR-READ.
003300   OPEN INPUT F18HIST.
003310   IF WK-HIST-FST = '35'
003320     THEN
003330       MOVE SPACE         TO WK-LINE
003340       STRING 'LIVE HISTORY NOT PRESENT: ' WK-HISTNAME(1:90)
003350                          DELIMITED BY SIZE INTO WK-LINE
003360       PERFORM Z10-WRITE-LINE
003370       GO TO B30-WALK-LIVE-EXIT
003380   END-IF.
003390   IF WK-HIST-FST NOT = '00'
003400     THEN
003410       DISPLAY 'HSTCHAIN:HISTORY OPEN ERROR STATUS=' WK-HIST-FST
003420       MOVE 16            TO RETURN-CODE
003430       GO TO B30-WALK-LIVE-EXIT
003440   END-IF.
003450   ADD 1              TO WK-FILES.
003460   PERFORM UNTIL WK-HIST-FST NOT = '00'
003470     READ F18HIST
003480       AT END
003490         CONTINUE
003500       NOT AT END
003510         ADD 1              TO WK-CUR-READ
003520         MOVE F18RECORD     TO WK-REC
003530         PERFORM C10-ONE-RECORD
003540     END-READ
003550   END-PERFORM.
003560   CLOSE F18HIST.
003570   PERFORM B40-FILE-LINE.
003580 B30-WALK-LIVE-EXIT.
003590   EXIT.
003600 B40-FILE-LINE SECTION.
003610 B40-010.
003620   MOVE SPACE         TO WK-LINE.
003628   STRING 'FILE ' DELIMITED BY SIZE
003636          WK-CUR-FILE DELIMITED BY SPACE
003644          ' RECORDS=' WK-CUR-REC ' (READ=' WK-CUR-READ ')'
003652                      DELIMITED BY SIZE INTO WK-LINE.
003660   PERFORM Z10-WRITE-LINE.
003670   MOVE SPACE         TO WK-LINE.
003680   PERFORM Z10-WRITE-LINE.
003690 B40-FILE-LINE-EXIT.
003700   EXIT.
003710 C10-ONE-RECORD SECTION.
003720*--------------------------------------------------------------
003730*- ONE HISTORY RECORD (WK-REC) INTO THE CHAIN. A SEAL IS CHECKED
003740*- AGAINST EVERYTHING SINCE THE SEAL BEFORE IT.
003750*--------------------------------------------------------------
003760 C10-010.
003770   ADD 1              TO WK-CUR-REC.
003780   ADD 1              TO WK-RECS.
003790   MOVE 'NEXT'        TO PSEAL-FNC.
003800   MOVE WK-REC        TO PSEAL-REC.
003810   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
003820   EVALUATE PSEAL-KIND
003830   WHEN 'E'
003840     PERFORM C20-ERASED-LINE
003850   WHEN 'S'
003860     PERFORM C30-SEAL-LINE
003870   WHEN OTHER
003880     CONTINUE
003890   END-EVALUATE.
003900 C10-ONE-RECORD-EXIT.
003910   EXIT.
003920 C20-ERASED-LINE SECTION.
003930*--------------------------------------------------------------
003940*- AN ANONYMISED RECORD (LISTED UP TO 100, ALL COUNTED).
003950*--------------------------------------------------------------
003960 C20-010.
003970   ADD 1              TO WK-ERASED.
003980   IF WK-ERASED-LISTED NOT < 100
003990     THEN
004000       GO TO C20-ERASED-LINE-EXIT
004010   END-IF.
004020   ADD 1              TO WK-ERASED-LISTED.
004030   MOVE SPACE         TO WK-LINE.
004040   STRING '  ERASED   RECORD ' WK-CUR-REC
004050          ' DATE=' WK-REC(1:8) ' RUN=' WK-REC(9:16)
004060          ' RULE SET=' WK-REC(25:8)
004070          ' (ANONYMISED, ORIGINAL DIGEST KEPT)'
004080                      DELIMITED BY SIZE INTO WK-LINE.
004090   PERFORM Z10-WRITE-LINE.
004100 C20-ERASED-LINE-EXIT.
004110   EXIT.
004120 C30-SEAL-LINE SECTION.
004130*--------------------------------------------------------------
004140*- ONE SEAL: A LINE FOR IT, AND FOR A BREAK THE REASON. THE
004150*- FIRST SEAL WALKED MAY NOT LINK TO THE START OF THE CHAIN WHEN
004160*- THE EARLIER HISTORY WAS NOT SUPPLIED - THAT IS THE CHAIN'S
004170*- PICK-UP POINT, NOT A BREAK (ITS OWN RECORDS STILL CHECK).
004180*--------------------------------------------------------------
004190 C30-010.
004200   ADD 1              TO WK-SEALS.
004210   MOVE WK-REC        TO WK-SL.
004220   MOVE SPACE         TO WK-LINE.
004230   STRING '  SEAL     RECORD ' WK-CUR-REC
004240          ' DATE=' WK-SL-DATE ' BY ' WK-SL-PROG
004250          ' RUN=' WK-SL-RUNID ' AT ' WK-SL-STAMP
004260          ' RECORDS=' WK-SL-CNT
004270                      DELIMITED BY SIZE INTO WK-LINE.
004280   EVALUATE TRUE
004290   WHEN PSEAL-COD = ZERO
004300     MOVE 'OK'          TO WK-LINE(110:2)
004310   WHEN PSEAL-COD = 2 AND WK-SEALS = 1
004320    AND WK-SL-PREV NOT = ZERO
004330     MOVE 1             TO WK-PICKUP
004340     MOVE 'PICKED UP'   TO WK-LINE(110:9)
004350   WHEN OTHER
004360     MOVE 'BROKEN'      TO WK-LINE(110:6)
004370   END-EVALUATE.
004380   PERFORM Z10-WRITE-LINE.
004390   IF WK-PICKUP = 1 AND WK-SEALS = 1
004400     THEN
004410       MOVE SPACE         TO WK-LINE
004420       STRING '    CHAIN START NOT VERIFIED - EARLIER HISTORY'
004430              ' NOT SUPPLIED (ARCHIVE MISSING FROM THE LIST'
004435              ' OR PURGED)'
004440                          DELIMITED BY SIZE INTO WK-LINE
004450       PERFORM Z10-WRITE-LINE
004460       GO TO C30-SEAL-LINE-EXIT
004470   END-IF.
004480   IF PSEAL-COD = ZERO
004490     THEN
004500       GO TO C30-SEAL-LINE-EXIT
004510   END-IF.
004520   ADD 1              TO WK-BREAKS.
004530   MOVE SPACE         TO WK-LINE.
004540   STRING '    *** BREAK: ' PSEAL-MSG
004550                      DELIMITED BY SIZE INTO WK-LINE.
004560   PERFORM Z10-WRITE-LINE.
004570   IF WK-FIRST-REC = ZERO
004580     THEN
004590       MOVE WK-CUR-FILE   TO WK-FIRST-FILE
004600       MOVE WK-CUR-REC    TO WK-FIRST-REC
004610       MOVE PSEAL-MSG     TO WK-FIRST-MSG
004620   END-IF.
004630 C30-SEAL-LINE-EXIT.
004640   EXIT.
004650 D10-SUMMARY SECTION.
004660*--------------------------------------------------------------
004670*- THE VERDICT: THE FIRST BROKEN LINK, THE UNSEALED TAIL, THE
004680*- TOTALS.
004690*--------------------------------------------------------------
004700 D10-010.
004710   MOVE SPACE         TO WK-LINE.
004720   PERFORM Z10-WRITE-LINE.
004730   IF WK-FIRST-REC NOT = ZERO
004740     THEN
004750       MOVE SPACE         TO WK-LINE
004758       STRING 'FIRST BROKEN LINK: ' DELIMITED BY SIZE
004766              WK-FIRST-FILE DELIMITED BY SPACE
004774              ' RECORD ' WK-FIRST-REC
004782                          DELIMITED BY SIZE INTO WK-LINE
004790       PERFORM Z10-WRITE-LINE
004800       MOVE SPACE         TO WK-LINE
004810       STRING '  ' WK-FIRST-MSG
004820                          DELIMITED BY SIZE INTO WK-LINE
004830       PERFORM Z10-WRITE-LINE
004840   END-IF.
004850   IF WK-TAIL > ZERO
004860     THEN
004870       MOVE SPACE         TO WK-LINE
004880       STRING WK-TAIL ' RECORDS AFTER THE LAST SEAL ARE NOT YET'
004890              ' SEALED (THE NEXT APPEND SEALS THEM)'
004900                          DELIMITED BY SIZE INTO WK-LINE
004910       PERFORM Z10-WRITE-LINE
004920   END-IF.
004930   IF WK-SEALS = ZERO
004940     THEN
004950       MOVE 'NO SEAL RECORDS FOUND - NOTHING IS SEALED YET'
004960                          TO WK-LINE
004970       PERFORM Z10-WRITE-LINE
004980   END-IF.
004990   MOVE SPACE         TO WK-LINE.
005000   STRING 'FILES=' WK-FILES ' RECORDS=' WK-RECS
005010          ' SEALS=' WK-SEALS ' BREAKS=' WK-BREAKS
005020          ' ERASED=' WK-ERASED ' UNSEALED=' WK-TAIL
005030          ' ARCHIVES NOT READ=' WK-ARCS-BAD
005040                      DELIMITED BY SIZE INTO WK-LINE.
005050   PERFORM Z10-WRITE-LINE.
005060   MOVE SPACE         TO WK-LINE.
005070   EVALUATE TRUE
005080   WHEN WK-BREAKS > ZERO OR WK-ARCS-BAD > ZERO
005090     MOVE 'VERDICT: HISTORY SEAL CHAIN BROKEN' TO WK-LINE
005100   WHEN WK-PICKUP = 1
005110     STRING 'VERDICT: INTACT FROM THE FIRST SEAL WALKED - CHAIN'
005120            ' START NOT VERIFIED'
005130                        DELIMITED BY SIZE INTO WK-LINE
005140   WHEN OTHER
005150     MOVE 'VERDICT: HISTORY SEAL CHAIN INTACT' TO WK-LINE
005160   END-EVALUATE.
005170   PERFORM Z10-WRITE-LINE.
005180 D10-SUMMARY-EXIT.
005190   EXIT.
005200 E10-REGISTER SECTION.
005210*--------------------------------------------------------------
005220*- THE HANDOFF REGISTER (QUIET WHEN NOT CONFIGURED): ONE 'HCHN'
005230*- VERDICT RECORD.
005240*--------------------------------------------------------------
005250 E10-010.
005260   IF WK-HOFNAME = SPACE
005270     THEN
005280       GO TO E10-REGISTER-EXIT
005290   END-IF.
005300   OPEN EXTEND F36HOF.
005310   IF WK-HOF-FST = '35'
005320     THEN
005330       OPEN OUTPUT F36HOF
005340   END-IF.
005350   IF WK-HOF-FST NOT = '00'
005360     THEN
005370       DISPLAY 'HSTCHAIN:HANDOFF REGISTER OPEN ERROR STATUS='
005380               WK-HOF-FST
005390       GO TO E10-REGISTER-EXIT
005400   END-IF.
005410   ACCEPT WK-HOF-DATE FROM DATE YYYYMMDD.
005420   ACCEPT WK-HOF-TIME FROM TIME.
005430   MOVE SPACE         TO F36RECORD.
005440   MOVE 'HCHN'        TO F36-TYPE.
005450   STRING WK-HOF-DATE WK-HOF-TIME(1:6) INTO F36-STAMP.
005460   MOVE 'HSTCHAIN'    TO F36-PROG.
005470   IF WK-BREAKS > ZERO OR WK-ARCS-BAD > ZERO
005480     THEN
005490       MOVE 'HISTORY SEAL CHAIN BROKEN' TO F36-FILE
005500     ELSE
005510       MOVE 'HISTORY SEAL CHAIN INTACT' TO F36-FILE
005520   END-IF.
005530   MOVE WK-BREAKS     TO F36-CNT.
005540   MOVE WK-RECS       TO F36-HASH.
005550   WRITE F36RECORD.
005560   CLOSE F36HOF.
005570 E10-REGISTER-EXIT.
005580   EXIT.
005590 Z10-WRITE-LINE SECTION.
005600 Z10-010.
005610   MOVE WK-LINE       TO F2LINE.
005620   WRITE F2LINE.
005630 Z10-WRITE-LINE-EXIT.
005640   EXIT.
