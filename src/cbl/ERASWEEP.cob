000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   ERASWEEP.
000030*--------------------------------------------------------------
000040*- DATA-SUBJECT ERASURE SWEEP. TAKES LEGAL'S FILE OF BUSINESS
000050*- KEYS TO ERASE AND THE LEGAL-HOLD EXCEPTION LIST, AND SWEEPS
000060*- EVERY STORE THAT HOLDS A BUSINESS KEY:
000070*-   RESULTS HISTORY (F18HIST)      - ANONYMISED ('.NEW' COPY)
000080*-   HSTBUILD INDEXED MASTER        - ANONYMISED IN PLACE
000090*-   CURRENT REJECT LOG             - ANONYMISED ('.NEW' COPY)
000100*-   EVERY REJECT GENERATION        - ANONYMISED ('.NEW' COPY)
000110*-   SUSPENSE FILE (F39SUSP)        - REMOVED ('.NEW' COPY)
000120*-   STSMAST STATUS MASTER          - DELETED IN PLACE
000130*-   DUPLICATE STORE (DUPSTORE)     - DELETED IN PLACE
000140*-   REGRESSION CASE LIBRARY        - REMOVED ('.NEW' COPY)
000150*-   REVQUEUE REVIEW QUEUE          - DELETED IN PLACE
000160*-   OUTFEED OUTCOME MASTER         - DELETED IN PLACE
000170*- ANONYMISING KEEPS THE RECORD - RUN ID, SEQUENCE, RULE SET,
000180*- STATUS AND BLOCK STAY, SO THE DECISION COUNTS, THE TRENDS
000190*- AND THE HDR/TRL COUNTS AND HASH TOTALS (OVER F3-STATUS AND
000200*- F6-RSID) STAY CORRECT - AND BLANKS EVERYTHING THAT CAN
000210*- CARRY THE CUSTOMER: THE INPUT AREAS, THE OUT VALUE AND THE
000220*- REASON TEXT; THE KEY COLUMN BECOMES '*ERASED*'. CONTROL
000230*- RECORDS ARE COPIED UNCHANGED. THE REMOVED-RECORD STORES
000240*- CARRY NO CONTROL RECORDS. AN ANONYMISED HISTORY RECORD'S
000243*- OUT VALUE CARRIES 'SEALDGST=' AND THE ORIGINAL RECORD'S SEAL
000246*- DIGEST (SUBSEAL), SO THE HISTORY'S SEAL CHAIN STILL VERIFIES.
000250*-
000260*- A RECORD MATCHES A KEY AS LINEAGE FINDS IT: THE KEY TEXT
000270*- ANYWHERE IN THE RECORD'S KEY COLUMN, INPUT AREAS, OUT
000280*- VALUE OR REASON (A KEYLESS STORE HAS ONLY ITS DATA); THE
000290*- KEYED MASTERS (STSMAST, THE OUTCOME MASTER, THE QUEUE'S KEY
000300*- COLUMN) MATCH THE KEY EXACTLY. A RECORD THAT ALSO MATCHES A
000310*- KEY UNDER LEGAL HOLD IS LEFT ALONE AND COUNTED AS HELD.
000320*-
000330*- AS WITH RETNMGR, THE FLAT FILES ARE REWRITTEN TO '.new'
000340*- COPIES THAT THE NEXT JOB STEP SWAPS IN (THE GENERATION LIST
000350*- ITSELF IS UNCHANGED - EACH GENERATION GETS ITS OWN COPY).
000360*- THE ERASURE CERTIFICATE LISTS EVERY REQUESTED KEY (ERASED,
000370*- HELD OR REFUSED) AND, PER FILE, THE RECORDS READ, TOUCHED
000380*- AND HELD. A STORE NOT CONFIGURED OR NOT PRESENT IS LISTED
000390*- AS SUCH.
000400*-
000410*- KEYS FILE (ONE PER LINE, '*' = COMMENT):
000420*-   1-20 BUSINESS KEY   22-41 LEGAL'S REQUEST REFERENCE
000430*- LEGAL-HOLD FILE: THE SAME SHAPE, 22-41 = THE HOLD REFERENCE.
000440*- A KEY SHORTER THAN 4 CHARACTERS IS REFUSED (IT WOULD MATCH
000450*- FAR TOO MUCH).
000460*-
000470*- ENV: ERASE_KEYS (REQUIRED), LEGAL_HOLD (OPTIONAL),
000480*-      HISTORY_FILE, HISTORY_IX, REJECT_FILE, REJGEN_LIST,
000490*-      SUSPENSE_FILE, STATUS_MASTER, DUPSTORE_FILE,
000500*-      HARVEST_FILE, REVIEW_QUEUE, OUTCOME_MASTER (EACH AS
000510*-      THE OWNING PROGRAM NAMES IT; SUSPENSE, DUPSTORE AND THE
000520*-      GENERATION LIST ARE SKIPPED WHEN NOT SET),
000530*-      ERASE_CERT (DEFAULT ../data/pcheckerase.YYYYMMDD.txt),
000540*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY).
000550*- RETURN-CODE: 0=SWEPT, 4=KEYS HELD OR REFUSED, 12=BAD PARMS,
000560*-              16=A STORE COULD NOT BE SWEPT.
000570*--------------------------------------------------------------
000580 ENVIRONMENT    DIVISION.
000590 INPUT-OUTPUT               SECTION.
000600 FILE-CONTROL.
000610   SELECT F9KEYS  ASSIGN TO WK-F9NAME
000620   ORGANIZATION LINE SEQUENTIAL
000630   STATUS WK-KEY-FST.
000640   SELECT F18HIST ASSIGN TO WK-HISTNAME
000650   STATUS WK-HIST-FST.
000660   SELECT F18NEW  ASSIGN TO WK-HNEWNAME
000670   STATUS WK-HNEW-FST.
000680   SELECT F30HIX  ASSIGN TO WK-HIXNAME
000690   ORGANIZATION INDEXED
000700   ACCESS MODE SEQUENTIAL
000710   RECORD KEY IS F30-KEY WITH DUPLICATES
000720   STATUS WK-HIX-FST.
000730   SELECT F6GEN   ASSIGN TO WK-GENNAME
000740   STATUS WK-GEN-FST.
000750   SELECT F6NEW   ASSIGN TO WK-GNEWNAME
000760   STATUS WK-GNEW-FST.
000770   SELECT F5GLIST ASSIGN TO WK-GLSTNAME
000780   ORGANIZATION LINE SEQUENTIAL
000790   STATUS WK-GLST-FST.
000800   SELECT F39SUSP ASSIGN TO WK-SUSNAME
000810   STATUS WK-SUS-FST.
000820   SELECT F39NEW  ASSIGN TO WK-SNEWNAME
000830   STATUS WK-SNEW-FST.
000840   SELECT F35STS  ASSIGN TO WK-STSNAME
000850   ORGANIZATION INDEXED
000860   ACCESS MODE DYNAMIC
000870   RECORD KEY IS F35-KEY
000880   STATUS WK-STS-FST.
000890   SELECT F29DUPS ASSIGN TO WK-DUPNAME
000900   ORGANIZATION INDEXED
000910   ACCESS MODE DYNAMIC
000920   RECORD KEY IS F29-KEY
000930   STATUS WK-DUP-FST.
000940   SELECT F2CASE  ASSIGN TO WK-CASENAME
000950   ORGANIZATION LINE SEQUENTIAL
000960   STATUS WK-CASE-FST.
000970   SELECT F2CNEW  ASSIGN TO WK-CNEWNAME
000980   ORGANIZATION LINE SEQUENTIAL
000990   STATUS WK-CNEW-FST.
001000   SELECT F40RVQ  ASSIGN TO WK-RVQNAME
001010   ORGANIZATION INDEXED
001020   ACCESS MODE DYNAMIC
001030   RECORD KEY IS F40-QID
001040   STATUS WK-RVQ-FST.
001050   SELECT F41OUT  ASSIGN TO WK-OUTNAME
001060   ORGANIZATION INDEXED
001070   ACCESS MODE DYNAMIC
001080   RECORD KEY IS F41-OKEY
001090   STATUS WK-OUT-FST.
001100   SELECT F3CERT  ASSIGN TO WK-CRTNAME
001110   ORGANIZATION LINE SEQUENTIAL
001120   STATUS WK-CRT-FST.
001130 DATA DIVISION.
001140 FILE                       SECTION.
001150 FD  F9KEYS.
001160 01  F9RECORD               SYNC.
001170   03 F9-KEY                PIC X(20).
001180   03 FILLER                PIC X(01).
001190   03 F9-REF                PIC X(20).
001200   03 FILLER                PIC X(39).
001210 FD  F18HIST.
001220 01  F18RECORD              SYNC.
001230   03 F18-DATE              PIC X(08).
001240   03 F18-F3IMAGE.
001250     05 F18-RUNID           PIC X(16).
001260     05 F18-RSID            PIC X(08).
001270     05 F18-STATUS          PIC X(04).
001280     05 F18-BLK             PIC X(05).
001290     05 F18-OUT             PIC X(100).
001300     05 F18-KEY             PIC X(20).
001310*- REPAIR-LINKAGE COLUMNS (SEE TEST-MAIN'S F18RECORD).
001320   03 F18-REPAIR            PIC X(01).
001330   03 F18-ORIG-RUNID        PIC X(16).
001340   03 F18-ORIG-SEQ          PIC 9(07).
001350 FD  F18NEW.
001360 01  F18NRECORD             PIC X(185).
001370*- SAME LAYOUT AS HSTBUILD'S F30RECORD.
001380 FD  F30HIX.
001390 01  F30RECORD              SYNC.
001400   03 F30-KEY.
001410     05 F30-RSID            PIC X(08).
001420     05 F30-DATE            PIC X(08).
001430   03 F30-RUNID             PIC X(16).
001440   03 F30-STATUS            PIC X(04).
001450   03 F30-BLK               PIC X(05).
001460   03 F30-OUT               PIC X(100).
001470   03 F30-BIZKEY            PIC X(20).
001475   03 F30-ENTITY            PIC X(04).
001480*- THE F6 SHAPE (SEE TEST-MAIN'S F6RECORD).
001490 FD  F6GEN.
001500 01  F6RECORD               SYNC.
001510   03 F6-RUNID              PIC X(16).
001520   03 F6-SEQ                PIC 9(07).
001530   03 F6-RSID               PIC X(08).
001540   03 F6-INAREAS.
001550     05 F6-IN100            PIC X(10).
001560     05 F6-IN200            PIC X(10).
001570     05 F6-IN300            PIC X(10).
001580     05 F6-IN400            PIC X(10).
001590     05 F6-IN500            PIC X(10).
001600   03 F6-OUT                PIC X(100).
001610   03 F6-REASON             PIC X(80).
001620   03 F6-KEY                PIC X(20).
001630 FD  F6NEW.
001640 01  F6NRECORD              PIC X(281).
001650 FD  F5GLIST.
001660 01  F5GRECORD              PIC X(110).
001670*- THE F6 SHAPE PLUS AN AGE COUNTER (SEE TEST-MAIN'S F39RECORD).
001680 FD  F39SUSP.
001690 01  F39RECORD              SYNC.
001700   03 F39-RUNID             PIC X(16).
001710   03 F39-SEQ               PIC 9(07).
001720   03 F39-RSID              PIC X(08).
001730   03 F39-INAREAS           PIC X(50).
001740   03 F39-OUT               PIC X(100).
001750   03 F39-REASON            PIC X(80).
001760   03 F39-AGE               PIC 9(03).
001770 FD  F39NEW.
001780 01  F39NRECORD             PIC X(264).
001790*- SAME LAYOUT AS STSMAST'S F35RECORD.
001800 FD  F35STS.
001810 01  F35RECORD              SYNC.
001820   03 F35-KEY               PIC X(20).
001830   03 F35-DISP              PIC X(10).
001840   03 F35-STATUS            PIC X(04).
001850   03 F35-RUNID             PIC X(16).
001860   03 F35-DATE              PIC X(08).
001870   03 F35-REPAIRED          PIC X(01).
001880   03 F35-AUTO-STATUS       PIC X(04).
001890   03 F35-REVIEW            PIC X(01).
001900   03 F35-REVUSER           PIC X(08).
001910   03 F35-REVDATE           PIC X(08).
001920*- SAME LAYOUT AS TEST-MAIN'S F29RECORD.
001930 FD  F29DUPS.
001940 01  F29RECORD              SYNC.
001950   03 F29-KEY               PIC X(50).
001960   03 F29-DATE              PIC X(08).
001970 FD  F2CASE.
001980 01  F2RECORD               PIC X(100).
001990 FD  F2CNEW.
002000 01  F2NRECORD              PIC X(100).
002010*- SAME LAYOUT AS REVQUEUE'S F40RECORD.
002020 FD  F40RVQ.
002030 01  F40RECORD              SYNC.
002040   03 F40-QID.
002050     05 F40-QRUNID          PIC X(16).
002060     05 F40-QSEQ            PIC 9(07).
002070   03 F40-QDATE             PIC X(08).
002080   03 F40-RSID              PIC X(08).
002090   03 F40-KEY               PIC X(20).
002100   03 F40-DISP              PIC X(10).
002110   03 F40-STATUS            PIC X(04).
002120   03 F40-OUT               PIC X(100).
002130   03 F40-STATE             PIC X(01).
002140   03 F40-USER              PIC X(08).
002150   03 F40-DDATE             PIC X(08).
002160   03 F40-COMMENT           PIC X(60).
002170*- SAME LAYOUT AS OUTFEED'S F41RECORD.
002180 FD  F41OUT.
002190 01  F41RECORD              SYNC.
002200   03 F41-OKEY.
002210     05 F41-KEY             PIC X(20).
002220     05 F41-DDATE           PIC X(08).
002230   03 F41-FLAG              PIC X(01).
002240   03 F41-SOURCE            PIC X(08).
002250   03 F41-REF               PIC X(30).
002260   03 F41-RCVDATE           PIC X(08).
002270   03 F41-PRIOR-FLAG        PIC X(01).
002280 FD  F3CERT.
002290 01  F3LINE                 PIC X(132).
002300 WORKING-STORAGE SECTION.
002310 01  WK-FILES               SYNC.
002320   03 WK-F9NAME             PIC X(100).
002330   03 WK-KEYNAME            PIC X(100).
002340   03 WK-KEY-FST            PIC X(02).
002350   03 WK-HLDNAME            PIC X(100).
002360   03 WK-HISTNAME           PIC X(100).
002370   03 WK-HIST-FST           PIC X(02).
002380   03 WK-HNEWNAME           PIC X(100).
002390   03 WK-HNEW-FST           PIC X(02).
002400   03 WK-HIXNAME            PIC X(100).
002410   03 WK-HIX-FST            PIC X(02).
002420   03 WK-REJNAME            PIC X(100).
002430   03 WK-GENNAME            PIC X(100).
002440   03 WK-GEN-FST            PIC X(02).
002450   03 WK-GNEWNAME           PIC X(100).
002460   03 WK-GNEW-FST           PIC X(02).
002470   03 WK-GLSTNAME           PIC X(100).
002480   03 WK-GLST-FST           PIC X(02).
002490   03 WK-SUSNAME            PIC X(100).
002500   03 WK-SUS-FST            PIC X(02).
002510   03 WK-SNEWNAME           PIC X(100).
002520   03 WK-SNEW-FST           PIC X(02).
002530   03 WK-STSNAME            PIC X(100).
002540   03 WK-STS-FST            PIC X(02).
002550   03 WK-DUPNAME            PIC X(100).
002560   03 WK-DUP-FST            PIC X(02).
002570   03 WK-CASENAME           PIC X(100).
002580   03 WK-CASE-FST           PIC X(02).
002590   03 WK-CNEWNAME           PIC X(100).
002600   03 WK-CNEW-FST           PIC X(02).
002610   03 WK-RVQNAME            PIC X(100).
002620   03 WK-RVQ-FST            PIC X(02).
002630   03 WK-OUTNAME            PIC X(100).
002640   03 WK-OUT-FST            PIC X(02).
002650   03 WK-CRTNAME            PIC X(100).
002660   03 WK-CRT-FST            PIC X(02).
002670 01  WK-RUNDT               PIC X(08).
002673 01  WK-SEAL-PRM            SYNC.
002676   COPY RSEAL-PRM.
002680*--------------------------------------------------------------
002690*- THE REQUESTED KEYS. WK-ERK-STATE: 'E' = TO ERASE, 'H' =
002700*- UNDER LEGAL HOLD, 'S' = REFUSED (SHORTER THAN 4). HITS =
002710*- RECORDS TOUCHED (OR, FOR A HELD KEY, LEFT) ACROSS ALL FILES.
002720*--------------------------------------------------------------
002730 01  WK-ERK-TBL             SYNC.
002740   03 WK-ERK-CNT            PIC 9(03) VALUE ZERO.
002750   03 WK-ERK                OCCURS 500 TIMES.
002760     05 WK-ERK-KEY          PIC X(20).
002770     05 WK-ERK-LEN          PIC 9(02).
002780     05 WK-ERK-REF          PIC X(20).
002790     05 WK-ERK-STATE        PIC X(01).
002800     05 WK-ERK-HREF         PIC X(20).
002810     05 WK-ERK-HITS         PIC 9(07).
002820*--------------------------------------------------------------
002830*- MATCHING: THE RECORD'S SEARCHABLE TEXT GOES IN WK-HAY (ITS
002840*- LENGTH IN WK-HAY-LEN); S10 SETS WK-HIT-E (THE FIRST KEY TO
002850*- ERASE FOUND) AND WK-HIT-H (A HELD KEY FOUND). WK-EXACT = 1
002860*- COMPARES THE WHOLE 20-BYTE KEY COLUMN INSTEAD.
002870*--------------------------------------------------------------
002880 01  WK-MATCH               SYNC.
002890   03 WK-HAY                PIC X(300).
002900   03 WK-HAY-LEN            PIC 9(03).
002910   03 WK-EXACT              PIC 9(01).
002920   03 WK-HIT-E              PIC 9(03).
002930   03 WK-HIT-H              PIC 9(03).
002940   03 WK-HIT-K              PIC 9(03).
002950   03 WK-I                  PIC 9(03).
002960   03 WK-K                  PIC 9(03).
002970   03 WK-LAST               PIC 9(03).
002980*--------------------------------------------------------------
002990*- ONE STORE'S FIGURES FOR ITS CERTIFICATE LINE.
003000*--------------------------------------------------------------
003010 01  WK-ST                  SYNC.
003020   03 WK-ST-LABEL           PIC X(20).
003030   03 WK-ST-FILE            PIC X(100).
003040   03 WK-ST-ACTION          PIC X(10).
003050   03 WK-ST-NOTE            PIC X(20).
003060   03 WK-ST-READ            PIC 9(07).
003070   03 WK-ST-TOUCH           PIC 9(07).
003080   03 WK-ST-HELD            PIC 9(07).
003090 01  WK-CNT                 SYNC.
003100   03 WK-TOT-TOUCH          PIC 9(07) VALUE ZERO.
003110   03 WK-TOT-HELD           PIC 9(07) VALUE ZERO.
003120   03 WK-KEYS-E             PIC 9(03) VALUE ZERO.
003130   03 WK-KEYS-H             PIC 9(03) VALUE ZERO.
003140   03 WK-KEYS-S             PIC 9(03) VALUE ZERO.
003150   03 WK-FILES-DONE         PIC 9(03) VALUE ZERO.
003160   03 WK-BAD                PIC 9(01) VALUE ZERO.
003170 01  WK-LINE                PIC X(132).
003180 PROCEDURE DIVISION.
003190 A00-MAIN SECTION.
003200*--------------------------------------------------------------
003210*- LOAD THE KEYS AND THE HOLDS, SWEEP EVERY STORE, CERTIFY.
003220*--------------------------------------------------------------
003230 A00-010.
003240   MOVE SPACE         TO WK-KEYNAME.
003250   ACCEPT WK-KEYNAME  FROM ENVIRONMENT 'ERASE_KEYS'.
003260   MOVE SPACE         TO WK-HLDNAME.
003270   ACCEPT WK-HLDNAME  FROM ENVIRONMENT 'LEGAL_HOLD'.
003280   MOVE SPACE         TO WK-HISTNAME.
003290   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
003300   IF WK-HISTNAME = SPACE
003310     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
003320   END-IF.
003330   MOVE SPACE         TO WK-HNEWNAME.
003340   STRING FUNCTION TRIM(WK-HISTNAME) '.new' INTO WK-HNEWNAME.
003350   MOVE SPACE         TO WK-HIXNAME.
003360   ACCEPT WK-HIXNAME  FROM ENVIRONMENT 'HISTORY_IX'.
003370   IF WK-HIXNAME = SPACE
003380     MOVE '../data/pcheckhist.ix' TO WK-HIXNAME
003390   END-IF.
003400   MOVE SPACE         TO WK-REJNAME.
003410   ACCEPT WK-REJNAME  FROM ENVIRONMENT 'REJECT_FILE'.
003420   IF WK-REJNAME = SPACE
003430     MOVE '../data/pcheckreject.txt' TO WK-REJNAME
003440   END-IF.
003450   MOVE SPACE         TO WK-GLSTNAME.
003460   ACCEPT WK-GLSTNAME FROM ENVIRONMENT 'REJGEN_LIST'.
003470   MOVE SPACE         TO WK-SUSNAME.
003480   ACCEPT WK-SUSNAME  FROM ENVIRONMENT 'SUSPENSE_FILE'.
003490   MOVE SPACE         TO WK-SNEWNAME.
003500   IF WK-SUSNAME NOT = SPACE
003510     STRING FUNCTION TRIM(WK-SUSNAME) '.new' INTO WK-SNEWNAME
003520   END-IF.
003530   MOVE SPACE         TO WK-STSNAME.
003540   ACCEPT WK-STSNAME  FROM ENVIRONMENT 'STATUS_MASTER'.
003550   IF WK-STSNAME = SPACE
003560     MOVE '../data/pcheckstatus.ix' TO WK-STSNAME
003570   END-IF.
003580   MOVE SPACE         TO WK-DUPNAME.
003590   ACCEPT WK-DUPNAME  FROM ENVIRONMENT 'DUPSTORE_FILE'.
003600   MOVE SPACE         TO WK-CASENAME.
003610   ACCEPT WK-CASENAME FROM ENVIRONMENT 'HARVEST_FILE'.
003620   IF WK-CASENAME = SPACE
003630     MOVE '../data/pcheckcases.txt' TO WK-CASENAME
003640   END-IF.
003650   MOVE SPACE         TO WK-CNEWNAME.
003660   STRING FUNCTION TRIM(WK-CASENAME) '.new' INTO WK-CNEWNAME.
003670   MOVE SPACE         TO WK-RVQNAME.
003680   ACCEPT WK-RVQNAME  FROM ENVIRONMENT 'REVIEW_QUEUE'.
003690   IF WK-RVQNAME = SPACE
003700     MOVE '../data/pcheckrevq.ix' TO WK-RVQNAME
003710   END-IF.
003720   MOVE SPACE         TO WK-OUTNAME.
003730   ACCEPT WK-OUTNAME  FROM ENVIRONMENT 'OUTCOME_MASTER'.
003740   IF WK-OUTNAME = SPACE
003750     MOVE '../data/pcheckoutcome.ix' TO WK-OUTNAME
003760   END-IF.
003770   MOVE SPACE         TO WK-RUNDT.
003780   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
003790   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
003800     THEN
003810       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
003820   END-IF.
003830   MOVE SPACE         TO WK-CRTNAME.
003840   ACCEPT WK-CRTNAME  FROM ENVIRONMENT 'ERASE_CERT'.
003850   IF WK-CRTNAME = SPACE
003860     THEN
003870       STRING '../data/pcheckerase.' WK-RUNDT '.txt'
003880                          INTO WK-CRTNAME
003890   END-IF.
003900   IF WK-KEYNAME = SPACE
003910     THEN
003920       DISPLAY 'ERASWEEP:ERASE_KEYS IS REQUIRED.'
003930       MOVE 12            TO RETURN-CODE
003940       GOBACK
003950   END-IF.
003960   PERFORM B10-LOAD-KEYS.
003970   IF RETURN-CODE NOT = ZERO
003980     THEN
003990       GOBACK
004000   END-IF.
004010   IF WK-HLDNAME NOT = SPACE
004020     THEN
004030       PERFORM B15-LOAD-HOLDS
004040       IF RETURN-CODE NOT = ZERO
004050         THEN
004060           GOBACK
004070       END-IF
004080   END-IF.
004090   OPEN OUTPUT F3CERT.
004100   IF WK-CRT-FST NOT = '00'
004110     THEN
004120       DISPLAY 'ERASWEEP:CERTIFICATE OPEN ERROR STATUS='
004130               WK-CRT-FST
004140       MOVE 16            TO RETURN-CODE
004150       GOBACK
004160   END-IF.
004170   PERFORM Z20-CERT-HEADING.
004180   PERFORM C10-HISTORY.
004190   PERFORM C15-HISTORY-MASTER.
004200   MOVE WK-REJNAME    TO WK-GENNAME.
004210   PERFORM Z40-CLEAR-STORE.
004220   MOVE 'REJECT LOG'  TO WK-ST-LABEL.
004230   PERFORM C20-ONE-REJECT-FILE.
004240   IF WK-GLSTNAME NOT = SPACE
004250     THEN
004260       PERFORM C25-GENERATIONS
004270     ELSE
004280       PERFORM Z40-CLEAR-STORE
004290       MOVE 'REJECT GENERATIONS' TO WK-ST-LABEL
004300       MOVE 'NOT CONFIGURED' TO WK-ST-NOTE
004310       PERFORM Z30-CERT-LINE
004320   END-IF.
004330   PERFORM C30-SUSPENSE.
004340   PERFORM C40-STATUS-MASTER.
004350   PERFORM C45-DUPSTORE.
004360   PERFORM C50-CASE-LIBRARY.
004370   PERFORM C60-REVIEW-QUEUE.
004380   PERFORM C65-OUTCOME-MASTER.
004390   PERFORM Z50-CERT-KEYS.
004400   CLOSE F3CERT.
004410   DISPLAY '===================================='.
004420   DISPLAY 'ERASWEEP RESULT: KEYS ERASED=' WK-KEYS-E
004430           ' HELD=' WK-KEYS-H
004440           ' REFUSED=' WK-KEYS-S.
004450   DISPLAY 'ERASWEEP RECORDS: TOUCHED=' WK-TOT-TOUCH
004460           ' HELD=' WK-TOT-HELD
004470           ' FILES=' WK-FILES-DONE.
004480   DISPLAY '===================================='.
004490   EVALUATE TRUE
004500     WHEN WK-BAD = 1
004510       MOVE 16            TO RETURN-CODE
004520     WHEN WK-KEYS-H > ZERO OR WK-KEYS-S > ZERO
004530       MOVE 4             TO RETURN-CODE
004540     WHEN OTHER
004550       MOVE ZERO          TO RETURN-CODE
004560   END-EVALUATE.
004570   GOBACK.
004580 A00-MAIN-EXIT.
004590   EXIT.
004600 B10-LOAD-KEYS SECTION.
004610*--------------------------------------------------------------
004620*- THE KEYS TO ERASE, WITH THEIR SIGNIFICANT LENGTHS.
004630*--------------------------------------------------------------
004640 B10-010.
004650   MOVE WK-KEYNAME    TO WK-F9NAME.
004660   OPEN INPUT F9KEYS.
004670   IF WK-KEY-FST NOT = '00'
004680     THEN
004690       DISPLAY 'ERASWEEP:KEYS FILE OPEN ERROR STATUS='
004700               WK-KEY-FST
004710       MOVE 16            TO RETURN-CODE
004720       GO TO B10-LOAD-KEYS-EXIT
004730   END-IF.
004740   PERFORM UNTIL WK-KEY-FST NOT = '00'
004750     READ F9KEYS
004760       AT END
004770         CONTINUE
004780       NOT AT END
004790         IF F9RECORD(1:1) NOT = '*' AND F9-KEY NOT = SPACE
004800           THEN
004810             IF WK-ERK-CNT < 500
004820               THEN
004830                 ADD 1              TO WK-ERK-CNT
004840                 MOVE F9-KEY   TO WK-ERK-KEY(WK-ERK-CNT)
004850                 MOVE F9-REF   TO WK-ERK-REF(WK-ERK-CNT)
004860                 MOVE SPACE    TO WK-ERK-HREF(WK-ERK-CNT)
004870                 MOVE ZERO     TO WK-ERK-HITS(WK-ERK-CNT)
004880                 PERFORM B11-KEY-LENGTH
004890               ELSE
004900                 DISPLAY 'ERASWEEP:MORE THAN 500 KEYS, REST '
004910                         'NOT LOADED: ' F9-KEY
004920                 MOVE 12            TO RETURN-CODE
004930             END-IF
004940         END-IF
004950     END-READ
004960   END-PERFORM.
004970   CLOSE F9KEYS.
004980   IF WK-ERK-CNT = ZERO
004990     THEN
005000       DISPLAY 'ERASWEEP:NO KEYS IN THE KEYS FILE.'
005010       MOVE 12            TO RETURN-CODE
005020   END-IF.
005030 B10-LOAD-KEYS-EXIT.
005040   EXIT.
005050 B11-KEY-LENGTH SECTION.
005060*--------------------------------------------------------------
005070*- SIGNIFICANT LENGTH = UP TO THE LAST NON-BLANK; UNDER 4 IS
005080*- REFUSED.
005090*--------------------------------------------------------------
005100 B11-010.
005110   MOVE ZERO          TO WK-LAST.
005120   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 20
005130     IF WK-ERK-KEY(WK-ERK-CNT)(WK-K:1) NOT = SPACE
005140       THEN
005150         MOVE WK-K          TO WK-LAST
005160     END-IF
005170   END-PERFORM.
005180   MOVE WK-LAST       TO WK-ERK-LEN(WK-ERK-CNT).
005190   IF WK-LAST < 4
005200     THEN
005210       MOVE 'S'           TO WK-ERK-STATE(WK-ERK-CNT)
005220     ELSE
005230       MOVE 'E'           TO WK-ERK-STATE(WK-ERK-CNT)
005240   END-IF.
005250 B11-KEY-LENGTH-EXIT.
005260   EXIT.
005270 B15-LOAD-HOLDS SECTION.
005280*--------------------------------------------------------------
005290*- A REQUESTED KEY ON THE HOLD LIST IS HELD, NOT ERASED.
005300*--------------------------------------------------------------
005310 B15-010.
005320   MOVE WK-HLDNAME    TO WK-F9NAME.
005330   OPEN INPUT F9KEYS.
005340   IF WK-KEY-FST NOT = '00'
005350     THEN
005360       DISPLAY 'ERASWEEP:LEGAL HOLD FILE OPEN ERROR STATUS='
005370               WK-KEY-FST
005380       MOVE 16            TO RETURN-CODE
005390       GO TO B15-LOAD-HOLDS-EXIT
005400   END-IF.
005410   PERFORM UNTIL WK-KEY-FST NOT = '00'
005420     READ F9KEYS
005430       AT END
005440         CONTINUE
005450       NOT AT END
005460         IF F9RECORD(1:1) NOT = '*' AND F9-KEY NOT = SPACE
005470           THEN
005480             PERFORM VARYING WK-I FROM 1 BY 1
005490               UNTIL WK-I > WK-ERK-CNT
005500                 IF WK-ERK-KEY(WK-I) = F9-KEY
005510                   THEN
005520                     MOVE 'H'           TO WK-ERK-STATE(WK-I)
005530                     MOVE F9-REF        TO WK-ERK-HREF(WK-I)
005540                 END-IF
005550             END-PERFORM
005560         END-IF
005570     END-READ
005580   END-PERFORM.
005590   CLOSE F9KEYS.
005600 B15-LOAD-HOLDS-EXIT.
005610   EXIT.
005620 C10-HISTORY SECTION.
005630*--------------------------------------------------------------
005640*- RESULTS HISTORY: MATCHING DECISIONS ANONYMISED INTO THE
005650*- '.NEW' COPY, CONTROL-RECORD IMAGES COPIED AS THEY STAND.
005660*--------------------------------------------------------------
005670 C10-010.
005680   PERFORM Z40-CLEAR-STORE.
005690   MOVE 'RESULTS HISTORY' TO WK-ST-LABEL.
005700   MOVE WK-HNEWNAME   TO WK-ST-FILE.
005710   MOVE 'ANONYMISED'  TO WK-ST-ACTION.
005720   OPEN INPUT F18HIST.
005730   IF WK-HIST-FST = '35'
005740     THEN
005750       MOVE WK-HISTNAME   TO WK-ST-FILE
005760       MOVE 'NOT PRESENT' TO WK-ST-NOTE
005770       GO TO C10-090
005780   END-IF.
005790   IF WK-HIST-FST NOT = '00'
005800     THEN
005810       MOVE WK-HISTNAME   TO WK-ST-FILE
005820       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
005830       MOVE 1             TO WK-BAD
005840       GO TO C10-090
005850   END-IF.
005860   OPEN OUTPUT F18NEW.
005870   IF WK-HNEW-FST NOT = '00'
005880     THEN
005890       MOVE 'NEW COPY OPEN ERROR' TO WK-ST-NOTE
005900       MOVE 1             TO WK-BAD
005910       CLOSE F18HIST
005920       GO TO C10-090
005930   END-IF.
005940   PERFORM UNTIL WK-HIST-FST NOT = '00'
005950     READ F18HIST
005960       AT END
005970         CONTINUE
005980       NOT AT END
005990         ADD 1              TO WK-ST-READ
006000         IF F18-F3IMAGE(1:4) NOT = 'HDR '
006010          AND F18-F3IMAGE(1:4) NOT = 'TRL '
006020           THEN
006030             MOVE SPACE         TO WK-HAY
006040             MOVE F18-OUT       TO WK-HAY(1:100)
006050             MOVE F18-KEY       TO WK-HAY(102:20)
006060             MOVE 121           TO WK-HAY-LEN
006070             MOVE ZERO          TO WK-EXACT
006080             PERFORM S10-MATCH-KEY
006090             IF WK-HIT-E > ZERO
006100               THEN
006102                 MOVE 'DGST'        TO PSEAL-FNC
006104                 MOVE F18RECORD     TO PSEAL-REC
006106                 CALL 'SUBSEAL'  USING WK-SEAL-PRM
006110                 MOVE SPACE         TO F18-OUT
006113                 STRING 'SEALDGST=' PSEAL-DGST
006116                        DELIMITED BY SIZE INTO F18-OUT
006120                 MOVE '*ERASED*'    TO F18-KEY
006130             END-IF
006140         END-IF
006150         MOVE F18RECORD     TO F18NRECORD
006160         WRITE F18NRECORD
006170     END-READ
006180   END-PERFORM.
006190   CLOSE F18HIST.
006200   CLOSE F18NEW.
006210 C10-090.
006220   PERFORM Z30-CERT-LINE.
006230 C10-HISTORY-EXIT.
006240   EXIT.
006250 C15-HISTORY-MASTER SECTION.
006260*--------------------------------------------------------------
006270*- THE HSTBUILD MASTER, IN PLACE: THE SAME ANONYMISING, ONE
006280*- SEQUENTIAL PASS (THE KEY - RULE SET + DATE - IS UNCHANGED,
006290*- SO EACH RECORD IS REWRITTEN WHERE IT STANDS).
006300*--------------------------------------------------------------
006310 C15-010.
006320   PERFORM Z40-CLEAR-STORE.
006330   MOVE 'HISTORY MASTER' TO WK-ST-LABEL.
006340   MOVE WK-HIXNAME    TO WK-ST-FILE.
006350   MOVE 'ANONYMISED'  TO WK-ST-ACTION.
006360   OPEN I-O F30HIX.
006370   IF WK-HIX-FST = '35'
006380     THEN
006390       MOVE 'NOT PRESENT' TO WK-ST-NOTE
006400       GO TO C15-090
006410   END-IF.
006420   IF WK-HIX-FST NOT = '00'
006430     THEN
006440       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
006450       MOVE 1             TO WK-BAD
006460       GO TO C15-090
006470   END-IF.
006480   PERFORM UNTIL WK-HIX-FST NOT = '00'
006490     READ F30HIX NEXT RECORD
006500       AT END
006510         CONTINUE
006520       NOT AT END
006530         ADD 1              TO WK-ST-READ
006540         MOVE SPACE         TO WK-HAY
006550         MOVE F30-OUT       TO WK-HAY(1:100)
006560         MOVE F30-BIZKEY    TO WK-HAY(102:20)
006570         MOVE 121           TO WK-HAY-LEN
006580         MOVE ZERO          TO WK-EXACT
006590         PERFORM S10-MATCH-KEY
006600         IF WK-HIT-E > ZERO
006610           THEN
006620             MOVE SPACE         TO F30-OUT
006630             MOVE '*ERASED*'    TO F30-BIZKEY
006640             REWRITE F30RECORD
006650             END-REWRITE
006660         END-IF
006670     END-READ
006680   END-PERFORM.
006690   CLOSE F30HIX.
006700 C15-090.
006710   PERFORM Z30-CERT-LINE.
006720 C15-HISTORY-MASTER-EXIT.
006730   EXIT.
006740 C20-ONE-REJECT-FILE SECTION.
006750*--------------------------------------------------------------
006760*- ONE F6-SHAPED FILE (WK-GENNAME): MATCHING REJECTS KEEP THEIR
006770*- RUN ID, SEQUENCE AND RULE SET, LOSE THEIR DATA, AND SAY WHY.
006780*- THE CALLER CLEARS THE FIGURES AND SETS THE LABEL.
006790*--------------------------------------------------------------
006800 C20-010.
006810   MOVE 'ANONYMISED'  TO WK-ST-ACTION.
006820   MOVE SPACE         TO WK-GNEWNAME.
006830   STRING FUNCTION TRIM(WK-GENNAME) '.new' INTO WK-GNEWNAME.
006840   MOVE WK-GNEWNAME   TO WK-ST-FILE.
006850   OPEN INPUT F6GEN.
006860   IF WK-GEN-FST = '35'
006870     THEN
006880       MOVE WK-GENNAME    TO WK-ST-FILE
006890       MOVE 'NOT PRESENT' TO WK-ST-NOTE
006900       GO TO C20-090
006910   END-IF.
006920   IF WK-GEN-FST NOT = '00'
006930     THEN
006940       MOVE WK-GENNAME    TO WK-ST-FILE
006950       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
006960       MOVE 1             TO WK-BAD
006970       GO TO C20-090
006980   END-IF.
006990   OPEN OUTPUT F6NEW.
007000   IF WK-GNEW-FST NOT = '00'
007010     THEN
007020       MOVE 'NEW COPY OPEN ERROR' TO WK-ST-NOTE
007030       MOVE 1             TO WK-BAD
007040       CLOSE F6GEN
007050       GO TO C20-090
007060   END-IF.
007070   PERFORM UNTIL WK-GEN-FST NOT = '00'
007080     READ F6GEN
007090       AT END
007100         CONTINUE
007110       NOT AT END
007120         ADD 1              TO WK-ST-READ
007130         IF F6RECORD(1:4) NOT = 'HDR '
007140          AND F6RECORD(1:4) NOT = 'TRL '
007150           THEN
007160             MOVE SPACE         TO WK-HAY
007170             MOVE F6-INAREAS    TO WK-HAY(1:50)
007180             MOVE F6-OUT        TO WK-HAY(52:100)
007190             MOVE F6-REASON     TO WK-HAY(153:80)
007200             MOVE F6-KEY        TO WK-HAY(234:20)
007210             MOVE 253           TO WK-HAY-LEN
007220             MOVE ZERO          TO WK-EXACT
007230             PERFORM S10-MATCH-KEY
007240             IF WK-HIT-E > ZERO
007250               THEN
007260                 MOVE SPACE         TO F6-INAREAS
007270                 MOVE SPACE         TO F6-OUT
007280                 MOVE 'DATA-SUBJECT ERASURE' TO F6-REASON
007290                 MOVE '*ERASED*'    TO F6-KEY
007300             END-IF
007310         END-IF
007320         MOVE F6RECORD      TO F6NRECORD
007330         WRITE F6NRECORD
007340     END-READ
007350   END-PERFORM.
007360   CLOSE F6GEN.
007370   CLOSE F6NEW.
007380 C20-090.
007390   PERFORM Z30-CERT-LINE.
007400 C20-ONE-REJECT-FILE-EXIT.
007410   EXIT.
007420 C25-GENERATIONS SECTION.
007430*--------------------------------------------------------------
007440*- EVERY GENERATION IN THE LIST ('YYYYMMDD FILENAME' LINES).
007450*--------------------------------------------------------------
007460 C25-010.
007470   OPEN INPUT F5GLIST.
007480   IF WK-GLST-FST NOT = '00'
007490     THEN
007500       PERFORM Z40-CLEAR-STORE
007510       MOVE 'REJECT GENERATIONS' TO WK-ST-LABEL
007520       MOVE WK-GLSTNAME   TO WK-ST-FILE
007530       MOVE 'LIST OPEN ERROR' TO WK-ST-NOTE
007540       MOVE 1             TO WK-BAD
007550       PERFORM Z30-CERT-LINE
007560       GO TO C25-GENERATIONS-EXIT
007570   END-IF.
007580   PERFORM UNTIL WK-GLST-FST NOT = '00'
007590     READ F5GLIST
007600       AT END
007610         CONTINUE
007620       NOT AT END
007630         IF F5GRECORD(1:1) NOT = '*' AND F5GRECORD NOT = SPACE
007640           THEN
007650             MOVE SPACE         TO WK-GENNAME
007660             MOVE F5GRECORD(10:100) TO WK-GENNAME
007670             PERFORM Z40-CLEAR-STORE
007680             STRING 'REJECT GEN ' F5GRECORD(1:8)
007690                                INTO WK-ST-LABEL
007700             PERFORM C20-ONE-REJECT-FILE
007710         END-IF
007720     END-READ
007730   END-PERFORM.
007740   CLOSE F5GLIST.
007750 C25-GENERATIONS-EXIT.
007760   EXIT.
007770 C30-SUSPENSE SECTION.
007780*--------------------------------------------------------------
007790*- SUSPENSE: A PARKED RECORD OF AN ERASED KEY IS DROPPED FROM
007800*- THE '.NEW' COPY (IT MUST NOT COME BACK ON A RETRY).
007810*--------------------------------------------------------------
007820 C30-010.
007830   PERFORM Z40-CLEAR-STORE.
007840   MOVE 'SUSPENSE'    TO WK-ST-LABEL.
007850   MOVE WK-SNEWNAME   TO WK-ST-FILE.
007860   MOVE 'REMOVED'     TO WK-ST-ACTION.
007870   IF WK-SUSNAME = SPACE
007880     THEN
007890       MOVE 'NOT CONFIGURED' TO WK-ST-NOTE
007900       GO TO C30-090
007910   END-IF.
007920   OPEN INPUT F39SUSP.
007930   IF WK-SUS-FST = '35'
007940     THEN
007950       MOVE WK-SUSNAME    TO WK-ST-FILE
007960       MOVE 'NOT PRESENT' TO WK-ST-NOTE
007970       GO TO C30-090
007980   END-IF.
007990   IF WK-SUS-FST NOT = '00'
008000     THEN
008010       MOVE WK-SUSNAME    TO WK-ST-FILE
008020       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
008030       MOVE 1             TO WK-BAD
008040       GO TO C30-090
008050   END-IF.
008060   OPEN OUTPUT F39NEW.
008070   IF WK-SNEW-FST NOT = '00'
008080     THEN
008090       MOVE 'NEW COPY OPEN ERROR' TO WK-ST-NOTE
008100       MOVE 1             TO WK-BAD
008110       CLOSE F39SUSP
008120       GO TO C30-090
008130   END-IF.
008140   PERFORM UNTIL WK-SUS-FST NOT = '00'
008150     READ F39SUSP
008160       AT END
008170         CONTINUE
008180       NOT AT END
008190         ADD 1              TO WK-ST-READ
008200         MOVE SPACE         TO WK-HAY
008210         MOVE F39-INAREAS   TO WK-HAY(1:50)
008220         MOVE F39-OUT       TO WK-HAY(52:100)
008230         MOVE F39-REASON    TO WK-HAY(153:80)
008240         MOVE 232           TO WK-HAY-LEN
008250         MOVE ZERO          TO WK-EXACT
008260         PERFORM S10-MATCH-KEY
008270         IF WK-HIT-E = ZERO
008280           THEN
008290             MOVE F39RECORD     TO F39NRECORD
008300             WRITE F39NRECORD
008310         END-IF
008320     END-READ
008330   END-PERFORM.
008340   CLOSE F39SUSP.
008350   CLOSE F39NEW.
008360 C30-090.
008370   PERFORM Z30-CERT-LINE.
008380 C30-SUSPENSE-EXIT.
008390   EXIT.
008400 C40-STATUS-MASTER SECTION.
008410*--------------------------------------------------------------
008420*- STSMAST: ONE KEYED DELETE PER KEY TO ERASE (A HELD KEY'S
008430*- RECORD IS ONLY COUNTED).
008440*--------------------------------------------------------------
008450 C40-010.
008460   PERFORM Z40-CLEAR-STORE.
008470   MOVE 'STATUS MASTER' TO WK-ST-LABEL.
008480   MOVE WK-STSNAME    TO WK-ST-FILE.
008490   MOVE 'DELETED'     TO WK-ST-ACTION.
008500   OPEN I-O F35STS.
008510   IF WK-STS-FST = '35'
008520     THEN
008530       MOVE 'NOT PRESENT' TO WK-ST-NOTE
008540       GO TO C40-090
008550   END-IF.
008560   IF WK-STS-FST NOT = '00'
008570     THEN
008580       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
008590       MOVE 1             TO WK-BAD
008600       GO TO C40-090
008610   END-IF.
008620   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-ERK-CNT
008630     IF WK-ERK-STATE(WK-I) NOT = 'S'
008640       THEN
008650         MOVE WK-ERK-KEY(WK-I) TO F35-KEY
008660         READ F35STS
008670           INVALID KEY
008680             CONTINUE
008690           NOT INVALID KEY
008700             ADD 1              TO WK-ST-READ
008710             ADD 1              TO WK-ERK-HITS(WK-I)
008720             IF WK-ERK-STATE(WK-I) = 'H'
008730               THEN
008740                 ADD 1              TO WK-ST-HELD
008750               ELSE
008760                 DELETE F35STS RECORD
008770                 END-DELETE
008780                 ADD 1              TO WK-ST-TOUCH
008790             END-IF
008800         END-READ
008810     END-IF
008820   END-PERFORM.
008830   CLOSE F35STS.
008840 C40-090.
008850   PERFORM Z30-CERT-LINE.
008860 C40-STATUS-MASTER-EXIT.
008870   EXIT.
008880 C45-DUPSTORE SECTION.
008890*--------------------------------------------------------------
008900*- THE DUPLICATE STORE HOLDS THE DUPLICATE-CHECK SLICE, NOT
008910*- F3-KEY: A WHOLE-FILE PASS, MATCHING THE KEY TEXT IN IT.
008920*--------------------------------------------------------------
008930 C45-010.
008940   PERFORM Z40-CLEAR-STORE.
008950   MOVE 'DUPLICATE STORE' TO WK-ST-LABEL.
008960   MOVE WK-DUPNAME    TO WK-ST-FILE.
008970   MOVE 'DELETED'     TO WK-ST-ACTION.
008980   IF WK-DUPNAME = SPACE
008990     THEN
009000       MOVE 'NOT CONFIGURED' TO WK-ST-NOTE
009010       GO TO C45-090
009020   END-IF.
009030   OPEN I-O F29DUPS.
009040   IF WK-DUP-FST = '35'
009050     THEN
009060       MOVE 'NOT PRESENT' TO WK-ST-NOTE
009070       GO TO C45-090
009080   END-IF.
009090   IF WK-DUP-FST NOT = '00'
009100     THEN
009110       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
009120       MOVE 1             TO WK-BAD
009130       GO TO C45-090
009140   END-IF.
009150   MOVE LOW-VALUE     TO F29-KEY.
009160   START F29DUPS KEY IS NOT < F29-KEY
009170     INVALID KEY
009180       MOVE '10'          TO WK-DUP-FST
009190   END-START.
009200   PERFORM UNTIL WK-DUP-FST NOT = '00'
009210     READ F29DUPS NEXT RECORD
009220       AT END
009230         CONTINUE
009240       NOT AT END
009250         ADD 1              TO WK-ST-READ
009260         MOVE SPACE         TO WK-HAY
009270         MOVE F29-KEY       TO WK-HAY(1:50)
009280         MOVE 50            TO WK-HAY-LEN
009290         MOVE ZERO          TO WK-EXACT
009300         PERFORM S10-MATCH-KEY
009310         IF WK-HIT-E > ZERO
009320           THEN
009330             DELETE F29DUPS RECORD
009340             END-DELETE
009350         END-IF
009360     END-READ
009370   END-PERFORM.
009380   CLOSE F29DUPS.
009390 C45-090.
009400   PERFORM Z30-CERT-LINE.
009410 C45-DUPSTORE-EXIT.
009420   EXIT.
009430 C50-CASE-LIBRARY SECTION.
009440*--------------------------------------------------------------
009450*- THE REGRESSION CASE LIBRARY (HARVCASE'S HARVEST_FILE):
009460*- MATCHING CASES ARE DROPPED FROM THE '.NEW' COPY, COMMENT
009470*- LINES ARE KEPT.
009480*--------------------------------------------------------------
009490 C50-010.
009500   PERFORM Z40-CLEAR-STORE.
009510   MOVE 'CASE LIBRARY' TO WK-ST-LABEL.
009520   MOVE WK-CNEWNAME   TO WK-ST-FILE.
009530   MOVE 'REMOVED'     TO WK-ST-ACTION.
009540   OPEN INPUT F2CASE.
009550   IF WK-CASE-FST = '35'
009560     THEN
009570       MOVE WK-CASENAME   TO WK-ST-FILE
009580       MOVE 'NOT PRESENT' TO WK-ST-NOTE
009590       GO TO C50-090
009600   END-IF.
009610   IF WK-CASE-FST NOT = '00'
009620     THEN
009630       MOVE WK-CASENAME   TO WK-ST-FILE
009640       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
009650       MOVE 1             TO WK-BAD
009660       GO TO C50-090
009670   END-IF.
009680   OPEN OUTPUT F2CNEW.
009690   IF WK-CNEW-FST NOT = '00'
009700     THEN
009710       MOVE 'NEW COPY OPEN ERROR' TO WK-ST-NOTE
009720       MOVE 1             TO WK-BAD
009730       CLOSE F2CASE
009740       GO TO C50-090
009750   END-IF.
009760   PERFORM UNTIL WK-CASE-FST NOT = '00'
009770     READ F2CASE
009780       AT END
009790         CONTINUE
009800       NOT AT END
009810         MOVE ZERO          TO WK-HIT-E
009820         IF F2RECORD(1:1) NOT = '*'
009830           THEN
009840             ADD 1              TO WK-ST-READ
009850             MOVE SPACE         TO WK-HAY
009860             MOVE F2RECORD      TO WK-HAY(1:100)
009870             MOVE 100           TO WK-HAY-LEN
009880             MOVE ZERO          TO WK-EXACT
009890             PERFORM S10-MATCH-KEY
009900         END-IF
009910         IF WK-HIT-E = ZERO
009920           THEN
009930             MOVE F2RECORD      TO F2NRECORD
009940             WRITE F2NRECORD
009950         END-IF
009960     END-READ
009970   END-PERFORM.
009980   CLOSE F2CASE.
009990   CLOSE F2CNEW.
010000 C50-090.
010010   PERFORM Z30-CERT-LINE.
010020 C50-CASE-LIBRARY-EXIT.
010030   EXIT.
010040 C60-REVIEW-QUEUE SECTION.
010050*--------------------------------------------------------------
010060*- THE REVIEW QUEUE: AN ITEM WHOSE KEY COLUMN IS THE KEY, OR
010070*- WHOSE OUT VALUE CARRIES IT, IS DELETED.
010080*--------------------------------------------------------------
010090 C60-010.
010100   PERFORM Z40-CLEAR-STORE.
010110   MOVE 'REVIEW QUEUE' TO WK-ST-LABEL.
010120   MOVE WK-RVQNAME    TO WK-ST-FILE.
010130   MOVE 'DELETED'     TO WK-ST-ACTION.
010140   OPEN I-O F40RVQ.
010150   IF WK-RVQ-FST = '35'
010160     THEN
010170       MOVE 'NOT PRESENT' TO WK-ST-NOTE
010180       GO TO C60-090
010190   END-IF.
010200   IF WK-RVQ-FST NOT = '00'
010210     THEN
010220       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
010230       MOVE 1             TO WK-BAD
010240       GO TO C60-090
010250   END-IF.
010260   MOVE LOW-VALUE     TO F40-QID.
010270   START F40RVQ KEY IS NOT LESS THAN F40-QID
010280     INVALID KEY
010290       MOVE '10'          TO WK-RVQ-FST
010300   END-START.
010310   PERFORM UNTIL WK-RVQ-FST NOT = '00'
010320     READ F40RVQ NEXT RECORD
010330       AT END
010340         CONTINUE
010350       NOT AT END
010360         ADD 1              TO WK-ST-READ
010370         MOVE SPACE         TO WK-HAY
010380         MOVE F40-KEY       TO WK-HAY(1:20)
010390         MOVE 20            TO WK-HAY-LEN
010400         MOVE 1             TO WK-EXACT
010410         PERFORM S10-MATCH-KEY
010420         IF WK-HIT-E = ZERO AND WK-HIT-H = ZERO
010430           THEN
010440             MOVE F40-OUT       TO WK-HAY(1:100)
010450             MOVE 100           TO WK-HAY-LEN
010460             MOVE ZERO          TO WK-EXACT
010470             PERFORM S10-MATCH-KEY
010480         END-IF
010490         IF WK-HIT-E > ZERO
010500           THEN
010510             DELETE F40RVQ RECORD
010520             END-DELETE
010530         END-IF
010540     END-READ
010550   END-PERFORM.
010560   CLOSE F40RVQ.
010570 C60-090.
010580   PERFORM Z30-CERT-LINE.
010590 C60-REVIEW-QUEUE-EXIT.
010600   EXIT.
010610 C65-OUTCOME-MASTER SECTION.
010620*--------------------------------------------------------------
010630*- THE OUTCOME MASTER: EVERY DECISION DATE OF AN ERASED KEY.
010640*--------------------------------------------------------------
010650 C65-010.
010660   PERFORM Z40-CLEAR-STORE.
010670   MOVE 'OUTCOME MASTER' TO WK-ST-LABEL.
010680   MOVE WK-OUTNAME    TO WK-ST-FILE.
010690   MOVE 'DELETED'     TO WK-ST-ACTION.
010700   OPEN I-O F41OUT.
010710   IF WK-OUT-FST = '35'
010720     THEN
010730       MOVE 'NOT PRESENT' TO WK-ST-NOTE
010740       GO TO C65-090
010750   END-IF.
010760   IF WK-OUT-FST NOT = '00'
010770     THEN
010780       MOVE 'OPEN ERROR'  TO WK-ST-NOTE
010790       MOVE 1             TO WK-BAD
010800       GO TO C65-090
010810   END-IF.
010820   MOVE LOW-VALUE     TO F41-OKEY.
010830   START F41OUT KEY IS NOT LESS THAN F41-OKEY
010840     INVALID KEY
010850       MOVE '10'          TO WK-OUT-FST
010860   END-START.
010870   PERFORM UNTIL WK-OUT-FST NOT = '00'
010880     READ F41OUT NEXT RECORD
010890       AT END
010900         CONTINUE
010910       NOT AT END
010920         ADD 1              TO WK-ST-READ
010930         MOVE SPACE         TO WK-HAY
010940         MOVE F41-KEY       TO WK-HAY(1:20)
010950         MOVE 20            TO WK-HAY-LEN
010960         MOVE 1             TO WK-EXACT
010970         PERFORM S10-MATCH-KEY
010980         IF WK-HIT-E > ZERO
010990           THEN
011000             DELETE F41OUT RECORD
011010             END-DELETE
011020         END-IF
011030     END-READ
011040   END-PERFORM.
011050   CLOSE F41OUT.
011060 C65-090.
011070   PERFORM Z30-CERT-LINE.
011080 C65-OUTCOME-MASTER-EXIT.
011090   EXIT.
011100 S10-MATCH-KEY SECTION.
011110*--------------------------------------------------------------
011120*- TRY EVERY REQUESTED KEY (REFUSED ONES EXCEPTED) AGAINST
011130*- WK-HAY. A HELD KEY FOUND WINS: THE RECORD IS LEFT AND
011140*- COUNTED AS HELD, WK-HIT-E CLEARED. A KEY TO ERASE FOUND IS
011150*- COUNTED AS TOUCHED.
011160*--------------------------------------------------------------
011170 S10-010.
011180   MOVE ZERO          TO WK-HIT-E.
011190   MOVE ZERO          TO WK-HIT-H.
011200   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-ERK-CNT
011210     IF WK-ERK-STATE(WK-I) NOT = 'S'
011220       THEN
011230         MOVE ZERO          TO WK-HIT-K
011240         IF WK-EXACT = 1
011250           THEN
011260             IF WK-HAY(1:20) = WK-ERK-KEY(WK-I)
011270               THEN
011280                 MOVE 1             TO WK-HIT-K
011290             END-IF
011300           ELSE
011310             PERFORM VARYING WK-K FROM 1 BY 1
011320               UNTIL WK-K > WK-HAY-LEN - WK-ERK-LEN(WK-I) + 1
011330                  OR WK-HIT-K = 1
011340                 IF WK-HAY(WK-K:WK-ERK-LEN(WK-I))
011350                    = WK-ERK-KEY(WK-I)(1:WK-ERK-LEN(WK-I))
011360                   THEN
011370                     MOVE 1             TO WK-HIT-K
011380                 END-IF
011390             END-PERFORM
011400         END-IF
011410         IF WK-HIT-K = 1
011420           THEN
011430             IF WK-ERK-STATE(WK-I) = 'H'
011440               THEN
011450                 MOVE WK-I          TO WK-HIT-H
011460               ELSE
011470                 IF WK-HIT-E = ZERO
011480                   THEN
011490                     MOVE WK-I          TO WK-HIT-E
011500                 END-IF
011510             END-IF
011520         END-IF
011530     END-IF
011540   END-PERFORM.
011550   IF WK-HIT-H > ZERO
011560     THEN
011570       MOVE ZERO          TO WK-HIT-E
011580       ADD 1              TO WK-ST-HELD
011590       ADD 1              TO WK-ERK-HITS(WK-HIT-H)
011600       GO TO S10-MATCH-KEY-EXIT
011610   END-IF.
011620   IF WK-HIT-E > ZERO
011630     THEN
011640       ADD 1              TO WK-ST-TOUCH
011650       ADD 1              TO WK-ERK-HITS(WK-HIT-E)
011660   END-IF.
011670 S10-MATCH-KEY-EXIT.
011680   EXIT.
011690 Z20-CERT-HEADING SECTION.
011700 Z20-010.
011710   MOVE SPACE         TO WK-LINE.
011720   STRING 'DATA-SUBJECT ERASURE CERTIFICATE  RUN DATE '
011730          WK-RUNDT
011740                      DELIMITED BY SIZE INTO WK-LINE.
011750   PERFORM Z10-PUT-LINE.
011760   MOVE SPACE         TO WK-LINE.
011770   STRING 'KEYS FILE: ' WK-KEYNAME
011780                      DELIMITED BY '  ' INTO WK-LINE.
011790   PERFORM Z10-PUT-LINE.
011800   IF WK-HLDNAME NOT = SPACE
011810     THEN
011820       MOVE SPACE         TO WK-LINE
011830       STRING 'LEGAL HOLD FILE: ' WK-HLDNAME
011840                      DELIMITED BY '  ' INTO WK-LINE
011850       PERFORM Z10-PUT-LINE
011860   END-IF.
011870   MOVE SPACE         TO WK-LINE.
011880   PERFORM Z10-PUT-LINE.
011890   MOVE SPACE         TO WK-LINE.
011900   MOVE 'STORE'       TO WK-LINE(1:5).
011910   MOVE 'READ'        TO WK-LINE(25:4).
011920   MOVE 'TOUCHED'     TO WK-LINE(30:7).
011930   MOVE 'HELD'        TO WK-LINE(41:4).
011940   MOVE 'ACTION'      TO WK-LINE(46:6).
011950   MOVE 'FILE'        TO WK-LINE(57:4).
011960   PERFORM Z10-PUT-LINE.
011970 Z20-CERT-HEADING-EXIT.
011980   EXIT.
011990 Z30-CERT-LINE SECTION.
012000*--------------------------------------------------------------
012010*- ONE STORE'S CERTIFICATE LINE.
012020*--------------------------------------------------------------
012030 Z30-010.
012040   MOVE SPACE         TO WK-LINE.
012050   MOVE WK-ST-LABEL   TO WK-LINE(1:20).
012060   IF WK-ST-NOTE = SPACE
012070     THEN
012080       MOVE WK-ST-READ    TO WK-LINE(22:7)
012090       MOVE WK-ST-TOUCH   TO WK-LINE(30:7)
012100       MOVE WK-ST-HELD    TO WK-LINE(38:7)
012110       MOVE WK-ST-ACTION  TO WK-LINE(46:10)
012120       ADD 1              TO WK-FILES-DONE
012130       ADD WK-ST-TOUCH    TO WK-TOT-TOUCH
012140       ADD WK-ST-HELD     TO WK-TOT-HELD
012150     ELSE
012160       MOVE WK-ST-NOTE    TO WK-LINE(22:20)
012170   END-IF.
012180   MOVE WK-ST-FILE    TO WK-LINE(57:76).
012190   PERFORM Z10-PUT-LINE.
012200 Z30-CERT-LINE-EXIT.
012210   EXIT.
012220 Z40-CLEAR-STORE SECTION.
012230 Z40-010.
012240   MOVE SPACE         TO WK-ST-LABEL.
012250   MOVE SPACE         TO WK-ST-FILE.
012260   MOVE SPACE         TO WK-ST-ACTION.
012270   MOVE SPACE         TO WK-ST-NOTE.
012280   MOVE ZERO          TO WK-ST-READ.
012290   MOVE ZERO          TO WK-ST-TOUCH.
012300   MOVE ZERO          TO WK-ST-HELD.
012310 Z40-CLEAR-STORE-EXIT.
012320   EXIT.
012330 Z50-CERT-KEYS SECTION.
012340*--------------------------------------------------------------
012350*- THE KEY LIST: WHAT HAPPENED TO EACH REQUESTED KEY.
012360*--------------------------------------------------------------
012370 Z50-010.
012380   MOVE SPACE         TO WK-LINE.
012390   PERFORM Z10-PUT-LINE.
012400   MOVE SPACE         TO WK-LINE.
012410   STRING 'TOTAL RECORDS TOUCHED=' WK-TOT-TOUCH
012420          '  LEFT UNDER LEGAL HOLD=' WK-TOT-HELD
012430                      DELIMITED BY SIZE INTO WK-LINE.
012440   PERFORM Z10-PUT-LINE.
012450   MOVE SPACE         TO WK-LINE.
012460   PERFORM Z10-PUT-LINE.
012470   MOVE SPACE         TO WK-LINE.
012480   MOVE 'KEY'         TO WK-LINE(1:3).
012490   MOVE 'REQUEST REF' TO WK-LINE(22:11).
012500   MOVE 'RECORDS'     TO WK-LINE(43:7).
012510   MOVE 'OUTCOME'     TO WK-LINE(51:7).
012520   PERFORM Z10-PUT-LINE.
012530   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-ERK-CNT
012540     MOVE SPACE         TO WK-LINE
012550     MOVE WK-ERK-KEY(WK-I)  TO WK-LINE(1:20)
012560     MOVE WK-ERK-REF(WK-I)  TO WK-LINE(22:20)
012570     MOVE WK-ERK-HITS(WK-I) TO WK-LINE(43:7)
012580     EVALUATE WK-ERK-STATE(WK-I)
012590       WHEN 'H'
012600         STRING 'LEGAL HOLD '  DELIMITED BY SIZE
012610                WK-ERK-HREF(WK-I) DELIMITED BY '  '
012620                ' - NOT ERASED' DELIMITED BY SIZE
012630                               INTO WK-LINE(51:50)
012640         ADD 1              TO WK-KEYS-H
012650       WHEN 'S'
012660         MOVE 'REFUSED - KEY SHORTER THAN 4'
012670                            TO WK-LINE(51:50)
012680         ADD 1              TO WK-KEYS-S
012690       WHEN OTHER
012700         MOVE 'ERASED'      TO WK-LINE(51:50)
012710         ADD 1              TO WK-KEYS-E
012720     END-EVALUATE
012730     PERFORM Z10-PUT-LINE
012740   END-PERFORM.
012750 Z50-CERT-KEYS-EXIT.
012760   EXIT.
012770 Z10-PUT-LINE SECTION.
012780 Z10-010.
012790   MOVE WK-LINE       TO F3LINE.
012800   WRITE F3LINE.
012810 Z10-PUT-LINE-EXIT.
012820   EXIT.
