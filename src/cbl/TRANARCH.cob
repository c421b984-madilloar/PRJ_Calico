000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   TRANARCH.
000030*--------------------------------------------------------------
000040*- NIGHTLY TRANSACTION ARCHIVE. COPIES THE NIGHT'S F7TRAN FEED
000050*- AND THE F8MAP MAPPING FILE IT WAS READ WITH TO DATED ARCHIVE
000060*- FILES AND RECORDS THE PAIR IN THE ARCHIVE LIST, SO A LATER
000070*- BACK-TEST (BACKTEST) CAN REPLAY ANY NIGHT EXACTLY AS TEST-MAIN
000080*- SAW IT - THE LIVE MAPPING MAY HAVE MOVED ON SINCE.
000090*-
000100*- ARCHIVE FILES ARE NAMED <ARCHIVE_DIR>tran.<DATE>.<FEED>.txt
000110*- AND <ARCHIVE_DIR>map.<DATE>.<FEED>.txt (FEED 'DEFAULT' WHEN
000120*- TRANSACTION_FEED IS BLANK). A RE-RUN FOR THE SAME NIGHT
000130*- OVERWRITES THEM AND ADDS A NEWER LIST LINE; BACKTEST TAKES
000140*- THE LAST LINE FOR A DATE AND FEED.
000150*-
000160*- ARCHIVE LIST RECORD (ONE PER ARCHIVED NIGHT AND FEED):
000170*-   1-8     RUN DATE (YYYYMMDD)
000180*-   10-17   FEED NAME (TRANSACTION_FEED)
000190*-   19-25   TRANSACTION RECORD COUNT
000200*-   27-126  ARCHIVED TRANSACTION FILE
000210*-   128-227 ARCHIVED MAPPING FILE (SPACES = NO MAPPING)
000220*-
000230*- ENV: TRANSACTION_FILE, MAPPING_FILE (OPTIONAL),
000240*-      TRANSACTION_FEED, ARCHIVE_DIR, ARCHIVE_LIST,
000250*-      RUN_DATE (YYYYMMDD, DEFAULT TODAY).
000260*- RETURN-CODE: 0=ARCHIVED, 12=BAD PARMS, 16=FATAL I/O.
000270*--------------------------------------------------------------
000280 ENVIRONMENT    DIVISION.
000290 INPUT-OUTPUT               SECTION.
000300 FILE-CONTROL.
000310   SELECT F7TRAN  ASSIGN TO WK-TRANNAME
000320   ORGANIZATION LINE SEQUENTIAL
000330   STATUS WK-TRAN-FST.
000340   SELECT F7ARCH  ASSIGN TO WK-TARCNAME
000350   ORGANIZATION LINE SEQUENTIAL
000360   STATUS WK-TARC-FST.
000370   SELECT F8MAP   ASSIGN TO WK-MAPNAME
000380   ORGANIZATION LINE SEQUENTIAL
000390   STATUS WK-MAP-FST.
000400   SELECT F8ARCH  ASSIGN TO WK-MARCNAME
000410   ORGANIZATION LINE SEQUENTIAL
000420   STATUS WK-MARC-FST.
000430   SELECT F52ALST ASSIGN TO WK-ALSTNAME
000440   ORGANIZATION LINE SEQUENTIAL
000450   STATUS WK-ALST-FST.
000460 DATA DIVISION.
000470 FILE                       SECTION.
000480 FD  F7TRAN.
000490 01  F7RECORD               PIC X(200).
000500 FD  F7ARCH.
000510 01  F7ARECORD              PIC X(200).
000520 FD  F8MAP.
000530 01  F8RECORD               PIC X(80).
000540 FD  F8ARCH.
000550 01  F8ARECORD              PIC X(80).
000560 FD  F52ALST.
000570 01  F52RECORD              SYNC.
000580   03 F52-DATE              PIC X(08).
000590   03 FILLER                PIC X(01).
000600   03 F52-FEED              PIC X(08).
000610   03 FILLER                PIC X(01).
000620   03 F52-CNT               PIC 9(07).
000630   03 FILLER                PIC X(01).
000640   03 F52-TRANFILE          PIC X(100).
000650   03 FILLER                PIC X(01).
000660   03 F52-MAPFILE           PIC X(100).
000670 WORKING-STORAGE SECTION.
000680 01  WK-FILES               SYNC.
000690   03 WK-TRANNAME           PIC X(100).
000700   03 WK-TRAN-FST           PIC X(02).
000710   03 WK-TARCNAME           PIC X(100).
000720   03 WK-TARC-FST           PIC X(02).
000730   03 WK-MAPNAME            PIC X(100).
000740   03 WK-MAP-FST            PIC X(02).
000750   03 WK-MARCNAME           PIC X(100).
000760   03 WK-MARC-FST           PIC X(02).
000770   03 WK-ALSTNAME           PIC X(100).
000780   03 WK-ALST-FST           PIC X(02).
000790 01  WK-PRM                 SYNC.
000800   03 WK-DIRNAME            PIC X(60).
000810   03 WK-FEED-ID            PIC X(08).
000820   03 WK-FEED-NM            PIC X(08).
000830   03 WK-RUNDT              PIC X(08).
000840 01  WK-CNT                 SYNC.
000850   03 WK-TRAN-CNT           PIC 9(07) VALUE ZERO.
000860   03 WK-MAP-CNT            PIC 9(07) VALUE ZERO.
000870 PROCEDURE DIVISION.
000880 A00-MAIN SECTION.
000890*--------------------------------------------------------------
000900*- COPY THE FEED, THEN THE MAPPING, THEN REGISTER THE PAIR.
000910*--------------------------------------------------------------
000920 A00-010.
000930   MOVE SPACE         TO WK-TRANNAME.
000940   ACCEPT WK-TRANNAME FROM ENVIRONMENT 'TRANSACTION_FILE'.
000950   IF WK-TRANNAME = SPACE
000960     THEN
000970       DISPLAY 'TRANARCH:TRANSACTION_FILE NOT SET.'
000980       MOVE 12            TO RETURN-CODE
000990       GOBACK
001000   END-IF.
001010   MOVE SPACE         TO WK-MAPNAME.
001020   ACCEPT WK-MAPNAME  FROM ENVIRONMENT 'MAPPING_FILE'.
001030   MOVE SPACE         TO WK-FEED-ID.
001040   ACCEPT WK-FEED-ID  FROM ENVIRONMENT 'TRANSACTION_FEED'.
001050   MOVE WK-FEED-ID    TO WK-FEED-NM.
001060   IF WK-FEED-NM = SPACE
001070     THEN
001080       MOVE 'DEFAULT'     TO WK-FEED-NM
001090   END-IF.
001100   MOVE SPACE         TO WK-DIRNAME.
001110   ACCEPT WK-DIRNAME  FROM ENVIRONMENT 'ARCHIVE_DIR'.
001120   IF WK-DIRNAME = SPACE
001130     MOVE '../data/archive/' TO WK-DIRNAME
001140   END-IF.
001150   MOVE SPACE         TO WK-ALSTNAME.
001160   ACCEPT WK-ALSTNAME FROM ENVIRONMENT 'ARCHIVE_LIST'.
001170   IF WK-ALSTNAME = SPACE
001180     MOVE '../data/pchecktranarch.txt' TO WK-ALSTNAME
001190   END-IF.
001200   MOVE SPACE         TO WK-RUNDT.
001210   ACCEPT WK-RUNDT    FROM ENVIRONMENT 'RUN_DATE'.
001220   IF WK-RUNDT = SPACE OR WK-RUNDT NOT NUMERIC
001230     THEN
001240       ACCEPT WK-RUNDT FROM DATE YYYYMMDD
001250   END-IF.
001260   MOVE SPACE         TO WK-TARCNAME.
001270   STRING WK-DIRNAME  DELIMITED BY SPACE
001280          'tran.'     DELIMITED BY SIZE
001290          WK-RUNDT    DELIMITED BY SIZE
001300          '.'         DELIMITED BY SIZE
001310          WK-FEED-NM  DELIMITED BY SPACE
001320          '.txt'      DELIMITED BY SIZE
001330                      INTO WK-TARCNAME.
001340   PERFORM B10-COPY-TRAN.
001350   IF WK-TARC-FST = '99'
001360     THEN
001370       MOVE 16            TO RETURN-CODE
001380       GOBACK
001390   END-IF.
001400   MOVE SPACE         TO WK-MARCNAME.
001410   IF WK-MAPNAME NOT = SPACE
001420     THEN
001430       STRING WK-DIRNAME  DELIMITED BY SPACE
001440              'map.'      DELIMITED BY SIZE
001450              WK-RUNDT    DELIMITED BY SIZE
001460              '.'         DELIMITED BY SIZE
001470              WK-FEED-NM  DELIMITED BY SPACE
001480              '.txt'      DELIMITED BY SIZE
001490                          INTO WK-MARCNAME
001500       PERFORM B20-COPY-MAP
001510       IF WK-MARC-FST = '99'
001520         THEN
001530           MOVE 16            TO RETURN-CODE
001540           GOBACK
001550       END-IF
001560   END-IF.
001570   OPEN EXTEND F52ALST.
001580   IF WK-ALST-FST = '35'
001590     THEN
001600       OPEN OUTPUT F52ALST
001610   END-IF.
001620   IF WK-ALST-FST NOT = '00'
001630     THEN
001640       DISPLAY 'TRANARCH:ARCHIVE LIST OPEN ERROR STATUS='
001650               WK-ALST-FST
001660       MOVE 16            TO RETURN-CODE
001670       GOBACK
001680   END-IF.
001690   MOVE SPACE         TO F52RECORD.
001700   MOVE WK-RUNDT      TO F52-DATE.
001710   MOVE WK-FEED-ID    TO F52-FEED.
001720   MOVE WK-TRAN-CNT   TO F52-CNT.
001730   MOVE WK-TARCNAME   TO F52-TRANFILE.
001740   MOVE WK-MARCNAME   TO F52-MAPFILE.
001750   WRITE F52RECORD.
001760   CLOSE F52ALST.
001770   DISPLAY '===================================='.
001780   DISPLAY 'TRANARCH RESULT: DATE=' WK-RUNDT
001790           ' FEED=' WK-FEED-NM
001800           ' RECORDS=' WK-TRAN-CNT
001810           ' MAPPING LINES=' WK-MAP-CNT.
001820   DISPLAY '===================================='.
001830   MOVE ZERO          TO RETURN-CODE.
001840   GOBACK.
001850 B10-COPY-TRAN SECTION.
001860*--------------------------------------------------------------
001870*- RECORD-FOR-RECORD COPY OF THE FEED (CTL TRAILERS INCLUDED).
001880*- A FAILED OPEN LEAVES '99' IN WK-TARC-FST FOR THE CALLER.
001890*--------------------------------------------------------------
001900 B10-010.
001910   OPEN INPUT F7TRAN.
001920   IF WK-TRAN-FST NOT = '00'
001930     THEN
001940       DISPLAY 'TRANARCH:TRANSACTION FILE OPEN ERROR STATUS='
001950               WK-TRAN-FST ' FILE=' WK-TRANNAME(1:60)
001960       MOVE '99'          TO WK-TARC-FST
001970       GO TO B10-COPY-TRAN-EXIT
001980   END-IF.
001990   OPEN OUTPUT F7ARCH.
002000   IF WK-TARC-FST NOT = '00'
002010     THEN
002020       DISPLAY 'TRANARCH:ARCHIVE FILE OPEN ERROR STATUS='
002030               WK-TARC-FST ' FILE=' WK-TARCNAME(1:60)
002040       CLOSE F7TRAN
002050       MOVE '99'          TO WK-TARC-FST
002060       GO TO B10-COPY-TRAN-EXIT
002070   END-IF.
002080   PERFORM UNTIL WK-TRAN-FST NOT = '00'
002090     READ F7TRAN
002100       AT END
002110         CONTINUE
002120       NOT AT END
002130         ADD 1              TO WK-TRAN-CNT
002140         MOVE F7RECORD      TO F7ARECORD
002150         WRITE F7ARECORD
002160     END-READ
002170   END-PERFORM.
002180   CLOSE F7TRAN.
002190   CLOSE F7ARCH.
002200 B10-COPY-TRAN-EXIT.
002210   EXIT.
002220 B20-COPY-MAP SECTION.
002230*--------------------------------------------------------------
002240*- THE WHOLE MAPPING FILE (EVERY FEED'S ENTRIES) - THE REPLAY
002250*- SELECTS ITS OWN FEED AS TEST-MAIN DOES.
002260*--------------------------------------------------------------
002270 B20-010.
002280   OPEN INPUT F8MAP.
002290   IF WK-MAP-FST NOT = '00'
002300     THEN
002310       DISPLAY 'TRANARCH:MAPPING FILE OPEN ERROR STATUS='
002320               WK-MAP-FST ' FILE=' WK-MAPNAME(1:60)
002330       MOVE '99'          TO WK-MARC-FST
002340       GO TO B20-COPY-MAP-EXIT
002350   END-IF.
002360   OPEN OUTPUT F8ARCH.
002370   IF WK-MARC-FST NOT = '00'
002380     THEN
002390       DISPLAY 'TRANARCH:ARCHIVE FILE OPEN ERROR STATUS='
002400               WK-MARC-FST ' FILE=' WK-MARCNAME(1:60)
002410       CLOSE F8MAP
002420       MOVE '99'          TO WK-MARC-FST
002430       GO TO B20-COPY-MAP-EXIT
002440   END-IF.
002450   PERFORM UNTIL WK-MAP-FST NOT = '00'
002460     READ F8MAP
002470       AT END
002480         CONTINUE
002490       NOT AT END
002500         ADD 1              TO WK-MAP-CNT
002510         MOVE F8RECORD      TO F8ARECORD
002520         WRITE F8ARECORD
002530     END-READ
002540   END-PERFORM.
002550   CLOSE F8MAP.
002560   CLOSE F8ARCH.
002570 B20-COPY-MAP-EXIT.
002580   EXIT.
