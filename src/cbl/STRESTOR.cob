000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   STRESTOR.
000030*--------------------------------------------------------------
000040*- VERIFIED RESTORE OF A STBACKUP BACKUP. NOTHING IS PUT BACK
000050*- UNTIL THE WHOLE BACKUP HAS CHECKED OUT:
000060*-   - THE MANIFEST EXISTS, ITS 'HDR ' NAMES THIS BACKUP ID,
000070*-   - ITS 'TRL ' COUNT AND HASH AGREE WITH ITS 'FILE' RECORDS,
000080*-   - EVERY STORE TO BE RESTORED WAS COPIED (A STORE THAT
000090*-     COULD NOT BE OPENED AT BACKUP TIME MAKES A FULL RESTORE
000100*-     IMPOSSIBLE), AND
000110*-   - EVERY BACKUP FILE TO BE RESTORED RE-COUNTS AND
000120*-     RE-HASHES TO ITS 'FILE' RECORD.
000130*- ONLY THEN IS EACH CHOSEN STORE REBUILT FROM ITS BACKUP FILE,
000140*- UNDER THE FILE NAME THE MANIFEST RECORDS (THE KEYED ONES
000150*- RELOADED IN KEY ORDER). A STORE THAT WAS NOT CONFIGURED OR
000160*- NOT PRESENT AT BACKUP TIME IS LEFT AS IT IS. SEE STBACKUP
000170*- FOR THE MANIFEST AND BACKUP FILE LAYOUTS.
000180*- THE RUN GOES TO THE F16RLOG RUN LOG AS A 'REST ' LINE,
000190*- AFTER THE RUN LOG ITSELF HAS BEEN PUT BACK.
000200*-
000210*- ENV: BACKUP_ID     (REQUIRED - THE BACKUP TO PUT BACK),
000220*-      BACKUP_PREFIX (DEFAULT ../data/pcheckbkp.),
000230*-      RESTORE_FILE  (OPTIONAL: ONE STORE'S TAG, E.G. STSMAST;
000240*-                     DEFAULT EVERY STORE IN THE BACKUP),
000250*-      RESTORE_MODE  (OPTIONAL: VERIFY = CHECK ONLY),
000260*-      RUNLOG_FILE   (DEFAULT ../data/pcheckrunlog.txt).
000270*- RETURN-CODE: 0=RESTORED (OR VERIFIED), 12=BAD PARMS OR NO
000280*-              SUCH BACKUP, 16=VERIFICATION FAILED (NOTHING
000290*-              RESTORED) OR A STORE COULD NOT BE REWRITTEN.
000300*--------------------------------------------------------------
000310 ENVIRONMENT    DIVISION.
000320 INPUT-OUTPUT               SECTION.
000330 FILE-CONTROL.
000340   SELECT F35STS  ASSIGN TO WK-STSNAME
000350   ORGANIZATION INDEXED
000360   ACCESS MODE DYNAMIC
000370   RECORD KEY IS F35-KEY
000380   STATUS WK-STS-FST.
000390   SELECT F29DUPS ASSIGN TO WK-DUPNAME
000400   ORGANIZATION INDEXED
000410   ACCESS MODE DYNAMIC
000420   RECORD KEY IS F29-KEY
000430   STATUS WK-DUP-FST.
000440   SELECT F39SUSP ASSIGN TO WK-SUSNAME
000450   STATUS WK-SUS-FST.
000460   SELECT F6VAULT ASSIGN TO WK-VLTNAME
000470   STATUS WK-VLT-FST.
000480   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000490   ORGANIZATION LINE SEQUENTIAL
000500   STATUS WK-HOF-FST.
000510   SELECT F18HIST ASSIGN TO WK-HISTNAME
000520   STATUS WK-HIST-FST.
000530   SELECT F16RLOG ASSIGN TO WK-RLGNAME
000540   ORGANIZATION LINE SEQUENTIAL
000550   STATUS WK-RLG-FST.
000560   SELECT F59BKP  ASSIGN TO WK-BKPNAME
000570   ORGANIZATION LINE SEQUENTIAL
000580   STATUS WK-BKP-FST.
000590   SELECT F60MAN  ASSIGN TO WK-MANNAME
000600   ORGANIZATION LINE SEQUENTIAL
000610   STATUS WK-MAN-FST.
000620 DATA DIVISION.
000630 FILE                       SECTION.
000640*- SAME LAYOUT AS STSMAST'S F35RECORD.
000650 FD  F35STS.
000660 01  F35RECORD              SYNC.
000670   03 F35-KEY               PIC X(20).
000680   03 F35-REST              PIC X(60).
000690*- SAME LAYOUT AS TEST-MAIN'S F29RECORD.
000700 FD  F29DUPS.
000710 01  F29RECORD              SYNC.
000720   03 F29-KEY               PIC X(50).
000730   03 F29-DATE              PIC X(08).
000740*- THE F6 SHAPE PLUS AN AGE COUNTER (SEE TEST-MAIN'S F39RECORD).
000750 FD  F39SUSP.
000760 01  F39RECORD              PIC X(264).
000770 FD  F6VAULT.
000780 01  F6VRECORD              PIC X(40).
000790*- SEE HANDRPT FOR THE HANDOFF REGISTER LAYOUT.
000800 FD  F36HOF.
000810 01  F36RECORD              PIC X(107).
000820*- SEE TEST-MAIN FOR THE HISTORY LAYOUT.
000830 FD  F18HIST.
000840 01  F18RECORD              PIC X(185).
000850 FD  F16RLOG.
000860 01  F16RECORD              PIC X(400).
000870 FD  F59BKP.
000880 01  F59RECORD              PIC X(400).
000890*- SAME LAYOUT AS STBACKUP'S F60FILE.
000900 FD  F60MAN.
000910 01  F60RECORD              PIC X(200).
000920 01  F60FILE                SYNC.
000930   03 F60-TYPE              PIC X(04).
000940   03 FILLER                PIC X(01).
000950   03 F60-TAG               PIC X(08).
000960   03 FILLER                PIC X(01).
000970   03 F60-CNT               PIC 9(07).
000980   03 FILLER                PIC X(01).
000990   03 F60-HASH              PIC 9(09).
001000   03 FILLER                PIC X(01).
001010   03 F60-STATE             PIC X(14).
001020   03 FILLER                PIC X(01).
001030   03 F60-LEN               PIC 9(03).
001040   03 FILLER                PIC X(01).
001050   03 F60-FILE              PIC X(100).
001060   03 FILLER                PIC X(49).
001070 01  F60CTL                 SYNC.
001080   03 F60-CTYPE             PIC X(04).
001090   03 F60-CCNT              PIC 9(07).
001100   03 F60-CHASH             PIC 9(09).
001110   03 FILLER                PIC X(180).
001120 WORKING-STORAGE SECTION.
001130 01  WK-FILES               SYNC.
001140   03 WK-STSNAME            PIC X(100).
001150   03 WK-STS-FST            PIC X(02).
001160   03 WK-DUPNAME            PIC X(100).
001170   03 WK-DUP-FST            PIC X(02).
001180   03 WK-SUSNAME            PIC X(100).
001190   03 WK-SUS-FST            PIC X(02).
001200   03 WK-VLTNAME            PIC X(100).
001210   03 WK-VLT-FST            PIC X(02).
001220   03 WK-HOFNAME            PIC X(100).
001230   03 WK-HOF-FST            PIC X(02).
001240   03 WK-HISTNAME           PIC X(100).
001250   03 WK-HIST-FST           PIC X(02).
001260   03 WK-RLGNAME            PIC X(100).
001270   03 WK-RLG-FST            PIC X(02).
001280   03 WK-BKPNAME            PIC X(100).
001290   03 WK-BKP-FST            PIC X(02).
001300   03 WK-MANNAME            PIC X(100).
001310   03 WK-MAN-FST            PIC X(02).
001320*- THE TARGET'S STATUS DURING A RESTORE.
001330   03 WK-TGT-FST            PIC X(02).
001340 01  WK-RST                 SYNC.
001350   03 WK-BKP-ID             PIC X(20).
001360   03 WK-PREFIX             PIC X(60).
001370   03 WK-ONLY               PIC X(08).
001380   03 WK-MODE               PIC X(08).
001390   03 WK-DATE               PIC X(08).
001400   03 WK-TIME               PIC X(08).
001410   03 WK-RC-X               PIC 9(02).
001420*--------------------------------------------------------------
001430*- THE MANIFEST'S 'FILE' RECORDS. WK-MF-SEL = 1: TO BE
001440*- RESTORED. WK-MF-RESULT: WHAT THIS RUN DID WITH THE STORE.
001450*--------------------------------------------------------------
001460 01  WK-MF-TBL              SYNC.
001470   03 WK-MF-CNT             PIC 9(02) VALUE ZERO.
001480   03 WK-MF                 OCCURS 10 TIMES.
001490     05 WK-MF-TAG           PIC X(08).
001500     05 WK-MF-RECS          PIC 9(07).
001510     05 WK-MF-HASH          PIC 9(09).
001520     05 WK-MF-STATE         PIC X(14).
001530     05 WK-MF-LEN           PIC 9(03).
001540     05 WK-MF-FILE          PIC X(100).
001550     05 WK-MF-SEL           PIC 9(01).
001560     05 WK-MF-RESULT        PIC X(14).
001570     05 WK-MF-DONE          PIC 9(07).
001580*--------------------------------------------------------------
001590*- VERIFICATION WORK. WK-REC HOLDS THE CURRENT RECORD,
001600*- WK-ST-LEN BYTES OF IT SIGNIFICANT.
001610*--------------------------------------------------------------
001620 01  WK-ST                  SYNC.
001630   03 WK-M                  PIC 9(02).
001640   03 WK-ST-LEN             PIC 9(03).
001650   03 WK-ST-CNT             PIC 9(07).
001660   03 WK-ST-HASH            PIC 9(09).
001670   03 WK-REC                PIC X(400).
001680   03 WK-I                  PIC 9(03).
001690   03 WK-HDR-OK             PIC 9(01) VALUE ZERO.
001700   03 WK-TRL-OK             PIC 9(01) VALUE ZERO.
001710   03 WK-MAN-CNT            PIC 9(07) VALUE ZERO.
001720   03 WK-MAN-HASH           PIC 9(09) VALUE ZERO.
001730 01  WK-CNT                 SYNC.
001740   03 WK-SELECTED           PIC 9(02) VALUE ZERO.
001750   03 WK-RESTORED           PIC 9(02) VALUE ZERO.
001760   03 WK-RECS               PIC 9(09) VALUE ZERO.
001770   03 WK-FAIL               PIC 9(01) VALUE ZERO.
001780   03 WK-BAD                PIC 9(01) VALUE ZERO.
001790 PROCEDURE DIVISION.
001800 A00-MAIN SECTION.
001810*--------------------------------------------------------------
001820*- READ AND CHECK THE MANIFEST, VERIFY THE BACKUP FILES, AND
001830*- ONLY THEN PUT THE CHOSEN STORES BACK.
001840*--------------------------------------------------------------
001850 A00-010.
001860   ACCEPT WK-DATE     FROM DATE YYYYMMDD.
001870   ACCEPT WK-TIME     FROM TIME.
001880   MOVE SPACE         TO WK-BKP-ID.
001890   ACCEPT WK-BKP-ID   FROM ENVIRONMENT 'BACKUP_ID'.
001900   MOVE SPACE         TO WK-PREFIX.
001910   ACCEPT WK-PREFIX   FROM ENVIRONMENT 'BACKUP_PREFIX'.
001920   IF WK-PREFIX = SPACE
001930     MOVE '../data/pcheckbkp.' TO WK-PREFIX
001940   END-IF.
001950   MOVE SPACE         TO WK-ONLY.
001960   ACCEPT WK-ONLY     FROM ENVIRONMENT 'RESTORE_FILE'.
001970   IF WK-ONLY = 'ALL'
001980     MOVE SPACE         TO WK-ONLY
001990   END-IF.
002000   MOVE SPACE         TO WK-MODE.
002010   ACCEPT WK-MODE     FROM ENVIRONMENT 'RESTORE_MODE'.
002020   IF WK-MODE = SPACE
002030     MOVE 'RESTORE'     TO WK-MODE
002040   END-IF.
002050   MOVE SPACE         TO WK-RLGNAME.
002060   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
002070   IF WK-RLGNAME = SPACE
002080     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
002090   END-IF.
002100   IF WK-BKP-ID = SPACE
002110     THEN
002120       DISPLAY 'STRESTOR:BACKUP_ID IS REQUIRED.'
002130       MOVE 12            TO RETURN-CODE
002140       GOBACK
002150   END-IF.
002160   IF WK-MODE NOT = 'RESTORE' AND WK-MODE NOT = 'VERIFY'
002170     THEN
002180       DISPLAY 'STRESTOR:RESTORE_MODE MUST BE VERIFY OR '
002190               'RESTORE: ' WK-MODE
002200       MOVE 12            TO RETURN-CODE
002210       GOBACK
002220   END-IF.
002230   PERFORM B10-READ-MANIFEST.
002240   IF RETURN-CODE NOT = ZERO
002250     THEN
002260       GOBACK
002270   END-IF.
002280   PERFORM B20-SELECT.
002290   IF RETURN-CODE NOT = ZERO
002300     THEN
002310       GOBACK
002320   END-IF.
002330   IF WK-FAIL = ZERO
002340     THEN
002350       PERFORM B30-VERIFY-FILES
002360   END-IF.
002370   IF WK-FAIL = 1
002380     THEN
002390       DISPLAY 'STRESTOR:BACKUP ' FUNCTION TRIM(WK-BKP-ID)
002400               ' FAILED VERIFICATION - NOTHING RESTORED.'
002410       MOVE 16            TO RETURN-CODE
002420       PERFORM D10-WRITE-RUNLOG
002430       GOBACK
002440   END-IF.
002450   IF WK-MODE = 'RESTORE'
002460     THEN
002470       PERFORM C10-RESTORE
002480   END-IF.
002490   IF WK-BAD = 1
002500     THEN
002510       MOVE 16            TO RETURN-CODE
002520     ELSE
002530       MOVE ZERO          TO RETURN-CODE
002540   END-IF.
002550   PERFORM D10-WRITE-RUNLOG.
002560   DISPLAY '===================================='.
002570   DISPLAY 'STRESTOR RESULT: ID=' WK-BKP-ID
002580           ' MODE=' WK-MODE.
002590   PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > WK-MF-CNT
002600     DISPLAY '  ' WK-MF-TAG(WK-M)
002610             ' ' WK-MF-RESULT(WK-M)
002620             ' BACKED UP=' WK-MF-RECS(WK-M)
002630             ' RESTORED=' WK-MF-DONE(WK-M)
002640   END-PERFORM.
002650   DISPLAY '  STORES RESTORED=' WK-RESTORED
002660           ' RECORDS=' WK-RECS.
002670   IF WK-BAD = 1
002680     THEN
002690       DISPLAY '  A STORE COULD NOT BE REWRITTEN - RESTORE '
002700               'IT AGAIN BEFORE THE NEXT RUN.'
002710   END-IF.
002720   DISPLAY '===================================='.
002730   GOBACK.
002740 A00-MAIN-EXIT.
002750   EXIT.
002760*--------------------------------------------------------------
002770*- LOAD THE MANIFEST AND CHECK ITS HDR AND TRL. A MANIFEST
002780*- THAT IS NOT THERE IS A BAD BACKUP ID (RC 12); ONE THAT DOES
002790*- NOT ADD UP SETS WK-FAIL.
002800*--------------------------------------------------------------
002810 B10-READ-MANIFEST SECTION.
002820 B10-010.
002830   MOVE SPACE         TO WK-MANNAME.
002840   STRING FUNCTION TRIM(WK-PREFIX) FUNCTION TRIM(WK-BKP-ID)
002850          '.manifest'     DELIMITED BY SIZE INTO WK-MANNAME.
002860   OPEN INPUT F60MAN.
002870   IF WK-MAN-FST = '35'
002880     THEN
002890       DISPLAY 'STRESTOR:NO SUCH BACKUP: '
002900               FUNCTION TRIM(WK-MANNAME)
002910       MOVE 12            TO RETURN-CODE
002920       GO TO B10-READ-MANIFEST-EXIT
002930   END-IF.
002940   IF WK-MAN-FST NOT = '00'
002950     THEN
002960       DISPLAY 'STRESTOR:MANIFEST OPEN ERROR STATUS='
002970               WK-MAN-FST
002980       MOVE 16            TO RETURN-CODE
002990       GO TO B10-READ-MANIFEST-EXIT
003000   END-IF.
003010   PERFORM UNTIL WK-MAN-FST NOT = '00'
003020     READ F60MAN
003030       AT END
003040         CONTINUE
003050       NOT AT END
003060         PERFORM B11-ONE-MANIFEST-RECORD
003070     END-READ
003080   END-PERFORM.
003090   CLOSE F60MAN.
003100   IF WK-HDR-OK = ZERO
003110     THEN
003120       DISPLAY 'STRESTOR:MANIFEST HDR MISSING OR FOR ANOTHER '
003130               'BACKUP ID.'
003140       MOVE 1             TO WK-FAIL
003150   END-IF.
003160   IF WK-TRL-OK = ZERO
003170     THEN
003180       DISPLAY 'STRESTOR:MANIFEST TRL MISSING OR OUT OF '
003190               'BALANCE.'
003200       MOVE 1             TO WK-FAIL
003210   END-IF.
003220 B10-READ-MANIFEST-EXIT.
003230   EXIT.
003240*--------------------------------------------------------------
003250*- ONE MANIFEST RECORD. ANYTHING AFTER THE TRL, OR A 'FILE'
003260*- RECORD BEFORE THE HDR, SPOILS THE MANIFEST.
003270*--------------------------------------------------------------
003280 B11-ONE-MANIFEST-RECORD SECTION.
003290 B11-010.
003300   IF WK-TRL-OK = 1
003310     THEN
003320       DISPLAY 'STRESTOR:MANIFEST RECORD AFTER THE TRL.'
003330       MOVE ZERO          TO WK-TRL-OK
003340       MOVE 1             TO WK-FAIL
003350       GO TO B11-ONE-MANIFEST-RECORD-EXIT
003360   END-IF.
003370   EVALUATE TRUE
003380   WHEN F60RECORD(1:13) = 'HDR STBACKUP '
003390     IF F60RECORD(43:20) = WK-BKP-ID AND WK-MF-CNT = ZERO
003400       THEN
003410         MOVE 1             TO WK-HDR-OK
003420     END-IF
003430   WHEN F60-TYPE = 'FILE'
003440     IF WK-HDR-OK = ZERO OR WK-MF-CNT NOT < 10
003450       THEN
003460         MOVE 1             TO WK-FAIL
003470         GO TO B11-ONE-MANIFEST-RECORD-EXIT
003480     END-IF
003490     ADD 1              TO WK-MF-CNT
003500     MOVE F60-TAG       TO WK-MF-TAG(WK-MF-CNT)
003510     MOVE F60-CNT       TO WK-MF-RECS(WK-MF-CNT)
003520     MOVE F60-HASH      TO WK-MF-HASH(WK-MF-CNT)
003530     MOVE F60-STATE     TO WK-MF-STATE(WK-MF-CNT)
003540     MOVE F60-LEN       TO WK-MF-LEN(WK-MF-CNT)
003550     MOVE F60-FILE      TO WK-MF-FILE(WK-MF-CNT)
003560     MOVE ZERO          TO WK-MF-SEL(WK-MF-CNT)
003570     MOVE ZERO          TO WK-MF-DONE(WK-MF-CNT)
003580     MOVE WK-MF-STATE(WK-MF-CNT) TO WK-MF-RESULT(WK-MF-CNT)
003590     MOVE F60RECORD     TO WK-REC
003600     MOVE 151           TO WK-ST-LEN
003610     MOVE WK-MAN-HASH   TO WK-ST-HASH
003620     PERFORM Z10-HASH-RECORD
003630     MOVE WK-ST-HASH    TO WK-MAN-HASH
003640     ADD 1              TO WK-MAN-CNT
003650   WHEN F60-CTYPE = 'TRL '
003660     IF F60-CCNT NUMERIC AND F60-CHASH NUMERIC
003670       THEN
003680         IF F60-CCNT = WK-MAN-CNT AND F60-CHASH = WK-MAN-HASH
003690           THEN
003700             MOVE 1             TO WK-TRL-OK
003710         END-IF
003720     END-IF
003730     IF WK-TRL-OK = ZERO
003740       THEN
003750         MOVE 1             TO WK-FAIL
003760     END-IF
003770   WHEN OTHER
003780     DISPLAY 'STRESTOR:UNKNOWN MANIFEST RECORD: '
003790             F60RECORD(1:40)
003800     MOVE 1             TO WK-FAIL
003810   END-EVALUATE.
003820 B11-ONE-MANIFEST-RECORD-EXIT.
003830   EXIT.
003840*--------------------------------------------------------------
003850*- CHOOSE THE STORES TO PUT BACK. A CHOSEN STORE THE BACKUP
003860*- DOES NOT HOLD IS A BAD PARM; A STORE THAT COULD NOT BE
003870*- OPENED AT BACKUP TIME FAILS A FULL RESTORE.
003880*--------------------------------------------------------------
003890 B20-SELECT SECTION.
003900 B20-010.
003910   PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > WK-MF-CNT
003920     IF WK-ONLY = SPACE OR WK-ONLY = WK-MF-TAG(WK-M)
003930       THEN
003940         EVALUATE WK-MF-STATE(WK-M)
003950         WHEN 'COPIED'
003960           MOVE 1             TO WK-MF-SEL(WK-M)
003970           ADD 1              TO WK-SELECTED
003980         WHEN 'OPEN ERROR'
003990           DISPLAY 'STRESTOR:' WK-MF-TAG(WK-M)
004000                   ' WAS NOT COPIED (OPEN ERROR AT BACKUP).'
004010           MOVE 1             TO WK-FAIL
004020         WHEN OTHER
004030           MOVE 'LEFT AS IT IS' TO WK-MF-RESULT(WK-M)
004040         END-EVALUATE
004050       ELSE
004060         MOVE 'NOT CHOSEN'  TO WK-MF-RESULT(WK-M)
004070     END-IF
004080   END-PERFORM.
004090   IF WK-ONLY NOT = SPACE AND WK-SELECTED = ZERO
004100     AND WK-FAIL = ZERO
004110     THEN
004120       DISPLAY 'STRESTOR:BACKUP HOLDS NO COPY OF ' WK-ONLY
004130       MOVE 12            TO RETURN-CODE
004140   END-IF.
004150 B20-SELECT-EXIT.
004160   EXIT.
004170*--------------------------------------------------------------
004180*- RE-COUNT AND RE-HASH EVERY CHOSEN BACKUP FILE.
004190*--------------------------------------------------------------
004200 B30-VERIFY-FILES SECTION.
004210 B30-010.
004220   PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > WK-MF-CNT
004230     IF WK-MF-SEL(WK-M) = 1
004240       THEN
004250         PERFORM B31-VERIFY-ONE
004260     END-IF
004270   END-PERFORM.
004280 B30-VERIFY-FILES-EXIT.
004290   EXIT.
004300 B31-VERIFY-ONE SECTION.
004310 B31-010.
004320   PERFORM Z20-BACKUP-NAME.
004330   MOVE WK-MF-LEN(WK-M) TO WK-ST-LEN.
004340   MOVE ZERO          TO WK-ST-CNT.
004350   MOVE ZERO          TO WK-ST-HASH.
004360   OPEN INPUT F59BKP.
004370   IF WK-BKP-FST NOT = '00'
004380     THEN
004390       DISPLAY 'STRESTOR:' WK-MF-TAG(WK-M)
004400               ' BACKUP FILE OPEN ERROR STATUS=' WK-BKP-FST
004410       MOVE 'MISSING'     TO WK-MF-RESULT(WK-M)
004420       MOVE 1             TO WK-FAIL
004430       GO TO B31-VERIFY-ONE-EXIT
004440   END-IF.
004450   PERFORM UNTIL WK-BKP-FST NOT = '00'
004460     READ F59BKP
004470       AT END
004480         CONTINUE
004490       NOT AT END
004500         MOVE F59RECORD     TO WK-REC
004510         ADD 1              TO WK-ST-CNT
004520         PERFORM Z10-HASH-RECORD
004530     END-READ
004540   END-PERFORM.
004550   CLOSE F59BKP.
004560   IF WK-ST-CNT = WK-MF-RECS(WK-M)
004570     AND WK-ST-HASH = WK-MF-HASH(WK-M)
004580     THEN
004590       MOVE 'VERIFIED'    TO WK-MF-RESULT(WK-M)
004600     ELSE
004610       DISPLAY 'STRESTOR:' WK-MF-TAG(WK-M)
004620               ' RECORDS=' WK-ST-CNT ' HASH=' WK-ST-HASH
004630               ' MANIFEST SAYS ' WK-MF-RECS(WK-M)
004640               '/' WK-MF-HASH(WK-M)
004650       MOVE 'DOES NOT AGREE' TO WK-MF-RESULT(WK-M)
004660       MOVE 1             TO WK-FAIL
004670   END-IF.
004680 B31-VERIFY-ONE-EXIT.
004690   EXIT.
004700*--------------------------------------------------------------
004710*- PUT EVERY CHOSEN STORE BACK.
004720*--------------------------------------------------------------
004730 C10-RESTORE SECTION.
004740 C10-010.
004750   PERFORM VARYING WK-M FROM 1 BY 1 UNTIL WK-M > WK-MF-CNT
004760     IF WK-MF-SEL(WK-M) = 1
004770       THEN
004780         PERFORM C20-RESTORE-ONE
004790     END-IF
004800   END-PERFORM.
004810 C10-RESTORE-EXIT.
004820   EXIT.
004830*--------------------------------------------------------------
004840*- ONE STORE: OPEN IT OUTPUT UNDER ITS RECORDED NAME, COPY THE
004850*- BACKUP FILE INTO IT, AND CHECK THE COUNT.
004860*--------------------------------------------------------------
004870 C20-RESTORE-ONE SECTION.
004880 C20-010.
004890   PERFORM Z20-BACKUP-NAME.
004900   MOVE ZERO          TO WK-ST-CNT.
004910   OPEN INPUT F59BKP.
004920   IF WK-BKP-FST NOT = '00'
004930     THEN
004940       DISPLAY 'STRESTOR:' WK-MF-TAG(WK-M)
004950               ' BACKUP FILE OPEN ERROR STATUS=' WK-BKP-FST
004960       MOVE 'NOT RESTORED' TO WK-MF-RESULT(WK-M)
004970       MOVE 1             TO WK-BAD
004980       GO TO C20-RESTORE-ONE-EXIT
004990   END-IF.
005000   PERFORM C30-OPEN-TARGET.
005010   IF WK-TGT-FST NOT = '00'
005020     THEN
005030       DISPLAY 'STRESTOR:' WK-MF-TAG(WK-M)
005040               ' OPEN ERROR STATUS=' WK-TGT-FST
005050       CLOSE F59BKP
005060       MOVE 'NOT RESTORED' TO WK-MF-RESULT(WK-M)
005070       MOVE 1             TO WK-BAD
005080       GO TO C20-RESTORE-ONE-EXIT
005090   END-IF.
005100   PERFORM UNTIL WK-BKP-FST NOT = '00'
005110              OR WK-TGT-FST NOT = '00'
005120     READ F59BKP
005130       AT END
005140         CONTINUE
005150       NOT AT END
005160         PERFORM C40-WRITE-TARGET
005170         IF WK-TGT-FST = '00'
005180           THEN
005190             ADD 1              TO WK-ST-CNT
005200         END-IF
005210     END-READ
005220   END-PERFORM.
005230   CLOSE F59BKP.
005240   PERFORM C50-CLOSE-TARGET.
005250   MOVE WK-ST-CNT     TO WK-MF-DONE(WK-M).
005260   IF WK-TGT-FST = '00' AND WK-ST-CNT = WK-MF-RECS(WK-M)
005270     THEN
005280       MOVE 'RESTORED'    TO WK-MF-RESULT(WK-M)
005290       ADD 1              TO WK-RESTORED
005300       ADD WK-ST-CNT      TO WK-RECS
005310     ELSE
005320       DISPLAY 'STRESTOR:' WK-MF-TAG(WK-M)
005330               ' WRITE ERROR STATUS=' WK-TGT-FST
005340               ' AFTER ' WK-ST-CNT ' RECORDS'
005350       MOVE 'INCOMPLETE'  TO WK-MF-RESULT(WK-M)
005360       MOVE 1             TO WK-BAD
005370   END-IF.
005380 C20-RESTORE-ONE-EXIT.
005390   EXIT.
005400 C30-OPEN-TARGET SECTION.
005410 C30-010.
005420   EVALUATE WK-MF-TAG(WK-M)
005430   WHEN 'STSMAST'
005440     MOVE WK-MF-FILE(WK-M) TO WK-STSNAME
005450     OPEN OUTPUT F35STS
005460     MOVE WK-STS-FST    TO WK-TGT-FST
005470   WHEN 'DUPSTORE'
005480     MOVE WK-MF-FILE(WK-M) TO WK-DUPNAME
005490     OPEN OUTPUT F29DUPS
005500     MOVE WK-DUP-FST    TO WK-TGT-FST
005510   WHEN 'SUSPENSE'
005520     MOVE WK-MF-FILE(WK-M) TO WK-SUSNAME
005530     OPEN OUTPUT F39SUSP
005540     MOVE WK-SUS-FST    TO WK-TGT-FST
005550   WHEN 'VAULT'
005560     MOVE WK-MF-FILE(WK-M) TO WK-VLTNAME
005570     OPEN OUTPUT F6VAULT
005580     MOVE WK-VLT-FST    TO WK-TGT-FST
005590   WHEN 'HANDOFF'
005600     MOVE WK-MF-FILE(WK-M) TO WK-HOFNAME
005610     OPEN OUTPUT F36HOF
005620     MOVE WK-HOF-FST    TO WK-TGT-FST
005630   WHEN 'HISTORY'
005640     MOVE WK-MF-FILE(WK-M) TO WK-HISTNAME
005650     OPEN OUTPUT F18HIST
005660     MOVE WK-HIST-FST   TO WK-TGT-FST
005670   WHEN 'RUNLOG'
005680     MOVE WK-MF-FILE(WK-M) TO WK-RLGNAME
005690     OPEN OUTPUT F16RLOG
005700     MOVE WK-RLG-FST    TO WK-TGT-FST
005710   WHEN OTHER
005720     MOVE '99'          TO WK-TGT-FST
005730   END-EVALUATE.
005740 C30-OPEN-TARGET-EXIT.
005750   EXIT.
005760 C40-WRITE-TARGET SECTION.
005770 C40-010.
005780   EVALUATE WK-MF-TAG(WK-M)
005790   WHEN 'STSMAST'
005800     MOVE F59RECORD     TO F35RECORD
005810     WRITE F35RECORD
005820       INVALID KEY
005830         CONTINUE
005840     END-WRITE
005850     MOVE WK-STS-FST    TO WK-TGT-FST
005860   WHEN 'DUPSTORE'
005870     MOVE F59RECORD     TO F29RECORD
005880     WRITE F29RECORD
005890       INVALID KEY
005900         CONTINUE
005910     END-WRITE
005920     MOVE WK-DUP-FST    TO WK-TGT-FST
005930   WHEN 'SUSPENSE'
005940     MOVE F59RECORD     TO F39RECORD
005950     WRITE F39RECORD
005960     MOVE WK-SUS-FST    TO WK-TGT-FST
005970   WHEN 'VAULT'
005980     MOVE F59RECORD     TO F6VRECORD
005990     WRITE F6VRECORD
006000     MOVE WK-VLT-FST    TO WK-TGT-FST
006010   WHEN 'HANDOFF'
006020     MOVE F59RECORD     TO F36RECORD
006030     WRITE F36RECORD
006040     MOVE WK-HOF-FST    TO WK-TGT-FST
006050   WHEN 'HISTORY'
006060     MOVE F59RECORD     TO F18RECORD
006070     WRITE F18RECORD
006080     MOVE WK-HIST-FST   TO WK-TGT-FST
006090   WHEN 'RUNLOG'
006100     MOVE F59RECORD     TO F16RECORD
006110     WRITE F16RECORD
006120     MOVE WK-RLG-FST    TO WK-TGT-FST
006130   END-EVALUATE.
006140 C40-WRITE-TARGET-EXIT.
006150   EXIT.
006160 C50-CLOSE-TARGET SECTION.
006170 C50-010.
006180   EVALUATE WK-MF-TAG(WK-M)
006190   WHEN 'STSMAST'
006200     CLOSE F35STS
006210   WHEN 'DUPSTORE'
006220     CLOSE F29DUPS
006230   WHEN 'SUSPENSE'
006240     CLOSE F39SUSP
006250   WHEN 'VAULT'
006260     CLOSE F6VAULT
006270   WHEN 'HANDOFF'
006280     CLOSE F36HOF
006290   WHEN 'HISTORY'
006300     CLOSE F18HIST
006310   WHEN 'RUNLOG'
006320     CLOSE F16RLOG
006330   END-EVALUATE.
006340 C50-CLOSE-TARGET-EXIT.
006350   EXIT.
006360*--------------------------------------------------------------
006370*- APPEND THE 'REST ' LINE TO THE RUN LOG (RUNLOG_FILE, WHICH
006380*- MAY JUST HAVE BEEN PUT BACK).
006390*--------------------------------------------------------------
006400 D10-WRITE-RUNLOG SECTION.
006410 D10-010.
006420   MOVE SPACE         TO WK-RLGNAME.
006430   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
006440   IF WK-RLGNAME = SPACE
006450     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
006460   END-IF.
006470   OPEN EXTEND F16RLOG.
006480   IF WK-RLG-FST = '35'
006490     THEN
006500       OPEN OUTPUT F16RLOG
006510   END-IF.
006520   IF WK-RLG-FST NOT = '00'
006530     THEN
006540       DISPLAY 'STRESTOR:RUN LOG OPEN ERROR STATUS='
006550               WK-RLG-FST
006560       GO TO D10-WRITE-RUNLOG-EXIT
006570   END-IF.
006580   MOVE RETURN-CODE   TO WK-RC-X.
006590   MOVE SPACE         TO F16RECORD.
006600   STRING 'REST DATE=' WK-DATE
006610          ' TIME=' WK-TIME
006620          ' ID=' WK-BKP-ID
006630          ' MODE=' WK-MODE
006640          ' CHOSEN=' WK-SELECTED
006650          ' RESTORED=' WK-RESTORED
006660          ' RECORDS=' WK-RECS
006670          ' RC=' WK-RC-X
006680                       DELIMITED BY SIZE INTO F16RECORD.
006690   WRITE F16RECORD.
006700   CLOSE F16RLOG.
006710 D10-WRITE-RUNLOG-EXIT.
006720   EXIT.
006730*--------------------------------------------------------------
006740*- FOLD WK-REC (WK-ST-LEN BYTES) INTO WK-ST-HASH (THE
006750*- ESTABLISHED POSITION-WEIGHTED BYTE HASH, MOD 10**8).
006760*--------------------------------------------------------------
006770 Z10-HASH-RECORD SECTION.
006780 Z10-010.
006790   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-ST-LEN
006800     COMPUTE WK-ST-HASH = FUNCTION MOD(WK-ST-HASH
006810       + FUNCTION ORD(WK-REC(WK-I:1)) * WK-I, 100000000)
006820   END-PERFORM.
006830 Z10-HASH-RECORD-EXIT.
006840   EXIT.
006850*--------------------------------------------------------------
006860*- THE BACKUP FILE OF MANIFEST ENTRY WK-M.
006870*--------------------------------------------------------------
006880 Z20-BACKUP-NAME SECTION.
006890 Z20-010.
006900   MOVE SPACE         TO WK-BKPNAME.
006910   STRING FUNCTION TRIM(WK-PREFIX) FUNCTION TRIM(WK-BKP-ID)
006920          '.' FUNCTION TRIM(WK-MF-TAG(WK-M))
006930                          DELIMITED BY SIZE INTO WK-BKPNAME.
006940 Z20-BACKUP-NAME-EXIT.
006950   EXIT.
