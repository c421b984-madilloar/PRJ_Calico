000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   STBACKUP.
000030*--------------------------------------------------------------
000040*- BACKUP OF THE ENGINE'S PERSISTENT STATE. SNAPSHOTS, IN ONE
000050*- RUN AND UNDER ONE BACKUP ID, EVERY STORE THE ENGINE CARRIES
000060*- FROM NIGHT TO NIGHT:
000070*-   STSMAST   STATUS MASTER         (STATUS_MASTER)
000080*-   DUPSTORE  DUPLICATE STORE       (DUPSTORE_FILE)
000090*-   SUSPENSE  SUSPENSE FILE F39SUSP (SUSPENSE_FILE)
000100*-   VAULT     RULE VERSION VAULT    (VAULT_FILE)
000110*-   HANDOFF   HANDOFF REGISTER      (HANDOFF_FILE)
000120*-   HISTORY   RESULTS HISTORY F18HIST (HISTORY_FILE)
000130*-   RUNLOG    RUN LOG F16RLOG       (RUNLOG_FILE)
000140*- EACH STORE IS UNLOADED (THE KEYED ONES IN KEY ORDER) TO ITS
000150*- OWN FLAT BACKUP FILE, <PREFIX><ID>.<TAG>, ONE LINE PER
000160*- RECORD. THE MANIFEST, <PREFIX><ID>.manifest, CARRIES A
000170*- 'HDR ' RECORD NAMING THE BACKUP ID, ONE 'FILE' RECORD PER
000180*- STORE AND A 'TRL ' RECORD (THE COUNT OF 'FILE' RECORDS AND
000190*- THE POSITION-WEIGHTED BYTE HASH OVER THEM, MOD 10**8).
000200*- 'FILE' RECORD LAYOUT:
000210*-   1-4 'FILE'   6-13 TAG   15-21 RECORDS   23-31 HASH
000220*-   33-46 STATE (COPIED / NOT CONFIGURED / NOT PRESENT /
000230*-   OPEN ERROR)  48-50 RECORD LENGTH  52-151 THE STORE'S FILE
000240*- THE HASH IS THE SAME POSITION-WEIGHTED BYTE HASH, SUMMED
000250*- OVER EVERY RECORD OF THE STORE AT ITS RECORD LENGTH. STRESTOR
000260*- CHECKS ALL OF IT BEFORE IT PUTS ANYTHING BACK.
000270*-
000280*- RUN IT BETWEEN JOB STEPS, WHEN NOTHING ELSE HAS THE STORES
000290*- OPEN, SO THE SNAPSHOT IS ONE CONSISTENT POINT IN TIME. A
000300*- BACKUP ID ALREADY USED IS REFUSED - A BACKUP IS NEVER
000310*- OVERWRITTEN. THE RUN GOES TO THE F16RLOG RUN LOG AS A
000320*- 'BKUP ' LINE, AFTER THE RUN LOG ITSELF HAS BEEN COPIED.
000330*-
000340*- ENV: BACKUP_ID     (DEFAULT YYYYMMDDHHMMSS, NOW),
000350*-      BACKUP_PREFIX (DEFAULT ../data/pcheckbkp.),
000360*-      STATUS_MASTER, DUPSTORE_FILE, SUSPENSE_FILE, VAULT_FILE,
000370*-      HANDOFF_FILE, HISTORY_FILE, RUNLOG_FILE (EACH AS THE
000380*-      OWNING PROGRAM NAMES IT; DUPSTORE AND SUSPENSE ARE
000390*-      SKIPPED WHEN NOT SET).
000400*- RETURN-CODE: 0=BACKED UP, 12=BAD PARMS (ID ALREADY USED),
000410*-              16=A STORE COULD NOT BE COPIED.
000420*--------------------------------------------------------------
000430 ENVIRONMENT    DIVISION.
000440 INPUT-OUTPUT               SECTION.
000450 FILE-CONTROL.
000460   SELECT F35STS  ASSIGN TO WK-STSNAME
000470   ORGANIZATION INDEXED
000480   ACCESS MODE DYNAMIC
000490   RECORD KEY IS F35-KEY
000500   STATUS WK-STS-FST.
000510   SELECT F29DUPS ASSIGN TO WK-DUPNAME
000520   ORGANIZATION INDEXED
000530   ACCESS MODE DYNAMIC
000540   RECORD KEY IS F29-KEY
000550   STATUS WK-DUP-FST.
000560   SELECT F39SUSP ASSIGN TO WK-SUSNAME
000570   STATUS WK-SUS-FST.
000580   SELECT F6VAULT ASSIGN TO WK-VLTNAME
000590   STATUS WK-VLT-FST.
000600   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000610   ORGANIZATION LINE SEQUENTIAL
000620   STATUS WK-HOF-FST.
000630   SELECT F18HIST ASSIGN TO WK-HISTNAME
000640   STATUS WK-HIST-FST.
000650   SELECT F16RLOG ASSIGN TO WK-RLGNAME
000660   ORGANIZATION LINE SEQUENTIAL
000670   STATUS WK-RLG-FST.
000680   SELECT F59BKP  ASSIGN TO WK-BKPNAME
000690   ORGANIZATION LINE SEQUENTIAL
000700   STATUS WK-BKP-FST.
000710   SELECT F60MAN  ASSIGN TO WK-MANNAME
000720   ORGANIZATION LINE SEQUENTIAL
000730   STATUS WK-MAN-FST.
000740 DATA DIVISION.
000750 FILE                       SECTION.
000760*- SAME LAYOUT AS STSMAST'S F35RECORD.
000770 FD  F35STS.
000780 01  F35RECORD              SYNC.
000790   03 F35-KEY               PIC X(20).
000800   03 F35-REST              PIC X(60).
000810*- SAME LAYOUT AS TEST-MAIN'S F29RECORD.
000820 FD  F29DUPS.
000830 01  F29RECORD              SYNC.
000840   03 F29-KEY               PIC X(50).
000850   03 F29-DATE              PIC X(08).
000860*- THE F6 SHAPE PLUS AN AGE COUNTER (SEE TEST-MAIN'S F39RECORD).
000870 FD  F39SUSP.
000880 01  F39RECORD              PIC X(264).
000890 FD  F6VAULT.
000900 01  F6VRECORD              PIC X(40).
000910*- SEE HANDRPT FOR THE HANDOFF REGISTER LAYOUT.
000920 FD  F36HOF.
000930 01  F36RECORD              PIC X(107).
000940*- SEE TEST-MAIN FOR THE HISTORY LAYOUT.
000950 FD  F18HIST.
000960 01  F18RECORD              PIC X(185).
000970 FD  F16RLOG.
000980 01  F16RECORD              PIC X(400).
000990 FD  F59BKP.
001000 01  F59RECORD              PIC X(400).
001010 FD  F60MAN.
001020 01  F60RECORD              PIC X(200).
001030 01  F60FILE                SYNC.
001040   03 F60-TYPE              PIC X(04).
001050   03 FILLER                PIC X(01).
001060   03 F60-TAG               PIC X(08).
001070   03 FILLER                PIC X(01).
001080   03 F60-CNT               PIC 9(07).
001090   03 FILLER                PIC X(01).
001100   03 F60-HASH              PIC 9(09).
001110   03 FILLER                PIC X(01).
001120   03 F60-STATE             PIC X(14).
001130   03 FILLER                PIC X(01).
001140   03 F60-LEN               PIC 9(03).
001150   03 FILLER                PIC X(01).
001160   03 F60-FILE              PIC X(100).
001170   03 FILLER                PIC X(49).
001180 WORKING-STORAGE SECTION.
001190 01  WK-FILES               SYNC.
001200   03 WK-STSNAME            PIC X(100).
001210   03 WK-STS-FST            PIC X(02).
001220   03 WK-DUPNAME            PIC X(100).
001230   03 WK-DUP-FST            PIC X(02).
001240   03 WK-SUSNAME            PIC X(100).
001250   03 WK-SUS-FST            PIC X(02).
001260   03 WK-VLTNAME            PIC X(100).
001270   03 WK-VLT-FST            PIC X(02).
001280   03 WK-HOFNAME            PIC X(100).
001290   03 WK-HOF-FST            PIC X(02).
001300   03 WK-HISTNAME           PIC X(100).
001310   03 WK-HIST-FST           PIC X(02).
001320   03 WK-RLGNAME            PIC X(100).
001330   03 WK-RLG-FST            PIC X(02).
001340   03 WK-BKPNAME            PIC X(100).
001350   03 WK-BKP-FST            PIC X(02).
001360   03 WK-MANNAME            PIC X(100).
001370   03 WK-MAN-FST            PIC X(02).
001380 01  WK-BKP                 SYNC.
001390   03 WK-BKP-ID             PIC X(20).
001400   03 WK-PREFIX             PIC X(60).
001410   03 WK-DATE               PIC X(08).
001420   03 WK-TIME               PIC X(08).
001430   03 WK-RC-X               PIC 9(02).
001440*--------------------------------------------------------------
001450*- ONE STORE'S FIGURES FOR ITS MANIFEST RECORD. WK-REC HOLDS
001460*- THE CURRENT RECORD, WK-ST-LEN BYTES OF IT SIGNIFICANT.
001470*--------------------------------------------------------------
001480 01  WK-ST                  SYNC.
001490   03 WK-ST-TAG             PIC X(08).
001500   03 WK-ST-FILE            PIC X(100).
001510   03 WK-ST-STATE           PIC X(14).
001520   03 WK-ST-LEN             PIC 9(03).
001530   03 WK-ST-CNT             PIC 9(07).
001540   03 WK-ST-HASH            PIC 9(09).
001550   03 WK-REC                PIC X(400).
001560   03 WK-I                  PIC 9(03).
001570 01  WK-CNT                 SYNC.
001580   03 WK-FILES-DONE         PIC 9(03) VALUE ZERO.
001590   03 WK-FILES-SKIP         PIC 9(03) VALUE ZERO.
001600   03 WK-RECS               PIC 9(09) VALUE ZERO.
001610   03 WK-MAN-CNT            PIC 9(07) VALUE ZERO.
001620   03 WK-MAN-HASH           PIC 9(09) VALUE ZERO.
001630   03 WK-BAD                PIC 9(01) VALUE ZERO.
001640 PROCEDURE DIVISION.
001650 A00-MAIN SECTION.
001660*--------------------------------------------------------------
001670*- NAME THE BACKUP, COPY EVERY STORE, CLOSE THE MANIFEST.
001680*--------------------------------------------------------------
001690 A00-010.
001700   ACCEPT WK-DATE     FROM DATE YYYYMMDD.
001710   ACCEPT WK-TIME     FROM TIME.
001720   MOVE SPACE         TO WK-BKP-ID.
001730   ACCEPT WK-BKP-ID   FROM ENVIRONMENT 'BACKUP_ID'.
001740   IF WK-BKP-ID = SPACE
001750     THEN
001760       STRING WK-DATE WK-TIME(1:6)
001770                          DELIMITED BY SIZE INTO WK-BKP-ID
001780   END-IF.
001790   MOVE SPACE         TO WK-PREFIX.
001800   ACCEPT WK-PREFIX   FROM ENVIRONMENT 'BACKUP_PREFIX'.
001810   IF WK-PREFIX = SPACE
001820     MOVE '../data/pcheckbkp.' TO WK-PREFIX
001830   END-IF.
001840   MOVE SPACE         TO WK-STSNAME.
001850   ACCEPT WK-STSNAME  FROM ENVIRONMENT 'STATUS_MASTER'.
001860   IF WK-STSNAME = SPACE
001870     MOVE '../data/pcheckstatus.ix' TO WK-STSNAME
001880   END-IF.
001890   MOVE SPACE         TO WK-DUPNAME.
001900   ACCEPT WK-DUPNAME  FROM ENVIRONMENT 'DUPSTORE_FILE'.
001910   MOVE SPACE         TO WK-SUSNAME.
001920   ACCEPT WK-SUSNAME  FROM ENVIRONMENT 'SUSPENSE_FILE'.
001930   MOVE SPACE         TO WK-VLTNAME.
001940   ACCEPT WK-VLTNAME  FROM ENVIRONMENT 'VAULT_FILE'.
001950   IF WK-VLTNAME = SPACE
001960     MOVE '../data/pcheckvault.txt' TO WK-VLTNAME
001970   END-IF.
001980   MOVE SPACE         TO WK-HOFNAME.
001990   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
002000   IF WK-HOFNAME = SPACE
002010     MOVE '../data/pcheckhandoff.txt' TO WK-HOFNAME
002020   END-IF.
002030   MOVE SPACE         TO WK-HISTNAME.
002040   ACCEPT WK-HISTNAME FROM ENVIRONMENT 'HISTORY_FILE'.
002050   IF WK-HISTNAME = SPACE
002060     MOVE '../data/pcheckhist.txt' TO WK-HISTNAME
002070   END-IF.
002080   MOVE SPACE         TO WK-RLGNAME.
002090   ACCEPT WK-RLGNAME  FROM ENVIRONMENT 'RUNLOG_FILE'.
002100   IF WK-RLGNAME = SPACE
002110     MOVE '../data/pcheckrunlog.txt' TO WK-RLGNAME
002120   END-IF.
002130   MOVE SPACE         TO WK-MANNAME.
002140   STRING FUNCTION TRIM(WK-PREFIX) FUNCTION TRIM(WK-BKP-ID)
002150          '.manifest'     DELIMITED BY SIZE INTO WK-MANNAME.
002160   OPEN INPUT F60MAN.
002170   IF WK-MAN-FST = '00'
002180     THEN
002190       CLOSE F60MAN
002200       DISPLAY 'STBACKUP:BACKUP ID ALREADY USED: ' WK-BKP-ID
002210       MOVE 12            TO RETURN-CODE
002220       GOBACK
002230   END-IF.
002240   OPEN OUTPUT F60MAN.
002250   IF WK-MAN-FST NOT = '00'
002260     THEN
002270       DISPLAY 'STBACKUP:MANIFEST OPEN ERROR STATUS='
002280               WK-MAN-FST
002290       MOVE 16            TO RETURN-CODE
002300       GOBACK
002310   END-IF.
002320   MOVE SPACE         TO F60RECORD.
002330   STRING 'HDR STBACKUP DATE=' WK-DATE
002340          ' TIME=' WK-TIME(1:6)
002350          ' ID=' WK-BKP-ID
002360                       DELIMITED BY SIZE INTO F60RECORD.
002370   WRITE F60RECORD.
002380   PERFORM C10-STATUS-MASTER.
002390   PERFORM C20-DUPSTORE.
002400   PERFORM C30-SUSPENSE.
002410   PERFORM C40-VAULT.
002420   PERFORM C50-HANDOFF.
002430   PERFORM C60-HISTORY.
002440   PERFORM C70-RUNLOG.
002450   MOVE SPACE         TO F60RECORD.
002460   MOVE 'TRL '        TO F60RECORD(1:4).
002470   MOVE WK-MAN-CNT    TO F60RECORD(5:7).
002480   MOVE WK-MAN-HASH   TO F60RECORD(12:9).
002490   WRITE F60RECORD.
002500   CLOSE F60MAN.
002510   IF WK-BAD = 1
002520     THEN
002530       MOVE 16            TO RETURN-CODE
002540     ELSE
002550       MOVE ZERO          TO RETURN-CODE
002560   END-IF.
002570   PERFORM D10-WRITE-RUNLOG.
002580   DISPLAY '===================================='.
002590   DISPLAY 'STBACKUP RESULT: ID=' WK-BKP-ID.
002600   DISPLAY '  STORES COPIED=' WK-FILES-DONE
002610           ' SKIPPED=' WK-FILES-SKIP
002620           ' RECORDS=' WK-RECS.
002630   DISPLAY '  MANIFEST=' FUNCTION TRIM(WK-MANNAME).
002640   IF WK-BAD = 1
002650     THEN
002660       DISPLAY '  A STORE COULD NOT BE COPIED - THIS BACKUP '
002670               'WILL NOT RESTORE.'
002680   END-IF.
002690   DISPLAY '===================================='.
002700   GOBACK.
002710 A00-MAIN-EXIT.
002720   EXIT.
002730 C10-STATUS-MASTER SECTION.
002740*--------------------------------------------------------------
002750*- STSMAST'S STATUS MASTER, IN KEY ORDER.
002760*--------------------------------------------------------------
002770 C10-010.
002780   MOVE 'STSMAST'     TO WK-ST-TAG.
002790   MOVE WK-STSNAME    TO WK-ST-FILE.
002800   MOVE 80            TO WK-ST-LEN.
002810   PERFORM Z20-START-STORE.
002820   OPEN INPUT F35STS.
002830   MOVE WK-STS-FST    TO WK-BKP-FST.
002840   PERFORM Z30-CHECK-OPEN.
002850   IF WK-ST-STATE NOT = 'COPIED'
002860     THEN
002870       GO TO C10-090
002880   END-IF.
002890   MOVE LOW-VALUE     TO F35-KEY.
002900   START F35STS KEY IS NOT < F35-KEY
002910     INVALID KEY
002920       MOVE '10'          TO WK-STS-FST
002930   END-START.
002940   PERFORM UNTIL WK-STS-FST NOT = '00'
002950     READ F35STS NEXT RECORD
002960       AT END
002970         CONTINUE
002980       NOT AT END
002990         MOVE F35RECORD     TO WK-REC
003000         PERFORM Z40-PUT-RECORD
003010     END-READ
003020   END-PERFORM.
003030   CLOSE F35STS.
003040 C10-090.
003050   PERFORM Z50-END-STORE.
003060 C10-STATUS-MASTER-EXIT.
003070   EXIT.
003080 C20-DUPSTORE SECTION.
003090*--------------------------------------------------------------
003100*- THE PERSISTENT DUPLICATE STORE, IN KEY ORDER.
003110*--------------------------------------------------------------
003120 C20-010.
003130   MOVE 'DUPSTORE'    TO WK-ST-TAG.
003140   MOVE WK-DUPNAME    TO WK-ST-FILE.
003150   MOVE 58            TO WK-ST-LEN.
003160   PERFORM Z20-START-STORE.
003170   IF WK-DUPNAME = SPACE
003180     THEN
003190       MOVE 'NOT CONFIGURED' TO WK-ST-STATE
003200       GO TO C20-090
003210   END-IF.
003220   OPEN INPUT F29DUPS.
003230   MOVE WK-DUP-FST    TO WK-BKP-FST.
003240   PERFORM Z30-CHECK-OPEN.
003250   IF WK-ST-STATE NOT = 'COPIED'
003260     THEN
003270       GO TO C20-090
003280   END-IF.
003290   MOVE LOW-VALUE     TO F29-KEY.
003300   START F29DUPS KEY IS NOT < F29-KEY
003310     INVALID KEY
003320       MOVE '10'          TO WK-DUP-FST
003330   END-START.
003340   PERFORM UNTIL WK-DUP-FST NOT = '00'
003350     READ F29DUPS NEXT RECORD
003360       AT END
003370         CONTINUE
003380       NOT AT END
003390         MOVE F29RECORD     TO WK-REC
003400         PERFORM Z40-PUT-RECORD
003410     END-READ
003420   END-PERFORM.
003430   CLOSE F29DUPS.
003440 C20-090.
003450   PERFORM Z50-END-STORE.
003460 C20-DUPSTORE-EXIT.
003470   EXIT.
003480 C30-SUSPENSE SECTION.
003490*--------------------------------------------------------------
003500*- THE SUSPENSE FILE (RESIDENT TRANSACTION RUNS ONLY).
003510*--------------------------------------------------------------
003520 C30-010.
003530   MOVE 'SUSPENSE'    TO WK-ST-TAG.
003540   MOVE WK-SUSNAME    TO WK-ST-FILE.
003550   MOVE 264           TO WK-ST-LEN.
003560   PERFORM Z20-START-STORE.
003570   IF WK-SUSNAME = SPACE
003580     THEN
003590       MOVE 'NOT CONFIGURED' TO WK-ST-STATE
003600       GO TO C30-090
003610   END-IF.
003620   OPEN INPUT F39SUSP.
003630   MOVE WK-SUS-FST    TO WK-BKP-FST.
003640   PERFORM Z30-CHECK-OPEN.
003650   IF WK-ST-STATE NOT = 'COPIED'
003660     THEN
003670       GO TO C30-090
003680   END-IF.
003690   PERFORM UNTIL WK-SUS-FST NOT = '00'
003700     READ F39SUSP
003710       AT END
003720         CONTINUE
003730       NOT AT END
003740         MOVE F39RECORD     TO WK-REC
003750         PERFORM Z40-PUT-RECORD
003760     END-READ
003770   END-PERFORM.
003780   CLOSE F39SUSP.
003790 C30-090.
003800   PERFORM Z50-END-STORE.
003810 C30-SUSPENSE-EXIT.
003820   EXIT.
003830 C40-VAULT SECTION.
003840*--------------------------------------------------------------
003850*- THE RULE VERSION VAULT.
003860*--------------------------------------------------------------
003870 C40-010.
003880   MOVE 'VAULT'       TO WK-ST-TAG.
003890   MOVE WK-VLTNAME    TO WK-ST-FILE.
003900   MOVE 40            TO WK-ST-LEN.
003910   PERFORM Z20-START-STORE.
003920   OPEN INPUT F6VAULT.
003930   MOVE WK-VLT-FST    TO WK-BKP-FST.
003940   PERFORM Z30-CHECK-OPEN.
003950   IF WK-ST-STATE NOT = 'COPIED'
003960     THEN
003970       GO TO C40-090
003980   END-IF.
003990   PERFORM UNTIL WK-VLT-FST NOT = '00'
004000     READ F6VAULT
004010       AT END
004020         CONTINUE
004030       NOT AT END
004040         MOVE F6VRECORD     TO WK-REC
004050         PERFORM Z40-PUT-RECORD
004060     END-READ
004070   END-PERFORM.
004080   CLOSE F6VAULT.
004090 C40-090.
004100   PERFORM Z50-END-STORE.
004110 C40-VAULT-EXIT.
004120   EXIT.
004130 C50-HANDOFF SECTION.
004140*--------------------------------------------------------------
004150*- THE HANDOFF REGISTER.
004160*--------------------------------------------------------------
004170 C50-010.
004180   MOVE 'HANDOFF'     TO WK-ST-TAG.
004190   MOVE WK-HOFNAME    TO WK-ST-FILE.
004200   MOVE 107           TO WK-ST-LEN.
004210   PERFORM Z20-START-STORE.
004220   OPEN INPUT F36HOF.
004230   MOVE WK-HOF-FST    TO WK-BKP-FST.
004240   PERFORM Z30-CHECK-OPEN.
004250   IF WK-ST-STATE NOT = 'COPIED'
004260     THEN
004270       GO TO C50-090
004280   END-IF.
004290   PERFORM UNTIL WK-HOF-FST NOT = '00'
004300     READ F36HOF
004310       AT END
004320         CONTINUE
004330       NOT AT END
004340         MOVE F36RECORD     TO WK-REC
004350         PERFORM Z40-PUT-RECORD
004360     END-READ
004370   END-PERFORM.
004380   CLOSE F36HOF.
004390 C50-090.
004400   PERFORM Z50-END-STORE.
004410 C50-HANDOFF-EXIT.
004420   EXIT.
004430 C60-HISTORY SECTION.
004440*--------------------------------------------------------------
004450*- THE FLAT RESULTS HISTORY, CONTROL-RECORD IMAGES AND ALL.
004460*--------------------------------------------------------------
004470 C60-010.
004480   MOVE 'HISTORY'     TO WK-ST-TAG.
004490   MOVE WK-HISTNAME   TO WK-ST-FILE.
004500   MOVE 185           TO WK-ST-LEN.
004510   PERFORM Z20-START-STORE.
004520   OPEN INPUT F18HIST.
004530   MOVE WK-HIST-FST   TO WK-BKP-FST.
004540   PERFORM Z30-CHECK-OPEN.
004550   IF WK-ST-STATE NOT = 'COPIED'
004560     THEN
004570       GO TO C60-090
004580   END-IF.
004590   PERFORM UNTIL WK-HIST-FST NOT = '00'
004600     READ F18HIST
004610       AT END
004620         CONTINUE
004630       NOT AT END
004640         MOVE F18RECORD     TO WK-REC
004650         PERFORM Z40-PUT-RECORD
004660     END-READ
004670   END-PERFORM.
004680   CLOSE F18HIST.
004690 C60-090.
004700   PERFORM Z50-END-STORE.
004710 C60-HISTORY-EXIT.
004720   EXIT.
004730 C70-RUNLOG SECTION.
004740*--------------------------------------------------------------
004750*- THE RUN LOG (AS IT STOOD BEFORE THIS RUN'S OWN LINE).
004760*--------------------------------------------------------------
004770 C70-010.
004780   MOVE 'RUNLOG'      TO WK-ST-TAG.
004790   MOVE WK-RLGNAME    TO WK-ST-FILE.
004800   MOVE 400           TO WK-ST-LEN.
004810   PERFORM Z20-START-STORE.
004820   OPEN INPUT F16RLOG.
004830   MOVE WK-RLG-FST    TO WK-BKP-FST.
004840   PERFORM Z30-CHECK-OPEN.
004850   IF WK-ST-STATE NOT = 'COPIED'
004860     THEN
004870       GO TO C70-090
004880   END-IF.
004890   PERFORM UNTIL WK-RLG-FST NOT = '00'
004900     READ F16RLOG
004910       AT END
004920         CONTINUE
004930       NOT AT END
004940         MOVE F16RECORD     TO WK-REC
004950         PERFORM Z40-PUT-RECORD
004960     END-READ
004970   END-PERFORM.
004980   CLOSE F16RLOG.
004990 C70-090.
005000   PERFORM Z50-END-STORE.
005010 C70-RUNLOG-EXIT.
005020   EXIT.
005030*--------------------------------------------------------------
005040*- APPEND THE 'BKUP ' LINE TO THE RUN LOG.
005050*--------------------------------------------------------------
005060 D10-WRITE-RUNLOG SECTION.
005070 D10-010.
005080   OPEN EXTEND F16RLOG.
005090   IF WK-RLG-FST = '35'
005100     THEN
005110       OPEN OUTPUT F16RLOG
005120   END-IF.
005130   IF WK-RLG-FST NOT = '00'
005140     THEN
005150       DISPLAY 'STBACKUP:RUN LOG OPEN ERROR STATUS='
005160               WK-RLG-FST
005170       GO TO D10-WRITE-RUNLOG-EXIT
005180   END-IF.
005190   MOVE RETURN-CODE   TO WK-RC-X.
005200   MOVE SPACE         TO F16RECORD.
005210   STRING 'BKUP DATE=' WK-DATE
005220          ' TIME=' WK-TIME
005230          ' ID=' WK-BKP-ID
005240          ' COPIED=' WK-FILES-DONE
005250          ' SKIPPED=' WK-FILES-SKIP
005260          ' RECORDS=' WK-RECS
005270          ' RC=' WK-RC-X
005280                       DELIMITED BY SIZE INTO F16RECORD.
005290   WRITE F16RECORD.
005300   CLOSE F16RLOG.
005310 D10-WRITE-RUNLOG-EXIT.
005320   EXIT.
005330*--------------------------------------------------------------
005340*- FOLD WK-REC (WK-ST-LEN BYTES) INTO WK-ST-HASH (THE
005350*- ESTABLISHED POSITION-WEIGHTED BYTE HASH, MOD 10**8).
005360*--------------------------------------------------------------
005370 Z10-HASH-RECORD SECTION.
005380 Z10-010.
005390   PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-ST-LEN
005400     COMPUTE WK-ST-HASH = FUNCTION MOD(WK-ST-HASH
005410       + FUNCTION ORD(WK-REC(WK-I:1)) * WK-I, 100000000)
005420   END-PERFORM.
005430 Z10-HASH-RECORD-EXIT.
005440   EXIT.
005450*--------------------------------------------------------------
005460*- RESET THE STORE'S FIGURES AND NAME ITS BACKUP FILE.
005470*--------------------------------------------------------------
005480 Z20-START-STORE SECTION.
005490 Z20-010.
005500   MOVE 'COPIED'      TO WK-ST-STATE.
005510   MOVE ZERO          TO WK-ST-CNT.
005520   MOVE ZERO          TO WK-ST-HASH.
005530   MOVE SPACE         TO WK-BKPNAME.
005540   STRING FUNCTION TRIM(WK-PREFIX) FUNCTION TRIM(WK-BKP-ID)
005550          '.' FUNCTION TRIM(WK-ST-TAG)
005560                          DELIMITED BY SIZE INTO WK-BKPNAME.
005570 Z20-START-STORE-EXIT.
005580   EXIT.
005590*--------------------------------------------------------------
005600*- THE STORE'S OPEN STATUS (IN WK-BKP-FST): '35' = NOT
005610*- PRESENT, ANY OTHER FAILURE = OPEN ERROR; OTHERWISE OPEN
005620*- THE BACKUP FILE.
005630*--------------------------------------------------------------
005640 Z30-CHECK-OPEN SECTION.
005650 Z30-010.
005660   IF WK-BKP-FST = '35'
005670     THEN
005680       MOVE 'NOT PRESENT' TO WK-ST-STATE
005690       GO TO Z30-CHECK-OPEN-EXIT
005700   END-IF.
005710   IF WK-BKP-FST NOT = '00'
005720     THEN
005730       DISPLAY 'STBACKUP:' WK-ST-TAG ' OPEN ERROR STATUS='
005740               WK-BKP-FST
005750       MOVE 'OPEN ERROR'  TO WK-ST-STATE
005760       MOVE 1             TO WK-BAD
005770       GO TO Z30-CHECK-OPEN-EXIT
005780   END-IF.
005790   OPEN OUTPUT F59BKP.
005800   IF WK-BKP-FST NOT = '00'
005810     THEN
005820       DISPLAY 'STBACKUP:BACKUP FILE OPEN ERROR STATUS='
005830               WK-BKP-FST ' ' WK-ST-TAG
005840       MOVE 'OPEN ERROR'  TO WK-ST-STATE
005850       MOVE 1             TO WK-BAD
005860       PERFORM Z35-CLOSE-STORE
005870   END-IF.
005880 Z30-CHECK-OPEN-EXIT.
005890   EXIT.
005900*--------------------------------------------------------------
005910*- CLOSE THE STORE WHOSE BACKUP FILE WOULD NOT OPEN.
005920*--------------------------------------------------------------
005930 Z35-CLOSE-STORE SECTION.
005940 Z35-010.
005950   EVALUATE WK-ST-TAG
005960   WHEN 'STSMAST'
005970     CLOSE F35STS
005980   WHEN 'DUPSTORE'
005990     CLOSE F29DUPS
006000   WHEN 'SUSPENSE'
006010     CLOSE F39SUSP
006020   WHEN 'VAULT'
006030     CLOSE F6VAULT
006040   WHEN 'HANDOFF'
006050     CLOSE F36HOF
006060   WHEN 'HISTORY'
006070     CLOSE F18HIST
006080   WHEN 'RUNLOG'
006090     CLOSE F16RLOG
006100   END-EVALUATE.
006110 Z35-CLOSE-STORE-EXIT.
006120   EXIT.
006130*--------------------------------------------------------------
006140*- ONE RECORD (IN WK-REC) TO THE BACKUP FILE.
006150*--------------------------------------------------------------
006160 Z40-PUT-RECORD SECTION.
006170 Z40-010.
006180   MOVE WK-REC(1:WK-ST-LEN) TO F59RECORD.
006190   WRITE F59RECORD.
006200   ADD 1              TO WK-ST-CNT.
006210   PERFORM Z10-HASH-RECORD.
006220 Z40-PUT-RECORD-EXIT.
006230   EXIT.
006240*--------------------------------------------------------------
006250*- CLOSE THE BACKUP FILE AND RECORD THE STORE IN THE MANIFEST.
006260*--------------------------------------------------------------
006270 Z50-END-STORE SECTION.
006280 Z50-010.
006290   IF WK-ST-STATE = 'COPIED'
006300     THEN
006310       CLOSE F59BKP
006320       ADD 1              TO WK-FILES-DONE
006330       ADD WK-ST-CNT      TO WK-RECS
006340     ELSE
006350       ADD 1              TO WK-FILES-SKIP
006360   END-IF.
006370   MOVE SPACE         TO F60RECORD.
006380   MOVE 'FILE'        TO F60-TYPE.
006390   MOVE WK-ST-TAG     TO F60-TAG.
006400   MOVE WK-ST-CNT     TO F60-CNT.
006410   MOVE WK-ST-HASH    TO F60-HASH.
006420   MOVE WK-ST-STATE   TO F60-STATE.
006430   MOVE WK-ST-LEN     TO F60-LEN.
006440   MOVE WK-ST-FILE    TO F60-FILE.
006450   MOVE F60RECORD     TO WK-REC.
006460   MOVE 151           TO WK-ST-LEN.
006470   MOVE WK-MAN-HASH   TO WK-ST-HASH.
006480   PERFORM Z10-HASH-RECORD.
006490   MOVE WK-ST-HASH    TO WK-MAN-HASH.
006500   ADD 1              TO WK-MAN-CNT.
006510   WRITE F60RECORD.
006520   DISPLAY 'STBACKUP:' WK-ST-TAG ' ' WK-ST-STATE
006530           ' RECORDS=' WK-ST-CNT.
006540 Z50-END-STORE-EXIT.
006550   EXIT.
