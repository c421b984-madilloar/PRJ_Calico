000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   STCONVRT.
000030*--------------------------------------------------------------
000040*- ONE-SHOT CONVERSION OF THE KEYED CURRENT-STATUS MASTER FROM
000050*- ITS ORIGINAL 59-BYTE RECORD TO THE 80-BYTE LAYOUT THAT CARRIES
000060*- THE MANUAL REVIEW OUTCOME (F35-AUTO-STATUS, F35-REVIEW,
000070*- F35-REVUSER, F35-REVDATE - SEE STSMAST). A MASTER STILL IN THE
000080*- OLD LAYOUT CANNOT BE OPENED BY STSMAST, REVAPPLY, STAUDIT,
000090*- ERASWEEP, STBACKUP OR TEST-MAIN (FILE STATUS 39), SO THIS RUNS
000100*- ONCE, BEFORE THE FIRST STSMAST OF THE NEW RELEASE:
000110*-   1. RENAME THE EXISTING MASTER (E.G. pcheckstatus.ix TO
000120*-      pcheckstatus.old).
000130*-   2. RUN STCONVRT WITH STATUS_MASTER_OLD NAMING THE RENAMED
000140*-      FILE AND STATUS_MASTER THE MASTER'S USUAL NAME.
000150*-   3. KEEP THE OLD FILE UNTIL THE FIRST NIGHT HAS RUN CLEAN.
000160*- EVERY RECORD IS COPIED IN KEY ORDER AS IT STANDS, THE FOUR NEW
000170*- FIELDS SET TO SPACE (NOT REVIEWED). THE OLD MASTER IS ONLY
000180*- READ. THE NEW ONE IS CREATED EMPTY FIRST, SO A RERUN AFTER A
000190*- FAILURE STARTS AGAIN FROM THE OLD FILE.
000200*-
000210*- ENV: STATUS_MASTER_OLD (REQUIRED),
000220*-      STATUS_MASTER (DEFAULT ../data/pcheckstatus.ix).
000230*- RETURN-CODE: 0=CONVERTED, 12=BAD PARMS, 16=FATAL I/O.
000240*--------------------------------------------------------------
000250 ENVIRONMENT    DIVISION.
000260 INPUT-OUTPUT               SECTION.
000270 FILE-CONTROL.
000280   SELECT F34OLD  ASSIGN TO WK-OLDNAME
000290   ORGANIZATION INDEXED
000300   ACCESS MODE SEQUENTIAL
000310   RECORD KEY IS F34-KEY
000320   STATUS WK-OLD-FST.
000330   SELECT F35STS  ASSIGN TO WK-STSNAME
000340   ORGANIZATION INDEXED
000350   ACCESS MODE SEQUENTIAL
000360   RECORD KEY IS F35-KEY
000370   STATUS WK-STS-FST.
000380 DATA DIVISION.
000390 FILE                       SECTION.
000400*- THE STATUS MASTER RECORD BEFORE THE REVIEW FIELDS.
000410 FD  F34OLD.
000420 01  F34RECORD              SYNC.
000430   03 F34-KEY               PIC X(20).
000440   03 F34-DISP              PIC X(10).
000450   03 F34-STATUS            PIC X(04).
000460   03 F34-RUNID             PIC X(16).
000470   03 F34-DATE              PIC X(08).
000480   03 F34-REPAIRED          PIC X(01).
000490*- SAME LAYOUT AS STSMAST'S F35RECORD.
000500 FD  F35STS.
000510 01  F35RECORD              SYNC.
000520   03 F35-KEY               PIC X(20).
000530   03 F35-DISP              PIC X(10).
000540   03 F35-STATUS            PIC X(04).
000550   03 F35-RUNID             PIC X(16).
000560   03 F35-DATE              PIC X(08).
000570   03 F35-REPAIRED          PIC X(01).
000580   03 F35-AUTO-STATUS       PIC X(04).
000590   03 F35-REVIEW            PIC X(01).
000600   03 F35-REVUSER           PIC X(08).
000610   03 F35-REVDATE           PIC X(08).
000620 WORKING-STORAGE SECTION.
000630 01  WK-FILES               SYNC.
000640   03 WK-OLDNAME            PIC X(100).
000650   03 WK-OLD-FST            PIC X(02).
000660   03 WK-STSNAME            PIC X(100).
000670   03 WK-STS-FST            PIC X(02).
000680 01  WK-CNT                 SYNC.
000690   03 WK-READ               PIC 9(09) VALUE ZERO.
000700   03 WK-WRITTEN            PIC 9(09) VALUE ZERO.
000710   03 WK-BAD                PIC 9(01) VALUE ZERO.
000720 PROCEDURE DIVISION.
000730 A00-MAIN SECTION.
000740*--------------------------------------------------------------
000750*- OPEN BOTH MASTERS, COPY EVERY RECORD, REPORT THE COUNTS.
000760*--------------------------------------------------------------
000770 A00-010.
000780   MOVE SPACE         TO WK-OLDNAME.
000790   ACCEPT WK-OLDNAME  FROM ENVIRONMENT 'STATUS_MASTER_OLD'.
000800   MOVE SPACE         TO WK-STSNAME.
000810   ACCEPT WK-STSNAME  FROM ENVIRONMENT 'STATUS_MASTER'.
000820   IF WK-STSNAME = SPACE
000830     MOVE '../data/pcheckstatus.ix' TO WK-STSNAME
000840   END-IF.
000850   IF WK-OLDNAME = SPACE OR WK-OLDNAME = WK-STSNAME
000860     THEN
000870       DISPLAY 'STCONVRT:STATUS_MASTER_OLD MUST NAME THE RENAMED'
000880               ' MASTER.'
000890       MOVE 12            TO RETURN-CODE
000900       GOBACK
000910   END-IF.
000920   OPEN INPUT F34OLD.
000930   IF WK-OLD-FST NOT = '00'
000940     THEN
000950       DISPLAY 'STCONVRT:OLD MASTER OPEN ERROR STATUS=' WK-OLD-FST
000960       IF WK-OLD-FST = '39'
000970         THEN
000980           DISPLAY 'STCONVRT:OLD MASTER IS NOT IN THE 59-BYTE'
000990                   ' LAYOUT - ALREADY CONVERTED?'
001000       END-IF
001010       MOVE 16            TO RETURN-CODE
001020       GOBACK
001030   END-IF.
001040   OPEN OUTPUT F35STS.
001050   IF WK-STS-FST NOT = '00'
001060     THEN
001070       DISPLAY 'STCONVRT:STATUS MASTER OPEN ERROR STATUS='
001080               WK-STS-FST
001090       CLOSE F34OLD
001100       MOVE 16            TO RETURN-CODE
001110       GOBACK
001120   END-IF.
001130   PERFORM B10-COPY-ONE
001140     UNTIL WK-OLD-FST NOT = '00' OR WK-BAD = 1.
001150   IF WK-OLD-FST NOT = '10' AND WK-BAD = ZERO
001160     THEN
001170       DISPLAY 'STCONVRT:OLD MASTER READ ERROR STATUS='
001180               WK-OLD-FST
001190       MOVE 1             TO WK-BAD
001200   END-IF.
001210   CLOSE F34OLD.
001220   CLOSE F35STS.
001230   DISPLAY '===================================='.
001240   DISPLAY 'STCONVRT RESULT: READ=' WK-READ
001250           ' WRITTEN=' WK-WRITTEN.
001260   DISPLAY '  FROM ' WK-OLDNAME.
001270   DISPLAY '  TO   ' WK-STSNAME.
001280   DISPLAY '===================================='.
001290   IF WK-BAD = 1
001300     THEN
001310       MOVE 16            TO RETURN-CODE
001320     ELSE
001330       MOVE ZERO          TO RETURN-CODE
001340   END-IF.
001350   GOBACK.
001360 A00-MAIN-EXIT.
001370   EXIT.
001380 B10-COPY-ONE SECTION.
001390*--------------------------------------------------------------
001400*- ONE OLD RECORD TO THE NEW LAYOUT. THE OLD FILE IS READ IN KEY
001410*- ORDER, SO THE NEW ONE IS LOADED IN ASCENDING KEY SEQUENCE.
001420*--------------------------------------------------------------
001430 B10-010.
001440   READ F34OLD
001450     AT END
001460       GO TO B10-COPY-ONE-EXIT
001470   END-READ.
001480   IF WK-OLD-FST NOT = '00'
001490     THEN
001500       GO TO B10-COPY-ONE-EXIT
001510   END-IF.
001520   ADD 1              TO WK-READ.
001530   MOVE SPACE         TO F35RECORD.
001540   MOVE F34-KEY       TO F35-KEY.
001550   MOVE F34-DISP      TO F35-DISP.
001560   MOVE F34-STATUS    TO F35-STATUS.
001570   MOVE F34-RUNID     TO F35-RUNID.
001580   MOVE F34-DATE      TO F35-DATE.
001590   MOVE F34-REPAIRED  TO F35-REPAIRED.
001600   WRITE F35RECORD.
001610   IF WK-STS-FST NOT = '00'
001620     THEN
001630       DISPLAY 'STCONVRT:STATUS MASTER WRITE ERROR STATUS='
001640               WK-STS-FST ' KEY=' F35-KEY
001650       MOVE 1             TO WK-BAD
001660       GO TO B10-COPY-ONE-EXIT
001670   END-IF.
001680   ADD 1              TO WK-WRITTEN.
001690 B10-COPY-ONE-EXIT.
001700   EXIT.
