000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   ACTRECON.
000030*--------------------------------------------------------------
000040*- DISPOSITION-TO-ACTION RECONCILIATION. PROVES THAT ACTGEN'S
000050*- PAPERWORK MATCHES THE NIGHT'S DECISIONS. READS THE SAME
000060*- F3OUT AND THE SAME ACTION_CONFIG ACTGEN RAN WITH, WORKS OUT
000070*- EVERY ACTION RECORD THE DISPOSITIONS SHOULD HAVE PRODUCED
000080*- (ACTGEN'S GROUPING, EDGE MATCHING AND FIELD LAYOUT, UNCHANGED),
000090*- THEN READS EACH TYPE'S ACTION FILE AND ITS 'HDR '/'TRL '
000100*- CONTROL RECORDS AND REPORTS:
000110*-   - DISPOSITIONS WITH NO ACTION (AN EXPECTED RECORD THE FILE
000120*-     DOES NOT HOLD),
000130*-   - ACTIONS WITH NO DISPOSITION (A FILE RECORD NO DECISION
000140*-     ACCOUNTS FOR),
000150*-   - PER TYPE, COUNT OR HASH MISMATCHES BETWEEN THE TRAILER, THE
000160*-     RECORDS READ AND THE RECORDS EXPECTED (ACTGEN'S FORMULA).
000170*- DISPOSITIONS NO EDGE COVERS ARE COUNTED, NOT FLAGGED - NOT
000180*- EVERY CODE CARRIES PAPERWORK.
000190*-
000200*- THE RESULT GOES TO THE HANDOFF REGISTER: A BALANCED ACTION
000210*- FILE GETS ITS 'CONS' RECORD (PAIRING ACTGEN'S 'PROD'), AN OUT-
000220*- OF-BALANCE ONE DOES NOT (HANDRPT KEEPS IT UNCONSUMED), AND ONE
000230*- 'RECN' RECORD CARRIES THE VERDICT - FILE COLUMN 'ACTION
000240*- RECONCILIATION BALANCED' OR '... OUT OF BALANCE', COUNT COLUMN
000250*- THE EXCEPTIONS, HASH COLUMN THE DISPOSITIONS CHECKED.
000260*-
000270*- ENV: RESULT_FILE (DEFAULT ../data/pcheckout.txt),
000280*-      ACTION_CONFIG (REQUIRED, AS FOR ACTGEN),
000290*-      ACTRECON_REPORT (DEFAULT ../data/pcheckactrecon.txt),
000300*-      HANDOFF_FILE (OPTIONAL).
000310*- RETURN-CODE: 0=BALANCED, 4=BALANCED BUT THE RECORD-LEVEL MATCH
000320*-              WAS CUT SHORT (TABLE FULL), 8=OUT OF BALANCE,
000330*-              12=BAD CONFIG, 16=FATAL I/O.
000340*--------------------------------------------------------------
000350 ENVIRONMENT    DIVISION.
000360 INPUT-OUTPUT               SECTION.
000370 FILE-CONTROL.
000380   SELECT F3IN    ASSIGN TO WK-INNAME
000390   STATUS WK-IN-FST.
000400   SELECT F1CFG   ASSIGN TO WK-CFGNAME
000410   ORGANIZATION LINE SEQUENTIAL
000420   STATUS WK-CFG-FST.
000430   SELECT FACTIN  ASSIGN TO WK-AFNAME
000440   STATUS WK-AF-FST.
000450   SELECT F2REPT  ASSIGN TO WK-RPTNAME
000460   ORGANIZATION LINE SEQUENTIAL
000470   STATUS WK-RPT-FST.
000480   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000490   ORGANIZATION LINE SEQUENTIAL
000500   STATUS WK-HOF-FST.
000510 DATA DIVISION.
000520 FILE                       SECTION.
000530 FD  F3IN.
000540*- SAME SHAPE AS TEST-MAIN'S F3RECORD.
000550 01  F3RECORD               SYNC.
000560   03 F3-RUNID              PIC X(16).
000570   03 F3-RSID               PIC X(08).
000580   03 F3-STATUS             PIC X(04).
000590   03 F3-BLK                PIC X(05).
000600   03 F3-OUT                PIC X(100).
000610*- THE BUSINESS KEY COLUMN (SEE TEST-MAIN'S F3-KEY/F6-KEY).
000620   03 F3-KEY                PIC X(20).
000630 FD  F1CFG.
000640 01  F1RECORD               PIC X(132).
000650 FD  FACTIN.
000660*- ONE ACTION FILE AS ACTGEN WRITES IT.
000670 01  FACTREC                PIC X(133).
000680 FD  F2REPT.
000690 01  F2LINE                 PIC X(132).
000700 FD  F36HOF.
000710*- HANDOFF-REGISTER RECORD (SEE TEST-MAIN Z74).
000720 01  F36RECORD              SYNC.
000730   03 F36-TYPE              PIC X(04).
000740   03 FILLER                PIC X(01).
000750   03 F36-STAMP             PIC X(14).
000760   03 FILLER                PIC X(01).
000770   03 F36-PROG              PIC X(08).
000780   03 FILLER                PIC X(01).
000790   03 F36-FILE              PIC X(60).
000800   03 FILLER                PIC X(01).
000810   03 F36-CNT               PIC 9(07).
000820   03 FILLER                PIC X(01).
000830   03 F36-HASH              PIC 9(09).
000840 WORKING-STORAGE SECTION.
000850 01  WK-IN                  SYNC.
000860   03 WK-INNAME             PIC X(100).
000870   03 WK-IN-FST             PIC X(02).
000880 01  WK-CFG                 SYNC.
000890   03 WK-CFGNAME            PIC X(100).
000900   03 WK-CFG-FST            PIC X(02).
000910 01  WK-AF                  SYNC.
000920   03 WK-AFNAME             PIC X(100).
000930   03 WK-AF-FST             PIC X(02).
000940 01  WK-RPT                 SYNC.
000950   03 WK-RPTNAME            PIC X(100).
000960   03 WK-RPT-FST            PIC X(02).
000970   03 WK-LINE               PIC X(132).
000980 01  WK-HOF                 SYNC.
000990   03 WK-HOFNAME            PIC X(100).
001000   03 WK-HOF-FST            PIC X(02).
001010   03 WK-HOF-DATE           PIC X(08).
001020   03 WK-HOF-TIME           PIC X(08).
001030*--------------------------------------------------------------
001040*- ACTION TYPES (MAX 5, AS ACTGEN) WITH THEIR FILES, THE FIGURES
001050*- THE DISPOSITIONS CALL FOR, THE FIGURES READ BACK AND THE
001060*- TRAILER'S OWN.
001070*--------------------------------------------------------------
001080 01  WK-ACT                 SYNC.
001090   03 WK-ACT-CNT            PIC 9(01) VALUE ZERO.
001100   03 WK-ACT-I              PIC 9(01).
001110   03 WK-ACT-HIT            PIC 9(01).
001120   03 WK-ACT-TBL            OCCURS 5 TIMES.
001130     05 WK-ACT-TYPE         PIC X(05).
001140     05 WK-ACT-FILE         PIC X(100).
001150     05 WK-ACT-XN           PIC 9(07).
001160     05 WK-ACT-XHASH        PIC 9(09).
001170     05 WK-ACT-RN           PIC 9(07).
001180     05 WK-ACT-RHASH        PIC 9(09).
001190     05 WK-ACT-TN           PIC 9(07).
001200     05 WK-ACT-THASH        PIC 9(09).
001210     05 WK-ACT-HDR          PIC 9(01).
001220     05 WK-ACT-TRL          PIC 9(01).
001230     05 WK-ACT-LATE         PIC 9(07).
001240     05 WK-ACT-BAD          PIC 9(01).
001250*--------------------------------------------------------------
001260*- THE EDGES AND FIELD LAYOUT LINES, AS ACTGEN LOADS THEM.
001270*--------------------------------------------------------------
001280 01  WK-EDG                 SYNC.
001290   03 WK-EDG-CNT            PIC 9(02) VALUE ZERO.
001300   03 WK-EDG-I              PIC 9(02).
001310   03 WK-EDG-TBL            OCCURS 50 TIMES.
001320     05 WK-EDG-TYPE         PIC X(05).
001330     05 WK-EDG-PAT          PIC X(08).
001340     05 WK-EDG-DISP         PIC X(10).
001350     05 WK-EDG-KIND         PIC X(01).
001360 01  WK-FLD                 SYNC.
001370   03 WK-FLD-CNT            PIC 9(02) VALUE ZERO.
001380   03 WK-FLD-I              PIC 9(02).
001390   03 WK-FLD-TBL            OCCURS 50 TIMES.
001400     05 WK-FLD-TYPE         PIC X(05).
001410     05 WK-FLD-NAME         PIC X(05).
001420     05 WK-FLD-OFF          PIC 9(05).
001430     05 WK-FLD-LEN          PIC 9(05).
001440     05 WK-FLD-TGT          PIC 9(05).
001450*--------------------------------------------------------------
001460*- THE TRANSACTION GROUP IN PROGRESS (AS ACTGEN'S).
001470*--------------------------------------------------------------
001480 01  WK-GRP                 SYNC.
001490   03 WK-GRP-ON             PIC 9(01) VALUE ZERO.
001500   03 WK-GRP-RUNID          PIC X(16).
001510   03 WK-GRP-RSID           PIC X(08).
001520   03 WK-GRP-STS            PIC X(04).
001530   03 WK-GRP-OUT            PIC X(100).
001540   03 WK-GRP-KEY            PIC X(20).
001550   03 WK-GRP-DISP           PIC X(10).
001560   03 WK-GRP-KIND           PIC X(01).
001570   03 WK-GRP-FIRED          PIC 9(02).
001580   03 WK-TAG-CNT            PIC 9(02) VALUE ZERO.
001590   03 WK-TAG-I              PIC 9(02).
001600   03 WK-TAG-TBL            OCCURS 20 TIMES.
001610     05 WK-TAG-NAME         PIC X(05).
001620     05 WK-TAG-VAL          PIC X(100).
001630*--------------------------------------------------------------
001640*- EVERY ACTION RECORD THE DISPOSITIONS CALL FOR, WITH THE
001650*- DECISION IT CAME FROM; WK-EXP-MATCHED = 1 ONCE AN ACTION FILE
001660*- RECORD HAS ANSWERED FOR IT. PAST 2000 THE FIGURES STILL ADD
001670*- UP BUT THE RECORD-LEVEL MATCH IS CUT SHORT (WK-EXP-LOST).
001680*--------------------------------------------------------------
001690 01  WK-EXP                 SYNC.
001700   03 WK-EXP-CNT            PIC 9(05) VALUE ZERO.
001710   03 WK-EXP-I              PIC 9(05).
001720   03 WK-EXP-HIT            PIC 9(05).
001730   03 WK-EXP-LOST           PIC 9(07) VALUE ZERO.
001740   03 WK-EXP-TBL            OCCURS 2000 TIMES.
001750     05 WK-EXP-ACT          PIC 9(01).
001760     05 WK-EXP-MATCHED      PIC 9(01).
001770     05 WK-EXP-RUNID        PIC X(16).
001780     05 WK-EXP-RSID         PIC X(08).
001790     05 WK-EXP-KEY          PIC X(20).
001800     05 WK-EXP-DISP         PIC X(10).
001810     05 WK-EXP-REC          PIC X(133).
001820 01  WK-WRK                 SYNC.
001830   03 WK-SRC                PIC X(100).
001840   03 WK-ACT-REC            PIC X(133).
001850   03 WK-HASH               PIC 9(09).
001860   03 WK-PATLEN             PIC 9(01).
001870   03 WK-PAT-HIT            PIC 9(01).
001880   03 WK-K                  PIC 9(01).
001890   03 WK-TM-DATE            PIC X(08).
001900   03 WK-TM-TIME            PIC X(08).
001910   03 WK-DISPS              PIC 9(07) VALUE ZERO.
001920   03 WK-NOEDGE             PIC 9(07) VALUE ZERO.
001930   03 WK-EXPECTED           PIC 9(07) VALUE ZERO.
001940   03 WK-NO-ACTION          PIC 9(07) VALUE ZERO.
001950   03 WK-NO-DISP            PIC 9(07) VALUE ZERO.
001960   03 WK-TOTAL-BAD          PIC 9(07) VALUE ZERO.
001970   03 WK-FILES-BAD          PIC 9(01) VALUE ZERO.
001980 PROCEDURE DIVISION.
001990 A00-MAIN SECTION.
002000*--------------------------------------------------------------
002010*- LOAD THE MAPPING, WORK OUT THE EXPECTED ACTIONS FROM THE
002020*- RESULTS FILE, CHECK EVERY ACTION FILE AGAINST THEM, REPORT
002030*- AND REGISTER THE VERDICT.
002040*--------------------------------------------------------------
002050 A00-010.
002060   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
002070   ACCEPT WK-TM-TIME  FROM TIME.
002080   MOVE SPACE         TO WK-INNAME.
002090   ACCEPT WK-INNAME   FROM ENVIRONMENT 'RESULT_FILE'.
002100   IF WK-INNAME = SPACE
002110     MOVE '../data/pcheckout.txt' TO WK-INNAME
002120   END-IF.
002130   MOVE SPACE         TO WK-CFGNAME.
002140   ACCEPT WK-CFGNAME  FROM ENVIRONMENT 'ACTION_CONFIG'.
002150   IF WK-CFGNAME = SPACE
002160     THEN
002170       DISPLAY 'ACTRECON:ACTION_CONFIG REQUIRED.'
002180       MOVE 12            TO RETURN-CODE
002190       GOBACK
002200   END-IF.
002210   MOVE SPACE         TO WK-RPTNAME.
002220   ACCEPT WK-RPTNAME  FROM ENVIRONMENT 'ACTRECON_REPORT'.
002230   IF WK-RPTNAME = SPACE
002240     MOVE '../data/pcheckactrecon.txt' TO WK-RPTNAME
002250   END-IF.
002260   MOVE SPACE         TO WK-HOFNAME.
002270   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
002280   PERFORM B10-LOAD-CONFIG.
002290   IF WK-ACT-CNT = ZERO OR WK-EDG-CNT = ZERO
002300     THEN
002310       DISPLAY 'ACTRECON:NO USABLE ACTION MAPPING LOADED.'
002320       MOVE 12            TO RETURN-CODE
002330       GOBACK
002340   END-IF.
002350   OPEN OUTPUT F2REPT.
002360   IF WK-RPT-FST NOT = '00'
002370     THEN
002380       DISPLAY 'ACTRECON:REPORT OPEN ERROR STATUS=' WK-RPT-FST
002390       MOVE 16            TO RETURN-CODE
002400       GOBACK
002410   END-IF.
002420   MOVE SPACE         TO WK-LINE.
002430   STRING 'ACTION RECONCILIATION  AS OF ' WK-TM-DATE '/'
002440          WK-TM-TIME(1:6) '  RESULTS=' WK-INNAME(1:60)
002450                      DELIMITED BY SIZE INTO WK-LINE.
002460   PERFORM Z10-WRITE-LINE.
002470   MOVE SPACE         TO WK-LINE.
002480   PERFORM Z10-WRITE-LINE.
002490   PERFORM B20-READ-RESULTS.
002500   IF RETURN-CODE = 16
002510     THEN
002520       CLOSE F2REPT
002530       GOBACK
002540   END-IF.
002550   PERFORM VARYING WK-ACT-I FROM 1 BY 1
002560     UNTIL WK-ACT-I > WK-ACT-CNT
002570       PERFORM C10-CHECK-ACTION-FILE
002580   END-PERFORM.
002590   PERFORM D10-UNANSWERED.
002600   PERFORM D20-TYPE-SUMMARY.
002610   PERFORM E10-REGISTER.
002620   CLOSE F2REPT.
002630   DISPLAY '===================================='.
002640   DISPLAY 'ACTRECON RESULT: DISPOSITIONS=' WK-DISPS
002650           ' NO EDGE=' WK-NOEDGE ' ACTIONS EXPECTED=' WK-EXPECTED.
002660   DISPLAY '  DISPOSITIONS WITHOUT ACTION=' WK-NO-ACTION
002670           ' ACTIONS WITHOUT DISPOSITION=' WK-NO-DISP.
002680   DISPLAY '  EXCEPTIONS=' WK-TOTAL-BAD.
002690   DISPLAY '===================================='.
002700   EVALUATE TRUE
002710   WHEN WK-TOTAL-BAD > ZERO
002720     MOVE 8             TO RETURN-CODE
002730   WHEN WK-EXP-LOST > ZERO
002740     MOVE 4             TO RETURN-CODE
002750   WHEN OTHER
002760     MOVE ZERO          TO RETURN-CODE
002770   END-EVALUATE.
002780   GOBACK.
002790 B10-LOAD-CONFIG SECTION.
002800*--------------------------------------------------------------
002810*- LOAD THE 'ACT '/'UNDO' EDGES AND 'FLD ' LAYOUT LINES, WITH
002820*- ACTGEN'S RULES FOR WHAT IT KEEPS - A LINE ACTGEN SKIPPED
002830*- PRODUCED NOTHING, SO IT IS SKIPPED HERE TOO.
002840*--------------------------------------------------------------
002850 B10-010.
002860   OPEN INPUT F1CFG.
002870   IF WK-CFG-FST NOT = '00'
002880     THEN
002890       DISPLAY 'ACTRECON:CONFIG OPEN ERROR STATUS=' WK-CFG-FST
002900       GO TO B10-LOAD-CONFIG-EXIT
002910   END-IF.
002920   PERFORM UNTIL WK-CFG-FST NOT = '00'
002930     READ F1CFG
002940       AT END
002950         CONTINUE
002960       NOT AT END
002970         EVALUATE F1RECORD(1:4)
002980         WHEN 'ACT '
002990           PERFORM B11-ADD-EDGE
003000         WHEN 'UNDO'
003010           PERFORM B11-ADD-EDGE
003020         WHEN 'FLD '
003030           PERFORM B12-ADD-FIELD
003040         WHEN OTHER
003050           CONTINUE
003060         END-EVALUATE
003070     END-READ
003080   END-PERFORM.
003090   CLOSE F1CFG.
003100   DISPLAY 'ACTRECON:MAPPING LOADED. TYPES=' WK-ACT-CNT
003110           ' EDGES=' WK-EDG-CNT ' FIELDS=' WK-FLD-CNT.
003120 B10-LOAD-CONFIG-EXIT.
003130   EXIT.
003140 B11-ADD-EDGE SECTION.
003150 B11-010.
003160   IF WK-EDG-CNT NOT < 50
003170     THEN
003180       GO TO B11-ADD-EDGE-EXIT
003190   END-IF.
003200   ADD 1              TO WK-EDG-CNT.
003210   MOVE F1RECORD(6:5)   TO WK-EDG-TYPE(WK-EDG-CNT).
003220   MOVE F1RECORD(12:8)  TO WK-EDG-PAT(WK-EDG-CNT).
003230   MOVE F1RECORD(21:10) TO WK-EDG-DISP(WK-EDG-CNT).
003240   IF F1RECORD(1:4) = 'UNDO'
003250     THEN
003260       MOVE 'U'           TO WK-EDG-KIND(WK-EDG-CNT)
003270     ELSE
003280       MOVE 'A'           TO WK-EDG-KIND(WK-EDG-CNT)
003290   END-IF.
003300*- THE FIRST EDGE NAMING A TYPE CLAIMS ITS OUTPUT FILE SLOT.
003310   MOVE ZERO          TO WK-ACT-HIT.
003320   PERFORM VARYING WK-ACT-I FROM 1 BY 1
003330     UNTIL WK-ACT-I > WK-ACT-CNT
003340       IF WK-ACT-TYPE(WK-ACT-I) = F1RECORD(6:5)
003350         THEN
003360           MOVE WK-ACT-I      TO WK-ACT-HIT
003370       END-IF
003380   END-PERFORM.
003390   IF WK-ACT-HIT = ZERO
003400     THEN
003410       IF WK-ACT-CNT NOT < 5
003420         THEN
003430           SUBTRACT 1     FROM WK-EDG-CNT
003440           GO TO B11-ADD-EDGE-EXIT
003450       END-IF
003460       ADD 1              TO WK-ACT-CNT
003470       MOVE F1RECORD(6:5) TO WK-ACT-TYPE(WK-ACT-CNT)
003480       MOVE F1RECORD(32:100) TO WK-ACT-FILE(WK-ACT-CNT)
003490       MOVE ZERO          TO WK-ACT-XN(WK-ACT-CNT)
003500       MOVE ZERO          TO WK-ACT-XHASH(WK-ACT-CNT)
003510       MOVE ZERO          TO WK-ACT-RN(WK-ACT-CNT)
003520       MOVE ZERO          TO WK-ACT-RHASH(WK-ACT-CNT)
003530       MOVE ZERO          TO WK-ACT-TN(WK-ACT-CNT)
003540       MOVE ZERO          TO WK-ACT-THASH(WK-ACT-CNT)
003550       MOVE ZERO          TO WK-ACT-HDR(WK-ACT-CNT)
003560       MOVE ZERO          TO WK-ACT-TRL(WK-ACT-CNT)
003570       MOVE ZERO          TO WK-ACT-LATE(WK-ACT-CNT)
003580       MOVE ZERO          TO WK-ACT-BAD(WK-ACT-CNT)
003590   END-IF.
003600 B11-ADD-EDGE-EXIT.
003610   EXIT.
003620 B12-ADD-FIELD SECTION.
003630 B12-010.
003640   IF WK-FLD-CNT NOT < 50
003650     THEN
003660       GO TO B12-ADD-FIELD-EXIT
003670   END-IF.
003680   IF F1RECORD(18:5) NOT NUMERIC OR F1RECORD(24:5) NOT NUMERIC
003690    OR F1RECORD(30:5) NOT NUMERIC
003700     THEN
003710       GO TO B12-ADD-FIELD-EXIT
003720   END-IF.
003730   ADD 1              TO WK-FLD-CNT.
003740   MOVE F1RECORD(6:5)   TO WK-FLD-TYPE(WK-FLD-CNT).
003750   MOVE F1RECORD(12:5)  TO WK-FLD-NAME(WK-FLD-CNT).
003760   MOVE F1RECORD(18:5)  TO WK-FLD-OFF(WK-FLD-CNT).
003770   MOVE F1RECORD(24:5)  TO WK-FLD-LEN(WK-FLD-CNT).
003780   MOVE F1RECORD(30:5)  TO WK-FLD-TGT(WK-FLD-CNT).
003790   IF WK-FLD-OFF(WK-FLD-CNT) = ZERO
003800    OR WK-FLD-LEN(WK-FLD-CNT) = ZERO
003810    OR WK-FLD-TGT(WK-FLD-CNT) = ZERO
003820    OR WK-FLD-OFF(WK-FLD-CNT) + WK-FLD-LEN(WK-FLD-CNT) - 1 > 100
003830    OR WK-FLD-TGT(WK-FLD-CNT) + WK-FLD-LEN(WK-FLD-CNT) - 1 > 133
003840     THEN
003850       SUBTRACT 1     FROM WK-FLD-CNT
003860   END-IF.
003870 B12-ADD-FIELD-EXIT.
003880   EXIT.
003890 B20-READ-RESULTS SECTION.
003900*--------------------------------------------------------------
003910*- WALK THE RESULTS FILE GROUP BY GROUP, EXACTLY AS ACTGEN DOES.
003920*--------------------------------------------------------------
003930 B20-010.
003940   OPEN INPUT F3IN.
003950   IF WK-IN-FST NOT = '00'
003960     THEN
003970       DISPLAY 'ACTRECON:RESULT FILE OPEN ERROR STATUS='
003980               WK-IN-FST
003990       MOVE 16            TO RETURN-CODE
004000       GO TO B20-READ-RESULTS-EXIT
004010   END-IF.
004020   PERFORM UNTIL WK-IN-FST NOT = '00'
004030     READ F3IN
004040       AT END
004050         CONTINUE
004060       NOT AT END
004070         EVALUATE TRUE
004080         WHEN F3RECORD(1:4) = 'HDR ' OR F3RECORD(1:4) = 'TRL '
004090           PERFORM B30-FLUSH-GROUP
004100         WHEN F3-STATUS = 'OUT '
004110            OR F3-STATUS = 'RSN '
004120           IF WK-GRP-ON = 1 AND WK-TAG-CNT < 20
004130             THEN
004140               ADD 1              TO WK-TAG-CNT
004150               MOVE F3-BLK        TO WK-TAG-NAME(WK-TAG-CNT)
004160               MOVE F3-OUT        TO WK-TAG-VAL(WK-TAG-CNT)
004170           END-IF
004180         WHEN F3-BLK NOT = SPACE
004190           CONTINUE
004200         WHEN OTHER
004210           PERFORM B30-FLUSH-GROUP
004220           MOVE 1             TO WK-GRP-ON
004230           MOVE F3-RUNID      TO WK-GRP-RUNID
004240           MOVE F3-RSID       TO WK-GRP-RSID
004250           MOVE F3-STATUS     TO WK-GRP-STS
004260           MOVE F3-OUT        TO WK-GRP-OUT
004270           MOVE F3-KEY        TO WK-GRP-KEY
004280           MOVE ZERO          TO WK-TAG-CNT
004290         END-EVALUATE
004300     END-READ
004310   END-PERFORM.
004320   PERFORM B30-FLUSH-GROUP.
004330   CLOSE F3IN.
004340 B20-READ-RESULTS-EXIT.
004350   EXIT.
004360 B30-FLUSH-GROUP SECTION.
004370*--------------------------------------------------------------
004380*- THE GROUP IS COMPLETE: ITS DISPOSITION (THE 'DISP ' TAG, OR
004390*- FOR A 'REVD' THE ORIGINAL AT THE HEAD OF OUT) CALLS FOR ONE
004400*- ACTION PER MATCHING EDGE OF ITS KIND.
004410*--------------------------------------------------------------
004420 B30-010.
004430   IF WK-GRP-ON NOT = 1
004440     THEN
004450       GO TO B30-FLUSH-GROUP-EXIT
004460   END-IF.
004470   MOVE ZERO          TO WK-GRP-ON.
004480   MOVE SPACE         TO WK-GRP-DISP.
004490   PERFORM VARYING WK-TAG-I FROM 1 BY 1
004500     UNTIL WK-TAG-I > WK-TAG-CNT
004510       IF WK-TAG-NAME(WK-TAG-I) = 'DISP '
004520         THEN
004530           MOVE WK-TAG-VAL(WK-TAG-I)(1:10) TO WK-GRP-DISP
004540       END-IF
004550   END-PERFORM.
004560   MOVE 'A'           TO WK-GRP-KIND.
004570   IF WK-GRP-STS = 'REVD'
004580     THEN
004590       MOVE 'U'           TO WK-GRP-KIND
004600       MOVE WK-GRP-OUT(1:10) TO WK-GRP-DISP
004610   END-IF.
004620   IF WK-GRP-DISP = SPACE
004630     THEN
004640       GO TO B30-FLUSH-GROUP-EXIT
004650   END-IF.
004660   ADD 1              TO WK-DISPS.
004670   MOVE ZERO          TO WK-GRP-FIRED.
004680   PERFORM VARYING WK-EDG-I FROM 1 BY 1
004690     UNTIL WK-EDG-I > WK-EDG-CNT
004700       IF WK-EDG-DISP(WK-EDG-I) = WK-GRP-DISP
004710        AND WK-EDG-KIND(WK-EDG-I) = WK-GRP-KIND
004720         THEN
004730           PERFORM B31-MATCH-PATTERN
004740           IF WK-PAT-HIT = 1
004750             THEN
004760               ADD 1              TO WK-GRP-FIRED
004770               PERFORM B40-EXPECT-ONE
004780           END-IF
004790       END-IF
004800   END-PERFORM.
004810   IF WK-GRP-FIRED = ZERO
004820     THEN
004830       ADD 1              TO WK-NOEDGE
004840   END-IF.
004850 B30-FLUSH-GROUP-EXIT.
004860   EXIT.
004870 B31-MATCH-PATTERN SECTION.
004880*--------------------------------------------------------------
004890*- DOES THE EDGE'S RSID PATTERN COVER THE GROUP'S RULE SET?
004900*- A TRAILING '*' MATCHES ANY SUFFIX.
004910*--------------------------------------------------------------
004920 B31-010.
004930   MOVE ZERO          TO WK-PAT-HIT.
004940   IF WK-EDG-PAT(WK-EDG-I) = WK-GRP-RSID
004950    OR WK-EDG-PAT(WK-EDG-I) = '*       '
004960     THEN
004970       MOVE 1             TO WK-PAT-HIT
004980       GO TO B31-MATCH-PATTERN-EXIT
004990   END-IF.
005000   MOVE ZERO          TO WK-PATLEN.
005010   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 8
005020     IF WK-EDG-PAT(WK-EDG-I)(WK-K:1) = '*'
005030      AND WK-PATLEN = ZERO
005040       THEN
005050         COMPUTE WK-PATLEN = WK-K - 1
005060     END-IF
005070   END-PERFORM.
005080   IF WK-PATLEN > ZERO
005090    AND WK-EDG-PAT(WK-EDG-I)(1:WK-PATLEN)
005100        = WK-GRP-RSID(1:WK-PATLEN)
005110     THEN
005120       MOVE 1             TO WK-PAT-HIT
005130   END-IF.
005140 B31-MATCH-PATTERN-EXIT.
005150   EXIT.
005160 B40-EXPECT-ONE SECTION.
005170*--------------------------------------------------------------
005180*- BUILD THE ACTION RECORD ACTGEN WOULD HAVE WRITTEN FOR THIS
005190*- EDGE, ADD IT TO THE TYPE'S EXPECTED FIGURES AND REMEMBER IT
005200*- FOR THE RECORD-LEVEL MATCH.
005210*--------------------------------------------------------------
005220 B40-010.
005230   MOVE ZERO          TO WK-ACT-HIT.
005240   PERFORM VARYING WK-ACT-I FROM 1 BY 1
005250     UNTIL WK-ACT-I > WK-ACT-CNT
005260       IF WK-ACT-TYPE(WK-ACT-I) = WK-EDG-TYPE(WK-EDG-I)
005270         THEN
005280           MOVE WK-ACT-I      TO WK-ACT-HIT
005290       END-IF
005300   END-PERFORM.
005310   IF WK-ACT-HIT = ZERO
005320     THEN
005330       GO TO B40-EXPECT-ONE-EXIT
005340   END-IF.
005350   MOVE SPACE         TO WK-ACT-REC.
005360   PERFORM VARYING WK-FLD-I FROM 1 BY 1
005370     UNTIL WK-FLD-I > WK-FLD-CNT
005380       IF WK-FLD-TYPE(WK-FLD-I) = WK-EDG-TYPE(WK-EDG-I)
005390         THEN
005400           PERFORM B41-BUILD-ONE-FIELD
005410       END-IF
005420   END-PERFORM.
005430   ADD 1              TO WK-EXPECTED.
005440   ADD 1              TO WK-ACT-XN(WK-ACT-HIT).
005450   MOVE WK-ACT-XHASH(WK-ACT-HIT) TO WK-HASH.
005460   PERFORM Z20-HASH-ONE.
005470   MOVE WK-HASH       TO WK-ACT-XHASH(WK-ACT-HIT).
005480   IF WK-EXP-CNT NOT < 2000
005490     THEN
005500       ADD 1              TO WK-EXP-LOST
005510       GO TO B40-EXPECT-ONE-EXIT
005520   END-IF.
005530   ADD 1              TO WK-EXP-CNT.
005540   MOVE WK-ACT-HIT    TO WK-EXP-ACT(WK-EXP-CNT).
005550   MOVE ZERO          TO WK-EXP-MATCHED(WK-EXP-CNT).
005560   MOVE WK-GRP-RUNID  TO WK-EXP-RUNID(WK-EXP-CNT).
005570   MOVE WK-GRP-RSID   TO WK-EXP-RSID(WK-EXP-CNT).
005580   MOVE WK-GRP-KEY    TO WK-EXP-KEY(WK-EXP-CNT).
005590   MOVE WK-GRP-DISP   TO WK-EXP-DISP(WK-EXP-CNT).
005600   MOVE WK-ACT-REC    TO WK-EXP-REC(WK-EXP-CNT).
005610 B40-EXPECT-ONE-EXIT.
005620   EXIT.
005630 B41-BUILD-ONE-FIELD SECTION.
005640*--------------------------------------------------------------
005650*- ACTGEN'S C21, UNCHANGED: SOURCE FIELD LEFT-JUSTIFIED, OFF/LEN
005660*- SLICE LANDED AT THE TARGET POSITION.
005670*--------------------------------------------------------------
005680 B41-010.
005690   MOVE SPACE         TO WK-SRC.
005700   EVALUATE WK-FLD-NAME(WK-FLD-I)
005710   WHEN 'RUNID'
005720     MOVE WK-GRP-RUNID  TO WK-SRC
005730   WHEN 'RSID '
005740     MOVE WK-GRP-RSID   TO WK-SRC
005750   WHEN 'STS  '
005760     MOVE WK-GRP-STS    TO WK-SRC
005770   WHEN 'OUT  '
005780     MOVE WK-GRP-OUT    TO WK-SRC
005790   WHEN 'KEY  '
005800     MOVE WK-GRP-KEY    TO WK-SRC
005810   WHEN OTHER
005820     PERFORM VARYING WK-TAG-I FROM 1 BY 1
005830       UNTIL WK-TAG-I > WK-TAG-CNT
005840         IF WK-TAG-NAME(WK-TAG-I) = WK-FLD-NAME(WK-FLD-I)
005850           THEN
005860             MOVE WK-TAG-VAL(WK-TAG-I) TO WK-SRC
005870         END-IF
005880     END-PERFORM
005890   END-EVALUATE.
005900   MOVE WK-SRC(WK-FLD-OFF(WK-FLD-I):WK-FLD-LEN(WK-FLD-I))
005910     TO WK-ACT-REC(WK-FLD-TGT(WK-FLD-I):WK-FLD-LEN(WK-FLD-I)).
005920 B41-BUILD-ONE-FIELD-EXIT.
005930   EXIT.
005940 C10-CHECK-ACTION-FILE SECTION.
005950*--------------------------------------------------------------
005960*- READ ONE TYPE'S ACTION FILE: HEADER, DATA RECORDS (EACH
005970*- MATCHED TO AN EXPECTED ONE), TRAILER FIGURES.
005980*--------------------------------------------------------------
005990 C10-010.
006000   MOVE WK-ACT-FILE(WK-ACT-I) TO WK-AFNAME.
006010   OPEN INPUT FACTIN.
006020   IF WK-AF-FST NOT = '00'
006030     THEN
006040       MOVE 1             TO WK-ACT-BAD(WK-ACT-I)
006050       ADD 1              TO WK-TOTAL-BAD
006060       MOVE SPACE         TO WK-LINE
006070       STRING 'TYPE ' WK-ACT-TYPE(WK-ACT-I)
006080              ' ACTION FILE NOT READABLE, STATUS=' WK-AF-FST
006090              ': ' WK-AFNAME(1:60)
006100                          DELIMITED BY SIZE INTO WK-LINE
006110       PERFORM Z10-WRITE-LINE
006120       GO TO C10-CHECK-ACTION-FILE-EXIT
006130   END-IF.
006140   PERFORM UNTIL WK-AF-FST NOT = '00'
006150     READ FACTIN
006160       AT END
006170         CONTINUE
006180       NOT AT END
006190         EVALUATE TRUE
006200         WHEN FACTREC(1:4) = 'HDR '
006210           MOVE 1             TO WK-ACT-HDR(WK-ACT-I)
006220         WHEN FACTREC(1:4) = 'TRL '
006230           MOVE 1             TO WK-ACT-TRL(WK-ACT-I)
006240           IF FACTREC(5:7) NUMERIC AND FACTREC(12:9) NUMERIC
006250             THEN
006260               MOVE FACTREC(5:7)  TO WK-ACT-TN(WK-ACT-I)
006270               MOVE FACTREC(12:9) TO WK-ACT-THASH(WK-ACT-I)
006280           END-IF
006290         WHEN OTHER
006300           IF WK-ACT-TRL(WK-ACT-I) = 1
006310             THEN
006320               ADD 1              TO WK-ACT-LATE(WK-ACT-I)
006330           END-IF
006340           ADD 1              TO WK-ACT-RN(WK-ACT-I)
006350           MOVE FACTREC       TO WK-ACT-REC
006360           MOVE WK-ACT-RHASH(WK-ACT-I) TO WK-HASH
006370           PERFORM Z20-HASH-ONE
006380           MOVE WK-HASH       TO WK-ACT-RHASH(WK-ACT-I)
006390           PERFORM C11-MATCH-ONE
006400         END-EVALUATE
006410     END-READ
006420   END-PERFORM.
006430   CLOSE FACTIN.
006440 C10-CHECK-ACTION-FILE-EXIT.
006450   EXIT.
006460 C11-MATCH-ONE SECTION.
006470*--------------------------------------------------------------
006480*- ANSWER THE FIRST STILL-OPEN EXPECTED RECORD OF THE SAME TYPE
006490*- AND IMAGE. NONE LEFT: AN ACTION NO DISPOSITION ACCOUNTS FOR
006500*- (UNLESS THE EXPECTED TABLE OVERFLOWED - THEN THE FIGURES
006510*- SPEAK FOR IT).
006520*--------------------------------------------------------------
006530 C11-010.
006540   MOVE ZERO          TO WK-EXP-HIT.
006550   PERFORM VARYING WK-EXP-I FROM 1 BY 1
006560     UNTIL WK-EXP-I > WK-EXP-CNT OR WK-EXP-HIT > ZERO
006570       IF WK-EXP-ACT(WK-EXP-I) = WK-ACT-I
006580        AND WK-EXP-MATCHED(WK-EXP-I) = ZERO
006590        AND WK-EXP-REC(WK-EXP-I) = WK-ACT-REC
006600         THEN
006610           MOVE WK-EXP-I      TO WK-EXP-HIT
006620       END-IF
006630   END-PERFORM.
006640   IF WK-EXP-HIT > ZERO
006650     THEN
006660       MOVE 1             TO WK-EXP-MATCHED(WK-EXP-HIT)
006670       GO TO C11-MATCH-ONE-EXIT
006680   END-IF.
006690   IF WK-EXP-LOST > ZERO
006700     THEN
006710       GO TO C11-MATCH-ONE-EXIT
006720   END-IF.
006730   ADD 1              TO WK-NO-DISP.
006740   ADD 1              TO WK-TOTAL-BAD.
006750   MOVE 1             TO WK-ACT-BAD(WK-ACT-I).
006760   MOVE SPACE         TO WK-LINE.
006770   STRING 'ACTION WITHOUT DISPOSITION  TYPE '
006780          WK-ACT-TYPE(WK-ACT-I) ' REC#' WK-ACT-RN(WK-ACT-I)
006790          ': ' WK-ACT-REC(1:60)
006800                      DELIMITED BY SIZE INTO WK-LINE.
006810   PERFORM Z10-WRITE-LINE.
006820 C11-MATCH-ONE-EXIT.
006830   EXIT.
006840 D10-UNANSWERED SECTION.
006850*--------------------------------------------------------------
006860*- EVERY EXPECTED RECORD NO ACTION FILE ANSWERED FOR IS A
006870*- DISPOSITION WITHOUT ITS ACTION.
006880*--------------------------------------------------------------
006890 D10-010.
006900   PERFORM VARYING WK-EXP-I FROM 1 BY 1
006910     UNTIL WK-EXP-I > WK-EXP-CNT
006920       IF WK-EXP-MATCHED(WK-EXP-I) = ZERO
006930         THEN
006940           ADD 1              TO WK-NO-ACTION
006950           ADD 1              TO WK-TOTAL-BAD
006960           MOVE WK-EXP-ACT(WK-EXP-I) TO WK-ACT-I
006970           MOVE 1             TO WK-ACT-BAD(WK-ACT-I)
006980           MOVE SPACE         TO WK-LINE
006990           STRING 'DISPOSITION WITHOUT ACTION  TYPE '
007000                  WK-ACT-TYPE(WK-ACT-I)
007010                  ' DISP=' WK-EXP-DISP(WK-EXP-I)
007020                  ' RUN=' WK-EXP-RUNID(WK-EXP-I)
007030                  ' RSID=' WK-EXP-RSID(WK-EXP-I)
007040                  ' KEY=' WK-EXP-KEY(WK-EXP-I)
007050                              DELIMITED BY SIZE INTO WK-LINE
007060           PERFORM Z10-WRITE-LINE
007070       END-IF
007080   END-PERFORM.
007090 D10-UNANSWERED-EXIT.
007100   EXIT.
007110 D20-TYPE-SUMMARY SECTION.
007120*--------------------------------------------------------------
007130*- ONE LINE PER TYPE WITH THE THREE SETS OF FIGURES, AND A LINE
007140*- FOR EACH WAY THEY DISAGREE.
007150*--------------------------------------------------------------
007160 D20-010.
007170   MOVE SPACE         TO WK-LINE.
007180   PERFORM Z10-WRITE-LINE.
007190   PERFORM VARYING WK-ACT-I FROM 1 BY 1
007200     UNTIL WK-ACT-I > WK-ACT-CNT
007210       MOVE SPACE         TO WK-LINE
007220       STRING 'TYPE ' WK-ACT-TYPE(WK-ACT-I)
007230              ' EXPECTED=' WK-ACT-XN(WK-ACT-I) '/'
007240              WK-ACT-XHASH(WK-ACT-I)
007250              ' READ=' WK-ACT-RN(WK-ACT-I) '/'
007260              WK-ACT-RHASH(WK-ACT-I)
007270              ' TRAILER=' WK-ACT-TN(WK-ACT-I) '/'
007280              WK-ACT-THASH(WK-ACT-I)
007290                          DELIMITED BY SIZE INTO WK-LINE
007300       PERFORM Z10-WRITE-LINE
007310       PERFORM D21-TYPE-CHECKS
007320   END-PERFORM.
007330   MOVE SPACE         TO WK-LINE.
007340   PERFORM Z10-WRITE-LINE.
007350   MOVE SPACE         TO WK-LINE.
007360   STRING '  ** DISPOSITIONS=' WK-DISPS
007370          '  NO EDGE=' WK-NOEDGE
007380          '  ACTIONS EXPECTED=' WK-EXPECTED
007390          '  EXCEPTIONS=' WK-TOTAL-BAD
007400                      DELIMITED BY SIZE INTO WK-LINE.
007410   PERFORM Z10-WRITE-LINE.
007420   IF WK-EXP-LOST > ZERO
007430     THEN
007440       MOVE SPACE         TO WK-LINE
007450       STRING '  ** EXPECTED TABLE FULL: ' WK-EXP-LOST
007460              ' ACTIONS CHECKED BY FIGURES ONLY'
007470                          DELIMITED BY SIZE INTO WK-LINE
007480       PERFORM Z10-WRITE-LINE
007490   END-IF.
007500 D20-TYPE-SUMMARY-EXIT.
007510   EXIT.
007520 D21-TYPE-CHECKS SECTION.
007530 D21-010.
007540   IF WK-ACT-BAD(WK-ACT-I) = 1 AND WK-ACT-RN(WK-ACT-I) = ZERO
007550    AND WK-ACT-HDR(WK-ACT-I) = ZERO
007560    AND WK-ACT-TRL(WK-ACT-I) = ZERO
007570     THEN
007580*-     UNREADABLE (ALREADY LISTED) - NOTHING MORE TO SAY.
007590       GO TO D21-TYPE-CHECKS-EXIT
007600   END-IF.
007610   IF WK-ACT-HDR(WK-ACT-I) = ZERO
007620     THEN
007630       MOVE SPACE         TO WK-LINE
007640       MOVE '    HEADER CONTROL RECORD MISSING' TO WK-LINE
007650       PERFORM D22-TYPE-FINDING
007660   END-IF.
007670   IF WK-ACT-TRL(WK-ACT-I) = ZERO
007680     THEN
007690       MOVE SPACE         TO WK-LINE
007700       MOVE '    TRAILER CONTROL RECORD MISSING' TO WK-LINE
007710       PERFORM D22-TYPE-FINDING
007720     ELSE
007730       IF WK-ACT-TN(WK-ACT-I) NOT = WK-ACT-RN(WK-ACT-I)
007740        OR WK-ACT-THASH(WK-ACT-I) NOT = WK-ACT-RHASH(WK-ACT-I)
007750         THEN
007760           MOVE SPACE         TO WK-LINE
007770           MOVE '    TRAILER DISAGREES WITH THE RECORDS READ'
007780             TO WK-LINE
007790           PERFORM D22-TYPE-FINDING
007800       END-IF
007810   END-IF.
007820   IF WK-ACT-LATE(WK-ACT-I) > ZERO
007830     THEN
007840       MOVE SPACE         TO WK-LINE
007850       STRING '    RECORDS AFTER THE TRAILER='
007860              WK-ACT-LATE(WK-ACT-I)
007870                          DELIMITED BY SIZE INTO WK-LINE
007880       PERFORM D22-TYPE-FINDING
007890   END-IF.
007900   IF WK-ACT-XN(WK-ACT-I) NOT = WK-ACT-RN(WK-ACT-I)
007910     THEN
007920       MOVE SPACE         TO WK-LINE
007930       MOVE '    COUNT MISMATCH: READ VS EXPECTED' TO WK-LINE
007940       PERFORM D22-TYPE-FINDING
007950   END-IF.
007960   IF WK-ACT-XHASH(WK-ACT-I) NOT = WK-ACT-RHASH(WK-ACT-I)
007970     THEN
007980       MOVE SPACE         TO WK-LINE
007990       MOVE '    HASH MISMATCH: READ VS EXPECTED' TO WK-LINE
008000       PERFORM D22-TYPE-FINDING
008010   END-IF.
008020 D21-TYPE-CHECKS-EXIT.
008030   EXIT.
008040 D22-TYPE-FINDING SECTION.
008050 D22-010.
008060   ADD 1              TO WK-TOTAL-BAD.
008070   MOVE 1             TO WK-ACT-BAD(WK-ACT-I).
008080   PERFORM Z10-WRITE-LINE.
008090 D22-TYPE-FINDING-EXIT.
008100   EXIT.
008110 E10-REGISTER SECTION.
008120*--------------------------------------------------------------
008130*- THE HANDOFF REGISTER (QUIET WHEN NOT CONFIGURED): 'CONS' FOR
008140*- EACH BALANCED ACTION FILE, THEN THE 'RECN' VERDICT.
008150*--------------------------------------------------------------
008160 E10-010.
008170   IF WK-HOFNAME = SPACE
008180     THEN
008190       GO TO E10-REGISTER-EXIT
008200   END-IF.
008210   OPEN EXTEND F36HOF.
008220   IF WK-HOF-FST = '35'
008230     THEN
008240       OPEN OUTPUT F36HOF
008250   END-IF.
008260   IF WK-HOF-FST NOT = '00'
008270     THEN
008280       DISPLAY 'ACTRECON:HANDOFF REGISTER OPEN ERROR STATUS='
008290               WK-HOF-FST
008300       GO TO E10-REGISTER-EXIT
008310   END-IF.
008320   ACCEPT WK-HOF-DATE FROM DATE YYYYMMDD.
008330   ACCEPT WK-HOF-TIME FROM TIME.
008340   PERFORM VARYING WK-ACT-I FROM 1 BY 1
008350     UNTIL WK-ACT-I > WK-ACT-CNT
008360       IF WK-ACT-BAD(WK-ACT-I) = ZERO
008370         THEN
008380           MOVE SPACE         TO F36RECORD
008390           MOVE 'CONS'        TO F36-TYPE
008400           STRING WK-HOF-DATE WK-HOF-TIME(1:6) INTO F36-STAMP
008410           MOVE 'ACTRECON'    TO F36-PROG
008420           MOVE WK-ACT-FILE(WK-ACT-I)(1:60) TO F36-FILE
008430           MOVE WK-ACT-RN(WK-ACT-I)    TO F36-CNT
008440           MOVE WK-ACT-THASH(WK-ACT-I) TO F36-HASH
008450           WRITE F36RECORD
008460       END-IF
008470   END-PERFORM.
008480   MOVE SPACE         TO F36RECORD.
008490   MOVE 'RECN'        TO F36-TYPE.
008500   STRING WK-HOF-DATE WK-HOF-TIME(1:6) INTO F36-STAMP.
008510   MOVE 'ACTRECON'    TO F36-PROG.
008520   IF WK-TOTAL-BAD > ZERO
008530     THEN
008540       MOVE 'ACTION RECONCILIATION OUT OF BALANCE' TO F36-FILE
008550     ELSE
008560       MOVE 'ACTION RECONCILIATION BALANCED' TO F36-FILE
008570   END-IF.
008580   MOVE WK-TOTAL-BAD  TO F36-CNT.
008590   MOVE WK-DISPS      TO F36-HASH.
008600   WRITE F36RECORD.
008610   CLOSE F36HOF.
008620 E10-REGISTER-EXIT.
008630   EXIT.
008640 Z10-WRITE-LINE SECTION.
008650 Z10-010.
008660   MOVE WK-LINE       TO F2LINE.
008670   WRITE F2LINE.
008680 Z10-WRITE-LINE-EXIT.
008690   EXIT.
008700 Z20-HASH-ONE SECTION.
008710*--------------------------------------------------------------
008720*- ACTGEN'S TRAILER HASH STEP OVER ONE RECORD (WK-ACT-REC),
008730*- CARRIED IN WK-HASH.
008740*--------------------------------------------------------------
008750 Z20-010.
008760   PERFORM VARYING WK-K FROM 1 BY 1 UNTIL WK-K > 4
008770     COMPUTE WK-HASH =
008780       FUNCTION MOD(WK-HASH
008790       + FUNCTION ORD(WK-ACT-REC(WK-K:1)) * WK-K, 100000000)
008800   END-PERFORM.
008810 Z20-HASH-ONE-EXIT.
008820   EXIT.
