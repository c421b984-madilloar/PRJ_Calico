000250*-           FIELD IS 'RUNID'/'RSID '/'STS  '/'OUT  ' OR A
000260*-           TAGGED PUT__/PUTN_ TAG NAME, THE SAME VOCABULARY
000270*-           THE CONSUMER OUTPUT MAPS USE.
000271*-           THE 'RSN1 '-'RSN4 ' CUSTOMER REASONS OF A DECLINE
000272*-           ARE NAMED THE SAME WAY: CODE AT OFF 1 LEN 4, TEXT AT
000273*-           OFF 6 LEN 60 (THE ADVERSE-ACTION LETTER'S WORDING).
000274*-   'UNDO TYPE RSID-PATTERN DISP FILE' (THE 'ACT ' COLUMNS)
000275*-         - AN UNDO EDGE: FIRES FOR A DECISION TEST-MAIN RECORDED
000276*-           AS REVERSED ('REVD') WHOSE ORIGINAL DISPOSITION
000277*-           IS DISP - E.G. THE FEE REFUND FOR A REVERSED CODE 45.
000278*-           THE RESULT'S OUT VALUE HOLDS THE ORIGINAL DISPOSITION
000279*-           (1-10), STATUS (12-15), RUN ID (17-32) AND THE
000280*-           REVERSAL'S KEY (34-53); 'KEY  ' IS THE ORIGINAL'S.
000281*-           'ACT ' EDGES NEVER FIRE FOR A REVERSED DECISION.
000282*- EACH ACTION FILE GETS 'HDR '/'TRL ' CONTROL RECORDS IN THE
000290*- ESTABLISHED CONVENTION (COUNT COLS 5-11, HASH COLS 12-20),
000300*- SO ITS CONSUMER CAN CHKVERIF-STYLE PROVE COMPLETENESS.
000310*-
000320*- ENV: RESULT_FILE (DEFAULT ../data/pcheckout.txt),
000330*-      ACTION_CONFIG (REQUIRED),
000331*-      HANDOFF_FILE (OPTIONAL; A 'PROD' RECORD PER ACTION FILE,
000332*-      WHICH ACTRECON ANSWERS - SEE THERE).
000340*- RETURN-CODE: 0=OK, 12=BAD CONFIG, 16=FATAL I/O.
000350*--------------------------------------------------------------
000360 ENVIRONMENT    DIVISION.
000510   STATUS WK-ACT-FST.
000520   SELECT FACT5   ASSIGN TO WK-ACT-NAME5
000530   STATUS WK-ACT-FST.
000531   SELECT F36HOF  ASSIGN TO WK-HOFNAME
000532   ORGANIZATION LINE SEQUENTIAL
000533   STATUS WK-HOF-FST.
000540 DATA DIVISION.
000550 FILE                       SECTION.
000560 FD  F3IN.
000750 01  FACT4REC               PIC X(133).
000760 FD  FACT5.
000770 01  FACT5REC               PIC X(133).
000771 FD  F36HOF.
000772*- HANDOFF-REGISTER RECORD (SEE TEST-MAIN Z74).
000773 01  F36RECORD              SYNC.
000774   03 F36-TYPE              PIC X(04).
000775   03 FILLER                PIC X(01).
000776   03 F36-STAMP             PIC X(14).
000777   03 FILLER                PIC X(01).
000778   03 F36-PROG              PIC X(08).
000779   03 FILLER                PIC X(01).
000780   03 F36-FILE              PIC X(60).
000781   03 FILLER                PIC X(01).
000782   03 F36-CNT               PIC 9(07).
000783   03 FILLER                PIC X(01).
000784   03 F36-HASH              PIC 9(09).
000785 WORKING-STORAGE SECTION.
000790 01  WK-IN                  SYNC.
000800   03 WK-INNAME             PIC X(100).
000810   03 WK-IN-FST             PIC X(02).
001120     05 WK-EDG-TYPE         PIC X(05).
001130     05 WK-EDG-PAT          PIC X(08).
001140     05 WK-EDG-DISP         PIC X(10).
001141     05 WK-EDG-KIND         PIC X(01).
001150 01  WK-FLD                 SYNC.
001160   03 WK-FLD-CNT            PIC 9(02) VALUE ZERO.
001170   03 WK-FLD-I              PIC 9(02).
001350   03 WK-GRP-OUT            PIC X(100).
001360   03 WK-GRP-KEY            PIC X(20).
001370   03 WK-GRP-DISP           PIC X(10).
001371   03 WK-GRP-KIND           PIC X(01).
001380   03 WK-TAG-CNT            PIC 9(02) VALUE ZERO.
001390   03 WK-TAG-I              PIC 9(02).
001400   03 WK-TAG-TBL            OCCURS 20 TIMES.
001480   03 WK-K                  PIC 9(01).
001490   03 WK-GEN                PIC 9(07) VALUE ZERO.
001500   03 WK-TM-DATE            PIC X(08).
001501 01  WK-HOF                 SYNC.
001502   03 WK-HOFNAME            PIC X(100).
001503   03 WK-HOF-FST            PIC X(02).
001504   03 WK-HOF-DATE           PIC X(08).
001505   03 WK-HOF-TIME           PIC X(08).
001510 PROCEDURE DIVISION.
001520 A00-MAIN SECTION.
001530*--------------------------------------------------------------
001690       MOVE 12            TO RETURN-CODE
001700       GOBACK
001710   END-IF.
001711   MOVE SPACE         TO WK-HOFNAME.
001712   ACCEPT WK-HOFNAME  FROM ENVIRONMENT 'HANDOFF_FILE'.
001720   PERFORM B10-LOAD-CONFIG.
001730   IF WK-ACT-CNT = ZERO OR WK-EDG-CNT = ZERO
001740     THEN
001940         WHEN F3RECORD(1:4) = 'HDR ' OR F3RECORD(1:4) = 'TRL '
001950           PERFORM C10-FLUSH-GROUP
001960         WHEN F3-STATUS = 'OUT '
001961            OR F3-STATUS = 'RSN '
001970*-         A TAGGED DETAIL RIDING THE OPEN GROUP.
001980           IF WK-GRP-ON = 1 AND WK-TAG-CNT < 20
001990             THEN
002210   PERFORM C10-FLUSH-GROUP.
002220   CLOSE F3IN.
002230   PERFORM B30-CLOSE-ACTION-FILES.
002231   PERFORM B31-REGISTER-PRODUCED.
002240   DISPLAY '===================================='.
002250   DISPLAY 'ACTGEN RESULT: ACTIONS GENERATED=' WK-GEN.
002260   PERFORM VARYING WK-ACT-I FROM 1 BY 1
002500         EVALUATE F1RECORD(1:4)
002510         WHEN 'ACT '
002520           PERFORM B11-ADD-EDGE
002521         WHEN 'UNDO'
002522           PERFORM B11-ADD-EDGE
002530         WHEN 'FLD '
002540           PERFORM B12-ADD-FIELD
002550         WHEN OTHER
002730   MOVE F1RECORD(6:5)   TO WK-EDG-TYPE(WK-EDG-CNT).
002740   MOVE F1RECORD(12:8)  TO WK-EDG-PAT(WK-EDG-CNT).
002750   MOVE F1RECORD(21:10) TO WK-EDG-DISP(WK-EDG-CNT).
002751   IF F1RECORD(1:4) = 'UNDO'
002752     THEN
002753       MOVE 'U'           TO WK-EDG-KIND(WK-EDG-CNT)
002754     ELSE
002755       MOVE 'A'           TO WK-EDG-KIND(WK-EDG-CNT)
002756   END-IF.
002760*- THE FIRST EDGE NAMING A TYPE CLAIMS ITS OUTPUT FILE SLOT.
002770   MOVE ZERO          TO WK-ACT-HIT.
002780   PERFORM VARYING WK-ACT-I FROM 1 BY 1
004090   END-PERFORM.
004100 B30-CLOSE-ACTION-FILES-EXIT.
004110   EXIT.
004111 B31-REGISTER-PRODUCED SECTION.
004112*--------------------------------------------------------------
004113*- ONE 'PROD' HANDOFF-REGISTER RECORD PER ACTION FILE (QUIET
004114*- WHEN NOT CONFIGURED), WITH ITS TRAILER FIGURES. ACTRECON'S
004115*- 'CONS' ANSWERS IT ONCE THE FILE RECONCILES.
004116*--------------------------------------------------------------
004117 B31-010.
004118   IF WK-HOFNAME = SPACE
004119     THEN
004120       GO TO B31-REGISTER-PRODUCED-EXIT
004121   END-IF.
004122   OPEN EXTEND F36HOF.
004123   IF WK-HOF-FST = '35'
004124     THEN
004125       OPEN OUTPUT F36HOF
004126   END-IF.
004127   IF WK-HOF-FST NOT = '00'
004128     THEN
004129       DISPLAY 'ACTGEN:HANDOFF REGISTER OPEN ERROR STATUS='
004130               WK-HOF-FST
004131       GO TO B31-REGISTER-PRODUCED-EXIT
004132   END-IF.
004133   ACCEPT WK-HOF-DATE FROM DATE YYYYMMDD.
004134   ACCEPT WK-HOF-TIME FROM TIME.
004135   PERFORM VARYING WK-ACT-I FROM 1 BY 1
004136     UNTIL WK-ACT-I > WK-ACT-CNT
004137       MOVE SPACE         TO F36RECORD
004138       MOVE 'PROD'        TO F36-TYPE
004139       STRING WK-HOF-DATE WK-HOF-TIME(1:6) INTO F36-STAMP
004140       MOVE 'ACTGEN'      TO F36-PROG
004141       EVALUATE WK-ACT-I
004142       WHEN 1 MOVE WK-ACT-NAME1(1:60) TO F36-FILE
004143       WHEN 2 MOVE WK-ACT-NAME2(1:60) TO F36-FILE
004144       WHEN 3 MOVE WK-ACT-NAME3(1:60) TO F36-FILE
004145       WHEN 4 MOVE WK-ACT-NAME4(1:60) TO F36-FILE
004146       WHEN 5 MOVE WK-ACT-NAME5(1:60) TO F36-FILE
004147       END-EVALUATE
004148       MOVE WK-ACT-N(WK-ACT-I)    TO F36-CNT
004149       MOVE WK-ACT-HASH(WK-ACT-I) TO F36-HASH
004150       WRITE F36RECORD
004151   END-PERFORM.
004152   CLOSE F36HOF.
004153 B31-REGISTER-PRODUCED-EXIT.
004154   EXIT.
004155 C10-FLUSH-GROUP SECTION.
004156*--------------------------------------------------------------
004157*- THE GROUP IS COMPLETE: PULL ITS DISPOSITION FROM THE 'DISP '
004158*- TAG AND FIRE EVERY MATCHING EDGE.
004160*--------------------------------------------------------------
004170 C10-010.
004180   IF WK-GRP-ON NOT = 1
004280           MOVE WK-TAG-VAL(WK-TAG-I)(1:10) TO WK-GRP-DISP
004290       END-IF
004300   END-PERFORM.
004301*- A REVERSED DECISION ('REVD', FROM TEST-MAIN) CARRIES THE
004302*- ORIGINAL DISPOSITION AT THE HEAD OF ITS OUT VALUE AND FIRES
004303*- ONLY THE 'UNDO' EDGES; EVERY OTHER GROUP ONLY THE 'ACT ' ONES.
004304   MOVE 'A'           TO WK-GRP-KIND.
004305   IF WK-GRP-STS = 'REVD'
004306     THEN
004307       MOVE 'U'           TO WK-GRP-KIND
004308       MOVE WK-GRP-OUT(1:10) TO WK-GRP-DISP
004309   END-IF.
004310   IF WK-GRP-DISP = SPACE
004320     THEN
004330       GO TO C10-FLUSH-GROUP-EXIT
004350   PERFORM VARYING WK-EDG-I FROM 1 BY 1
004360     UNTIL WK-EDG-I > WK-EDG-CNT
004370       IF WK-EDG-DISP(WK-EDG-I) = WK-GRP-DISP
004371        AND WK-EDG-KIND(WK-EDG-I) = WK-GRP-KIND
004380         THEN
004390           PERFORM C11-MATCH-PATTERN
004400           IF WK-PAT-HIT = 1
