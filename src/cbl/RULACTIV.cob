000090*- TOUCHES THE LIVE FILE, SCHEDULED WHERE NOTHING READS IT.
000100*- THE ACTIVATION IS RECORDED IN THE MAINTENANCE AUDIT FILE
000110*- WITH WHO AND WHEN. A STAGED FILE THAT FAILS VERIFICATION
000120*- LEAVES THE LIVE FILE UNTOUCHED - AS DOES ONE WHOSE SETS CALL
000121*- A SET IT DOES NOT CONTAIN OR NAME A TABLE THE REFERENCE IMAGE
000122*- DOES NOT HOLD (THE PRE-ACTIVATION HALF OF RULDEPS).
000130*-
000140*- ENV: STAGING_FILE, PCHECKTBL_FILE (THE LIVE TARGET),
000150*-      AUDIT_FILE, ACTIVATE_USER, REFIMAGE_FILE OR (WITHOUT
000151*-      ONE) REFTABLE_LIST FOR THE TABLE CHECK - OPTIONAL.
000160*- RETURN-CODE: 0=ACTIVATED, 12=STAGED FILE REFUSED, 16=FATAL.
000170*--------------------------------------------------------------
000180 ENVIRONMENT    DIVISION.
000390   ACCESS MODE DYNAMIC
000400   RECORD KEY IS F7RSID WITH DUPLICATES
000410   STATUS WK-BKP-FST.
000411*- WHAT THE STAGED SETS' TABLE REFERENCES ARE CHECKED AGAINST.
000412   SELECT F43RIMG ASSIGN TO WK-RIMGNAME
000413   ORGANIZATION LINE SEQUENTIAL
000414   STATUS WK-RIMG-FST.
000415   SELECT F13RLIST ASSIGN TO WK-REFLNAME
000416   ORGANIZATION LINE SEQUENTIAL
000417   STATUS WK-REFL-FST.
000420 DATA DIVISION.
000430 FILE                       SECTION.
000440 FD  F5STAGE.
000730   03 F3-AFTER              PIC X(18).
000740   03 FILLER                PIC X(01).
000750   03 F3-REASON             PIC X(30).
000751 FD  F43RIMG.
000752 01  F43RECORD              PIC X(80).
000753 FD  F13RLIST.
000754 01  F13RECORD              PIC X(110).
000760 WORKING-STORAGE SECTION.
000770 01  FST                    PIC X(02).
000780 01  WK-FILENAME            PIC X(100).
001070 01  WK-TM                  SYNC.
001080   03 WK-TM-DATE            PIC X(08).
001090   03 WK-TM-TIME            PIC X(08).
001091*--------------------------------------------------------------
001092*- RUN-TIME DEPENDENCIES OF THE STAGED SETS: THE SETS PRESENT,
001093*- EVERY CALLS (FROM, TO), EVERY TABLE REFERENCE (FROM, TABLE),
001094*- AND THE TABLES THAT EXIST.
001095*--------------------------------------------------------------
001096 01  WK-RIMG                SYNC.
001097   03 WK-RIMGNAME           PIC X(100).
001098   03 WK-RIMG-FST           PIC X(02).
001099 01  WK-REFL                SYNC.
001100   03 WK-REFLNAME           PIC X(100).
001101   03 WK-REFL-FST           PIC X(02).
001102 01  WK-DEP                 SYNC.
001103   03 WK-DEP-I              PIC 9(03).
001104   03 WK-DEP-J              PIC 9(03).
001105   03 WK-DEP-HIT            PIC 9(01).
001106   03 WK-DEP-TSRC           PIC X(15) VALUE SPACE.
001107   03 WK-DEP-SCNT           PIC 9(03) VALUE ZERO.
001108   03 WK-DEP-SET            OCCURS 300 TIMES PIC X(08).
001109   03 WK-DEP-CCNT           PIC 9(03) VALUE ZERO.
001110   03 WK-DEP-CALL           OCCURS 500 TIMES.
001111     05 WK-DEP-CFROM        PIC X(08).
001112     05 WK-DEP-CTO          PIC X(08).
001113   03 WK-DEP-RCNT           PIC 9(03) VALUE ZERO.
001114   03 WK-DEP-REF            OCCURS 500 TIMES.
001115     05 WK-DEP-RFROM        PIC X(08).
001116     05 WK-DEP-RTBL         PIC X(05).
001117   03 WK-DEP-TCNT           PIC 9(03) VALUE ZERO.
001118   03 WK-DEP-TNAME          OCCURS 500 TIMES PIC X(05).
001119 PROCEDURE DIVISION.
001120 A00-MAIN SECTION.
001121*--------------------------------------------------------------
001130*- PASS 1 VERIFIES THE STAGED FILE; ONLY A CLEAN PASS 1 LETS
001140*- PASS 2 REPLACE THE LIVE FILE.
001150*--------------------------------------------------------------
001370   IF WK-USER = SPACE
001380     MOVE 'UNKNOWN ' TO WK-USER
001390   END-IF.
001391   MOVE SPACE         TO WK-RIMGNAME.
001392   ACCEPT WK-RIMGNAME FROM ENVIRONMENT 'REFIMAGE_FILE'.
001393   MOVE SPACE         TO WK-REFLNAME.
001394   ACCEPT WK-REFLNAME FROM ENVIRONMENT 'REFTABLE_LIST'.
001400   ACCEPT WK-TM-DATE  FROM DATE YYYYMMDD.
001410   ACCEPT WK-TM-TIME  FROM TIME.
001420   PERFORM B10-VERIFY-STAGED.
001421   PERFORM B40-CHECK-DEPENDENCIES.
001430   IF WK-BAD = 1
001440     THEN
001450       DISPLAY 'RULACTIV:STAGED FILE REFUSED, LIVE FILE '
001960             PERFORM B20-CLOSE-SET
001970             MOVE F5RSID        TO WK-CUR-RSID
001980             ADD 1              TO WK-SETS
001981             IF WK-DEP-SCNT < 300
001982               THEN
001983                 ADD 1              TO WK-DEP-SCNT
001984                 MOVE F5RSID        TO WK-DEP-SET(WK-DEP-SCNT)
001985             END-IF
001990         END-IF
002000         PERFORM B30-TALLY-ONE-ROW
002001         PERFORM B35-NOTE-DEPENDENCY
002010     END-READ
002020   END-PERFORM.
002030   PERFORM B20-CLOSE-SET.
002390         MOVE 1             TO WK-BAD
002400     END-IF
002410     MOVE ZERO          TO WK-BLK-ROWS
002411   WHEN 'SRC__'
002412*-   SOURCE PROVENANCE STAMP: NEITHER A RULE ROW NOR CHECKSUMMED.
002413     CONTINUE
002420   WHEN OTHER
002430     ADD 1              TO WK-BLK-ROWS
002440     ADD 1              TO WK-SET-ROWS
002520     END-PERFORM
002530   END-EVALUATE.
002540 B30-TALLY-ONE-ROW-EXIT.
002541   EXIT.
002542 B35-NOTE-DEPENDENCY SECTION.
002543*--------------------------------------------------------------
002544*- WHAT THE STAGED ROW NEEDS AT RUN TIME: A CALLS TARGET SET
002545*- (COLS 8-15) OR A LOOKP/LOOKB/DECTB/WATCH TABLE (COLS 8-12).
002546*- THE SAME COLUMNS RULDEPS GRAPHS - KEEP THE TWO IN STEP.
002547*--------------------------------------------------------------
002548 B35-010.
002549   EVALUATE F5BODY(1:5)
002550   WHEN 'CALLS'
002551     IF F5BODY(8:8) NOT = SPACE AND WK-DEP-CCNT < 500
002552       THEN
002553         ADD 1              TO WK-DEP-CCNT
002554         MOVE F5RSID        TO WK-DEP-CFROM(WK-DEP-CCNT)
002555         MOVE F5BODY(8:8)   TO WK-DEP-CTO(WK-DEP-CCNT)
002556     END-IF
002557   WHEN 'LOOKP'
002558   WHEN 'LOOKB'
002559   WHEN 'DECTB'
002560   WHEN 'WATCH'
002561     IF F5BODY(8:5) NOT = SPACE AND WK-DEP-RCNT < 500
002562       THEN
002563         ADD 1              TO WK-DEP-RCNT
002564         MOVE F5RSID        TO WK-DEP-RFROM(WK-DEP-RCNT)
002565         MOVE F5BODY(8:5)   TO WK-DEP-RTBL(WK-DEP-RCNT)
002566     END-IF
002567   WHEN OTHER
002568     CONTINUE
002569   END-EVALUATE.
002570 B35-NOTE-DEPENDENCY-EXIT.
002571   EXIT.
002572 B40-CHECK-DEPENDENCIES SECTION.
002573*--------------------------------------------------------------
002574*- A STAGED FILE WHOSE SETS CALL A SET IT DOES NOT CONTAIN, OR
002575*- NAME A TABLE THE REFERENCE IMAGE (OR, WITHOUT ONE, THE
002576*- REFTABLE_LIST) DOES NOT HOLD, WOULD FAIL IN THE NIGHT RUN -
002577*- REFUSE IT HERE INSTEAD. WITH NEITHER TABLE SOURCE NAMED ONLY
002578*- THE CALLS ARE CHECKED.
002579*--------------------------------------------------------------
002580 B40-010.
002581   PERFORM VARYING WK-DEP-I FROM 1 BY 1
002582     UNTIL WK-DEP-I > WK-DEP-CCNT
002583       MOVE ZERO          TO WK-DEP-HIT
002584       PERFORM VARYING WK-DEP-J FROM 1 BY 1
002585         UNTIL WK-DEP-J > WK-DEP-SCNT OR WK-DEP-HIT = 1
002586           IF WK-DEP-SET(WK-DEP-J) = WK-DEP-CTO(WK-DEP-I)
002587             THEN
002588               MOVE 1             TO WK-DEP-HIT
002589           END-IF
002590       END-PERFORM
002591       IF WK-DEP-HIT = ZERO
002592         THEN
002593           DISPLAY 'RULACTIV:SET ' WK-DEP-CFROM(WK-DEP-I)
002594                   ' CALLS ' WK-DEP-CTO(WK-DEP-I)
002595                   ', NOT IN THE STAGED FILE.'
002596           MOVE 1             TO WK-BAD
002597       END-IF
002598   END-PERFORM.
002599   IF WK-DEP-RCNT = ZERO
002600     THEN
002601       GO TO B40-CHECK-DEPENDENCIES-EXIT
002602   END-IF.
002603   PERFORM B45-LOAD-TABLES.
002604   IF WK-RIMGNAME = SPACE AND WK-REFLNAME = SPACE
002605     THEN
002606       DISPLAY 'RULACTIV:NO REFIMAGE_FILE OR REFTABLE_LIST, '
002607               'TABLE REFERENCES NOT CHECKED.'
002608       GO TO B40-CHECK-DEPENDENCIES-EXIT
002609   END-IF.
002610   IF WK-DEP-TSRC = SPACE
002611     THEN
002612       GO TO B40-CHECK-DEPENDENCIES-EXIT
002613   END-IF.
002614   PERFORM VARYING WK-DEP-I FROM 1 BY 1
002615     UNTIL WK-DEP-I > WK-DEP-RCNT
002616       MOVE ZERO          TO WK-DEP-HIT
002617       PERFORM VARYING WK-DEP-J FROM 1 BY 1
002618         UNTIL WK-DEP-J > WK-DEP-TCNT OR WK-DEP-HIT = 1
002619           IF WK-DEP-TNAME(WK-DEP-J) = WK-DEP-RTBL(WK-DEP-I)
002620             THEN
002621               MOVE 1             TO WK-DEP-HIT
002622           END-IF
002623       END-PERFORM
002624       IF WK-DEP-HIT = ZERO
002625         THEN
002626           DISPLAY 'RULACTIV:SET ' WK-DEP-RFROM(WK-DEP-I)
002627                   ' USES TABLE ' WK-DEP-RTBL(WK-DEP-I)
002628                   ', NOT IN THE ' WK-DEP-TSRC
002629           MOVE 1             TO WK-BAD
002630       END-IF
002631   END-PERFORM.
002632 B40-CHECK-DEPENDENCIES-EXIT.
002633   EXIT.
002634 B45-LOAD-TABLES SECTION.
002635*--------------------------------------------------------------
002636*- THE TABLES THAT EXIST: REFERENCE IMAGE ENTRY LINES (T/R/D,
002637*- NAME IN COLS 3-7 - SEE REFBUILD), ELSE THE REFTABLE_LIST.
002638*- A SOURCE THAT IS NAMED BUT CANNOT BE READ REFUSES THE FILE:
002639*- NOTHING COULD BE CHECKED.
002640*--------------------------------------------------------------
002641 B45-010.
002642   MOVE SPACE         TO WK-DEP-TSRC.
002643   MOVE ZERO          TO WK-DEP-TCNT.
002644   IF WK-RIMGNAME NOT = SPACE
002645     THEN
002646       OPEN INPUT F43RIMG
002647       IF WK-RIMG-FST NOT = '00'
002648         THEN
002649           DISPLAY 'RULACTIV:REFERENCE IMAGE OPEN ERROR STATUS='
002650                   WK-RIMG-FST
002651           MOVE 1             TO WK-BAD
002652           GO TO B45-LOAD-TABLES-EXIT
002653       END-IF
002654       MOVE 'REFERENCE IMAGE' TO WK-DEP-TSRC
002655       PERFORM UNTIL WK-RIMG-FST NOT = '00'
002656         READ F43RIMG
002657           END
002658             CONTINUE
002659           NOT END
002660             IF (F43RECORD(1:1) = 'T' OR F43RECORD(1:1) = 'R'
002661              OR F43RECORD(1:1) = 'D' OR F43RECORD(1:1) = 'W')
002662              AND F43RECORD(2:1) = SPACE AND WK-DEP-TCNT < 500
002663               THEN
002664                 ADD 1              TO WK-DEP-TCNT
002665                 MOVE F43RECORD(3:5) TO WK-DEP-TNAME(WK-DEP-TCNT)
002666             END-IF
002667         END-READ
002668       END-PERFORM
002669       CLOSE F43RIMG
002670       GO TO B45-LOAD-TABLES-EXIT
002671   END-IF.
002672   IF WK-REFLNAME = SPACE
002673     THEN
002674       GO TO B45-LOAD-TABLES-EXIT
002675   END-IF.
002676   OPEN INPUT F13RLIST.
002677   IF WK-REFL-FST NOT = '00'
002678     THEN
002679       DISPLAY 'RULACTIV:REFTABLE_LIST OPEN ERROR STATUS='
002680               WK-REFL-FST
002681       MOVE 1             TO WK-BAD
002682       GO TO B45-LOAD-TABLES-EXIT
002683   END-IF.
002684   MOVE 'REFTABLE_LIST'   TO WK-DEP-TSRC.
002685   PERFORM UNTIL WK-REFL-FST NOT = '00'
002686     READ F13RLIST
002687       END
002688         CONTINUE
002689       NOT END
002690         IF F13RECORD(1:1) NOT = '*' AND F13RECORD NOT = SPACE
002691          AND WK-DEP-TCNT < 500
002692           THEN
002693             ADD 1              TO WK-DEP-TCNT
002694             MOVE F13RECORD(1:5) TO WK-DEP-TNAME(WK-DEP-TCNT)
002695         END-IF
002696     END-READ
002697   END-PERFORM.
002698   CLOSE F13RLIST.
002699 B45-LOAD-TABLES-EXIT.
002700   EXIT.
002701*--------------------------------------------------------------
002702*- COPY THE OUTGOING LIVE FILE TO ITS DATED BACKUP (LIVE NAME
002703*- + '.B' + YYYYMMDD). A LIVE FILE THAT DOES NOT EXIST YET
002704*- (FIRST ACTIVATION) SKIPS THE BACKUP WITH A NOTE; ANY OTHER
002705*- I/O PROBLEM ABANDONS THE ACTIVATION WITH THE LIVE FILE
002706*- UNTOUCHED.
002707*--------------------------------------------------------------
002708 B50-BACKUP-LIVE SECTION.
002709 B50-010.
002710   MOVE SPACE         TO WK-BKPNAME.
002711   STRING FUNCTION TRIM(WK-FILENAME) '.B' WK-TM-DATE
002712                      INTO WK-BKPNAME.
002713   OPEN INPUT F1INPUT.
002714   IF FST = '35'
002715     THEN
002716       DISPLAY 'RULACTIV:NO LIVE FILE YET, BACKUP SKIPPED.'
002720       GO TO B50-BACKUP-LIVE-EXIT
002730   END-IF.
002740   IF FST NOT = '00'
