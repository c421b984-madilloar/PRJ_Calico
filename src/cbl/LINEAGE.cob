000190*-
000200*- ENV: INQ_KEY (REQUIRED), INQ_FROM/INQ_TO (YYYYMMDD,
000210*-      OPTIONAL), HISTORY_FILE, REJECT_FILE, REJGEN_LIST,
000220*-      REPAIRED_LIST, LINEAGE_FILE (OUTPUT), INQ_USER (THE
000230*-      ASKING USER, DEFAULT ENV USER), ACCESS_LOG (DEFAULT
000240*-      ../data/pcheckaccess.txt - EVERY INQUIRY IS LOGGED THERE:
000241*-      USER, KEY AND DATE RANGE, EVENTS RETURNED, DATE, TIME).
000242*- RETURN-CODE: 0=STORY PRINTED (EVEN IF EMPTY), 12=BAD PARMS OR
000243*-              NO USER ID, 16=FATAL I/O (INCLUDING THE LOG).
000250*--------------------------------------------------------------
000260 ENVIRONMENT    DIVISION.
000270 INPUT-OUTPUT               SECTION.
000380   SELECT F2OUT   ASSIGN TO WK-OUTNAME
000390   ORGANIZATION LINE SEQUENTIAL
000400   STATUS WK-OUT-FST.
000401   SELECT F9ALOG  ASSIGN TO WK-ALOGNAME
000402   ORGANIZATION LINE SEQUENTIAL
000403   STATUS WK-ALOG-FST.
000410 DATA DIVISION.
000420 FILE                       SECTION.
000430 FD  F1HIST.
000810   03 F3-KEY                PIC X(20).
000820 FD  F2OUT.
000830 01  F2LINE                 PIC X(132).
000831*- ACCESS LOG, SHARED BY EVERY INQUIRY PROGRAM (SEE ACCREVW):
000832*- TYPE 'K' = A BUSINESS KEY WAS ASKED ABOUT, 'R' = A RULE SET.
000833 FD  F9ALOG.
000834 01  F9ARECORD              SYNC.
000835   03 F9A-USER              PIC X(08).
000836   03 FILLER                PIC X(01).
000837   03 F9A-PROG              PIC X(08).
000838   03 FILLER                PIC X(01).
000839   03 F9A-DATE              PIC X(08).
000840   03 FILLER                PIC X(01).
000841   03 F9A-TIME              PIC X(06).
000842   03 FILLER                PIC X(01).
000843   03 F9A-TYPE              PIC X(01).
000844   03 FILLER                PIC X(01).
000845   03 F9A-SUBJECT           PIC X(20).
000846   03 FILLER                PIC X(01).
000847   03 F9A-FROM              PIC X(08).
000848   03 FILLER                PIC X(01).
000849   03 F9A-TO                PIC X(08).
000850   03 FILLER                PIC X(01).
000851   03 F9A-REF               PIC X(08).
000852   03 FILLER                PIC X(01).
000853   03 F9A-COUNT             PIC 9(07).
000854   03 FILLER                PIC X(09).
000855 WORKING-STORAGE SECTION.
000856 01  WK-FILES               SYNC.
000860   03 WK-HISTNAME           PIC X(100).
000870   03 WK-HIST-FST           PIC X(02).
000880   03 WK-REJNAME            PIC X(100).
000950   03 WK-REPLNAME           PIC X(100).
000960   03 WK-OUTNAME            PIC X(100).
000970   03 WK-OUT-FST            PIC X(02).
000971*--------------------------------------------------------------
000972*- THE ACCESS LOG: WHO IS ASKING, AND THE RECORD BEING BUILT.
000973*--------------------------------------------------------------
000974 01  WK-ALOG                SYNC.
000975   03 WK-ALOGNAME           PIC X(100).
000976   03 WK-ALOG-FST           PIC X(02).
000977   03 WK-ALOG-USER          PIC X(08).
000978   03 WK-ALOG-TIME          PIC X(08).
000979   03 WK-ALOG-TYPE          PIC X(01).
000980   03 WK-ALOG-SUBJECT       PIC X(20).
000981   03 WK-ALOG-FROM          PIC X(08).
000982   03 WK-ALOG-TO            PIC X(08).
000983   03 WK-ALOG-REF           PIC X(08).
000984   03 WK-ALOG-COUNT         PIC 9(07).
000985 01  WK-INQ                 SYNC.
000990   03 WK-KEY                PIC X(20).
001000   03 WK-KEY-LEN            PIC 9(02) VALUE ZERO.
001010   03 WK-FROM               PIC X(08) VALUE '00000000'.
001700   IF WK-OUTNAME = SPACE
001710     MOVE '../data/pchecklineage.txt' TO WK-OUTNAME
001720   END-IF.
001721   PERFORM Z80-OPEN-ACCESS-LOG.
001722   IF RETURN-CODE NOT = ZERO
001723     THEN
001724       GOBACK
001725   END-IF.
001730   PERFORM B10-SCAN-HISTORY.
001740   MOVE SPACE         TO WK-GEN-DATE.
001750   PERFORM B20-SCAN-ONE-REJECT-FILE.
001850   END-IF.
001860   PERFORM C10-SORT-EVENTS.
001870   PERFORM D10-PRINT-STORY.
001871   MOVE 'K'           TO WK-ALOG-TYPE.
001872   MOVE WK-KEY        TO WK-ALOG-SUBJECT.
001873   MOVE WK-FROM       TO WK-ALOG-FROM.
001874   MOVE WK-TO         TO WK-ALOG-TO.
001875   MOVE SPACE         TO WK-ALOG-REF.
001876   MOVE WK-EVT-CNT    TO WK-ALOG-COUNT.
001877   PERFORM Z81-WRITE-ACCESS-LOG.
001878   CLOSE F9ALOG.
001880   MOVE ZERO          TO RETURN-CODE.
001890   GOBACK.
001900 B10-SCAN-HISTORY SECTION.
004930           ' ANSWER IN ' WK-OUTNAME.
004940 D10-PRINT-STORY-EXIT.
004950   EXIT.
004951 Z80-OPEN-ACCESS-LOG SECTION.
004952*--------------------------------------------------------------
004953*- EVERY INQUIRY IS LOGGED - WHO ASKED, WHAT ABOUT, HOW MANY
004954*- RECORDS CAME BACK AND WHEN - ON THE SHARED ACCESS LOG THAT
004955*- ACCREVW REVIEWS. NO USER ID OR NO LOG, NO ANSWER.
004956*--------------------------------------------------------------
004957 Z80-010.
004958   MOVE SPACE         TO WK-ALOG-USER.
004959   ACCEPT WK-ALOG-USER FROM ENVIRONMENT 'INQ_USER'.
004960   IF WK-ALOG-USER = SPACE
004961     THEN
004962       ACCEPT WK-ALOG-USER FROM ENVIRONMENT 'USER'
004963   END-IF.
004964   IF WK-ALOG-USER = SPACE
004965     THEN
004966       DISPLAY 'LINEAGE:NO USER ID (SET INQ_USER)'
004967       MOVE 12            TO RETURN-CODE
004968       GO TO Z80-OPEN-ACCESS-LOG-EXIT
004969   END-IF.
004970   MOVE SPACE         TO WK-ALOGNAME.
004971   ACCEPT WK-ALOGNAME FROM ENVIRONMENT 'ACCESS_LOG'.
004972   IF WK-ALOGNAME = SPACE
004973     MOVE '../data/pcheckaccess.txt' TO WK-ALOGNAME
004974   END-IF.
004975   OPEN EXTEND F9ALOG.
004976   IF WK-ALOG-FST = '35'
004977     THEN
004978       OPEN OUTPUT F9ALOG
004979   END-IF.
004980   IF WK-ALOG-FST NOT = '00'
004981     THEN
004982       DISPLAY 'LINEAGE:ACCESS LOG OPEN ERROR STATUS='
004983               WK-ALOG-FST
004984       MOVE 16            TO RETURN-CODE
004985       GO TO Z80-OPEN-ACCESS-LOG-EXIT
004986   END-IF.
004987   MOVE ZERO          TO RETURN-CODE.
004988 Z80-OPEN-ACCESS-LOG-EXIT.
004989   EXIT.
004990 Z81-WRITE-ACCESS-LOG SECTION.
004991*--------------------------------------------------------------
004992*- ONE ACCESS-LOG RECORD FROM THE WK-ALOG FIELDS.
004993*--------------------------------------------------------------
004994 Z81-010.
004995   MOVE SPACE         TO F9ARECORD.
004996   MOVE WK-ALOG-USER  TO F9A-USER.
004997   MOVE 'LINEAGE'     TO F9A-PROG.
004998   ACCEPT F9A-DATE    FROM DATE YYYYMMDD.
004999   ACCEPT WK-ALOG-TIME FROM TIME.
005000   MOVE WK-ALOG-TIME(1:6) TO F9A-TIME.
005001   MOVE WK-ALOG-TYPE  TO F9A-TYPE.
005002   MOVE WK-ALOG-SUBJECT TO F9A-SUBJECT.
005003   MOVE WK-ALOG-FROM  TO F9A-FROM.
005004   MOVE WK-ALOG-TO    TO F9A-TO.
005005   MOVE WK-ALOG-REF   TO F9A-REF.
005006   MOVE WK-ALOG-COUNT TO F9A-COUNT.
005007   WRITE F9ARECORD.
005008 Z81-WRITE-ACCESS-LOG-EXIT.
005009   EXIT.
