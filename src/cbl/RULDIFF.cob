000080*- THE LOADER NUMBERS THEM), EACH SIDE LABELED WITH ITS HDR__
000090*- NAME/VERSION FIELDS, AND A CHANGED/UNCHANGED VERDICT. THE
000100*- REPORT IS THE ARTIFACT THAT GOES ON THE CHANGE TICKET.
000101*- EACH SIDE ALSO SHOWS THE SOURCE-LIBRARY MEMBER AND VERSION
000102*- STAMPED IN ITS SRC__ ROW BY RULCOMP, OR (NONE).
000110*-
000120*- ENV: RULETBL_A / RULETBL_B = THE TWO RULE-TABLE FILES,
000130*-      RULESET_ID = SET TO COMPARE, COMPARE_FILE = REPORT.
000590   03 WK-A-HDR-NAME         PIC X(06).
000600   03 WK-A-HDR-VER          PIC X(02).
000610   03 WK-A-HDR-DATE         PIC X(04).
000611   03 WK-A-SRC-MBR          PIC X(08) VALUE SPACE.
000612   03 WK-A-SRC-VER          PIC X(04) VALUE SPACE.
000620   03 WK-A-FOUND            PIC 9(01) VALUE ZERO.
000630   03 WK-A-ROW              OCCURS 9999 TIMES.
000640     05 WK-A-BODY           PIC X(18).
000670   03 WK-B-HDR-NAME         PIC X(06).
000680   03 WK-B-HDR-VER          PIC X(02).
000690   03 WK-B-HDR-DATE         PIC X(04).
000691   03 WK-B-SRC-MBR          PIC X(08) VALUE SPACE.
000692   03 WK-B-SRC-VER          PIC X(04) VALUE SPACE.
000700   03 WK-B-FOUND            PIC 9(01) VALUE ZERO.
000710   03 WK-B-ROW              OCCURS 9999 TIMES.
000720     05 WK-B-BODY           PIC X(18).
001700               MOVE F1A-BODY(6:6)  TO WK-A-HDR-NAME
001710               MOVE F1A-BODY(12:2) TO WK-A-HDR-VER
001720               MOVE F1A-BODY(14:4) TO WK-A-HDR-DATE
001721             WHEN 'SRC__'
001722*-             PROVENANCE STAMP: A LABEL, NOT A ROW TO COMPARE.
001723               IF F1A-BODY(18:1) NOT = 'F'
001724                 THEN
001725                   MOVE F1A-BODY(6:8)  TO WK-A-SRC-MBR
001726                   MOVE F1A-BODY(14:4) TO WK-A-SRC-VER
001727               END-IF
001730             WHEN 'TRL__'
001740               CONTINUE
001750             WHEN OTHER
002180               MOVE F2B-BODY(6:6)  TO WK-B-HDR-NAME
002190               MOVE F2B-BODY(12:2) TO WK-B-HDR-VER
002200               MOVE F2B-BODY(14:4) TO WK-B-HDR-DATE
002201             WHEN 'SRC__'
002202               IF F2B-BODY(18:1) NOT = 'F'
002203                 THEN
002204                   MOVE F2B-BODY(6:8)  TO WK-B-SRC-MBR
002205                   MOVE F2B-BODY(14:4) TO WK-B-SRC-VER
002206               END-IF
002210             WHEN 'TRL__'
002220               CONTINUE
002230             WHEN OTHER
002490   STRING 'NAME=' WK-A-HDR-NAME ' VER=' WK-A-HDR-VER
002500          ' DATE=' WK-A-HDR-DATE
002510                      INTO WK-LINE(76:35).
002511   PERFORM C11-SOURCE-LABEL-A.
002520   MOVE WK-LINE       TO F3LINE.
002530   WRITE F3LINE.
002540   MOVE SPACE         TO WK-LINE.
002570   STRING 'NAME=' WK-B-HDR-NAME ' VER=' WK-B-HDR-VER
002580          ' DATE=' WK-B-HDR-DATE
002590                      INTO WK-LINE(76:35).
002591   PERFORM C12-SOURCE-LABEL-B.
002600   MOVE WK-LINE       TO F3LINE.
002610   WRITE F3LINE.
002620   MOVE SPACE         TO F3LINE.
002630   WRITE F3LINE.
002640 C10-REPORT-HEADING-EXIT.
002641   EXIT.
002642 C11-SOURCE-LABEL-A SECTION.
002643*--------------------------------------------------------------
002644*- THE SOURCE-LIBRARY MEMBER/VERSION THAT PRODUCED EACH SIDE,
002645*- FROM ITS SRC__ STAMP.
002646*--------------------------------------------------------------
002647 C11-010.
002648   IF WK-A-SRC-MBR = SPACE
002649     THEN
002650       MOVE 'SOURCE=(NONE)' TO WK-LINE(112:13)
002651     ELSE
002652       STRING 'SOURCE=' WK-A-SRC-MBR ' V' WK-A-SRC-VER
002653                      DELIMITED BY SIZE INTO WK-LINE(112:21)
002654   END-IF.
002655 C11-SOURCE-LABEL-A-EXIT.
002656   EXIT.
002657 C12-SOURCE-LABEL-B SECTION.
002658 C12-010.
002659   IF WK-B-SRC-MBR = SPACE
002660     THEN
002661       MOVE 'SOURCE=(NONE)' TO WK-LINE(112:13)
002662     ELSE
002663       STRING 'SOURCE=' WK-B-SRC-MBR ' V' WK-B-SRC-VER
002664                      DELIMITED BY SIZE INTO WK-LINE(112:21)
002665   END-IF.
002666 C12-SOURCE-LABEL-B-EXIT.
002667   EXIT.
002668 C20-COMPARE-ROWS SECTION.
002670*--------------------------------------------------------------
002680*- POSITIONAL COMPARE. ROWS PRESENT ON BOTH SIDES AND UNEQUAL
002690*- ARE 'CHANGED' (OPCODE, OPTION AND OPERAND/LITERAL COLUMNS
