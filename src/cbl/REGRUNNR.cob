004170                 ADD 1          TO WK-HDR-CNT
004180             END-IF
004190             IF F1BODY(1:5) = 'HDR__' OR F1BODY(1:5) = 'TRL__'
004195              OR F1BODY(1:5) = 'SRC__'
004200               THEN
004210                 CONTINUE
004220               ELSE
005070             WHEN 'D '
005080                 MOVE 2               TO WK-REF-RANGE
005090                 MOVE F13RECORD(9:100) TO WK-REFNAME
005091             WHEN 'W '
005092                 MOVE 3               TO WK-REF-RANGE
005093                 MOVE F13RECORD(9:100) TO WK-REFNAME
005100             WHEN OTHER
005110                 MOVE ZERO            TO WK-REF-RANGE
005120                 MOVE F13RECORD(7:100) TO WK-REFNAME
005640                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
005650                 MOVE SPACE             TO PVCODE-TBL-VAL
005660                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
005661             WHEN 3
005662*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
005663*-               COLS 12-51.
005664                 MOVE 'WREG'            TO PVCODE-FUNC
005665                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
005666                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
005667                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
005670             WHEN OTHER
005680                 MOVE 'TREG'            TO PVCODE-FUNC
005690                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
007030     MOVE F43RECORD(42:10)  TO PVCODE-TBL-CND(4)
007040     MOVE SPACE             TO PVCODE-TBL-VAL
007050     MOVE F43RECORD(53:10)  TO PVCODE-TBL-VAL(1:10)
007051   WHEN 'W'
007052     MOVE 'WREG'            TO PVCODE-FUNC
007053     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
007054     MOVE F43RECORD(9:10)   TO PVCODE-TBL-KEY
007055     MOVE F43RECORD(20:40)  TO PVCODE-TBL-WNAME
007060   WHEN 'T'
007070     MOVE 'TREG'            TO PVCODE-FUNC
007080     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
