000160*- IMAGE LAYOUT (80-BYTE LINES):
000170*-   'RIMG    ' DATE(9-16) TABLES(18-20) ENTRIES(22-28)
000180*-              CHECKSUM(30-38)
000190*-   'T'/'R'/'D'/'W' IN COL 1, TABLE NAME COLS 3-7, THEN:
000200*-     T: KEY(9-28)  VALUE(30-49)  EFFDATE(52-59, OPTIONAL)
000210*-     R: LO(9-23)   HI(25-39)    VALUE(41-60)
000220*-     D: CND1(9-18) CND2(20-29) CND3(31-40) CND4(42-51)
000230*-        ACTION(53-62)
000231*-     W: ENTRY ID(9-18) NAME(20-59)
000240*-   'RIMGTRL ' ENTRIES(9-15) CHECKSUM(17-25)
000250*- THE CHECKSUM IS THE ESTABLISHED POSITION-WEIGHTED BYTE HASH
000260*- (MOD 10**8) OVER COLS 1-60 OF EVERY ENTRY LINE.
001370 B10-WALK-LIST SECTION.
001380*--------------------------------------------------------------
001390*- WALK EVERY TABLE NAMED IN THE LIST ('NNNNN FILENAME', 'R '/
001400*- 'D '/'W ' MARKERS AS THE LOADERS READ THEM).
001410*--------------------------------------------------------------
001420 B10-010.
001430   OPEN INPUT F13RLIST.
001620                 MOVE F13RECORD(9:100) TO WK-REFNAME
001630             WHEN 'D '
001640                 MOVE 2               TO WK-REF-RANGE
001641                 MOVE F13RECORD(9:100) TO WK-REFNAME
001642             WHEN 'W '
001643                 MOVE 3               TO WK-REF-RANGE
001650                 MOVE F13RECORD(9:100) TO WK-REFNAME
001660             WHEN OTHER
001670                 MOVE ZERO            TO WK-REF-RANGE
002210     MOVE F12RECORD(23:10) TO WK-LINE(31:10)
002220     MOVE F12RECORD(34:10) TO WK-LINE(42:10)
002230     MOVE F12RECORD(45:10) TO WK-LINE(53:10)
002231   WHEN 3
002232     MOVE 'W'           TO WK-LINE(1:1)
002233     MOVE WK-REF-TBLNAME TO WK-LINE(3:5)
002234     MOVE F12RECORD(1:10)  TO WK-LINE(9:10)
002235     MOVE F12RECORD(12:40) TO WK-LINE(20:40)
002240   WHEN OTHER
002250     MOVE 'T'           TO WK-LINE(1:1)
002260     MOVE WK-REF-TBLNAME TO WK-LINE(3:5)
