000190*-         CONT_ CONTINUATION RECORDS DO NOT COUNT). FOR ADD,
000200*-         THE NEW ROW GOES BEFORE THIS PC, ZERO = APPEND
000210*-   33-50 NEW F1BODY (18 BYTES) FOR ADD/REPLACE
000213*- RULCHSCR KEYS THESE RECORDS (AND THE SECOND APPROVER'S
000216*- APPROVE RECORDS) FROM A SCREEN, ONE FIELD PER OPERAND.
000220*-
000230*- CHANGE CONTROL (ACTIVE WHEN ENV ENTITLE_FILE IS SET):
000240*- EVERY REQUEST IS CHECKED AGAINST THE ENTITLEMENT FILE (ONE
004940               MOVE 1             TO WK-HDR-SEEN
004950               ADD 1              TO WK-HDR-CNT
004960               MOVE F1BODY        TO WK-HDR-BODY
004962             WHEN 'SRC__'
004964*-             A HAND-MAINTAINED SET NO LONGER MATCHES ANY LIBRARY
004966*-             SOURCE, SO ITS PROVENANCE STAMP IS NOT KEPT.
004968               CONTINUE
004970             WHEN 'TRL__'
004980               CONTINUE
004990             WHEN OTHER
