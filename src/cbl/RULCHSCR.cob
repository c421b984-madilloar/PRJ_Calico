000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.   RULCHSCR.
000030*--------------------------------------------------------------
000040*- RULE CHANGE REQUEST SCREEN, RUN IN FRONT OF RULMAINT. THE
000050*- REQUESTER PICKS A RULE SET, PAGES THROUGH ITS ROWS EXACTLY
000060*- AS RULLIST DECODES THEM (RULLIST IS CALLED FOR THE SET AND
000070*- ITS LISTING READ BACK), AND KEYS EACH CHANGE AS AN ACTION
000080*- (A=ADD, R=REPLACE, D=DELETE), A PC AND AN OPCODE. THE SCREEN
000090*- THEN PROMPTS FOR THAT OPCODE'S OWN OPERANDS - A PUSHV AS
000100*- INPUT AREA, POSITION AND LENGTH, A JUMP AS ITS TARGET PC, A
000110*- LOOKP AS TABLE NAME AND VALUE OPTION - CHECKS THEM AND
000120*- BUILDS THE 18-BYTE ROW ITSELF, SO NO CHANGE RECORD CAN BE
000130*- KEYED A COLUMN OUT. NUMBERS MAY BE KEYED WITHOUT LEADING
000140*- ZEROS. A PUSHL LITERAL ON THIS SCREEN IS UP TO 10 BYTES;
000150*- LONGER LITERALS NEED CONT_ ROWS AND GO THROUGH RULCOMP.
000160*-
000170*- CHANGES ARE STAGED ONE BY ONE AND WRITTEN IN THAT ORDER.
000180*- RULMAINT APPLIES THEM IN THAT ORDER TOO, SO A PC KEYED AFTER
000190*- A STAGED ADD OR DELETE COUNTS THE ROWS AS THAT CHANGE LEAVES
000200*- THEM (THE LISTING SHOWN IS THE SET BEFORE ANY OF THEM).
000210*-
000220*- APPROVAL MODE (RULECHG_MODE=APPROVE): THE SECOND APPROVER
000230*- BRINGS UP THE SAME SET AND SEES EVERY PENDING REQUEST OF THE
000240*- CHANGE FILE FOR IT - REQUESTER, ACTION, PC, THE ROW AS IT IS
000250*- NOW AND THE NEW ROW SPELLED OUT OPERAND BY OPERAND. KEYING Y
000260*- BESIDE A REQUEST AND W WRITES THE MATCHING 'APPROVE' RECORD
000270*- (SAME RSID, ROW NUMBER AND BODY, THE APPROVER'S USER ID) -
000280*- THE TWO-PERSON RULE RULMAINT CHECKS. THE APPROVER'S OWN
000290*- REQUESTS AND REQUESTS ALREADY APPROVED ARE NOT OFFERED.
000300*-
000310*- BOTH MODES APPEND TO THE CHANGE FILE (CREATED WHEN MISSING),
000320*- BEHIND A '*' COMMENT LINE NAMING THE USER, DATE AND TIME.
000330*-
000340*- COMMANDS (REQUEST): ENTER = PROMPT THE OPERANDS FOR THE
000350*- KEYED OPCODE, S = STAGE THE CHANGE, U = UNSTAGE THE LAST ONE,
000360*- N/P = NEXT/PREVIOUS PAGE OF ROWS, W = WRITE AND END, X = END
000370*- WITHOUT WRITING. (APPROVAL): N/P, W, X.
000380*-
000390*- ENV: PCHECKTBL_FILE = RULE-TABLE FILE (PASSED TO RULLIST),
000400*-      RULESET_ID     = SET TO SHOW (ELSE ASKED ON SCREEN),
000410*-      CHANGE_FILE    = RULMAINT CHANGE FILE (APPENDED),
000420*-      RULECHG_MODE   = REQUEST (DEFAULT) OR APPROVE,
000430*-      RULECHG_USER   = USER ID (DEFAULT ENV USER),
000440*-      RULECHG_LIST   = WORK FILE FOR THE RULLIST LISTING,
000450*-      FIELDDICT_FILE/FIELDDICT_FEED = AS FOR RULLIST.
000460*- RETURN-CODE: 0=CHANGE FILE WRITTEN, 4=ENDED WITHOUT WRITING,
000470*-              12=NO USER ID OR NOTHING PENDING, 16=FATAL.
000480*--------------------------------------------------------------
000490 ENVIRONMENT    DIVISION.
000500 INPUT-OUTPUT               SECTION.
000510 FILE-CONTROL.
000520   SELECT F2CHG   ASSIGN TO WK-CHGNAME
000530   ORGANIZATION LINE SEQUENTIAL
000540   STATUS WK-CHG-FST.
000550   SELECT F2LIST  ASSIGN TO WK-LSTNAME
000560   ORGANIZATION LINE SEQUENTIAL
000570   STATUS WK-LST-FST.
000580 DATA DIVISION.
000590 FILE                       SECTION.
000600 FD  F2CHG.
000610*- RULMAINT'S CHANGE-REQUEST RECORD.
000620 01  F2RECORD               SYNC.
000630   03 F2-USER               PIC X(08).
000640   03 FILLER                PIC X(01).
000650   03 F2-RSID               PIC X(08).
000660   03 FILLER                PIC X(01).
000670   03 F2-ACTION             PIC X(07).
000680   03 FILLER                PIC X(01).
000690   03 F2-ROWNO              PIC 9(05).
000700   03 FILLER                PIC X(01).
000710   03 F2-BODY               PIC X(18).
000720   03 FILLER                PIC X(30).
000730 01  F2TEXT                 PIC X(80).
000740 FD  F2LIST.
000750 01  F2LINE                 PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 01  WK-FILES               SYNC.
000780   03 WK-CHGNAME            PIC X(100).
000790   03 WK-CHG-FST            PIC X(02).
000800   03 WK-LSTNAME            PIC X(100).
000810   03 WK-LST-FST            PIC X(02).
000820 01  WK-USER                PIC X(08).
000830 01  WK-MODE                PIC X(07).
000840 01  WK-RSID                PIC X(08).
000850 01  WK-DATE                PIC X(08).
000860 01  WK-TIME                PIC X(08).
000870 01  WK-PROG                PIC X(08) VALUE 'RULLIST'.
000880 01  WK-PROG-RC             PIC S9(04).
000890 01  WK-ENV-NAME            PIC X(20).
000900 01  WK-ENV-VAL             PIC X(100).
000910 01  WK-LOWER               PIC X(26)
000920                            VALUE 'abcdefghijklmnopqrstuvwxyz'.
000930 01  WK-UPPER               PIC X(26)
000940                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000950*--------------------------------------------------------------
000960*- THE SET AS RULLIST DECODED IT: ONE ENTRY PER PC (THE SAME
000970*- NUMBERING RULMAINT'S ROW NUMBERS USE), '>' = JUMP TARGET.
000980*--------------------------------------------------------------
000990 01  WK-LS                  SYNC.
001000   03 WK-LS-CNT             PIC 9(05) VALUE ZERO.
001010   03 WK-LS-I               PIC 9(05).
001020   03 WK-LS-XREF            PIC 9(01).
001030   03 WK-LS-TBL             OCCURS 9999 TIMES.
001040     05 WK-LS-PC            PIC X(05).
001050     05 WK-LS-MARK          PIC X(01).
001060     05 WK-LS-OPR           PIC X(05).
001070     05 WK-LS-TXT           PIC X(58).
001080*--------------------------------------------------------------
001090*- THE CHANGE FILE AS IT STANDS (APPROVAL MODE), AND THE
001100*- CHANGES ON THIS SCREEN: STAGED ONES (REQUEST MODE) OR THE
001110*- PENDING ONES OFFERED FOR APPROVAL, WK-CH-OK = 'Y' MARKED.
001120*--------------------------------------------------------------
001130 01  WK-CF                  SYNC.
001140   03 WK-CF-CNT             PIC 9(03) VALUE ZERO.
001150   03 WK-CF-I               PIC 9(03).
001160   03 WK-CF-J               PIC 9(03).
001170   03 WK-CF-HIT             PIC 9(01).
001180   03 WK-CF-TBL             OCCURS 500 TIMES.
001190     05 WK-CF-USER          PIC X(08).
001200     05 WK-CF-RSID          PIC X(08).
001210     05 WK-CF-ACTION        PIC X(07).
001220     05 WK-CF-ROWNO         PIC 9(05).
001230     05 WK-CF-BODY          PIC X(18).
001240 01  WK-CH                  SYNC.
001250   03 WK-CH-CNT             PIC 9(03) VALUE ZERO.
001260   03 WK-CH-I               PIC 9(03).
001270   03 WK-CH-OWN             PIC 9(03) VALUE ZERO.
001280   03 WK-CH-DONE            PIC 9(03) VALUE ZERO.
001290   03 WK-CH-MARKED          PIC 9(03) VALUE ZERO.
001300   03 WK-CH-TBL             OCCURS 200 TIMES.
001310     05 WK-CH-USER          PIC X(08).
001320     05 WK-CH-ACTION        PIC X(07).
001330     05 WK-CH-ROWNO         PIC 9(05).
001340     05 WK-CH-BODY          PIC X(18).
001350     05 WK-CH-OK            PIC X(01).
001360*--------------------------------------------------------------
001370*- THE CHANGE BEING KEYED AND THE OPERAND PROMPTS OF ITS
001380*- OPCODE. WK-PR-OFF/WK-PR-LEN = WHERE THE OPERAND SITS IN THE
001390*- 18-BYTE ROW (7 = THE OPTION BYTE, 8-18 = THE OPERAND).
001400*- WK-PR-KIND: 'X' = TEXT WITHOUT SPACES, 'C' = ONE CHARACTER
001410*- OF WK-PR-ALLOW, 'N' = DIGITS, 'P' = DIGITS NOT ZERO, 'T' =
001420*- A TARGET PC, 'L' = PUSHL LITERAL TEXT.
001430*--------------------------------------------------------------
001440 01  WK-EN                  SYNC.
001450   03 WK-EN-ACT             PIC X(01).
001460   03 WK-EN-PC              PIC X(05).
001470   03 WK-EN-OPR             PIC X(05).
001480   03 WK-EN-ROWNO           PIC 9(05).
001490   03 WK-EN-MAX             PIC 9(05).
001500   03 WK-EN-WORD            PIC X(07).
001510   03 WK-EN-BODY            PIC X(18).
001520 01  WK-PR                  SYNC.
001530   03 WK-PR-OPR             PIC X(05) VALUE SPACE.
001540   03 WK-PR-NEW             PIC 9(01).
001550   03 WK-PR-KNOWN           PIC 9(01).
001560   03 WK-PR-CNT             PIC 9(01) VALUE ZERO.
001570   03 WK-PR-I               PIC 9(01).
001580   03 WK-PR-TBL             OCCURS 3 TIMES.
001590     05 WK-PR-LBL           PIC X(20).
001600     05 WK-PR-HINT          PIC X(40).
001610     05 WK-PR-KIND          PIC X(01).
001620     05 WK-PR-REQ           PIC X(01).
001630     05 WK-PR-OFF           PIC 9(02).
001640     05 WK-PR-LEN           PIC 9(02).
001650     05 WK-PR-ALLOW         PIC X(10).
001660     05 WK-PR-VAL           PIC X(11).
001670*- ONE PROMPT BEING ADDED BY C33-ADD-PROMPT.
001680 01  WK-PN                  SYNC.
001690   03 WK-PN-LBL             PIC X(20).
001700   03 WK-PN-HINT            PIC X(40).
001710   03 WK-PN-KIND            PIC X(01).
001720   03 WK-PN-REQ             PIC X(01).
001730   03 WK-PN-OFF             PIC 9(02).
001740   03 WK-PN-LEN             PIC 9(02).
001750   03 WK-PN-ALLOW           PIC X(10).
001760 01  WK-EDIT                SYNC.
001770   03 WK-ED-VAL             PIC X(11).
001780   03 WK-ED-L               PIC 9(02).
001790   03 WK-ED-HIT             PIC 9(02).
001800   03 WK-ED-OUT             PIC X(11).
001810   03 WK-ED-OUT-N REDEFINES WK-ED-OUT PIC 9(11).
001820   03 WK-ED-TXT             PIC X(40).
001830   03 WK-DS-TXT             PIC X(72).
001840   03 WK-DS-PTR             PIC 9(03).
001850*--------------------------------------------------------------
001860*- SCREEN WORK: TWELVE ROWS PER PAGE IN REQUEST MODE, FIVE
001870*- PENDING CHANGES PER PAGE IN APPROVAL MODE.
001880*--------------------------------------------------------------
001890 01  WK-SCR                 SYNC.
001900   03 WK-SCR-TITLE          PIC X(28).
001910   03 WK-SCR-POSN           PIC X(30).
001920   03 WK-SCR-COUNT          PIC X(30).
001930   03 WK-SCR-ROWNOW         PIC X(78).
001940   03 WK-SCR-MSG            PIC X(78).
001950   03 WK-SCR-CMD            PIC X(01).
001960   03 WK-SCR-END            PIC 9(01) VALUE ZERO.
001970   03 WK-SCR-ERR            PIC 9(01).
001980   03 WK-SCR-PICK           PIC 9(01) VALUE ZERO.
001990   03 WK-SCR-TOP            PIC 9(05) VALUE 1.
002000   03 WK-SCR-LAST           PIC 9(05).
002010   03 WK-SR-I               PIC 9(03).
002020   03 WK-SR-TBL             OCCURS 12 TIMES.
002030     05 WK-SR-PC            PIC X(05).
002040     05 WK-SR-MARK          PIC X(01).
002050     05 WK-SR-OPR           PIC X(05).
002060     05 WK-SR-TXT           PIC X(58).
002070   03 WK-SA-TBL             OCCURS 5 TIMES.
002080     05 WK-SA-CH            PIC 9(03).
002090     05 WK-SA-OK            PIC X(01).
002100     05 WK-SA-HEAD          PIC X(70).
002110     05 WK-SA-NOW           PIC X(72).
002120     05 WK-SA-NEW           PIC X(72).
002130 01  WK-CNT                 SYNC.
002140   03 WK-CNT-WRITE          PIC 9(05) VALUE ZERO.
002150 SCREEN SECTION.
002160 01  WK-PICK-SCREEN.
002170   03 BLANK SCREEN.
002180   03 LINE 01 COL 01 PIC X(28) FROM WK-SCR-TITLE.
002190   03 LINE 01 COL 64 VALUE 'USER '.
002200   03 LINE 01 COL 69 PIC X(08) FROM WK-USER.
002210   03 LINE 04 COL 01 VALUE 'RULE SET ID'.
002220   03 LINE 04 COL 14 PIC X(08) USING WK-RSID UNDERLINE.
002230   03 LINE 20 COL 01 PIC X(78) FROM WK-SCR-MSG HIGHLIGHT.
002240   03 LINE 22 COL 01 VALUE 'ENTER=SHOW THE RULE SET X=EXIT'.
002250   03 LINE 22 COL 60 VALUE 'COMMAND'.
002260   03 LINE 22 COL 68 PIC X(01) USING WK-SCR-CMD.
002270 01  WK-REQUEST-SCREEN.
002280   03 BLANK SCREEN.
002290   03 LINE 01 COL 01 PIC X(28) FROM WK-SCR-TITLE.
002300   03 LINE 01 COL 30 VALUE 'SET'.
002310   03 LINE 01 COL 34 PIC X(08) FROM WK-RSID.
002320   03 LINE 01 COL 64 VALUE 'USER '.
002330   03 LINE 01 COL 69 PIC X(08) FROM WK-USER.
002340   03 LINE 02 COL 01 PIC X(30) FROM WK-SCR-POSN.
002350   03 LINE 02 COL 44 PIC X(30) FROM WK-SCR-COUNT.
002360   03 LINE 03 COL 01 VALUE
002370      '   PC   OPCODE MEANING (AS RULLIST DECODES IT)'.
002380   03 LINE 04 COL 01 PIC X(05) FROM WK-SR-PC(1).
002390   03 LINE 04 COL 07 PIC X(01) FROM WK-SR-MARK(1).
002400   03 LINE 04 COL 09 PIC X(05) FROM WK-SR-OPR(1).
002410   03 LINE 04 COL 16 PIC X(58) FROM WK-SR-TXT(1).
002420   03 LINE 05 COL 01 PIC X(05) FROM WK-SR-PC(2).
002430   03 LINE 05 COL 07 PIC X(01) FROM WK-SR-MARK(2).
002440   03 LINE 05 COL 09 PIC X(05) FROM WK-SR-OPR(2).
002450   03 LINE 05 COL 16 PIC X(58) FROM WK-SR-TXT(2).
002460   03 LINE 06 COL 01 PIC X(05) FROM WK-SR-PC(3).
002470   03 LINE 06 COL 07 PIC X(01) FROM WK-SR-MARK(3).
002480   03 LINE 06 COL 09 PIC X(05) FROM WK-SR-OPR(3).
002490   03 LINE 06 COL 16 PIC X(58) FROM WK-SR-TXT(3).
002500   03 LINE 07 COL 01 PIC X(05) FROM WK-SR-PC(4).
002510   03 LINE 07 COL 07 PIC X(01) FROM WK-SR-MARK(4).
002520   03 LINE 07 COL 09 PIC X(05) FROM WK-SR-OPR(4).
002530   03 LINE 07 COL 16 PIC X(58) FROM WK-SR-TXT(4).
002540   03 LINE 08 COL 01 PIC X(05) FROM WK-SR-PC(5).
002550   03 LINE 08 COL 07 PIC X(01) FROM WK-SR-MARK(5).
002560   03 LINE 08 COL 09 PIC X(05) FROM WK-SR-OPR(5).
002570   03 LINE 08 COL 16 PIC X(58) FROM WK-SR-TXT(5).
002580   03 LINE 09 COL 01 PIC X(05) FROM WK-SR-PC(6).
002590   03 LINE 09 COL 07 PIC X(01) FROM WK-SR-MARK(6).
002600   03 LINE 09 COL 09 PIC X(05) FROM WK-SR-OPR(6).
002610   03 LINE 09 COL 16 PIC X(58) FROM WK-SR-TXT(6).
002620   03 LINE 10 COL 01 PIC X(05) FROM WK-SR-PC(7).
002630   03 LINE 10 COL 07 PIC X(01) FROM WK-SR-MARK(7).
002640   03 LINE 10 COL 09 PIC X(05) FROM WK-SR-OPR(7).
002650   03 LINE 10 COL 16 PIC X(58) FROM WK-SR-TXT(7).
002660   03 LINE 11 COL 01 PIC X(05) FROM WK-SR-PC(8).
002670   03 LINE 11 COL 07 PIC X(01) FROM WK-SR-MARK(8).
002680   03 LINE 11 COL 09 PIC X(05) FROM WK-SR-OPR(8).
002690   03 LINE 11 COL 16 PIC X(58) FROM WK-SR-TXT(8).
002700   03 LINE 12 COL 01 PIC X(05) FROM WK-SR-PC(9).
002710   03 LINE 12 COL 07 PIC X(01) FROM WK-SR-MARK(9).
002720   03 LINE 12 COL 09 PIC X(05) FROM WK-SR-OPR(9).
002730   03 LINE 12 COL 16 PIC X(58) FROM WK-SR-TXT(9).
002740   03 LINE 13 COL 01 PIC X(05) FROM WK-SR-PC(10).
002750   03 LINE 13 COL 07 PIC X(01) FROM WK-SR-MARK(10).
002760   03 LINE 13 COL 09 PIC X(05) FROM WK-SR-OPR(10).
002770   03 LINE 13 COL 16 PIC X(58) FROM WK-SR-TXT(10).
002780   03 LINE 14 COL 01 PIC X(05) FROM WK-SR-PC(11).
002790   03 LINE 14 COL 07 PIC X(01) FROM WK-SR-MARK(11).
002800   03 LINE 14 COL 09 PIC X(05) FROM WK-SR-OPR(11).
002810   03 LINE 14 COL 16 PIC X(58) FROM WK-SR-TXT(11).
002820   03 LINE 15 COL 01 PIC X(05) FROM WK-SR-PC(12).
002830   03 LINE 15 COL 07 PIC X(01) FROM WK-SR-MARK(12).
002840   03 LINE 15 COL 09 PIC X(05) FROM WK-SR-OPR(12).
002850   03 LINE 15 COL 16 PIC X(58) FROM WK-SR-TXT(12).
002860   03 LINE 16 COL 01 PIC X(78) FROM WK-SCR-ROWNOW.
002870   03 LINE 17 COL 01 VALUE 'ACTION'.
002880   03 LINE 17 COL 08 PIC X(01) USING WK-EN-ACT UNDERLINE.
002890   03 LINE 17 COL 10 VALUE '(A=ADD R=REPLACE D=DELETE)'.
002900   03 LINE 17 COL 38 VALUE 'AT PC'.
002910   03 LINE 17 COL 44 PIC X(05) USING WK-EN-PC UNDERLINE.
002920   03 LINE 17 COL 51 VALUE 'OPCODE'.
002930   03 LINE 17 COL 58 PIC X(05) USING WK-EN-OPR UNDERLINE.
002940   03 LINE 18 COL 01 PIC X(20) FROM WK-PR-LBL(1).
002950   03 LINE 18 COL 22 PIC X(11) USING WK-PR-VAL(1) UNDERLINE.
002960   03 LINE 18 COL 35 PIC X(40) FROM WK-PR-HINT(1).
002970   03 LINE 19 COL 01 PIC X(20) FROM WK-PR-LBL(2).
002980   03 LINE 19 COL 22 PIC X(11) USING WK-PR-VAL(2) UNDERLINE.
002990   03 LINE 19 COL 35 PIC X(40) FROM WK-PR-HINT(2).
003000   03 LINE 20 COL 01 PIC X(20) FROM WK-PR-LBL(3).
003010   03 LINE 20 COL 22 PIC X(11) USING WK-PR-VAL(3) UNDERLINE.
003020   03 LINE 20 COL 35 PIC X(40) FROM WK-PR-HINT(3).
003030   03 LINE 21 COL 01 PIC X(78) FROM WK-SCR-MSG HIGHLIGHT.
003040   03 LINE 22 COL 01 VALUE
003050      'ENTER=PROMPT S=STAGE U=UNDO N=NEXT P=PREV W=WRITE X=EXIT'.
003060   03 LINE 22 COL 60 VALUE 'COMMAND'.
003070   03 LINE 22 COL 68 PIC X(01) USING WK-SCR-CMD.
003080 01  WK-APPROVE-SCREEN.
003090   03 BLANK SCREEN.
003100   03 LINE 01 COL 01 PIC X(28) FROM WK-SCR-TITLE.
003110   03 LINE 01 COL 30 VALUE 'SET'.
003120   03 LINE 01 COL 34 PIC X(08) FROM WK-RSID.
003130   03 LINE 01 COL 64 VALUE 'USER '.
003140   03 LINE 01 COL 69 PIC X(08) FROM WK-USER.
003150   03 LINE 02 COL 01 PIC X(30) FROM WK-SCR-POSN.
003160   03 LINE 02 COL 44 PIC X(30) FROM WK-SCR-COUNT.
003170   03 LINE 03 COL 01 VALUE
003180      'Y  REQUESTER ACTION  PC    NEW ROW BODY'.
003190   03 LINE 04 COL 01 PIC X(01) USING WK-SA-OK(1) UNDERLINE.
003200   03 LINE 04 COL 04 PIC X(70) FROM WK-SA-HEAD(1).
003210   03 LINE 05 COL 06 PIC X(72) FROM WK-SA-NOW(1).
003220   03 LINE 06 COL 06 PIC X(72) FROM WK-SA-NEW(1).
003230   03 LINE 07 COL 01 PIC X(01) USING WK-SA-OK(2) UNDERLINE.
003240   03 LINE 07 COL 04 PIC X(70) FROM WK-SA-HEAD(2).
003250   03 LINE 08 COL 06 PIC X(72) FROM WK-SA-NOW(2).
003260   03 LINE 09 COL 06 PIC X(72) FROM WK-SA-NEW(2).
003270   03 LINE 10 COL 01 PIC X(01) USING WK-SA-OK(3) UNDERLINE.
003280   03 LINE 10 COL 04 PIC X(70) FROM WK-SA-HEAD(3).
003290   03 LINE 11 COL 06 PIC X(72) FROM WK-SA-NOW(3).
003300   03 LINE 12 COL 06 PIC X(72) FROM WK-SA-NEW(3).
003310   03 LINE 13 COL 01 PIC X(01) USING WK-SA-OK(4) UNDERLINE.
003320   03 LINE 13 COL 04 PIC X(70) FROM WK-SA-HEAD(4).
003330   03 LINE 14 COL 06 PIC X(72) FROM WK-SA-NOW(4).
003340   03 LINE 15 COL 06 PIC X(72) FROM WK-SA-NEW(4).
003350   03 LINE 16 COL 01 PIC X(01) USING WK-SA-OK(5) UNDERLINE.
003360   03 LINE 16 COL 04 PIC X(70) FROM WK-SA-HEAD(5).
003370   03 LINE 17 COL 06 PIC X(72) FROM WK-SA-NOW(5).
003380   03 LINE 18 COL 06 PIC X(72) FROM WK-SA-NEW(5).
003390   03 LINE 20 COL 01 PIC X(78) FROM WK-SCR-MSG HIGHLIGHT.
003400   03 LINE 22 COL 01 VALUE
003410      'Y=APPROVE N=NEXT P=PREV W=WRITE APPROVALS X=EXIT'.
003420   03 LINE 22 COL 60 VALUE 'COMMAND'.
003430   03 LINE 22 COL 68 PIC X(01) USING WK-SCR-CMD.
003440 PROCEDURE DIVISION.
003450 A00-MAIN SECTION.
003460*--------------------------------------------------------------
003470*- PICK AND LIST THE SET, RUN THE REQUEST OR APPROVAL SCREEN,
003480*- THEN APPEND THE RECORDS TO THE CHANGE FILE WHEN ASKED TO.
003490*--------------------------------------------------------------
003500 A00-010.
003510   MOVE SPACE         TO WK-CHGNAME.
003520   ACCEPT WK-CHGNAME  FROM ENVIRONMENT 'CHANGE_FILE'.
003530   IF WK-CHGNAME = SPACE
003540     MOVE '../data/rulechange.txt' TO WK-CHGNAME
003550   END-IF.
003560   MOVE SPACE         TO WK-LSTNAME.
003570   ACCEPT WK-LSTNAME  FROM ENVIRONMENT 'RULECHG_LIST'.
003580   IF WK-LSTNAME = SPACE
003590     MOVE '../data/rulechglist.txt' TO WK-LSTNAME
003600   END-IF.
003610   MOVE SPACE         TO WK-RSID.
003620   ACCEPT WK-RSID     FROM ENVIRONMENT 'RULESET_ID'.
003630   MOVE SPACE         TO WK-MODE.
003640   ACCEPT WK-MODE     FROM ENVIRONMENT 'RULECHG_MODE'.
003650   INSPECT WK-MODE CONVERTING WK-LOWER TO WK-UPPER.
003660   IF WK-MODE = SPACE
003670     MOVE 'REQUEST'     TO WK-MODE
003680   END-IF.
003690   IF WK-MODE NOT = 'REQUEST' AND WK-MODE NOT = 'APPROVE'
003700     THEN
003710       DISPLAY 'RULCHSCR:RULECHG_MODE MUST BE REQUEST OR APPROVE'
003720       MOVE 12            TO RETURN-CODE
003730       GOBACK
003740   END-IF.
003750   IF WK-MODE = 'APPROVE'
003760     THEN
003770       MOVE 'RULCHSCR RULE CHANGE APPROVE' TO WK-SCR-TITLE
003780     ELSE
003790       MOVE 'RULCHSCR RULE CHANGE REQUEST' TO WK-SCR-TITLE
003800   END-IF.
003810   MOVE SPACE         TO WK-USER.
003820   ACCEPT WK-USER     FROM ENVIRONMENT 'RULECHG_USER'.
003830   IF WK-USER = SPACE
003840     THEN
003850       ACCEPT WK-USER     FROM ENVIRONMENT 'USER'
003860   END-IF.
003870   IF WK-USER = SPACE
003880     THEN
003890       DISPLAY 'RULCHSCR:NO USER ID (SET RULECHG_USER)'
003900       MOVE 12            TO RETURN-CODE
003910       GOBACK
003920   END-IF.
003930   IF WK-RSID = SPACE
003940     THEN
003950       MOVE 1             TO WK-SCR-PICK
003960   END-IF.
003970   MOVE SPACE         TO WK-SCR-MSG.
003980   PERFORM UNTIL WK-LS-CNT > ZERO OR WK-SCR-END NOT = ZERO
003990     PERFORM B05-PICK-SET
004000   END-PERFORM.
004010   IF WK-SCR-END = 3
004020     THEN
004030       MOVE 16            TO RETURN-CODE
004040       GOBACK
004050   END-IF.
004060   IF WK-SCR-END = 2
004070     THEN
004080       DISPLAY 'RULCHSCR:ENDED WITHOUT WRITING. NO CHANGE FILED'
004090       MOVE 4             TO RETURN-CODE
004100       GOBACK
004110   END-IF.
004120   MOVE SPACE         TO WK-SCR-MSG.
004130   MOVE 1             TO WK-SCR-TOP.
004140   IF WK-MODE = 'APPROVE'
004150     THEN
004160       PERFORM B20-LOAD-PENDING
004170       IF RETURN-CODE NOT = ZERO
004180         THEN
004190           GOBACK
004200       END-IF
004210       PERFORM E10-FILL-APPROVE
004220       PERFORM UNTIL WK-SCR-END NOT = ZERO
004230         PERFORM E20-APPROVE-INTERACTION
004240       END-PERFORM
004250     ELSE
004260       PERFORM C10-FILL-REQUEST
004270       PERFORM UNTIL WK-SCR-END NOT = ZERO
004280         PERFORM C20-REQUEST-INTERACTION
004290       END-PERFORM
004300   END-IF.
004310   IF WK-SCR-END = 2
004320     THEN
004330       DISPLAY 'RULCHSCR:ENDED WITHOUT WRITING. NO CHANGE FILED'
004340       MOVE 4             TO RETURN-CODE
004350       GOBACK
004360   END-IF.
004370   PERFORM D10-WRITE-CHANGES.
004380   IF RETURN-CODE NOT = ZERO
004390     THEN
004400       GOBACK
004410   END-IF.
004420   DISPLAY '=================================================='.
004430   DISPLAY 'RULCHSCR CHANGE FILE: ' WK-CHGNAME(1:60).
004440   DISPLAY 'RULCHSCR MODE         =' WK-MODE.
004450   DISPLAY 'RULCHSCR USER         =' WK-USER.
004460   DISPLAY 'RULCHSCR RULE SET     =' WK-RSID.
004470   DISPLAY 'RULCHSCR RECORDS      =' WK-CNT-WRITE.
004480   DISPLAY '=================================================='.
004490   MOVE ZERO          TO RETURN-CODE.
004500   GOBACK.
004510 A00-MAIN-EXIT.
004520   EXIT.
004530 B05-PICK-SET SECTION.
004540*--------------------------------------------------------------
004550*- ASK FOR THE RULE SET WHEN NONE WAS GIVEN (OR THE LAST ONE
004560*- KEYED WAS NOT FOUND), THEN LIST IT.
004570*--------------------------------------------------------------
004580 B05-010.
004590   IF WK-SCR-PICK = 1
004600     THEN
004610       MOVE SPACE         TO WK-SCR-CMD
004620       DISPLAY WK-PICK-SCREEN
004630       ACCEPT WK-PICK-SCREEN
004640       INSPECT WK-SCR-CMD CONVERTING 'x' TO 'X'
004650       IF WK-SCR-CMD = 'X'
004660         THEN
004670           MOVE 2             TO WK-SCR-END
004680           GO TO B05-PICK-SET-EXIT
004690       END-IF
004700   END-IF.
004710   INSPECT WK-RSID CONVERTING WK-LOWER TO WK-UPPER.
004720   MOVE SPACE         TO WK-SCR-MSG.
004730   IF WK-RSID = SPACE
004740     THEN
004750       MOVE 'KEY THE RULE SET ID' TO WK-SCR-MSG
004760       MOVE 1             TO WK-SCR-PICK
004770       GO TO B05-PICK-SET-EXIT
004780   END-IF.
004790   PERFORM B10-LOAD-LISTING.
004800   IF WK-LS-CNT = ZERO AND WK-SCR-END = ZERO
004810     THEN
004820       MOVE 1             TO WK-SCR-PICK
004830   END-IF.
004840 B05-PICK-SET-EXIT.
004850   EXIT.
004860 B10-LOAD-LISTING SECTION.
004870*--------------------------------------------------------------
004880*- RUN RULLIST FOR THE SET INTO THE WORK LISTING AND READ ITS
004890*- DECODED ROW LINES BACK (PC IN COLUMNS 3-7, TARGET MARK IN 9,
004900*- OPCODE IN 11-15, MEANING FROM 18), STOPPING AT THE JUMP-
004910*- TARGET CROSS-REFERENCE. PAGE HEADINGS ARE PASSED OVER.
004920*--------------------------------------------------------------
004930 B10-010.
004940   MOVE ZERO          TO WK-LS-CNT.
004950   MOVE 'RULESET_ID'  TO WK-ENV-NAME.
004960   MOVE WK-RSID       TO WK-ENV-VAL.
004970   DISPLAY WK-ENV-NAME UPON ENVIRONMENT-NAME.
004980   DISPLAY WK-ENV-VAL  UPON ENVIRONMENT-VALUE.
004990   MOVE 'LISTING_FILE' TO WK-ENV-NAME.
005000   MOVE WK-LSTNAME    TO WK-ENV-VAL.
005010   DISPLAY WK-ENV-NAME UPON ENVIRONMENT-NAME.
005020   DISPLAY WK-ENV-VAL  UPON ENVIRONMENT-VALUE.
005030   MOVE ZERO          TO RETURN-CODE.
005040   CALL WK-PROG
005050     ON EXCEPTION
005060       DISPLAY 'RULCHSCR:PROGRAM NOT FOUND: ' WK-PROG
005070       MOVE 16            TO RETURN-CODE
005080   END-CALL.
005090   MOVE RETURN-CODE   TO WK-PROG-RC.
005100   CANCEL WK-PROG.
005110   MOVE ZERO          TO RETURN-CODE.
005120   IF WK-PROG-RC = 12
005130     THEN
005140       STRING 'RULE SET ' WK-RSID
005150              ' NOT FOUND OR HAS NO RULE ROWS'
005160                      DELIMITED BY SIZE INTO WK-SCR-MSG
005170       GO TO B10-LOAD-LISTING-EXIT
005180   END-IF.
005190   IF WK-PROG-RC NOT = ZERO
005200     THEN
005210       DISPLAY 'RULCHSCR:RULLIST ENDED RC=' WK-PROG-RC
005220       MOVE 3             TO WK-SCR-END
005230       GO TO B10-LOAD-LISTING-EXIT
005240   END-IF.
005250   OPEN INPUT F2LIST.
005260   IF WK-LST-FST NOT = '00'
005270     THEN
005280       DISPLAY 'RULCHSCR:LISTING OPEN ERROR STATUS=' WK-LST-FST
005290       MOVE 3             TO WK-SCR-END
005300       GO TO B10-LOAD-LISTING-EXIT
005310   END-IF.
005320   MOVE ZERO          TO WK-LS-XREF.
005330   PERFORM UNTIL WK-LST-FST NOT = '00'
005340     READ F2LIST
005350       AT END
005360         CONTINUE
005370       NOT AT END
005380         IF F2LINE(3:27) = 'JUMP-TARGET CROSS-REFERENCE'
005390           THEN
005400             MOVE 1             TO WK-LS-XREF
005410         END-IF
005420         IF WK-LS-XREF = ZERO
005430          AND F2LINE(3:5) NUMERIC
005440          AND WK-LS-CNT < 9999
005450           THEN
005460             ADD 1              TO WK-LS-CNT
005470             MOVE F2LINE(3:5)   TO WK-LS-PC(WK-LS-CNT)
005480             MOVE F2LINE(9:1)   TO WK-LS-MARK(WK-LS-CNT)
005490             MOVE F2LINE(11:5)  TO WK-LS-OPR(WK-LS-CNT)
005500             MOVE F2LINE(18:58) TO WK-LS-TXT(WK-LS-CNT)
005510         END-IF
005520     END-READ
005530   END-PERFORM.
005540   CLOSE F2LIST.
005550   IF WK-LS-CNT = ZERO
005560     THEN
005570       STRING 'RULE SET ' WK-RSID ' HAS NO RULE ROWS'
005580                      DELIMITED BY SIZE INTO WK-SCR-MSG
005590   END-IF.
005600 B10-LOAD-LISTING-EXIT.
005610   EXIT.
005620 B20-LOAD-PENDING SECTION.
005630*--------------------------------------------------------------
005640*- READ THE CHANGE FILE AND KEEP, FOR THE SET, EVERY ADD,
005650*- REPLACE OR DELETE NOT YET CARRYING A SECOND APPROVER (THE
005660*- SAME MATCH RULMAINT MAKES) AND NOT THE APPROVER'S OWN.
005670*--------------------------------------------------------------
005680 B20-010.
005690   OPEN INPUT F2CHG.
005700   IF WK-CHG-FST = '35'
005710     THEN
005720       DISPLAY 'RULCHSCR:NO CHANGE FILE ' WK-CHGNAME(1:60)
005730       MOVE 12            TO RETURN-CODE
005740       GO TO B20-LOAD-PENDING-EXIT
005750   END-IF.
005760   IF WK-CHG-FST NOT = '00'
005770     THEN
005780       DISPLAY 'RULCHSCR:CHANGE FILE OPEN ERROR STATUS='
005790               WK-CHG-FST
005800       MOVE 16            TO RETURN-CODE
005810       GO TO B20-LOAD-PENDING-EXIT
005820   END-IF.
005830   PERFORM UNTIL WK-CHG-FST NOT = '00'
005840     READ F2CHG
005850       AT END
005860         CONTINUE
005870       NOT AT END
005880         IF F2TEXT(1:1) NOT = '*' AND F2TEXT NOT = SPACE
005890           THEN
005900             IF WK-CF-CNT < 500
005910               THEN
005920                 ADD 1              TO WK-CF-CNT
005930                 MOVE F2-USER       TO WK-CF-USER(WK-CF-CNT)
005940                 MOVE F2-RSID       TO WK-CF-RSID(WK-CF-CNT)
005950                 MOVE F2-ACTION     TO WK-CF-ACTION(WK-CF-CNT)
005960                 MOVE ZERO          TO WK-CF-ROWNO(WK-CF-CNT)
005970                 IF F2TEXT(27:5) NUMERIC
005980                   THEN
005990                     MOVE F2-ROWNO      TO WK-CF-ROWNO(WK-CF-CNT)
006000                 END-IF
006010                 MOVE F2-BODY       TO WK-CF-BODY(WK-CF-CNT)
006020               ELSE
006030                 DISPLAY 'RULCHSCR:CHANGE FILE OVER 500 RECORDS,'
006040                         ' REST NOT SHOWN'
006050                 MOVE '10'          TO WK-CHG-FST
006060             END-IF
006070         END-IF
006080     END-READ
006090   END-PERFORM.
006100   CLOSE F2CHG.
006110   PERFORM VARYING WK-CF-I FROM 1 BY 1
006120     UNTIL WK-CF-I > WK-CF-CNT
006130       IF WK-CF-RSID(WK-CF-I) = WK-RSID
006140        AND (WK-CF-ACTION(WK-CF-I) = 'ADD    '
006150             OR WK-CF-ACTION(WK-CF-I) = 'REPLACE'
006160             OR WK-CF-ACTION(WK-CF-I) = 'DELETE ')
006170         THEN
006180           PERFORM B21-ONE-REQUEST
006190       END-IF
006200   END-PERFORM.
006210   IF WK-CH-CNT = ZERO
006220     THEN
006230       DISPLAY 'RULCHSCR:NOTHING PENDING FOR ' WK-RSID
006240               ' (OWN=' WK-CH-OWN ' APPROVED=' WK-CH-DONE ')'
006250       MOVE 12            TO RETURN-CODE
006260   END-IF.
006270 B20-LOAD-PENDING-EXIT.
006280   EXIT.
006290 B21-ONE-REQUEST SECTION.
006300 B21-010.
006310   IF WK-CF-USER(WK-CF-I) = WK-USER
006320     THEN
006330       ADD 1              TO WK-CH-OWN
006340       GO TO B21-ONE-REQUEST-EXIT
006350   END-IF.
006360   MOVE ZERO          TO WK-CF-HIT.
006370   PERFORM VARYING WK-CF-J FROM 1 BY 1
006380     UNTIL WK-CF-J > WK-CF-CNT OR WK-CF-HIT = 1
006390       IF WK-CF-ACTION(WK-CF-J) = 'APPROVE'
006400        AND WK-CF-RSID(WK-CF-J) = WK-CF-RSID(WK-CF-I)
006410        AND WK-CF-ROWNO(WK-CF-J) = WK-CF-ROWNO(WK-CF-I)
006420        AND WK-CF-BODY(WK-CF-J) = WK-CF-BODY(WK-CF-I)
006430        AND WK-CF-USER(WK-CF-J) NOT = WK-CF-USER(WK-CF-I)
006440         THEN
006450           MOVE 1             TO WK-CF-HIT
006460       END-IF
006470   END-PERFORM.
006480   IF WK-CF-HIT = 1
006490     THEN
006500       ADD 1              TO WK-CH-DONE
006510       GO TO B21-ONE-REQUEST-EXIT
006520   END-IF.
006530   IF WK-CH-CNT NOT < 200
006540     THEN
006550       GO TO B21-ONE-REQUEST-EXIT
006560   END-IF.
006570   ADD 1              TO WK-CH-CNT.
006580   MOVE WK-CF-USER(WK-CF-I)   TO WK-CH-USER(WK-CH-CNT).
006590   MOVE WK-CF-ACTION(WK-CF-I) TO WK-CH-ACTION(WK-CH-CNT).
006600   MOVE WK-CF-ROWNO(WK-CF-I)  TO WK-CH-ROWNO(WK-CH-CNT).
006610   MOVE WK-CF-BODY(WK-CF-I)   TO WK-CH-BODY(WK-CH-CNT).
006620   MOVE SPACE                 TO WK-CH-OK(WK-CH-CNT).
006630 B21-ONE-REQUEST-EXIT.
006640   EXIT.
006650 C10-FILL-REQUEST SECTION.
006660*--------------------------------------------------------------
006670*- PUT THE CURRENT PAGE OF DECODED ROWS ON THE REQUEST SCREEN.
006680*--------------------------------------------------------------
006690 C10-010.
006700   COMPUTE WK-SCR-LAST = WK-SCR-TOP + 11.
006710   IF WK-SCR-LAST > WK-LS-CNT
006720     THEN
006730       MOVE WK-LS-CNT     TO WK-SCR-LAST
006740   END-IF.
006750   MOVE SPACE         TO WK-SCR-POSN.
006760   STRING 'ROWS ' WK-SCR-TOP '-' WK-SCR-LAST ' OF ' WK-LS-CNT
006770                      DELIMITED BY SIZE INTO WK-SCR-POSN.
006780   MOVE SPACE         TO WK-SCR-COUNT.
006790   STRING 'STAGED CHANGES: ' WK-CH-CNT
006800                      DELIMITED BY SIZE INTO WK-SCR-COUNT.
006810   MOVE SPACE         TO WK-SCR-CMD.
006820   PERFORM VARYING WK-SR-I FROM 1 BY 1
006830     UNTIL WK-SR-I > 12
006840       COMPUTE WK-LS-I = WK-SCR-TOP + WK-SR-I - 1
006850       MOVE SPACE         TO WK-SR-TBL(WK-SR-I)
006860       IF WK-LS-I NOT > WK-LS-CNT
006870         THEN
006880           MOVE WK-LS-PC(WK-LS-I)   TO WK-SR-PC(WK-SR-I)
006890           MOVE WK-LS-MARK(WK-LS-I) TO WK-SR-MARK(WK-SR-I)
006900           MOVE WK-LS-OPR(WK-LS-I)  TO WK-SR-OPR(WK-SR-I)
006910           MOVE WK-LS-TXT(WK-LS-I)  TO WK-SR-TXT(WK-SR-I)
006920       END-IF
006930   END-PERFORM.
006940 C10-FILL-REQUEST-EXIT.
006950   EXIT.
006960 C20-REQUEST-INTERACTION SECTION.
006970*--------------------------------------------------------------
006980*- SHOW THE REQUEST SCREEN AND OBEY THE COMMAND. ENTER ALONE
006990*- SETS UP THE OPERAND PROMPTS FOR WHAT HAS BEEN KEYED SO FAR.
007000*--------------------------------------------------------------
007010 C20-010.
007020   DISPLAY WK-REQUEST-SCREEN.
007030   ACCEPT WK-REQUEST-SCREEN.
007040   MOVE SPACE         TO WK-SCR-MSG.
007050   INSPECT WK-SCR-CMD CONVERTING WK-LOWER TO WK-UPPER.
007060   INSPECT WK-EN-ACT  CONVERTING WK-LOWER TO WK-UPPER.
007070   INSPECT WK-EN-OPR  CONVERTING WK-LOWER TO WK-UPPER.
007080   EVALUATE WK-SCR-CMD
007090     WHEN 'X'
007100       MOVE 2             TO WK-SCR-END
007110     WHEN 'N'
007120       IF WK-SCR-TOP + 12 NOT > WK-LS-CNT
007130         THEN
007140           ADD 12             TO WK-SCR-TOP
007150         ELSE
007160           MOVE 'LAST PAGE OF ROWS' TO WK-SCR-MSG
007170       END-IF
007180     WHEN 'P'
007190       IF WK-SCR-TOP > 12
007200         THEN
007210           SUBTRACT 12        FROM WK-SCR-TOP
007220         ELSE
007230           MOVE 1             TO WK-SCR-TOP
007240           MOVE 'FIRST PAGE OF ROWS' TO WK-SCR-MSG
007250       END-IF
007260     WHEN 'U'
007270       IF WK-CH-CNT > ZERO
007280         THEN
007290           SUBTRACT 1         FROM WK-CH-CNT
007300           MOVE 'LAST STAGED CHANGE REMOVED' TO WK-SCR-MSG
007310         ELSE
007320           MOVE 'NOTHING STAGED' TO WK-SCR-MSG
007330       END-IF
007340     WHEN 'W'
007350       IF WK-CH-CNT > ZERO
007360         THEN
007370           MOVE 1             TO WK-SCR-END
007380         ELSE
007390           MOVE 'NOTHING STAGED - S STAGES THE CHANGE KEYED'
007400             TO WK-SCR-MSG
007410       END-IF
007420     WHEN 'S'
007430       PERFORM C40-STAGE-ENTRY
007440     WHEN SPACE
007450       PERFORM C30-PROMPT-ENTRY
007460     WHEN OTHER
007470       MOVE 'UNKNOWN COMMAND - USE S U N P W OR X'
007480         TO WK-SCR-MSG
007490   END-EVALUATE.
007500   PERFORM C10-FILL-REQUEST.
007510 C20-REQUEST-INTERACTION-EXIT.
007520   EXIT.
007530 C30-PROMPT-ENTRY SECTION.
007540*--------------------------------------------------------------
007550*- CHECK THE ACTION AND PC KEYED, SHOW THE ROW THEY POINT AT,
007560*- AND (FOR ADD/REPLACE) SET UP THE OPCODE'S OPERAND PROMPTS
007570*- WHEN THE OPCODE IS NEW. WK-PR-NEW = 1 WHEN THE PROMPTS WERE
007580*- JUST SET UP (NOTHING TO STAGE YET); WK-SCR-ERR = 1 ON ERROR.
007590*--------------------------------------------------------------
007600 C30-010.
007610   MOVE ZERO          TO WK-SCR-ERR.
007620   MOVE ZERO          TO WK-PR-NEW.
007630   MOVE SPACE         TO WK-SCR-ROWNOW.
007640   IF WK-EN-ACT = SPACE AND WK-EN-PC = SPACE
007650    AND WK-EN-OPR = SPACE
007660     THEN
007670       MOVE 1             TO WK-SCR-ERR
007680       MOVE 'KEY AN ACTION, A PC AND (FOR A OR R) AN OPCODE'
007690         TO WK-SCR-MSG
007700       GO TO C30-PROMPT-ENTRY-EXIT
007710   END-IF.
007720   IF WK-EN-ACT NOT = 'A' AND WK-EN-ACT NOT = 'R'
007730    AND WK-EN-ACT NOT = 'D'
007740     THEN
007750       MOVE 1             TO WK-SCR-ERR
007760       MOVE 'ACTION MUST BE A (ADD), R (REPLACE) OR D (DELETE)'
007770         TO WK-SCR-MSG
007780       GO TO C30-PROMPT-ENTRY-EXIT
007790   END-IF.
007800   PERFORM C31-CHECK-PC.
007810   IF WK-SCR-ERR NOT = ZERO
007820     THEN
007830       GO TO C30-PROMPT-ENTRY-EXIT
007840   END-IF.
007850   IF WK-EN-ACT = 'D'
007860     THEN
007870       MOVE SPACE         TO WK-EN-OPR
007880       MOVE SPACE         TO WK-PR-OPR
007890       MOVE ZERO          TO WK-PR-CNT
007900       PERFORM C34-CLEAR-PROMPTS
007910       MOVE 'S STAGES THE DELETE' TO WK-SCR-MSG
007920       GO TO C30-PROMPT-ENTRY-EXIT
007930   END-IF.
007940   IF WK-EN-OPR = SPACE
007950     THEN
007960       MOVE 1             TO WK-SCR-ERR
007970       MOVE 'KEY THE OPCODE OF THE NEW ROW' TO WK-SCR-MSG
007980       GO TO C30-PROMPT-ENTRY-EXIT
007990   END-IF.
008000   IF WK-EN-OPR = WK-PR-OPR
008010     THEN
008020       GO TO C30-PROMPT-ENTRY-EXIT
008030   END-IF.
008040   PERFORM C32-SET-PROMPTS.
008050   IF WK-PR-KNOWN = ZERO
008060     THEN
008070       MOVE 1             TO WK-SCR-ERR
008080       MOVE SPACE         TO WK-PR-OPR
008090       STRING 'UNKNOWN OPCODE ' WK-EN-OPR
008100              ' - NOT A RULE-ROW OPCODE'
008110                      DELIMITED BY SIZE INTO WK-SCR-MSG
008120       GO TO C30-PROMPT-ENTRY-EXIT
008130   END-IF.
008140   MOVE 1             TO WK-PR-NEW.
008150   IF WK-PR-CNT = ZERO
008160     THEN
008170       STRING WK-EN-OPR ' TAKES NO OPERANDS - S STAGES THE'
008180              ' CHANGE'
008190                      DELIMITED BY SIZE INTO WK-SCR-MSG
008200     ELSE
008210       STRING 'KEY THE ' WK-EN-OPR ' OPERANDS BELOW, THEN S'
008220              ' STAGES THE CHANGE'
008230                      DELIMITED BY SIZE INTO WK-SCR-MSG
008240   END-IF.
008250 C30-PROMPT-ENTRY-EXIT.
008260   EXIT.
008270 C31-CHECK-PC SECTION.
008280*--------------------------------------------------------------
008290*- THE PC: DIGITS, 1 UP TO THE ROW COUNT FOR REPLACE/DELETE,
008300*- ZERO (APPEND) UP TO THE ROW COUNT + 1 FOR ADD - THE ROW COUNT
008310*- AS THE CHANGES ALREADY STAGED LEAVE IT. THE ROW IT POINTS AT
008320*- IS SHOWN ABOVE THE ENTRY LINE.
008330*--------------------------------------------------------------
008340 C31-010.
008350   MOVE WK-LS-CNT     TO WK-EN-MAX.
008360   PERFORM VARYING WK-CH-I FROM 1 BY 1
008370     UNTIL WK-CH-I > WK-CH-CNT
008380       IF WK-CH-ACTION(WK-CH-I) = 'ADD    '
008390         THEN
008400           ADD 1              TO WK-EN-MAX
008410       END-IF
008420       IF WK-CH-ACTION(WK-CH-I) = 'DELETE '
008430        AND WK-EN-MAX > ZERO
008440         THEN
008450           SUBTRACT 1         FROM WK-EN-MAX
008460       END-IF
008470   END-PERFORM.
008480   MOVE WK-EN-PC      TO WK-ED-VAL.
008490   MOVE 5             TO WK-PN-LEN.
008500   PERFORM C52-RIGHT-JUSTIFY.
008510   IF WK-ED-TXT NOT = SPACE
008520     THEN
008530       MOVE 1             TO WK-SCR-ERR
008540       STRING 'AT PC: ' WK-ED-TXT DELIMITED BY '  '
008550              ' - NOT ACCEPTED' DELIMITED BY SIZE
008560                      INTO WK-SCR-MSG
008570       GO TO C31-CHECK-PC-EXIT
008580   END-IF.
008590   MOVE WK-ED-OUT(7:5) TO WK-EN-ROWNO.
008600   MOVE WK-ED-OUT(7:5) TO WK-EN-PC.
008610   IF (WK-EN-ACT NOT = 'A' AND WK-EN-ROWNO = ZERO)
008620    OR (WK-EN-ACT NOT = 'A' AND WK-EN-ROWNO > WK-EN-MAX)
008630    OR (WK-EN-ACT = 'A' AND WK-EN-ROWNO > WK-EN-MAX + 1)
008640     THEN
008650       MOVE 1             TO WK-SCR-ERR
008660       IF WK-EN-ACT = 'A'
008670         THEN
008680           STRING 'AT PC: ADD TAKES 0 (APPEND) TO ' WK-EN-MAX
008690                  ' + 1'
008700                      DELIMITED BY SIZE INTO WK-SCR-MSG
008710         ELSE
008720           STRING 'AT PC: THE SET HAS ROWS 1 TO ' WK-EN-MAX
008730                      DELIMITED BY SIZE INTO WK-SCR-MSG
008740       END-IF
008750       GO TO C31-CHECK-PC-EXIT
008760   END-IF.
008770   IF WK-EN-ROWNO = ZERO OR WK-EN-ROWNO > WK-LS-CNT
008780     THEN
008790       MOVE 'THE NEW ROW GOES AFTER THE LAST ROW'
008800         TO WK-SCR-ROWNOW
008810       GO TO C31-CHECK-PC-EXIT
008820   END-IF.
008830   MOVE WK-EN-ROWNO   TO WK-LS-I.
008840   EVALUATE WK-EN-ACT
008850     WHEN 'A'
008860       STRING 'BEFORE ' WK-LS-PC(WK-LS-I) ' '
008870              WK-LS-OPR(WK-LS-I) ' ' WK-LS-TXT(WK-LS-I)
008880                      DELIMITED BY SIZE INTO WK-SCR-ROWNOW
008890     WHEN 'R'
008900       STRING 'REPLACING ' WK-LS-PC(WK-LS-I) ' '
008910              WK-LS-OPR(WK-LS-I) ' ' WK-LS-TXT(WK-LS-I)
008920                      DELIMITED BY SIZE INTO WK-SCR-ROWNOW
008930     WHEN OTHER
008940       STRING 'DELETING ' WK-LS-PC(WK-LS-I) ' '
008950              WK-LS-OPR(WK-LS-I) ' ' WK-LS-TXT(WK-LS-I)
008960                      DELIMITED BY SIZE INTO WK-SCR-ROWNOW
008970   END-EVALUATE.
008980 C31-CHECK-PC-EXIT.
008990   EXIT.
009000 C32-SET-PROMPTS SECTION.
009010*--------------------------------------------------------------
009020*- THE OPERAND PROMPTS OF OPCODE WK-EN-OPR, IN THE COLUMNS THE
009030*- LOADER (SUBVCODE) READS THEM FROM. WK-PR-KNOWN = ZERO FOR AN
009040*- OPCODE THAT IS NOT A RULE-ROW OPCODE.
009050*--------------------------------------------------------------
009060 C32-010.
009070   MOVE WK-EN-OPR     TO WK-PR-OPR.
009080   MOVE ZERO          TO WK-PR-CNT.
009090   MOVE 1             TO WK-PR-KNOWN.
009100   PERFORM C34-CLEAR-PROMPTS.
009110   EVALUATE WK-EN-OPR
009120     WHEN 'PUSHV'
009130       MOVE 'INPUT AREA'    TO WK-PN-LBL
009140       MOVE '1-5 = IN100-IN500, O = OUT00' TO WK-PN-HINT
009150       MOVE 'C'             TO WK-PN-KIND
009160       MOVE 'Y'             TO WK-PN-REQ
009170       MOVE 8               TO WK-PN-OFF
009180       MOVE 1               TO WK-PN-LEN
009190       MOVE '12345O'        TO WK-PN-ALLOW
009200       PERFORM C33-ADD-PROMPT
009210       MOVE 'POSITION'      TO WK-PN-LBL
009220       MOVE 'FIRST BYTE OF THE FIELD, FROM 1' TO WK-PN-HINT
009230       MOVE 'P'             TO WK-PN-KIND
009240       MOVE 9               TO WK-PN-OFF
009250       MOVE 5               TO WK-PN-LEN
009260       PERFORM C33-ADD-PROMPT
009270       MOVE 'LENGTH'        TO WK-PN-LBL
009280       MOVE 'BYTES, FROM 1' TO WK-PN-HINT
009290       MOVE 14              TO WK-PN-OFF
009300       PERFORM C33-ADD-PROMPT
009310     WHEN 'PUSHL'
009320       MOVE 'LITERAL TEXT'  TO WK-PN-LBL
009330       MOVE 'UP TO 10 CHARACTERS' TO WK-PN-HINT
009340       MOVE 'L'             TO WK-PN-KIND
009350       MOVE 'Y'             TO WK-PN-REQ
009360       MOVE 8               TO WK-PN-OFF
009370       MOVE 11              TO WK-PN-LEN
009380       PERFORM C33-ADD-PROMPT
009390     WHEN 'JMP__'
009400     WHEN 'JPNZ_'
009410     WHEN 'JPZ__'
009420     WHEN 'CALL_'
009430     WHEN 'FOR__'
009440       MOVE 'TARGET PC'     TO WK-PN-LBL
009450       MOVE 'ROW NUMBER TO GO TO' TO WK-PN-HINT
009460       MOVE 'T'             TO WK-PN-KIND
009470       MOVE 'Y'             TO WK-PN-REQ
009480       MOVE 8               TO WK-PN-OFF
009490       MOVE 5               TO WK-PN-LEN
009500       PERFORM C33-ADD-PROMPT
009510     WHEN 'ROUND'
009520       MOVE 'ROUNDING'      TO WK-PN-LBL
009530       MOVE 'U=HALF-UP E=HALF-EVEN BLANK=TRUNCATE'
009540         TO WK-PN-HINT
009550       MOVE 'C'             TO WK-PN-KIND
009560       MOVE 'N'             TO WK-PN-REQ
009570       MOVE 7               TO WK-PN-OFF
009580       MOVE 1               TO WK-PN-LEN
009590       MOVE 'UE'            TO WK-PN-ALLOW
009600       PERFORM C33-ADD-PROMPT
009610       MOVE 'DECIMALS'      TO WK-PN-LBL
009620       MOVE 'DECIMAL PLACES, 0-4' TO WK-PN-HINT
009630       MOVE 'N'             TO WK-PN-KIND
009640       MOVE 'Y'             TO WK-PN-REQ
009650       MOVE 8               TO WK-PN-OFF
009660       MOVE 5               TO WK-PN-LEN
009670       PERFORM C33-ADD-PROMPT
009680     WHEN 'CALLS'
009690       MOVE 'RULE SET ID'   TO WK-PN-LBL
009700       MOVE 'RESIDENT RULE SET TO CALL' TO WK-PN-HINT
009710       MOVE 'X'             TO WK-PN-KIND
009720       MOVE 'Y'             TO WK-PN-REQ
009730       MOVE 8               TO WK-PN-OFF
009740       MOVE 8               TO WK-PN-LEN
009750       PERFORM C33-ADD-PROMPT
009760     WHEN 'PUT__'
009770       MOVE 'OUTPUT TAG'    TO WK-PN-LBL
009780       MOVE 'OPTIONAL, BLANK = FLAT OUTPUT' TO WK-PN-HINT
009790       MOVE 'X'             TO WK-PN-KIND
009800       MOVE 'N'             TO WK-PN-REQ
009810       MOVE 8               TO WK-PN-OFF
009820       MOVE 5               TO WK-PN-LEN
009830       PERFORM C33-ADD-PROMPT
009840     WHEN 'PUTN_'
009850       MOVE 'EDIT PATTERN'  TO WK-PN-LBL
009860       MOVE 'NUMERIC-EDIT PATTERN SELECTOR' TO WK-PN-HINT
009870       MOVE 'X'             TO WK-PN-KIND
009880       MOVE 'Y'             TO WK-PN-REQ
009890       MOVE 8               TO WK-PN-OFF
009900       MOVE 1               TO WK-PN-LEN
009910       PERFORM C33-ADD-PROMPT
009920       MOVE 'OUTPUT TAG'    TO WK-PN-LBL
009930       MOVE 'OPTIONAL, BLANK = FLAT OUTPUT' TO WK-PN-HINT
009940       MOVE 'N'             TO WK-PN-REQ
009950       MOVE 9               TO WK-PN-OFF
009960       MOVE 5               TO WK-PN-LEN
009970       PERFORM C33-ADD-PROMPT
009980     WHEN 'LOOKP'
009990     WHEN 'LOOKB'
010000     WHEN 'DECTB'
010001     WHEN 'WATCH'
010010       MOVE 'TABLE NAME'    TO WK-PN-LBL
010020       MOVE 'REFERENCE TABLE, UP TO 5' TO WK-PN-HINT
010030       MOVE 'X'             TO WK-PN-KIND
010040       MOVE 'Y'             TO WK-PN-REQ
010050       MOVE 8               TO WK-PN-OFF
010060       MOVE 5               TO WK-PN-LEN
010070       PERFORM C33-ADD-PROMPT
010080       MOVE 7               TO WK-PN-OFF
010090       MOVE 1               TO WK-PN-LEN
010100       MOVE 'C'             TO WK-PN-KIND
010110       IF WK-EN-OPR = 'DECTB'
010120         THEN
010130           MOVE 'CONDITIONS'    TO WK-PN-LBL
010140           MOVE 'NUMBER OF CONDITIONS, 1-9' TO WK-PN-HINT
010150           MOVE '123456789'     TO WK-PN-ALLOW
010160         ELSE
010161           IF WK-EN-OPR = 'WATCH'
010162             THEN
010163               MOVE 'SCORE ONLY'    TO WK-PN-LBL
010164               MOVE 'S = PUSH THE SCORE ONLY, BLANK = ID+SCORE'
010165                 TO WK-PN-HINT
010166               MOVE 'N'             TO WK-PN-REQ
010167               MOVE 'S'             TO WK-PN-ALLOW
010168             ELSE
010170               MOVE 'PUSH VALUE'    TO WK-PN-LBL
010180               MOVE 'V = PUSH THE STORED VALUE, BLANK = TEST'
010190                 TO WK-PN-HINT
010200               MOVE 'N'             TO WK-PN-REQ
010210               MOVE 'V'             TO WK-PN-ALLOW
010215           END-IF
010220       END-IF
010230       PERFORM C33-ADD-PROMPT
010240     WHEN 'STORE'
010250     WHEN 'RECAL'
010260       MOVE 'VALUE NAME'    TO WK-PN-LBL
010270       MOVE 'UP TO 5 CHARACTERS' TO WK-PN-HINT
010280       MOVE 'X'             TO WK-PN-KIND
010290       MOVE 'Y'             TO WK-PN-REQ
010300       MOVE 8               TO WK-PN-OFF
010310       MOVE 5               TO WK-PN-LEN
010320       PERFORM C33-ADD-PROMPT
010330     WHEN 'ACADD'
010340     WHEN 'ACKEY'
010350     WHEN 'ACPSH'
010360       MOVE 'ACCUMULATOR'   TO WK-PN-LBL
010370       MOVE 'UP TO 5 CHARACTERS' TO WK-PN-HINT
010380       MOVE 'X'             TO WK-PN-KIND
010390       MOVE 'Y'             TO WK-PN-REQ
010400       MOVE 8               TO WK-PN-OFF
010410       MOVE 5               TO WK-PN-LEN
010420       PERFORM C33-ADD-PROMPT
010430     WHEN 'VELCT'
010440       MOVE 'WINDOW COUNT'  TO WK-PN-LBL
010450       MOVE 'HOW MANY UNITS BACK, FROM 1' TO WK-PN-HINT
010460       MOVE 'P'             TO WK-PN-KIND
010470       MOVE 'Y'             TO WK-PN-REQ
010480       MOVE 8               TO WK-PN-OFF
010490       MOVE 4               TO WK-PN-LEN
010500       PERFORM C33-ADD-PROMPT
010510       MOVE 'WINDOW UNIT'   TO WK-PN-LBL
010520       MOVE 'H = HOURS, D = DAYS' TO WK-PN-HINT
010530       MOVE 'C'             TO WK-PN-KIND
010540       MOVE 12              TO WK-PN-OFF
010550       MOVE 1               TO WK-PN-LEN
010560       MOVE 'HD'            TO WK-PN-ALLOW
010570       PERFORM C33-ADD-PROMPT
010580       MOVE 'MEASURE'       TO WK-PN-LBL
010590       MOVE 'S = AMOUNT, BLANK = COUNT' TO WK-PN-HINT
010600       MOVE 'N'             TO WK-PN-REQ
010610       MOVE 7               TO WK-PN-OFF
010620       MOVE 'S'             TO WK-PN-ALLOW
010630       PERFORM C33-ADD-PROMPT
010631     WHEN 'DETL_'
010632       MOVE 'POSITION'      TO WK-PN-LBL
010633       MOVE 'FIRST BYTE IN THE DETAIL, FROM 1' TO WK-PN-HINT
010634       MOVE 'P'             TO WK-PN-KIND
010635       MOVE 'N'             TO WK-PN-REQ
010636       MOVE 8               TO WK-PN-OFF
010637       MOVE 5               TO WK-PN-LEN
010638       PERFORM C33-ADD-PROMPT
010639       MOVE 'LENGTH'        TO WK-PN-LBL
010640       MOVE 'BYTES, 1-99'   TO WK-PN-HINT
010641       MOVE 13              TO WK-PN-OFF
010642       PERFORM C33-ADD-PROMPT
010643       MOVE 'COUNT ONLY'    TO WK-PN-LBL
010644       MOVE 'C = PUSH THE DETAIL COUNT, BLANK = VALUES'
010645         TO WK-PN-HINT
010646       MOVE 'C'             TO WK-PN-KIND
010647       MOVE 7               TO WK-PN-OFF
010648       MOVE 1               TO WK-PN-LEN
010649       MOVE 'C'             TO WK-PN-ALLOW
010650       PERFORM C33-ADD-PROMPT
010651     WHEN 'MIN__'
010652     WHEN 'MAX__'
010653     WHEN 'SUM__'
010654     WHEN 'COUNT'
010655     WHEN 'AVG__'
010656       MOVE 'ITEM COUNT'    TO WK-PN-LBL
010657       MOVE 'BLANK = A LIST WITH ITS COUNT ON TOP' TO WK-PN-HINT
010658       MOVE 'P'             TO WK-PN-KIND
010659       MOVE 'N'             TO WK-PN-REQ
010660       MOVE 8               TO WK-PN-OFF
010661       MOVE 5               TO WK-PN-LEN
010662       PERFORM C33-ADD-PROMPT
010663       MOVE 'COMPARE MODE'  TO WK-PN-LBL
010664       MOVE 'N = NUMERIC, BLANK = TEXT' TO WK-PN-HINT
010665       MOVE 'C'             TO WK-PN-KIND
010666       MOVE 7               TO WK-PN-OFF
010667       MOVE 1               TO WK-PN-LEN
010668       MOVE 'N'             TO WK-PN-ALLOW
010669       PERFORM C33-ADD-PROMPT
010670     WHEN 'BLK__'
010671       MOVE 'BLOCK NAME'    TO WK-PN-LBL
010672       MOVE 'UP TO 5 CHARACTERS' TO WK-PN-HINT
010673       MOVE 'X'             TO WK-PN-KIND
010680       MOVE 'Y'             TO WK-PN-REQ
010690       MOVE 8               TO WK-PN-OFF
010700       MOVE 5               TO WK-PN-LEN
010710       PERFORM C33-ADD-PROMPT
010720       MOVE 'SEVERITY'      TO WK-PN-LBL
010730       MOVE 'W = WARN, BLANK = FATAL' TO WK-PN-HINT
010740       MOVE 'C'             TO WK-PN-KIND
010750       MOVE 'N'             TO WK-PN-REQ
010760       MOVE 7               TO WK-PN-OFF
010770       MOVE 1               TO WK-PN-LEN
010780       MOVE 'W'             TO WK-PN-ALLOW
010790       PERFORM C33-ADD-PROMPT
010800     WHEN 'EQ___'
010810     WHEN 'NOTEQ'
010820     WHEN 'GT___'
010830     WHEN 'GE___'
010840     WHEN 'LT___'
010850     WHEN 'LE___'
010860       MOVE 'COMPARE MODE'  TO WK-PN-LBL
010870       MOVE 'N = NUMERIC, I = CASELESS, BLANK = TEXT'
010880         TO WK-PN-HINT
010890       MOVE 'C'             TO WK-PN-KIND
010900       MOVE 'N'             TO WK-PN-REQ
010910       MOVE 7               TO WK-PN-OFF
010920       MOVE 1               TO WK-PN-LEN
010930       MOVE 'NI'            TO WK-PN-ALLOW
010940       PERFORM C33-ADD-PROMPT
010950     WHEN 'CHKDG'
010960       MOVE 'CHECK METHOD'  TO WK-PN-LBL
010970       MOVE '7 = MOD97, BLANK = MOD10' TO WK-PN-HINT
010980       MOVE 'C'             TO WK-PN-KIND
010990       MOVE 'N'             TO WK-PN-REQ
011000       MOVE 7               TO WK-PN-OFF
011010       MOVE 1               TO WK-PN-LEN
011020       MOVE '7'             TO WK-PN-ALLOW
011030       PERFORM C33-ADD-PROMPT
011040     WHEN 'ADD__' WHEN 'SUB__' WHEN 'MUL__' WHEN 'DIV__'
011050     WHEN 'CONCT' WHEN 'SUBST' WHEN 'UPPER' WHEN 'LOWER'
011060     WHEN 'TRIM_' WHEN 'IN___' WHEN 'NOTIN' WHEN 'BTWN_'
011070     WHEN 'BTWNX' WHEN 'ISBLK' WHEN 'LIKE_' WHEN 'AND__'
011080     WHEN 'OR___' WHEN 'NOT__' WHEN 'RET__' WHEN 'DTVAL'
011090     WHEN 'DTDIF' WHEN 'DTNOW' WHEN 'DTNXB' WHEN 'DTBDF'
011100       CONTINUE
011110     WHEN OTHER
011120       MOVE ZERO          TO WK-PR-KNOWN
011130   END-EVALUATE.
011140 C32-SET-PROMPTS-EXIT.
011150   EXIT.
011160 C33-ADD-PROMPT SECTION.
011170 C33-010.
011180   ADD 1              TO WK-PR-CNT.
011190   MOVE WK-PN-LBL     TO WK-PR-LBL(WK-PR-CNT).
011200   MOVE WK-PN-HINT    TO WK-PR-HINT(WK-PR-CNT).
011210   MOVE WK-PN-KIND    TO WK-PR-KIND(WK-PR-CNT).
011220   MOVE WK-PN-REQ     TO WK-PR-REQ(WK-PR-CNT).
011230   MOVE WK-PN-OFF     TO WK-PR-OFF(WK-PR-CNT).
011240   MOVE WK-PN-LEN     TO WK-PR-LEN(WK-PR-CNT).
011250   MOVE WK-PN-ALLOW   TO WK-PR-ALLOW(WK-PR-CNT).
011260   MOVE SPACE         TO WK-PN-ALLOW.
011270 C33-ADD-PROMPT-EXIT.
011280   EXIT.
011290 C34-CLEAR-PROMPTS SECTION.
011300 C34-010.
011310   PERFORM VARYING WK-PR-I FROM 1 BY 1
011320     UNTIL WK-PR-I > 3
011330       MOVE SPACE         TO WK-PR-TBL(WK-PR-I)
011340       MOVE ZERO          TO WK-PR-OFF(WK-PR-I)
011350       MOVE ZERO          TO WK-PR-LEN(WK-PR-I)
011360   END-PERFORM.
011370   MOVE SPACE         TO WK-PN-ALLOW.
011380 C34-CLEAR-PROMPTS-EXIT.
011390   EXIT.
011400 C40-STAGE-ENTRY SECTION.
011410*--------------------------------------------------------------
011420*- CHECK THE CHANGE KEYED, BUILD ITS ROW FROM THE OPERANDS AND
011430*- STAGE IT. A NEW OPCODE ONLY GETS ITS PROMPTS FIRST.
011440*--------------------------------------------------------------
011450 C40-010.
011460   PERFORM C30-PROMPT-ENTRY.
011470   IF WK-SCR-ERR NOT = ZERO OR WK-PR-NEW NOT = ZERO
011480     THEN
011490       GO TO C40-STAGE-ENTRY-EXIT
011500   END-IF.
011510   IF WK-CH-CNT NOT < 200
011520     THEN
011530       MOVE 'STAGING TABLE FULL - W WRITES WHAT IS STAGED'
011540         TO WK-SCR-MSG
011550       GO TO C40-STAGE-ENTRY-EXIT
011560   END-IF.
011570   MOVE SPACE         TO WK-EN-BODY.
011580   IF WK-EN-ACT NOT = 'D'
011590     THEN
011600       PERFORM C50-BUILD-BODY
011610       IF WK-SCR-ERR NOT = ZERO
011620         THEN
011630           GO TO C40-STAGE-ENTRY-EXIT
011640       END-IF
011650   END-IF.
011660   EVALUATE WK-EN-ACT
011670     WHEN 'A'
011680       MOVE 'ADD    '     TO WK-EN-WORD
011690     WHEN 'R'
011700       MOVE 'REPLACE'     TO WK-EN-WORD
011710     WHEN OTHER
011720       MOVE 'DELETE '     TO WK-EN-WORD
011730   END-EVALUATE.
011740   ADD 1              TO WK-CH-CNT.
011750   MOVE WK-USER       TO WK-CH-USER(WK-CH-CNT).
011760   MOVE WK-EN-WORD    TO WK-CH-ACTION(WK-CH-CNT).
011770   MOVE WK-EN-ROWNO   TO WK-CH-ROWNO(WK-CH-CNT).
011780   MOVE WK-EN-BODY    TO WK-CH-BODY(WK-CH-CNT).
011790   MOVE SPACE         TO WK-CH-OK(WK-CH-CNT).
011800   MOVE SPACE         TO WK-SCR-MSG.
011810   STRING 'STAGED: ' WK-EN-WORD ' PC ' WK-EN-ROWNO ' '
011820          WK-EN-BODY
011830                      DELIMITED BY SIZE INTO WK-SCR-MSG.
011840   MOVE SPACE         TO WK-EN-ACT.
011850   MOVE SPACE         TO WK-EN-PC.
011860   MOVE SPACE         TO WK-EN-OPR.
011870   MOVE SPACE         TO WK-PR-OPR.
011880   MOVE ZERO          TO WK-PR-CNT.
011890   MOVE SPACE         TO WK-SCR-ROWNOW.
011900   PERFORM C34-CLEAR-PROMPTS.
011910 C40-STAGE-ENTRY-EXIT.
011920   EXIT.
011930 C50-BUILD-BODY SECTION.
011940*--------------------------------------------------------------
011950*- CHECK EVERY OPERAND AGAINST ITS PROMPT AND PUT IT IN ITS
011960*- COLUMNS OF THE NEW ROW. THE FIRST BAD ONE IS NAMED ON THE
011970*- MESSAGE LINE (WK-SCR-ERR = 1).
011980*--------------------------------------------------------------
011990 C50-010.
012000   MOVE ZERO          TO WK-SCR-ERR.
012010   MOVE WK-EN-OPR     TO WK-EN-BODY(1:5).
012020   PERFORM VARYING WK-PR-I FROM 1 BY 1
012030     UNTIL WK-PR-I > WK-PR-CNT OR WK-SCR-ERR NOT = ZERO
012040       PERFORM C51-CHECK-ONE-OPERAND
012050   END-PERFORM.
012060 C50-BUILD-BODY-EXIT.
012070   EXIT.
012080 C51-CHECK-ONE-OPERAND SECTION.
012090 C51-010.
012100   MOVE SPACE         TO WK-ED-TXT.
012110   MOVE WK-PR-VAL(WK-PR-I) TO WK-ED-VAL.
012120   MOVE WK-PR-LEN(WK-PR-I) TO WK-PN-LEN.
012130   IF WK-ED-VAL = SPACE
012140     THEN
012150       IF WK-PR-REQ(WK-PR-I) = 'Y'
012160         THEN
012170           MOVE 'REQUIRED'    TO WK-ED-TXT
012180       END-IF
012190       GO TO C51-020
012200   END-IF.
012210   EVALUATE WK-PR-KIND(WK-PR-I)
012220     WHEN 'L'
012230       IF WK-ED-VAL(11:1) NOT = SPACE
012240         THEN
012250           MOVE 'LONGER THAN 10 CHARACTERS' TO WK-ED-TXT
012260         ELSE
012270           MOVE 'L'           TO WK-EN-BODY(8:1)
012280           MOVE WK-ED-VAL(1:10) TO WK-EN-BODY(9:10)
012290       END-IF
012300     WHEN 'X'
012310       MOVE ZERO          TO WK-ED-L
012320       INSPECT WK-ED-VAL TALLYING WK-ED-L
012330         FOR CHARACTERS BEFORE INITIAL SPACE
012340       EVALUATE TRUE
012350         WHEN WK-ED-L = ZERO
012360           MOVE 'NO SPACES ALLOWED' TO WK-ED-TXT
012370         WHEN WK-ED-L > WK-PN-LEN
012380           STRING 'LONGER THAN ' WK-PN-LEN ' CHARACTERS'
012390                      DELIMITED BY SIZE INTO WK-ED-TXT
012400         WHEN WK-ED-VAL(WK-ED-L + 1:) NOT = SPACE
012410           MOVE 'NO SPACES ALLOWED' TO WK-ED-TXT
012420         WHEN OTHER
012430           MOVE WK-ED-VAL(1:WK-PN-LEN)
012440             TO WK-EN-BODY(WK-PR-OFF(WK-PR-I):WK-PN-LEN)
012450       END-EVALUATE
012460     WHEN 'C'
012470       INSPECT WK-ED-VAL CONVERTING WK-LOWER TO WK-UPPER
012480       MOVE ZERO          TO WK-ED-HIT
012490       INSPECT WK-PR-ALLOW(WK-PR-I) TALLYING WK-ED-HIT
012500         FOR ALL WK-ED-VAL(1:1)
012510       IF WK-ED-VAL(2:) NOT = SPACE OR WK-ED-HIT = ZERO
012520         THEN
012530           STRING 'MUST BE ONE OF ' WK-PR-ALLOW(WK-PR-I)
012540                      DELIMITED BY SIZE INTO WK-ED-TXT
012550         ELSE
012560           MOVE WK-ED-VAL(1:1)
012570             TO WK-EN-BODY(WK-PR-OFF(WK-PR-I):1)
012580       END-IF
012590     WHEN OTHER
012600       PERFORM C52-RIGHT-JUSTIFY
012610       IF WK-ED-TXT = SPACE
012620        AND WK-PR-KIND(WK-PR-I) NOT = 'N'
012630        AND WK-ED-OUT-N = ZERO
012640         THEN
012650           MOVE 'MUST NOT BE ZERO' TO WK-ED-TXT
012660       END-IF
012670       IF WK-ED-TXT = SPACE
012680        AND WK-PR-KIND(WK-PR-I) = 'T'
012690        AND WK-ED-OUT-N > WK-EN-MAX + 1
012700         THEN
012710           MOVE 'PAST THE END OF THE SET' TO WK-ED-TXT
012720       END-IF
012730       IF WK-ED-TXT = SPACE
012740        AND WK-EN-OPR = 'ROUND'
012750        AND WK-ED-OUT-N > 4
012760         THEN
012770           MOVE 'MORE THAN 4 DECIMALS' TO WK-ED-TXT
012780       END-IF
012790       IF WK-ED-TXT = SPACE
012800         THEN
012810           MOVE WK-ED-OUT(12 - WK-PN-LEN:WK-PN-LEN)
012820             TO WK-EN-BODY(WK-PR-OFF(WK-PR-I):WK-PN-LEN)
012830       END-IF
012840   END-EVALUATE.
012850 C51-020.
012860   IF WK-ED-TXT NOT = SPACE
012870     THEN
012880       MOVE 1             TO WK-SCR-ERR
012890       MOVE SPACE         TO WK-SCR-MSG
012900       STRING WK-PR-LBL(WK-PR-I) DELIMITED BY '  '
012910              ': ' WK-ED-TXT DELIMITED BY '  '
012920              ' - NOT ACCEPTED' DELIMITED BY SIZE
012930                      INTO WK-SCR-MSG
012940   END-IF.
012950 C51-CHECK-ONE-OPERAND-EXIT.
012960   EXIT.
012970 C52-RIGHT-JUSTIFY SECTION.
012980*--------------------------------------------------------------
012990*- WK-ED-VAL AS DIGITS KEYED WITHOUT LEADING ZEROS (AT MOST
013000*- WK-PN-LEN OF THEM), RETURNED RIGHT-JUSTIFIED AND ZERO-FILLED
013010*- IN WK-ED-OUT/WK-ED-OUT-N - THE FIELD IS THE LAST WK-PN-LEN
013020*- BYTES. WK-ED-TXT SAYS WHY IT IS NOT A NUMBER.
013030*--------------------------------------------------------------
013040 C52-010.
013050   MOVE SPACE         TO WK-ED-TXT.
013060   MOVE ZERO          TO WK-ED-OUT-N.
013070   MOVE ZERO          TO WK-ED-L.
013080   INSPECT WK-ED-VAL TALLYING WK-ED-L
013090     FOR CHARACTERS BEFORE INITIAL SPACE.
013100   IF WK-ED-L = ZERO
013110     THEN
013120       MOVE 'DIGITS REQUIRED' TO WK-ED-TXT
013130       GO TO C52-RIGHT-JUSTIFY-EXIT
013140   END-IF.
013150   IF WK-ED-L > WK-PN-LEN
013160     THEN
013170       STRING 'MORE THAN ' WK-PN-LEN ' DIGITS'
013180                      DELIMITED BY SIZE INTO WK-ED-TXT
013190       GO TO C52-RIGHT-JUSTIFY-EXIT
013200   END-IF.
013210   IF WK-ED-VAL(WK-ED-L + 1:) NOT = SPACE
013220    OR WK-ED-VAL(1:WK-ED-L) NOT NUMERIC
013230     THEN
013240       MOVE 'DIGITS ONLY' TO WK-ED-TXT
013250       GO TO C52-RIGHT-JUSTIFY-EXIT
013260   END-IF.
013270   MOVE WK-ED-VAL(1:WK-ED-L)
013280     TO WK-ED-OUT(12 - WK-ED-L:WK-ED-L).
013290 C52-RIGHT-JUSTIFY-EXIT.
013300   EXIT.
013310 C60-DESCRIBE-BODY SECTION.
013320*--------------------------------------------------------------
013330*- SPELL OUT ROW WK-EN-BODY OPERAND BY OPERAND, UNDER THE SAME
013340*- PROMPT NAMES THE REQUESTER KEYED THEM WITH, INTO WK-DS-TXT.
013350*--------------------------------------------------------------
013360 C60-010.
013370   MOVE SPACE         TO WK-DS-TXT.
013380   MOVE WK-EN-BODY(1:5) TO WK-EN-OPR.
013390   PERFORM C32-SET-PROMPTS.
013400   MOVE 1             TO WK-DS-PTR.
013410   STRING 'NEW  ' WK-EN-OPR
013420                      DELIMITED BY SIZE
013430                      INTO WK-DS-TXT WITH POINTER WK-DS-PTR.
013440   IF WK-PR-KNOWN = ZERO
013450     THEN
013460       STRING ' (NOT A RULE-ROW OPCODE) ' WK-EN-BODY(6:13)
013470                      DELIMITED BY SIZE
013480                      INTO WK-DS-TXT WITH POINTER WK-DS-PTR
013490       GO TO C60-DESCRIBE-BODY-EXIT
013500   END-IF.
013510   PERFORM VARYING WK-PR-I FROM 1 BY 1
013520     UNTIL WK-PR-I > WK-PR-CNT
013530       IF WK-PR-KIND(WK-PR-I) = 'L'
013540         THEN
013550           STRING '  ' DELIMITED BY SIZE
013560                  WK-PR-LBL(WK-PR-I) DELIMITED BY '  '
013570                  '=(' WK-EN-BODY(9:10) ')' DELIMITED BY SIZE
013580                      INTO WK-DS-TXT WITH POINTER WK-DS-PTR
013590         ELSE
013600           STRING '  ' DELIMITED BY SIZE
013610                  WK-PR-LBL(WK-PR-I) DELIMITED BY '  '
013620                  '=' DELIMITED BY SIZE
013630                  WK-EN-BODY(WK-PR-OFF(WK-PR-I):
013640                             WK-PR-LEN(WK-PR-I))
013650                      DELIMITED BY SIZE
013660                      INTO WK-DS-TXT WITH POINTER WK-DS-PTR
013670       END-IF
013680   END-PERFORM.
013690   MOVE SPACE         TO WK-PR-OPR.
013700 C60-DESCRIBE-BODY-EXIT.
013710   EXIT.
013720 D10-WRITE-CHANGES SECTION.
013730*--------------------------------------------------------------
013740*- APPEND TO THE CHANGE FILE: A '*' LINE NAMING WHO AND WHEN,
013750*- THEN THE STAGED CHANGES IN ORDER, OR AN 'APPROVE' RECORD FOR
013760*- EVERY PENDING CHANGE MARKED Y.
013770*--------------------------------------------------------------
013780 D10-010.
013790   ACCEPT WK-DATE     FROM DATE YYYYMMDD.
013800   ACCEPT WK-TIME     FROM TIME.
013810   OPEN EXTEND F2CHG.
013820   IF WK-CHG-FST = '35'
013830     THEN
013840       OPEN OUTPUT F2CHG
013850   END-IF.
013860   IF WK-CHG-FST NOT = '00'
013870     THEN
013880       DISPLAY 'RULCHSCR:CHANGE FILE OPEN ERROR STATUS='
013890               WK-CHG-FST
013900       MOVE 16            TO RETURN-CODE
013910       GO TO D10-WRITE-CHANGES-EXIT
013920   END-IF.
013930   MOVE SPACE         TO F2TEXT.
013940   STRING '* RULCHSCR ' WK-MODE ' USER=' WK-USER
013950          ' SET=' WK-RSID ' DATE=' WK-DATE ' TIME=' WK-TIME(1:6)
013960                      DELIMITED BY SIZE INTO F2TEXT.
013970   WRITE F2TEXT.
013980   PERFORM VARYING WK-CH-I FROM 1 BY 1
013990     UNTIL WK-CH-I > WK-CH-CNT
014000       IF WK-MODE = 'REQUEST' OR WK-CH-OK(WK-CH-I) = 'Y'
014010         THEN
014020           MOVE SPACE         TO F2RECORD
014030           MOVE WK-RSID       TO F2-RSID
014040           MOVE WK-CH-ROWNO(WK-CH-I) TO F2-ROWNO
014050           MOVE WK-CH-BODY(WK-CH-I)  TO F2-BODY
014060           IF WK-MODE = 'APPROVE'
014070             THEN
014080               MOVE WK-USER       TO F2-USER
014090               MOVE 'APPROVE'     TO F2-ACTION
014100             ELSE
014110               MOVE WK-CH-USER(WK-CH-I)   TO F2-USER
014120               MOVE WK-CH-ACTION(WK-CH-I) TO F2-ACTION
014130           END-IF
014140           WRITE F2RECORD
014150           ADD 1              TO WK-CNT-WRITE
014160       END-IF
014170   END-PERFORM.
014180   CLOSE F2CHG.
014190 D10-WRITE-CHANGES-EXIT.
014200   EXIT.
014210 E10-FILL-APPROVE SECTION.
014220*--------------------------------------------------------------
014230*- PUT THE CURRENT PAGE OF PENDING CHANGES ON THE APPROVAL
014240*- SCREEN: WHO ASKED FOR WHAT, THE ROW AS IT IS NOW, AND THE
014250*- NEW ROW SPELLED OUT.
014260*--------------------------------------------------------------
014270 E10-010.
014280   COMPUTE WK-SCR-LAST = WK-SCR-TOP + 4.
014290   IF WK-SCR-LAST > WK-CH-CNT
014300     THEN
014310       MOVE WK-CH-CNT     TO WK-SCR-LAST
014320   END-IF.
014330   MOVE SPACE         TO WK-SCR-POSN.
014340   STRING 'PENDING ' WK-SCR-TOP(3:3) '-' WK-SCR-LAST(3:3)
014350          ' OF ' WK-CH-CNT
014360                      DELIMITED BY SIZE INTO WK-SCR-POSN.
014370   MOVE ZERO          TO WK-CH-MARKED.
014380   PERFORM VARYING WK-CH-I FROM 1 BY 1
014390     UNTIL WK-CH-I > WK-CH-CNT
014400       IF WK-CH-OK(WK-CH-I) = 'Y'
014410         THEN
014420           ADD 1              TO WK-CH-MARKED
014430       END-IF
014440   END-PERFORM.
014450   MOVE SPACE         TO WK-SCR-COUNT.
014460   STRING 'MARKED FOR APPROVAL: ' WK-CH-MARKED
014470                      DELIMITED BY SIZE INTO WK-SCR-COUNT.
014480   MOVE SPACE         TO WK-SCR-CMD.
014490   PERFORM VARYING WK-SR-I FROM 1 BY 1
014500     UNTIL WK-SR-I > 5
014510       COMPUTE WK-CH-I = WK-SCR-TOP + WK-SR-I - 1
014520       MOVE SPACE         TO WK-SA-TBL(WK-SR-I)
014530       MOVE ZERO          TO WK-SA-CH(WK-SR-I)
014540       IF WK-CH-I NOT > WK-CH-CNT
014550         THEN
014560           PERFORM E11-FILL-ONE-PENDING
014570       END-IF
014580   END-PERFORM.
014590 E10-FILL-APPROVE-EXIT.
014600   EXIT.
014610 E11-FILL-ONE-PENDING SECTION.
014620 E11-010.
014630   MOVE WK-CH-I       TO WK-SA-CH(WK-SR-I).
014640   MOVE WK-CH-OK(WK-CH-I) TO WK-SA-OK(WK-SR-I).
014650   STRING WK-CH-USER(WK-CH-I) '  ' WK-CH-ACTION(WK-CH-I) ' '
014660          WK-CH-ROWNO(WK-CH-I) ' ' WK-CH-BODY(WK-CH-I)
014670                      DELIMITED BY SIZE
014680                      INTO WK-SA-HEAD(WK-SR-I).
014690   MOVE WK-CH-ROWNO(WK-CH-I) TO WK-LS-I.
014700   IF WK-LS-I = ZERO OR WK-LS-I > WK-LS-CNT
014710     THEN
014720       IF WK-CH-ACTION(WK-CH-I) = 'ADD    '
014730         THEN
014740           MOVE 'NOW  (NEW ROW GOES AFTER THE LAST ROW)'
014750             TO WK-SA-NOW(WK-SR-I)
014760         ELSE
014770           MOVE 'NOW  (NO SUCH ROW IN THE SET AS LISTED)'
014780             TO WK-SA-NOW(WK-SR-I)
014790       END-IF
014800     ELSE
014810       IF WK-CH-ACTION(WK-CH-I) = 'ADD    '
014820         THEN
014830           STRING 'BEFORE ' WK-LS-OPR(WK-LS-I) ' '
014840                  WK-LS-TXT(WK-LS-I)
014850                      DELIMITED BY SIZE
014860                      INTO WK-SA-NOW(WK-SR-I)
014870         ELSE
014880           STRING 'NOW  ' WK-LS-OPR(WK-LS-I) ' '
014890                  WK-LS-TXT(WK-LS-I)
014900                      DELIMITED BY SIZE
014910                      INTO WK-SA-NOW(WK-SR-I)
014920       END-IF
014930   END-IF.
014940   IF WK-CH-ACTION(WK-CH-I) = 'DELETE '
014950     THEN
014960       MOVE 'NEW  (ROW REMOVED)' TO WK-SA-NEW(WK-SR-I)
014970     ELSE
014980       MOVE WK-CH-BODY(WK-CH-I) TO WK-EN-BODY
014990       PERFORM C60-DESCRIBE-BODY
015000       MOVE WK-DS-TXT     TO WK-SA-NEW(WK-SR-I)
015010   END-IF.
015020 E11-FILL-ONE-PENDING-EXIT.
015030   EXIT.
015040 E20-APPROVE-INTERACTION SECTION.
015050*--------------------------------------------------------------
015060*- SHOW THE APPROVAL SCREEN, TAKE THE Y MARKS, OBEY THE
015070*- COMMAND. A MARK OTHER THAN Y OR BLANK KEEPS THE SCREEN PUT.
015080*--------------------------------------------------------------
015090 E20-010.
015100   DISPLAY WK-APPROVE-SCREEN.
015110   ACCEPT WK-APPROVE-SCREEN.
015120   MOVE SPACE         TO WK-SCR-MSG.
015130   INSPECT WK-SCR-CMD CONVERTING WK-LOWER TO WK-UPPER.
015140   IF WK-SCR-CMD = 'X'
015150     THEN
015160       MOVE 2             TO WK-SCR-END
015170       GO TO E20-APPROVE-INTERACTION-EXIT
015180   END-IF.
015190   MOVE ZERO          TO WK-SCR-ERR.
015200   PERFORM VARYING WK-SR-I FROM 1 BY 1
015210     UNTIL WK-SR-I > 5
015220       INSPECT WK-SA-OK(WK-SR-I) CONVERTING 'y' TO 'Y'
015230       IF WK-SA-CH(WK-SR-I) NOT = ZERO
015240         THEN
015250           IF WK-SA-OK(WK-SR-I) = 'Y'
015260            OR WK-SA-OK(WK-SR-I) = SPACE
015270             THEN
015280               MOVE WK-SA-OK(WK-SR-I)
015290                 TO WK-CH-OK(WK-SA-CH(WK-SR-I))
015300             ELSE
015310               MOVE 1             TO WK-SCR-ERR
015320           END-IF
015330       END-IF
015340   END-PERFORM.
015350   IF WK-SCR-ERR NOT = ZERO
015360     THEN
015370       MOVE 'MARK WITH Y TO APPROVE, BLANK TO LEAVE PENDING'
015380         TO WK-SCR-MSG
015390       GO TO E20-APPROVE-INTERACTION-EXIT
015400   END-IF.
015410   EVALUATE WK-SCR-CMD
015420     WHEN 'N'
015430       IF WK-SCR-TOP + 5 NOT > WK-CH-CNT
015440         THEN
015450           ADD 5              TO WK-SCR-TOP
015460         ELSE
015470           MOVE 'LAST PAGE OF PENDING CHANGES' TO WK-SCR-MSG
015480       END-IF
015490     WHEN 'P'
015500       IF WK-SCR-TOP > 5
015510         THEN
015520           SUBTRACT 5         FROM WK-SCR-TOP
015530         ELSE
015540           MOVE 1             TO WK-SCR-TOP
015550           MOVE 'FIRST PAGE OF PENDING CHANGES' TO WK-SCR-MSG
015560       END-IF
015570     WHEN 'W'
015580       MOVE 1             TO WK-SCR-END
015590       PERFORM E10-FILL-APPROVE
015600       IF WK-CH-MARKED = ZERO
015610         THEN
015620           MOVE ZERO          TO WK-SCR-END
015630           MOVE 'NOTHING MARKED - KEY Y BESIDE A CHANGE FIRST'
015640             TO WK-SCR-MSG
015650       END-IF
015660     WHEN SPACE
015670       CONTINUE
015680     WHEN OTHER
015690       MOVE 'UNKNOWN COMMAND - USE N P W OR X' TO WK-SCR-MSG
015700   END-EVALUATE.
015710   PERFORM E10-FILL-APPROVE.
015720 E20-APPROVE-INTERACTION-EXIT.
015730   EXIT.
