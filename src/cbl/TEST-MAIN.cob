001700   SELECT F41PTOT ASSIGN TO WK-PTOTNAME
001710   ORGANIZATION LINE SEQUENTIAL
001720   STATUS WK-PTOT-FST.
001721*- REFERENCE-TABLE KEY USAGE (ENV REFUSAGE_FILE): AT END OF RUN
001722*- THE LOOKP HIT/MISS COUNTS PER TABLE AND KEY ARE APPENDED AS
001723*- DATED LINES. REFUSAGE READS THEM FOR THE MONTHLY DEAD-CODE
001724*- AND FREQUENT-MISS REPORT.
001725   SELECT F48RUSE ASSIGN TO WK-RUSNAME
001726   ORGANIZATION LINE SEQUENTIAL
001727   STATUS WK-RUS-FST.
001730*--------------------------------------------------------------
001740*- OPERATOR COMMAND FILE (ENV OPERATOR_CMD_FILE): POLLED EVERY
001750*- OPERATOR_POLL RECORDS DURING THE TRANSACTION LOOP. 'STOP'
001840   SELECT F42OPC  ASSIGN TO WK-OPCNAME
001850   ORGANIZATION LINE SEQUENTIAL
001860   STATUS WK-OPC-FST.
001861*- NIGHTLY FEED STATISTICS (ENV FEEDSTATS_FILE): PER-FIELD
001862*- BLANK/NUMERIC-VALID COUNTS, MIN/MAX/SUM AND SHORT-CODE
001863*- DISTINCT COUNTS OF EVERY TRANSACTION FILE, APPENDED AS DATED
001864*- LINES. FEEDDRFT COMPARES EACH NIGHT WITH ITS TRAILING
001865*- BASELINE AND RAISES THE DRIFT ALERTS.
001866   SELECT F49FSTA ASSIGN TO WK-FSSNAME
001867   ORGANIZATION LINE SEQUENTIAL
001868   STATUS WK-FSS-FST.
001870*--------------------------------------------------------------
001880*- PAIR-MATCHING MODE (ENV MATCH_FILE): A SECOND TRANSACTION
001890*- FEED (SIDE B - THE SETTLEMENT LEG) LOADED UP FRONT AND
001990   SELECT F44MTCH ASSIGN TO WK-MTCHNAME
002000   ORGANIZATION LINE SEQUENTIAL
002010   STATUS WK-MTCH-FST.
002011*- EMERGENCY RULE SUPPRESSION LIST (ENV SUPPRESS_FILE): SWITCHES
002012*- OFF ONE NAMED BLOCK OR ONE PC OF A RULE SET FOR A DATE RANGE
002013*- WITHOUT A RULE CHANGE. EVERY ENTRY CARRIES ITS APPROVER AND
002014*- TICKET; EVERY OVERRIDDEN EVALUATION IS COUNTED ON THE RUN LOG
002015*- (AND SO ON THE OPSDASH PAGE).
002016   SELECT F50SUP  ASSIGN TO WK-SUPNAME
002017   ORGANIZATION LINE SEQUENTIAL
002018   STATUS WK-SUP-FST.
002020*--------------------------------------------------------------
002030*- DISPOSITION-CODE MASTER (ENV DISP_MASTER): 'CODE(1-10)
002040*- RSID-PATTERN(12-19) NAME(21-28) SEVERITY(30) DESC(32-71)
002050*- REVIEW(73) CATEGORY(75-80)' PER LINE ('*' = COMMENT; REVIEW
002060*- 'R' = A PERSON MUST LOOK AT THE ITEM - REVQUEUE QUEUES IT FOR
002061*- MANUAL REVIEW; CATEGORY = THE REGULATORY-RETURN GROUPING THAT
002062*- REGRETRN FILES THE CODE UNDER, BLANK = THE NAME).
002063*- EVERY CODE IS REGISTERED WITH THE ENGINE (FUNC='PREG') AFTER
002064*- EACH INIT, SO THE FUNC='VLDT'
002070*- PASS FAILS A RULE TABLE EMITTING AN UNREGISTERED CODE - ONE
002080*- REGISTERED MEANING PER CODE, ENFORCED WHERE IT IS BORN. THE
002090*- REPORT PROGRAMS READ THE SAME FILE TO DECODE THE NUMBERS.
002110   SELECT F45DSP  ASSIGN TO WK-DSPNAME
002120   ORGANIZATION LINE SEQUENTIAL
002130   STATUS WK-DSP-FST.
002131*- FEED ARRIVAL SCHEDULE (ENV ARRIVAL_SCHEDULE, INTAKE MODE):
002132*- 'FEED(1-8) OPEN-HHMM(10-13) CLOSE-HHMM(15-18) DAYS(20)
002133*- MATCH(22-61)' PER LINE ('*' = COMMENT). A FEED NOT ON THE
002134*- INTAKE LIST BY THE CLOSE OF ITS WINDOW RAISES AN F15ALRT ALERT
002135*- AND AN F32MON EVENT; THE DAILY ARRIVAL REPORT (F47ARPT, ENV
002136*- ARRIVAL_REPORT) IS WRITTEN WHEN THE INTAKE ENDS.
002137   SELECT F46ASCH ASSIGN TO WK-ASCHNAME
002138   ORGANIZATION LINE SEQUENTIAL
002139   STATUS WK-ASCH-FST.
002140   SELECT F38TRNL ASSIGN TO WK-TLNAME
002150   ORGANIZATION LINE SEQUENTIAL
002160   STATUS WK-TL-FST.
002161*- BUSINESS-KEY EXEMPTION REGISTER (ENV EXEMPT_REGISTER, KEPT BY
002162*- EXMPREG): AGREED CUSTOMER EXCEPTIONS BY BUSINESS KEY, RULE SET
002163*- AND (OPTIONALLY) ONE BLOCK. A COVERED FAILURE IN THE EFFECTIVE
002164*- PERIOD TAKES THE EXEMPT DISPOSITION INSTEAD OF THE REJECT PATH.
002165   SELECT F51EXM  ASSIGN TO WK-EXMNAME
002166   ORGANIZATION INDEXED
002167   ACCESS MODE DYNAMIC
002168   RECORD KEY IS F51-KEY
002169   STATUS WK-EXM-FST.
002170   SELECT F37HOL  ASSIGN TO WK-HOLNAME
002180   ORGANIZATION LINE SEQUENTIAL
002190   STATUS WK-HOL-FST.
002191   SELECT F47ARPT ASSIGN TO WK-ARPTNAME
002192   ORGANIZATION LINE SEQUENTIAL
002193   STATUS WK-ARPT-FST.
002200   SELECT F36HOF  ASSIGN TO WK-HOFNAME
002210   ORGANIZATION LINE SEQUENTIAL
002220   STATUS WK-HOF-FST.
002221   SELECT F57NDC  ASSIGN TO WK-NDCNAME
002222   ORGANIZATION LINE SEQUENTIAL
002223   STATUS WK-NDC-FST.
002224   SELECT F58NDR  ASSIGN TO WK-NDRNAME
002225   ORGANIZATION LINE SEQUENTIAL
002226   STATUS WK-NDR-FST.
002227   SELECT F59COF  ASSIGN TO WK-COFNAME
002228   ORGANIZATION LINE SEQUENTIAL
002229   STATUS WK-COF-FST.
002230   SELECT F34MST  ASSIGN TO WK-MSTNAME
002240   ORGANIZATION INDEXED
002250   ACCESS MODE DYNAMIC
002260   RECORD KEY IS F34-KEY
002270   STATUS WK-MST-FST.
002271*- STATUS MASTER (ENV STATUS_MASTER), READ-ONLY: THE ORIGINAL
002272*- DECISION A REVERSAL RECORD VOIDS. SEE WK-REV.
002273   SELECT F60STS  ASSIGN TO WK-REVSTSNAME
002274   ORGANIZATION INDEXED
002275   ACCESS MODE DYNAMIC
002276   RECORD KEY IS F60-KEY
002277   STATUS WK-REV-MFST.
002280   SELECT F33GRP  ASSIGN TO WK-GRPRNAME
002290   ORGANIZATION LINE SEQUENTIAL
002300   STATUS WK-GRPR-FST.
002301*- ENTITY REGISTER (ENV ENTITY_REGISTER): EACH LEGAL ENTITY'S
002302*- DATA ROOT AND THE RULE-SET IDS IT OWNS. SEE WK-ENT.
002303   SELECT F61ENT  ASSIGN TO WK-ENTNAME
002304   ORGANIZATION LINE SEQUENTIAL
002305   STATUS WK-ENT-FST.
002310   SELECT F32MON  ASSIGN TO WK-MONNAME
002320   STATUS WK-MON-FST.
002330   SELECT F31CHN  ASSIGN TO WK-CHNNAME
002340   ORGANIZATION LINE SEQUENTIAL
002350   STATUS WK-CHN-FST.
002351*- CUSTOMER REASON-CODE MASTER (ENV REASON_MASTER): MAPS A RULE
002352*- SET'S NAMED BLOCK, OR A VCODE-PC RANGE OF IT, TO THE APPROVED
002353*- CUSTOMER REASON CODE AND TEXT AN ADVERSE-ACTION LETTER STATES.
002354*- A DECLINE CARRIES UP TO FOUR, RANKED (SEE B14R).
002355   SELECT F62RSN  ASSIGN TO WK-RSNNAME
002356   ORGANIZATION LINE SEQUENTIAL
002357   STATUS WK-RSN-FST.
002360   SELECT F29DUPS ASSIGN TO WK-DUPFNAME
002370   ORGANIZATION INDEXED
002380   ACCESS MODE DYNAMIC
002390   RECORD KEY IS F29-KEY
002400   STATUS WK-DUPF-FST.
002401*- VELOCITY STORE (ENV VELOCITY_FILE): DATED COUNTS AND AMOUNTS
002402*- BY BUSINESS KEY FOR THE VELCT OPCODE. SEE WK-VEL.
002403   SELECT F52VEL  ASSIGN TO WK-VELNAME
002404   ORGANIZATION INDEXED
002405   ACCESS MODE DYNAMIC
002406   RECORD KEY IS F52-KEY
002407   STATUS WK-VEL-FST.
002410   SELECT F28OMAP ASSIGN TO WK-OMAPNAME
002420   ORGANIZATION LINE SEQUENTIAL
002430   STATUS WK-OMAP-FST.
002440*- HDR/TRL CONTROL GROUP - EVENING FEEDS ARE EVALUATED AS THEY
002450*- LAND INSTEAD OF WAITING FOR THE MIDNIGHT BATCH.
002460*--------------------------------------------------------------
002461*- PRIORITY-LANE EARLY-RELEASE FILE (ENV PRIORITY_FILE): THE F3
002462*- RESULTS OF THE SELECTED RECORDS, ONE HDR/TRL GROUP PER PASS.
002463*--------------------------------------------------------------
002464   SELECT F63PRIO ASSIGN TO WK-PRINAME
002465   STATUS WK-PRI-FST.
002470*--------------------------------------------------------------
002480*- DAILY CURRENCY-RATE FILE (ENV CURRENCY_RATES): 'DATE
002490*- YYYYMMDD' ON ITS FIRST DATA LINE, THEN ONE 'CCY RATE' ENTRY
004750*- THE BUSINESS KEY, AS ON F3-KEY.
004760   03 F6-KEY                PIC X(20).
004770*- SAME CONTROL-RECORD CONVENTION AS F3OUT; THE F6 HASH TOTAL
004780*- IS OVER THE FIRST 4 BYTES OF F6-RSID. A RUN OR FEED HEADER
004781*- OF A NAMED FEED (TRANSACTION_FEED, OR THE TRAN_LIST FEED NAME)
004782*- ALSO CARRIES 'FEEDID=' + FEED IN COLS 155-169, SO THE REJECTS
004783*- OF EACH GROUP CAN BE CHARGED BACK TO THEIR SOURCE FEED.
004790 01  F6CTLREC               PIC X(281).
004800 FD  F7TRAN.
004810*--------------------------------------------------------------
005400 01  F44RECORD              PIC X(200).
005410 FD  F45DSP.
005420 01  F45RECORD              PIC X(80).
005421 FD  F46ASCH.
005422 01  F46RECORD              PIC X(80).
005423 FD  F47ARPT.
005424 01  F47RECORD              PIC X(80).
005430 FD  F41PTOT.
005440*- 'CTL ' SEEN(5) COUNT(7) AMOUNT(15, 13.2 IMPLIED DECIMAL) /
005450*- 'ACC ' TAG(5) EDITED VALUE / 'KAC ' NAME(5) KEY(20) COUNT(7)
005460*- EDITED TOTAL, ONE LINE PER FIGURE.
005470 01  F41RECORD              PIC X(60).
005471 FD  F48RUSE.
005472*- DATE(8) TABLE(5) KEY(20) HITS(9) MISSES(9), BLANK-SEPARATED.
005473*- TABLE '*RUN ' MARKS A COLLECTED DAY, '*FULL' CARRIES THE
005474*- LOOKUPS THE ENGINE COULD NOT COUNT (IN MISSES).
005475 01  F48RECORD              SYNC.
005476   03 F48-DATE              PIC X(08).
005477   03 FILLER                PIC X(01).
005478   03 F48-TABLE             PIC X(05).
005479   03 FILLER                PIC X(01).
005480   03 F48-KEY               PIC X(20).
005481   03 FILLER                PIC X(01).
005482   03 F48-HITS              PIC 9(09).
005483   03 FILLER                PIC X(01).
005484   03 F48-MISSES            PIC 9(09).
005485 FD  F49FSTA.
005486*- DATE(8) FEED(8) OFFSET(5) LENGTH(5) RECORDS(9) BLANK(9)
005487*- NUMERIC-VALID(9) MIN(17) MAX(17) SUM(21) DISTINCT(3) AND THE
005488*- DISTINCT MARKER (SEE WK-FSS-DOVR), BLANK-SEPARATED. ONE LINE
005489*- PER SOURCE FIELD PER FILE; SEVERAL FILES OF ONE FEED IN A
005490*- NIGHT GIVE SEVERAL LINES, WHICH FEEDDRFT ADDS TOGETHER.
005491 01  F49RECORD              SYNC.
005492   03 F49-DATE              PIC X(08).
005493   03 FILLER                PIC X(01).
005494   03 F49-FEED              PIC X(08).
005495   03 FILLER                PIC X(01).
005496   03 F49-OFF               PIC 9(05).
005497   03 FILLER                PIC X(01).
005498   03 F49-LEN               PIC 9(05).
005499   03 FILLER                PIC X(01).
005500   03 F49-RECS              PIC 9(09).
005501   03 FILLER                PIC X(01).
005502   03 F49-BLANK             PIC 9(09).
005503   03 FILLER                PIC X(01).
005504   03 F49-NUMOK             PIC 9(09).
005505   03 FILLER                PIC X(01).
005506   03 F49-MIN               PIC -(11)9.9(4).
005507   03 FILLER                PIC X(01).
005508   03 F49-MAX               PIC -(11)9.9(4).
005509   03 FILLER                PIC X(01).
005510   03 F49-SUM               PIC -(15)9.9(4).
005511   03 FILLER                PIC X(01).
005512   03 F49-DCNT              PIC 9(03).
005513   03 F49-DOVR              PIC X(01).
005514 FD  F50SUP.
005515*- RSID(1-8) BLOCK(10-14) PC(16-20) ACTION(22) FROM(24-31)
005516*- TO(33-40) APPROVER(42-49) TICKET(51-62). BLOCK IS THE BLK__
005517*- NAME; PC IS THE ROW NUMBER WITHIN THE RULE SET (ZERO-FILLED,
005518*- HDR__/TRL__ AND CONT_ ROWS NOT COUNTED) - EXACTLY ONE OF THE
005519*- TWO. ACTION: WHAT THE SUPPRESSED CONDITION EVALUATES TO, 'P'
005520*- = PASS, 'W' = PASS WITH A WARNING.
005521 01  F50RECORD              SYNC.
005522   03 F50-RSID              PIC X(08).
005523   03 FILLER                PIC X(01).
005524   03 F50-BLK               PIC X(05).
005525   03 FILLER                PIC X(01).
005526   03 F50-PC                PIC X(05).
005527   03 FILLER                PIC X(01).
005528   03 F50-ACT               PIC X(01).
005529   03 FILLER                PIC X(01).
005530   03 F50-FROM              PIC X(08).
005531   03 FILLER                PIC X(01).
005532   03 F50-TO                PIC X(08).
005533   03 FILLER                PIC X(01).
005534   03 F50-APPR              PIC X(08).
005535   03 FILLER                PIC X(01).
005536   03 F50-TICKET            PIC X(12).
005537   03 FILLER                PIC X(18).
005538 FD  F51EXM.
005539*- THE EXMPREG REGISTER RECORD. KEY = BUSINESS KEY + RSID + BLOCK
005540*- (SPACES = THE WHOLE RULE SET). FROM/TO: THE EFFECTIVE PERIOD.
005541*- DISP: THE EXEMPT DISPOSITION, 'P' = PASS, 'W' = PASS WITH A
005542*- WARNING. REF: THE EXEMPTION REFERENCE CARRIED ONTO THE RESULTS.
005543 01  F51RECORD              SYNC.
005544   03 F51-KEY.
005545     05 F51-BIZKEY          PIC X(20).
005546     05 F51-RSID            PIC X(08).
005547     05 F51-BLK             PIC X(05).
005548   03 F51-REF               PIC X(08).
005549   03 F51-FROM              PIC X(08).
005550   03 F51-TO                PIC X(08).
005551   03 F51-DISP              PIC X(01).
005552   03 F51-USER              PIC X(08).
005553   03 F51-REASON            PIC X(40).
005554   03 F51-UPDDT             PIC X(08).
005555   03 F51-UPDUSER           PIC X(08).
005556 FD  F38TRNL.
005557 01  F38RECORD              PIC X(140).
005558 FD  F37HOL.
005559 01  F37RECORD              PIC X(20).
005560 FD  F36HOF.
005561 01  F36RECORD              SYNC.
005562   03 F36-TYPE              PIC X(04).
005563   03 FILLER                PIC X(01).
005564   03 F36-STAMP             PIC X(14).
005570   03 FILLER                PIC X(01).
005580   03 F36-PROG              PIC X(08).
005590   03 FILLER                PIC X(01).
005970 01  F29RECORD              SYNC.
005980   03 F29-KEY               PIC X(50).
005990   03 F29-DATE              PIC X(08).
005991 FD  F52VEL.
005992 01  F52RECORD              SYNC.
005993   03 F52-KEY.
005994     05 F52-BIZKEY          PIC X(20).
005995     05 F52-STAMP           PIC X(10).
005996     05 F52-TAG             PIC X(16).
005997     05 F52-SEQ             PIC 9(07).
005998   03 F52-AMT               PIC S9(11)V9(04).
005999 FD  F57NDC.
006000 01  F57RECORD              PIC X(80).
006001 FD  F58NDR.
006002*--------------------------------------------------------------
006003*- NEAR-DUPLICATE REVIEW RECORD: THE GROUP, THE EARLIER RECORD
006004*- (FEED ID, RECORD NUMBER IN ITS FEED, AMOUNT), THE LATER ONE,
006005*- THE AMOUNT DIFFERENCE AND WHAT WAS DONE WITH THE LATER ONE
006006*- ('FLAG' = DECIDED AS USUAL, 'SUSP' = PARKED IN SUSPENSE).
006007*--------------------------------------------------------------
006008 01  F58RECORD              SYNC.
006009   03 F58-RUNID             PIC X(16).
006010   03 FILLER                PIC X(01).
006011   03 F58-GROUP             PIC X(50).
006012   03 FILLER                PIC X(01).
006013   03 F58-FEED1             PIC X(08).
006014   03 FILLER                PIC X(01).
006015   03 F58-REC1              PIC 9(07).
006016   03 FILLER                PIC X(01).
006017   03 F58-AMT1              PIC -(11)9.99.
006018   03 FILLER                PIC X(01).
006019   03 F58-FEED2             PIC X(08).
006020   03 FILLER                PIC X(01).
006021   03 F58-REC2              PIC 9(07).
006022   03 FILLER                PIC X(01).
006023   03 F58-AMT2              PIC -(11)9.99.
006024   03 FILLER                PIC X(01).
006025   03 F58-DIFF              PIC Z(10)9.99.
006026   03 FILLER                PIC X(01).
006027   03 F58-BIZKEY2           PIC X(20).
006028   03 FILLER                PIC X(01).
006029   03 F58-ACTION            PIC X(04).
006030 FD  F59COF.
006031 01  F59RECORD              PIC X(80).
006032 FD  F60STS.
006033*--------------------------------------------------------------
006034*- THE CURRENT-STATUS MASTER AS STSMAST MAINTAINS IT (ITS
006035*- F35RECORD), READ BY KEY TO MATCH A REVERSAL TO ITS ORIGINAL.
006036*--------------------------------------------------------------
006037 01  F60RECORD              SYNC.
006038   03 F60-KEY               PIC X(20).
006039   03 F60-DISP              PIC X(10).
006040   03 F60-STATUS            PIC X(04).
006041   03 F60-RUNID             PIC X(16).
006042   03 F60-DATE              PIC X(08).
006043   03 FILLER                PIC X(22).
006044 FD  F61ENT.
006045 01  F61RECORD              PIC X(80).
006046 FD  F62RSN.
006047*- RSID(1-8) BLOCK(10-14) PC-FROM(16-20) PC-TO(22-26) RANK(28-29)
006048*- CODE(31-34) TEXT(36-95). BLOCK IS THE BLK__ NAME; THE PC RANGE
006049*- IS THE VCODE-PC A FAILURE MESSAGE NAMES (AS ON THE REJECT
006050*- LOG) - EXACTLY ONE OF THE TWO. RANK: 01 IS THE STRONGEST
006051*- REASON. CODE AND TEXT ARE THE APPROVED CUSTOMER WORDING.
006052 01  F62RECORD              SYNC.
006053   03 F62-RSID              PIC X(08).
006054   03 FILLER                PIC X(01).
006055   03 F62-BLK               PIC X(05).
006056   03 FILLER                PIC X(01).
006057   03 F62-PCLO              PIC X(05).
006058   03 FILLER                PIC X(01).
006059   03 F62-PCHI              PIC X(05).
006060   03 FILLER                PIC X(01).
006061   03 F62-RANK              PIC X(02).
006062   03 FILLER                PIC X(01).
006063   03 F62-CODE              PIC X(04).
006064   03 FILLER                PIC X(01).
006065   03 F62-TEXT              PIC X(60).
006066   03 FILLER                PIC X(05).
006067 FD  F28OMAP.
006068 01  F28RECORD              PIC X(80).
006069 FD  F27RATES.
006070 01  F27RECORD              PIC X(40).
006071 FD  F26FEEDL.
006072 01  F26RECORD              PIC X(140).
006073 FD  F9SNAP.
006074 01  F9RECORD               PIC X(100).
006075 FD  F63PRIO.
006076 01  F63RECORD              PIC X(153).
006080 FD  F10CMD.
006090 01  F10RECORD              PIC X(80).
006100 FD  F11DBG.
006250   03 F21-F6CNT             PIC 9(07).
006260   03 F21-F6HASH            PIC 9(09).
006270   03 F21-SEQ               PIC 9(07).
006271   03 F21-VELTAG            PIC X(16).
006280 FD  F20MASK.
006290 01  F20RECORD              PIC X(80).
006300 FD  F19PRE.
008740*- DISTINCT DUPLICATE REASON. LEN = ZERO (UNSET) = OFF.
008750*--------------------------------------------------------------
008760*--------------------------------------------------------------
008761*- NEAR-DUPLICATE DETECTION, FROM THE NEARDUP_CONFIG FILE. ONE
008762*- ENTRY PER LINE: 'GRP ppppp lllll' (A GROUPING FIELD OF THE
008763*- RAW F7RECORD - UP TO 5, 50 BYTES IN ALL, E.G. ACCOUNT +
008764*- BENEFICIARY + VALUE DATE), 'AMT ppppp lllll' (THE AMOUNT,
008765*- DECIMAL POINT ALLOWED), 'TOL n.nn' (COLS 5-24, THE AMOUNT
008766*- TOLERANCE) AND OPTIONALLY 'SUSP' (ROUTE THE SECOND RECORD OF
008767*- A PAIR TO SUSPENSE INSTEAD OF DECIDING IT - HONOURED ONLY
008768*- WHEN A SUSPENSE FILE IS OPEN). EVERY RECORD REACHING THE
008769*- DUPLICATE CHECK IS GROUPED IN A RUN-WIDE SUBHASH TABLE (SO
008770*- IT SPANS EVERY FEED OF A TRAN_LIST RUN); UP TO 3 EARLIER
008771*- AMOUNTS ARE KEPT PER GROUP, AND A RECORD WHOSE AMOUNT LIES
008772*- WITHIN THE TOLERANCE OF ONE OF THEM IS A NEAR-DUPLICATE. THE
008773*- PAIR GOES TO THE REVIEW FILE (ENV NEARDUP_FILE). LIKE THE
008774*- EXACT CHECK, THE TABLE RESTARTS EMPTY ON A CHECKPOINT RESUME
008775*- AND SEES ONLY ITS OWN SLICE IN A PARTITIONED STEP.
008776*--------------------------------------------------------------
008777*- BUSINESS-DAY CUTOFF, FROM THE CUTOFF_CONFIG FILE. ONE ENTRY
008778*- PER FEED: 'ffffffff hhmm ppppp ll aaaa' - THE FEED ID (BLANK =
008779*- ANY FEED WITHOUT ITS OWN ENTRY), THE CUTOFF TIME, THE
008780*- POSITION AND LENGTH OF THE RECORD'S TIMESTAMP (04/06 = TIME
008781*- ONLY, ON THE RUN DATE; 12/14 = YYYYMMDDHHMM[SS]) AND THE
008782*- ACTION: 'NEXT' (DEFAULT - DECIDE UNDER THE NEXT BUSINESS
008783*- DAY'S DATE) OR 'PARK' (SUSPENSE, FOR THAT DAY'S RUN). A
008784*- 'NEXT' RECORD WHOSE DAY SELECTS ANOTHER VERSION OF THE RULE
008785*- SET IS PARKED TOO; WITHOUT A SUSPENSE FILE EVERY ROLLED
008786*- RECORD IS DECIDED. THE RUN LOG COUNTS THE ROLLED RECORDS.
008787*--------------------------------------------------------------
008788*- REVERSALS, DECLARED PER FEED IN F8MAP ('REVERSAL' - THE
008789*- INDICATOR SLICE AND ITS VALUE - AND 'ORIGREF' - THE SLICE
008790*- HOLDING THE ORIGINAL'S BUSINESS KEY). A REVERSAL IS MATCHED
008791*- TO THE ORIGINAL DECISION ON THE STATUS MASTER AND RECORDED AS
008792*- A 'REVD' RESULT UNDER THE ORIGINAL'S KEY INSTEAD OF BEING
008793*- RULE-EVALUATED; ONE WITH NO REFERENCE, NO ORIGINAL ON THE
008794*- MASTER OR AN ORIGINAL ALREADY REVERSED GOES TO F6REJECT.
008795*- ACTGEN'S 'UNDO' EDGES TURN 'REVD' RESULTS INTO UNDO ACTIONS.
008796*--------------------------------------------------------------
008797*- LEGAL ENTITY, FROM ENV VAR ENTITY (UP TO 4 CHARACTERS) AND THE
008798*- ENTITY_REGISTER FILE ('ENT  cccc root' AND 'RSID cccc pattern'
008799*- LINES). AN ENTITY RUN TAKES BARE FILE NAMES FROM THE ENTITY'S
008800*- DATA ROOT AND REFUSES (RC 12) ANY RULE TABLE, TABLE LIST OR
008801*- REFERENCE TABLE OUTSIDE IT AND ANY RULE SET IT DOES NOT OWN.
008802*- ITS HDR CONTROL RECORDS (F3OUT, F6REJECT AND THE HISTORY
008803*- ECHO) CARRY 'ENTITY=' + CODE IN COLS 143-153, ITS ALERT
008804*- RECORDS CARRY IT IN COLS 90-100 AND THE RUN LOG SHOWS IT;
008805*- EVERY RECORD BELONGS TO ITS GROUP'S HEADER ENTITY.
008806*- NO ENTITY = THE SINGLE-ENTITY BEHAVIOR, UNSTAMPED.
008807*--------------------------------------------------------------
008808*--------------------------------------------------------------
008809*- FAIL-FAST EXEC MODE, FROM ENV VAR FAILFAST_MODE. 'Y' STOPS
008810*- EACH EXEC AT THE FIRST FALSE CONDITION (PVCODE-COD=-8 WITH
008811*- THE FAILING PC) INSTEAD OF RUNNING THE WHOLE TABLE.
008812*--------------------------------------------------------------
008813 01  WK-FAILFAST              PIC X(01).
008820*- SET BY B14B-EVAL-BLOCKS WHEN ANY FATAL-SEVERITY BLOCK FAILED,
008830*- SO THE WHOLE-TRANSACTION RECORD GOES OUT AS 'FAIL' EVEN IF
008840*- THE EXEC ITSELF ENDED CLEAN. WARN BLOCKS DO NOT SET IT.
008900*- (FIRST ID) DRIVES THE NORMAL OUTPUTS, AND RECORDS WHERE THE
008910*- TWO DISPOSITIONS OR OUT00 RESULTS DISAGREE GO TO THE
008920*- DIFFERENCE FILE (ENV WHATIF_FILE) WITH BOTH RESULTS.
008921*- GRADUAL ROLLOUT, FROM ENV VAR ROLLOUT_PCT (3 DIGITS, 000-100,
008922*- WHAT-IF MODE ONLY): THAT PERCENTAGE OF RECORDS IS DECIDED BY
008923*- THE CANDIDATE INSTEAD - PICKED BY A STABLE HASH OF THE BIZKEY
008924*- SLICE, SO ONE CUSTOMER STAYS ON ONE VERSION FOR THE WHOLE
008925*- ROLLOUT - WITH PRODUCTION AS ITS SHADOW. F3-RSID (AND SO THE
008926*- F18HIST ECHO) CARRIES THE VERSION THAT DECIDED EACH RECORD.
008930*--------------------------------------------------------------
008940*--------------------------------------------------------------
008950*- AUTOMATIC EXPLAIN RE-RUN, FROM ENV VAR AUTO_EXPLAIN. WHEN
011150     05 WK-DSP-PAT           PIC X(08).
011160     05 WK-DSP-SNAME         PIC X(08).
011170     05 WK-DSP-SEV           PIC X(01).
011171*- EMERGENCY SUPPRESSION WORK (SUPPRESS_FILE). ONE ENTRY PER LINE
011172*- IN EFFECT FOR THE RUN DATE; SEEN/BASE/ROWS LOCATE THE ENTRY'S
011173*- SET IN A DIRECT LOAD (B62), HITS COUNTS THE EVALUATIONS THE
011174*- ENGINE OVERRODE FOR IT, AND WTAG QUEUES THE CURRENT EXEC'S
011175*- PC-LEVEL 'W' OVERRIDES FOR THEIR WARNING DETAILS (B14A).
011176 01  WK-SUP                   SYNC.
011177   03 WK-SUPNAME             PIC X(100).
011178   03 WK-SUP-FST             PIC X(02).
011179   03 WK-SUP-CNT             PIC 9(02) VALUE ZERO.
011180   03 WK-SUP-BAD             PIC 9(03) VALUE ZERO.
011181   03 WK-SUP-I               PIC 9(03).
011182   03 WK-SUP-J               PIC 9(03).
011183   03 WK-SUP-K               PIC 9(03).
011184   03 WK-SUP-NEW             PIC 9(01).
011185   03 WK-SUP-WHY             PIC X(20).
011186   03 WK-SUP-SETID           PIC X(08).
011187   03 WK-SUP-TOTAL           PIC 9(05) VALUE ZERO.
011188   03 WK-SUP-N5              PIC 9(05).
011189   03 WK-SUP-TAG-X           PIC 9(03).
011190   03 WK-SUP-HITS-X          PIC 9(09).
011191   03 WK-SUP-WCNT            PIC 9(02) VALUE ZERO.
011192   03 WK-SUP-WTAG            OCCURS 20 TIMES PIC 9(03).
011193   03 WK-SUP-TBL             OCCURS 50 TIMES.
011194     05 WK-SUP-RSID          PIC X(08).
011195     05 WK-SUP-BLK           PIC X(05).
011196     05 WK-SUP-PC            PIC 9(05).
011197     05 WK-SUP-ACT           PIC X(01).
011198     05 WK-SUP-FROM          PIC X(08).
011199     05 WK-SUP-TO            PIC X(08).
011200     05 WK-SUP-APPR          PIC X(08).
011201     05 WK-SUP-TICKET        PIC X(12).
011202     05 WK-SUP-SEEN          PIC 9(01).
011203     05 WK-SUP-BASE          PIC 9(05).
011204     05 WK-SUP-ROWS          PIC 9(05).
011205     05 WK-SUP-HITS          PIC 9(09) COMP.
011206*- BUSINESS-KEY EXEMPTION WORK (EXEMPT_REGISTER). THE USE LIST
011207*- (UBLK..UTO) HOLDS THE ENTRIES THE CURRENT TRANSACTION WAS
011208*- EXEMPTED UNDER (B64), SO ITS BLOCK RECORDS (B64C) AND ITS
011209*- EXEMPTION DETAILS (B64B) CAN FOLLOW THE WHOLE-TRANSACTION
011210*- RECORD.
011211 01  WK-EXM                   SYNC.
011212   03 WK-EXMNAME             PIC X(100).
011213   03 WK-EXM-FST             PIC X(02).
011214   03 WK-EXM-ON              PIC 9(01) VALUE ZERO.
011215   03 WK-EXM-PEND            PIC 9(01) VALUE ZERO.
011216   03 WK-EXM-OK              PIC 9(01).
011217   03 WK-EXM-ALL             PIC 9(01).
011218   03 WK-EXM-I               PIC 9(03).
011219   03 WK-EXM-J               PIC 9(02).
011220   03 WK-EXM-BLK             PIC X(05).
011221   03 WK-EXM-APPLIED         PIC 9(07) VALUE ZERO.
011222   03 WK-EXM-WARNED          PIC 9(07) VALUE ZERO.
011223   03 WK-EXM-SAVE            PIC X(153).
011224   03 WK-EXM-CNT             PIC 9(02) VALUE ZERO.
011225   03 WK-EXM-TBL             OCCURS 10 TIMES.
011226     05 WK-EXM-UBLK          PIC X(05).
011227     05 WK-EXM-UREF          PIC X(08).
011228     05 WK-EXM-UDISP         PIC X(01).
011229     05 WK-EXM-UUSER         PIC X(08).
011230     05 WK-EXM-UTO           PIC X(08).
011231*--------------------------------------------------------------
011232*- PAIR-MATCHING WORK. SIDE B IS HELD IN MEMORY (UP TO 500
011233*- RECORDS, THE SUSPENSE-TABLE CONVENTION) KEYED BY ITS
011234*- DECLARED MATCH SLICE; EACH SIDE-A RECORD CONSUMES ITS
011235*- PARTNER, AND WHATEVER B RECORDS SURVIVE THE RUN ARE THE
011236*- UNMATCHED-B REJECTS.
011240*--------------------------------------------------------------
011250 01  WK-MTCH                  SYNC.
011260   03 WK-MTCHNAME            PIC X(100).
011790   03 WK-PTOTNAME            PIC X(100).
011800   03 WK-PTOT-FST            PIC X(02).
011810   03 WK-PTOT-AMT            PIC 9(13)V99.
011811*- REFERENCE-TABLE KEY USAGE WORK (REFUSAGE_FILE).
011812 01  WK-RUS                   SYNC.
011813   03 WK-RUSNAME             PIC X(100).
011814   03 WK-RUS-FST             PIC X(02).
011815   03 WK-RUS-I               PIC 9(04).
011816   03 WK-RUS-N               PIC 9(05).
011817   03 WK-RUS-LOST            PIC 9(09).
011818*- NIGHTLY FEED STATISTICS WORK (FEEDSTATS_FILE). ONE ENTRY PER
011819*- SOURCE FIELD OF THE FILE IN PROGRESS; WK-FSS-DOVR IS SPACE
011820*- (DISTINCT COUNT EXACT), '+' (MORE THAN 50) OR '-' (NOT A
011821*- SHORT CODE FIELD, NOT COUNTED).
011822 01  WK-FSS                   SYNC.
011823   03 WK-FSSNAME             PIC X(100).
011824   03 WK-FSS-FST             PIC X(02).
011825   03 WK-FSS-CNT             PIC 9(02) VALUE ZERO.
011826   03 WK-FSS-I               PIC 9(02).
011827   03 WK-FSS-J               PIC 9(03).
011828   03 WK-FSS-NEWOFF          PIC 9(05).
011829   03 WK-FSS-NEWLEN          PIC 9(05).
011830   03 WK-FSS-VAL             PIC X(20).
011831   03 WK-FSS-NUM             PIC S9(11)V9(4).
011832   03 WK-FSS-ENT             OCCURS 50 TIMES.
011833     05 WK-FSS-OFF           PIC 9(05).
011834     05 WK-FSS-SLEN          PIC 9(05).
011835     05 WK-FSS-RECS          PIC 9(09) COMP.
011836     05 WK-FSS-BLANK         PIC 9(09) COMP.
011837     05 WK-FSS-NUMOK         PIC 9(09) COMP.
011838     05 WK-FSS-MIN           PIC S9(11)V9(4).
011839     05 WK-FSS-MAX           PIC S9(11)V9(4).
011840     05 WK-FSS-SUM           PIC S9(15)V9(4).
011841     05 WK-FSS-DCNT          PIC 9(03).
011842     05 WK-FSS-DOVR          PIC X(01).
011843     05 WK-FSS-DVAL          OCCURS 50 TIMES PIC X(08).
011844 01  WK-PART                  SYNC.
011845   03 WK-PART-NUM-X          PIC X(02).
011846   03 WK-PART-CNT-X          PIC X(02).
011850   03 WK-PART-NUM            PIC 9(02) VALUE ZERO.
011860   03 WK-PART-CNT            PIC 9(02) VALUE ZERO.
011870   03 WK-PART-RECNO          PIC 9(09) VALUE ZERO.
012160   03 WK-HISTNAME            PIC X(100).
012170   03 WK-HIST-FST            PIC X(02).
012180   03 WK-HIST-ON             PIC 9(01) VALUE ZERO.
012181*- EACH APPEND ENDS WITH A SEAL RECORD CHAINED TO THE PREVIOUS
012182*- APPEND'S SEAL (SUBSEAL; HSTCHAIN WALKS THE CHAIN).
012183 01  WK-SEAL-PRM              SYNC.
012184   COPY RSEAL-PRM.
012190 01  WK-SPL                   SYNC.
012200   03 WK-SPLCNAME            PIC X(100).
012210   03 WK-SPLC-FST            PIC X(02).
012630   03 WK-TM-DIFF             PIC S9(09) COMP.
012640   03 WK-TM-LOAD-EL          PIC 9(09) VALUE ZERO.
012650   03 WK-TM-EXEC-EL          PIC 9(09) VALUE ZERO.
012651*--------------------------------------------------------------
012652*- DECISION REUSE, FROM ENV VAR DECISION_CACHE ('Y' = ON). A
012653*- RULE SET WHOSE ROWS USE NO RECORD-TO-RECORD STATE (NO
012654*- ACADD/ACKEY/ACPSH ACCUMULATORS, NO STORE/RECAL NAMED
012655*- VARIABLES, NO DTNOW, NO CALLS INTO ANOTHER SET) GIVES THE SAME
012656*- ANSWER FOR THE SAME IN100-IN500, SO B14 REMEMBERS EACH
012657*- DISTINCT (RULE SET, INPUT AREAS) OUTCOME AND REUSES IT
012658*- INSTEAD OF RE-EXECUTING. THE LOADER DECIDES PER SET (FIRST
012659*- DISQUALIFYING OPCODE IN WK-DC-WHY); EXPLAIN, DEBUG AND
012660*- PROFILE RUNS ALWAYS EXECUTE. ONLY PASSING OUTCOMES ARE KEPT -
012661*- A FAILURE IS RE-EXECUTED SO ITS SNAPSHOT AND AUTO-EXPLAIN
012662*- COME FROM A REAL EXEC. MISS-EL IS THE EXEC TIME OF THE
012663*- CACHEABLE MISSES, FROM WHICH THE TIME SAVED IS ESTIMATED.
012664*--------------------------------------------------------------
012665 01  WK-DC                    SYNC.
012666   03 WK-DC-ON               PIC X(01) VALUE SPACE.
012667   03 WK-DC-SAFE             PIC 9(01) VALUE ZERO.
012668   03 WK-DC-USE              PIC 9(01) VALUE ZERO.
012669   03 WK-DC-HIT              PIC 9(01) VALUE ZERO.
012670   03 WK-DC-BAD              PIC 9(01) VALUE ZERO.
012671   03 WK-DC-WHY              PIC X(05).
012672   03 WK-DC-KEY.
012673     05 WK-DC-KRSID          PIC X(08).
012674     05 WK-DC-KIN            PIC X(50).
012675   03 WK-DC-CNT              PIC 9(05) VALUE ZERO.
012676   03 WK-DC-MAX              PIC 9(05) VALUE 500.
012677   03 WK-DC-I                PIC 9(05).
012678   03 WK-DC-J                PIC 9(03).
012679   03 WK-DC-HITS             PIC 9(07) VALUE ZERO.
012680   03 WK-DC-MISS             PIC 9(07) VALUE ZERO.
012681   03 WK-DC-FULL             PIC 9(07) VALUE ZERO.
012682   03 WK-DC-T0               PIC 9(09) COMP.
012683   03 WK-DC-DIFF             PIC S9(09) COMP.
012684   03 WK-DC-MISS-EL          PIC 9(09) VALUE ZERO.
012685   03 WK-DC-SAVED            PIC 9(09) VALUE ZERO.
012686   03 WK-DC-SET-CNT          PIC 9(02) VALUE ZERO.
012687   03 WK-DC-SET-TBL          OCCURS 20 TIMES.
012688     05 WK-DC-SET-ID         PIC X(08).
012689     05 WK-DC-SET-USE        PIC X(01).
012690     05 WK-DC-SET-WHY        PIC X(05).
012691 01  WK-DC-TBL                SYNC.
012692   03 WK-DC-ENT              OCCURS 500 TIMES.
012693     05 WK-DC-EKEY           PIC X(58).
012694     05 WK-DC-ESTS           PIC X(81).
012695     05 WK-DC-EOUT           PIC X(100).
012696     05 WK-DC-EBLK-CNT       PIC 9(02).
012697     05 WK-DC-EBLK           OCCURS 20 TIMES PIC X(10).
012698     05 WK-DC-ETAG-CNT       PIC 9(03).
012699     05 WK-DC-ETAG           OCCURS 20 TIMES PIC X(85).
012700 01  WK-RC-X                  PIC 9(02).
012701 01  WK-MAXRC                 PIC 9(02) VALUE ZERO.
012702 01  WK-NEWRC                 PIC 9(02).
012703 01  WK-THRESH                SYNC.
012704   03 WK-THRESH-X            PIC X(03).
012710   03 WK-THRESH-PCT          PIC 9(03) VALUE ZERO.
012720   03 WK-THRESH-SET          PIC 9(01) VALUE ZERO.
012730   03 WK-THRESH-RATE         PIC 9(03).
012860   03 WK-WIF-OUTA            PIC X(100).
012870   03 WK-WIF-STB             PIC X(04).
012880   03 WK-WIF-DIFF            PIC 9(07) VALUE ZERO.
012881   03 WK-WIF-PCT-X           PIC X(03).
012882   03 WK-WIF-PCT             PIC 9(03) VALUE ZERO.
012883   03 WK-WIF-CDEC            PIC X(01) VALUE SPACE.
012884   03 WK-WIF-DEC             PIC X(08).
012885   03 WK-WIF-SHD             PIC X(08).
012886   03 WK-WIF-HASH            PIC 9(09).
012887   03 WK-WIF-BKT             PIC 9(03).
012888   03 WK-WIF-I               PIC 9(03).
012889   03 WK-WIF-HKEY            PIC X(20).
012890   03 WK-WIF-P-N             PIC 9(07) VALUE ZERO.
012891   03 WK-WIF-P-PASS          PIC 9(07) VALUE ZERO.
012892   03 WK-WIF-P-FAIL          PIC 9(07) VALUE ZERO.
012893   03 WK-WIF-C-N             PIC 9(07) VALUE ZERO.
012894   03 WK-WIF-C-PASS          PIC 9(07) VALUE ZERO.
012895   03 WK-WIF-C-FAIL          PIC 9(07) VALUE ZERO.
012896   03 WK-WIF-P-RATE          PIC ZZ9.99.
012897   03 WK-WIF-C-RATE          PIC ZZ9.99.
012898 01  WK-DUP                   SYNC.
012900   03 WK-DUP-POS             PIC 9(03) VALUE ZERO.
012910   03 WK-DUP-LEN             PIC 9(03) VALUE ZERO.
012920   03 WK-DUP-POS-X           PIC X(05).
013220 01  WK-DUPH-VAL              PIC X(100).
013230 01  WK-DUPH-CTR.
013240   COPY RHASH-CTR.
013241*--------------------------------------------------------------
013242*- VELOCITY STORE WORK (VELOCITY_FILE). ONE STORE RECORD PER
013243*- DECIDED TRANSACTION WITH A BUSINESS KEY: ITS HOUR STAMP
013244*- (VELOCITY_TIME_POS SLICE, ELSE RUN DATE + START HOUR) AND
013245*- AMOUNT (VELOCITY_AMT_POS/LEN SLICE, ELSE ZERO). BEFORE EACH
013246*- EXEC THE KEY'S HISTORY IS HANDED TO THE ENGINE FOR THE VELCT
013247*- OPCODE; ENTRIES OLDER THAN THE RETENTION (VELOCITY_DAYS, OR
013248*- THE LONGEST VELCT WINDOW LOADED IF THAT IS LONGER) ARE DELETED
013249*- AS THEY ARE MET. EACH RECORD CARRIES THE WRITING RUN'S TAG AND
013250*- EXEC SEQUENCE: A CHECKPOINT RESUME DELETES THE TAG'S ENTRIES
013251*- PAST THE CHECKPOINTED SEQUENCE BEFORE RE-PROCESSING THEM.
013252*--------------------------------------------------------------
013253 01  WK-VEL                   SYNC.
013254   03 WK-VELNAME             PIC X(100).
013255   03 WK-VEL-FST             PIC X(02).
013256   03 WK-VEL-ON              PIC 9(01) VALUE ZERO.
013257   03 WK-VEL-PEND            PIC 9(01) VALUE ZERO.
013258   03 WK-VEL-FULL            PIC 9(01) VALUE ZERO.
013259   03 WK-VEL-TAG             PIC X(16) VALUE SPACE.
013260   03 WK-VEL-KEEP            PIC 9(07).
013261   03 WK-VEL-DAYS-X          PIC X(03).
013262   03 WK-VEL-DAYS            PIC 9(03) VALUE 7.
013263   03 WK-VEL-APOS-X          PIC X(05).
013264   03 WK-VEL-APOS            PIC 9(03) VALUE ZERO.
013265   03 WK-VEL-ALEN-X          PIC X(05).
013266   03 WK-VEL-ALEN            PIC 9(03) VALUE ZERO.
013267   03 WK-VEL-TPOS-X          PIC X(05).
013268   03 WK-VEL-TPOS            PIC 9(03) VALUE ZERO.
013269   03 WK-VEL-STAMP.
013270     05 WK-VEL-SDT           PIC 9(08).
013271     05 WK-VEL-SHH           PIC 9(02).
013272   03 WK-VEL-CUT.
013273     05 WK-VEL-CDT           PIC 9(08).
013274     05 WK-VEL-CHH           PIC 9(02).
013275   03 WK-VEL-AMT             PIC S9(11)V9(04).
013276   03 WK-VEL-HRS             PIC 9(07).
013277   03 WK-VEL-SER             PIC S9(09) COMP.
013278   03 WK-VEL-DAYN            PIC S9(09) COMP.
013279   03 WK-VEL-ADDED           PIC 9(07) VALUE ZERO.
013280   03 WK-VEL-TRIMMED         PIC 9(07) VALUE ZERO.
013281   03 WK-VEL-ROLLED          PIC 9(07) VALUE ZERO.
013282*--------------------------------------------------------------
013283*- NEAR-DUPLICATE WORK (NEARDUP_CONFIG / NEARDUP_FILE). THE
013284*- GROUP KEY IS THE GRP SLICES SIDE BY SIDE; ITS SUBHASH VALUE
013285*- HOLDS UP TO 3 EARLIER RECORDS OF THE GROUP (29 BYTES EACH).
013286*--------------------------------------------------------------
013287 01  WK-NDP                   SYNC.
013288   03 WK-NDCNAME             PIC X(100).
013289   03 WK-NDC-FST             PIC X(02).
013290   03 WK-NDRNAME             PIC X(100).
013291   03 WK-NDR-FST             PIC X(02).
013292   03 WK-NDP-ON              PIC 9(01) VALUE ZERO.
013293   03 WK-NDP-FULL            PIC 9(01) VALUE ZERO.
013294   03 WK-NDP-SUSP            PIC X(01) VALUE SPACE.
013295   03 WK-NDP-GCNT            PIC 9(01) VALUE ZERO.
013296   03 WK-NDP-I               PIC 9(01).
013297   03 WK-NDP-GRP             OCCURS 5 TIMES.
013298     05 WK-NDP-GPOS          PIC 9(03).
013299     05 WK-NDP-GLEN          PIC 9(03).
013300   03 WK-NDP-CPOS            PIC 9(05).
013301   03 WK-NDP-CLEN            PIC 9(05).
013302   03 WK-NDP-KLEN            PIC 9(03) VALUE ZERO.
013303   03 WK-NDP-KP              PIC 9(03).
013304   03 WK-NDP-APOS            PIC 9(03) VALUE ZERO.
013305   03 WK-NDP-ALEN            PIC 9(03) VALUE ZERO.
013306   03 WK-NDP-TOL             PIC 9(11)V99 VALUE ZERO.
013307   03 WK-NDP-KEY             PIC X(50).
013308   03 WK-NDP-AMT             PIC S9(11)V99.
013309   03 WK-NDP-DIFF            PIC S9(11)V99.
013310   03 WK-NDP-N               PIC 9(01).
013311   03 WK-NDP-HIT             PIC 9(01).
013312   03 WK-NDP-PAIRS           PIC 9(07) VALUE ZERO.
013313   03 WK-NDP-PARKED          PIC 9(07) VALUE ZERO.
013314 01  WK-NDH-PRM.
013315   COPY RHASH-PRM.
013316 01  WK-NDH-VAL.
013317   03 WK-NDH-ENT             OCCURS 3 TIMES.
013318     05 WK-NDH-AMT           PIC S9(11)V99
013319                             SIGN LEADING SEPARATE.
013320     05 WK-NDH-FEED          PIC X(08).
013321     05 WK-NDH-REC           PIC 9(07).
013322   03 FILLER                 PIC X(13).
013323 01  WK-NDH-CTR.
013324   COPY RHASH-CTR.
013325*--------------------------------------------------------------
013326*- BUSINESS-DAY CUTOFF WORK (CUTOFF_CONFIG). WK-COF-RUNDT IS THE
013327*- DATE THE CURRENT RECORD IS DECIDED UNDER; THE VERSION TABLE
013328*- KEEPS, PER SET AND ROLLED-TO DAY, WHETHER THAT DAY SELECTS A
013329*- DIFFERENT VERSION THAN THE RUN DATE.
013330*--------------------------------------------------------------
013331 01  WK-COF                   SYNC.
013332   03 WK-COFNAME             PIC X(100).
013333   03 WK-COF-FST             PIC X(02).
013334   03 WK-COF-CNT             PIC 9(02) VALUE ZERO.
013335   03 WK-COF-I               PIC 9(02).
013336   03 WK-COF-J               PIC 9(02).
013337   03 WK-COF-HIT             PIC 9(02).
013338   03 WK-COF-DFLT            PIC 9(02).
013339   03 WK-COF-ENT             OCCURS 20 TIMES.
013340     05 WK-COF-FEED          PIC X(08).
013341     05 WK-COF-TIME          PIC X(06).
013342     05 WK-COF-POS           PIC 9(03).
013343     05 WK-COF-LEN           PIC 9(02).
013344     05 WK-COF-ACT           PIC X(04).
013345   03 WK-COF-CPOS            PIC 9(05).
013346   03 WK-COF-CLEN            PIC 9(02).
013347   03 WK-COF-STAMP           PIC X(14).
013348   03 WK-COF-SDATE           PIC X(08).
013349   03 WK-COF-STIME           PIC X(06).
013350   03 WK-COF-BUSDT           PIC X(08).
013351   03 WK-COF-RUNDT           PIC X(08).
013352   03 WK-COF-ROLL            PIC 9(01) VALUE ZERO.
013353   03 WK-COF-PARK            PIC 9(01) VALUE ZERO.
013354   03 WK-COF-NEWV            PIC 9(01) VALUE ZERO.
013355   03 WK-COF-LASTD           PIC X(08) VALUE SPACE.
013356   03 WK-COF-LASTB           PIC X(08).
013357   03 WK-COF-RSID            PIC X(08).
013358   03 WK-COF-RBEST           PIC 9(03).
013359   03 WK-COF-VSAVE           PIC X(25).
013360   03 WK-COF-EFFSAVE         PIC X(04).
013361   03 WK-COF-VCNT            PIC 9(02) VALUE ZERO.
013362   03 WK-COF-VER             OCCURS 20 TIMES.
013363     05 WK-COF-VRSID         PIC X(08).
013364     05 WK-COF-VDATE         PIC X(08).
013365     05 WK-COF-VNEW          PIC 9(01).
013366   03 WK-COF-ROLLED          PIC 9(07) VALUE ZERO.
013367   03 WK-COF-DECIDED         PIC 9(07) VALUE ZERO.
013368   03 WK-COF-PARKED          PIC 9(07) VALUE ZERO.
013369   03 WK-COF-VDIFF           PIC 9(07) VALUE ZERO.
013370*--------------------------------------------------------------
013371*- REVERSAL WORK: THE FEED'S INDICATOR AND ORIGINAL-REFERENCE
013372*- SLICES (LEN ZERO = NOT DECLARED), THE STATUS MASTER THE
013373*- ORIGINALS ARE MATCHED ON (ENV STATUS_MASTER; OPENED BY THE
013374*- FIRST REVERSAL: 0 = NOT YET, 1 = OPEN, 2 = FAILED) AND THE
013375*- RUN'S TALLIES.
013376*--------------------------------------------------------------
013377 01  WK-REV                   SYNC.
013378   03 WK-REVSTSNAME          PIC X(100).
013379   03 WK-REV-MFST            PIC X(02).
013380   03 WK-REV-MOPEN           PIC 9(01) VALUE ZERO.
013381   03 WK-REV-IPOS            PIC 9(05).
013382   03 WK-REV-ILEN            PIC 9(02) VALUE ZERO.
013383   03 WK-REV-IVAL            PIC X(10).
013384   03 WK-REV-OPOS            PIC 9(05).
013385   03 WK-REV-OLEN            PIC 9(05) VALUE ZERO.
013386   03 WK-REV-ORIG            PIC X(20).
013387   03 WK-REV-OWNKEY          PIC X(20).
013388   03 WK-REV-WHY             PIC X(30).
013389   03 WK-REV-SEEN            PIC 9(07) VALUE ZERO.
013390   03 WK-REV-MATCHED         PIC 9(07) VALUE ZERO.
013391   03 WK-REV-UNMATCHED       PIC 9(07) VALUE ZERO.
013392   03 WK-REV-AGAIN           PIC 9(07) VALUE ZERO.
013393*--------------------------------------------------------------
013394*- HEADER/DETAIL GROUPS (F8MAP 'GROUP' ATTRIBUTE, ROUTED MODE):
013395*- THE HEADER AND DETAIL TYPE CODES AND THE GROUP-KEY SLICE
013396*- (LEN ZERO = SEQUENCE ONLY). THE OPEN GROUP'S HEADER AND
013397*- DETAILS ARE HELD UNTIL A RECORD OUTSIDE IT ARRIVES, THEN
013398*- EVALUATED AS ONE UNIT (WK-GRP-EVAL = 1 WHILE IT RUNS). HFLAG
013399*- IS THE HEADER'S PARTITION FLAG - A HEADER LEFT TO ANOTHER
013400*- PARTITION TAKES ITS DETAILS WITH IT. RECS COUNTS THE HELD
013401*- RECORDS (A CHECKPOINT RESTARTS AHEAD OF THEM). TAKEN TELLS
013402*- THE READ LOOP THE CURRENT RECORD WAS HELD OR DISPOSED OF.
013403*--------------------------------------------------------------
013404 01  WK-GRP                   SYNC.
013405   03 WK-GRP-ON              PIC 9(01) VALUE ZERO.
013406   03 WK-GRP-HTYPE           PIC X(08).
013407   03 WK-GRP-DTYPE           PIC X(08).
013408   03 WK-GRP-KPOS            PIC 9(05).
013409   03 WK-GRP-KLEN            PIC 9(05) VALUE ZERO.
013410   03 WK-GRP-TYPE            PIC X(08).
013411   03 WK-GRP-KEY             PIC X(20).
013412   03 WK-GRP-HKEY            PIC X(20).
013413   03 WK-GRP-OPEN            PIC 9(01) VALUE ZERO.
013414   03 WK-GRP-HFLAG           PIC 9(01) VALUE ZERO.
013415   03 WK-GRP-PFLAG           PIC 9(01).
013416   03 WK-GRP-TAKEN           PIC 9(01) VALUE ZERO.
013417   03 WK-GRP-EVAL            PIC 9(01) VALUE ZERO.
013418   03 WK-GRP-OVER            PIC 9(01) VALUE ZERO.
013419   03 WK-GRP-RJDONE          PIC 9(01) VALUE ZERO.
013420   03 WK-GRP-RECS            PIC 9(05) VALUE ZERO.
013421   03 WK-GRP-I               PIC 9(03).
013422   03 WK-GRP-LINE            PIC 9(04).
013423   03 WK-GRP-GROUPS          PIC 9(07) VALUE ZERO.
013424   03 WK-GRP-DTLS            PIC 9(07) VALUE ZERO.
013425   03 WK-GRP-ORPHAN          PIC 9(07) VALUE ZERO.
013426   03 WK-GRP-SAVE            PIC X(200).
013427   03 WK-GRP-ROW             PIC X(200).
013428   03 WK-GRP-HDR             PIC X(200).
013429   03 WK-GRP-F6              PIC X(281).
013430   03 WK-GRP-DCNT            PIC 9(04) VALUE ZERO.
013431   03 WK-GRP-DTL             OCCURS 200 TIMES PIC X(200).
013432*--------------------------------------------------------------
013433*- LEGAL-ENTITY SEGREGATION (ENV ENTITY, ENTITY_REGISTER). THE
013434*- ENTITY'S REGISTERED DATA ROOT (WITH ITS LENGTH) AND RULE-SET
013435*- ID PATTERNS (TRAILING '*' MATCHES ANY SUFFIX), THE NAME OR
013436*- RULE-SET ID BEING RESOLVED AND ITS VERDICT (WK-ENT-INNS 1 =
013437*- INSIDE THE NAMESPACE).
013438*--------------------------------------------------------------
013439 01  WK-ENT                   SYNC.
013440   03 WK-ENTNAME             PIC X(100).
013441   03 WK-ENT-FST             PIC X(02).
013442   03 WK-ENT-CODE            PIC X(04) VALUE SPACE.
013443   03 WK-ENT-ROOT            PIC X(60) VALUE SPACE.
013444   03 WK-ENT-RLEN            PIC 9(02) VALUE ZERO.
013445   03 WK-ENT-PCNT            PIC 9(02) VALUE ZERO.
013446   03 WK-ENT-PAT             PIC X(08) OCCURS 20 TIMES.
013447   03 WK-ENT-I               PIC 9(02).
013448   03 WK-ENT-K               PIC 9(02).
013449   03 WK-ENT-PLEN            PIC 9(02).
013450   03 WK-ENT-NAME            PIC X(100).
013451   03 WK-ENT-WORK            PIC X(100).
013452   03 WK-ENT-SLASH           PIC 9(03).
013453   03 WK-ENT-UP              PIC 9(03).
013454   03 WK-ENT-INNS            PIC 9(01).
013455   03 WK-ENT-RSID            PIC X(08).
013456   03 WK-ENT-LASTX           PIC X(08) VALUE SPACE.
013457   03 WK-ENT-XROWS           PIC 9(07) VALUE ZERO.
013458   03 WK-ENT-REFUSED         PIC 9(05) VALUE ZERO.
013459*--------------------------------------------------------------
013460*- CUSTOMER REASON CODES (REASON_MASTER): THE MASTER AS LOADED,
013461*- THE CURRENT DECLINE'S CANDIDATES (MASTER ENTRY, RANK, TAKEN)
013462*- AND ITS RANKED PICKS (MASTER ENTRIES, BEST FIRST), AND THE
013463*- RUN'S DECLINE COUNTS WITH AND WITHOUT A CODE.
013464*--------------------------------------------------------------
013465 01  WK-RSN                   SYNC.
013466   03 WK-RSNNAME             PIC X(100).
013467   03 WK-RSN-FST             PIC X(02).
013468   03 WK-RSN-CNT             PIC 9(03) VALUE ZERO.
013469   03 WK-RSN-BAD             PIC 9(03) VALUE ZERO.
013470   03 WK-RSN-WHY             PIC X(20).
013471   03 WK-RSN-I               PIC 9(03).
013472   03 WK-RSN-J               PIC 9(02).
013473   03 WK-RSN-K               PIC 9(03).
013474   03 WK-RSN-HIT             PIC 9(02).
013475   03 WK-RSN-BEST            PIC 9(02).
013476   03 WK-RSN-PC              PIC 9(05).
013477   03 WK-RSN-SAVSTS          PIC X(04).
013478   03 WK-RSN-DECL            PIC 9(07) VALUE ZERO.
013479   03 WK-RSN-CODED           PIC 9(07) VALUE ZERO.
013480   03 WK-RSN-UNCODED         PIC 9(07) VALUE ZERO.
013481   03 WK-RSN-CCNT            PIC 9(02) VALUE ZERO.
013482   03 WK-RSN-CAND            OCCURS 20 TIMES.
013483     05 WK-RSN-CENT          PIC 9(03).
013484     05 WK-RSN-CRANK         PIC 9(02).
013485     05 WK-RSN-CTAKEN        PIC 9(01).
013486   03 WK-RSN-PCNT            PIC 9(01) VALUE ZERO.
013487   03 WK-RSN-PICK            OCCURS 4 TIMES PIC 9(03).
013488   03 WK-RSN-TBL             OCCURS 200 TIMES.
013489     05 WK-RSN-RSID          PIC X(08).
013490     05 WK-RSN-BLK           PIC X(05).
013491     05 WK-RSN-LO            PIC 9(05).
013492     05 WK-RSN-HI            PIC 9(05).
013493     05 WK-RSN-RANK          PIC 9(02).
013494     05 WK-RSN-CODE          PIC X(04).
013495     05 WK-RSN-TEXT          PIC X(60).
013496*--------------------------------------------------------------
013497*- PRIORITY LANE (ENV PRIORITY_FILE, SEE A24). SELECTED RECORDS
013498*- ARE DECIDED IN A FIRST PASS AND RELEASED IN THEIR OWN FILE
013499*- BEFORE THE BULK PASS STARTS. WK-PRI-PASS: 0 = NO LANE,
013500*- 1 = PRIORITY PASS, 2 = BULK PASS.
013501*--------------------------------------------------------------
013502 01  WK-PRI                   SYNC.
013503   03 WK-PRINAME             PIC X(100) VALUE SPACE.
013504   03 WK-PRI-FST             PIC X(02).
013505   03 WK-PRI-ON              PIC 9(01) VALUE ZERO.
013506   03 WK-PRI-PASS            PIC 9(01) VALUE ZERO.
013507   03 WK-PRI-OPENED          PIC 9(01) VALUE ZERO.
013508   03 WK-PRI-POS-X           PIC X(05).
013509   03 WK-PRI-LEN-X           PIC X(05).
013510   03 WK-PRI-POS             PIC 9(03) VALUE ZERO.
013511   03 WK-PRI-LEN             PIC 9(03) VALUE ZERO.
013512   03 WK-PRI-MIN-X           PIC X(18).
013513   03 WK-PRI-MIN             PIC 9(18) VALUE ZERO.
013514   03 WK-PRI-MIN-ON          PIC 9(01) VALUE ZERO.
013515   03 WK-PRI-RAW             PIC X(100).
013516   03 WK-PRI-VAL             PIC X(18).
013517   03 WK-PRI-NUM             PIC 9(18).
013518   03 WK-PRI-HIT             PIC 9(01).
013519   03 WK-PRI-I               PIC 9(03).
013520   03 WK-PRI-CCNT            PIC 9(02) VALUE ZERO.
013521   03 WK-PRI-CODE            OCCURS 10 TIMES PIC X(18).
013522   03 WK-PRI-SV-RECNO        PIC 9(09).
013523   03 WK-PRI-SV-TCKPOS       PIC 9(07).
013524   03 WK-PRI-SEL             PIC 9(07) VALUE ZERO.
013525   03 WK-PRI-CNT             PIC 9(07) VALUE ZERO.
013526   03 WK-PRI-TOT             PIC 9(07) VALUE ZERO.
013527   03 WK-PRI-HASH            PIC 9(09) VALUE ZERO.
013528   03 WK-PRI-RELTM           PIC X(06) VALUE SPACE.
013529 01  WK-CTL                   SYNC.
013530   03 WK-CTL-CHECK           PIC X(01).
013531   03 WK-CTL-SEEN            PIC 9(01) VALUE ZERO.
013532   03 WK-CTL-CNT             PIC 9(07).
013533   03 WK-CTL-AMT             PIC 9(13)V99.
013534   03 WK-CTL-ACC             PIC S9(11)V9(4).
013535   03 WK-BAL-BAD             PIC 9(01) VALUE ZERO.
013536 01  WK-REF                   SYNC.
013537   03 WK-REFLNAME            PIC X(100).
013538   03 WK-REFL-FST            PIC X(02).
013539   03 WK-REFNAME             PIC X(100).
013540   03 WK-REF-FST             PIC X(02).
013541   03 WK-REF-TBLNAME         PIC X(05).
013542*- 1 = THE LIST MARKED THIS TABLE 'R' (BANDED-RANGE FLAVOUR,
013543*- REGISTERED WITH RREG FOR THE LOOKB OPCODE).
013544   03 WK-REF-RANGE           PIC 9(01).
013545   03 WK-REF-CNT             PIC 9(07).
013546*- VERIFIED-IMAGE FAST PATH WORK (REFIMAGE_FILE /
013547*- REFIMAGE_MAX_DAYS).
013548 01  WK-RIMG                 SYNC.
013549   03 WK-RIMGNAME            PIC X(100).
013550   03 WK-RIMG-FST            PIC X(02).
013551   03 WK-RIMG-OK             PIC 9(01) VALUE ZERO.
013552   03 WK-RIMG-MAXD-X         PIC X(03).
013553   03 WK-RIMG-MAXD           PIC 9(03) VALUE 1.
013554   03 WK-RIMG-HCNT           PIC 9(07).
013555   03 WK-RIMG-HCHK           PIC 9(09).
013556   03 WK-RIMG-CNT            PIC 9(07).
013557   03 WK-RIMG-CHK            PIC 9(09).
013558   03 WK-RIMG-DATE           PIC X(08).
013559   03 WK-RIMG-DATE-N         PIC 9(08).
013560   03 WK-RIMG-AGE            PIC S9(09).
013570   03 WK-RIMG-I              PIC 9(02).
013580   03 WK-RIMG-BAD            PIC 9(01).
015620   03 WK-INT-SLEEP           PIC 9(03) VALUE 5.
015630   03 WK-INT-FILES           PIC 9(05) VALUE ZERO.
015640 01  WK-INTAKE                PIC X(01).
015641*--------------------------------------------------------------
015642*- FEED ARRIVAL SCHEDULE (ENV ARRIVAL_SCHEDULE, INTAKE MODE ONLY):
015643*- ONE EXPECTED-ARRIVAL WINDOW PER FEED FOR TODAY. WK-ARR-EXP = 0
015644*- WHEN A BUSINESS-DAYS-ONLY FEED IS NOT DUE TODAY; WK-ARR-ALRT
015645*- REMEMBERS THAT THE LATE ALERT WAS ALREADY RAISED.
015646*--------------------------------------------------------------
015647 01  WK-ARR                   SYNC.
015648   03 WK-ASCHNAME            PIC X(100).
015649   03 WK-ASCH-FST            PIC X(02).
015650   03 WK-ARPTNAME            PIC X(100).
015651   03 WK-ARPT-FST            PIC X(02).
015652   03 WK-ARR-CNT             PIC 9(02) VALUE ZERO.
015653   03 WK-ARR-I               PIC 9(02).
015654   03 WK-ARR-DATE            PIC X(08).
015655   03 WK-ARR-BUS             PIC 9(01).
015656   03 WK-ARR-NOW             PIC X(08).
015657   03 WK-ARR-NOWM            PIC 9(04).
015658   03 WK-ARR-HHMM            PIC 9(04).
015659   03 WK-ARR-HH              PIC 9(02).
015660   03 WK-ARR-MM              PIC 9(02).
015661   03 WK-ARR-MINS            PIC 9(04).
015662   03 WK-ARR-LATE            PIC 9(04).
015663   03 WK-ARR-LATE-ED         PIC ZZZZ9.
015664   03 WK-ARR-MCH             PIC 9(03).
015665   03 WK-ARR-TBL             OCCURS 50 TIMES.
015666     05 WK-ARR-FEED          PIC X(08).
015667     05 WK-ARR-OPEN          PIC 9(04).
015668     05 WK-ARR-CLOSE         PIC 9(04).
015669     05 WK-ARR-DAYS          PIC X(01).
015670     05 WK-ARR-MATCH         PIC X(40).
015671     05 WK-ARR-MLEN          PIC 9(02).
015672     05 WK-ARR-EXP           PIC 9(01).
015673     05 WK-ARR-SEEN          PIC 9(01).
015674     05 WK-ARR-TIME          PIC 9(04).
015675     05 WK-ARR-ALRT          PIC 9(01).
015676*--------------------------------------------------------------
015677*- FIELD-MAPPING WORK, FROM ENV VARS MAPPING_FILE AND
015678*- TRANSACTION_FEED. ONLY THE ENTRIES WHOSE FEED NAME MATCHES
015680*- WK-FEED-ID ARE KEPT. WK-MAP-CNT = ZERO (NO FILE, OR NO
015690*- MATCHING ENTRIES) MEANS B13-FILL-INPUT-AREAS KEEPS ITS
015700*- BUILT-IN FIVE-FIXED-FIELDS DEFAULT.
019840       MOVE SPACE         TO WK-MON-SUB2
019850       PERFORM Z72-WRITE-EVENT
019860   END-IF.
019861*- LEGAL ENTITY - WHEN NAMED, THE RUN IS CONFINED TO THAT ENTITY'S
019862*- DATA ROOT AND RULE SETS AS SET OUT IN THE ENTITY REGISTER.
019863   MOVE SPACE         TO WK-ENT-CODE.
019864   MOVE 'ENTITY'      TO WK-PRM-KEY
019865   PERFORM A03B-RESOLVE-PARM
019866   IF WK-PRM-VAL(5:) NOT = SPACE
019867     THEN
019868       DISPLAY 'TEST-MAIN:ENTITY CODE LONGER THAN 4 CHARACTERS: '
019869               WK-PRM-VAL(1:20)
019870       MOVE 12            TO RETURN-CODE
019871       GO TO A00-EXIT
019872   END-IF.
019873   MOVE WK-PRM-VAL TO WK-ENT-CODE.
019874   IF WK-ENT-CODE NOT = SPACE
019875     THEN
019876       MOVE SPACE         TO WK-ENTNAME
019877       MOVE 'ENTITY_REGISTER' TO WK-PRM-KEY
019878       PERFORM A03B-RESOLVE-PARM
019879       MOVE WK-PRM-VAL    TO WK-ENTNAME
019880       PERFORM A22-LOAD-ENTITY
019881       IF WK-ENT-RLEN = ZERO OR WK-ENT-PCNT = ZERO
019882         THEN
019883           MOVE 12            TO RETURN-CODE
019884           GO TO A00-EXIT
019885       END-IF
019886   END-IF.
019887*- FILE READ
019888   MOVE SPACE         TO WK-FILENAME.
019890   MOVE 'PCHECKTBL_FILE' TO WK-PRM-KEY
019900   PERFORM A03B-RESOLVE-PARM
019910   MOVE WK-PRM-VAL TO WK-FILENAME.
019920   IF WK-FILENAME = SPACE
019930     THEN
019931       IF WK-ENT-CODE NOT = SPACE
019932         THEN
019933           MOVE 'pchecktbl.txt' TO WK-FILENAME
019934         ELSE
019935           MOVE '../data/pchecktbl.txt' TO WK-FILENAME
019936       END-IF
019940   END-IF.
019950   MOVE SPACE         TO WK-LISTNAME.
019960   MOVE 'PCHECKTBL_LIST' TO WK-PRM-KEY
020070   MOVE 'RULESET_ID' TO WK-PRM-KEY
020080   PERFORM A03B-RESOLVE-PARM
020090   MOVE WK-PRM-VAL TO WK-RSID.
020091   IF WK-ENT-CODE NOT = SPACE
020092     THEN
020093       MOVE WK-FILENAME   TO WK-ENT-NAME
020094       PERFORM B69-RESOLVE-ENTITY-NAME
020095       MOVE WK-ENT-NAME   TO WK-FILENAME
020096       IF WK-LISTNAME NOT = SPACE
020097         THEN
020098           MOVE WK-LISTNAME   TO WK-ENT-NAME
020099           PERFORM B69-RESOLVE-ENTITY-NAME
020100           MOVE WK-ENT-NAME   TO WK-LISTNAME
020101       END-IF
020102       IF WK-RSID NOT = SPACE
020103         THEN
020104           MOVE WK-RSID       TO WK-ENT-RSID
020105           PERFORM B69A-CHECK-ENTITY-RSID
020106           IF WK-ENT-INNS = ZERO
020107             THEN
020108               DISPLAY 'TEST-MAIN:RULE SET ' WK-RSID
020109                       ' IS NOT OWNED BY ENTITY ' WK-ENT-CODE
020110               ADD 1              TO WK-ENT-REFUSED
020111           END-IF
020112       END-IF
020113       IF WK-ENT-REFUSED NOT = ZERO
020114         THEN
020115           MOVE 12            TO RETURN-CODE
020116           GO TO A00-EXIT
020117       END-IF
020118   END-IF.
020119   MOVE SPACE         TO WK-CKPTNAME.
020120   MOVE 'CHECKPOINT_FILE' TO WK-PRM-KEY
020121   PERFORM A03B-RESOLVE-PARM
020130   MOVE WK-PRM-VAL TO WK-CKPTNAME.
020140   IF WK-CKPTNAME = SPACE
020150     MOVE '../data/pchecktbl.ckpt' TO WK-CKPTNAME
021220     THEN
021230       MOVE WK-INT-SLEEP-X TO WK-INT-SLEEP
021240   END-IF.
021241   MOVE SPACE         TO WK-ASCHNAME.
021242   IF WK-INTAKE = 'Y'
021243     THEN
021244       MOVE 'ARRIVAL_SCHEDULE' TO WK-PRM-KEY
021245       PERFORM A03B-RESOLVE-PARM
021246       MOVE WK-PRM-VAL TO WK-ASCHNAME
021247   END-IF.
021248   MOVE SPACE         TO WK-ARPTNAME.
021249   MOVE 'ARRIVAL_REPORT' TO WK-PRM-KEY
021250   PERFORM A03B-RESOLVE-PARM
021251   MOVE WK-PRM-VAL TO WK-ARPTNAME.
021252   IF WK-ARPTNAME = SPACE
021253     MOVE '../data/pcheckarrival.txt' TO WK-ARPTNAME
021254   END-IF.
021255   ACCEPT WK-EFF-SYSDT FROM DATE YYYYMMDD.
021260   MOVE SPACE         TO WK-EFF-RUNDT.
021270   MOVE 'RUN_DATE' TO WK-PRM-KEY
021280   PERFORM A03B-RESOLVE-PARM
021610    THEN
021620      PERFORM A16-LOAD-DISPMASTER
021630  END-IF.
021631   MOVE SPACE         TO WK-SUPNAME.
021632   MOVE 'SUPPRESS_FILE' TO WK-PRM-KEY.
021633   PERFORM A03B-RESOLVE-PARM.
021634   MOVE WK-PRM-VAL    TO WK-SUPNAME.
021635   IF WK-SUPNAME NOT = SPACE
021636     THEN
021637       PERFORM A17-LOAD-SUPPRESSIONS
021638   END-IF.
021639   MOVE SPACE         TO WK-RSNNAME.
021640   MOVE 'REASON_MASTER' TO WK-PRM-KEY.
021641   PERFORM A03B-RESOLVE-PARM.
021642   MOVE WK-PRM-VAL    TO WK-RSNNAME.
021643   IF WK-RSNNAME NOT = SPACE
021644     THEN
021645       PERFORM A23-LOAD-REASONS
021646   END-IF.
021647   MOVE SPACE         TO WK-EXMNAME.
021648   MOVE 'EXEMPT_REGISTER' TO WK-PRM-KEY.
021649   PERFORM A03B-RESOLVE-PARM.
021650   MOVE WK-PRM-VAL    TO WK-EXMNAME.
021651   IF WK-EXMNAME NOT = SPACE
021652     THEN
021653       PERFORM A18-OPEN-EXEMPTIONS
021654   END-IF.
021655   MOVE SPACE         TO WK-MEMQ-X.
021656   MOVE 'MEM_QUOTA' TO WK-PRM-KEY.
021660   PERFORM A03B-RESOLVE-PARM.
021670   MOVE WK-PRM-VAL TO WK-MEMQ-X.
021680   IF WK-MEMQ-X NOT = SPACE AND WK-MEMQ-X NUMERIC
022620   MOVE 'PART_TOTALS_FILE' TO WK-PRM-KEY
022630   PERFORM A03B-RESOLVE-PARM
022640   MOVE WK-PRM-VAL TO WK-PTOTNAME.
022641   MOVE SPACE         TO WK-RUSNAME.
022642   MOVE 'REFUSAGE_FILE' TO WK-PRM-KEY
022643   PERFORM A03B-RESOLVE-PARM
022644   MOVE WK-PRM-VAL TO WK-RUSNAME.
022645   MOVE SPACE         TO WK-FSSNAME.
022646   MOVE 'FEEDSTATS_FILE' TO WK-PRM-KEY
022647   PERFORM A03B-RESOLVE-PARM
022648   MOVE WK-PRM-VAL TO WK-FSSNAME.
022650   MOVE SPACE         TO WK-MSKCNAME.
022660   MOVE 'MASK_CONFIG' TO WK-PRM-KEY
022670   PERFORM A03B-RESOLVE-PARM
023140   MOVE 'AUTO_EXPLAIN' TO WK-PRM-KEY
023150   PERFORM A03B-RESOLVE-PARM
023160   MOVE WK-PRM-VAL TO WK-AUTOEXP.
023161   MOVE SPACE         TO WK-DC-ON.
023162   MOVE 'DECISION_CACHE' TO WK-PRM-KEY
023163   PERFORM A03B-RESOLVE-PARM
023164   MOVE WK-PRM-VAL TO WK-DC-ON.
023170   MOVE SPACE         TO WK-WIF-RAW.
023180   MOVE 'WHATIF_RSIDS' TO WK-PRM-KEY
023190   PERFORM A03B-RESOLVE-PARM
023500           MOVE WK-WIF-RAW    TO WK-RESID-RAW
023510         ELSE
023520           DISPLAY 'TEST-MAIN:WHATIF_RSIDS NEEDS TWO IDS.'
023521       END-IF
023522   END-IF.
023523   MOVE SPACE         TO WK-WIF-PCT-X.
023524   MOVE 'ROLLOUT_PCT' TO WK-PRM-KEY
023525   PERFORM A03B-RESOLVE-PARM
023526   MOVE WK-PRM-VAL TO WK-WIF-PCT-X.
023527   MOVE ZERO          TO WK-WIF-PCT.
023528   IF WK-WIF-PCT-X NOT = SPACE
023529     THEN
023530       IF WK-WIF-PCT-X NUMERIC AND WK-WIF-PCT-X NOT > '100'
023531         THEN
023532           MOVE WK-WIF-PCT-X  TO WK-WIF-PCT
023533         ELSE
023534           DISPLAY 'TEST-MAIN:ROLLOUT_PCT MUST BE 000-100, '
023535                   'IGNORED.'
023536       END-IF
023537       IF WK-WHATIF NOT = 'Y'
023538         THEN
023539           DISPLAY 'TEST-MAIN:ROLLOUT_PCT NEEDS WHATIF_RSIDS, '
023540                   'IGNORED.'
023541           MOVE ZERO          TO WK-WIF-PCT
023542       END-IF
023543   END-IF.
023550   MOVE SPACE         TO WK-FAILFAST.
023560   MOVE 'FAILFAST_MODE' TO WK-PRM-KEY
023570   PERFORM A03B-RESOLVE-PARM
024030     THEN
024040       PERFORM A12-OPEN-DUPSTORE
024050   END-IF.
024051   MOVE SPACE         TO WK-NDCNAME.
024052   MOVE 'NEARDUP_CONFIG' TO WK-PRM-KEY
024053   PERFORM A03B-RESOLVE-PARM
024054   MOVE WK-PRM-VAL TO WK-NDCNAME.
024055   MOVE SPACE         TO WK-NDRNAME.
024056   MOVE 'NEARDUP_FILE' TO WK-PRM-KEY
024057   PERFORM A03B-RESOLVE-PARM
024058   MOVE WK-PRM-VAL TO WK-NDRNAME.
024059   IF WK-NDRNAME = SPACE
024060     MOVE '../data/pcheckneardup.txt' TO WK-NDRNAME
024061   END-IF.
024062   IF WK-NDCNAME NOT = SPACE
024063     THEN
024064       PERFORM A20-LOAD-NEARDUP
024065   END-IF.
024066   MOVE WK-RUNDT-FULL TO WK-COF-RUNDT.
024067   MOVE SPACE         TO WK-COFNAME.
024068   MOVE 'CUTOFF_CONFIG' TO WK-PRM-KEY
024069   PERFORM A03B-RESOLVE-PARM
024070   MOVE WK-PRM-VAL TO WK-COFNAME.
024071   IF WK-COFNAME NOT = SPACE
024072     THEN
024073       PERFORM A21-LOAD-CUTOFF
024074   END-IF.
024075   MOVE SPACE         TO WK-VELNAME.
024076   MOVE 'VELOCITY_FILE' TO WK-PRM-KEY
024077   PERFORM A03B-RESOLVE-PARM
024078   MOVE WK-PRM-VAL TO WK-VELNAME.
024079   MOVE SPACE         TO WK-VEL-DAYS-X.
024080   MOVE 'VELOCITY_DAYS' TO WK-PRM-KEY
024081   PERFORM A03B-RESOLVE-PARM
024082   MOVE WK-PRM-VAL TO WK-VEL-DAYS-X.
024083   IF WK-VEL-DAYS-X NOT = SPACE AND WK-VEL-DAYS-X NUMERIC
024084     THEN
024085       MOVE WK-VEL-DAYS-X TO WK-VEL-DAYS
024086   END-IF.
024087   IF WK-VEL-DAYS > 40
024088     THEN
024089       DISPLAY 'TEST-MAIN:VELOCITY_DAYS OVER 40, 40 USED.'
024090       MOVE 40            TO WK-VEL-DAYS
024091   END-IF.
024092   MOVE SPACE         TO WK-VEL-APOS-X.
024093   MOVE 'VELOCITY_AMT_POS' TO WK-PRM-KEY
024094   PERFORM A03B-RESOLVE-PARM
024095   MOVE WK-PRM-VAL TO WK-VEL-APOS-X.
024096   IF WK-VEL-APOS-X NOT = SPACE AND WK-VEL-APOS-X NUMERIC
024097     THEN
024098       MOVE WK-VEL-APOS-X TO WK-VEL-APOS
024099   END-IF.
024100   MOVE SPACE         TO WK-VEL-ALEN-X.
024101   MOVE 'VELOCITY_AMT_LEN' TO WK-PRM-KEY
024102   PERFORM A03B-RESOLVE-PARM
024103   MOVE WK-PRM-VAL TO WK-VEL-ALEN-X.
024104   IF WK-VEL-ALEN-X NOT = SPACE AND WK-VEL-ALEN-X NUMERIC
024105     THEN
024106       MOVE WK-VEL-ALEN-X TO WK-VEL-ALEN
024107   END-IF.
024108   IF WK-VEL-ALEN > 18 OR WK-VEL-APOS = ZERO
024109    OR WK-VEL-APOS + WK-VEL-ALEN - 1 > 200
024110     THEN
024111       MOVE ZERO          TO WK-VEL-ALEN
024112   END-IF.
024113   MOVE SPACE         TO WK-VEL-TPOS-X.
024114   MOVE 'VELOCITY_TIME_POS' TO WK-PRM-KEY
024115   PERFORM A03B-RESOLVE-PARM
024116   MOVE WK-PRM-VAL TO WK-VEL-TPOS-X.
024117   IF WK-VEL-TPOS-X NOT = SPACE AND WK-VEL-TPOS-X NUMERIC
024118     THEN
024119       MOVE WK-VEL-TPOS-X TO WK-VEL-TPOS
024120   END-IF.
024121   IF WK-VEL-TPOS > 191
024122     THEN
024123       MOVE ZERO          TO WK-VEL-TPOS
024124   END-IF.
024125   IF WK-VELNAME NOT = SPACE
024126    AND WK-SMP-ON NOT = 1
024127     THEN
024128       PERFORM A19-OPEN-VELOCITY
024129   END-IF.
024130   MOVE SPACE         TO WK-CTL-CHECK.
024131   MOVE 'CONTROL_CHECK' TO WK-PRM-KEY
024132   PERFORM A03B-RESOLVE-PARM
024133   MOVE WK-PRM-VAL TO WK-CTL-CHECK.
024134   IF WK-PART-CNT > ZERO AND WK-CTL-CHECK = 'Y'
024135     THEN
024136       DISPLAY 'TEST-MAIN:PARTITIONED STEP, CONTROL BALANCING '
024137               'LEFT TO THE CONSOLIDATION STEP.'
024140       MOVE SPACE         TO WK-CTL-CHECK
024150   END-IF.
024160*- A CHECKPOINT RESUME COUNTS ONLY POST-RESUME RECORDS AND THE
024310   MOVE 'REFIMAGE_FILE' TO WK-PRM-KEY
024320   PERFORM A03B-RESOLVE-PARM
024330   MOVE WK-PRM-VAL TO WK-RIMGNAME.
024331   IF WK-ENT-CODE NOT = SPACE
024332     THEN
024333       MOVE WK-REFLNAME   TO WK-ENT-NAME
024334       PERFORM B69-RESOLVE-ENTITY-NAME
024335       MOVE WK-ENT-NAME   TO WK-REFLNAME
024336       MOVE WK-RIMGNAME   TO WK-ENT-NAME
024337       PERFORM B69-RESOLVE-ENTITY-NAME
024338       MOVE WK-ENT-NAME   TO WK-RIMGNAME
024339       IF WK-ENT-REFUSED NOT = ZERO
024340         THEN
024341           MOVE 12            TO RETURN-CODE
024342           GO TO A00-EXIT
024343       END-IF
024344   END-IF.
024345   MOVE SPACE         TO WK-RIMG-MAXD-X.
024350   MOVE 'REFIMAGE_MAX_DAYS' TO WK-PRM-KEY
024360   PERFORM A03B-RESOLVE-PARM
024370   MOVE WK-PRM-VAL TO WK-RIMG-MAXD-X.
026030           END-IF
026040       END-IF
026050   END-IF.
026051   MOVE SPACE         TO WK-REVSTSNAME.
026052   MOVE 'STATUS_MASTER' TO WK-PRM-KEY
026053   PERFORM A03B-RESOLVE-PARM
026054   MOVE WK-PRM-VAL TO WK-REVSTSNAME.
026055   IF WK-REVSTSNAME = SPACE
026056     MOVE '../data/pcheckstatus.ix' TO WK-REVSTSNAME
026057   END-IF.
026060   MOVE SPACE         TO WK-GRPRNAME.
026070   MOVE 'GROUP_REPORT' TO WK-PRM-KEY
026080   PERFORM A03B-RESOLVE-PARM
026730     ELSE
026740       MOVE SPACE         TO WK-RESIDENT
026750   END-IF.
026751   PERFORM A24-LOAD-PRIORITY.
026760*- RESIDENT MODE STANDS APART FROM THE ORDINARY SINGLE-FILE/
026770*- MULTI-FILE/VALIDATE-ONLY FLOW BELOW: IT LOADS SEVERAL RULE-SETS
026780*- ONCE AND EVALUATES THE SAME INPUT AGAINST ALL OF THEM, SO IT
026880         THEN
026890           PERFORM Z70-WRITE-PROFILE
026900       END-IF
026901       IF WK-RUSNAME NOT = SPACE
026902         THEN
026903           PERFORM Z79-WRITE-KEY-USAGE
026904       END-IF
026910       PERFORM Z71-CLOSE-DUPSTORE
026911       PERFORM Z80-CLOSE-EXEMPTIONS
026912       PERFORM Z81-CLOSE-VELOCITY
026913       PERFORM Z82-CLOSE-NEARDUP
026914       PERFORM Z83-CLOSE-STATUS
026920       PERFORM Z75-CLOSE-SUSPENSE
026930       PERFORM Z50-WRITE-RUNLOG
026940       GOBACK
027840           MOVE ZERO      TO RETURN-CODE
027850       END-IF
027860       PERFORM Z71-CLOSE-DUPSTORE
027861       PERFORM Z80-CLOSE-EXEMPTIONS
027862       PERFORM Z81-CLOSE-VELOCITY
027863       PERFORM Z82-CLOSE-NEARDUP
027864       PERFORM Z83-CLOSE-STATUS
027870       PERFORM Z75-CLOSE-SUSPENSE
027880       PERFORM Z50-WRITE-RUNLOG
027890       GOBACK
028030     THEN
028040       PERFORM Z70-WRITE-PROFILE
028050   END-IF.
028051   IF WK-RUSNAME NOT = SPACE
028052     THEN
028053       PERFORM Z79-WRITE-KEY-USAGE
028054   END-IF.
028060   PERFORM Z71-CLOSE-DUPSTORE
028061   PERFORM Z80-CLOSE-EXEMPTIONS
028062   PERFORM Z81-CLOSE-VELOCITY
028063   PERFORM Z82-CLOSE-NEARDUP
028064   PERFORM Z83-CLOSE-STATUS
028070   PERFORM Z75-CLOSE-SUSPENSE
028080   PERFORM Z50-WRITE-RUNLOG.
028090   GOBACK.
030680               PERFORM A02E-SET-MATCHKEY
030690             WHEN F8RECORD(10:6) = 'BIZKEY'
030700               PERFORM A02F-SET-BIZKEY
030701             WHEN F8RECORD(10:8) = 'REVERSAL'
030702               PERFORM A02G-SET-REVERSAL
030703             WHEN F8RECORD(10:8) = 'ORIGREF '
030704               PERFORM A02H-SET-ORIGREF
030705             WHEN F8RECORD(10:6) = 'GROUP '
030706               PERFORM A02I-SET-GROUP
030710             WHEN OTHER
030720               PERFORM A02-ADD-MAPPING-ENTRY
030730             END-EVALUATE
030990          END-IF
031000      END-PERFORM
031010  END-IF.
031011*- A GROUP'S TYPE CODES AND KEY ARE READ FROM THE RAW RECORD,
031012*- AHEAD OF ANY DELIMITED PARSE.
031013   IF WK-DLM-ON = 1 AND WK-GRP-ON = 1
031014     THEN
031015       DISPLAY 'TEST-MAIN:GROUP ATTRIBUTE IGNORED FOR A '
031016               'DELIMITED FEED.'
031017       MOVE ZERO          TO WK-GRP-ON
031018   END-IF.
031020   DISPLAY 'TEST-MAIN:FIELD MAPPING LOADED. FEED=' WK-FEED-ID
031030           ' ENTRIES=' WK-MAP-CNT.
031040 A01-LOAD-MAPPING-EXIT.
032400       MOVE ZERO          TO WK-BIZ-LEN
032410   END-IF.
032420 A02F-SET-BIZKEY-EXIT.
032421   EXIT.
032422*--------------------------------------------------------------
032423*- FEED ATTRIBUTE: THE REVERSAL INDICATOR ('REVERSAL' IN COLS
032424*- 10-17, POSITION 19-23, LENGTH 25-26 (MAX 10), THE VALUE
032425*- MARKING A REVERSAL IN 28-37) AND THE ORIGINAL-REFERENCE SLICE
032426*- ('ORIGREF' IN COLS 10-16, POSITION 19-23, LENGTH 25-29, MAX
032427*- 20 - THE ORIGINAL'S BUSINESS KEY). BOTH ARE NEEDED.
032428*--------------------------------------------------------------
032429 A02G-SET-REVERSAL SECTION.
032430 A02G-010.
032431   IF F8RECORD(19:5) NOT NUMERIC OR F8RECORD(25:2) NOT NUMERIC
032432     THEN
032433       DISPLAY 'TEST-MAIN:BAD REVERSAL ATTRIBUTE SKIPPED: '
032434               F8RECORD(1:37)
032435       GO TO A02G-SET-REVERSAL-EXIT
032436   END-IF.
032437   MOVE F8RECORD(19:5) TO WK-REV-IPOS.
032438   MOVE F8RECORD(25:2) TO WK-REV-ILEN.
032439   MOVE F8RECORD(28:10) TO WK-REV-IVAL.
032440   IF WK-REV-ILEN = ZERO OR WK-REV-ILEN > 10
032441    OR WK-REV-IPOS = ZERO
032442    OR WK-REV-IPOS + WK-REV-ILEN - 1 > 200
032443     THEN
032444       DISPLAY 'TEST-MAIN:REVERSAL SLICE OUT OF RANGE, '
032445               'REVERSALS OFF.'
032446       MOVE ZERO          TO WK-REV-ILEN
032447   END-IF.
032448 A02G-SET-REVERSAL-EXIT.
032449   EXIT.
032450 A02H-SET-ORIGREF SECTION.
032451 A02H-010.
032452   IF F8RECORD(19:5) NOT NUMERIC OR F8RECORD(25:5) NOT NUMERIC
032453     THEN
032454       DISPLAY 'TEST-MAIN:BAD ORIGREF ATTRIBUTE SKIPPED: '
032455               F8RECORD(1:30)
032456       GO TO A02H-SET-ORIGREF-EXIT
032457   END-IF.
032458   MOVE F8RECORD(19:5) TO WK-REV-OPOS.
032459   MOVE F8RECORD(25:5) TO WK-REV-OLEN.
032460   IF WK-REV-OLEN = ZERO OR WK-REV-OLEN > 20
032461    OR WK-REV-OPOS = ZERO
032462    OR WK-REV-OPOS + WK-REV-OLEN - 1 > 200
032463     THEN
032464       DISPLAY 'TEST-MAIN:ORIGREF SLICE OUT OF RANGE, '
032465               'REVERSALS OFF.'
032466       MOVE ZERO          TO WK-REV-OLEN
032467   END-IF.
032468 A02H-SET-ORIGREF-EXIT.
032469   EXIT.
032470*--------------------------------------------------------------
032471*- FEED ATTRIBUTE: HEADER/DETAIL GROUPS ('GROUP' IN COLS 10-14,
032472*- HEADER TYPE CODE 16-23, DETAIL TYPE CODE 25-32 - BOTH READ
032473*- AT THE ROUTING TYPE POSITION - AND THE GROUP-KEY SLICE,
032474*- POSITION 34-38 AND LENGTH 40-44, MAX 20; LENGTH ZERO TIES A
032475*- DETAIL TO THE HEADER BEFORE IT BY SEQUENCE ALONE). ROUTED
032476*- MODE EVALUATES EACH HEADER WITH ITS DETAILS AS ONE UNIT.
032477*--------------------------------------------------------------
032478 A02I-SET-GROUP SECTION.
032479 A02I-010.
032480   IF F8RECORD(16:8) = SPACE OR F8RECORD(25:8) = SPACE
032481    OR F8RECORD(16:8) = F8RECORD(25:8)
032482    OR F8RECORD(34:5) NOT NUMERIC OR F8RECORD(40:5) NOT NUMERIC
032483     THEN
032484       DISPLAY 'TEST-MAIN:BAD GROUP ATTRIBUTE SKIPPED: '
032485               F8RECORD(1:44)
032486       GO TO A02I-SET-GROUP-EXIT
032487   END-IF.
032488   MOVE F8RECORD(16:8) TO WK-GRP-HTYPE.
032489   MOVE F8RECORD(25:8) TO WK-GRP-DTYPE.
032490   MOVE F8RECORD(34:5) TO WK-GRP-KPOS.
032491   MOVE F8RECORD(40:5) TO WK-GRP-KLEN.
032492   IF WK-GRP-KLEN > 20
032493    OR (WK-GRP-KLEN > ZERO
032494        AND (WK-GRP-KPOS = ZERO
032495             OR WK-GRP-KPOS + WK-GRP-KLEN - 1 > 200))
032496     THEN
032497       DISPLAY 'TEST-MAIN:GROUP KEY SLICE OUT OF RANGE, '
032498               'GROUPS OFF.'
032499       GO TO A02I-SET-GROUP-EXIT
032500   END-IF.
032501   MOVE 1             TO WK-GRP-ON.
032502 A02I-SET-GROUP-EXIT.
032503   EXIT.
032504*--------------------------------------------------------------
032505*- FEED ATTRIBUTE: ONE CURRENCY-TAGGED AMOUNT SLICE. COLUMNS:
032506*- 17 AMOUNT AREA, 19-23 POSITION, 25-29 LENGTH (MAX 10),
032507*- 31 CURRENCY-CODE AREA, 33-37 CODE POSITION (3 BYTES).
032508*--------------------------------------------------------------
032509 A02C-ADD-CCY-TAG SECTION.
032510 A02C-010.
032511   IF WK-FXM-CNT NOT < 5
032520     THEN
032530       DISPLAY 'TEST-MAIN:CURRENCY TAG TABLE FULL, SKIPPED.'
032540       GO TO A02C-ADD-CCY-TAG-EXIT
035160           STRING 'CALENDAR ALERT: RUN DATE ' WK-RUNDT-FULL
035170                  ' IS A NON-PROCESSING DAY.'
035180                              INTO F15RECORD
035181           IF WK-ENT-CODE NOT = SPACE
035182             THEN
035183               MOVE 'ENTITY='     TO F15RECORD(90:7)
035184               MOVE WK-ENT-CODE   TO F15RECORD(97:4)
035185           END-IF
035190           WRITE F15RECORD
035200           CLOSE F15ALRT
035210       END-IF
035940   DISPLAY 'TEST-MAIN:DISPOSITION MASTER LOADED. CODES='
035950           WK-DSP-CNT.
035960 A16-LOAD-DISPMASTER-EXIT.
035961   EXIT.
035962*--------------------------------------------------------------
035963*- LOAD THE EMERGENCY SUPPRESSION LIST (ONCE AT STARTUP; EACH
035964*- ENTRY IS HANDED TO THE ENGINE AFTER EVERY LOAD OF ITS SET, SEE
035965*- B63). ONLY ENTRIES IN EFFECT ON THE RUN DATE ARE KEPT. AN
035966*- INCOMPLETE ENTRY - NO APPROVER OR TICKET, NO VALID DATE RANGE,
035967*- NOT EXACTLY ONE OF BLOCK AND PC - IS REFUSED AND THE RUN ENDS
035968*- IN THE WARNING CLASS: NOTHING IS SWITCHED OFF ON AN ENTRY
035969*- NOBODY CAN ANSWER FOR.
035970*--------------------------------------------------------------
035971 A17-LOAD-SUPPRESSIONS SECTION.
035972   OPEN INPUT F50SUP.
035973   IF WK-SUP-FST NOT = '00'
035974     THEN
035975       DISPLAY 'TEST-MAIN:SUPPRESSION LIST OPEN ERROR STATUS='
035976               WK-SUP-FST
035977       MOVE 4             TO WK-NEWRC
035978       PERFORM Z30-RAISE-RC
035979       GO TO A17-LOAD-SUPPRESSIONS-EXIT
035980   END-IF.
035981   PERFORM UNTIL WK-SUP-FST NOT = '00'
035982     READ F50SUP
035983       AT END
035984         CONTINUE
035985       NOT AT END
035986         IF F50RECORD(1:1) NOT = '*' AND F50RECORD NOT = SPACE
035987           THEN
035988             PERFORM A17A-CHECK-SUPPRESSION
035989         END-IF
035990     END-READ
035991   END-PERFORM.
035992   CLOSE F50SUP.
035993   DISPLAY 'TEST-MAIN:SUPPRESSION LIST LOADED. IN EFFECT='
035994           WK-SUP-CNT ' REFUSED=' WK-SUP-BAD.
035995   IF WK-SUP-BAD > ZERO
035996     THEN
035997       MOVE 4             TO WK-NEWRC
035998       PERFORM Z30-RAISE-RC
035999   END-IF.
036000 A17-LOAD-SUPPRESSIONS-EXIT.
036001   EXIT.
036002 A17A-CHECK-SUPPRESSION SECTION.
036003   MOVE SPACE         TO WK-SUP-WHY.
036004   EVALUATE TRUE
036005   WHEN F50-RSID = SPACE
036006     MOVE 'NO RULE SET'     TO WK-SUP-WHY
036007   WHEN F50-BLK = SPACE AND F50-PC = SPACE
036008   WHEN F50-BLK NOT = SPACE AND F50-PC NOT = SPACE
036009     MOVE 'BLOCK OR PC'     TO WK-SUP-WHY
036010   WHEN F50-PC NOT = SPACE
036011    AND (F50-PC NOT NUMERIC OR F50-PC = ZERO)
036012     MOVE 'BAD PC'          TO WK-SUP-WHY
036013   WHEN F50-ACT NOT = 'P' AND F50-ACT NOT = 'W'
036014     MOVE 'BAD ACTION'      TO WK-SUP-WHY
036015   WHEN F50-FROM NOT NUMERIC OR F50-TO NOT NUMERIC
036016   WHEN F50-FROM > F50-TO
036017     MOVE 'BAD DATE RANGE'  TO WK-SUP-WHY
036018   WHEN F50-APPR = SPACE
036019     MOVE 'NO APPROVER'     TO WK-SUP-WHY
036020   WHEN F50-TICKET = SPACE
036021     MOVE 'NO TICKET'       TO WK-SUP-WHY
036022   WHEN OTHER
036023     CONTINUE
036024   END-EVALUATE.
036025   IF WK-SUP-WHY NOT = SPACE
036026     THEN
036027       ADD 1              TO WK-SUP-BAD
036028       DISPLAY 'TEST-MAIN:SUPPRESSION REFUSED ('
036029               FUNCTION TRIM(WK-SUP-WHY) '): ' F50RECORD(1:62)
036030       GO TO A17A-CHECK-SUPPRESSION-EXIT
036031   END-IF.
036032   IF WK-RUNDT-FULL < F50-FROM OR WK-RUNDT-FULL > F50-TO
036033     THEN
036034       DISPLAY 'TEST-MAIN:SUPPRESSION NOT IN EFFECT: '
036035               F50RECORD(1:62)
036036       GO TO A17A-CHECK-SUPPRESSION-EXIT
036037   END-IF.
036038   IF WK-SUP-CNT NOT < 50
036039     THEN
036040       ADD 1              TO WK-SUP-BAD
036041       DISPLAY 'TEST-MAIN:SUPPRESSION LIST FULL, REFUSED: '
036042               F50RECORD(1:62)
036043       GO TO A17A-CHECK-SUPPRESSION-EXIT
036044   END-IF.
036045   ADD 1              TO WK-SUP-CNT.
036046   MOVE F50-RSID      TO WK-SUP-RSID(WK-SUP-CNT).
036047   MOVE F50-BLK       TO WK-SUP-BLK(WK-SUP-CNT).
036048   MOVE ZERO          TO WK-SUP-PC(WK-SUP-CNT).
036049   IF F50-PC NOT = SPACE
036050     THEN
036051       MOVE F50-PC        TO WK-SUP-PC(WK-SUP-CNT)
036052   END-IF.
036053   MOVE F50-ACT       TO WK-SUP-ACT(WK-SUP-CNT).
036054   MOVE F50-FROM      TO WK-SUP-FROM(WK-SUP-CNT).
036055   MOVE F50-TO        TO WK-SUP-TO(WK-SUP-CNT).
036056   MOVE F50-APPR      TO WK-SUP-APPR(WK-SUP-CNT).
036057   MOVE F50-TICKET    TO WK-SUP-TICKET(WK-SUP-CNT).
036058   MOVE ZERO          TO WK-SUP-HITS(WK-SUP-CNT).
036059   DISPLAY 'TEST-MAIN:SUPPRESSION IN EFFECT: ' F50RECORD(1:62).
036060 A17A-CHECK-SUPPRESSION-EXIT.
036061   EXIT.
036062*--------------------------------------------------------------
036063*- OPEN THE BUSINESS-KEY EXEMPTION REGISTER (KEPT BY EXMPREG)
036064*- FOR RANDOM READS. IT STAYS OPEN FOR THE WHOLE RUN; A REGISTER
036065*- THAT CANNOT BE OPENED LEAVES EXEMPTIONS OFF WITH A WARNING.
036066*--------------------------------------------------------------
036067 A18-OPEN-EXEMPTIONS SECTION.
036068   OPEN INPUT F51EXM.
036069   IF WK-EXM-FST NOT = '00'
036070     THEN
036071       DISPLAY 'TEST-MAIN:EXEMPTION REGISTER OPEN ERROR STATUS='
036072               WK-EXM-FST ' - EXEMPTIONS OFF.'
036073       MOVE 4             TO WK-NEWRC
036074       PERFORM Z30-RAISE-RC
036075       GO TO A18-OPEN-EXEMPTIONS-EXIT
036076   END-IF.
036077   MOVE 1             TO WK-EXM-ON.
036078   DISPLAY 'TEST-MAIN:EXEMPTION REGISTER OPEN.'.
036079 A18-OPEN-EXEMPTIONS-EXIT.
036080   EXIT.
036081*--------------------------------------------------------------
036082*- OPEN THE VELOCITY STORE (CREATING IT ON FIRST USE); IT STAYS
036083*- OPEN FOR THE WHOLE RUN. A RUN RESUMING FROM A TRANSACTION
036084*- CHECKPOINT CARRIES ON UNDER THE INTERRUPTED RUN'S TAG AND
036085*- FIRST TAKES BACK THAT TAG'S ENTRIES WRITTEN AFTER THE
036086*- CHECKPOINT - THOSE RECORDS ARE ABOUT TO BE PROCESSED AGAIN.
036087*--------------------------------------------------------------
036088 A19-OPEN-VELOCITY SECTION.
036089 A19-010.
036090   OPEN I-O F52VEL.
036091   IF WK-VEL-FST = '35'
036092     THEN
036093       OPEN OUTPUT F52VEL
036094       CLOSE F52VEL
036095       OPEN I-O F52VEL
036096   END-IF.
036097   IF WK-VEL-FST NOT = '00'
036098     THEN
036099       DISPLAY 'TEST-MAIN:VELOCITY STORE OPEN ERROR STATUS='
036100               WK-VEL-FST ' - VELOCITY COUNTERS OFF.'
036101       MOVE 4             TO WK-NEWRC
036102       PERFORM Z30-RAISE-RC
036103       GO TO A19-OPEN-VELOCITY-EXIT
036104   END-IF.
036105   MOVE 1             TO WK-VEL-ON.
036106   IF WK-TCK-RESUME = 1 AND WK-VEL-TAG NOT = SPACE
036107     THEN
036108       MOVE WK-EXEC-SEQ   TO WK-VEL-KEEP
036109       PERFORM A19A-VELOCITY-ROLLBACK
036110     ELSE
036111       MOVE WK-RUNID      TO WK-VEL-TAG
036112   END-IF.
036113   DISPLAY 'TEST-MAIN:VELOCITY STORE OPEN. TAG=' WK-VEL-TAG
036114           ' ROLLED BACK=' WK-VEL-ROLLED.
036115 A19-OPEN-VELOCITY-EXIT.
036116   EXIT.
036117*--------------------------------------------------------------
036118*- TAKE BACK THE ENTRIES WRITTEN UNDER WK-VEL-TAG AFTER EXEC
036119*- SEQUENCE WK-VEL-KEEP (ZERO = ALL OF THEM).
036120*--------------------------------------------------------------
036121 A19A-VELOCITY-ROLLBACK SECTION.
036122   MOVE ZERO          TO WK-VEL-ROLLED.
036123   MOVE LOW-VALUE     TO F52-KEY.
036124   START F52VEL KEY IS NOT LESS THAN F52-KEY
036125     INVALID KEY
036126       GO TO A19A-VELOCITY-ROLLBACK-EXIT
036127   END-START.
036128   PERFORM UNTIL WK-VEL-FST NOT = '00'
036129     READ F52VEL NEXT RECORD
036130       END
036131         CONTINUE
036132       NOT END
036133         IF F52-TAG = WK-VEL-TAG AND F52-SEQ > WK-VEL-KEEP
036134           THEN
036135             DELETE F52VEL RECORD
036136             ADD 1              TO WK-VEL-ROLLED
036137         END-IF
036138     END-READ
036139   END-PERFORM.
036140   MOVE '00'          TO WK-VEL-FST.
036141 A19A-VELOCITY-ROLLBACK-EXIT.
036142   EXIT.
036143*--------------------------------------------------------------
036144*- LOAD THE NEAR-DUPLICATE CONFIGURATION, THEN (IF IT NAMES AT
036145*- LEAST ONE GROUPING FIELD AND THE AMOUNT) START THE GROUP
036146*- TABLE AND OPEN THE REVIEW FILE.
036147*--------------------------------------------------------------
036148 A20-LOAD-NEARDUP SECTION.
036149   OPEN INPUT F57NDC.
036150   IF WK-NDC-FST NOT = '00'
036151     THEN
036152       DISPLAY 'TEST-MAIN:NEAR-DUP CONFIG OPEN ERROR STATUS='
036153               WK-NDC-FST
036154       GO TO A20-LOAD-NEARDUP-EXIT
036155   END-IF.
036156   PERFORM UNTIL WK-NDC-FST NOT = '00'
036157     READ F57NDC
036158       AT END
036159         CONTINUE
036160       NOT AT END
036161         IF F57RECORD(1:1) NOT = '*' AND F57RECORD NOT = SPACE
036162           THEN
036163             PERFORM A20A-ADD-NEARDUP
036164         END-IF
036165     END-READ
036166   END-PERFORM.
036167   CLOSE F57NDC.
036168   IF WK-NDP-GCNT = ZERO OR WK-NDP-ALEN = ZERO
036169     THEN
036170       DISPLAY 'TEST-MAIN:NEAR-DUP CONFIG NEEDS GRP AND AMT, '
036171               'CHECK OFF.'
036172       GO TO A20-LOAD-NEARDUP-EXIT
036173   END-IF.
036174   OPEN OUTPUT F58NDR.
036175   IF WK-NDR-FST NOT = '00'
036176     THEN
036177       DISPLAY 'TEST-MAIN:NEAR-DUPLICATE FILE OPEN ERROR STATUS='
036178               WK-NDR-FST
036179       GO TO A20-LOAD-NEARDUP-EXIT
036180   END-IF.
036181   MOVE SPACE         TO WK-NDH-PRM.
036182   MOVE 'INIT'        TO PHASH-FNC OF WK-NDH-PRM.
036183   MOVE 50            TO PHASH-HLEN OF WK-NDH-PRM.
036184   CALL 'SUBHASH' USING WK-NDH-PRM
036185                        WK-NDH-VAL
036186                        WK-NDH-CTR.
036187   MOVE 1             TO WK-NDP-ON.
036188   DISPLAY 'TEST-MAIN:NEAR-DUPLICATE CHECK ON. FIELDS='
036189           WK-NDP-GCNT ' TOLERANCE=' WK-NDP-TOL
036190           ' SUSPEND=' WK-NDP-SUSP.
036191 A20-LOAD-NEARDUP-EXIT.
036192   EXIT.
036193 A20A-ADD-NEARDUP SECTION.
036194   IF F57RECORD(1:4) = 'SUSP'
036195     THEN
036196       MOVE 'Y'           TO WK-NDP-SUSP
036197       GO TO A20A-ADD-NEARDUP-EXIT
036198   END-IF.
036199   IF F57RECORD(1:4) = 'TOL '
036200     THEN
036201       IF FUNCTION TEST-NUMVAL(F57RECORD(5:20)) = ZERO
036202         THEN
036203           COMPUTE WK-NDP-TOL =
036204             FUNCTION NUMVAL(F57RECORD(5:20))
036205         ELSE
036206           DISPLAY 'TEST-MAIN:BAD NEAR-DUPLICATE ENTRY, SKIPPED: '
036207                   F57RECORD(1:24)
036208       END-IF
036209       GO TO A20A-ADD-NEARDUP-EXIT
036210   END-IF.
036211   IF (F57RECORD(1:4) NOT = 'GRP '
036212       AND F57RECORD(1:4) NOT = 'AMT ')
036213    OR F57RECORD(5:5) NOT NUMERIC
036214    OR F57RECORD(11:5) NOT NUMERIC
036215     THEN
036216       DISPLAY 'TEST-MAIN:BAD NEAR-DUPLICATE ENTRY, SKIPPED: '
036217               F57RECORD(1:20)
036218       GO TO A20A-ADD-NEARDUP-EXIT
036219   END-IF.
036220   MOVE F57RECORD(5:5)  TO WK-NDP-CPOS.
036221   MOVE F57RECORD(11:5) TO WK-NDP-CLEN.
036222   IF WK-NDP-CPOS = ZERO OR WK-NDP-CLEN = ZERO
036223    OR WK-NDP-CPOS + WK-NDP-CLEN - 1 > 200
036224     THEN
036225       DISPLAY 'TEST-MAIN:NEAR-DUPLICATE FIELD OUT OF RANGE, '
036226               'SKIPPED: ' F57RECORD(1:20)
036227       GO TO A20A-ADD-NEARDUP-EXIT
036228   END-IF.
036229   IF F57RECORD(1:4) = 'AMT '
036230     THEN
036231       IF WK-NDP-CLEN > 18
036232         THEN
036233           DISPLAY 'TEST-MAIN:NEAR-DUP AMOUNT OVER 18 BYTES, '
036234                   'SKIPPED.'
036235         ELSE
036236           MOVE WK-NDP-CPOS   TO WK-NDP-APOS
036237           MOVE WK-NDP-CLEN   TO WK-NDP-ALEN
036238       END-IF
036239       GO TO A20A-ADD-NEARDUP-EXIT
036240   END-IF.
036241   IF WK-NDP-GCNT NOT < 5
036242    OR WK-NDP-KLEN + WK-NDP-CLEN > 50
036243     THEN
036244       DISPLAY 'TEST-MAIN:NEAR-DUPLICATE GROUP OVER 5 FIELDS OR '
036245               '50 BYTES, SKIPPED: ' F57RECORD(1:20)
036246       GO TO A20A-ADD-NEARDUP-EXIT
036247   END-IF.
036248   ADD 1              TO WK-NDP-GCNT.
036249   MOVE WK-NDP-CPOS   TO WK-NDP-GPOS(WK-NDP-GCNT).
036250   MOVE WK-NDP-CLEN   TO WK-NDP-GLEN(WK-NDP-GCNT).
036251   ADD WK-NDP-GLEN(WK-NDP-GCNT) TO WK-NDP-KLEN.
036252 A20A-ADD-NEARDUP-EXIT.
036253   EXIT.
036254*--------------------------------------------------------------
036255*- LOAD THE BUSINESS-DAY CUTOFF TABLE (CUTOFF_CONFIG).
036256*--------------------------------------------------------------
036257 A21-LOAD-CUTOFF SECTION.
036258   OPEN INPUT F59COF.
036259   IF WK-COF-FST NOT = '00'
036260     THEN
036261       DISPLAY 'TEST-MAIN:CUTOFF CONFIG OPEN ERROR STATUS='
036262               WK-COF-FST
036263       GO TO A21-LOAD-CUTOFF-EXIT
036264   END-IF.
036265   PERFORM UNTIL WK-COF-FST NOT = '00'
036266     READ F59COF
036267       AT END
036268         CONTINUE
036269       NOT AT END
036270         IF F59RECORD(1:1) NOT = '*' AND F59RECORD NOT = SPACE
036271           THEN
036272             PERFORM A21A-ADD-CUTOFF
036273         END-IF
036274     END-READ
036275   END-PERFORM.
036276   CLOSE F59COF.
036277   IF WK-COF-CNT = ZERO
036278     THEN
036279       DISPLAY 'TEST-MAIN:CUTOFF CONFIG HAS NO ENTRIES, '
036280               'CHECK OFF.'
036281       GO TO A21-LOAD-CUTOFF-EXIT
036282   END-IF.
036283   DISPLAY 'TEST-MAIN:BUSINESS-DAY CUTOFF ON. FEEDS='
036284           WK-COF-CNT.
036285   IF WK-SUS-ON NOT = 1
036286     THEN
036287       DISPLAY 'TEST-MAIN:NO SUSPENSE FILE - ROLLED RECORDS ARE '
036288               'DECIDED, NONE PARKED.'
036289   END-IF.
036290 A21-LOAD-CUTOFF-EXIT.
036291   EXIT.
036292 A21A-ADD-CUTOFF SECTION.
036293   IF F59RECORD(10:4) NOT NUMERIC
036294    OR F59RECORD(10:2) > '23' OR F59RECORD(12:2) > '59'
036295    OR F59RECORD(15:5) NOT NUMERIC
036296    OR F59RECORD(21:2) NOT NUMERIC
036297     THEN
036298       DISPLAY 'TEST-MAIN:BAD CUTOFF ENTRY, SKIPPED: '
036299               F59RECORD(1:27)
036300       GO TO A21A-ADD-CUTOFF-EXIT
036301   END-IF.
036302   MOVE F59RECORD(15:5) TO WK-COF-CPOS.
036303   MOVE F59RECORD(21:2) TO WK-COF-CLEN.
036304   IF (WK-COF-CLEN NOT = 4 AND WK-COF-CLEN NOT = 6
036305       AND WK-COF-CLEN NOT = 12 AND WK-COF-CLEN NOT = 14)
036306    OR WK-COF-CPOS = ZERO
036307    OR WK-COF-CPOS + WK-COF-CLEN - 1 > 200
036308     THEN
036309       DISPLAY 'TEST-MAIN:CUTOFF TIMESTAMP SLICE INVALID, '
036310               'SKIPPED: ' F59RECORD(1:27)
036311       GO TO A21A-ADD-CUTOFF-EXIT
036312   END-IF.
036313   IF F59RECORD(24:4) NOT = SPACE AND F59RECORD(24:4) NOT = 'NEXT'
036314    AND F59RECORD(24:4) NOT = 'PARK'
036315     THEN
036316       DISPLAY 'TEST-MAIN:CUTOFF ACTION NOT NEXT/PARK, SKIPPED: '
036317               F59RECORD(1:27)
036318       GO TO A21A-ADD-CUTOFF-EXIT
036319   END-IF.
036320   PERFORM VARYING WK-COF-I FROM 1 BY 1
036321     UNTIL WK-COF-I > WK-COF-CNT
036322       IF WK-COF-FEED(WK-COF-I) = F59RECORD(1:8)
036323         THEN
036324           DISPLAY 'TEST-MAIN:CUTOFF FEED LISTED TWICE, SKIPPED: '
036325                   F59RECORD(1:27)
036326           GO TO A21A-ADD-CUTOFF-EXIT
036327       END-IF
036328   END-PERFORM.
036329   IF WK-COF-CNT NOT < 20
036330     THEN
036331       DISPLAY 'TEST-MAIN:CUTOFF TABLE FULL (20), SKIPPED: '
036332               F59RECORD(1:27)
036333       GO TO A21A-ADD-CUTOFF-EXIT
036334   END-IF.
036335   ADD 1              TO WK-COF-CNT.
036336   MOVE F59RECORD(1:8)  TO WK-COF-FEED(WK-COF-CNT).
036337   MOVE F59RECORD(10:4) TO WK-COF-TIME(WK-COF-CNT).
036338   MOVE '00'            TO WK-COF-TIME(WK-COF-CNT)(5:2).
036339   MOVE WK-COF-CPOS     TO WK-COF-POS(WK-COF-CNT).
036340   MOVE WK-COF-CLEN     TO WK-COF-LEN(WK-COF-CNT).
036341   IF F59RECORD(24:4) = 'PARK'
036342     THEN
036343       MOVE 'PARK'        TO WK-COF-ACT(WK-COF-CNT)
036344     ELSE
036345       MOVE 'NEXT'        TO WK-COF-ACT(WK-COF-CNT)
036346   END-IF.
036347 A21A-ADD-CUTOFF-EXIT.
036348   EXIT.
036349*--------------------------------------------------------------
036350*- LOAD THE RUN'S ENTITY FROM THE ENTITY REGISTER. ONLY LINES FOR
036351*- THE NAMED ENTITY ARE KEPT:
036352*-   ENT  CODE ROOT          - ITS DATA ROOT (COLS 6-9, 11-70)
036353*-   RSID CODE PATTERN       - A RULE-SET ID IT OWNS (COLS 11-18)
036354*- THE CALLER ENDS THE RUN UNLESS A ROOT AND AT LEAST ONE RULE
036355*- SET WERE REGISTERED.
036356*--------------------------------------------------------------
036357 A22-LOAD-ENTITY SECTION.
036358   MOVE ZERO          TO WK-ENT-RLEN.
036359   MOVE ZERO          TO WK-ENT-PCNT.
036360   MOVE SPACE         TO WK-ENT-ROOT.
036361   IF WK-ENTNAME = SPACE
036362     THEN
036363       DISPLAY 'TEST-MAIN:ENTITY ' WK-ENT-CODE
036364               ' NAMED BUT NO ENTITY_REGISTER GIVEN.'
036365       GO TO A22-LOAD-ENTITY-EXIT
036366   END-IF.
036367   OPEN INPUT F61ENT.
036368   IF WK-ENT-FST NOT = '00'
036369     THEN
036370       DISPLAY 'TEST-MAIN:ENTITY REGISTER OPEN ERROR STATUS='
036371               WK-ENT-FST
036372       GO TO A22-LOAD-ENTITY-EXIT
036373   END-IF.
036374   PERFORM UNTIL WK-ENT-FST NOT = '00'
036375     READ F61ENT
036376       AT END
036377         CONTINUE
036378       NOT AT END
036379         IF F61RECORD(1:1) NOT = '*'
036380          AND F61RECORD(6:4) = WK-ENT-CODE
036381           THEN
036382             PERFORM A22A-ADD-ENTITY-LINE
036383         END-IF
036384     END-READ
036385   END-PERFORM.
036386   CLOSE F61ENT.
036387   IF WK-ENT-RLEN = ZERO
036388     THEN
036389       DISPLAY 'TEST-MAIN:ENTITY ' WK-ENT-CODE
036390               ' HAS NO DATA ROOT IN THE ENTITY REGISTER.'
036391       GO TO A22-LOAD-ENTITY-EXIT
036392   END-IF.
036393   IF WK-ENT-PCNT = ZERO
036394     THEN
036395       DISPLAY 'TEST-MAIN:ENTITY ' WK-ENT-CODE
036396               ' OWNS NO RULE SETS IN THE ENTITY REGISTER.'
036397       GO TO A22-LOAD-ENTITY-EXIT
036398   END-IF.
036399   DISPLAY 'TEST-MAIN:ENTITY ' WK-ENT-CODE ' ROOT='
036400           WK-ENT-ROOT(1:WK-ENT-RLEN) ' RULE-SET PATTERNS='
036401           WK-ENT-PCNT.
036402 A22-LOAD-ENTITY-EXIT.
036403   EXIT.
036404 A22A-ADD-ENTITY-LINE SECTION.
036405   EVALUATE F61RECORD(1:5)
036406   WHEN 'ENT  '
036407       IF WK-ENT-RLEN NOT = ZERO
036408         THEN
036409           DISPLAY 'TEST-MAIN:ENTITY ROOT LISTED TWICE, SKIPPED: '
036410                   F61RECORD(1:40)
036411           GO TO A22A-ADD-ENTITY-LINE-EXIT
036412       END-IF
036413       IF F61RECORD(11:60) = SPACE
036414         THEN
036415           DISPLAY 'TEST-MAIN:ENTITY ROOT BLANK, SKIPPED: '
036416                   F61RECORD(1:40)
036417           GO TO A22A-ADD-ENTITY-LINE-EXIT
036418       END-IF
036419       MOVE F61RECORD(11:60) TO WK-ENT-ROOT
036420       PERFORM VARYING WK-ENT-RLEN FROM 60 BY -1
036421         UNTIL WK-ENT-ROOT(WK-ENT-RLEN:1) NOT = SPACE
036422           CONTINUE
036423       END-PERFORM
036424*-     THE ROOT IS A DIRECTORY: WITHOUT ITS CLOSING '/' A ROOT
036425*-     OF ../DATA/BANK WOULD ALSO ADMIT ../DATA/BANKX/.
036426       IF WK-ENT-ROOT(WK-ENT-RLEN:1) NOT = '/'
036427        AND WK-ENT-RLEN < 60
036428         THEN
036429           ADD 1              TO WK-ENT-RLEN
036430           MOVE '/'           TO WK-ENT-ROOT(WK-ENT-RLEN:1)
036431       END-IF
036432   WHEN 'RSID '
036433       IF F61RECORD(11:8) = SPACE
036434         THEN
036435           GO TO A22A-ADD-ENTITY-LINE-EXIT
036436       END-IF
036437       IF WK-ENT-PCNT NOT < 20
036438         THEN
036439           DISPLAY 'TEST-MAIN:ENTITY RULE-SET TABLE FULL (20), '
036440                   'SKIPPED: ' F61RECORD(1:40)
036441           GO TO A22A-ADD-ENTITY-LINE-EXIT
036442       END-IF
036443       ADD 1              TO WK-ENT-PCNT
036444       MOVE F61RECORD(11:8) TO WK-ENT-PAT(WK-ENT-PCNT)
036445   WHEN OTHER
036446       DISPLAY 'TEST-MAIN:ENTITY REGISTER LINE NOT ENT/RSID, '
036447               'SKIPPED: ' F61RECORD(1:40)
036448   END-EVALUATE.
036449 A22A-ADD-ENTITY-LINE-EXIT.
036450   EXIT.
036451*--------------------------------------------------------------
036452*- LOAD THE CUSTOMER REASON-CODE MASTER (ENV REASON_MASTER). A
036453*- LINE THE ENGINE COULD NEVER USE IS REFUSED AND NAMED; ANY
036454*- REFUSAL IS THE WARNING CLASS, AS FOR THE SUPPRESSION LIST.
036455*--------------------------------------------------------------
036456 A23-LOAD-REASONS SECTION.
036457   OPEN INPUT F62RSN.
036458   IF WK-RSN-FST NOT = '00'
036459     THEN
036460       DISPLAY 'TEST-MAIN:REASON MASTER OPEN ERROR STATUS='
036461               WK-RSN-FST
036462       MOVE 4             TO WK-NEWRC
036463       PERFORM Z30-RAISE-RC
036464       GO TO A23-LOAD-REASONS-EXIT
036465   END-IF.
036466   PERFORM UNTIL WK-RSN-FST NOT = '00'
036467     READ F62RSN
036468       AT END
036469         CONTINUE
036470       NOT AT END
036471         IF F62RECORD(1:1) NOT = '*' AND F62RECORD NOT = SPACE
036472           THEN
036473             PERFORM A23A-ADD-REASON
036474         END-IF
036475     END-READ
036476   END-PERFORM.
036477   CLOSE F62RSN.
036478   DISPLAY 'TEST-MAIN:REASON MASTER LOADED. ENTRIES='
036479           WK-RSN-CNT ' REFUSED=' WK-RSN-BAD.
036480   IF WK-RSN-BAD > ZERO
036481     THEN
036482       MOVE 4             TO WK-NEWRC
036483       PERFORM Z30-RAISE-RC
036484   END-IF.
036485 A23-LOAD-REASONS-EXIT.
036486   EXIT.
036487 A23A-ADD-REASON SECTION.
036488   MOVE SPACE         TO WK-RSN-WHY.
036489   EVALUATE TRUE
036490   WHEN F62-RSID = SPACE
036491     MOVE 'NO RULE SET'     TO WK-RSN-WHY
036492   WHEN F62-BLK = SPACE AND F62-PCLO = SPACE
036493   WHEN F62-BLK NOT = SPACE AND F62-PCLO NOT = SPACE
036494     MOVE 'BLOCK OR PC'     TO WK-RSN-WHY
036495   WHEN F62-PCLO NOT = SPACE
036496    AND (F62-PCLO NOT NUMERIC OR F62-PCHI NOT NUMERIC)
036497   WHEN F62-PCLO NOT = SPACE AND F62-PCLO > F62-PCHI
036498     MOVE 'BAD PC RANGE'    TO WK-RSN-WHY
036499   WHEN F62-RANK NOT NUMERIC
036500     MOVE 'BAD RANK'        TO WK-RSN-WHY
036501   WHEN F62-CODE = SPACE OR F62-TEXT = SPACE
036502     MOVE 'NO CODE OR TEXT' TO WK-RSN-WHY
036503   WHEN WK-RSN-CNT NOT < 200
036504     MOVE 'MASTER FULL'     TO WK-RSN-WHY
036505   WHEN OTHER
036506     CONTINUE
036507   END-EVALUATE.
036508   IF WK-RSN-WHY NOT = SPACE
036509     THEN
036510       ADD 1              TO WK-RSN-BAD
036511       DISPLAY 'TEST-MAIN:REASON REFUSED ('
036512               FUNCTION TRIM(WK-RSN-WHY) '): ' F62RECORD(1:40)
036513       GO TO A23A-ADD-REASON-EXIT
036514   END-IF.
036515   ADD 1              TO WK-RSN-CNT.
036516   MOVE F62-RSID      TO WK-RSN-RSID(WK-RSN-CNT).
036517   MOVE F62-BLK       TO WK-RSN-BLK(WK-RSN-CNT).
036518   MOVE ZERO          TO WK-RSN-LO(WK-RSN-CNT).
036519   MOVE ZERO          TO WK-RSN-HI(WK-RSN-CNT).
036520   IF F62-PCLO NOT = SPACE
036521     THEN
036522       MOVE F62-PCLO      TO WK-RSN-LO(WK-RSN-CNT)
036523       MOVE F62-PCHI      TO WK-RSN-HI(WK-RSN-CNT)
036524   END-IF.
036525   MOVE F62-RANK      TO WK-RSN-RANK(WK-RSN-CNT).
036526   MOVE F62-CODE      TO WK-RSN-CODE(WK-RSN-CNT).
036527   MOVE F62-TEXT      TO WK-RSN-TEXT(WK-RSN-CNT).
036528 A23A-ADD-REASON-EXIT.
036529   EXIT.
036530*--------------------------------------------------------------
036531*- HAND THE DISPOSITION CODES TO THE ENGINE (FUNC='PREG'),
036532*- CALLED AFTER EVERY INIT/RESTORE ALONGSIDE THE REFERENCE
036533*- TABLES - THE VLDT PASS THEN REFUSES UNREGISTERED CODES.
036534*--------------------------------------------------------------
036535 B19F-REGISTER-DISPS SECTION.
036536   PERFORM VARYING WK-DSP-I FROM 1 BY 1
036537     UNTIL WK-DSP-I > WK-DSP-CNT
036538       MOVE SPACE             TO PVCODE-PRM
036539       MOVE 'PREG'            TO PVCODE-FUNC
036540       MOVE SPACE             TO PVCODE-TBL-KEY
036541       MOVE WK-DSP-CODE(WK-DSP-I) TO PVCODE-TBL-KEY(1:10)
036542       MOVE SPACE             TO PVCODE-TBL-VAL
036543       MOVE WK-DSP-SNAME(WK-DSP-I) TO PVCODE-TBL-VAL(1:8)
036544       CALL 'SUBVCODE' USING PVCODE-PRM
036545                             IN100
036546                             IN200
036547                             IN300
036548                             IN400
036549                             IN500
036550                             OUT00
036551       IF PVCODE-COD NOT = ZERO
036552         THEN
036553           DISPLAY 'TEST-MAIN:DISPOSITION CODE REJECTED: '
036554                   WK-DSP-CODE(WK-DSP-I) ' ' PVCODE-MSG
036555       END-IF
036556   END-PERFORM.
036557 B19F-REGISTER-DISPS-EXIT.
036558   EXIT.
036559*--------------------------------------------------------------
036560*- HAND THE LOADED CALENDAR TO THE ENGINE (FUNC='HREG'),
036561*- CALLED AFTER EVERY INIT/RESTORE ALONGSIDE THE REFERENCE
036562*- TABLES.
036563*--------------------------------------------------------------
036564 B19D-REGISTER-HOLIDAYS SECTION.
036565 B19D-010.
036566   PERFORM VARYING WK-HOL-I FROM 1 BY 1
036567     UNTIL WK-HOL-I > WK-HOL-CNT
036568       MOVE SPACE             TO PVCODE-PRM
036569       MOVE 'HREG'            TO PVCODE-FUNC
036570       MOVE SPACE             TO PVCODE-TBL-KEY
036571       MOVE WK-HOL-TBL(WK-HOL-I) TO PVCODE-TBL-KEY(1:8)
036572       CALL 'SUBVCODE' USING PVCODE-PRM
036573                             IN100
036574                             IN200
036575                             IN300
036576                             IN400
036577                             IN500
036578                             OUT00
036579       IF PVCODE-COD NOT = ZERO
036580         THEN
036581           DISPLAY 'TEST-MAIN:HOLIDAY REJECTED: '
036582                   WK-HOL-TBL(WK-HOL-I) ' ' PVCODE-MSG
036583       END-IF
036584   END-PERFORM.
036585 B19D-REGISTER-HOLIDAYS-EXIT.
036586   EXIT.
036587 A13-LOAD-CHAIN SECTION.
036588 A13-010.
036589   OPEN INPUT F31CHN.
036590   IF WK-CHN-FST NOT = '00'
036591     THEN
036600       DISPLAY 'TEST-MAIN:CHAIN CONFIG OPEN ERROR STATUS='
036610               WK-CHN-FST
036620       GO TO A13-LOAD-CHAIN-EXIT
036900*- INTO THE NEXT.
036910*--------------------------------------------------------------
036920 B10-PROCESS-ONE-FILE SECTION.
036921*- AN ENTITY RUN ONLY EVER LOADS RULE TABLES FROM ITS OWN ROOT -
036922*- A LIST ENTRY THAT POINTS ELSEWHERE IS REFUSED, NOT PROCESSED.
036923   IF WK-ENT-CODE NOT = SPACE
036924     THEN
036925       MOVE WK-FILENAME   TO WK-ENT-NAME
036926       PERFORM B69-RESOLVE-ENTITY-NAME
036927       MOVE WK-ENT-NAME   TO WK-FILENAME
036928       IF WK-ENT-INNS = ZERO
036929         THEN
036930           MOVE 12            TO WK-NEWRC
036931           PERFORM Z30-RAISE-RC
036932           GO TO B10-PROCESS-ONE-FILE-EXIT
036933       END-IF
036934   END-IF.
036935   DISPLAY 'TEST-MAIN:PROCESSING FILE=' WK-FILENAME.
036936*- EVERY LOAD STARTS CACHE-SAFE; B59A CLEARS IT ON THE FIRST ROW
036937*- THAT CARRIES STATE FROM ONE RECORD TO THE NEXT. A WARM-STARTED
036938*- TABLE'S ROWS ARE NEVER SEEN HERE, SO IT IS NOT CACHED.
036939   MOVE 1             TO WK-DC-SAFE.
036940   MOVE SPACE         TO WK-DC-WHY.
036941   PERFORM B62A-RESET-SUPPRESS-ROWS.
036942*- WARM START: A MATCHING IMAGE REPLACES THE WHOLE INIT+LOAD
036950*- PHASE (SINGLE-FILE RUNS ONLY - THE IMAGE TAG IS ONE FILE).
036960*- EMERGENCY SUPPRESSIONS ARE REGISTERED AS THE ROWS LOAD, SO
036961*- WHILE ANY IS IN EFFECT THE TABLE IS ALWAYS LOADED FRESH.
036962   IF WK-WARM = 'Y' AND WK-MULTI NOT = 'Y' AND WK-SUP-CNT = ZERO
036970     THEN
036980       PERFORM B30-TRY-WARMSTART
036990       IF WK-WARM-OK = 1
037000         THEN
037001           MOVE ZERO          TO WK-DC-SAFE
037002           MOVE 'WARM'        TO WK-DC-WHY
037010           GO TO B10-EXEC-PHASE
037020       END-IF
037030   END-IF.
038280             ELSE
038290           MOVE F1BODY(6:5) TO WK-TRL-CNT
038300           END-IF
038301         WHEN 'SRC__'
038302*-         SOURCE-LIBRARY PROVENANCE STAMP, NOT A RULE ROW.
038303           IF WK-VER-SELECT = 1 AND WK-VER-BLK NOT = WK-VER-BEST
038304             THEN
038305               CONTINUE
038306             ELSE
038307           DISPLAY 'RULE-SET SOURCE: MEMBER=' F1BODY(6:8)
038308                   ' VER=' F1BODY(14:4)
038309                   ' KIND=' F1BODY(18:1)
038310           END-IF
038311         WHEN OTHER
038320*-         A ROW OF A VERSION BLOCK NOT SELECTED FOR THIS RUN
038330*-         DATE IS PASSED OVER ENTIRELY - IT COUNTS NEITHER FOR
038340*-         THE CHECKPOINT POSITION NOR THE TRAILER CHECK, SO
038350*-         BOTH STAY CONSISTENT RUN TO RUN.
038360*-         SO IS A ROW OF A SET THE RUN'S ENTITY DOES NOT OWN.
038370           PERFORM B69B-NOTE-RULE-ROW
038371           IF (WK-VER-SELECT = 1 AND WK-VER-BLK NOT = WK-VER-BEST
038372            AND WK-VER-BLK NOT = ZERO)
038373            OR WK-ENT-INNS = ZERO
038380             THEN
038390               CONTINUE
038400             ELSE
038410           ADD 1              TO WK-CKPT-POS
038411           IF WK-DC-ON = 'Y'
038412             THEN
038413               PERFORM B59A-CHECK-CACHE-SAFE
038414           END-IF
038420           IF WK-SKIP-CNT > ZERO
038430             THEN
038440*-             ALREADY LOADED ON AN EARLIER, ABENDED ATTEMPT.
038470               ADD 1              TO WK-BLD-CNT
038480               MOVE F1BODY        TO WK-BLD-ROW(WK-BLD-CNT)
038490               ADD 1              TO WK-CNT-READ
038491               IF WK-SUP-CNT > ZERO
038492                 THEN
038493                   PERFORM B62-NOTE-SUPPRESS-ROW
038494               END-IF
038500               IF WK-BLD-CNT = 50
038510                 THEN
038520                   PERFORM B32-FLUSH-LOAD-BLOCK
038680     END-READ
038690   END-PERFORM.
038700   PERFORM B32-FLUSH-LOAD-BLOCK.
038701   IF WK-SUP-CNT > ZERO
038702     THEN
038703       MOVE SPACE         TO WK-SUP-SETID
038704       PERFORM B63-REGISTER-SUPPRESSIONS
038705   END-IF.
038710   DISPLAY '===================================='.
038720   DISPLAY 'TEST-MAIN RESULT: READ=' WK-CNT-READ
038730           ' OK=' WK-CNT-OK ' NG=' WK-CNT-NG.
039430       END-IF
039440       GO TO B10-PROCESS-ONE-FILE-EXIT
039450   END-IF.
039451*- THE LOAD IS FINISHED, SO THE CACHE CHOICE FOR THIS SET IS TOO.
039452   IF WK-DC-ON = 'Y'
039453     THEN
039454       PERFORM B59-NOTE-CACHE-CHOICE
039455   END-IF.
039460*- TRANSACTION MODE: THE RULE TABLE JUST LOADED IS APPLIED TO
039470*- EVERY F7TRAN RECORD IN ITS OWN EXEC CALL. THE SINGLE
039480*- SAMPLE-VALUE EXEC AND ITS DEBUG DUMP BELOW ARE SKIPPED.
039560         THEN
039570           PERFORM B49-TRAN-LIST-LOOP
039580         ELSE
039590           PERFORM B72-TRAN-FILE-PASSES
039600           IF WK-FB-PEND = 1
039610             THEN
039620               MOVE ZERO          TO WK-FB-PEND
040280     ELSE
040290       MOVE 'PASS'        TO F3-STATUS
040300   END-IF.
040301   PERFORM B14R-RANK-REASONS.
040310   MOVE OUT00               TO F3-OUT.
040320   MOVE WK-RUNID      TO F3-RUNID.
040330   PERFORM Z64-WRITE-F3.
040380       PERFORM B11-WRITE-REJECT
040390       PERFORM B16-WRITE-SNAPSHOT
040400   END-IF.
040410   IF PVCODE-BLK-CNT > ZERO OR WK-SUP-WCNT > ZERO
040420     THEN
040430       PERFORM B14A-BLOCK-DISPOSITIONS
040440   END-IF.
040460     THEN
040470       PERFORM B14C-TAGGED-OUTPUTS
040480   END-IF.
040481   PERFORM B14S-WRITE-REASONS.
040490*-DEBUG:
040500   MOVE 'DUMP'        TO PVCODE-FUNC.
040510   CALL 'SUBVCODE' USING PVCODE-PRM
040960   END-IF.
040970   MOVE OUT00               TO F6-OUT.
040980   MOVE PVCODE-MSG          TO F6-REASON.
040981*- A DECLINE'S RANKED CUSTOMER REASON CODES GO IN THE LAST 24
040982*- BYTES OF THE REASON ('RSN=' AND UP TO FOUR CODES), WHEN THE
040983*- ENGINE'S MESSAGE LEFT THEM FREE.
040984   IF WK-RSN-PCNT > ZERO AND F3-BLK = SPACE
040985    AND F6-REASON(57:24) = SPACE
040986     THEN
040987       MOVE 'RSN='        TO F6-REASON(57:4)
040988       PERFORM VARYING WK-RSN-J FROM 1 BY 1
040989         UNTIL WK-RSN-J > WK-RSN-PCNT
040990           MOVE WK-RSN-PICK(WK-RSN-J) TO WK-RSN-K
040991           COMPUTE WK-RSN-I = 56 + WK-RSN-J * 5
040992           MOVE WK-RSN-CODE(WK-RSN-K) TO F6-REASON(WK-RSN-I:4)
040993           IF WK-RSN-J < WK-RSN-PCNT
040994             THEN
040995               MOVE ','       TO F6-REASON(WK-RSN-I + 4:1)
040996           END-IF
040997       END-PERFORM
040998   END-IF.
040999*- A FAILED HEADER/DETAIL GROUP TAKES ITS DETAIL LINES ALONG.
041000   IF WK-GRP-EVAL = 1 AND WK-GRP-RJDONE = ZERO
041001    AND F3-BLK = SPACE AND F3-STATUS NOT = 'WARN'
041002     THEN
041003       PERFORM B70C-REJECT-DETAILS
041004   END-IF.
041005   WRITE F6RECORD.
041006   PERFORM Z61-TALLY-F6.
041010 B11-WRITE-REJECT-EXIT.
041020   EXIT.
041030*--------------------------------------------------------------
041080*--------------------------------------------------------------
041090 B12-PROCESS-TRAN-FILE SECTION.
041100   DISPLAY 'TEST-MAIN:TRANSACTION MODE. FILE=' WK-TRANNAME.
041101   IF WK-GRP-ON = 1
041102     THEN
041103       DISPLAY 'TEST-MAIN:GROUP ATTRIBUTE NEEDS ROUTED MODE, '
041104               'IGNORED.'
041105   END-IF.
041110   IF WK-MTCH-ON = 1 AND WK-MTCHB-CNT = ZERO
041120     THEN
041130       PERFORM B56-LOAD-MATCH-SIDE
041140   END-IF.
041150*- WITH THE PRIORITY LANE THE TWO PASSES COUNT AS ONE RUN (B72
041160*- ZEROES THE COUNTS BEFORE THE PRIORITY PASS).
041170   IF WK-PRI-PASS = ZERO
041171     THEN
041172       MOVE ZERO          TO WK-TRN-READ
041173       MOVE ZERO          TO WK-TRN-PASS
041174       MOVE ZERO          TO WK-TRN-FAIL
041175   END-IF.
041180   MOVE SPACE         TO WK-F7PREV.
041190   PERFORM Z40-TIME-NOW.
041200   MOVE WK-TM-NOWC    TO WK-TM-T0.
041390             PERFORM B12A-STASH-CONTROL
041400           ELSE
041410         PERFORM B12E-PARTITION-FILTER
041411         IF WK-PRI-PASS > ZERO AND WK-PRE-FLAG NOT = 9
041412           THEN
041413             PERFORM B73-PRIORITY-FILTER
041414         END-IF
041420         IF WK-PRE-FLAG = 9
041430           THEN
041440             CONTINUE
041470         PERFORM B12J-PARSE-DELIMITED
041480         IF WK-DLM-BAD = ZERO
041490         PERFORM B12M-NORMALIZE-FIELDS
041491         PERFORM B60-COLLECT-FEED-STATS
041500         PERFORM B12P-SET-BIZKEY
041510         PERFORM B12D-PRESCREEN
041520         IF WK-PRE-FLAG = ZERO
041580         PERFORM B13X-CONVERT-CURRENCY
041590         IF WK-FX-FLAG = ZERO
041600         PERFORM B12C-CHECK-DUP
041601         PERFORM B68-CHECK-REVERSAL
041602         PERFORM B66-CHECK-NEAR-DUP
041603         PERFORM B67-CHECK-CUTOFF
041610         IF WK-DUP-FLAG = ZERO
041620           PERFORM B14-EXEC-ONE-TRAN
041630         END-IF
041790     END-READ
041800   END-PERFORM.
041810   CLOSE F7TRAN.
041811*- THE PRIORITY PASS ENDS HERE: THE END-OF-FILE WORK BELOW IS
041812*- DONE ONCE, AFTER THE BULK PASS, FOR THE WHOLE FILE.
041813   IF WK-PRI-PASS = 1
041814     THEN
041815       PERFORM Z42-TIME-ACCUM-EXEC
041816       GO TO B12-PROCESS-TRAN-FILE-EXIT
041817   END-IF.
041818   PERFORM B61-WRITE-FEED-STATS.
041820   PERFORM Z42-TIME-ACCUM-EXEC.
041830*- CLEAN COMPLETION: THE CHECKPOINT IS SPENT. AN OPERATOR STOP
041840*- IS NOT CLEAN - ITS FORCED CHECKPOINT IS THE RESTART POINT.
042100    AND WK-FB-DONE = ZERO AND WK-RSID NOT = SPACE
042110    AND WK-PART-CNT = ZERO AND WK-INTAKE NOT = 'Y'
042120    AND WK-SMP-ON NOT = 1
042121    AND WK-PRI-ON NOT = 1
042130     THEN
042140       MOVE 1             TO WK-FB-PEND
042150       MOVE 1             TO WK-FB-DONE
042180   DISPLAY 'TEST-MAIN TRANSACTIONS: READ=' WK-TRN-READ
042190           ' PASS=' WK-TRN-PASS ' FAIL=' WK-TRN-FAIL
042200           ' LAYOUT=' WK-PRE-BAD.
042201   IF WK-PRI-ON = 1
042202     THEN
042203       DISPLAY 'TEST-MAIN PRIORITY LANE: SELECTED=' WK-PRI-SEL
042204               ' RELEASED=' WK-PRI-TOT
042205   END-IF.
042210   DISPLAY '===================================='.
042220   IF WK-MTCH-ON = 1 AND WK-OPC-STOP NOT = 1
042230    AND WK-SMP-ON NOT = 1
043120*- SUMMARY COUNTERS AND THE OUTPUT FILES ARE THE RECORD.
043130*--------------------------------------------------------------
043140 B14-EXEC-ONE-TRAN SECTION.
043141   IF WK-COF-ROLL = 1
043142     THEN
043143       MOVE WK-RSID       TO WK-COF-RSID
043144       PERFORM B67A-ROLL-DISPOSITION
043145       IF WK-COF-PARK = 1
043146         THEN
043147           PERFORM B67D-PARK-ROLLED
043148           GO TO B14-EXEC-ONE-TRAN-EXIT
043149       END-IF
043150   END-IF.
043151   PERFORM B65-LOAD-VELOCITY.
043152   MOVE SPACE         TO OUT00.
043160   MOVE SPACE         TO PVCODE-PRM.
043170   MOVE 'EXEC'        TO PVCODE-FUNC.
043180   MOVE WK-EXPLAIN    TO PVCODE-EXPLAIN.
043190   MOVE WK-MAXSTEPS-N TO PVCODE-MAXSTEPS.
043200   MOVE WK-COF-RUNDT  TO PVCODE-RUNDT.
043210   MOVE WK-FAILFAST   TO PVCODE-FAILFAST.
043220   MOVE WK-PROF       TO PVCODE-PROFILE.
043230   PERFORM B17-SET-DEBUG-PRM.
043231*- DECISION REUSE: AN IDENTICAL RECORD ALREADY JUDGED BY THIS
043232*- (CACHE-SAFE) SET TAKES ITS REMEMBERED OUTCOME, NO EXEC.
043233   MOVE ZERO          TO WK-DC-USE.
043234   MOVE ZERO          TO WK-DC-HIT.
043235   IF WK-DC-ON = 'Y' AND WK-DC-SAFE = 1
043236    AND WK-EXPLAIN NOT = 'Y' AND WK-DBG-MODE = SPACE
043237    AND WK-PROF NOT = 'Y' AND WK-COF-ROLL = ZERO
043238     THEN
043239       PERFORM B14D-CACHE-LOOKUP
043240   END-IF.
043241   IF WK-DC-HIT = 1
043242     THEN
043243       GO TO B14-JUDGE
043244   END-IF.
043245   IF WK-DC-USE = 1
043246     THEN
043247       PERFORM Z40-TIME-NOW
043248       MOVE WK-TM-NOWC    TO WK-DC-T0
043249   END-IF.
043250   CALL 'SUBVCODE' USING PVCODE-PRM
043251                         IN100
043260                         IN200
043270                         IN300
043280                         IN400
043290                         IN500
043300                         OUT00.
043301   IF WK-DC-USE = 1
043302     THEN
043303       PERFORM B14E-CACHE-STORE
043304   END-IF.
043305 B14-JUDGE.
043310   IF WK-RSID = SPACE
043320     THEN
043330       MOVE 'ALLRULES'    TO F3-RSID
043500       MOVE 'PASS'        TO F3-STATUS
043510       ADD 1              TO WK-TRN-PASS
043520   END-IF.
043521   IF WK-EXM-ON = 1
043522     THEN
043523       PERFORM B64-APPLY-EXEMPTION
043524   END-IF.
043525   PERFORM B14R-RANK-REASONS.
043530   MOVE OUT00               TO F3-OUT.
043540   MOVE WK-RUNID      TO F3-RUNID.
043550   PERFORM Z64-WRITE-F3.
043690       PERFORM B11-WRITE-REJECT
043700       PERFORM B16-WRITE-SNAPSHOT
043710   END-IF.
043720   IF PVCODE-BLK-CNT > ZERO OR WK-SUP-WCNT > ZERO
043730     THEN
043740       PERFORM B14A-BLOCK-DISPOSITIONS
043750   END-IF.
043760   IF PVCODE-OUT-CNT > ZERO
043770     THEN
043780       PERFORM B14C-TAGGED-OUTPUTS
043781   END-IF.
043782   PERFORM B14S-WRITE-REASONS.
043783   IF WK-EXM-PEND = 1
043784     THEN
043785       PERFORM B64B-WRITE-EXEMPTIONS
043790   END-IF.
043800   IF WK-AUTOEXP = 'Y' AND WK-EXPLAIN NOT = 'Y'
043810    AND F3-STATUS = 'FAIL'
043860*- THAT THE VERDICT IS KNOWN (A SUSPENDED RECORD LEFT EARLY
043870*- AND STAYS UNREGISTERED UNTIL IT FINALLY PASSES OR FAILS).
043880   PERFORM B12C2-REGISTER-DUP-STORE.
043881   PERFORM B65A-UPDATE-VELOCITY.
043890 B14-EXEC-ONE-TRAN-EXIT.
043900   EXIT.
043910*--------------------------------------------------------------
046210             WHEN 'D '
046220                 MOVE 2               TO WK-REF-RANGE
046230                 MOVE F13RECORD(9:100) TO WK-REFNAME
046231             WHEN 'W '
046232                 MOVE 3               TO WK-REF-RANGE
046233                 MOVE F13RECORD(9:100) TO WK-REFNAME
046240             WHEN OTHER
046250                 MOVE ZERO            TO WK-REF-RANGE
046260                 MOVE F13RECORD(7:100) TO WK-REFNAME
046270             END-EVALUATE
046280             MOVE WK-REFNAME       TO WK-ENT-NAME
046281             PERFORM B69-RESOLVE-ENTITY-NAME
046282             MOVE WK-ENT-NAME      TO WK-REFNAME
046283             IF WK-ENT-INNS = 1
046284               THEN
046285                 PERFORM B19A-LOAD-ONE-REFTABLE
046286               ELSE
046287                 MOVE 12              TO WK-NEWRC
046288                 PERFORM Z30-RAISE-RC
046289             END-IF
046290         END-IF
046300     END-READ
046310   END-PERFORM.
047580     MOVE F43RECORD(42:10)  TO PVCODE-TBL-CND(4)
047590     MOVE SPACE             TO PVCODE-TBL-VAL
047600     MOVE F43RECORD(53:10)  TO PVCODE-TBL-VAL(1:10)
047601   WHEN 'W'
047602     MOVE 'WREG'            TO PVCODE-FUNC
047603     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
047604     MOVE F43RECORD(9:10)   TO PVCODE-TBL-KEY
047605     MOVE F43RECORD(20:40)  TO PVCODE-TBL-WNAME
047610   WHEN 'T'
047620     MOVE 'TREG'            TO PVCODE-FUNC
047630     MOVE F43RECORD(3:5)    TO PVCODE-TBL-NAME
048470                 MOVE F12RECORD(34:10)  TO PVCODE-TBL-CND(4)
048480                 MOVE SPACE             TO PVCODE-TBL-VAL
048490                 MOVE F12RECORD(45:10)  TO PVCODE-TBL-VAL(1:10)
048491             WHEN 3
048492*-               WATCH-LIST ROW: ENTRY ID IN COLS 1-10, NAME IN
048493*-               COLS 12-51.
048494                 MOVE 'WREG'            TO PVCODE-FUNC
048495                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
048496                 MOVE F12RECORD(1:10)   TO PVCODE-TBL-KEY
048497                 MOVE F12RECORD(12:40)  TO PVCODE-TBL-WNAME
048500             WHEN OTHER
048510                 MOVE 'TREG'            TO PVCODE-FUNC
048520                 MOVE WK-REF-TBLNAME    TO PVCODE-TBL-NAME
048810*- OTHERWISE ONE PARTITION WOULD EVALUATE IT AS DATA.
048820*--------------------------------------------------------------
048830 B12A-STASH-CONTROL SECTION.
048831*- WITH THE PRIORITY LANE THE BULK PASS STASHES THE TRAILERS, SO
048832*- EACH IS HELD ONCE.
048833   IF WK-PRI-PASS = 1
048834     THEN
048835       GO TO B12A-STASH-CONTROL-EXIT
048836   END-IF.
048840*- A 'CTLG' RECORD IS A PER-GROUP TRAILER, NOT THE RUN-WIDE
048850*- ONE.
048860   IF F7RECORD(1:4) = 'CTLG'
051980          ' FAILED AT POS '
051990          WK-PRE-POS(WK-PRE-I - 1)
052000                      INTO F6-REASON.
052001   IF WK-GRP-EVAL = 1 AND WK-GRP-RJDONE = ZERO
052002     THEN
052003       PERFORM B70C-REJECT-DETAILS
052004   END-IF.
052010   WRITE F6RECORD.
052020   PERFORM Z61-TALLY-F6.
052030   MOVE 12            TO WK-NEWRC.
056660           MOVE F21-F3CNT     TO WK-F3-TOT
056670           MOVE F21-F6CNT     TO WK-F6-TOT
056680           MOVE F21-SEQ       TO WK-EXEC-SEQ
056681           MOVE F21-VELTAG    TO WK-VEL-TAG
056690           MOVE 1             TO WK-TCK-RESUME
056700           DISPLAY 'TEST-MAIN:RESUMING TRANSACTIONS FROM '
056710                   'CHECKPOINT. SKIP=' F21-POS
056790*- RECORD'S OUTPUTS ARE SAFELY WRITTEN).
056800*--------------------------------------------------------------
056810 B12G-TCKPT-SAVE-IF-DUE SECTION.
056820   IF WK-TCK-ON NOT = 1 OR WK-PRE-FLAG = 9 OR WK-PRI-PASS = 1
056830     THEN
056840       GO TO B12G-TCKPT-SAVE-IF-DUE-EXIT
056850   END-IF.
056970*- OPERATOR'S FORCED 'CHECKPOINT'/'STOP' COMMANDS.
056980*--------------------------------------------------------------
056990 B12G2-TCKPT-WRITE SECTION.
056991*- NO RESTART POINT INSIDE THE PRIORITY PASS: A RESTART RUNS IT
056992*- AGAIN FROM THE TOP (B72).
056993   IF WK-PRI-PASS = 1
056994     THEN
056995       DISPLAY 'TEST-MAIN:NO CHECKPOINT IN THE PRIORITY PASS.'
056996       GO TO B12G2-TCKPT-WRITE-EXIT
056997   END-IF.
057000   OPEN OUTPUT F21TCK.
057010   MOVE WK-TCK-POS    TO F21-POS.
057011*- RECORDS HELD IN AN OPEN HEADER/DETAIL GROUP ARE NOT DONE YET.
057012   SUBTRACT WK-GRP-RECS FROM F21-POS.
057020   MOVE WK-F3-CNT     TO F21-F3CNT.
057030   MOVE WK-F3-HASH    TO F21-F3HASH.
057040  MOVE WK-F6-CNT     TO F21-F6CNT.
057050  MOVE WK-F6-HASH    TO F21-F6HASH.
057060  MOVE WK-EXEC-SEQ   TO F21-SEQ.
057061  MOVE WK-VEL-TAG    TO F21-VELTAG.
057070  WRITE F21RECORD.
057080  CLOSE F21TCK.
057090  MOVE 'EVT-0003-I' TO WK-MON-ID.
058440*--------------------------------------------------------------
058450 B36-INTAKE-LOOP SECTION.
058460   DISPLAY 'TEST-MAIN:INTAKE MODE. LIST=' WK-INTNAME.
058461   IF WK-ASCHNAME NOT = SPACE
058462     THEN
058463       PERFORM A25-LOAD-ARRIVAL-SCHEDULE
058464   END-IF.
058470   PERFORM UNTIL WK-INT-END = 1
058480    OR WK-INT-IDLE > WK-INT-IDLLIM
058490     MOVE ZERO          TO WK-INT-SEEN
058900             MOVE ZERO          TO WK-INT-IDLE
058910         END-IF
058920     END-IF
058921*-   A FEED STILL MISSING AT THE CLOSE OF ITS WINDOW IS RAISED
058922*-   NOW, NOT WHEN SOMEONE NOTICES IN THE MORNING.
058923     IF WK-ARR-CNT > ZERO
058924       THEN
058925         PERFORM B39A-CHECK-LATE-FEEDS
058926     END-IF
058930   END-PERFORM.
058940   IF WK-INT-END = ZERO
058950     THEN
058960       DISPLAY 'TEST-MAIN:INTAKE IDLE LIMIT REACHED, RUN ENDS.'
058970   END-IF.
058980   DISPLAY 'TEST-MAIN:INTAKE COMPLETE. FILES=' WK-INT-FILES.
058981   IF WK-ARR-CNT > ZERO
058982     THEN
058983       PERFORM B39A-CHECK-LATE-FEEDS
058984       PERFORM B39D-WRITE-ARRIVAL-REPORT
058985   END-IF.
058990 B36-INTAKE-LOOP-EXIT.
059000   EXIT.
059010*--------------------------------------------------------------
059070   MOVE SPACE         TO WK-TRANNAME.
059080   MOVE F26RECORD(1:100) TO WK-TRANNAME.
059090   ADD 1              TO WK-INT-FILES.
059091   IF WK-ARR-CNT > ZERO
059092     THEN
059093       PERFORM B39-NOTE-ARRIVAL
059094   END-IF.
059100   DISPLAY 'TEST-MAIN:INTAKE FILE ' WK-INT-FILES '='
059110           FUNCTION TRIM(WK-TRANNAME).
059120   PERFORM B38-WRITE-FEED-HEADERS.
059140     THEN
059150       PERFORM B23-ROUTE-TRAN-FILE
059160     ELSE
059170       PERFORM B72-TRAN-FILE-PASSES
059180   END-IF.
059190   PERFORM Z63-WRITE-TRAILERS.
059200   PERFORM Z74-REGISTER-HANDOFFS.
059270       MOVE SPACE         TO F18-REPAIR
059280       MOVE SPACE         TO F18-ORIG-RUNID
059290       MOVE ZERO          TO F18-ORIG-SEQ
059300       PERFORM Z84-WRITE-HISTORY
059310   END-IF.
059320 B37-INTAKE-ONE-FILE-EXIT.
059330   EXIT.
059480   MOVE SPACE         TO F3CTLREC.
059490   STRING 'HDR ' WK-RUNID ' FEED=' FUNCTION TRIM(WK-TRANNAME)
059500                      INTO F3CTLREC.
059501   IF WK-ENT-CODE NOT = SPACE
059502     THEN
059503       MOVE 'ENTITY='     TO F3CTLREC(143:7)
059504       MOVE WK-ENT-CODE   TO F3CTLREC(150:4)
059505   END-IF.
059510   WRITE F3CTLREC.
059520   MOVE SPACE         TO F6CTLREC.
059530   STRING 'HDR ' WK-RUNID ' FEED=' FUNCTION TRIM(WK-TRANNAME)
059540                      INTO F6CTLREC.
059541   IF WK-ENT-CODE NOT = SPACE
059542     THEN
059543       MOVE 'ENTITY='     TO F6CTLREC(143:7)
059544       MOVE WK-ENT-CODE   TO F6CTLREC(150:4)
059545   END-IF.
059546   IF WK-FEED-ID NOT = SPACE
059547     THEN
059548       MOVE 'FEEDID='     TO F6CTLREC(155:7)
059549       MOVE WK-FEED-ID    TO F6CTLREC(162:8)
059550   END-IF.
059551   WRITE F6CTLREC.
059560   IF WK-HIST-ON = 1
059570     THEN
059580       MOVE WK-TM-SDATE   TO F18-DATE
059600       MOVE SPACE         TO F18-REPAIR
059610       MOVE SPACE         TO F18-ORIG-RUNID
059620       MOVE ZERO          TO F18-ORIG-SEQ
059630       PERFORM Z84-WRITE-HISTORY
059640   END-IF.
059650 B38-WRITE-FEED-HEADERS-EXIT.
059660   EXIT.
061290       ADD 1              TO WK-TRN-PASS
061300       ADD 1              TO WK-SUS-RELEASED
061310   END-IF.
061311   IF WK-EXM-ON = 1
061312     THEN
061313       PERFORM B64-APPLY-EXEMPTION
061314   END-IF.
061315   PERFORM B14R-RANK-REASONS.
061320   MOVE OUT00         TO F3-OUT.
061330   MOVE WK-RUNID      TO F3-RUNID.
061340   PERFORM Z64-WRITE-F3.
061341   IF WK-EXM-PEND = 1
061342     THEN
061343       PERFORM B64B-WRITE-EXEMPTIONS
061344   END-IF.
061350   ADD 1              TO WK-EXEC-SEQ.
061360   IF F3-STATUS = 'FAIL'
061370     THEN
061380       PERFORM B11-WRITE-REJECT
061390   END-IF.
061391   PERFORM B14S-WRITE-REASONS.
061400 B51A-RETRY-ONE-EXIT.
061410   EXIT.
061420*--------------------------------------------------------------
066280   MOVE ZERO          TO WK-CP-ON.
066290   MOVE ZERO          TO WK-FXM-CNT.
066300   MOVE ZERO          TO WK-MAP-CNT.
066301   MOVE ZERO          TO WK-REV-ILEN.
066302   MOVE ZERO          TO WK-REV-OLEN.
066303   MOVE ZERO          TO WK-GRP-ON.
066310   IF WK-MAPNAME NOT = SPACE
066320     THEN
066330       PERFORM A01-LOAD-MAPPING
066400     THEN
066410       PERFORM B23-ROUTE-TRAN-FILE
066420     ELSE
066430       PERFORM B72-TRAN-FILE-PASSES
066440   END-IF.
066450   PERFORM Z63-WRITE-TRAILERS.
066460   PERFORM Z74-REGISTER-HANDOFFS.
068750       PERFORM B19F-REGISTER-DISPS
068760   END-IF.
068770   MOVE ZERO          TO WK-VER-BLK.
068771   MOVE 1             TO WK-DC-SAFE.
068772   MOVE SPACE         TO WK-DC-WHY.
068773   PERFORM B62A-RESET-SUPPRESS-ROWS.
068780   MOVE WK-RSID       TO F1RSID.
068790   START F1INPUT KEY IS = F1RSID
068800     INVALID KEY
068970                 ADD 1          TO WK-VER-BLK
068980             END-IF
068990             IF F1BODY(1:5) = 'HDR__' OR F1BODY(1:5) = 'TRL__'
068991              OR F1BODY(1:5) = 'SRC__'
069000              OR WK-VER-BLK NOT = WK-VER-BEST
069010               THEN
069020                 CONTINUE
069030               ELSE
069031                 IF WK-DC-ON = 'Y'
069032                   THEN
069033                     PERFORM B59A-CHECK-CACHE-SAFE
069034                 END-IF
069035                 IF WK-SUP-CNT > ZERO
069036                   THEN
069037                     PERFORM B62-NOTE-SUPPRESS-ROW
069038                 END-IF
069040                 MOVE SPACE     TO PVCODE-PRM
069050                 MOVE 'LOAD'    TO PVCODE-FUNC
069060                 MOVE F1BODY    TO PVCODE
069210     END-READ
069220   END-PERFORM.
069230   MOVE '00'          TO FST.
069231   IF WK-SUP-CNT > ZERO
069232     THEN
069233       MOVE SPACE         TO WK-SUP-SETID
069234       PERFORM B63-REGISTER-SUPPRESSIONS
069235   END-IF.
069240   CLOSE F1INPUT.
069250   PERFORM B46-WRITE-FALLBACK-ALERT.
069260*- RESET THE RUN STATE AND REOPEN THE OUTPUTS FOR THE RE-RUN.
069410             ' FALLBACK RERUN - EARLIER RECORDS OF THIS RUN'
069420             ' ID ARE SUPERSEDED'
069430                          INTO F18-F3IMAGE
069431       IF WK-ENT-CODE NOT = SPACE
069432         THEN
069433           MOVE 'ENTITY='     TO F18-F3IMAGE(143:7)
069434           MOVE WK-ENT-CODE   TO F18-F3IMAGE(150:4)
069435       END-IF
069440       MOVE SPACE         TO F18-REPAIR
069450       MOVE SPACE         TO F18-ORIG-RUNID
069460       MOVE ZERO          TO F18-ORIG-SEQ
069470       PERFORM Z84-WRITE-HISTORY
069480   END-IF.
069490   IF WK-SPL-CNT > ZERO
069500     THEN
069680                            WK-DUPH-VAL
069690                            WK-DUPH-CTR
069700   END-IF.
069701*- THE NEAR-DUPLICATE GROUPS AND REVIEW PAIRS START AGAIN TOO.
069702   IF WK-NDP-ON = 1
069703     THEN
069704       MOVE SPACE         TO WK-NDH-PRM
069705       MOVE 'INIT'        TO PHASH-FNC OF WK-NDH-PRM
069706       MOVE 50            TO PHASH-HLEN OF WK-NDH-PRM
069707       CALL 'SUBHASH' USING WK-NDH-PRM
069708                            WK-NDH-VAL
069709                            WK-NDH-CTR
069710       CLOSE F58NDR
069711       OPEN OUTPUT F58NDR
069712       MOVE ZERO          TO WK-NDP-PAIRS
069713       MOVE ZERO          TO WK-NDP-PARKED
069714       MOVE ZERO          TO WK-NDP-FULL
069715   END-IF.
069716*- PASS 1 ALREADY REGISTERED TONIGHT'S ACCEPTED KEYS IN THE
069720*- PERSISTENT STORE, BUT ITS OUTPUTS ARE BEING DISCARDED - A
069730*- KEY THE FALLBACK RUN REJECTS MUST NOT SIT REGISTERED UNDER
069740*- TONIGHT'S DATE AND BLOCK TOMORROW'S CORRECTED RESUBMISSION.
069750*- PURGE TONIGHT'S REGISTRATIONS, THEN STAND THE STORE DOWN
069760*- FOR THE RE-RUN.
069770   PERFORM B45A-PURGE-TONIGHT-KEYS.
069771*- THE VELOCITY STORE LIKEWISE GIVES BACK EVERYTHING THE
069772*- DISCARDED PASS ADDED; THE RE-RUN ADDS IT AGAIN.
069773   IF WK-VEL-ON = 1
069774     THEN
069775       MOVE ZERO          TO WK-VEL-KEEP
069776       PERFORM A19A-VELOCITY-ROLLBACK
069777       DISPLAY 'TEST-MAIN:FALLBACK TOOK BACK ' WK-VEL-ROLLED
069778               ' VELOCITY-STORE ENTRIES.'
069779   END-IF.
069780   PERFORM Z71-CLOSE-DUPSTORE.
069790   MOVE ZERO          TO WK-VER-EXCL.
069800   MOVE 1             TO WK-FB-OK.
069801*- THE FALLBACK VERSION IS A DIFFERENT TABLE: FORGET THE FAILED
069802*- VERSION'S OUTCOMES AND RECORD THE NEW SET'S CACHE CHOICE.
069803   IF WK-DC-ON = 'Y'
069804     THEN
069805       PERFORM B59-NOTE-CACHE-CHOICE
069806   END-IF.
069810   DISPLAY 'TEST-MAIN:FALLBACK TO VER=' WK-VER-BESTVER
069820           ' DATE=' WK-VER-BESTDT ', RE-RUNNING.'.
069830 B45-FALLBACK-RELOAD-EXIT.
070450              ' FROM VER=' WK-FB-BADVER '/' WK-FB-BADDT
070460              ' TO VER=' WK-VER-BESTVER '/' WK-VER-BESTDT
070470                          INTO F15RECORD
070471   END-IF.
070472   IF WK-ENT-CODE NOT = SPACE
070473     THEN
070474       MOVE 'ENTITY='     TO F15RECORD(90:7)
070475       MOVE WK-ENT-CODE   TO F15RECORD(97:4)
070480   END-IF.
070490   WRITE F15RECORD.
070500   CLOSE F15ALRT.
075200   END-IF.
075210 Z71-CLOSE-DUPSTORE-EXIT.
075220   EXIT.
075221*--------------------------------------------------------------
075222*- CLOSE THE EXEMPTION REGISTER (IF IT WAS OPENED).
075223*--------------------------------------------------------------
075224 Z80-CLOSE-EXEMPTIONS SECTION.
075225   IF WK-EXM-ON = 1
075226     THEN
075227       CLOSE F51EXM
075228       MOVE ZERO          TO WK-EXM-ON
075229       DISPLAY 'TEST-MAIN:EXEMPTION REGISTER CLOSED. APPLIED='
075230               WK-EXM-APPLIED
075231   END-IF.
075232 Z80-CLOSE-EXEMPTIONS-EXIT.
075233   EXIT.
075234*--------------------------------------------------------------
075235*- CLOSE THE VELOCITY STORE (IF IT WAS OPENED).
075236*--------------------------------------------------------------
075237 Z81-CLOSE-VELOCITY SECTION.
075238   IF WK-VEL-ON = 1
075239     THEN
075240       CLOSE F52VEL
075241       MOVE ZERO          TO WK-VEL-ON
075242       DISPLAY 'TEST-MAIN:VELOCITY STORE CLOSED. ADDED='
075243               WK-VEL-ADDED ' TRIMMED=' WK-VEL-TRIMMED
075244   END-IF.
075245 Z81-CLOSE-VELOCITY-EXIT.
075246   EXIT.
075247 Z82-CLOSE-NEARDUP SECTION.
075248   IF WK-NDP-ON = 1
075249     THEN
075250       CLOSE F58NDR
075251       MOVE ZERO          TO WK-NDP-ON
075252       DISPLAY 'TEST-MAIN:NEAR-DUPLICATE FILE CLOSED. PAIRS='
075253               WK-NDP-PAIRS ' PARKED=' WK-NDP-PARKED
075254   END-IF.
075255 Z82-CLOSE-NEARDUP-EXIT.
075256   EXIT.
075257 Z83-CLOSE-STATUS SECTION.
075258   IF WK-REV-MOPEN = 1
075259     THEN
075260       CLOSE F60STS
075261       DISPLAY 'TEST-MAIN:REVERSALS MATCHED=' WK-REV-MATCHED
075262               ' UNMATCHED=' WK-REV-UNMATCHED
075263               ' ALREADY REVERSED=' WK-REV-AGAIN
075264   END-IF.
075265   MOVE ZERO          TO WK-REV-MOPEN.
075266 Z83-CLOSE-STATUS-EXIT.
075267   EXIT.
075268 Z70-WRITE-PROFILE SECTION.
075269   OPEN OUTPUT F22PROF.
075270   IF WK-PROF-FST NOT = '00'
075271     THEN
075272       DISPLAY 'TEST-MAIN:PROFILE FILE OPEN ERROR STATUS='
075280               WK-PROF-FST
075290       GO TO Z70-WRITE-PROFILE-EXIT
075300   END-IF.
075710 Z70-WRITE-PROFILE-EXIT.
075720   EXIT.
075730*--------------------------------------------------------------
075731*- APPEND THIS RUN'S REFERENCE-TABLE KEY USAGE (LOOKP HITS AND
075732*- MISSES PER TABLE AND KEY, FUNC='RUS_') TO THE PERSISTENT
075733*- USAGE FILE (ENV REFUSAGE_FILE), ONE DATED LINE PER KEY, AFTER
075734*- A '*RUN ' LINE THAT SAYS THE DAY WAS COLLECTED AT ALL (A DAY
075735*- WITH NO LOOKP STILL COUNTS AS "NOT HIT"). LOOKUPS THAT DID NOT
075736*- FIT THE ENGINE'S TABLE ARE RECORDED AS A '*FULL' LINE SO
075737*- REFUSAGE CAN FLAG THE DAY AS INCOMPLETE. REFUSAGE AGGREGATES.
075738*--------------------------------------------------------------
075739 Z79-WRITE-KEY-USAGE SECTION.
075740   OPEN EXTEND F48RUSE.
075741   IF WK-RUS-FST = '35'
075742     THEN
075743       OPEN OUTPUT F48RUSE
075744   END-IF.
075745   IF WK-RUS-FST NOT = '00'
075746     THEN
075747       DISPLAY 'TEST-MAIN:KEY USAGE FILE OPEN ERROR STATUS='
075748               WK-RUS-FST
075749       GO TO Z79-WRITE-KEY-USAGE-EXIT
075750   END-IF.
075751   MOVE ZERO          TO WK-RUS-N.
075752   MOVE ZERO          TO WK-RUS-LOST.
075753   MOVE 1             TO WK-RUS-I.
075754   PERFORM UNTIL WK-RUS-I = ZERO
075755     MOVE SPACE         TO PVCODE-PRM
075756     MOVE 'RUS_'        TO PVCODE-FUNC
075757     MOVE WK-RUS-I      TO PVCODE-RUS-IDX
075758     CALL 'SUBVCODE' USING PVCODE-PRM
075759                           IN100
075760                           IN200
075761                           IN300
075762                           IN400
075763                           IN500
075764                           OUT00
075765     MOVE PVCODE-RUS-LOST TO WK-RUS-LOST
075766     IF PVCODE-COD NOT = ZERO
075767       THEN
075768         MOVE ZERO          TO WK-RUS-I
075769       ELSE
075770         IF WK-RUS-N = ZERO
075771           THEN
075772             PERFORM Z79A-RUN-LINE
075773         END-IF
075774         MOVE SPACE         TO F48RECORD
075775         MOVE WK-RUNDT-FULL TO F48-DATE
075776         MOVE PVCODE-RUS-NAME TO F48-TABLE
075777         MOVE PVCODE-RUS-KEY  TO F48-KEY
075778         MOVE PVCODE-RUS-HIT  TO F48-HITS
075779         MOVE PVCODE-RUS-MISS TO F48-MISSES
075780         WRITE F48RECORD
075781         ADD 1              TO WK-RUS-N
075782         ADD 1              TO WK-RUS-I
075783     END-IF
075784   END-PERFORM.
075785   IF WK-RUS-N = ZERO
075786     THEN
075787       PERFORM Z79A-RUN-LINE
075788   END-IF.
075789   IF WK-RUS-LOST > ZERO
075790     THEN
075791       MOVE SPACE         TO F48RECORD
075792       MOVE WK-RUNDT-FULL TO F48-DATE
075793       MOVE '*FULL'       TO F48-TABLE
075794       MOVE ZERO          TO F48-HITS
075795       MOVE WK-RUS-LOST   TO F48-MISSES
075796       WRITE F48RECORD
075797       DISPLAY 'TEST-MAIN:KEY USAGE TABLE FULL, ' WK-RUS-LOST
075798               ' LOOKUPS NOT COUNTED.'
075799   END-IF.
075800   CLOSE F48RUSE.
075801   DISPLAY 'TEST-MAIN:KEY USAGE APPENDED. KEYS=' WK-RUS-N.
075802 Z79-WRITE-KEY-USAGE-EXIT.
075803   EXIT.
075804 Z79A-RUN-LINE SECTION.
075805   MOVE SPACE         TO F48RECORD.
075806   MOVE WK-RUNDT-FULL TO F48-DATE.
075807   MOVE '*RUN '       TO F48-TABLE.
075808   MOVE ZERO          TO F48-HITS.
075809   MOVE ZERO          TO F48-MISSES.
075810   WRITE F48RECORD.
075811 Z79A-RUN-LINE-EXIT.
075812   EXIT.
075813*--------------------------------------------------------------
075814*- NIGHTLY FEED STATISTICS (ENV FEEDSTATS_FILE). EVERY DATA
075815*- RECORD OF THE FEED (AFTER DELIMITED PARSING AND WIDTH
075816*- NORMALIZATION, BEFORE THE PRE-SCREEN AND THE RULES) IS
075817*- TALLIED PER SOURCE FIELD: BLANK COUNT, NUMERIC-VALID COUNT,
075818*- MIN/MAX/SUM OF THE NUMERIC VALUES AND, FOR SHORT CODE FIELDS
075819*- (8 BYTES OR LESS), THE DISTINCT VALUES SEEN. THE FIELDS ARE
075820*- THE FEED'S F8MAP SLICES OF THE CURRENT RECORD, OR THE FIVE
075821*- DEFAULT 10-BYTE FIELDS WHEN THE FEED HAS NO MAPPING.
075822*- B61 APPENDS ONE LINE PER FIELD AT THE END OF THE FILE; THE
075823*- FEEDDRFT STEP COMPARES THEM WITH THE TRAILING BASELINE.
075824*--------------------------------------------------------------
075825 B60-COLLECT-FEED-STATS SECTION.
075826   IF WK-FSSNAME = SPACE
075827     THEN
075828       GO TO B60-COLLECT-FEED-STATS-EXIT
075829   END-IF.
075830   IF WK-FSS-CNT = ZERO
075831     THEN
075832       PERFORM B60A-SET-FEED-FIELDS
075833   END-IF.
075834   PERFORM VARYING WK-FSS-I FROM 1 BY 1
075835     UNTIL WK-FSS-I > WK-FSS-CNT
075836       PERFORM B60B-TALLY-FIELD
075837   END-PERFORM.
075838 B60-COLLECT-FEED-STATS-EXIT.
075839   EXIT.
075840 B60A-SET-FEED-FIELDS SECTION.
075841   IF WK-MAP-CNT = ZERO
075842     THEN
075843       PERFORM VARYING WK-FSS-J FROM 1 BY 10
075844         UNTIL WK-FSS-J > 41
075845           MOVE WK-FSS-J      TO WK-FSS-NEWOFF
075846           MOVE 10            TO WK-FSS-NEWLEN
075847           PERFORM B60D-ADD-FIELD
075848       END-PERFORM
075849       GO TO B60A-SET-FEED-FIELDS-EXIT
075850   END-IF.
075851*- ONE FIELD PER DISTINCT SLICE OF THE CURRENT RECORD; MASTER,
075852*- SIDE-B AND PREVIOUS-RECORD SLICES ARE NOT THIS FEED'S DATA.
075853   PERFORM VARYING WK-MAP-I FROM 1 BY 1
075854     UNTIL WK-MAP-I > WK-MAP-CNT
075855       IF WK-MAP-SRC(WK-MAP-I) = SPACE
075856         THEN
075857           MOVE WK-MAP-SRCOFF(WK-MAP-I) TO WK-FSS-NEWOFF
075858           MOVE WK-MAP-SRCLEN(WK-MAP-I) TO WK-FSS-NEWLEN
075859           PERFORM B60D-ADD-FIELD
075860       END-IF
075861   END-PERFORM.
075862 B60A-SET-FEED-FIELDS-EXIT.
075863   EXIT.
075864 B60B-TALLY-FIELD SECTION.
075865   ADD 1              TO WK-FSS-RECS(WK-FSS-I).
075866   MOVE SPACE         TO WK-FSS-VAL.
075867   MOVE F7RECORD(WK-FSS-OFF(WK-FSS-I):WK-FSS-SLEN(WK-FSS-I))
075868                      TO WK-FSS-VAL.
075869   IF WK-FSS-VAL = SPACE
075870     THEN
075871       ADD 1              TO WK-FSS-BLANK(WK-FSS-I)
075872       GO TO B60B-TALLY-FIELD-EXIT
075873   END-IF.
075874   IF FUNCTION TEST-NUMVAL(WK-FSS-VAL) = ZERO
075875     THEN
075876       COMPUTE WK-FSS-NUM = FUNCTION NUMVAL(WK-FSS-VAL)
075877       ADD 1              TO WK-FSS-NUMOK(WK-FSS-I)
075878       IF WK-FSS-NUMOK(WK-FSS-I) = 1
075879        OR WK-FSS-NUM < WK-FSS-MIN(WK-FSS-I)
075880         THEN
075881           MOVE WK-FSS-NUM    TO WK-FSS-MIN(WK-FSS-I)
075882       END-IF
075883       IF WK-FSS-NUMOK(WK-FSS-I) = 1
075884        OR WK-FSS-NUM > WK-FSS-MAX(WK-FSS-I)
075885         THEN
075886           MOVE WK-FSS-NUM    TO WK-FSS-MAX(WK-FSS-I)
075887       END-IF
075888       ADD WK-FSS-NUM     TO WK-FSS-SUM(WK-FSS-I)
075889   END-IF.
075890   IF WK-FSS-SLEN(WK-FSS-I) NOT > 8
075891     THEN
075892       PERFORM B60C-NOTE-DISTINCT
075893   END-IF.
075894 B60B-TALLY-FIELD-EXIT.
075895   EXIT.
075896*- PAST 50 DISTINCT VALUES A "CODE" FIELD IS NO LONGER A SHORT
075897*- CODE LIST - THE COUNT STOPS AND THE LINE SAYS SO ('+').
075898 B60C-NOTE-DISTINCT SECTION.
075899   IF WK-FSS-DOVR(WK-FSS-I) = '+'
075900     THEN
075901       GO TO B60C-NOTE-DISTINCT-EXIT
075902   END-IF.
075903   PERFORM VARYING WK-FSS-J FROM 1 BY 1
075904     UNTIL WK-FSS-J > WK-FSS-DCNT(WK-FSS-I)
075905       IF WK-FSS-DVAL(WK-FSS-I WK-FSS-J) = WK-FSS-VAL(1:8)
075906         THEN
075907           GO TO B60C-NOTE-DISTINCT-EXIT
075908       END-IF
075909   END-PERFORM.
075910   IF WK-FSS-DCNT(WK-FSS-I) NOT < 50
075911     THEN
075912       MOVE '+'           TO WK-FSS-DOVR(WK-FSS-I)
075913       GO TO B60C-NOTE-DISTINCT-EXIT
075914   END-IF.
075915   ADD 1              TO WK-FSS-DCNT(WK-FSS-I).
075916   MOVE WK-FSS-VAL(1:8) TO
075917        WK-FSS-DVAL(WK-FSS-I WK-FSS-DCNT(WK-FSS-I)).
075918 B60C-NOTE-DISTINCT-EXIT.
075919   EXIT.
075920 B60D-ADD-FIELD SECTION.
075921   PERFORM VARYING WK-FSS-I FROM 1 BY 1
075922     UNTIL WK-FSS-I > WK-FSS-CNT
075923       IF WK-FSS-OFF(WK-FSS-I) = WK-FSS-NEWOFF
075924        AND WK-FSS-SLEN(WK-FSS-I) = WK-FSS-NEWLEN
075925         THEN
075926           GO TO B60D-ADD-FIELD-EXIT
075927       END-IF
075928   END-PERFORM.
075929   IF WK-FSS-CNT NOT < 50
075930     THEN
075931       GO TO B60D-ADD-FIELD-EXIT
075932   END-IF.
075933   ADD 1              TO WK-FSS-CNT.
075934   MOVE WK-FSS-NEWOFF TO WK-FSS-OFF(WK-FSS-CNT).
075935   MOVE WK-FSS-NEWLEN TO WK-FSS-SLEN(WK-FSS-CNT).
075936   MOVE ZERO          TO WK-FSS-RECS(WK-FSS-CNT).
075937   MOVE ZERO          TO WK-FSS-BLANK(WK-FSS-CNT).
075938   MOVE ZERO          TO WK-FSS-NUMOK(WK-FSS-CNT).
075939   MOVE ZERO          TO WK-FSS-MIN(WK-FSS-CNT).
075940   MOVE ZERO          TO WK-FSS-MAX(WK-FSS-CNT).
075941   MOVE ZERO          TO WK-FSS-SUM(WK-FSS-CNT).
075942   MOVE ZERO          TO WK-FSS-DCNT(WK-FSS-CNT).
075943   MOVE SPACE         TO WK-FSS-DOVR(WK-FSS-CNT).
075944   IF WK-FSS-NEWLEN > 8
075945     THEN
075946       MOVE '-'           TO WK-FSS-DOVR(WK-FSS-CNT)
075947   END-IF.
075948 B60D-ADD-FIELD-EXIT.
075949   EXIT.
075950*--------------------------------------------------------------
075951*- APPEND THE FILE'S FIELD STATISTICS TO F49FSTA AND START THE
075952*- NEXT FILE (FEED) AFRESH. A STOPPED RUN SAW PART OF THE FILE
075953*- ONLY - ITS FIGURES WOULD READ AS DRIFT, SO NONE ARE WRITTEN.
075954*--------------------------------------------------------------
075955 B61-WRITE-FEED-STATS SECTION.
075956   IF WK-FSSNAME = SPACE OR WK-FSS-CNT = ZERO
075957     THEN
075958       GO TO B61-WRITE-FEED-STATS-EXIT
075959   END-IF.
075960   IF WK-OPC-STOP = 1
075961     THEN
075962       DISPLAY 'TEST-MAIN:FEED STATISTICS NOT WRITTEN (STOPPED).'
075963       MOVE ZERO          TO WK-FSS-CNT
075964       GO TO B61-WRITE-FEED-STATS-EXIT
075965   END-IF.
075966   OPEN EXTEND F49FSTA.
075967   IF WK-FSS-FST = '35'
075968     THEN
075969       OPEN OUTPUT F49FSTA
075970   END-IF.
075971   IF WK-FSS-FST NOT = '00'
075972     THEN
075973       DISPLAY 'TEST-MAIN:FEED STATISTICS FILE OPEN ERROR STATUS='
075974               WK-FSS-FST
075975       MOVE ZERO          TO WK-FSS-CNT
075976       GO TO B61-WRITE-FEED-STATS-EXIT
075977   END-IF.
075978   PERFORM VARYING WK-FSS-I FROM 1 BY 1
075979     UNTIL WK-FSS-I > WK-FSS-CNT
075980       MOVE SPACE         TO F49RECORD
075981       MOVE WK-RUNDT-FULL TO F49-DATE
075982       MOVE WK-FEED-ID    TO F49-FEED
075983       MOVE WK-FSS-OFF(WK-FSS-I)   TO F49-OFF
075984       MOVE WK-FSS-SLEN(WK-FSS-I)  TO F49-LEN
075985       MOVE WK-FSS-RECS(WK-FSS-I)  TO F49-RECS
075986       MOVE WK-FSS-BLANK(WK-FSS-I) TO F49-BLANK
075987       MOVE WK-FSS-NUMOK(WK-FSS-I) TO F49-NUMOK
075988       MOVE WK-FSS-MIN(WK-FSS-I)   TO F49-MIN
075989       MOVE WK-FSS-MAX(WK-FSS-I)   TO F49-MAX
075990       MOVE WK-FSS-SUM(WK-FSS-I)   TO F49-SUM
075991       MOVE WK-FSS-DCNT(WK-FSS-I)  TO F49-DCNT
075992       MOVE WK-FSS-DOVR(WK-FSS-I)  TO F49-DOVR
075993       WRITE F49RECORD
075994   END-PERFORM.
075995   CLOSE F49FSTA.
075996   DISPLAY 'TEST-MAIN:FEED STATISTICS APPENDED. FEED=' WK-FEED-ID
075997           ' FIELDS=' WK-FSS-CNT.
075998   MOVE ZERO          TO WK-FSS-CNT.
075999 B61-WRITE-FEED-STATS-EXIT.
076000   EXIT.
076001*--------------------------------------------------------------
076002*- SET WK-BLK-FATAL WHEN ANY FATAL-SEVERITY BLOCK FAILED, AND
076003*- BLANK F3-BLK READY FOR THE WHOLE-TRANSACTION RECORD. CALLED
076004*- AFTER EVERY EXEC, BEFORE THE MAIN F3RECORD IS BUILT.
076005*--------------------------------------------------------------
076006 B14B-EVAL-BLOCKS SECTION.
076007   MOVE ZERO          TO WK-BLK-FATAL.
076008   MOVE SPACE         TO F3-BLK.
076009   IF PVCODE-COD = 1
076010     THEN
076011*-     TRUNCATED PUT/CONCAT VALUES ARE THE WARNING CLASS.
076012       MOVE 4             TO WK-NEWRC
076013       PERFORM Z30-RAISE-RC
076014   END-IF.
076015   PERFORM VARYING WKB00I FROM 1 BY 1
076016     UNTIL WKB00I > PVCODE-BLK-CNT
076017       IF PVCODE-BLK-STS(WKB00I) = 'FAIL'
076018         THEN
076019           MOVE 1             TO WK-BLK-FATAL
076020       END-IF
076021       IF PVCODE-BLK-STS(WKB00I) = 'WARN'
076022         THEN
076023           MOVE 4             TO WK-NEWRC
076024           PERFORM Z30-RAISE-RC
076025       END-IF
076026   END-PERFORM.
076027*- EMERGENCY SUPPRESSIONS THE ENGINE APPLIED ON THIS EXEC: COUNT
076028*- EACH AGAINST ITS ENTRY; A PC-LEVEL 'W' OVERRIDE IS THE WARNING
076029*- CLASS AND IS QUEUED FOR A DETAIL RECORD (SEE B14A).
076030   MOVE ZERO          TO WK-SUP-WCNT.
076031   IF WK-SUP-CNT > ZERO AND PVCODE-SUP-CNT NUMERIC
076032    AND PVCODE-SUP-CNT > ZERO
076033     THEN
076034       PERFORM B14G-TALLY-SUPPRESSIONS
076035   END-IF.
076036 B14B-EVAL-BLOCKS-EXIT.
076037   EXIT.
076038*--------------------------------------------------------------
076039*- ATTRIBUTE THE EXEC'S SUPPRESSED EVALUATIONS (PVCODE-SUP-TAG
076040*- CARRIES THE ENTRY NUMBER B63 REGISTERED) TO THEIR ENTRIES AND
076041*- QUEUE EACH DISTINCT PC-LEVEL 'W' ENTRY FOR ITS DETAIL RECORD.
076042*--------------------------------------------------------------
076043 B14G-TALLY-SUPPRESSIONS SECTION.
076044   PERFORM VARYING WK-SUP-J FROM 1 BY 1
076045     UNTIL WK-SUP-J > PVCODE-SUP-CNT OR WK-SUP-J > 20
076046       MOVE PVCODE-SUP-TAG(WK-SUP-J) TO WK-SUP-I
076047       IF WK-SUP-I > ZERO AND WK-SUP-I NOT > WK-SUP-CNT
076048         THEN
076049           ADD 1              TO WK-SUP-HITS(WK-SUP-I)
076050           IF WK-SUP-BLK(WK-SUP-I) = SPACE
076051            AND WK-SUP-ACT(WK-SUP-I) = 'W'
076052             THEN
076053               PERFORM B14H-QUEUE-SUPPRESS-WARN
076054           END-IF
076055       END-IF
076056   END-PERFORM.
076057 B14G-TALLY-SUPPRESSIONS-EXIT.
076058   EXIT.
076059 B14H-QUEUE-SUPPRESS-WARN SECTION.
076060   MOVE 1             TO WK-SUP-NEW.
076061   PERFORM VARYING WK-SUP-K FROM 1 BY 1
076062     UNTIL WK-SUP-K > WK-SUP-WCNT
076063       IF WK-SUP-WTAG(WK-SUP-K) = WK-SUP-I
076064         THEN
076065           MOVE ZERO          TO WK-SUP-NEW
076066       END-IF
076067   END-PERFORM.
076068   IF WK-SUP-NEW = 1 AND WK-SUP-WCNT < 20
076069     THEN
076070       ADD 1              TO WK-SUP-WCNT
076071       MOVE WK-SUP-I      TO WK-SUP-WTAG(WK-SUP-WCNT)
076072       MOVE 4             TO WK-NEWRC
076073       PERFORM Z30-RAISE-RC
076074   END-IF.
076075 B14H-QUEUE-SUPPRESS-WARN-EXIT.
076076   EXIT.
076077*--------------------------------------------------------------
076078*- ONE F3RECORD PER NAMED BLOCK, AFTER THE WHOLE-TRANSACTION
076079*- RECORD: THE EXCEPTIONS DESK WORKS RULE-BY-RULE, SO EVERY
076080*- BLOCK'S OWN PASS/FAIL/WARN/SKIP GOES DOWNSTREAM. FAILED AND
076081*- WARNING BLOCKS ALSO GET A REJECT-STYLE DETAIL RECORD NAMING
076082*- THE BLOCK - A WARN DETAIL DOES NOT BLOCK THE TRANSACTION.
076083*--------------------------------------------------------------
076084 B14A-BLOCK-DISPOSITIONS SECTION.
076090   MOVE F3-STATUS     TO WK-BLK-SAVSTS.
076100   PERFORM VARYING WKB00I FROM 1 BY 1
076110     UNTIL WKB00I > PVCODE-BLK-CNT
076120       MOVE PVCODE-BLK-NAME(WKB00I) TO F3-BLK
076130       MOVE PVCODE-BLK-STS(WKB00I)  TO F3-STATUS
076131       IF WK-EXM-PEND = 1 AND F3-STATUS = 'FAIL'
076132         THEN
076133           PERFORM B64C-EXEMPT-BLOCK
076134       END-IF
076140       MOVE OUT00                   TO F3-OUT
076150       MOVE WK-RUNID      TO F3-RUNID
076160   PERFORM Z64-WRITE-F3
076220                              INTO PVCODE-MSG
076230           PERFORM B11-WRITE-REJECT
076240       END-IF
076241   END-PERFORM.
076242*- A SUPPRESSED CONDITION DECLARED 'W' STILL LET THE RECORD
076243*- THROUGH, BUT THE DESK GETS A WARNING DETAIL NAMING THE PC AND
076244*- THE TICKET THAT AUTHORISED THE OVERRIDE.
076245   PERFORM VARYING WK-SUP-J FROM 1 BY 1
076246     UNTIL WK-SUP-J > WK-SUP-WCNT
076247       MOVE WK-SUP-WTAG(WK-SUP-J) TO WK-SUP-I
076248       MOVE 'WARN'        TO F3-STATUS
076249       MOVE SPACE         TO PVCODE-MSG
076250       STRING 'TEST-MAIN: SUPPRESSED PC ' WK-SUP-PC(WK-SUP-I)
076251              ' OF ' WK-SUP-RSID(WK-SUP-I)
076252              ' WARN TICKET=' WK-SUP-TICKET(WK-SUP-I)
076253                          INTO PVCODE-MSG
076254       PERFORM B11-WRITE-REJECT
076255   END-PERFORM.
076260   MOVE SPACE         TO F3-BLK.
076270   MOVE WK-BLK-SAVSTS TO F3-STATUS.
076280 B14A-BLOCK-DISPOSITIONS-EXIT.
076490   MOVE SPACE         TO F3-BLK.
076500   MOVE WK-TAG-SAVSTS TO F3-STATUS.
076510 B14C-TAGGED-OUTPUTS-EXIT.
076511   EXIT.
076512*--------------------------------------------------------------
076513*- CUSTOMER REASON CODES FOR A DECLINE (REASON_MASTER). THE
076514*- FAILED CONDITIONS THE ENGINE ALREADY REPORTS - EVERY BLOCK
076515*- THAT ENDED 'FAIL', AND THE VCODE-PC AN ABNORMAL OR FAIL-FAST
076516*- END NAMES IN PVCODE-MSG - ARE LOOKED UP IN THE MASTER FOR THE
076517*- RESULT'S RULE SET. EACH REASON CODE COUNTS ONCE (AT ITS BEST
076518*- RANK) AND THE FOUR BEST-RANKED ARE KEPT IN WK-RSN-PICK, IN
076519*- RANK ORDER (MASTER ORDER ON A TIE). ONLY A WHOLE-TRANSACTION
076520*- 'FAIL' GETS REASONS - A PASS, WARN OR EXEMPTED RESULT IS NOT
076521*- A DECLINE.
076522*--------------------------------------------------------------
076523 B14R-RANK-REASONS SECTION.
076524   MOVE ZERO          TO WK-RSN-PCNT.
076525   MOVE ZERO          TO WK-RSN-CCNT.
076526   IF WK-RSN-CNT = ZERO OR F3-STATUS NOT = 'FAIL'
076527     THEN
076528       GO TO B14R-RANK-REASONS-EXIT
076529   END-IF.
076530   ADD 1              TO WK-RSN-DECL.
076531   MOVE ZERO          TO WK-RSN-PC.
076532   IF PVCODE-COD < ZERO
076533     THEN
076534       MOVE ZERO          TO WK-RSN-K
076535       INSPECT PVCODE-MSG TALLYING WK-RSN-K
076536               FOR CHARACTERS BEFORE INITIAL 'VCODE-PC='
076537       IF WK-RSN-K < 67
076538         THEN
076539           IF PVCODE-MSG(WK-RSN-K + 10:5) NUMERIC
076540             THEN
076541               MOVE PVCODE-MSG(WK-RSN-K + 10:5) TO WK-RSN-PC
076542           END-IF
076543       END-IF
076544   END-IF.
076545   PERFORM VARYING WK-RSN-I FROM 1 BY 1
076546     UNTIL WK-RSN-I > WK-RSN-CNT
076547       IF WK-RSN-RSID(WK-RSN-I) = F3-RSID
076548         THEN
076549           IF WK-RSN-BLK(WK-RSN-I) = SPACE
076550             THEN
076551               IF WK-RSN-PC > ZERO
076552                AND WK-RSN-PC NOT < WK-RSN-LO(WK-RSN-I)
076553                AND WK-RSN-PC NOT > WK-RSN-HI(WK-RSN-I)
076554                 THEN
076555                   PERFORM B14T-ADD-CANDIDATE
076556               END-IF
076557             ELSE
076558               PERFORM VARYING WKB00I FROM 1 BY 1
076559                 UNTIL WKB00I > PVCODE-BLK-CNT
076560                   IF PVCODE-BLK-STS(WKB00I) = 'FAIL'
076561                    AND PVCODE-BLK-NAME(WKB00I)
076562                      = WK-RSN-BLK(WK-RSN-I)
076563                     THEN
076564                       PERFORM B14T-ADD-CANDIDATE
076565                   END-IF
076566               END-PERFORM
076567           END-IF
076568       END-IF
076569   END-PERFORM.
076570*- RANK ORDER: TAKE THE BEST REMAINING CANDIDATE, FOUR TIMES.
076571   PERFORM UNTIL WK-RSN-PCNT NOT < 4 OR WK-RSN-PCNT = WK-RSN-CCNT
076572     MOVE ZERO          TO WK-RSN-BEST
076573     PERFORM VARYING WK-RSN-J FROM 1 BY 1
076574       UNTIL WK-RSN-J > WK-RSN-CCNT
076575         IF WK-RSN-CTAKEN(WK-RSN-J) = ZERO
076576           THEN
076577             IF WK-RSN-BEST = ZERO
076578               THEN
076579                 MOVE WK-RSN-J      TO WK-RSN-BEST
076580               ELSE
076581                 IF WK-RSN-CRANK(WK-RSN-J)
076582                    < WK-RSN-CRANK(WK-RSN-BEST)
076583                   THEN
076584                     MOVE WK-RSN-J      TO WK-RSN-BEST
076585                 END-IF
076586             END-IF
076587         END-IF
076588     END-PERFORM
076589     MOVE 1             TO WK-RSN-CTAKEN(WK-RSN-BEST)
076590     ADD 1              TO WK-RSN-PCNT
076591     MOVE WK-RSN-CENT(WK-RSN-BEST) TO WK-RSN-PICK(WK-RSN-PCNT)
076592   END-PERFORM.
076593   IF WK-RSN-PCNT = ZERO
076594     THEN
076595       ADD 1              TO WK-RSN-UNCODED
076596     ELSE
076597       ADD 1              TO WK-RSN-CODED
076598   END-IF.
076599 B14R-RANK-REASONS-EXIT.
076600   EXIT.
076601*--------------------------------------------------------------
076602*- ONE MASTER ENTRY MATCHED A FAILED CONDITION: A NEW CODE JOINS
076603*- THE CANDIDATES, A CODE ALREADY THERE KEEPS ITS BETTER RANK.
076604*--------------------------------------------------------------
076605 B14T-ADD-CANDIDATE SECTION.
076606   MOVE ZERO          TO WK-RSN-HIT.
076607   PERFORM VARYING WK-RSN-J FROM 1 BY 1
076608     UNTIL WK-RSN-J > WK-RSN-CCNT OR WK-RSN-HIT > ZERO
076609       MOVE WK-RSN-CENT(WK-RSN-J) TO WK-RSN-K
076610       IF WK-RSN-CODE(WK-RSN-K) = WK-RSN-CODE(WK-RSN-I)
076611         THEN
076612           MOVE WK-RSN-J      TO WK-RSN-HIT
076613       END-IF
076614   END-PERFORM.
076615   IF WK-RSN-HIT > ZERO
076616     THEN
076617       IF WK-RSN-RANK(WK-RSN-I) < WK-RSN-CRANK(WK-RSN-HIT)
076618         THEN
076619           MOVE WK-RSN-I      TO WK-RSN-CENT(WK-RSN-HIT)
076620           MOVE WK-RSN-RANK(WK-RSN-I) TO WK-RSN-CRANK(WK-RSN-HIT)
076621       END-IF
076622       GO TO B14T-ADD-CANDIDATE-EXIT
076623   END-IF.
076624   IF WK-RSN-CCNT NOT < 20
076625     THEN
076626       GO TO B14T-ADD-CANDIDATE-EXIT
076627   END-IF.
076628   ADD 1              TO WK-RSN-CCNT.
076629   MOVE WK-RSN-I      TO WK-RSN-CENT(WK-RSN-CCNT).
076630   MOVE WK-RSN-RANK(WK-RSN-I) TO WK-RSN-CRANK(WK-RSN-CCNT).
076631   MOVE ZERO          TO WK-RSN-CTAKEN(WK-RSN-CCNT).
076632 B14T-ADD-CANDIDATE-EXIT.
076633   EXIT.
076634*--------------------------------------------------------------
076635*- THE RANKED REASONS RIDE THE DETAIL-RECORD VEHICLE (B14C):
076636*- STATUS 'RSN ', BLK 'RSN1 ' THRU 'RSN4 ' BY RANK, AND IN THE OUT
076637*- COLUMN THE CODE (1-4), THE CUSTOMER TEXT (6-65), THE MASTER
076638*- RANK (67-68) AND WHAT TRIPPED IT - 'B' AND THE BLOCK NAME OR
076639*- 'P' AND THE VCODE-PC (70, 72-76). ACTGEN'S LETTERS LAYOUTS
076640*- NAME THEM LIKE TAGS.
076641*--------------------------------------------------------------
076642 B14S-WRITE-REASONS SECTION.
076643   MOVE F3-STATUS     TO WK-RSN-SAVSTS.
076644   PERFORM VARYING WK-RSN-J FROM 1 BY 1
076645     UNTIL WK-RSN-J > WK-RSN-PCNT
076646       MOVE WK-RSN-PICK(WK-RSN-J) TO WK-RSN-K
076647       MOVE SPACE         TO F3-BLK
076648       STRING 'RSN' WK-RSN-J(2:1) DELIMITED BY SIZE INTO F3-BLK
076649       MOVE 'RSN '        TO F3-STATUS
076650       MOVE SPACE         TO F3-OUT
076651       MOVE WK-RSN-CODE(WK-RSN-K) TO F3-OUT(1:4)
076652       MOVE WK-RSN-TEXT(WK-RSN-K) TO F3-OUT(6:60)
076653       MOVE WK-RSN-RANK(WK-RSN-K) TO F3-OUT(67:2)
076654       IF WK-RSN-BLK(WK-RSN-K) = SPACE
076655         THEN
076656           MOVE 'P'           TO F3-OUT(70:1)
076657           MOVE WK-RSN-PC     TO F3-OUT(72:5)
076658         ELSE
076659           MOVE 'B'           TO F3-OUT(70:1)
076660           MOVE WK-RSN-BLK(WK-RSN-K) TO F3-OUT(72:5)
076661       END-IF
076662       MOVE WK-RUNID      TO F3-RUNID
076663       PERFORM Z64-WRITE-F3
076664   END-PERFORM.
076665   MOVE SPACE         TO F3-BLK.
076666   MOVE WK-RSN-SAVSTS TO F3-STATUS.
076667*- SPENT: A LATER REJECT OF ANOTHER KIND MUST NOT PICK THEM UP.
076668   MOVE ZERO          TO WK-RSN-PCNT.
076669 B14S-WRITE-REASONS-EXIT.
076670   EXIT.
076671*--------------------------------------------------------------
076672*- DECISION REUSE LOOKUP: KEY THE RECORD BY RULE SET AND THE
076673*- FIVE INPUT AREAS AS THEY STAND BEFORE EXEC, AND ON A MATCH
076674*- PUT THE REMEMBERED OUTCOME BACK WHERE EXEC WOULD HAVE LEFT
076675*- IT (WK-DC-HIT = 1). WK-DC-USE = 1 TELLS B14 TO TIME AND
076676*- REMEMBER THE EXEC ON A MISS.
076677*--------------------------------------------------------------
076678 B14D-CACHE-LOOKUP SECTION.
076679   MOVE 1             TO WK-DC-USE.
076680   IF WK-RSID = SPACE
076681     THEN
076682       MOVE 'ALLRULES'    TO WK-DC-KRSID
076683     ELSE
076684       MOVE WK-RSID       TO WK-DC-KRSID
076685   END-IF.
076686   MOVE IN100         TO WK-DC-KIN(1:10).
076687   MOVE IN200         TO WK-DC-KIN(11:10).
076688   MOVE IN300         TO WK-DC-KIN(21:10).
076689   MOVE IN400         TO WK-DC-KIN(31:10).
076690   MOVE IN500         TO WK-DC-KIN(41:10).
076691   PERFORM VARYING WK-DC-I FROM 1 BY 1
076692     UNTIL WK-DC-I > WK-DC-CNT OR WK-DC-HIT = 1
076693       IF WK-DC-EKEY(WK-DC-I) = WK-DC-KEY
076694         THEN
076695           MOVE 1             TO WK-DC-HIT
076696           PERFORM B14F-CACHE-RESTORE
076697       END-IF
076698   END-PERFORM.
076699   IF WK-DC-HIT = 1
076700     THEN
076701       ADD 1              TO WK-DC-HITS
076702   END-IF.
076703 B14D-CACHE-LOOKUP-EXIT.
076704   EXIT.
076705*--------------------------------------------------------------
076706*- AFTER A CACHEABLE EXEC: ADD ITS ELAPSED TIME TO THE MISS
076707*- TOTAL AND REMEMBER A PASSING OUTCOME UNDER WK-DC-KEY. AN
076708*- ENGINE ERROR OR A FAILED BLOCK IS NOT KEPT, AND ONCE THE
076709*- TABLE IS FULL NEW KEYS ARE ONLY COUNTED (WK-DC-FULL).
076710*--------------------------------------------------------------
076711 B14E-CACHE-STORE SECTION.
076712   PERFORM Z40-TIME-NOW.
076713   COMPUTE WK-DC-DIFF = WK-TM-NOWC - WK-DC-T0.
076714   IF WK-DC-DIFF < ZERO
076715     THEN
076716       ADD 8640000        TO WK-DC-DIFF
076717   END-IF.
076718   ADD WK-DC-DIFF       TO WK-DC-MISS-EL.
076719   ADD 1                TO WK-DC-MISS.
076720   IF PVCODE-COD < ZERO
076721     THEN
076722       GO TO B14E-CACHE-STORE-EXIT
076723   END-IF.
076724   MOVE ZERO          TO WK-DC-BAD.
076725   PERFORM VARYING WK-DC-J FROM 1 BY 1
076726     UNTIL WK-DC-J > PVCODE-BLK-CNT
076727       IF PVCODE-BLK-STS(WK-DC-J) = 'FAIL'
076728         THEN
076729           MOVE 1             TO WK-DC-BAD
076730       END-IF
076731   END-PERFORM.
076732   IF WK-DC-BAD = 1
076733     THEN
076734       GO TO B14E-CACHE-STORE-EXIT
076735   END-IF.
076736   IF WK-DC-CNT NOT < WK-DC-MAX
076737     THEN
076738       ADD 1              TO WK-DC-FULL
076739       GO TO B14E-CACHE-STORE-EXIT
076740   END-IF.
076741   ADD 1              TO WK-DC-CNT.
076742   MOVE WK-DC-KEY     TO WK-DC-EKEY(WK-DC-CNT).
076743   MOVE PVCODE-STS    TO WK-DC-ESTS(WK-DC-CNT).
076744   MOVE OUT00         TO WK-DC-EOUT(WK-DC-CNT).
076745   MOVE PVCODE-BLK-CNT TO WK-DC-EBLK-CNT(WK-DC-CNT).
076746   PERFORM VARYING WK-DC-J FROM 1 BY 1
076747     UNTIL WK-DC-J > PVCODE-BLK-CNT
076748       MOVE PVCODE-BLK-TBL(WK-DC-J)
076749                          TO WK-DC-EBLK(WK-DC-CNT, WK-DC-J)
076750   END-PERFORM.
076751   MOVE PVCODE-OUT-CNT TO WK-DC-ETAG-CNT(WK-DC-CNT).
076752   PERFORM VARYING WK-DC-J FROM 1 BY 1
076753     UNTIL WK-DC-J > PVCODE-OUT-CNT
076754       MOVE PVCODE-OUT-TBL(WK-DC-J)
076755                          TO WK-DC-ETAG(WK-DC-CNT, WK-DC-J)
076756   END-PERFORM.
076757 B14E-CACHE-STORE-EXIT.
076758   EXIT.
076759*--------------------------------------------------------------
076760*- RESTORE CACHE ENTRY WK-DC-I INTO THE EXEC RESULT FIELDS. NO
076761*- TRACE OR DEBUG LINES - THOSE RUNS NEVER USE THE CACHE.
076762*--------------------------------------------------------------
076763 B14F-CACHE-RESTORE SECTION.
076764   MOVE WK-DC-ESTS(WK-DC-I) TO PVCODE-STS.
076765   MOVE WK-DC-EOUT(WK-DC-I) TO OUT00.
076766   MOVE ZERO          TO PVCODE-TRACE-CNT.
076767   MOVE ZERO          TO PVCODE-DBG-CNT.
076768   MOVE ZERO          TO PVCODE-SNAP-CNT.
076769   MOVE WK-DC-EBLK-CNT(WK-DC-I) TO PVCODE-BLK-CNT.
076770   PERFORM VARYING WK-DC-J FROM 1 BY 1
076771     UNTIL WK-DC-J > PVCODE-BLK-CNT
076772       MOVE WK-DC-EBLK(WK-DC-I, WK-DC-J)
076773                          TO PVCODE-BLK-TBL(WK-DC-J)
076774   END-PERFORM.
076775   MOVE WK-DC-ETAG-CNT(WK-DC-I) TO PVCODE-OUT-CNT.
076776   PERFORM VARYING WK-DC-J FROM 1 BY 1
076777     UNTIL WK-DC-J > PVCODE-OUT-CNT
076778       MOVE WK-DC-ETAG(WK-DC-I, WK-DC-J)
076779                          TO PVCODE-OUT-TBL(WK-DC-J)
076780   END-PERFORM.
076781 B14F-CACHE-RESTORE-EXIT.
076782   EXIT.
076783*--------------------------------------------------------------
076784*- LOAD-TIME CACHE SAFETY: THE FIRST ROW WHOSE OPCODE KEEPS
076785*- STATE BETWEEN RECORDS (ACCUMULATORS, NAMED VARIABLES), READS
076786*- THE CLOCK, OR CALLS INTO ANOTHER RESIDENT SET MAKES THE WHOLE
076787*- SET UNSAFE; ITS OPCODE IS KEPT AS THE REASON.
076788*--------------------------------------------------------------
076789 B59A-CHECK-CACHE-SAFE SECTION.
076790   IF WK-DC-SAFE = ZERO
076791     THEN
076792       GO TO B59A-CHECK-CACHE-SAFE-EXIT
076793   END-IF.
076794   EVALUATE F1BODY(1:5)
076795   WHEN 'ACADD'
076796   WHEN 'ACKEY'
076797   WHEN 'ACPSH'
076798   WHEN 'STORE'
076799   WHEN 'RECAL'
076800   WHEN 'DTNOW'
076801   WHEN 'VELCT'
076802   WHEN 'DETL_'
076803   WHEN 'CALLS'
076804     MOVE ZERO          TO WK-DC-SAFE
076805     MOVE F1BODY(1:5)   TO WK-DC-WHY
076806*-   KEY-USAGE COLLECTION NEEDS EVERY LOOKP TO REALLY RUN.
076807   WHEN 'LOOKP'
076808     IF WK-RUSNAME NOT = SPACE
076809       THEN
076810         MOVE ZERO          TO WK-DC-SAFE
076811         MOVE F1BODY(1:5)   TO WK-DC-WHY
076812     END-IF
076813   WHEN OTHER
076814     CONTINUE
076815   END-EVALUATE.
076816 B59A-CHECK-CACHE-SAFE-EXIT.
076817   EXIT.
076818*--------------------------------------------------------------
076819*- EMERGENCY SUPPRESSION, DIRECT LOADS: A SUPPRESSION'S PC IS
076820*- COUNTED WITHIN ITS OWN RULE SET, BUT AN ALLRULES LOAD STACKS
076821*- EVERY SET IN ONE TABLE. NOTE WHERE EACH LISTED SET STARTS AND
076822*- HOW MANY TABLE ROWS IT FILLS (CONT_ ROWS EXTEND THE ROW BEFORE
076823*- THEM AND TAKE NO PC OF THEIR OWN). B62A STARTS A NEW LOAD.
076824*--------------------------------------------------------------
076825 B62-NOTE-SUPPRESS-ROW SECTION.
076826   IF F1BODY(1:5) = 'CONT_'
076827     THEN
076828       GO TO B62-NOTE-SUPPRESS-ROW-EXIT
076829   END-IF.
076830   ADD 1              TO WK-SUP-TOTAL.
076831   PERFORM VARYING WK-SUP-I FROM 1 BY 1
076832     UNTIL WK-SUP-I > WK-SUP-CNT
076833       IF WK-SUP-RSID(WK-SUP-I) = F1RSID
076834         THEN
076835           IF WK-SUP-SEEN(WK-SUP-I) = ZERO
076836             THEN
076837               MOVE 1             TO WK-SUP-SEEN(WK-SUP-I)
076838               COMPUTE WK-SUP-BASE(WK-SUP-I) = WK-SUP-TOTAL - 1
076839           END-IF
076840           ADD 1              TO WK-SUP-ROWS(WK-SUP-I)
076841       END-IF
076842   END-PERFORM.
076843 B62-NOTE-SUPPRESS-ROW-EXIT.
076844   EXIT.
076845 B62A-RESET-SUPPRESS-ROWS SECTION.
076846   MOVE ZERO          TO WK-SUP-TOTAL.
076847   PERFORM VARYING WK-SUP-I FROM 1 BY 1
076848     UNTIL WK-SUP-I > WK-SUP-CNT
076849       MOVE ZERO          TO WK-SUP-SEEN(WK-SUP-I)
076850       MOVE ZERO          TO WK-SUP-BASE(WK-SUP-I)
076851       MOVE ZERO          TO WK-SUP-ROWS(WK-SUP-I)
076852   END-PERFORM.
076853 B62A-RESET-SUPPRESS-ROWS-EXIT.
076854   EXIT.
076855*--------------------------------------------------------------
076856*- HAND THE ENGINE THE SUPPRESSIONS FOR WHAT WAS JUST LOADED
076857*- (FUNC='SREG'): WK-SUP-SETID = SPACE FOR THE DIRECTLY LOADED
076858*- TABLE (EVERY ENTRY WHOSE SET B62 SAW), ELSE THE RESIDENT SLOT
076859*- (EVERY ENTRY FOR THAT SET). INIT CLEARS THE ENGINE'S LIST, SO
076860*- THIS RUNS AFTER EVERY LOAD. A SUPPRESSED TABLE IS NOT CACHED -
076861*- EVERY OVERRIDDEN EVALUATION HAS TO BE COUNTED.
076862*--------------------------------------------------------------
076863 B63-REGISTER-SUPPRESSIONS SECTION.
076864   PERFORM VARYING WK-SUP-I FROM 1 BY 1
076865     UNTIL WK-SUP-I > WK-SUP-CNT
076866       IF (WK-SUP-SETID = SPACE AND WK-SUP-SEEN(WK-SUP-I) = 1)
076867        OR (WK-SUP-SETID NOT = SPACE
076868            AND WK-SUP-RSID(WK-SUP-I) = WK-SUP-SETID)
076869         THEN
076870           PERFORM B63A-REGISTER-ONE
076871       END-IF
076872   END-PERFORM.
076873 B63-REGISTER-SUPPRESSIONS-EXIT.
076874   EXIT.
076875 B63A-REGISTER-ONE SECTION.
076876   MOVE SPACE         TO PVCODE-PRM.
076877   MOVE 'SREG'        TO PVCODE-FUNC.
076878   MOVE WK-SUP-SETID  TO PVCODE-SETID.
076879   MOVE SPACE         TO PVCODE-TBL-KEY.
076880   MOVE WK-SUP-BLK(WK-SUP-I) TO PVCODE-TBL-KEY(1:5).
076881   MOVE WK-SUP-PC(WK-SUP-I)  TO PVCODE-TBL-KEY(6:5).
076882   IF WK-SUP-SETID = SPACE
076883     THEN
076884       MOVE WK-SUP-BASE(WK-SUP-I) TO PVCODE-TBL-KEY(11:5)
076885       MOVE WK-SUP-ROWS(WK-SUP-I) TO PVCODE-TBL-KEY(16:5)
076886     ELSE
076887       MOVE ZERO          TO WK-SUP-N5
076888       MOVE WK-SUP-N5     TO PVCODE-TBL-KEY(11:5)
076889       MOVE WK-SUP-N5     TO PVCODE-TBL-KEY(16:5)
076890   END-IF.
076891   MOVE SPACE         TO PVCODE-TBL-VAL.
076892   MOVE WK-SUP-ACT(WK-SUP-I) TO PVCODE-TBL-VAL(1:1).
076893   MOVE WK-SUP-I      TO WK-SUP-TAG-X.
076894   MOVE WK-SUP-TAG-X  TO PVCODE-TBL-VAL(2:3).
076895   CALL 'SUBVCODE' USING PVCODE-PRM
076896                         IN100
076897                         IN200
076898                         IN300
076899                         IN400
076900                         IN500
076901                         OUT00.
076902   IF PVCODE-COD NOT = ZERO
076903     THEN
076904       DISPLAY 'TEST-MAIN:SUPPRESSION TARGET NOT FOUND: '
076905               WK-SUP-RSID(WK-SUP-I) ' BLK=' WK-SUP-BLK(WK-SUP-I)
076906               ' PC=' WK-SUP-PC(WK-SUP-I) ' ' PVCODE-MSG
076907       MOVE 4             TO WK-NEWRC
076908       PERFORM Z30-RAISE-RC
076909       GO TO B63A-REGISTER-ONE-EXIT
076910   END-IF.
076911   DISPLAY 'TEST-MAIN:SUPPRESSION APPLIED: '
076912           WK-SUP-RSID(WK-SUP-I) ' BLK=' WK-SUP-BLK(WK-SUP-I)
076913           ' PC=' WK-SUP-PC(WK-SUP-I) ' ACT=' WK-SUP-ACT(WK-SUP-I)
076914           ' TICKET=' WK-SUP-TICKET(WK-SUP-I).
076915   IF WK-SUP-SETID = SPACE
076916     THEN
076917       MOVE ZERO          TO WK-DC-SAFE
076918       MOVE 'SUPPR'       TO WK-DC-WHY
076919   END-IF.
076920 B63A-REGISTER-ONE-EXIT.
076921   EXIT.
076922*--------------------------------------------------------------
076923*- EXEMPTION CHECK FOR A JUDGED WHOLE-TRANSACTION FAILURE (F3-RSID
076924*- AND WK-BIZKEY SET). A WHOLE-SET ENTRY COVERS ANY FAILURE;
076925*- FAILED BLOCKS ARE COVERED ONLY WHEN EACH HAS ITS OWN ENTRY (AN
076926*- ENGINE ERROR IS NEVER EXEMPT BY BLOCK). THE RECORD WAS STILL
076927*- EVALUATED: A COVERED ONE TURNS PASS HERE, THE COUNTS FOLLOW IT,
076928*- AND WK-EXM-PEND TELLS THE CALLER TO WRITE THE EXEMPTION DETAILS
076929*- (B64B) CARRYING THE ORIGINAL OUTCOME AND THE REFERENCE.
076930*--------------------------------------------------------------
076931 B64-APPLY-EXEMPTION SECTION.
076932   MOVE ZERO          TO WK-EXM-PEND.
076933   MOVE ZERO          TO WK-EXM-CNT.
076934   IF F3-STATUS NOT = 'FAIL' OR WK-BIZKEY = SPACE
076935     THEN
076936       GO TO B64-APPLY-EXEMPTION-EXIT
076937   END-IF.
076938   MOVE SPACE         TO WK-EXM-BLK.
076939   PERFORM B64A-FIND-EXEMPTION.
076940   IF WK-EXM-OK = 1
076941     THEN
076942       GO TO B64-COVERED
076943   END-IF.
076944   IF PVCODE-COD < ZERO OR PVCODE-BLK-CNT = ZERO
076945     THEN
076946       GO TO B64-APPLY-EXEMPTION-EXIT
076947   END-IF.
076948   MOVE 1             TO WK-EXM-ALL.
076949   PERFORM VARYING WK-EXM-I FROM 1 BY 1
076950     UNTIL WK-EXM-I > PVCODE-BLK-CNT OR WK-EXM-ALL = ZERO
076951       IF PVCODE-BLK-STS(WK-EXM-I) = 'FAIL'
076952         THEN
076953           MOVE PVCODE-BLK-NAME(WK-EXM-I) TO WK-EXM-BLK
076954           PERFORM B64A-FIND-EXEMPTION
076955           MOVE WK-EXM-OK     TO WK-EXM-ALL
076956       END-IF
076957   END-PERFORM.
076958   IF WK-EXM-ALL = ZERO OR WK-EXM-CNT = ZERO
076959     THEN
076960       MOVE ZERO          TO WK-EXM-CNT
076961       GO TO B64-APPLY-EXEMPTION-EXIT
076962   END-IF.
076963 B64-COVERED.
076964   MOVE 'PASS'        TO F3-STATUS.
076965   SUBTRACT 1         FROM WK-TRN-FAIL.
076966   ADD 1              TO WK-TRN-PASS.
076967   ADD 1              TO WK-EXM-APPLIED.
076968   MOVE 1             TO WK-EXM-PEND.
076969 B64-APPLY-EXEMPTION-EXIT.
076970   EXIT.
076971*--------------------------------------------------------------
076972*- READ THE REGISTER FOR WK-BIZKEY + F3-RSID + WK-EXM-BLK.
076973*- WK-EXM-OK = 1 WHEN THE ENTRY IS IN ITS EFFECTIVE PERIOD FOR THE
076974*- RUN DATE; IT IS THEN ADDED TO THE TRANSACTION'S USE LIST.
076975*--------------------------------------------------------------
076976 B64A-FIND-EXEMPTION SECTION.
076977   MOVE ZERO          TO WK-EXM-OK.
076978   IF WK-EXM-CNT NOT < 10
076979     THEN
076980       GO TO B64A-FIND-EXEMPTION-EXIT
076981   END-IF.
076982   MOVE WK-BIZKEY     TO F51-BIZKEY.
076983   MOVE F3-RSID       TO F51-RSID.
076984   MOVE WK-EXM-BLK    TO F51-BLK.
076985   READ F51EXM
076986     INVALID KEY
076987       GO TO B64A-FIND-EXEMPTION-EXIT
076988   END-READ.
076989   IF F51-FROM > WK-RUNDT-FULL OR F51-TO < WK-RUNDT-FULL
076990     THEN
076991       GO TO B64A-FIND-EXEMPTION-EXIT
076992   END-IF.
076993   MOVE 1             TO WK-EXM-OK.
076994   ADD 1              TO WK-EXM-CNT.
076995   MOVE F51-BLK       TO WK-EXM-UBLK(WK-EXM-CNT).
076996   MOVE F51-REF       TO WK-EXM-UREF(WK-EXM-CNT).
076997   MOVE F51-DISP      TO WK-EXM-UDISP(WK-EXM-CNT).
076998   MOVE F51-USER      TO WK-EXM-UUSER(WK-EXM-CNT).
076999   MOVE F51-TO        TO WK-EXM-UTO(WK-EXM-CNT).
077000 B64A-FIND-EXEMPTION-EXIT.
077001   EXIT.
077002*--------------------------------------------------------------
077003*- ONE 'EXMPT' DETAIL PER ENTRY THE TRANSACTION WAS EXEMPTED
077004*- UNDER, AFTER ITS WHOLE-TRANSACTION AND BLOCK RECORDS: STATUS
077005*- 'EXMP', THE REFERENCE, THE ORIGINAL OUTCOME AND THE APPROVER IN
077006*- THE OUT AREA. AS WITH TAGGED OUTPUTS, WHOLE-TRANSACTION READERS
077007*- SKIP IT (BLK NOT SPACE); THE HISTORY AND INQUIRY TOOL KEEP IT.
077008*- A WHOLE-SET 'W' ENTRY ALSO PUTS A WARNING DETAIL ON THE REJECT
077009*- LOG (A BLOCK 'W' ENTRY ALREADY DID, AS A WARN BLOCK).
077010*--------------------------------------------------------------
077011 B64B-WRITE-EXEMPTIONS SECTION.
077012   MOVE F3RECORD      TO WK-EXM-SAVE.
077013   PERFORM VARYING WK-EXM-J FROM 1 BY 1
077014     UNTIL WK-EXM-J > WK-EXM-CNT
077015       MOVE 'EXMPT'       TO F3-BLK
077016       MOVE 'EXMP'        TO F3-STATUS
077017       MOVE SPACE         TO F3-OUT
077018       STRING 'REF=' WK-EXM-UREF(WK-EXM-J)
077019              ' ORIG=FAIL BLK=' WK-EXM-UBLK(WK-EXM-J)
077020              ' DISP=' WK-EXM-UDISP(WK-EXM-J)
077021              ' BY=' WK-EXM-UUSER(WK-EXM-J)
077022              ' UNTIL=' WK-EXM-UTO(WK-EXM-J)
077023                          INTO F3-OUT
077024       MOVE WK-RUNID      TO F3-RUNID
077025   PERFORM Z64-WRITE-F3
077026       IF WK-EXM-UDISP(WK-EXM-J) = 'W'
077027        AND WK-EXM-UBLK(WK-EXM-J) = SPACE
077028         THEN
077029           ADD 1              TO WK-EXM-WARNED
077030           MOVE 'WARN'        TO F3-STATUS
077031           MOVE SPACE         TO PVCODE-MSG
077032           STRING 'TEST-MAIN: EXEMPT REF=' WK-EXM-UREF(WK-EXM-J)
077033                  ' WARN BY=' WK-EXM-UUSER(WK-EXM-J)
077034                  ' UNTIL=' WK-EXM-UTO(WK-EXM-J)
077035                              INTO PVCODE-MSG
077036           PERFORM B11-WRITE-REJECT
077037       END-IF
077038   END-PERFORM.
077039   MOVE WK-EXM-SAVE   TO F3RECORD.
077040   MOVE ZERO          TO WK-EXM-PEND.
077041 B64B-WRITE-EXEMPTIONS-EXIT.
077042   EXIT.
077043*--------------------------------------------------------------
077044*- A FAILED BLOCK OF AN EXEMPTED TRANSACTION (B14A): A WHOLE-SET
077045*- ENTRY PASSES IT, ITS OWN BLOCK ENTRY GIVES IT THAT ENTRY'S
077046*- DISPOSITION ('W' = WARN, SO THE DESK STILL SEES IT).
077047*--------------------------------------------------------------
077048 B64C-EXEMPT-BLOCK SECTION.
077049   PERFORM VARYING WK-EXM-J FROM 1 BY 1
077050     UNTIL WK-EXM-J > WK-EXM-CNT
077051       EVALUATE TRUE
077052       WHEN WK-EXM-UBLK(WK-EXM-J) = PVCODE-BLK-NAME(WKB00I)
077053         IF WK-EXM-UDISP(WK-EXM-J) = 'W'
077054           THEN
077055             MOVE 'WARN'        TO F3-STATUS
077056             ADD 1              TO WK-EXM-WARNED
077057           ELSE
077058             MOVE 'PASS'        TO F3-STATUS
077059         END-IF
077060       WHEN WK-EXM-UBLK(WK-EXM-J) = SPACE AND F3-STATUS = 'FAIL'
077061         MOVE 'PASS'        TO F3-STATUS
077062       WHEN OTHER
077063         CONTINUE
077064       END-EVALUATE
077065   END-PERFORM.
077066 B64C-EXEMPT-BLOCK-EXIT.
077067   EXIT.
077068*--------------------------------------------------------------
077069*- BEFORE THE EXEC: HAND THE ENGINE THIS RECORD'S VELOCITY
077070*- HISTORY FOR THE VELCT OPCODE. THE RECORD ITSELF GOES IN FIRST
077071*- (FUNC='VCLR': COUNT 1 AND ITS AMOUNT AT ITS OWN HOUR), THEN
077072*- EVERY STORED ENTRY FOR ITS BUSINESS KEY INSIDE THE RETENTION
077073*- (FUNC='VREG'); OLDER ENTRIES ARE DELETED ON THE WAY PAST.
077074*- WK-VEL-PEND ARMS THE STORE UPDATE THAT FOLLOWS THE VERDICT.
077075*--------------------------------------------------------------
077076 B65-LOAD-VELOCITY SECTION.
077077 B65-010.
077078   MOVE ZERO          TO WK-VEL-PEND.
077079   IF WK-VEL-ON NOT = 1
077080     THEN
077081       GO TO B65-LOAD-VELOCITY-EXIT
077082   END-IF.
077083*- THE RECORD'S HOUR: ITS OWN YYYYMMDDHH SLICE WHEN ONE IS
077084*- DECLARED AND VALID, ELSE THE RUN DATE AND THE RUN'S START HOUR.
077085   MOVE ZERO          TO WK-VEL-STAMP.
077086   IF WK-VEL-TPOS > ZERO
077087     THEN
077088       MOVE F7RECORD(WK-VEL-TPOS:10) TO WK-VEL-STAMP
077089   END-IF.
077090   IF WK-VEL-STAMP NOT NUMERIC
077091     THEN
077092       MOVE ZERO          TO WK-VEL-STAMP
077093   END-IF.
077094   IF FUNCTION TEST-DATE-YYYYMMDD(WK-VEL-SDT) NOT = ZERO
077095    OR WK-VEL-SHH > 23
077096     THEN
077097       MOVE WK-RUNDT-FULL TO WK-VEL-STAMP(1:8)
077098       MOVE WK-TM-STIME(1:2) TO WK-VEL-STAMP(9:2)
077099   END-IF.
077100   MOVE ZERO          TO WK-VEL-AMT.
077101   IF WK-VEL-ALEN > ZERO
077102     THEN
077103       IF FUNCTION TEST-NUMVAL(F7RECORD(WK-VEL-APOS:WK-VEL-ALEN))
077104          = ZERO
077105         THEN
077106           COMPUTE WK-VEL-AMT =
077107             FUNCTION NUMVAL(F7RECORD(WK-VEL-APOS:WK-VEL-ALEN))
077108       END-IF
077109   END-IF.
077110   MOVE SPACE         TO PVCODE-PRM.
077111   MOVE 'VCLR'        TO PVCODE-FUNC.
077112   MOVE WK-VEL-STAMP  TO PVCODE-VEL-STAMP.
077113   MOVE 1             TO PVCODE-VEL-N.
077114   MOVE WK-VEL-AMT    TO PVCODE-VEL-AMT.
077115   CALL 'SUBVCODE' USING PVCODE-PRM
077116                         IN100
077117                         IN200
077118                         IN300
077119                         IN400
077120                         IN500
077121                         OUT00.
077122   IF PVCODE-COD NOT = ZERO
077123     THEN
077124       DISPLAY 'TEST-MAIN:VELOCITY ENTRY REFUSED. ' PVCODE-MSG
077125       GO TO B65-LOAD-VELOCITY-EXIT
077126   END-IF.
077127*- NO BUSINESS KEY, NO HISTORY AND NOTHING TO REMEMBER.
077128   IF WK-BIZKEY = SPACE
077129     THEN
077130       GO TO B65-LOAD-VELOCITY-EXIT
077131   END-IF.
077132   MOVE 1             TO WK-VEL-PEND.
077133*- RETENTION: VELOCITY_DAYS, OR THE LONGEST VELCT WINDOW LOADED.
077134*- ENTRIES AT OR BEFORE THE CUTOFF HOUR FALL OUTSIDE EVERY WINDOW.
077135   COMPUTE WK-VEL-HRS = WK-VEL-DAYS * 24.
077136   IF PVCODE-VEL-MAXH > WK-VEL-HRS
077137     THEN
077138       MOVE PVCODE-VEL-MAXH TO WK-VEL-HRS
077139   END-IF.
077140   COMPUTE WK-VEL-SER =
077141     FUNCTION INTEGER-OF-DATE(WK-VEL-SDT) * 24 + WK-VEL-SHH
077142     - WK-VEL-HRS.
077143   DIVIDE WK-VEL-SER BY 24
077144     GIVING WK-VEL-DAYN REMAINDER WK-VEL-CHH.
077145   COMPUTE WK-VEL-CDT = FUNCTION DATE-OF-INTEGER(WK-VEL-DAYN).
077146   MOVE LOW-VALUE     TO F52-KEY.
077147   MOVE WK-BIZKEY     TO F52-BIZKEY.
077148   START F52VEL KEY IS NOT LESS THAN F52-KEY
077149     INVALID KEY
077150       GO TO B65-LOAD-VELOCITY-EXIT
077151   END-START.
077152   PERFORM UNTIL WK-VEL-FST NOT = '00'
077153     READ F52VEL NEXT RECORD
077154       END
077155         CONTINUE
077156       NOT END
077157         IF F52-BIZKEY NOT = WK-BIZKEY
077158           THEN
077159             MOVE '10'          TO WK-VEL-FST
077160           ELSE
077161             IF F52-STAMP NOT > WK-VEL-CUT
077162               THEN
077163                 DELETE F52VEL RECORD
077164                 ADD 1              TO WK-VEL-TRIMMED
077165               ELSE
077166                 PERFORM B65B-REGISTER-ENTRY
077167             END-IF
077168         END-IF
077169     END-READ
077170   END-PERFORM.
077171   MOVE '00'          TO WK-VEL-FST.
077172 B65-LOAD-VELOCITY-EXIT.
077173   EXIT.
077174*--------------------------------------------------------------
077175*- ONE STORED ENTRY INTO THE ENGINE'S HISTORY. A HISTORY TOO
077176*- LONG FOR THE ENGINE'S TABLE IS REPORTED ONCE PER RUN; THE
077177*- ENTRIES THAT DID FIT STILL COUNT.
077178*--------------------------------------------------------------
077179 B65B-REGISTER-ENTRY SECTION.
077180   MOVE SPACE         TO PVCODE-PRM.
077181   MOVE 'VREG'        TO PVCODE-FUNC.
077182   MOVE F52-STAMP     TO PVCODE-VEL-STAMP.
077183   MOVE 1             TO PVCODE-VEL-N.
077184   MOVE F52-AMT       TO PVCODE-VEL-AMT.
077185   CALL 'SUBVCODE' USING PVCODE-PRM
077186                         IN100
077187                         IN200
077188                         IN300
077189                         IN400
077190                         IN500
077191                         OUT00.
077192   IF PVCODE-COD NOT = ZERO AND WK-VEL-FULL = ZERO
077193     THEN
077194       DISPLAY 'TEST-MAIN:VELOCITY HISTORY CUT SHORT, KEY='
077195               WK-BIZKEY ' ' PVCODE-MSG
077196       MOVE 1             TO WK-VEL-FULL
077197   END-IF.
077198 B65B-REGISTER-ENTRY-EXIT.
077199   EXIT.
077200*--------------------------------------------------------------
077201*- AFTER THE VERDICT: THE DECIDED RECORD ENTERS THE VELOCITY
077202*- STORE UNDER ITS HOUR, THIS RUN'S TAG AND ITS EXEC SEQUENCE
077203*- (A SUSPENDED RECORD LEFT EARLY AND IS NOT COUNTED).
077204*--------------------------------------------------------------
077205 B65A-UPDATE-VELOCITY SECTION.
077206   IF WK-VEL-PEND NOT = 1
077207     THEN
077208       GO TO B65A-UPDATE-VELOCITY-EXIT
077209   END-IF.
077210   MOVE ZERO          TO WK-VEL-PEND.
077211   MOVE WK-BIZKEY     TO F52-BIZKEY.
077212   MOVE WK-VEL-STAMP  TO F52-STAMP.
077213   MOVE WK-VEL-TAG    TO F52-TAG.
077214   MOVE WK-EXEC-SEQ   TO F52-SEQ.
077215   MOVE WK-VEL-AMT    TO F52-AMT.
077216   WRITE F52RECORD
077217     INVALID KEY
077218       DISPLAY 'TEST-MAIN:VELOCITY STORE WRITE FAILED STATUS='
077219               WK-VEL-FST ' KEY=' WK-BIZKEY
077220     NOT INVALID KEY
077221       ADD 1              TO WK-VEL-ADDED
077222   END-WRITE.
077223 B65A-UPDATE-VELOCITY-EXIT.
077224   EXIT.
077225*--------------------------------------------------------------
077226*- NEAR-DUPLICATE CHECK, AFTER THE EXACT ONE PASSED THE RECORD:
077227*- BUILD ITS GROUP KEY, COMPARE ITS AMOUNT WITH THE GROUP'S
077228*- EARLIER RECORDS, AND WRITE A REVIEW PAIR ON THE FIRST ONE
077229*- WITHIN THE TOLERANCE. WITH 'SUSP' CONFIGURED (AND SUSPENSE
077230*- OPEN) THE RECORD IS PARKED INSTEAD OF DECIDED - WK-DUP-FLAG
077231*- THEN KEEPS IT FROM THE EXEC LIKE AN EXACT DUPLICATE. A RECORD
077232*- NOT PAIRED JOINS ITS GROUP (THE FIRST 3 PER GROUP ARE KEPT).
077233*--------------------------------------------------------------
077234 B66-CHECK-NEAR-DUP SECTION.
077235   IF WK-NDP-ON NOT = 1 OR WK-NDP-FULL = 1
077236    OR WK-DUP-FLAG NOT = ZERO
077237     THEN
077238       GO TO B66-CHECK-NEAR-DUP-EXIT
077239   END-IF.
077240   MOVE SPACE         TO WK-NDP-KEY.
077241   MOVE 1             TO WK-NDP-KP.
077242   PERFORM VARYING WK-NDP-I FROM 1 BY 1
077243     UNTIL WK-NDP-I > WK-NDP-GCNT
077244       MOVE F7RECORD(WK-NDP-GPOS(WK-NDP-I):WK-NDP-GLEN(WK-NDP-I))
077245         TO WK-NDP-KEY(WK-NDP-KP:WK-NDP-GLEN(WK-NDP-I))
077246       ADD WK-NDP-GLEN(WK-NDP-I) TO WK-NDP-KP
077247   END-PERFORM.
077248   IF WK-NDP-KEY = SPACE
077249     THEN
077250       GO TO B66-CHECK-NEAR-DUP-EXIT
077251   END-IF.
077252   IF FUNCTION TEST-NUMVAL(F7RECORD(WK-NDP-APOS:WK-NDP-ALEN))
077253      NOT = ZERO
077254     THEN
077255       GO TO B66-CHECK-NEAR-DUP-EXIT
077256   END-IF.
077257   COMPUTE WK-NDP-AMT =
077258     FUNCTION NUMVAL(F7RECORD(WK-NDP-APOS:WK-NDP-ALEN)).
077259   MOVE SPACE         TO PHASH-KEY OF WK-NDH-PRM.
077260   MOVE WK-NDP-KEY    TO PHASH-KEY OF WK-NDH-PRM.
077261   MOVE WK-NDP-KLEN   TO PHASH-KEY-LEN OF WK-NDH-PRM.
077262   MOVE 'GET_'        TO PHASH-FNC OF WK-NDH-PRM.
077263   CALL 'SUBHASH' USING WK-NDH-PRM
077264                        WK-NDH-VAL
077265                        WK-NDH-CTR.
077266   IF PHASH-COD OF WK-NDH-PRM = ZERO
077267     THEN
077268       DIVIDE PHASH-VLL OF WK-NDH-PRM BY 29 GIVING WK-NDP-N
077269     ELSE
077270       MOVE ZERO          TO WK-NDP-N
077271       MOVE SPACE         TO WK-NDH-VAL
077272   END-IF.
077273   MOVE ZERO          TO WK-NDP-HIT.
077274   PERFORM VARYING WK-NDP-I FROM 1 BY 1
077275     UNTIL WK-NDP-I > WK-NDP-N
077276        OR WK-NDP-HIT NOT = ZERO
077277       COMPUTE WK-NDP-DIFF = WK-NDP-AMT - WK-NDH-AMT(WK-NDP-I)
077278       IF WK-NDP-DIFF < ZERO
077279         THEN
077280           COMPUTE WK-NDP-DIFF = ZERO - WK-NDP-DIFF
077281       END-IF
077282       IF WK-NDP-DIFF NOT > WK-NDP-TOL
077283         THEN
077284           MOVE WK-NDP-I      TO WK-NDP-HIT
077285       END-IF
077286   END-PERFORM.
077287   IF WK-NDP-HIT NOT = ZERO
077288     THEN
077289       PERFORM B66A-WRITE-PAIR
077290       GO TO B66-CHECK-NEAR-DUP-EXIT
077291   END-IF.
077292   IF WK-NDP-N < 3
077293     THEN
077294       ADD 1              TO WK-NDP-N
077295       MOVE WK-NDP-AMT    TO WK-NDH-AMT(WK-NDP-N)
077296       MOVE WK-FEED-ID    TO WK-NDH-FEED(WK-NDP-N)
077297       MOVE WK-TRN-READ   TO WK-NDH-REC(WK-NDP-N)
077298       COMPUTE PHASH-VLL OF WK-NDH-PRM = WK-NDP-N * 29
077299       MOVE 'PUT_'        TO PHASH-FNC OF WK-NDH-PRM
077300       CALL 'SUBHASH' USING WK-NDH-PRM
077301                            WK-NDH-VAL
077302                            WK-NDH-CTR
077303       IF PHASH-COD OF WK-NDH-PRM NOT = ZERO
077304         THEN
077305           DISPLAY 'TEST-MAIN:NEAR-DUP TABLE FULL, CHECK OFF. '
077306                   PHASH-MSG OF WK-NDH-PRM
077307           MOVE 1             TO WK-NDP-FULL
077308       END-IF
077309   END-IF.
077310 B66-CHECK-NEAR-DUP-EXIT.
077311   EXIT.
077312*--------------------------------------------------------------
077313*- ONE REVIEW PAIR (THE EARLIER RECORD IS WK-NDH-ENT(WK-NDP-HIT),
077314*- THE LATER ONE THE CURRENT RECORD), THEN PARK THE LATER ONE
077315*- WHEN SO CONFIGURED.
077316*--------------------------------------------------------------
077317 B66A-WRITE-PAIR SECTION.
077318   ADD 1              TO WK-NDP-PAIRS.
077319   MOVE SPACE         TO F58RECORD.
077320   MOVE WK-RUNID      TO F58-RUNID.
077321   MOVE WK-NDP-KEY    TO F58-GROUP.
077322   MOVE WK-NDH-FEED(WK-NDP-HIT) TO F58-FEED1.
077323   MOVE WK-NDH-REC(WK-NDP-HIT)  TO F58-REC1.
077324   MOVE WK-NDH-AMT(WK-NDP-HIT)  TO F58-AMT1.
077325   MOVE WK-FEED-ID    TO F58-FEED2.
077326   MOVE WK-TRN-READ   TO F58-REC2.
077327   MOVE WK-NDP-AMT    TO F58-AMT2.
077328   MOVE WK-NDP-DIFF   TO F58-DIFF.
077329   MOVE WK-BIZKEY     TO F58-BIZKEY2.
077330   IF WK-NDP-SUSP = 'Y' AND WK-SUS-ON = 1
077331     THEN
077332       MOVE 'SUSP'        TO F58-ACTION
077333     ELSE
077334       MOVE 'FLAG'        TO F58-ACTION
077335   END-IF.
077336   WRITE F58RECORD.
077337   IF F58-ACTION = 'FLAG'
077338     THEN
077339       GO TO B66A-WRITE-PAIR-EXIT
077340   END-IF.
077341   IF WK-RSID = SPACE
077342     THEN
077343       MOVE 'ALLRULES'    TO F3-RSID
077344     ELSE
077345       MOVE WK-RSID       TO F3-RSID
077346   END-IF.
077347   MOVE SPACE         TO OUT00.
077348   MOVE SPACE         TO PVCODE-MSG.
077349   STRING 'TEST-MAIN: NEAR-DUPLICATE OF FEED '
077350          WK-NDH-FEED(WK-NDP-HIT)
077351          ' RECORD ' WK-NDH-REC(WK-NDP-HIT)
077352                      DELIMITED BY SIZE INTO PVCODE-MSG.
077353   PERFORM B53-PARK-RECORD.
077354   ADD 1              TO WK-NDP-PARKED.
077355   MOVE 1             TO WK-DUP-FLAG.
077356 B66A-WRITE-PAIR-EXIT.
077357   EXIT.
077358*--------------------------------------------------------------
077359*- BUSINESS-DAY CUTOFF (CUTOFF_CONFIG). THE FEED'S ENTRY (OR THE
077360*- BLANK-FEED DEFAULT) NAMES A TIMESTAMP SLICE OF THE RAW RECORD;
077361*- A TIME PAST THE FEED'S CUTOFF BELONGS TO THE NEXT BUSINESS DAY
077362*- AFTER THE RECORD'S DATE (HOLIDAY CALENDAR). WHEN THAT DAY IS
077363*- LATER THAN THE RUN DATE THE RECORD IS ROLLED FORWARD -
077364*- WK-COF-RUNDT IS THEN THE DATE THE RULES SEE. A SLICE THAT IS
077365*- NOT A VALID DATE/TIME LEAVES THE RECORD ON THE RUN DATE.
077366*--------------------------------------------------------------
077367 B67-CHECK-CUTOFF SECTION.
077368   MOVE WK-RUNDT-FULL TO WK-COF-RUNDT.
077369   MOVE ZERO          TO WK-COF-ROLL.
077370   MOVE ZERO          TO WK-COF-PARK.
077371   IF WK-COF-CNT = ZERO OR WK-DUP-FLAG NOT = ZERO
077372     THEN
077373       GO TO B67-CHECK-CUTOFF-EXIT
077374   END-IF.
077375   MOVE ZERO          TO WK-COF-HIT.
077376   MOVE ZERO          TO WK-COF-DFLT.
077377   PERFORM VARYING WK-COF-I FROM 1 BY 1
077378     UNTIL WK-COF-I > WK-COF-CNT
077379       IF WK-COF-FEED(WK-COF-I) = WK-FEED-ID
077380         THEN
077381           MOVE WK-COF-I      TO WK-COF-HIT
077382       END-IF
077383       IF WK-COF-FEED(WK-COF-I) = SPACE
077384         THEN
077385           MOVE WK-COF-I      TO WK-COF-DFLT
077386       END-IF
077387   END-PERFORM.
077388   IF WK-COF-HIT = ZERO
077389     THEN
077390       MOVE WK-COF-DFLT   TO WK-COF-HIT
077391   END-IF.
077392   IF WK-COF-HIT = ZERO
077393     THEN
077394       GO TO B67-CHECK-CUTOFF-EXIT
077395   END-IF.
077396   MOVE SPACE         TO WK-COF-STAMP.
077397   MOVE F7RECORD(WK-COF-POS(WK-COF-HIT):WK-COF-LEN(WK-COF-HIT))
077398                      TO WK-COF-STAMP.
077399*- SECONDS, WHEN THE SLICE HAS NONE, AND THE CUTOFF'S ARE ZERO.
077400   IF WK-COF-LEN(WK-COF-HIT) < 12
077401     THEN
077402       MOVE WK-RUNDT-FULL     TO WK-COF-SDATE
077403       MOVE WK-COF-STAMP(1:6) TO WK-COF-STIME
077404     ELSE
077405       MOVE WK-COF-STAMP(1:8) TO WK-COF-SDATE
077406       MOVE WK-COF-STAMP(9:6) TO WK-COF-STIME
077407   END-IF.
077408   IF WK-COF-STIME(5:2) = SPACE
077409     THEN
077410       MOVE '00'          TO WK-COF-STIME(5:2)
077411   END-IF.
077412   IF WK-COF-SDATE NOT NUMERIC OR WK-COF-STIME NOT NUMERIC
077413     THEN
077414       GO TO B67-CHECK-CUTOFF-EXIT
077415   END-IF.
077416   MOVE WK-COF-SDATE  TO WK-HOL-WRK.
077417   IF FUNCTION TEST-DATE-YYYYMMDD(WK-HOL-WRK) NOT = ZERO
077418     THEN
077419       GO TO B67-CHECK-CUTOFF-EXIT
077420   END-IF.
077421   IF WK-COF-STIME > WK-COF-TIME(WK-COF-HIT)
077422     THEN
077423       PERFORM B67C-NEXT-BUSDAY
077424     ELSE
077425       MOVE WK-COF-SDATE  TO WK-COF-BUSDT
077426   END-IF.
077427   IF WK-COF-BUSDT NOT > WK-RUNDT-FULL
077428     THEN
077429       GO TO B67-CHECK-CUTOFF-EXIT
077430   END-IF.
077431   MOVE 1             TO WK-COF-ROLL.
077432   ADD 1              TO WK-COF-ROLLED.
077433   MOVE WK-COF-BUSDT  TO WK-COF-RUNDT.
077434   IF WK-COF-ACT(WK-COF-HIT) = 'PARK'
077435     THEN
077436       MOVE 1             TO WK-COF-PARK
077437   END-IF.
077438 B67-CHECK-CUTOFF-EXIT.
077439   EXIT.
077440*--------------------------------------------------------------
077441*- WHAT BECOMES OF A ROLLED RECORD (WK-COF-RSID = THE SET THAT
077442*- WOULD DECIDE IT). A 'NEXT' FEED DECIDES IT NOW UNDER THE NEXT
077443*- DAY'S DATE, PROVIDED THAT DAY SELECTS THE SAME VERSION OF THE
077444*- SET AS THE RUN DATE; A DIFFERENT VERSION (OR A 'PARK' FEED)
077445*- PARKS IT FOR THAT DAY'S RUN. WITHOUT A SUSPENSE FILE NOTHING
077446*- CAN BE PARKED AND THE RECORD IS DECIDED ANYWAY.
077447*--------------------------------------------------------------
077448 B67A-ROLL-DISPOSITION SECTION.
077449   IF WK-COF-PARK = ZERO
077450     THEN
077451       PERFORM B67B-CHECK-VERSION
077452       IF WK-COF-NEWV = 1
077453         THEN
077454           ADD 1              TO WK-COF-VDIFF
077455           MOVE 1             TO WK-COF-PARK
077456       END-IF
077457   END-IF.
077458   IF WK-COF-PARK = 1 AND WK-SUS-ON NOT = 1
077459     THEN
077460       MOVE ZERO          TO WK-COF-PARK
077461   END-IF.
077462   IF WK-COF-PARK = 1
077463     THEN
077464       ADD 1              TO WK-COF-PARKED
077465     ELSE
077466       ADD 1              TO WK-COF-DECIDED
077467   END-IF.
077468 B67A-ROLL-DISPOSITION-EXIT.
077469   EXIT.
077470*--------------------------------------------------------------
077471*- DOES THE ROLLED-TO DAY SELECT ANOTHER VERSION OF WK-COF-RSID
077472*- THAN THE RUN DATE? THE SAME B15 SCAN THE LOADER USES, RUN AT
077473*- BOTH DATES WITH THE RULE FILE OPENED JUST FOR IT; THE ANSWER
077474*- IS KEPT PER SET AND DAY (FIRST 20) SO THE SCAN RUNS ONCE.
077475*--------------------------------------------------------------
077476 B67B-CHECK-VERSION SECTION.
077477   MOVE ZERO          TO WK-COF-NEWV.
077478   IF WK-COF-RSID = SPACE
077479     THEN
077480       GO TO B67B-CHECK-VERSION-EXIT
077481   END-IF.
077482   PERFORM VARYING WK-COF-J FROM 1 BY 1
077483     UNTIL WK-COF-J > WK-COF-VCNT
077484       IF WK-COF-VRSID(WK-COF-J) = WK-COF-RSID
077485        AND WK-COF-VDATE(WK-COF-J) = WK-COF-BUSDT
077486         THEN
077487           MOVE WK-COF-VNEW(WK-COF-J) TO WK-COF-NEWV
077488           GO TO B67B-CHECK-VERSION-EXIT
077489       END-IF
077490   END-PERFORM.
077491   MOVE WK-VER        TO WK-COF-VSAVE.
077492   MOVE WK-EFF-RUNDT  TO WK-COF-EFFSAVE.
077493   OPEN INPUT F1INPUT.
077494   IF FST NOT = '00'
077495     THEN
077496       DISPLAY 'TEST-MAIN:RULE FILE OPEN ERROR STATUS=' FST
077497               ', ROLLED RECORD TREATED AS A NEW VERSION.'
077498       MOVE 1             TO WK-COF-NEWV
077499       GO TO B67B-CHECK-VERSION-EXIT
077500   END-IF.
077501   MOVE ZERO          TO WK-VER-EXCL.
077502   MOVE WK-COF-RSID   TO WK-VER-KEY.
077503   PERFORM B15-SELECT-VERSION.
077504   MOVE WK-VER-BEST   TO WK-COF-RBEST.
077505   MOVE WK-COF-BUSDT(5:4) TO WK-EFF-RUNDT.
077506   MOVE WK-COF-RSID   TO WK-VER-KEY.
077507   PERFORM B15-SELECT-VERSION.
077508   IF WK-VER-BEST NOT = WK-COF-RBEST
077509     THEN
077510       MOVE 1             TO WK-COF-NEWV
077511   END-IF.
077512   CLOSE F1INPUT.
077513   MOVE WK-COF-VSAVE  TO WK-VER.
077514   MOVE WK-COF-EFFSAVE TO WK-EFF-RUNDT.
077515   IF WK-COF-VCNT < 20
077516     THEN
077517       ADD 1              TO WK-COF-VCNT
077518       MOVE WK-COF-RSID   TO WK-COF-VRSID(WK-COF-VCNT)
077519       MOVE WK-COF-BUSDT  TO WK-COF-VDATE(WK-COF-VCNT)
077520       MOVE WK-COF-NEWV   TO WK-COF-VNEW(WK-COF-VCNT)
077521   END-IF.
077522 B67B-CHECK-VERSION-EXIT.
077523   EXIT.
077524*--------------------------------------------------------------
077525*- NEXT BUSINESS DAY AFTER WK-COF-SDATE INTO WK-COF-BUSDT (THE
077526*- A15 WALK; THE LAST ANSWER IS KEPT, A FEED'S RECORDS MOSTLY
077527*- SHARE A DATE).
077528*--------------------------------------------------------------
077529 B67C-NEXT-BUSDAY SECTION.
077530   IF WK-COF-SDATE = WK-COF-LASTD
077531     THEN
077532       MOVE WK-COF-LASTB  TO WK-COF-BUSDT
077533       GO TO B67C-NEXT-BUSDAY-EXIT
077534   END-IF.
077535   MOVE WK-COF-SDATE  TO WK-HOL-WRK.
077536   COMPUTE WK-HOL-SER =
077537     FUNCTION INTEGER-OF-DATE(WK-HOL-WRK).
077538   MOVE ZERO          TO WK-HOL-BUS.
077539   MOVE ZERO          TO WK-HOL-GUARD.
077540   PERFORM UNTIL WK-HOL-BUS = 1 OR WK-HOL-GUARD > 60
077541     ADD 1              TO WK-HOL-SER
077542     ADD 1              TO WK-HOL-GUARD
077543     COMPUTE WK-HOL-WRK =
077544       FUNCTION DATE-OF-INTEGER(WK-HOL-SER)
077545     PERFORM A15B-JUDGE-SERIAL
077546   END-PERFORM.
077547   MOVE WK-HOL-WRK    TO WK-COF-BUSDT.
077548   MOVE WK-COF-SDATE  TO WK-COF-LASTD.
077549   MOVE WK-COF-BUSDT  TO WK-COF-LASTB.
077550 B67C-NEXT-BUSDAY-EXIT.
077551   EXIT.
077552*--------------------------------------------------------------
077553*- PARK A ROLLED RECORD IN SUSPENSE FOR THE BUSINESS DAY IT
077554*- BELONGS TO.
077555*--------------------------------------------------------------
077556 B67D-PARK-ROLLED SECTION.
077557   IF WK-COF-RSID = SPACE
077558     THEN
077559       MOVE 'ALLRULES'    TO F3-RSID
077560     ELSE
077561       MOVE WK-COF-RSID   TO F3-RSID
077562   END-IF.
077563   MOVE SPACE         TO OUT00.
077564   MOVE SPACE         TO PVCODE-MSG.
077565   STRING 'TEST-MAIN: AFTER CUTOFF, PARKED FOR BUSINESS DAY '
077566          WK-COF-BUSDT
077567                      DELIMITED BY SIZE INTO PVCODE-MSG.
077568   PERFORM B53-PARK-RECORD.
077569 B67D-PARK-ROLLED-EXIT.
077570   EXIT.
077571*--------------------------------------------------------------
077572*- REVERSALS (F8MAP 'REVERSAL'/'ORIGREF' ATTRIBUTES). A RECORD
077573*- CARRYING THE FEED'S REVERSAL INDICATOR IS NOT RULE-EVALUATED:
077574*- ITS ORIGINAL-REFERENCE SLICE IS LOOKED UP (AS A BUSINESS KEY)
077575*- ON THE STATUS MASTER, AND A DECISION FOUND THERE - NOT ALREADY
077576*- REVERSED - IS RECORDED AS REVERSED: A 'REVD' WHOLE-TRANSACTION
077577*- RESULT UNDER THE ORIGINAL'S KEY, SO STSMAST MOVES THE ORIGINAL
077578*- OFF 'CURRENT' AND ACTGEN CAN RAISE ITS UNDO ACTION. ITS OUT
077579*- VALUE CARRIES THE ORIGINAL DISPOSITION (1-10), STATUS (12-15)
077580*- AND RUN ID (17-32) AND THE REVERSAL'S OWN KEY (34-53). ANY
077581*- OTHER REVERSAL FAILS TO F6REJECT UNDER ITS OWN REASON. SETS
077582*- WK-DUP-FLAG: THE RECORD IS DISPOSED OF HERE.
077583*--------------------------------------------------------------
077584 B68-CHECK-REVERSAL SECTION.
077585   IF WK-REV-ILEN = ZERO OR WK-REV-OLEN = ZERO
077586    OR WK-DUP-FLAG NOT = ZERO
077587     THEN
077588       GO TO B68-CHECK-REVERSAL-EXIT
077589   END-IF.
077590   IF F7RECORD(WK-REV-IPOS:WK-REV-ILEN)
077591      NOT = WK-REV-IVAL(1:WK-REV-ILEN)
077592     THEN
077593       GO TO B68-CHECK-REVERSAL-EXIT
077594   END-IF.
077595   ADD 1              TO WK-REV-SEEN.
077596   MOVE 1             TO WK-DUP-FLAG.
077597   MOVE SPACE         TO WK-REV-ORIG.
077598   MOVE F7RECORD(WK-REV-OPOS:WK-REV-OLEN)
077599                      TO WK-REV-ORIG(1:WK-REV-OLEN).
077600   IF WK-RSID = SPACE
077601     THEN
077602       MOVE 'ALLRULES'    TO F3-RSID
077603     ELSE
077604       MOVE WK-RSID       TO F3-RSID
077605   END-IF.
077606   MOVE SPACE         TO F3-BLK.
077607   MOVE WK-RUNID      TO F3-RUNID.
077608   IF WK-REV-ORIG = SPACE
077609     THEN
077610       ADD 1              TO WK-REV-UNMATCHED
077611       MOVE 'NO ORIGINAL REFERENCE' TO WK-REV-WHY
077612       GO TO B68-REJECT
077613   END-IF.
077614   PERFORM B68A-OPEN-STATUS.
077615   IF WK-REV-MOPEN NOT = 1
077616     THEN
077617       ADD 1              TO WK-REV-UNMATCHED
077618       MOVE 'STATUS MASTER UNAVAILABLE' TO WK-REV-WHY
077619       GO TO B68-REJECT
077620   END-IF.
077621   MOVE WK-REV-ORIG   TO F60-KEY.
077622   READ F60STS
077623     INVALID KEY
077624       ADD 1              TO WK-REV-UNMATCHED
077625       MOVE 'ORIGINAL NOT FOUND' TO WK-REV-WHY
077626       GO TO B68-REJECT
077627   END-READ.
077628   IF F60-STATUS = 'REVD'
077629     THEN
077630       ADD 1              TO WK-REV-AGAIN
077631       MOVE 'ORIGINAL ALREADY REVERSED' TO WK-REV-WHY
077632       GO TO B68-REJECT
077633   END-IF.
077634   MOVE SPACE         TO OUT00.
077635   MOVE F60-DISP      TO OUT00(1:10).
077636   MOVE F60-STATUS    TO OUT00(12:4).
077637   MOVE F60-RUNID     TO OUT00(17:16).
077638   MOVE WK-BIZKEY     TO OUT00(34:20).
077639   MOVE 'REVD'        TO F3-STATUS.
077640   MOVE OUT00         TO F3-OUT.
077641*- THE RESULT BELONGS TO THE ORIGINAL'S KEY.
077642   MOVE WK-BIZKEY     TO WK-REV-OWNKEY.
077643   MOVE WK-REV-ORIG   TO WK-BIZKEY.
077644   PERFORM Z64-WRITE-F3.
077645   MOVE WK-REV-OWNKEY TO WK-BIZKEY.
077646   ADD 1              TO WK-EXEC-SEQ.
077647   ADD 1              TO WK-REV-MATCHED.
077648   GO TO B68-CHECK-REVERSAL-EXIT.
077649 B68-REJECT.
077650   MOVE 'FAIL'        TO F3-STATUS.
077651   MOVE SPACE         TO OUT00.
077652   MOVE OUT00         TO F3-OUT.
077653   PERFORM Z64-WRITE-F3.
077654   ADD 1              TO WK-EXEC-SEQ.
077655   ADD 1              TO WK-TRN-FAIL.
077656   MOVE SPACE         TO PVCODE-MSG.
077657   STRING 'TEST-MAIN: REVERSAL NOT APPLIED, '
077658          WK-REV-WHY DELIMITED BY '  '
077659          '. REF=(' WK-REV-ORIG ')'
077660                      DELIMITED BY SIZE INTO PVCODE-MSG.
077661   PERFORM B11-WRITE-REJECT.
077662 B68-CHECK-REVERSAL-EXIT.
077663   EXIT.
077664*--------------------------------------------------------------
077665*- THE STATUS MASTER IS OPENED (READ-ONLY) BY THE FIRST REVERSAL
077666*- OF THE RUN; A FAILED OPEN IS NOT RETRIED.
077667*--------------------------------------------------------------
077668 B68A-OPEN-STATUS SECTION.
077669   IF WK-REV-MOPEN NOT = ZERO
077670     THEN
077671       GO TO B68A-OPEN-STATUS-EXIT
077672   END-IF.
077673   OPEN INPUT F60STS.
077674   IF WK-REV-MFST = '00'
077675     THEN
077676       MOVE 1             TO WK-REV-MOPEN
077677     ELSE
077678       MOVE 2             TO WK-REV-MOPEN
077679       DISPLAY 'TEST-MAIN:STATUS MASTER OPEN ERROR STATUS='
077680               WK-REV-MFST ', REVERSALS CANNOT BE MATCHED.'
077681   END-IF.
077682 B68A-OPEN-STATUS-EXIT.
077683   EXIT.
077684*--------------------------------------------------------------
077685*- RESOLVE WK-ENT-NAME INTO THE RUN'S ENTITY NAMESPACE: A BARE
077686*- NAME (NO '/') IS TAKEN FROM THE ENTITY'S DATA ROOT; ANY NAME
077687*- THAT THEN DOES NOT LIE UNDER THE ROOT, OR CLIMBS OUT OF IT
077688*- WITH '/..', IS REFUSED (WK-ENT-INNS = 0). NO ENTITY, NO CHECK.
077689*--------------------------------------------------------------
077690 B69-RESOLVE-ENTITY-NAME SECTION.
077691   MOVE 1             TO WK-ENT-INNS.
077692   IF WK-ENT-CODE = SPACE OR WK-ENT-NAME = SPACE
077693     THEN
077694       GO TO B69-RESOLVE-ENTITY-NAME-EXIT
077695   END-IF.
077696   MOVE ZERO          TO WK-ENT-SLASH.
077697   INSPECT WK-ENT-NAME TALLYING WK-ENT-SLASH FOR ALL '/'.
077698   IF WK-ENT-SLASH = ZERO
077699     THEN
077700       MOVE SPACE         TO WK-ENT-WORK
077701       STRING WK-ENT-ROOT(1:WK-ENT-RLEN) WK-ENT-NAME
077702                      DELIMITED BY SIZE INTO WK-ENT-WORK
077703       MOVE WK-ENT-WORK   TO WK-ENT-NAME
077704   END-IF.
077705   MOVE ZERO          TO WK-ENT-UP.
077706   INSPECT WK-ENT-NAME(WK-ENT-RLEN:)
077707     TALLYING WK-ENT-UP FOR ALL '/..'.
077708   IF WK-ENT-NAME(1:WK-ENT-RLEN) NOT = WK-ENT-ROOT(1:WK-ENT-RLEN)
077709    OR WK-ENT-UP NOT = ZERO
077710     THEN
077711       MOVE ZERO          TO WK-ENT-INNS
077712       ADD 1              TO WK-ENT-REFUSED
077713       DISPLAY 'TEST-MAIN:' WK-ENT-NAME(1:60)
077714       DISPLAY 'TEST-MAIN:  IS OUTSIDE THE DATA ROOT OF ENTITY '
077715               WK-ENT-CODE ', REFUSED.'
077716   END-IF.
077717 B69-RESOLVE-ENTITY-NAME-EXIT.
077718   EXIT.
077719*--------------------------------------------------------------
077720*- IS RULE SET WK-ENT-RSID ONE OF THE ENTITY'S OWN? SAME PATTERN
077721*- RULE AS THE REST OF THE SYSTEM: A TRAILING '*' MATCHES ANY
077722*- SUFFIX AND A LONE '*' MATCHES EVERYTHING.
077723*--------------------------------------------------------------
077724 B69A-CHECK-ENTITY-RSID SECTION.
077725   MOVE 1             TO WK-ENT-INNS.
077726   IF WK-ENT-CODE = SPACE
077727     THEN
077728       GO TO B69A-CHECK-ENTITY-RSID-EXIT
077729   END-IF.
077730   MOVE ZERO          TO WK-ENT-INNS.
077731   PERFORM VARYING WK-ENT-I FROM 1 BY 1
077732     UNTIL WK-ENT-I > WK-ENT-PCNT OR WK-ENT-INNS = 1
077733       IF WK-ENT-PAT(WK-ENT-I) = WK-ENT-RSID
077734        OR WK-ENT-PAT(WK-ENT-I) = '*       '
077735         THEN
077736           MOVE 1             TO WK-ENT-INNS
077737         ELSE
077738           MOVE ZERO          TO WK-ENT-PLEN
077739           PERFORM VARYING WK-ENT-K FROM 1 BY 1 UNTIL WK-ENT-K > 8
077740             IF WK-ENT-PAT(WK-ENT-I)(WK-ENT-K:1) = '*'
077741              AND WK-ENT-PLEN = ZERO
077742               THEN
077743                 COMPUTE WK-ENT-PLEN = WK-ENT-K - 1
077744             END-IF
077745           END-PERFORM
077746           IF WK-ENT-PLEN > ZERO
077747            AND WK-ENT-PAT(WK-ENT-I)(1:WK-ENT-PLEN)
077748                = WK-ENT-RSID(1:WK-ENT-PLEN)
077749             THEN
077750               MOVE 1             TO WK-ENT-INNS
077751           END-IF
077752       END-IF
077753   END-PERFORM.
077754 B69A-CHECK-ENTITY-RSID-EXIT.
077755   EXIT.
077756*--------------------------------------------------------------
077757*- WHOLE-FILE LOAD UNDER AN ENTITY: A ROW OF A RULE SET THE
077758*- ENTITY DOES NOT OWN IS NOT LOADED. EACH SUCH SET IS REPORTED
077759*- ONCE AND THE RUN ENDS RC 12 SO THE OMISSION IS NOT MISSED.
077760*--------------------------------------------------------------
077761 B69B-NOTE-RULE-ROW SECTION.
077762   MOVE 1             TO WK-ENT-INNS.
077763   IF WK-ENT-CODE = SPACE OR WK-RSID NOT = SPACE
077764     THEN
077765       GO TO B69B-NOTE-RULE-ROW-EXIT
077766   END-IF.
077767   MOVE F1RSID        TO WK-ENT-RSID.
077768   PERFORM B69A-CHECK-ENTITY-RSID.
077769   IF WK-ENT-INNS = ZERO
077770     THEN
077771       ADD 1              TO WK-ENT-XROWS
077772       IF F1RSID NOT = WK-ENT-LASTX
077773         THEN
077774           MOVE F1RSID        TO WK-ENT-LASTX
077775           DISPLAY 'TEST-MAIN:RULE SET ' F1RSID
077776                   ' IS NOT OWNED BY ENTITY ' WK-ENT-CODE
077777                   ', NOT LOADED.'
077778           MOVE 12            TO WK-NEWRC
077779           PERFORM Z30-RAISE-RC
077780       END-IF
077781   END-IF.
077782 B69B-NOTE-RULE-ROW-EXIT.
077783   EXIT.
077784*--------------------------------------------------------------
077785*- A NEW TABLE IS IN PLACE: EMPTY THE CACHE (ITS OUTCOMES BELONG
077786*- TO THE OLD ONE), SHOW THE SET'S CACHE CHOICE AND KEEP IT FOR
077787*- THE RUN LOG (FIRST 20 SETS).
077788*--------------------------------------------------------------
077789 B59-NOTE-CACHE-CHOICE SECTION.
077790   MOVE ZERO          TO WK-DC-CNT.
077791   IF WK-RSID = SPACE
077792     THEN
077793       MOVE 'ALLRULES'    TO WK-DC-KRSID
077794     ELSE
077795       MOVE WK-RSID       TO WK-DC-KRSID
077796   END-IF.
077797   IF WK-DC-SAFE = 1
077798     THEN
077799       DISPLAY 'TEST-MAIN:DECISION CACHE ON FOR ' WK-DC-KRSID
077800     ELSE
077801       DISPLAY 'TEST-MAIN:DECISION CACHE OFF FOR ' WK-DC-KRSID
077802               ' (' WK-DC-WHY ')'
077803   END-IF.
077804   IF WK-DC-SET-CNT < 20
077805     THEN
077806       ADD 1              TO WK-DC-SET-CNT
077807       MOVE WK-DC-KRSID   TO WK-DC-SET-ID(WK-DC-SET-CNT)
077808       MOVE WK-DC-WHY     TO WK-DC-SET-WHY(WK-DC-SET-CNT)
077809       IF WK-DC-SAFE = 1
077810         THEN
077811           MOVE 'Y'           TO WK-DC-SET-USE(WK-DC-SET-CNT)
077812         ELSE
077813           MOVE 'N'           TO WK-DC-SET-USE(WK-DC-SET-CNT)
077814       END-IF
077815   END-IF.
077816 B59-NOTE-CACHE-CHOICE-EXIT.
077817   EXIT.
077818*--------------------------------------------------------------
077819*- CHECKPOINT: OVERWRITE F2CKPT WITH THE CURRENT WK-CKPT-POS.
077820*--------------------------------------------------------------
077821 B00-CKPT-SAVE SECTION.
077822   OPEN OUTPUT F2CKPT.
077823   MOVE WK-CKPT-POS          TO F2RECORD.
077824   WRITE F2RECORD.
077825   CLOSE F2CKPT.
077826 B00-CKPT-SAVE-EXIT.
077827   EXIT.
077828*--------------------------------------------------------------
077829*- RESIDENT MODE, PASS 1: LOAD EVERY ID IN WK-RESID-RAW INTO ITS
077830*- OWN RESIDENT SLOT, THEN PASS 2: ACTIVATE EACH SLOT IN TURN AND
077831*- EXEC AGAINST IT, WRITING ONE TAGGED F3RECORD PER ID. F1INPUT IS
077832*- OPENED ONCE FOR ALL OF PASS 1, NOT REOPENED PER ID.
077833*--------------------------------------------------------------
077834 B20-PROCESS-RESIDENT-SETS SECTION.
077835   DISPLAY 'TEST-MAIN:RESIDENT MODE. RSIDS=' WK-RESID-RAW.
077836   MOVE ZERO          TO WK-RESID-CNT.
077837   PERFORM VARYING WK-RESID-I FROM 1 BY 1
077838     UNTIL WK-RESID-I > WK-RESID-MAX
077839       MOVE SPACE         TO WK-RESID-IDS(WK-RESID-I)
077840   END-PERFORM.
077841   UNSTRING WK-RESID-RAW DELIMITED BY ALL SPACE
077842     INTO WK-RESID-IDS(1) WK-RESID-IDS(2) WK-RESID-IDS(3)
077843          WK-RESID-IDS(4) WK-RESID-IDS(5) WK-RESID-IDS(6)
077844          WK-RESID-IDS(7) WK-RESID-IDS(8) WK-RESID-IDS(9)
077845          WK-RESID-IDS(10)
077846     TALLYING IN WK-RESID-CNT.
077847*- WARM START: A MATCHING IMAGE (ITS TAG COVERS THE RESIDENT ID
077848*- LIST TOO) REPLACES INIT AND THE WHOLE PASS-1 LOAD. NOT WHILE
077849*- EMERGENCY SUPPRESSIONS ARE IN EFFECT - THEY ARE REGISTERED AS
077850*- EACH SET LOADS, WHICH A RESTORED IMAGE NEVER DOES.
077851   MOVE ZERO          TO WK-WARM-OK.
077852   IF WK-WARM = 'Y' AND WK-SUP-CNT = ZERO
077853     THEN
077854       PERFORM B33-TRY-RESIDENT-WARMSTART
077855   END-IF.
077856   IF WK-WARM-OK = ZERO
077857     THEN
077858   MOVE SPACE         TO PVCODE-PRM
077859*- SEE B10-PROCESS-ONE-FILE'S COMMENT ABOVE ITS OWN FUNC='INIT'
077860*- CALL: MOVE SPACE DOES NOT ZERO THE COMP PVCODE-TBLMAX FIELD.
077861   MOVE ZERO          TO PVCODE-TBLMAX
077862   MOVE WK-MEMQ-N     TO PVCODE-MEMQUOTA
077863   MOVE 'INIT'        TO PVCODE-FUNC
077864   CALL 'SUBVCODE' USING PVCODE-PRM
077865                         IN100
077866                         IN200
077867                         IN300
077868                         IN400
077869                         IN500
077870                         OUT00
077871*- INIT REBUILT THE REFERENCE CODE-TABLE STORE, SO RELOAD IT.
077872   IF WK-REFLNAME NOT = SPACE
077873     THEN
077874       PERFORM B19-LOAD-REFTABLES
077875   END-IF
077876   IF WK-HOL-CNT > ZERO
077877     THEN
077878       PERFORM B19D-REGISTER-HOLIDAYS
077879   END-IF
077880   IF WK-DSP-CNT > ZERO
077881     THEN
077882       PERFORM B19F-REGISTER-DISPS
077883   END-IF
077884   END-IF.
077885*- A SAMPLING RUN NEVER TOUCHES THE INTERFACE FILES - NOT EVEN
077886*- TO TRUNCATE THEM OR LEAVE AN EMPTY HDR/TRL PAIR.
077887   IF WK-SMP-ON = 1
077888     THEN
077889       CONTINUE
077890     ELSE
077891   IF WK-TCK-RESUME = 1
077892     THEN
077893       OPEN EXTEND F3OUT
077894       OPEN EXTEND F6REJECT
077895     ELSE
077896       OPEN OUTPUT F3OUT
077897       OPEN OUTPUT F6REJECT
077898*-     INTAKE MODE WRITES ONE CONTROL GROUP PER FEED FILE
077899*-     INSTEAD OF THE RUN-LEVEL PAIR (SEE B36-INTAKE-LOOP).
077900       IF WK-INTAKE NOT = 'Y' AND WK-TL-ON NOT = 1
077901         THEN
077902           PERFORM Z62-WRITE-HEADERS
077903       END-IF
077904   END-IF
077905   END-IF.
077906   IF WK-SPL-CNT > ZERO
077907     THEN
077908       PERFORM Z65-OPEN-SPLITS
077909   END-IF.
077910   PERFORM Z67-OPEN-HISTORY.
077911   IF WK-EXPLAIN = 'Y' OR WK-AUTOEXP = 'Y'
077912     THEN
077913       OPEN OUTPUT F4TRACE
077914   END-IF.
077915   IF WK-WARM-OK = ZERO
077916     THEN
077917   MOVE ZERO          TO WK-RES-LOADNG
077918   OPEN INPUT  F1INPUT
077919   PERFORM VARYING WK-RESID-I FROM 1 BY 1
077920     UNTIL WK-RESID-I > WK-RESID-CNT
077921       IF WK-RESID-IDS(WK-RESID-I) NOT = SPACE
077922         THEN
077923           PERFORM B21-LOAD-ONE-RESIDENT-SET
077924       END-IF
077925   END-PERFORM
077926   CLOSE F1INPUT
077927*- A CLEAN PASS 1 BECOMES THE NEXT RE-RUN'S IMAGE; A PASS 1
077928*- WITH ANY LOAD PROBLEM MUST NOT.
077929   IF WK-WARM = 'Y' AND WK-RES-LOADNG = ZERO
077930     THEN
077931       PERFORM B34-SAVE-RESIDENT-WARMSTART
077932   END-IF
077933   END-IF.
077934*- PARKED RECORDS GO FIRST: THE REFERENCE DATA THEY WAITED
077935*- FOR USUALLY ARRIVED OVERNIGHT.
077936   IF WK-SUS-ON = 1 AND WK-SUST-CNT > ZERO
077937     THEN
077938       PERFORM B51-RETRY-SUSPENSE
077939   END-IF.
077940*- TRANSACTION MODE + RESIDENT MODE: EACH RECORD'S TYPE CODE
077941*- PICKS WHICH RESIDENT SET EVALUATES IT - ONE PASS OVER THE
077942*- FILE, ONE EXEC PER RECORD. OTHERWISE KEEP THE ORIGINAL
077943*- BEHAVIOR: THE ONE WORKING-STORAGE INPUT EVALUATED AGAINST
077944*- EVERY RESIDENT SET IN TURN.
077945   IF WK-WHATIF = 'Y' AND WK-TRANMODE = 'Y'
077946     THEN
077947       PERFORM B25-WHATIF-TRAN-FILE
077948     ELSE
077949   IF WK-TRANMODE = 'Y'
077950     THEN
077951       IF WK-INTAKE = 'Y'
077952         THEN
077953           PERFORM B36-INTAKE-LOOP
077954         ELSE
077955       IF WK-TL-ON = 1
077956         THEN
077957           PERFORM B49-TRAN-LIST-LOOP
077958         ELSE
077959           PERFORM B23-ROUTE-TRAN-FILE
077960       END-IF
077961       END-IF
077962     ELSE
077963       PERFORM VARYING WK-RESID-I FROM 1 BY 1
077970         UNTIL WK-RESID-I > WK-RESID-CNT
077980           IF WK-RESID-IDS(WK-RESID-I) NOT = SPACE
077990             THEN
078340*- SAME EFFECTIVE-DATE VERSION SELECTION AS THE KEYED LOAD IN
078350*- B10-PROCESS-ONE-FILE: SCAN THE SET'S HDR__ BLOCKS FIRST,
078360*- THEN LOAD ONLY THE BLOCK IN EFFECT FOR THE RUN DATE.
078361   MOVE WK-RESID-IDS(WK-RESID-I) TO WK-ENT-RSID.
078362   PERFORM B69A-CHECK-ENTITY-RSID.
078363   IF WK-ENT-INNS = ZERO
078364     THEN
078365       DISPLAY 'TEST-MAIN:RESIDENT RULE SET '
078366               WK-RESID-IDS(WK-RESID-I)
078367               ' IS NOT OWNED BY ENTITY ' WK-ENT-CODE
078368       MOVE 1             TO WK-RES-LOADNG
078369       MOVE 12            TO WK-NEWRC
078370       PERFORM Z30-RAISE-RC
078371       GO TO B21-EXIT
078372   END-IF.
078373   MOVE WK-RESID-IDS(WK-RESID-I) TO WK-VER-KEY.
078380   PERFORM B15-SELECT-VERSION.
078390   IF WK-VER-SELECT = 1 AND WK-VER-BEST = ZERO
078400     THEN
078670                 ADD 1          TO WK-VER-BLK
078680             END-IF
078690             IF F1BODY(1:5) = 'HDR__' OR F1BODY(1:5) = 'TRL__'
078691              OR F1BODY(1:5) = 'SRC__'
078700              OR (WK-VER-SELECT = 1
078710                  AND WK-VER-BLK NOT = WK-VER-BEST
078720                  AND WK-VER-BLK NOT = ZERO)
079020       DISPLAY 'TEST-MAIN:F1INPUT READ ERROR STATUS=' FST
079030       MOVE 16             TO RETURN-CODE
079040       GO TO A00-EXIT
079041   END-IF.
079042*- THE SLOT IS COMPLETE: HAND THE ENGINE ITS SUPPRESSIONS.
079043   IF WK-SUP-CNT > ZERO
079044     THEN
079045       MOVE WK-RESID-IDS(WK-RESID-I) TO WK-SUP-SETID
079046       PERFORM B63-REGISTER-SUPPRESSIONS
079050   END-IF.
079060 B21-EXIT.
079070   EXIT.
079500     ELSE
079510       MOVE 'PASS'        TO F3-STATUS
079520   END-IF.
079521   PERFORM B14R-RANK-REASONS.
079530   MOVE OUT00         TO F3-OUT.
079540   MOVE WK-RUNID      TO F3-RUNID.
079550   PERFORM Z64-WRITE-F3.
079690       PERFORM B11-WRITE-REJECT
079700       PERFORM B16-WRITE-SNAPSHOT
079710   END-IF.
079720   IF PVCODE-BLK-CNT > ZERO OR WK-SUP-WCNT > ZERO
079730     THEN
079740       PERFORM B14A-BLOCK-DISPOSITIONS
079750   END-IF.
079770     THEN
079780       PERFORM B14C-TAGGED-OUTPUTS
079790   END-IF.
079791   PERFORM B14S-WRITE-REASONS.
079800 B22-EXIT.
079810   EXIT.
079820*--------------------------------------------------------------
079960   MOVE ZERO          TO WK-TRN-PASS.
079970   MOVE ZERO          TO WK-TRN-FAIL.
079980   MOVE SPACE         TO WK-F7PREV.
079981   MOVE ZERO          TO WK-GRP-OPEN.
079982   MOVE ZERO          TO WK-GRP-RECS.
079983   MOVE ZERO          TO WK-GRP-DCNT.
079990   MOVE SPACE         TO WK-ROUTE-LAST.
080000   PERFORM Z40-TIME-NOW.
080010   MOVE WK-TM-NOWC    TO WK-TM-T0.
080200             PERFORM B12A-STASH-CONTROL
080210           ELSE
080220         PERFORM B12E-PARTITION-FILTER
080230         MOVE ZERO          TO WK-GRP-TAKEN
080231         IF WK-GRP-ON = 1
080232           THEN
080233             PERFORM B70-GROUP-COLLECT
080234         END-IF
080235         IF WK-PRE-FLAG = 9 OR WK-GRP-TAKEN = 1
080240           THEN
080250             CONTINUE
080260           ELSE
080270             PERFORM B23A-ROUTE-ONE-RECORD
080500         END-IF
080510         END-IF
080520*-       THE EVALUATED RECORD BECOMES THE NEXT ONE'S PREVIOUS
080530*-       (SKIPPED SLICES, CTL TRAILERS AND HELD GROUP RECORDS
080531*-       DO NOT - A GROUP'S HEADER TAKES ITS TURN WHEN THE GROUP
080532*-       IS EVALUATED).
080540         IF WK-PRE-FLAG NOT = 9 AND F7RECORD(1:3) NOT = 'CTL'
080541          AND WK-GRP-TAKEN = ZERO
080550           THEN
080560             MOVE F7RECORD      TO WK-F7PREV
080570         END-IF
080590         PERFORM B54-POLL-COMMANDS
080600     END-READ
080610   END-PERFORM.
080611*- THE LAST OPEN GROUP IS COMPLETE AT END OF FILE. AN OPERATOR
080612*- STOP LEAVES IT TO THE RESTART (THE CHECKPOINT SITS AHEAD OF
080613*- IT).
080614   IF WK-GRP-OPEN = 1 AND WK-OPC-STOP NOT = 1
080615     THEN
080616       PERFORM B70A-FLUSH-GROUP
080617   END-IF.
080620   CLOSE F7TRAN.
080621   PERFORM B61-WRITE-FEED-STATS.
080630   PERFORM Z42-TIME-ACCUM-EXEC.
080640*- CLEAN COMPLETION: THE CHECKPOINT IS SPENT. AN OPERATOR STOP
080650*- IS NOT CLEAN - ITS FORCED CHECKPOINT IS THE RESTART POINT.
080870   DISPLAY 'TEST-MAIN TRANSACTIONS: READ=' WK-TRN-READ
080880           ' PASS=' WK-TRN-PASS ' FAIL=' WK-TRN-FAIL
080890           ' LAYOUT=' WK-PRE-BAD.
080891   IF WK-GRP-ON = 1
080892     THEN
080893       DISPLAY 'TEST-MAIN GROUPS: EVALUATED=' WK-GRP-GROUPS
080894               ' DETAILS=' WK-GRP-DTLS
080895               ' ORPHAN DETAILS=' WK-GRP-ORPHAN
080896   END-IF.
080900   DISPLAY '===================================='.
080910   IF WK-MTCH-ON = 1 AND WK-OPC-STOP NOT = 1
080920    AND WK-SMP-ON NOT = 1
080950   END-IF.
080960   PERFORM Z78-SAMPLE-SUMMARY.
080970 B23-ROUTE-TRAN-FILE-EXIT.
080971   EXIT.
080972*--------------------------------------------------------------
080973*- ONE ROUTED RECORD FROM INTAKE TO DECISION: PARSE, NORMALIZE,
080974*- PRE-SCREEN, MASTER/MATCH LOOKUP, INPUT AREAS, DUPLICATE AND
080975*- CUTOFF CHECKS, THEN THE EXEC. A HEADER/DETAIL GROUP COMES
080976*- THROUGH HERE ONCE, AS ITS HEADER.
080977*--------------------------------------------------------------
080978 B23A-ROUTE-ONE-RECORD SECTION.
080979   ADD 1              TO WK-TRN-READ
080980   PERFORM B12J-PARSE-DELIMITED
080981   IF WK-DLM-BAD = ZERO
080982   PERFORM B12M-NORMALIZE-FIELDS
080983   PERFORM B60-COLLECT-FEED-STATS
080984   PERFORM B12P-SET-BIZKEY
080985   PERFORM B12D-PRESCREEN
080986   IF WK-PRE-FLAG = ZERO
080987   PERFORM B13W-FETCH-MASTER
080988   IF WK-MST-FLAG = ZERO
080989   PERFORM B57-FIND-MATCH
080990   IF WK-MTCH-FLAG = ZERO
080991   PERFORM B13-FILL-INPUT-AREAS
080992   PERFORM B13X-CONVERT-CURRENCY
080993   IF WK-FX-FLAG = ZERO
080994   PERFORM B12C-CHECK-DUP
080995   PERFORM B68-CHECK-REVERSAL
080996   PERFORM B66-CHECK-NEAR-DUP
080997   PERFORM B67-CHECK-CUTOFF
080998   IF WK-DUP-FLAG = ZERO
080999     PERFORM B24-EXEC-ROUTED-TRAN
081000   END-IF
081001   END-IF
081002   END-IF
081003   END-IF
081004   END-IF
081005   END-IF.
081006 B23A-ROUTE-ONE-RECORD-EXIT.
081007   EXIT.
081008*--------------------------------------------------------------
081009*- HEADER/DETAIL GROUP INTAKE (ROUTED MODE, F8MAP 'GROUP'). A
081010*- DETAIL WHOSE KEY MATCHES THE OPEN GROUP IS HELD WITH IT; ANY
081011*- OTHER RECORD FIRST COMPLETES THE OPEN GROUP (B70A). A HEADER
081012*- OPENS A NEW GROUP AND IS HELD; A DETAIL WITH NO OPEN GROUP
081013*- IS A LAYOUT REJECT. RECORDS OF NEITHER TYPE PASS THROUGH.
081014*- WK-GRP-TAKEN = 1 TELLS THE READ LOOP THE RECORD IS DEALT
081015*- WITH HERE.
081016*--------------------------------------------------------------
081017 B70-GROUP-COLLECT SECTION.
081018   MOVE SPACE         TO WK-GRP-TYPE.
081019   MOVE F7RECORD(WK-ROUTE-POS:WK-ROUTE-LEN) TO WK-GRP-TYPE.
081020   MOVE SPACE         TO WK-GRP-KEY.
081021   IF WK-GRP-KLEN > ZERO
081022     THEN
081023       MOVE F7RECORD(WK-GRP-KPOS:WK-GRP-KLEN)
081024         TO WK-GRP-KEY(1:WK-GRP-KLEN)
081025   END-IF.
081026   IF WK-GRP-OPEN = 1 AND WK-GRP-TYPE = WK-GRP-DTYPE
081027    AND WK-GRP-KEY = WK-GRP-HKEY
081028     THEN
081029       PERFORM B70B-HOLD-DETAIL
081030       GO TO B70-GROUP-COLLECT-EXIT
081031   END-IF.
081032   IF WK-GRP-OPEN = 1
081033     THEN
081034       PERFORM B70A-FLUSH-GROUP
081035   END-IF.
081036   IF WK-GRP-TYPE = WK-GRP-HTYPE
081037     THEN
081038       MOVE 1             TO WK-GRP-OPEN
081039       MOVE WK-GRP-KEY    TO WK-GRP-HKEY
081040       MOVE WK-PRE-FLAG   TO WK-GRP-HFLAG
081041       MOVE ZERO          TO WK-GRP-DCNT
081042       MOVE ZERO          TO WK-GRP-OVER
081043       MOVE ZERO          TO WK-GRP-RECS
081044       IF WK-PRE-FLAG NOT = 9
081045         THEN
081046           MOVE F7RECORD      TO WK-GRP-HDR
081047           MOVE 1             TO WK-GRP-RECS
081048           MOVE 1             TO WK-GRP-TAKEN
081049       END-IF
081050       GO TO B70-GROUP-COLLECT-EXIT
081051   END-IF.
081052   IF WK-GRP-TYPE = WK-GRP-DTYPE AND WK-PRE-FLAG NOT = 9
081053     THEN
081054       PERFORM B70D-REJECT-ORPHAN
081055       MOVE 1             TO WK-GRP-TAKEN
081056   END-IF.
081057 B70-GROUP-COLLECT-EXIT.
081058   EXIT.
081059*--------------------------------------------------------------
081060*- EVALUATE THE OPEN GROUP AS ONE UNIT: THE HEADER GOES DOWN
081061*- THE NORMAL ROUTED PATH WITH ITS DETAILS REGISTERED IN THE
081062*- ENGINE (FUNC='GDTL', READ BY THE DETL_ OPCODE). THE RECORD
081063*- BEING READ AND ITS PARTITION FLAG ARE PUT BACK AFTERWARDS. A
081064*- GROUP WHOSE HEADER WENT TO ANOTHER PARTITION IS JUST CLOSED.
081065*--------------------------------------------------------------
081066 B70A-FLUSH-GROUP SECTION.
081067   IF WK-GRP-HFLAG = 9
081068     THEN
081069       GO TO B70A-020
081070   END-IF.
081071   MOVE F7RECORD      TO WK-GRP-SAVE.
081072   MOVE WK-PRE-FLAG   TO WK-GRP-PFLAG.
081073   MOVE WK-GRP-HDR    TO F7RECORD.
081074   MOVE SPACE         TO PVCODE-PRM.
081075   MOVE 'GCLR'        TO PVCODE-FUNC.
081076   CALL 'SUBVCODE' USING PVCODE-PRM
081077                         IN100
081078                         IN200
081079                         IN300
081080                         IN400
081081                         IN500
081082                         OUT00.
081083   PERFORM VARYING WK-GRP-I FROM 1 BY 1
081084     UNTIL WK-GRP-I > WK-GRP-DCNT
081085       MOVE SPACE         TO PVCODE-PRM
081086       MOVE 'GDTL'        TO PVCODE-FUNC
081087       MOVE WK-GRP-DTL(WK-GRP-I) TO PVCODE-GRP-REC
081088       CALL 'SUBVCODE' USING PVCODE-PRM
081089                             IN100
081090                             IN200
081091                             IN300
081092                             IN400
081093                             IN500
081094                             OUT00
081095   END-PERFORM.
081096   ADD 1              TO WK-GRP-GROUPS.
081097   MOVE 1             TO WK-GRP-EVAL.
081098   MOVE ZERO          TO WK-GRP-RJDONE.
081099   MOVE ZERO          TO WK-PRE-FLAG.
081100   PERFORM B23A-ROUTE-ONE-RECORD.
081101   MOVE ZERO          TO WK-GRP-EVAL.
081102   MOVE SPACE         TO PVCODE-PRM.
081103   MOVE 'GCLR'        TO PVCODE-FUNC.
081104   CALL 'SUBVCODE' USING PVCODE-PRM
081105                         IN100
081106                         IN200
081107                         IN300
081108                         IN400
081109                         IN500
081110                         OUT00.
081111*- THE HEADER STANDS AS THE PREVIOUS RECORD OF THE FEED.
081112   MOVE WK-GRP-HDR    TO WK-F7PREV.
081113   MOVE WK-GRP-SAVE   TO F7RECORD.
081114   MOVE WK-GRP-PFLAG  TO WK-PRE-FLAG.
081115 B70A-020.
081116   MOVE ZERO          TO WK-GRP-OPEN.
081117   MOVE ZERO          TO WK-GRP-DCNT.
081118   MOVE ZERO          TO WK-GRP-RECS.
081119   MOVE ZERO          TO WK-GRP-OVER.
081120 B70A-FLUSH-GROUP-EXIT.
081121   EXIT.
081122*--------------------------------------------------------------
081123*- HOLD ONE DETAIL WITH THE OPEN GROUP. A HEADER LEFT TO
081124*- ANOTHER PARTITION (OR BEHIND A RESTART POSITION) TAKES ITS
081125*- DETAILS WITH IT. PAST 200 DETAILS THE LINE GOES STRAIGHT TO
081126*- F6REJECT AND THE WHOLE GROUP WILL FAIL UNDER THE SAME REASON.
081127*--------------------------------------------------------------
081128 B70B-HOLD-DETAIL SECTION.
081129   IF WK-GRP-HFLAG = 9
081130     THEN
081131       MOVE 9             TO WK-PRE-FLAG
081132       GO TO B70B-HOLD-DETAIL-EXIT
081133   END-IF.
081134   MOVE ZERO          TO WK-PRE-FLAG.
081135   MOVE 1             TO WK-GRP-TAKEN.
081136   ADD 1              TO WK-TRN-READ.
081137   ADD 1              TO WK-GRP-DTLS.
081138   ADD 1              TO WK-GRP-RECS.
081139   IF WK-GRP-DCNT < 200
081140     THEN
081141       ADD 1              TO WK-GRP-DCNT
081142       MOVE F7RECORD      TO WK-GRP-DTL(WK-GRP-DCNT)
081143       GO TO B70B-HOLD-DETAIL-EXIT
081144   END-IF.
081145   MOVE 1             TO WK-GRP-OVER.
081146   IF WK-SMP-ON = 1
081147     THEN
081148       GO TO B70B-HOLD-DETAIL-EXIT
081149   END-IF.
081150   COMPUTE WK-GRP-LINE = WK-GRP-RECS - 1.
081151   MOVE SPACE         TO F6RECORD.
081152   MOVE WK-RUNID      TO F6-RUNID.
081153   COMPUTE F6-SEQ = WK-EXEC-SEQ + 1.
081154   MOVE WK-GRP-HTYPE  TO F6-RSID.
081155   IF WK-BIZ-LEN > ZERO
081156     THEN
081157       MOVE WK-GRP-HDR(WK-BIZ-POS:WK-BIZ-LEN)
081158         TO F6-KEY(1:WK-BIZ-LEN)
081159   END-IF.
081160   MOVE 'TEST-MAIN: GROUP OVER 200 DETAILS' TO F6-REASON.
081161   MOVE F7RECORD      TO WK-GRP-ROW.
081162   PERFORM B70E-DETAIL-ROW.
081163 B70B-HOLD-DETAIL-EXIT.
081164   EXIT.
081165*--------------------------------------------------------------
081166*- THE FAILED GROUP'S DETAIL LINES, WRITTEN TO F6REJECT JUST
081167*- AHEAD OF ITS HEADER'S ROW (HELD IN F6RECORD BY THE CALLER)
081168*- UNDER THE HEADER'S RUN ID, SEQUENCE, RULE SET, KEY AND
081169*- REASON, SO REJREPRO MEETS THEM BEFORE THE HEADER THEY GO
081170*- WITH. EACH ROW CARRIES DETAIL COLUMNS 1-50 IN THE INPUT-AREA
081171*- COPIES AND '*DTL', THE LINE NUMBER AND COLUMNS 51-142 IN
081172*- F6-OUT.
081173*--------------------------------------------------------------
081174 B70C-REJECT-DETAILS SECTION.
081175   MOVE 1             TO WK-GRP-RJDONE.
081176   MOVE F6RECORD      TO WK-GRP-F6.
081177   PERFORM VARYING WK-GRP-I FROM 1 BY 1
081178     UNTIL WK-GRP-I > WK-GRP-DCNT
081179       MOVE WK-GRP-F6     TO F6RECORD
081180       MOVE WK-GRP-I      TO WK-GRP-LINE
081181       MOVE WK-GRP-DTL(WK-GRP-I) TO WK-GRP-ROW
081182       PERFORM B70E-DETAIL-ROW
081183   END-PERFORM.
081184   MOVE WK-GRP-F6     TO F6RECORD.
081185 B70C-REJECT-DETAILS-EXIT.
081186   EXIT.
081187*--------------------------------------------------------------
081188*- A DETAIL LINE WITH NO OPEN GROUP TO JOIN: A LAYOUT REJECT,
081189*- COUNTED AND WRITTEN LIKE THE PRE-SCREEN'S.
081190*--------------------------------------------------------------
081191 B70D-REJECT-ORPHAN SECTION.
081192   ADD 1              TO WK-TRN-READ.
081193   ADD 1              TO WK-GRP-ORPHAN.
081194   ADD 1              TO WK-PRE-BAD.
081195   ADD 1              TO WK-EXEC-SEQ.
081196   MOVE 12            TO WK-NEWRC.
081197   PERFORM Z30-RAISE-RC.
081198   IF WK-SMP-ON = 1
081199     THEN
081200       GO TO B70D-REJECT-ORPHAN-EXIT
081201   END-IF.
081202   PERFORM B12P-SET-BIZKEY.
081203   MOVE WK-RUNID      TO F6-RUNID.
081204   MOVE WK-EXEC-SEQ   TO F6-SEQ.
081205   MOVE WK-GRP-TYPE   TO F6-RSID.
081206   MOVE F7RECORD(1:10)  TO F6-IN100.
081207   MOVE F7RECORD(11:10) TO F6-IN200.
081208   MOVE F7RECORD(21:10) TO F6-IN300.
081209   MOVE F7RECORD(31:10) TO F6-IN400.
081210   MOVE F7RECORD(41:10) TO F6-IN500.
081211   IF WK-MSK-CNT > ZERO
081212     THEN
081213       PERFORM B11A-APPLY-MASKS
081214   END-IF.
081215   MOVE SPACE         TO F6-OUT.
081216   MOVE WK-BIZKEY     TO F6-KEY.
081217   MOVE 'TEST-MAIN: GROUP DETAIL WITHOUT ITS HEADER'
081218                      TO F6-REASON.
081219   WRITE F6RECORD.
081220   PERFORM Z61-TALLY-F6.
081221 B70D-REJECT-ORPHAN-EXIT.
081222   EXIT.
081223*--------------------------------------------------------------
081224*- ONE DETAIL ROW: THE DETAIL IN WK-GRP-ROW, ITS LINE NUMBER IN
081225*- WK-GRP-LINE, EVERYTHING ELSE ALREADY IN F6RECORD.
081226*--------------------------------------------------------------
081227 B70E-DETAIL-ROW SECTION.
081228   MOVE WK-GRP-ROW(1:10)   TO F6-IN100.
081229   MOVE WK-GRP-ROW(11:10)  TO F6-IN200.
081230   MOVE WK-GRP-ROW(21:10)  TO F6-IN300.
081231   MOVE WK-GRP-ROW(31:10)  TO F6-IN400.
081232   MOVE WK-GRP-ROW(41:10)  TO F6-IN500.
081233   IF WK-MSK-CNT > ZERO
081234     THEN
081235       PERFORM B11A-APPLY-MASKS
081236   END-IF.
081237   MOVE SPACE         TO F6-OUT.
081238   MOVE '*DTL'        TO F6-OUT(1:4).
081239   MOVE WK-GRP-LINE   TO F6-OUT(5:4).
081240   MOVE WK-GRP-ROW(51:92) TO F6-OUT(9:92).
081241   WRITE F6RECORD.
081242   PERFORM Z61-TALLY-F6.
081243 B70E-DETAIL-ROW-EXIT.
081244   EXIT.
081245*--------------------------------------------------------------
081246*- ONE ROUTED EXEC: PICK THE RESIDENT SET NAMED BY THE RECORD'S
081247*- TYPE CODE (FUNC='USE_' ONLY WHEN THE TYPE CHANGES FROM THE
081248*- PREVIOUS RECORD - A RUN OF SAME-TYPE RECORDS COSTS ONE COPY),
081249*- EXEC, AND WRITE ONE F3RECORD TAGGED WITH THAT SET'S ID.
081250*--------------------------------------------------------------
081251 B24-EXEC-ROUTED-TRAN SECTION.
081252   MOVE SPACE         TO WK-ROUTE-TYPE.
081253*- A FEED-LIST ENTRY MAY PIN THE WHOLE FEED TO ONE RESIDENT
081254*- SET; OTHERWISE THE RECORD'S TYPE CODE ROUTES AS USUAL.
081255   IF WK-TL-RSID NOT = SPACE
081256     THEN
081257       MOVE WK-TL-RSID    TO WK-ROUTE-TYPE
081258     ELSE
081259      MOVE F7RECORD(WK-ROUTE-POS:WK-ROUTE-LEN)
081260                      TO WK-ROUTE-TYPE
081261  END-IF.
081262*- A GROUP PAST ITS DETAIL LIMIT FAILS WHOLE, UNEVALUATED.
081263   IF WK-GRP-EVAL = 1 AND WK-GRP-OVER = 1
081264     THEN
081265       MOVE WK-ROUTE-TYPE TO F3-RSID
081266       MOVE 'FAIL'        TO F3-STATUS
081267       MOVE SPACE         TO OUT00
081268       MOVE OUT00         TO F3-OUT
081269       MOVE WK-RUNID      TO F3-RUNID
081270       PERFORM Z64-WRITE-F3
081271       ADD 1              TO WK-EXEC-SEQ
081272       ADD 1              TO WK-TRN-FAIL
081273       MOVE SPACE         TO PVCODE-MSG
081274       MOVE 'TEST-MAIN: GROUP OVER 200 DETAILS' TO PVCODE-MSG
081275       PERFORM B11-WRITE-REJECT
081276       GO TO B24-EXEC-ROUTED-TRAN-EXIT
081277   END-IF.
081278   MOVE ZERO          TO WK-ROUTE-HIT.
081279   PERFORM VARYING WK-RESID-I FROM 1 BY 1
081280     UNTIL WK-RESID-I > WK-RESID-CNT
081281       IF WK-RESID-IDS(WK-RESID-I) = WK-ROUTE-TYPE
081282         THEN
081283           MOVE WK-RESID-I    TO WK-ROUTE-HIT
081284       END-IF
081285   END-PERFORM.
081286   IF WK-ROUTE-HIT = ZERO
081287     THEN
081288       MOVE WK-ROUTE-TYPE TO F3-RSID
081289       MOVE 'FAIL'        TO F3-STATUS
081290       MOVE SPACE         TO OUT00
081291       MOVE OUT00         TO F3-OUT
081300       MOVE WK-RUNID      TO F3-RUNID
081310   PERFORM Z64-WRITE-F3
081320       ADD 1              TO WK-EXEC-SEQ
081670       END-IF
081680       MOVE WK-ROUTE-TYPE TO WK-ROUTE-LAST
081690   END-IF.
081691*- A RECORD PAST ITS FEED'S CUTOFF IS DECIDED UNDER THE NEXT
081692*- BUSINESS DAY - OR PARKED FOR THAT DAY'S RUN.
081693   IF WK-COF-ROLL = 1
081694     THEN
081695       MOVE WK-RESID-IDS(WK-ROUTE-HIT) TO WK-COF-RSID
081696       PERFORM B67A-ROLL-DISPOSITION
081697       IF WK-COF-PARK = 1
081698         THEN
081699           PERFORM B67D-PARK-ROLLED
081700           GO TO B24-EXEC-ROUTED-TRAN-EXIT
081701       END-IF
081702   END-IF.
081703   PERFORM B65-LOAD-VELOCITY.
081704   MOVE SPACE         TO OUT00.
081710   MOVE SPACE         TO PVCODE-PRM.
081720   MOVE 'EXEC'        TO PVCODE-FUNC.
081730   MOVE WK-EXPLAIN    TO PVCODE-EXPLAIN.
081740   MOVE WK-MAXSTEPS-N TO PVCODE-MAXSTEPS.
081750   MOVE WK-COF-RUNDT  TO PVCODE-RUNDT.
081760   MOVE WK-FAILFAST   TO PVCODE-FAILFAST.
081770   MOVE WK-PROF       TO PVCODE-PROFILE.
081780   PERFORM B17-SET-DEBUG-PRM.
082000       MOVE 'PASS'        TO F3-STATUS
082010       ADD 1              TO WK-TRN-PASS
082020   END-IF.
082021   IF WK-EXM-ON = 1
082022     THEN
082023       PERFORM B64-APPLY-EXEMPTION
082024   END-IF.
082025   PERFORM B14R-RANK-REASONS.
082030   MOVE OUT00               TO F3-OUT.
082040   MOVE WK-RUNID      TO F3-RUNID.
082050   PERFORM Z64-WRITE-F3.
082190       PERFORM B11-WRITE-REJECT
082200       PERFORM B16-WRITE-SNAPSHOT
082210   END-IF.
082220   IF PVCODE-BLK-CNT > ZERO OR WK-SUP-WCNT > ZERO
082230     THEN
082240       PERFORM B14A-BLOCK-DISPOSITIONS
082250   END-IF.
082260   IF PVCODE-OUT-CNT > ZERO
082270     THEN
082280       PERFORM B14C-TAGGED-OUTPUTS
082281   END-IF.
082282   PERFORM B14S-WRITE-REASONS.
082283   IF WK-EXM-PEND = 1
082284     THEN
082285       PERFORM B64B-WRITE-EXEMPTIONS
082290   END-IF.
082300*- DISPOSITION-DRIVEN CHAINING: THE STEP JUST EVALUATED MAY
082310*- HAND THE RECORD TO THE NEXT RESIDENT SET; THE FINAL STEP'S
082440*- AN ACCEPTED KEY ENTERS THE PERSISTENT DUPLICATE STORE NOW
082450*- THAT THE FINAL (POST-CHAIN) VERDICT IS KNOWN.
082460   PERFORM B12C2-REGISTER-DUP-STORE.
082461   PERFORM B65A-UPDATE-VELOCITY.
082470 B24-EXEC-ROUTED-TRAN-EXIT.
082480   EXIT.
082490*--------------------------------------------------------------
083540   MOVE 'EXEC'        TO PVCODE-FUNC.
083550   MOVE WK-EXPLAIN    TO PVCODE-EXPLAIN.
083560   MOVE WK-MAXSTEPS-N TO PVCODE-MAXSTEPS.
083570   MOVE WK-COF-RUNDT  TO PVCODE-RUNDT.
083580   MOVE WK-FAILFAST   TO PVCODE-FAILFAST.
083590   MOVE WK-PROF       TO PVCODE-PROFILE.
083600   PERFORM B17-SET-DEBUG-PRM.
083750       MOVE 'PASS'        TO F3-STATUS
083760       ADD 1              TO WK-TRN-PASS
083770   END-IF.
083771   IF WK-EXM-ON = 1
083772     THEN
083773       PERFORM B64-APPLY-EXEMPTION
083774   END-IF.
083775   PERFORM B14R-RANK-REASONS.
083780   MOVE OUT00         TO F3-OUT.
083790   MOVE WK-RUNID      TO F3-RUNID.
083800   PERFORM Z64-WRITE-F3.
083840       PERFORM B11-WRITE-REJECT
083850       PERFORM B16-WRITE-SNAPSHOT
083860   END-IF.
083870   IF PVCODE-BLK-CNT > ZERO OR WK-SUP-WCNT > ZERO
083880     THEN
083890       PERFORM B14A-BLOCK-DISPOSITIONS
083900   END-IF.
083910   IF PVCODE-OUT-CNT > ZERO
083920     THEN
083930       PERFORM B14C-TAGGED-OUTPUTS
083931   END-IF.
083932   PERFORM B14S-WRITE-REASONS.
083933   IF WK-EXM-PEND = 1
083934     THEN
083935       PERFORM B64B-WRITE-EXEMPTIONS
083940   END-IF.
083950 B48-EXEC-CHAINED-EXIT.
083960   EXIT.
084000*- DRIVES THE NORMAL F3/F6 OUTPUTS; DISAGREEMENTS GO TO F14DIFF
084010*- WITH BOTH RESULTS, AND THE RUN ENDS WITH A ONE-LINE IMPACT
084020*- COUNT SO A BAD RULE CHANGE IS STOPPED BEFORE PROMOTION.
084021*- UNDER ROLLOUT_PCT THE CANDIDATE DECIDES ITS SHARE OF RECORDS
084022*- AND EACH POPULATION'S PASS/FAIL RATE IS REPORTED SIDE BY SIDE.
084030*--------------------------------------------------------------
084040 B25-WHATIF-TRAN-FILE SECTION.
084050   DISPLAY 'TEST-MAIN:WHAT-IF MODE. PROD=' WK-WIF-IDA
084060           ' CAND=' WK-WIF-IDB.
084061   IF WK-WIF-PCT > ZERO
084062     THEN
084063       DISPLAY 'TEST-MAIN:ROLLOUT. CANDIDATE DECIDES '
084064               WK-WIF-PCT '% OF RECORDS.'
084065       IF WK-BIZ-LEN = ZERO
084066         THEN
084067           DISPLAY 'TEST-MAIN:ROLLOUT WITHOUT BIZKEY - RECORD '
084068                   'COLUMNS 1-20 ARE HASHED INSTEAD.'
084069       END-IF
084070   END-IF.
084071   MOVE ZERO          TO WK-TRN-READ.
084080   MOVE ZERO          TO WK-TRN-PASS.
084090   MOVE ZERO          TO WK-TRN-FAIL.
084100   MOVE ZERO          TO WK-WIF-DIFF.
084600   DISPLAY '===================================='.
084610   DISPLAY 'TEST-MAIN WHAT-IF: READ=' WK-TRN-READ
084620           ' CHANGED=' WK-WIF-DIFF.
084621   IF WK-WIF-PCT > ZERO
084622     THEN
084623       PERFORM B26S-ROLLOUT-RATES
084624       DISPLAY 'TEST-MAIN ROLLOUT ' WK-WIF-PCT '%: PROD='
084625               WK-WIF-IDA ' N=' WK-WIF-P-N ' PASS=' WK-WIF-P-PASS
084626               ' FAIL=' WK-WIF-P-FAIL ' FAIL%=' WK-WIF-P-RATE
084627       DISPLAY 'TEST-MAIN ROLLOUT ' WK-WIF-PCT '%: CAND='
084628               WK-WIF-IDB ' N=' WK-WIF-C-N ' PASS=' WK-WIF-C-PASS
084629               ' FAIL=' WK-WIF-C-FAIL ' FAIL%=' WK-WIF-C-RATE
084630   END-IF.
084631   DISPLAY '===================================='.
084640 B25-WHATIF-TRAN-FILE-EXIT.
084650   EXIT.
084660*--------------------------------------------------------------
084670*- ONE WHAT-IF EVALUATION: THE DECIDING SET FIRST (DRIVES THE
084680*- NORMAL OUTPUTS), THEN THE SHADOW SET AGAINST THE SAME INPUT.
084681*- PRODUCTION DECIDES UNLESS THE RECORD'S ROLLOUT BUCKET FALLS
084682*- INSIDE ROLLOUT_PCT. F14 ALWAYS SHOWS PRODUCTION AS SIDE A.
084690*--------------------------------------------------------------
084700 B26-WHATIF-ONE-TRAN SECTION.
084710*- BOTH SIDES SEE THE SAME VELOCITY HISTORY (READ ONLY HERE).
084711   PERFORM B65-LOAD-VELOCITY.
084712   MOVE SPACE         TO WK-WIF-CDEC.
084713   MOVE WK-WIF-IDA    TO WK-WIF-DEC.
084714   MOVE WK-WIF-IDB    TO WK-WIF-SHD.
084715   IF WK-WIF-PCT > ZERO
084716     THEN
084717       PERFORM B26R-ROLLOUT-BUCKET
084718       IF WK-WIF-BKT < WK-WIF-PCT
084719         THEN
084720           MOVE 'Y'           TO WK-WIF-CDEC
084721           MOVE WK-WIF-IDB    TO WK-WIF-DEC
084722           MOVE WK-WIF-IDA    TO WK-WIF-SHD
084723       END-IF
084724   END-IF.
084725*- SIDE A: THE DECIDING SET.
084726   MOVE SPACE         TO PVCODE-PRM.
084730   MOVE 'USE_'        TO PVCODE-FUNC.
084740   MOVE WK-WIF-DEC    TO PVCODE-SETID.
084750   CALL 'SUBVCODE' USING PVCODE-PRM
084760                         IN100
084770                         IN200
084930                         IN400
084940                         IN500
084950                         OUT00.
084960   MOVE WK-WIF-DEC    TO F3-RSID.
084970   PERFORM B14B-EVAL-BLOCKS.
084980   IF PVCODE-COD < ZERO OR WK-BLK-FATAL = 1
084990     THEN
085020     ELSE
085030       MOVE 'PASS'        TO F3-STATUS
085040       ADD 1              TO WK-TRN-PASS
085041   END-IF.
085042   IF WK-WIF-CDEC = 'Y'
085043     THEN
085044       ADD 1              TO WK-WIF-C-N
085045       IF F3-STATUS = 'FAIL'
085046         THEN
085047           ADD 1              TO WK-WIF-C-FAIL
085048         ELSE
085049           ADD 1              TO WK-WIF-C-PASS
085050       END-IF
085051     ELSE
085052       ADD 1              TO WK-WIF-P-N
085053       IF F3-STATUS = 'FAIL'
085054         THEN
085055           ADD 1              TO WK-WIF-P-FAIL
085056         ELSE
085057           ADD 1              TO WK-WIF-P-PASS
085058       END-IF
085059   END-IF.
085060   MOVE OUT00               TO F3-OUT.
085070   MOVE WK-RUNID      TO F3-RUNID.
085080   PERFORM Z64-WRITE-F3.
085130   END-IF.
085140   MOVE F3-STATUS     TO WK-WIF-STA.
085150   MOVE OUT00         TO WK-WIF-OUTA.
085160*- SIDE B: THE SHADOW SET, SAME INPUT.
085170   MOVE SPACE         TO PVCODE-PRM.
085180   MOVE 'USE_'        TO PVCODE-FUNC.
085190   MOVE WK-WIF-SHD    TO PVCODE-SETID.
085200   CALL 'SUBVCODE' USING PVCODE-PRM
085210                         IN100
085220                         IN200
085500     THEN
085510       ADD 1              TO WK-WIF-DIFF
085520       MOVE WK-EXEC-SEQ   TO F14-SEQ
085530       IF WK-WIF-CDEC = 'Y'
085540         THEN
085550           MOVE WK-WIF-STB    TO F14-A-STS
085560           MOVE WK-WIF-STA    TO F14-B-STS
085561           MOVE OUT00         TO F14-A-OUT
085562           MOVE WK-WIF-OUTA   TO F14-B-OUT
085563         ELSE
085564           MOVE WK-WIF-STA    TO F14-A-STS
085565           MOVE WK-WIF-STB    TO F14-B-STS
085566           MOVE WK-WIF-OUTA   TO F14-A-OUT
085567           MOVE OUT00         TO F14-B-OUT
085568       END-IF
085570       WRITE F14RECORD
085580   END-IF.
085590 B26-WHATIF-ONE-TRAN-EXIT.
085591   EXIT.
085592*--------------------------------------------------------------
085593*- ROLLOUT BUCKET 00-99 FOR THE CURRENT RECORD: A POLYNOMIAL HASH
085594*- OF THE BIZKEY SLICE (RECORD COLUMNS 1-20 WHEN NO BIZKEY IS
085595*- SET), SO THE SAME KEY LANDS IN THE SAME BUCKET ON EVERY RUN
085596*- AND RAISING THE PERCENTAGE ONLY EVER MOVES KEYS ONTO THE
085597*- CANDIDATE, NEVER BACK.
085598*--------------------------------------------------------------
085599 B26R-ROLLOUT-BUCKET SECTION.
085600   MOVE ZERO          TO WK-WIF-HASH.
085601   MOVE WK-BIZKEY     TO WK-WIF-HKEY.
085602   IF WK-WIF-HKEY = SPACE
085603     THEN
085604       MOVE F7RECORD(1:20) TO WK-WIF-HKEY
085605   END-IF.
085606   PERFORM VARYING WK-WIF-I FROM 1 BY 1
085607     UNTIL WK-WIF-I > 20
085608       COMPUTE WK-WIF-HASH = FUNCTION MOD(WK-WIF-HASH * 31
085609         + FUNCTION ORD(WK-WIF-HKEY(WK-WIF-I:1)), 999999937)
085610   END-PERFORM.
085611   COMPUTE WK-WIF-BKT = FUNCTION MOD(WK-WIF-HASH, 100).
085612 B26R-ROLLOUT-BUCKET-EXIT.
085613   EXIT.
085614*--------------------------------------------------------------
085615*- FAILURE RATE OF EACH ROLLOUT POPULATION, IN PERCENT.
085616*--------------------------------------------------------------
085617 B26S-ROLLOUT-RATES SECTION.
085618   MOVE ZERO          TO WK-WIF-P-RATE.
085619   MOVE ZERO          TO WK-WIF-C-RATE.
085620   IF WK-WIF-P-N > ZERO
085621     THEN
085622       COMPUTE WK-WIF-P-RATE ROUNDED
085623         = WK-WIF-P-FAIL * 100 / WK-WIF-P-N
085624   END-IF.
085625   IF WK-WIF-C-N > ZERO
085626     THEN
085627       COMPUTE WK-WIF-C-RATE ROUNDED
085628         = WK-WIF-C-FAIL * 100 / WK-WIF-C-N
085629   END-IF.
085630 B26S-ROLLOUT-RATES-EXIT.
085631   EXIT.
085632*--------------------------------------------------------------
085633*- RE-EXECUTE THE FAILED TRANSACTION (STILL IN IN100-IN500)
085634*- WITH EXPLAIN ON AND WRITE ITS TRACE TO F4TRACE, KEYED BY THE
085640*- EXEC SEQUENCE NUMBER SO THE TRACE TIES BACK TO ITS F3/F6
085650*- RECORDS. THE RE-RUN'S OWN RESULT IS DELIBERATELY DISCARDED -
085660*- THE FIRST PASS ALREADY DECIDED THE DISPOSITION.
085710   MOVE 'EXEC'        TO PVCODE-FUNC.
085720   MOVE 'Y'           TO PVCODE-EXPLAIN.
085730   MOVE WK-MAXSTEPS-N TO PVCODE-MAXSTEPS.
085740   MOVE WK-COF-RUNDT  TO PVCODE-RUNDT.
085750   MOVE WK-FAILFAST   TO PVCODE-FAILFAST.
085760   MOVE 'Y'           TO PVCODE-NOACC.
085770   CALL 'SUBVCODE' USING PVCODE-PRM
086720              ' READ=' WK-TRN-READ
086730                          INTO F15RECORD
086740   END-IF.
086741   IF WK-ENT-CODE NOT = SPACE
086742     THEN
086743       MOVE 'ENTITY='     TO F15RECORD(90:7)
086744       MOVE WK-ENT-CODE   TO F15RECORD(97:4)
086745   END-IF.
086750   WRITE F15RECORD.
086760   CLOSE F15ALRT.
086770 B28-RC.
087710          ' TRAN=' WK-TRANMODE
087720          ' RSID=' WK-RSID
087730          ' RC=' WK-RC-X
087731          ' ENTITY=' WK-ENT-CODE
087740                      INTO F16RECORD.
087750   WRITE F16RECORD.
087760   MOVE SPACE         TO F16RECORD.
087920          ' EXEC-EL=' WK-TM-EXEC-EL
087930                      INTO F16RECORD.
087940   WRITE F16RECORD.
087941   IF WK-DC-ON = 'Y'
087942     THEN
087943       PERFORM Z50A-CACHE-RUNLOG
087944   END-IF.
087945   IF WK-SUP-CNT > ZERO
087946     THEN
087947       PERFORM Z50B-SUPPRESS-RUNLOG
087948   END-IF.
087949   IF WK-EXMNAME NOT = SPACE
087950     THEN
087951       MOVE SPACE         TO F16RECORD
087952       STRING 'EXEMPT APPLIED=' WK-EXM-APPLIED
087953              ' WARNED=' WK-EXM-WARNED
087954                          INTO F16RECORD
087955       WRITE F16RECORD
087956   END-IF.
087957   IF WK-VELNAME NOT = SPACE AND WK-SMP-ON NOT = 1
087958     THEN
087959       MOVE SPACE         TO F16RECORD
087960       STRING 'VELOCITY ADDED=' WK-VEL-ADDED
087961              ' TRIMMED=' WK-VEL-TRIMMED
087962              ' ROLLED BACK=' WK-VEL-ROLLED
087963                          INTO F16RECORD
087964       WRITE F16RECORD
087965   END-IF.
087966   IF WK-COF-CNT > ZERO
087967     THEN
087968       MOVE SPACE         TO F16RECORD
087969       STRING 'CUTOFF ROLLED=' WK-COF-ROLLED
087970              ' DECIDED=' WK-COF-DECIDED
087971              ' PARKED=' WK-COF-PARKED
087972              ' NEW VERSION=' WK-COF-VDIFF
087973                          INTO F16RECORD
087974       WRITE F16RECORD
087975   END-IF.
087976   IF WK-WIF-PCT > ZERO
087977     THEN
087978       PERFORM B26S-ROLLOUT-RATES
087979       MOVE SPACE         TO F16RECORD
087980       STRING 'ROLLOUT PCT=' WK-WIF-PCT
087981              ' PROD=' WK-WIF-IDA
087982              ' N=' WK-WIF-P-N
087983              ' PASS=' WK-WIF-P-PASS
087984              ' FAIL=' WK-WIF-P-FAIL
087985              ' FAIL%=' WK-WIF-P-RATE
087986              ' | CAND=' WK-WIF-IDB
087987              ' N=' WK-WIF-C-N
087988              ' PASS=' WK-WIF-C-PASS
087989              ' FAIL=' WK-WIF-C-FAIL
087990              ' FAIL%=' WK-WIF-C-RATE
087991                          INTO F16RECORD
087992       WRITE F16RECORD
087993   END-IF.
087994   IF WK-REV-SEEN > ZERO
087995     THEN
087996       MOVE SPACE         TO F16RECORD
087997       STRING 'REVERSAL SEEN=' WK-REV-SEEN
087998              ' MATCHED=' WK-REV-MATCHED
087999              ' UNMATCHED=' WK-REV-UNMATCHED
088000              ' ALREADY REVERSED=' WK-REV-AGAIN
088001                          INTO F16RECORD
088002       WRITE F16RECORD
088003   END-IF.
088004   IF WK-RSN-CNT > ZERO
088005     THEN
088006       MOVE SPACE         TO F16RECORD
088007       STRING 'REASONS DECLINES=' WK-RSN-DECL
088008              ' CODED=' WK-RSN-CODED
088009              ' UNCODED=' WK-RSN-UNCODED
088010                          INTO F16RECORD
088011       WRITE F16RECORD
088012   END-IF.
088013   IF WK-PRI-ON = 1
088014     THEN
088015       MOVE SPACE         TO F16RECORD
088016       STRING 'PRIORITY SELECTED=' WK-PRI-SEL
088017              ' RELEASED=' WK-PRI-TOT
088018              ' AT=' WK-PRI-RELTM
088019              ' FILE=' FUNCTION TRIM(WK-PRINAME)
088020                          INTO F16RECORD
088021       WRITE F16RECORD
088022   END-IF.
088023   CLOSE F16RLOG.
088024 Z50-WRITE-RUNLOG-EXIT.
088025   EXIT.
088026*--------------------------------------------------------------
088027*- DECISION-CACHE LINES OF THE RUN-LOG GROUP: HITS, CACHEABLE
088028*- MISSES, KEYS TURNED AWAY BY A FULL TABLE AND THE ESTIMATED
088029*- EXEC TIME SAVED (MEAN MISS EXEC TIME X HITS, HUNDREDTHS),
088030*- THEN ONE LINE PER SET WITH THE LOADER'S CHOICE. F16RLOG IS
088031*- OPEN (CALLED FROM Z50).
088032*--------------------------------------------------------------
088033 Z50A-CACHE-RUNLOG SECTION.
088034   MOVE ZERO          TO WK-DC-SAVED.
088035   IF WK-DC-MISS > ZERO
088036     THEN
088037       COMPUTE WK-DC-SAVED = WK-DC-MISS-EL * WK-DC-HITS
088038                           / WK-DC-MISS
088039   END-IF.
088040   MOVE SPACE         TO F16RECORD.
088041   STRING 'CACHE HITS=' WK-DC-HITS
088042          ' MISSES=' WK-DC-MISS
088043          ' FULL=' WK-DC-FULL
088044          ' SAVED-EL=' WK-DC-SAVED
088045                      INTO F16RECORD.
088046   WRITE F16RECORD.
088047   PERFORM VARYING WK-DC-J FROM 1 BY 1
088048     UNTIL WK-DC-J > WK-DC-SET-CNT
088049       MOVE SPACE         TO F16RECORD
088050       STRING 'CACHE SET=' WK-DC-SET-ID(WK-DC-J)
088051              ' USE=' WK-DC-SET-USE(WK-DC-J)
088052              ' WHY=' WK-DC-SET-WHY(WK-DC-J)
088053                          INTO F16RECORD
088054       WRITE F16RECORD
088055   END-PERFORM.
088056 Z50A-CACHE-RUNLOG-EXIT.
088057   EXIT.
088058*--------------------------------------------------------------
088059*- EMERGENCY-SUPPRESSION LINES OF THE RUN-LOG GROUP: ONE PER
088060*- ENTRY IN EFFECT, WITH THE NUMBER OF EVALUATIONS IT OVERRODE
088061*- THIS RUN (OPSDASH LISTS THEM). F16RLOG IS OPEN (CALLED FROM
088062*- Z50).
088063*--------------------------------------------------------------
088064 Z50B-SUPPRESS-RUNLOG SECTION.
088065   PERFORM VARYING WK-SUP-I FROM 1 BY 1
088066     UNTIL WK-SUP-I > WK-SUP-CNT
088067       MOVE WK-SUP-HITS(WK-SUP-I) TO WK-SUP-HITS-X
088068       MOVE SPACE         TO F16RECORD
088069       STRING 'SUPPRESS RSID=' WK-SUP-RSID(WK-SUP-I)
088070              ' BLK=' WK-SUP-BLK(WK-SUP-I)
088071              ' PC=' WK-SUP-PC(WK-SUP-I)
088072              ' ACT=' WK-SUP-ACT(WK-SUP-I)
088073              ' HITS=' WK-SUP-HITS-X
088074              ' TICKET=' WK-SUP-TICKET(WK-SUP-I)
088075              ' BY=' WK-SUP-APPR(WK-SUP-I)
088076              ' FROM=' WK-SUP-FROM(WK-SUP-I)
088077              ' TO=' WK-SUP-TO(WK-SUP-I)
088078                          INTO F16RECORD
088079       WRITE F16RECORD
088080   END-PERFORM.
088081 Z50B-SUPPRESS-RUNLOG-EXIT.
088082   EXIT.
088083*--------------------------------------------------------------
088084*- INTERFACE CONTROL TOTALS: COUNT AND ADDITIVE POSITION-
088085*- WEIGHTED BYTE HASH (MOD 10**8) OVER EACH DATA RECORD'S
088086*- STATUS/KEY BYTES, TALLIED AT EVERY WRITE AND CARRIED ON THE
088087*- TRL RECORD SO A TRUNCATED TRANSFER NO LONGER LOOKS LIKE A
088088*- QUIET NIGHT.
088089*--------------------------------------------------------------
088090 Z60-TALLY-F3 SECTION.
088091   ADD 1              TO WK-F3-CNT.
088092   ADD 1              TO WK-F3-TOT.
088093   PERFORM VARYING WK-IFC-I FROM 1 BY 1
088094     UNTIL WK-IFC-I > 4
088100       COMPUTE WK-F3-HASH = FUNCTION MOD(WK-F3-HASH
088110         + FUNCTION ORD(F3-STATUS(WK-IFC-I:1)) * WK-IFC-I,
088120         100000000)
088290   MOVE F3RECORD      TO WK-SPL-REC.
088300   WRITE F3RECORD.
088310   PERFORM Z60-TALLY-F3.
088311   IF WK-PRI-PASS = 1
088312     THEN
088313       PERFORM Z85-WRITE-PRIORITY
088314   END-IF.
088320   IF WK-HIST-ON = 1
088330     THEN
088340       MOVE WK-TM-SDATE   TO F18-DATE
088360       MOVE SPACE         TO F18-REPAIR
088370       MOVE SPACE         TO F18-ORIG-RUNID
088380       MOVE ZERO          TO F18-ORIG-SEQ
088390       PERFORM Z84-WRITE-HISTORY
088400   END-IF.
088410   IF WK-SPL-CNT = ZERO
088420     THEN
089820     THEN
089830       GO TO Z67-OPEN-HISTORY-EXIT
089840   END-IF.
089841*- PICK THE SEAL CHAIN UP WHERE THE FILE LEAVES IT - ANY RECORDS
089842*- AFTER THE LAST SEAL GO INTO THIS RUN'S SEAL.
089843   MOVE SPACE         TO WK-SEAL-PRM.
089844   MOVE 'LAST'        TO PSEAL-FNC.
089845   MOVE WK-HISTNAME   TO PSEAL-FILE.
089846   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
089847   IF PSEAL-COD NOT = ZERO
089848     THEN
089849       DISPLAY 'TEST-MAIN:' PSEAL-MSG
089850   END-IF.
089851   OPEN EXTEND F18HIST.
089860   IF WK-HIST-FST = '35'
089870     THEN
089880       OPEN OUTPUT F18HIST
089940     ELSE
089950       MOVE 1             TO WK-HIST-ON
089960   END-IF.
089961*- A RUN-LEVEL CONTROL GROUP IS ECHOED AS A HEADER IMAGE TOO (THE
089962*- FEED GROUPS ARE ECHOED BY B38), SO EVERY HISTORY RECORD SITS
089963*- UNDER A HEADER THAT SAYS WHICH RUN - AND WHICH ENTITY - IT
089964*- BELONGS TO.
089965   IF WK-HIST-ON = 1 AND WK-INTAKE NOT = 'Y' AND WK-TL-ON NOT = 1
089966     THEN
089967       MOVE WK-TM-SDATE   TO F18-DATE
089968       MOVE SPACE         TO F18-F3IMAGE
089969       STRING 'HDR ' WK-RUNID ' DATE=' WK-TM-SDATE
089970              ' TABLE=' FUNCTION TRIM(WK-FILENAME)
089971                          INTO F18-F3IMAGE
089972       IF WK-ENT-CODE NOT = SPACE
089973         THEN
089974           MOVE 'ENTITY='     TO F18-F3IMAGE(143:7)
089975           MOVE WK-ENT-CODE   TO F18-F3IMAGE(150:4)
089976       END-IF
089977       MOVE SPACE         TO F18-REPAIR
089978       MOVE SPACE         TO F18-ORIG-RUNID
089979       MOVE ZERO          TO F18-ORIG-SEQ
089980       PERFORM Z84-WRITE-HISTORY
089981   END-IF.
089982 Z67-OPEN-HISTORY-EXIT.
089983   EXIT.
089990 Z68-CLOSE-HISTORY SECTION.
090000   IF WK-HIST-ON = 1
090010     THEN
090011       MOVE 'SEAL'        TO PSEAL-FNC
090012       MOVE 'TESTMAIN'    TO PSEAL-PROG
090013       MOVE WK-RUNID      TO PSEAL-RUNID
090014       MOVE WK-TM-SDATE   TO PSEAL-DATE
090015       CALL 'SUBSEAL'  USING WK-SEAL-PRM
090016       WRITE F18RECORD FROM PSEAL-REC
090020       CLOSE F18HIST
090030       MOVE ZERO          TO WK-HIST-ON
090040   END-IF.
090050 Z68-CLOSE-HISTORY-EXIT.
090051   EXIT.
090052*--------------------------------------------------------------
090053*- EVERY HISTORY RECORD IS WRITTEN HERE SO IT IS FOLDED INTO THE
090054*- SEAL THAT Z68 WRITES AT CLOSE.
090055*--------------------------------------------------------------
090056 Z84-WRITE-HISTORY SECTION.
090057   WRITE F18RECORD.
090058   MOVE 'NEXT'        TO PSEAL-FNC.
090059   MOVE F18RECORD     TO PSEAL-REC.
090060   CALL 'SUBSEAL'  USING WK-SEAL-PRM.
090061 Z84-WRITE-HISTORY-EXIT.
090062   EXIT.
090070 Z61-TALLY-F6 SECTION.
090080   ADD 1              TO WK-F6-CNT.
090090   ADD 1              TO WK-F6-TOT.
090170   EXIT.
090180*--------------------------------------------------------------
090190*- HDR CONTROL RECORDS AT OPEN: RUN ID, RUN DATE, RULE-TABLE
090200*- FILE AND, FOR AN ENTITY RUN, 'ENTITY=' + CODE IN COLS 143-153.
090201*- THE TALLIES RESTART WITH EACH HEADER.
090210*--------------------------------------------------------------
090220 Z62-WRITE-HEADERS SECTION.
090230*- A SAMPLING RUN WRITES NO CONTROL GROUPS (THE INTERFACE
090340   STRING 'HDR ' WK-RUNID ' DATE=' WK-TM-SDATE
090350          ' TABLE=' FUNCTION TRIM(WK-FILENAME)
090360                      INTO F3CTLREC.
090361   IF WK-ENT-CODE NOT = SPACE
090362     THEN
090363       MOVE 'ENTITY='     TO F3CTLREC(143:7)
090364       MOVE WK-ENT-CODE   TO F3CTLREC(150:4)
090365   END-IF.
090370   WRITE F3CTLREC.
090380   MOVE SPACE         TO F6CTLREC.
090390   STRING 'HDR ' WK-RUNID ' DATE=' WK-TM-SDATE
090400          ' TABLE=' FUNCTION TRIM(WK-FILENAME)
090410                      INTO F6CTLREC.
090411   IF WK-ENT-CODE NOT = SPACE
090412     THEN
090413       MOVE 'ENTITY='     TO F6CTLREC(143:7)
090414       MOVE WK-ENT-CODE   TO F6CTLREC(150:4)
090415   END-IF.
090416   IF WK-FEED-ID NOT = SPACE
090417     THEN
090418       MOVE 'FEEDID='     TO F6CTLREC(155:7)
090419       MOVE WK-FEED-ID    TO F6CTLREC(162:8)
090420   END-IF.
090421   WRITE F6CTLREC.
090430 Z62-WRITE-HEADERS-EXIT.
090440   EXIT.
090450*--------------------------------------------------------------
090960   END-IF.
090970 C00-VALIDATE-RUN-EXIT.
090980   EXIT.
090990
090991*--------------------------------------------------------------
090992*- LOAD THE FEED ARRIVAL SCHEDULE (ENV ARRIVAL_SCHEDULE) FOR THE
090993*- INTAKE RUN. THE ARRIVAL DAY IS TODAY'S SYSTEM DATE; A 'B'
090994*- FEED IS ONLY EXPECTED WHEN THAT IS A BUSINESS DAY BY THE SAME
090995*- CALENDAR THE RUN-CONTROL CHECK USES (WEEKENDS PLUS THE
090996*- HOLIDAY_FILE DATES LOADED BY A14-LOAD-HOLIDAYS).
090997*--------------------------------------------------------------
090998 A25-LOAD-ARRIVAL-SCHEDULE SECTION.
090999 A25-010.
091000   ACCEPT WK-ARR-DATE FROM DATE YYYYMMDD.
091001   MOVE WK-ARR-DATE   TO WK-HOL-WRK.
091002   PERFORM A15A-JUDGE-BUSDAY.
091003   MOVE WK-HOL-BUS    TO WK-ARR-BUS.
091004   OPEN INPUT F46ASCH.
091005   IF WK-ASCH-FST NOT = '00'
091006     THEN
091007       DISPLAY 'TEST-MAIN:ARRIVAL SCHEDULE OPEN ERROR STATUS='
091008               WK-ASCH-FST
091009       GO TO A25-LOAD-ARRIVAL-SCHEDULE-EXIT
091010   END-IF.
091011   PERFORM UNTIL WK-ASCH-FST NOT = '00'
091012     READ F46ASCH
091013       AT END
091014         CONTINUE
091015       NOT AT END
091016         IF F46RECORD(1:1) NOT = '*' AND F46RECORD NOT = SPACE
091017           THEN
091018             PERFORM A25A-ADD-ARRIVAL-ENTRY
091019         END-IF
091020     END-READ
091021   END-PERFORM.
091022   CLOSE F46ASCH.
091023   DISPLAY 'TEST-MAIN:ARRIVAL SCHEDULE LOADED. FEEDS=' WK-ARR-CNT
091024           ' DATE=' WK-ARR-DATE ' BUSINESS DAY=' WK-ARR-BUS.
091025 A25-LOAD-ARRIVAL-SCHEDULE-EXIT.
091026   EXIT.
091027*--------------------------------------------------------------
091028*- ONE SCHEDULE LINE: 'FEED(1-8) OPEN(10-13) CLOSE(15-18)
091029*- DAYS(20) MATCH(22-61)'. OPEN/CLOSE ARE HHMM ON THE ARRIVAL
091030*- DAY; DAYS 'B' (DEFAULT) = BUSINESS DAYS ONLY, 'D' = EVERY DAY.
091031*- MATCH IS TEXT FOUND IN THE FEED'S PATH ON THE INTAKE LIST
091032*- (DEFAULT THE FEED NAME ITSELF).
091033*--------------------------------------------------------------
091034 A25A-ADD-ARRIVAL-ENTRY SECTION.
091035 A25A-010.
091036   IF F46RECORD(10:4) NOT NUMERIC OR F46RECORD(15:4) NOT NUMERIC
091037    OR F46RECORD(10:4) > F46RECORD(15:4)
091038     THEN
091039       DISPLAY 'TEST-MAIN:BAD ARRIVAL SCHEDULE LINE IGNORED: '
091040               F46RECORD(1:40)
091041       GO TO A25A-ADD-ARRIVAL-ENTRY-EXIT
091042   END-IF.
091043   IF WK-ARR-CNT NOT < 50
091044     THEN
091045       DISPLAY 'TEST-MAIN:ARRIVAL SCHEDULE FULL, LINE IGNORED: '
091046               F46RECORD(1:8)
091047       GO TO A25A-ADD-ARRIVAL-ENTRY-EXIT
091048   END-IF.
091049   ADD 1              TO WK-ARR-CNT.
091050   MOVE F46RECORD(1:8) TO WK-ARR-FEED(WK-ARR-CNT).
091051   MOVE F46RECORD(10:4) TO WK-ARR-OPEN(WK-ARR-CNT).
091052   MOVE F46RECORD(15:4) TO WK-ARR-CLOSE(WK-ARR-CNT).
091053   MOVE F46RECORD(20:1) TO WK-ARR-DAYS(WK-ARR-CNT).
091054   IF WK-ARR-DAYS(WK-ARR-CNT) NOT = 'D'
091055     THEN
091056       MOVE 'B'           TO WK-ARR-DAYS(WK-ARR-CNT)
091057   END-IF.
091058   MOVE F46RECORD(22:40) TO WK-ARR-MATCH(WK-ARR-CNT).
091059   IF WK-ARR-MATCH(WK-ARR-CNT) = SPACE
091060     THEN
091061       MOVE F46RECORD(1:8) TO WK-ARR-MATCH(WK-ARR-CNT)
091062   END-IF.
091063   PERFORM VARYING WK-ARR-MLEN(WK-ARR-CNT) FROM 40 BY -1
091064     UNTIL WK-ARR-MATCH(WK-ARR-CNT)(WK-ARR-MLEN(WK-ARR-CNT):1)
091065           NOT = SPACE
091066       CONTINUE
091067   END-PERFORM.
091068   MOVE 1             TO WK-ARR-EXP(WK-ARR-CNT).
091069   IF WK-ARR-DAYS(WK-ARR-CNT) = 'B' AND WK-ARR-BUS = ZERO
091070     THEN
091071       MOVE ZERO          TO WK-ARR-EXP(WK-ARR-CNT)
091072   END-IF.
091073   MOVE ZERO          TO WK-ARR-SEEN(WK-ARR-CNT).
091074   MOVE ZERO          TO WK-ARR-TIME(WK-ARR-CNT).
091075   MOVE ZERO          TO WK-ARR-ALRT(WK-ARR-CNT).
091076 A25A-ADD-ARRIVAL-ENTRY-EXIT.
091077   EXIT.
091078*--------------------------------------------------------------
091079*- AN INTAKE FILE HAS LANDED (WK-TRANNAME): STAMP THE ARRIVAL
091080*- TIME ON EVERY SCHEDULED FEED WHOSE MATCH TEXT IS IN ITS PATH.
091081*- A FEED ALREADY CHASED AS LATE GETS AN 'ARRIVED' EVENT SO THE
091082*- CONSOLE CAN CLOSE THE CHASE.
091083*--------------------------------------------------------------
091084 B39-NOTE-ARRIVAL SECTION.
091085 B39-010.
091086   PERFORM B39C-CLOCK-NOW.
091087   PERFORM VARYING WK-ARR-I FROM 1 BY 1
091088     UNTIL WK-ARR-I > WK-ARR-CNT
091089       IF WK-ARR-SEEN(WK-ARR-I) = ZERO
091090         THEN
091091           MOVE ZERO          TO WK-ARR-MCH
091092           INSPECT WK-TRANNAME TALLYING WK-ARR-MCH FOR ALL
091093             WK-ARR-MATCH(WK-ARR-I)(1:WK-ARR-MLEN(WK-ARR-I))
091094           IF WK-ARR-MCH > ZERO
091095             THEN
091096               MOVE 1             TO WK-ARR-SEEN(WK-ARR-I)
091097               MOVE WK-ARR-NOW(1:4) TO WK-ARR-TIME(WK-ARR-I)
091098               IF WK-ARR-ALRT(WK-ARR-I) = 1
091099                 THEN
091100                   MOVE 'EVT-0007-I' TO WK-MON-ID
091101                   MOVE 'I'           TO WK-MON-SEV
091102                   MOVE 'FEED ARRIVED LATE' TO WK-MON-SUB1
091103                   MOVE SPACE         TO WK-MON-SUB2
091104                   STRING WK-ARR-FEED(WK-ARR-I) ' AT '
091105                          WK-ARR-NOW(1:4) INTO WK-MON-SUB2
091106                   PERFORM Z72-WRITE-EVENT
091107               END-IF
091108           END-IF
091109       END-IF
091110   END-PERFORM.
091111 B39-NOTE-ARRIVAL-EXIT.
091112   EXIT.
091113*--------------------------------------------------------------
091114*- AFTER EVERY INTAKE PASS: A FEED EXPECTED TODAY THAT HAS NOT
091115*- ARRIVED BY THE CLOSE OF ITS WINDOW IS RAISED ONCE - AN F15ALRT
091116*- ALERT AND AN F32MON WARNING EVENT - WHILE THE RUN IS STILL UP
091117*- AND THE UPSTREAM TEAM CAN STILL BE CHASED.
091118*--------------------------------------------------------------
091119 B39A-CHECK-LATE-FEEDS SECTION.
091120 B39A-010.
091121   PERFORM B39C-CLOCK-NOW.
091122   PERFORM VARYING WK-ARR-I FROM 1 BY 1
091123     UNTIL WK-ARR-I > WK-ARR-CNT
091124       IF WK-ARR-EXP(WK-ARR-I) = 1
091125        AND WK-ARR-SEEN(WK-ARR-I) = ZERO
091126        AND WK-ARR-ALRT(WK-ARR-I) = ZERO
091127        AND WK-ARR-NOW(1:4) > WK-ARR-CLOSE(WK-ARR-I)
091128         THEN
091129           MOVE 1             TO WK-ARR-ALRT(WK-ARR-I)
091130           PERFORM B39B-RAISE-LATE-FEED
091131       END-IF
091132   END-PERFORM.
091133 B39A-CHECK-LATE-FEEDS-EXIT.
091134   EXIT.
091135 B39B-RAISE-LATE-FEED SECTION.
091136 B39B-010.
091137   DISPLAY 'TEST-MAIN:FEED ' WK-ARR-FEED(WK-ARR-I)
091138           ' NOT ARRIVED BY ' WK-ARR-CLOSE(WK-ARR-I) '.'.
091139   MOVE 4             TO WK-NEWRC.
091140   PERFORM Z30-RAISE-RC.
091141   MOVE 'EVT-0006-W' TO WK-MON-ID.
091142   MOVE 'W'           TO WK-MON-SEV.
091143   MOVE 'FEED LATE'   TO WK-MON-SUB1.
091144   MOVE SPACE         TO WK-MON-SUB2.
091145   STRING WK-ARR-FEED(WK-ARR-I) ' DUE '
091146          WK-ARR-CLOSE(WK-ARR-I) INTO WK-MON-SUB2.
091147   PERFORM Z72-WRITE-EVENT.
091148   OPEN EXTEND F15ALRT.
091149   IF WK-ALRT-FST = '35'
091150     THEN
091151       OPEN OUTPUT F15ALRT
091152   END-IF.
091153   IF WK-ALRT-FST NOT = '00'
091154     THEN
091155       DISPLAY 'TEST-MAIN:ALERT FILE OPEN ERROR STATUS='
091156               WK-ALRT-FST
091157       GO TO B39B-RAISE-LATE-FEED-EXIT
091158   END-IF.
091159   MOVE SPACE         TO F15RECORD.
091160   STRING 'LATE FEED ALERT: FEED=' WK-ARR-FEED(WK-ARR-I)
091161          ' WINDOW ' WK-ARR-OPEN(WK-ARR-I) '-'
091162          WK-ARR-CLOSE(WK-ARR-I) ' ON ' WK-ARR-DATE
091163          ' NOT ARRIVED AT ' WK-ARR-NOW(1:4) '.'
091164                      INTO F15RECORD.
091165   WRITE F15RECORD.
091166   CLOSE F15ALRT.
091167 B39B-RAISE-LATE-FEED-EXIT.
091168   EXIT.
091169*--------------------------------------------------------------
091170*- WALL-CLOCK HHMM INTO WK-ARR-NOW(1:4), AND AS MINUTES SINCE
091171*- MIDNIGHT INTO WK-ARR-NOWM.
091172*--------------------------------------------------------------
091173 B39C-CLOCK-NOW SECTION.
091174 B39C-010.
091175   ACCEPT WK-ARR-NOW  FROM TIME.
091176   MOVE WK-ARR-NOW(1:4) TO WK-ARR-HHMM.
091177   PERFORM B39E-HHMM-TO-MINUTES.
091178   MOVE WK-ARR-MINS   TO WK-ARR-NOWM.
091179 B39C-CLOCK-NOW-EXIT.
091180   EXIT.
091181*--------------------------------------------------------------
091182*- DAILY ARRIVAL REPORT (ENV ARRIVAL_REPORT), WRITTEN WHEN THE
091183*- INTAKE ENDS: EACH SCHEDULED FEED'S WINDOW, ACTUAL ARRIVAL
091184*- TIME AND MINUTES LATE (FOR A FEED STILL MISSING, MINUTES PAST
091185*- THE CLOSE OF ITS WINDOW SO FAR).
091186*--------------------------------------------------------------
091187 B39D-WRITE-ARRIVAL-REPORT SECTION.
091188 B39D-010.
091189   OPEN OUTPUT F47ARPT.
091190   IF WK-ARPT-FST NOT = '00'
091191     THEN
091192       DISPLAY 'TEST-MAIN:ARRIVAL REPORT OPEN ERROR STATUS='
091193               WK-ARPT-FST
091194       GO TO B39D-WRITE-ARRIVAL-REPORT-EXIT
091195   END-IF.
091196   PERFORM B39C-CLOCK-NOW.
091197   MOVE SPACE         TO F47RECORD.
091198   STRING 'FEED ARRIVAL REPORT  DATE=' WK-ARR-DATE
091199          '  RUN=' WK-RUNID '  BUSINESS DAY=' WK-ARR-BUS
091200                      INTO F47RECORD.
091201   WRITE F47RECORD.
091202   MOVE SPACE         TO F47RECORD.
091203   WRITE F47RECORD.
091204   MOVE 'FEED      WINDOW     ARRIVED  MINUTES LATE  STATUS'
091205                      TO F47RECORD.
091206   WRITE F47RECORD.
091207   PERFORM VARYING WK-ARR-I FROM 1 BY 1
091208     UNTIL WK-ARR-I > WK-ARR-CNT
091209       PERFORM B39F-ARRIVAL-LINE
091210   END-PERFORM.
091211   CLOSE F47ARPT.
091212   DISPLAY 'TEST-MAIN:ARRIVAL REPORT WRITTEN. FEEDS=' WK-ARR-CNT.
091213 B39D-WRITE-ARRIVAL-REPORT-EXIT.
091214   EXIT.
091215 B39E-HHMM-TO-MINUTES SECTION.
091216 B39E-010.
091217   DIVIDE WK-ARR-HHMM BY 100 GIVING WK-ARR-HH
091218                      REMAINDER WK-ARR-MM.
091219   COMPUTE WK-ARR-MINS = WK-ARR-HH * 60 + WK-ARR-MM.
091220 B39E-HHMM-TO-MINUTES-EXIT.
091221   EXIT.
091222 B39F-ARRIVAL-LINE SECTION.
091223 B39F-010.
091224   MOVE SPACE         TO F47RECORD.
091225   MOVE WK-ARR-FEED(WK-ARR-I) TO F47RECORD(1:8).
091226   MOVE WK-ARR-OPEN(WK-ARR-I) TO F47RECORD(11:4).
091227   MOVE '-'           TO F47RECORD(15:1).
091228   MOVE WK-ARR-CLOSE(WK-ARR-I) TO F47RECORD(16:4).
091229   MOVE ZERO          TO WK-ARR-LATE.
091230   MOVE WK-ARR-CLOSE(WK-ARR-I) TO WK-ARR-HHMM.
091231   PERFORM B39E-HHMM-TO-MINUTES.
091232   EVALUATE TRUE
091233   WHEN WK-ARR-SEEN(WK-ARR-I) = 1
091234     MOVE WK-ARR-TIME(WK-ARR-I) TO F47RECORD(22:4)
091235     MOVE WK-ARR-TIME(WK-ARR-I) TO WK-ARR-HHMM
091236     MOVE WK-ARR-MINS   TO WK-ARR-LATE
091237     PERFORM B39E-HHMM-TO-MINUTES
091238     IF WK-ARR-MINS > WK-ARR-LATE
091239       THEN
091240         COMPUTE WK-ARR-LATE = WK-ARR-MINS - WK-ARR-LATE
091241         MOVE 'LATE'        TO F47RECORD(46:12)
091242       ELSE
091243         MOVE ZERO          TO WK-ARR-LATE
091244         IF WK-ARR-TIME(WK-ARR-I) < WK-ARR-OPEN(WK-ARR-I)
091245           THEN
091246             MOVE 'EARLY'       TO F47RECORD(46:12)
091247           ELSE
091248             MOVE 'ON TIME'     TO F47RECORD(46:12)
091249         END-IF
091250     END-IF
091251   WHEN WK-ARR-EXP(WK-ARR-I) = ZERO
091252     MOVE '----'        TO F47RECORD(22:4)
091253     MOVE 'NOT EXPECTED' TO F47RECORD(46:12)
091254   WHEN WK-ARR-NOWM > WK-ARR-MINS
091255     MOVE '----'        TO F47RECORD(22:4)
091256     COMPUTE WK-ARR-LATE = WK-ARR-NOWM - WK-ARR-MINS
091257     MOVE 'MISSING'     TO F47RECORD(46:12)
091258   WHEN OTHER
091259     MOVE '----'        TO F47RECORD(22:4)
091260     MOVE 'NOT YET DUE' TO F47RECORD(46:12)
091261   END-EVALUATE.
091262   MOVE WK-ARR-LATE   TO WK-ARR-LATE-ED.
091263   MOVE WK-ARR-LATE-ED TO F47RECORD(35:5).
091264   WRITE F47RECORD.
091265 B39F-ARRIVAL-LINE-EXIT.
091266   EXIT.
091267*--------------------------------------------------------------
091268*- PRIORITY LANE, FROM ENV VARS PRIORITY_FILE (THE EARLY-RELEASE
091269*- FILE - UNSET = NO LANE), PRIORITY_POS / PRIORITY_LEN (5 DIGITS
091270*- EACH: A SLICE OF THE RAW F7RECORD, MAX 18 BYTES) AND EITHER OR
091271*- BOTH OF PRIORITY_MIN (DIGITS, IN THE FIELD'S OWN UNITS - A
091272*- NUMERIC FIELD AT OR ABOVE IT IS SELECTED; LEADING SPACES COUNT
091273*- AS ZEROS) AND PRIORITY_CODES (UP TO 10 VALUES, SPACE-SEPARATED
091274*- - A FIELD EQUAL TO ONE OF THEM IS SELECTED). PLAIN TRANSACTION
091275*- RUNS ONLY: ROUTED, WHAT-IF AND SAMPLING RUNS DECIDE EVERY
091276*- RECORD IN ONE PASS. A LANE ASKED FOR BUT NOT USABLE IS THE
091277*- WARNING CLASS.
091278*--------------------------------------------------------------
091279 A24-LOAD-PRIORITY SECTION.
091280   MOVE SPACE         TO WK-PRINAME.
091281   MOVE 'PRIORITY_FILE' TO WK-PRM-KEY
091282   PERFORM A03B-RESOLVE-PARM
091283   MOVE WK-PRM-VAL TO WK-PRINAME.
091284   IF WK-PRINAME = SPACE
091285     THEN
091286       GO TO A24-LOAD-PRIORITY-EXIT
091287   END-IF.
091288   IF WK-TRANMODE NOT = 'Y' OR WK-RESIDENT = 'Y'
091289    OR WK-SMP-ON = 1
091290     THEN
091291       DISPLAY 'TEST-MAIN:PRIORITY LANE NEEDS A PLAIN '
091292               'TRANSACTION RUN, IGNORED.'
091293       MOVE 4             TO WK-NEWRC
091294       PERFORM Z30-RAISE-RC
091295       GO TO A24-LOAD-PRIORITY-EXIT
091296   END-IF.
091297   MOVE SPACE         TO WK-PRI-POS-X.
091298   MOVE 'PRIORITY_POS' TO WK-PRM-KEY
091299   PERFORM A03B-RESOLVE-PARM
091300   MOVE WK-PRM-VAL TO WK-PRI-POS-X.
091301   MOVE SPACE         TO WK-PRI-LEN-X.
091302   MOVE 'PRIORITY_LEN' TO WK-PRM-KEY
091303   PERFORM A03B-RESOLVE-PARM
091304   MOVE WK-PRM-VAL TO WK-PRI-LEN-X.
091305   IF WK-PRI-POS-X NOT = SPACE AND WK-PRI-POS-X NUMERIC
091306    AND WK-PRI-LEN-X NOT = SPACE AND WK-PRI-LEN-X NUMERIC
091307     THEN
091308       MOVE WK-PRI-POS-X  TO WK-PRI-POS
091309       MOVE WK-PRI-LEN-X  TO WK-PRI-LEN
091310   END-IF.
091311   IF WK-PRI-POS = ZERO OR WK-PRI-LEN = ZERO OR WK-PRI-LEN > 18
091312    OR WK-PRI-POS + WK-PRI-LEN - 1 > 200
091313     THEN
091314       DISPLAY 'TEST-MAIN:BAD PRIORITY FIELD, LANE OFF.'
091315       MOVE 4             TO WK-NEWRC
091316       PERFORM Z30-RAISE-RC
091317       GO TO A24-LOAD-PRIORITY-EXIT
091318   END-IF.
091319   MOVE SPACE         TO WK-PRI-MIN-X.
091320   MOVE 'PRIORITY_MIN' TO WK-PRM-KEY
091321   PERFORM A03B-RESOLVE-PARM
091322   MOVE WK-PRM-VAL TO WK-PRI-MIN-X.
091323   IF WK-PRI-MIN-X NOT = SPACE
091324     THEN
091325       MOVE ZERO          TO WK-PRI-I
091326       INSPECT WK-PRI-MIN-X TALLYING WK-PRI-I
091327         FOR CHARACTERS BEFORE INITIAL SPACE
091328       IF WK-PRI-I > ZERO AND WK-PRM-VAL(19:82) = SPACE
091329         THEN
091330           IF WK-PRI-MIN-X(1:WK-PRI-I) NUMERIC
091331             THEN
091332               MOVE WK-PRI-MIN-X(1:WK-PRI-I) TO WK-PRI-MIN
091333               MOVE 1             TO WK-PRI-MIN-ON
091334           END-IF
091335       END-IF
091336       IF WK-PRI-MIN-ON NOT = 1
091337         THEN
091338           DISPLAY 'TEST-MAIN:BAD PRIORITY_MIN, LANE OFF.'
091339           MOVE 4             TO WK-NEWRC
091340           PERFORM Z30-RAISE-RC
091341           GO TO A24-LOAD-PRIORITY-EXIT
091342       END-IF
091343   END-IF.
091344   MOVE SPACE         TO WK-PRI-RAW.
091345   MOVE 'PRIORITY_CODES' TO WK-PRM-KEY
091346   PERFORM A03B-RESOLVE-PARM
091347   MOVE WK-PRM-VAL TO WK-PRI-RAW.
091348   PERFORM VARYING WK-PRI-I FROM 1 BY 1
091349     UNTIL WK-PRI-I > 10
091350       MOVE SPACE         TO WK-PRI-CODE(WK-PRI-I)
091351   END-PERFORM.
091352   UNSTRING WK-PRI-RAW DELIMITED BY ALL SPACE
091353     INTO WK-PRI-CODE(1) WK-PRI-CODE(2) WK-PRI-CODE(3)
091354          WK-PRI-CODE(4) WK-PRI-CODE(5) WK-PRI-CODE(6)
091355          WK-PRI-CODE(7) WK-PRI-CODE(8) WK-PRI-CODE(9)
091356          WK-PRI-CODE(10)
091357   END-UNSTRING.
091358   MOVE ZERO          TO WK-PRI-CCNT.
091359   PERFORM VARYING WK-PRI-I FROM 1 BY 1
091360     UNTIL WK-PRI-I > 10
091361       IF WK-PRI-CODE(WK-PRI-I) NOT = SPACE
091362         THEN
091363           ADD 1              TO WK-PRI-CCNT
091364       END-IF
091365   END-PERFORM.
091366   IF WK-PRI-MIN-ON NOT = 1 AND WK-PRI-CCNT = ZERO
091367     THEN
091368       DISPLAY 'TEST-MAIN:PRIORITY LANE NEEDS PRIORITY_MIN OR '
091369               'PRIORITY_CODES, LANE OFF.'
091370       MOVE 4             TO WK-NEWRC
091371       PERFORM Z30-RAISE-RC
091372       GO TO A24-LOAD-PRIORITY-EXIT
091373   END-IF.
091374   MOVE 1             TO WK-PRI-ON.
091375   DISPLAY 'TEST-MAIN:PRIORITY LANE ON. FIELD=' WK-PRI-POS
091376           '/' WK-PRI-LEN ' MIN=' WK-PRI-MIN-X
091377           ' CODES=' WK-PRI-CCNT.
091378   DISPLAY 'TEST-MAIN:PRIORITY FILE=' FUNCTION TRIM(WK-PRINAME).
091379 A24-LOAD-PRIORITY-EXIT.
091380   EXIT.
091381*--------------------------------------------------------------
091382*- ONE TRANSACTION FILE. WITH THE PRIORITY LANE ON IT IS READ
091383*- TWICE: THE PRIORITY PASS DECIDES ONLY THE SELECTED RECORDS AND
091384*- RELEASES THEIR EARLY FILE (B71), THEN THE BULK PASS DECIDES THE
091385*- REST. BOTH PASSES WRITE F3OUT/F6REJECT INTO THE SAME GROUP, SO
091386*- THE COUNTS AND CONTROL TOTALS STILL COVER THE WHOLE FILE.
091387*--------------------------------------------------------------
091388 B72-TRAN-FILE-PASSES SECTION.
091389   IF WK-PRI-ON NOT = 1
091390     THEN
091391       PERFORM B12-PROCESS-TRAN-FILE
091392       GO TO B72-TRAN-FILE-PASSES-EXIT
091393   END-IF.
091394   MOVE ZERO          TO WK-TRN-READ.
091395   MOVE ZERO          TO WK-TRN-PASS.
091396   MOVE ZERO          TO WK-TRN-FAIL.
091397*- BOTH PASSES NUMBER THE FILE'S RECORDS FROM THE SAME START, SO
091398*- PARTITION SLICES AND CHECKPOINT POSITIONS STAY THE SAME.
091399   MOVE WK-PART-RECNO TO WK-PRI-SV-RECNO.
091400   MOVE WK-TCK-POS    TO WK-PRI-SV-TCKPOS.
091401*- A CHECKPOINT IS ONLY EVER TAKEN IN THE BULK PASS, SO ON A
091402*- RESUME THE EARLY FILE WAS ALREADY RELEASED.
091403   IF WK-TCK-SKIP > ZERO
091404     THEN
091405       DISPLAY 'TEST-MAIN:CHECKPOINT RESUME, PRIORITY PASS '
091406               'ALREADY RELEASED.'
091407     ELSE
091408       PERFORM B71-PRIORITY-PASS
091409       IF WK-PRI-ON NOT = 1
091410         THEN
091411           MOVE ZERO          TO WK-PRI-PASS
091412           PERFORM B12-PROCESS-TRAN-FILE
091413           GO TO B72-TRAN-FILE-PASSES-EXIT
091414       END-IF
091415       IF WK-TRAN-FST NOT = '00'
091416         THEN
091417           MOVE ZERO          TO WK-PRI-PASS
091418           GO TO B72-TRAN-FILE-PASSES-EXIT
091419       END-IF
091420   END-IF.
091421   MOVE WK-PRI-SV-RECNO TO WK-PART-RECNO.
091422   MOVE WK-PRI-SV-TCKPOS TO WK-TCK-POS.
091423   MOVE 2             TO WK-PRI-PASS.
091424   PERFORM B12-PROCESS-TRAN-FILE.
091425   MOVE ZERO          TO WK-PRI-PASS.
091426 B72-TRAN-FILE-PASSES-EXIT.
091427   EXIT.
091428*--------------------------------------------------------------
091429*- THE PRIORITY PASS: OPEN THE EARLY FILE (ONE HDR/TRL GROUP PER
091430*- PASS - A MULTI-FILE OR FEED-LIST RUN EXTENDS IT), DECIDE THE
091431*- SELECTED RECORDS, TRAIL AND CLOSE IT, AND REGISTER IT AS A
091432*- HANDOFF SO ITS CONSUMER CAN TAKE IT WITHOUT WAITING FOR THE
091433*- BULK. AN EARLY FILE THAT WILL NOT OPEN TURNS THE LANE OFF -
091434*- THE SELECTED RECORDS ARE THEN DECIDED WITH THE REST.
091435*--------------------------------------------------------------
091436 B71-PRIORITY-PASS SECTION.
091437   IF WK-PRI-OPENED = ZERO
091438     THEN
091439       OPEN OUTPUT F63PRIO
091440     ELSE
091441       OPEN EXTEND F63PRIO
091442   END-IF.
091443   IF WK-PRI-FST NOT = '00'
091444     THEN
091445       DISPLAY 'TEST-MAIN:PRIORITY FILE OPEN ERROR STATUS='
091446               WK-PRI-FST ', LANE OFF.'
091447       MOVE ZERO          TO WK-PRI-ON
091448       MOVE 4             TO WK-NEWRC
091449       PERFORM Z30-RAISE-RC
091450       GO TO B71-PRIORITY-PASS-EXIT
091451   END-IF.
091452   MOVE 1             TO WK-PRI-OPENED.
091453   MOVE ZERO          TO WK-PRI-CNT.
091454   MOVE ZERO          TO WK-PRI-HASH.
091455   MOVE SPACE         TO F63RECORD.
091456   STRING 'HDR ' WK-RUNID ' DATE=' WK-TM-SDATE
091457          ' TABLE=' FUNCTION TRIM(WK-FILENAME)
091458                      INTO F63RECORD.
091459   IF WK-ENT-CODE NOT = SPACE
091460     THEN
091461       MOVE 'ENTITY='     TO F63RECORD(143:7)
091462       MOVE WK-ENT-CODE   TO F63RECORD(150:4)
091463   END-IF.
091464   WRITE F63RECORD.
091465   MOVE 1             TO WK-PRI-PASS.
091466   PERFORM B12-PROCESS-TRAN-FILE.
091467   MOVE SPACE         TO F63RECORD.
091468   MOVE 'TRL '        TO F63RECORD(1:4).
091469   MOVE WK-PRI-CNT    TO F63RECORD(5:7).
091470   MOVE WK-PRI-HASH   TO F63RECORD(12:9).
091471   WRITE F63RECORD.
091472   CLOSE F63PRIO.
091473   ADD WK-PRI-CNT     TO WK-PRI-TOT.
091474*- A PARTIAL PASS (FILE UNREADABLE, OPERATOR STOP) IS NOT
091475*- RELEASED: THE CONSUMER WAITS FOR THE RESTART.
091476   IF WK-TRAN-FST NOT = '00' OR WK-OPC-STOP = 1
091477     THEN
091478       DISPLAY 'TEST-MAIN:PRIORITY PASS INCOMPLETE, NOT RELEASED.'
091479       GO TO B71-PRIORITY-PASS-EXIT
091480   END-IF.
091481   ACCEPT WK-HOF-TIME FROM TIME.
091482   MOVE WK-HOF-TIME(1:6) TO WK-PRI-RELTM.
091483   DISPLAY 'TEST-MAIN:PRIORITY FILE RELEASED. RECORDS=' WK-PRI-CNT
091484           ' AT ' WK-PRI-RELTM.
091485   IF WK-HOF-ON = 1
091486     THEN
091487       MOVE WK-PRINAME    TO WK-HOF-FILE
091488       MOVE WK-PRI-TOT    TO WK-HOF-CNT
091489       MOVE WK-PRI-HASH   TO WK-HOF-HASH
091490       PERFORM Z74A-WRITE-PROD
091491   END-IF.
091492 B71-PRIORITY-PASS-EXIT.
091493   EXIT.
091494*--------------------------------------------------------------
091495*- PRIORITY LANE: THE PRIORITY PASS KEEPS ONLY THE SELECTED
091496*- RECORDS AND THE BULK PASS ONLY THE OTHERS (WK-PRE-FLAG = 9
091497*- PASSES A RECORD OVER, AS FOR A PARTITION SLICE).
091498*--------------------------------------------------------------
091499 B73-PRIORITY-FILTER SECTION.
091500   MOVE ZERO          TO WK-PRI-HIT.
091501   MOVE SPACE         TO WK-PRI-VAL.
091502   MOVE F7RECORD(WK-PRI-POS:WK-PRI-LEN) TO WK-PRI-VAL.
091503   IF WK-PRI-CCNT > ZERO
091504     THEN
091505       PERFORM VARYING WK-PRI-I FROM 1 BY 1
091506         UNTIL WK-PRI-I > 10 OR WK-PRI-HIT = 1
091507           IF WK-PRI-CODE(WK-PRI-I) NOT = SPACE
091508            AND WK-PRI-CODE(WK-PRI-I) = WK-PRI-VAL
091509             THEN
091510               MOVE 1             TO WK-PRI-HIT
091511           END-IF
091512       END-PERFORM
091513   END-IF.
091514   IF WK-PRI-HIT = ZERO AND WK-PRI-MIN-ON = 1
091515     THEN
091516       INSPECT WK-PRI-VAL(1:WK-PRI-LEN)
091517         REPLACING LEADING SPACE BY ZERO
091518       IF WK-PRI-VAL(1:WK-PRI-LEN) NUMERIC
091519         THEN
091520           MOVE WK-PRI-VAL(1:WK-PRI-LEN) TO WK-PRI-NUM
091521           IF WK-PRI-NUM NOT < WK-PRI-MIN
091522             THEN
091523               MOVE 1             TO WK-PRI-HIT
091524           END-IF
091525       END-IF
091526   END-IF.
091527   IF WK-PRI-PASS = 1
091528     THEN
091529       IF WK-PRI-HIT = 1
091530         THEN
091531           ADD 1              TO WK-PRI-SEL
091532         ELSE
091533           MOVE 9             TO WK-PRE-FLAG
091534       END-IF
091535     ELSE
091536       IF WK-PRI-HIT = 1
091537         THEN
091538           MOVE 9             TO WK-PRE-FLAG
091539       END-IF
091540   END-IF.
091541 B73-PRIORITY-FILTER-EXIT.
091542   EXIT.
091543*--------------------------------------------------------------
091544*- PRIORITY PASS: THE RESULT RECORD ALSO GOES TO THE EARLY FILE,
091545*- TALLIED THE WAY Z60 TALLIES F3OUT. CALLED FROM Z64.
091546*--------------------------------------------------------------
091547 Z85-WRITE-PRIORITY SECTION.
091548   MOVE WK-SPL-REC    TO F63RECORD.
091549   WRITE F63RECORD.
091550   ADD 1              TO WK-PRI-CNT.
091551   PERFORM VARYING WK-PRI-I FROM 1 BY 1
091552     UNTIL WK-PRI-I > 4
091553       COMPUTE WK-PRI-HASH = FUNCTION MOD(WK-PRI-HASH
091554         + FUNCTION ORD(WK-SPL-REC(24 + WK-PRI-I:1)) * WK-PRI-I,
091555         100000000)
091556   END-PERFORM.
091557 Z85-WRITE-PRIORITY-EXIT.
091558   EXIT.
