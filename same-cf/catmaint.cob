002100*                  REPORTS CARRY THE DESCRIPTIONS.  AUDIT    *
002200*                  LISTING GOES TO CATMAINT-RPT.TXT; ANY     *
002300*                  REJECTED TRANSACTION SETS RETURN-CODE 8.  *
002302* 2026-10-15  DPG  MAKER-CHECKER CONTROL.  EACH              *
002304*                  TRANSACTION NOW CARRIES THE ENTERING      *
002306*                  OPERATOR'S ID AND IS QUEUED ON            *
002308*                  CATPEND.TXT, NOT APPLIED.  "APPROVE" ON   *
002310*                  THE COMMAND LINE RUNS THE APPROVAL PASS   *
002312*                  OVER CATAPPRV.TXT - A DIFFERENT OPERATOR  *
002314*                  APPROVES OR REJECTS EACH ITEM AND ONLY    *
002316*                  APPROVED ITEMS ARE APPLIED.  ITEMS STILL  *
002318*                  PENDING PAST THE PENDDAYS RUN PARAMETER   *
002320*                  EXPIRE.  DECIDED ITEMS MOVE TO THE        *
002322*                  CATPENDLOG.TXT HISTORY; THE LISTING (NOW  *
002324*                  132 WIDE) SHOWS BOTH OPERATOR IDS AND THE *
002326*                  APPROVAL DATE AND TIME.                   *
002328* 2026-10-15  DPG  CATEGORY HIERARCHY.  A MASTER ROW IS NOW  *
002330*                  EITHER A CATEGORY OR A GROUP AND MAY NAME *
002332*                  A PARENT GROUP, WITH THE DATE THE PARENT  *
002334*                  TOOK EFFECT AND THE PARENT BEFORE IT, SO  *
002336*                  GROUPS NEST UP TO FIVE LEVELS AND A MOVE  *
002338*                  BETWEEN GROUPS IS EFFECTIVE-DATED.  THE   *
002340*                  PARENT MUST BE A GROUP ON FILE (ON THE    *
002342*                  ENTRY RUN, ONE QUEUED FOR ADDING WILL DO) *
002344*                  AND MAY NOT CLOSE A LOOP; A GROUP WITH    *
002346*                  MEMBERS CANNOT BE DELETED OR MADE A       *
002348*                  CATEGORY.  AUDIT IMAGES SHOW THE NEW      *
002350*                  FIELDS.                                   *
002352* 2026-10-15  DPG  CATMTRANS.TXT AND CATAPPRV.TXT ARE        *
002354*                  EMPTIED ONLY AFTER CATPEND.TXT HAS BEEN   *
002356*                  REWRITTEN, AND A FAILED OPEN OR WRITE OF  *
002358*                  THE PENDING QUEUE ABORTS THE RUN WITH     *
002360*                  RETURN-CODE 16, LEAVING THE INPUT IN      *
002362*                  PLACE FOR A RERUN.                        *
002364* 2026-10-15  DPG  CATPENDLOG.TXT, THEN CATPEND.TXT, THEN    *
002366*                  AVGCATMST.TXT ARE WRITTEN IN THAT ORDER,  *
002368*                  EACH OPEN AND WRITE CHECKED, SO A FAILURE *
002370*                  NEVER LEAVES AN APPLIED ITEM PENDING.     *
002400*-----------------------------------------------------------*
002500*
002600*-----------------------------------------------------------*
003000*   COL  35    ACTIVE FLAG 'A' ACTIVE / 'I' INACTIVE         *
003100*   COLS 36-43 VALID-FROM DATE 9(8), BLANK = FROM DAY ONE    *
003200*   COLS 44-51 VALID-TO DATE 9(8), BLANK = OPEN-ENDED        *
003210*   COL  52    ROW TYPE 'C' CATEGORY / 'G' GROUP, BLANK = 'C' *
003220*   COLS 53-56 PARENT GROUP CODE, BLANK = TOP LEVEL          *
003230*   COLS 57-64 DATE THE PARENT TOOK EFFECT 9(8), BLANK =     *
003240*              ALWAYS                                        *
003250*   COLS 65-68 PRIOR PARENT, IN EFFECT BEFORE THAT DATE      *
003260*              (BLANK = TOP LEVEL)                           *
003270* A GROUP ROW IS NEVER POSTED TO; AVERAGE ROLLS ITS MEMBER   *
003280* CATEGORIES (AND MEMBER GROUPS) UP INTO IT.  AT MOST FIVE   *
003290* LEVELS OF GROUP STAND ABOVE ANY CATEGORY.                  *
003300*                                                            *
003400* CATMTRANS.TXT TRANSACTION RECORD:                          *
003500*   COLS 1-6   ACTION 'ADD', 'CHANGE', OR 'DELETE'           *
003800*   COL  41    ACTIVE FLAG ('A'/'I', BLANK = 'A' ON ADD)     *
003900*   COLS 42-49 VALID-FROM DATE, BLANK ALLOWED                *
004000*   COLS 50-57 VALID-TO DATE, BLANK ALLOWED                  *
004010*   COLS 58-65 ENTERING OPERATOR ID, REQUIRED                *
004011*   COL  66    ROW TYPE 'C'/'G' (BLANK = 'C' ON ADD,         *
004012*              UNCHANGED ON CHANGE)                          *
004013*   COLS 67-70 PARENT GROUP (BLANK = NONE ON ADD, UNCHANGED  *
004014*              ON CHANGE; '*' = MOVE TO TOP LEVEL)           *
004015*   COLS 71-78 DATE A NEW PARENT TAKES EFFECT (BLANK = FROM  *
004016*              DAY ONE ON ADD, THE APPROVAL DATE ON CHANGE)  *
004020*                                                            *
004030* CATAPPRV.TXT DECISION RECORD, "APPROVE" RUN ONLY:          *
004040*   COLS 1-6   PENDING ITEM ID PIC 9(6)                      *
004050*   COL  7     DECISION 'A' APPROVE / 'R' REJECT             *
004060*   COLS 8-15  APPROVING OPERATOR - NOT THE ENTERING ONE     *
004070*   COLS 16-51 REMARK, OPTIONAL, KEPT WITH A REJECTION       *
004100*-----------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
005300
005400     SELECT AUDIT-REPORT ASSIGN TO 'catmaint-rpt.txt'
005500         ORGANIZATION IS LINE SEQUENTIAL.
005505
005510     SELECT PEND-FILE ASSIGN TO 'catpend.txt'
005515         ORGANIZATION IS LINE SEQUENTIAL
005520         FILE STATUS IS WS-FS-PEND.
005525
005530     SELECT PENDLOG-FILE ASSIGN TO 'catpendlog.txt'
005535         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS WS-FS-PENDLOG.
005545
005550     SELECT APPROVAL-FILE ASSIGN TO 'catapprv.txt'
005555         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-FS-APPROVAL.
005565
005570     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
005575         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS WS-FS-RUNPARM.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006300 01  TRANS-RECORD        PIC X(80).
006400
006500 FD  AUDIT-REPORT.
006510 01  AUDIT-RECORD        PIC X(132).
006520
006530 FD  PEND-FILE.
006540 01  PEND-RECORD         PIC X(200).
006550
006560 FD  PENDLOG-FILE.
006570 01  PENDLOG-RECORD      PIC X(200).
006580
006590 FD  APPROVAL-FILE.
006600 01  APPROVAL-RECORD     PIC X(80).
006610
006620 FD  RUNPARM-FILE.
006630 01  RUNPARM-RECORD      PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-FS-MASTER        PIC X(2)  VALUE SPACES.
007000 01  WS-FS-TRANS         PIC X(2)  VALUE SPACES.
007020 01  WS-FS-PEND          PIC X(2)  VALUE SPACES.
007040 01  WS-FS-PENDLOG       PIC X(2)  VALUE SPACES.
007060 01  WS-FS-APPROVAL      PIC X(2)  VALUE SPACES.
007080 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
007100
007200 01  SW-MST-EOF          PIC X     VALUE 'N'.
007300     88  MST-EOF-FLAG              VALUE 'Y'.
007400 01  SW-TRN-EOF          PIC X     VALUE 'N'.
007500     88  TRN-EOF-FLAG              VALUE 'Y'.
007505 01  SW-PND-EOF          PIC X     VALUE 'N'.
007510     88  PND-EOF-FLAG              VALUE 'Y'.
007515 01  SW-APR-EOF          PIC X     VALUE 'N'.
007520     88  APR-EOF-FLAG              VALUE 'Y'.
007525 01  SW-RPM-EOF          PIC X     VALUE 'N'.
007530     88  RPM-EOF-FLAG              VALUE 'Y'.
007535 01  SW-AUDIT-OPEN       PIC X     VALUE 'N'.
007540     88  AUDIT-OPEN                VALUE 'Y'.
007545
007550*-----------------------------------------------------------*
007555* RUN MODE - THE ENTRY RUN QUEUES CATMTRANS.TXT FOR APPROVAL; *
007560* "APPROVE" ON THE COMMAND LINE RUNS THE APPROVAL PASS.      *
007565*-----------------------------------------------------------*
007570 01  SW-RUN-MODE         PIC X     VALUE 'E'.
007575     88  ENTRY-RUN                 VALUE 'E'.
007580     88  APPROVAL-RUN              VALUE 'A'.
007585 01  WS-PARM-LINE        PIC X(80).
007600
007700 01  WS-MASTER-REC.
007800     05  CMR-CODE         PIC X(4).
008000     05  CMR-ACTIVE       PIC X(1).
008100     05  CMR-FROM-RAW     PIC X(8).
008200     05  CMR-TO-RAW       PIC X(8).
008220     05  CMR-TYPE         PIC X(1).
008240     05  CMR-PARENT       PIC X(4).
008260     05  CMR-PAR-FROM-RAW PIC X(8).
008280     05  CMR-PRIOR        PIC X(4).
008300     05  FILLER           PIC X(12).
008400
008500 01  MST-TABLE-COUNT      PIC 9(3) COMP  VALUE 0.
008600 01  MAX-MST-ENTRIES      PIC 9(3) COMP  VALUE 100.
009100         10  MT-ACTIVE    PIC X(1).
009200         10  MT-FROM-RAW  PIC X(8).
009300         10  MT-TO-RAW    PIC X(8).
009320         10  MT-TYPE      PIC X(1).
009340         10  MT-PARENT    PIC X(4).
009360         10  MT-PAR-FROM-RAW PIC X(8).
009380         10  MT-PRIOR     PIC X(4).
009400         10  MT-DELETED   PIC X(1).
009500 01  MST-NDX              PIC 9(3) COMP.
009600 01  MST-SCAN             PIC 9(3) COMP.
009700 01  MST-FOUND-NDX        PIC 9(3) COMP.
009704
009708*-----------------------------------------------------------*
009712* HIERARCHY EDIT WORK AREAS - THE ROW'S TYPE AND PARENT AS   *
009716* THE TRANSACTION WOULD LEAVE THEM, AND THE STATE OF THE     *
009720* WALKS UP (PARENT CHAIN) AND DOWN (GROUPS BELOW) THE TREE.  *
009724*-----------------------------------------------------------*
009728 01  MAX-GROUP-LEVELS     PIC 9(3) COMP  VALUE 5.
009732 01  WS-NEW-TYPE          PIC X(1).
009736 01  WS-NEW-PARENT        PIC X(4).
009740 01  WS-WALK-CODE         PIC X(4).
009744 01  WS-WALK-NDX          PIC 9(3) COMP.
009748 01  WS-WALK-SCAN         PIC 9(3) COMP.
009752 01  WS-WALK-STEPS        PIC 9(3) COMP.
009756 01  WS-CHAIN-LEN         PIC 9(3) COMP.
009760 01  WS-LEVELS-BELOW      PIC 9(3) COMP.
009764 01  WS-LEVELS-TOTAL      PIC 9(3) COMP.
009768 01  WS-MEMBER-COUNT      PIC 9(3) COMP.
009772 01  SW-LOOP-FOUND        PIC X     VALUE 'N'.
009776     88  LOOP-FOUND                 VALUE 'Y'.
009780 01  SW-WALK-HIT          PIC X     VALUE 'N'.
009784     88  WALK-HIT                   VALUE 'Y'.
009800
009900 01  WS-TRANS-REC.
010000     05  TRN-ACTION       PIC X(6).
010700     05  TRN-TO-RAW       PIC X(8).
010800     05  TRN-TO REDEFINES TRN-TO-RAW
010900                          PIC 9(8).
010950     05  TRN-OPERATOR     PIC X(8).
010970     05  TRN-TYPE         PIC X(1).
010990     05  TRN-PARENT       PIC X(4).
011010     05  TRN-PAR-FROM-RAW PIC X(8).
011030     05  TRN-PAR-FROM REDEFINES TRN-PAR-FROM-RAW
011050                          PIC 9(8).
011070     05  FILLER           PIC X(2).
011100
011200 01  SW-TRANS-OK          PIC X.
011300     88  TRANS-OK                   VALUE 'Y'.
011400 01  WS-REJECT-REASON     PIC X(36).
011450 01  WS-OK-STATUS         PIC X(10).
011500
011600 77  TRANS-READ           PIC 9(5)  VALUE 0.
011700 77  TRANS-APPLIED        PIC 9(5)  VALUE 0.
011800 77  TRANS-REJECTED       PIC 9(5)  VALUE 0.
011820 77  TRANS-QUEUED         PIC 9(5)  VALUE 0.
011840 77  DECISIONS-READ       PIC 9(5)  VALUE 0.
011860 77  TRANS-DECLINED       PIC 9(5)  VALUE 0.
011880 77  TRANS-EXPIRED        PIC 9(5)  VALUE 0.
011900
012000 01  WS-RUN-DATE          PIC 9(8).
012001 01  WS-RUN-TIME.
012002     05  WS-RUN-HHMMSS    PIC 9(6).
012003     05  FILLER           PIC 9(2).
012004 01  WS-TODAY-INT         PIC 9(8).
012005 01  WS-AGE-DAYS          PIC S9(8).
012006 01  WS-PEND-DAYS         PIC 9(4)  VALUE 7.
012007 01  WS-DAYS-ED           PIC Z(3)9.
012008 01  WS-DAYS-LEAD         PIC 9(2)  COMP.
012009 01  WS-EXPIRY-REASON     PIC X(36).
012010
012011*-----------------------------------------------------------*
012012* PENDING QUEUE RECORD - CATPEND.TXT AND THE CATPENDLOG.TXT  *
012013* HISTORY.  THE QUEUE'S FIRST RECORD IS A CONTROL RECORD     *
012014* (STATUS 'C') WHOSE ID IS THE NEXT ID TO ASSIGN.  STATUS:   *
012015*   'P' PENDING            'A' APPROVED AND APPLIED          *
012016*   'D' DECLINED           'F' APPROVED, FAILED ON APPLY     *
012017*   'E' EXPIRED UNAPPROVED                                   *
012018* ONLY 'P' ITEMS STAY ON THE QUEUE.  PND-IMAGE IS THE        *
012019* CATMTRANS.TXT RECORD AS KEYED.                             *
012020*-----------------------------------------------------------*
012021 01  WS-PEND-REC.
012022     05  PND-ID           PIC 9(6).
012023     05  PND-STATUS       PIC X(1).
012024     05  PND-MAKER        PIC X(8).
012025     05  PND-ENTRY-DATE   PIC 9(8).
012026     05  PND-ENTRY-TIME   PIC 9(6).
012027     05  PND-CHECKER      PIC X(8).
012028     05  PND-DECN-DATE    PIC 9(8).
012029     05  PND-DECN-TIME    PIC 9(6).
012030     05  PND-IMAGE        PIC X(80).
012031     05  PND-REASON       PIC X(36).
012032     05  FILLER           PIC X(33).
012033
012034 01  PEND-COUNT           PIC 9(3) COMP  VALUE 0.
012035 01  MAX-PEND             PIC 9(3) COMP  VALUE 500.
012036 01  PEND-TABLE.
012037     05  PEND-ENTRY OCCURS 500 TIMES.
012038         10  PE-ID         PIC 9(6).
012039         10  PE-STATUS     PIC X(1).
012040         10  PE-MAKER      PIC X(8).
012041         10  PE-ENTRY-DATE PIC 9(8).
012042         10  PE-ENTRY-TIME PIC 9(6).
012043         10  PE-CHECKER    PIC X(8).
012044         10  PE-DECN-DATE  PIC 9(8).
012045         10  PE-DECN-TIME  PIC 9(6).
012046         10  PE-IMAGE      PIC X(80).
012047         10  PE-REASON     PIC X(36).
012048 01  PE-NDX               PIC 9(3) COMP.
012049 01  PE-SCAN              PIC 9(3) COMP.
012050 01  PE-FOUND-NDX         PIC 9(3) COMP.
012051 01  WS-NEXT-PEND-ID      PIC 9(6)  VALUE 1.
012052
012053*-----------------------------------------------------------*
012054* THE QUEUE ITEM BEHIND THE AUDIT LINE BEING WRITTEN         *
012055*-----------------------------------------------------------*
012056 01  WS-CUR-ID            PIC 9(6)  VALUE 0.
012057 01  WS-CUR-MAKER         PIC X(8)  VALUE SPACES.
012058 01  WS-CUR-CHECKER       PIC X(8)  VALUE SPACES.
012059 01  WS-CUR-DECN-DATE     PIC 9(8)  VALUE 0.
012060 01  WS-CUR-DECN-TIME     PIC 9(6)  VALUE 0.
012061
012062 01  WS-APPROVAL-REC.
012063     05  APR-ID-RAW       PIC X(6).
012064     05  APR-ID REDEFINES APR-ID-RAW
012065                          PIC 9(6).
012066     05  APR-DECISION     PIC X(1).
012067     05  APR-OPERATOR     PIC X(8).
012068     05  APR-REMARK       PIC X(36).
012069     05  FILLER           PIC X(29).
012070
012071*-----------------------------------------------------------*
012072* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
012073* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
012074* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
012075*-----------------------------------------------------------*
012076 01  WS-RUNPARM-REC.
012077     05  PRM-NAME         PIC X(8).
012078     05  PRM-EFFDT-RAW    PIC X(8).
012079     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
012080                          PIC 9(8).
012081     05  PRM-NUM          PIC 9(8)V9(4).
012082     05  PRM-TEXT         PIC X(12).
012083     05  PRM-CHG-OPER     PIC X(8).
012084     05  PRM-CHG-DATE     PIC 9(8).
012085     05  PRM-CHG-TIME     PIC 9(6).
012086     05  PRM-PRIOR-TEXT   PIC X(12).
012087     05  FILLER           PIC X(6).
012088 01  WS-PRM-EFFDT        PIC 9(8).
012089 01  WS-PEND-EFFDT       PIC S9(8) VALUE -1.
012100
012200*-----------------------------------------------------------*
012300* AUDIT LISTING LINE LAYOUTS - SAME SHAPE AS LIMMAINT'S.     *
012600     05  FILLER       PIC X(27)
012700         VALUE 'CATMAINT AUDIT LISTING -   '.
012800     05  RPH-DATE     PIC 9(8).
012850     05  FILLER       PIC X(2)  VALUE SPACES.
012900     05  RPH-MODE     PIC X(12).
012950     05  FILLER       PIC X(83) VALUE SPACES.
013000
013100 01  WS-RPT-ACTION.
013200     05  RPA-ACTION   PIC X(6).
013600     05  RPA-STATUS   PIC X(10).
013700     05  FILLER       PIC X(2)  VALUE SPACES.
013800     05  RPA-REASON   PIC X(36).
013810     05  FILLER       PIC X(1)  VALUE SPACE.
013820     05  RPA-PEND-ID  PIC Z(5)9 BLANK WHEN ZERO.
013830     05  FILLER       PIC X(5)  VALUE ' MKR '.
013840     05  RPA-MAKER    PIC X(8).
013850     05  FILLER       PIC X(5)  VALUE ' CHK '.
013860     05  RPA-CHECKER  PIC X(8).
013870     05  FILLER       PIC X(1)  VALUE SPACE.
013880     05  RPA-APPR-DATE PIC X(8).
013890     05  FILLER       PIC X(1)  VALUE SPACE.
013900     05  RPA-APPR-TIME PIC X(6).
013910     05  FILLER       PIC X(22) VALUE SPACES.
014000
014100 01  WS-RPT-IMAGE.
014200     05  FILLER       PIC X(4)  VALUE SPACES.
014300     05  RPI-LABEL    PIC X(8).
014400     05  FILLER       PIC X(1)  VALUE SPACE.
014500     05  RPI-IMAGE    PIC X(68).
014600     05  FILLER       PIC X(51) VALUE SPACES.
014700
014800 01  WS-RPT-TOTAL.
014900     05  RPT-LABEL    PIC X(12).
015000     05  RPT-COUNT    PIC Z(4)9.
015100     05  FILLER       PIC X(115) VALUE SPACES.
015200
015300 01  WS-IMAGE-WORK        PIC X(68).
015400
015500 PROCEDURE DIVISION.
015600*-----------------------------------------------------------*
015700 0000-MAINLINE.
015800*-----------------------------------------------------------*
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015920     PERFORM 1500-EXPIRE-PENDING
015940     IF APPROVAL-RUN
015960         PERFORM 4000-PROCESS-DECISIONS THRU 4000-EXIT
016000     ELSE
016020         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
016040     END-IF
016060     PERFORM 8200-REWRITE-PENDING
016065     IF APPROVAL-RUN
016070         PERFORM 8000-REWRITE-MASTER
016075     END-IF
016080     PERFORM 8400-EMPTY-INPUT-FILE
016200     PERFORM 9999-TERMINATE.
016300
016400*-----------------------------------------------------------*
016450* 1000-INITIALIZE - AN ABSENT MASTER JUST MEANS AN ADD-ONLY  *
016500* RUN BUILDS IT FRESH; AN ABSENT TRANSACTION FILE (OR, ON AN *
016550* APPROVAL RUN, DECISION FILE) ABORTS.  AN ABSENT PENDING    *
016600* QUEUE IS A FIRST RUN - IDS START AT 1.                     *
016700*-----------------------------------------------------------*
016800 1000-INITIALIZE.
016900*-----------------------------------------------------------*
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017005     ACCEPT WS-RUN-TIME FROM TIME
017010     COMPUTE WS-TODAY-INT =
017015         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
017020     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
017025     EVALUATE WS-PARM-LINE
017030         WHEN 'APPROVE'
017035             MOVE 'A' TO SW-RUN-MODE
017040             GO TO 1000-OPEN-DECISIONS
017045         WHEN SPACES
017050             CONTINUE
017055         WHEN OTHER
017060             DISPLAY 'CATMAINT USAGE: CATMAINT [APPROVE]'
017065             MOVE 16 TO RETURN-CODE
017070             GO TO 9999-TERMINATE
017075     END-EVALUATE
017100     OPEN INPUT TRANS-FILE
017200     IF WS-FS-TRANS NOT = '00'
017300         DISPLAY 'CATMAINT ABORTED - CATMTRANS.TXT NOT '
017400             'FOUND, STATUS ' WS-FS-TRANS
017500         MOVE 16 TO RETURN-CODE
017600         GO TO 9999-TERMINATE
017610     END-IF
017620     GO TO 1000-LOAD-FILES.
017630 1000-OPEN-DECISIONS.
017640     OPEN INPUT APPROVAL-FILE
017650     IF WS-FS-APPROVAL NOT = '00'
017660         DISPLAY 'CATMAINT ABORTED - CATAPPRV.TXT NOT FOUND, '
017670             'STATUS ' WS-FS-APPROVAL
017680         MOVE 16 TO RETURN-CODE
017690         GO TO 9999-TERMINATE
017700     END-IF.
017710 1000-LOAD-FILES.
017800     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT
017820     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
017840     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
017900     OPEN OUTPUT AUDIT-REPORT
017950     MOVE 'Y' TO SW-AUDIT-OPEN
018000     MOVE WS-RUN-DATE TO RPH-DATE
018010     IF APPROVAL-RUN
018020         MOVE 'APPROVAL RUN' TO RPH-MODE
018030     ELSE
018040         MOVE 'ENTRY RUN' TO RPH-MODE
018050     END-IF
018100     MOVE WS-RPT-HEADER TO AUDIT-RECORD
018200     WRITE AUDIT-RECORD.
018300 1000-EXIT.
018400     EXIT.
018500
018501*-----------------------------------------------------------*
018502* 1050-LOAD-RUNPARM - THE PENDING-ITEM LIFETIME IN EFFECT    *
018503* FOR THE RUN DATE.  NO MASTER, OR NO PENDDAYS ROW YET IN    *
018504* EFFECT, KEEPS THE 7-DAY DEFAULT.                           *
018505*-----------------------------------------------------------*
018506 1050-LOAD-RUNPARM.
018507*-----------------------------------------------------------*
018508     OPEN INPUT RUNPARM-FILE
018509     IF WS-FS-RUNPARM NOT = '00'
018510         DISPLAY 'CATMAINT - RUNPARM.TXT NOT FOUND - '
018511             'PENDING ITEMS EXPIRE AFTER ' WS-PEND-DAYS ' DAYS'
018512         GO TO 1050-EXIT
018513     END-IF
018514     PERFORM UNTIL RPM-EOF-FLAG
018515         READ RUNPARM-FILE INTO WS-RUNPARM-REC
018516             AT END
018517                 MOVE 'Y' TO SW-RPM-EOF
018518             NOT AT END
018519                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
018520         END-READ
018521     END-PERFORM
018522     CLOSE RUNPARM-FILE.
018523 1050-EXIT.
018524     EXIT.
018525
018526*-----------------------------------------------------------*
018527* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
018528* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
018529* WINS.                                                      *
018530*-----------------------------------------------------------*
018531 1060-TAKE-ONE-PARM.
018532*-----------------------------------------------------------*
018533     IF PRM-EFFDT-RAW = SPACES
018534         MOVE 0 TO WS-PRM-EFFDT
018535     ELSE
018536         IF PRM-EFFDT IS NOT NUMERIC
018537             GO TO 1060-EXIT
018538         END-IF
018539         MOVE PRM-EFFDT TO WS-PRM-EFFDT
018540     END-IF
018541     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
018542         GO TO 1060-EXIT
018543     END-IF
018544     IF PRM-NAME = 'PENDDAYS'
018545         AND WS-PRM-EFFDT >= WS-PEND-EFFDT
018546         MOVE WS-PRM-EFFDT TO WS-PEND-EFFDT
018547         MOVE PRM-NUM TO WS-PEND-DAYS
018548     END-IF.
018549 1060-EXIT.
018550     EXIT.
018551
018600*-----------------------------------------------------------*
018700 1100-LOAD-MASTER.
018800*-----------------------------------------------------------*
022000         MOVE CMR-FROM-RAW TO MT-FROM-RAW(MST-NDX)
022100         MOVE CMR-TO-RAW TO MT-TO-RAW(MST-NDX)
022200         MOVE 'N' TO MT-DELETED(MST-NDX)
022210         IF CMR-TYPE = SPACE
022220             MOVE 'C' TO MT-TYPE(MST-NDX)
022230         ELSE
022240             MOVE CMR-TYPE TO MT-TYPE(MST-NDX)
022250         END-IF
022260         MOVE CMR-PARENT TO MT-PARENT(MST-NDX)
022270         MOVE CMR-PAR-FROM-RAW TO MT-PAR-FROM-RAW(MST-NDX)
022280         MOVE CMR-PRIOR TO MT-PRIOR(MST-NDX)
022300     END-IF.
022301
022302*-----------------------------------------------------------*
022303* 1200-LOAD-PENDING - THE CONTROL RECORD CARRIES THE NEXT    *
022304* ITEM ID; EVERY OTHER RECORD IS AN ITEM AWAITING A DECISION. *
022305*-----------------------------------------------------------*
022306 1200-LOAD-PENDING.
022307*-----------------------------------------------------------*
022308     OPEN INPUT PEND-FILE
022309     IF WS-FS-PEND NOT = '00'
022310         GO TO 1200-EXIT
022311     END-IF
022312     PERFORM UNTIL PND-EOF-FLAG
022313         READ PEND-FILE INTO WS-PEND-REC
022314             AT END
022315                 MOVE 'Y' TO SW-PND-EOF
022316             NOT AT END
022317                 IF WS-PEND-REC NOT = SPACES
022318                     PERFORM 1210-STORE-ONE-PENDING
022319                 END-IF
022320         END-READ
022321     END-PERFORM
022322     CLOSE PEND-FILE.
022323 1200-EXIT.
022324     EXIT.
022325
022326*-----------------------------------------------------------*
022327 1210-STORE-ONE-PENDING.
022328*-----------------------------------------------------------*
022329     IF PND-STATUS = 'C'
022330         MOVE PND-ID TO WS-NEXT-PEND-ID
022331     ELSE
022332         IF PEND-COUNT >= MAX-PEND
022333             DISPLAY 'CATMAINT - PENDING TABLE FULL AT '
022334                 MAX-PEND ' - EXTRA ITEMS DROPPED'
022335             MOVE 8 TO RETURN-CODE
022336         ELSE
022337             ADD 1 TO PEND-COUNT
022338             MOVE PEND-COUNT TO PE-NDX
022339             MOVE PND-ID TO PE-ID(PE-NDX)
022340             MOVE PND-STATUS TO PE-STATUS(PE-NDX)
022341             MOVE PND-MAKER TO PE-MAKER(PE-NDX)
022342             MOVE PND-ENTRY-DATE TO PE-ENTRY-DATE(PE-NDX)
022343             MOVE PND-ENTRY-TIME TO PE-ENTRY-TIME(PE-NDX)
022344             MOVE PND-CHECKER TO PE-CHECKER(PE-NDX)
022345             MOVE PND-DECN-DATE TO PE-DECN-DATE(PE-NDX)
022346             MOVE PND-DECN-TIME TO PE-DECN-TIME(PE-NDX)
022347             MOVE PND-IMAGE TO PE-IMAGE(PE-NDX)
022348             MOVE PND-REASON TO PE-REASON(PE-NDX)
022349         END-IF
022350     END-IF.
022351
022352*-----------------------------------------------------------*
022353* 1500-EXPIRE-PENDING - AN ITEM STILL PENDING MORE THAN      *
022354* PENDDAYS DAYS AFTER IT WAS KEYED EXPIRES: IT CAN NO LONGER *
022355* BE APPROVED AND MUST BE KEYED AGAIN IF IT IS STILL WANTED. *
022356*-----------------------------------------------------------*
022357 1500-EXPIRE-PENDING.
022358*-----------------------------------------------------------*
022359     MOVE WS-PEND-DAYS TO WS-DAYS-ED
022360     MOVE 0 TO WS-DAYS-LEAD
022361     INSPECT WS-DAYS-ED TALLYING WS-DAYS-LEAD FOR LEADING SPACES
022362     MOVE SPACES TO WS-EXPIRY-REASON
022363     STRING 'NOT APPROVED WITHIN ' DELIMITED BY SIZE
022364         WS-DAYS-ED(WS-DAYS-LEAD + 1:) DELIMITED BY SIZE
022365         ' DAYS' DELIMITED BY SIZE
022366         INTO WS-EXPIRY-REASON
022367     END-STRING
022368     PERFORM 1510-TEST-ONE-EXPIRY
022369         VARYING PE-NDX FROM 1 BY 1
022370             UNTIL PE-NDX > PEND-COUNT.
022371
022372*-----------------------------------------------------------*
022373 1510-TEST-ONE-EXPIRY.
022374*-----------------------------------------------------------*
022375     IF PE-STATUS(PE-NDX) = 'P'
022376         COMPUTE WS-AGE-DAYS = WS-TODAY-INT
022377             - FUNCTION INTEGER-OF-DATE(PE-ENTRY-DATE(PE-NDX))
022378         IF WS-AGE-DAYS > WS-PEND-DAYS
022379             MOVE 'E' TO PE-STATUS(PE-NDX)
022380             MOVE WS-RUN-DATE TO PE-DECN-DATE(PE-NDX)
022381             MOVE WS-RUN-HHMMSS TO PE-DECN-TIME(PE-NDX)
022382             MOVE WS-EXPIRY-REASON TO PE-REASON(PE-NDX)
022383             ADD 1 TO TRANS-EXPIRED
022384             MOVE 'EXPIRED' TO WS-OK-STATUS
022385             PERFORM 3400-LIST-QUEUE-ITEM
022386         END-IF
022387     END-IF.
022400
022420*-----------------------------------------------------------*
022440* 2000-PROCESS-TRANSACTIONS - THE ENTRY RUN.  ONCE EVERY     *
022460* TRANSACTION IS QUEUED OR REJECTED, 8400 EMPTIES            *
022480* CATMTRANS.TXT SO A RERUN CANNOT QUEUE THE SAME CHANGES     *
022490* TWICE.                                                     *
022500*-----------------------------------------------------------*
022600 2000-PROCESS-TRANSACTIONS.
022700*-----------------------------------------------------------*
024000 2000-EXIT.
024100     EXIT.
024200
024220*-----------------------------------------------------------*
024240* 2100-APPLY-ONE-TRANS - VALIDATE, THEN DISPATCH ON THE      *
024260* ACTION.  ON THE ENTRY RUN A VALID TRANSACTION IS QUEUED    *
024280* FOR APPROVAL; ON THE APPROVAL RUN AN APPROVED ONE IS       *
024300* APPLIED.                                                   *
024320*-----------------------------------------------------------*
024400 2100-APPLY-ONE-TRANS.
024500*-----------------------------------------------------------*
024600     ADD 1 TO TRANS-READ
024700     MOVE 'Y' TO SW-TRANS-OK
024800     MOVE SPACES TO WS-REJECT-REASON
024805     IF ENTRY-RUN
024810         MOVE 'PENDING' TO WS-OK-STATUS
024815         MOVE 0 TO WS-CUR-ID
024820         MOVE TRN-OPERATOR TO WS-CUR-MAKER
024825         MOVE SPACES TO WS-CUR-CHECKER
024830         MOVE 0 TO WS-CUR-DECN-DATE
024835         MOVE 0 TO WS-CUR-DECN-TIME
024840     ELSE
024845         MOVE 'APPLIED' TO WS-OK-STATUS
024850     END-IF
024900     PERFORM 2200-FIND-CODE
025000     EVALUATE TRN-ACTION
025100         WHEN 'ADD'
025500                 MOVE 'CODE ALREADY ON FILE'
025600                     TO WS-REJECT-REASON
025700             END-IF
025720             IF TRANS-OK
025740                 PERFORM 2350-VALIDATE-HIERARCHY THRU 2350-EXIT
025760             END-IF
025800             IF TRANS-OK AND APPROVAL-RUN
025900                 PERFORM 2400-APPLY-ADD THRU 2400-EXIT
026000             END-IF
026100         WHEN 'CHANGE'
026400                 MOVE 'N' TO SW-TRANS-OK
026500                 MOVE 'CODE NOT ON FILE' TO WS-REJECT-REASON
026600             END-IF
026620             IF TRANS-OK
026640                 PERFORM 2350-VALIDATE-HIERARCHY THRU 2350-EXIT
026660             END-IF
026700             IF TRANS-OK AND APPROVAL-RUN
026800                 PERFORM 2500-APPLY-CHANGE
026900             END-IF
027000         WHEN 'DELETE'
027100             IF MST-FOUND-NDX = 0
027200                 MOVE 'N' TO SW-TRANS-OK
027300                 MOVE 'CODE NOT ON FILE' TO WS-REJECT-REASON
027320             ELSE
027340                 PERFORM 2390-COUNT-MEMBERS
027360                 IF WS-MEMBER-COUNT > 0
027380                     MOVE 'N' TO SW-TRANS-OK
027400                     MOVE 'GROUP STILL HAS MEMBERS'
027420                         TO WS-REJECT-REASON
027440                 END-IF
027460                 IF TRANS-OK AND APPROVAL-RUN
027480                     PERFORM 2600-APPLY-DELETE
027500                 END-IF
027520             END-IF
027700         WHEN OTHER
027800             MOVE 'N' TO SW-TRANS-OK
027900             MOVE 'ACTION UNRECOGNIZED' TO WS-REJECT-REASON
028000     END-EVALUATE
028020     IF TRANS-OK AND ENTRY-RUN
028040         PERFORM 2700-QUEUE-TRANS THRU 2700-EXIT
028060     END-IF
028100     PERFORM 3000-WRITE-AUDIT-LINE.
028200 2100-EXIT.
028300     EXIT.
034300     END-IF.
034400 2300-EXIT.
034500     EXIT.
034501
034502*-----------------------------------------------------------*
034503* 2350-VALIDATE-HIERARCHY - RECOGNIZED ROW TYPE, NUMERIC     *
034504* PARENT DATE (ONLY WITH A PARENT GIVEN, AND NOT BEFORE THE  *
034505* ROW'S LAST MOVE).  THE PARENT THE ROW WOULD HAVE MUST BE A *
034506* GROUP ON FILE OTHER THAN THE ROW ITSELF, MUST NOT HAVE THE *
034507* ROW ABOVE IT ALREADY (A LOOP), AND MUST NOT PUT MORE THAN  *
034508* MAX-GROUP-LEVELS GROUPS ON ANY PATH THROUGH THE ROW.  A    *
034509* GROUP WITH MEMBERS CANNOT BECOME A CATEGORY.               *
034510*-----------------------------------------------------------*
034511 2350-VALIDATE-HIERARCHY.
034512*-----------------------------------------------------------*
034513     IF TRN-TYPE NOT = 'C' AND TRN-TYPE NOT = 'G'
034514         AND TRN-TYPE NOT = SPACE
034515         MOVE 'N' TO SW-TRANS-OK
034516         MOVE 'ROW TYPE NOT C OR G' TO WS-REJECT-REASON
034517         GO TO 2350-EXIT
034518     END-IF
034519     IF TRN-PAR-FROM-RAW NOT = SPACES
034520         AND TRN-PARENT = SPACES
034521         MOVE 'N' TO SW-TRANS-OK
034522         MOVE 'PARENT DATE WITHOUT A PARENT'
034523             TO WS-REJECT-REASON
034524         GO TO 2350-EXIT
034525     END-IF
034526     IF TRN-PAR-FROM-RAW NOT = SPACES
034527         AND TRN-PAR-FROM IS NOT NUMERIC
034528         MOVE 'N' TO SW-TRANS-OK
034529         MOVE 'PARENT DATE NOT NUMERIC' TO WS-REJECT-REASON
034530         GO TO 2350-EXIT
034531     END-IF
034532     IF TRN-ACTION = 'CHANGE'
034533         MOVE MT-TYPE(MST-FOUND-NDX) TO WS-NEW-TYPE
034534         MOVE MT-PARENT(MST-FOUND-NDX) TO WS-NEW-PARENT
034535     ELSE
034536         MOVE 'C' TO WS-NEW-TYPE
034537         MOVE SPACES TO WS-NEW-PARENT
034538     END-IF
034539     IF TRN-TYPE NOT = SPACE
034540         MOVE TRN-TYPE TO WS-NEW-TYPE
034541     END-IF
034542     IF TRN-PARENT = '*'
034543         MOVE SPACES TO WS-NEW-PARENT
034544     ELSE
034545         IF TRN-PARENT NOT = SPACES
034546             MOVE TRN-PARENT TO WS-NEW-PARENT
034547         END-IF
034548     END-IF
034549     IF TRN-ACTION = 'CHANGE'
034550         AND WS-NEW-TYPE = 'C'
034551         AND MT-TYPE(MST-FOUND-NDX) = 'G'
034552         PERFORM 2390-COUNT-MEMBERS
034553         IF WS-MEMBER-COUNT > 0
034554             MOVE 'N' TO SW-TRANS-OK
034555             MOVE 'GROUP STILL HAS MEMBERS' TO WS-REJECT-REASON
034556             GO TO 2350-EXIT
034557         END-IF
034558     END-IF
034559     IF TRN-ACTION = 'CHANGE'
034560         AND TRN-PAR-FROM-RAW NOT = SPACES
034561         AND TRN-PAR-FROM-RAW < MT-PAR-FROM-RAW(MST-FOUND-NDX)
034562         MOVE 'N' TO SW-TRANS-OK
034563         MOVE 'PARENT DATE BEFORE THE LAST MOVE'
034564             TO WS-REJECT-REASON
034565         GO TO 2350-EXIT
034566     END-IF
034567     IF WS-NEW-PARENT = SPACES
034568         GO TO 2350-EXIT
034569     END-IF
034570     IF WS-NEW-PARENT = TRN-CODE
034571         MOVE 'N' TO SW-TRANS-OK
034572         MOVE 'ROW CANNOT BE ITS OWN PARENT' TO WS-REJECT-REASON
034573         GO TO 2350-EXIT
034574     END-IF
034575     MOVE WS-NEW-PARENT TO WS-WALK-CODE
034576     PERFORM 2370-FIND-WALK-CODE
034577     IF WS-WALK-NDX = 0
034578         PERFORM 2360-FIND-QUEUED-GROUP
034579         IF WS-WALK-NDX = 0
034580             MOVE 'N' TO SW-TRANS-OK
034581             MOVE 'PARENT GROUP NOT ON FILE'
034582                 TO WS-REJECT-REASON
034583         END-IF
034584         GO TO 2350-EXIT
034585     END-IF
034586     IF MT-TYPE(WS-WALK-NDX) NOT = 'G'
034587         MOVE 'N' TO SW-TRANS-OK
034588         MOVE 'PARENT IS NOT A GROUP' TO WS-REJECT-REASON
034589         GO TO 2350-EXIT
034590     END-IF
034591     MOVE 0 TO WS-CHAIN-LEN
034592     MOVE 'N' TO SW-LOOP-FOUND
034593     PERFORM 2375-STEP-UP-CHAIN
034594         UNTIL WS-WALK-CODE = SPACES
034595             OR LOOP-FOUND
034596             OR WS-CHAIN-LEN > MAX-GROUP-LEVELS
034597     IF LOOP-FOUND
034598         MOVE 'N' TO SW-TRANS-OK
034599         MOVE 'PARENT WOULD FORM A LOOP' TO WS-REJECT-REASON
034600         GO TO 2350-EXIT
034601     END-IF
034602     MOVE WS-CHAIN-LEN TO WS-LEVELS-TOTAL
034603     IF WS-NEW-TYPE = 'G'
034604         MOVE 0 TO WS-LEVELS-BELOW
034605         IF TRN-ACTION = 'CHANGE'
034606             PERFORM 2380-MEASURE-ONE-ROW
034607                 VARYING MST-SCAN FROM 1 BY 1
034608                     UNTIL MST-SCAN > MST-TABLE-COUNT
034609         END-IF
034610         COMPUTE WS-LEVELS-TOTAL =
034611             WS-CHAIN-LEN + 1 + WS-LEVELS-BELOW
034612     END-IF
034613     IF WS-LEVELS-TOTAL > MAX-GROUP-LEVELS
034614         MOVE 'N' TO SW-TRANS-OK
034615         MOVE 'MORE THAN 5 GROUP LEVELS' TO WS-REJECT-REASON
034616     END-IF.
034617 2350-EXIT.
034618     EXIT.
034619
034620*-----------------------------------------------------------*
034621* 2360-FIND-QUEUED-GROUP - ON THE ENTRY RUN A PARENT NOT YET *
034622* ON FILE MAY BE A GROUP STILL WAITING ON THE QUEUE TO BE    *
034623* ADDED, SO A GROUP AND ITS MEMBERS CAN BE KEYED TOGETHER.   *
034624* THE APPROVAL RUN EDITS AGAIN AGAINST THE MASTER ITSELF.    *
034625*-----------------------------------------------------------*
034626 2360-FIND-QUEUED-GROUP.
034627*-----------------------------------------------------------*
034628     MOVE 0 TO WS-WALK-NDX
034629     IF ENTRY-RUN
034630         PERFORM 2365-MATCH-QUEUED-GROUP
034631             VARYING WS-WALK-SCAN FROM 1 BY 1
034632                 UNTIL WS-WALK-SCAN > PEND-COUNT
034633                     OR WS-WALK-NDX > 0
034634     END-IF.
034635
034636*-----------------------------------------------------------*
034637 2365-MATCH-QUEUED-GROUP.
034638*-----------------------------------------------------------*
034639     IF PE-STATUS(WS-WALK-SCAN) = 'P'
034640         AND PE-IMAGE(WS-WALK-SCAN)(1:6) = 'ADD'
034641         AND PE-IMAGE(WS-WALK-SCAN)(7:4) = WS-NEW-PARENT
034642         AND PE-IMAGE(WS-WALK-SCAN)(66:1) = 'G'
034643         MOVE WS-WALK-SCAN TO WS-WALK-NDX
034644     END-IF.
034645
034646*-----------------------------------------------------------*
034647* 2370-FIND-WALK-CODE - THE UNDELETED ROW FOR WS-WALK-CODE,  *
034648* 0 WHEN THERE IS NONE.                                      *
034649*-----------------------------------------------------------*
034650 2370-FIND-WALK-CODE.
034651*-----------------------------------------------------------*
034652     MOVE 0 TO WS-WALK-NDX
034653     PERFORM 2372-MATCH-WALK-CODE
034654         VARYING WS-WALK-SCAN FROM 1 BY 1
034655             UNTIL WS-WALK-SCAN > MST-TABLE-COUNT
034656                 OR WS-WALK-NDX > 0.
034657
034658*-----------------------------------------------------------*
034659 2372-MATCH-WALK-CODE.
034660*-----------------------------------------------------------*
034661     IF MT-CODE(WS-WALK-SCAN) = WS-WALK-CODE
034662         AND MT-DELETED(WS-WALK-SCAN) = 'N'
034663         MOVE WS-WALK-SCAN TO WS-WALK-NDX
034664     END-IF.
034665
034666*-----------------------------------------------------------*
034667* 2375-STEP-UP-CHAIN - ONE GROUP FURTHER UP FROM THE NEW     *
034668* PARENT.  MEETING THE ROW BEING EDITED MEANS A LOOP.        *
034669*-----------------------------------------------------------*
034670 2375-STEP-UP-CHAIN.
034671*-----------------------------------------------------------*
034672     IF WS-WALK-CODE = TRN-CODE
034673         MOVE 'Y' TO SW-LOOP-FOUND
034674     ELSE
034675         ADD 1 TO WS-CHAIN-LEN
034676         PERFORM 2370-FIND-WALK-CODE
034677         IF WS-WALK-NDX > 0
034678             MOVE MT-PARENT(WS-WALK-NDX) TO WS-WALK-CODE
034679         ELSE
034680             MOVE SPACES TO WS-WALK-CODE
034681         END-IF
034682     END-IF.
034683
034684*-----------------------------------------------------------*
034685* 2380-MEASURE-ONE-ROW - FOR A GROUP BEING CHANGED, HOW MANY *
034686* GROUP LEVELS HANG BELOW IT: EACH OTHER GROUP ROW IS WALKED *
034687* UP UNTIL IT MEETS THE ROW (COUNTING THE STEPS) OR RUNS OUT *
034688* OF PARENTS.                                                *
034689*-----------------------------------------------------------*
034690 2380-MEASURE-ONE-ROW.
034691*-----------------------------------------------------------*
034692     IF MT-DELETED(MST-SCAN) = 'N'
034693         AND MT-TYPE(MST-SCAN) = 'G'
034694         AND MT-CODE(MST-SCAN) NOT = TRN-CODE
034695         MOVE MT-PARENT(MST-SCAN) TO WS-WALK-CODE
034696         MOVE 1 TO WS-WALK-STEPS
034697         MOVE 'N' TO SW-WALK-HIT
034698         PERFORM 2385-STEP-UP-FROM-ROW
034699             UNTIL WS-WALK-CODE = SPACES
034700                 OR WALK-HIT
034701                 OR WS-WALK-STEPS > MAX-GROUP-LEVELS
034702         IF WALK-HIT AND WS-WALK-STEPS > WS-LEVELS-BELOW
034703             MOVE WS-WALK-STEPS TO WS-LEVELS-BELOW
034704         END-IF
034705     END-IF.
034706
034707*-----------------------------------------------------------*
034708 2385-STEP-UP-FROM-ROW.
034709*-----------------------------------------------------------*
034710     IF WS-WALK-CODE = TRN-CODE
034711         MOVE 'Y' TO SW-WALK-HIT
034712     ELSE
034713         ADD 1 TO WS-WALK-STEPS
034714         PERFORM 2370-FIND-WALK-CODE
034715         IF WS-WALK-NDX > 0
034716             MOVE MT-PARENT(WS-WALK-NDX) TO WS-WALK-CODE
034717         ELSE
034718             MOVE SPACES TO WS-WALK-CODE
034719         END-IF
034720     END-IF.
034721
034722*-----------------------------------------------------------*
034723* 2390-COUNT-MEMBERS - UNDELETED ROWS WHOSE PARENT IS        *
034724* TRN-CODE NOW OR FROM A FUTURE DATE, OR STILL IS UNTIL A    *
034725* MOVE DATED IN THE FUTURE TAKES EFFECT.                     *
034726*-----------------------------------------------------------*
034727 2390-COUNT-MEMBERS.
034728*-----------------------------------------------------------*
034729     MOVE 0 TO WS-MEMBER-COUNT
034730     PERFORM 2395-TEST-ONE-MEMBER
034731         VARYING WS-WALK-SCAN FROM 1 BY 1
034732             UNTIL WS-WALK-SCAN > MST-TABLE-COUNT.
034733
034734*-----------------------------------------------------------*
034735 2395-TEST-ONE-MEMBER.
034736*-----------------------------------------------------------*
034737     IF MT-DELETED(WS-WALK-SCAN) = 'N'
034738         IF MT-PARENT(WS-WALK-SCAN) = TRN-CODE
034739             OR (MT-PRIOR(WS-WALK-SCAN) = TRN-CODE
034740                 AND MT-PAR-FROM-RAW(WS-WALK-SCAN)
034741                     > WS-RUN-DATE)
034742             ADD 1 TO WS-MEMBER-COUNT
034743         END-IF
034744     END-IF.
034754
034764*-----------------------------------------------------------*
034800 2400-APPLY-ADD.
034900*-----------------------------------------------------------*
035000     IF MST-TABLE-COUNT >= MAX-MST-ENTRIES
036300     END-IF
036400     MOVE TRN-FROM-RAW TO MT-FROM-RAW(MST-NDX)
036500     MOVE TRN-TO-RAW TO MT-TO-RAW(MST-NDX)
036520     MOVE WS-NEW-TYPE TO MT-TYPE(MST-NDX)
036540     MOVE WS-NEW-PARENT TO MT-PARENT(MST-NDX)
036560     MOVE TRN-PAR-FROM-RAW TO MT-PAR-FROM-RAW(MST-NDX)
036580     MOVE SPACES TO MT-PRIOR(MST-NDX)
036600     MOVE 'N' TO MT-DELETED(MST-NDX)
036700     ADD 1 TO TRANS-APPLIED
036800     PERFORM 3200-WRITE-AFTER-IMAGE.
038000     END-IF
038100     MOVE TRN-FROM-RAW TO MT-FROM-RAW(MST-NDX)
038200     MOVE TRN-TO-RAW TO MT-TO-RAW(MST-NDX)
038220     MOVE WS-NEW-TYPE TO MT-TYPE(MST-NDX)
038240     IF WS-NEW-PARENT NOT = MT-PARENT(MST-NDX)
038260         PERFORM 2550-MOVE-TO-NEW-PARENT
038280     END-IF
038300     ADD 1 TO TRANS-APPLIED
038400     PERFORM 3200-WRITE-AFTER-IMAGE.
038405
038410*-----------------------------------------------------------*
038415* 2550-MOVE-TO-NEW-PARENT - THE OLD PARENT STAYS IN EFFECT   *
038420* UNTIL THE NEW ONE'S DATE (THE APPROVAL DATE IF NONE WAS    *
038425* KEYED).  A MOVE ALREADY DATED IN THE FUTURE IS SIMPLY      *
038430* REPLACED, KEEPING THE PARENT IN EFFECT TODAY AS THE PRIOR. *
038435*-----------------------------------------------------------*
038440 2550-MOVE-TO-NEW-PARENT.
038445*-----------------------------------------------------------*
038450     IF MT-PAR-FROM-RAW(MST-NDX) = SPACES
038455         OR MT-PAR-FROM-RAW(MST-NDX) <= WS-RUN-DATE
038460         MOVE MT-PARENT(MST-NDX) TO MT-PRIOR(MST-NDX)
038465     END-IF
038470     MOVE WS-NEW-PARENT TO MT-PARENT(MST-NDX)
038475     IF TRN-PAR-FROM-RAW = SPACES
038480         MOVE WS-RUN-DATE TO MT-PAR-FROM-RAW(MST-NDX)
038485     ELSE
038490         MOVE TRN-PAR-FROM-RAW TO MT-PAR-FROM-RAW(MST-NDX)
038495     END-IF.
038500
038600*-----------------------------------------------------------*
038700 2600-APPLY-DELETE.
039100     MOVE 'Y' TO MT-DELETED(MST-NDX)
039200     ADD 1 TO TRANS-APPLIED.
039300
039302*-----------------------------------------------------------*
039304* 2700-QUEUE-TRANS - A VALID TRANSACTION FROM A NAMED        *
039306* OPERATOR JOINS THE QUEUE UNDER THE NEXT ITEM ID.           *
039308*-----------------------------------------------------------*
039310 2700-QUEUE-TRANS.
039312*-----------------------------------------------------------*
039314     IF TRN-OPERATOR = SPACES
039316         MOVE 'N' TO SW-TRANS-OK
039318         MOVE 'ENTERING OPERATOR ID BLANK' TO WS-REJECT-REASON
039320         GO TO 2700-EXIT
039322     END-IF
039324     IF PEND-COUNT >= MAX-PEND
039326         MOVE 'N' TO SW-TRANS-OK
039328         MOVE 'PENDING QUEUE FULL' TO WS-REJECT-REASON
039330         GO TO 2700-EXIT
039332     END-IF
039334     ADD 1 TO PEND-COUNT
039336     MOVE PEND-COUNT TO PE-NDX
039338     MOVE WS-NEXT-PEND-ID TO PE-ID(PE-NDX)
039340     ADD 1 TO WS-NEXT-PEND-ID
039342     MOVE 'P' TO PE-STATUS(PE-NDX)
039344     MOVE TRN-OPERATOR TO PE-MAKER(PE-NDX)
039346     MOVE WS-RUN-DATE TO PE-ENTRY-DATE(PE-NDX)
039348     MOVE WS-RUN-HHMMSS TO PE-ENTRY-TIME(PE-NDX)
039350     MOVE SPACES TO PE-CHECKER(PE-NDX)
039352     MOVE 0 TO PE-DECN-DATE(PE-NDX)
039354     MOVE 0 TO PE-DECN-TIME(PE-NDX)
039356     MOVE WS-TRANS-REC TO PE-IMAGE(PE-NDX)
039358     MOVE SPACES TO PE-REASON(PE-NDX)
039360     MOVE PE-ID(PE-NDX) TO WS-CUR-ID
039362     ADD 1 TO TRANS-QUEUED.
039364 2700-EXIT.
039366     EXIT.
039368
039400*-----------------------------------------------------------*
039500 3000-WRITE-AUDIT-LINE.
039600*-----------------------------------------------------------*
039700     MOVE TRN-ACTION TO RPA-ACTION
039800     MOVE TRN-CODE TO RPA-CODE
039900     IF TRANS-OK
040000         MOVE WS-OK-STATUS TO RPA-STATUS
040100         MOVE WS-REJECT-REASON TO RPA-REASON
040200     ELSE
040300         MOVE 'REJECTED' TO RPA-STATUS
040400         MOVE WS-REJECT-REASON TO RPA-REASON
040500         ADD 1 TO TRANS-REJECTED
040600         MOVE 8 TO RETURN-CODE
040700     END-IF
040750     PERFORM 3050-MOVE-CONTROL-IDS
040800     MOVE WS-RPT-ACTION TO AUDIT-RECORD
040900     WRITE AUDIT-RECORD.
041000
041005*-----------------------------------------------------------*
041010* 3050-MOVE-CONTROL-IDS - ITEM ID, ENTERING AND APPROVING    *
041015* OPERATORS, AND THE DECISION DATE AND TIME OF THE QUEUE     *
041020* ITEM BEHIND THE LINE.                                      *
041025*-----------------------------------------------------------*
041030 3050-MOVE-CONTROL-IDS.
041035*-----------------------------------------------------------*
041040     MOVE WS-CUR-ID TO RPA-PEND-ID
041045     MOVE WS-CUR-MAKER TO RPA-MAKER
041050     MOVE WS-CUR-CHECKER TO RPA-CHECKER
041055     IF WS-CUR-DECN-DATE = 0
041060         MOVE SPACES TO RPA-APPR-DATE
041065         MOVE SPACES TO RPA-APPR-TIME
041070     ELSE
041075         MOVE WS-CUR-DECN-DATE TO RPA-APPR-DATE
041080         MOVE WS-CUR-DECN-TIME TO RPA-APPR-TIME
041085     END-IF.
041090
041100*-----------------------------------------------------------*
041200 3100-WRITE-BEFORE-IMAGE.
041300*-----------------------------------------------------------*
043500     MOVE MT-ACTIVE(MST-NDX) TO CMR-ACTIVE
043600     MOVE MT-FROM-RAW(MST-NDX) TO CMR-FROM-RAW
043700     MOVE MT-TO-RAW(MST-NDX) TO CMR-TO-RAW
043720     MOVE MT-TYPE(MST-NDX) TO CMR-TYPE
043740     MOVE MT-PARENT(MST-NDX) TO CMR-PARENT
043760     MOVE MT-PAR-FROM-RAW(MST-NDX) TO CMR-PAR-FROM-RAW
043780     MOVE MT-PRIOR(MST-NDX) TO CMR-PRIOR
043800     MOVE WS-MASTER-REC(1:68) TO WS-IMAGE-WORK.
043900
043901*-----------------------------------------------------------*
043902* 3400-LIST-QUEUE-ITEM - AUDIT LINE FOR THE QUEUE ITEM AT    *
043903* PE-NDX, CARRYING WS-OK-STATUS AND THE ITEM'S OWN REASON.   *
043904*-----------------------------------------------------------*
043905 3400-LIST-QUEUE-ITEM.
043906*-----------------------------------------------------------*
043907     MOVE PE-IMAGE(PE-NDX) TO WS-TRANS-REC
043908     MOVE PE-ID(PE-NDX) TO WS-CUR-ID
043909     MOVE PE-MAKER(PE-NDX) TO WS-CUR-MAKER
043910     MOVE PE-CHECKER(PE-NDX) TO WS-CUR-CHECKER
043911     MOVE PE-DECN-DATE(PE-NDX) TO WS-CUR-DECN-DATE
043912     MOVE PE-DECN-TIME(PE-NDX) TO WS-CUR-DECN-TIME
043913     MOVE 'Y' TO SW-TRANS-OK
043914     MOVE PE-REASON(PE-NDX) TO WS-REJECT-REASON
043915     PERFORM 3000-WRITE-AUDIT-LINE.
043916
043917*-----------------------------------------------------------*
043918* 4000-PROCESS-DECISIONS - THE APPROVAL RUN.  8400 EMPTIES   *
043919* CATAPPRV.TXT AFTERWARDS SO A RERUN CANNOT REPLAY IT.       *
043920*-----------------------------------------------------------*
043921 4000-PROCESS-DECISIONS.
043922*-----------------------------------------------------------*
043923     PERFORM UNTIL APR-EOF-FLAG
043924         READ APPROVAL-FILE INTO WS-APPROVAL-REC
043925             AT END
043926                 MOVE 'Y' TO SW-APR-EOF
043927             NOT AT END
043928                 IF WS-APPROVAL-REC NOT = SPACES
043929                     PERFORM 4100-TAKE-ONE-DECISION
043930                         THRU 4100-EXIT
043931                 END-IF
043932         END-READ
043933     END-PERFORM
043934     CLOSE APPROVAL-FILE.
043937 4000-EXIT.
043938     EXIT.
043939
043940*-----------------------------------------------------------*
043941* 4100-TAKE-ONE-DECISION - THE ITEM MUST STILL BE PENDING    *
043942* AND THE APPROVER MUST BE SOMEONE OTHER THAN THE OPERATOR   *
043943* WHO KEYED IT; OTHERWISE THE DECISION IS REJECTED AND THE   *
043944* ITEM STAYS PENDING.                                        *
043945*-----------------------------------------------------------*
043946 4100-TAKE-ONE-DECISION.
043947*-----------------------------------------------------------*
043948     ADD 1 TO DECISIONS-READ
043949     MOVE SPACES TO WS-TRANS-REC
043950     MOVE SPACES TO WS-REJECT-REASON
043951     MOVE 0 TO WS-CUR-ID
043952     MOVE SPACES TO WS-CUR-MAKER
043953     MOVE APR-OPERATOR TO WS-CUR-CHECKER
043954     MOVE WS-RUN-DATE TO WS-CUR-DECN-DATE
043955     MOVE WS-RUN-HHMMSS TO WS-CUR-DECN-TIME
043956     MOVE 0 TO PE-FOUND-NDX
043957     IF APR-ID IS NUMERIC
043958         PERFORM 4200-FIND-PENDING
043959     END-IF
043960     IF PE-FOUND-NDX = 0
043961         STRING 'ITEM ' DELIMITED BY SIZE
043962             APR-ID-RAW DELIMITED BY SIZE
043963             ' IS NOT PENDING' DELIMITED BY SIZE
043964             INTO WS-REJECT-REASON
043965         END-STRING
043966         GO TO 4100-REJECT
043967     END-IF
043968     MOVE PE-FOUND-NDX TO PE-NDX
043969     MOVE PE-IMAGE(PE-NDX) TO WS-TRANS-REC
043970     MOVE PE-ID(PE-NDX) TO WS-CUR-ID
043971     MOVE PE-MAKER(PE-NDX) TO WS-CUR-MAKER
043972     IF APR-OPERATOR = SPACES
043973         MOVE 'APPROVER ID BLANK' TO WS-REJECT-REASON
043974         GO TO 4100-REJECT
043975     END-IF
043976     IF APR-OPERATOR = PE-MAKER(PE-NDX)
043977         MOVE 'APPROVER IS THE ENTERING OPERATOR'
043978             TO WS-REJECT-REASON
043979         GO TO 4100-REJECT
043980     END-IF
043981     EVALUATE APR-DECISION
043982         WHEN 'A'
043983             PERFORM 4300-APPROVE-ITEM
043984         WHEN 'R'
043985             PERFORM 4400-DECLINE-ITEM
043986         WHEN OTHER
043987             MOVE 'DECISION NOT A OR R' TO WS-REJECT-REASON
043988             GO TO 4100-REJECT
043989     END-EVALUATE
043990     GO TO 4100-EXIT.
043991 4100-REJECT.
043992     MOVE 'N' TO SW-TRANS-OK
043993     PERFORM 3000-WRITE-AUDIT-LINE.
043994 4100-EXIT.
043995     EXIT.
043996
043997*-----------------------------------------------------------*
043998 4200-FIND-PENDING.
043999*-----------------------------------------------------------*
044000     PERFORM 4250-MATCH-ONE-PENDING
044001         VARYING PE-SCAN FROM 1 BY 1
044002             UNTIL PE-SCAN > PEND-COUNT
044003                 OR PE-FOUND-NDX > 0.
044004
044005*-----------------------------------------------------------*
044006 4250-MATCH-ONE-PENDING.
044007*-----------------------------------------------------------*
044008     IF PE-ID(PE-SCAN) = APR-ID
044009         AND PE-STATUS(PE-SCAN) = 'P'
044010         MOVE PE-SCAN TO PE-FOUND-NDX
044011     END-IF.
044012
044013*-----------------------------------------------------------*
044014* 4300-APPROVE-ITEM - THE ITEM GOES THROUGH THE SAME EDITS   *
044015* AS EVER, AGAINST THE MASTER AS IT NOW STANDS.  IF THOSE    *
044016* FAIL IT LEAVES THE QUEUE AS 'F' WITH THE REASON.           *
044017*-----------------------------------------------------------*
044018 4300-APPROVE-ITEM.
044019*-----------------------------------------------------------*
044020     PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
044021     MOVE APR-OPERATOR TO PE-CHECKER(PE-NDX)
044022     MOVE WS-RUN-DATE TO PE-DECN-DATE(PE-NDX)
044023     MOVE WS-RUN-HHMMSS TO PE-DECN-TIME(PE-NDX)
044024     IF TRANS-OK
044025         MOVE 'A' TO PE-STATUS(PE-NDX)
044026     ELSE
044027         MOVE 'F' TO PE-STATUS(PE-NDX)
044028         MOVE WS-REJECT-REASON TO PE-REASON(PE-NDX)
044029     END-IF.
044030
044031*-----------------------------------------------------------*
044032 4400-DECLINE-ITEM.
044033*-----------------------------------------------------------*
044034     MOVE 'D' TO PE-STATUS(PE-NDX)
044035     MOVE APR-OPERATOR TO PE-CHECKER(PE-NDX)
044036     MOVE WS-RUN-DATE TO PE-DECN-DATE(PE-NDX)
044037     MOVE WS-RUN-HHMMSS TO PE-DECN-TIME(PE-NDX)
044038     IF APR-REMARK = SPACES
044039         MOVE 'DECLINED BY APPROVER' TO PE-REASON(PE-NDX)
044040     ELSE
044041         MOVE APR-REMARK TO PE-REASON(PE-NDX)
044042     END-IF
044043     ADD 1 TO TRANS-DECLINED
044044     MOVE 'DECLINED' TO WS-OK-STATUS
044045     PERFORM 3400-LIST-QUEUE-ITEM.
044046
044047*-----------------------------------------------------------*
044100* 8000-REWRITE-MASTER - THE SURVIVING (UNDELETED) ROWS, IN   *
044110* TABLE ORDER, BECOME THE NEW AVGCATMST.TXT.  RUN ONLY AFTER *
044120* 8200, SO THE DECIDED ITEMS ARE ALREADY OFF THE QUEUE AND   *
044130* IN CATPENDLOG.TXT AND CANNOT BE APPLIED A SECOND TIME.     *
044140*-----------------------------------------------------------*
044150 8000-REWRITE-MASTER.
044160*-----------------------------------------------------------*
044170     OPEN OUTPUT MASTER-FILE
044180     IF WS-FS-MASTER NOT = '00'
044190         DISPLAY 'CATMAINT ABORTED - CANNOT WRITE '
044200             'AVGCATMST.TXT, STATUS ' WS-FS-MASTER
044210         DISPLAY 'CATMAINT - APPROVED CHANGES ARE LOGGED IN '
044220             'CATPENDLOG.TXT AND MUST BE RE-ENTERED'
044230         MOVE 16 TO RETURN-CODE
044240         GO TO 9999-TERMINATE
044250     END-IF
044260     PERFORM 8100-WRITE-ONE-ROW
044270         VARYING MST-NDX FROM 1 BY 1
044280             UNTIL MST-NDX > MST-TABLE-COUNT
044290     CLOSE MASTER-FILE.
044300
044310*-----------------------------------------------------------*
044320 8100-WRITE-ONE-ROW.
044330*-----------------------------------------------------------*
044340     IF MT-DELETED(MST-NDX) = 'N'
044350         PERFORM 3300-BUILD-ROW-IMAGE
044360         MOVE WS-MASTER-REC TO MASTER-RECORD
044370         WRITE MASTER-RECORD
044380         IF WS-FS-MASTER NOT = '00'
044390             DISPLAY 'CATMAINT ABORTED - WRITE TO AVGCATMST.TXT '
044400                 'FAILED, STATUS ' WS-FS-MASTER
044410             DISPLAY 'CATMAINT - APPROVED CHANGES ARE LOGGED IN '
044420                 'CATPENDLOG.TXT AND MUST BE RE-ENTERED'
044430             CLOSE MASTER-FILE
044440             MOVE 16 TO RETURN-CODE
044450             GO TO 9999-TERMINATE
044460         END-IF
044470     END-IF.
044480
044490*-----------------------------------------------------------*
044500* 8200-REWRITE-PENDING - EVERY ITEM DECIDED OR EXPIRED THIS  *
044510* RUN IS FIRST APPENDED TO THE CATPENDLOG.TXT HISTORY; ONLY  *
044520* THEN DO THE CONTROL RECORD AND THE ITEMS STILL PENDING     *
044530* BECOME THE NEW CATPEND.TXT.  A LOG OR QUEUE THAT CAN'T BE  *
044540* WRITTEN ABORTS THE RUN BEFORE AVGCATMST.TXT IS REWRITTEN   *
044550* OR THE INPUT FILE IS EMPTIED.                              *
044560*-----------------------------------------------------------*
044570 8200-REWRITE-PENDING.
044580*-----------------------------------------------------------*
044590     OPEN EXTEND PENDLOG-FILE
044600     IF WS-FS-PENDLOG NOT = '00'
044610         OPEN OUTPUT PENDLOG-FILE
044620         IF WS-FS-PENDLOG NOT = '00'
044630             DISPLAY 'CATMAINT ABORTED - CANNOT WRITE '
044640                 'CATPENDLOG.TXT, STATUS ' WS-FS-PENDLOG
044650             MOVE 16 TO RETURN-CODE
044660             GO TO 9999-TERMINATE
044670         END-IF
044680     END-IF
044690     PERFORM 8220-LOG-ONE-DECIDED
044700         VARYING PE-NDX FROM 1 BY 1
044710             UNTIL PE-NDX > PEND-COUNT
044720     CLOSE PENDLOG-FILE
044730     OPEN OUTPUT PEND-FILE
044740     IF WS-FS-PEND NOT = '00'
044750         DISPLAY 'CATMAINT ABORTED - CANNOT WRITE CATPEND.TXT, '
044760             'STATUS ' WS-FS-PEND
044770         MOVE 16 TO RETURN-CODE
044780         GO TO 9999-TERMINATE
044790     END-IF
044800     MOVE SPACES TO WS-PEND-REC
044810     MOVE WS-NEXT-PEND-ID TO PND-ID
044820     MOVE 'C' TO PND-STATUS
044830     MOVE WS-PEND-REC TO PEND-RECORD
044840     WRITE PEND-RECORD
044850     PERFORM 8230-CHECK-PEND-WRITE
044860     PERFORM 8210-WRITE-ONE-PENDING
044870         VARYING PE-NDX FROM 1 BY 1
044880             UNTIL PE-NDX > PEND-COUNT
044890     CLOSE PEND-FILE.
044900
044910*-----------------------------------------------------------*
044920 8210-WRITE-ONE-PENDING.
044930*-----------------------------------------------------------*
044940     IF PE-STATUS(PE-NDX) = 'P'
044950         PERFORM 8300-BUILD-PEND-REC
044960         MOVE WS-PEND-REC TO PEND-RECORD
044970         WRITE PEND-RECORD
044980         PERFORM 8230-CHECK-PEND-WRITE
044990     END-IF.
045000
045010*-----------------------------------------------------------*
045020 8220-LOG-ONE-DECIDED.
045030*-----------------------------------------------------------*
045040     IF PE-STATUS(PE-NDX) NOT = 'P'
045050         PERFORM 8300-BUILD-PEND-REC
045060         MOVE WS-PEND-REC TO PENDLOG-RECORD
045070         WRITE PENDLOG-RECORD
045080         IF WS-FS-PENDLOG NOT = '00'
045090             DISPLAY 'CATMAINT ABORTED - WRITE TO CATPENDLOG.TXT '
045100                 'FAILED, STATUS ' WS-FS-PENDLOG
045110             CLOSE PENDLOG-FILE
045120             MOVE 16 TO RETURN-CODE
045130             GO TO 9999-TERMINATE
045140         END-IF
045150     END-IF.
045160
045170*-----------------------------------------------------------*
045180 8230-CHECK-PEND-WRITE.
045190*-----------------------------------------------------------*
045200     IF WS-FS-PEND NOT = '00'
045210         DISPLAY 'CATMAINT ABORTED - WRITE TO CATPEND.TXT '
045220             'FAILED, STATUS ' WS-FS-PEND
045230         CLOSE PEND-FILE
045240         MOVE 16 TO RETURN-CODE
045250         GO TO 9999-TERMINATE
045260     END-IF.
045270
045280*-----------------------------------------------------------*
045290 8300-BUILD-PEND-REC.
045300*-----------------------------------------------------------*
045310     MOVE SPACES TO WS-PEND-REC
045320     MOVE PE-ID(PE-NDX) TO PND-ID
045330     MOVE PE-STATUS(PE-NDX) TO PND-STATUS
045340     MOVE PE-MAKER(PE-NDX) TO PND-MAKER
045350     MOVE PE-ENTRY-DATE(PE-NDX) TO PND-ENTRY-DATE
045360     MOVE PE-ENTRY-TIME(PE-NDX) TO PND-ENTRY-TIME
045370     MOVE PE-CHECKER(PE-NDX) TO PND-CHECKER
045380     MOVE PE-DECN-DATE(PE-NDX) TO PND-DECN-DATE
045390     MOVE PE-DECN-TIME(PE-NDX) TO PND-DECN-TIME
045400     MOVE PE-IMAGE(PE-NDX) TO PND-IMAGE
045410     MOVE PE-REASON(PE-NDX) TO PND-REASON.
045420
045430*-----------------------------------------------------------*
045440* 8400-EMPTY-INPUT-FILE - THE PENDING QUEUE IS WRITTEN,      *
045450* SO EMPTY THE RUN'S INPUT (CATMTRANS.TXT, OR CATAPPRV.TXT   *
045460* ON AN APPROVAL RUN) SO A RERUN CANNOT REPLAY IT.           *
045470*-----------------------------------------------------------*
045480 8400-EMPTY-INPUT-FILE.
045490*-----------------------------------------------------------*
045500     IF APPROVAL-RUN
045510         OPEN OUTPUT APPROVAL-FILE
045520         CLOSE APPROVAL-FILE
045530     ELSE
045540         OPEN OUTPUT TRANS-FILE
045550         CLOSE TRANS-FILE
045560     END-IF.
045570
046100*-----------------------------------------------------------*
046200 9000-WRITE-TOTALS.
046300*-----------------------------------------------------------*
046320     IF APPROVAL-RUN
046340         MOVE 'DECISIONS = ' TO RPT-LABEL
046360         MOVE DECISIONS-READ TO RPT-COUNT
046380         PERFORM 9100-WRITE-TOTAL-LINE
046400         MOVE 'APPLIED   = ' TO RPT-LABEL
046420         MOVE TRANS-APPLIED TO RPT-COUNT
046440         PERFORM 9100-WRITE-TOTAL-LINE
046460         MOVE 'DECLINED  = ' TO RPT-LABEL
046480         MOVE TRANS-DECLINED TO RPT-COUNT
046500         PERFORM 9100-WRITE-TOTAL-LINE
046520     ELSE
046540         MOVE 'READ      = ' TO RPT-LABEL
046560         MOVE TRANS-READ TO RPT-COUNT
046580         PERFORM 9100-WRITE-TOTAL-LINE
046600         MOVE 'QUEUED    = ' TO RPT-LABEL
046620         MOVE TRANS-QUEUED TO RPT-COUNT
046640         PERFORM 9100-WRITE-TOTAL-LINE
046660     END-IF
046680     MOVE 'REJECTED  = ' TO RPT-LABEL
046700     MOVE TRANS-REJECTED TO RPT-COUNT
046720     PERFORM 9100-WRITE-TOTAL-LINE
046740     MOVE 'EXPIRED   = ' TO RPT-LABEL
046760     MOVE TRANS-EXPIRED TO RPT-COUNT
046780     PERFORM 9100-WRITE-TOTAL-LINE.
046800
046820*-----------------------------------------------------------*
046840 9100-WRITE-TOTAL-LINE.
046860*-----------------------------------------------------------*
046880     MOVE WS-RPT-TOTAL TO AUDIT-RECORD
046900     WRITE AUDIT-RECORD.
047600
047700*-----------------------------------------------------------*
047800 9999-TERMINATE.
047900*-----------------------------------------------------------*
048000     IF AUDIT-OPEN
048100         PERFORM 9000-WRITE-TOTALS
048200         CLOSE AUDIT-REPORT
048300     END-IF
048320     IF APPROVAL-RUN
048340         DISPLAY 'CATMAINT - ' TRANS-APPLIED ' APPLIED, '
048360             TRANS-DECLINED ' DECLINED, ' TRANS-REJECTED
048380             ' REJECTED, ' TRANS-EXPIRED ' EXPIRED'
048400     ELSE
048420         DISPLAY 'CATMAINT - ' TRANS-QUEUED ' TRANSACTION(S) '
048440             'QUEUED FOR APPROVAL, ' TRANS-REJECTED
048460             ' REJECTED, ' TRANS-EXPIRED ' EXPIRED'
048480     END-IF
048600     STOP RUN.
