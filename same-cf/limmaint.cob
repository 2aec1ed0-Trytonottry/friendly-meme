002600*                  AVERAGE PICKS THE ROW IN EFFECT FOR ITS   *
002700*                  RUN DATE.  ANY REJECTED TRANSACTION SETS  *
002800*                  RETURN-CODE 8; THE REST STILL APPLY.      *
002805* 2026-10-15  DPG  MAKER-CHECKER CONTROL.  EACH              *
002810*                  TRANSACTION NOW CARRIES THE ENTERING      *
002815*                  OPERATOR'S ID AND IS QUEUED ON            *
002820*                  LIMPEND.TXT, NOT APPLIED.  "APPROVE" ON   *
002825*                  THE COMMAND LINE RUNS THE APPROVAL PASS   *
002830*                  OVER LIMAPPRV.TXT - A DIFFERENT OPERATOR  *
002835*                  APPROVES OR REJECTS EACH ITEM AND ONLY    *
002840*                  APPROVED ITEMS ARE APPLIED.  ITEMS STILL  *
002845*                  PENDING PAST THE PENDDAYS RUN PARAMETER   *
002850*                  EXPIRE.  DECIDED ITEMS MOVE TO THE        *
002855*                  LIMPENDLOG.TXT HISTORY; THE LISTING (NOW  *
002860*                  132 WIDE) SHOWS BOTH OPERATOR IDS AND THE *
002865*                  APPROVAL DATE AND TIME.                   *
002870* 2026-10-15  DPG  LIMTRANS.TXT AND LIMAPPRV.TXT ARE         *
002875*                  EMPTIED ONLY AFTER LIMPEND.TXT HAS BEEN   *
002880*                  REWRITTEN, AND A FAILED OPEN OR WRITE OF  *
002885*                  THE PENDING QUEUE ABORTS THE RUN WITH     *
002890*                  RETURN-CODE 16, LEAVING THE INPUT IN      *
002895*                  PLACE FOR A RERUN.                        *
002896* 2026-10-15  DPG  LIMPENDLOG.TXT, THEN LIMPEND.TXT, THEN    *
002897*                  AVGLIMITS.TXT ARE WRITTEN IN THAT ORDER,  *
002898*                  EACH OPEN AND WRITE CHECKED, SO A FAILURE *
002899*                  NEVER LEAVES AN APPLIED ITEM PENDING.     *
002900*-----------------------------------------------------------*
003000*
003100*-----------------------------------------------------------*
003600*   COLS 19-28 MINIMUM VALUE  PIC 9(8)V9(2)                  *
003700*   COLS 29-38 MAXIMUM VALUE  PIC 9(8)V9(2)                  *
003800*   COLS 39-44 MAXIMUM WEIGHT PIC 9(4)V9(2), BLANK = NONE    *
003850*   COLS 45-52 ENTERING OPERATOR ID, REQUIRED                *
003900* THE KEY IS CATEGORY PLUS EFFECTIVE DATE, SO A CATEGORY     *
004000* MAY CARRY SEVERAL DATED ROWS AT ONCE.                      *
004010*                                                            *
004020* LIMAPPRV.TXT DECISION RECORD, "APPROVE" RUN ONLY:          *
004030*   COLS 1-6   PENDING ITEM ID PIC 9(6)                      *
004040*   COL  7     DECISION 'A' APPROVE / 'R' REJECT             *
004050*   COLS 8-15  APPROVING OPERATOR - NOT THE ENTERING ONE     *
004060*   COLS 16-51 REMARK, OPTIONAL, KEPT WITH A REJECTION       *
004100*-----------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
005300
005400     SELECT AUDIT-REPORT ASSIGN TO 'limmaint-rpt.txt'
005500         ORGANIZATION IS LINE SEQUENTIAL.
005505
005510     SELECT PEND-FILE ASSIGN TO 'limpend.txt'
005515         ORGANIZATION IS LINE SEQUENTIAL
005520         FILE STATUS IS WS-FS-PEND.
005525
005530     SELECT PENDLOG-FILE ASSIGN TO 'limpendlog.txt'
005535         ORGANIZATION IS LINE SEQUENTIAL
005540         FILE STATUS IS WS-FS-PENDLOG.
005545
005550     SELECT APPROVAL-FILE ASSIGN TO 'limapprv.txt'
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
006900 01  WS-FS-LIMITS        PIC X(2)  VALUE SPACES.
007000 01  WS-FS-TRANS         PIC X(2)  VALUE SPACES.
007020 01  WS-FS-PEND          PIC X(2)  VALUE SPACES.
007040 01  WS-FS-PENDLOG       PIC X(2)  VALUE SPACES.
007060 01  WS-FS-APPROVAL      PIC X(2)  VALUE SPACES.
007080 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
007100
007200 01  SW-LIM-EOF          PIC X     VALUE 'N'.
007300     88  LIM-EOF-FLAG              VALUE 'Y'.
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
007555* RUN MODE - THE ENTRY RUN QUEUES LIMTRANS.TXT FOR APPROVAL; *
007560* "APPROVE" ON THE COMMAND LINE RUNS THE APPROVAL PASS.      *
007565*-----------------------------------------------------------*
007570 01  SW-RUN-MODE         PIC X     VALUE 'E'.
007575     88  ENTRY-RUN                 VALUE 'E'.
007580     88  APPROVAL-RUN              VALUE 'A'.
007585 01  WS-PARM-LINE        PIC X(80).
007600
007700*-----------------------------------------------------------*
007800* LIMITS ROW - LAYOUT SHARED WITH AVERAGE'S 1270-LOAD-LIMITS *
011900     05  TRN-MAXWT-RAW    PIC X(6).
012000     05  TRN-MAXWT REDEFINES TRN-MAXWT-RAW
012100                          PIC 9(4)V9(2).
012150     05  TRN-OPERATOR     PIC X(8).
012200     05  FILLER           PIC X(28).
012300
012400 01  SW-TRANS-OK          PIC X.
012500     88  TRANS-OK                   VALUE 'Y'.
012600 01  WS-REJECT-REASON     PIC X(36).
012650 01  WS-OK-STATUS         PIC X(10).
012700
012800 77  TRANS-READ           PIC 9(5)  VALUE 0.
012900 77  TRANS-APPLIED        PIC 9(5)  VALUE 0.
013000 77  TRANS-REJECTED       PIC 9(5)  VALUE 0.
013020 77  TRANS-QUEUED         PIC 9(5)  VALUE 0.
013040 77  DECISIONS-READ       PIC 9(5)  VALUE 0.
013060 77  TRANS-DECLINED       PIC 9(5)  VALUE 0.
013080 77  TRANS-EXPIRED        PIC 9(5)  VALUE 0.
013100
013200 01  WS-RUN-DATE          PIC 9(8).
013201 01  WS-RUN-TIME.
013202     05  WS-RUN-HHMMSS    PIC 9(6).
013203     05  FILLER           PIC 9(2).
013204 01  WS-TODAY-INT         PIC 9(8).
013205 01  WS-AGE-DAYS          PIC S9(8).
013206 01  WS-PEND-DAYS         PIC 9(4)  VALUE 7.
013207 01  WS-DAYS-ED           PIC Z(3)9.
013208 01  WS-DAYS-LEAD         PIC 9(2)  COMP.
013209 01  WS-EXPIRY-REASON     PIC X(36).
013210
013211*-----------------------------------------------------------*
013212* PENDING QUEUE RECORD - LIMPEND.TXT AND THE LIMPENDLOG.TXT  *
013213* HISTORY.  THE QUEUE'S FIRST RECORD IS A CONTROL RECORD     *
013214* (STATUS 'C') WHOSE ID IS THE NEXT ID TO ASSIGN.  STATUS:   *
013215*   'P' PENDING            'A' APPROVED AND APPLIED          *
013216*   'D' DECLINED           'F' APPROVED, FAILED ON APPLY     *
013217*   'E' EXPIRED UNAPPROVED                                   *
013218* ONLY 'P' ITEMS STAY ON THE QUEUE.  PND-IMAGE IS THE        *
013219* LIMTRANS.TXT RECORD AS KEYED.                              *
013220*-----------------------------------------------------------*
013221 01  WS-PEND-REC.
013222     05  PND-ID           PIC 9(6).
013223     05  PND-STATUS       PIC X(1).
013224     05  PND-MAKER        PIC X(8).
013225     05  PND-ENTRY-DATE   PIC 9(8).
013226     05  PND-ENTRY-TIME   PIC 9(6).
013227     05  PND-CHECKER      PIC X(8).
013228     05  PND-DECN-DATE    PIC 9(8).
013229     05  PND-DECN-TIME    PIC 9(6).
013230     05  PND-IMAGE        PIC X(80).
013231     05  PND-REASON       PIC X(36).
013232     05  FILLER           PIC X(33).
013233
013234 01  PEND-COUNT           PIC 9(3) COMP  VALUE 0.
013235 01  MAX-PEND             PIC 9(3) COMP  VALUE 500.
013236 01  PEND-TABLE.
013237     05  PEND-ENTRY OCCURS 500 TIMES.
013238         10  PE-ID         PIC 9(6).
013239         10  PE-STATUS     PIC X(1).
013240         10  PE-MAKER      PIC X(8).
013241         10  PE-ENTRY-DATE PIC 9(8).
013242         10  PE-ENTRY-TIME PIC 9(6).
013243         10  PE-CHECKER    PIC X(8).
013244         10  PE-DECN-DATE  PIC 9(8).
013245         10  PE-DECN-TIME  PIC 9(6).
013246         10  PE-IMAGE      PIC X(80).
013247         10  PE-REASON     PIC X(36).
013248 01  PE-NDX               PIC 9(3) COMP.
013249 01  PE-SCAN              PIC 9(3) COMP.
013250 01  PE-FOUND-NDX         PIC 9(3) COMP.
013251 01  WS-NEXT-PEND-ID      PIC 9(6)  VALUE 1.
013252
013253*-----------------------------------------------------------*
013254* THE QUEUE ITEM BEHIND THE AUDIT LINE BEING WRITTEN         *
013255*-----------------------------------------------------------*
013256 01  WS-CUR-ID            PIC 9(6)  VALUE 0.
013257 01  WS-CUR-MAKER         PIC X(8)  VALUE SPACES.
013258 01  WS-CUR-CHECKER       PIC X(8)  VALUE SPACES.
013259 01  WS-CUR-DECN-DATE     PIC 9(8)  VALUE 0.
013260 01  WS-CUR-DECN-TIME     PIC 9(6)  VALUE 0.
013261
013262 01  WS-APPROVAL-REC.
013263     05  APR-ID-RAW       PIC X(6).
013264     05  APR-ID REDEFINES APR-ID-RAW
013265                          PIC 9(6).
013266     05  APR-DECISION     PIC X(1).
013267     05  APR-OPERATOR     PIC X(8).
013268     05  APR-REMARK       PIC X(36).
013269     05  FILLER           PIC X(29).
013270
013271*-----------------------------------------------------------*
013272* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
013273* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
013274* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
013275*-----------------------------------------------------------*
013276 01  WS-RUNPARM-REC.
013277     05  PRM-NAME         PIC X(8).
013278     05  PRM-EFFDT-RAW    PIC X(8).
013279     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
013280                          PIC 9(8).
013281     05  PRM-NUM          PIC 9(8)V9(4).
013282     05  PRM-TEXT         PIC X(12).
013283     05  PRM-CHG-OPER     PIC X(8).
013284     05  PRM-CHG-DATE     PIC 9(8).
013285     05  PRM-CHG-TIME     PIC 9(6).
013286     05  PRM-PRIOR-TEXT   PIC X(12).
013287     05  FILLER           PIC X(6).
013288 01  WS-PRM-EFFDT        PIC 9(8).
013289 01  WS-PEND-EFFDT       PIC S9(8) VALUE -1.
013300
013400*-----------------------------------------------------------*
013500* AUDIT LISTING LINE LAYOUTS                                 *
013800     05  FILLER       PIC X(27)
013900         VALUE 'LIMMAINT AUDIT LISTING -   '.
014000     05  RPH-DATE     PIC 9(8).
014050     05  FILLER       PIC X(2)  VALUE SPACES.
014100     05  RPH-MODE     PIC X(12).
014150     05  FILLER       PIC X(83) VALUE SPACES.
014200
014300 01  WS-RPT-ACTION.
014400     05  RPA-ACTION   PIC X(6).
015000     05  RPA-STATUS   PIC X(10).
015100     05  FILLER       PIC X(2)  VALUE SPACES.
015200     05  RPA-REASON   PIC X(36).
015210     05  FILLER       PIC X(1)  VALUE SPACE.
015220     05  RPA-PEND-ID  PIC Z(5)9 BLANK WHEN ZERO.
015230     05  FILLER       PIC X(5)  VALUE ' MKR '.
015240     05  RPA-MAKER    PIC X(8).
015250     05  FILLER       PIC X(5)  VALUE ' CHK '.
015260     05  RPA-CHECKER  PIC X(8).
015270     05  FILLER       PIC X(1)  VALUE SPACE.
015280     05  RPA-APPR-DATE PIC X(8).
015290     05  FILLER       PIC X(1)  VALUE SPACE.
015300     05  RPA-APPR-TIME PIC X(6).
015310     05  FILLER       PIC X(13) VALUE SPACES.
015400
015500 01  WS-RPT-IMAGE.
015600     05  FILLER       PIC X(4)  VALUE SPACES.
015700     05  RPI-LABEL    PIC X(8).
015800     05  FILLER       PIC X(1)  VALUE SPACE.
015900     05  RPI-IMAGE    PIC X(38).
016000     05  FILLER       PIC X(81) VALUE SPACES.
016100
016200 01  WS-RPT-TOTAL.
016300     05  RPT-LABEL    PIC X(12).
016400     05  RPT-COUNT    PIC Z(4)9.
016500     05  FILLER       PIC X(115) VALUE SPACES.
016600
016700 01  WS-IMAGE-WORK        PIC X(38).
016800
017100 0000-MAINLINE.
017200*-----------------------------------------------------------*
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017320     PERFORM 1500-EXPIRE-PENDING
017340     IF APPROVAL-RUN
017360         PERFORM 4000-PROCESS-DECISIONS THRU 4000-EXIT
017400     ELSE
017420         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
017440     END-IF
017460     PERFORM 8200-REWRITE-PENDING
017465     IF APPROVAL-RUN
017470         PERFORM 8000-REWRITE-LIMITS
017475     END-IF
017480     PERFORM 8400-EMPTY-INPUT-FILE
017600     PERFORM 9999-TERMINATE.
017700
017800*-----------------------------------------------------------*
017850* 1000-INITIALIZE - AN ABSENT LIMITS FILE JUST MEANS AN      *
017900* ADD-ONLY RUN BUILDS IT FRESH; AN ABSENT TRANSACTION FILE   *
017950* (OR, ON AN APPROVAL RUN, DECISION FILE) ABORTS THE RUN.    *
018000* AN ABSENT PENDING QUEUE IS A FIRST RUN - IDS START AT 1.   *
018200*-----------------------------------------------------------*
018300 1000-INITIALIZE.
018400*-----------------------------------------------------------*
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018505     ACCEPT WS-RUN-TIME FROM TIME
018510     COMPUTE WS-TODAY-INT =
018515         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
018520     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
018525     EVALUATE WS-PARM-LINE
018530         WHEN 'APPROVE'
018535             MOVE 'A' TO SW-RUN-MODE
018540             GO TO 1000-OPEN-DECISIONS
018545         WHEN SPACES
018550             CONTINUE
018555         WHEN OTHER
018560             DISPLAY 'LIMMAINT USAGE: LIMMAINT [APPROVE]'
018565             MOVE 16 TO RETURN-CODE
018570             GO TO 9999-TERMINATE
018575     END-EVALUATE
018600     OPEN INPUT TRANS-FILE
018700     IF WS-FS-TRANS NOT = '00'
018800         DISPLAY 'LIMMAINT ABORTED - LIMTRANS.TXT NOT FOUND, '
018900             'STATUS ' WS-FS-TRANS
019000         MOVE 16 TO RETURN-CODE
019100         GO TO 9999-TERMINATE
019110     END-IF
019120     GO TO 1000-LOAD-FILES.
019130 1000-OPEN-DECISIONS.
019140     OPEN INPUT APPROVAL-FILE
019150     IF WS-FS-APPROVAL NOT = '00'
019160         DISPLAY 'LIMMAINT ABORTED - LIMAPPRV.TXT NOT FOUND, '
019170             'STATUS ' WS-FS-APPROVAL
019180         MOVE 16 TO RETURN-CODE
019190         GO TO 9999-TERMINATE
019200     END-IF.
019210 1000-LOAD-FILES.
019300     PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT
019320     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
019340     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
019400     OPEN OUTPUT AUDIT-REPORT
019450     MOVE 'Y' TO SW-AUDIT-OPEN
019500     MOVE WS-RUN-DATE TO RPH-DATE
019510     IF APPROVAL-RUN
019520         MOVE 'APPROVAL RUN' TO RPH-MODE
019530     ELSE
019540         MOVE 'ENTRY RUN' TO RPH-MODE
019550     END-IF
019600     MOVE WS-RPT-HEADER TO AUDIT-RECORD
019700     WRITE AUDIT-RECORD.
019800 1000-EXIT.
019900     EXIT.
020000
020001*-----------------------------------------------------------*
020002* 1050-LOAD-RUNPARM - THE PENDING-ITEM LIFETIME IN EFFECT    *
020003* FOR THE RUN DATE.  NO MASTER, OR NO PENDDAYS ROW YET IN    *
020004* EFFECT, KEEPS THE 7-DAY DEFAULT.                           *
020005*-----------------------------------------------------------*
020006 1050-LOAD-RUNPARM.
020007*-----------------------------------------------------------*
020008     OPEN INPUT RUNPARM-FILE
020009     IF WS-FS-RUNPARM NOT = '00'
020010         DISPLAY 'LIMMAINT - RUNPARM.TXT NOT FOUND - '
020011             'PENDING ITEMS EXPIRE AFTER ' WS-PEND-DAYS ' DAYS'
020012         GO TO 1050-EXIT
020013     END-IF
020014     PERFORM UNTIL RPM-EOF-FLAG
020015         READ RUNPARM-FILE INTO WS-RUNPARM-REC
020016             AT END
020017                 MOVE 'Y' TO SW-RPM-EOF
020018             NOT AT END
020019                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
020020         END-READ
020021     END-PERFORM
020022     CLOSE RUNPARM-FILE.
020023 1050-EXIT.
020024     EXIT.
020025
020026*-----------------------------------------------------------*
020027* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
020028* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
020029* WINS.                                                      *
020030*-----------------------------------------------------------*
020031 1060-TAKE-ONE-PARM.
020032*-----------------------------------------------------------*
020033     IF PRM-EFFDT-RAW = SPACES
020034         MOVE 0 TO WS-PRM-EFFDT
020035     ELSE
020036         IF PRM-EFFDT IS NOT NUMERIC
020037             GO TO 1060-EXIT
020038         END-IF
020039         MOVE PRM-EFFDT TO WS-PRM-EFFDT
020040     END-IF
020041     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
020042         GO TO 1060-EXIT
020043     END-IF
020044     IF PRM-NAME = 'PENDDAYS'
020045         AND WS-PRM-EFFDT >= WS-PEND-EFFDT
020046         MOVE WS-PRM-EFFDT TO WS-PEND-EFFDT
020047         MOVE PRM-NUM TO WS-PEND-DAYS
020048     END-IF.
020049 1060-EXIT.
020050     EXIT.
020070
020100*-----------------------------------------------------------*
020200 1100-LOAD-LIMITS.
020300*-----------------------------------------------------------*
023600         MOVE LIM-MAXWT-RAW TO LT-MAXWT-RAW(LIM-NDX)
023700         MOVE 'N' TO LT-DELETED(LIM-NDX)
023800     END-IF.
023801
023802*-----------------------------------------------------------*
023803* 1200-LOAD-PENDING - THE CONTROL RECORD CARRIES THE NEXT    *
023804* ITEM ID; EVERY OTHER RECORD IS AN ITEM AWAITING A DECISION. *
023805*-----------------------------------------------------------*
023806 1200-LOAD-PENDING.
023807*-----------------------------------------------------------*
023808     OPEN INPUT PEND-FILE
023809     IF WS-FS-PEND NOT = '00'
023810         GO TO 1200-EXIT
023811     END-IF
023812     PERFORM UNTIL PND-EOF-FLAG
023813         READ PEND-FILE INTO WS-PEND-REC
023814             AT END
023815                 MOVE 'Y' TO SW-PND-EOF
023816             NOT AT END
023817                 IF WS-PEND-REC NOT = SPACES
023818                     PERFORM 1210-STORE-ONE-PENDING
023819                 END-IF
023820         END-READ
023821     END-PERFORM
023822     CLOSE PEND-FILE.
023823 1200-EXIT.
023824     EXIT.
023825
023826*-----------------------------------------------------------*
023827 1210-STORE-ONE-PENDING.
023828*-----------------------------------------------------------*
023829     IF PND-STATUS = 'C'
023830         MOVE PND-ID TO WS-NEXT-PEND-ID
023831     ELSE
023832         IF PEND-COUNT >= MAX-PEND
023833             DISPLAY 'LIMMAINT - PENDING TABLE FULL AT '
023834                 MAX-PEND ' - EXTRA ITEMS DROPPED'
023835             MOVE 8 TO RETURN-CODE
023836         ELSE
023837             ADD 1 TO PEND-COUNT
023838             MOVE PEND-COUNT TO PE-NDX
023839             MOVE PND-ID TO PE-ID(PE-NDX)
023840             MOVE PND-STATUS TO PE-STATUS(PE-NDX)
023841             MOVE PND-MAKER TO PE-MAKER(PE-NDX)
023842             MOVE PND-ENTRY-DATE TO PE-ENTRY-DATE(PE-NDX)
023843             MOVE PND-ENTRY-TIME TO PE-ENTRY-TIME(PE-NDX)
023844             MOVE PND-CHECKER TO PE-CHECKER(PE-NDX)
023845             MOVE PND-DECN-DATE TO PE-DECN-DATE(PE-NDX)
023846             MOVE PND-DECN-TIME TO PE-DECN-TIME(PE-NDX)
023847             MOVE PND-IMAGE TO PE-IMAGE(PE-NDX)
023848             MOVE PND-REASON TO PE-REASON(PE-NDX)
023849         END-IF
023850     END-IF.
023851
023852*-----------------------------------------------------------*
023853* 1500-EXPIRE-PENDING - AN ITEM STILL PENDING MORE THAN      *
023854* PENDDAYS DAYS AFTER IT WAS KEYED EXPIRES: IT CAN NO LONGER *
023855* BE APPROVED AND MUST BE KEYED AGAIN IF IT IS STILL WANTED. *
023856*-----------------------------------------------------------*
023857 1500-EXPIRE-PENDING.
023858*-----------------------------------------------------------*
023859     MOVE WS-PEND-DAYS TO WS-DAYS-ED
023860     MOVE 0 TO WS-DAYS-LEAD
023861     INSPECT WS-DAYS-ED TALLYING WS-DAYS-LEAD FOR LEADING SPACES
023862     MOVE SPACES TO WS-EXPIRY-REASON
023863     STRING 'NOT APPROVED WITHIN ' DELIMITED BY SIZE
023864         WS-DAYS-ED(WS-DAYS-LEAD + 1:) DELIMITED BY SIZE
023865         ' DAYS' DELIMITED BY SIZE
023866         INTO WS-EXPIRY-REASON
023867     END-STRING
023868     PERFORM 1510-TEST-ONE-EXPIRY
023869         VARYING PE-NDX FROM 1 BY 1
023870             UNTIL PE-NDX > PEND-COUNT.
023871
023872*-----------------------------------------------------------*
023873 1510-TEST-ONE-EXPIRY.
023874*-----------------------------------------------------------*
023875     IF PE-STATUS(PE-NDX) = 'P'
023876         COMPUTE WS-AGE-DAYS = WS-TODAY-INT
023877             - FUNCTION INTEGER-OF-DATE(PE-ENTRY-DATE(PE-NDX))
023878         IF WS-AGE-DAYS > WS-PEND-DAYS
023879             MOVE 'E' TO PE-STATUS(PE-NDX)
023880             MOVE WS-RUN-DATE TO PE-DECN-DATE(PE-NDX)
023881             MOVE WS-RUN-HHMMSS TO PE-DECN-TIME(PE-NDX)
023882             MOVE WS-EXPIRY-REASON TO PE-REASON(PE-NDX)
023883             ADD 1 TO TRANS-EXPIRED
023884             MOVE 'EXPIRED' TO WS-OK-STATUS
023885             PERFORM 3400-LIST-QUEUE-ITEM
023886         END-IF
023887     END-IF.
023900
023920*-----------------------------------------------------------*
023940* 2000-PROCESS-TRANSACTIONS - THE ENTRY RUN.  ONCE EVERY     *
023960* TRANSACTION IS QUEUED OR REJECTED, 8400 EMPTIES            *
023980* LIMTRANS.TXT SO A RERUN CANNOT QUEUE THE SAME CHANGES      *
023990* TWICE.                                                     *
024000*-----------------------------------------------------------*
024100 2000-PROCESS-TRANSACTIONS.
024200*-----------------------------------------------------------*
025600     EXIT.
025700
025800*-----------------------------------------------------------*
025850* 2100-APPLY-ONE-TRANS - VALIDATE, THEN DISPATCH ON THE      *
025900* ACTION.  ON THE ENTRY RUN A VALID TRANSACTION IS QUEUED    *
025950* FOR APPROVAL; ON THE APPROVAL RUN AN APPROVED ONE IS       *
026000* APPLIED.  EVERY TRANSACTION GETS AN AUDIT LINE; APPLIED    *
026050* ADD/CHANGE ALSO GET BEFORE/AFTER IMAGES.                   *
026200*-----------------------------------------------------------*
026300 2100-APPLY-ONE-TRANS.
026400*-----------------------------------------------------------*
026500     ADD 1 TO TRANS-READ
026600     MOVE 'Y' TO SW-TRANS-OK
026700     MOVE SPACES TO WS-REJECT-REASON
026705     IF ENTRY-RUN
026710         MOVE 'PENDING' TO WS-OK-STATUS
026715         MOVE 0 TO WS-CUR-ID
026720         MOVE TRN-OPERATOR TO WS-CUR-MAKER
026725         MOVE SPACES TO WS-CUR-CHECKER
026730         MOVE 0 TO WS-CUR-DECN-DATE
026735         MOVE 0 TO WS-CUR-DECN-TIME
026740     ELSE
026745         MOVE 'APPLIED' TO WS-OK-STATUS
026750     END-IF
026800     PERFORM 2200-FIND-KEY
026900     EVALUATE TRN-ACTION
027000         WHEN 'ADD'
027300                 MOVE 'N' TO SW-TRANS-OK
027400                 MOVE 'KEY ALREADY ON FILE' TO WS-REJECT-REASON
027500             END-IF
027600             IF TRANS-OK AND APPROVAL-RUN
027700                 PERFORM 2400-APPLY-ADD THRU 2400-EXIT
027800             END-IF
027900         WHEN 'CHANGE'
028200                 MOVE 'N' TO SW-TRANS-OK
028300                 MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
028400             END-IF
028500             IF TRANS-OK AND APPROVAL-RUN
028600                 PERFORM 2500-APPLY-CHANGE
028700             END-IF
028800         WHEN 'DELETE'
029000                 MOVE 'N' TO SW-TRANS-OK
029100                 MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
029200             ELSE
029250                 IF APPROVAL-RUN
029300                     PERFORM 2600-APPLY-DELETE
029350                 END-IF
029400             END-IF
029500         WHEN OTHER
029600             MOVE 'N' TO SW-TRANS-OK
029700             MOVE 'ACTION UNRECOGNIZED' TO WS-REJECT-REASON
029800     END-EVALUATE
029820     IF TRANS-OK AND ENTRY-RUN
029840         PERFORM 2700-QUEUE-TRANS THRU 2700-EXIT
029860     END-IF
029900     PERFORM 3000-WRITE-AUDIT-LINE.
030000 2100-EXIT.
030100     EXIT.
039800     MOVE 'Y' TO LT-DELETED(LIM-NDX)
039900     ADD 1 TO TRANS-APPLIED.
040000
040002*-----------------------------------------------------------*
040004* 2700-QUEUE-TRANS - A VALID TRANSACTION FROM A NAMED        *
040006* OPERATOR JOINS THE QUEUE UNDER THE NEXT ITEM ID.           *
040008*-----------------------------------------------------------*
040010 2700-QUEUE-TRANS.
040012*-----------------------------------------------------------*
040014     IF TRN-OPERATOR = SPACES
040016         MOVE 'N' TO SW-TRANS-OK
040018         MOVE 'ENTERING OPERATOR ID BLANK' TO WS-REJECT-REASON
040020         GO TO 2700-EXIT
040022     END-IF
040024     IF PEND-COUNT >= MAX-PEND
040026         MOVE 'N' TO SW-TRANS-OK
040028         MOVE 'PENDING QUEUE FULL' TO WS-REJECT-REASON
040030         GO TO 2700-EXIT
040032     END-IF
040034     ADD 1 TO PEND-COUNT
040036     MOVE PEND-COUNT TO PE-NDX
040038     MOVE WS-NEXT-PEND-ID TO PE-ID(PE-NDX)
040040     ADD 1 TO WS-NEXT-PEND-ID
040042     MOVE 'P' TO PE-STATUS(PE-NDX)
040044     MOVE TRN-OPERATOR TO PE-MAKER(PE-NDX)
040046     MOVE WS-RUN-DATE TO PE-ENTRY-DATE(PE-NDX)
040048     MOVE WS-RUN-HHMMSS TO PE-ENTRY-TIME(PE-NDX)
040050     MOVE SPACES TO PE-CHECKER(PE-NDX)
040052     MOVE 0 TO PE-DECN-DATE(PE-NDX)
040054     MOVE 0 TO PE-DECN-TIME(PE-NDX)
040056     MOVE WS-TRANS-REC TO PE-IMAGE(PE-NDX)
040058     MOVE SPACES TO PE-REASON(PE-NDX)
040060     MOVE PE-ID(PE-NDX) TO WS-CUR-ID
040062     ADD 1 TO TRANS-QUEUED.
040064 2700-EXIT.
040066     EXIT.
040086
040100*-----------------------------------------------------------*
040200 3000-WRITE-AUDIT-LINE.
040300*-----------------------------------------------------------*
040500     MOVE TRN-CATEGORY TO RPA-CATEGORY
040600     MOVE TRN-EFFDT-RAW TO RPA-EFFDT
040700     IF TRANS-OK
040800         MOVE WS-OK-STATUS TO RPA-STATUS
040900         MOVE WS-REJECT-REASON TO RPA-REASON
041000     ELSE
041100         MOVE 'REJECTED' TO RPA-STATUS
041200         MOVE WS-REJECT-REASON TO RPA-REASON
041300         ADD 1 TO TRANS-REJECTED
041400         MOVE 8 TO RETURN-CODE
041500     END-IF
041550     PERFORM 3050-MOVE-CONTROL-IDS
041600     MOVE WS-RPT-ACTION TO AUDIT-RECORD
041700     WRITE AUDIT-RECORD.
041800
041805*-----------------------------------------------------------*
041810* 3050-MOVE-CONTROL-IDS - ITEM ID, ENTERING AND APPROVING    *
041815* OPERATORS, AND THE DECISION DATE AND TIME OF THE QUEUE     *
041820* ITEM BEHIND THE LINE.                                      *
041825*-----------------------------------------------------------*
041830 3050-MOVE-CONTROL-IDS.
041835*-----------------------------------------------------------*
041840     MOVE WS-CUR-ID TO RPA-PEND-ID
041845     MOVE WS-CUR-MAKER TO RPA-MAKER
041850     MOVE WS-CUR-CHECKER TO RPA-CHECKER
041855     IF WS-CUR-DECN-DATE = 0
041860         MOVE SPACES TO RPA-APPR-DATE
041865         MOVE SPACES TO RPA-APPR-TIME
041870     ELSE
041875         MOVE WS-CUR-DECN-DATE TO RPA-APPR-DATE
041880         MOVE WS-CUR-DECN-TIME TO RPA-APPR-TIME
041885     END-IF.
041895
041900*-----------------------------------------------------------*
042000* 3100/3200 - BEFORE AND AFTER IMAGES OF THE ROW AT LIM-NDX, *
042100* IN THE FILE'S OWN COLUMN LAYOUT, SO THE LISTING DOUBLES AS *
044900     MOVE LT-EFFDT-RAW(LIM-NDX) TO LIM-EFFDT-RAW
045000     MOVE WS-LIMITS-REC(1:38) TO WS-IMAGE-WORK.
045100
045101*-----------------------------------------------------------*
045102* 3400-LIST-QUEUE-ITEM - AUDIT LINE FOR THE QUEUE ITEM AT    *
045103* PE-NDX, CARRYING WS-OK-STATUS AND THE ITEM'S OWN REASON.   *
045104*-----------------------------------------------------------*
045105 3400-LIST-QUEUE-ITEM.
045106*-----------------------------------------------------------*
045107     MOVE PE-IMAGE(PE-NDX) TO WS-TRANS-REC
045108     MOVE PE-ID(PE-NDX) TO WS-CUR-ID
045109     MOVE PE-MAKER(PE-NDX) TO WS-CUR-MAKER
045110     MOVE PE-CHECKER(PE-NDX) TO WS-CUR-CHECKER
045111     MOVE PE-DECN-DATE(PE-NDX) TO WS-CUR-DECN-DATE
045112     MOVE PE-DECN-TIME(PE-NDX) TO WS-CUR-DECN-TIME
045113     MOVE 'Y' TO SW-TRANS-OK
045114     MOVE PE-REASON(PE-NDX) TO WS-REJECT-REASON
045115     PERFORM 3000-WRITE-AUDIT-LINE.
045116
045117*-----------------------------------------------------------*
045118* 4000-PROCESS-DECISIONS - THE APPROVAL RUN.  8400 EMPTIES   *
045119* LIMAPPRV.TXT AFTERWARDS SO A RERUN CANNOT REPLAY IT.       *
045120*-----------------------------------------------------------*
045121 4000-PROCESS-DECISIONS.
045122*-----------------------------------------------------------*
045123     PERFORM UNTIL APR-EOF-FLAG
045124         READ APPROVAL-FILE INTO WS-APPROVAL-REC
045125             AT END
045126                 MOVE 'Y' TO SW-APR-EOF
045127             NOT AT END
045128                 IF WS-APPROVAL-REC NOT = SPACES
045129                     PERFORM 4100-TAKE-ONE-DECISION
045130                         THRU 4100-EXIT
045131                 END-IF
045132         END-READ
045133     END-PERFORM
045134     CLOSE APPROVAL-FILE.
045137 4000-EXIT.
045138     EXIT.
045139
045140*-----------------------------------------------------------*
045141* 4100-TAKE-ONE-DECISION - THE ITEM MUST STILL BE PENDING    *
045142* AND THE APPROVER MUST BE SOMEONE OTHER THAN THE OPERATOR   *
045143* WHO KEYED IT; OTHERWISE THE DECISION IS REJECTED AND THE   *
045144* ITEM STAYS PENDING.                                        *
045145*-----------------------------------------------------------*
045146 4100-TAKE-ONE-DECISION.
045147*-----------------------------------------------------------*
045148     ADD 1 TO DECISIONS-READ
045149     MOVE SPACES TO WS-TRANS-REC
045150     MOVE SPACES TO WS-REJECT-REASON
045151     MOVE 0 TO WS-CUR-ID
045152     MOVE SPACES TO WS-CUR-MAKER
045153     MOVE APR-OPERATOR TO WS-CUR-CHECKER
045154     MOVE WS-RUN-DATE TO WS-CUR-DECN-DATE
045155     MOVE WS-RUN-HHMMSS TO WS-CUR-DECN-TIME
045156     MOVE 0 TO PE-FOUND-NDX
045157     IF APR-ID IS NUMERIC
045158         PERFORM 4200-FIND-PENDING
045159     END-IF
045160     IF PE-FOUND-NDX = 0
045161         STRING 'ITEM ' DELIMITED BY SIZE
045162             APR-ID-RAW DELIMITED BY SIZE
045163             ' IS NOT PENDING' DELIMITED BY SIZE
045164             INTO WS-REJECT-REASON
045165         END-STRING
045166         GO TO 4100-REJECT
045167     END-IF
045168     MOVE PE-FOUND-NDX TO PE-NDX
045169     MOVE PE-IMAGE(PE-NDX) TO WS-TRANS-REC
045170     MOVE PE-ID(PE-NDX) TO WS-CUR-ID
045171     MOVE PE-MAKER(PE-NDX) TO WS-CUR-MAKER
045172     IF APR-OPERATOR = SPACES
045173         MOVE 'APPROVER ID BLANK' TO WS-REJECT-REASON
045174         GO TO 4100-REJECT
045175     END-IF
045176     IF APR-OPERATOR = PE-MAKER(PE-NDX)
045177         MOVE 'APPROVER IS THE ENTERING OPERATOR'
045178             TO WS-REJECT-REASON
045179         GO TO 4100-REJECT
045180     END-IF
045181     EVALUATE APR-DECISION
045182         WHEN 'A'
045183             PERFORM 4300-APPROVE-ITEM
045184         WHEN 'R'
045185             PERFORM 4400-DECLINE-ITEM
045186         WHEN OTHER
045187             MOVE 'DECISION NOT A OR R' TO WS-REJECT-REASON
045188             GO TO 4100-REJECT
045189     END-EVALUATE
045190     GO TO 4100-EXIT.
045191 4100-REJECT.
045192     MOVE 'N' TO SW-TRANS-OK
045193     PERFORM 3000-WRITE-AUDIT-LINE.
045194 4100-EXIT.
045195     EXIT.
045196
045197*-----------------------------------------------------------*
045198 4200-FIND-PENDING.
045199*-----------------------------------------------------------*
045200     PERFORM 4250-MATCH-ONE-PENDING
045201         VARYING PE-SCAN FROM 1 BY 1
045202             UNTIL PE-SCAN > PEND-COUNT
045203                 OR PE-FOUND-NDX > 0.
045204
045205*-----------------------------------------------------------*
045206 4250-MATCH-ONE-PENDING.
045207*-----------------------------------------------------------*
045208     IF PE-ID(PE-SCAN) = APR-ID
045209         AND PE-STATUS(PE-SCAN) = 'P'
045210         MOVE PE-SCAN TO PE-FOUND-NDX
045211     END-IF.
045212
045213*-----------------------------------------------------------*
045214* 4300-APPROVE-ITEM - THE ITEM GOES THROUGH THE SAME EDITS   *
045215* AS EVER, AGAINST THE LIMITS AS THEY NOW STAND.  IF THOSE   *
045216* FAIL IT LEAVES THE QUEUE AS 'F' WITH THE REASON.           *
045217*-----------------------------------------------------------*
045218 4300-APPROVE-ITEM.
045219*-----------------------------------------------------------*
045220     PERFORM 2100-APPLY-ONE-TRANS THRU 2100-EXIT
045221     MOVE APR-OPERATOR TO PE-CHECKER(PE-NDX)
045222     MOVE WS-RUN-DATE TO PE-DECN-DATE(PE-NDX)
045223     MOVE WS-RUN-HHMMSS TO PE-DECN-TIME(PE-NDX)
045224     IF TRANS-OK
045225         MOVE 'A' TO PE-STATUS(PE-NDX)
045226     ELSE
045227         MOVE 'F' TO PE-STATUS(PE-NDX)
045228         MOVE WS-REJECT-REASON TO PE-REASON(PE-NDX)
045229     END-IF.
045230
045231*-----------------------------------------------------------*
045232 4400-DECLINE-ITEM.
045233*-----------------------------------------------------------*
045234     MOVE 'D' TO PE-STATUS(PE-NDX)
045235     MOVE APR-OPERATOR TO PE-CHECKER(PE-NDX)
045236     MOVE WS-RUN-DATE TO PE-DECN-DATE(PE-NDX)
045237     MOVE WS-RUN-HHMMSS TO PE-DECN-TIME(PE-NDX)
045238     IF APR-REMARK = SPACES
045239         MOVE 'DECLINED BY APPROVER' TO PE-REASON(PE-NDX)
045240     ELSE
045241         MOVE APR-REMARK TO PE-REASON(PE-NDX)
045242     END-IF
045243     ADD 1 TO TRANS-DECLINED
045244     MOVE 'DECLINED' TO WS-OK-STATUS
045245     PERFORM 3400-LIST-QUEUE-ITEM.
045246
045247*-----------------------------------------------------------*
045300* 8000-REWRITE-LIMITS - THE SURVIVING (UNDELETED) ROWS, IN   *
045310* TABLE ORDER, BECOME THE NEW AVGLIMITS.TXT.  RUN ONLY AFTER *
045320* 8200, SO THE DECIDED ITEMS ARE ALREADY OFF THE QUEUE AND   *
045330* IN LIMPENDLOG.TXT AND CANNOT BE APPLIED A SECOND TIME.     *
045340*-----------------------------------------------------------*
045350 8000-REWRITE-LIMITS.
045360*-----------------------------------------------------------*
045370     OPEN OUTPUT LIMITS-FILE
045380     IF WS-FS-LIMITS NOT = '00'
045390         DISPLAY 'LIMMAINT ABORTED - CANNOT WRITE '
045400             'AVGLIMITS.TXT, STATUS ' WS-FS-LIMITS
045410         DISPLAY 'LIMMAINT - APPROVED CHANGES ARE LOGGED IN '
045420             'LIMPENDLOG.TXT AND MUST BE RE-ENTERED'
045430         MOVE 16 TO RETURN-CODE
045440         GO TO 9999-TERMINATE
045450     END-IF
045460     PERFORM 8100-WRITE-ONE-ROW
045470         VARYING LIM-NDX FROM 1 BY 1
045480             UNTIL LIM-NDX > LIMITS-COUNT
045490     CLOSE LIMITS-FILE.
045500
045510*-----------------------------------------------------------*
045520 8100-WRITE-ONE-ROW.
045530*-----------------------------------------------------------*
045540     IF LT-DELETED(LIM-NDX) = 'N'
045550         PERFORM 3300-BUILD-ROW-IMAGE
045560         MOVE WS-LIMITS-REC TO LIMITS-RECORD
045570         WRITE LIMITS-RECORD
045580         IF WS-FS-LIMITS NOT = '00'
045590             DISPLAY 'LIMMAINT ABORTED - WRITE TO AVGLIMITS.TXT '
045600                 'FAILED, STATUS ' WS-FS-LIMITS
045610             DISPLAY 'LIMMAINT - APPROVED CHANGES ARE LOGGED IN '
045620                 'LIMPENDLOG.TXT AND MUST BE RE-ENTERED'
045630             CLOSE LIMITS-FILE
045640             MOVE 16 TO RETURN-CODE
045650             GO TO 9999-TERMINATE
045660         END-IF
045670     END-IF.
045680
045690*-----------------------------------------------------------*
045700* 8200-REWRITE-PENDING - EVERY ITEM DECIDED OR EXPIRED THIS  *
045710* RUN IS FIRST APPENDED TO THE LIMPENDLOG.TXT HISTORY; ONLY  *
045720* THEN DO THE CONTROL RECORD AND THE ITEMS STILL PENDING     *
045730* BECOME THE NEW LIMPEND.TXT.  A LOG OR QUEUE THAT CAN'T BE  *
045740* WRITTEN ABORTS THE RUN BEFORE AVGLIMITS.TXT IS REWRITTEN   *
045750* OR THE INPUT FILE IS EMPTIED.                              *
045760*-----------------------------------------------------------*
045770 8200-REWRITE-PENDING.
045780*-----------------------------------------------------------*
045790     OPEN EXTEND PENDLOG-FILE
045800     IF WS-FS-PENDLOG NOT = '00'
045810         OPEN OUTPUT PENDLOG-FILE
045820         IF WS-FS-PENDLOG NOT = '00'
045830             DISPLAY 'LIMMAINT ABORTED - CANNOT WRITE '
045840                 'LIMPENDLOG.TXT, STATUS ' WS-FS-PENDLOG
045850             MOVE 16 TO RETURN-CODE
045860             GO TO 9999-TERMINATE
045870         END-IF
045880     END-IF
045890     PERFORM 8220-LOG-ONE-DECIDED
045900         VARYING PE-NDX FROM 1 BY 1
045910             UNTIL PE-NDX > PEND-COUNT
045920     CLOSE PENDLOG-FILE
045930     OPEN OUTPUT PEND-FILE
045940     IF WS-FS-PEND NOT = '00'
045950         DISPLAY 'LIMMAINT ABORTED - CANNOT WRITE LIMPEND.TXT, '
045960             'STATUS ' WS-FS-PEND
045970         MOVE 16 TO RETURN-CODE
045980         GO TO 9999-TERMINATE
045990     END-IF
046000     MOVE SPACES TO WS-PEND-REC
046010     MOVE WS-NEXT-PEND-ID TO PND-ID
046020     MOVE 'C' TO PND-STATUS
046030     MOVE WS-PEND-REC TO PEND-RECORD
046040     WRITE PEND-RECORD
046050     PERFORM 8230-CHECK-PEND-WRITE
046060     PERFORM 8210-WRITE-ONE-PENDING
046070         VARYING PE-NDX FROM 1 BY 1
046080             UNTIL PE-NDX > PEND-COUNT
046090     CLOSE PEND-FILE.
046100
046110*-----------------------------------------------------------*
046120 8210-WRITE-ONE-PENDING.
046130*-----------------------------------------------------------*
046140     IF PE-STATUS(PE-NDX) = 'P'
046150         PERFORM 8300-BUILD-PEND-REC
046160         MOVE WS-PEND-REC TO PEND-RECORD
046170         WRITE PEND-RECORD
046180         PERFORM 8230-CHECK-PEND-WRITE
046190     END-IF.
046200
046210*-----------------------------------------------------------*
046220 8220-LOG-ONE-DECIDED.
046230*-----------------------------------------------------------*
046240     IF PE-STATUS(PE-NDX) NOT = 'P'
046250         PERFORM 8300-BUILD-PEND-REC
046260         MOVE WS-PEND-REC TO PENDLOG-RECORD
046270         WRITE PENDLOG-RECORD
046280         IF WS-FS-PENDLOG NOT = '00'
046290             DISPLAY 'LIMMAINT ABORTED - WRITE TO LIMPENDLOG.TXT '
046300                 'FAILED, STATUS ' WS-FS-PENDLOG
046310             CLOSE PENDLOG-FILE
046320             MOVE 16 TO RETURN-CODE
046330             GO TO 9999-TERMINATE
046340         END-IF
046350     END-IF.
046360
046370*-----------------------------------------------------------*
046380 8230-CHECK-PEND-WRITE.
046390*-----------------------------------------------------------*
046400     IF WS-FS-PEND NOT = '00'
046410         DISPLAY 'LIMMAINT ABORTED - WRITE TO LIMPEND.TXT '
046420             'FAILED, STATUS ' WS-FS-PEND
046430         CLOSE PEND-FILE
046440         MOVE 16 TO RETURN-CODE
046450         GO TO 9999-TERMINATE
046460     END-IF.
046470
046480*-----------------------------------------------------------*
046490 8300-BUILD-PEND-REC.
046500*-----------------------------------------------------------*
046510     MOVE SPACES TO WS-PEND-REC
046520     MOVE PE-ID(PE-NDX) TO PND-ID
046530     MOVE PE-STATUS(PE-NDX) TO PND-STATUS
046540     MOVE PE-MAKER(PE-NDX) TO PND-MAKER
046550     MOVE PE-ENTRY-DATE(PE-NDX) TO PND-ENTRY-DATE
046560     MOVE PE-ENTRY-TIME(PE-NDX) TO PND-ENTRY-TIME
046570     MOVE PE-CHECKER(PE-NDX) TO PND-CHECKER
046580     MOVE PE-DECN-DATE(PE-NDX) TO PND-DECN-DATE
046590     MOVE PE-DECN-TIME(PE-NDX) TO PND-DECN-TIME
046600     MOVE PE-IMAGE(PE-NDX) TO PND-IMAGE
046610     MOVE PE-REASON(PE-NDX) TO PND-REASON.
046620
046630*-----------------------------------------------------------*
046640* 8400-EMPTY-INPUT-FILE - THE PENDING QUEUE IS WRITTEN,      *
046650* SO EMPTY THE RUN'S INPUT (LIMTRANS.TXT, OR LIMAPPRV.TXT    *
046660* ON AN APPROVAL RUN) SO A RERUN CANNOT REPLAY IT.           *
046670*-----------------------------------------------------------*
046680 8400-EMPTY-INPUT-FILE.
046690*-----------------------------------------------------------*
046700     IF APPROVAL-RUN
046710         OPEN OUTPUT APPROVAL-FILE
046720         CLOSE APPROVAL-FILE
046730     ELSE
046740         OPEN OUTPUT TRANS-FILE
046750         CLOSE TRANS-FILE
046760     END-IF.
046770
047300*-----------------------------------------------------------*
047400 9000-WRITE-TOTALS.
047500*-----------------------------------------------------------*
047520     IF APPROVAL-RUN
047540         MOVE 'DECISIONS = ' TO RPT-LABEL
047560         MOVE DECISIONS-READ TO RPT-COUNT
047580         PERFORM 9100-WRITE-TOTAL-LINE
047600         MOVE 'APPLIED   = ' TO RPT-LABEL
047620         MOVE TRANS-APPLIED TO RPT-COUNT
047640         PERFORM 9100-WRITE-TOTAL-LINE
047660         MOVE 'DECLINED  = ' TO RPT-LABEL
047680         MOVE TRANS-DECLINED TO RPT-COUNT
047700         PERFORM 9100-WRITE-TOTAL-LINE
047720     ELSE
047740         MOVE 'READ      = ' TO RPT-LABEL
047760         MOVE TRANS-READ TO RPT-COUNT
047780         PERFORM 9100-WRITE-TOTAL-LINE
047800         MOVE 'QUEUED    = ' TO RPT-LABEL
047820         MOVE TRANS-QUEUED TO RPT-COUNT
047840         PERFORM 9100-WRITE-TOTAL-LINE
047860     END-IF
047880     MOVE 'REJECTED  = ' TO RPT-LABEL
047900     MOVE TRANS-REJECTED TO RPT-COUNT
047920     PERFORM 9100-WRITE-TOTAL-LINE
047940     MOVE 'EXPIRED   = ' TO RPT-LABEL
047960     MOVE TRANS-EXPIRED TO RPT-COUNT
047980     PERFORM 9100-WRITE-TOTAL-LINE.
048000
048020*-----------------------------------------------------------*
048040 9100-WRITE-TOTAL-LINE.
048060*-----------------------------------------------------------*
048080     MOVE WS-RPT-TOTAL TO AUDIT-RECORD
048100     WRITE AUDIT-RECORD.
048800
048900*-----------------------------------------------------------*
049000 9999-TERMINATE.
049100*-----------------------------------------------------------*
049200     IF AUDIT-OPEN
049300         PERFORM 9000-WRITE-TOTALS
049400         CLOSE AUDIT-REPORT
049500     END-IF
049520     IF APPROVAL-RUN
049540         DISPLAY 'LIMMAINT - ' TRANS-APPLIED ' APPLIED, '
049560             TRANS-DECLINED ' DECLINED, ' TRANS-REJECTED
049580             ' REJECTED, ' TRANS-EXPIRED ' EXPIRED'
049600     ELSE
049620         DISPLAY 'LIMMAINT - ' TRANS-QUEUED ' TRANSACTION(S) '
049640             'QUEUED FOR APPROVAL, ' TRANS-REJECTED
049660             ' REJECTED, ' TRANS-EXPIRED ' EXPIRED'
049680     END-IF
049800     STOP RUN.
