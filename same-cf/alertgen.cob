002800*                  THRESHOLD (DEFAULT 50).  EVERY INPUT IS   *
002900*                  OPTIONAL - A FILE A SKIPPED STEP NEVER    *
003000*                  WROTE IS SIMPLY PASSED OVER.              *
003010* 2026-10-15  DPG  EXCEPTION AND SUSPECT RECORDS WIDENED TO  *
003020*                  128 FOR AVERAGE'S ORIGINAL RUN DATE AND   *
003030*                  INPUT FILENAME COLUMNS.                   *
003040* 2026-10-15  DPG  THE SUSPECT-VOLUME THRESHOLD NOW COMES    *
003050*                  FROM THE SUSTHRSH ROW OF THE RUNPARM.TXT  *
003060*                  RUN-PARAMETER MASTER IN EFFECT FOR THE    *
003070*                  RUN DATE; A COMMAND-LINE TOKEN STILL      *
003080*                  OVERRIDES IT FOR A ONE-OFF RUN.           *
003082* 2026-10-15  DPG  SEVERITY 2 ALERT FOR EACH LIMMAINT OR     *
003084*                  CATMAINT ITEM THAT EXPIRED UNAPPROVED -   *
003086*                  STILL ON LIMPEND.TXT/CATPEND.TXT PAST THE *
003088*                  PENDDAYS RUN PARAMETER, OR EXPIRED BY A   *
003090*                  MAINTENANCE RUN TODAY PER THE             *
003091*                  LIMPENDLOG.TXT/CATPENDLOG.TXT HISTORY.    *
003092* 2026-10-15  DPG  SEVERITY 3 ALERT FOR EACH MATMUL JOB WHOSE *
003093*                  VERIFY LINE CARRIES A WARNING (CONDITION  *
003094*                  ESTIMATE OVER MATCOND).  A FAILED         *
003095*                  VERIFICATION IS ALREADY A FAILED JOB LINE. *
003096* 2026-10-15  DPG  A MAINTENANCE ITEM STILL QUEUED PAST      *
003097*                  PENDDAYS NOW READS "PENDING PAST DUE";    *
003098*                  "EXPIRED UNAPPROVED" IS KEPT FOR ITEMS A  *
003099*                  MAINTENANCE RUN HAS ACTUALLY EXPIRED.     *
003100*-----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
005500
005600     SELECT BULLETIN-FILE ASSIGN TO 'alertbull.txt'
005700         ORGANIZATION IS LINE SEQUENTIAL.
005705
005710     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS WS-FS-RUNPARM.
005740
005750     SELECT PEND-FILE ASSIGN DYNAMIC WS-PEND-FILE-NAME
005760         ORGANIZATION IS LINE SEQUENTIAL
005770         FILE STATUS IS WS-FS-PEND.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006200 01  RUNLOG-RECORD       PIC X(80).
006300
006400 FD  EXCEPT-FILE.
006500 01  EXCEPT-RECORD       PIC X(128).
006600
006700 FD  SUSPECT-FILE.
006800 01  SUSPECT-RECORD      PIC X(128).
006900
007000 FD  TREND-FILE.
007100 01  TREND-RECORD        PIC X(132).
007500
007600 FD  BULLETIN-FILE.
007700 01  BULLETIN-RECORD     PIC X(100).
007705
007710 FD  RUNPARM-FILE.
007720 01  RUNPARM-RECORD      PIC X(80).
007740
007760 FD  PEND-FILE.
007780 01  PEND-RECORD         PIC X(200).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-FS-RUNLOG        PIC X(2)  VALUE SPACES.
008200 01  WS-FS-SUSPECT       PIC X(2)  VALUE SPACES.
008300 01  WS-FS-TREND         PIC X(2)  VALUE SPACES.
008400 01  WS-FS-MATOUT        PIC X(2)  VALUE SPACES.
008450 01  WS-FS-PEND          PIC X(2)  VALUE SPACES.
008500
008600 01  SW-EOF              PIC X     VALUE 'N'.
008700     88  EOF-FLAG                  VALUE 'Y'.
013200     05  FILLER        PIC X(11).
013300     05  MOL-STATUS    PIC X(45).
013400     05  FILLER        PIC X(12).
013404
013408*-----------------------------------------------------------*
013412* MAINTENANCE PENDING-ITEM VIEW - LEADING FIELDS OF THE      *
013416* LIMMAINT/CATMAINT QUEUE AND HISTORY LAYOUT.  STATUS 'P'    *
013420* PENDING, 'E' EXPIRED; 'C' IS THE QUEUE CONTROL RECORD.     *
013424*-----------------------------------------------------------*
013428 01  WS-PEND-REC.
013432     05  PND-ID           PIC 9(6).
013436     05  PND-STATUS       PIC X(1).
013440     05  PND-MAKER        PIC X(8).
013444     05  PND-ENTRY-DATE   PIC 9(8).
013448     05  PND-ENTRY-TIME   PIC 9(6).
013452     05  PND-CHECKER      PIC X(8).
013456     05  PND-DECN-DATE    PIC 9(8).
013460     05  FILLER           PIC X(155).
013464 01  WS-PEND-FILE-NAME    PIC X(40) VALUE SPACES.
013468 01  WS-PEND-PROGRAM      PIC X(8).
013472 01  WS-PEND-DAYS         PIC 9(4)  VALUE 7.
013476 01  WS-PEND-EFFDT        PIC S9(8) VALUE -1.
013480 01  WS-TODAY-INT         PIC 9(8).
013482 01  WS-AGE-DAYS          PIC S9(8).
013484 01  WS-PEND-WORDING      PIC X(19).
013485
013486*-----------------------------------------------------------*
013487* MATMUL VERIFY LINE VIEW - CLOSES AN INVERSE, SOLVE, OR     *
013488* DETERMINANT BLOCK; THE JOB LINE BEFORE IT NAMES THE JOB.   *
013489*-----------------------------------------------------------*
013490 01  WS-MATVER-LINE.
013491     05  MVL-PREFIX       PIC X(7).
013492     05  FILLER           PIC X(49).
013493     05  MVL-COND         PIC X(10).
013494     05  FILLER           PIC X(1).
013495     05  MVL-STATUS       PIC X(4).
013496     05  FILLER           PIC X(9).
013497 01  WS-MAT-LAST-JOB      PIC X(8)  VALUE SPACES.
013500
013600*-----------------------------------------------------------*
013700* ALERT TABLE - COLLECTED FIRST, WRITTEN IN SEVERITY ORDER.  *
016500 01  WS-TALLY            PIC 9(3)  COMP.
016600
016700 01  WS-RUN-DATE         PIC 9(8).
016705
016710*-----------------------------------------------------------*
016713* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
016716* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
016719* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
016722*-----------------------------------------------------------*
016725 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
016728 01  SW-RPM-EOF          PIC X     VALUE 'N'.
016731     88  RPM-EOF-FLAG              VALUE 'Y'.
016734 01  WS-RUNPARM-REC.
016737     05  PRM-NAME         PIC X(8).
016740     05  PRM-EFFDT-RAW    PIC X(8).
016743     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
016746                          PIC 9(8).
016749     05  PRM-NUM          PIC 9(8)V9(4).
016752     05  PRM-TEXT         PIC X(12).
016755     05  PRM-CHG-OPER     PIC X(8).
016758     05  PRM-CHG-DATE     PIC 9(8).
016761     05  PRM-CHG-TIME     PIC 9(6).
016764     05  PRM-PRIOR-TEXT   PIC X(12).
016767     05  FILLER           PIC X(6).
016770 01  WS-PRM-EFFDT        PIC 9(8).
016773 01  WS-THRESH-EFFDT     PIC S9(8) VALUE -1.
016800
016900*-----------------------------------------------------------*
017000* BULLETIN LINE LAYOUTS                                      *
019700     PERFORM 4000-SCAN-SUSPECTS THRU 4000-EXIT
019800     PERFORM 5000-SCAN-TREND THRU 5000-EXIT
019900     PERFORM 6000-SCAN-MATOUT THRU 6000-EXIT
019950     PERFORM 6500-SCAN-MAINT-QUEUES
020000     PERFORM 7000-WRITE-BULLETIN
020100     PERFORM 9999-TERMINATE.
020200
020300*-----------------------------------------------------------*
020400* 1000-INITIALIZE - THE SUSPECT-VOLUME THRESHOLD IS THE      *
020500* SUSTHRSH ROW OF RUNPARM.TXT IN EFFECT FOR THE RUN DATE.    *
020600* THE OPTIONAL COMMAND-LINE TOKEN STILL OVERRIDES IT, PARSED *
020700* DIGIT BY DIGIT LIKE THE SUITE'S OTHER PARAMETERS; UNUSABLE *
020750* TOKENS KEEP THE VALUE ALREADY IN EFFECT.                   *
020800*-----------------------------------------------------------*
020900 1000-INITIALIZE.
021000*-----------------------------------------------------------*
021100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021120     COMPUTE WS-TODAY-INT =
021140         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
021150     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
021200     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
021300     IF WS-PARM-LINE = SPACES
021400         GO TO 1000-EXIT
022300         MOVE WS-THRESH-ACC TO WS-SUS-THRESHOLD
022400     ELSE
022500         DISPLAY 'ALERTGEN - THRESHOLD PARAMETER NOT '
022600             'NUMERIC - KEEPING ' WS-SUS-THRESHOLD
022700     END-IF.
022800 1000-EXIT.
022900     EXIT.
022901
022902*-----------------------------------------------------------*
022904* 1050-LOAD-RUNPARM - THE SUSPECT-VOLUME THRESHOLD IN EFFECT *
022906* FOR THE RUN DATE.  NO MASTER, OR NO SUSTHRSH ROW YET IN    *
022908* EFFECT, KEEPS THE COMPILED-IN DEFAULT.                     *
022910*-----------------------------------------------------------*
022912 1050-LOAD-RUNPARM.
022914*-----------------------------------------------------------*
022916     OPEN INPUT RUNPARM-FILE
022918     IF WS-FS-RUNPARM NOT = '00'
022920         DISPLAY 'ALERTGEN - RUNPARM.TXT NOT FOUND - '
022922             'DEFAULT THRESHOLD ' WS-SUS-THRESHOLD
022924         GO TO 1050-EXIT
022926     END-IF
022928     PERFORM UNTIL RPM-EOF-FLAG
022930         READ RUNPARM-FILE INTO WS-RUNPARM-REC
022932             AT END
022934                 MOVE 'Y' TO SW-RPM-EOF
022936             NOT AT END
022938                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
022940         END-READ
022942     END-PERFORM
022944     CLOSE RUNPARM-FILE.
022946 1050-EXIT.
022948     EXIT.
022950
022952*-----------------------------------------------------------*
022954* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
022955* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
022956* WINS.                                                      *
022958*-----------------------------------------------------------*
022960 1060-TAKE-ONE-PARM.
022962*-----------------------------------------------------------*
022964     IF PRM-EFFDT-RAW = SPACES
022966         MOVE 0 TO WS-PRM-EFFDT
022968     ELSE
022970         IF PRM-EFFDT IS NOT NUMERIC
022972             GO TO 1060-EXIT
022974         END-IF
022976         MOVE PRM-EFFDT TO WS-PRM-EFFDT
022978     END-IF
022980     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
022982         GO TO 1060-EXIT
022984     END-IF
022986     IF PRM-NAME = 'SUSTHRSH'
022988         AND WS-PRM-EFFDT >= WS-THRESH-EFFDT
022990         MOVE WS-PRM-EFFDT TO WS-THRESH-EFFDT
022992         MOVE PRM-NUM TO WS-SUS-THRESHOLD
022993     END-IF
022994     IF PRM-NAME = 'PENDDAYS'
022995         AND WS-PRM-EFFDT >= WS-PEND-EFFDT
022996         MOVE WS-PRM-EFFDT TO WS-PEND-EFFDT
022997         MOVE PRM-NUM TO WS-PEND-DAYS
022998     END-IF.
022999 1060-EXIT.
023000     EXIT.
023001
023100*-----------------------------------------------------------*
023200 1100-PARSE-THRESH-DIGIT.
023300*-----------------------------------------------------------*
045300*-----------------------------------------------------------*
045400* 6000-SCAN-MATOUT - EVERY FAILED (OR SKIPPED) JOB LINE IN   *
045500* THE MATMUL OUTPUT RAISES A SEVERITY 2 ALERT NAMING THE     *
045600* JOB.  A VERIFY LINE CARRYING A WARNING RAISES A SEVERITY 3 *
045650* ALERT FOR THE JOB ABOVE IT.                                *
045700*-----------------------------------------------------------*
045800 6000-SCAN-MATOUT.
045900*-----------------------------------------------------------*
047700*-----------------------------------------------------------*
047800 6100-TEST-ONE-JOB-LINE.
047900*-----------------------------------------------------------*
047910     IF MOL-PREFIX = 'JOB '
047920         MOVE MOL-JOB-ID TO WS-MAT-LAST-JOB
047930     END-IF
048000     IF MOL-PREFIX = 'JOB '
048100         AND (MOL-STATUS(1:6) = 'FAILED'
048200             OR MOL-STATUS(1:7) = 'SKIPPED')
048900             INTO WS-ALERT-TEXT
049000         END-STRING
049100         PERFORM 8000-ADD-ALERT
049200     END-IF
049205     MOVE WS-MATOUT-LINE TO WS-MATVER-LINE
049210     IF MVL-PREFIX = 'VERIFY ' AND MVL-STATUS = 'WARN'
049215         MOVE 3 TO WS-CUR-SEVERITY
049220         MOVE SPACES TO WS-ALERT-TEXT
049225         STRING 'MATMUL JOB ' DELIMITED BY SIZE
049230             WS-MAT-LAST-JOB DELIMITED BY SIZE
049235             ' VERIFY WARNING - CONDITION ESTIMATE '
049240                 DELIMITED BY SIZE
049245             MVL-COND DELIMITED BY SIZE
049250             INTO WS-ALERT-TEXT
049255         END-STRING
049260         PERFORM 8000-ADD-ALERT
049265     END-IF.
049300
049301*-----------------------------------------------------------*
049302* 6500-SCAN-MAINT-QUEUES - LIMIT AND CATEGORY MAINTENANCE    *
049303* ITEMS THAT WENT UNAPPROVED.  AN ITEM STILL QUEUED PAST     *
049304* PENDDAYS CAN NO LONGER BE APPROVED (THE NEXT MAINTENANCE   *
049305* RUN EXPIRES IT FIRST); AN ITEM A MAINTENANCE RUN EXPIRED   *
049306* TODAY IS ON THE HISTORY FILE.  EITHER IS SEVERITY 2 - THE  *
049307* FIRST READS "PENDING PAST DUE", THE SECOND "EXPIRED        *
049308* UNAPPROVED".                                               *
049309*-----------------------------------------------------------*
049310 6500-SCAN-MAINT-QUEUES.
049311*-----------------------------------------------------------*
049312     MOVE 'LIMMAINT' TO WS-PEND-PROGRAM
049313     MOVE 'limpend.txt' TO WS-PEND-FILE-NAME
049314     PERFORM 6600-SCAN-ONE-PEND-FILE THRU 6600-EXIT
049315     MOVE 'limpendlog.txt' TO WS-PEND-FILE-NAME
049316     PERFORM 6600-SCAN-ONE-PEND-FILE THRU 6600-EXIT
049317     MOVE 'CATMAINT' TO WS-PEND-PROGRAM
049318     MOVE 'catpend.txt' TO WS-PEND-FILE-NAME
049319     PERFORM 6600-SCAN-ONE-PEND-FILE THRU 6600-EXIT
049320     MOVE 'catpendlog.txt' TO WS-PEND-FILE-NAME
049321     PERFORM 6600-SCAN-ONE-PEND-FILE THRU 6600-EXIT.
049322
049323*-----------------------------------------------------------*
049324 6600-SCAN-ONE-PEND-FILE.
049325*-----------------------------------------------------------*
049326     MOVE 'N' TO SW-EOF
049327     OPEN INPUT PEND-FILE
049328     IF WS-FS-PEND NOT = '00'
049329         GO TO 6600-EXIT
049330     END-IF
049331     PERFORM UNTIL EOF-FLAG
049332         READ PEND-FILE INTO WS-PEND-REC
049333             AT END
049334                 MOVE 'Y' TO SW-EOF
049335             NOT AT END
049336                 PERFORM 6700-TEST-ONE-PEND-ITEM
049337         END-READ
049338     END-PERFORM
049339     CLOSE PEND-FILE.
049340 6600-EXIT.
049341     EXIT.
049342
049343*-----------------------------------------------------------*
049344 6700-TEST-ONE-PEND-ITEM.
049345*-----------------------------------------------------------*
049346     MOVE 0 TO WS-AGE-DAYS
049347     IF PND-STATUS = 'P' AND PND-ENTRY-DATE IS NUMERIC
049348         COMPUTE WS-AGE-DAYS = WS-TODAY-INT
049349             - FUNCTION INTEGER-OF-DATE(PND-ENTRY-DATE)
049350     END-IF
049351     IF WS-AGE-DAYS > WS-PEND-DAYS
049352         OR (PND-STATUS = 'E' AND PND-DECN-DATE = WS-RUN-DATE)
049353         MOVE 2 TO WS-CUR-SEVERITY
049354         IF PND-STATUS = 'P'
049355             MOVE ' PENDING PAST DUE' TO WS-PEND-WORDING
049356         ELSE
049357             MOVE ' EXPIRED UNAPPROVED' TO WS-PEND-WORDING
049358         END-IF
049359         MOVE SPACES TO WS-ALERT-TEXT
049360         STRING WS-PEND-PROGRAM DELIMITED BY SIZE
049361             ' ITEM ' DELIMITED BY SIZE
049362             PND-ID DELIMITED BY SIZE
049363             ' KEYED BY ' DELIMITED BY SIZE
049364             PND-MAKER DELIMITED BY SPACE
049365             ' ON ' DELIMITED BY SIZE
049366             PND-ENTRY-DATE DELIMITED BY SIZE
049367             WS-PEND-WORDING DELIMITED BY SIZE
049368             INTO WS-ALERT-TEXT
049369         END-STRING
049370         PERFORM 8000-ADD-ALERT
049371     END-IF.
049372
049400*-----------------------------------------------------------*
049500* 7000-WRITE-BULLETIN - SEVERITY 1 FIRST, THEN 2, THEN 3.    *
049600* A CLEAN NIGHT SAYS SO IN ONE LINE.                         *
