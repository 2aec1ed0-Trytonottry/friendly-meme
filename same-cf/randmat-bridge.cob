002110* 2026-08-22  DPG  POOL PROFILE-DRIVEN 'P' RECORDS' VALUES    *
002120*                  AS ELEMENTS TOO (RANDOM.TXT RECORDS ARE    *
002130*                  NOW 40 BYTES WIDE).                        *
002140* 2026-10-15  DPG  THE DIMENSIONS AND MODE NOW COME FROM THE *
002150*                  MATM, MATAK, MATBK, MATN, AND MATMODE     *
002160*                  ROWS OF THE RUNPARM.TXT RUN-PARAMETER     *
002170*                  MASTER IN EFFECT FOR THE RUN DATE; THE    *
002180*                  COMMAND-LINE TOKENS STILL OVERRIDE THEM.  *
002200*-----------------------------------------------------------*
002300
002400 ENVIRONMENT DIVISION.
003400     SELECT RUNLOG-FILE ASSIGN TO 'runlog.txt'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-RUNLOG.
003610
003620     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS WS-FS-RUNPARM.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004500
004600 FD  RUNLOG-FILE.
004700 01  RUNLOG-RECORD       PIC X(80).
004710
004720 FD  RUNPARM-FILE.
004730 01  RUNPARM-RECORD      PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-FS-RANDOM        PIC X(2)  VALUE SPACES.
007700 01  OUT-MODE            PIC X(1)  VALUE 'M'.
007800     88  OUT-MODE-MULTIPLY         VALUES 'M' ' '.
007900 01  MAX-DIMENSION       PIC 9(2) COMP VALUE 20.
007901
007902*-----------------------------------------------------------*
007903* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
007904* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
007905* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
007906*-----------------------------------------------------------*
007907 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
007908 01  SW-RPM-EOF          PIC X     VALUE 'N'.
007909     88  RPM-EOF-FLAG              VALUE 'Y'.
007910 01  WS-RUNPARM-REC.
007911     05  PRM-NAME         PIC X(8).
007912     05  PRM-EFFDT-RAW    PIC X(8).
007913     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
007914                          PIC 9(8).
007915     05  PRM-NUM          PIC 9(8)V9(4).
007916     05  PRM-TEXT         PIC X(12).
007917     05  PRM-CHG-OPER     PIC X(8).
007918     05  PRM-CHG-DATE     PIC 9(8).
007919     05  PRM-CHG-TIME     PIC 9(6).
007920     05  PRM-PRIOR-TEXT   PIC X(12).
007921     05  FILLER           PIC X(6).
007922 01  WS-PRM-EFFDT        PIC 9(8).
007923 01  WS-M-EFFDT          PIC S9(8) VALUE -1.
007924 01  WS-AK-EFFDT         PIC S9(8) VALUE -1.
007925 01  WS-BK-EFFDT         PIC S9(8) VALUE -1.
007926 01  WS-N-EFFDT          PIC S9(8) VALUE -1.
007927 01  WS-MODE-EFFDT       PIC S9(8) VALUE -1.
008000
008100*-----------------------------------------------------------*
008200* ALTERNATE VIEWS OF A RANDOM.TXT CONTROL/DATA RECORD         *
017000*-----------------------------------------------------------*
017100     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
017200     ACCEPT WS-START-TIME FROM TIME
017250     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
017300     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
017400     IF DIM-M > MAX-DIMENSION OR DIM-AK > MAX-DIMENSION
017500         OR DIM-BK > MAX-DIMENSION OR DIM-N > MAX-DIMENSION
019100         GO TO 9999-TERMINATE
019200     END-IF.
019300
019301*-----------------------------------------------------------*
019302* 1050-LOAD-RUNPARM - THE MATRIX DIMENSIONS AND MODE IN      *
019303* EFFECT FOR THE RUN DATE.  NO MASTER, OR NO ROW YET IN      *
019304* EFFECT, KEEPS THE COMPILED-IN DEFAULT.                     *
019305*-----------------------------------------------------------*
019306 1050-LOAD-RUNPARM.
019307*-----------------------------------------------------------*
019308     OPEN INPUT RUNPARM-FILE
019309     IF WS-FS-RUNPARM NOT = '00'
019310         DISPLAY 'RANDMAT-BRIDGE - RUNPARM.TXT NOT FOUND - '
019311             'COMPILED-IN DIMENSIONS IN EFFECT'
019312         GO TO 1050-EXIT
019313     END-IF
019314     PERFORM UNTIL RPM-EOF-FLAG
019315         READ RUNPARM-FILE INTO WS-RUNPARM-REC
019316             AT END
019317                 MOVE 'Y' TO SW-RPM-EOF
019318             NOT AT END
019319                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
019320         END-READ
019321     END-PERFORM
019322     CLOSE RUNPARM-FILE.
019323 1050-EXIT.
019324     EXIT.
019325
019326*-----------------------------------------------------------*
019327* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
019328* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
019329* WINS.                                                      *
019330*-----------------------------------------------------------*
019331 1060-TAKE-ONE-PARM.
019332*-----------------------------------------------------------*
019333     IF PRM-EFFDT-RAW = SPACES
019334         MOVE 0 TO WS-PRM-EFFDT
019335     ELSE
019336         IF PRM-EFFDT IS NOT NUMERIC
019337             GO TO 1060-EXIT
019338         END-IF
019339         MOVE PRM-EFFDT TO WS-PRM-EFFDT
019340     END-IF
019341     IF WS-PRM-EFFDT > WS-START-DATE OR PRM-NUM IS NOT NUMERIC
019342         GO TO 1060-EXIT
019343     END-IF
019344     EVALUATE PRM-NAME
019345         WHEN 'MATM'
019346             IF WS-PRM-EFFDT >= WS-M-EFFDT
019347                 MOVE WS-PRM-EFFDT TO WS-M-EFFDT
019348                 MOVE PRM-NUM TO DIM-M
019349             END-IF
019350         WHEN 'MATAK'
019351             IF WS-PRM-EFFDT >= WS-AK-EFFDT
019352                 MOVE WS-PRM-EFFDT TO WS-AK-EFFDT
019353                 MOVE PRM-NUM TO DIM-AK
019354             END-IF
019355         WHEN 'MATBK'
019356             IF WS-PRM-EFFDT >= WS-BK-EFFDT
019357                 MOVE WS-PRM-EFFDT TO WS-BK-EFFDT
019358                 MOVE PRM-NUM TO DIM-BK
019359             END-IF
019360         WHEN 'MATN'
019361             IF WS-PRM-EFFDT >= WS-N-EFFDT
019362                 MOVE WS-PRM-EFFDT TO WS-N-EFFDT
019363                 MOVE PRM-NUM TO DIM-N
019364             END-IF
019365         WHEN 'MATMODE'
019366             IF WS-PRM-EFFDT >= WS-MODE-EFFDT
019367                 MOVE WS-PRM-EFFDT TO WS-MODE-EFFDT
019368                 MOVE PRM-TEXT(1:1) TO OUT-MODE
019369             END-IF
019370     END-EVALUATE.
019371 1060-EXIT.
019372     EXIT.
019373
019374
019400*-----------------------------------------------------------*
019500* 1100-GET-PARAMETERS - "M,AK,BK,N,MODE".  UNSTRING INTO     *
019600* NUMERIC RECEIVERS RIGHT-JUSTIFIES AND ZERO-FILLS EACH      *
019700* TOKEN, SO "4" CONVERTS CLEANLY.  ZERO OR BLANK LEAVES THE  *
019800* VALUE ALREADY IN EFFECT (RUNPARM.TXT, ELSE THE COMPILED-IN *
019850* DEFAULT) IN PLACE.                                         *
019900*-----------------------------------------------------------*
020000 1100-GET-PARAMETERS.
020100     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
