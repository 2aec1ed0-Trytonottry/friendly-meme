001526*                  INCLUDED) FOR AVGCOMP PARALLEL TESTS AND    *
001527*                  DEFECT REPRODUCTION, EVEN AFTER GDGROLL     *
001528*                  HAS ROLLED THE ORIGINAL FILE AWAY.          *
001529* 2026-10-15  DPG  THE SEED AND RECORD COUNT NOW COME FROM   *
001530*                  THE SEED AND RECCOUNT ROWS OF THE         *
001531*                  RUNPARM.TXT RUN-PARAMETER MASTER IN       *
001532*                  EFFECT FOR THE RUN DATE INSTEAD OF THE    *
001533*                  DRIVER SCRIPT; A SEED OF 'TIME' TAKES     *
001534*                  THE TIME OF DAY AS THE NIGHT'S SEED.      *
001535*                  COMMAND-LINE TOKENS AND REPLAY STILL      *
001536*                  OVERRIDE THEM.                            *
001511*-----------------------------------------------------------*
001600
001700 ENVIRONMENT DIVISION.
002120     SELECT RUNLOG-FILE ASSIGN TO 'runlog.txt'
002130         ORGANIZATION IS LINE SEQUENTIAL
002140         FILE STATUS IS WS-FS-RUNLOG.
002141
002142     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
002143         ORGANIZATION IS LINE SEQUENTIAL
002144         FILE STATUS IS WS-FS-RUNPARM.
002200
002300 DATA DIVISION.
002400 FILE SECTION.
002616
002620 FD  RUNLOG-FILE.
002630 01  RUNLOG-RECORD   PIC X(80).
002631
002632 FD  RUNPARM-FILE.
002633 01  RUNPARM-RECORD      PIC X(80).
002700
002800 WORKING-STORAGE SECTION.
002900*-----------------------------------------------------------*
003406     05  SCT-PROFILE     PIC X(40).
003407     05  FILLER          PIC X(18).
003408
003410*-----------------------------------------------------------*
003413* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
003416* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
003419* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
003422*-----------------------------------------------------------*
003425 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
003428 01  SW-RPM-EOF          PIC X     VALUE 'N'.
003431     88  RPM-EOF-FLAG              VALUE 'Y'.
003434 01  WS-RUNPARM-REC.
003437     05  PRM-NAME         PIC X(8).
003440     05  PRM-EFFDT-RAW    PIC X(8).
003443     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
003446                          PIC 9(8).
003449     05  PRM-NUM          PIC 9(8)V9(4).
003452     05  PRM-TEXT         PIC X(12).
003455     05  PRM-CHG-OPER     PIC X(8).
003458     05  PRM-CHG-DATE     PIC 9(8).
003461     05  PRM-CHG-TIME     PIC 9(6).
003464     05  PRM-PRIOR-TEXT   PIC X(12).
003467     05  FILLER           PIC X(6).
003470 01  WS-PRM-EFFDT        PIC 9(8).
003473 01  WS-SEED-EFFDT       PIC S9(8) VALUE -1.
003476 01  WS-COUNT-EFFDT      PIC S9(8) VALUE -1.
003479 01  WS-TIME-SEED        PIC 9(8).
003482
003485
003500 01  I               PIC 9(5).
003550 01  RECORD-COUNT     PIC 9(5) VALUE 10.
003560 01  ACTUAL-COUNT     PIC 9(5) VALUE 0.
004900*-----------------------------------------------------------*
005000 1000-INITIALIZE.
005100*-----------------------------------------------------------*
005110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005120     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
005200     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
005250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005252     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
005310     MOVE 'Y' TO SW-OUT-OPEN
005350     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
005400
005401*-----------------------------------------------------------*
005402* 1050-LOAD-RUNPARM - THE SEED AND RECORD COUNT IN EFFECT    *
005403* FOR THE RUN DATE.  A SEED ROW OF 'TIME' SEEDS FROM THE     *
005404* TIME OF DAY, SO EACH NIGHT DRAWS FRESH DATA WHILE THE      *
005405* SEEDCAT.TXT LEDGER STILL RECORDS THE SEED ACTUALLY USED.   *
005406* NO MASTER, OR NO ROW YET IN EFFECT, KEEPS THE COMPILED-IN  *
005407* DEFAULT.                                                   *
005408*-----------------------------------------------------------*
005409 1050-LOAD-RUNPARM.
005410*-----------------------------------------------------------*
005411     OPEN INPUT RUNPARM-FILE
005412     IF WS-FS-RUNPARM NOT = '00'
005413         DISPLAY 'RANDOM-GEN - RUNPARM.TXT NOT FOUND - '
005414             'COMPILED-IN SEED AND COUNT IN EFFECT'
005415         GO TO 1050-EXIT
005416     END-IF
005417     PERFORM UNTIL RPM-EOF-FLAG
005418         READ RUNPARM-FILE INTO WS-RUNPARM-REC
005419             AT END
005420                 MOVE 'Y' TO SW-RPM-EOF
005421             NOT AT END
005422                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
005423         END-READ
005424     END-PERFORM
005425     CLOSE RUNPARM-FILE.
005426 1050-EXIT.
005427     EXIT.
005428
005429*-----------------------------------------------------------*
005430* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
005431* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
005432* WINS.                                                      *
005433*-----------------------------------------------------------*
005434 1060-TAKE-ONE-PARM.
005435*-----------------------------------------------------------*
005436     IF PRM-EFFDT-RAW = SPACES
005437         MOVE 0 TO WS-PRM-EFFDT
005438     ELSE
005439         IF PRM-EFFDT IS NOT NUMERIC
005440             GO TO 1060-EXIT
005441         END-IF
005442         MOVE PRM-EFFDT TO WS-PRM-EFFDT
005443     END-IF
005444     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
005445         GO TO 1060-EXIT
005446     END-IF
005447     EVALUATE PRM-NAME
005448         WHEN 'SEED'
005449             IF WS-PRM-EFFDT >= WS-SEED-EFFDT
005450                 MOVE WS-PRM-EFFDT TO WS-SEED-EFFDT
005451                 IF PRM-TEXT = 'TIME'
005452                     ACCEPT WS-TIME-SEED FROM TIME
005453                     MOVE WS-TIME-SEED TO SEED
005454                 ELSE
005455                     MOVE PRM-NUM TO SEED
005456                 END-IF
005457             END-IF
005458         WHEN 'RECCOUNT'
005459             IF WS-PRM-EFFDT >= WS-COUNT-EFFDT
005460                 MOVE WS-PRM-EFFDT TO WS-COUNT-EFFDT
005461                 MOVE PRM-NUM TO RECORD-COUNT
005462             END-IF
005463     END-EVALUATE.
005464 1060-EXIT.
005465     EXIT.
005466
005467
005500*-----------------------------------------------------------*
005600* 1100-GET-PARAMETERS - UP TO THREE COMMA-DELIMITED TOKENS     *
005700* MAY BE SUPPLIED ON THE COMMAND LINE: SEED, RECORD-COUNT,    *
005800* AND A ONE-LETTER DISTRIBUTION CODE, E.G. "87654321,25,N".   *
005900* A TOKEN THAT IS ABSENT, BLANK, NOT NUMERIC, OR ZERO LEAVES  *
005950* THE SEED OR COUNT ALREADY IN EFFECT (RUNPARM.TXT, ELSE THE  *
005960* COMPILED-IN DEFAULT) IN PLACE.  UNSTRING MOVES EACH NUMERIC *
005970* TOKEN INTO A NUMERIC RECEIVING FIELD, WHICH RIGHT-JUSTIFIES *
005980* AND ZERO-FILLS IT, SO A SHORT TOKEN LIKE "5" CONVERTS       *
005982* CLEANLY.  THE                                               *
005985* DISTRIBUTION CODE IS 'U' FOR THE ORIGINAL FLAT UNIFORM      *
005990* VALUE, OR 'N' FOR A SUMMED-UNIFORMS NORMAL APPROXIMATION;   *
005995* ANYTHING ELSE LEAVES THE COMPILED-IN 'U' DEFAULT IN PLACE.  *
