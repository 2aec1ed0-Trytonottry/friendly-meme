002200*                  ARCHIVED DATE FOR THAT KEY) SO LONG-      *
002300*                  WINDOW TREND MATH KEEPS A BASELINE WHILE  *
002400*                  THE NIGHTLY READERS STAY FAST.            *
002410* 2026-10-15  DPG  CUTOFF NO LONGER REQUIRED ON THE COMMAND  *
002420*                  LINE: IT DEFAULTS TO THE RUN DATE LESS THE *
002430*                  HKEEPDAY RUN PARAMETER (180 DAYS IF NONE). *
002440*                  A DATE ON THE COMMAND LINE STILL WINS.    *
002450* 2026-10-15  DPG  HISTORY AND ARCHIVE RECORDS WIDENED TO    *
002460*                  149 FOR THE STANDARD DEVIATION AND MEDIAN *
002470*                  AVERAGE NOW CARRIES.  AN 'S' SUMMARY      *
002480*                  LEAVES BOTH BLANK - THEY DO NOT COMBINE   *
002490*                  ACROSS NIGHTS.                            *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
004000     SELECT ARCCAT-FILE ASSIGN TO 'avgarccat.txt'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-FS-ARCCAT.
004210
004220     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
004230         ORGANIZATION IS LINE SEQUENTIAL
004240         FILE STATUS IS WS-FS-RUNPARM.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005700     05  HIS-MAXIMUM      PIC 9(10)V9(2).
005800     05  HIS-REJECTED     PIC 9(5).
005900     05  HIS-WT-AVERAGE   PIC 9(10)V9(2).
005910     05  HIS-STD-DEV-RAW  PIC X(12).
005920     05  HIS-MEDIAN-RAW   PIC X(12).
006000
006100 FD  ARCHIVE-FILE.
006200 01  ARCHIVE-RECORD      PIC X(149).
006300
006400 FD  ARCCAT-FILE.
006500 01  ARCCAT-RECORD       PIC X(80).
006510
006520 FD  RUNPARM-FILE.
006530 01  RUNPARM-RECORD      PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-FS-HIST          PIC X(2)  VALUE SPACES.
006900 01  WS-FS-ARCHIVE       PIC X(2)  VALUE SPACES.
007000 01  WS-FS-ARCCAT        PIC X(2)  VALUE SPACES.
007010 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
007100
007200 01  WS-ARCHIVE-NAME     PIC X(40) VALUE SPACES.
007300
007900 01  WS-PARM-DATE-N REDEFINES WS-PARM-DATE PIC 9(8).
008000 01  WS-CUTOFF-DATE      PIC 9(8)  VALUE 0.
008100 01  WS-RUN-DATE         PIC 9(8).
008103*-----------------------------------------------------------*
008106* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
008109* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
008112* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
008115*-----------------------------------------------------------*
008118 01  SW-RPM-EOF          PIC X     VALUE 'N'.
008121     88  RPM-EOF-FLAG              VALUE 'Y'.
008124 01  WS-RUNPARM-REC.
008127     05  PRM-NAME         PIC X(8).
008130     05  PRM-EFFDT-RAW    PIC X(8).
008133     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
008136                          PIC 9(8).
008139     05  PRM-NUM          PIC 9(8)V9(4).
008142     05  PRM-TEXT         PIC X(12).
008145     05  PRM-CHG-OPER     PIC X(8).
008148     05  PRM-CHG-DATE     PIC 9(8).
008151     05  PRM-CHG-TIME     PIC 9(6).
008154     05  PRM-PRIOR-TEXT   PIC X(12).
008157     05  FILLER           PIC X(6).
008160 01  WS-PRM-EFFDT        PIC 9(8).
008163 01  WS-KEEP-DAYS        PIC 9(4)  VALUE 180.
008166 01  WS-KEEP-EFFDT       PIC S9(8) VALUE -1.
008200
008300*-----------------------------------------------------------*
008400* CARRY-FORWARD SUMMARY TABLE - ONE ENTRY PER FILENAME /     *
012600     PERFORM 9999-TERMINATE.
012700
012800*-----------------------------------------------------------*
012900* 1000-INITIALIZE - RECORDS DATED BEFORE THE CUTOFF ARE      *
012950* ARCHIVED.  THE CUTOFF IS THE RUN DATE LESS THE HKEEPDAY    *
013000* RUN PARAMETER; A DATE ON THE COMMAND LINE OVERRIDES IT.    *
013100*-----------------------------------------------------------*
013200 1000-INITIALIZE.
013300*-----------------------------------------------------------*
013400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013405     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
013410     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
013415     IF WS-PARM-LINE = SPACES
013420         COMPUTE WS-CUTOFF-DATE =
013425             FUNCTION DATE-OF-INTEGER(
013430             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
013435             - WS-KEEP-DAYS)
013440         GO TO 1000-OPEN-FILES
013445     END-IF
013600     MOVE WS-PARM-LINE(1:8) TO WS-PARM-DATE
013700     IF WS-PARM-DATE IS NOT NUMERIC
013800         DISPLAY 'AVGHKEEP USAGE: AVGHKEEP [YYYYMMDD]  '
013900             '(RECORDS BEFORE THAT DATE ARE ARCHIVED)'
014000         MOVE 16 TO RETURN-CODE
014100         GO TO 9999-TERMINATE
014200     END-IF
014300     MOVE WS-PARM-DATE-N TO WS-CUTOFF-DATE.
014305 1000-OPEN-FILES.
014310     DISPLAY 'AVGHKEEP CUTOFF DATE ' WS-CUTOFF-DATE
014400     OPEN I-O HISTORY-FILE
014500     IF WS-FS-HIST NOT = '00'
014600         DISPLAY 'AVGHKEEP ABORTED - AVGHIST.TXT NOT FOUND, '
016300     END-IF.
016400 1000-EXIT.
016500     EXIT.
016501*-----------------------------------------------------------*
016502* 1050-LOAD-RUNPARM - THE RETENTION IN DAYS IN EFFECT FOR    *
016503* THE RUN DATE.  NO MASTER, OR NO HKEEPDAY ROW YET IN        *
016504* EFFECT, KEEPS THE 180-DAY DEFAULT.                         *
016505*-----------------------------------------------------------*
016506 1050-LOAD-RUNPARM.
016507*-----------------------------------------------------------*
016508     OPEN INPUT RUNPARM-FILE
016509     IF WS-FS-RUNPARM NOT = '00'
016510         DISPLAY 'AVGHKEEP - RUNPARM.TXT NOT FOUND - '
016511             'DEFAULT RETENTION ' WS-KEEP-DAYS ' DAYS'
016512         GO TO 1050-EXIT
016513     END-IF
016514     PERFORM UNTIL RPM-EOF-FLAG
016515         READ RUNPARM-FILE INTO WS-RUNPARM-REC
016516             AT END
016517                 MOVE 'Y' TO SW-RPM-EOF
016518             NOT AT END
016519                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
016520         END-READ
016521     END-PERFORM
016522     CLOSE RUNPARM-FILE.
016523 1050-EXIT.
016524     EXIT.
016525
016526*-----------------------------------------------------------*
016527* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
016528* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
016529* WINS.                                                      *
016530*-----------------------------------------------------------*
016531 1060-TAKE-ONE-PARM.
016532*-----------------------------------------------------------*
016533     IF PRM-EFFDT-RAW = SPACES
016534         MOVE 0 TO WS-PRM-EFFDT
016535     ELSE
016536         IF PRM-EFFDT IS NOT NUMERIC
016537             GO TO 1060-EXIT
016538         END-IF
016539         MOVE PRM-EFFDT TO WS-PRM-EFFDT
016540     END-IF
016541     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
016542         GO TO 1060-EXIT
016543     END-IF
016544     IF PRM-NAME = 'HKEEPDAY'
016545         AND WS-PRM-EFFDT >= WS-KEEP-EFFDT
016546         MOVE WS-PRM-EFFDT TO WS-KEEP-EFFDT
016547         MOVE PRM-NUM TO WS-KEEP-DAYS
016548     END-IF.
016549 1060-EXIT.
016550     EXIT.
016600
016700*-----------------------------------------------------------*
016800* 2000-SWEEP-MASTER - ONE PASS IN KEY ORDER: A RECORD DATED  *
