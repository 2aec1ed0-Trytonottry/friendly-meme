002000*                  SO A RERUN OR A RECOMPILED AVERAGE CAN BE *
002100*                  PROVED CLEAN WITHOUT A HUMAN DIFF.        *
002200*                  PARAMETER: "FILE1,FILE2,TOLERANCE".       *
002210* 2026-10-15  DPG  WITH NO TOLERANCE TOKEN, TAKE THE COMPTOL *
002220*                  ROW OF THE RUNPARM.TXT RUN-PARAMETER      *
002230*                  MASTER IN EFFECT FOR THE RUN DATE (EXACT  *
002240*                  MATCH WHEN THERE IS NONE).                *
002300*-----------------------------------------------------------*
002400
002500 ENVIRONMENT DIVISION.
003500
003600     SELECT DIFF-REPORT ASSIGN TO 'avgcomp.txt'
003700         ORGANIZATION IS LINE SEQUENTIAL.
003710
003720     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS WS-FS-RUNPARM.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004600
004700 FD  DIFF-REPORT.
004800 01  DIFF-RECORD         PIC X(132).
004810
004820 FD  RUNPARM-FILE.
004830 01  RUNPARM-RECORD      PIC X(80).
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-FS-ONE           PIC X(2)  VALUE SPACES.
005200 01  WS-FS-TWO           PIC X(2)  VALUE SPACES.
005250 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
005300
005400 01  WS-FILE1-NAME       PIC X(60).
005500 01  WS-FILE2-NAME       PIC X(60).
006300*-----------------------------------------------------------*
006400* PARAMETER WORK AREAS - "FILE1,FILE2,TOLERANCE".  THE       *
006500* TOLERANCE IS AN ABSOLUTE AMOUNT, E.G. "0.01"; ABSENT OR    *
006600* BLANK TAKES THE COMPTOL ROW OF RUNPARM.TXT, AND WITH NO    *
006650* SUCH ROW AN EXACT MATCH IS REQUIRED.                       *
006700*-----------------------------------------------------------*
006800 01  WS-PARM-LINE        PIC X(160).
006900 01  WS-PARM-TOL-X       PIC X(14).
007000 01  WS-TOLERANCE        PIC 9(10)V9(2) VALUE 0.
007010
007013*-----------------------------------------------------------*
007016* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
007019* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
007022* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
007025*-----------------------------------------------------------*
007028 01  SW-RPM-EOF          PIC X     VALUE 'N'.
007031     88  RPM-EOF-FLAG              VALUE 'Y'.
007034 01  WS-RUNPARM-REC.
007037     05  PRM-NAME         PIC X(8).
007040     05  PRM-EFFDT-RAW    PIC X(8).
007043     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
007046                          PIC 9(8).
007049     05  PRM-NUM          PIC 9(8)V9(4).
007052     05  PRM-TEXT         PIC X(12).
007055     05  PRM-CHG-OPER     PIC X(8).
007058     05  PRM-CHG-DATE     PIC 9(8).
007061     05  PRM-CHG-TIME     PIC 9(6).
007064     05  PRM-PRIOR-TEXT   PIC X(12).
007067     05  FILLER           PIC X(6).
007070 01  WS-PRM-EFFDT        PIC 9(8).
007073 01  WS-RUN-DATE         PIC 9(8).
007076 01  WS-TOL-EFFDT        PIC S9(8) VALUE -1.
007100
007200*-----------------------------------------------------------*
007300* ONE PARSED EXTRACT ROW - TYPE, KEY, AND THE SEVEN FIGURE   *
018600*-----------------------------------------------------------*
018700 1000-INITIALIZE.
018800*-----------------------------------------------------------*
018810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018820     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
018900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
019000     IF WS-PARM-LINE = SPACES
019100         DISPLAY 'AVGCOMP USAGE: AVGCOMP FILE1,FILE2'
021200             MOVE WS-CONV-RESULT TO WS-TOLERANCE
021300         ELSE
021400             DISPLAY 'AVGCOMP - TOLERANCE NOT NUMERIC - '
021500                 'RUN-PARAMETER TOLERANCE KEPT'
021600         END-IF
021700     END-IF
021800     OPEN OUTPUT DIFF-REPORT
022100     WRITE DIFF-RECORD.
022200 1000-EXIT.
022300     EXIT.
022301*-----------------------------------------------------------*
022302* 1050-LOAD-RUNPARM - THE DEFAULT TOLERANCE IN EFFECT FOR THE *
022303* RUN DATE.  NO MASTER, OR NO COMPTOL ROW YET IN EFFECT,     *
022304* LEAVES ZERO - AN EXACT MATCH.                              *
022305*-----------------------------------------------------------*
022306 1050-LOAD-RUNPARM.
022307*-----------------------------------------------------------*
022308     OPEN INPUT RUNPARM-FILE
022309     IF WS-FS-RUNPARM NOT = '00'
022311         GO TO 1050-EXIT
022312     END-IF
022313     PERFORM UNTIL RPM-EOF-FLAG
022314         READ RUNPARM-FILE INTO WS-RUNPARM-REC
022315             AT END
022316                 MOVE 'Y' TO SW-RPM-EOF
022317             NOT AT END
022318                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
022319         END-READ
022320     END-PERFORM
022321     CLOSE RUNPARM-FILE.
022322 1050-EXIT.
022323     EXIT.
022324
022325*-----------------------------------------------------------*
022326* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
022327* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
022328* WINS.                                                      *
022329*-----------------------------------------------------------*
022330 1060-TAKE-ONE-PARM.
022331*-----------------------------------------------------------*
022332     IF PRM-EFFDT-RAW = SPACES
022333         MOVE 0 TO WS-PRM-EFFDT
022334     ELSE
022335         IF PRM-EFFDT IS NOT NUMERIC
022336             GO TO 1060-EXIT
022337         END-IF
022338         MOVE PRM-EFFDT TO WS-PRM-EFFDT
022339     END-IF
022340     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
022341         GO TO 1060-EXIT
022342     END-IF
022343     IF PRM-NAME = 'COMPTOL'
022344         AND WS-PRM-EFFDT >= WS-TOL-EFFDT
022345         MOVE WS-PRM-EFFDT TO WS-TOL-EFFDT
022346         MOVE PRM-NUM TO WS-TOLERANCE
022347     END-IF.
022348 1060-EXIT.
022349     EXIT.
022350
022351
022400
022500*-----------------------------------------------------------*
022600 2000-LOAD-FILE-TWO.
