000780*                  A REFERENCE TO A JOB THAT FAILED, HASN'T    *
000781*                  RUN, OR LEFT NO MATRIX FAILS THE JOB THE    *
000782*                  SAME WAY A NON-CONFORMABLE ONE DOES.        *
000783* 2026-10-15  DPG  VERIFY EVERY INVERSE, SOLVE, AND          *
000784*                  DETERMINANT JOB BY MULTIPLYING BACK - A*AI *
000785*                  AGAINST THE IDENTITY, A*X AGAINST B (A    *
000786*                  DETERMINANT JOB GETS AN INVERSE COMPUTED  *
000787*                  FOR THE PURPOSE).  A VERIFY LINE CLOSES THE *
000788*                  JOB'S RESULT BLOCK WITH THE LARGEST       *
000789*                  RESIDUAL, ITS SIZE RELATIVE TO THE PROBLEM *
000790*                  IN PARTS PER MILLION, AND A CONDITION-    *
000791*                  NUMBER ESTIMATE.  A RELATIVE RESIDUAL OVER *
000792*                  THE MATRESID RUN PARAMETER FAILS THE JOB; A *
000793*                  CONDITION ESTIMATE OVER MATCOND COMPLETES *
000794*                  IT WITH A WARNING FOR ALERTGEN TO RAISE.  *
000795* 2026-10-15  DPG  CHECKPOINT AFTER EVERY JOB TO MATCKPT.TXT *
000796*                  (LAST JOB FINISHED, MATINPUT.TXT AND      *
000797*                  MATOUTPUT.TXT POSITIONS, JOB COUNTS, AND  *
000798*                  THE RESULT REGISTRY).  A 'RESTART' RUN    *
000799*                  RESUMES AT THE NEXT JOB WITH EARLIER      *
000800*                  RESULTS STILL REGISTERED FOR HDR-A-REF AND *
000801*                  HDR-B-REF, AND MATOUTPUT.TXT CUT BACK TO  *
000802*                  THE CHECKPOINT AND EXTENDED.              *
000803* 2026-10-15  DPG  'QUEUE=NAME' ON THE COMMAND LINE RUNS A   *
000804*                  SIDE QUEUE (MATINPUT.NAME TO MATOUTPUT.   *
000805*                  NAME, CHECKPOINTED TO MATCKPT.NAME,       *
000806*                  LOGGED AS MATMUL.NAME) SO ANOTHER STEP    *
000807*                  CAN HAVE ITS OWN SYSTEMS SOLVED WITHOUT   *
000808*                  DISTURBING THE NIGHT'S MATINPUT.TXT       *
000809*                  QUEUE, ITS OUTPUT, OR ITS CHECKPOINT.     *
000770*-----------------------------------------------------------*
000780
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT MATMUL-INPUT ASSIGN DYNAMIC WS-MATIN-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840
000850     SELECT MATMUL-OUTPUT ASSIGN DYNAMIC WS-MATOUT-NAME
000860         ORGANIZATION IS LINE SEQUENTIAL
000865         FILE STATUS IS WS-FS-MATOUT.
000870
000880     SELECT RUNLOG-FILE ASSIGN TO 'runlog.txt'
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-FS-RUNLOG.
000901
000902     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
000903         ORGANIZATION IS LINE SEQUENTIAL
000904         FILE STATUS IS WS-FS-RUNPARM.
000905
000906     SELECT MATCKPT-FILE ASSIGN DYNAMIC WS-CKPT-NAME
000907         ORGANIZATION IS LINE SEQUENTIAL
000908         FILE STATUS IS WS-FS-CKPT.
000909
000910     SELECT MATOUT-SAVE-FILE ASSIGN DYNAMIC WS-MATSAV-NAME
000911         ORGANIZATION IS LINE SEQUENTIAL.
000915
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  MATMUL-INPUT.
000990
001000 FD  RUNLOG-FILE.
001010 01  RUNLOG-RECORD        PIC X(80).
001011
001012 FD  RUNPARM-FILE.
001013 01  RUNPARM-RECORD       PIC X(80).
001014
001015 FD  MATCKPT-FILE.
001016 01  MATCKPT-RECORD       PIC X(200).
001017
001018 FD  MATOUT-SAVE-FILE.
001019 01  MATOUT-SAVE-RECORD   PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040*-----------------------------------------------------------*
003182     05  SV-OUT-VAL       PIC -(8)9.999999.
003183     05  FILLER           PIC X(46) VALUE SPACES.
003184
003186*-----------------------------------------------------------*
003187* VERIFICATION WORK AREAS - AN INVERSE, SOLVE, OR            *
003188* DETERMINANT RESULT IS MULTIPLIED BACK: A * AI AGAINST THE  *
003189* IDENTITY, OR A * X AGAINST B.  THE LARGEST ABSOLUTE        *
003190* RESIDUAL IS TAKEN RELATIVE TO NORM(A) * NORM(X) + NORM(B)  *
003191* (ROW-SUM NORMS, B = I FOR AN INVERSE) IN PARTS PER         *
003192* MILLION, AND THE CONDITION ESTIMATE IS NORM(A) * NORM(AI). *
003193* A DETERMINANT JOB HAS NO INVERSE OF ITS OWN AND A SOLVE    *
003194* JOB NEEDS ONE FOR THE ESTIMATE, SO ONE IS COMPUTED IN THE  *
003195* AUGMENTED TABLE, WHICH IS SAVED FIRST AND PUT BACK AFTER.  *
003196*-----------------------------------------------------------*
003197 01  VER-SAVE-TABLE.
003198     05 VER-SAVE-ROW OCCURS 20 TIMES.
003199         10 VER-SAVE-ELEM OCCURS 40 TIMES PIC S9(8)V9(6).
003200 01  VER-SAVE-COLS        PIC 9(2)         COMP.
003201 01  VER-SAVE-SINGULAR    PIC X.
003202 01  VER-ROW              PIC 9(2)         COMP.
003203 01  VER-COL              PIC 9(2)         COMP.
003204 01  VER-K                PIC 9(2)         COMP.
003205 01  VER-SUM              PIC S9(15)V9(8).
003206 01  VER-RESID            PIC S9(15)V9(8).
003207 01  VER-MAX-RESID        PIC 9(15)V9(8).
003208 01  VER-TERM             PIC S9(15)V9(6).
003209 01  VER-ROW-SUM          PIC 9(15)V9(6).
003210 01  VER-A-NORM           PIC 9(15)V9(6).
003211 01  VER-AI-NORM          PIC 9(15)V9(6).
003212 01  VER-X-NORM           PIC 9(15)V9(6).
003213 01  VER-B-NORM           PIC 9(15)V9(6).
003214 01  VER-SCALE            PIC 9(18)V9(6).
003215 01  VER-PPM              PIC 9(12).
003216 01  VER-COND             PIC 9(18)V9(2).
003217 01  SW-VERIFY            PIC X            VALUE 'Y'.
003218     88  VERIFY-PASSED                      VALUE 'Y'.
003219     88  VERIFY-WARNING                     VALUE 'W'.
003220     88  VERIFY-FAILED                      VALUE 'F'.
003221     88  VERIFY-NOT-DONE                    VALUE 'N'.
003222
003223*-----------------------------------------------------------*
003224* VERIFICATION LIMITS - FROM THE MATRESID (RELATIVE RESIDUAL *
003225* IN PARTS PER MILLION) AND MATCOND (CONDITION ESTIMATE)     *
003226* ROWS OF RUNPARM.TXT; ABSENT ROWS LEAVE THESE DEFAULTS.     *
003227*-----------------------------------------------------------*
003228 01  VER-RESID-LIMIT      PIC 9(7)         VALUE 100.
003229 01  VER-COND-LIMIT       PIC 9(8)         VALUE 100000.
003230
003231 01  WS-VERIFY-LINE.
003232     05  FILLER           PIC X(7)  VALUE 'VERIFY '.
003233     05  VFL-CHECK        PIC X(9).
003234     05  FILLER           PIC X(9)  VALUE ' MAX RES '.
003235     05  VFL-RESID        PIC Z(5)9.999999.
003236     05  FILLER           PIC X(5)  VALUE ' PPM '.
003237     05  VFL-PPM          PIC Z(6)9.
003238     05  FILLER           PIC X(6)  VALUE ' COND '.
003239     05  VFL-COND         PIC Z(9)9.
003240     05  FILLER           PIC X(1)  VALUE SPACE.
003241     05  VFL-STATUS       PIC X(4).
003242     05  FILLER           PIC X(9)  VALUE SPACES.
003243
003244 01  WS-VERIFY-SINGULAR-LINE.
003245     05  FILLER           PIC X(46)
003246         VALUE 'VERIFY   A IS SINGULAR - NO INVERSE TO CHECK'.
003247     05  FILLER           PIC X(34) VALUE SPACES.
003248
003249*-----------------------------------------------------------*
003250* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
003251* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
003252* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
003253*-----------------------------------------------------------*
003254 01  WS-FS-RUNPARM        PIC X(2)  VALUE SPACES.
003255 01  SW-RPM-EOF           PIC X     VALUE 'N'.
003256     88  RPM-EOF-FLAG               VALUE 'Y'.
003257 01  WS-RUNPARM-REC.
003258     05  PRM-NAME         PIC X(8).
003259     05  PRM-EFFDT-RAW    PIC X(8).
003260     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
003261                          PIC 9(8).
003262     05  PRM-NUM          PIC 9(8)V9(4).
003263     05  PRM-TEXT         PIC X(12).
003264     05  PRM-CHG-OPER     PIC X(8).
003265     05  PRM-CHG-DATE     PIC 9(8).
003266     05  PRM-CHG-TIME     PIC 9(6).
003267     05  PRM-PRIOR-TEXT   PIC X(12).
003268     05  FILLER           PIC X(6).
003269 01  WS-PRM-EFFDT         PIC 9(8).
003270 01  WS-RESID-EFFDT       PIC S9(8) VALUE -1.
003271 01  WS-COND-EFFDT        PIC S9(8) VALUE -1.
003272
003273*-----------------------------------------------------------*
003274* CHECKPOINT / RESTART - MATCKPT.TXT IS REWRITTEN AFTER EVERY *
003275* JOB.  ITS HEADER CARRIES THE LAST JOB FINISHED (ID, HEADER *
003276* RECORD NUMBER AND IMAGE), THE MATINPUT.TXT AND             *
003277* MATOUTPUT.TXT POSITIONS, AND THE JOB COUNTS; THE RESULT    *
003278* REGISTRY FOLLOWS, AND A TRAILER COUNTS THE RECORDS.        *
003279* STATUS 'R' = QUEUE IN PROGRESS, 'E' = QUEUE RAN TO ITS END. *
003280*-----------------------------------------------------------*
003281 01  WS-PARM-LINE         PIC X(80) VALUE SPACES.
003282 01  SW-RESTART           PIC X     VALUE 'N'.
003283     88  RESTART-RUN                VALUE 'Y'.
003284 01  WS-FS-CKPT           PIC X(2)  VALUE SPACES.
003285 01  WS-FS-MATOUT         PIC X(2)  VALUE SPACES.
003286 01  WS-CKPT-STATUS       PIC X(1)  VALUE 'R'.
003287 01  WS-CKPT-RECS         PIC 9(7)  VALUE 0.
003288 01  WS-CUR-HDR-REC       PIC 9(7)  VALUE 0.
003289 01  WS-CUR-HDR           PIC X(34) VALUE SPACES.
003290 01  SW-CKPT-EOF          PIC X     VALUE 'N'.
003291     88  CKPT-EOF                   VALUE 'Y'.
003292 01  SW-CKPT-HEADER       PIC X     VALUE 'N'.
003293     88  CKPT-HEADER-SEEN           VALUE 'Y'.
003294 01  SW-CKPT-TRAILER      PIC X     VALUE 'N'.
003295     88  CKPT-TRAILER-SEEN          VALUE 'Y'.
003296
003297*-----------------------------------------------------------*
003298* QUEUE FILE NAMES - THE NIGHT'S QUEUE BY DEFAULT.  A        *
003299* 'QUEUE=NAME' TOKEN SWITCHES ALL FOUR TO .NAME SUFFIXES     *
003300* AND THE RUNLOG PROGRAM TO MATMUL.NAME (SEE 1010).          *
003301*-----------------------------------------------------------*
003302 01  WS-MATIN-NAME        PIC X(40) VALUE 'matinput.txt'.
003303 01  WS-MATOUT-NAME       PIC X(40) VALUE 'matoutput.txt'.
003304 01  WS-CKPT-NAME         PIC X(40) VALUE 'matckpt.txt'.
003305 01  WS-MATSAV-NAME       PIC X(40) VALUE 'matoutput.sav'.
003306 01  WS-QUEUE-NAME        PIC X(8)  VALUE SPACES.
003307 01  WS-RLG-PROGRAM       PIC X(14) VALUE 'MATMUL'.
003308 01  WS-PARM-TOKEN-TABLE.
003309     05  WS-PARM-TOKEN OCCURS 2 TIMES PIC X(40).
003310 01  WS-PARM-NDX          PIC 9(1)  COMP.
003311 01  SW-RESTART-ASKED     PIC X     VALUE 'N'.
003312     88  RESTART-ASKED              VALUE 'Y'.
003322 01  WS-CKPT-HEADER.
003332     05  CKH-TYPE         PIC X(1).
003342     05  CKH-STATUS       PIC X(1).
003352         88  CKPT-ENDED             VALUE 'E'.
003362     05  CKH-DATE         PIC 9(8).
003372     05  CKH-TIME         PIC 9(8).
003382     05  CKH-JOBS-READ    PIC 9(5).
003392     05  CKH-LAST-JOB-ID  PIC X(8).
003402     05  CKH-LAST-HDR-REC PIC 9(7).
003412     05  CKH-LAST-HDR     PIC X(34).
003422     05  CKH-IN-RECS      PIC 9(7).
003432     05  CKH-OUT-RECS     PIC 9(7).
003442     05  CKH-COMPLETED    PIC 9(5).
003452     05  CKH-FAILED       PIC 9(5).
003462     05  CKH-SKIPPED      PIC 9(5).
003472     05  CKH-REG-COUNT    PIC 9(2).
003482     05  FILLER           PIC X(97).
003492 01  WS-CKPT-REC          PIC X(200).
003502 01  WS-CKPT-ENTRY REDEFINES WS-CKPT-REC.
003512     05  CKG-TYPE         PIC X(1).
003522     05  CKG-SLOT         PIC 9(2).
003532     05  CKG-JOB-ID       PIC X(8).
003542     05  CKG-ROWS         PIC 9(2).
003552     05  CKG-COLS         PIC 9(2).
003562     05  FILLER           PIC X(185).
003572 01  WS-CKPT-ROW REDEFINES WS-CKPT-REC.
003582     05  CKR-TYPE         PIC X(1).
003592     05  CKR-SLOT         PIC 9(2).
003602     05  CKR-ROW          PIC 9(2).
003612     05  CKR-ELEM OCCURS 20 TIMES PIC S9(5)V9(3).
003622     05  FILLER           PIC X(35).
003632 01  WS-CKPT-TRAILER REDEFINES WS-CKPT-REC.
003642     05  CKT-TYPE         PIC X(1).
003652     05  CKT-RECORDS      PIC 9(7).
003662     05  FILLER           PIC X(192).
003672
003140*-----------------------------------------------------------*
003150* SHARED RUNLOG AUDIT RECORD - ONE PER STEP, APPENDED AT END  *
003160* OF RUN.  LAYOUT IS COMMON TO EVERY PROGRAM IN THE NIGHTLY   *
003410     PERFORM 2000-PROCESS-JOB-QUEUE THRU 2000-EXIT
003420     PERFORM 9999-TERMINATE.
003430
003431*-----------------------------------------------------------*
003432* 1000-INITIALIZE - OPEN THE INPUT FILE AND THE RESULT FILE  *
003433* (ONE OUTPUT FILE CARRIES EVERY JOB'S LABELLED BLOCK).  THE *
003434* OPTIONAL COMMAND-LINE TOKENS ARE 'RESTART', WHICH RESUMES  *
003435* THE QUEUE FROM ITS CHECKPOINT, AND 'QUEUE=NAME' (1010);    *
003436* OTHERWISE THE QUEUE STARTS AT THE TOP                      *
003437* WITH A FRESH CHECKPOINT.                                   *
003438*-----------------------------------------------------------*
003439 1000-INITIALIZE.
003440     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
003441     ACCEPT WS-START-TIME FROM TIME
003442     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
003443     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
003444     PERFORM 1010-GET-PARAMETERS THRU 1010-EXIT
003445     OPEN INPUT MATMUL-INPUT
003446     IF RESTART-ASKED
003447         PERFORM 1100-RESTART-FROM-CHECKPOINT THRU 1100-EXIT
003448     END-IF
003449     IF NOT RESTART-RUN
003450         OPEN OUTPUT MATMUL-OUTPUT
003451         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
003452     END-IF.
003453
003454*-----------------------------------------------------------*
003455* 1010-GET-PARAMETERS - UP TO TWO TOKENS, IN EITHER ORDER.   *
003456* 'QUEUE=NAME' (NAME 1-8 CHARACTERS, AS THE FILE SUFFIX IS   *
003457* TO BE SPELLED) NAMES A SIDE QUEUE; 'RESTART' ASKS FOR A    *
003458* RESUME FROM THAT QUEUE'S CHECKPOINT.  ANYTHING ELSE IS     *
003459* IGNORED OUT LOUD.                                          *
003460*-----------------------------------------------------------*
003461 1010-GET-PARAMETERS.
003462     IF WS-PARM-LINE = SPACES
003463         GO TO 1010-EXIT
003464     END-IF
003465     MOVE SPACES TO WS-PARM-TOKEN-TABLE
003466     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
003467         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
003468     END-UNSTRING
003469     PERFORM 1015-TAKE-ONE-TOKEN
003470         VARYING WS-PARM-NDX FROM 1 BY 1
003471             UNTIL WS-PARM-NDX > 2
003472     IF WS-QUEUE-NAME NOT = SPACES
003473         PERFORM 1020-BUILD-QUEUE-NAMES
003474     END-IF.
003475 1010-EXIT.
003476     EXIT.
003477
003478*-----------------------------------------------------------*
003479 1015-TAKE-ONE-TOKEN.
003480*-----------------------------------------------------------*
003481     EVALUATE TRUE
003482         WHEN WS-PARM-TOKEN(WS-PARM-NDX) = SPACES
003483             CONTINUE
003484         WHEN WS-PARM-TOKEN(WS-PARM-NDX) = 'RESTART'
003485             MOVE 'Y' TO SW-RESTART-ASKED
003486         WHEN WS-PARM-TOKEN(WS-PARM-NDX)(1:6) = 'QUEUE='
003487             AND WS-PARM-TOKEN(WS-PARM-NDX)(7:1) NOT = SPACE
003488             AND WS-PARM-TOKEN(WS-PARM-NDX)(15:26) = SPACES
003489             MOVE WS-PARM-TOKEN(WS-PARM-NDX)(7:8)
003490                 TO WS-QUEUE-NAME
003491         WHEN OTHER
003492             DISPLAY 'MATMUL - PARAMETER '
003493                 WS-PARM-TOKEN(WS-PARM-NDX)
003494                 ' NOT RECOGNIZED - IGNORED'
003495     END-EVALUATE.
003496
003497*-----------------------------------------------------------*
003498 1020-BUILD-QUEUE-NAMES.
003499*-----------------------------------------------------------*
003500     MOVE SPACES TO WS-MATIN-NAME
003501     STRING 'matinput.' WS-QUEUE-NAME DELIMITED BY SPACE
003502         INTO WS-MATIN-NAME
003503     END-STRING
003504     MOVE SPACES TO WS-MATOUT-NAME
003505     STRING 'matoutput.' WS-QUEUE-NAME DELIMITED BY SPACE
003506         INTO WS-MATOUT-NAME
003507     END-STRING
003508     MOVE SPACES TO WS-CKPT-NAME
003509     STRING 'matckpt.' WS-QUEUE-NAME DELIMITED BY SPACE
003510         INTO WS-CKPT-NAME
003511     END-STRING
003512     MOVE SPACES TO WS-MATSAV-NAME
003513     STRING 'matoutput.sav.' WS-QUEUE-NAME DELIMITED BY SPACE
003514         INTO WS-MATSAV-NAME
003515     END-STRING
003516     MOVE SPACES TO WS-RLG-PROGRAM
003517     STRING 'MATMUL.' WS-QUEUE-NAME DELIMITED BY SPACE
003518         INTO WS-RLG-PROGRAM
003519     END-STRING
003520     INSPECT WS-RLG-PROGRAM CONVERTING
003521         'abcdefghijklmnopqrstuvwxyz'
003522         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
003523     DISPLAY 'MATMUL - RUNNING QUEUE ' WS-MATIN-NAME.
003530
003531*-----------------------------------------------------------*
003532* 1050-LOAD-RUNPARM - THE VERIFICATION LIMITS IN EFFECT FOR  *
003533* THE RUN DATE.  NO MASTER, OR NO ROW YET IN EFFECT, KEEPS   *
003534* THE COMPILED-IN DEFAULT.                                   *
003535*-----------------------------------------------------------*
003536 1050-LOAD-RUNPARM.
003537     OPEN INPUT RUNPARM-FILE
003538     IF WS-FS-RUNPARM NOT = '00'
003539         DISPLAY 'MATMUL - RUNPARM.TXT NOT FOUND - DEFAULT '
003540             'VERIFICATION LIMITS'
003541         GO TO 1050-EXIT
003542     END-IF
003543     PERFORM UNTIL RPM-EOF-FLAG
003544         READ RUNPARM-FILE INTO WS-RUNPARM-REC
003545             AT END
003546                 MOVE 'Y' TO SW-RPM-EOF
003547             NOT AT END
003548                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
003549         END-READ
003550     END-PERFORM
003551     CLOSE RUNPARM-FILE.
003552 1050-EXIT.
003553     EXIT.
003554
003555*-----------------------------------------------------------*
003556* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
003557* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
003558* WINS.                                                      *
003559*-----------------------------------------------------------*
003560 1060-TAKE-ONE-PARM.
003561     IF PRM-EFFDT-RAW = SPACES
003562         MOVE 0 TO WS-PRM-EFFDT
003563     ELSE
003564         IF PRM-EFFDT IS NOT NUMERIC
003565             GO TO 1060-EXIT
003566         END-IF
003567         MOVE PRM-EFFDT TO WS-PRM-EFFDT
003568     END-IF
003569     IF WS-PRM-EFFDT > WS-START-DATE OR PRM-NUM IS NOT NUMERIC
003570         GO TO 1060-EXIT
003571     END-IF
003572     IF PRM-NAME = 'MATRESID'
003573         AND WS-PRM-EFFDT >= WS-RESID-EFFDT
003574         MOVE WS-PRM-EFFDT TO WS-RESID-EFFDT
003575         MOVE PRM-NUM TO VER-RESID-LIMIT
003576     END-IF
003577     IF PRM-NAME = 'MATCOND'
003578         AND WS-PRM-EFFDT >= WS-COND-EFFDT
003579         MOVE WS-PRM-EFFDT TO WS-COND-EFFDT
003580         MOVE PRM-NUM TO VER-COND-LIMIT
003581     END-IF.
003582 1060-EXIT.
003583     EXIT.
003584
003585*-----------------------------------------------------------*
003586* 2000-PROCESS-JOB-QUEUE - READ HEADER RECORDS UNTIL THE     *
003587* FILE IS EXHAUSTED, RUNNING EACH JOB IN TURN.  A FAILED     *
003588* JOB IS REPORTED AND COUNTED, AND THE QUEUE MOVES ON.  EACH *
003589* JOB THAT ENDS CLEANLY IS CHECKPOINTED; A HEADER THAT STOPS *
003590* THE QUEUE (RETURN-CODE 16) IS NOT, SO A RESTART RETRIES IT. *
003591*-----------------------------------------------------------*
003592 2000-PROCESS-JOB-QUEUE.
003600     PERFORM UNTIL QUEUE-EOF
003610         READ MATMUL-INPUT
003620             AT END
003680             NOT AT END
003690                 ADD 1 TO MAT-RECS-READ
003700                 PERFORM 2010-PROCESS-ONE-JOB THRU 2010-EXIT
003701                 IF RETURN-CODE < 16
003702                     PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
003703                 END-IF
003710         END-READ
003720     END-PERFORM.
003730 2000-EXIT.
003810*-----------------------------------------------------------*
003820 2010-PROCESS-ONE-JOB.
003830     ADD 1 TO JOBS-READ
003831     MOVE MAT-RECS-READ TO WS-CUR-HDR-REC
003832     MOVE MATMUL-INPUT-RECORD(1:34) TO WS-CUR-HDR
003840     IF HDR-M IS NOT NUMERIC OR HDR-AK IS NOT NUMERIC
003850         OR HDR-BK IS NOT NUMERIC OR HDR-N IS NOT NUMERIC
003860         DISPLAY 'MATMUL ABORTED - HEADER DIMENSIONS NOT '
004640             PERFORM 8000-COMPUTE-DETERMINANT THRU 8000-EXIT
004650             IF DETERMINANT-VALID
004660                 PERFORM 8500-DISPLAY-DETERMINANT
004670                 PERFORM 8950-VERIFY-RESULT THRU 8950-EXIT
004680                 PERFORM 8990-FINISH-VERIFIED-JOB THRU 8990-EXIT
004720             ELSE
004730                 ADD 1 TO JOBS-FAILED
004740                 MOVE 'FAILED - DETERMINANT NEEDS A SQUARE A'
004783                     PERFORM 3000-WRITE-JOB-LINE
004784                 ELSE
004785                     PERFORM 8750-DISPLAY-INVERSE
004786                     PERFORM 8950-VERIFY-RESULT THRU 8950-EXIT
004787                     PERFORM 8990-FINISH-VERIFIED-JOB
004788                         THRU 8990-EXIT
004793                 END-IF
004794             END-IF
004793         WHEN MODE-SOLVE
004805                     PERFORM 3000-WRITE-JOB-LINE
004806                 ELSE
004807                     PERFORM 8850-DISPLAY-SOLUTION
004808                     PERFORM 8950-VERIFY-RESULT THRU 8950-EXIT
004809                     PERFORM 8990-FINISH-VERIFIED-JOB
004810                         THRU 8990-EXIT
004815                 END-IF
004816             END-IF
004817         WHEN OTHER
010920 8945-EXIT.
010921     EXIT.
010922
010923*-----------------------------------------------------------*
010924* 8950-VERIFY-RESULT - MULTIPLY THE JOB'S RESULT BACK AND    *
010925* GRADE IT.  THE AUGMENTED TABLE IS SAVED AROUND THE WORK SO *
010926* THE JOB'S OWN RESULT IS STILL THERE TO WRITE AND REGISTER. *
010927*-----------------------------------------------------------*
010928 8950-VERIFY-RESULT.
010929     MOVE AUG-TABLE TO VER-SAVE-TABLE
010930     MOVE AUG-COLS TO VER-SAVE-COLS
010931     MOVE SW-SINGULAR TO VER-SAVE-SINGULAR
010932     PERFORM 8952-MULTIPLY-BACK THRU 8952-EXIT
010933     MOVE VER-SAVE-TABLE TO AUG-TABLE
010934     MOVE VER-SAVE-COLS TO AUG-COLS
010935     MOVE VER-SAVE-SINGULAR TO SW-SINGULAR.
010936 8950-EXIT.
010937     EXIT.
010938
010939*-----------------------------------------------------------*
010940* 8952-MULTIPLY-BACK - AN INVERSE JOB ALREADY HOLDS AI IN    *
010941* COLUMNS N+1..2N.  A SOLVE JOB TAKES ITS A*X - B RESIDUALS  *
010942* FIRST, THEN REDUCES [A | I] FOR THE CONDITION ESTIMATE; A  *
010943* DETERMINANT JOB REDUCES [A | I] AND IS GRADED ON A*AI - I. *
010944* AN A THAT PROVES SINGULAR HERE (THE DETERMINANT'S HONEST   *
010945* ZERO) HAS NOTHING TO MULTIPLY BACK.                        *
010946*-----------------------------------------------------------*
010947 8952-MULTIPLY-BACK.
010948     SET VERIFY-PASSED TO TRUE
010949     MOVE 0 TO VER-MAX-RESID VER-A-NORM VER-AI-NORM
010950     MOVE 0 TO VER-X-NORM VER-B-NORM VER-PPM VER-COND
010951     MOVE M TO AUG-DIM
010952     PERFORM 8955-NORM-A-ROW THRU 8955-EXIT
010953         VARYING VER-ROW FROM 1 BY 1 UNTIL VER-ROW > AUG-DIM
010954     IF MODE-SOLVE
010955         MOVE 'A*X - B  ' TO VFL-CHECK
010956         PERFORM 8960-SOLVE-RESIDUAL-ROW THRU 8960-EXIT
010957             VARYING VER-ROW FROM 1 BY 1 UNTIL VER-ROW > AUG-DIM
010958     ELSE
010959         MOVE 'A*AI - I ' TO VFL-CHECK
010960     END-IF
010961     IF NOT MODE-INVERSE
010962         COMPUTE AUG-COLS = AUG-DIM + AUG-DIM
010963         MOVE 'N' TO SW-SINGULAR
010964         PERFORM 8710-BUILD-IDENT-ROW THRU 8710-EXIT
010965             VARYING I FROM 1 BY 1 UNTIL I > AUG-DIM
010966         PERFORM 8900-GAUSS-JORDAN THRU 8900-EXIT
010967         IF MATRIX-SINGULAR
010968             SET VERIFY-NOT-DONE TO TRUE
010969             GO TO 8952-EXIT
010970         END-IF
010971     END-IF
010972     PERFORM 8970-NORM-INVERSE-ROW THRU 8970-EXIT
010973         VARYING VER-ROW FROM 1 BY 1 UNTIL VER-ROW > AUG-DIM
010974     IF NOT MODE-SOLVE
010975         MOVE 1 TO VER-B-NORM
010976         MOVE VER-AI-NORM TO VER-X-NORM
010977         PERFORM 8965-INVERSE-RESIDUAL-ROW THRU 8965-EXIT
010978             VARYING VER-ROW FROM 1 BY 1 UNTIL VER-ROW > AUG-DIM
010979     END-IF
010980     COMPUTE VER-COND = VER-A-NORM * VER-AI-NORM
010981     COMPUTE VER-SCALE = VER-A-NORM * VER-X-NORM + VER-B-NORM
010982     IF VER-SCALE > 0
010983         COMPUTE VER-PPM ROUNDED =
010984             VER-MAX-RESID * 1000000 / VER-SCALE
010985     END-IF
010986     IF VER-PPM > VER-RESID-LIMIT
010987         SET VERIFY-FAILED TO TRUE
010988         DISPLAY 'MATMUL - JOB ' WS-CUR-JOB-ID ' FAILS '
010989             'VERIFICATION - RELATIVE RESIDUAL ' VER-PPM
010990             ' PPM'
010991     ELSE
010992         IF VER-COND > VER-COND-LIMIT
010993             SET VERIFY-WARNING TO TRUE
010994             DISPLAY 'MATMUL - JOB ' WS-CUR-JOB-ID
010995                 ' ILL-CONDITIONED - CONDITION ESTIMATE '
010996                 VER-COND
010997         END-IF
010998     END-IF.
010999 8952-EXIT.
011000     EXIT.
011001
011002*-----------------------------------------------------------*
011003* 8955-NORM-A-ROW - ABSOLUTE ROW SUM OF A; THE LARGEST IS    *
011004* NORM(A).                                                   *
011005*-----------------------------------------------------------*
011006 8955-NORM-A-ROW.
011007     MOVE 0 TO VER-ROW-SUM
011008     PERFORM 8956-ADD-A-ELEM THRU 8956-EXIT
011009         VARYING VER-COL FROM 1 BY 1 UNTIL VER-COL > AUG-DIM
011010     IF VER-ROW-SUM > VER-A-NORM
011011         MOVE VER-ROW-SUM TO VER-A-NORM
011012     END-IF.
011013 8955-EXIT.
011014     EXIT.
011015
011016*-----------------------------------------------------------*
011017 8956-ADD-A-ELEM.
011018*-----------------------------------------------------------*
011019     MOVE A-ELEM(VER-ROW, VER-COL) TO VER-TERM
011020     IF VER-TERM < 0
011021         COMPUTE VER-TERM = 0 - VER-TERM
011022     END-IF
011023     ADD VER-TERM TO VER-ROW-SUM.
011024 8956-EXIT.
011025     EXIT.
011026
011027*-----------------------------------------------------------*
011028* 8960-SOLVE-RESIDUAL-ROW - ROW I OF A*X - B, ALONG WITH THE *
011029* LARGEST ABSOLUTE X AND B ELEMENTS FOR THEIR NORMS.         *
011030*-----------------------------------------------------------*
011031 8960-SOLVE-RESIDUAL-ROW.
011032     MOVE 0 TO VER-SUM
011033     PERFORM 8961-ADD-SOLVE-TERM THRU 8961-EXIT
011034         VARYING VER-K FROM 1 BY 1 UNTIL VER-K > AUG-DIM
011035     COMPUTE VER-RESID = VER-SUM - RHS-ELEM(VER-ROW)
011036     PERFORM 8980-TAKE-RESIDUAL THRU 8980-EXIT
011037     MOVE AUG-ELEM(VER-ROW, AUG-COLS) TO VER-TERM
011038     IF VER-TERM < 0
011039         COMPUTE VER-TERM = 0 - VER-TERM
011040     END-IF
011041     IF VER-TERM > VER-X-NORM
011042         MOVE VER-TERM TO VER-X-NORM
011043     END-IF
011044     MOVE RHS-ELEM(VER-ROW) TO VER-TERM
011045     IF VER-TERM < 0
011046         COMPUTE VER-TERM = 0 - VER-TERM
011047     END-IF
011048     IF VER-TERM > VER-B-NORM
011049         MOVE VER-TERM TO VER-B-NORM
011050     END-IF.
011051 8960-EXIT.
011052     EXIT.
011053
011054*-----------------------------------------------------------*
011055 8961-ADD-SOLVE-TERM.
011056*-----------------------------------------------------------*
011057     COMPUTE VER-SUM = VER-SUM +
011058         (A-ELEM(VER-ROW, VER-K) * AUG-ELEM(VER-K, AUG-COLS)).
011059 8961-EXIT.
011060     EXIT.
011061
011062*-----------------------------------------------------------*
011063* 8965-INVERSE-RESIDUAL-ROW - ROW I OF A*AI - I.             *
011064*-----------------------------------------------------------*
011065 8965-INVERSE-RESIDUAL-ROW.
011066     PERFORM 8966-INVERSE-RESIDUAL-ELEM THRU 8966-EXIT
011067         VARYING VER-COL FROM 1 BY 1 UNTIL VER-COL > AUG-DIM.
011068 8965-EXIT.
011069     EXIT.
011070
011071*-----------------------------------------------------------*
011072 8966-INVERSE-RESIDUAL-ELEM.
011073*-----------------------------------------------------------*
011074     MOVE 0 TO VER-SUM
011075     PERFORM 8967-ADD-INVERSE-TERM THRU 8967-EXIT
011076         VARYING VER-K FROM 1 BY 1 UNTIL VER-K > AUG-DIM
011077     IF VER-ROW = VER-COL
011078         SUBTRACT 1 FROM VER-SUM
011079     END-IF
011080     MOVE VER-SUM TO VER-RESID
011081     PERFORM 8980-TAKE-RESIDUAL THRU 8980-EXIT.
011082 8966-EXIT.
011083     EXIT.
011084
011085*-----------------------------------------------------------*
011086 8967-ADD-INVERSE-TERM.
011087*-----------------------------------------------------------*
011088     COMPUTE VER-SUM = VER-SUM +
011089         (A-ELEM(VER-ROW, VER-K) *
011090          AUG-ELEM(VER-K, VER-COL + AUG-DIM)).
011091 8967-EXIT.
011092     EXIT.
011093
011094*-----------------------------------------------------------*
011095* 8970-NORM-INVERSE-ROW - ABSOLUTE ROW SUM OF AI (COLUMNS    *
011096* N+1..2N); THE LARGEST IS NORM(AI).                         *
011097*-----------------------------------------------------------*
011098 8970-NORM-INVERSE-ROW.
011099     MOVE 0 TO VER-ROW-SUM
011100     PERFORM 8971-ADD-INVERSE-ELEM THRU 8971-EXIT
011101         VARYING VER-COL FROM 1 BY 1 UNTIL VER-COL > AUG-DIM
011102     IF VER-ROW-SUM > VER-AI-NORM
011103         MOVE VER-ROW-SUM TO VER-AI-NORM
011104     END-IF.
011105 8970-EXIT.
011106     EXIT.
011107
011108*-----------------------------------------------------------*
011109 8971-ADD-INVERSE-ELEM.
011110*-----------------------------------------------------------*
011111     MOVE AUG-ELEM(VER-ROW, VER-COL + AUG-DIM) TO VER-TERM
011112     IF VER-TERM < 0
011113         COMPUTE VER-TERM = 0 - VER-TERM
011114     END-IF
011115     ADD VER-TERM TO VER-ROW-SUM.
011116 8971-EXIT.
011117     EXIT.
011118
011119*-----------------------------------------------------------*
011120* 8980-TAKE-RESIDUAL - KEEP THE LARGEST ABSOLUTE RESIDUAL.   *
011121*-----------------------------------------------------------*
011122 8980-TAKE-RESIDUAL.
011123     IF VER-RESID < 0
011124         COMPUTE VER-RESID = 0 - VER-RESID
011125     END-IF
011126     IF VER-RESID > VER-MAX-RESID
011127         MOVE VER-RESID TO VER-MAX-RESID
011128     END-IF.
011129 8980-EXIT.
011130     EXIT.
011131
011132*-----------------------------------------------------------*
011133* 8990-FINISH-VERIFIED-JOB - STATUS, JOB LINE, RESULT BLOCK, *
011134* AND VERIFY LINE FOR AN INVERSE, SOLVE, OR DETERMINANT JOB. *
011135* A FAILED VERIFICATION STILL WRITES THE RESULT FOR THE      *
011136* RECORD BUT FAILS THE JOB AND LEAVES IT OUT OF THE RESULT   *
011137* REGISTRY, SO NO LATER JOB BUILDS ON IT.  A WARNING         *
011138* COMPLETES THE JOB.                                         *
011139*-----------------------------------------------------------*
011140 8990-FINISH-VERIFIED-JOB.
011141     EVALUATE TRUE
011142         WHEN VERIFY-FAILED
011143             ADD 1 TO JOBS-FAILED
011144             MOVE 'FAILED - VERIFY RESIDUAL OVER TOLERANCE'
011145                 TO JBL-STATUS
011146         WHEN VERIFY-WARNING
011147             ADD 1 TO JOBS-COMPLETED
011148             MOVE 'COMPLETED - VERIFY WARNING, ILL-CONDITIONED'
011149                 TO JBL-STATUS
011150         WHEN OTHER
011151             ADD 1 TO JOBS-COMPLETED
011152             MOVE 'COMPLETED' TO JBL-STATUS
011153     END-EVALUATE
011154     PERFORM 3000-WRITE-JOB-LINE
011155     EVALUATE TRUE
011156         WHEN MODE-INVERSE
011157             PERFORM 8760-WRITE-INVERSE-FILE THRU 8760-EXIT
011158         WHEN MODE-SOLVE
011159             PERFORM 8860-WRITE-SOLVE-FILE THRU 8860-EXIT
011160         WHEN OTHER
011161             PERFORM 8600-WRITE-DETERMINANT-FILE
011162                 THRU 8600-EXIT
011163     END-EVALUATE
011164     PERFORM 8995-WRITE-VERIFY-LINE THRU 8995-EXIT
011165     IF NOT VERIFY-FAILED AND NOT MODE-DETERMINANT
011166         PERFORM 3100-STORE-JOB-RESULT THRU 3100-EXIT
011167     END-IF.
011168 8990-EXIT.
011169     EXIT.
011170
011171*-----------------------------------------------------------*
011172* 8995-WRITE-VERIFY-LINE - CLOSES THE JOB'S RESULT BLOCK.    *
011173* A CONDITION ESTIMATE TOO LARGE FOR THE LINE PRINTS AS ALL  *
011174* NINES.                                                     *
011175*-----------------------------------------------------------*
011176 8995-WRITE-VERIFY-LINE.
011177     IF VERIFY-NOT-DONE
011178         MOVE WS-VERIFY-SINGULAR-LINE TO MATMUL-OUTPUT-RECORD
011179     ELSE
011180         MOVE VER-MAX-RESID TO VFL-RESID
011181         MOVE VER-PPM TO VFL-PPM
011182         IF VER-COND > 9999999999
011183             MOVE 9999999999 TO VFL-COND
011184         ELSE
011185             MOVE VER-COND TO VFL-COND
011186         END-IF
011187         EVALUATE TRUE
011188             WHEN VERIFY-FAILED
011189                 MOVE 'FAIL' TO VFL-STATUS
011190             WHEN VERIFY-WARNING
011191                 MOVE 'WARN' TO VFL-STATUS
011192             WHEN OTHER
011193                 MOVE 'OK  ' TO VFL-STATUS
011194         END-EVALUATE
011195         MOVE WS-VERIFY-LINE TO MATMUL-OUTPUT-RECORD
011196     END-IF
011197     WRITE MATMUL-OUTPUT-RECORD
011198     ADD 1 TO MAT-RECS-WRITTEN.
011199 8995-EXIT.
011200     EXIT.
011210
010650*-----------------------------------------------------------*
010660* 9999-TERMINATE                                             *
010670*-----------------------------------------------------------*
010770         AND RETURN-CODE = 0
010780         MOVE 8 TO RETURN-CODE
010790     END-IF
010791     IF RETURN-CODE < 16
010792         MOVE 'E' TO WS-CKPT-STATUS
010793         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
010794     END-IF
010800     CLOSE MATMUL-OUTPUT
010810     CLOSE MATMUL-INPUT
010820     PERFORM 9800-WRITE-RUNLOG THRU 9800-EXIT
010940         OPEN OUTPUT RUNLOG-FILE
010950     END-IF
010960     MOVE SPACES TO WS-RUNLOG-REC
010970     MOVE WS-RLG-PROGRAM TO RLG-PROGRAM
010980     MOVE WS-START-DATE TO RLG-START-DATE
010990     MOVE WS-START-TIME TO RLG-START-TIME
011000     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
011100     CLOSE RUNLOG-FILE.
011110 9800-EXIT.
011120     EXIT.
011300
011310*-----------------------------------------------------------*
011320* 1100-RESTART-FROM-CHECKPOINT - A 'RESTART' RUN PICKS UP    *
011330* AFTER THE LAST JOB MATCKPT.TXT RECORDS AS DONE: THE RESULT *
011340* REGISTRY AND JOB COUNTS ARE RELOADED, MATINPUT.TXT IS READ *
011350* PAST THE JOBS ALREADY RUN, AND MATOUTPUT.TXT IS CUT BACK   *
011360* TO ITS CHECKPOINTED LENGTH (DROPPING ANY PART BLOCK OF THE *
011370* JOB THAT WAS RUNNING) AND EXTENDED FROM THERE.  NO         *
011380* CHECKPOINT, AN INCOMPLETE ONE, OR ONE FROM A QUEUE THAT    *
011390* RAN TO ITS END MEANS THE QUEUE RUNS FROM THE TOP.  A       *
011400* CHECKPOINT THAT NO LONGER MATCHES MATINPUT.TXT OR          *
011410* MATOUTPUT.TXT STOPS THE RUN WITH RETURN-CODE 16 AND LEAVES *
011420* ALL THREE FILES AS THEY ARE.                               *
011430*-----------------------------------------------------------*
011440 1100-RESTART-FROM-CHECKPOINT.
011450     OPEN INPUT MATCKPT-FILE
011460     IF WS-FS-CKPT NOT = '00'
011470         DISPLAY 'MATMUL RESTART - NO CHECKPOINT - QUEUE RUNS '
011480             'FROM THE TOP'
011490         GO TO 1100-EXIT
011500     END-IF
011510     MOVE 0 TO WS-CKPT-RECS
011520     MOVE 'N' TO SW-CKPT-HEADER
011530     MOVE 'N' TO SW-CKPT-TRAILER
011540     MOVE 'N' TO SW-CKPT-EOF
011550     PERFORM UNTIL CKPT-EOF
011560         READ MATCKPT-FILE INTO WS-CKPT-REC
011570             AT END
011580                 MOVE 'Y' TO SW-CKPT-EOF
011590             NOT AT END
011600                 ADD 1 TO WS-CKPT-RECS
011610                 PERFORM 1110-TAKE-CKPT-RECORD THRU 1110-EXIT
011620         END-READ
011630     END-PERFORM
011640     CLOSE MATCKPT-FILE
011650     IF NOT CKPT-HEADER-SEEN OR NOT CKPT-TRAILER-SEEN
011660         MOVE 0 TO RESULT-REG-COUNT
011670         DISPLAY 'MATMUL RESTART - CHECKPOINT INCOMPLETE - '
011680             'QUEUE RUNS FROM THE TOP'
011690         GO TO 1100-EXIT
011700     END-IF
011710     IF CKPT-ENDED
011720         MOVE 0 TO RESULT-REG-COUNT
011730         DISPLAY 'MATMUL RESTART - LAST RUN REACHED THE END '
011740             'OF ITS QUEUE - QUEUE RUNS FROM THE TOP'
011750         GO TO 1100-EXIT
011760     END-IF
011770     PERFORM 1120-SKIP-DONE-JOBS THRU 1120-EXIT
011780     PERFORM 1130-TRIM-OUTPUT THRU 1130-EXIT
011790     MOVE CKH-REG-COUNT TO RESULT-REG-COUNT
011800     MOVE CKH-JOBS-READ TO JOBS-READ
011810     MOVE CKH-COMPLETED TO JOBS-COMPLETED
011820     MOVE CKH-FAILED TO JOBS-FAILED
011830     MOVE CKH-SKIPPED TO JOBS-SKIPPED
011840     MOVE CKH-IN-RECS TO MAT-RECS-READ
011850     MOVE CKH-OUT-RECS TO MAT-RECS-WRITTEN
011860     SET RESTART-RUN TO TRUE
011870     IF CKH-JOBS-READ = 0
011880         DISPLAY 'MATMUL RESTART - NO JOB HAD FINISHED - '
011890             'QUEUE RUNS FROM THE TOP'
011900     ELSE
011910         DISPLAY 'MATMUL RESTART - RESUMING AFTER JOB '
011920             CKH-LAST-JOB-ID ' (' CKH-JOBS-READ
011930             ' JOBS ALREADY RUN)'
011940     END-IF.
011950 1100-EXIT.
011960     EXIT.
011970
011980*-----------------------------------------------------------*
011990* 1110-TAKE-CKPT-RECORD - THE HEADER MUST COME FIRST; EACH   *
012000* REGISTRY ENTRY IS ITS 'G' RECORD FOLLOWED BY ONE 'R'       *
012010* RECORD PER MATRIX ROW; THE TRAILER'S COUNT PROVES THE FILE *
012020* WAS WRITTEN TO THE END.                                    *
012030*-----------------------------------------------------------*
012040 1110-TAKE-CKPT-RECORD.
012050     IF WS-CKPT-RECS = 1
012060         IF CKR-TYPE = 'H'
012070             MOVE WS-CKPT-REC TO WS-CKPT-HEADER
012080             SET CKPT-HEADER-SEEN TO TRUE
012090         END-IF
012100         GO TO 1110-EXIT
012110     END-IF
012120     IF NOT CKPT-HEADER-SEEN
012130         GO TO 1110-EXIT
012140     END-IF
012150     EVALUATE CKR-TYPE
012160         WHEN 'G'
012170             MOVE CKG-SLOT TO RG-NDX
012180             MOVE CKG-JOB-ID TO RG-JOB-ID(RG-NDX)
012190             MOVE CKG-ROWS TO RG-ROWS(RG-NDX)
012200             MOVE CKG-COLS TO RG-COLS(RG-NDX)
012210         WHEN 'R'
012220             MOVE CKR-SLOT TO RG-NDX
012230             MOVE CKR-ROW TO I
012240             PERFORM 1115-TAKE-CKPT-ELEM THRU 1115-EXIT
012250                 VARYING J FROM 1 BY 1
012260                     UNTIL J > RG-COLS(RG-NDX)
012270         WHEN 'T'
012280             IF CKT-RECORDS = WS-CKPT-RECS
012290                 SET CKPT-TRAILER-SEEN TO TRUE
012300             END-IF
012310     END-EVALUATE.
012320 1110-EXIT.
012330     EXIT.
012340
012350*-----------------------------------------------------------*
012360 1115-TAKE-CKPT-ELEM.
012370*-----------------------------------------------------------*
012380     MOVE CKR-ELEM(J) TO RG-ELEM(RG-NDX, I, J).
012390 1115-EXIT.
012400     EXIT.
012410
012420*-----------------------------------------------------------*
012430* 1120-SKIP-DONE-JOBS - READ MATINPUT.TXT UP TO THE          *
012440* CHECKPOINTED POSITION.  THE LAST FINISHED JOB'S HEADER     *
012450* MUST STILL BE WHERE THE CHECKPOINT SAYS, OR THE QUEUE HAS  *
012460* BEEN CHANGED UNDER THE RESTART.                            *
012470*-----------------------------------------------------------*
012480 1120-SKIP-DONE-JOBS.
012490     MOVE 0 TO WS-CKPT-RECS
012500     PERFORM UNTIL WS-CKPT-RECS >= CKH-IN-RECS
012510         READ MATMUL-INPUT
012520             AT END
012530                 DISPLAY 'MATMUL RESTART ABORTED - MATINPUT.TXT '
012540                     'IS SHORTER THAN THE CHECKPOINT'
012550                 PERFORM 1190-ABORT-RESTART
012560             NOT AT END
012570                 ADD 1 TO WS-CKPT-RECS
012580         END-READ
012590         IF WS-CKPT-RECS = CKH-LAST-HDR-REC
012600             AND MATMUL-INPUT-RECORD(1:34) NOT = CKH-LAST-HDR
012610             DISPLAY 'MATMUL RESTART ABORTED - MATINPUT.TXT '
012620                 'NO LONGER MATCHES THE CHECKPOINT AT JOB '
012630                 CKH-LAST-JOB-ID
012640             PERFORM 1190-ABORT-RESTART
012650         END-IF
012660     END-PERFORM.
012670 1120-EXIT.
012680     EXIT.
012690
012700*-----------------------------------------------------------*
012710* 1130-TRIM-OUTPUT - KEEP THE FIRST CKH-OUT-RECS LINES OF    *
012720* MATOUTPUT.TXT: COPY THEM ASIDE TO MATOUTPUT.SAV, REWRITE   *
012730* MATOUTPUT.TXT FROM THE COPY, AND LEAVE IT OPEN FOR EXTEND. *
012740*-----------------------------------------------------------*
012750 1130-TRIM-OUTPUT.
012760     OPEN INPUT MATMUL-OUTPUT
012770     IF WS-FS-MATOUT NOT = '00'
012780         DISPLAY 'MATMUL RESTART ABORTED - MATOUTPUT.TXT '
012790             'NOT FOUND'
012800         PERFORM 1190-ABORT-RESTART
012810     END-IF
012820     OPEN OUTPUT MATOUT-SAVE-FILE
012830     MOVE 0 TO WS-CKPT-RECS
012840     PERFORM UNTIL WS-CKPT-RECS >= CKH-OUT-RECS
012850         READ MATMUL-OUTPUT
012860             AT END
012870                 DISPLAY 'MATMUL RESTART ABORTED - MATOUTPUT.TXT '
012880                     'IS SHORTER THAN THE CHECKPOINT'
012890                 CLOSE MATOUT-SAVE-FILE
012900                 PERFORM 1190-ABORT-RESTART
012910             NOT AT END
012920                 ADD 1 TO WS-CKPT-RECS
012930                 MOVE MATMUL-OUTPUT-RECORD TO MATOUT-SAVE-RECORD
012940                 WRITE MATOUT-SAVE-RECORD
012950         END-READ
012960     END-PERFORM
012970     CLOSE MATMUL-OUTPUT
012980     CLOSE MATOUT-SAVE-FILE
012990     OPEN INPUT MATOUT-SAVE-FILE
013000     OPEN OUTPUT MATMUL-OUTPUT
013010     MOVE 'N' TO SW-CKPT-EOF
013020     PERFORM UNTIL CKPT-EOF
013030         READ MATOUT-SAVE-FILE
013040             AT END
013050                 MOVE 'Y' TO SW-CKPT-EOF
013060             NOT AT END
013070                 MOVE MATOUT-SAVE-RECORD TO MATMUL-OUTPUT-RECORD
013080                 WRITE MATMUL-OUTPUT-RECORD
013090         END-READ
013100     END-PERFORM
013110     CLOSE MATOUT-SAVE-FILE
013120     CLOSE MATMUL-OUTPUT
013130     OPEN EXTEND MATMUL-OUTPUT.
013140 1130-EXIT.
013150     EXIT.
013160
013170*-----------------------------------------------------------*
013180* 1190-ABORT-RESTART - THE CHECKPOINT CANNOT BE TRUSTED      *
013190* AGAINST THE FILES IN HAND.  NOTHING HAS BEEN REWRITTEN     *
013200* YET, SO THE OPERATOR CAN PUT MATINPUT.TXT/MATOUTPUT.TXT    *
013210* RIGHT AND RESTART AGAIN, OR RERUN THE QUEUE FROM THE TOP.  *
013220*-----------------------------------------------------------*
013230 1190-ABORT-RESTART.
013240     MOVE 16 TO RETURN-CODE
013250     CLOSE MATMUL-INPUT
013260     PERFORM 9800-WRITE-RUNLOG THRU 9800-EXIT
013270     STOP RUN.
013280
013290*-----------------------------------------------------------*
013300* 2900-WRITE-CHECKPOINT - REWRITE MATCKPT.TXT AFTER EACH     *
013310* JOB: POSITION, COUNTS, AND THE WHOLE RESULT REGISTRY.      *
013320* MATOUTPUT.TXT IS CLOSED AND REOPENED FIRST SO EVERY LINE   *
013330* THE CHECKPOINT COUNTS IS ON DISK.  THE TRAILER GOES LAST,  *
013340* SO A CHECKPOINT CUT SHORT IS RECOGNIZED AS SUCH.           *
013350*-----------------------------------------------------------*
013360 2900-WRITE-CHECKPOINT.
013370     CLOSE MATMUL-OUTPUT
013380     OPEN EXTEND MATMUL-OUTPUT
013390     OPEN OUTPUT MATCKPT-FILE
013400     MOVE SPACES TO WS-CKPT-HEADER
013410     MOVE 'H' TO CKH-TYPE
013420     MOVE WS-CKPT-STATUS TO CKH-STATUS
013430     ACCEPT CKH-DATE FROM DATE YYYYMMDD
013440     ACCEPT CKH-TIME FROM TIME
013450     MOVE JOBS-READ TO CKH-JOBS-READ
013460     MOVE WS-CUR-JOB-ID TO CKH-LAST-JOB-ID
013470     MOVE WS-CUR-HDR-REC TO CKH-LAST-HDR-REC
013480     MOVE WS-CUR-HDR TO CKH-LAST-HDR
013490     MOVE MAT-RECS-READ TO CKH-IN-RECS
013500     MOVE MAT-RECS-WRITTEN TO CKH-OUT-RECS
013510     MOVE JOBS-COMPLETED TO CKH-COMPLETED
013520     MOVE JOBS-FAILED TO CKH-FAILED
013530     MOVE JOBS-SKIPPED TO CKH-SKIPPED
013540     MOVE RESULT-REG-COUNT TO CKH-REG-COUNT
013550     MOVE WS-CKPT-HEADER TO MATCKPT-RECORD
013560     WRITE MATCKPT-RECORD
013570     MOVE 1 TO WS-CKPT-RECS
013580     PERFORM 2910-WRITE-CKPT-ENTRY THRU 2910-EXIT
013590         VARYING RG-NDX FROM 1 BY 1
013600             UNTIL RG-NDX > RESULT-REG-COUNT
013610     ADD 1 TO WS-CKPT-RECS
013620     MOVE SPACES TO WS-CKPT-REC
013630     MOVE 'T' TO CKT-TYPE
013640     MOVE WS-CKPT-RECS TO CKT-RECORDS
013650     MOVE WS-CKPT-REC TO MATCKPT-RECORD
013660     WRITE MATCKPT-RECORD
013670     CLOSE MATCKPT-FILE.
013680 2900-EXIT.
013690     EXIT.
013700
013710*-----------------------------------------------------------*
013720* 2910-WRITE-CKPT-ENTRY - ONE REGISTERED RESULT: ITS 'G'     *
013730* RECORD, THEN ITS ROWS.                                     *
013740*-----------------------------------------------------------*
013750 2910-WRITE-CKPT-ENTRY.
013760     MOVE SPACES TO WS-CKPT-REC
013770     MOVE 'G' TO CKG-TYPE
013780     MOVE RG-NDX TO CKG-SLOT
013790     MOVE RG-JOB-ID(RG-NDX) TO CKG-JOB-ID
013800     MOVE RG-ROWS(RG-NDX) TO CKG-ROWS
013810     MOVE RG-COLS(RG-NDX) TO CKG-COLS
013820     MOVE WS-CKPT-REC TO MATCKPT-RECORD
013830     WRITE MATCKPT-RECORD
013840     ADD 1 TO WS-CKPT-RECS
013850     PERFORM 2920-WRITE-CKPT-ROW THRU 2920-EXIT
013860         VARYING I FROM 1 BY 1 UNTIL I > RG-ROWS(RG-NDX).
013870 2910-EXIT.
013880     EXIT.
013890
013900*-----------------------------------------------------------*
013910 2920-WRITE-CKPT-ROW.
013920*-----------------------------------------------------------*
013930     MOVE SPACES TO WS-CKPT-REC
013940     MOVE 'R' TO CKR-TYPE
013950     MOVE RG-NDX TO CKR-SLOT
013960     MOVE I TO CKR-ROW
013970     PERFORM 2925-MOVE-CKPT-ELEM THRU 2925-EXIT
013980         VARYING J FROM 1 BY 1 UNTIL J > RG-COLS(RG-NDX)
013990     MOVE WS-CKPT-REC TO MATCKPT-RECORD
014000     WRITE MATCKPT-RECORD
014010     ADD 1 TO WS-CKPT-RECS.
014020 2920-EXIT.
014030     EXIT.
014040
014050*-----------------------------------------------------------*
014060 2925-MOVE-CKPT-ELEM.
014070*-----------------------------------------------------------*
014080     MOVE RG-ELEM(RG-NDX, I, J) TO CKR-ELEM(J).
014090 2925-EXIT.
014100     EXIT.
