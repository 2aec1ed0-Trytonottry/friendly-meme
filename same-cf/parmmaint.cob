000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARMMAINT.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  APPLIES ADD/CHANGE/    *
001300*                  DELETE TRANSACTIONS FROM PARMTRANS.TXT    *
001400*                  AGAINST THE RUNPARM.TXT RUN-PARAMETER     *
001500*                  MASTER THAT THE NIGHTLY STEPS READ AT     *
001600*                  START-UP IN PLACE OF THEIR COMPILED-IN    *
001700*                  OR SCRIPT-SUPPLIED SETTINGS.  EACH        *
001800*                  TRANSACTION IS VALIDATED AGAINST THE      *
001900*                  KNOWN-PARAMETER TABLE BELOW (NAME, KIND,  *
002000*                  DECIMAL PLACES, ALLOWED RANGE OR CODES),  *
002100*                  MUST CARRY THE OPERATOR ID OF WHOEVER     *
002200*                  KEYED IT, AND IS LISTED WITH BEFORE/AFTER *
002300*                  IMAGES ON PARMMAINT-RPT.TXT.  EVERY       *
002400*                  APPLIED ROW IS STAMPED WITH THE OPERATOR, *
002500*                  DATE, TIME, AND THE VALUE IT REPLACED,    *
002600*                  AND EVERY APPLIED CHANGE IS APPENDED TO   *
002700*                  THE RUNPARMLOG.TXT CHANGE LOG, SO WHO     *
002800*                  CHANGED WHAT, WHEN, AND FROM WHAT STAYS   *
002900*                  ON RECORD AFTER THE LISTING IS GONE.  ANY *
003000*                  REJECTED TRANSACTION SETS RETURN-CODE 8;  *
003100*                  THE REST STILL APPLY.                     *
003120* 2026-10-15  DPG  PENDDAYS ADDED - HOW LONG A LIMMAINT OR   *
003140*                  CATMAINT ITEM MAY AWAIT APPROVAL.         *
003160* 2026-10-15  DPG  MATRESID AND MATCOND ADDED - MATMUL'S     *
003161*                  VERIFICATION LIMITS.                      *
003171* 2026-10-15  DPG  FCSTDAYS, FCSTWKLY AND FCSTBAND ADDED -   *
003181*                  AVGFCST'S WINDOW, WEEKLY TERM AND BAND.   *
003191* 2026-10-15  DPG  INTKDAYS ADDED - DAYS AVGINTAKE KEEPS A   *
003192*                  BUSINESS DATE OPEN FOR LATE FILES.        *
003193* 2026-10-15  DPG  AUDSEED, AUDRATE, AUDMIN AND AUDMAX ADDED *
003194*                  - AUDSAMPLE'S SEED AND SAMPLE SIZING.     *
003195* 2026-10-15  DPG  ANOMDEV, ANOMNITE AND ANOMMIN ADDED -     *
003196*                  AVERAGE'S CATEGORY-BASELINE SCREEN.       *
003200*-----------------------------------------------------------*
003300*
003400*-----------------------------------------------------------*
003500* PARMTRANS.TXT TRANSACTION RECORD, ONE PER LINE:            *
003600*   COLS 1-6   ACTION   'ADD', 'CHANGE', OR 'DELETE'         *
003700*   COLS 7-14  PARAMETER NAME (SEE THE TABLE BELOW)          *
003800*   COLS 15-22 EFFECTIVE DATE PIC 9(8), BLANK = FROM DAY ONE *
003900*   COLS 23-34 VALUE AS KEYED, LEFT-JUSTIFIED, E.G. "50",    *
004000*              "12.50", "TIME", "M" (BLANK ON DELETE)        *
004100*   COLS 35-42 OPERATOR ID - REQUIRED ON EVERY ACTION        *
004200* THE KEY IS NAME PLUS EFFECTIVE DATE, SO A PARAMETER MAY    *
004300* CARRY SEVERAL DATED ROWS AT ONCE; EACH STEP USES THE ROW   *
004400* WITH THE LATEST EFFECTIVE DATE NOT AFTER ITS RUN DATE.     *
004500*-----------------------------------------------------------*
004600*
004700*-----------------------------------------------------------*
004800* RUNPARM.TXT MASTER ROW (80 BYTES):                         *
004900*   COLS 1-8   PARAMETER NAME                                *
005000*   COLS 9-16  EFFECTIVE DATE PIC 9(8), BLANK = FROM DAY ONE *
005100*   COLS 17-28 NUMERIC VALUE  PIC 9(8)V9(4) (ZERO FOR CODES) *
005200*   COLS 29-40 VALUE AS KEYED, FOR LISTINGS AND CODES        *
005300*   COLS 41-48 OPERATOR ID OF THE LAST CHANGE                *
005400*   COLS 49-56 DATE OF THE LAST CHANGE PIC 9(8)              *
005500*   COLS 57-62 TIME OF THE LAST CHANGE PIC 9(6)              *
005600*   COLS 63-74 VALUE BEFORE THE LAST CHANGE (BLANK IF ADDED) *
005700*-----------------------------------------------------------*
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-RUNPARM.
006500
006600     SELECT TRANS-FILE ASSIGN TO 'parmtrans.txt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-TRANS.
006900
007000     SELECT PARMLOG-FILE ASSIGN TO 'runparmlog.txt'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FS-PARMLOG.
007300
007400     SELECT AUDIT-REPORT ASSIGN TO 'parmmaint-rpt.txt'
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RUNPARM-FILE.
008000 01  RUNPARM-RECORD      PIC X(80).
008100
008200 FD  TRANS-FILE.
008300 01  TRANS-RECORD        PIC X(80).
008400
008500 FD  PARMLOG-FILE.
008600 01  PARMLOG-RECORD      PIC X(80).
008700
008800 FD  AUDIT-REPORT.
008900 01  AUDIT-RECORD        PIC X(110).
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
009300 01  WS-FS-TRANS         PIC X(2)  VALUE SPACES.
009400 01  WS-FS-PARMLOG       PIC X(2)  VALUE SPACES.
009500
009600 01  SW-PRM-EOF          PIC X     VALUE 'N'.
009700     88  PRM-EOF-FLAG              VALUE 'Y'.
009800 01  SW-TRN-EOF          PIC X     VALUE 'N'.
009900     88  TRN-EOF-FLAG              VALUE 'Y'.
010000 01  SW-LOG-OPEN         PIC X     VALUE 'N'.
010100     88  LOG-OPEN                  VALUE 'Y'.
010200
010300*-----------------------------------------------------------*
010400* KNOWN PARAMETERS - NAME, KIND, DECIMAL PLACES ALLOWED,     *
010500* MINIMUM, MAXIMUM, AND (KIND 'C') THE ALLOWED CODES.        *
010600*   KIND 'I'  WHOLE NUMBER WITHIN MINIMUM/MAXIMUM            *
010700*   KIND 'D'  DECIMAL AMOUNT WITHIN MINIMUM/MAXIMUM          *
010800*   KIND 'S'  SEED - A WHOLE NUMBER, OR 'TIME' FOR A SEED    *
010900*             TAKEN FROM THE TIME OF DAY AT RUN TIME         *
011000*   KIND 'C'  ONE-LETTER CODE FROM THE ALLOWED CODES         *
011100* SEED/RECCOUNT       RANDOM-GEN SEED AND RECORD COUNT       *
011200* MATM/MATAK/MATBK/   RANDMAT-BRIDGE DIMENSIONS AND MODE     *
011300* MATN/MATMODE                                               *
011400* SUSTHRSH            ALERTGEN SUSPECT-VOLUME THRESHOLD      *
011500* TRENDTOL            AVGTREND TOLERANCE PERCENT             *
011600* COMPTOL             AVGCOMP ABSOLUTE TOLERANCE             *
011700* HKEEPDAY            AVGHKEEP RETENTION IN DAYS             *
011720* PENDDAYS            LIMMAINT/CATMAINT DAYS AN ITEM MAY     *
011740*                     AWAIT APPROVAL BEFORE IT EXPIRES       *
011760* MATRESID            MATMUL VERIFICATION RESIDUAL LIMIT, IN *
011761*                     PARTS PER MILLION OF THE PROBLEM SIZE  *
011762* MATCOND             MATMUL CONDITION-ESTIMATE WARNING      *
011772* FCSTDAYS            AVGFCST FITTING WINDOW IN DAYS         *
011782* FCSTWKLY            AVGFCST WEEKLY-CYCLE TERM, Y OR N      *
011792* FCSTBAND            AVGFCST BAND, IN STANDARD ERRORS       *
011795* INTKDAYS            AVGINTAKE DAYS A BUSINESS DATE STAYS   *
011796*                     OPEN FOR LATE FILES                    *
011797* AUDSEED/AUDRATE/    AUDSAMPLE SEED, PERCENT OF EACH        *
011798* AUDMIN/AUDMAX       CATEGORY SAMPLED, AND ITS LIMITS       *
011799* ANOMDEV             AVERAGE BASELINE SCREEN WIDTH, IN      *
011809*                     STANDARD DEVIATIONS (0 = SCREEN OFF)   *
011819* ANOMNITE/ANOMMIN    TRAILING NIGHTS IN A CATEGORY BASELINE *
011829*                     AND THE FEWEST THAT ESTABLISH ONE      *
011839*-----------------------------------------------------------*
011900 01  WS-PARMDEF-VALUES.
012000     05  FILLER  PIC X(8)        VALUE 'SEED'.
012100     05  FILLER  PIC X(1)        VALUE 'S'.
012200     05  FILLER  PIC 9(1)        VALUE 0.
012300     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
012400     05  FILLER  PIC 9(8)V9(2)   VALUE 99999999.
012500     05  FILLER  PIC X(4)        VALUE SPACES.
012600     05  FILLER  PIC X(8)        VALUE 'RECCOUNT'.
012700     05  FILLER  PIC X(1)        VALUE 'I'.
012800     05  FILLER  PIC 9(1)        VALUE 0.
012900     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
013000     05  FILLER  PIC 9(8)V9(2)   VALUE 99999.
013100     05  FILLER  PIC X(4)        VALUE SPACES.
013200     05  FILLER  PIC X(8)        VALUE 'MATM'.
013300     05  FILLER  PIC X(1)        VALUE 'I'.
013400     05  FILLER  PIC 9(1)        VALUE 0.
013500     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
013600     05  FILLER  PIC 9(8)V9(2)   VALUE 20.
013700     05  FILLER  PIC X(4)        VALUE SPACES.
013800     05  FILLER  PIC X(8)        VALUE 'MATAK'.
013900     05  FILLER  PIC X(1)        VALUE 'I'.
014000     05  FILLER  PIC 9(1)        VALUE 0.
014100     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
014200     05  FILLER  PIC 9(8)V9(2)   VALUE 20.
014300     05  FILLER  PIC X(4)        VALUE SPACES.
014400     05  FILLER  PIC X(8)        VALUE 'MATBK'.
014500     05  FILLER  PIC X(1)        VALUE 'I'.
014600     05  FILLER  PIC 9(1)        VALUE 0.
014700     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
014800     05  FILLER  PIC 9(8)V9(2)   VALUE 20.
014900     05  FILLER  PIC X(4)        VALUE SPACES.
015000     05  FILLER  PIC X(8)        VALUE 'MATN'.
015100     05  FILLER  PIC X(1)        VALUE 'I'.
015200     05  FILLER  PIC 9(1)        VALUE 0.
015300     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
015400     05  FILLER  PIC 9(8)V9(2)   VALUE 20.
015500     05  FILLER  PIC X(4)        VALUE SPACES.
015600     05  FILLER  PIC X(8)        VALUE 'MATMODE'.
015700     05  FILLER  PIC X(1)        VALUE 'C'.
015800     05  FILLER  PIC 9(1)        VALUE 0.
015900     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
016000     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
016100     05  FILLER  PIC X(4)        VALUE 'MTD'.
016200     05  FILLER  PIC X(8)        VALUE 'SUSTHRSH'.
016300     05  FILLER  PIC X(1)        VALUE 'I'.
016400     05  FILLER  PIC 9(1)        VALUE 0.
016500     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
016600     05  FILLER  PIC 9(8)V9(2)   VALUE 9999999.
016700     05  FILLER  PIC X(4)        VALUE SPACES.
016800     05  FILLER  PIC X(8)        VALUE 'TRENDTOL'.
016900     05  FILLER  PIC X(1)        VALUE 'D'.
017000     05  FILLER  PIC 9(1)        VALUE 2.
017100     05  FILLER  PIC 9(8)V9(2)   VALUE 0.01.
017200     05  FILLER  PIC 9(8)V9(2)   VALUE 999.99.
017300     05  FILLER  PIC X(4)        VALUE SPACES.
017400     05  FILLER  PIC X(8)        VALUE 'COMPTOL'.
017500     05  FILLER  PIC X(1)        VALUE 'D'.
017600     05  FILLER  PIC 9(1)        VALUE 2.
017700     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
017800     05  FILLER  PIC 9(8)V9(2)   VALUE 99999999.99.
017900     05  FILLER  PIC X(4)        VALUE SPACES.
018000     05  FILLER  PIC X(8)        VALUE 'HKEEPDAY'.
018100     05  FILLER  PIC X(1)        VALUE 'I'.
018200     05  FILLER  PIC 9(1)        VALUE 0.
018300     05  FILLER  PIC 9(8)V9(2)   VALUE 30.
018400     05  FILLER  PIC 9(8)V9(2)   VALUE 3650.
018500     05  FILLER  PIC X(4)        VALUE SPACES.
018510     05  FILLER  PIC X(8)        VALUE 'PENDDAYS'.
018520     05  FILLER  PIC X(1)        VALUE 'I'.
018530     05  FILLER  PIC 9(1)        VALUE 0.
018540     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
018550     05  FILLER  PIC 9(8)V9(2)   VALUE 90.
018560     05  FILLER  PIC X(4)        VALUE SPACES.
018570     05  FILLER  PIC X(8)        VALUE 'MATRESID'.
018572     05  FILLER  PIC X(1)        VALUE 'I'.
018574     05  FILLER  PIC 9(1)        VALUE 0.
018576     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
018578     05  FILLER  PIC 9(8)V9(2)   VALUE 1000000.
018580     05  FILLER  PIC X(4)        VALUE SPACES.
018582     05  FILLER  PIC X(8)        VALUE 'MATCOND'.
018584     05  FILLER  PIC X(1)        VALUE 'I'.
018586     05  FILLER  PIC 9(1)        VALUE 0.
018588     05  FILLER  PIC 9(8)V9(2)   VALUE 10.
018590     05  FILLER  PIC 9(8)V9(2)   VALUE 99999999.
018592     05  FILLER  PIC X(4)        VALUE SPACES.
018593     05  FILLER  PIC X(8)        VALUE 'FCSTDAYS'.
018594     05  FILLER  PIC X(1)        VALUE 'I'.
018595     05  FILLER  PIC 9(1)        VALUE 0.
018596     05  FILLER  PIC 9(8)V9(2)   VALUE 14.
018597     05  FILLER  PIC 9(8)V9(2)   VALUE 366.
018598     05  FILLER  PIC X(4)        VALUE SPACES.
018599     05  FILLER  PIC X(8)        VALUE 'FCSTWKLY'.
018600     05  FILLER  PIC X(1)        VALUE 'C'.
018601     05  FILLER  PIC 9(1)        VALUE 0.
018602     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
018603     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
018604     05  FILLER  PIC X(4)        VALUE 'YN'.
018605     05  FILLER  PIC X(8)        VALUE 'FCSTBAND'.
018606     05  FILLER  PIC X(1)        VALUE 'D'.
018607     05  FILLER  PIC 9(1)        VALUE 2.
018608     05  FILLER  PIC 9(8)V9(2)   VALUE 0.50.
018609     05  FILLER  PIC 9(8)V9(2)   VALUE 5.
018610     05  FILLER  PIC X(4)        VALUE SPACES.
018611     05  FILLER  PIC X(8)        VALUE 'INTKDAYS'.
018612     05  FILLER  PIC X(1)        VALUE 'I'.
018613     05  FILLER  PIC 9(1)        VALUE 0.
018614     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
018615     05  FILLER  PIC 9(8)V9(2)   VALUE 31.
018616     05  FILLER  PIC X(4)        VALUE SPACES.
018617     05  FILLER  PIC X(8)        VALUE 'AUDSEED'.
018618     05  FILLER  PIC X(1)        VALUE 'S'.
018619     05  FILLER  PIC 9(1)        VALUE 0.
018620     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
018621     05  FILLER  PIC 9(8)V9(2)   VALUE 99999999.
018622     05  FILLER  PIC X(4)        VALUE SPACES.
018623     05  FILLER  PIC X(8)        VALUE 'AUDRATE'.
018624     05  FILLER  PIC X(1)        VALUE 'D'.
018625     05  FILLER  PIC 9(1)        VALUE 2.
018626     05  FILLER  PIC 9(8)V9(2)   VALUE 0.01.
018627     05  FILLER  PIC 9(8)V9(2)   VALUE 100.
018628     05  FILLER  PIC X(4)        VALUE SPACES.
018629     05  FILLER  PIC X(8)        VALUE 'AUDMIN'.
018630     05  FILLER  PIC X(1)        VALUE 'I'.
018631     05  FILLER  PIC 9(1)        VALUE 0.
018632     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
018633     05  FILLER  PIC 9(8)V9(2)   VALUE 9999.
018634     05  FILLER  PIC X(4)        VALUE SPACES.
018635     05  FILLER  PIC X(8)        VALUE 'AUDMAX'.
018636     05  FILLER  PIC X(1)        VALUE 'I'.
018637     05  FILLER  PIC 9(1)        VALUE 0.
018638     05  FILLER  PIC 9(8)V9(2)   VALUE 1.
018639     05  FILLER  PIC 9(8)V9(2)   VALUE 9999.
018640     05  FILLER  PIC X(4)        VALUE SPACES.
018641     05  FILLER  PIC X(8)        VALUE 'ANOMDEV'.
018642     05  FILLER  PIC X(1)        VALUE 'D'.
018643     05  FILLER  PIC 9(1)        VALUE 2.
018644     05  FILLER  PIC 9(8)V9(2)   VALUE 0.
018645     05  FILLER  PIC 9(8)V9(2)   VALUE 99.99.
018646     05  FILLER  PIC X(4)        VALUE SPACES.
018647     05  FILLER  PIC X(8)        VALUE 'ANOMNITE'.
018648     05  FILLER  PIC X(1)        VALUE 'I'.
018649     05  FILLER  PIC 9(1)        VALUE 0.
018650     05  FILLER  PIC 9(8)V9(2)   VALUE 2.
018651     05  FILLER  PIC 9(8)V9(2)   VALUE 60.
018652     05  FILLER  PIC X(4)        VALUE SPACES.
018653     05  FILLER  PIC X(8)        VALUE 'ANOMMIN'.
018654     05  FILLER  PIC X(1)        VALUE 'I'.
018655     05  FILLER  PIC 9(1)        VALUE 0.
018656     05  FILLER  PIC 9(8)V9(2)   VALUE 2.
018657     05  FILLER  PIC 9(8)V9(2)   VALUE 60.
018658     05  FILLER  PIC X(4)        VALUE SPACES.
018668 01  WS-PARMDEF-TABLE REDEFINES WS-PARMDEF-VALUES.
018700     05  PARMDEF-ENTRY OCCURS 25 TIMES.
018800         10  PD-NAME      PIC X(8).
018900         10  PD-KIND      PIC X(1).
019000         10  PD-DECIMALS  PIC 9(1).
019100         10  PD-MIN       PIC 9(8)V9(2).
019200         10  PD-MAX       PIC 9(8)V9(2).
019300         10  PD-CODES     PIC X(4).
019400 01  PARMDEF-COUNT        PIC 9(2) COMP  VALUE 25.
019500 01  PD-SCAN              PIC 9(2) COMP.
019600 01  PD-FOUND-NDX         PIC 9(2) COMP.
019700
019800*-----------------------------------------------------------*
019900* RUN-PARAMETER ROW - LAYOUT SHARED WITH EVERY STEP'S        *
020000* RUNPARM.TXT LOADER AND WITH RUNREPORT                      *
020100*-----------------------------------------------------------*
020200 01  WS-RUNPARM-REC.
020300     05  PRM-NAME         PIC X(8).
020400     05  PRM-EFFDT-RAW    PIC X(8).
020500     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
020600                          PIC 9(8).
020700     05  PRM-NUM          PIC 9(8)V9(4).
020800     05  PRM-TEXT         PIC X(12).
020900     05  PRM-CHG-OPER     PIC X(8).
021000     05  PRM-CHG-DATE     PIC 9(8).
021100     05  PRM-CHG-TIME     PIC 9(6).
021200     05  PRM-PRIOR-TEXT   PIC X(12).
021300     05  FILLER           PIC X(6).
021400
021500 01  PARMS-COUNT          PIC 9(3) COMP  VALUE 0.
021600 01  MAX-PARMS            PIC 9(3) COMP  VALUE 200.
021700 01  PARMS-TABLE.
021800     05  PARMS-ENTRY OCCURS 200 TIMES.
021900         10  PT-NAME        PIC X(8).
022000         10  PT-EFFDT-RAW   PIC X(8).
022100         10  PT-NUM         PIC 9(8)V9(4).
022200         10  PT-TEXT        PIC X(12).
022300         10  PT-CHG-OPER    PIC X(8).
022400         10  PT-CHG-DATE    PIC 9(8).
022500         10  PT-CHG-TIME    PIC 9(6).
022600         10  PT-PRIOR-TEXT  PIC X(12).
022700         10  PT-DELETED     PIC X(1).
022800 01  PRM-NDX              PIC 9(3) COMP.
022900 01  PRM-SCAN             PIC 9(3) COMP.
023000 01  PRM-FOUND-NDX        PIC 9(3) COMP.
023100
023200*-----------------------------------------------------------*
023300* TRANSACTION RECORD AND PER-TRANSACTION WORK AREAS          *
023400*-----------------------------------------------------------*
023500 01  WS-TRANS-REC.
023600     05  TRN-ACTION       PIC X(6).
023700     05  TRN-NAME         PIC X(8).
023800     05  TRN-EFFDT-RAW    PIC X(8).
023900     05  TRN-EFFDT REDEFINES TRN-EFFDT-RAW
024000                          PIC 9(8).
024100     05  TRN-VALUE        PIC X(12).
024200     05  TRN-OPERATOR     PIC X(8).
024300     05  FILLER           PIC X(38).
024400
024500 01  SW-TRANS-OK          PIC X.
024600     88  TRANS-OK                   VALUE 'Y'.
024700 01  WS-REJECT-REASON     PIC X(36).
024800
024900*-----------------------------------------------------------*
025000* VALUE EDIT - THE KEYED VALUE IS PARSED CHARACTER BY        *
025100* CHARACTER LIKE THE SUITE'S OTHER NUMERIC PARAMETERS: UP TO *
025200* EIGHT WHOLE DIGITS, AN OPTIONAL POINT, UP TO FOUR DECIMALS *
025300*-----------------------------------------------------------*
025400 01  WS-VAL-NUM           PIC 9(8)V9(4)  VALUE 0.
025500 01  WS-VAL-SCALE         PIC 9V9(4)     VALUE 1.
025600 01  WS-VAL-CHAR          PIC X(1).
025700 01  WS-VAL-DIGIT         PIC 9(1).
025800 01  WS-VAL-CHAR-NDX      PIC 9(2) COMP.
025900 01  WS-VAL-INT-DIGITS    PIC 9(2) COMP.
026000 01  WS-VAL-DECIMALS      PIC 9(2) COMP.
026100 01  SW-VAL-VALID         PIC X     VALUE 'Y'.
026200     88  VAL-VALID                  VALUE 'Y'.
026300 01  SW-VAL-POINT         PIC X     VALUE 'N'.
026400     88  VAL-POINT-SEEN             VALUE 'Y'.
026500 01  SW-VAL-ENDED         PIC X     VALUE 'N'.
026600     88  VAL-ENDED                  VALUE 'Y'.
026700 01  WS-TALLY             PIC 9(3)  COMP.
026800
026900*-----------------------------------------------------------*
027000* RUNPARMLOG.TXT CHANGE-LOG RECORD - ONE PER APPLIED         *
027100* TRANSACTION, APPENDED, NEVER REWRITTEN                     *
027200*-----------------------------------------------------------*
027300 01  WS-PARMLOG-REC.
027400     05  PLG-DATE         PIC 9(8).
027500     05  PLG-TIME         PIC 9(6).
027600     05  PLG-OPERATOR     PIC X(8).
027700     05  PLG-ACTION       PIC X(6).
027800     05  PLG-NAME         PIC X(8).
027900     05  PLG-EFFDT        PIC X(8).
028000     05  PLG-BEFORE       PIC X(12).
028100     05  PLG-AFTER        PIC X(12).
028200     05  FILLER           PIC X(12) VALUE SPACES.
028300
028400 77  TRANS-READ           PIC 9(5)  VALUE 0.
028500 77  TRANS-APPLIED        PIC 9(5)  VALUE 0.
028600 77  TRANS-REJECTED       PIC 9(5)  VALUE 0.
028700
028800 01  WS-RUN-DATE          PIC 9(8).
028900 01  WS-RUN-TIME.
029000     05  WS-RUN-HHMMSS    PIC 9(6).
029100     05  FILLER           PIC 9(2).
029200
029300*-----------------------------------------------------------*
029400* AUDIT LISTING LINE LAYOUTS                                 *
029500*-----------------------------------------------------------*
029600 01  WS-RPT-HEADER.
029700     05  FILLER       PIC X(28)
029800         VALUE 'PARMMAINT AUDIT LISTING -   '.
029900     05  RPH-DATE     PIC 9(8).
030000     05  FILLER       PIC X(74) VALUE SPACES.
030100
030200 01  WS-RPT-ACTION.
030300     05  RPA-ACTION   PIC X(6).
030400     05  FILLER       PIC X(1)  VALUE SPACE.
030500     05  RPA-NAME     PIC X(8).
030600     05  FILLER       PIC X(1)  VALUE SPACE.
030700     05  RPA-EFFDT    PIC X(8).
030800     05  FILLER       PIC X(2)  VALUE SPACES.
030900     05  RPA-VALUE    PIC X(12).
031000     05  FILLER       PIC X(2)  VALUE SPACES.
031100     05  RPA-OPERATOR PIC X(8).
031200     05  FILLER       PIC X(2)  VALUE SPACES.
031300     05  RPA-STATUS   PIC X(10).
031400     05  FILLER       PIC X(2)  VALUE SPACES.
031500     05  RPA-REASON   PIC X(36).
031600     05  FILLER       PIC X(12) VALUE SPACES.
031700
031800 01  WS-RPT-IMAGE.
031900     05  FILLER       PIC X(4)  VALUE SPACES.
032000     05  RPI-LABEL    PIC X(8).
032100     05  FILLER       PIC X(1)  VALUE SPACE.
032200     05  RPI-IMAGE    PIC X(74).
032300     05  FILLER       PIC X(23) VALUE SPACES.
032400
032500 01  WS-RPT-TOTAL.
032600     05  RPT-LABEL    PIC X(12).
032700     05  RPT-COUNT    PIC Z(4)9.
032800     05  FILLER       PIC X(93) VALUE SPACES.
032900
033000 PROCEDURE DIVISION.
033100*-----------------------------------------------------------*
033200 0000-MAINLINE.
033300*-----------------------------------------------------------*
033400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033500     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
033600     PERFORM 8000-REWRITE-PARMS
033700     PERFORM 9999-TERMINATE.
033800
033900*-----------------------------------------------------------*
034000* 1000-INITIALIZE - AN ABSENT MASTER JUST MEANS AN ADD-ONLY  *
034100* RUN BUILDS IT FRESH; AN ABSENT TRANSACTION FILE ABORTS THE *
034200* RUN.                                                       *
034300*-----------------------------------------------------------*
034400 1000-INITIALIZE.
034500*-----------------------------------------------------------*
034600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
034700     ACCEPT WS-RUN-TIME FROM TIME
034800     OPEN INPUT TRANS-FILE
034900     IF WS-FS-TRANS NOT = '00'
035000         DISPLAY 'PARMMAINT ABORTED - PARMTRANS.TXT NOT FOUND, '
035100             'STATUS ' WS-FS-TRANS
035200         MOVE 16 TO RETURN-CODE
035300         GO TO 9999-TERMINATE
035400     END-IF
035500     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT
035600     OPEN OUTPUT AUDIT-REPORT
035700     MOVE WS-RUN-DATE TO RPH-DATE
035800     MOVE WS-RPT-HEADER TO AUDIT-RECORD
035900     WRITE AUDIT-RECORD.
036000 1000-EXIT.
036100     EXIT.
036200
036300*-----------------------------------------------------------*
036400 1100-LOAD-PARMS.
036500*-----------------------------------------------------------*
036600     OPEN INPUT RUNPARM-FILE
036700     IF WS-FS-RUNPARM NOT = '00'
036800         GO TO 1100-EXIT
036900     END-IF
037000     PERFORM UNTIL PRM-EOF-FLAG
037100         READ RUNPARM-FILE INTO WS-RUNPARM-REC
037200             AT END
037300                 MOVE 'Y' TO SW-PRM-EOF
037400             NOT AT END
037500                 IF WS-RUNPARM-REC NOT = SPACES
037600                     PERFORM 1110-STORE-ONE-ROW
037700                 END-IF
037800         END-READ
037900     END-PERFORM
038000     CLOSE RUNPARM-FILE.
038100 1100-EXIT.
038200     EXIT.
038300
038400*-----------------------------------------------------------*
038500 1110-STORE-ONE-ROW.
038600*-----------------------------------------------------------*
038700     IF PARMS-COUNT >= MAX-PARMS
038800         DISPLAY 'PARMMAINT - PARAMETER TABLE FULL AT '
038900             MAX-PARMS ' - EXTRA ROWS DROPPED'
039000         MOVE 8 TO RETURN-CODE
039100     ELSE
039200         ADD 1 TO PARMS-COUNT
039300         MOVE PARMS-COUNT TO PRM-NDX
039400         MOVE PRM-NAME TO PT-NAME(PRM-NDX)
039500         MOVE PRM-EFFDT-RAW TO PT-EFFDT-RAW(PRM-NDX)
039600         MOVE PRM-NUM TO PT-NUM(PRM-NDX)
039700         MOVE PRM-TEXT TO PT-TEXT(PRM-NDX)
039800         MOVE PRM-CHG-OPER TO PT-CHG-OPER(PRM-NDX)
039900         MOVE PRM-CHG-DATE TO PT-CHG-DATE(PRM-NDX)
040000         MOVE PRM-CHG-TIME TO PT-CHG-TIME(PRM-NDX)
040100         MOVE PRM-PRIOR-TEXT TO PT-PRIOR-TEXT(PRM-NDX)
040200         MOVE 'N' TO PT-DELETED(PRM-NDX)
040300     END-IF.
040400
040500*-----------------------------------------------------------*
040600 2000-PROCESS-TRANSACTIONS.
040700*-----------------------------------------------------------*
040800     PERFORM UNTIL TRN-EOF-FLAG
040900         READ TRANS-FILE INTO WS-TRANS-REC
041000             AT END
041100                 MOVE 'Y' TO SW-TRN-EOF
041200             NOT AT END
041300                 IF WS-TRANS-REC NOT = SPACES
041400                     PERFORM 2100-APPLY-ONE-TRANS
041500                         THRU 2100-EXIT
041600                 END-IF
041700         END-READ
041800     END-PERFORM
041900     CLOSE TRANS-FILE.
042000 2000-EXIT.
042100     EXIT.
042200
042300*-----------------------------------------------------------*
042400* 2100-APPLY-ONE-TRANS - VALIDATE, THEN DISPATCH ON THE      *
042500* ACTION.  EVERY TRANSACTION GETS AN AUDIT LINE; APPLIED     *
042600* ONES ALSO GET BEFORE/AFTER IMAGES AND A CHANGE-LOG ENTRY.  *
042700*-----------------------------------------------------------*
042800 2100-APPLY-ONE-TRANS.
042900*-----------------------------------------------------------*
043000     ADD 1 TO TRANS-READ
043100     MOVE 'Y' TO SW-TRANS-OK
043200     MOVE SPACES TO WS-REJECT-REASON
043300     PERFORM 2200-FIND-KEY
043400     PERFORM 2300-VALIDATE-KEY THRU 2300-EXIT
043500     EVALUATE TRN-ACTION
043600         WHEN 'ADD'
043700             IF TRANS-OK
043800                 PERFORM 2350-EDIT-VALUE THRU 2350-EXIT
043900             END-IF
044000             IF TRANS-OK AND PRM-FOUND-NDX > 0
044100                 MOVE 'N' TO SW-TRANS-OK
044200                 MOVE 'KEY ALREADY ON FILE' TO WS-REJECT-REASON
044300             END-IF
044400             IF TRANS-OK
044500                 PERFORM 2400-APPLY-ADD THRU 2400-EXIT
044600             END-IF
044700         WHEN 'CHANGE'
044800             IF TRANS-OK
044900                 PERFORM 2350-EDIT-VALUE THRU 2350-EXIT
045000             END-IF
045100             IF TRANS-OK AND PRM-FOUND-NDX = 0
045200                 MOVE 'N' TO SW-TRANS-OK
045300                 MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
045400             END-IF
045500             IF TRANS-OK
045600                 PERFORM 2500-APPLY-CHANGE
045700             END-IF
045800         WHEN 'DELETE'
045900             IF TRANS-OK AND PRM-FOUND-NDX = 0
046000                 MOVE 'N' TO SW-TRANS-OK
046100                 MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
046200             END-IF
046300             IF TRANS-OK
046400                 PERFORM 2600-APPLY-DELETE
046500             END-IF
046600         WHEN OTHER
046700             MOVE 'N' TO SW-TRANS-OK
046800             MOVE 'ACTION UNRECOGNIZED' TO WS-REJECT-REASON
046900     END-EVALUATE
047000     PERFORM 3000-WRITE-AUDIT-LINE.
047100 2100-EXIT.
047200     EXIT.
047300
047400*-----------------------------------------------------------*
047500* 2200-FIND-KEY - THE UNDELETED ROW MATCHING THE             *
047600* TRANSACTION'S NAME AND EFFECTIVE DATE, IF ANY.             *
047700*-----------------------------------------------------------*
047800 2200-FIND-KEY.
047900*-----------------------------------------------------------*
048000     MOVE 0 TO PRM-FOUND-NDX
048100     PERFORM 2250-MATCH-ONE-KEY
048200         VARYING PRM-SCAN FROM 1 BY 1
048300             UNTIL PRM-SCAN > PARMS-COUNT
048400                 OR PRM-FOUND-NDX > 0.
048500
048600*-----------------------------------------------------------*
048700 2250-MATCH-ONE-KEY.
048800*-----------------------------------------------------------*
048900     IF PT-NAME(PRM-SCAN) = TRN-NAME
049000         AND PT-EFFDT-RAW(PRM-SCAN) = TRN-EFFDT-RAW
049100         AND PT-DELETED(PRM-SCAN) = 'N'
049200         MOVE PRM-SCAN TO PRM-FOUND-NDX
049300     END-IF.
049400
049500*-----------------------------------------------------------*
049600* 2300-VALIDATE-KEY - AN OPERATOR ID ON EVERY ACTION, A      *
049700* KNOWN PARAMETER NAME, AND AN EFFECTIVE DATE THAT IS        *
049800* NUMERIC WHEN PRESENT.                                      *
049900*-----------------------------------------------------------*
050000 2300-VALIDATE-KEY.
050100*-----------------------------------------------------------*
050200     IF TRN-OPERATOR = SPACES
050300         MOVE 'N' TO SW-TRANS-OK
050400         MOVE 'OPERATOR ID BLANK' TO WS-REJECT-REASON
050500         GO TO 2300-EXIT
050600     END-IF
050700     MOVE 0 TO PD-FOUND-NDX
050800     PERFORM 2310-MATCH-ONE-PARMDEF
050900         VARYING PD-SCAN FROM 1 BY 1
051000             UNTIL PD-SCAN > PARMDEF-COUNT
051100                 OR PD-FOUND-NDX > 0
051200     IF PD-FOUND-NDX = 0
051300         MOVE 'N' TO SW-TRANS-OK
051400         MOVE 'PARAMETER NAME UNKNOWN' TO WS-REJECT-REASON
051500         GO TO 2300-EXIT
051600     END-IF
051700     IF TRN-EFFDT-RAW NOT = SPACES
051800         AND TRN-EFFDT IS NOT NUMERIC
051900         MOVE 'N' TO SW-TRANS-OK
052000         MOVE 'EFFECTIVE DATE NOT NUMERIC'
052100             TO WS-REJECT-REASON
052200     END-IF.
052300 2300-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------*
052700 2310-MATCH-ONE-PARMDEF.
052800*-----------------------------------------------------------*
052900     IF PD-NAME(PD-SCAN) = TRN-NAME
053000         MOVE PD-SCAN TO PD-FOUND-NDX
053100     END-IF.
053200
053300*-----------------------------------------------------------*
053400* 2350-EDIT-VALUE - CHECK THE KEYED VALUE AGAINST ITS        *
053500* PARAMETER'S KIND AND LIMITS, LEAVING THE NUMBER IN         *
053600* WS-VAL-NUM (ZERO FOR A CODE OR A 'TIME' SEED).             *
053700*-----------------------------------------------------------*
053800 2350-EDIT-VALUE.
053900*-----------------------------------------------------------*
054000     MOVE 0 TO WS-VAL-NUM
054100     IF TRN-VALUE = SPACES
054200         MOVE 'N' TO SW-TRANS-OK
054300         MOVE 'VALUE BLANK' TO WS-REJECT-REASON
054400         GO TO 2350-EXIT
054500     END-IF
054600     IF PD-KIND(PD-FOUND-NDX) = 'C'
054700         MOVE 0 TO WS-TALLY
054800         IF TRN-VALUE(2:11) = SPACES
054900             INSPECT PD-CODES(PD-FOUND-NDX) TALLYING WS-TALLY
055000                 FOR ALL TRN-VALUE(1:1)
055100         END-IF
055200         IF WS-TALLY = 0
055300             MOVE 'N' TO SW-TRANS-OK
055400             MOVE 'VALUE NOT AN ALLOWED CODE'
055500                 TO WS-REJECT-REASON
055600         END-IF
055700         GO TO 2350-EXIT
055800     END-IF
055900     IF PD-KIND(PD-FOUND-NDX) = 'S' AND TRN-VALUE = 'TIME'
056000         GO TO 2350-EXIT
056100     END-IF
056200     MOVE 1 TO WS-VAL-SCALE
056300     MOVE 0 TO WS-VAL-INT-DIGITS
056400     MOVE 0 TO WS-VAL-DECIMALS
056500     MOVE 'Y' TO SW-VAL-VALID
056600     MOVE 'N' TO SW-VAL-POINT
056700     MOVE 'N' TO SW-VAL-ENDED
056800     PERFORM 2360-PARSE-VALUE-CHAR
056900         VARYING WS-VAL-CHAR-NDX FROM 1 BY 1
057000             UNTIL WS-VAL-CHAR-NDX > 12
057100     IF WS-VAL-INT-DIGITS + WS-VAL-DECIMALS = 0
057200         MOVE 'N' TO SW-VAL-VALID
057300     END-IF
057400     IF NOT VAL-VALID
057500         MOVE 'N' TO SW-TRANS-OK
057600         MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
057700         GO TO 2350-EXIT
057800     END-IF
057900     IF WS-VAL-DECIMALS > PD-DECIMALS(PD-FOUND-NDX)
058000         MOVE 'N' TO SW-TRANS-OK
058100         MOVE 'TOO MANY DECIMAL PLACES' TO WS-REJECT-REASON
058200         GO TO 2350-EXIT
058300     END-IF
058400     IF WS-VAL-NUM < PD-MIN(PD-FOUND-NDX)
058500         OR WS-VAL-NUM > PD-MAX(PD-FOUND-NDX)
058600         MOVE 'N' TO SW-TRANS-OK
058700         MOVE 'VALUE OUTSIDE ALLOWED RANGE'
058800             TO WS-REJECT-REASON
058900     END-IF.
059000 2350-EXIT.
059100     EXIT.
059200
059300*-----------------------------------------------------------*
059400* 2360-PARSE-VALUE-CHAR - ONE CHARACTER OF THE KEYED VALUE.  *
059500* THE FIRST SPACE ENDS THE VALUE; ANYTHING AFTER IT, A       *
059600* SECOND POINT, OR A NON-DIGIT MAKES THE VALUE INVALID.      *
059700*-----------------------------------------------------------*
059800 2360-PARSE-VALUE-CHAR.
059900*-----------------------------------------------------------*
060000     MOVE TRN-VALUE(WS-VAL-CHAR-NDX:1) TO WS-VAL-CHAR
060100     EVALUATE TRUE
060200         WHEN WS-VAL-CHAR = SPACE
060300             MOVE 'Y' TO SW-VAL-ENDED
060400         WHEN VAL-ENDED
060500             MOVE 'N' TO SW-VAL-VALID
060600         WHEN WS-VAL-CHAR = '.'
060700             IF VAL-POINT-SEEN
060800                 MOVE 'N' TO SW-VAL-VALID
060900             ELSE
061000                 MOVE 'Y' TO SW-VAL-POINT
061100             END-IF
061200         WHEN WS-VAL-CHAR IS NUMERIC
061300             MOVE WS-VAL-CHAR TO WS-VAL-DIGIT
061400             IF VAL-POINT-SEEN
061500                 ADD 1 TO WS-VAL-DECIMALS
061600                 IF WS-VAL-DECIMALS > 4
061700                     MOVE 'N' TO SW-VAL-VALID
061800                 ELSE
061900                     COMPUTE WS-VAL-SCALE = WS-VAL-SCALE / 10
062000                     COMPUTE WS-VAL-NUM = WS-VAL-NUM
062100                         + (WS-VAL-DIGIT * WS-VAL-SCALE)
062200                 END-IF
062300             ELSE
062400                 ADD 1 TO WS-VAL-INT-DIGITS
062500                 IF WS-VAL-INT-DIGITS > 8
062600                     MOVE 'N' TO SW-VAL-VALID
062700                 ELSE
062800                     COMPUTE WS-VAL-NUM = (WS-VAL-NUM * 10)
062900                         + WS-VAL-DIGIT
063000                 END-IF
063100             END-IF
063200         WHEN OTHER
063300             MOVE 'N' TO SW-VAL-VALID
063400     END-EVALUATE.
063500
063600*-----------------------------------------------------------*
063700 2400-APPLY-ADD.
063800*-----------------------------------------------------------*
063900     IF PARMS-COUNT >= MAX-PARMS
064000         MOVE 'N' TO SW-TRANS-OK
064100         MOVE 'PARAMETER TABLE FULL' TO WS-REJECT-REASON
064200         GO TO 2400-EXIT
064300     END-IF
064400     ADD 1 TO PARMS-COUNT
064500     MOVE PARMS-COUNT TO PRM-NDX
064600     MOVE TRN-NAME TO PT-NAME(PRM-NDX)
064700     MOVE TRN-EFFDT-RAW TO PT-EFFDT-RAW(PRM-NDX)
064800     MOVE SPACES TO PT-PRIOR-TEXT(PRM-NDX)
064900     MOVE 'N' TO PT-DELETED(PRM-NDX)
065000     PERFORM 2700-STAMP-NEW-VALUE
065100     MOVE SPACES TO PLG-BEFORE
065200     MOVE TRN-VALUE TO PLG-AFTER
065300     PERFORM 3400-WRITE-CHANGE-LOG
065400     ADD 1 TO TRANS-APPLIED
065500     PERFORM 3200-WRITE-AFTER-IMAGE.
065600 2400-EXIT.
065700     EXIT.
065800
065900*-----------------------------------------------------------*
066000 2500-APPLY-CHANGE.
066100*-----------------------------------------------------------*
066200     MOVE PRM-FOUND-NDX TO PRM-NDX
066300     PERFORM 3100-WRITE-BEFORE-IMAGE
066400     MOVE PT-TEXT(PRM-NDX) TO PT-PRIOR-TEXT(PRM-NDX)
066500     MOVE PT-TEXT(PRM-NDX) TO PLG-BEFORE
066600     PERFORM 2700-STAMP-NEW-VALUE
066700     MOVE TRN-VALUE TO PLG-AFTER
066800     PERFORM 3400-WRITE-CHANGE-LOG
066900     ADD 1 TO TRANS-APPLIED
067000     PERFORM 3200-WRITE-AFTER-IMAGE.
067100
067200*-----------------------------------------------------------*
067300 2600-APPLY-DELETE.
067400*-----------------------------------------------------------*
067500     MOVE PRM-FOUND-NDX TO PRM-NDX
067600     PERFORM 3100-WRITE-BEFORE-IMAGE
067700     MOVE 'Y' TO PT-DELETED(PRM-NDX)
067800     MOVE PT-TEXT(PRM-NDX) TO PLG-BEFORE
067900     MOVE '*DELETED*' TO PLG-AFTER
068000     PERFORM 3400-WRITE-CHANGE-LOG
068100     ADD 1 TO TRANS-APPLIED.
068200
068300*-----------------------------------------------------------*
068400* 2700-STAMP-NEW-VALUE - THE EDITED VALUE AND WHO KEYED IT,  *
068500* AND WHEN, ONTO THE ROW AT PRM-NDX.                         *
068600*-----------------------------------------------------------*
068700 2700-STAMP-NEW-VALUE.
068800*-----------------------------------------------------------*
068900     MOVE WS-VAL-NUM TO PT-NUM(PRM-NDX)
069000     MOVE TRN-VALUE TO PT-TEXT(PRM-NDX)
069100     MOVE TRN-OPERATOR TO PT-CHG-OPER(PRM-NDX)
069200     MOVE WS-RUN-DATE TO PT-CHG-DATE(PRM-NDX)
069300     MOVE WS-RUN-HHMMSS TO PT-CHG-TIME(PRM-NDX).
069400
069500*-----------------------------------------------------------*
069600 3000-WRITE-AUDIT-LINE.
069700*-----------------------------------------------------------*
069800     MOVE TRN-ACTION TO RPA-ACTION
069900     MOVE TRN-NAME TO RPA-NAME
070000     MOVE TRN-EFFDT-RAW TO RPA-EFFDT
070100     MOVE TRN-VALUE TO RPA-VALUE
070200     MOVE TRN-OPERATOR TO RPA-OPERATOR
070300     IF TRANS-OK
070400         MOVE 'APPLIED' TO RPA-STATUS
070500         MOVE SPACES TO RPA-REASON
070600     ELSE
070700         MOVE 'REJECTED' TO RPA-STATUS
070800         MOVE WS-REJECT-REASON TO RPA-REASON
070900         ADD 1 TO TRANS-REJECTED
071000         MOVE 8 TO RETURN-CODE
071100     END-IF
071200     MOVE WS-RPT-ACTION TO AUDIT-RECORD
071300     WRITE AUDIT-RECORD.
071400
071500*-----------------------------------------------------------*
071600* 3100/3200 - BEFORE AND AFTER IMAGES OF THE ROW AT PRM-NDX, *
071700* IN THE FILE'S OWN COLUMN LAYOUT, SO THE LISTING DOUBLES AS *
071800* EVIDENCE OF EXACTLY WHAT CHANGED AND WHO CHANGED IT.       *
071900*-----------------------------------------------------------*
072000 3100-WRITE-BEFORE-IMAGE.
072100*-----------------------------------------------------------*
072200     MOVE 'BEFORE: ' TO RPI-LABEL
072300     PERFORM 3300-BUILD-ROW-IMAGE
072400     MOVE WS-RUNPARM-REC(1:74) TO RPI-IMAGE
072500     MOVE WS-RPT-IMAGE TO AUDIT-RECORD
072600     WRITE AUDIT-RECORD.
072700
072800*-----------------------------------------------------------*
072900 3200-WRITE-AFTER-IMAGE.
073000*-----------------------------------------------------------*
073100     MOVE 'AFTER:  ' TO RPI-LABEL
073200     PERFORM 3300-BUILD-ROW-IMAGE
073300     MOVE WS-RUNPARM-REC(1:74) TO RPI-IMAGE
073400     MOVE WS-RPT-IMAGE TO AUDIT-RECORD
073500     WRITE AUDIT-RECORD.
073600
073700*-----------------------------------------------------------*
073800 3300-BUILD-ROW-IMAGE.
073900*-----------------------------------------------------------*
074000     MOVE SPACES TO WS-RUNPARM-REC
074100     MOVE PT-NAME(PRM-NDX) TO PRM-NAME
074200     MOVE PT-EFFDT-RAW(PRM-NDX) TO PRM-EFFDT-RAW
074300     MOVE PT-NUM(PRM-NDX) TO PRM-NUM
074400     MOVE PT-TEXT(PRM-NDX) TO PRM-TEXT
074500     MOVE PT-CHG-OPER(PRM-NDX) TO PRM-CHG-OPER
074600     MOVE PT-CHG-DATE(PRM-NDX) TO PRM-CHG-DATE
074700     MOVE PT-CHG-TIME(PRM-NDX) TO PRM-CHG-TIME
074800     MOVE PT-PRIOR-TEXT(PRM-NDX) TO PRM-PRIOR-TEXT.
074900
075000*-----------------------------------------------------------*
075100* 3400-WRITE-CHANGE-LOG - APPEND ONE APPLIED CHANGE TO       *
075200* RUNPARMLOG.TXT.  OPENED ON FIRST USE AND KEPT OPEN TO THE  *
075300* END OF THE RUN.                                            *
075400*-----------------------------------------------------------*
075500 3400-WRITE-CHANGE-LOG.
075600*-----------------------------------------------------------*
075700     IF NOT LOG-OPEN
075800         OPEN EXTEND PARMLOG-FILE
075900         IF WS-FS-PARMLOG NOT = '00'
076000             OPEN OUTPUT PARMLOG-FILE
076100         END-IF
076200         MOVE 'Y' TO SW-LOG-OPEN
076300     END-IF
076400     MOVE WS-RUN-DATE TO PLG-DATE
076500     MOVE WS-RUN-HHMMSS TO PLG-TIME
076600     MOVE TRN-OPERATOR TO PLG-OPERATOR
076700     MOVE TRN-ACTION TO PLG-ACTION
076800     MOVE TRN-NAME TO PLG-NAME
076900     MOVE TRN-EFFDT-RAW TO PLG-EFFDT
077000     MOVE WS-PARMLOG-REC TO PARMLOG-RECORD
077100     WRITE PARMLOG-RECORD.
077200
077300*-----------------------------------------------------------*
077400* 8000-REWRITE-PARMS - THE SURVIVING (UNDELETED) ROWS, IN    *
077500* TABLE ORDER, BECOME THE NEW RUNPARM.TXT.                   *
077600*-----------------------------------------------------------*
077700 8000-REWRITE-PARMS.
077800*-----------------------------------------------------------*
077900     OPEN OUTPUT RUNPARM-FILE
078000     PERFORM 8100-WRITE-ONE-ROW
078100         VARYING PRM-NDX FROM 1 BY 1
078200             UNTIL PRM-NDX > PARMS-COUNT
078300     CLOSE RUNPARM-FILE.
078400
078500*-----------------------------------------------------------*
078600 8100-WRITE-ONE-ROW.
078700*-----------------------------------------------------------*
078800     IF PT-DELETED(PRM-NDX) = 'N'
078900         PERFORM 3300-BUILD-ROW-IMAGE
079000         MOVE WS-RUNPARM-REC TO RUNPARM-RECORD
079100         WRITE RUNPARM-RECORD
079200     END-IF.
079300
079400*-----------------------------------------------------------*
079500 9000-WRITE-TOTALS.
079600*-----------------------------------------------------------*
079700     MOVE 'READ      = ' TO RPT-LABEL
079800     MOVE TRANS-READ TO RPT-COUNT
079900     MOVE WS-RPT-TOTAL TO AUDIT-RECORD
080000     WRITE AUDIT-RECORD
080100     MOVE 'APPLIED   = ' TO RPT-LABEL
080200     MOVE TRANS-APPLIED TO RPT-COUNT
080300     MOVE WS-RPT-TOTAL TO AUDIT-RECORD
080400     WRITE AUDIT-RECORD
080500     MOVE 'REJECTED  = ' TO RPT-LABEL
080600     MOVE TRANS-REJECTED TO RPT-COUNT
080700     MOVE WS-RPT-TOTAL TO AUDIT-RECORD
080800     WRITE AUDIT-RECORD.
080900
081000*-----------------------------------------------------------*
081100 9999-TERMINATE.
081200*-----------------------------------------------------------*
081300     IF WS-FS-TRANS = '00' OR WS-FS-TRANS = '10'
081400         PERFORM 9000-WRITE-TOTALS
081500         CLOSE AUDIT-REPORT
081600     END-IF
081700     IF LOG-OPEN
081800         CLOSE PARMLOG-FILE
081900     END-IF
082000     DISPLAY 'PARMMAINT - ' TRANS-APPLIED ' TRANSACTION(S) '
082100         'APPLIED, ' TRANS-REJECTED ' REJECTED'
082200     STOP RUN.
