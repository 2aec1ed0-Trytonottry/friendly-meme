000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AVGFCST.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  FORECASTS NEXT MONTH'S *
001300*                  AVERAGE FOR EVERY CATEGORY (AND EVERY     *
001400*                  FILE'S OVERALL LINE) ON THE AVGHIST.TXT   *
001500*                  RUN-HISTORY MASTER BY A LEAST-SQUARES     *
001600*                  TREND LINE, OPTIONALLY WITH A WEEKLY-     *
001700*                  CYCLE TERM, FITTED TO THE NIGHTLY 'C' AND *
001800*                  'F' AVERAGES OVER A CHOSEN WINDOW.  RUNS  *
001900*                  IN TWO PASSES AROUND MATMUL: THE BUILD    *
002000*                  PASS WRITES EACH SERIES' NORMAL EQUATIONS *
002100*                  AS A MODE 'S' JOB ON THE MATINPUT.FCST    *
002200*                  SIDE QUEUE, AND THE REPORT PASS READS THE *
002300*                  SOLUTIONS BACK FROM MATOUTPUT.FCST AND    *
002400*                  PRINTS AVGFCST.TXT - THE PROJECTED        *
002500*                  AVERAGE FOR NEXT MONTH'S BUSINESS DAYS,   *
002600*                  A CONFIDENCE BAND OF SO MANY STANDARD     *
002700*                  ERRORS OF THE FIT, AND A FLAG ON EVERY    *
002800*                  SERIES WHOSE LATEST ACTUAL LIES OUTSIDE   *
002900*                  ITS BAND (RETURN-CODE 4).                 *
002920* 2026-10-15  DPG  FORECAST THE 'G' GROUP ROLL-UP SERIES     *
002940*                  ALONGSIDE THE CATEGORY AND FILE SERIES.   *
002950* 2026-10-15  DPG  HISTORY RECORD WIDENED TO 149 FOR THE     *
002960*                  STANDARD DEVIATION AND MEDIAN AVERAGE     *
002970*                  NOW CARRIES (NOT USED HERE).              *
003000*-----------------------------------------------------------*
003100*
003200*-----------------------------------------------------------*
003300* RUNNING ORDER (STEP056, MONTH-END NIGHTS):                 *
003400*   AVGFCST BUILD [DAYS] [WEEKLY|TREND]                      *
003500*   MATMUL QUEUE=fcst                                        *
003600*   AVGFCST REPORT                                           *
003700* THE WINDOW (FCSTDAYS), WEEKLY TERM (FCSTWKLY) AND BAND     *
003800* WIDTH (FCSTBAND) COME FROM RUNPARM.TXT; THE BUILD PASS'S   *
003900* TOKENS OVERRIDE THE FIRST TWO FOR ONE RUN.  THE BUILD PASS *
004000* HANDS EVERYTHING THE REPORT PASS NEEDS OVER ON             *
004100* AVGFCSTWK.TXT, SO THE TWO PASSES ALWAYS AGREE.             *
004200*                                                            *
004300* THE MODEL, PER SERIES, FOR A NIGHT D IN THE WINDOW:        *
004400*   Y(D) = YBAR + SCALE * (B1 + B2*X + B3*C + B4*S)          *
004500* X RUNS -10 TO +10 ACROSS THE WINDOW; C AND S ARE 10 TIMES  *
004600* THE COSINE AND SINE OF D'S PLACE IN THE SEVEN-DAY WEEK.    *
004700* YBAR IS THE WINDOW MEAN AND SCALE A POWER OF TEN THAT      *
004800* KEEPS EVERY ELEMENT OF THE NORMAL EQUATIONS (DIVIDED BY    *
004900* THE NUMBER OF NIGHTS) INSIDE MATMUL'S S9(5)V9(3) ELEMENTS  *
005000* WITH FOUR SIGNIFICANT DIGITS TO SPARE.                     *
005100*-----------------------------------------------------------*
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT HISTORY-FILE ASSIGN TO 'avghist.txt'
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS HIS-KEY
006000         FILE STATUS IS WS-FS-HIST.
006100
006200     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-FS-RUNPARM.
006500
006600     SELECT CALENDAR-FILE ASSIGN TO 'batchcal.txt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FS-CAL.
006900
007000     SELECT FCST-QUEUE ASSIGN TO 'matinput.fcst'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FS-QUEUE.
007300
007400     SELECT FCST-WORK ASSIGN TO 'avgfcstwk.txt'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-FS-WORK.
007700
007800     SELECT FCST-SOLVED ASSIGN TO 'matoutput.fcst'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-FS-SOLVED.
008100
008200     SELECT FCST-REPORT ASSIGN TO 'avgfcst.txt'
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  HISTORY-FILE.
008800 01  HISTORY-RECORD.
008900     05  HIS-KEY.
009000         10  HISK-RUN-DATE PIC 9(8).
009100         10  HISK-FILENAME PIC X(40).
009200         10  HISK-CAT-CODE PIC X(4).
009300     05  FILLER          PIC X(97).
009400
009500 FD  RUNPARM-FILE.
009600 01  RUNPARM-RECORD      PIC X(80).
009700
009800 FD  CALENDAR-FILE.
009900 01  CALENDAR-RECORD     PIC X(80).
010000
010100 FD  FCST-QUEUE.
010200 01  FCST-QUEUE-RECORD   PIC X(160).
010300
010400 FD  FCST-WORK.
010500 01  FCST-WORK-RECORD    PIC X(120).
010600
010700 FD  FCST-SOLVED.
010800 01  FCST-SOLVED-RECORD  PIC X(80).
010900
011000 FD  FCST-REPORT.
011100 01  FCST-REPORT-RECORD  PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-FS-HIST          PIC X(2)  VALUE SPACES.
011500 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
011600 01  WS-FS-CAL           PIC X(2)  VALUE SPACES.
011700 01  WS-FS-QUEUE         PIC X(2)  VALUE SPACES.
011800 01  WS-FS-WORK          PIC X(2)  VALUE SPACES.
011900 01  WS-FS-SOLVED        PIC X(2)  VALUE SPACES.
012000
012100 01  SW-EOF              PIC X     VALUE 'N'.
012200     88  EOF-FLAG                  VALUE 'Y'.
012300
012400 01  SW-PASS             PIC X     VALUE 'B'.
012500     88  BUILD-PASS                VALUE 'B'.
012600     88  REPORT-PASS               VALUE 'R'.
012700
012800 01  SW-FLAGGED          PIC X     VALUE 'N'.
012900     88  BAND-FLAGGED              VALUE 'Y'.
013000
013100*-----------------------------------------------------------*
013200* RUN-HISTORY MASTER RECORD - LAYOUT MATCHES THE ONE AVERAGE  *
013250* WRITES ('F' = FILE TOTALS, 'C' = ONE CATEGORY ENTRY,       *
013300* 'G' = ONE GROUP'S ROLL-UP OF ITS MEMBER CATEGORIES).       *
013400*-----------------------------------------------------------*
013500 01  WS-HISTORY-REC.
013600     05  HIS-RUN-DATE     PIC 9(8).
013700     05  HIS-FILENAME     PIC X(40).
013800     05  HIS-CAT-CODE     PIC X(4).
013900     05  HIS-REC-TYPE     PIC X(1).
014000     05  HIS-COUNT        PIC 9(7).
014100     05  HIS-SUM          PIC 9(10)V9(2).
014200     05  HIS-AVERAGE      PIC 9(10)V9(2).
014300     05  HIS-MINIMUM      PIC 9(10)V9(2).
014400     05  HIS-MAXIMUM      PIC 9(10)V9(2).
014500     05  HIS-REJECTED     PIC 9(5).
014600     05  HIS-WT-AVERAGE   PIC 9(10)V9(2).
014610     05  HIS-STD-DEV-RAW  PIC X(12).
014620     05  HIS-MEDIAN-RAW   PIC X(12).
014700
014800*-----------------------------------------------------------*
014900* FORECAST PARAMETERS - COMPILED DEFAULTS, THEN THE ROWS OF  *
015000* RUNPARM.TXT IN EFFECT FOR THE RUN DATE, THEN (BUILD PASS   *
015100* ONLY) THE COMMAND-LINE TOKENS.                             *
015200*-----------------------------------------------------------*
015300 01  WS-WINDOW-DAYS       PIC 9(3)      VALUE 90.
015400 01  MIN-WINDOW-DAYS      PIC 9(3)      VALUE 14.
015500 01  MAX-WINDOW-DAYS      PIC 9(3)      VALUE 366.
015600 01  SW-WEEKLY            PIC X         VALUE 'N'.
015700     88  WEEKLY-TERM                    VALUE 'Y'.
015800 01  WS-BAND-SIGMA        PIC 9(1)V9(2) VALUE 2.00.
015900 01  WS-TERMS             PIC 9(1)      VALUE 2.
016000 01  WS-MIN-NIGHTS        PIC 9(3)      VALUE 10.
016100 01  WS-DAYS-EFFDT        PIC S9(8)     VALUE -1.
016200 01  WS-WKLY-EFFDT        PIC S9(8)     VALUE -1.
016300 01  WS-BAND-EFFDT        PIC S9(8)     VALUE -1.
016400 01  WS-RUN-DATE          PIC 9(8).
016500
016600 01  WS-PARM-LINE         PIC X(80)     VALUE SPACES.
016700 01  WS-PARM-TOKEN-TABLE.
016800     05  WS-PARM-TOKEN OCCURS 3 TIMES PIC X(12).
016900 01  WS-PARM-NDX          PIC 9(1)  COMP.
017000 01  WS-DAYS-TOKEN        PIC X(3)  JUSTIFIED RIGHT.
017100 01  WS-DAYS-NUM REDEFINES WS-DAYS-TOKEN
017200                          PIC 9(3).
017300 01  WS-DAYS-LEN          PIC 9(2)  COMP.
017400
017500*-----------------------------------------------------------*
017600* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
017700* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
017800* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
017900*-----------------------------------------------------------*
018000 01  SW-RPM-EOF          PIC X     VALUE 'N'.
018100     88  RPM-EOF-FLAG              VALUE 'Y'.
018200 01  WS-RUNPARM-REC.
018300     05  PRM-NAME         PIC X(8).
018400     05  PRM-EFFDT-RAW    PIC X(8).
018500     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
018600                          PIC 9(8).
018700     05  PRM-NUM          PIC 9(8)V9(4).
018800     05  PRM-TEXT         PIC X(12).
018900     05  PRM-CHG-OPER     PIC X(8).
019000     05  PRM-CHG-DATE     PIC 9(8).
019100     05  PRM-CHG-TIME     PIC 9(6).
019200     05  PRM-PRIOR-TEXT   PIC X(12).
019300     05  FILLER           PIC X(6).
019400 01  WS-PRM-EFFDT        PIC 9(8).
019500
019600*-----------------------------------------------------------*
019700* WINDOW DATES.  THE WINDOW ENDS ON THE LATEST NIGHT ON THE  *
019800* MASTER AND RUNS BACK WS-WINDOW-DAYS CALENDAR DAYS.         *
019900*-----------------------------------------------------------*
020000 01  WS-LATEST-DATE       PIC 9(8)  VALUE 0.
020100 01  WS-START-DATE        PIC 9(8)  VALUE 0.
020200 01  WS-END-INT           PIC 9(8).
020300 01  WS-START-INT         PIC 9(8).
020400 01  WS-DATE-INT          PIC 9(8).
020500 01  WS-SPAN              PIC 9(4).
020600 01  WS-DAY-OFFSET        PIC S9(7)V9(6).
020700 01  WS-HIST-RECS         PIC 9(7)  VALUE 0.
020800
020900*-----------------------------------------------------------*
021000* MODEL TERMS FOR ONE NIGHT - Z(1) = 1, Z(2) = X (TREND),    *
021100* Z(3)/Z(4) = WEEKLY COSINE/SINE.  THE CYCLE TABLE HOLDS 10  *
021200* TIMES COS AND SIN OF 2*PI*K/7 FOR K = 0 TO 6, WHERE K IS   *
021300* THE DAY NUMBER MODULO 7.                                   *
021400*-----------------------------------------------------------*
021500 01  WS-TERM-TABLE.
021600     05  WS-TERM OCCURS 4 TIMES PIC S9(3)V9(6).
021700 01  WS-CYCLE-Q           PIC 9(8).
021800 01  WS-CYCLE-K           PIC 9(1).
021900 01  WS-CYCLE-VALUES.
022000     05  FILLER  PIC S9(2)V9(6) VALUE 10.
022100     05  FILLER  PIC S9(2)V9(6) VALUE 0.
022200     05  FILLER  PIC S9(2)V9(6) VALUE 6.234898.
022300     05  FILLER  PIC S9(2)V9(6) VALUE 7.818315.
022400     05  FILLER  PIC S9(2)V9(6) VALUE -2.225209.
022500     05  FILLER  PIC S9(2)V9(6) VALUE 9.749279.
022600     05  FILLER  PIC S9(2)V9(6) VALUE -9.009689.
022700     05  FILLER  PIC S9(2)V9(6) VALUE 4.338837.
022800     05  FILLER  PIC S9(2)V9(6) VALUE -9.009689.
022900     05  FILLER  PIC S9(2)V9(6) VALUE -4.338837.
023000     05  FILLER  PIC S9(2)V9(6) VALUE -2.225209.
023100     05  FILLER  PIC S9(2)V9(6) VALUE -9.749279.
023200     05  FILLER  PIC S9(2)V9(6) VALUE 6.234898.
023300     05  FILLER  PIC S9(2)V9(6) VALUE -7.818315.
023400 01  WS-CYCLE-TABLE REDEFINES WS-CYCLE-VALUES.
023500     05  CYCLE-ENTRY OCCURS 7 TIMES.
023600         10  CY-COS       PIC S9(2)V9(6).
023700         10  CY-SIN       PIC S9(2)V9(6).
023800
023900*-----------------------------------------------------------*
024000* SERIES TABLE - ONE ENTRY PER FILENAME / CATEGORY / RECORD  *
024100* TYPE SEEN IN THE WINDOW.  THE BUILD PASS ACCUMULATES THE   *
024200* NORMAL-EQUATION SUMS HERE; THE REPORT PASS RELOADS THE     *
024300* SERIES FROM AVGFCSTWK.TXT AND ADDS THE SOLVED COEFFICIENTS *
024400* AND THE RESIDUAL SUM OF SQUARES.  THE ENTRY NUMBER IS THE  *
024500* SERIES' MATMUL JOB NUMBER ('FC' + 6 DIGITS).               *
024600*-----------------------------------------------------------*
024700 01  SER-COUNT            PIC 9(3)  COMP  VALUE 0.
024800 01  MAX-SERIES           PIC 9(3)  COMP  VALUE 200.
024900 01  SERIES-TABLE.
025000     05  SERIES-ENTRY OCCURS 200 TIMES.
025100         10  SR-FILENAME      PIC X(40).
025200         10  SR-CAT-CODE      PIC X(4).
025300         10  SR-REC-TYPE      PIC X(1).
025400         10  SR-NIGHTS        PIC 9(5).
025500         10  SR-SUM-Y         PIC S9(15)V9(6)  COMP-3.
025600         10  SR-MIN-Y         PIC 9(10)V9(2).
025700         10  SR-MAX-Y         PIC 9(10)V9(2).
025800         10  SR-FIRST-DATE    PIC 9(8).
025900         10  SR-LAST-DATE     PIC 9(8).
026000         10  SR-YBAR          PIC S9(10)V9(6).
026100         10  SR-SCALE         PIC 9(8)V9(3).
026200         10  SR-STATUS        PIC X(1).
026300             88  SR-QUEUED                  VALUE 'Q'.
026400             88  SR-TOO-FEW                 VALUE 'N'.
026500             88  SR-SOLVED                  VALUE 'S'.
026600             88  SR-FAILED                  VALUE 'F'.
026700         10  SR-ILL-COND      PIC X(1).
026800             88  SR-ILL-CONDITIONED         VALUE 'Y'.
026900         10  SR-MAT-STATUS    PIC X(40).
027000         10  SR-ZZ-ROW OCCURS 4 TIMES.
027100             15  SR-ZZ        OCCURS 4 TIMES
027200                              PIC S9(9)V9(6)   COMP-3.
027300         10  SR-ZY            OCCURS 4 TIMES
027400                              PIC S9(15)V9(6)  COMP-3.
027500         10  SR-BETA          OCCURS 4 TIMES
027600                              PIC S9(9)V9(6).
027700         10  SR-SSE           PIC 9(20)V9(6)   COMP-3.
027800         10  SR-FIT-NIGHTS    PIC 9(5).
027900         10  SR-LATEST-DATE   PIC 9(8).
028000         10  SR-LATEST-Y      PIC 9(10)V9(2).
028100         10  SR-LATEST-FIT    PIC S9(11)V9(2).
028200 01  SR-NDX               PIC 9(3)  COMP.
028300 01  SR-SCAN              PIC 9(3)  COMP.
028400 01  SR-FOUND-NDX         PIC 9(3)  COMP.
028500 01  TM-J                 PIC 9(1)  COMP.
028600 01  TM-K                 PIC 9(1)  COMP.
028700 01  WS-Y                 PIC 9(10)V9(2).
028800 01  WS-RANGE             PIC 9(10)V9(2).
028900 01  WS-FIT               PIC S9(11)V9(6).
029000 01  WS-FIT-SUM           PIC S9(11)V9(6).
029100 01  WS-RESID             PIC S9(11)V9(6).
029200 01  WS-SIGMA             PIC 9(10)V9(6).
029300 01  WS-HALF-BAND         PIC 9(11)V9(6).
029400 01  WS-PROJECTED         PIC S9(11)V9(6).
029500 01  WS-BAND-LOW          PIC S9(11)V9(6).
029600 01  WS-BAND-HIGH         PIC S9(11)V9(6).
029700 01  WS-TREND-30          PIC S9(11)V9(6).
029800 01  WS-DEGREES-FREE      PIC 9(5).
029900
030000*-----------------------------------------------------------*
030100* MATMUL SIDE-QUEUE RECORDS - HEADER AND FIXED-FORMAT DATA   *
030200* ROW, LAYOUTS MATCH MATMUL'S WS-HEADER-RECORD/WS-DATA-ROW.  *
030300*-----------------------------------------------------------*
030400 01  WS-QUEUE-HEADER.
030500     05  QH-M             PIC 9(2).
030600     05  QH-AK            PIC 9(2).
030700     05  QH-BK            PIC 9(2).
030800     05  QH-N             PIC 9(2).
030900     05  QH-MODE          PIC X(1)  VALUE 'S'.
031000     05  QH-JOB-ID.
031100         10  QH-JOB-PREFIX PIC X(2) VALUE 'FC'.
031200         10  QH-JOB-SEQ    PIC 9(6).
031300     05  QH-FORMAT        PIC X(1)  VALUE SPACE.
031400     05  QH-A-REF         PIC X(8)  VALUE SPACES.
031500     05  QH-B-REF         PIC X(8)  VALUE SPACES.
031600     05  FILLER           PIC X(126) VALUE SPACES.
031700 01  WS-QUEUE-ROW.
031800     05  QR-ELEM OCCURS 20 TIMES PIC S9(5)V9(3).
031900 01  WS-QUEUE-JOBS        PIC 9(5)  VALUE 0.
032000
032100*-----------------------------------------------------------*
032200* AVGFCSTWK.TXT - THE BUILD PASS'S HAND-OVER TO THE REPORT   *
032300* PASS: ONE 'H' RECORD WITH THE WINDOW AND MODEL, THEN ONE   *
032400* 'S' RECORD PER SERIES IN JOB-NUMBER ORDER.                 *
032500*-----------------------------------------------------------*
032600 01  WS-WORK-HEADER.
032700     05  WKH-TYPE         PIC X(1).
032800     05  WKH-RUN-DATE     PIC 9(8).
032900     05  WKH-LATEST-DATE  PIC 9(8).
033000     05  WKH-START-DATE   PIC 9(8).
033100     05  WKH-WINDOW-DAYS  PIC 9(3).
033200     05  WKH-WEEKLY       PIC X(1).
033300     05  WKH-BAND-SIGMA   PIC 9(1)V9(2).
033400     05  WKH-TERMS        PIC 9(1).
033500     05  WKH-SERIES       PIC 9(3).
033600     05  FILLER           PIC X(84).
033700 01  WS-WORK-SERIES REDEFINES WS-WORK-HEADER.
033800     05  WKS-TYPE         PIC X(1).
033900     05  WKS-SEQ          PIC 9(3).
034000     05  WKS-FILENAME     PIC X(40).
034100     05  WKS-CAT-CODE     PIC X(4).
034200     05  WKS-REC-TYPE     PIC X(1).
034300     05  WKS-NIGHTS       PIC 9(5).
034400     05  WKS-YBAR         PIC S9(10)V9(6)
034500                          SIGN IS LEADING SEPARATE.
034600     05  WKS-SCALE        PIC 9(8)V9(3).
034700     05  WKS-FIRST-DATE   PIC 9(8).
034800     05  WKS-LAST-DATE    PIC 9(8).
034900     05  WKS-STATUS       PIC X(1).
035000     05  FILLER           PIC X(22).
035100 01  SW-WORK-EOF          PIC X     VALUE 'N'.
035200     88  WORK-EOF-FLAG              VALUE 'Y'.
035300
035400*-----------------------------------------------------------*
035500* MATOUTPUT.FCST LINES THE REPORT PASS READS - THE JOB LINE  *
035600* AND THE 'X( I) = VALUE' SOLUTION LINES, LAYOUTS MATCHING   *
035700* MATMUL'S WS-JOB-LINE AND WS-SOLVE-LINE.                    *
035800*-----------------------------------------------------------*
035900 01  WS-SOLVED-REC.
036000     05  SLV-TAG          PIC X(2).
036100     05  SLV-I            PIC X(2).
036200     05  FILLER           PIC X(4).
036300     05  SLV-VALUE        PIC -(8)9.999999.
036400     05  FILLER           PIC X(56).
036500 01  WS-SOLVED-JOB REDEFINES WS-SOLVED-REC.
036600     05  SLJ-TAG          PIC X(4).
036700     05  SLJ-PREFIX       PIC X(2).
036800     05  SLJ-SEQ          PIC X(6).
036900     05  SLJ-SEQ-NUM REDEFINES SLJ-SEQ
037000                          PIC 9(6).
037100     05  FILLER           PIC X(7).
037200     05  SLJ-MODE         PIC X(1).
037300     05  FILLER           PIC X(3).
037400     05  SLJ-STATUS       PIC X(45).
037500     05  FILLER           PIC X(12).
037600 01  WS-SLV-I-NUM         PIC 9(2).
037700 01  WS-CUR-SERIES        PIC 9(3)  COMP  VALUE 0.
037800 01  SW-SOLVED-EOF        PIC X     VALUE 'N'.
037900     88  SOLVED-EOF-FLAG            VALUE 'Y'.
038000
038100*-----------------------------------------------------------*
038200* NEXT MONTH'S PROJECTION DAYS - BUSINESS DAYS PER THE       *
038300* BATCHCAL.TXT PROCESSING CALENDAR; A DATE THE CALENDAR      *
038400* DOES NOT CARRY (OR NO CALENDAR AT ALL) COUNTS AS A         *
038500* BUSINESS DAY MONDAY TO FRIDAY, THE SAME FALLBACK JOBSCHED  *
038600* APPLIES.  THE MEAN TERMS OVER THOSE DAYS GIVE EACH         *
038700* SERIES' PROJECTED MONTHLY AVERAGE DIRECTLY.                *
038800*-----------------------------------------------------------*
038900 01  WS-CAL-REC.
039000     05  CAL-DATE         PIC 9(8).
039100     05  CAL-DATE-PARTS REDEFINES CAL-DATE.
039200         10  CAL-YYYYMM   PIC 9(6).
039300         10  CAL-DD       PIC 9(2).
039400     05  CAL-DAY-TYPE     PIC X(1).
039500     05  FILLER           PIC X(71).
039600 01  SW-CAL-EOF           PIC X     VALUE 'N'.
039700     88  CAL-EOF-FLAG               VALUE 'Y'.
039800 01  CAL-DAY-TABLE.
039900     05  CAL-DAY-TYPE-OF  OCCURS 31 TIMES PIC X(1).
040000 01  WS-NEXT-MONTH.
040100     05  NXM-YYYY         PIC 9(4).
040200     05  NXM-MM           PIC 9(2).
040300     05  NXM-DD           PIC 9(2).
040400 01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH
040500                          PIC 9(8).
040600 01  WS-NEXT-YYYYMM       PIC 9(6).
040700 01  WS-MONTH-AFTER.
040800     05  MAF-YYYY         PIC 9(4).
040900     05  MAF-MM           PIC 9(2).
041000     05  MAF-DD           PIC 9(2)  VALUE 1.
041100 01  WS-MONTH-AFTER-DATE REDEFINES WS-MONTH-AFTER
041200                          PIC 9(8).
041300 01  WS-PROJ-FIRST-INT    PIC 9(8).
041400 01  WS-PROJ-END-INT      PIC 9(8).
041500 01  WS-PROJ-DAY-NDX      PIC 9(2).
041600 01  WS-WEEKDAY           PIC 9(1).
041700 01  WS-PROJ-DAYS         PIC 9(2)  VALUE 0.
041800 01  SW-BUSINESS-DAY      PIC X     VALUE 'N'.
041900     88  BUSINESS-DAY               VALUE 'Y'.
042000 01  WS-PROJ-TERM-SUM-TABLE.
042100     05  WS-PROJ-TERM-SUM OCCURS 4 TIMES PIC S9(5)V9(6).
042200 01  WS-PROJ-TERM-TABLE.
042300     05  WS-PROJ-TERM     OCCURS 4 TIMES PIC S9(3)V9(6).
042400
042500*-----------------------------------------------------------*
042600* REPORT COUNTS AND LINE LAYOUTS                             *
042700*-----------------------------------------------------------*
042800 01  WS-CNT-FORECAST      PIC 9(5)  VALUE 0.
042900 01  WS-CNT-NO-FORECAST   PIC 9(5)  VALUE 0.
043000 01  WS-CNT-OUTSIDE       PIC 9(5)  VALUE 0.
043100
043200 01  WS-RPT-HEADER.
043300     05  FILLER       PIC X(35)
043400             VALUE 'AVG FORECAST REPORT FOR THE MONTH '.
043500     05  FCH-MONTH    PIC 9(6).
043600     05  FILLER       PIC X(20) VALUE '   FITTED TO NIGHTS '.
043700     05  FCH-START    PIC 9(8).
043800     05  FILLER       PIC X(3)  VALUE ' - '.
043900     05  FCH-END      PIC 9(8).
044000     05  FILLER       PIC X(2)  VALUE ' ('.
044100     05  FCH-DAYS     PIC ZZ9.
044200     05  FILLER       PIC X(12) VALUE '-DAY WINDOW)'.
044300     05  FILLER       PIC X(35) VALUE SPACES.
044400
044500 01  WS-RPT-MODEL.
044600     05  FILLER       PIC X(7)  VALUE 'MODEL: '.
044700     05  FCM-MODEL    PIC X(26).
044800     05  FILLER       PIC X(9)  VALUE '   BAND +'.
044900     05  FILLER       PIC X(3)  VALUE '/- '.
045000     05  FCM-SIGMA    PIC 9.99.
045100     05  FILLER       PIC X(20) VALUE ' STANDARD ERRORS    '.
045200     05  FCM-PROJ-DAYS PIC Z9.
045300     05  FILLER       PIC X(30)
045400             VALUE ' BUSINESS DAYS PROJECTED'.
045500     05  FILLER       PIC X(31) VALUE SPACES.
045600
045700 01  WS-RPT-COLUMNS.
045800     05  FILLER       PIC X(36)
045900             VALUE 'FILENAME             CAT     NTS    '.
046000     05  FILLER       PIC X(36)
046100             VALUE 'LATEST ACT  FITTED LAT   PROJECTED  '.
046200     05  FILLER       PIC X(39)
046300             VALUE '  BAND LOW   BAND HIGH   TREND/30D FLAG'.
046400     05  FILLER       PIC X(21) VALUE SPACES.
046500
046600 01  WS-FCST-LINE.
046700     05  FCL-FILENAME PIC X(20).
046800     05  FILLER       PIC X(1)  VALUE SPACE.
046900     05  FCL-CAT      PIC X(6).
047000     05  FILLER       PIC X(1)  VALUE SPACE.
047100     05  FCL-NIGHTS   PIC ZZZ9.
047200     05  FILLER       PIC X(1)  VALUE SPACE.
047300     05  FCL-LATEST   PIC Z(9)9.99.
047400     05  FCL-FITTED   PIC -(8)9.99.
047500     05  FCL-PROJ     PIC -(8)9.99.
047600     05  FCL-LOW      PIC -(8)9.99.
047700     05  FCL-HIGH     PIC -(8)9.99.
047800     05  FCL-TREND    PIC -(8)9.99.
047900     05  FILLER       PIC X(1)  VALUE SPACE.
048000     05  FCL-FLAG     PIC X(22).
048100     05  FILLER       PIC X(3)  VALUE SPACES.
048200
048300 01  WS-NOFCST-LINE.
048400     05  NFL-FILENAME PIC X(20).
048500     05  FILLER       PIC X(1)  VALUE SPACE.
048600     05  NFL-CAT      PIC X(6).
048700     05  FILLER       PIC X(1)  VALUE SPACE.
048800     05  NFL-NIGHTS   PIC ZZZ9.
048900     05  FILLER       PIC X(1)  VALUE SPACE.
049000     05  NFL-LATEST   PIC Z(9)9.99.
049100     05  FILLER       PIC X(3)  VALUE SPACES.
049200     05  NFL-REASON   PIC X(82).
049300
049400 01  WS-RPT-TOTALS.
049500     05  FILLER       PIC X(17) VALUE 'SERIES FORECAST ='.
049600     05  FCT-FORECAST PIC ZZZZ9.
049700     05  FILLER       PIC X(16) VALUE '   NO FORECAST ='.
049800     05  FCT-NO-FCST  PIC ZZZZ9.
049900     05  FILLER       PIC X(26)
050000             VALUE '   LATEST OUTSIDE BAND = '.
050100     05  FCT-OUTSIDE  PIC ZZZZ9.
050200     05  FILLER       PIC X(58) VALUE SPACES.
050300
050400 PROCEDURE DIVISION.
050500*-----------------------------------------------------------*
050600 0000-MAINLINE.
050700*-----------------------------------------------------------*
050800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
050900     IF BUILD-PASS
051000         PERFORM 2000-BUILD-PASS THRU 2000-EXIT
051100     ELSE
051200         PERFORM 5000-REPORT-PASS THRU 5000-EXIT
051300     END-IF
051400     PERFORM 9999-TERMINATE.
051500
051600*-----------------------------------------------------------*
051700* 1000-INITIALIZE - FIRST TOKEN 'BUILD' (OR NONE) OR         *
051800* 'REPORT' PICKS THE PASS.                                   *
051900*-----------------------------------------------------------*
052000 1000-INITIALIZE.
052100*-----------------------------------------------------------*
052200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
052300     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
052400     MOVE SPACES TO WS-PARM-TOKEN-TABLE
052500     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
052600         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
052700              WS-PARM-TOKEN(3)
052800     END-UNSTRING
052900     EVALUATE WS-PARM-TOKEN(1)
053000         WHEN 'REPORT'
053100             MOVE 'R' TO SW-PASS
053200         WHEN 'BUILD'
053300         WHEN SPACES
053400             MOVE 'B' TO SW-PASS
053500         WHEN OTHER
053600             DISPLAY 'AVGFCST ABORTED - FIRST PARAMETER MUST '
053700                 'BE BUILD OR REPORT, NOT ' WS-PARM-TOKEN(1)
053800             MOVE 16 TO RETURN-CODE
053900             GO TO 9999-TERMINATE
054000     END-EVALUATE
054100     IF BUILD-PASS
054200         PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
054300         PERFORM 1100-TAKE-ONE-TOKEN THRU 1100-EXIT
054400             VARYING WS-PARM-NDX FROM 2 BY 1
054500                 UNTIL WS-PARM-NDX > 3
054600         IF WEEKLY-TERM
054700             MOVE 4 TO WS-TERMS
054800             MOVE 15 TO WS-MIN-NIGHTS
054900         END-IF
055000     END-IF.
055100 1000-EXIT.
055200     EXIT.
055300
055400*-----------------------------------------------------------*
055500* 1050-LOAD-RUNPARM - THE WINDOW, WEEKLY-TERM SWITCH AND     *
055600* BAND WIDTH IN EFFECT FOR THE RUN DATE.  NO MASTER, OR NO   *
055700* ROW YET IN EFFECT, KEEPS THE COMPILED-IN DEFAULT.          *
055800*-----------------------------------------------------------*
055900 1050-LOAD-RUNPARM.
056000*-----------------------------------------------------------*
056100     OPEN INPUT RUNPARM-FILE
056200     IF WS-FS-RUNPARM NOT = '00'
056300         DISPLAY 'AVGFCST - RUNPARM.TXT NOT FOUND - DEFAULT '
056400             'WINDOW, MODEL AND BAND'
056500         GO TO 1050-EXIT
056600     END-IF
056700     PERFORM UNTIL RPM-EOF-FLAG
056800         READ RUNPARM-FILE INTO WS-RUNPARM-REC
056900             AT END
057000                 MOVE 'Y' TO SW-RPM-EOF
057100             NOT AT END
057200                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
057300         END-READ
057400     END-PERFORM
057500     CLOSE RUNPARM-FILE.
057600 1050-EXIT.
057700     EXIT.
057800
057900*-----------------------------------------------------------*
058000* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
058100* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
058200* WINS.                                                      *
058300*-----------------------------------------------------------*
058400 1060-TAKE-ONE-PARM.
058500*-----------------------------------------------------------*
058600     IF PRM-EFFDT-RAW = SPACES
058700         MOVE 0 TO WS-PRM-EFFDT
058800     ELSE
058900         IF PRM-EFFDT IS NOT NUMERIC
059000             GO TO 1060-EXIT
059100         END-IF
059200         MOVE PRM-EFFDT TO WS-PRM-EFFDT
059300     END-IF
059400     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
059500         GO TO 1060-EXIT
059600     END-IF
059700     EVALUATE PRM-NAME
059800         WHEN 'FCSTDAYS'
059900             IF WS-PRM-EFFDT >= WS-DAYS-EFFDT
060000                 AND PRM-NUM >= MIN-WINDOW-DAYS
060100                 AND PRM-NUM <= MAX-WINDOW-DAYS
060200                 MOVE WS-PRM-EFFDT TO WS-DAYS-EFFDT
060300                 MOVE PRM-NUM TO WS-WINDOW-DAYS
060400             END-IF
060500         WHEN 'FCSTWKLY'
060600             IF WS-PRM-EFFDT >= WS-WKLY-EFFDT
060700                 AND (PRM-TEXT(1:1) = 'Y' OR 'N')
060800                 MOVE WS-PRM-EFFDT TO WS-WKLY-EFFDT
060900                 MOVE PRM-TEXT(1:1) TO SW-WEEKLY
061000             END-IF
061100         WHEN 'FCSTBAND'
061200             IF WS-PRM-EFFDT >= WS-BAND-EFFDT
061300                 AND PRM-NUM > 0 AND PRM-NUM < 10
061400                 MOVE WS-PRM-EFFDT TO WS-BAND-EFFDT
061500                 MOVE PRM-NUM TO WS-BAND-SIGMA
061600             END-IF
061700     END-EVALUATE.
061800 1060-EXIT.
061900     EXIT.
062000
062100*-----------------------------------------------------------*
062200* 1100-TAKE-ONE-TOKEN - A BUILD-PASS OVERRIDE: 1-3 DIGITS    *
062300* FOR THE WINDOW IN DAYS (14-366), 'WEEKLY' TO ADD THE       *
062400* WEEKLY-CYCLE TERM, 'TREND' TO FIT THE TREND LINE ONLY.     *
062500* ANYTHING ELSE IS IGNORED OUT LOUD.                         *
062600*-----------------------------------------------------------*
062700 1100-TAKE-ONE-TOKEN.
062800*-----------------------------------------------------------*
062900     EVALUATE WS-PARM-TOKEN(WS-PARM-NDX)
063000         WHEN SPACES
063100             GO TO 1100-EXIT
063200         WHEN 'WEEKLY'
063300             MOVE 'Y' TO SW-WEEKLY
063400             GO TO 1100-EXIT
063500         WHEN 'TREND'
063600             MOVE 'N' TO SW-WEEKLY
063700             GO TO 1100-EXIT
063800     END-EVALUATE
063900     MOVE SPACES TO WS-DAYS-TOKEN
064000     MOVE 0 TO WS-DAYS-LEN
064100     UNSTRING WS-PARM-TOKEN(WS-PARM-NDX) DELIMITED BY SPACE
064200         INTO WS-DAYS-TOKEN COUNT IN WS-DAYS-LEN
064300     END-UNSTRING
064400     INSPECT WS-DAYS-TOKEN REPLACING LEADING SPACE BY '0'
064500     IF WS-DAYS-LEN > 3 OR WS-DAYS-NUM IS NOT NUMERIC
064600         DISPLAY 'AVGFCST - PARAMETER '
064700             WS-PARM-TOKEN(WS-PARM-NDX)
064800             ' NOT RECOGNIZED - IGNORED'
064900         GO TO 1100-EXIT
065000     END-IF
065100     IF WS-DAYS-NUM < MIN-WINDOW-DAYS
065200         OR WS-DAYS-NUM > MAX-WINDOW-DAYS
065300         DISPLAY 'AVGFCST - WINDOW ' WS-DAYS-NUM
065400             ' DAYS OUTSIDE 14-366 - KEEPING '
065500             WS-WINDOW-DAYS
065600     ELSE
065700         MOVE WS-DAYS-NUM TO WS-WINDOW-DAYS
065800     END-IF.
065900 1100-EXIT.
066000     EXIT.
066100
066200*-----------------------------------------------------------*
066300* 2000-BUILD-PASS - FIND THE LATEST NIGHT, ACCUMULATE EVERY  *
066400* SERIES' SUMS OVER THE WINDOW, THEN WRITE THE MATMUL QUEUE  *
066500* AND THE HAND-OVER FILE.                                    *
066600*-----------------------------------------------------------*
066700 2000-BUILD-PASS.
066800*-----------------------------------------------------------*
066900     PERFORM 2100-SCAN-LATEST THRU 2100-EXIT
067000     IF WS-LATEST-DATE = 0
067100         DISPLAY 'AVGFCST - NO NIGHTLY RECORDS ON AVGHIST.TXT '
067200             '- NOTHING TO FORECAST'
067300     ELSE
067400         PERFORM 2200-SET-WINDOW
067500         PERFORM 2300-ACCUMULATE-WINDOW THRU 2300-EXIT
067600     END-IF
067700     OPEN OUTPUT FCST-QUEUE
067800     OPEN OUTPUT FCST-WORK
067900     PERFORM 2600-WRITE-WORK-HEADER
068000     PERFORM 2500-QUEUE-ONE-SERIES THRU 2500-EXIT
068100         VARYING SR-NDX FROM 1 BY 1
068200             UNTIL SR-NDX > SER-COUNT
068300     CLOSE FCST-QUEUE
068400     CLOSE FCST-WORK
068500     DISPLAY 'AVGFCST - ' SER-COUNT ' SERIES, '
068600         WS-QUEUE-JOBS ' QUEUED ON MATINPUT.FCST FOR '
068700         WS-START-DATE ' - ' WS-LATEST-DATE.
068800 2000-EXIT.
068900     EXIT.
069000
069100*-----------------------------------------------------------*
069200* 2100-SCAN-LATEST - FIRST PASS: THE LATEST NIGHT CARRYING   *
069250* 'C', 'G' OR 'F' RECORDS ('S' SUMMARIES ARE ARCHIVED        *
069300* PERIODS).                                                  *
069400*-----------------------------------------------------------*
069500 2100-SCAN-LATEST.
069600*-----------------------------------------------------------*
069700     PERFORM 2150-OPEN-HISTORY THRU 2150-EXIT
069800     PERFORM UNTIL EOF-FLAG
069900         READ HISTORY-FILE INTO WS-HISTORY-REC
070000             AT END
070100                 MOVE 'Y' TO SW-EOF
070200             NOT AT END
070300                 IF (HIS-REC-TYPE = 'C' OR 'G' OR 'F')
070400                     AND HIS-RUN-DATE > WS-LATEST-DATE
070500                     MOVE HIS-RUN-DATE TO WS-LATEST-DATE
070600                 END-IF
070700         END-READ
070800     END-PERFORM
070900     CLOSE HISTORY-FILE.
071000 2100-EXIT.
071100     EXIT.
071200
071300*-----------------------------------------------------------*
071400 2150-OPEN-HISTORY.
071500*-----------------------------------------------------------*
071600     MOVE 'N' TO SW-EOF
071700     OPEN INPUT HISTORY-FILE
071800     IF WS-FS-HIST NOT = '00'
071900         DISPLAY 'AVGFCST ABORTED - AVGHIST.TXT NOT FOUND, '
072000             'STATUS ' WS-FS-HIST
072100         MOVE 16 TO RETURN-CODE
072200         GO TO 9999-TERMINATE
072300     END-IF.
072400 2150-EXIT.
072500     EXIT.
072600
072700*-----------------------------------------------------------*
072800* 2200-SET-WINDOW - WS-WINDOW-DAYS CALENDAR DAYS ENDING ON   *
072900* THE LATEST NIGHT.                                          *
073000*-----------------------------------------------------------*
073100 2200-SET-WINDOW.
073200*-----------------------------------------------------------*
073300     COMPUTE WS-END-INT =
073400         FUNCTION INTEGER-OF-DATE(WS-LATEST-DATE)
073500     COMPUTE WS-START-INT = WS-END-INT - WS-WINDOW-DAYS + 1
073600     COMPUTE WS-START-DATE =
073700         FUNCTION DATE-OF-INTEGER(WS-START-INT)
073800     COMPUTE WS-SPAN = WS-END-INT - WS-START-INT.
073900
074000*-----------------------------------------------------------*
074050* 2300-ACCUMULATE-WINDOW - SECOND PASS: EVERY 'C', 'G' AND   *
074100* 'F' RECORD IN THE WINDOW ADDS ITS NIGHT TO ITS SERIES'     *
074200* SUMS.                                                      *
074300*-----------------------------------------------------------*
074400 2300-ACCUMULATE-WINDOW.
074500*-----------------------------------------------------------*
074600     PERFORM 2150-OPEN-HISTORY THRU 2150-EXIT
074700     PERFORM UNTIL EOF-FLAG
074800         READ HISTORY-FILE INTO WS-HISTORY-REC
074900             AT END
075000                 MOVE 'Y' TO SW-EOF
075100             NOT AT END
075200                 IF (HIS-REC-TYPE = 'C' OR 'G' OR 'F')
075300                     AND HIS-RUN-DATE >= WS-START-DATE
075400                     AND HIS-RUN-DATE <= WS-LATEST-DATE
075500                     PERFORM 2350-ADD-ONE-NIGHT THRU 2350-EXIT
075600                 END-IF
075700         END-READ
075800     END-PERFORM
075900     CLOSE HISTORY-FILE.
076000 2300-EXIT.
076100     EXIT.
076200
076300*-----------------------------------------------------------*
076400 2350-ADD-ONE-NIGHT.
076500*-----------------------------------------------------------*
076600     ADD 1 TO WS-HIST-RECS
076700     PERFORM 2400-FIND-SERIES
076800     IF SR-FOUND-NDX = 0
076900         IF SER-COUNT >= MAX-SERIES
077000             DISPLAY 'AVGFCST - SERIES TABLE FULL AT '
077100                 MAX-SERIES ' - ' HIS-FILENAME ' '
077200                 HIS-CAT-CODE ' NOT FORECAST'
077300             GO TO 2350-EXIT
077400         END-IF
077500         ADD 1 TO SER-COUNT
077600         MOVE SER-COUNT TO SR-FOUND-NDX
077700         MOVE SER-COUNT TO SR-NDX
077800         INITIALIZE SERIES-ENTRY(SR-NDX)
077900         MOVE HIS-FILENAME TO SR-FILENAME(SR-NDX)
078000         MOVE HIS-CAT-CODE TO SR-CAT-CODE(SR-NDX)
078100         MOVE HIS-REC-TYPE TO SR-REC-TYPE(SR-NDX)
078200         MOVE HIS-AVERAGE TO SR-MIN-Y(SR-NDX)
078300         MOVE HIS-AVERAGE TO SR-MAX-Y(SR-NDX)
078400         MOVE HIS-RUN-DATE TO SR-FIRST-DATE(SR-NDX)
078500     END-IF
078600     MOVE SR-FOUND-NDX TO SR-NDX
078700     COMPUTE WS-DATE-INT =
078800         FUNCTION INTEGER-OF-DATE(HIS-RUN-DATE)
078900     PERFORM 2450-SET-TERMS
079000     MOVE HIS-AVERAGE TO WS-Y
079100     ADD 1 TO SR-NIGHTS(SR-NDX)
079200     ADD WS-Y TO SR-SUM-Y(SR-NDX)
079300     IF WS-Y < SR-MIN-Y(SR-NDX)
079400         MOVE WS-Y TO SR-MIN-Y(SR-NDX)
079500     END-IF
079600     IF WS-Y > SR-MAX-Y(SR-NDX)
079700         MOVE WS-Y TO SR-MAX-Y(SR-NDX)
079800     END-IF
079900     IF HIS-RUN-DATE < SR-FIRST-DATE(SR-NDX)
080000         MOVE HIS-RUN-DATE TO SR-FIRST-DATE(SR-NDX)
080100     END-IF
080200     IF HIS-RUN-DATE > SR-LAST-DATE(SR-NDX)
080300         MOVE HIS-RUN-DATE TO SR-LAST-DATE(SR-NDX)
080400     END-IF
080500     PERFORM 2360-ADD-TERM-ROW
080600         VARYING TM-J FROM 1 BY 1 UNTIL TM-J > WS-TERMS.
080700 2350-EXIT.
080800     EXIT.
080900
081000*-----------------------------------------------------------*
081100 2360-ADD-TERM-ROW.
081200*-----------------------------------------------------------*
081300     COMPUTE SR-ZY(SR-NDX, TM-J) =
081400         SR-ZY(SR-NDX, TM-J) + (WS-TERM(TM-J) * WS-Y)
081500     PERFORM 2370-ADD-TERM-PRODUCT
081600         VARYING TM-K FROM 1 BY 1 UNTIL TM-K > WS-TERMS.
081700
081800*-----------------------------------------------------------*
081900 2370-ADD-TERM-PRODUCT.
082000*-----------------------------------------------------------*
082100     COMPUTE SR-ZZ(SR-NDX, TM-J, TM-K) =
082200         SR-ZZ(SR-NDX, TM-J, TM-K)
082300             + (WS-TERM(TM-J) * WS-TERM(TM-K)).
082400
082500*-----------------------------------------------------------*
082600* 2400-FIND-SERIES - ENTRY FOR THE CURRENT HISTORY RECORD'S  *
082700* FILENAME / CATEGORY / TYPE, OR ZERO.                       *
082800*-----------------------------------------------------------*
082900 2400-FIND-SERIES.
083000*-----------------------------------------------------------*
083100     MOVE 0 TO SR-FOUND-NDX
083200     PERFORM 2410-MATCH-ONE-SERIES
083300         VARYING SR-SCAN FROM 1 BY 1
083400             UNTIL SR-SCAN > SER-COUNT
083500                 OR SR-FOUND-NDX NOT = 0.
083600
083700*-----------------------------------------------------------*
083800 2410-MATCH-ONE-SERIES.
083900*-----------------------------------------------------------*
084000     IF SR-FILENAME(SR-SCAN) = HIS-FILENAME
084100         AND SR-CAT-CODE(SR-SCAN) = HIS-CAT-CODE
084200         AND SR-REC-TYPE(SR-SCAN) = HIS-REC-TYPE
084300         MOVE SR-SCAN TO SR-FOUND-NDX
084400     END-IF.
084500
084600*-----------------------------------------------------------*
084700* 2450-SET-TERMS - THE MODEL TERMS FOR THE DAY NUMBER IN     *
084800* WS-DATE-INT.  X = 10 * ((D - START) - (END - D)) / SPAN.  *
084900*-----------------------------------------------------------*
085000 2450-SET-TERMS.
085100*-----------------------------------------------------------*
085200     MOVE 1 TO WS-TERM(1)
085300     COMPUTE WS-DAY-OFFSET = (WS-DATE-INT - WS-START-INT)
085400         - (WS-END-INT - WS-DATE-INT)
085500     COMPUTE WS-TERM(2) ROUNDED = (10 * WS-DAY-OFFSET) / WS-SPAN
085600     DIVIDE WS-DATE-INT BY 7 GIVING WS-CYCLE-Q
085700         REMAINDER WS-CYCLE-K
085800     MOVE CY-COS(WS-CYCLE-K + 1) TO WS-TERM(3)
085900     MOVE CY-SIN(WS-CYCLE-K + 1) TO WS-TERM(4).
086000
086100*-----------------------------------------------------------*
086200* 2500-QUEUE-ONE-SERIES - A SERIES WITH ENOUGH NIGHTS GETS   *
086300* ITS NORMAL EQUATIONS, DIVIDED BY THE NUMBER OF NIGHTS, AS  *
086400* ONE MODE 'S' JOB:                                          *
086500*   A(J,K) = SUM(ZJ * ZK) / N                                *
086600*   B(J)   = SUM(ZJ * (Y - YBAR)) / (N * SCALE)              *
086700* EITHER WAY THE SERIES GOES ON THE HAND-OVER FILE.          *
086800*-----------------------------------------------------------*
086900 2500-QUEUE-ONE-SERIES.
087000*-----------------------------------------------------------*
087100     COMPUTE SR-YBAR(SR-NDX) ROUNDED =
087200         SR-SUM-Y(SR-NDX) / SR-NIGHTS(SR-NDX)
087300     IF SR-NIGHTS(SR-NDX) < WS-MIN-NIGHTS
087400         MOVE 'N' TO SR-STATUS(SR-NDX)
087500         MOVE 1 TO SR-SCALE(SR-NDX)
087600         PERFORM 2650-WRITE-WORK-SERIES
087700         GO TO 2500-EXIT
087800     END-IF
087900     PERFORM 2550-SET-SCALE
088000     MOVE WS-TERMS TO QH-M QH-AK QH-BK QH-N
088100     MOVE SR-NDX TO QH-JOB-SEQ
088200     MOVE WS-QUEUE-HEADER TO FCST-QUEUE-RECORD
088300     WRITE FCST-QUEUE-RECORD
088400     PERFORM 2520-QUEUE-A-ROW
088500         VARYING TM-J FROM 1 BY 1 UNTIL TM-J > WS-TERMS
088600     MOVE SPACES TO WS-QUEUE-ROW
088700     PERFORM 2530-SET-RHS-ELEM
088800         VARYING TM-J FROM 1 BY 1 UNTIL TM-J > WS-TERMS
088900     MOVE WS-QUEUE-ROW TO FCST-QUEUE-RECORD
089000     WRITE FCST-QUEUE-RECORD
089100     ADD 1 TO WS-QUEUE-JOBS
089200     MOVE 'Q' TO SR-STATUS(SR-NDX)
089300     PERFORM 2650-WRITE-WORK-SERIES.
089400 2500-EXIT.
089500     EXIT.
089600
089700*-----------------------------------------------------------*
089800 2520-QUEUE-A-ROW.
089900*-----------------------------------------------------------*
090000     MOVE SPACES TO WS-QUEUE-ROW
090100     PERFORM 2525-SET-A-ELEM
090200         VARYING TM-K FROM 1 BY 1 UNTIL TM-K > WS-TERMS
090300     MOVE WS-QUEUE-ROW TO FCST-QUEUE-RECORD
090400     WRITE FCST-QUEUE-RECORD.
090500
090600*-----------------------------------------------------------*
090700 2525-SET-A-ELEM.
090800*-----------------------------------------------------------*
090900     COMPUTE QR-ELEM(TM-K) ROUNDED =
091000         SR-ZZ(SR-NDX, TM-J, TM-K) / SR-NIGHTS(SR-NDX).
091100
091200*-----------------------------------------------------------*
091300 2530-SET-RHS-ELEM.
091400*-----------------------------------------------------------*
091500     COMPUTE QR-ELEM(TM-J) ROUNDED =
091600         (SR-ZY(SR-NDX, TM-J)
091700             - (SR-YBAR(SR-NDX) * SR-ZZ(SR-NDX, TM-J, 1)))
091800             / (SR-NIGHTS(SR-NDX) * SR-SCALE(SR-NDX)).
091900
092000*-----------------------------------------------------------*
092100* 2550-SET-SCALE - THE POWER OF TEN (0.001 UP) THAT BRINGS   *
092200* THE SERIES' RANGE INTO 500-4999.  NO DEVIATION FROM THE    *
092300* MEAN CAN EXCEED THE RANGE, SO EVERY B(J) STAYS UNDER       *
092400* 10 * 5000 AND FITS MATMUL'S ELEMENT.                       *
092500*-----------------------------------------------------------*
092600 2550-SET-SCALE.
092700*-----------------------------------------------------------*
092800     COMPUTE WS-RANGE = SR-MAX-Y(SR-NDX) - SR-MIN-Y(SR-NDX)
092900     MOVE 1 TO SR-SCALE(SR-NDX)
093000     IF WS-RANGE = 0
093100         GO TO 2550-EXIT
093200     END-IF
093300     PERFORM 2560-SCALE-UP
093400         UNTIL WS-RANGE < (5000 * SR-SCALE(SR-NDX))
093500     PERFORM 2570-SCALE-DOWN
093600         UNTIL WS-RANGE >= (500 * SR-SCALE(SR-NDX))
093700             OR SR-SCALE(SR-NDX) <= 0.001.
093800 2550-EXIT.
093900     EXIT.
094000
094100*-----------------------------------------------------------*
094200 2560-SCALE-UP.
094300*-----------------------------------------------------------*
094400     MULTIPLY 10 BY SR-SCALE(SR-NDX).
094500
094600*-----------------------------------------------------------*
094700 2570-SCALE-DOWN.
094800*-----------------------------------------------------------*
094900     DIVIDE 10 INTO SR-SCALE(SR-NDX).
095000
095100*-----------------------------------------------------------*
095200 2600-WRITE-WORK-HEADER.
095300*-----------------------------------------------------------*
095400     MOVE SPACES TO WS-WORK-HEADER
095500     MOVE 'H' TO WKH-TYPE
095600     MOVE WS-RUN-DATE TO WKH-RUN-DATE
095700     MOVE WS-LATEST-DATE TO WKH-LATEST-DATE
095800     MOVE WS-START-DATE TO WKH-START-DATE
095900     MOVE WS-WINDOW-DAYS TO WKH-WINDOW-DAYS
096000     MOVE SW-WEEKLY TO WKH-WEEKLY
096100     MOVE WS-BAND-SIGMA TO WKH-BAND-SIGMA
096200     MOVE WS-TERMS TO WKH-TERMS
096300     MOVE SER-COUNT TO WKH-SERIES
096400     MOVE WS-WORK-HEADER TO FCST-WORK-RECORD
096500     WRITE FCST-WORK-RECORD.
096600
096700*-----------------------------------------------------------*
096800 2650-WRITE-WORK-SERIES.
096900*-----------------------------------------------------------*
097000     MOVE SPACES TO WS-WORK-SERIES
097100     MOVE 'S' TO WKS-TYPE
097200     MOVE SR-NDX TO WKS-SEQ
097300     MOVE SR-FILENAME(SR-NDX) TO WKS-FILENAME
097400     MOVE SR-CAT-CODE(SR-NDX) TO WKS-CAT-CODE
097500     MOVE SR-REC-TYPE(SR-NDX) TO WKS-REC-TYPE
097600     MOVE SR-NIGHTS(SR-NDX) TO WKS-NIGHTS
097700     MOVE SR-YBAR(SR-NDX) TO WKS-YBAR
097800     MOVE SR-SCALE(SR-NDX) TO WKS-SCALE
097900     MOVE SR-FIRST-DATE(SR-NDX) TO WKS-FIRST-DATE
098000     MOVE SR-LAST-DATE(SR-NDX) TO WKS-LAST-DATE
098100     MOVE SR-STATUS(SR-NDX) TO WKS-STATUS
098200     MOVE WS-WORK-SERIES TO FCST-WORK-RECORD
098300     WRITE FCST-WORK-RECORD.
098400
098500*-----------------------------------------------------------*
098600* 5000-REPORT-PASS - RELOAD THE SERIES, TAKE THE SOLVED      *
098700* COEFFICIENTS FROM MATMUL, MEASURE EACH FIT AGAINST THE     *
098800* WINDOW'S NIGHTS, AND PRINT THE FORECAST.                   *
098900*-----------------------------------------------------------*
099000 5000-REPORT-PASS.
099100*-----------------------------------------------------------*
099200     PERFORM 5100-LOAD-WORK THRU 5100-EXIT
099300     PERFORM 5200-LOAD-SOLUTIONS THRU 5200-EXIT
099400     IF WS-LATEST-DATE NOT = 0
099500         PERFORM 2200-SET-WINDOW
099600         PERFORM 5300-MEASURE-FITS THRU 5300-EXIT
099700     END-IF
099800     PERFORM 5400-SET-PROJECTION-DAYS THRU 5400-EXIT
099900     OPEN OUTPUT FCST-REPORT
100000     PERFORM 6000-WRITE-HEADINGS
100100     PERFORM 6100-WRITE-ONE-SERIES THRU 6100-EXIT
100200         VARYING SR-NDX FROM 1 BY 1
100300             UNTIL SR-NDX > SER-COUNT
100400     MOVE WS-CNT-FORECAST TO FCT-FORECAST
100500     MOVE WS-CNT-NO-FORECAST TO FCT-NO-FCST
100600     MOVE WS-CNT-OUTSIDE TO FCT-OUTSIDE
100700     MOVE SPACES TO FCST-REPORT-RECORD
100800     WRITE FCST-REPORT-RECORD
100900     MOVE WS-RPT-TOTALS TO FCST-REPORT-RECORD
101000     WRITE FCST-REPORT-RECORD
101100     CLOSE FCST-REPORT.
101200 5000-EXIT.
101300     EXIT.
101400
101500*-----------------------------------------------------------*
101600* 5100-LOAD-WORK - THE BUILD PASS'S HAND-OVER.  WITHOUT IT   *
101700* THERE IS NOTHING TO REPORT ON, SO THE STEP ABORTS.         *
101800*-----------------------------------------------------------*
101900 5100-LOAD-WORK.
102000*-----------------------------------------------------------*
102100     OPEN INPUT FCST-WORK
102200     IF WS-FS-WORK NOT = '00'
102300         DISPLAY 'AVGFCST ABORTED - AVGFCSTWK.TXT NOT FOUND, '
102400             'STATUS ' WS-FS-WORK ' - RUN AVGFCST BUILD FIRST'
102500         MOVE 16 TO RETURN-CODE
102600         GO TO 9999-TERMINATE
102700     END-IF
102800     READ FCST-WORK INTO WS-WORK-HEADER
102900         AT END
103000             MOVE 'Y' TO SW-WORK-EOF
103100     END-READ
103200     IF WORK-EOF-FLAG OR WKH-TYPE NOT = 'H'
103300         DISPLAY 'AVGFCST ABORTED - AVGFCSTWK.TXT HAS NO '
103400             'HEADER RECORD'
103500         MOVE 16 TO RETURN-CODE
103600         GO TO 9999-TERMINATE
103700     END-IF
103800     MOVE WKH-LATEST-DATE TO WS-LATEST-DATE
103900     MOVE WKH-START-DATE TO WS-START-DATE
104000     MOVE WKH-WINDOW-DAYS TO WS-WINDOW-DAYS
104100     MOVE WKH-WEEKLY TO SW-WEEKLY
104200     MOVE WKH-BAND-SIGMA TO WS-BAND-SIGMA
104300     MOVE WKH-TERMS TO WS-TERMS
104400     PERFORM UNTIL WORK-EOF-FLAG
104500         READ FCST-WORK INTO WS-WORK-SERIES
104600             AT END
104700                 MOVE 'Y' TO SW-WORK-EOF
104800             NOT AT END
104900                 IF WKS-TYPE = 'S'
105000                     PERFORM 5150-STORE-ONE-SERIES
105100                 END-IF
105200         END-READ
105300     END-PERFORM
105400     CLOSE FCST-WORK.
105500 5100-EXIT.
105600     EXIT.
105700
105800*-----------------------------------------------------------*
105900 5150-STORE-ONE-SERIES.
106000*-----------------------------------------------------------*
106100     IF SER-COUNT >= MAX-SERIES
106200         DISPLAY 'AVGFCST - SERIES TABLE FULL AT '
106300             MAX-SERIES ' - ' WKS-FILENAME ' '
106400             WKS-CAT-CODE ' NOT REPORTED'
106500     ELSE
106600         ADD 1 TO SER-COUNT
106700         MOVE SER-COUNT TO SR-NDX
106800         INITIALIZE SERIES-ENTRY(SR-NDX)
106900         MOVE WKS-FILENAME TO SR-FILENAME(SR-NDX)
107000         MOVE WKS-CAT-CODE TO SR-CAT-CODE(SR-NDX)
107100         MOVE WKS-REC-TYPE TO SR-REC-TYPE(SR-NDX)
107200         MOVE WKS-NIGHTS TO SR-NIGHTS(SR-NDX)
107300         MOVE WKS-YBAR TO SR-YBAR(SR-NDX)
107400         MOVE WKS-SCALE TO SR-SCALE(SR-NDX)
107500         MOVE WKS-FIRST-DATE TO SR-FIRST-DATE(SR-NDX)
107600         MOVE WKS-LAST-DATE TO SR-LAST-DATE(SR-NDX)
107700         MOVE WKS-STATUS TO SR-STATUS(SR-NDX)
107800         IF SR-QUEUED(SR-NDX)
107900             MOVE 'F' TO SR-STATUS(SR-NDX)
108000             MOVE 'JOB NOT FOUND ON MATOUTPUT.FCST'
108100                 TO SR-MAT-STATUS(SR-NDX)
108200         END-IF
108300     END-IF.
108400
108500*-----------------------------------------------------------*
108600* 5200-LOAD-SOLUTIONS - WALK MATOUTPUT.FCST.  EACH 'FC' JOB  *
108700* LINE NAMES ITS SERIES; A COMPLETED JOB'S 'X(' LINES ARE    *
108800* THAT SERIES' COEFFICIENTS.  A FAILED JOB KEEPS MATMUL'S    *
108900* STATUS TEXT FOR THE REPORT.  A QUEUED SERIES WITH NO JOB   *
109000* LINE AT ALL STAYS MARKED AS NOT FOUND.  NO SOLVED OUTPUT   *
109100* AT ALL MEANS THE MATMUL STEP NEVER RAN, SO THE STEP ABORTS.*
109200*-----------------------------------------------------------*
109300 5200-LOAD-SOLUTIONS.
109400*-----------------------------------------------------------*
109500     OPEN INPUT FCST-SOLVED
109600     IF WS-FS-SOLVED NOT = '00'
109700         DISPLAY 'AVGFCST ABORTED - MATOUTPUT.FCST NOT FOUND, '
109800             'STATUS ' WS-FS-SOLVED ' - RUN MATMUL QUEUE=fcst'
109900         MOVE 16 TO RETURN-CODE
110000         GO TO 9999-TERMINATE
110100     END-IF
110200     PERFORM UNTIL SOLVED-EOF-FLAG
110300         READ FCST-SOLVED INTO WS-SOLVED-REC
110400             AT END
110500                 MOVE 'Y' TO SW-SOLVED-EOF
110600             NOT AT END
110700                 PERFORM 5250-TAKE-ONE-LINE THRU 5250-EXIT
110800         END-READ
110900     END-PERFORM
111000     CLOSE FCST-SOLVED.
111100 5200-EXIT.
111200     EXIT.
111300
111400*-----------------------------------------------------------*
111500 5250-TAKE-ONE-LINE.
111600*-----------------------------------------------------------*
111700     IF SLJ-TAG = 'JOB '
111800         MOVE 0 TO WS-CUR-SERIES
111900         IF SLJ-PREFIX = 'FC' AND SLJ-SEQ IS NUMERIC
112000             AND SLJ-SEQ-NUM > 0 AND SLJ-SEQ-NUM <= SER-COUNT
112100             MOVE SLJ-SEQ-NUM TO WS-CUR-SERIES
112200             PERFORM 5260-TAKE-JOB-STATUS
112300         END-IF
112400         GO TO 5250-EXIT
112500     END-IF
112600     IF SLV-TAG NOT = 'X(' OR WS-CUR-SERIES = 0
112700         GO TO 5250-EXIT
112800     END-IF
112900     INSPECT SLV-I REPLACING LEADING SPACE BY '0'
113000     IF SLV-I IS NUMERIC
113100         MOVE SLV-I TO WS-SLV-I-NUM
113200         IF WS-SLV-I-NUM > 0 AND WS-SLV-I-NUM <= WS-TERMS
113300             MOVE SLV-VALUE
113400                 TO SR-BETA(WS-CUR-SERIES, WS-SLV-I-NUM)
113500         END-IF
113600     END-IF.
113700 5250-EXIT.
113800     EXIT.
113900
114000*-----------------------------------------------------------*
114100 5260-TAKE-JOB-STATUS.
114200*-----------------------------------------------------------*
114300     MOVE WS-CUR-SERIES TO SR-NDX
114400     IF SLJ-STATUS(1:9) = 'COMPLETED'
114500         MOVE 'S' TO SR-STATUS(SR-NDX)
114600         MOVE SPACES TO SR-MAT-STATUS(SR-NDX)
114700         IF SLJ-STATUS(13:7) = 'VERIFY '
114800             MOVE 'Y' TO SR-ILL-COND(SR-NDX)
114900         END-IF
115000     ELSE
115100         MOVE 'F' TO SR-STATUS(SR-NDX)
115200         MOVE SLJ-STATUS TO SR-MAT-STATUS(SR-NDX)
115300         MOVE 0 TO WS-CUR-SERIES
115400     END-IF.
115500
115600*-----------------------------------------------------------*
115700* 5300-MEASURE-FITS - THIRD LOOK AT THE MASTER: EVERY NIGHT  *
115800* OF A SOLVED SERIES IN THE WINDOW ADDS ITS SQUARED RESIDUAL *
115900* TO THE SERIES' SUM, AND THE SERIES' LATEST NIGHT IS KEPT   *
116000* WITH ITS FITTED VALUE FOR THE BAND TEST.                   *
116100*-----------------------------------------------------------*
116200 5300-MEASURE-FITS.
116300*-----------------------------------------------------------*
116400     PERFORM 2150-OPEN-HISTORY THRU 2150-EXIT
116500     PERFORM UNTIL EOF-FLAG
116600         READ HISTORY-FILE INTO WS-HISTORY-REC
116700             AT END
116800                 MOVE 'Y' TO SW-EOF
116900             NOT AT END
117000                 IF (HIS-REC-TYPE = 'C' OR 'G' OR 'F')
117100                     AND HIS-RUN-DATE >= WS-START-DATE
117200                     AND HIS-RUN-DATE <= WS-LATEST-DATE
117300                     PERFORM 5350-MEASURE-ONE-NIGHT
117400                         THRU 5350-EXIT
117500                 END-IF
117600         END-READ
117700     END-PERFORM
117800     CLOSE HISTORY-FILE.
117900 5300-EXIT.
118000     EXIT.
118100
118200*-----------------------------------------------------------*
118300 5350-MEASURE-ONE-NIGHT.
118400*-----------------------------------------------------------*
118500     PERFORM 2400-FIND-SERIES
118600     IF SR-FOUND-NDX = 0
118700         GO TO 5350-EXIT
118800     END-IF
118900     MOVE SR-FOUND-NDX TO SR-NDX
119000     MOVE HIS-AVERAGE TO WS-Y
119100     IF HIS-RUN-DATE >= SR-LATEST-DATE(SR-NDX)
119200         MOVE HIS-RUN-DATE TO SR-LATEST-DATE(SR-NDX)
119300         MOVE WS-Y TO SR-LATEST-Y(SR-NDX)
119400     END-IF
119500     IF NOT SR-SOLVED(SR-NDX)
119600         GO TO 5350-EXIT
119700     END-IF
119800     COMPUTE WS-DATE-INT =
119900         FUNCTION INTEGER-OF-DATE(HIS-RUN-DATE)
120000     PERFORM 2450-SET-TERMS
120100     PERFORM 5360-FIT-FROM-TERMS
120200     COMPUTE WS-RESID = WS-Y - WS-FIT
120300     COMPUTE SR-SSE(SR-NDX) =
120400         SR-SSE(SR-NDX) + (WS-RESID * WS-RESID)
120500     ADD 1 TO SR-FIT-NIGHTS(SR-NDX)
120600     IF HIS-RUN-DATE = SR-LATEST-DATE(SR-NDX)
120700         COMPUTE SR-LATEST-FIT(SR-NDX) ROUNDED = WS-FIT
120800     END-IF.
120900 5350-EXIT.
121000     EXIT.
121100
121200*-----------------------------------------------------------*
121300* 5360-FIT-FROM-TERMS - THE MODEL'S VALUE FOR SERIES SR-NDX  *
121400* AT THE TERMS IN WS-TERM-TABLE.                             *
121500*-----------------------------------------------------------*
121600 5360-FIT-FROM-TERMS.
121700*-----------------------------------------------------------*
121800     MOVE 0 TO WS-FIT-SUM
121900     PERFORM 5365-ADD-ONE-TERM
122000         VARYING TM-J FROM 1 BY 1 UNTIL TM-J > WS-TERMS
122100     COMPUTE WS-FIT ROUNDED = SR-YBAR(SR-NDX)
122200         + (SR-SCALE(SR-NDX) * WS-FIT-SUM).
122300
122400*-----------------------------------------------------------*
122500 5365-ADD-ONE-TERM.
122600*-----------------------------------------------------------*
122700     COMPUTE WS-FIT-SUM = WS-FIT-SUM
122800         + (SR-BETA(SR-NDX, TM-J) * WS-TERM(TM-J)).
122900
123000*-----------------------------------------------------------*
123100* 5400-SET-PROJECTION-DAYS - THE BUSINESS DAYS OF THE MONTH  *
123200* AFTER THE LATEST NIGHT, AND THE MEAN OF EACH MODEL TERM    *
123300* OVER THEM.                                                 *
123400*-----------------------------------------------------------*
123500 5400-SET-PROJECTION-DAYS.
123600*-----------------------------------------------------------*
123700     IF WS-LATEST-DATE = 0
123800         MOVE WS-RUN-DATE TO WS-NEXT-MONTH-DATE
123900     ELSE
124000         MOVE WS-LATEST-DATE TO WS-NEXT-MONTH-DATE
124100     END-IF
124200     MOVE 1 TO NXM-DD
124300     IF NXM-MM = 12
124400         ADD 1 TO NXM-YYYY
124500         MOVE 1 TO NXM-MM
124600     ELSE
124700         ADD 1 TO NXM-MM
124800     END-IF
124900     COMPUTE WS-NEXT-YYYYMM = (NXM-YYYY * 100) + NXM-MM
125000     MOVE NXM-YYYY TO MAF-YYYY
125100     IF NXM-MM = 12
125200         ADD 1 TO MAF-YYYY
125300         MOVE 1 TO MAF-MM
125400     ELSE
125500         COMPUTE MAF-MM = NXM-MM + 1
125600     END-IF
125700     COMPUTE WS-PROJ-FIRST-INT =
125800         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
125900     COMPUTE WS-PROJ-END-INT =
126000         FUNCTION INTEGER-OF-DATE(WS-MONTH-AFTER-DATE) - 1
126100     MOVE SPACES TO CAL-DAY-TABLE
126200     PERFORM 5450-LOAD-CALENDAR THRU 5450-EXIT
126300     MOVE ZEROS TO WS-PROJ-TERM-SUM-TABLE
126400     MOVE ZEROS TO WS-PROJ-TERM-TABLE
126500     MOVE 0 TO WS-PROJ-DAYS
126600     IF WS-LATEST-DATE = 0
126700         GO TO 5400-EXIT
126800     END-IF
126900     PERFORM 5460-TAKE-ONE-DAY
127000         VARYING WS-DATE-INT FROM WS-PROJ-FIRST-INT BY 1
127100             UNTIL WS-DATE-INT > WS-PROJ-END-INT
127200     IF WS-PROJ-DAYS > 0
127300         PERFORM 5470-AVERAGE-ONE-TERM
127400             VARYING TM-J FROM 1 BY 1 UNTIL TM-J > WS-TERMS
127500     END-IF.
127600 5400-EXIT.
127700     EXIT.
127800
127900*-----------------------------------------------------------*
128000* 5450-LOAD-CALENDAR - DAY TYPES OF NEXT MONTH'S DATES ON    *
128100* THE PROCESSING CALENDAR.  NO CALENDAR LEAVES THE TABLE     *
128200* BLANK, I.E. THE WEEKDAY FALLBACK FOR EVERY DATE.           *
128300*-----------------------------------------------------------*
128400 5450-LOAD-CALENDAR.
128500*-----------------------------------------------------------*
128600     OPEN INPUT CALENDAR-FILE
128700     IF WS-FS-CAL NOT = '00'
128800         DISPLAY 'AVGFCST - BATCHCAL.TXT NOT FOUND - '
128900             'PROJECTING OVER MONDAY-FRIDAY'
129000         GO TO 5450-EXIT
129100     END-IF
129200     PERFORM UNTIL CAL-EOF-FLAG
129300         READ CALENDAR-FILE INTO WS-CAL-REC
129400             AT END
129500                 MOVE 'Y' TO SW-CAL-EOF
129600             NOT AT END
129700                 IF CAL-DATE IS NUMERIC
129800                     AND CAL-YYYYMM = WS-NEXT-YYYYMM
129900                     AND CAL-DD > 0 AND CAL-DD < 32
130000                     MOVE CAL-DAY-TYPE
130100                         TO CAL-DAY-TYPE-OF(CAL-DD)
130200                 END-IF
130300         END-READ
130400     END-PERFORM
130500     CLOSE CALENDAR-FILE.
130600 5450-EXIT.
130700     EXIT.
130800
130900*-----------------------------------------------------------*
131000 5460-TAKE-ONE-DAY.
131100*-----------------------------------------------------------*
131200     COMPUTE WS-PROJ-DAY-NDX =
131300         WS-DATE-INT - WS-PROJ-FIRST-INT + 1
131400     MOVE 'N' TO SW-BUSINESS-DAY
131500     IF CAL-DAY-TYPE-OF(WS-PROJ-DAY-NDX) = SPACE
131600         DIVIDE WS-DATE-INT BY 7 GIVING WS-CYCLE-Q
131700             REMAINDER WS-WEEKDAY
131800         IF WS-WEEKDAY NOT = 0 AND WS-WEEKDAY NOT = 6
131900             MOVE 'Y' TO SW-BUSINESS-DAY
132000         END-IF
132100     ELSE
132200         IF CAL-DAY-TYPE-OF(WS-PROJ-DAY-NDX) = 'B'
132300             MOVE 'Y' TO SW-BUSINESS-DAY
132400         END-IF
132500     END-IF
132600     IF BUSINESS-DAY
132700         ADD 1 TO WS-PROJ-DAYS
132800         PERFORM 2450-SET-TERMS
132900         PERFORM 5465-ADD-PROJ-TERM
133000             VARYING TM-J FROM 1 BY 1 UNTIL TM-J > WS-TERMS
133100     END-IF.
133200
133300*-----------------------------------------------------------*
133400 5465-ADD-PROJ-TERM.
133500*-----------------------------------------------------------*
133600     ADD WS-TERM(TM-J) TO WS-PROJ-TERM-SUM(TM-J).
133700
133800*-----------------------------------------------------------*
133900 5470-AVERAGE-ONE-TERM.
134000*-----------------------------------------------------------*
134100     COMPUTE WS-PROJ-TERM(TM-J) ROUNDED =
134200         WS-PROJ-TERM-SUM(TM-J) / WS-PROJ-DAYS.
134300
134400*-----------------------------------------------------------*
134500 6000-WRITE-HEADINGS.
134600*-----------------------------------------------------------*
134700     MOVE WS-NEXT-YYYYMM TO FCH-MONTH
134800     MOVE WS-START-DATE TO FCH-START
134900     MOVE WS-LATEST-DATE TO FCH-END
135000     MOVE WS-WINDOW-DAYS TO FCH-DAYS
135100     MOVE WS-RPT-HEADER TO FCST-REPORT-RECORD
135200     WRITE FCST-REPORT-RECORD
135300     IF WEEKLY-TERM
135400         MOVE 'TREND LINE + WEEKLY CYCLE' TO FCM-MODEL
135500     ELSE
135600         MOVE 'TREND LINE' TO FCM-MODEL
135700     END-IF
135800     MOVE WS-BAND-SIGMA TO FCM-SIGMA
135900     MOVE WS-PROJ-DAYS TO FCM-PROJ-DAYS
136000     MOVE WS-RPT-MODEL TO FCST-REPORT-RECORD
136100     WRITE FCST-REPORT-RECORD
136200     MOVE SPACES TO FCST-REPORT-RECORD
136300     WRITE FCST-REPORT-RECORD
136400     MOVE WS-RPT-COLUMNS TO FCST-REPORT-RECORD
136500     WRITE FCST-REPORT-RECORD.
136600
136700*-----------------------------------------------------------*
136800* 6100-WRITE-ONE-SERIES - A SOLVED SERIES PRINTS ITS LATEST  *
136900* ACTUAL AGAINST THE FITTED VALUE FOR THAT NIGHT, NEXT       *
137000* MONTH'S PROJECTED AVERAGE, THE BAND OF WS-BAND-SIGMA       *
137100* STANDARD ERRORS OF THE FIT EITHER SIDE OF IT, AND THE      *
137200* TREND PER 30 DAYS.  THE LATEST ACTUAL IS FLAGGED WHEN IT   *
137300* LIES MORE THAN THE SAME BAND FROM ITS OWN FITTED VALUE.    *
137400*-----------------------------------------------------------*
137500 6100-WRITE-ONE-SERIES.
137600*-----------------------------------------------------------*
137700     IF NOT SR-SOLVED(SR-NDX)
137800         PERFORM 6200-WRITE-NO-FORECAST
137900         GO TO 6100-EXIT
138000     END-IF
138100     COMPUTE WS-DEGREES-FREE = SR-FIT-NIGHTS(SR-NDX) - WS-TERMS
138200     IF SR-FIT-NIGHTS(SR-NDX) <= WS-TERMS
138300         MOVE 'N' TO SR-STATUS(SR-NDX)
138400         PERFORM 6200-WRITE-NO-FORECAST
138500         GO TO 6100-EXIT
138600     END-IF
138700     IF WS-PROJ-DAYS = 0
138800         PERFORM 6200-WRITE-NO-FORECAST
138900         GO TO 6100-EXIT
139000     END-IF
139100     COMPUTE WS-SIGMA ROUNDED =
139200         (SR-SSE(SR-NDX) / WS-DEGREES-FREE) ** 0.5
139300     COMPUTE WS-HALF-BAND ROUNDED = WS-BAND-SIGMA * WS-SIGMA
139400     MOVE WS-PROJ-TERM-TABLE TO WS-TERM-TABLE
139500     PERFORM 5360-FIT-FROM-TERMS
139600     MOVE WS-FIT TO WS-PROJECTED
139700     COMPUTE WS-BAND-LOW = WS-PROJECTED - WS-HALF-BAND
139800     COMPUTE WS-BAND-HIGH = WS-PROJECTED + WS-HALF-BAND
139900     COMPUTE WS-TREND-30 ROUNDED = SR-SCALE(SR-NDX)
140000         * SR-BETA(SR-NDX, 2) * 600 / WS-SPAN
140100     MOVE SR-FILENAME(SR-NDX) TO FCL-FILENAME
140200     IF SR-REC-TYPE(SR-NDX) = 'F'
140300         MOVE '(FILE)' TO FCL-CAT
140400     ELSE
140500         MOVE SR-CAT-CODE(SR-NDX) TO FCL-CAT
140600     END-IF
140700     MOVE SR-NIGHTS(SR-NDX) TO FCL-NIGHTS
140800     MOVE SR-LATEST-Y(SR-NDX) TO FCL-LATEST
140900     MOVE SR-LATEST-FIT(SR-NDX) TO FCL-FITTED
141000     MOVE WS-PROJECTED TO FCL-PROJ
141100     MOVE WS-BAND-LOW TO FCL-LOW
141200     MOVE WS-BAND-HIGH TO FCL-HIGH
141300     MOVE WS-TREND-30 TO FCL-TREND
141400     MOVE SPACES TO FCL-FLAG
141500     IF SR-LATEST-Y(SR-NDX)
141600             > SR-LATEST-FIT(SR-NDX) + WS-HALF-BAND
141700         OR SR-LATEST-Y(SR-NDX)
141800             < SR-LATEST-FIT(SR-NDX) - WS-HALF-BAND
141900         MOVE '** LATEST OUTSIDE BAND' TO FCL-FLAG
142000         MOVE 'Y' TO SW-FLAGGED
142100         ADD 1 TO WS-CNT-OUTSIDE
142200     ELSE
142300         IF SR-ILL-CONDITIONED(SR-NDX)
142400             MOVE '* ILL-CONDITIONED FIT' TO FCL-FLAG
142500         END-IF
142600     END-IF
142700     ADD 1 TO WS-CNT-FORECAST
142800     MOVE WS-FCST-LINE TO FCST-REPORT-RECORD
142900     WRITE FCST-REPORT-RECORD.
143000 6100-EXIT.
143100     EXIT.
143200
143300*-----------------------------------------------------------*
143400 6200-WRITE-NO-FORECAST.
143500*-----------------------------------------------------------*
143600     MOVE SR-FILENAME(SR-NDX) TO NFL-FILENAME
143700     IF SR-REC-TYPE(SR-NDX) = 'F'
143800         MOVE '(FILE)' TO NFL-CAT
143900     ELSE
144000         MOVE SR-CAT-CODE(SR-NDX) TO NFL-CAT
144100     END-IF
144200     MOVE SR-NIGHTS(SR-NDX) TO NFL-NIGHTS
144300     MOVE SR-LATEST-Y(SR-NDX) TO NFL-LATEST
144400     MOVE SPACES TO NFL-REASON
144500     EVALUATE TRUE
144600         WHEN SR-TOO-FEW(SR-NDX)
144700             MOVE 'NO FORECAST - TOO FEW NIGHTS IN THE WINDOW'
144800                 TO NFL-REASON
144900         WHEN WS-PROJ-DAYS = 0
145000             MOVE 'NO FORECAST - NO BUSINESS DAYS NEXT MONTH'
145100                 TO NFL-REASON
145200         WHEN OTHER
145300             STRING 'NO FORECAST - MATMUL '
145400                 SR-MAT-STATUS(SR-NDX)
145500                 DELIMITED BY SIZE INTO NFL-REASON
145600             END-STRING
145700     END-EVALUATE
145800     ADD 1 TO WS-CNT-NO-FORECAST
145900     MOVE WS-NOFCST-LINE TO FCST-REPORT-RECORD
146000     WRITE FCST-REPORT-RECORD.
146100
146200*-----------------------------------------------------------*
146300 9999-TERMINATE.
146400*-----------------------------------------------------------*
146500     IF BAND-FLAGGED
146600         MOVE 4 TO RETURN-CODE
146700         DISPLAY 'AVGFCST - ' WS-CNT-OUTSIDE ' SERIES WITH '
146800             'THE LATEST NIGHT OUTSIDE ITS BAND - SEE '
146900             'AVGFCST.TXT'
147000     END-IF
147100     STOP RUN.
