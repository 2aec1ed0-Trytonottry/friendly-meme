000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LIMSIM.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  SIMULATES THE LIMIT    *
001300*                  CHANGES STILL WAITING ON LIMMAINT'S       *
001400*                  APPROVAL AGAINST A RANGE OF PAST NIGHTS.  *
001500*                  EACH NIGHT'S INPUT GENERATION IS RECALLED *
001600*                  THROUGH THE GDGCAT.TXT CATALOG AND EVERY  *
001700*                  RECORD IS SCREENED TWICE, ONCE WITH THE   *
001800*                  LIMITS AS THEY STAND AND ONCE WITH THE    *
001900*                  PENDING CHANGES APPLIED, THE WAY AVERAGE'S*
002000*                  2190-SCREEN-LIMITS WOULD HAVE SCREENED IT.*
002100*                  LIMSIM-RPT.TXT SHOWS, PER NIGHT AND PER   *
002200*                  CATEGORY, THE RECORDS AND VALUE THAT      *
002300*                  WOULD MOVE INTO OR OUT OF SUSPECT STATUS. *
002400*                  NOTHING LIVE IS WRITTEN: AVGLIMITS.TXT,   *
002500*                  LIMPEND.TXT, LIMTRANS.TXT, AVGSUSPECT.TXT *
002600*                  AND AVGHIST ARE LEFT AS THEY WERE.        *
002610* 2026-10-15  DPG  AVGCATMST.TXT IS LOADED AND EACH RECORD'S *
002620*                  CATEGORY CHECKED AS AVERAGE'S 2105 CHECKS *
002630*                  IT ON THE NIGHT SCREENED; A RECORD        *
002640*                  AVERAGE SENT TO THE EXCEPTION FILE FOR    *
002650*                  ITS CATEGORY IS COUNTED AS NOT            *
002660*                  SCREENABLE, NOT SCREENED.                 *
002700*-----------------------------------------------------------*
002800*
002900*-----------------------------------------------------------*
003000* COMMAND LINE:  LIMSIM FROMDATE,TODATE,DSNAME,ITEM          *
003100*   FROMDATE  FIRST RUN DATE TO RECALL, YYYYMMDD, REQUIRED   *
003200*   TODATE    LAST RUN DATE, YYYYMMDD, BLANK = FROMDATE      *
003300*   DSNAME    CATALOGED DATASET IN AVERAGE'S INPUT LAYOUT,   *
003400*             BLANK = RANDAVG                                *
003500*   ITEM      ONE LIMPEND.TXT ITEM ID TO SIMULATE ALONE,     *
003600*             BLANK = EVERY PENDING ITEM, THEN ANY           *
003700*             LIMTRANS.TXT TRANSACTIONS NOT YET QUEUED       *
003800*                                                            *
003900* A NIGHT IS THE HIGHEST GENERATION CATALOGED FOR ITS RUN    *
004000* DATE, SO A RERUN NIGHT COUNTS ONCE.  THE LIMITS ROW IN     *
004100* EFFECT ON EACH NIGHT IS CHOSEN AS AVERAGE CHOOSES IT - THE *
004200* LATEST EFFECTIVE DATE NOT AFTER THE NIGHT.  A PROPOSED ROW *
004300* DATED AFTER THE LAST NIGHT OF THE RANGE WOULD NEVER BE IN  *
004400* EFFECT ON ANY OF THEM, SO IT IS TAKEN AS IN EFFECT FROM    *
004500* THE FIRST NIGHT INSTEAD; THE LISTING SAYS SO AGAINST IT.   *
004510*                                                            *
004520* WITH AVGCATMST.TXT PRESENT, A RECORD WHOSE CATEGORY IS     *
004530* UNKNOWN, A GROUP CODE, OR INACTIVE OR OUTSIDE ITS VALID    *
004540* DATES ON THE NIGHT NEVER REACHED AVERAGE'S LIMIT SCREEN -  *
004550* IT WENT TO AVGEXCEPT.TXT - SO IT IS COUNTED AS NOT         *
004560* SCREENABLE HERE.  THE MASTER AS IT STANDS TODAY SERVES FOR *
004570* EVERY NIGHT; ITS VALID-FROM AND VALID-TO DATES CARRY THE   *
004580* HISTORY.                                                   *
004600*-----------------------------------------------------------*
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT LIMITS-FILE ASSIGN TO 'avglimits.txt'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-FS-LIMITS.
005400
005500     SELECT PEND-FILE ASSIGN TO 'limpend.txt'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-FS-PEND.
005800
005900     SELECT TRANS-FILE ASSIGN TO 'limtrans.txt'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-FS-TRANS.
006200
006300     SELECT CATALOG-FILE ASSIGN TO 'gdgcat.txt'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FS-CATALOG.
006600
006700     SELECT NIGHT-FILE ASSIGN DYNAMIC WS-NIGHT-FILENAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-FS-NIGHT.
006920
006940     SELECT CATMST-FILE ASSIGN TO 'avgcatmst.txt'
006960         ORGANIZATION IS LINE SEQUENTIAL
006980         FILE STATUS IS WS-FS-CATMST.
007000
007100     SELECT SIM-REPORT ASSIGN TO 'limsim-rpt.txt'
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  LIMITS-FILE.
007700 01  LIMITS-RECORD       PIC X(80).
007800
007900 FD  PEND-FILE.
008000 01  PEND-RECORD         PIC X(200).
008100
008200 FD  TRANS-FILE.
008300 01  TRANS-RECORD        PIC X(80).
008400
008500 FD  CATALOG-FILE.
008600 01  CATALOG-RECORD      PIC X(100).
008700
008800 FD  NIGHT-FILE.
008900 01  NIGHT-RECORD        PIC X(20).
008925
008950 FD  CATMST-FILE.
008975 01  CATMST-RECORD       PIC X(80).
009000
009100 FD  SIM-REPORT.
009200 01  SIM-RECORD          PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500 01  WS-FS-LIMITS        PIC X(2)  VALUE SPACES.
009600 01  WS-FS-PEND          PIC X(2)  VALUE SPACES.
009700 01  WS-FS-TRANS         PIC X(2)  VALUE SPACES.
009800 01  WS-FS-CATALOG       PIC X(2)  VALUE SPACES.
009900 01  WS-FS-NIGHT         PIC X(2)  VALUE SPACES.
009950 01  WS-FS-CATMST        PIC X(2)  VALUE SPACES.
010000
010100 01  WS-NIGHT-FILENAME   PIC X(60) VALUE SPACES.
010200
010300 01  SW-LIM-EOF          PIC X     VALUE 'N'.
010400     88  LIM-EOF-FLAG              VALUE 'Y'.
010500 01  SW-PND-EOF          PIC X     VALUE 'N'.
010600     88  PND-EOF-FLAG              VALUE 'Y'.
010700 01  SW-TRN-EOF          PIC X     VALUE 'N'.
010800     88  TRN-EOF-FLAG              VALUE 'Y'.
010900 01  SW-CAT-EOF          PIC X     VALUE 'N'.
011000     88  CAT-EOF-FLAG              VALUE 'Y'.
011100 01  SW-NGT-EOF          PIC X     VALUE 'N'.
011200     88  NGT-EOF-FLAG              VALUE 'Y'.
011225 01  SW-CATMST-EOF       PIC X     VALUE 'N'.
011250     88  CATMST-EOF-FLAG           VALUE 'Y'.
011300 01  SW-REPORT-OPEN      PIC X     VALUE 'N'.
011400     88  REPORT-OPEN               VALUE 'Y'.
011500
011600*-----------------------------------------------------------*
011700* COMMAND-LINE PARAMETERS                                    *
011800*-----------------------------------------------------------*
011900 01  WS-PARM-LINE        PIC X(80).
012000 01  WS-PARM-FROM-X      PIC X(8).
012100 01  WS-PARM-FROM REDEFINES WS-PARM-FROM-X
012200                         PIC 9(8).
012300 01  WS-PARM-TO-X        PIC X(8).
012400 01  WS-PARM-TO REDEFINES WS-PARM-TO-X
012500                         PIC 9(8).
012600 01  WS-PARM-DSNAME      PIC X(10).
012700 01  WS-PARM-ITEM-X      PIC X(6).
012800 01  WS-PARM-ITEM        PIC 9(6)  VALUE 0.
012900 01  WS-ITEM-CHAR-NDX    PIC 9(2) COMP.
013000 01  WS-ITEM-DIGIT       PIC 9(1).
013100 01  SW-ITEM-VALID       PIC X     VALUE 'Y'.
013200     88  ITEM-VALID                VALUE 'Y'.
013300 01  WS-FROM-DATE        PIC 9(8)  VALUE 0.
013400 01  WS-TO-DATE          PIC 9(8)  VALUE 0.
013500 01  WS-RUN-DATE         PIC 9(8).
013600
013700*-----------------------------------------------------------*
013800* LIMITS ROW - LAYOUT SHARED WITH LIMMAINT AND AVERAGE'S     *
013900* 1270-LOAD-LIMITS                                           *
014000*-----------------------------------------------------------*
014100 01  WS-LIMITS-REC.
014200     05  LIM-CATEGORY     PIC X(4).
014300     05  LIM-MIN          PIC 9(8)V9(2).
014400     05  LIM-MAX          PIC 9(8)V9(2).
014500     05  LIM-MAXWT-RAW    PIC X(6).
014600     05  LIM-MAXWT REDEFINES LIM-MAXWT-RAW
014700                          PIC 9(4)V9(2).
014800     05  LIM-EFFDT-RAW    PIC X(8).
014900     05  LIM-EFFDT REDEFINES LIM-EFFDT-RAW
015000                          PIC 9(8).
015100     05  FILLER           PIC X(42).
015200
015202*-----------------------------------------------------------*
015204* CATEGORY MASTER ROW - LAYOUT SHARED WITH CATMAINT AND      *
015206* AVERAGE'S 1290-LOAD-CATMASTER                              *
015208*-----------------------------------------------------------*
015210 01  WS-CATMST-REC.
015212     05  CMR-CODE         PIC X(4).
015214     05  CMR-DESC         PIC X(30).
015216     05  CMR-ACTIVE       PIC X(1).
015218     05  CMR-FROM-RAW     PIC X(8).
015220     05  CMR-FROM REDEFINES CMR-FROM-RAW
015222                          PIC 9(8).
015224     05  CMR-TO-RAW       PIC X(8).
015226     05  CMR-TO REDEFINES CMR-TO-RAW
015228                          PIC 9(8).
015230     05  CMR-TYPE         PIC X(1).
015232     05  CMR-PARENT       PIC X(4).
015234     05  CMR-PAR-FROM-RAW PIC X(8).
015236     05  CMR-PAR-FROM REDEFINES CMR-PAR-FROM-RAW
015238                          PIC 9(8).
015240     05  CMR-PRIOR        PIC X(4).
015242     05  FILLER           PIC X(12).
015244
015246*-----------------------------------------------------------*
015248* CATEGORY MASTER - EMPTY WHEN AVGCATMST.TXT IS ABSENT, IN   *
015250* WHICH CASE NO CATEGORY IS REFUSED, AS IN AVERAGE.          *
015252*-----------------------------------------------------------*
015254 01  CATMST-COUNT         PIC 9(3) COMP  VALUE 0.
015256 01  MAX-CATMST           PIC 9(3) COMP  VALUE 100.
015258 01  CATMST-TABLE.
015260     05  CATMST-ENTRY OCCURS 100 TIMES.
015262         10  CM-CODE      PIC X(4).
015264         10  CM-ACTIVE    PIC X(1).
015266         10  CM-FROM      PIC 9(8).
015268         10  CM-TO        PIC 9(8).
015270         10  CM-TYPE      PIC X(1).
015272 01  CM-NDX               PIC 9(3) COMP.
015274 01  CM-FOUND-NDX         PIC 9(3) COMP.
015276 01  SW-CAT-VALID         PIC X     VALUE 'Y'.
015278     88  CATEGORY-VALID             VALUE 'Y'.
015280
015300*-----------------------------------------------------------*
015400* CURRENT LIMITS - AVGLIMITS.TXT AS IT STANDS                *
015500*-----------------------------------------------------------*
015600 01  MAX-ROWS             PIC 9(3) COMP  VALUE 200.
015700 01  CUR-COUNT            PIC 9(3) COMP  VALUE 0.
015800 01  CURRENT-TABLE.
015900     05  CUR-ENTRY OCCURS 200 TIMES.
016000         10  CR-CATEGORY  PIC X(4).
016100         10  CR-EFFDT     PIC 9(8).
016200         10  CR-MIN       PIC 9(8)V9(2).
016300         10  CR-MAX       PIC 9(8)V9(2).
016400         10  CR-MAXWT-RAW PIC X(6).
016500         10  CR-MAXWT REDEFINES CR-MAXWT-RAW
016600                          PIC 9(4)V9(2).
016700 01  CR-NDX               PIC 9(3) COMP.
016800
016900*-----------------------------------------------------------*
017000* PROPOSED LIMITS - THE CURRENT ROWS WITH THE PENDING        *
017100* CHANGES APPLIED.  PR-EFFDT-RAW IS THE KEY AS KEYED;        *
017200* PR-EFFDT IS THE DATE THE SIMULATION TAKES IT FROM.         *
017300* PR-TOUCHED MARKS A ROW ADDED OR CHANGED BY A PENDING       *
017400* CHANGE, WHICH WINS A TIE ON EFFECTIVE DATE.                *
017500*-----------------------------------------------------------*
017600 01  PRP-COUNT            PIC 9(3) COMP  VALUE 0.
017700 01  PROPOSED-TABLE.
017800     05  PRP-ENTRY OCCURS 200 TIMES.
017900         10  PR-CATEGORY  PIC X(4).
018000         10  PR-EFFDT-RAW PIC X(8).
018100         10  PR-EFFDT     PIC 9(8).
018200         10  PR-MIN       PIC 9(8)V9(2).
018300         10  PR-MAX       PIC 9(8)V9(2).
018400         10  PR-MAXWT-RAW PIC X(6).
018500         10  PR-MAXWT REDEFINES PR-MAXWT-RAW
018600                          PIC 9(4)V9(2).
018700         10  PR-DELETED   PIC X(1).
018800         10  PR-TOUCHED   PIC X(1).
018900 01  PR-NDX               PIC 9(3) COMP.
019000 01  PR-SCAN              PIC 9(3) COMP.
019100 01  PR-FOUND-NDX         PIC 9(3) COMP.
019200
019300*-----------------------------------------------------------*
019400* PENDING QUEUE RECORD - LAYOUT MATCHES LIMMAINT.  ONLY      *
019500* STATUS 'P' ITEMS ARE SIMULATED; PND-IMAGE IS THE           *
019600* LIMTRANS.TXT RECORD AS KEYED.                              *
019700*-----------------------------------------------------------*
019800 01  WS-PEND-REC.
019900     05  PND-ID           PIC 9(6).
020000     05  PND-STATUS       PIC X(1).
020100     05  PND-MAKER        PIC X(8).
020200     05  PND-ENTRY-DATE   PIC 9(8).
020300     05  PND-ENTRY-TIME   PIC 9(6).
020400     05  PND-CHECKER      PIC X(8).
020500     05  PND-DECN-DATE    PIC 9(8).
020600     05  PND-DECN-TIME    PIC 9(6).
020700     05  PND-IMAGE        PIC X(80).
020800     05  PND-REASON       PIC X(36).
020900     05  FILLER           PIC X(33).
021000
021100*-----------------------------------------------------------*
021200* TRANSACTION RECORD - LAYOUT MATCHES LIMMAINT               *
021300*-----------------------------------------------------------*
021400 01  WS-TRANS-REC.
021500     05  TRN-ACTION       PIC X(6).
021600     05  TRN-CATEGORY     PIC X(4).
021700     05  TRN-EFFDT-RAW    PIC X(8).
021800     05  TRN-EFFDT REDEFINES TRN-EFFDT-RAW
021900                          PIC 9(8).
022000     05  TRN-MIN-RAW      PIC X(10).
022100     05  TRN-MIN REDEFINES TRN-MIN-RAW
022200                          PIC 9(8)V9(2).
022300     05  TRN-MAX-RAW      PIC X(10).
022400     05  TRN-MAX REDEFINES TRN-MAX-RAW
022500                          PIC 9(8)V9(2).
022600     05  TRN-MAXWT-RAW    PIC X(6).
022700     05  TRN-MAXWT REDEFINES TRN-MAXWT-RAW
022800                          PIC 9(4)V9(2).
022900     05  TRN-OPERATOR     PIC X(8).
023000     05  FILLER           PIC X(28).
023100
023200 01  SW-TRANS-OK          PIC X.
023300     88  TRANS-OK                   VALUE 'Y'.
023400 01  WS-REJECT-REASON     PIC X(36).
023500 01  WS-CUR-SOURCE        PIC X(8).
023600 01  WS-CUR-ID            PIC 9(6)  VALUE 0.
023700 01  WS-SIM-EFFDT         PIC 9(8).
023800
023900 77  TRANS-READ           PIC 9(5)  VALUE 0.
024000 77  TRANS-SIMULATED      PIC 9(5)  VALUE 0.
024100 77  TRANS-REJECTED       PIC 9(5)  VALUE 0.
024200 77  NIGHTS-SCREENED      PIC 9(5)  VALUE 0.
024300 77  NIGHTS-MISSING       PIC 9(5)  VALUE 0.
024400 77  RECORDS-UNSCREENED   PIC 9(7)  VALUE 0.
024500
024600*-----------------------------------------------------------*
024700* CATALOG RECORD LAYOUT - MATCHES THE ONE GDGROLL WRITES.    *
024800*-----------------------------------------------------------*
024900 01  WS-CATALOG-REC.
025000     05  CAT-DSNAME       PIC X(10).
025100     05  CAT-GEN          PIC 9(5).
025200     05  CAT-RUN-DATE     PIC 9(8).
025300     05  CAT-PROGRAM      PIC X(14).
025400     05  CAT-FILENAME     PIC X(60).
025500     05  FILLER           PIC X(3).
025600
025700*-----------------------------------------------------------*
025800* NIGHTS IN THE RANGE - ONE PER RUN DATE, IN CATALOG ORDER,  *
025900* WHICH IS GENERATION ORDER AND SO RUN-DATE ORDER.           *
026000*-----------------------------------------------------------*
026100 01  NIGHT-COUNT          PIC 9(3) COMP  VALUE 0.
026200 01  MAX-NIGHTS           PIC 9(3) COMP  VALUE 400.
026300 01  NIGHT-TABLE.
026400     05  NIGHT-ENTRY OCCURS 400 TIMES.
026500         10  NT-RUN-DATE  PIC 9(8).
026600         10  NT-GEN       PIC 9(5).
026700         10  NT-FILENAME  PIC X(60).
026800 01  NT-NDX               PIC 9(3) COMP.
026900 01  NT-FOUND-NDX         PIC 9(3) COMP.
027000
027100*-----------------------------------------------------------*
027200* LIMITS IN EFFECT ON THE NIGHT BEING SCREENED, ONE SLOT PER *
027300* CATEGORY HOLDING BOTH THE CURRENT AND THE PROPOSED ROW.    *
027400* AN EFFECTIVE DATE OF -1 MEANS NO ROW IN EFFECT.            *
027500*-----------------------------------------------------------*
027600 01  NL-COUNT             PIC 9(3) COMP  VALUE 0.
027700 01  NIGHT-LIMITS.
027800     05  NL-ENTRY OCCURS 200 TIMES.
027900         10  NL-CATEGORY      PIC X(4).
028000         10  NL-CUR-EFFDT     PIC S9(8).
028100         10  NL-CUR-MIN       PIC 9(8)V9(2).
028200         10  NL-CUR-MAX       PIC 9(8)V9(2).
028300         10  NL-CUR-HAS-MAXWT PIC X(1).
028400         10  NL-CUR-MAXWT     PIC 9(4)V9(2).
028500         10  NL-PRP-EFFDT     PIC S9(8).
028600         10  NL-PRP-TOUCHED   PIC X(1).
028700         10  NL-PRP-MIN       PIC 9(8)V9(2).
028800         10  NL-PRP-MAX       PIC 9(8)V9(2).
028900         10  NL-PRP-HAS-MAXWT PIC X(1).
029000         10  NL-PRP-MAXWT     PIC 9(4)V9(2).
029100 01  NL-NDX               PIC 9(3) COMP.
029200 01  NL-FOUND-NDX         PIC 9(3) COMP.
029300 01  WS-NL-CATEGORY       PIC X(4).
029400
029500*-----------------------------------------------------------*
029600* INPUT RECORD LAYOUT AND ITS CONTROL-RECORD VIEWS - THE     *
029700* SAME AS AVERAGE'S, SO THE SAME RECORDS COUNT AS DATA.      *
029800*-----------------------------------------------------------*
029900 01  WS-INPUT-RECORD.
030000     05  IR-CATEGORY      PIC X(4).
030100     05  IR-VALUE         PIC 9(8)V9(2).
030200     05  IR-WEIGHT-RAW    PIC X(6).
030300     05  IR-WEIGHT REDEFINES IR-WEIGHT-RAW
030400                          PIC 9(4)V9(2).
030500 01  WS-CTL-VIEW REDEFINES WS-INPUT-RECORD.
030600     05  CV-REC-TYPE      PIC X(1).
030700     05  CV-DIGITS        PIC 9(19).
030800 01  WS-SUBHDR-VIEW REDEFINES WS-INPUT-RECORD.
030900     05  SH-REC-TYPE      PIC X(1).
031000     05  SH-SUBMITTER     PIC X(5).
031100     05  SH-BIZDATE       PIC 9(8).
031200     05  SH-SEQ           PIC 9(6).
031300 01  WS-NIGHT-READ        PIC 9(7)  VALUE 0.
031400 01  SW-SUBHDR-SEEN       PIC X     VALUE 'N'.
031500     88  SUBHDR-SEEN                VALUE 'Y'.
031600
031700*-----------------------------------------------------------*
031800* SCREENING WORK AREAS.  WS-SCR-* HOLD WHICHEVER ROW IS      *
031900* BEING APPLIED; 4500 LEAVES ITS VERDICT IN SW-SCR-SUSPECT.  *
032000*-----------------------------------------------------------*
032100 01  NUM-VALUE            PIC 9(8)V9(2).
032200 01  WS-WEIGHT-EFFECTIVE  PIC 9(4)V9(2).
032300 01  WS-SCR-MIN           PIC 9(8)V9(2).
032400 01  WS-SCR-MAX           PIC 9(8)V9(2).
032500 01  WS-SCR-HAS-MAXWT     PIC X(1).
032600 01  WS-SCR-MAXWT         PIC 9(4)V9(2).
032700 01  SW-SCR-SUSPECT       PIC X     VALUE 'N'.
032800     88  SCR-SUSPECT                VALUE 'Y'.
032900 01  SW-CUR-SUSPECT       PIC X     VALUE 'N'.
033000     88  CUR-SUSPECT                VALUE 'Y'.
033100 01  SW-PRP-SUSPECT       PIC X     VALUE 'N'.
033200     88  PRP-SUSPECT                VALUE 'Y'.
033300
033400*-----------------------------------------------------------*
033500* PER-NIGHT COUNTS                                           *
033600*-----------------------------------------------------------*
033700 01  NGT-SCREENED         PIC 9(7)  VALUE 0.
033800 01  NGT-CUR-SUSP         PIC 9(7)  VALUE 0.
033900 01  NGT-PRP-SUSP         PIC 9(7)  VALUE 0.
034000 01  NGT-INTO             PIC 9(7)  VALUE 0.
034100 01  NGT-OUT              PIC 9(7)  VALUE 0.
034200
034300*-----------------------------------------------------------*
034400* IMPACT BY CATEGORY OVER THE WHOLE RANGE.  SC-CHANGED IS    *
034500* '*' FOR A CATEGORY A PENDING CHANGE TOUCHES; THOSE ARE     *
034600* ENTERED FIRST SO THEY ARE LISTED EVEN WITH NO DATA.  THE   *
034700* LAST SLOT BEYOND SUMMARY-COUNT IS THE ALL-CATEGORY TOTAL.  *
034800*-----------------------------------------------------------*
034900 01  SUMMARY-COUNT        PIC 9(3) COMP  VALUE 0.
035000 01  MAX-SUMMARY          PIC 9(3) COMP  VALUE 300.
035100 01  SUMMARY-TABLE.
035200     05  SUMMARY-ENTRY OCCURS 301 TIMES.
035300         10  SC-CATEGORY      PIC X(4).
035400         10  SC-CHANGED       PIC X(3).
035500         10  SC-SCREENED      PIC 9(7).
035600         10  SC-CUR-COUNT     PIC 9(7).
035700         10  SC-CUR-VALUE     PIC 9(12)V9(2).
035800         10  SC-PRP-COUNT     PIC 9(7).
035900         10  SC-PRP-VALUE     PIC 9(12)V9(2).
036000         10  SC-INTO-COUNT    PIC 9(7).
036100         10  SC-INTO-VALUE    PIC 9(12)V9(2).
036200         10  SC-OUT-COUNT     PIC 9(7).
036300         10  SC-OUT-VALUE     PIC 9(12)V9(2).
036400 01  SC-NDX               PIC 9(3) COMP.
036500 01  SC-FOUND-NDX         PIC 9(3) COMP.
036600 01  SC-TOTAL-NDX         PIC 9(3) COMP.
036700 01  WS-SC-CATEGORY       PIC X(4).
036800 01  SW-SUMMARY-FULL-SAID PIC X     VALUE 'N'.
036900     88  SUMMARY-FULL-SAID          VALUE 'Y'.
037000
037100*-----------------------------------------------------------*
037200* SIMULATION LISTING LINE LAYOUTS                            *
037300*-----------------------------------------------------------*
037400 01  WS-RPT-HEADER.
037500     05  FILLER       PIC X(30)
037600         VALUE 'LIMSIM LIMIT-CHANGE SIMULATION'.
037700     05  FILLER       PIC X(7)  VALUE ' - RUN '.
037800     05  RPH-DATE     PIC 9(8).
037900     05  FILLER       PIC X(9)  VALUE '  NIGHTS '.
038000     05  RPH-FROM     PIC 9(8).
038100     05  FILLER       PIC X(4)  VALUE ' TO '.
038200     05  RPH-TO       PIC 9(8).
038300     05  FILLER       PIC X(10) VALUE '  DATASET '.
038400     05  RPH-DSNAME   PIC X(10).
038500     05  FILLER       PIC X(7)  VALUE '  ITEM '.
038600     05  RPH-ITEM     PIC X(6).
038700     05  FILLER       PIC X(25) VALUE SPACES.
038800
038900 01  WS-RPT-NOTE.
039000     05  FILLER       PIC X(40)
039100         VALUE 'SIMULATION ONLY - AVGLIMITS.TXT, AVGSUSP'.
039200     05  FILLER       PIC X(40)
039300         VALUE 'ECT.TXT AND AVGHIST ARE NOT CHANGED     '.
039400     05  FILLER       PIC X(52) VALUE SPACES.
039500
039600 01  WS-RPT-BLANK         PIC X(132) VALUE SPACES.
039700 01  WS-RPT-SECTION       PIC X(132).
039800
039900 01  WS-RPT-TRANS.
040000     05  RPX-SOURCE   PIC X(8).
040100     05  FILLER       PIC X(1)  VALUE SPACE.
040200     05  RPX-PEND-ID  PIC Z(5)9 BLANK WHEN ZERO.
040300     05  FILLER       PIC X(1)  VALUE SPACE.
040400     05  RPX-ACTION   PIC X(6).
040500     05  FILLER       PIC X(1)  VALUE SPACE.
040600     05  RPX-CATEGORY PIC X(4).
040700     05  FILLER       PIC X(1)  VALUE SPACE.
040800     05  RPX-EFFDT    PIC X(8).
040900     05  FILLER       PIC X(2)  VALUE SPACES.
041000     05  RPX-STATUS   PIC X(10).
041100     05  FILLER       PIC X(2)  VALUE SPACES.
041200     05  RPX-REASON   PIC X(36).
041300     05  FILLER       PIC X(5)  VALUE ' MKR '.
041400     05  RPX-MAKER    PIC X(8).
041500     05  FILLER       PIC X(33) VALUE SPACES.
041600
041700 01  WS-RPT-IMAGE.
041800     05  FILLER       PIC X(4)  VALUE SPACES.
041900     05  RPI-LABEL    PIC X(8).
042000     05  FILLER       PIC X(1)  VALUE SPACE.
042100     05  RPI-IMAGE    PIC X(38).
042200     05  FILLER       PIC X(81) VALUE SPACES.
042300
042400 01  WS-IMAGE-WORK        PIC X(38).
042500
042600 01  WS-RPT-NIGHT-HEAD.
042700     05  FILLER       PIC X(17) VALUE 'RUN DATE    GEN  '.
042800     05  FILLER       PIC X(10) VALUE '   RECORDS'.
042900     05  FILLER       PIC X(10) VALUE '  SUSP NOW'.
043000     05  FILLER       PIC X(10) VALUE '  SUSP NEW'.
043100     05  FILLER       PIC X(10) VALUE '      INTO'.
043200     05  FILLER       PIC X(10) VALUE '    OUT OF'.
043300     05  FILLER       PIC X(3)  VALUE SPACES.
043400     05  FILLER       PIC X(62) VALUE 'GENERATION FILE'.
043500
043600 01  WS-RPT-NIGHT.
043700     05  RPN-DATE     PIC 9(8).
043800     05  FILLER       PIC X(2)  VALUE SPACES.
043900     05  RPN-GEN      PIC 9(5).
044000     05  FILLER       PIC X(2)  VALUE SPACES.
044100     05  FILLER       PIC X(3)  VALUE SPACES.
044200     05  RPN-RECORDS  PIC Z(6)9.
044300     05  FILLER       PIC X(3)  VALUE SPACES.
044400     05  RPN-CUR      PIC Z(6)9.
044500     05  FILLER       PIC X(3)  VALUE SPACES.
044600     05  RPN-PRP      PIC Z(6)9.
044700     05  FILLER       PIC X(3)  VALUE SPACES.
044800     05  RPN-INTO     PIC Z(6)9.
044900     05  FILLER       PIC X(3)  VALUE SPACES.
045000     05  RPN-OUT      PIC Z(6)9.
045100     05  FILLER       PIC X(3)  VALUE SPACES.
045200     05  RPN-FILE     PIC X(60).
045300     05  FILLER       PIC X(2)  VALUE SPACES.
045400
045500 01  WS-RPT-CAT-HEAD-1.
045600     05  FILLER       PIC X(10) VALUE 'CATG  CHG '.
045700     05  FILLER       PIC X(10) VALUE 'SCREENED  '.
045800     05  FILLER       PIC X(26)
045900         VALUE '--- SUSPECT NOW --------  '.
046000     05  FILLER       PIC X(26)
046100         VALUE '--- SUSPECT PROPOSED ---  '.
046200     05  FILLER       PIC X(26)
046300         VALUE '--- MOVE INTO SUSPECT --  '.
046400     05  FILLER       PIC X(25)
046500         VALUE '--- MOVE OUT OF SUSPECT -'.
046600     05  FILLER       PIC X(9)  VALUE '      NET'.
046700
046800 01  WS-RPT-CAT-HEAD-2.
046900     05  FILLER       PIC X(10) VALUE SPACES.
047000     05  FILLER       PIC X(10) VALUE ' RECORDS  '.
047100     05  FILLER       PIC X(7)  VALUE '  COUNT'.
047200     05  FILLER       PIC X(16) VALUE '           VALUE'.
047300     05  FILLER       PIC X(3)  VALUE SPACES.
047400     05  FILLER       PIC X(7)  VALUE '  COUNT'.
047500     05  FILLER       PIC X(16) VALUE '           VALUE'.
047600     05  FILLER       PIC X(3)  VALUE SPACES.
047700     05  FILLER       PIC X(7)  VALUE '  COUNT'.
047800     05  FILLER       PIC X(16) VALUE '           VALUE'.
047900     05  FILLER       PIC X(3)  VALUE SPACES.
048000     05  FILLER       PIC X(7)  VALUE '  COUNT'.
048100     05  FILLER       PIC X(16) VALUE '           VALUE'.
048200     05  FILLER       PIC X(2)  VALUE SPACES.
048300     05  FILLER       PIC X(9)  VALUE '    COUNT'.
048400
048500 01  WS-RPT-CATEGORY.
048600     05  RPC-CATEGORY   PIC X(4).
048700     05  FILLER         PIC X(2)  VALUE SPACES.
048800     05  RPC-CHANGED    PIC X(3).
048900     05  FILLER         PIC X(1)  VALUE SPACE.
049000     05  RPC-SCREENED   PIC Z(6)9.
049100     05  FILLER         PIC X(3)  VALUE SPACES.
049200     05  RPC-CUR-COUNT  PIC Z(6)9.
049300     05  FILLER         PIC X(1)  VALUE SPACE.
049400     05  RPC-CUR-VALUE  PIC Z(11)9.99.
049500     05  FILLER         PIC X(3)  VALUE SPACES.
049600     05  RPC-PRP-COUNT  PIC Z(6)9.
049700     05  FILLER         PIC X(1)  VALUE SPACE.
049800     05  RPC-PRP-VALUE  PIC Z(11)9.99.
049900     05  FILLER         PIC X(3)  VALUE SPACES.
050000     05  RPC-INTO-COUNT PIC Z(6)9.
050100     05  FILLER         PIC X(1)  VALUE SPACE.
050200     05  RPC-INTO-VALUE PIC Z(11)9.99.
050300     05  FILLER         PIC X(3)  VALUE SPACES.
050400     05  RPC-OUT-COUNT  PIC Z(6)9.
050500     05  FILLER         PIC X(1)  VALUE SPACE.
050600     05  RPC-OUT-VALUE  PIC Z(11)9.99.
050700     05  FILLER         PIC X(2)  VALUE SPACES.
050800     05  RPC-NET-COUNT  PIC -(8)9.
050900 01  WS-NET-COUNT         PIC S9(7).
051000
051100 01  WS-RPT-TOTAL.
051200     05  RPT-LABEL    PIC X(26).
051300     05  RPT-COUNT    PIC Z(6)9.
051400     05  FILLER       PIC X(99) VALUE SPACES.
051500
051600 PROCEDURE DIVISION.
051700*-----------------------------------------------------------*
051800 0000-MAINLINE.
051900*-----------------------------------------------------------*
052000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
052100     PERFORM 2000-LOAD-CHANGES THRU 2000-EXIT
052200     PERFORM 3000-FIND-NIGHTS THRU 3000-EXIT
052300     PERFORM 4000-SCREEN-NIGHTS THRU 4000-EXIT
052400     PERFORM 5000-WRITE-IMPACT
052500     PERFORM 9999-TERMINATE.
052600
052700*-----------------------------------------------------------*
052800* 1000-INITIALIZE - A MISSING OR UNUSABLE DATE RANGE, OR NO  *
052900* CATALOG TO RECALL NIGHTS FROM, ABORTS THE RUN.  AN ABSENT  *
053000* LIMITS FILE JUST MEANS NO CURRENT LIMITS - EVERY ROW A     *
053100* PENDING CHANGE ADDS IS THEN NEW.                           *
053200*-----------------------------------------------------------*
053300 1000-INITIALIZE.
053400*-----------------------------------------------------------*
053500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
053600     INITIALIZE SUMMARY-TABLE
053700     COMPUTE SC-TOTAL-NDX = MAX-SUMMARY + 1
053800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
053900     MOVE SPACES TO WS-PARM-FROM-X
054000     MOVE SPACES TO WS-PARM-TO-X
054100     MOVE SPACES TO WS-PARM-DSNAME
054200     MOVE SPACES TO WS-PARM-ITEM-X
054300     UNSTRING WS-PARM-LINE DELIMITED BY ','
054400         INTO WS-PARM-FROM-X WS-PARM-TO-X
054500              WS-PARM-DSNAME WS-PARM-ITEM-X
054600     END-UNSTRING
054700     IF WS-PARM-TO-X = SPACES
054800         MOVE WS-PARM-FROM-X TO WS-PARM-TO-X
054900     END-IF
055000     IF WS-PARM-DSNAME = SPACES
055100         MOVE 'RANDAVG' TO WS-PARM-DSNAME
055200     END-IF
055300     PERFORM 1100-PARSE-ITEM-DIGIT
055400         VARYING WS-ITEM-CHAR-NDX FROM 1 BY 1
055500             UNTIL WS-ITEM-CHAR-NDX > 6
055600     IF WS-PARM-FROM IS NOT NUMERIC
055700         OR WS-PARM-TO IS NOT NUMERIC
055800         OR NOT ITEM-VALID
055900         DISPLAY 'LIMSIM USAGE: LIMSIM FROMDATE,TODATE,DSNAME,'
056000             'ITEM  (DATES YYYYMMDD; TODATE BLANK = FROMDATE,'
056100             ' DSNAME BLANK = RANDAVG, ITEM BLANK = ALL)'
056200         MOVE 16 TO RETURN-CODE
056300         GO TO 9999-TERMINATE
056400     END-IF
056500     MOVE WS-PARM-FROM TO WS-FROM-DATE
056600     MOVE WS-PARM-TO TO WS-TO-DATE
056700     IF WS-FROM-DATE > WS-TO-DATE
056800         DISPLAY 'LIMSIM ABORTED - FROMDATE ' WS-FROM-DATE
056900             ' IS AFTER TODATE ' WS-TO-DATE
057000         MOVE 16 TO RETURN-CODE
057100         GO TO 9999-TERMINATE
057200     END-IF
057300     OPEN INPUT CATALOG-FILE
057400     IF WS-FS-CATALOG NOT = '00'
057500         DISPLAY 'LIMSIM ABORTED - GDGCAT.TXT NOT FOUND, '
057600             'STATUS ' WS-FS-CATALOG
057700         MOVE 16 TO RETURN-CODE
057800         GO TO 9999-TERMINATE
057900     END-IF
058000     CLOSE CATALOG-FILE
058100     PERFORM 1200-LOAD-LIMITS THRU 1200-EXIT
058150     PERFORM 1300-LOAD-CATMASTER THRU 1300-EXIT
058200     OPEN OUTPUT SIM-REPORT
058300     MOVE 'Y' TO SW-REPORT-OPEN
058400     MOVE WS-RUN-DATE TO RPH-DATE
058500     MOVE WS-FROM-DATE TO RPH-FROM
058600     MOVE WS-TO-DATE TO RPH-TO
058700     MOVE WS-PARM-DSNAME TO RPH-DSNAME
058800     IF WS-PARM-ITEM = 0
058900         MOVE 'ALL' TO RPH-ITEM
059000     ELSE
059100         MOVE WS-PARM-ITEM TO RPH-ITEM
059200     END-IF
059300     MOVE WS-RPT-HEADER TO SIM-RECORD
059400     WRITE SIM-RECORD
059500     MOVE WS-RPT-NOTE TO SIM-RECORD
059600     WRITE SIM-RECORD.
059700 1000-EXIT.
059800     EXIT.
059900
060000*-----------------------------------------------------------*
060100* 1100-PARSE-ITEM-DIGIT - ONE CHARACTER OF THE ITEM TOKEN,   *
060200* BY THE SAME DIGIT-BY-DIGIT RULE AS GDGFIND'S N TOKEN.      *
060300*-----------------------------------------------------------*
060400 1100-PARSE-ITEM-DIGIT.
060500*-----------------------------------------------------------*
060600     IF WS-PARM-ITEM-X(WS-ITEM-CHAR-NDX:1) = SPACE
060700         CONTINUE
060800     ELSE
060900         IF WS-PARM-ITEM-X(WS-ITEM-CHAR-NDX:1) IS NUMERIC
061000             MOVE WS-PARM-ITEM-X(WS-ITEM-CHAR-NDX:1)
061100                 TO WS-ITEM-DIGIT
061200             COMPUTE WS-PARM-ITEM = (WS-PARM-ITEM * 10)
061300                 + WS-ITEM-DIGIT
061400         ELSE
061500             MOVE 'N' TO SW-ITEM-VALID
061600         END-IF
061700     END-IF.
061800
061900*-----------------------------------------------------------*
062000* 1200-LOAD-LIMITS - EVERY USABLE ROW GOES INTO BOTH THE     *
062100* CURRENT AND THE PROPOSED TABLE.  A ROW AVERAGE WOULD       *
062200* IGNORE (NON-NUMERIC BOUNDS, WEIGHT OR DATE) IS IGNORED     *
062300* HERE TOO.                                                  *
062400*-----------------------------------------------------------*
062500 1200-LOAD-LIMITS.
062600*-----------------------------------------------------------*
062700     OPEN INPUT LIMITS-FILE
062800     IF WS-FS-LIMITS NOT = '00'
062900         DISPLAY 'LIMSIM - AVGLIMITS.TXT NOT FOUND - NO '
063000             'CURRENT LIMITS'
063100         GO TO 1200-EXIT
063200     END-IF
063300     PERFORM UNTIL LIM-EOF-FLAG
063400         READ LIMITS-FILE INTO WS-LIMITS-REC
063500             AT END
063600                 MOVE 'Y' TO SW-LIM-EOF
063700             NOT AT END
063800                 IF WS-LIMITS-REC NOT = SPACES
063900                     PERFORM 1210-STORE-ONE-ROW
064000                         THRU 1210-EXIT
064100                 END-IF
064200         END-READ
064300     END-PERFORM
064400     CLOSE LIMITS-FILE.
064500 1200-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------*
064900 1210-STORE-ONE-ROW.
065000*-----------------------------------------------------------*
065100     IF LIM-MIN IS NOT NUMERIC OR LIM-MAX IS NOT NUMERIC
065200         OR (LIM-MAXWT-RAW NOT = SPACES
065300             AND LIM-MAXWT IS NOT NUMERIC)
065400         OR (LIM-EFFDT-RAW NOT = SPACES
065500             AND LIM-EFFDT IS NOT NUMERIC)
065600         DISPLAY 'LIMSIM - LIMITS ENTRY FOR [' LIM-CATEGORY
065700             '] IS NOT NUMERIC - IGNORED'
065800         GO TO 1210-EXIT
065900     END-IF
066000     IF CUR-COUNT >= MAX-ROWS
066100         DISPLAY 'LIMSIM - LIMITS TABLE FULL AT ' MAX-ROWS
066200             ' - EXTRA ROWS IGNORED'
066300         MOVE 4 TO RETURN-CODE
066400         GO TO 1210-EXIT
066500     END-IF
066600     ADD 1 TO CUR-COUNT
066700     MOVE CUR-COUNT TO CR-NDX
066800     MOVE LIM-CATEGORY TO CR-CATEGORY(CR-NDX)
066900     IF LIM-EFFDT-RAW = SPACES
067000         MOVE 0 TO CR-EFFDT(CR-NDX)
067100     ELSE
067200         MOVE LIM-EFFDT TO CR-EFFDT(CR-NDX)
067300     END-IF
067400     MOVE LIM-MIN TO CR-MIN(CR-NDX)
067500     MOVE LIM-MAX TO CR-MAX(CR-NDX)
067600     MOVE LIM-MAXWT-RAW TO CR-MAXWT-RAW(CR-NDX)
067700     ADD 1 TO PRP-COUNT
067800     MOVE PRP-COUNT TO PR-NDX
067900     MOVE LIM-CATEGORY TO PR-CATEGORY(PR-NDX)
068000     MOVE LIM-EFFDT-RAW TO PR-EFFDT-RAW(PR-NDX)
068100     MOVE CR-EFFDT(CR-NDX) TO PR-EFFDT(PR-NDX)
068200     MOVE LIM-MIN TO PR-MIN(PR-NDX)
068300     MOVE LIM-MAX TO PR-MAX(PR-NDX)
068400     MOVE LIM-MAXWT-RAW TO PR-MAXWT-RAW(PR-NDX)
068500     MOVE 'N' TO PR-DELETED(PR-NDX)
068600     MOVE 'N' TO PR-TOUCHED(PR-NDX).
068700 1210-EXIT.
068800     EXIT.
068900
068901*-----------------------------------------------------------*
068902* 1300-LOAD-CATMASTER - AS AVERAGE'S 1290: AN ABSENT MASTER  *
068903* MEANS NO CATEGORY IS REFUSED; A PRESENT ONE IS LOADED      *
068904* WHOLE, AND A ROW WITH A NON-NUMERIC DATE IS REFUSED OUT    *
068905* LOUD AND SKIPPED.                                          *
068906*-----------------------------------------------------------*
068907 1300-LOAD-CATMASTER.
068908*-----------------------------------------------------------*
068909     OPEN INPUT CATMST-FILE
068910     IF WS-FS-CATMST NOT = '00'
068911         GO TO 1300-EXIT
068912     END-IF
068913     PERFORM UNTIL CATMST-EOF-FLAG
068914         READ CATMST-FILE INTO WS-CATMST-REC
068915             AT END
068916                 MOVE 'Y' TO SW-CATMST-EOF
068917             NOT AT END
068918                 IF WS-CATMST-REC NOT = SPACES
068919                     PERFORM 1310-STORE-ONE-CATEGORY
068920                         THRU 1310-EXIT
068921                 END-IF
068922         END-READ
068923     END-PERFORM
068924     CLOSE CATMST-FILE.
068925 1300-EXIT.
068926     EXIT.
068927
068928*-----------------------------------------------------------*
068929 1310-STORE-ONE-CATEGORY.
068930*-----------------------------------------------------------*
068931     IF (CMR-FROM-RAW NOT = SPACES
068932             AND CMR-FROM IS NOT NUMERIC)
068933         OR (CMR-PAR-FROM-RAW NOT = SPACES
068934             AND CMR-PAR-FROM IS NOT NUMERIC)
068935         OR (CMR-TO-RAW NOT = SPACES
068936             AND CMR-TO IS NOT NUMERIC)
068937         DISPLAY 'LIMSIM - CATEGORY MASTER ROW FOR ['
068938             CMR-CODE '] HAS A NON-NUMERIC DATE - IGNORED'
068939         GO TO 1310-EXIT
068940     END-IF
068941     IF CATMST-COUNT >= MAX-CATMST
068942         DISPLAY 'LIMSIM - CATEGORY MASTER TABLE FULL AT '
068943             MAX-CATMST ' - EXTRA ROWS IGNORED'
068944         GO TO 1310-EXIT
068945     END-IF
068946     ADD 1 TO CATMST-COUNT
068947     MOVE CATMST-COUNT TO CM-NDX
068948     MOVE CMR-CODE TO CM-CODE(CM-NDX)
068949     MOVE CMR-ACTIVE TO CM-ACTIVE(CM-NDX)
068950     IF CMR-FROM-RAW = SPACES
068951         MOVE 0 TO CM-FROM(CM-NDX)
068952     ELSE
068953         MOVE CMR-FROM TO CM-FROM(CM-NDX)
068954     END-IF
068955     IF CMR-TO-RAW = SPACES
068956         MOVE 99999999 TO CM-TO(CM-NDX)
068957     ELSE
068958         MOVE CMR-TO TO CM-TO(CM-NDX)
068959     END-IF
068960     IF CMR-TYPE = SPACE
068961         MOVE 'C' TO CM-TYPE(CM-NDX)
068962     ELSE
068963         MOVE CMR-TYPE TO CM-TYPE(CM-NDX)
068964     END-IF.
068965 1310-EXIT.
068966     EXIT.
068967
069000*-----------------------------------------------------------*
069100* 2000-LOAD-CHANGES - THE PENDING ITEMS, IN QUEUE ORDER,     *
069200* THEN THE LIMTRANS.TXT TRANSACTIONS NOT YET QUEUED, ARE     *
069300* APPLIED TO THE PROPOSED TABLE IN THE ORDER THE APPROVAL    *
069400* RUN WOULD APPLY THEM.  WITH AN ITEM NAMED, ONLY THAT ITEM. *
069500*-----------------------------------------------------------*
069600 2000-LOAD-CHANGES.
069700*-----------------------------------------------------------*
069800     MOVE 'PROPOSED CHANGES' TO WS-RPT-SECTION
069900     PERFORM 8000-WRITE-SECTION
070000     OPEN INPUT PEND-FILE
070100     IF WS-FS-PEND = '00'
070200         PERFORM UNTIL PND-EOF-FLAG
070300             READ PEND-FILE INTO WS-PEND-REC
070400                 AT END
070500                     MOVE 'Y' TO SW-PND-EOF
070600                 NOT AT END
070700                     PERFORM 2100-TAKE-ONE-PENDING
070800             END-READ
070900         END-PERFORM
071000         CLOSE PEND-FILE
071100     END-IF
071200     IF WS-PARM-ITEM > 0
071300         IF TRANS-READ = 0
071400             DISPLAY 'LIMSIM ABORTED - ITEM ' WS-PARM-ITEM
071500                 ' IS NOT PENDING ON LIMPEND.TXT'
071600             MOVE 16 TO RETURN-CODE
071700             GO TO 9999-TERMINATE
071800         END-IF
071900         GO TO 2000-EXIT
072000     END-IF
072100     OPEN INPUT TRANS-FILE
072200     IF WS-FS-TRANS = '00'
072300         PERFORM UNTIL TRN-EOF-FLAG
072400             READ TRANS-FILE INTO WS-TRANS-REC
072500                 AT END
072600                     MOVE 'Y' TO SW-TRN-EOF
072700                 NOT AT END
072800                     IF WS-TRANS-REC NOT = SPACES
072900                         MOVE 'LIMTRANS' TO WS-CUR-SOURCE
073000                         MOVE 0 TO WS-CUR-ID
073100                         PERFORM 2200-SIMULATE-ONE-TRANS
073200                             THRU 2200-EXIT
073300                     END-IF
073400             END-READ
073500         END-PERFORM
073600         CLOSE TRANS-FILE
073700     END-IF
073800     IF TRANS-READ = 0
073900         MOVE 'NO PENDING CHANGES - PROPOSED LIMITS ARE THE '
074000             TO WS-RPT-SECTION
074100         MOVE 'CURRENT LIMITS' TO WS-RPT-SECTION(46:)
074200         MOVE WS-RPT-SECTION TO SIM-RECORD
074300         WRITE SIM-RECORD
074400         MOVE 4 TO RETURN-CODE
074500     END-IF.
074600 2000-EXIT.
074700     EXIT.
074800
074900*-----------------------------------------------------------*
075000* 2100-TAKE-ONE-PENDING - THE CONTROL RECORD AND ANY ITEM NO *
075100* LONGER PENDING ARE PASSED OVER.                            *
075200*-----------------------------------------------------------*
075300 2100-TAKE-ONE-PENDING.
075400*-----------------------------------------------------------*
075500     IF PND-STATUS = 'P'
075600         AND (WS-PARM-ITEM = 0 OR PND-ID = WS-PARM-ITEM)
075700         MOVE PND-IMAGE TO WS-TRANS-REC
075800         MOVE 'PENDING' TO WS-CUR-SOURCE
075900         MOVE PND-ID TO WS-CUR-ID
076000         PERFORM 2200-SIMULATE-ONE-TRANS THRU 2200-EXIT
076100     END-IF.
076200
076300*-----------------------------------------------------------*
076400* 2200-SIMULATE-ONE-TRANS - LIMMAINT'S OWN EDITS, AGAINST    *
076500* THE PROPOSED TABLE AS IT STANDS, THEN THE CHANGE ITSELF.   *
076600* A TRANSACTION LIMMAINT WOULD REJECT IS LISTED, NOT         *
076700* SIMULATED, AND MAKES THE RUN ADVISORY.                     *
076800*-----------------------------------------------------------*
076900 2200-SIMULATE-ONE-TRANS.
077000*-----------------------------------------------------------*
077100     ADD 1 TO TRANS-READ
077200     MOVE 'Y' TO SW-TRANS-OK
077300     MOVE SPACES TO WS-REJECT-REASON
077400     PERFORM 2250-FIND-KEY
077500     EVALUATE TRN-ACTION
077600         WHEN 'ADD'
077700             PERFORM 2300-VALIDATE-FIGURES THRU 2300-EXIT
077800             IF TRANS-OK AND PR-FOUND-NDX > 0
077900                 MOVE 'N' TO SW-TRANS-OK
078000                 MOVE 'KEY ALREADY ON FILE' TO WS-REJECT-REASON
078100             END-IF
078200         WHEN 'CHANGE'
078300             PERFORM 2300-VALIDATE-FIGURES THRU 2300-EXIT
078400             IF TRANS-OK AND PR-FOUND-NDX = 0
078500                 MOVE 'N' TO SW-TRANS-OK
078600                 MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
078700             END-IF
078800         WHEN 'DELETE'
078900             IF PR-FOUND-NDX = 0
079000                 MOVE 'N' TO SW-TRANS-OK
079100                 MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
079200             END-IF
079300         WHEN OTHER
079400             MOVE 'N' TO SW-TRANS-OK
079500             MOVE 'ACTION UNRECOGNIZED' TO WS-REJECT-REASON
079600     END-EVALUATE
079700     IF NOT TRANS-OK
079800         PERFORM 2800-WRITE-TRANS-LINE
079900         GO TO 2200-EXIT
080000     END-IF
080100     IF TRN-ACTION NOT = 'DELETE'
080200         PERFORM 2450-SET-SIM-EFFDT
080300     END-IF
080400     EVALUATE TRN-ACTION
080500         WHEN 'ADD'
080600             PERFORM 2400-SIMULATE-ADD THRU 2400-EXIT
080700         WHEN 'CHANGE'
080800             PERFORM 2500-SIMULATE-CHANGE
080900         WHEN 'DELETE'
081000             PERFORM 2600-SIMULATE-DELETE
081100     END-EVALUATE.
081200 2200-EXIT.
081300     EXIT.
081400
081500*-----------------------------------------------------------*
081600* 2250-FIND-KEY - THE UNDELETED PROPOSED ROW MATCHING THE    *
081700* TRANSACTION'S CATEGORY AND EFFECTIVE DATE, IF ANY.         *
081800*-----------------------------------------------------------*
081900 2250-FIND-KEY.
082000*-----------------------------------------------------------*
082100     MOVE 0 TO PR-FOUND-NDX
082200     PERFORM 2255-MATCH-ONE-KEY
082300         VARYING PR-SCAN FROM 1 BY 1
082400             UNTIL PR-SCAN > PRP-COUNT
082500                 OR PR-FOUND-NDX > 0.
082600
082700*-----------------------------------------------------------*
082800 2255-MATCH-ONE-KEY.
082900*-----------------------------------------------------------*
083000     IF PR-CATEGORY(PR-SCAN) = TRN-CATEGORY
083100         AND PR-EFFDT-RAW(PR-SCAN) = TRN-EFFDT-RAW
083200         AND PR-DELETED(PR-SCAN) = 'N'
083300         MOVE PR-SCAN TO PR-FOUND-NDX
083400     END-IF.
083500
083600*-----------------------------------------------------------*
083700* 2300-VALIDATE-FIGURES - AS LIMMAINT'S: NUMERIC BOUNDS,     *
083800* MINIMUM NOT ABOVE MAXIMUM, OPTIONAL WEIGHT AND EFFECTIVE   *
083900* DATE NUMERIC WHEN PRESENT, AND A NON-BLANK CATEGORY CODE.  *
084000*-----------------------------------------------------------*
084100 2300-VALIDATE-FIGURES.
084200*-----------------------------------------------------------*
084300     IF TRN-CATEGORY = SPACES
084400         MOVE 'N' TO SW-TRANS-OK
084500         MOVE 'CATEGORY BLANK' TO WS-REJECT-REASON
084600         GO TO 2300-EXIT
084700     END-IF
084800     IF TRN-MIN IS NOT NUMERIC OR TRN-MAX IS NOT NUMERIC
084900         MOVE 'N' TO SW-TRANS-OK
085000         MOVE 'MIN/MAX NOT NUMERIC' TO WS-REJECT-REASON
085100         GO TO 2300-EXIT
085200     END-IF
085300     IF TRN-MIN > TRN-MAX
085400         MOVE 'N' TO SW-TRANS-OK
085500         MOVE 'MINIMUM ABOVE MAXIMUM' TO WS-REJECT-REASON
085600         GO TO 2300-EXIT
085700     END-IF
085800     IF TRN-MAXWT-RAW NOT = SPACES
085900         AND TRN-MAXWT IS NOT NUMERIC
086000         MOVE 'N' TO SW-TRANS-OK
086100         MOVE 'MAX WEIGHT NOT NUMERIC' TO WS-REJECT-REASON
086200         GO TO 2300-EXIT
086300     END-IF
086400     IF TRN-EFFDT-RAW NOT = SPACES
086500         AND TRN-EFFDT IS NOT NUMERIC
086600         MOVE 'N' TO SW-TRANS-OK
086700         MOVE 'EFFECTIVE DATE NOT NUMERIC'
086800             TO WS-REJECT-REASON
086900     END-IF.
087000 2300-EXIT.
087100     EXIT.
087200
087300*-----------------------------------------------------------*
087400 2400-SIMULATE-ADD.
087500*-----------------------------------------------------------*
087600     IF PRP-COUNT >= MAX-ROWS
087700         MOVE 'N' TO SW-TRANS-OK
087800         MOVE 'LIMITS TABLE FULL' TO WS-REJECT-REASON
087900         PERFORM 2800-WRITE-TRANS-LINE
088000         GO TO 2400-EXIT
088100     END-IF
088200     ADD 1 TO PRP-COUNT
088300     MOVE PRP-COUNT TO PR-NDX
088400     MOVE TRN-CATEGORY TO PR-CATEGORY(PR-NDX)
088500     MOVE TRN-EFFDT-RAW TO PR-EFFDT-RAW(PR-NDX)
088600     MOVE WS-SIM-EFFDT TO PR-EFFDT(PR-NDX)
088700     MOVE TRN-MIN TO PR-MIN(PR-NDX)
088800     MOVE TRN-MAX TO PR-MAX(PR-NDX)
088900     MOVE TRN-MAXWT-RAW TO PR-MAXWT-RAW(PR-NDX)
089000     MOVE 'N' TO PR-DELETED(PR-NDX)
089100     MOVE 'Y' TO PR-TOUCHED(PR-NDX)
089200     PERFORM 2700-MARK-CHANGED-CATEGORY
089300     PERFORM 2800-WRITE-TRANS-LINE
089400     PERFORM 2860-WRITE-AFTER-IMAGE.
089500 2400-EXIT.
089600     EXIT.
089700
089800*-----------------------------------------------------------*
089900* 2450-SET-SIM-EFFDT - THE DATE THE SIMULATION TAKES THE ROW *
090000* FROM: ITS OWN EFFECTIVE DATE, OR THE FIRST NIGHT OF THE    *
090100* RANGE WHEN IT IS DATED AFTER THE LAST.                     *
090200*-----------------------------------------------------------*
090300 2450-SET-SIM-EFFDT.
090400*-----------------------------------------------------------*
090500     IF TRN-EFFDT-RAW = SPACES
090600         MOVE 0 TO WS-SIM-EFFDT
090700     ELSE
090800         MOVE TRN-EFFDT TO WS-SIM-EFFDT
090900     END-IF
091000     IF WS-SIM-EFFDT > WS-TO-DATE
091100         MOVE WS-FROM-DATE TO WS-SIM-EFFDT
091200         MOVE 'TAKEN AS IN EFFECT FROM FIRST NIGHT'
091300             TO WS-REJECT-REASON
091400     END-IF.
091500
091600*-----------------------------------------------------------*
091700 2500-SIMULATE-CHANGE.
091800*-----------------------------------------------------------*
091900     MOVE PR-FOUND-NDX TO PR-NDX
092000     PERFORM 2700-MARK-CHANGED-CATEGORY
092100     PERFORM 2800-WRITE-TRANS-LINE
092200     PERFORM 2850-WRITE-BEFORE-IMAGE
092300     MOVE TRN-MIN TO PR-MIN(PR-NDX)
092400     MOVE TRN-MAX TO PR-MAX(PR-NDX)
092500     MOVE TRN-MAXWT-RAW TO PR-MAXWT-RAW(PR-NDX)
092600     MOVE WS-SIM-EFFDT TO PR-EFFDT(PR-NDX)
092700     MOVE 'Y' TO PR-TOUCHED(PR-NDX)
092800     PERFORM 2860-WRITE-AFTER-IMAGE.
092900
093000*-----------------------------------------------------------*
093100 2600-SIMULATE-DELETE.
093200*-----------------------------------------------------------*
093300     MOVE PR-FOUND-NDX TO PR-NDX
093400     PERFORM 2700-MARK-CHANGED-CATEGORY
093500     PERFORM 2800-WRITE-TRANS-LINE
093600     PERFORM 2850-WRITE-BEFORE-IMAGE
093700     MOVE 'Y' TO PR-DELETED(PR-NDX).
093800
093900*-----------------------------------------------------------*
094000* 2700-MARK-CHANGED-CATEGORY - THE CATEGORY GOES ON THE      *
094100* IMPACT TABLE FLAGGED AS CHANGED.                           *
094200*-----------------------------------------------------------*
094300 2700-MARK-CHANGED-CATEGORY.
094400*-----------------------------------------------------------*
094500     ADD 1 TO TRANS-SIMULATED
094600     MOVE TRN-CATEGORY TO WS-SC-CATEGORY
094700     PERFORM 6000-FIND-OR-ADD-SUMMARY THRU 6000-EXIT
094800     IF SC-FOUND-NDX > 0
094900         MOVE '***' TO SC-CHANGED(SC-FOUND-NDX)
095000     END-IF.
095100
095200*-----------------------------------------------------------*
095300 2800-WRITE-TRANS-LINE.
095400*-----------------------------------------------------------*
095500     MOVE WS-CUR-SOURCE TO RPX-SOURCE
095600     MOVE WS-CUR-ID TO RPX-PEND-ID
095700     MOVE TRN-ACTION TO RPX-ACTION
095800     MOVE TRN-CATEGORY TO RPX-CATEGORY
095900     MOVE TRN-EFFDT-RAW TO RPX-EFFDT
096000     MOVE TRN-OPERATOR TO RPX-MAKER
096100     MOVE WS-REJECT-REASON TO RPX-REASON
096200     IF TRANS-OK
096300         MOVE 'SIMULATED' TO RPX-STATUS
096400     ELSE
096500         MOVE 'REJECTED' TO RPX-STATUS
096600         ADD 1 TO TRANS-REJECTED
096700         MOVE 4 TO RETURN-CODE
096800     END-IF
096900     MOVE WS-RPT-TRANS TO SIM-RECORD
097000     WRITE SIM-RECORD.
097100
097200*-----------------------------------------------------------*
097300* 2850/2860 - BEFORE AND AFTER IMAGES OF THE PROPOSED ROW AT *
097400* PR-NDX IN THE LIMITS FILE'S OWN COLUMNS, AS LIMMAINT LISTS *
097500* THEM.                                                      *
097600*-----------------------------------------------------------*
097700 2850-WRITE-BEFORE-IMAGE.
097800*-----------------------------------------------------------*
097900     MOVE 'BEFORE: ' TO RPI-LABEL
098000     PERFORM 2900-BUILD-ROW-IMAGE
098100     MOVE WS-IMAGE-WORK TO RPI-IMAGE
098200     MOVE WS-RPT-IMAGE TO SIM-RECORD
098300     WRITE SIM-RECORD.
098400
098500*-----------------------------------------------------------*
098600 2860-WRITE-AFTER-IMAGE.
098700*-----------------------------------------------------------*
098800     MOVE 'AFTER:  ' TO RPI-LABEL
098900     PERFORM 2900-BUILD-ROW-IMAGE
099000     MOVE WS-IMAGE-WORK TO RPI-IMAGE
099100     MOVE WS-RPT-IMAGE TO SIM-RECORD
099200     WRITE SIM-RECORD.
099300
099400*-----------------------------------------------------------*
099500 2900-BUILD-ROW-IMAGE.
099600*-----------------------------------------------------------*
099700     MOVE SPACES TO WS-LIMITS-REC
099800     MOVE PR-CATEGORY(PR-NDX) TO LIM-CATEGORY
099900     MOVE PR-MIN(PR-NDX) TO LIM-MIN
100000     MOVE PR-MAX(PR-NDX) TO LIM-MAX
100100     MOVE PR-MAXWT-RAW(PR-NDX) TO LIM-MAXWT-RAW
100200     MOVE PR-EFFDT-RAW(PR-NDX) TO LIM-EFFDT-RAW
100300     MOVE WS-LIMITS-REC(1:38) TO WS-IMAGE-WORK.
100400
100500*-----------------------------------------------------------*
100600* 3000-FIND-NIGHTS - THE DATASET'S GENERATIONS WHOSE RUN     *
100700* DATES FALL IN THE RANGE, THE HIGHEST GENERATION FOR EACH   *
100800* RUN DATE.                                                  *
100900*-----------------------------------------------------------*
101000 3000-FIND-NIGHTS.
101100*-----------------------------------------------------------*
101200     OPEN INPUT CATALOG-FILE
101300     PERFORM UNTIL CAT-EOF-FLAG
101400         READ CATALOG-FILE INTO WS-CATALOG-REC
101500             AT END
101600                 MOVE 'Y' TO SW-CAT-EOF
101700             NOT AT END
101800                 IF CAT-DSNAME = WS-PARM-DSNAME
101900                     AND CAT-RUN-DATE IS NUMERIC
102000                     AND CAT-GEN IS NUMERIC
102100                     PERFORM 3100-TAKE-ONE-ENTRY
102200                         THRU 3100-EXIT
102300                 END-IF
102400         END-READ
102500     END-PERFORM
102600     CLOSE CATALOG-FILE
102700     IF NIGHT-COUNT = 0
102800         DISPLAY 'LIMSIM - NO ' WS-PARM-DSNAME ' GENERATIONS '
102900             'CATALOGED FOR ' WS-FROM-DATE ' TO ' WS-TO-DATE
103000         MOVE 4 TO RETURN-CODE
103100     END-IF.
103200 3000-EXIT.
103300     EXIT.
103400
103500*-----------------------------------------------------------*
103600 3100-TAKE-ONE-ENTRY.
103700*-----------------------------------------------------------*
103800     IF CAT-RUN-DATE < WS-FROM-DATE
103900         OR CAT-RUN-DATE > WS-TO-DATE
104000         GO TO 3100-EXIT
104100     END-IF
104200     MOVE 0 TO NT-FOUND-NDX
104300     PERFORM 3150-MATCH-ONE-NIGHT
104400         VARYING NT-NDX FROM 1 BY 1
104500             UNTIL NT-NDX > NIGHT-COUNT
104600                 OR NT-FOUND-NDX > 0
104700     IF NT-FOUND-NDX = 0
104800         IF NIGHT-COUNT >= MAX-NIGHTS
104900             DISPLAY 'LIMSIM - NIGHT TABLE FULL AT '
105000                 MAX-NIGHTS ' - LATER NIGHTS NOT SCREENED'
105100             MOVE 4 TO RETURN-CODE
105200             GO TO 3100-EXIT
105300         END-IF
105400         ADD 1 TO NIGHT-COUNT
105500         MOVE NIGHT-COUNT TO NT-FOUND-NDX
105600         MOVE 0 TO NT-GEN(NT-FOUND-NDX)
105700     END-IF
105800     IF CAT-GEN > NT-GEN(NT-FOUND-NDX)
105900         MOVE CAT-RUN-DATE TO NT-RUN-DATE(NT-FOUND-NDX)
106000         MOVE CAT-GEN TO NT-GEN(NT-FOUND-NDX)
106100         MOVE CAT-FILENAME TO NT-FILENAME(NT-FOUND-NDX)
106200     END-IF.
106300 3100-EXIT.
106400     EXIT.
106500
106600*-----------------------------------------------------------*
106700 3150-MATCH-ONE-NIGHT.
106800*-----------------------------------------------------------*
106900     IF NT-RUN-DATE(NT-NDX) = CAT-RUN-DATE
107000         MOVE NT-NDX TO NT-FOUND-NDX
107100     END-IF.
107200
107300*-----------------------------------------------------------*
107400 4000-SCREEN-NIGHTS.
107500*-----------------------------------------------------------*
107600     MOVE 'NIGHTS SCREENED' TO WS-RPT-SECTION
107700     PERFORM 8000-WRITE-SECTION
107800     MOVE WS-RPT-NIGHT-HEAD TO SIM-RECORD
107900     WRITE SIM-RECORD
108000     PERFORM 4100-SCREEN-ONE-NIGHT THRU 4100-EXIT
108100         VARYING NT-NDX FROM 1 BY 1
108200             UNTIL NT-NDX > NIGHT-COUNT.
108300 4000-EXIT.
108400     EXIT.
108500
108600*-----------------------------------------------------------*
108700* 4100-SCREEN-ONE-NIGHT - A GENERATION THE CATALOG STILL     *
108800* LISTS BUT WHOSE FILE IS GONE IS LISTED AS NOT SCREENED     *
108900* AND MAKES THE RUN ADVISORY.                                *
109000*-----------------------------------------------------------*
109100 4100-SCREEN-ONE-NIGHT.
109200*-----------------------------------------------------------*
109300     MOVE 0 TO NGT-SCREENED
109400     MOVE 0 TO NGT-CUR-SUSP
109500     MOVE 0 TO NGT-PRP-SUSP
109600     MOVE 0 TO NGT-INTO
109700     MOVE 0 TO NGT-OUT
109800     MOVE NT-RUN-DATE(NT-NDX) TO RPN-DATE
109900     MOVE NT-GEN(NT-NDX) TO RPN-GEN
110000     MOVE NT-FILENAME(NT-NDX) TO WS-NIGHT-FILENAME
110100     OPEN INPUT NIGHT-FILE
110200     IF WS-FS-NIGHT NOT = '00'
110300         ADD 1 TO NIGHTS-MISSING
110400         MOVE 4 TO RETURN-CODE
110500         MOVE SPACES TO RPN-FILE
110600         STRING 'GENERATION FILE NOT FOUND - NOT SCREENED: '
110700             DELIMITED BY SIZE
110800             WS-NIGHT-FILENAME DELIMITED BY SPACE
110900             INTO RPN-FILE
111000         END-STRING
111100         GO TO 4100-WRITE-LINE
111200     END-IF
111300     PERFORM 4200-BUILD-NIGHT-LIMITS
111400     MOVE 0 TO WS-NIGHT-READ
111500     MOVE 'N' TO SW-SUBHDR-SEEN
111600     MOVE 'N' TO SW-NGT-EOF
111700     PERFORM UNTIL NGT-EOF-FLAG
111800         READ NIGHT-FILE INTO WS-INPUT-RECORD
111900             AT END
112000                 MOVE 'Y' TO SW-NGT-EOF
112100             NOT AT END
112200                 ADD 1 TO WS-NIGHT-READ
112300                 PERFORM 4300-HANDLE-RECORD THRU 4300-EXIT
112400         END-READ
112500     END-PERFORM
112600     CLOSE NIGHT-FILE
112700     ADD 1 TO NIGHTS-SCREENED
112800     MOVE NT-FILENAME(NT-NDX) TO RPN-FILE.
112900 4100-WRITE-LINE.
113000     MOVE NGT-SCREENED TO RPN-RECORDS
113100     MOVE NGT-CUR-SUSP TO RPN-CUR
113200     MOVE NGT-PRP-SUSP TO RPN-PRP
113300     MOVE NGT-INTO TO RPN-INTO
113400     MOVE NGT-OUT TO RPN-OUT
113500     MOVE WS-RPT-NIGHT TO SIM-RECORD
113600     WRITE SIM-RECORD.
113700 4100-EXIT.
113800     EXIT.
113900
114000*-----------------------------------------------------------*
114100* 4200-BUILD-NIGHT-LIMITS - FOR EACH CATEGORY, THE CURRENT   *
114200* AND THE PROPOSED ROW IN EFFECT ON THE NIGHT: THE LATEST    *
114300* EFFECTIVE DATE NOT AFTER IT, A LATER ROW WINNING A TIE AS  *
114400* IN AVERAGE'S 1280-STORE-ONE-LIMIT - EXCEPT THAT AN         *
114500* UNCHANGED PROPOSED ROW NEVER DISPLACES A CHANGED ONE.      *
114600*-----------------------------------------------------------*
114700 4200-BUILD-NIGHT-LIMITS.
114800*-----------------------------------------------------------*
114900     MOVE 0 TO NL-COUNT
115000     PERFORM 4210-TAKE-CURRENT-ROW
115100         VARYING CR-NDX FROM 1 BY 1
115200             UNTIL CR-NDX > CUR-COUNT
115300     PERFORM 4220-TAKE-PROPOSED-ROW
115400         VARYING PR-NDX FROM 1 BY 1
115500             UNTIL PR-NDX > PRP-COUNT.
115600
115700*-----------------------------------------------------------*
115800 4210-TAKE-CURRENT-ROW.
115900*-----------------------------------------------------------*
116000     IF CR-EFFDT(CR-NDX) <= NT-RUN-DATE(NT-NDX)
116100         MOVE CR-CATEGORY(CR-NDX) TO WS-NL-CATEGORY
116200         PERFORM 4230-FIND-OR-ADD-NIGHT-SLOT
116300         IF NL-FOUND-NDX > 0
116400             IF CR-EFFDT(CR-NDX) >= NL-CUR-EFFDT(NL-FOUND-NDX)
116500                 MOVE CR-EFFDT(CR-NDX)
116600                     TO NL-CUR-EFFDT(NL-FOUND-NDX)
116700                 MOVE CR-MIN(CR-NDX) TO NL-CUR-MIN(NL-FOUND-NDX)
116800                 MOVE CR-MAX(CR-NDX) TO NL-CUR-MAX(NL-FOUND-NDX)
116900                 IF CR-MAXWT-RAW(CR-NDX) = SPACES
117000                     MOVE 'N' TO NL-CUR-HAS-MAXWT(NL-FOUND-NDX)
117100                     MOVE 0 TO NL-CUR-MAXWT(NL-FOUND-NDX)
117200                 ELSE
117300                     MOVE 'Y' TO NL-CUR-HAS-MAXWT(NL-FOUND-NDX)
117400                     MOVE CR-MAXWT(CR-NDX)
117500                         TO NL-CUR-MAXWT(NL-FOUND-NDX)
117600                 END-IF
117700             END-IF
117800         END-IF
117900     END-IF.
118000
118100*-----------------------------------------------------------*
118200 4220-TAKE-PROPOSED-ROW.
118300*-----------------------------------------------------------*
118400     IF PR-DELETED(PR-NDX) = 'N'
118500         AND PR-EFFDT(PR-NDX) <= NT-RUN-DATE(NT-NDX)
118600         MOVE PR-CATEGORY(PR-NDX) TO WS-NL-CATEGORY
118700         PERFORM 4230-FIND-OR-ADD-NIGHT-SLOT
118800         IF NL-FOUND-NDX > 0
118900             IF PR-EFFDT(PR-NDX) > NL-PRP-EFFDT(NL-FOUND-NDX)
119000                 OR (PR-EFFDT(PR-NDX) =
119100                         NL-PRP-EFFDT(NL-FOUND-NDX)
119200                     AND (PR-TOUCHED(PR-NDX) = 'Y'
119300                         OR NL-PRP-TOUCHED(NL-FOUND-NDX)
119400                             = 'N'))
119500                 PERFORM 4225-FILL-PROPOSED-SLOT
119600             END-IF
119700         END-IF
119800     END-IF.
119900
120000*-----------------------------------------------------------*
120100 4225-FILL-PROPOSED-SLOT.
120200*-----------------------------------------------------------*
120300     MOVE PR-EFFDT(PR-NDX) TO NL-PRP-EFFDT(NL-FOUND-NDX)
120400     MOVE PR-TOUCHED(PR-NDX) TO NL-PRP-TOUCHED(NL-FOUND-NDX)
120500     MOVE PR-MIN(PR-NDX) TO NL-PRP-MIN(NL-FOUND-NDX)
120600     MOVE PR-MAX(PR-NDX) TO NL-PRP-MAX(NL-FOUND-NDX)
120700     IF PR-MAXWT-RAW(PR-NDX) = SPACES
120800         MOVE 'N' TO NL-PRP-HAS-MAXWT(NL-FOUND-NDX)
120900         MOVE 0 TO NL-PRP-MAXWT(NL-FOUND-NDX)
121000     ELSE
121100         MOVE 'Y' TO NL-PRP-HAS-MAXWT(NL-FOUND-NDX)
121200         MOVE PR-MAXWT(PR-NDX) TO NL-PRP-MAXWT(NL-FOUND-NDX)
121300     END-IF.
121400
121500*-----------------------------------------------------------*
121600* 4230-FIND-OR-ADD-NIGHT-SLOT - A NEW SLOT STARTS WITH NO    *
121700* ROW IN EFFECT ON EITHER SIDE.                              *
121800*-----------------------------------------------------------*
121900 4230-FIND-OR-ADD-NIGHT-SLOT.
122000*-----------------------------------------------------------*
122100     PERFORM 4240-FIND-NIGHT-SLOT
122200     IF NL-FOUND-NDX = 0 AND NL-COUNT < MAX-ROWS
122300         ADD 1 TO NL-COUNT
122400         MOVE NL-COUNT TO NL-FOUND-NDX
122500         MOVE WS-NL-CATEGORY TO NL-CATEGORY(NL-FOUND-NDX)
122600         MOVE -1 TO NL-CUR-EFFDT(NL-FOUND-NDX)
122700         MOVE -1 TO NL-PRP-EFFDT(NL-FOUND-NDX)
122800         MOVE 'N' TO NL-PRP-TOUCHED(NL-FOUND-NDX)
122900     END-IF.
123000
123100*-----------------------------------------------------------*
123200 4240-FIND-NIGHT-SLOT.
123300*-----------------------------------------------------------*
123400     MOVE 0 TO NL-FOUND-NDX
123500     PERFORM 4245-MATCH-ONE-NIGHT-SLOT
123600         VARYING NL-NDX FROM 1 BY 1
123700             UNTIL NL-NDX > NL-COUNT
123800                 OR NL-FOUND-NDX > 0.
123900
124000*-----------------------------------------------------------*
124100 4245-MATCH-ONE-NIGHT-SLOT.
124200*-----------------------------------------------------------*
124300     IF NL-CATEGORY(NL-NDX) = WS-NL-CATEGORY
124400         MOVE NL-NDX TO NL-FOUND-NDX
124500     END-IF.
124600
124700*-----------------------------------------------------------*
124800* 4300-HANDLE-RECORD - ROUTE A RECORD AS AVERAGE'S 2095      *
124900* DOES: THE 'S' SUBMITTER HEADER, 'H' CONTROL HEADER AND     *
125000* 'T' CONTROL TRAILER ARE SKIPPED.  A DATA RECORD AVERAGE'S  *
125100* 2100 WOULD SEND TO THE EXCEPTION FILE - CATEGORY REFUSED   *
125200* BY 4350, OR VALUE OR WEIGHT NOT NUMERIC - NEVER REACHES    *
125210* ITS LIMIT SCREEN, SO IT IS ONLY COUNTED.                   *
125300*-----------------------------------------------------------*
125400 4300-HANDLE-RECORD.
125500*-----------------------------------------------------------*
125600     IF WS-NIGHT-READ = 1 AND SH-REC-TYPE = 'S'
125700         AND SH-BIZDATE IS NUMERIC AND SH-SEQ IS NUMERIC
125800         MOVE 'Y' TO SW-SUBHDR-SEEN
125900         GO TO 4300-EXIT
126000     END-IF
126100     IF (WS-NIGHT-READ = 1
126200             OR (WS-NIGHT-READ = 2 AND SUBHDR-SEEN))
126300         AND CV-REC-TYPE = 'H' AND CV-DIGITS IS NUMERIC
126400         GO TO 4300-EXIT
126500     END-IF
126600     IF CV-REC-TYPE = 'T' AND CV-DIGITS IS NUMERIC
126700         GO TO 4300-EXIT
126800     END-IF
126810     PERFORM 4350-CHECK-CATEGORY THRU 4350-EXIT
126820     IF NOT CATEGORY-VALID
126830         ADD 1 TO RECORDS-UNSCREENED
126840         GO TO 4300-EXIT
126850     END-IF
126900     IF IR-VALUE IS NOT NUMERIC
127000         OR (IR-WEIGHT-RAW NOT = SPACES
127100             AND IR-WEIGHT IS NOT NUMERIC)
127200         ADD 1 TO RECORDS-UNSCREENED
127300         GO TO 4300-EXIT
127400     END-IF
127500     MOVE IR-VALUE TO NUM-VALUE
127600     IF IR-WEIGHT-RAW = SPACES
127700         MOVE 1.00 TO WS-WEIGHT-EFFECTIVE
127800     ELSE
127900         MOVE IR-WEIGHT TO WS-WEIGHT-EFFECTIVE
128000     END-IF
128100     PERFORM 4400-SCREEN-RECORD.
128200 4300-EXIT.
128300     EXIT.
128400
128402*-----------------------------------------------------------*
128404* 4350-CHECK-CATEGORY - AVERAGE'S 2105 AS AT THE NIGHT BEING *
128406* SCREENED: WITH A MASTER LOADED, A NON-BLANK CATEGORY MUST  *
128408* BE ON IT, NOT A GROUP CODE, ACTIVE, AND INSIDE ITS VALID   *
128410* DATES ON THAT RUN DATE.                                    *
128412*-----------------------------------------------------------*
128414 4350-CHECK-CATEGORY.
128416*-----------------------------------------------------------*
128418     MOVE 'Y' TO SW-CAT-VALID
128420     IF CATMST-COUNT = 0 OR IR-CATEGORY = SPACES
128422         GO TO 4350-EXIT
128424     END-IF
128426     MOVE 0 TO CM-FOUND-NDX
128428     PERFORM 4360-MATCH-ONE-CATMST
128430         VARYING CM-NDX FROM 1 BY 1
128432             UNTIL CM-NDX > CATMST-COUNT
128434                 OR CM-FOUND-NDX > 0
128436     IF CM-FOUND-NDX = 0
128438         MOVE 'N' TO SW-CAT-VALID
128440         GO TO 4350-EXIT
128442     END-IF
128444     IF CM-TYPE(CM-FOUND-NDX) = 'G'
128446         OR CM-ACTIVE(CM-FOUND-NDX) NOT = 'A'
128448         OR NT-RUN-DATE(NT-NDX) < CM-FROM(CM-FOUND-NDX)
128450         OR NT-RUN-DATE(NT-NDX) > CM-TO(CM-FOUND-NDX)
128452         MOVE 'N' TO SW-CAT-VALID
128454     END-IF.
128456 4350-EXIT.
128458     EXIT.
128460
128462*-----------------------------------------------------------*
128464 4360-MATCH-ONE-CATMST.
128466*-----------------------------------------------------------*
128468     IF CM-CODE(CM-NDX) = IR-CATEGORY
128470         MOVE CM-NDX TO CM-FOUND-NDX
128472     END-IF.
128474
128500*-----------------------------------------------------------*
128600* 4400-SCREEN-RECORD - THE RECORD AGAINST THE CURRENT ROW,   *
128700* THEN THE PROPOSED ROW, AND THE DIFFERENCE COUNTED FOR THE  *
128800* NIGHT AND THE CATEGORY.                                    *
128900*-----------------------------------------------------------*
129000 4400-SCREEN-RECORD.
129100*-----------------------------------------------------------*
129200     MOVE 'N' TO SW-CUR-SUSPECT
129300     MOVE 'N' TO SW-PRP-SUSPECT
129400     MOVE IR-CATEGORY TO WS-NL-CATEGORY
129500     PERFORM 4240-FIND-NIGHT-SLOT
129600     IF NL-FOUND-NDX > 0
129700         IF NL-CUR-EFFDT(NL-FOUND-NDX) >= 0
129800             MOVE NL-CUR-MIN(NL-FOUND-NDX) TO WS-SCR-MIN
129900             MOVE NL-CUR-MAX(NL-FOUND-NDX) TO WS-SCR-MAX
130000             MOVE NL-CUR-HAS-MAXWT(NL-FOUND-NDX)
130100                 TO WS-SCR-HAS-MAXWT
130200             MOVE NL-CUR-MAXWT(NL-FOUND-NDX) TO WS-SCR-MAXWT
130300             PERFORM 4500-APPLY-SCREEN
130400             MOVE SW-SCR-SUSPECT TO SW-CUR-SUSPECT
130500         END-IF
130600         IF NL-PRP-EFFDT(NL-FOUND-NDX) >= 0
130700             MOVE NL-PRP-MIN(NL-FOUND-NDX) TO WS-SCR-MIN
130800             MOVE NL-PRP-MAX(NL-FOUND-NDX) TO WS-SCR-MAX
130900             MOVE NL-PRP-HAS-MAXWT(NL-FOUND-NDX)
131000                 TO WS-SCR-HAS-MAXWT
131100             MOVE NL-PRP-MAXWT(NL-FOUND-NDX) TO WS-SCR-MAXWT
131200             PERFORM 4500-APPLY-SCREEN
131300             MOVE SW-SCR-SUSPECT TO SW-PRP-SUSPECT
131400         END-IF
131500     END-IF
131600     MOVE IR-CATEGORY TO WS-SC-CATEGORY
131700     PERFORM 6000-FIND-OR-ADD-SUMMARY THRU 6000-EXIT
131800     MOVE SC-FOUND-NDX TO SC-NDX
131900     ADD 1 TO NGT-SCREENED
132000     IF CUR-SUSPECT
132100         ADD 1 TO NGT-CUR-SUSP
132200     END-IF
132300     IF PRP-SUSPECT
132400         ADD 1 TO NGT-PRP-SUSP
132500     END-IF
132600     IF PRP-SUSPECT AND NOT CUR-SUSPECT
132700         ADD 1 TO NGT-INTO
132800     END-IF
132900     IF CUR-SUSPECT AND NOT PRP-SUSPECT
133000         ADD 1 TO NGT-OUT
133100     END-IF
133200     IF SC-NDX > 0
133300         PERFORM 4600-COUNT-FOR-CATEGORY
133400     END-IF
133500     MOVE SC-TOTAL-NDX TO SC-NDX
133600     PERFORM 4600-COUNT-FOR-CATEGORY.
133700
133800*-----------------------------------------------------------*
133900* 4500-APPLY-SCREEN - AVERAGE'S THREE TESTS: VALUE BELOW THE *
134000* MINIMUM, ABOVE THE MAXIMUM, OR WEIGHT ABOVE THE MAXIMUM    *
134100* WEIGHT WHEN THE ROW CARRIES ONE.                           *
134200*-----------------------------------------------------------*
134300 4500-APPLY-SCREEN.
134400*-----------------------------------------------------------*
134500     MOVE 'N' TO SW-SCR-SUSPECT
134600     IF NUM-VALUE < WS-SCR-MIN
134700         OR NUM-VALUE > WS-SCR-MAX
134800         MOVE 'Y' TO SW-SCR-SUSPECT
134900     ELSE
135000         IF WS-SCR-HAS-MAXWT = 'Y'
135100             AND WS-WEIGHT-EFFECTIVE > WS-SCR-MAXWT
135200             MOVE 'Y' TO SW-SCR-SUSPECT
135300         END-IF
135400     END-IF.
135500
135600*-----------------------------------------------------------*
135700 4600-COUNT-FOR-CATEGORY.
135800*-----------------------------------------------------------*
135900     ADD 1 TO SC-SCREENED(SC-NDX)
136000     IF CUR-SUSPECT
136100         ADD 1 TO SC-CUR-COUNT(SC-NDX)
136200         ADD NUM-VALUE TO SC-CUR-VALUE(SC-NDX)
136300     END-IF
136400     IF PRP-SUSPECT
136500         ADD 1 TO SC-PRP-COUNT(SC-NDX)
136600         ADD NUM-VALUE TO SC-PRP-VALUE(SC-NDX)
136700     END-IF
136800     IF PRP-SUSPECT AND NOT CUR-SUSPECT
136900         ADD 1 TO SC-INTO-COUNT(SC-NDX)
137000         ADD NUM-VALUE TO SC-INTO-VALUE(SC-NDX)
137100     END-IF
137200     IF CUR-SUSPECT AND NOT PRP-SUSPECT
137300         ADD 1 TO SC-OUT-COUNT(SC-NDX)
137400         ADD NUM-VALUE TO SC-OUT-VALUE(SC-NDX)
137500     END-IF.
137600
137700*-----------------------------------------------------------*
137800* 5000-WRITE-IMPACT - ONE LINE PER CATEGORY, THE CHANGED     *
137900* CATEGORIES FIRST, THEN THE ALL-CATEGORY TOTAL.  NET IS THE *
138000* CHANGE IN SUSPECT RECORDS THE PROPOSED LIMITS WOULD MAKE.  *
138100*-----------------------------------------------------------*
138200 5000-WRITE-IMPACT.
138300*-----------------------------------------------------------*
138400     MOVE 'IMPACT BY CATEGORY (*** = CATEGORY WITH A PROPOSED '
138500         TO WS-RPT-SECTION
138600     MOVE 'CHANGE)' TO WS-RPT-SECTION(52:)
138700     PERFORM 8000-WRITE-SECTION
138800     MOVE WS-RPT-CAT-HEAD-1 TO SIM-RECORD
138900     WRITE SIM-RECORD
139000     MOVE WS-RPT-CAT-HEAD-2 TO SIM-RECORD
139100     WRITE SIM-RECORD
139200     PERFORM 5100-WRITE-ONE-CATEGORY
139300         VARYING SC-NDX FROM 1 BY 1
139400             UNTIL SC-NDX > SUMMARY-COUNT
139500     MOVE WS-RPT-BLANK TO SIM-RECORD
139600     WRITE SIM-RECORD
139700     MOVE SC-TOTAL-NDX TO SC-NDX
139800     MOVE 'ALL ' TO SC-CATEGORY(SC-NDX)
139900     MOVE SPACES TO SC-CHANGED(SC-NDX)
140000     PERFORM 5100-WRITE-ONE-CATEGORY.
140100
140200*-----------------------------------------------------------*
140300 5100-WRITE-ONE-CATEGORY.
140400*-----------------------------------------------------------*
140500     MOVE SC-CATEGORY(SC-NDX) TO RPC-CATEGORY
140600     MOVE SC-CHANGED(SC-NDX) TO RPC-CHANGED
140700     MOVE SC-SCREENED(SC-NDX) TO RPC-SCREENED
140800     MOVE SC-CUR-COUNT(SC-NDX) TO RPC-CUR-COUNT
140900     MOVE SC-CUR-VALUE(SC-NDX) TO RPC-CUR-VALUE
141000     MOVE SC-PRP-COUNT(SC-NDX) TO RPC-PRP-COUNT
141100     MOVE SC-PRP-VALUE(SC-NDX) TO RPC-PRP-VALUE
141200     MOVE SC-INTO-COUNT(SC-NDX) TO RPC-INTO-COUNT
141300     MOVE SC-INTO-VALUE(SC-NDX) TO RPC-INTO-VALUE
141400     MOVE SC-OUT-COUNT(SC-NDX) TO RPC-OUT-COUNT
141500     MOVE SC-OUT-VALUE(SC-NDX) TO RPC-OUT-VALUE
141600     COMPUTE WS-NET-COUNT = SC-INTO-COUNT(SC-NDX)
141700         - SC-OUT-COUNT(SC-NDX)
141800     MOVE WS-NET-COUNT TO RPC-NET-COUNT
141900     MOVE WS-RPT-CATEGORY TO SIM-RECORD
142000     WRITE SIM-RECORD.
142100
142200*-----------------------------------------------------------*
142300* 6000-FIND-OR-ADD-SUMMARY - THE IMPACT SLOT FOR             *
142400* WS-SC-CATEGORY; 0 WHEN THE TABLE IS FULL, IN WHICH CASE    *
142500* THE RECORD STILL COUNTS IN THE ALL-CATEGORY TOTAL.         *
142600*-----------------------------------------------------------*
142700 6000-FIND-OR-ADD-SUMMARY.
142800*-----------------------------------------------------------*
142900     MOVE 0 TO SC-FOUND-NDX
143000     PERFORM 6010-MATCH-ONE-SUMMARY
143100         VARYING SC-NDX FROM 1 BY 1
143200             UNTIL SC-NDX > SUMMARY-COUNT
143300                 OR SC-FOUND-NDX > 0
143400     IF SC-FOUND-NDX > 0
143500         GO TO 6000-EXIT
143600     END-IF
143700     IF SUMMARY-COUNT >= MAX-SUMMARY
143800         IF NOT SUMMARY-FULL-SAID
143900             DISPLAY 'LIMSIM - CATEGORY TABLE FULL AT '
144000                 MAX-SUMMARY ' - FURTHER CATEGORIES COUNTED '
144100                 'IN THE TOTAL ONLY'
144200             MOVE 'Y' TO SW-SUMMARY-FULL-SAID
144300             MOVE 4 TO RETURN-CODE
144400         END-IF
144500         GO TO 6000-EXIT
144600     END-IF
144700     ADD 1 TO SUMMARY-COUNT
144800     MOVE SUMMARY-COUNT TO SC-FOUND-NDX
144900     MOVE WS-SC-CATEGORY TO SC-CATEGORY(SC-FOUND-NDX)
145000     MOVE SPACES TO SC-CHANGED(SC-FOUND-NDX).
145100 6000-EXIT.
145200     EXIT.
145300
145400*-----------------------------------------------------------*
145500 6010-MATCH-ONE-SUMMARY.
145600*-----------------------------------------------------------*
145700     IF SC-CATEGORY(SC-NDX) = WS-SC-CATEGORY
145800         MOVE SC-NDX TO SC-FOUND-NDX
145900     END-IF.
146000
146100*-----------------------------------------------------------*
146200 8000-WRITE-SECTION.
146300*-----------------------------------------------------------*
146400     MOVE WS-RPT-BLANK TO SIM-RECORD
146500     WRITE SIM-RECORD
146600     MOVE WS-RPT-SECTION TO SIM-RECORD
146700     WRITE SIM-RECORD
146800     MOVE SPACES TO WS-RPT-SECTION.
146900
147000*-----------------------------------------------------------*
147100 9000-WRITE-TOTALS.
147200*-----------------------------------------------------------*
147300     MOVE WS-RPT-BLANK TO SIM-RECORD
147400     WRITE SIM-RECORD
147500     MOVE 'CHANGES READ           = ' TO RPT-LABEL
147600     MOVE TRANS-READ TO RPT-COUNT
147700     PERFORM 9100-WRITE-TOTAL-LINE
147800     MOVE 'CHANGES SIMULATED      = ' TO RPT-LABEL
147900     MOVE TRANS-SIMULATED TO RPT-COUNT
148000     PERFORM 9100-WRITE-TOTAL-LINE
148100     MOVE 'CHANGES REJECTED       = ' TO RPT-LABEL
148200     MOVE TRANS-REJECTED TO RPT-COUNT
148300     PERFORM 9100-WRITE-TOTAL-LINE
148400     MOVE 'NIGHTS SCREENED        = ' TO RPT-LABEL
148500     MOVE NIGHTS-SCREENED TO RPT-COUNT
148600     PERFORM 9100-WRITE-TOTAL-LINE
148700     MOVE 'NIGHTS NOT FOUND       = ' TO RPT-LABEL
148800     MOVE NIGHTS-MISSING TO RPT-COUNT
148900     PERFORM 9100-WRITE-TOTAL-LINE
149000     MOVE 'RECORDS NOT SCREENABLE = ' TO RPT-LABEL
149100     MOVE RECORDS-UNSCREENED TO RPT-COUNT
149200     PERFORM 9100-WRITE-TOTAL-LINE.
149300
149400*-----------------------------------------------------------*
149500 9100-WRITE-TOTAL-LINE.
149600*-----------------------------------------------------------*
149700     MOVE WS-RPT-TOTAL TO SIM-RECORD
149800     WRITE SIM-RECORD.
149900
150000*-----------------------------------------------------------*
150100 9999-TERMINATE.
150200*-----------------------------------------------------------*
150300     IF REPORT-OPEN
150400         PERFORM 9000-WRITE-TOTALS
150500         CLOSE SIM-REPORT
150600         DISPLAY 'LIMSIM - ' TRANS-SIMULATED ' CHANGE(S) '
150700             'SIMULATED OVER ' NIGHTS-SCREENED ' NIGHT(S): '
150800             SC-INTO-COUNT(SC-TOTAL-NDX) ' INTO SUSPECT, '
150900             SC-OUT-COUNT(SC-TOTAL-NDX) ' OUT OF SUSPECT'
151000     END-IF
151100     STOP RUN.
