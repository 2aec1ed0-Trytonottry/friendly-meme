000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDSAMPLE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  DRAWS INTERNAL AUDIT'S *
001300*                  SAMPLE OF THE RECORDS AVERAGE ACCEPTED,   *
001400*                  STRATIFIED BY CATEGORY AND WEIGHTED       *
001500*                  TOWARD HIGH VALUES, FROM A SEED RECORDED  *
001600*                  ON AUDSEEDCAT.TXT THE WAY SEEDCAT.TXT     *
001700*                  RECORDS RANDOM-GEN'S.  EVERY SAMPLED      *
001800*                  RECORD GOES ON THE AUDSAMPREG.TXT SAMPLE  *
001900*                  REGISTER; REDRAW RE-CREATES A NIGHT'S     *
002000*                  SAMPLE FROM THE REGISTER AND CHECKS IT    *
002100*                  AGAINST THE SOURCE FILES, AND TICK POSTS  *
002200*                  AUDIT'S TICK-MARKS BACK AGAINST IT.       *
002210* 2026-10-15  DPG  TICK STOPS WITH AUDSAMPREG.TXT UNTOUCHED  *
002220*                  WHEN AUDSAMPREG.WRK CANNOT BE WRITTEN IN  *
002230*                  FULL OR READ BACK.                        *
002300*-----------------------------------------------------------*
002400*
002500*-----------------------------------------------------------*
002600* RUN MODES (COMMAND LINE):                                  *
002700*   (NONE)           DRAW TONIGHT'S SAMPLE                   *
002800*   REDRAW,YYYYMMDD  RE-CREATE THAT NIGHT'S SAMPLE AS        *
002900*                    AUDREDRAW.CSV FROM THE REGISTER         *
003000*   TICK             POST AUDTICK.TXT TO THE REGISTER        *
003100*                                                            *
003200* THE POPULATION IS EVERY DATA RECORD IN THE FILES ON        *
003300* AVGCTL.TXT, LESS ONE RECORD FOR EACH MATCHING LINE AVERAGE *
003400* WROTE TO AVGEXCEPT.TXT OR AVGSUSPECT.TXT FOR THE RUN DATE  *
003500* (A CATEGORY-TABLE OVERFLOW LINE IS NOT A REJECTION).  A    *
003600* FILE ALREADY MOVED FROM inbound/ IS READ FROM              *
003700* inbound/done/.  THE RECORD POSITION COUNTS EVERY RECORD    *
003800* IN THE FILE, CONTROL RECORDS INCLUDED.                     *
003900*                                                            *
004000* EACH ACCEPTED RECORD DRAWS U FROM THE SEEDED GENERATOR IN  *
004100* FILE AND RECORD ORDER AND IS RANKED VALUE / U WITHIN ITS   *
004200* CATEGORY; THE TOP N OF EACH CATEGORY ARE TAKEN, SO A HIGH  *
004300* VALUE IS PROPORTIONATELY MORE LIKELY TO BE SAMPLED.  N IS  *
004400* AUDRATE PERCENT OF THE CATEGORY'S ACCEPTED RECORDS,        *
004500* ROUNDED UP, NOT BELOW AUDMIN, NOT ABOVE AUDMAX, AND NEVER  *
004600* MORE THAN THE CATEGORY HAS (RUNPARM.TXT; DEFAULTS 2.00     *
004700* PERCENT, 3 AND 50).  THE SEED IS AUDSEED - A NUMBER, OR    *
004800* 'TIME' (THE DEFAULT) FOR THE TIME OF DAY.  A SECOND DRAW   *
004900* THE SAME NIGHT REUSES THE FIRST DRAW'S SEED AND SIZING AND *
005000* DOES NOT REGISTER THE SAMPLE AGAIN.                        *
005100*                                                            *
005200* SEED LEDGER (AUDSEEDCAT.TXT), ONE ROW PER NIGHT DRAWN:     *
005300*   COLS 1-8   SAMPLE DATE (THE RUN DATE)                    *
005400*   COLS 9-16  SEED                                          *
005500*   COLS 17-21 AUDRATE 999V99                                *
005600*   COLS 22-25 AUDMIN                                        *
005700*   COLS 26-29 AUDMAX                                        *
005800*   COLS 30-36 ACCEPTED RECORDS (POPULATION)                 *
005900*   COLS 37-41 RECORDS SAMPLED                               *
006000*   COLS 42-44 CATEGORIES (STRATA)                           *
006100*   COLS 45-58 DATE AND TIME DRAWN                           *
006200*                                                            *
006300* SAMPLE REGISTER (AUDSAMPREG.TXT), ONE ROW PER SAMPLE LINE: *
006400*   COLS 1-8    SAMPLE DATE                                  *
006500*   COLS 9-13   LINE NUMBER WITHIN THE SAMPLE                *
006600*   COLS 14-17  CATEGORY                                     *
006700*   COLS 18-37  THE RECORD AS READ                           *
006800*   COLS 38-77  SOURCE FILENAME AS LISTED ON AVGCTL.TXT      *
006900*   COLS 78-84  RECORD POSITION IN THE FILE                  *
007000*   COLS 85-104 THE FILE'S FIRST RECORD, TO KNOW IT AGAIN    *
007100*   COLS 105-111 CATEGORY ACCEPTED RECORDS                   *
007200*   COLS 112-116 CATEGORY RECORDS SAMPLED                    *
007300*   COL  117    TICK  ' ' OPEN  'A' AGREED                   *
007400*                     'E' EXCEPTION NOTED  'N' NOT LOCATED   *
007500*   COLS 118-125 AUDITOR                                     *
007600*   COLS 126-133 TICK DATE                                   *
007700*   COLS 134-163 AUDITOR'S NOTE                              *
007800*                                                            *
007900* TICK FILE (AUDTICK.TXT), ONE ROW PER TICK-MARK:            *
008000*   COLS 1-8   SAMPLE DATE                                   *
008100*   COLS 9-13  LINE NUMBER, ZERO-FILLED                      *
008200*   COL  14    TICK  'A', 'E', 'N', OR 'C' TO CLEAR A TICK   *
008300*   COLS 15-22 AUDITOR                                       *
008400*   COLS 23-30 TICK DATE - BLANK FOR THE RUN DATE            *
008500*   COLS 31-60 NOTE                                          *
008600* A LATER TICK FOR THE SAME LINE REPLACES AN EARLIER ONE.    *
008700*                                                            *
008800* RETURN-CODE 4 - A REDRAWN LINE NOT VERIFIED, A TICK        *
008900*                 REJECTED OR UNMATCHED, OR A SECOND DRAW    *
009000*                 THAT DISAGREES WITH THE FIRST              *
009100* RETURN-CODE 8 - A SOURCE FILE UNREADABLE, A TABLE FULL     *
009200* RETURN-CODE 16 - NO AVGCTL.TXT, NO LEDGER ENTRY OR NO      *
009300*                  REGISTER FOR A REDRAW, NO TICK FILE, OR   *
009400*                  AN UNKNOWN MODE                           *
009500*-----------------------------------------------------------*
009600
009700 ENVIRONMENT DIVISION.
009800 INPUT-OUTPUT SECTION.
009900 FILE-CONTROL.
010000     SELECT CONTROL-FILE ASSIGN TO 'avgctl.txt'
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-FS-CONTROL.
010300
010400     SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-NAME
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS WS-FS-SOURCE.
010700
010800     SELECT EXCEPTION-FILE ASSIGN TO 'avgexcept.txt'
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS WS-FS-EXCEPT.
011100
011200     SELECT SUSPECT-FILE ASSIGN TO 'avgsuspect.txt'
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS WS-FS-SUSPECT.
011500
011600     SELECT SEEDCAT-FILE ASSIGN TO 'audseedcat.txt'
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS WS-FS-SEEDCAT.
011900
012000     SELECT REGISTER-FILE ASSIGN TO 'audsampreg.txt'
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS WS-FS-REGISTER.
012300
012400     SELECT REGWORK-FILE ASSIGN TO 'audsampreg.wrk'
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS WS-FS-REGWORK.
012700
012800     SELECT TICK-FILE ASSIGN TO 'audtick.txt'
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         FILE STATUS IS WS-FS-TICK.
013100
013200     SELECT CANDWORK-FILE ASSIGN TO 'audcand.txt'
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS WS-FS-CANDWORK.
013500
013600     SELECT CANDSORTED-FILE ASSIGN TO 'audcandsrt.txt'
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS WS-FS-CANDSORT.
013900
014000     SELECT CANDSORT-FILE ASSIGN TO 'audsrtwk.tmp'.
014100
014200     SELECT SAMPLE-FILE ASSIGN DYNAMIC WS-SAMPLE-NAME
014300         ORGANIZATION IS LINE SEQUENTIAL
014400         FILE STATUS IS WS-FS-SAMPLE.
014500
014600     SELECT REPORT-FILE ASSIGN TO 'audsample-rpt.txt'
014700         ORGANIZATION IS LINE SEQUENTIAL.
014800
014900     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
015000         ORGANIZATION IS LINE SEQUENTIAL
015100         FILE STATUS IS WS-FS-RUNPARM.
015200
015300 DATA DIVISION.
015400 FILE SECTION.
015500 FD  CONTROL-FILE.
015600 01  CONTROL-RECORD      PIC X(80).
015700
015800 FD  SOURCE-FILE.
015900 01  SOURCE-RECORD       PIC X(20).
016000
016100 FD  EXCEPTION-FILE.
016200 01  EXCEPT-RECORD       PIC X(128).
016300
016400 FD  SUSPECT-FILE.
016500 01  SUSPECT-RECORD      PIC X(128).
016600
016700 FD  SEEDCAT-FILE.
016800 01  SEEDCAT-RECORD      PIC X(80).
016900
017000 FD  REGISTER-FILE.
017100 01  REGISTER-RECORD     PIC X(180).
017200
017300 FD  REGWORK-FILE.
017400 01  REGWORK-RECORD      PIC X(180).
017500
017600 FD  TICK-FILE.
017700 01  TICK-RECORD         PIC X(80).
017800
017900*-----------------------------------------------------------*
018000* CANDIDATE SORT FILES - EVERY ACCEPTED RECORD WITH ITS      *
018100* PRIORITY, SORTED BY CATEGORY, HIGHEST PRIORITY FIRST; THE  *
018200* READ ORDER BREAKS A TIE.                                   *
018300*-----------------------------------------------------------*
018400 FD  CANDWORK-FILE.
018500 01  CANDWORK-RECORD     PIC X(116).
018600
018700 FD  CANDSORTED-FILE.
018800 01  CANDSORTED-RECORD   PIC X(116).
018900
019000 SD  CANDSORT-FILE.
019100 01  CANDSORT-RECORD.
019200     05  SRT-CATEGORY     PIC X(4).
019300     05  SRT-PRIORITY     PIC 9(14)V9(4).
019400     05  SRT-ORDER        PIC 9(7).
019500     05  FILLER           PIC X(87).
019600
019700 FD  SAMPLE-FILE.
019800 01  SAMPLE-RECORD       PIC X(200).
019900
020000 FD  REPORT-FILE.
020100 01  REPORT-RECORD       PIC X(132).
020200
020300 FD  RUNPARM-FILE.
020400 01  RUNPARM-RECORD      PIC X(80).
020500
020600 WORKING-STORAGE SECTION.
020700 01  WS-FS-CONTROL       PIC X(2)  VALUE SPACES.
020800 01  WS-FS-SOURCE        PIC X(2)  VALUE SPACES.
020900 01  WS-FS-EXCEPT        PIC X(2)  VALUE SPACES.
021000 01  WS-FS-SUSPECT       PIC X(2)  VALUE SPACES.
021100 01  WS-FS-SEEDCAT       PIC X(2)  VALUE SPACES.
021200 01  WS-FS-REGISTER      PIC X(2)  VALUE SPACES.
021300 01  WS-FS-REGWORK       PIC X(2)  VALUE SPACES.
021400 01  WS-FS-TICK          PIC X(2)  VALUE SPACES.
021500 01  WS-FS-CANDWORK      PIC X(2)  VALUE SPACES.
021600 01  WS-FS-CANDSORT      PIC X(2)  VALUE SPACES.
021700 01  WS-FS-SAMPLE        PIC X(2)  VALUE SPACES.
021800 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
021900
022000 01  WS-SOURCE-NAME      PIC X(40) VALUE SPACES.
022100 01  WS-LISTED-NAME      PIC X(40) VALUE SPACES.
022200 01  WS-SAMPLE-NAME      PIC X(40) VALUE 'audsample.csv'.
022300
022400 01  SW-MODE             PIC X     VALUE 'D'.
022500     88  DRAW-MODE                 VALUE 'D'.
022600     88  REDRAW-MODE               VALUE 'R'.
022700     88  TICK-MODE                 VALUE 'T'.
022800 01  SW-CTL-EOF          PIC X     VALUE 'N'.
022900     88  CTL-EOF-FLAG              VALUE 'Y'.
023000 01  SW-SRC-EOF          PIC X     VALUE 'N'.
023100     88  SRC-EOF-FLAG              VALUE 'Y'.
023200 01  SW-REJ-EOF          PIC X     VALUE 'N'.
023300     88  REJ-EOF-FLAG              VALUE 'Y'.
023400 01  SW-SCT-EOF          PIC X     VALUE 'N'.
023500     88  SCT-EOF-FLAG              VALUE 'Y'.
023600 01  SW-REG-EOF          PIC X     VALUE 'N'.
023700     88  REG-EOF-FLAG              VALUE 'Y'.
023800 01  SW-TICK-EOF         PIC X     VALUE 'N'.
023900     88  TICK-EOF-FLAG             VALUE 'Y'.
024000 01  SW-CAND-EOF         PIC X     VALUE 'N'.
024100     88  CAND-EOF-FLAG             VALUE 'Y'.
024200 01  SW-RPM-EOF          PIC X     VALUE 'N'.
024300     88  RPM-EOF-FLAG              VALUE 'Y'.
024400 01  SW-HDR-SEEN         PIC X     VALUE 'N'.
024500     88  HDR-SEEN                  VALUE 'Y'.
024600 01  SW-SOURCE-OPEN      PIC X     VALUE 'N'.
024700     88  SOURCE-OPEN               VALUE 'Y'.
024800 01  SW-LEDGER-FOUND     PIC X     VALUE 'N'.
024900     88  LEDGER-FOUND              VALUE 'Y'.
025000 01  SW-REGISTERED       PIC X     VALUE 'N'.
025100     88  ALREADY-REGISTERED        VALUE 'Y'.
025200 01  SW-EXCLUDED         PIC X     VALUE 'N'.
025300     88  RECORD-EXCLUDED           VALUE 'Y'.
025400
025500 01  WS-PARM-LINE        PIC X(80) VALUE SPACES.
025600 01  WS-PARM-MODE        PIC X(8)  VALUE SPACES.
025700 01  WS-PARM-DATE-X      PIC X(8)  VALUE SPACES.
025800 01  WS-PARM-DATE REDEFINES WS-PARM-DATE-X
025900                         PIC 9(8).
026000
026100 01  WS-RUN-DATE         PIC 9(8).
026200 01  WS-RUN-TIME         PIC 9(8).
026300 01  WS-SAMPLE-DATE      PIC 9(8).
026400 01  WS-PRM-EFFDT        PIC 9(8).
026500 01  WS-SEED-EFFDT       PIC 9(8)  VALUE 0.
026600 01  WS-RATE-EFFDT       PIC 9(8)  VALUE 0.
026700 01  WS-MIN-EFFDT        PIC 9(8)  VALUE 0.
026800 01  WS-MAX-EFFDT        PIC 9(8)  VALUE 0.
026900 01  WS-TIME-SEED        PIC 9(8).
027000
027100*-----------------------------------------------------------*
027200* SAMPLING PARAMETERS - COMPILED-IN DEFAULTS, REPLACED BY    *
027300* THE RUNPARM.TXT ROWS IN EFFECT, OR BY THE LEDGER ENTRY     *
027400* WHEN THE NIGHT HAS ALREADY BEEN DRAWN.                     *
027500*-----------------------------------------------------------*
027600 01  SEED                PIC 9(8)  VALUE 0.
027700 01  SW-SEED-FROM-TIME   PIC X     VALUE 'Y'.
027800     88  SEED-FROM-TIME            VALUE 'Y'.
027900 01  WS-AUD-RATE         PIC 9(3)V9(2) VALUE 2.00.
028000 01  WS-AUD-MIN          PIC 9(4)  VALUE 3.
028100 01  WS-AUD-MAX          PIC 9(4)  VALUE 50.
028200 01  RAND-INT            PIC 9(8).
028300 01  WS-UNIFORM          PIC 9(1)V9(6).
028400 01  WS-RATE-WORK        PIC 9(9)V9(4).
028500 01  WS-SIZE-WORK        PIC 9(7).
028600
028700*-----------------------------------------------------------*
028800* RUN-PARAMETER ROW - LAYOUT SHARED WITH EVERY STEP'S        *
028900* RUNPARM.TXT LOADER AND WITH RUNREPORT                      *
029000*-----------------------------------------------------------*
029100 01  WS-RUNPARM-REC.
029200     05  PRM-NAME         PIC X(8).
029300     05  PRM-EFFDT-RAW    PIC X(8).
029400     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
029500                          PIC 9(8).
029600     05  PRM-NUM          PIC 9(8)V9(4).
029700     05  PRM-TEXT         PIC X(12).
029800     05  PRM-CHG-OPER     PIC X(8).
029900     05  PRM-CHG-DATE     PIC 9(8).
030000     05  PRM-CHG-TIME     PIC 9(6).
030100     05  PRM-PRIOR-TEXT   PIC X(12).
030200
030300*-----------------------------------------------------------*
030400* SOURCE RECORD VIEWS - THE SUBMITTER HEADER, THE 'H'/'T'    *
030500* CONTROL RECORDS AND A DATA RECORD (AS AVERAGE SEES THEM)   *
030600*-----------------------------------------------------------*
030700 01  WS-SOURCE-REC.
030800     05  XR-CATEGORY      PIC X(4).
030900     05  XR-VALUE         PIC 9(8)V9(2).
031000     05  XR-WEIGHT-RAW    PIC X(6).
031100 01  WS-SUBHDR-VIEW REDEFINES WS-SOURCE-REC.
031200     05  SH-REC-TYPE      PIC X(1).
031300     05  SH-SUBMITTER     PIC X(5).
031400     05  SH-BIZDATE       PIC 9(8).
031500     05  SH-SEQ           PIC 9(6).
031600 01  WS-CTL-VIEW REDEFINES WS-SOURCE-REC.
031700     05  CV-REC-TYPE      PIC X(1).
031800     05  CV-DIGITS        PIC 9(19).
031900 01  WS-SOURCE-HEADER    PIC X(20).
032000 01  WS-REC-POS          PIC 9(7).
032100 01  WS-READ-ORDER       PIC 9(7)  VALUE 0.
032200
032300*-----------------------------------------------------------*
032400* EXCEPTION AND SUSPECT LINES - BOTH FILES CARRY THE RECORD, *
032500* THE REASON, THE RUN DATE AND THE FILENAME IN THE SAME      *
032600* COLUMNS.  A SUSPECT COUNT LINE HAS NO RUN DATE.            *
032700*-----------------------------------------------------------*
032800 01  WS-REJECT-VIEW.
032900     05  RV-RAW-TEXT      PIC X(20).
033000     05  FILLER           PIC X(2).
033100     05  RV-REASON        PIC X(30).
033200     05  FILLER           PIC X(28).
033300     05  RV-RUN-DATE-X    PIC X(8).
033400     05  RV-RUN-DATE REDEFINES RV-RUN-DATE-X
033500                          PIC 9(8).
033600     05  RV-FILENAME      PIC X(40).
033700
033800 01  REJ-TABLE-COUNT     PIC 9(4) COMP  VALUE 0.
033900 01  MAX-REJ-ENTRIES     PIC 9(4) COMP  VALUE 2000.
034000 01  REJ-TABLE.
034100     05  REJ-ENTRY OCCURS 2000 TIMES.
034200         10  RJ-FILENAME  PIC X(40).
034300         10  RJ-RAW-TEXT  PIC X(20).
034400         10  RJ-COUNT     PIC 9(5).
034500 01  RJ-NDX              PIC 9(4) COMP.
034600 01  RJ-FOUND-NDX        PIC 9(4) COMP.
034700
034800*-----------------------------------------------------------*
034900* CANDIDATE RECORD (CANDWORK AND CANDSORTED FILES)           *
035000*-----------------------------------------------------------*
035100 01  WS-CAND-REC.
035200     05  CR-CATEGORY      PIC X(4).
035300     05  CR-PRIORITY      PIC 9(14)V9(4).
035400     05  CR-ORDER         PIC 9(7).
035500     05  CR-FILENAME      PIC X(40).
035600     05  CR-POSITION      PIC 9(7).
035700     05  CR-RAW-TEXT      PIC X(20).
035800     05  CR-FILE-HEADER   PIC X(20).
035900
036000*-----------------------------------------------------------*
036100* ONE STRATUM PER CATEGORY                                   *
036200*-----------------------------------------------------------*
036300 01  STRAT-TABLE-COUNT   PIC 9(3) COMP  VALUE 0.
036400 01  MAX-STRAT-ENTRIES   PIC 9(3) COMP  VALUE 300.
036500 01  STRAT-TABLE.
036600     05  STRAT-ENTRY OCCURS 300 TIMES.
036700         10  SM-CATEGORY  PIC X(4).
036800         10  SM-ACCEPTED  PIC 9(7).
036900         10  SM-SIZE      PIC 9(5).
037000         10  SM-TAKEN     PIC 9(5).
037100         10  SM-ACC-VALUE PIC 9(12)V9(2).
037200         10  SM-SAMP-VALUE PIC 9(12)V9(2).
037300 01  SM-NDX              PIC 9(3) COMP.
037400 01  SM-FOUND-NDX        PIC 9(3) COMP.
037500
037600*-----------------------------------------------------------*
037700* SEED LEDGER AND SAMPLE REGISTER ROWS                       *
037800*-----------------------------------------------------------*
037900 01  WS-SEEDCAT-REC.
038000     05  ASC-SAMPLE-DATE  PIC 9(8).
038100     05  ASC-SEED         PIC 9(8).
038200     05  ASC-RATE         PIC 9(3)V9(2).
038300     05  ASC-MIN          PIC 9(4).
038400     05  ASC-MAX          PIC 9(4).
038500     05  ASC-POPULATION   PIC 9(7).
038600     05  ASC-SAMPLED      PIC 9(5).
038700     05  ASC-STRATA       PIC 9(3).
038800     05  ASC-DRAWN-DATE   PIC 9(8).
038900     05  ASC-DRAWN-TIME   PIC 9(6).
039000     05  FILLER           PIC X(22).
039100 01  WS-LEDGER-POPULATION PIC 9(7) VALUE 0.
039200 01  WS-LEDGER-SAMPLED   PIC 9(5)  VALUE 0.
039300
039400 01  WS-REGISTER-REC.
039500     05  ASR-SAMPLE-DATE  PIC 9(8).
039600     05  ASR-LINE         PIC 9(5).
039700     05  ASR-CATEGORY     PIC X(4).
039800     05  ASR-RAW-TEXT     PIC X(20).
039900     05  ASR-RAW-VIEW REDEFINES ASR-RAW-TEXT.
040000         10  FILLER       PIC X(4).
040100         10  ASR-VALUE    PIC 9(8)V9(2).
040200         10  ASR-WEIGHT-RAW PIC X(6).
040300     05  ASR-FILENAME     PIC X(40).
040400     05  ASR-POSITION     PIC 9(7).
040500     05  ASR-FILE-HEADER  PIC X(20).
040600     05  ASR-STRAT-ACCEPTED PIC 9(7).
040700     05  ASR-STRAT-SAMPLED PIC 9(5).
040800     05  ASR-TICK         PIC X(1).
040900     05  ASR-AUDITOR      PIC X(8).
041000     05  ASR-TICK-DATE    PIC X(8).
041100     05  ASR-NOTE         PIC X(30).
041200     05  FILLER           PIC X(17).
041300 01  WS-SAMPLE-LINE-NO   PIC 9(5)  VALUE 0.
041400 01  WS-CHECK-CODE       PIC X(11) VALUE SPACES.
041500
041600*-----------------------------------------------------------*
041700* TICK-MARKS.  TK-STATUS  'R' REJECTED  'V' VALID, NOT YET   *
041800* MATCHED  'P' POSTED TO THE REGISTER                        *
041900*-----------------------------------------------------------*
042000 01  WS-TICK-REC.
042100     05  ATK-SAMPLE-DATE-X PIC X(8).
042200     05  ATK-SAMPLE-DATE REDEFINES ATK-SAMPLE-DATE-X
042300                          PIC 9(8).
042400     05  ATK-LINE-X       PIC X(5).
042500     05  ATK-LINE REDEFINES ATK-LINE-X
042600                          PIC 9(5).
042700     05  ATK-TICK         PIC X(1).
042800         88  ATK-VALID-TICK        VALUE 'A' 'E' 'N' 'C'.
042900     05  ATK-AUDITOR      PIC X(8).
043000     05  ATK-TICK-DATE-X  PIC X(8).
043100     05  ATK-TICK-DATE REDEFINES ATK-TICK-DATE-X
043200                          PIC 9(8).
043300     05  ATK-NOTE         PIC X(30).
043400     05  FILLER           PIC X(20).
043500
043600 01  TICK-TABLE-COUNT    PIC 9(3) COMP  VALUE 0.
043700 01  MAX-TICK-ENTRIES    PIC 9(3) COMP  VALUE 500.
043800 01  TICK-TABLE.
043900     05  TICK-ENTRY OCCURS 500 TIMES.
044000         10  TK-SAMPLE-DATE PIC X(8).
044100         10  TK-LINE      PIC X(5).
044200         10  TK-TICK      PIC X(1).
044300         10  TK-AUDITOR   PIC X(8).
044400         10  TK-TICK-DATE PIC X(8).
044500         10  TK-NOTE      PIC X(30).
044600         10  TK-STATUS    PIC X(1).
044700             88  TK-REJECTED           VALUE 'R'.
044800             88  TK-VALID              VALUE 'V'.
044900             88  TK-POSTED             VALUE 'P'.
045000         10  TK-RESULT    PIC X(30).
045100 01  TK-NDX              PIC 9(3) COMP.
045200
045300 77  FILES-READ          PIC 9(5)  VALUE 0.
045400 77  FILES-UNREADABLE    PIC 9(5)  VALUE 0.
045500 77  DATA-RECORDS        PIC 9(7)  VALUE 0.
045600 77  RECORDS-EXCLUDED    PIC 9(7)  VALUE 0.
045700 77  RECORDS-UNUSABLE    PIC 9(7)  VALUE 0.
045800 77  RECORDS-ACCEPTED    PIC 9(7)  VALUE 0.
045900 77  RECORDS-SAMPLED     PIC 9(5)  VALUE 0.
046000 77  ROWS-REGISTERED     PIC 9(5)  VALUE 0.
046100 77  LINES-REDRAWN       PIC 9(5)  VALUE 0.
046200 77  LINES-VERIFIED      PIC 9(5)  VALUE 0.
046300 77  TICKS-READ          PIC 9(5)  VALUE 0.
046400 77  TICKS-POSTED        PIC 9(5)  VALUE 0.
046500 77  TICKS-REJECTED      PIC 9(5)  VALUE 0.
046600 77  TICKS-UNMATCHED     PIC 9(5)  VALUE 0.
046700
046800*-----------------------------------------------------------*
046900* SAMPLE EXTRACT EDIT FIELDS                                 *
047000*-----------------------------------------------------------*
047100 01  EXT-VALUE-ED        PIC 9(8).9(2).
047200 01  EXT-LINE-ED         PIC 9(5).
047300 01  EXT-POSITION-ED     PIC 9(7).
047400 01  EXT-ACCEPTED-ED     PIC 9(7).
047500 01  EXT-SAMPLED-ED      PIC 9(5).
047600
047700*-----------------------------------------------------------*
047800* REPORT LINE LAYOUTS                                        *
047900*-----------------------------------------------------------*
048000 01  WS-RPT-HEADER.
048100     05  FILLER       PIC X(46)
048200         VALUE 'AUDSAMPLE - AUDIT SAMPLE OF ACCEPTED RECORDS, '.
048300     05  FILLER       PIC X(9)  VALUE 'RUN DATE '.
048400     05  RPH-DATE     PIC 9(8).
048500     05  FILLER       PIC X(4)  VALUE ' AT '.
048600     05  RPH-TIME     PIC 9(6).
048700     05  FILLER       PIC X(2)  VALUE SPACES.
048800     05  RPH-MODE     PIC X(20).
048900     05  FILLER       PIC X(37) VALUE SPACES.
049000
049100 01  WS-PARM-LINE-OUT.
049200     05  FILLER       PIC X(7)  VALUE 'SAMPLE '.
049300     05  PLO-DATE     PIC 9(8).
049400     05  FILLER       PIC X(7)  VALUE '  SEED '.
049500     05  PLO-SEED     PIC 9(8).
049600     05  FILLER       PIC X(7)  VALUE '  RATE '.
049700     05  PLO-RATE     PIC ZZ9.99.
049800     05  FILLER       PIC X(10) VALUE ' PCT  MIN '.
049900     05  PLO-MIN      PIC ZZZ9.
050000     05  FILLER       PIC X(6)  VALUE '  MAX '.
050100     05  PLO-MAX      PIC ZZZ9.
050200     05  FILLER       PIC X(2)  VALUE SPACES.
050300     05  PLO-NOTE     PIC X(50).
050400     05  FILLER       PIC X(13) VALUE SPACES.
050500
050600 01  WS-SECTION-LINE.
050700     05  SEC-TEXT     PIC X(80).
050800     05  FILLER       PIC X(52) VALUE SPACES.
050900
051000 01  WS-STRAT-COLUMNS.
051100     05  FILLER       PIC X(9)  VALUE 'CATEGORY'.
051200     05  FILLER       PIC X(8)  VALUE 'ACCEPTED'.
051300     05  FILLER       PIC X(8)  VALUE ' SAMPLED'.
051400     05  FILLER       PIC X(18) VALUE '    ACCEPTED VALUE'.
051500     05  FILLER       PIC X(18) VALUE '     SAMPLED VALUE'.
051600     05  FILLER       PIC X(9)  VALUE '  VALUE %'.
051700     05  FILLER       PIC X(62) VALUE SPACES.
051800
051900 01  WS-STRAT-LINE.
052000     05  STL-CATEGORY PIC X(4).
052100     05  FILLER       PIC X(6)  VALUE SPACES.
052200     05  STL-ACCEPTED PIC Z(6)9.
052300     05  FILLER       PIC X(3)  VALUE SPACES.
052400     05  STL-SAMPLED  PIC Z(4)9.
052500     05  FILLER       PIC X(3)  VALUE SPACES.
052600     05  STL-ACC-VALUE PIC Z(11)9.99.
052700     05  FILLER       PIC X(3)  VALUE SPACES.
052800     05  STL-SAMP-VALUE PIC Z(11)9.99.
052900     05  FILLER       PIC X(3)  VALUE SPACES.
053000     05  STL-COVER    PIC ZZ9.99.
053100     05  FILLER       PIC X(62) VALUE SPACES.
053200 01  WS-COVER-WORK       PIC 9(3)V9(2).
053300 01  WS-TOTAL-ACC-VALUE  PIC 9(12)V9(2) VALUE 0.
053400 01  WS-TOTAL-SAMP-VALUE PIC 9(12)V9(2) VALUE 0.
053500
053600 01  WS-REDRAW-COLUMNS.
053700     05  FILLER       PIC X(7)  VALUE ' LINE'.
053800     05  FILLER       PIC X(6)  VALUE 'CAT'.
053900     05  FILLER       PIC X(13) VALUE '      VALUE'.
054000     05  FILLER       PIC X(41) VALUE 'SOURCE FILE'.
054100     05  FILLER       PIC X(9)  VALUE '    POS'.
054200     05  FILLER       PIC X(13) VALUE 'CHECK'.
054300     05  FILLER       PIC X(43) VALUE 'TICK'.
054400
054500 01  WS-REDRAW-LINE.
054600     05  RDL-LINE     PIC Z(4)9.
054700     05  FILLER       PIC X(2)  VALUE SPACES.
054800     05  RDL-CATEGORY PIC X(4).
054900     05  FILLER       PIC X(2)  VALUE SPACES.
055000     05  RDL-VALUE    PIC Z(7)9.99.
055100     05  FILLER       PIC X(2)  VALUE SPACES.
055200     05  RDL-FILENAME PIC X(40).
055300     05  FILLER       PIC X(1)  VALUE SPACE.
055400     05  RDL-POSITION PIC Z(6)9.
055500     05  FILLER       PIC X(2)  VALUE SPACES.
055600     05  RDL-CHECK    PIC X(11).
055700     05  FILLER       PIC X(2)  VALUE SPACES.
055800     05  RDL-TICK     PIC X(1).
055900     05  FILLER       PIC X(1)  VALUE SPACE.
056000     05  RDL-AUDITOR  PIC X(8).
056100     05  FILLER       PIC X(1)  VALUE SPACE.
056200     05  RDL-TICK-DATE PIC X(8).
056300     05  FILLER       PIC X(25) VALUE SPACES.
056400
056500 01  WS-TICK-COLUMNS.
056600     05  FILLER       PIC X(10) VALUE 'SAMPLE'.
056700     05  FILLER       PIC X(7)  VALUE 'LINE'.
056800     05  FILLER       PIC X(3)  VALUE 'TK'.
056900     05  FILLER       PIC X(10) VALUE 'AUDITOR'.
057000     05  FILLER       PIC X(32) VALUE 'RESULT'.
057100     05  FILLER       PIC X(70) VALUE 'NOTE'.
057200
057300 01  WS-TICK-LINE.
057400     05  TKL-DATE     PIC X(8).
057500     05  FILLER       PIC X(2)  VALUE SPACES.
057600     05  TKL-LINE     PIC X(5).
057700     05  FILLER       PIC X(2)  VALUE SPACES.
057800     05  TKL-TICK     PIC X(1).
057900     05  FILLER       PIC X(2)  VALUE SPACES.
058000     05  TKL-AUDITOR  PIC X(8).
058100     05  FILLER       PIC X(2)  VALUE SPACES.
058200     05  TKL-RESULT   PIC X(30).
058300     05  FILLER       PIC X(2)  VALUE SPACES.
058400     05  TKL-NOTE     PIC X(30).
058500     05  FILLER       PIC X(40) VALUE SPACES.
058600
058700 01  WS-TOTAL-LINE.
058800     05  TTL-LABEL    PIC X(30).
058900     05  TTL-COUNT    PIC Z(6)9.
059000     05  FILLER       PIC X(95) VALUE SPACES.
059100
059200 PROCEDURE DIVISION.
059300*-----------------------------------------------------------*
059400 0000-MAINLINE.
059500*-----------------------------------------------------------*
059600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
059700     EVALUATE TRUE
059800         WHEN TICK-MODE
059900             PERFORM 6000-POST-TICKS THRU 6000-EXIT
060000         WHEN REDRAW-MODE
060100             PERFORM 5000-REDRAW-SAMPLE THRU 5000-EXIT
060200         WHEN OTHER
060300             PERFORM 2000-BUILD-POPULATION THRU 2000-EXIT
060400             PERFORM 3000-DRAW-SAMPLE THRU 3000-EXIT
060500             PERFORM 4000-WRITE-DRAW-TOTALS
060600     END-EVALUATE
060700     PERFORM 9999-TERMINATE.
060800
060900*-----------------------------------------------------------*
061000* 1000-INITIALIZE - THE RUN MODE, THEN FOR A DRAW THE        *
061100* SAMPLING PARAMETERS, AND FOR A DRAW OR REDRAW THE NIGHT'S  *
061200* LEDGER ENTRY AND WHETHER IT IS ALREADY REGISTERED.         *
061300*-----------------------------------------------------------*
061400 1000-INITIALIZE.
061500*-----------------------------------------------------------*
061600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
061700     ACCEPT WS-RUN-TIME FROM TIME
061800     MOVE WS-RUN-DATE TO WS-SAMPLE-DATE
061900     OPEN OUTPUT REPORT-FILE
062000     MOVE WS-RUN-DATE TO RPH-DATE
062100     MOVE WS-RUN-TIME(1:6) TO RPH-TIME
062200     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
062300     MOVE WS-RPT-HEADER TO REPORT-RECORD
062400     WRITE REPORT-RECORD
062500     IF TICK-MODE
062600         GO TO 1000-EXIT
062700     END-IF
062800     IF DRAW-MODE
062900         PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
063000     END-IF
063100     PERFORM 1200-LOOKUP-SEEDCAT THRU 1200-EXIT
063200     IF REDRAW-MODE AND NOT LEDGER-FOUND
063300         DISPLAY 'AUDSAMPLE ABORTED - NO AUDSEEDCAT.TXT '
063400             'ENTRY FOR ' WS-SAMPLE-DATE
063500         MOVE 'NO SEED LEDGER ENTRY FOR THE SAMPLE DATE'
063600             TO SEC-TEXT
063700         MOVE WS-SECTION-LINE TO REPORT-RECORD
063800         WRITE REPORT-RECORD
063900         MOVE 16 TO RETURN-CODE
064000         GO TO 9999-TERMINATE
064100     END-IF
064200     IF DRAW-MODE
064300         IF SEED-FROM-TIME AND NOT LEDGER-FOUND
064400             ACCEPT WS-TIME-SEED FROM TIME
064500             MOVE WS-TIME-SEED TO SEED
064600         END-IF
064700         PERFORM 1300-CHECK-REGISTER THRU 1300-EXIT
064800         COMPUTE RAND-INT = FUNCTION RANDOM(SEED) * 1000000
064900     END-IF
065000     MOVE WS-SAMPLE-DATE TO PLO-DATE
065100     MOVE SEED TO PLO-SEED
065200     MOVE WS-AUD-RATE TO PLO-RATE
065300     MOVE WS-AUD-MIN TO PLO-MIN
065400     MOVE WS-AUD-MAX TO PLO-MAX
065500     MOVE SPACES TO PLO-NOTE
065600     IF DRAW-MODE AND LEDGER-FOUND
065700         MOVE 'SECOND DRAW - SEED AND SIZING FROM THE FIRST'
065800             TO PLO-NOTE
065900     END-IF
066000     MOVE WS-PARM-LINE-OUT TO REPORT-RECORD
066100     WRITE REPORT-RECORD.
066200 1000-EXIT.
066300     EXIT.
066400
066500*-----------------------------------------------------------*
066600* 1050-LOAD-RUNPARM - THE SEED AND SAMPLE SIZING IN EFFECT   *
066700* FOR THE RUN DATE.  NO MASTER, OR NO ROW YET IN EFFECT,     *
066800* KEEPS THE COMPILED-IN DEFAULT.                             *
066900*-----------------------------------------------------------*
067000 1050-LOAD-RUNPARM.
067100*-----------------------------------------------------------*
067200     OPEN INPUT RUNPARM-FILE
067300     IF WS-FS-RUNPARM NOT = '00'
067400         DISPLAY 'AUDSAMPLE - RUNPARM.TXT NOT FOUND - '
067500             'COMPILED-IN SEED AND SIZING IN EFFECT'
067600         GO TO 1050-EXIT
067700     END-IF
067800     PERFORM UNTIL RPM-EOF-FLAG
067900         READ RUNPARM-FILE INTO WS-RUNPARM-REC
068000             AT END
068100                 MOVE 'Y' TO SW-RPM-EOF
068200             NOT AT END
068300                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
068400         END-READ
068500     END-PERFORM
068600     CLOSE RUNPARM-FILE.
068700 1050-EXIT.
068800     EXIT.
068900
069000*-----------------------------------------------------------*
069100* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
069200* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
069300* WINS.                                                      *
069400*-----------------------------------------------------------*
069500 1060-TAKE-ONE-PARM.
069600*-----------------------------------------------------------*
069700     IF PRM-EFFDT-RAW = SPACES
069800         MOVE 0 TO WS-PRM-EFFDT
069900     ELSE
070000         IF PRM-EFFDT IS NOT NUMERIC
070100             GO TO 1060-EXIT
070200         END-IF
070300         MOVE PRM-EFFDT TO WS-PRM-EFFDT
070400     END-IF
070500     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
070600         GO TO 1060-EXIT
070700     END-IF
070800     EVALUATE PRM-NAME
070900         WHEN 'AUDSEED'
071000             IF WS-PRM-EFFDT >= WS-SEED-EFFDT
071100                 MOVE WS-PRM-EFFDT TO WS-SEED-EFFDT
071200                 IF PRM-TEXT = 'TIME'
071300                     MOVE 'Y' TO SW-SEED-FROM-TIME
071400                 ELSE
071500                     MOVE 'N' TO SW-SEED-FROM-TIME
071600                     MOVE PRM-NUM TO SEED
071700                 END-IF
071800             END-IF
071900         WHEN 'AUDRATE'
072000             IF WS-PRM-EFFDT >= WS-RATE-EFFDT
072100                 MOVE WS-PRM-EFFDT TO WS-RATE-EFFDT
072200                 MOVE PRM-NUM TO WS-AUD-RATE
072300             END-IF
072400         WHEN 'AUDMIN'
072500             IF WS-PRM-EFFDT >= WS-MIN-EFFDT
072600                 MOVE WS-PRM-EFFDT TO WS-MIN-EFFDT
072700                 MOVE PRM-NUM TO WS-AUD-MIN
072800             END-IF
072900         WHEN 'AUDMAX'
073000             IF WS-PRM-EFFDT >= WS-MAX-EFFDT
073100                 MOVE WS-PRM-EFFDT TO WS-MAX-EFFDT
073200                 MOVE PRM-NUM TO WS-AUD-MAX
073300             END-IF
073400     END-EVALUATE.
073500 1060-EXIT.
073600     EXIT.
073700
073800*-----------------------------------------------------------*
073900* 1100-GET-PARAMETERS - NO TOKEN DRAWS TONIGHT'S SAMPLE;     *
074000* "REDRAW,YYYYMMDD" OR "TICK" SELECT THE OTHER MODES.        *
074100*-----------------------------------------------------------*
074200 1100-GET-PARAMETERS.
074300*-----------------------------------------------------------*
074400     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
074500     MOVE 'DRAW' TO RPH-MODE
074600     IF WS-PARM-LINE = SPACES
074700         GO TO 1100-EXIT
074800     END-IF
074900     UNSTRING WS-PARM-LINE DELIMITED BY ','
075000         INTO WS-PARM-MODE WS-PARM-DATE-X
075100     END-UNSTRING
075200     EVALUATE WS-PARM-MODE
075300         WHEN 'TICK'
075400             MOVE 'T' TO SW-MODE
075500             MOVE 'TICK POSTING' TO RPH-MODE
075600         WHEN 'REDRAW'
075700             IF WS-PARM-DATE IS NOT NUMERIC
075800                 DISPLAY 'AUDSAMPLE ABORTED - REDRAW DATE NOT '
075900                     'NUMERIC IN [' WS-PARM-LINE(1:20) ']'
076000                 MOVE 16 TO RETURN-CODE
076100                 GO TO 9999-TERMINATE
076200             END-IF
076300             MOVE 'R' TO SW-MODE
076400             MOVE WS-PARM-DATE TO WS-SAMPLE-DATE
076500             MOVE 'audredraw.csv' TO WS-SAMPLE-NAME
076600             MOVE 'REDRAW' TO RPH-MODE
076700         WHEN OTHER
076800             DISPLAY 'AUDSAMPLE ABORTED - UNKNOWN MODE ['
076900                 WS-PARM-LINE(1:20) ']'
077000             MOVE 16 TO RETURN-CODE
077100             GO TO 9999-TERMINATE
077200     END-EVALUATE.
077300 1100-EXIT.
077400     EXIT.
077500
077600*-----------------------------------------------------------*
077700* 1200-LOOKUP-SEEDCAT - THE SAMPLE DATE'S LEDGER ENTRY, IF   *
077800* ANY (THE FIRST ONE FOR THE DATE IS THE SAMPLE OF RECORD),  *
077900* SUPPLIES THE SEED AND SIZING.                              *
078000*-----------------------------------------------------------*
078100 1200-LOOKUP-SEEDCAT.
078200*-----------------------------------------------------------*
078300     OPEN INPUT SEEDCAT-FILE
078400     IF WS-FS-SEEDCAT NOT = '00'
078500         GO TO 1200-EXIT
078600     END-IF
078700     PERFORM UNTIL SCT-EOF-FLAG OR LEDGER-FOUND
078800         READ SEEDCAT-FILE INTO WS-SEEDCAT-REC
078900             AT END
079000                 MOVE 'Y' TO SW-SCT-EOF
079100             NOT AT END
079200                 IF ASC-SAMPLE-DATE = WS-SAMPLE-DATE
079300                     PERFORM 1210-TAKE-LEDGER-ENTRY
079400                 END-IF
079500         END-READ
079600     END-PERFORM
079700     CLOSE SEEDCAT-FILE.
079800 1200-EXIT.
079900     EXIT.
080000
080100*-----------------------------------------------------------*
080200 1210-TAKE-LEDGER-ENTRY.
080300*-----------------------------------------------------------*
080400     MOVE ASC-SEED TO SEED
080500     MOVE ASC-RATE TO WS-AUD-RATE
080600     MOVE ASC-MIN TO WS-AUD-MIN
080700     MOVE ASC-MAX TO WS-AUD-MAX
080800     MOVE ASC-POPULATION TO WS-LEDGER-POPULATION
080900     MOVE ASC-SAMPLED TO WS-LEDGER-SAMPLED
081000     MOVE 'Y' TO SW-LEDGER-FOUND.
081100
081200*-----------------------------------------------------------*
081300* 1300-CHECK-REGISTER - A NIGHT WITH ROWS ON THE REGISTER    *
081400* ALREADY IS NOT REGISTERED AGAIN, SO TICKS POSTED AGAINST   *
081500* THE FIRST DRAW ARE NEVER ORPHANED.                         *
081600*-----------------------------------------------------------*
081700 1300-CHECK-REGISTER.
081800*-----------------------------------------------------------*
081900     OPEN INPUT REGISTER-FILE
082000     IF WS-FS-REGISTER NOT = '00'
082100         GO TO 1300-EXIT
082200     END-IF
082300     PERFORM UNTIL REG-EOF-FLAG OR ALREADY-REGISTERED
082400         READ REGISTER-FILE INTO WS-REGISTER-REC
082500             AT END
082600                 MOVE 'Y' TO SW-REG-EOF
082700             NOT AT END
082800                 IF ASR-SAMPLE-DATE = WS-SAMPLE-DATE
082900                     MOVE 'Y' TO SW-REGISTERED
083000                 END-IF
083100         END-READ
083200     END-PERFORM
083300     CLOSE REGISTER-FILE.
083400 1300-EXIT.
083500     EXIT.
083600
083700*-----------------------------------------------------------*
083800* 2000-BUILD-POPULATION - THE NIGHT'S REJECTIONS, THEN EVERY *
083900* FILE ON AVGCTL.TXT, WRITING EACH ACCEPTED RECORD TO THE    *
084000* CANDIDATE WORK FILE WITH ITS PRIORITY.                     *
084100*-----------------------------------------------------------*
084200 2000-BUILD-POPULATION.
084300*-----------------------------------------------------------*
084400     PERFORM 2100-LOAD-REJECTIONS THRU 2100-EXIT
084500     OPEN INPUT CONTROL-FILE
084600     IF WS-FS-CONTROL NOT = '00'
084700         DISPLAY 'AUDSAMPLE ABORTED - AVGCTL.TXT NOT FOUND, '
084800             'STATUS ' WS-FS-CONTROL
084900         MOVE 'CONTROL FILE AVGCTL.TXT NOT FOUND' TO SEC-TEXT
085000         MOVE WS-SECTION-LINE TO REPORT-RECORD
085100         WRITE REPORT-RECORD
085200         MOVE 16 TO RETURN-CODE
085300         GO TO 9999-TERMINATE
085400     END-IF
085500     OPEN OUTPUT CANDWORK-FILE
085600     PERFORM UNTIL CTL-EOF-FLAG
085700         READ CONTROL-FILE
085800             AT END
085900                 MOVE 'Y' TO SW-CTL-EOF
086000             NOT AT END
086100                 IF CONTROL-RECORD NOT = SPACES
086200                     MOVE CONTROL-RECORD TO WS-LISTED-NAME
086300                     PERFORM 2300-READ-ONE-FILE THRU 2300-EXIT
086400                 END-IF
086500         END-READ
086600     END-PERFORM
086700     CLOSE CONTROL-FILE
086800     CLOSE CANDWORK-FILE.
086900 2000-EXIT.
087000     EXIT.
087100
087200*-----------------------------------------------------------*
087300* 2100-LOAD-REJECTIONS - EVERY RECORD AVERAGE TURNED AWAY ON *
087400* THE RUN DATE, COUNTED BY FILE AND RECORD TEXT.             *
087500*-----------------------------------------------------------*
087600 2100-LOAD-REJECTIONS.
087700*-----------------------------------------------------------*
087800     OPEN INPUT EXCEPTION-FILE
087900     IF WS-FS-EXCEPT = '00'
088000         MOVE 'N' TO SW-REJ-EOF
088100         PERFORM UNTIL REJ-EOF-FLAG
088200             READ EXCEPTION-FILE INTO WS-REJECT-VIEW
088300                 AT END
088400                     MOVE 'Y' TO SW-REJ-EOF
088500                 NOT AT END
088600                     IF RV-REASON NOT =
088700                         'CATEGORY TABLE FULL - DROPPED'
088800                         PERFORM 2150-NOTE-ONE-REJECTION
088900                             THRU 2150-EXIT
089000                     END-IF
089100             END-READ
089200         END-PERFORM
089300         CLOSE EXCEPTION-FILE
089400     ELSE
089500         DISPLAY 'AUDSAMPLE - AVGEXCEPT.TXT NOT FOUND - '
089600             'NO EXCEPTIONS TAKEN OUT'
089700     END-IF
089800     OPEN INPUT SUSPECT-FILE
089900     IF WS-FS-SUSPECT = '00'
090000         MOVE 'N' TO SW-REJ-EOF
090100         PERFORM UNTIL REJ-EOF-FLAG
090200             READ SUSPECT-FILE INTO WS-REJECT-VIEW
090300                 AT END
090400                     MOVE 'Y' TO SW-REJ-EOF
090500                 NOT AT END
090600                     PERFORM 2150-NOTE-ONE-REJECTION
090700                         THRU 2150-EXIT
090800             END-READ
090900         END-PERFORM
091000         CLOSE SUSPECT-FILE
091100     ELSE
091200         DISPLAY 'AUDSAMPLE - AVGSUSPECT.TXT NOT FOUND - '
091300             'NO SUSPECTS TAKEN OUT'
091400     END-IF.
091500 2100-EXIT.
091600     EXIT.
091700
091800*-----------------------------------------------------------*
091900 2150-NOTE-ONE-REJECTION.
092000*-----------------------------------------------------------*
092100     IF RV-RUN-DATE IS NOT NUMERIC
092200         GO TO 2150-EXIT
092300     END-IF
092400     IF RV-RUN-DATE NOT = WS-RUN-DATE
092500         GO TO 2150-EXIT
092600     END-IF
092700     MOVE 0 TO RJ-FOUND-NDX
092800     PERFORM 2160-MATCH-ONE-REJECTION
092900         VARYING RJ-NDX FROM 1 BY 1
093000             UNTIL RJ-NDX > REJ-TABLE-COUNT
093100                 OR RJ-FOUND-NDX > 0
093200     IF RJ-FOUND-NDX > 0
093300         ADD 1 TO RJ-COUNT(RJ-FOUND-NDX)
093400         GO TO 2150-EXIT
093500     END-IF
093600     IF REJ-TABLE-COUNT >= MAX-REJ-ENTRIES
093700         DISPLAY 'AUDSAMPLE - REJECTION TABLE FULL AT '
093800             MAX-REJ-ENTRIES ' - REJECTED RECORD MAY BE SAMPLED'
093900         MOVE 8 TO RETURN-CODE
094000         GO TO 2150-EXIT
094100     END-IF
094200     ADD 1 TO REJ-TABLE-COUNT
094300     MOVE REJ-TABLE-COUNT TO RJ-NDX
094400     MOVE RV-FILENAME TO RJ-FILENAME(RJ-NDX)
094500     MOVE RV-RAW-TEXT TO RJ-RAW-TEXT(RJ-NDX)
094600     MOVE 1 TO RJ-COUNT(RJ-NDX).
094700 2150-EXIT.
094800     EXIT.
094900
095000*-----------------------------------------------------------*
095100 2160-MATCH-ONE-REJECTION.
095200*-----------------------------------------------------------*
095300     IF RJ-FILENAME(RJ-NDX) = RV-FILENAME
095400         AND RJ-RAW-TEXT(RJ-NDX) = RV-RAW-TEXT
095500         MOVE RJ-NDX TO RJ-FOUND-NDX
095600     END-IF.
095700
095800*-----------------------------------------------------------*
095900* 2200-OPEN-SOURCE - THE FILE AS LISTED, OR FOR AN inbound/  *
096000* FILE THE COPY ALREADY MOVED TO inbound/done/.              *
096100*-----------------------------------------------------------*
096200 2200-OPEN-SOURCE.
096300*-----------------------------------------------------------*
096400     MOVE 'N' TO SW-SOURCE-OPEN
096500     MOVE WS-LISTED-NAME TO WS-SOURCE-NAME
096600     OPEN INPUT SOURCE-FILE
096700     IF WS-FS-SOURCE = '00'
096800         MOVE 'Y' TO SW-SOURCE-OPEN
096900         GO TO 2200-EXIT
097000     END-IF
097100     IF WS-LISTED-NAME(1:8) NOT = 'inbound/'
097200         GO TO 2200-EXIT
097300     END-IF
097400     MOVE SPACES TO WS-SOURCE-NAME
097500     STRING 'inbound/done/' DELIMITED BY SIZE
097600         WS-LISTED-NAME(9:32) DELIMITED BY SPACE
097700         INTO WS-SOURCE-NAME
097800     END-STRING
097900     OPEN INPUT SOURCE-FILE
098000     IF WS-FS-SOURCE = '00'
098100         MOVE 'Y' TO SW-SOURCE-OPEN
098200     END-IF.
098300 2200-EXIT.
098400     EXIT.
098500
098600*-----------------------------------------------------------*
098700* 2300-READ-ONE-FILE - SKIP THE SUBMITTER HEADER AND THE     *
098800* 'H'/'T' CONTROL RECORDS THE WAY AVERAGE DOES; EVERY OTHER  *
098900* RECORD IS DATA.                                            *
099000*-----------------------------------------------------------*
099100 2300-READ-ONE-FILE.
099200*-----------------------------------------------------------*
099300     PERFORM 2200-OPEN-SOURCE THRU 2200-EXIT
099400     IF NOT SOURCE-OPEN
099500         DISPLAY 'AUDSAMPLE - ' WS-LISTED-NAME
099600             ' NOT READABLE - LEFT OUT OF THE SAMPLE'
099700         ADD 1 TO FILES-UNREADABLE
099800         MOVE 8 TO RETURN-CODE
099900         GO TO 2300-EXIT
100000     END-IF
100100     ADD 1 TO FILES-READ
100200     MOVE 0 TO WS-REC-POS
100300     MOVE SPACES TO WS-SOURCE-HEADER
100400     MOVE 'N' TO SW-HDR-SEEN
100500     MOVE 'N' TO SW-SRC-EOF
100600     PERFORM UNTIL SRC-EOF-FLAG
100700         READ SOURCE-FILE INTO WS-SOURCE-REC
100800             AT END
100900                 MOVE 'Y' TO SW-SRC-EOF
101000             NOT AT END
101100                 ADD 1 TO WS-REC-POS
101200                 PERFORM 2350-NOTE-ONE-RECORD THRU 2350-EXIT
101300         END-READ
101400     END-PERFORM
101500     CLOSE SOURCE-FILE.
101600 2300-EXIT.
101700     EXIT.
101800
101900*-----------------------------------------------------------*
102000 2350-NOTE-ONE-RECORD.
102100*-----------------------------------------------------------*
102200     IF WS-REC-POS = 1
102300         MOVE WS-SOURCE-REC TO WS-SOURCE-HEADER
102400     END-IF
102500     EVALUATE TRUE
102600         WHEN WS-REC-POS = 1 AND SH-REC-TYPE = 'S'
102700             AND SH-BIZDATE IS NUMERIC AND SH-SEQ IS NUMERIC
102800             MOVE 'Y' TO SW-HDR-SEEN
102900             GO TO 2350-EXIT
103000         WHEN (WS-REC-POS = 1 OR (WS-REC-POS = 2 AND HDR-SEEN))
103100             AND CV-REC-TYPE = 'H' AND CV-DIGITS IS NUMERIC
103200             GO TO 2350-EXIT
103300         WHEN CV-REC-TYPE = 'T' AND CV-DIGITS IS NUMERIC
103400             GO TO 2350-EXIT
103500     END-EVALUATE
103600     ADD 1 TO DATA-RECORDS
103700     PERFORM 2360-TAKE-OUT-REJECTION
103800     IF RECORD-EXCLUDED
103900         ADD 1 TO RECORDS-EXCLUDED
104000         GO TO 2350-EXIT
104100     END-IF
104200     IF XR-VALUE IS NOT NUMERIC
104300         ADD 1 TO RECORDS-UNUSABLE
104400         GO TO 2350-EXIT
104500     END-IF
104600     PERFORM 2400-ADD-TO-STRATUM THRU 2400-EXIT.
104700 2350-EXIT.
104800     EXIT.
104900
105000*-----------------------------------------------------------*
105100* 2360-TAKE-OUT-REJECTION - A RECORD MATCHING A REJECTION    *
105200* STILL UNCLAIMED FOR ITS FILE USES THAT REJECTION UP.       *
105300*-----------------------------------------------------------*
105400 2360-TAKE-OUT-REJECTION.
105500*-----------------------------------------------------------*
105600     MOVE 'N' TO SW-EXCLUDED
105700     MOVE 0 TO RJ-FOUND-NDX
105800     PERFORM 2370-MATCH-UNCLAIMED
105900         VARYING RJ-NDX FROM 1 BY 1
106000             UNTIL RJ-NDX > REJ-TABLE-COUNT
106100                 OR RJ-FOUND-NDX > 0
106200     IF RJ-FOUND-NDX > 0
106300         SUBTRACT 1 FROM RJ-COUNT(RJ-FOUND-NDX)
106400         MOVE 'Y' TO SW-EXCLUDED
106500     END-IF.
106600
106700*-----------------------------------------------------------*
106800 2370-MATCH-UNCLAIMED.
106900*-----------------------------------------------------------*
107000     IF RJ-COUNT(RJ-NDX) > 0
107100         AND RJ-FILENAME(RJ-NDX) = WS-LISTED-NAME
107200         AND RJ-RAW-TEXT(RJ-NDX) = WS-SOURCE-REC
107300         MOVE RJ-NDX TO RJ-FOUND-NDX
107400     END-IF.
107500
107600*-----------------------------------------------------------*
107700* 2400-ADD-TO-STRATUM - COUNT THE RECORD INTO ITS CATEGORY,  *
107800* DRAW ITS UNIFORM AND WRITE IT AS A CANDIDATE.  U IS NEVER  *
107900* ZERO, SO THE PRIORITY VALUE / U IS ALWAYS DEFINED.         *
108000*-----------------------------------------------------------*
108100 2400-ADD-TO-STRATUM.
108200*-----------------------------------------------------------*
108300     MOVE 0 TO SM-FOUND-NDX
108400     PERFORM 2410-MATCH-ONE-STRATUM
108500         VARYING SM-NDX FROM 1 BY 1
108600             UNTIL SM-NDX > STRAT-TABLE-COUNT
108700                 OR SM-FOUND-NDX > 0
108800     IF SM-FOUND-NDX = 0
108900         IF STRAT-TABLE-COUNT >= MAX-STRAT-ENTRIES
109000             DISPLAY 'AUDSAMPLE - CATEGORY TABLE FULL AT '
109100                 MAX-STRAT-ENTRIES ' - [' XR-CATEGORY
109200                 '] LEFT OUT OF THE SAMPLE'
109300             ADD 1 TO RECORDS-UNUSABLE
109400             MOVE 8 TO RETURN-CODE
109500             GO TO 2400-EXIT
109600         END-IF
109700         ADD 1 TO STRAT-TABLE-COUNT
109800         MOVE STRAT-TABLE-COUNT TO SM-FOUND-NDX
109900         MOVE XR-CATEGORY TO SM-CATEGORY(SM-FOUND-NDX)
110000         MOVE 0 TO SM-ACCEPTED(SM-FOUND-NDX)
110100         MOVE 0 TO SM-SIZE(SM-FOUND-NDX)
110200         MOVE 0 TO SM-TAKEN(SM-FOUND-NDX)
110300         MOVE 0 TO SM-ACC-VALUE(SM-FOUND-NDX)
110400         MOVE 0 TO SM-SAMP-VALUE(SM-FOUND-NDX)
110500     END-IF
110600     ADD 1 TO RECORDS-ACCEPTED
110700     ADD 1 TO SM-ACCEPTED(SM-FOUND-NDX)
110800     ADD XR-VALUE TO SM-ACC-VALUE(SM-FOUND-NDX)
110900     COMPUTE RAND-INT = FUNCTION RANDOM * 1000000
111000     COMPUTE WS-UNIFORM = (RAND-INT + 1) / 1000000
111100     ADD 1 TO WS-READ-ORDER
111200     MOVE SPACES TO WS-CAND-REC
111300     MOVE XR-CATEGORY TO CR-CATEGORY
111400     COMPUTE CR-PRIORITY = XR-VALUE / WS-UNIFORM
111500     MOVE WS-READ-ORDER TO CR-ORDER
111600     MOVE WS-LISTED-NAME TO CR-FILENAME
111700     MOVE WS-REC-POS TO CR-POSITION
111800     MOVE WS-SOURCE-REC TO CR-RAW-TEXT
111900     MOVE WS-SOURCE-HEADER TO CR-FILE-HEADER
112000     MOVE WS-CAND-REC TO CANDWORK-RECORD
112100     WRITE CANDWORK-RECORD.
112200 2400-EXIT.
112300     EXIT.
112400
112500*-----------------------------------------------------------*
112600 2410-MATCH-ONE-STRATUM.
112700*-----------------------------------------------------------*
112800     IF SM-CATEGORY(SM-NDX) = XR-CATEGORY
112900         MOVE SM-NDX TO SM-FOUND-NDX
113000     END-IF.
113100
113200*-----------------------------------------------------------*
113300* 3000-DRAW-SAMPLE - SIZE EACH STRATUM AND RECORD THE DRAW   *
113400* ON THE LEDGER BEFORE ANY LINE IS REGISTERED, SO A DRAW     *
113500* INTERRUPTED PART-WAY IS REPEATED WITH THE SAME SEED.  THEN *
113600* THE TOP CANDIDATES OF EACH CATEGORY ARE TAKEN.             *
113700*-----------------------------------------------------------*
113800 3000-DRAW-SAMPLE.
113900*-----------------------------------------------------------*
114000     MOVE 0 TO RECORDS-SAMPLED
114100     PERFORM 3100-SIZE-ONE-STRATUM
114200         VARYING SM-NDX FROM 1 BY 1
114300             UNTIL SM-NDX > STRAT-TABLE-COUNT
114400     IF LEDGER-FOUND
114500         IF RECORDS-ACCEPTED NOT = WS-LEDGER-POPULATION
114600             OR RECORDS-SAMPLED NOT = WS-LEDGER-SAMPLED
114700             MOVE 'SECOND DRAW DIFFERS FROM THE FIRST - '
114800                 TO SEC-TEXT
114900             MOVE 'REGISTER KEEPS THE FIRST DRAW'
115000                 TO SEC-TEXT(38:43)
115100             MOVE WS-SECTION-LINE TO REPORT-RECORD
115200             WRITE REPORT-RECORD
115300             IF RETURN-CODE < 4
115400                 MOVE 4 TO RETURN-CODE
115500             END-IF
115600         END-IF
115700     ELSE
115800         PERFORM 3200-RECORD-SEEDCAT
115900     END-IF
116000     SORT CANDSORT-FILE
116100         ON ASCENDING KEY SRT-CATEGORY
116200         ON DESCENDING KEY SRT-PRIORITY
116300         ON ASCENDING KEY SRT-ORDER
116400         USING CANDWORK-FILE
116500         GIVING CANDSORTED-FILE
116600     OPEN OUTPUT SAMPLE-FILE
116700     PERFORM 3300-WRITE-SAMPLE-HEADER
116800     IF NOT ALREADY-REGISTERED
116900         OPEN EXTEND REGISTER-FILE
117000         IF WS-FS-REGISTER NOT = '00'
117100             OPEN OUTPUT REGISTER-FILE
117200         END-IF
117300     END-IF
117400     OPEN INPUT CANDSORTED-FILE
117500     MOVE 0 TO WS-SAMPLE-LINE-NO
117600     PERFORM UNTIL CAND-EOF-FLAG
117700         READ CANDSORTED-FILE INTO WS-CAND-REC
117800             AT END
117900                 MOVE 'Y' TO SW-CAND-EOF
118000             NOT AT END
118100                 PERFORM 3400-TAKE-ONE-CANDIDATE THRU 3400-EXIT
118200         END-READ
118300     END-PERFORM
118400     CLOSE CANDSORTED-FILE
118500     CLOSE SAMPLE-FILE
118600     IF NOT ALREADY-REGISTERED
118700         CLOSE REGISTER-FILE
118800     END-IF.
118900 3000-EXIT.
119000     EXIT.
119100
119200*-----------------------------------------------------------*
119300* 3100-SIZE-ONE-STRATUM - AUDRATE PERCENT ROUNDED UP, HELD   *
119400* BETWEEN AUDMIN AND AUDMAX, NEVER MORE THAN THE STRATUM.    *
119500*-----------------------------------------------------------*
119600 3100-SIZE-ONE-STRATUM.
119700*-----------------------------------------------------------*
119800     COMPUTE WS-RATE-WORK =
119900         SM-ACCEPTED(SM-NDX) * WS-AUD-RATE / 100
120000     MOVE WS-RATE-WORK TO WS-SIZE-WORK
120100     IF WS-RATE-WORK > WS-SIZE-WORK
120200         ADD 1 TO WS-SIZE-WORK
120300     END-IF
120400     IF WS-SIZE-WORK < WS-AUD-MIN
120500         MOVE WS-AUD-MIN TO WS-SIZE-WORK
120600     END-IF
120700     IF WS-SIZE-WORK > WS-AUD-MAX
120800         MOVE WS-AUD-MAX TO WS-SIZE-WORK
120900     END-IF
121000     IF WS-SIZE-WORK > SM-ACCEPTED(SM-NDX)
121100         MOVE SM-ACCEPTED(SM-NDX) TO WS-SIZE-WORK
121200     END-IF
121300     MOVE WS-SIZE-WORK TO SM-SIZE(SM-NDX)
121400     ADD WS-SIZE-WORK TO RECORDS-SAMPLED.
121500
121600*-----------------------------------------------------------*
121700* 3200-RECORD-SEEDCAT - APPEND THE NIGHT'S LEDGER ENTRY SO   *
121800* THE SAME SAMPLE CAN BE DRAWN AGAIN.  A MISSING LEDGER IS   *
121900* STARTED FRESH.                                             *
122000*-----------------------------------------------------------*
122100 3200-RECORD-SEEDCAT.
122200*-----------------------------------------------------------*
122300     OPEN EXTEND SEEDCAT-FILE
122400     IF WS-FS-SEEDCAT NOT = '00'
122500         OPEN OUTPUT SEEDCAT-FILE
122600     END-IF
122700     MOVE SPACES TO WS-SEEDCAT-REC
122800     MOVE WS-SAMPLE-DATE TO ASC-SAMPLE-DATE
122900     MOVE SEED TO ASC-SEED
123000     MOVE WS-AUD-RATE TO ASC-RATE
123100     MOVE WS-AUD-MIN TO ASC-MIN
123200     MOVE WS-AUD-MAX TO ASC-MAX
123300     MOVE RECORDS-ACCEPTED TO ASC-POPULATION
123400     MOVE RECORDS-SAMPLED TO ASC-SAMPLED
123500     MOVE STRAT-TABLE-COUNT TO ASC-STRATA
123600     MOVE WS-RUN-DATE TO ASC-DRAWN-DATE
123700     MOVE WS-RUN-TIME(1:6) TO ASC-DRAWN-TIME
123800     MOVE WS-SEEDCAT-REC TO SEEDCAT-RECORD
123900     WRITE SEEDCAT-RECORD
124000     CLOSE SEEDCAT-FILE.
124100
124200*-----------------------------------------------------------*
124300 3300-WRITE-SAMPLE-HEADER.
124400*-----------------------------------------------------------*
124500     MOVE SPACES TO SAMPLE-RECORD
124600     STRING 'SAMPLE-DATE,LINE,CATEGORY,VALUE,WEIGHT,'
124700         DELIMITED BY SIZE
124800         'SOURCE-FILE,RECORD-POS,STRATUM-ACCEPTED,'
124900         DELIMITED BY SIZE
125000         'STRATUM-SAMPLED,TICK,AUDITOR,TICK-DATE,CHECK'
125100         DELIMITED BY SIZE
125200         INTO SAMPLE-RECORD
125300     END-STRING
125400     WRITE SAMPLE-RECORD.
125500
125600*-----------------------------------------------------------*
125700* 3400-TAKE-ONE-CANDIDATE - THE CANDIDATE IS SAMPLED WHILE   *
125800* ITS STRATUM STILL HAS ROOM.                                *
125900*-----------------------------------------------------------*
126000 3400-TAKE-ONE-CANDIDATE.
126100*-----------------------------------------------------------*
126200     MOVE CR-CATEGORY TO XR-CATEGORY
126300     MOVE 0 TO SM-FOUND-NDX
126400     PERFORM 2410-MATCH-ONE-STRATUM
126500         VARYING SM-NDX FROM 1 BY 1
126600             UNTIL SM-NDX > STRAT-TABLE-COUNT
126700                 OR SM-FOUND-NDX > 0
126800     IF SM-FOUND-NDX = 0
126900         GO TO 3400-EXIT
127000     END-IF
127100     IF SM-TAKEN(SM-FOUND-NDX) >= SM-SIZE(SM-FOUND-NDX)
127200         GO TO 3400-EXIT
127300     END-IF
127400     ADD 1 TO SM-TAKEN(SM-FOUND-NDX)
127500     ADD 1 TO WS-SAMPLE-LINE-NO
127600     MOVE SPACES TO WS-REGISTER-REC
127700     MOVE WS-SAMPLE-DATE TO ASR-SAMPLE-DATE
127800     MOVE WS-SAMPLE-LINE-NO TO ASR-LINE
127900     MOVE CR-CATEGORY TO ASR-CATEGORY
128000     MOVE CR-RAW-TEXT TO ASR-RAW-TEXT
128100     MOVE CR-FILENAME TO ASR-FILENAME
128200     MOVE CR-POSITION TO ASR-POSITION
128300     MOVE CR-FILE-HEADER TO ASR-FILE-HEADER
128400     MOVE SM-ACCEPTED(SM-FOUND-NDX) TO ASR-STRAT-ACCEPTED
128500     MOVE SM-SIZE(SM-FOUND-NDX) TO ASR-STRAT-SAMPLED
128600     ADD ASR-VALUE TO SM-SAMP-VALUE(SM-FOUND-NDX)
128700     MOVE SPACES TO WS-CHECK-CODE
128800     PERFORM 3500-WRITE-SAMPLE-ROW
128900     IF NOT ALREADY-REGISTERED
129000         MOVE WS-REGISTER-REC TO REGISTER-RECORD
129100         WRITE REGISTER-RECORD
129200         ADD 1 TO ROWS-REGISTERED
129300     END-IF.
129400 3400-EXIT.
129500     EXIT.
129600
129700*-----------------------------------------------------------*
129800* 3500-WRITE-SAMPLE-ROW - ONE EXTRACT ROW FROM THE REGISTER  *
129900* ROW IN WS-REGISTER-REC, WITH WS-CHECK-CODE FOR A REDRAW.   *
130000*-----------------------------------------------------------*
130100 3500-WRITE-SAMPLE-ROW.
130200*-----------------------------------------------------------*
130300     MOVE ASR-LINE TO EXT-LINE-ED
130400     IF ASR-VALUE IS NUMERIC
130500         MOVE ASR-VALUE TO EXT-VALUE-ED
130600     ELSE
130700         MOVE 0 TO EXT-VALUE-ED
130800     END-IF
130900     MOVE ASR-POSITION TO EXT-POSITION-ED
131000     MOVE ASR-STRAT-ACCEPTED TO EXT-ACCEPTED-ED
131100     MOVE ASR-STRAT-SAMPLED TO EXT-SAMPLED-ED
131200     MOVE SPACES TO SAMPLE-RECORD
131300     STRING ASR-SAMPLE-DATE DELIMITED BY SIZE
131400         ',' DELIMITED BY SIZE
131500         EXT-LINE-ED DELIMITED BY SIZE
131600         ',' DELIMITED BY SIZE
131700         ASR-CATEGORY DELIMITED BY SPACE
131800         ',' DELIMITED BY SIZE
131900         EXT-VALUE-ED DELIMITED BY SIZE
132000         ',' DELIMITED BY SIZE
132100         ASR-WEIGHT-RAW DELIMITED BY SPACE
132200         ',' DELIMITED BY SIZE
132300         ASR-FILENAME DELIMITED BY SPACE
132400         ',' DELIMITED BY SIZE
132500         EXT-POSITION-ED DELIMITED BY SIZE
132600         ',' DELIMITED BY SIZE
132700         EXT-ACCEPTED-ED DELIMITED BY SIZE
132800         ',' DELIMITED BY SIZE
132900         EXT-SAMPLED-ED DELIMITED BY SIZE
133000         ',' DELIMITED BY SIZE
133100         ASR-TICK DELIMITED BY SPACE
133200         ',' DELIMITED BY SIZE
133300         ASR-AUDITOR DELIMITED BY SPACE
133400         ',' DELIMITED BY SIZE
133500         ASR-TICK-DATE DELIMITED BY SPACE
133600         ',' DELIMITED BY SIZE
133700         WS-CHECK-CODE DELIMITED BY SPACE
133800         INTO SAMPLE-RECORD
133900     END-STRING
134000     WRITE SAMPLE-RECORD.
134100
134200*-----------------------------------------------------------*
134300* 4000-WRITE-DRAW-TOTALS - ONE LINE PER STRATUM, THEN THE    *
134400* POPULATION COUNTS.                                         *
134500*-----------------------------------------------------------*
134600 4000-WRITE-DRAW-TOTALS.
134700*-----------------------------------------------------------*
134800     MOVE SPACES TO REPORT-RECORD
134900     WRITE REPORT-RECORD
135000     MOVE WS-STRAT-COLUMNS TO REPORT-RECORD
135100     WRITE REPORT-RECORD
135200     MOVE 0 TO WS-TOTAL-ACC-VALUE
135300     MOVE 0 TO WS-TOTAL-SAMP-VALUE
135400     PERFORM 4100-WRITE-ONE-STRATUM
135500         VARYING SM-NDX FROM 1 BY 1
135600             UNTIL SM-NDX > STRAT-TABLE-COUNT
135700     MOVE 'ALL ' TO STL-CATEGORY
135800     MOVE RECORDS-ACCEPTED TO STL-ACCEPTED
135900     MOVE WS-SAMPLE-LINE-NO TO STL-SAMPLED
136000     MOVE WS-TOTAL-ACC-VALUE TO STL-ACC-VALUE
136100     MOVE WS-TOTAL-SAMP-VALUE TO STL-SAMP-VALUE
136200     MOVE 0 TO WS-COVER-WORK
136300     IF WS-TOTAL-ACC-VALUE > 0
136400         COMPUTE WS-COVER-WORK ROUNDED =
136500             WS-TOTAL-SAMP-VALUE * 100 / WS-TOTAL-ACC-VALUE
136600     END-IF
136700     MOVE WS-COVER-WORK TO STL-COVER
136800     MOVE WS-STRAT-LINE TO REPORT-RECORD
136900     WRITE REPORT-RECORD
137000     MOVE SPACES TO REPORT-RECORD
137100     WRITE REPORT-RECORD
137200     MOVE 'FILES READ' TO TTL-LABEL
137300     MOVE FILES-READ TO TTL-COUNT
137400     PERFORM 8100-WRITE-ONE-TOTAL
137500     MOVE 'FILES NOT READABLE' TO TTL-LABEL
137600     MOVE FILES-UNREADABLE TO TTL-COUNT
137700     PERFORM 8100-WRITE-ONE-TOTAL
137800     MOVE 'DATA RECORDS READ' TO TTL-LABEL
137900     MOVE DATA-RECORDS TO TTL-COUNT
138000     PERFORM 8100-WRITE-ONE-TOTAL
138100     MOVE 'REJECTED BY AVERAGE' TO TTL-LABEL
138200     MOVE RECORDS-EXCLUDED TO TTL-COUNT
138300     PERFORM 8100-WRITE-ONE-TOTAL
138400     MOVE 'NOT USABLE' TO TTL-LABEL
138500     MOVE RECORDS-UNUSABLE TO TTL-COUNT
138600     PERFORM 8100-WRITE-ONE-TOTAL
138700     MOVE 'ACCEPTED (POPULATION)' TO TTL-LABEL
138800     MOVE RECORDS-ACCEPTED TO TTL-COUNT
138900     PERFORM 8100-WRITE-ONE-TOTAL
139000     MOVE 'SAMPLED' TO TTL-LABEL
139100     MOVE WS-SAMPLE-LINE-NO TO TTL-COUNT
139200     PERFORM 8100-WRITE-ONE-TOTAL
139300     MOVE 'ADDED TO THE SAMPLE REGISTER' TO TTL-LABEL
139400     MOVE ROWS-REGISTERED TO TTL-COUNT
139500     PERFORM 8100-WRITE-ONE-TOTAL
139600     IF ALREADY-REGISTERED
139700         MOVE 'SAMPLE ALREADY ON THE REGISTER - REGISTER LEFT '
139800             TO SEC-TEXT
139900         MOVE 'AS IT WAS' TO SEC-TEXT(48:9)
140000         MOVE WS-SECTION-LINE TO REPORT-RECORD
140100         WRITE REPORT-RECORD
140200     END-IF
140300     DISPLAY 'AUDSAMPLE - ' WS-SAMPLE-LINE-NO ' OF '
140400         RECORDS-ACCEPTED ' ACCEPTED RECORD(S) SAMPLED, SEED '
140500         SEED.
140600
140700*-----------------------------------------------------------*
140800 4100-WRITE-ONE-STRATUM.
140900*-----------------------------------------------------------*
141000     MOVE SM-CATEGORY(SM-NDX) TO STL-CATEGORY
141100     MOVE SM-ACCEPTED(SM-NDX) TO STL-ACCEPTED
141200     MOVE SM-TAKEN(SM-NDX) TO STL-SAMPLED
141300     MOVE SM-ACC-VALUE(SM-NDX) TO STL-ACC-VALUE
141400     MOVE SM-SAMP-VALUE(SM-NDX) TO STL-SAMP-VALUE
141500     MOVE 0 TO WS-COVER-WORK
141600     IF SM-ACC-VALUE(SM-NDX) > 0
141700         COMPUTE WS-COVER-WORK ROUNDED =
141800             SM-SAMP-VALUE(SM-NDX) * 100 / SM-ACC-VALUE(SM-NDX)
141900     END-IF
142000     MOVE WS-COVER-WORK TO STL-COVER
142100     ADD SM-ACC-VALUE(SM-NDX) TO WS-TOTAL-ACC-VALUE
142200     ADD SM-SAMP-VALUE(SM-NDX) TO WS-TOTAL-SAMP-VALUE
142300     MOVE WS-STRAT-LINE TO REPORT-RECORD
142400     WRITE REPORT-RECORD.
142500
142600*-----------------------------------------------------------*
142700* 5000-REDRAW-SAMPLE - THE SAMPLE DATE'S REGISTER ROWS, EACH *
142800* CHECKED AGAINST ITS SOURCE FILE WHERE THE FILE STILL       *
142900* EXISTS:                                                    *
143000*   VERIFIED     SAME FILE, SAME RECORD AT THE POSITION      *
143100*   CHANGED      SAME FILE, DIFFERENT RECORD AT THE POSITION *
143200*   REPLACED     THE FILE NOW STARTS WITH A DIFFERENT FIRST  *
143300*                RECORD - A LATER GENERATION OR RESEND       *
143400*   MISSING      SAME FILE, BUT SHORTER THAN THE POSITION    *
143500*   UNAVAILABLE  THE FILE CANNOT BE OPENED                   *
143600*-----------------------------------------------------------*
143700 5000-REDRAW-SAMPLE.
143800*-----------------------------------------------------------*
143900     OPEN INPUT REGISTER-FILE
144000     IF WS-FS-REGISTER NOT = '00'
144100         DISPLAY 'AUDSAMPLE ABORTED - AUDSAMPREG.TXT NOT FOUND, '
144200             'STATUS ' WS-FS-REGISTER
144300         MOVE 'SAMPLE REGISTER AUDSAMPREG.TXT NOT FOUND'
144400             TO SEC-TEXT
144500         MOVE WS-SECTION-LINE TO REPORT-RECORD
144600         WRITE REPORT-RECORD
144700         MOVE 16 TO RETURN-CODE
144800         GO TO 9999-TERMINATE
144900     END-IF
145000     OPEN OUTPUT SAMPLE-FILE
145100     PERFORM 3300-WRITE-SAMPLE-HEADER
145200     MOVE SPACES TO REPORT-RECORD
145300     WRITE REPORT-RECORD
145400     MOVE WS-REDRAW-COLUMNS TO REPORT-RECORD
145500     WRITE REPORT-RECORD
145600     PERFORM UNTIL REG-EOF-FLAG
145700         READ REGISTER-FILE INTO WS-REGISTER-REC
145800             AT END
145900                 MOVE 'Y' TO SW-REG-EOF
146000             NOT AT END
146100                 IF ASR-SAMPLE-DATE = WS-SAMPLE-DATE
146200                     PERFORM 5100-REDRAW-ONE-LINE THRU 5100-EXIT
146300                 END-IF
146400         END-READ
146500     END-PERFORM
146600     CLOSE REGISTER-FILE
146700     CLOSE SAMPLE-FILE
146800     MOVE SPACES TO REPORT-RECORD
146900     WRITE REPORT-RECORD
147000     MOVE 'SAMPLE LINES REDRAWN' TO TTL-LABEL
147100     MOVE LINES-REDRAWN TO TTL-COUNT
147200     PERFORM 8100-WRITE-ONE-TOTAL
147300     MOVE 'VERIFIED AGAINST THE SOURCE' TO TTL-LABEL
147400     MOVE LINES-VERIFIED TO TTL-COUNT
147500     PERFORM 8100-WRITE-ONE-TOTAL
147600     IF LINES-REDRAWN = 0
147700         DISPLAY 'AUDSAMPLE - NO REGISTER ROWS FOR '
147800             WS-SAMPLE-DATE
147900         MOVE 8 TO RETURN-CODE
148000         GO TO 5000-EXIT
148100     END-IF
148200     IF LINES-VERIFIED < LINES-REDRAWN AND RETURN-CODE < 4
148300         MOVE 4 TO RETURN-CODE
148400     END-IF
148500     DISPLAY 'AUDSAMPLE - ' LINES-REDRAWN ' SAMPLE LINE(S) FOR '
148600         WS-SAMPLE-DATE ' REDRAWN, ' LINES-VERIFIED
148700         ' VERIFIED'.
148800 5000-EXIT.
148900     EXIT.
149000
149100*-----------------------------------------------------------*
149200 5100-REDRAW-ONE-LINE.
149300*-----------------------------------------------------------*
149400     ADD 1 TO LINES-REDRAWN
149500     PERFORM 5200-CHECK-SOURCE THRU 5200-EXIT
149600     IF WS-CHECK-CODE = 'VERIFIED'
149700         ADD 1 TO LINES-VERIFIED
149800     END-IF
149900     PERFORM 3500-WRITE-SAMPLE-ROW
150000     MOVE ASR-LINE TO RDL-LINE
150100     MOVE ASR-CATEGORY TO RDL-CATEGORY
150200     IF ASR-VALUE IS NUMERIC
150300         MOVE ASR-VALUE TO RDL-VALUE
150400     ELSE
150500         MOVE 0 TO RDL-VALUE
150600     END-IF
150700     MOVE ASR-FILENAME TO RDL-FILENAME
150800     MOVE ASR-POSITION TO RDL-POSITION
150900     MOVE WS-CHECK-CODE TO RDL-CHECK
151000     MOVE ASR-TICK TO RDL-TICK
151100     MOVE ASR-AUDITOR TO RDL-AUDITOR
151200     MOVE ASR-TICK-DATE TO RDL-TICK-DATE
151300     MOVE WS-REDRAW-LINE TO REPORT-RECORD
151400     WRITE REPORT-RECORD.
151500 5100-EXIT.
151600     EXIT.
151700
151800*-----------------------------------------------------------*
151900 5200-CHECK-SOURCE.
152000*-----------------------------------------------------------*
152100     MOVE ASR-FILENAME TO WS-LISTED-NAME
152200     PERFORM 2200-OPEN-SOURCE THRU 2200-EXIT
152300     IF NOT SOURCE-OPEN
152400         MOVE 'UNAVAILABLE' TO WS-CHECK-CODE
152500         GO TO 5200-EXIT
152600     END-IF
152700     MOVE 0 TO WS-REC-POS
152800     MOVE SPACES TO WS-SOURCE-HEADER
152900     MOVE SPACES TO WS-SOURCE-REC
153000     MOVE 'N' TO SW-SRC-EOF
153100     PERFORM 5250-READ-ONE-SOURCE
153200         UNTIL SRC-EOF-FLAG OR WS-REC-POS >= ASR-POSITION
153300     CLOSE SOURCE-FILE
153400     EVALUATE TRUE
153500         WHEN WS-SOURCE-HEADER NOT = ASR-FILE-HEADER
153600             MOVE 'REPLACED' TO WS-CHECK-CODE
153700         WHEN WS-REC-POS < ASR-POSITION
153800             MOVE 'MISSING' TO WS-CHECK-CODE
153900         WHEN WS-SOURCE-REC NOT = ASR-RAW-TEXT
154000             MOVE 'CHANGED' TO WS-CHECK-CODE
154100         WHEN OTHER
154200             MOVE 'VERIFIED' TO WS-CHECK-CODE
154300     END-EVALUATE.
154400 5200-EXIT.
154500     EXIT.
154600
154700*-----------------------------------------------------------*
154800 5250-READ-ONE-SOURCE.
154900*-----------------------------------------------------------*
155000     READ SOURCE-FILE INTO WS-SOURCE-REC
155100         AT END
155200             MOVE 'Y' TO SW-SRC-EOF
155300         NOT AT END
155400             ADD 1 TO WS-REC-POS
155500             IF WS-REC-POS = 1
155600                 MOVE WS-SOURCE-REC TO WS-SOURCE-HEADER
155700             END-IF
155800     END-READ.
155900
156000*-----------------------------------------------------------*
156100* 6000-POST-TICKS - LOAD AND CHECK THE TICK-MARKS, COPY THE  *
156200* REGISTER TO ITS WORK FILE WITH THE TICKS APPLIED, THEN     *
156300* COPY IT BACK.  A WORK FILE THAT CANNOT BE WRITTEN IN FULL  *
156310* STOPS THE RUN BEFORE THE REGISTER IS TOUCHED.              *
156400*-----------------------------------------------------------*
156500 6000-POST-TICKS.
156600*-----------------------------------------------------------*
156700     OPEN INPUT TICK-FILE
156800     IF WS-FS-TICK NOT = '00'
156900         DISPLAY 'AUDSAMPLE ABORTED - AUDTICK.TXT NOT FOUND, '
157000             'STATUS ' WS-FS-TICK
157100         MOVE 'TICK FILE AUDTICK.TXT NOT FOUND' TO SEC-TEXT
157200         MOVE WS-SECTION-LINE TO REPORT-RECORD
157300         WRITE REPORT-RECORD
157400         MOVE 16 TO RETURN-CODE
157500         GO TO 9999-TERMINATE
157600     END-IF
157700     PERFORM UNTIL TICK-EOF-FLAG
157800         READ TICK-FILE INTO WS-TICK-REC
157900             AT END
158000                 MOVE 'Y' TO SW-TICK-EOF
158100             NOT AT END
158200                 IF WS-TICK-REC NOT = SPACES
158300                     PERFORM 6100-LOAD-ONE-TICK THRU 6100-EXIT
158400                 END-IF
158500         END-READ
158600     END-PERFORM
158700     CLOSE TICK-FILE
158800     OPEN INPUT REGISTER-FILE
158900     IF WS-FS-REGISTER NOT = '00'
159000         DISPLAY 'AUDSAMPLE ABORTED - AUDSAMPREG.TXT NOT FOUND, '
159100             'STATUS ' WS-FS-REGISTER
159200         MOVE 'SAMPLE REGISTER AUDSAMPREG.TXT NOT FOUND'
159300             TO SEC-TEXT
159400         MOVE WS-SECTION-LINE TO REPORT-RECORD
159500         WRITE REPORT-RECORD
159600         MOVE 16 TO RETURN-CODE
159700         GO TO 9999-TERMINATE
159800     END-IF
159900     OPEN OUTPUT REGWORK-FILE
159910     IF WS-FS-REGWORK NOT = '00'
159920         DISPLAY 'AUDSAMPLE ABORTED - CANNOT WRITE '
159930             'AUDSAMPREG.WRK, STATUS ' WS-FS-REGWORK
159940         MOVE 'REGISTER WORK FILE NOT WRITTEN - NO TICKS POSTED'
159950             TO SEC-TEXT
159960         MOVE WS-SECTION-LINE TO REPORT-RECORD
159970         WRITE REPORT-RECORD
159980         CLOSE REGISTER-FILE
159990         MOVE 16 TO RETURN-CODE
159995         GO TO 9999-TERMINATE
159998     END-IF
160000     PERFORM UNTIL REG-EOF-FLAG
160100         READ REGISTER-FILE INTO WS-REGISTER-REC
160200             AT END
160300                 MOVE 'Y' TO SW-REG-EOF
160400             NOT AT END
160500                 PERFORM 6200-APPLY-TICKS THRU 6200-EXIT
160600                     VARYING TK-NDX FROM 1 BY 1
160700                         UNTIL TK-NDX > TICK-TABLE-COUNT
160800                 MOVE WS-REGISTER-REC TO REGWORK-RECORD
160900                 WRITE REGWORK-RECORD
160910                 IF WS-FS-REGWORK NOT = '00'
160920                     PERFORM 6050-ABANDON-WORK-FILE
160930                 END-IF
161000         END-READ
161100     END-PERFORM
161200     CLOSE REGISTER-FILE
161300     CLOSE REGWORK-FILE
161400     PERFORM 6300-REPLACE-REGISTER
161500     PERFORM 6400-WRITE-TICK-RESULTS.
161600 6000-EXIT.
161700     EXIT.
161705
161710*-----------------------------------------------------------*
161715* 6050-ABANDON-WORK-FILE - A WRITE TO AUDSAMPREG.WRK FAILED. *
161720* THE WORK FILE IS INCOMPLETE, SO THE REGISTER IS LEFT AS IT *
161725* WAS AND THE RUN STOPS.                                     *
161730*-----------------------------------------------------------*
161735 6050-ABANDON-WORK-FILE.
161740*-----------------------------------------------------------*
161745     DISPLAY 'AUDSAMPLE ABORTED - WRITE TO AUDSAMPREG.WRK '
161750         'FAILED, STATUS ' WS-FS-REGWORK
161755     MOVE 'REGISTER WORK FILE NOT WRITTEN - NO TICKS POSTED'
161760         TO SEC-TEXT
161765     MOVE WS-SECTION-LINE TO REPORT-RECORD
161770     WRITE REPORT-RECORD
161775     CLOSE REGISTER-FILE
161780     CLOSE REGWORK-FILE
161785     MOVE 16 TO RETURN-CODE
161790     GO TO 9999-TERMINATE.
161800
161900*-----------------------------------------------------------*
162000* 6100-LOAD-ONE-TICK - A TICK NEEDS A NUMERIC SAMPLE DATE    *
162100* AND LINE, A KNOWN TICK CODE, AN AUDITOR, AND A TICK DATE   *
162200* THAT IS BLANK OR NUMERIC.                                  *
162300*-----------------------------------------------------------*
162400 6100-LOAD-ONE-TICK.
162500*-----------------------------------------------------------*
162600     ADD 1 TO TICKS-READ
162700     IF TICK-TABLE-COUNT >= MAX-TICK-ENTRIES
162800         DISPLAY 'AUDSAMPLE - TICK TABLE FULL AT '
162900             MAX-TICK-ENTRIES ' - REST OF AUDTICK.TXT NOT POSTED'
163000         MOVE 8 TO RETURN-CODE
163100         GO TO 6100-EXIT
163200     END-IF
163300     ADD 1 TO TICK-TABLE-COUNT
163400     MOVE TICK-TABLE-COUNT TO TK-NDX
163500     MOVE ATK-SAMPLE-DATE-X TO TK-SAMPLE-DATE(TK-NDX)
163600     MOVE ATK-LINE-X TO TK-LINE(TK-NDX)
163700     MOVE ATK-TICK TO TK-TICK(TK-NDX)
163800     MOVE ATK-AUDITOR TO TK-AUDITOR(TK-NDX)
163900     MOVE ATK-NOTE TO TK-NOTE(TK-NDX)
164000     IF ATK-TICK-DATE-X = SPACES
164100         MOVE WS-RUN-DATE TO TK-TICK-DATE(TK-NDX)
164200     ELSE
164300         MOVE ATK-TICK-DATE-X TO TK-TICK-DATE(TK-NDX)
164400     END-IF
164500     MOVE 'R' TO TK-STATUS(TK-NDX)
164600     EVALUATE TRUE
164700         WHEN ATK-SAMPLE-DATE IS NOT NUMERIC
164800             MOVE 'SAMPLE DATE NOT NUMERIC' TO TK-RESULT(TK-NDX)
164900         WHEN ATK-LINE IS NOT NUMERIC
165000             MOVE 'LINE NUMBER NOT NUMERIC' TO TK-RESULT(TK-NDX)
165100         WHEN NOT ATK-VALID-TICK
165200             MOVE 'TICK NOT A, E, N OR C' TO TK-RESULT(TK-NDX)
165300         WHEN ATK-AUDITOR = SPACES
165400             MOVE 'NO AUDITOR' TO TK-RESULT(TK-NDX)
165500         WHEN ATK-TICK-DATE-X NOT = SPACES
165600             AND ATK-TICK-DATE IS NOT NUMERIC
165700             MOVE 'TICK DATE NOT NUMERIC' TO TK-RESULT(TK-NDX)
165800         WHEN OTHER
165900             MOVE 'V' TO TK-STATUS(TK-NDX)
166000             MOVE 'NO SUCH SAMPLE LINE' TO TK-RESULT(TK-NDX)
166100     END-EVALUATE.
166200 6100-EXIT.
166300     EXIT.
166400
166500*-----------------------------------------------------------*
166600* 6200-APPLY-TICKS - EVERY VALID TICK FOR THE ROW IS APPLIED *
166700* IN FILE ORDER, SO THE LAST ONE STANDS.  'C' CLEARS THE     *
166800* ROW BACK TO OPEN.                                          *
166900*-----------------------------------------------------------*
167000 6200-APPLY-TICKS.
167100*-----------------------------------------------------------*
167200     IF TK-REJECTED(TK-NDX)
167300         OR TK-SAMPLE-DATE(TK-NDX) NOT = ASR-SAMPLE-DATE
167400         OR TK-LINE(TK-NDX) NOT = ASR-LINE
167500         GO TO 6200-EXIT
167600     END-IF
167700     IF TK-TICK(TK-NDX) = 'C'
167800         MOVE SPACES TO ASR-TICK
167900         MOVE SPACES TO ASR-AUDITOR
168000         MOVE SPACES TO ASR-TICK-DATE
168100         MOVE SPACES TO ASR-NOTE
168200         MOVE 'CLEARED' TO TK-RESULT(TK-NDX)
168300     ELSE
168400         MOVE TK-TICK(TK-NDX) TO ASR-TICK
168500         MOVE TK-AUDITOR(TK-NDX) TO ASR-AUDITOR
168600         MOVE TK-TICK-DATE(TK-NDX) TO ASR-TICK-DATE
168700         MOVE TK-NOTE(TK-NDX) TO ASR-NOTE
168800         MOVE 'POSTED' TO TK-RESULT(TK-NDX)
168900     END-IF
169000     MOVE 'P' TO TK-STATUS(TK-NDX).
169100 6200-EXIT.
169200     EXIT.
169300
169400*-----------------------------------------------------------*
169500* 6300-REPLACE-REGISTER - COPY THE TICKED WORK FILE BACK     *
169600* OVER THE REGISTER.  A WORK FILE THAT CANNOT BE READ LEAVES *
169610* THE REGISTER AS IT WAS.                                    *
169700*-----------------------------------------------------------*
169800 6300-REPLACE-REGISTER.
169900*-----------------------------------------------------------*
170000     OPEN INPUT REGWORK-FILE
170010     IF WS-FS-REGWORK NOT = '00'
170020         DISPLAY 'AUDSAMPLE ABORTED - CANNOT READ '
170030             'AUDSAMPREG.WRK, STATUS ' WS-FS-REGWORK
170040             ' - AUDSAMPREG.TXT LEFT AS IT WAS'
170050         MOVE 'REGISTER WORK FILE NOT READ - NO TICKS POSTED'
170060             TO SEC-TEXT
170070         MOVE WS-SECTION-LINE TO REPORT-RECORD
170080         WRITE REPORT-RECORD
170090         MOVE 16 TO RETURN-CODE
170095         GO TO 9999-TERMINATE
170098     END-IF
170100     OPEN OUTPUT REGISTER-FILE
170200     MOVE 'N' TO SW-REG-EOF
170300     PERFORM UNTIL REG-EOF-FLAG
170400         READ REGWORK-FILE
170500             AT END
170600                 MOVE 'Y' TO SW-REG-EOF
170700             NOT AT END
170800                 MOVE REGWORK-RECORD TO REGISTER-RECORD
170900                 WRITE REGISTER-RECORD
171000         END-READ
171100     END-PERFORM
171200     CLOSE REGWORK-FILE
171300     CLOSE REGISTER-FILE.
171400
171500*-----------------------------------------------------------*
171600 6400-WRITE-TICK-RESULTS.
171700*-----------------------------------------------------------*
171800     MOVE SPACES TO REPORT-RECORD
171900     WRITE REPORT-RECORD
172000     MOVE WS-TICK-COLUMNS TO REPORT-RECORD
172100     WRITE REPORT-RECORD
172200     PERFORM 6410-WRITE-ONE-TICK
172300         VARYING TK-NDX FROM 1 BY 1
172400             UNTIL TK-NDX > TICK-TABLE-COUNT
172500     MOVE SPACES TO REPORT-RECORD
172600     WRITE REPORT-RECORD
172700     MOVE 'TICKS READ' TO TTL-LABEL
172800     MOVE TICKS-READ TO TTL-COUNT
172900     PERFORM 8100-WRITE-ONE-TOTAL
173000     MOVE 'TICKS POSTED' TO TTL-LABEL
173100     MOVE TICKS-POSTED TO TTL-COUNT
173200     PERFORM 8100-WRITE-ONE-TOTAL
173300     MOVE 'TICKS REJECTED' TO TTL-LABEL
173400     MOVE TICKS-REJECTED TO TTL-COUNT
173500     PERFORM 8100-WRITE-ONE-TOTAL
173600     MOVE 'TICKS MATCHING NO SAMPLE LINE' TO TTL-LABEL
173700     MOVE TICKS-UNMATCHED TO TTL-COUNT
173800     PERFORM 8100-WRITE-ONE-TOTAL
173900     IF (TICKS-REJECTED > 0 OR TICKS-UNMATCHED > 0)
174000         AND RETURN-CODE < 4
174100         MOVE 4 TO RETURN-CODE
174200     END-IF
174300     DISPLAY 'AUDSAMPLE - ' TICKS-POSTED ' OF ' TICKS-READ
174400         ' TICK(S) POSTED'.
174500
174600*-----------------------------------------------------------*
174700 6410-WRITE-ONE-TICK.
174800*-----------------------------------------------------------*
174900     EVALUATE TRUE
175000         WHEN TK-POSTED(TK-NDX)
175100             ADD 1 TO TICKS-POSTED
175200         WHEN TK-VALID(TK-NDX)
175300             ADD 1 TO TICKS-UNMATCHED
175400         WHEN OTHER
175500             ADD 1 TO TICKS-REJECTED
175600     END-EVALUATE
175700     MOVE TK-SAMPLE-DATE(TK-NDX) TO TKL-DATE
175800     MOVE TK-LINE(TK-NDX) TO TKL-LINE
175900     MOVE TK-TICK(TK-NDX) TO TKL-TICK
176000     MOVE TK-AUDITOR(TK-NDX) TO TKL-AUDITOR
176100     MOVE TK-RESULT(TK-NDX) TO TKL-RESULT
176200     MOVE TK-NOTE(TK-NDX) TO TKL-NOTE
176300     MOVE WS-TICK-LINE TO REPORT-RECORD
176400     WRITE REPORT-RECORD.
176500
176600*-----------------------------------------------------------*
176700 8100-WRITE-ONE-TOTAL.
176800*-----------------------------------------------------------*
176900     MOVE WS-TOTAL-LINE TO REPORT-RECORD
177000     WRITE REPORT-RECORD.
177100
177200*-----------------------------------------------------------*
177300 9999-TERMINATE.
177400*-----------------------------------------------------------*
177500     CLOSE REPORT-FILE
177600     STOP RUN.
