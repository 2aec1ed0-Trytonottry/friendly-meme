000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AVGINTAKE.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  ARRIVAL CONTROL FOR    *
001300*                  THE EXTRACTS AVERAGE READS.  EVERY FILE   *
001400*                  ON THE NIGHT'S ARRIVAL LIST MUST OPEN     *
001500*                  WITH A SUBMITTER HEADER NAMING A          *
001600*                  REGISTERED SUBMITTER, ITS BUSINESS DATE   *
001700*                  AND ITS SEQUENCE NUMBER.  DUPLICATES,     *
001800*                  FILES FOR A CLOSED BUSINESS DATE AND      *
001900*                  FILES WHOSE OWN CONTROL TOTALS DISAGREE   *
002000*                  ARE REJECTED; SEQUENCE GAPS AND FILES     *
002100*                  NOT IN BY THEIR CUT-OFF ARE REPORTED.     *
002200*                  AVGCTL.TXT IS BUILT FROM THE FILES THAT   *
002300*                  PASSED, IN REGISTRY PROCESSING ORDER.     *
002400*-----------------------------------------------------------*
002500*
002600*-----------------------------------------------------------*
002700* SUBMITTER HEADER - FIRST RECORD OF EVERY EXTRACT, IN THE   *
002800* 20-BYTE RECORD AVERAGE READS, AHEAD OF ANY 'H' CONTROL     *
002900* HEADER:                                                    *
003000*   COL  1     'S'                                           *
003100*   COLS 2-6   SUBMITTER ID                                  *
003200*   COLS 7-14  BUSINESS DATE YYYYMMDD                        *
003300*   COLS 15-20 SEQUENCE NUMBER                               *
003400*                                                            *
003500* SUBMITTER REGISTRY (AVGSUBREG.TXT), ONE ROW PER SUBMITTER: *
003600*   COLS 1-5   SUBMITTER ID                                  *
003700*   COL  6     STATUS  'A' ACTIVE, 'I' INACTIVE              *
003800*   COL  7     SEQUENCE  'R' RUNNING ACROSS BUSINESS DATES,  *
003900*                        'D' RESTARTS AT 1 EACH DATE         *
004000*   COL  8     EXPECTED  'D' EVERY NIGHT, 'W' WEEKLY,        *
004100*                        'N' ONLY ON REQUEST                 *
004200*   COL  9     WEEKDAY FOR 'W', 1 = MONDAY .. 7 = SUNDAY     *
004300*   COLS 10-13 CUT-OFF TIME HHMM                             *
004400*   COLS 14-15 PROCESSING ORDER 00-99                        *
004500*   COLS 16-45 SUBMITTER NAME                                *
004600*                                                            *
004700* A BUSINESS DATE IS CLOSED ONCE IT IS MORE THAN INTKDAYS    *
004800* (RUNPARM.TXT, DEFAULT 5) DAYS BEFORE THE RUN DATE, OR IN A *
004900* MONTH BEFORE THE RUN DATE'S (THAT MONTH IS ROLLED UP); A   *
005000* DATE AFTER THE RUN DATE IS NOT YET OPEN.                   *
005100*                                                            *
005200* AVGINTKSEQ.TXT CARRIES EACH SUBMITTER'S SEQUENCE POSITION  *
005300* FROM NIGHT TO NIGHT, WITH UP TO 10 SEQUENCE NUMBERS STILL  *
005400* MISSING.  A MISSING FILE IS WRITTEN OFF WHEN ITS BUSINESS  *
005500* DATE CLOSES.                                               *
005600*                                                            *
005700* A FILE ACCEPTED EARLIER THE SAME DAY (A RERUN OF THE       *
005800* NIGHT) IS QUEUED AGAIN; ONE ACCEPTED ON AN EARLIER NIGHT   *
005900* AND STILL ON THE LIST IS SKIPPED.  NEITHER IS RE-LOGGED.   *
006000*                                                            *
006100* RETURN-CODE 4 - A FILE REJECTED, A SEQUENCE GAP, OR AN     *
006200*                 EXPECTED FILE NOT IN BY ITS CUT-OFF        *
006300* RETURN-CODE 8 - A TABLE OVERFLOWED                         *
006400* RETURN-CODE 16 - NO REGISTRY OR NO ARRIVAL LIST            *
006500*-----------------------------------------------------------*
006600
006700 ENVIRONMENT DIVISION.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT ARRIVE-FILE ASSIGN TO 'avgarrive.txt'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FS-ARRIVE.
007300
007400     SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-FS-EXTRACT.
007700
007800     SELECT SUBREG-FILE ASSIGN TO 'avgsubreg.txt'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-FS-SUBREG.
008100
008200     SELECT SEQSTATE-FILE ASSIGN TO 'avgintkseq.txt'
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-FS-SEQSTATE.
008500
008600     SELECT HIST-FILE ASSIGN TO 'avgintkhist.txt'
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-FS-HIST.
008900
009000     SELECT CONTROL-FILE ASSIGN TO 'avgctl.txt'
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300     SELECT REPORT-FILE ASSIGN TO 'avgintake-rpt.txt'
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500
009600     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-FS-RUNPARM.
009900
010000     SELECT RUNLOG-FILE ASSIGN TO 'runlog.txt'
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-FS-RUNLOG.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  ARRIVE-FILE.
010700 01  ARRIVE-RECORD       PIC X(80).
010800
010900 FD  EXTRACT-FILE.
011000 01  EXTRACT-RECORD      PIC X(20).
011100
011200 FD  SUBREG-FILE.
011300 01  SUBREG-RECORD       PIC X(80).
011400
011500 FD  SEQSTATE-FILE.
011600 01  SEQSTATE-RECORD     PIC X(170).
011700
011800 FD  HIST-FILE.
011900 01  HIST-RECORD         PIC X(132).
012000
012100 FD  CONTROL-FILE.
012200 01  CONTROL-RECORD      PIC X(80).
012300
012400 FD  REPORT-FILE.
012500 01  REPORT-RECORD       PIC X(132).
012600
012700 FD  RUNPARM-FILE.
012800 01  RUNPARM-RECORD      PIC X(80).
012900
013000 FD  RUNLOG-FILE.
013100 01  RUNLOG-RECORD       PIC X(80).
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-FS-ARRIVE        PIC X(2)  VALUE SPACES.
013500 01  WS-FS-EXTRACT       PIC X(2)  VALUE SPACES.
013600 01  WS-FS-SUBREG        PIC X(2)  VALUE SPACES.
013700 01  WS-FS-SEQSTATE      PIC X(2)  VALUE SPACES.
013800 01  WS-FS-HIST          PIC X(2)  VALUE SPACES.
013900 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
014000 01  WS-FS-RUNLOG        PIC X(2)  VALUE SPACES.
014100
014200 01  WS-EXTRACT-NAME     PIC X(40) VALUE SPACES.
014300
014400 01  SW-ARV-EOF          PIC X     VALUE 'N'.
014500     88  ARV-EOF-FLAG              VALUE 'Y'.
014600 01  SW-EXT-EOF          PIC X     VALUE 'N'.
014700     88  EXT-EOF-FLAG              VALUE 'Y'.
014800 01  SW-REG-EOF          PIC X     VALUE 'N'.
014900     88  REG-EOF-FLAG              VALUE 'Y'.
015000 01  SW-SEQ-EOF          PIC X     VALUE 'N'.
015100     88  SEQ-EOF-FLAG              VALUE 'Y'.
015200 01  SW-HST-EOF          PIC X     VALUE 'N'.
015300     88  HST-EOF-FLAG              VALUE 'Y'.
015400 01  SW-RPM-EOF          PIC X     VALUE 'N'.
015500     88  RPM-EOF-FLAG              VALUE 'Y'.
015600 01  SW-HDR-SEEN         PIC X     VALUE 'N'.
015700     88  HDR-SEEN                  VALUE 'Y'.
015800 01  SW-CTLHDR-SEEN      PIC X     VALUE 'N'.
015900     88  CTLHDR-SEEN               VALUE 'Y'.
016000 01  SW-CTLTRL-SEEN      PIC X     VALUE 'N'.
016100     88  CTLTRL-SEEN               VALUE 'Y'.
016200 01  SW-FOUND            PIC X     VALUE 'N'.
016300     88  FOUND                     VALUE 'Y'.
016400 01  SW-TABLE-FULL-SHOWN PIC X     VALUE 'N'.
016500     88  TABLE-FULL-SHOWN          VALUE 'Y'.
016600
016700 01  WS-RUN-DATE         PIC 9(8).
016800 01  WS-RUN-TIME         PIC 9(8).
016900 01  WS-RUN-DOW          PIC 9(1).
017000 01  WS-TODAY-INT        PIC 9(8).
017100 01  WS-OPEN-FROM        PIC 9(8).
017200 01  WS-MONTH-START      PIC 9(8).
017300 01  WS-INTK-DAYS        PIC 9(3)  VALUE 5.
017400 01  WS-INTK-EFFDT       PIC 9(8)  VALUE 0.
017500 01  WS-PRM-EFFDT        PIC 9(8).
017600
017700 01  WS-START-DATE       PIC 9(8).
017800 01  WS-START-TIME       PIC 9(8).
017900 01  WS-END-DATE         PIC 9(8).
018000 01  WS-END-TIME         PIC 9(8).
018100
018200*-----------------------------------------------------------*
018300* RUN-PARAMETER ROW - LAYOUT SHARED WITH EVERY STEP'S        *
018400* RUNPARM.TXT LOADER AND WITH RUNREPORT                      *
018500*-----------------------------------------------------------*
018600 01  WS-RUNPARM-REC.
018700     05  PRM-NAME         PIC X(8).
018800     05  PRM-EFFDT-RAW    PIC X(8).
018900     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
019000                          PIC 9(8).
019100     05  PRM-NUM          PIC 9(8)V9(4).
019200     05  PRM-TEXT         PIC X(12).
019300     05  PRM-CHG-OPER     PIC X(8).
019400     05  PRM-CHG-DATE     PIC 9(8).
019500     05  PRM-CHG-TIME     PIC 9(6).
019600     05  PRM-PRIOR-TEXT   PIC X(12).
019700
019800*-----------------------------------------------------------*
019900* EXTRACT RECORD VIEWS - THE SUBMITTER HEADER, THE 'H'/'T'   *
020000* CONTROL RECORDS AND A DATA RECORD (AS AVERAGE SEES THEM)   *
020100*-----------------------------------------------------------*
020200 01  WS-EXTRACT-REC.
020300     05  XR-CATEGORY      PIC X(4).
020400     05  XR-VALUE         PIC 9(8)V9(2).
020500     05  XR-WEIGHT-RAW    PIC X(6).
020600 01  WS-SUBHDR-VIEW REDEFINES WS-EXTRACT-REC.
020700     05  SH-REC-TYPE      PIC X(1).
020800     05  SH-SUBMITTER     PIC X(5).
020900     05  SH-BIZDATE       PIC 9(8).
021000     05  SH-SEQ           PIC 9(6).
021100 01  WS-CTL-VIEW REDEFINES WS-EXTRACT-REC.
021200     05  CV-REC-TYPE      PIC X(1).
021300     05  CV-DIGITS        PIC 9(19).
021400     05  FILLER REDEFINES CV-DIGITS.
021500         10  CV-COUNT     PIC 9(5).
021600         10  CV-HASH      PIC 9(12)V9(2).
021700
021800 01  WS-EXT-RECS         PIC 9(7).
021900 01  WS-EXT-DATA         PIC 9(7).
022000 01  WS-EXT-HASH         PIC 9(12)V9(2).
022100 01  WS-EXPECT-COUNT     PIC 9(5).
022200 01  WS-TRL-COUNT        PIC 9(5).
022300 01  WS-TRL-HASH         PIC 9(12)V9(2).
022400 01  WS-DATE-CHECK.
022500     05  DC-YEAR          PIC 9(4).
022600     05  DC-MONTH         PIC 9(2).
022700     05  DC-DAY           PIC 9(2).
022800
022900*-----------------------------------------------------------*
023000* SUBMITTER REGISTRY                                         *
023100*-----------------------------------------------------------*
023200 01  WS-SUBREG-REC.
023300     05  SRR-SUBMITTER    PIC X(5).
023400     05  SRR-STATUS       PIC X(1).
023500     05  SRR-SEQ-MODE     PIC X(1).
023600     05  SRR-FREQUENCY    PIC X(1).
023700     05  SRR-WEEKDAY      PIC X(1).
023800     05  SRR-CUTOFF       PIC X(4).
023900     05  SRR-ORDER        PIC X(2).
024000     05  SRR-NAME         PIC X(30).
024100     05  FILLER           PIC X(35).
024200
024300 01  REG-TABLE-COUNT     PIC 9(3) COMP  VALUE 0.
024400 01  MAX-REG-ENTRIES     PIC 9(3) COMP  VALUE 100.
024500 01  REG-TABLE.
024600     05  REG-ENTRY OCCURS 100 TIMES.
024700         10  RG-SUBMITTER PIC X(5).
024800         10  RG-STATUS    PIC X(1).
024900             88  RG-ACTIVE             VALUE 'A'.
025000         10  RG-SEQ-MODE  PIC X(1).
025100             88  RG-DAILY-SEQ          VALUE 'D'.
025200         10  RG-FREQUENCY PIC X(1).
025300         10  RG-WEEKDAY   PIC X(1).
025400         10  RG-CUTOFF    PIC X(4).
025500         10  RG-ORDER     PIC 9(2).
025600         10  RG-NAME      PIC X(30).
025700         10  RG-RECEIVED  PIC 9(3).
025800 01  RG-NDX              PIC 9(3) COMP.
025900 01  RG-SCAN             PIC 9(3) COMP.
026000 01  RG-FOUND-NDX        PIC 9(3) COMP.
026100
026200*-----------------------------------------------------------*
026300* TONIGHT'S ARRIVALS.  CN-SORT-KEY GIVES THE ORDER           *
026400* AVGCTL.TXT IS BUILT IN; ARRIVAL POSITION BREAKS A TIE.     *
026500*   CN-STATUS  ' ' PENDING   'A' ACCEPTED   'Q' QUEUED AGAIN *
026600*              'R' REJECTED  'P' PROCESSED ON AN EARLIER     *
026700*                            NIGHT - SKIPPED                 *
026800*-----------------------------------------------------------*
026900 01  CAND-TABLE-COUNT    PIC 9(3) COMP  VALUE 0.
027000 01  MAX-CAND-ENTRIES    PIC 9(3) COMP  VALUE 200.
027100 01  CAND-TABLE.
027200     05  CAND-ENTRY OCCURS 200 TIMES.
027300         10  CN-SORT-KEY.
027400             15  CN-ORDER     PIC 9(2).
027500             15  CN-SUBMITTER PIC X(5).
027600             15  CN-BIZDATE   PIC 9(8).
027700             15  CN-SEQ       PIC 9(6).
027800             15  CN-ARRIVAL   PIC 9(3).
027900         10  CN-FILENAME  PIC X(40).
028000         10  CN-REG-NDX   PIC 9(3).
028100         10  CN-RECORDS   PIC 9(7).
028200         10  CN-HASH      PIC 9(12)V9(2).
028300         10  CN-STATUS    PIC X(1).
028400             88  CN-PENDING            VALUE ' '.
028500             88  CN-ACCEPTED           VALUE 'A'.
028600             88  CN-REQUEUED           VALUE 'Q'.
028700             88  CN-REJECTED           VALUE 'R'.
028800             88  CN-SKIPPED            VALUE 'P'.
028900             88  CN-QUEUED             VALUE 'A' 'Q'.
029000         10  CN-REASON    PIC X(36).
029100         10  CN-RELATED   PIC X(40).
029200         10  CN-RELATED-DATE PIC 9(8).
029300 01  CN-NDX              PIC 9(3) COMP.
029400 01  CN-SCAN             PIC 9(3) COMP.
029500 01  CN-LIMIT            PIC 9(3) COMP.
029600 01  WS-CAND-HOLD        PIC X(173).
029700 01  SW-SWAPPED          PIC X     VALUE 'N'.
029800     88  SWAPPED                   VALUE 'Y'.
029900
030000*-----------------------------------------------------------*
030100* INTAKE HISTORY - EVERY FILE ACCEPTED OR REJECTED, ONE LINE *
030200* EACH, APPENDED.  ONLY ACCEPTED ROWS FOR BUSINESS DATES     *
030300* STILL OPEN ARE HELD, FOR THE DUPLICATE CHECKS.             *
030400*-----------------------------------------------------------*
030500 01  WS-HIST-REC.
030600     05  HSR-RUN-DATE     PIC 9(8).
030700     05  HSR-RUN-TIME     PIC 9(6).
030800     05  HSR-SUBMITTER    PIC X(5).
030900     05  HSR-BIZDATE      PIC 9(8).
031000     05  HSR-SEQ          PIC 9(6).
031100     05  HSR-STATUS       PIC X(1).
031200     05  HSR-RECORDS      PIC 9(7).
031300     05  HSR-HASH         PIC 9(12)V9(2).
031400     05  HSR-FILENAME     PIC X(40).
031500     05  HSR-REASON       PIC X(36).
031600     05  FILLER           PIC X(1).
031700
031800 01  HIST-TABLE-COUNT    PIC 9(4) COMP  VALUE 0.
031900 01  MAX-HIST-ENTRIES    PIC 9(4) COMP  VALUE 2000.
032000 01  HIST-TABLE.
032100     05  HIST-ENTRY OCCURS 2000 TIMES.
032200         10  HT-RUN-DATE  PIC 9(8).
032300         10  HT-SUBMITTER PIC X(5).
032400         10  HT-BIZDATE   PIC 9(8).
032500         10  HT-SEQ       PIC 9(6).
032600         10  HT-RECORDS   PIC 9(7).
032700         10  HT-HASH      PIC 9(12)V9(2).
032800         10  HT-FILENAME  PIC X(40).
032900 01  HT-NDX              PIC 9(4) COMP.
033000
033100*-----------------------------------------------------------*
033200* SEQUENCE POSITION PER SUBMITTER (AVGINTKSEQ.TXT)           *
033300*-----------------------------------------------------------*
033400 01  WS-SEQSTATE-REC.
033500     05  SSR-SUBMITTER    PIC X(5).
033600     05  SSR-BIZDATE      PIC 9(8).
033700     05  SSR-HIGH-SEQ     PIC 9(6).
033800     05  SSR-LAST-RUN     PIC 9(8).
033900     05  SSR-MISS-COUNT   PIC 9(2).
034000     05  SSR-MISSING OCCURS 10 TIMES.
034100         10  SSR-MISS-DATE PIC 9(8).
034200         10  SSR-MISS-SEQ  PIC 9(6).
034300     05  FILLER           PIC X(1).
034400
034500 01  SEQ-TABLE-COUNT     PIC 9(3) COMP  VALUE 0.
034600 01  MAX-SEQ-ENTRIES     PIC 9(3) COMP  VALUE 100.
034700 01  SEQ-TABLE.
034800     05  SEQ-ENTRY OCCURS 100 TIMES.
034900         10  ST-SUBMITTER PIC X(5).
035000         10  ST-BIZDATE   PIC 9(8).
035100         10  ST-HIGH-SEQ  PIC 9(6).
035200         10  ST-LAST-RUN  PIC 9(8).
035300         10  ST-MISS-COUNT PIC 9(2).
035400         10  ST-MISSING OCCURS 10 TIMES.
035500             15  ST-MISS-DATE PIC 9(8).
035600             15  ST-MISS-SEQ  PIC 9(6).
035700 01  ST-NDX              PIC 9(3) COMP.
035800 01  ST-SCAN             PIC 9(3) COMP.
035900 01  MS-NDX              PIC 9(2) COMP.
036000 01  MS-SCAN             PIC 9(2) COMP.
036100 01  MAX-MISSING         PIC 9(2) COMP  VALUE 10.
036200 01  WS-GAP-FROM         PIC 9(6).
036300 01  WS-GAP-TO           PIC 9(6).
036400 01  WS-GAP-SEQ          PIC 9(6).
036500 01  WS-GAP-UNTRACKED    PIC 9(6).
036600 01  MS-NEXT             PIC 9(2) COMP.
036700 01  WS-EDIT-COUNT       PIC Z(5)9.
036800
036900*-----------------------------------------------------------*
037000* TONIGHT'S GAP EVENTS FOR THE REPORT                        *
037100*-----------------------------------------------------------*
037200 01  GAP-TABLE-COUNT     PIC 9(3) COMP  VALUE 0.
037300 01  MAX-GAP-ENTRIES     PIC 9(3) COMP  VALUE 100.
037400 01  GE-KIND-HOLD        PIC X(1).
037500 01  GAP-TABLE.
037600     05  GAP-ENTRY OCCURS 100 TIMES.
037700         10  GE-KIND      PIC X(1).
037800         10  GE-SUBMITTER PIC X(5).
037900         10  GE-BIZDATE   PIC 9(8).
038000         10  GE-SEQ-FROM  PIC 9(6).
038100         10  GE-SEQ-TO    PIC 9(6).
038200         10  GE-UNTRACKED PIC 9(6).
038300 01  GE-NDX              PIC 9(3) COMP.
038400
038500 77  ARRIVALS-READ       PIC 9(5)  VALUE 0.
038600 77  FILES-ACCEPTED      PIC 9(5)  VALUE 0.
038700 77  FILES-REQUEUED      PIC 9(5)  VALUE 0.
038800 77  FILES-REJECTED      PIC 9(5)  VALUE 0.
038900 77  FILES-SKIPPED       PIC 9(5)  VALUE 0.
039000 77  RECORDS-QUEUED      PIC 9(7)  VALUE 0.
039100 77  GAPS-REPORTED       PIC 9(5)  VALUE 0.
039200 77  FILES-MISSING       PIC 9(5)  VALUE 0.
039300
039400*-----------------------------------------------------------*
039500* REPORT LINE LAYOUTS                                        *
039600*-----------------------------------------------------------*
039700 01  WS-RPT-HEADER.
039800     05  FILLER       PIC X(42)
039900             VALUE 'AVGINTAKE - EXTRACT ARRIVALS FOR RUN DATE '.
040000     05  RPH-DATE     PIC 9(8).
040100     05  FILLER       PIC X(4)  VALUE ' AT '.
040200     05  RPH-TIME     PIC 9(6).
040300     05  FILLER       PIC X(13) VALUE '  OPEN DATES '.
040400     05  RPH-OPEN-FROM PIC 9(8).
040500     05  FILLER       PIC X(4)  VALUE ' TO '.
040600     05  RPH-OPEN-TO  PIC 9(8).
040700     05  FILLER       PIC X(39) VALUE SPACES.
040800
040900 01  WS-SECTION-LINE.
041000     05  SEC-TEXT     PIC X(60).
041100     05  FILLER       PIC X(72) VALUE SPACES.
041200
041300 01  WS-FILE-COLUMNS.
041400     05  FILLER       PIC X(41) VALUE 'FILE'.
041500     05  FILLER       PIC X(6)  VALUE 'SUBMT'.
041600     05  FILLER       PIC X(9)  VALUE 'BUS DATE'.
041700     05  FILLER       PIC X(7)  VALUE 'SEQ'.
041800     05  FILLER       PIC X(8)  VALUE 'RECORDS'.
041900     05  FILLER       PIC X(10) VALUE 'DECISION'.
042000     05  FILLER       PIC X(51) VALUE 'REASON'.
042100
042200 01  WS-FILE-LINE.
042300     05  FL-FILENAME  PIC X(40).
042400     05  FILLER       PIC X(1)  VALUE SPACE.
042500     05  FL-SUBMITTER PIC X(5).
042600     05  FILLER       PIC X(1)  VALUE SPACE.
042700     05  FL-BIZDATE   PIC X(8).
042800     05  FILLER       PIC X(1)  VALUE SPACE.
042900     05  FL-SEQ       PIC X(6).
043000     05  FILLER       PIC X(1)  VALUE SPACE.
043100     05  FL-RECORDS   PIC Z(6)9.
043200     05  FILLER       PIC X(1)  VALUE SPACE.
043300     05  FL-DECISION  PIC X(9).
043400     05  FILLER       PIC X(1)  VALUE SPACE.
043500     05  FL-REASON    PIC X(36).
043600     05  FILLER       PIC X(15) VALUE SPACES.
043700
043800 01  WS-RELATED-LINE.
043900     05  FILLER       PIC X(10) VALUE SPACES.
044000     05  RLL-LABEL    PIC X(14).
044100     05  RLL-FILENAME PIC X(40).
044200     05  FILLER       PIC X(13) VALUE ' ACCEPTED ON '.
044300     05  RLL-DATE     PIC 9(8).
044400     05  FILLER       PIC X(47) VALUE SPACES.
044500
044600 01  WS-GAP-LINE.
044700     05  FILLER       PIC X(2)  VALUE SPACES.
044800     05  GPL-SUBMITTER PIC X(5).
044900     05  FILLER       PIC X(2)  VALUE SPACES.
045000     05  GPL-TEXT     PIC X(25).
045100     05  GPL-SEQ-FROM PIC 9(6).
045200     05  GPL-DASH     PIC X(4).
045300     05  GPL-SEQ-TO   PIC X(6).
045400     05  GPL-DATE-LBL PIC X(19).
045500     05  GPL-DATE     PIC X(8).
045600     05  FILLER       PIC X(2)  VALUE SPACES.
045700     05  GPL-NOTE     PIC X(40).
045800     05  FILLER       PIC X(13) VALUE SPACES.
045900
046000 01  WS-EXPECT-LINE.
046100     05  FILLER       PIC X(2)  VALUE SPACES.
046200     05  EXL-SUBMITTER PIC X(5).
046300     05  FILLER       PIC X(2)  VALUE SPACES.
046400     05  EXL-NAME     PIC X(30).
046500     05  FILLER       PIC X(2)  VALUE SPACES.
046600     05  EXL-TEXT     PIC X(36).
046700     05  EXL-CUTOFF   PIC X(4).
046800     05  FILLER       PIC X(51) VALUE SPACES.
046900
047000 01  WS-TOTAL-LINE.
047100     05  TTL-LABEL    PIC X(30).
047200     05  TTL-COUNT    PIC Z(6)9.
047300     05  FILLER       PIC X(95) VALUE SPACES.
047400
047500*-----------------------------------------------------------*
047600* SHARED RUNLOG AUDIT RECORD - ONE PER STEP, APPENDED AT END  *
047700* OF RUN.  LAYOUT IS COMMON TO EVERY PROGRAM IN THE NIGHTLY   *
047800* CHAIN AND TO RUNREPORT.                                     *
047900*-----------------------------------------------------------*
048000 01  WS-RUNLOG-REC.
048100     05  RLG-PROGRAM       PIC X(14).
048200     05  RLG-START-DATE    PIC 9(8).
048300     05  RLG-START-TIME    PIC 9(8).
048400     05  RLG-END-DATE      PIC 9(8).
048500     05  RLG-END-TIME      PIC 9(8).
048600     05  RLG-RECS-READ     PIC 9(7).
048700     05  RLG-RECS-WRITTEN  PIC 9(7).
048800     05  RLG-RECS-REJECTED PIC 9(7).
048900     05  RLG-RETURN-CODE   PIC 9(4).
049000     05  FILLER            PIC X(9) VALUE SPACES.
049100
049200 PROCEDURE DIVISION.
049300*-----------------------------------------------------------*
049400 0000-MAINLINE.
049500*-----------------------------------------------------------*
049600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
049700     PERFORM 2000-EXAMINE-ARRIVALS THRU 2000-EXIT
049800     PERFORM 3000-SORT-ARRIVALS
049900     PERFORM 3500-DECIDE-ARRIVALS
050000     PERFORM 4000-WRITE-RESULTS
050100     PERFORM 5000-REPORT-SEQUENCE-GAPS
050200     PERFORM 6000-CHECK-EXPECTED-FILES
050300     PERFORM 7000-SAVE-SEQUENCE-STATE
050400     PERFORM 8000-WRITE-TOTALS
050500     PERFORM 9999-TERMINATE.
050600
050700*-----------------------------------------------------------*
050800* 1000-INITIALIZE - RUN DATE AND THE OPEN BUSINESS DATES,    *
050900* THEN THE REGISTRY, THE SEQUENCE POSITIONS AND THE RECENT   *
051000* INTAKE HISTORY.                                            *
051100*-----------------------------------------------------------*
051200 1000-INITIALIZE.
051300*-----------------------------------------------------------*
051400     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
051500     ACCEPT WS-START-TIME FROM TIME
051600     MOVE WS-START-DATE TO WS-RUN-DATE
051700     MOVE WS-START-TIME TO WS-RUN-TIME
051800     ACCEPT WS-RUN-DOW FROM DAY-OF-WEEK
051900     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
052000     COMPUTE WS-TODAY-INT =
052100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
052200     COMPUTE WS-OPEN-FROM =
052300         FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - WS-INTK-DAYS)
052400     MOVE WS-RUN-DATE TO WS-DATE-CHECK
052500     MOVE 1 TO DC-DAY
052600     MOVE WS-DATE-CHECK TO WS-MONTH-START
052700     IF WS-OPEN-FROM < WS-MONTH-START
052800         MOVE WS-MONTH-START TO WS-OPEN-FROM
052900     END-IF
053000     OPEN OUTPUT REPORT-FILE
053100     MOVE WS-RUN-DATE TO RPH-DATE
053200     MOVE WS-RUN-TIME(1:6) TO RPH-TIME
053300     MOVE WS-OPEN-FROM TO RPH-OPEN-FROM
053400     MOVE WS-RUN-DATE TO RPH-OPEN-TO
053500     MOVE WS-RPT-HEADER TO REPORT-RECORD
053600     WRITE REPORT-RECORD
053700     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
053800     PERFORM 1200-LOAD-SEQUENCE-STATE THRU 1200-EXIT
053900     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
054000 1000-EXIT.
054100     EXIT.
054200
054300*-----------------------------------------------------------*
054400* 1050-LOAD-RUNPARM - THE LATE-ARRIVAL WINDOW IN EFFECT FOR  *
054500* THE RUN DATE.  NO MASTER, OR NO INTKDAYS ROW YET IN        *
054600* EFFECT, KEEPS THE 5-DAY DEFAULT.                           *
054700*-----------------------------------------------------------*
054800 1050-LOAD-RUNPARM.
054900*-----------------------------------------------------------*
055000     OPEN INPUT RUNPARM-FILE
055100     IF WS-FS-RUNPARM NOT = '00'
055200         DISPLAY 'AVGINTAKE - RUNPARM.TXT NOT FOUND - '
055300             'BUSINESS DATES CLOSE AFTER ' WS-INTK-DAYS ' DAYS'
055400         GO TO 1050-EXIT
055500     END-IF
055600     PERFORM UNTIL RPM-EOF-FLAG
055700         READ RUNPARM-FILE INTO WS-RUNPARM-REC
055800             AT END
055900                 MOVE 'Y' TO SW-RPM-EOF
056000             NOT AT END
056100                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
056200         END-READ
056300     END-PERFORM
056400     CLOSE RUNPARM-FILE.
056500 1050-EXIT.
056600     EXIT.
056700
056800*-----------------------------------------------------------*
056900* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
057000* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
057100* WINS.                                                      *
057200*-----------------------------------------------------------*
057300 1060-TAKE-ONE-PARM.
057400*-----------------------------------------------------------*
057500     IF PRM-EFFDT-RAW = SPACES
057600         MOVE 0 TO WS-PRM-EFFDT
057700     ELSE
057800         IF PRM-EFFDT IS NOT NUMERIC
057900             GO TO 1060-EXIT
058000         END-IF
058100         MOVE PRM-EFFDT TO WS-PRM-EFFDT
058200     END-IF
058300     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
058400         GO TO 1060-EXIT
058500     END-IF
058600     IF PRM-NAME = 'INTKDAYS'
058700         AND WS-PRM-EFFDT >= WS-INTK-EFFDT
058800         MOVE WS-PRM-EFFDT TO WS-INTK-EFFDT
058900         MOVE PRM-NUM TO WS-INTK-DAYS
059000     END-IF.
059100 1060-EXIT.
059200     EXIT.
059300
059400*-----------------------------------------------------------*
059500* 1100-LOAD-REGISTRY - WITHOUT THE REGISTRY NO FILE CAN BE   *
059600* ADMITTED, SO THE STEP STOPS HERE.                          *
059700*-----------------------------------------------------------*
059800 1100-LOAD-REGISTRY.
059900*-----------------------------------------------------------*
060000     OPEN INPUT SUBREG-FILE
060100     IF WS-FS-SUBREG NOT = '00'
060200         DISPLAY 'AVGINTAKE ABORTED - AVGSUBREG.TXT NOT FOUND, '
060300             'STATUS ' WS-FS-SUBREG
060400         MOVE 'SUBMITTER REGISTRY AVGSUBREG.TXT NOT FOUND'
060500             TO SEC-TEXT
060600         MOVE WS-SECTION-LINE TO REPORT-RECORD
060700         WRITE REPORT-RECORD
060800         MOVE 16 TO RETURN-CODE
060900         GO TO 9999-TERMINATE
061000     END-IF
061100     PERFORM UNTIL REG-EOF-FLAG
061200         READ SUBREG-FILE INTO WS-SUBREG-REC
061300             AT END
061400                 MOVE 'Y' TO SW-REG-EOF
061500             NOT AT END
061600                 IF WS-SUBREG-REC NOT = SPACES
061700                     PERFORM 1110-STORE-ONE-SUBMITTER
061800                 END-IF
061900         END-READ
062000     END-PERFORM
062100     CLOSE SUBREG-FILE.
062200 1100-EXIT.
062300     EXIT.
062400
062500*-----------------------------------------------------------*
062600 1110-STORE-ONE-SUBMITTER.
062700*-----------------------------------------------------------*
062800     IF REG-TABLE-COUNT >= MAX-REG-ENTRIES
062900         DISPLAY 'AVGINTAKE - REGISTRY TABLE FULL AT '
063000             MAX-REG-ENTRIES ' - EXTRA ROWS DROPPED'
063100         MOVE 8 TO RETURN-CODE
063200     ELSE
063300         ADD 1 TO REG-TABLE-COUNT
063400         MOVE REG-TABLE-COUNT TO RG-NDX
063500         MOVE SRR-SUBMITTER TO RG-SUBMITTER(RG-NDX)
063600         MOVE SRR-STATUS TO RG-STATUS(RG-NDX)
063700         MOVE SRR-SEQ-MODE TO RG-SEQ-MODE(RG-NDX)
063800         MOVE SRR-FREQUENCY TO RG-FREQUENCY(RG-NDX)
063900         MOVE SRR-WEEKDAY TO RG-WEEKDAY(RG-NDX)
064000         MOVE SRR-CUTOFF TO RG-CUTOFF(RG-NDX)
064100         IF SRR-ORDER IS NUMERIC
064200             MOVE SRR-ORDER TO RG-ORDER(RG-NDX)
064300         ELSE
064400             MOVE 99 TO RG-ORDER(RG-NDX)
064500         END-IF
064600         MOVE SRR-NAME TO RG-NAME(RG-NDX)
064700         MOVE 0 TO RG-RECEIVED(RG-NDX)
064800     END-IF.
064900
065000*-----------------------------------------------------------*
065100 1150-FIND-SUBMITTER.
065200*-----------------------------------------------------------*
065300     MOVE 0 TO RG-FOUND-NDX
065400     PERFORM 1160-MATCH-ONE-SUBMITTER
065500         VARYING RG-SCAN FROM 1 BY 1
065600             UNTIL RG-SCAN > REG-TABLE-COUNT
065700                 OR RG-FOUND-NDX > 0.
065800
065900*-----------------------------------------------------------*
066000 1160-MATCH-ONE-SUBMITTER.
066100*-----------------------------------------------------------*
066200     IF RG-SUBMITTER(RG-SCAN) = SH-SUBMITTER
066300         MOVE RG-SCAN TO RG-FOUND-NDX
066400     END-IF.
066500
066600*-----------------------------------------------------------*
066700* 1200-LOAD-SEQUENCE-STATE - NO FILE YET MEANS EVERY         *
066800* SUBMITTER STARTS FRESH.                                    *
066900*-----------------------------------------------------------*
067000 1200-LOAD-SEQUENCE-STATE.
067100*-----------------------------------------------------------*
067200     OPEN INPUT SEQSTATE-FILE
067300     IF WS-FS-SEQSTATE NOT = '00'
067400         GO TO 1200-EXIT
067500     END-IF
067600     PERFORM UNTIL SEQ-EOF-FLAG
067700         READ SEQSTATE-FILE INTO WS-SEQSTATE-REC
067800             AT END
067900                 MOVE 'Y' TO SW-SEQ-EOF
068000             NOT AT END
068100                 IF WS-SEQSTATE-REC NOT = SPACES
068200                     PERFORM 1210-STORE-ONE-POSITION
068300                 END-IF
068400         END-READ
068500     END-PERFORM
068600     CLOSE SEQSTATE-FILE.
068700 1200-EXIT.
068800     EXIT.
068900
069000*-----------------------------------------------------------*
069100 1210-STORE-ONE-POSITION.
069200*-----------------------------------------------------------*
069300     IF SEQ-TABLE-COUNT >= MAX-SEQ-ENTRIES
069400         DISPLAY 'AVGINTAKE - SEQUENCE TABLE FULL AT '
069500             MAX-SEQ-ENTRIES ' - EXTRA ROWS DROPPED'
069600         MOVE 8 TO RETURN-CODE
069700     ELSE
069800         ADD 1 TO SEQ-TABLE-COUNT
069900         MOVE SEQ-TABLE-COUNT TO ST-NDX
070000         MOVE WS-SEQSTATE-REC TO SEQ-ENTRY(ST-NDX)
070100     END-IF.
070200
070300*-----------------------------------------------------------*
070400* 1300-LOAD-HISTORY - ACCEPTED FILES FOR BUSINESS DATES      *
070500* STILL OPEN; A FILE FOR AN OLDER DATE IS REJECTED AS CLOSED *
070600* BEFORE ANY DUPLICATE CHECK COULD NEED THEM.                *
070700*-----------------------------------------------------------*
070800 1300-LOAD-HISTORY.
070900*-----------------------------------------------------------*
071000     OPEN INPUT HIST-FILE
071100     IF WS-FS-HIST NOT = '00'
071200         GO TO 1300-EXIT
071300     END-IF
071400     PERFORM UNTIL HST-EOF-FLAG
071500         READ HIST-FILE INTO WS-HIST-REC
071600             AT END
071700                 MOVE 'Y' TO SW-HST-EOF
071800             NOT AT END
071900                 IF HSR-STATUS = 'A'
072000                     AND HSR-BIZDATE >= WS-OPEN-FROM
072100                     PERFORM 1310-STORE-ONE-HISTORY
072200                 END-IF
072300         END-READ
072400     END-PERFORM
072500     CLOSE HIST-FILE.
072600 1300-EXIT.
072700     EXIT.
072800
072900*-----------------------------------------------------------*
073000 1310-STORE-ONE-HISTORY.
073100*-----------------------------------------------------------*
073200     IF HIST-TABLE-COUNT >= MAX-HIST-ENTRIES
073300         IF NOT TABLE-FULL-SHOWN
073400             DISPLAY 'AVGINTAKE - HISTORY TABLE FULL AT '
073500                 MAX-HIST-ENTRIES ' - LATER ROWS NOT CHECKED'
073600             MOVE 'Y' TO SW-TABLE-FULL-SHOWN
073700         END-IF
073800         MOVE 8 TO RETURN-CODE
073900     ELSE
074000         ADD 1 TO HIST-TABLE-COUNT
074100         MOVE HIST-TABLE-COUNT TO HT-NDX
074200         MOVE HSR-RUN-DATE TO HT-RUN-DATE(HT-NDX)
074300         MOVE HSR-SUBMITTER TO HT-SUBMITTER(HT-NDX)
074400         MOVE HSR-BIZDATE TO HT-BIZDATE(HT-NDX)
074500         MOVE HSR-SEQ TO HT-SEQ(HT-NDX)
074600         MOVE HSR-RECORDS TO HT-RECORDS(HT-NDX)
074700         MOVE HSR-HASH TO HT-HASH(HT-NDX)
074800         MOVE HSR-FILENAME TO HT-FILENAME(HT-NDX)
074900     END-IF.
075000
075100*-----------------------------------------------------------*
075200* 2000-EXAMINE-ARRIVALS - READ EVERY FILE ON THE ARRIVAL     *
075300* LIST THROUGH ONCE: ITS HEADER, ITS CONTROL RECORDS AND ITS *
075400* DATA COUNT AND HASH.  CHECKS THAT NEED NO OTHER FILE ARE   *
075500* MADE HERE.                                                 *
075600*-----------------------------------------------------------*
075700 2000-EXAMINE-ARRIVALS.
075800*-----------------------------------------------------------*
075900     OPEN INPUT ARRIVE-FILE
076000     IF WS-FS-ARRIVE NOT = '00'
076100         DISPLAY 'AVGINTAKE ABORTED - AVGARRIVE.TXT NOT FOUND, '
076200             'STATUS ' WS-FS-ARRIVE
076300         MOVE 'ARRIVAL LIST AVGARRIVE.TXT NOT FOUND' TO SEC-TEXT
076400         MOVE WS-SECTION-LINE TO REPORT-RECORD
076500         WRITE REPORT-RECORD
076600         MOVE 16 TO RETURN-CODE
076700         GO TO 9999-TERMINATE
076800     END-IF
076900     PERFORM UNTIL ARV-EOF-FLAG
077000         READ ARRIVE-FILE
077100             AT END
077200                 MOVE 'Y' TO SW-ARV-EOF
077300             NOT AT END
077400                 IF ARRIVE-RECORD NOT = SPACES
077500                     PERFORM 2100-EXAMINE-ONE-FILE THRU 2100-EXIT
077600                 END-IF
077700         END-READ
077800     END-PERFORM
077900     CLOSE ARRIVE-FILE.
078000 2000-EXIT.
078100     EXIT.
078200
078300*-----------------------------------------------------------*
078400 2100-EXAMINE-ONE-FILE.
078500*-----------------------------------------------------------*
078600     ADD 1 TO ARRIVALS-READ
078700     IF CAND-TABLE-COUNT >= MAX-CAND-ENTRIES
078800         DISPLAY 'AVGINTAKE - ARRIVAL TABLE FULL AT '
078900             MAX-CAND-ENTRIES ' - ' ARRIVE-RECORD(1:40)
079000             ' NOT EXAMINED'
079100         MOVE 8 TO RETURN-CODE
079200         GO TO 2100-EXIT
079300     END-IF
079400     ADD 1 TO CAND-TABLE-COUNT
079500     MOVE CAND-TABLE-COUNT TO CN-NDX
079600     MOVE 99 TO CN-ORDER(CN-NDX)
079700     MOVE SPACES TO CN-SUBMITTER(CN-NDX)
079800     MOVE 0 TO CN-BIZDATE(CN-NDX)
079900     MOVE 0 TO CN-SEQ(CN-NDX)
080000     MOVE CN-NDX TO CN-ARRIVAL(CN-NDX)
080100     MOVE ARRIVE-RECORD(1:40) TO CN-FILENAME(CN-NDX)
080200     MOVE 0 TO CN-REG-NDX(CN-NDX)
080300     MOVE 0 TO CN-RECORDS(CN-NDX)
080400     MOVE 0 TO CN-HASH(CN-NDX)
080500     MOVE SPACE TO CN-STATUS(CN-NDX)
080600     MOVE SPACES TO CN-REASON(CN-NDX)
080700     MOVE SPACES TO CN-RELATED(CN-NDX)
080800     MOVE 0 TO CN-RELATED-DATE(CN-NDX)
080900     PERFORM 2200-READ-EXTRACT THRU 2200-EXIT
081000     IF NOT CN-PENDING(CN-NDX)
081100         GO TO 2100-EXIT
081200     END-IF
081300     PERFORM 2300-CHECK-HEADER THRU 2300-EXIT.
081400 2100-EXIT.
081500     EXIT.
081600
081700*-----------------------------------------------------------*
081800* 2200-READ-EXTRACT - COUNT AND HASH THE DATA RECORDS THE    *
081900* SAME WAY AVERAGE WILL, AND CHECK THEM AGAINST THE FILE'S   *
082000* OWN 'H'/'T' CONTROL RECORDS WHEN IT HAS THEM.              *
082100*-----------------------------------------------------------*
082200 2200-READ-EXTRACT.
082300*-----------------------------------------------------------*
082400     MOVE CN-FILENAME(CN-NDX) TO WS-EXTRACT-NAME
082500     OPEN INPUT EXTRACT-FILE
082600     IF WS-FS-EXTRACT NOT = '00'
082700         MOVE 'R' TO CN-STATUS(CN-NDX)
082800         MOVE 'FILE NOT FOUND OR NOT READABLE'
082900             TO CN-REASON(CN-NDX)
083000         GO TO 2200-EXIT
083100     END-IF
083200     MOVE 0 TO WS-EXT-RECS
083300     MOVE 0 TO WS-EXT-DATA
083400     MOVE 0 TO WS-EXT-HASH
083500     MOVE 'N' TO SW-HDR-SEEN
083600     MOVE 'N' TO SW-CTLHDR-SEEN
083700     MOVE 'N' TO SW-CTLTRL-SEEN
083800     MOVE 'N' TO SW-EXT-EOF
083900     PERFORM UNTIL EXT-EOF-FLAG
084000         READ EXTRACT-FILE INTO WS-EXTRACT-REC
084100             AT END
084200                 MOVE 'Y' TO SW-EXT-EOF
084300             NOT AT END
084400                 ADD 1 TO WS-EXT-RECS
084500                 PERFORM 2250-NOTE-ONE-RECORD
084600         END-READ
084700     END-PERFORM
084800     CLOSE EXTRACT-FILE
084900     MOVE WS-EXT-DATA TO CN-RECORDS(CN-NDX)
085000     MOVE WS-EXT-HASH TO CN-HASH(CN-NDX)
085100     IF NOT HDR-SEEN
085200         MOVE 'R' TO CN-STATUS(CN-NDX)
085300         MOVE 'NO SUBMITTER HEADER' TO CN-REASON(CN-NDX)
085400         GO TO 2200-EXIT
085500     END-IF
085600     IF CTLHDR-SEEN AND WS-EXPECT-COUNT NOT = WS-EXT-DATA
085700         MOVE 'R' TO CN-STATUS(CN-NDX)
085800         MOVE 'CONTROL HEADER COUNT DISAGREES'
085900             TO CN-REASON(CN-NDX)
086000         GO TO 2200-EXIT
086100     END-IF
086200     IF CTLTRL-SEEN
086300         IF WS-TRL-COUNT NOT = WS-EXT-DATA
086400             OR WS-TRL-HASH NOT = WS-EXT-HASH
086500             MOVE 'R' TO CN-STATUS(CN-NDX)
086600             MOVE 'CONTROL TRAILER TOTALS DISAGREE'
086700                 TO CN-REASON(CN-NDX)
086800             GO TO 2200-EXIT
086900         END-IF
087000     END-IF
087100     IF WS-EXT-DATA = 0
087200         MOVE 'R' TO CN-STATUS(CN-NDX)
087300         MOVE 'NO DATA RECORDS' TO CN-REASON(CN-NDX)
087400     END-IF.
087500 2200-EXIT.
087600     EXIT.
087700
087800*-----------------------------------------------------------*
087900 2250-NOTE-ONE-RECORD.
088000*-----------------------------------------------------------*
088100     EVALUATE TRUE
088200         WHEN WS-EXT-RECS = 1 AND SH-REC-TYPE = 'S'
088300             AND SH-BIZDATE IS NUMERIC AND SH-SEQ IS NUMERIC
088400             MOVE 'Y' TO SW-HDR-SEEN
088500             MOVE SH-SUBMITTER TO CN-SUBMITTER(CN-NDX)
088600             MOVE SH-BIZDATE TO CN-BIZDATE(CN-NDX)
088700             MOVE SH-SEQ TO CN-SEQ(CN-NDX)
088800         WHEN (WS-EXT-RECS = 1 OR (WS-EXT-RECS = 2 AND HDR-SEEN))
088900             AND CV-REC-TYPE = 'H' AND CV-DIGITS IS NUMERIC
089000             MOVE 'Y' TO SW-CTLHDR-SEEN
089100             MOVE CV-COUNT TO WS-EXPECT-COUNT
089200         WHEN CV-REC-TYPE = 'T' AND CV-DIGITS IS NUMERIC
089300             MOVE 'Y' TO SW-CTLTRL-SEEN
089400             MOVE CV-COUNT TO WS-TRL-COUNT
089500             MOVE CV-HASH TO WS-TRL-HASH
089600         WHEN OTHER
089700             ADD 1 TO WS-EXT-DATA
089800             IF XR-VALUE IS NUMERIC
089900                 ADD XR-VALUE TO WS-EXT-HASH
090000             END-IF
090100     END-EVALUATE.
090200
090300*-----------------------------------------------------------*
090400* 2300-CHECK-HEADER - A REGISTERED, ACTIVE SUBMITTER, A REAL *
090500* SEQUENCE NUMBER, AND A BUSINESS DATE THAT IS OPEN.  A FILE *
090600* ALREADY ON THE HISTORY UNDER THE SAME NAME AND HEADER IS   *
090700* RECOGNIZED BEFORE THE DATE IS JUDGED.                      *
090800*-----------------------------------------------------------*
090900 2300-CHECK-HEADER.
091000*-----------------------------------------------------------*
091100     MOVE CN-SUBMITTER(CN-NDX) TO SH-SUBMITTER
091200     PERFORM 1150-FIND-SUBMITTER
091300     IF RG-FOUND-NDX = 0
091400         MOVE 'R' TO CN-STATUS(CN-NDX)
091500         MOVE 'SUBMITTER NOT ON THE REGISTRY'
091600             TO CN-REASON(CN-NDX)
091700         GO TO 2300-EXIT
091800     END-IF
091900     MOVE RG-FOUND-NDX TO CN-REG-NDX(CN-NDX)
092000     MOVE RG-ORDER(RG-FOUND-NDX) TO CN-ORDER(CN-NDX)
092100     PERFORM 2350-CHECK-ALREADY-TAKEN
092200     IF NOT CN-PENDING(CN-NDX)
092300         GO TO 2300-EXIT
092400     END-IF
092500     IF NOT RG-ACTIVE(RG-FOUND-NDX)
092600         MOVE 'R' TO CN-STATUS(CN-NDX)
092700         MOVE 'SUBMITTER IS INACTIVE' TO CN-REASON(CN-NDX)
092800         GO TO 2300-EXIT
092900     END-IF
093000     IF CN-SEQ(CN-NDX) = 0
093100         MOVE 'R' TO CN-STATUS(CN-NDX)
093200         MOVE 'SEQUENCE NUMBER MISSING' TO CN-REASON(CN-NDX)
093300         GO TO 2300-EXIT
093400     END-IF
093500     MOVE CN-BIZDATE(CN-NDX) TO WS-DATE-CHECK
093600     IF DC-MONTH < 1 OR DC-MONTH > 12
093700         OR DC-DAY < 1 OR DC-DAY > 31
093800         OR DC-YEAR < 1900
093900         MOVE 'R' TO CN-STATUS(CN-NDX)
094000         MOVE 'BUSINESS DATE NOT A VALID DATE'
094100             TO CN-REASON(CN-NDX)
094200         GO TO 2300-EXIT
094300     END-IF
094400     IF CN-BIZDATE(CN-NDX) > WS-RUN-DATE
094500         MOVE 'R' TO CN-STATUS(CN-NDX)
094600         MOVE 'BUSINESS DATE NOT YET OPEN'
094700             TO CN-REASON(CN-NDX)
094800         GO TO 2300-EXIT
094900     END-IF
095000     IF CN-BIZDATE(CN-NDX) < WS-OPEN-FROM
095100         MOVE 'R' TO CN-STATUS(CN-NDX)
095200         MOVE 'BUSINESS DATE IS CLOSED' TO CN-REASON(CN-NDX)
095300     END-IF.
095400 2300-EXIT.
095500     EXIT.
095600
095700*-----------------------------------------------------------*
095800* 2350-CHECK-ALREADY-TAKEN - THE SAME FILE (NAME AND HEADER) *
095900* ACCEPTED TODAY IS A RERUN OF THE NIGHT AND IS QUEUED       *
096000* AGAIN; ACCEPTED ON AN EARLIER NIGHT, IT IS SKIPPED.        *
096100*-----------------------------------------------------------*
096200 2350-CHECK-ALREADY-TAKEN.
096300*-----------------------------------------------------------*
096400     MOVE 'N' TO SW-FOUND
096500     PERFORM 2360-MATCH-ONE-TAKEN
096600         VARYING HT-NDX FROM 1 BY 1
096700             UNTIL HT-NDX > HIST-TABLE-COUNT OR FOUND.
096800
096900*-----------------------------------------------------------*
097000 2360-MATCH-ONE-TAKEN.
097100*-----------------------------------------------------------*
097200     IF HT-FILENAME(HT-NDX) = CN-FILENAME(CN-NDX)
097300         AND HT-SUBMITTER(HT-NDX) = CN-SUBMITTER(CN-NDX)
097400         AND HT-BIZDATE(HT-NDX) = CN-BIZDATE(CN-NDX)
097500         AND HT-SEQ(HT-NDX) = CN-SEQ(CN-NDX)
097600         MOVE 'Y' TO SW-FOUND
097700         MOVE HT-RUN-DATE(HT-NDX) TO CN-RELATED-DATE(CN-NDX)
097800         IF HT-RUN-DATE(HT-NDX) = WS-RUN-DATE
097900             MOVE 'Q' TO CN-STATUS(CN-NDX)
098000             MOVE 'ACCEPTED EARLIER TODAY - RERUN'
098100                 TO CN-REASON(CN-NDX)
098200         ELSE
098300             MOVE 'P' TO CN-STATUS(CN-NDX)
098400             MOVE 'ALREADY PROCESSED ON AN EARLIER RUN'
098500                 TO CN-REASON(CN-NDX)
098600         END-IF
098700     END-IF.
098800
098900*-----------------------------------------------------------*
099000* 3000-SORT-ARRIVALS - INTO PROCESSING ORDER, SO SEQUENCE    *
099100* CHECKS SEE EACH SUBMITTER'S FILES LOWEST FIRST.  THE LIST  *
099200* IS SHORT, SO AN EXCHANGE SORT SERVES.                      *
099300*-----------------------------------------------------------*
099400 3000-SORT-ARRIVALS.
099500*-----------------------------------------------------------*
099600     MOVE CAND-TABLE-COUNT TO CN-LIMIT
099700     MOVE 'Y' TO SW-SWAPPED
099800     PERFORM 3100-SORT-ONE-PASS
099900         UNTIL NOT SWAPPED OR CN-LIMIT < 2.
100000
100100*-----------------------------------------------------------*
100200 3100-SORT-ONE-PASS.
100300*-----------------------------------------------------------*
100400     MOVE 'N' TO SW-SWAPPED
100500     PERFORM 3150-ORDER-ONE-PAIR
100600         VARYING CN-NDX FROM 1 BY 1
100700             UNTIL CN-NDX >= CN-LIMIT
100800     SUBTRACT 1 FROM CN-LIMIT.
100900
101000*-----------------------------------------------------------*
101100 3150-ORDER-ONE-PAIR.
101200*-----------------------------------------------------------*
101300     COMPUTE CN-SCAN = CN-NDX + 1
101400     IF CN-SORT-KEY(CN-NDX) > CN-SORT-KEY(CN-SCAN)
101500         MOVE CAND-ENTRY(CN-NDX) TO WS-CAND-HOLD
101600         MOVE CAND-ENTRY(CN-SCAN) TO CAND-ENTRY(CN-NDX)
101700         MOVE WS-CAND-HOLD TO CAND-ENTRY(CN-SCAN)
101800         MOVE 'Y' TO SW-SWAPPED
101900     END-IF.
102000
102100*-----------------------------------------------------------*
102200* 3500-DECIDE-ARRIVALS - IN PROCESSING ORDER, THE CHECKS     *
102300* THAT NEED THE OTHER FILES: DUPLICATES TONIGHT, DUPLICATES  *
102400* OF FILES ALREADY ACCEPTED, AND THE SEQUENCE.               *
102500*-----------------------------------------------------------*
102600 3500-DECIDE-ARRIVALS.
102700*-----------------------------------------------------------*
102800     PERFORM 3600-DECIDE-ONE-ARRIVAL THRU 3600-EXIT
102900         VARYING CN-NDX FROM 1 BY 1
103000             UNTIL CN-NDX > CAND-TABLE-COUNT.
103100
103200*-----------------------------------------------------------*
103300 3600-DECIDE-ONE-ARRIVAL.
103400*-----------------------------------------------------------*
103500     IF NOT CN-PENDING(CN-NDX)
103600         GO TO 3600-EXIT
103700     END-IF
103800     MOVE 'N' TO SW-FOUND
103900     PERFORM 3610-MATCH-EARLIER-TONIGHT
104000         VARYING CN-SCAN FROM 1 BY 1
104100             UNTIL CN-SCAN >= CN-NDX OR FOUND
104200     IF FOUND
104300         GO TO 3600-EXIT
104400     END-IF
104500     PERFORM 3620-MATCH-HISTORY
104600         VARYING HT-NDX FROM 1 BY 1
104700             UNTIL HT-NDX > HIST-TABLE-COUNT OR FOUND
104800     IF FOUND
104900         GO TO 3600-EXIT
105000     END-IF
105100     MOVE CN-REG-NDX(CN-NDX) TO RG-NDX
105200     PERFORM 3700-APPLY-SEQUENCE THRU 3700-EXIT
105300     IF CN-PENDING(CN-NDX)
105400         MOVE 'A' TO CN-STATUS(CN-NDX)
105500     END-IF.
105600 3600-EXIT.
105700     EXIT.
105800
105900*-----------------------------------------------------------*
106000 3610-MATCH-EARLIER-TONIGHT.
106100*-----------------------------------------------------------*
106200     IF CN-QUEUED(CN-SCAN)
106300         AND CN-SUBMITTER(CN-SCAN) = CN-SUBMITTER(CN-NDX)
106400         AND CN-BIZDATE(CN-SCAN) = CN-BIZDATE(CN-NDX)
106500         IF CN-SEQ(CN-SCAN) = CN-SEQ(CN-NDX)
106600             MOVE 'Y' TO SW-FOUND
106700             MOVE 'DUPLICATE SEQUENCE NUMBER'
106800                 TO CN-REASON(CN-NDX)
106900         ELSE
107000             IF CN-RECORDS(CN-SCAN) = CN-RECORDS(CN-NDX)
107100                 AND CN-HASH(CN-SCAN) = CN-HASH(CN-NDX)
107200                 MOVE 'Y' TO SW-FOUND
107300                 MOVE 'SAME CONTENT AS AN ACCEPTED FILE'
107400                     TO CN-REASON(CN-NDX)
107500             END-IF
107600         END-IF
107700         IF FOUND
107800             MOVE 'R' TO CN-STATUS(CN-NDX)
107900             MOVE CN-FILENAME(CN-SCAN) TO CN-RELATED(CN-NDX)
108000             MOVE WS-RUN-DATE TO CN-RELATED-DATE(CN-NDX)
108100         END-IF
108200     END-IF.
108300
108400*-----------------------------------------------------------*
108500 3620-MATCH-HISTORY.
108600*-----------------------------------------------------------*
108700     IF HT-SUBMITTER(HT-NDX) = CN-SUBMITTER(CN-NDX)
108800         AND HT-BIZDATE(HT-NDX) = CN-BIZDATE(CN-NDX)
108900         IF HT-SEQ(HT-NDX) = CN-SEQ(CN-NDX)
109000             MOVE 'Y' TO SW-FOUND
109100             MOVE 'DUPLICATE SEQUENCE NUMBER'
109200                 TO CN-REASON(CN-NDX)
109300         ELSE
109400             IF HT-RECORDS(HT-NDX) = CN-RECORDS(CN-NDX)
109500                 AND HT-HASH(HT-NDX) = CN-HASH(CN-NDX)
109600                 MOVE 'Y' TO SW-FOUND
109700                 MOVE 'SAME CONTENT AS AN ACCEPTED FILE'
109800                     TO CN-REASON(CN-NDX)
109900             END-IF
110000         END-IF
110100         IF FOUND
110200             MOVE 'R' TO CN-STATUS(CN-NDX)
110300             MOVE HT-FILENAME(HT-NDX) TO CN-RELATED(CN-NDX)
110400             MOVE HT-RUN-DATE(HT-NDX) TO CN-RELATED-DATE(CN-NDX)
110500         END-IF
110600     END-IF.
110700
110800*-----------------------------------------------------------*
110900* 3700-APPLY-SEQUENCE - MOVE THE SUBMITTER'S POSITION ON.    *
111000* THE NEXT NUMBER IS EXPECTED; A JUMP LEAVES THE NUMBERS     *
111100* SKIPPED ON THE MISSING LIST; A LOWER NUMBER IS TAKEN ONLY  *
111200* IF IT IS ON THAT LIST.  A SUBMITTER'S FIRST FILE SETS ITS  *
111300* POSITION.  A 'D' SUBMITTER STARTS AGAIN AT 1 ON EACH NEW   *
111400* BUSINESS DATE; ITS FILE FOR A DATE BEFORE ITS CURRENT ONE  *
111500* IS TAKEN (THE DUPLICATE CHECKS HAVE ALREADY RUN), CLEARING *
111600* A GAP IF IT FILLS ONE.                                     *
111700*-----------------------------------------------------------*
111800 3700-APPLY-SEQUENCE.
111900*-----------------------------------------------------------*
112000     PERFORM 3750-FIND-POSITION
112100     IF ST-NDX = 0
112200         MOVE 'R' TO CN-STATUS(CN-NDX)
112300         MOVE 'SEQUENCE TABLE FULL' TO CN-REASON(CN-NDX)
112400         MOVE 8 TO RETURN-CODE
112500         GO TO 3700-EXIT
112600     END-IF
112700     MOVE WS-RUN-DATE TO ST-LAST-RUN(ST-NDX)
112800     IF RG-DAILY-SEQ(RG-NDX)
112900         IF CN-BIZDATE(CN-NDX) < ST-BIZDATE(ST-NDX)
113000             PERFORM 3800-FILL-MISSING
113100             GO TO 3700-EXIT
113200         END-IF
113300         IF CN-BIZDATE(CN-NDX) > ST-BIZDATE(ST-NDX)
113400             MOVE CN-BIZDATE(CN-NDX) TO ST-BIZDATE(ST-NDX)
113500             MOVE 0 TO ST-HIGH-SEQ(ST-NDX)
113600         END-IF
113700     ELSE
113800         IF ST-BIZDATE(ST-NDX) = 0
113900             COMPUTE ST-HIGH-SEQ(ST-NDX) = CN-SEQ(CN-NDX) - 1
114000         END-IF
114100         IF CN-BIZDATE(CN-NDX) > ST-BIZDATE(ST-NDX)
114200             MOVE CN-BIZDATE(CN-NDX) TO ST-BIZDATE(ST-NDX)
114300         END-IF
114400     END-IF
114500     EVALUATE TRUE
114600         WHEN CN-SEQ(CN-NDX) = ST-HIGH-SEQ(ST-NDX) + 1
114700             MOVE CN-SEQ(CN-NDX) TO ST-HIGH-SEQ(ST-NDX)
114800         WHEN CN-SEQ(CN-NDX) > ST-HIGH-SEQ(ST-NDX)
114900             PERFORM 3850-OPEN-GAP
115000             MOVE CN-SEQ(CN-NDX) TO ST-HIGH-SEQ(ST-NDX)
115100         WHEN OTHER
115200             PERFORM 3800-FILL-MISSING
115300     END-EVALUATE.
115400 3700-EXIT.
115500     EXIT.
115600
115700*-----------------------------------------------------------*
115800* 3750-FIND-POSITION - THE SUBMITTER'S ROW ON THE SEQUENCE   *
115900* TABLE, ADDED EMPTY THE FIRST TIME IT SENDS.  ST-NDX 0      *
116000* WHEN THE TABLE IS FULL.                                    *
116100*-----------------------------------------------------------*
116200 3750-FIND-POSITION.
116300*-----------------------------------------------------------*
116400     MOVE 0 TO ST-NDX
116500     PERFORM 3760-MATCH-ONE-POSITION
116600         VARYING ST-SCAN FROM 1 BY 1
116700             UNTIL ST-SCAN > SEQ-TABLE-COUNT OR ST-NDX > 0
116800     IF ST-NDX = 0 AND SEQ-TABLE-COUNT < MAX-SEQ-ENTRIES
116900         ADD 1 TO SEQ-TABLE-COUNT
117000         MOVE SEQ-TABLE-COUNT TO ST-NDX
117100         MOVE CN-SUBMITTER(CN-NDX) TO ST-SUBMITTER(ST-NDX)
117200         MOVE 0 TO ST-BIZDATE(ST-NDX)
117300         MOVE 0 TO ST-HIGH-SEQ(ST-NDX)
117400         MOVE 0 TO ST-LAST-RUN(ST-NDX)
117500         MOVE 0 TO ST-MISS-COUNT(ST-NDX)
117600         PERFORM 3770-CLEAR-ONE-MISSING
117700             VARYING MS-NDX FROM 1 BY 1
117800                 UNTIL MS-NDX > MAX-MISSING
117900     END-IF.
118000
118100*-----------------------------------------------------------*
118200 3760-MATCH-ONE-POSITION.
118300*-----------------------------------------------------------*
118400     IF ST-SUBMITTER(ST-SCAN) = CN-SUBMITTER(CN-NDX)
118500         MOVE ST-SCAN TO ST-NDX
118600     END-IF.
118700
118800*-----------------------------------------------------------*
118900 3770-CLEAR-ONE-MISSING.
119000*-----------------------------------------------------------*
119100     MOVE 0 TO ST-MISS-DATE(ST-NDX, MS-NDX)
119200     MOVE 0 TO ST-MISS-SEQ(ST-NDX, MS-NDX).
119300
119400*-----------------------------------------------------------*
119500* 3800-FILL-MISSING - A NUMBER AT OR BELOW THE POSITION.  ON *
119600* THE MISSING LIST IT CLOSES THAT GAP; OTHERWISE IT HAS BEEN *
119700* RECEIVED BEFORE - EXCEPT A 'D' SUBMITTER'S EARLIER DATE,   *
119800* WHICH IS NOT TRACKED AND IS TAKEN.                         *
119900*-----------------------------------------------------------*
120000 3800-FILL-MISSING.
120100*-----------------------------------------------------------*
120200     MOVE 0 TO MS-NDX
120300     PERFORM 3810-MATCH-ONE-MISSING
120400         VARYING MS-SCAN FROM 1 BY 1
120500             UNTIL MS-SCAN > ST-MISS-COUNT(ST-NDX) OR MS-NDX > 0
120600     IF MS-NDX > 0
120700         PERFORM 3820-DROP-MISSING
120800     ELSE
120900         IF NOT RG-DAILY-SEQ(RG-NDX)
121000             OR CN-BIZDATE(CN-NDX) = ST-BIZDATE(ST-NDX)
121100             MOVE 'R' TO CN-STATUS(CN-NDX)
121200             MOVE 'SEQUENCE ALREADY RECEIVED'
121300                 TO CN-REASON(CN-NDX)
121400         END-IF
121500     END-IF.
121600
121700*-----------------------------------------------------------*
121800* 3810-MATCH-ONE-MISSING - A RUNNING SEQUENCE IS MATCHED ON  *
121900* THE NUMBER ALONE, A DAILY ONE ON DATE AND NUMBER.          *
122000*-----------------------------------------------------------*
122100 3810-MATCH-ONE-MISSING.
122200*-----------------------------------------------------------*
122300     IF ST-MISS-SEQ(ST-NDX, MS-SCAN) = CN-SEQ(CN-NDX)
122400         IF NOT RG-DAILY-SEQ(RG-NDX)
122500             OR ST-MISS-DATE(ST-NDX, MS-SCAN) = CN-BIZDATE(CN-NDX)
122600             MOVE MS-SCAN TO MS-NDX
122700         END-IF
122800     END-IF.
122900
123000*-----------------------------------------------------------*
123100* 3820-DROP-MISSING - TAKE ENTRY MS-NDX OFF THE MISSING LIST *
123200* AND CLOSE UP THE ONES BEHIND IT.                           *
123300*-----------------------------------------------------------*
123400 3820-DROP-MISSING.
123500*-----------------------------------------------------------*
123600     PERFORM 3830-SHIFT-ONE-MISSING
123700         VARYING MS-SCAN FROM MS-NDX BY 1
123800             UNTIL MS-SCAN >= ST-MISS-COUNT(ST-NDX)
123900     MOVE ST-MISS-COUNT(ST-NDX) TO MS-SCAN
124000     MOVE 0 TO ST-MISS-DATE(ST-NDX, MS-SCAN)
124100     MOVE 0 TO ST-MISS-SEQ(ST-NDX, MS-SCAN)
124200     SUBTRACT 1 FROM ST-MISS-COUNT(ST-NDX).
124300
124400*-----------------------------------------------------------*
124500 3830-SHIFT-ONE-MISSING.
124600*-----------------------------------------------------------*
124700     COMPUTE MS-NEXT = MS-SCAN + 1
124800     MOVE ST-MISSING(ST-NDX, MS-NEXT)
124900         TO ST-MISSING(ST-NDX, MS-SCAN).
125000
125100*-----------------------------------------------------------*
125200* 3850-OPEN-GAP - THE NUMBERS BETWEEN THE POSITION AND THIS  *
125300* FILE ARE MISSING.  THE FIRST TEN OUTSTANDING ARE TRACKED;  *
125400* THE REST ARE REPORTED ONCE, NOW, AND NOT LOOKED FOR AGAIN. *
125500*-----------------------------------------------------------*
125600 3850-OPEN-GAP.
125700*-----------------------------------------------------------*
125800     COMPUTE WS-GAP-FROM = ST-HIGH-SEQ(ST-NDX) + 1
125900     COMPUTE WS-GAP-TO = CN-SEQ(CN-NDX) - 1
126000     MOVE 0 TO WS-GAP-UNTRACKED
126100     PERFORM 3860-NOTE-ONE-MISSING
126200         VARYING WS-GAP-SEQ FROM WS-GAP-FROM BY 1
126300             UNTIL WS-GAP-SEQ > WS-GAP-TO
126400     MOVE 'N' TO GE-KIND-HOLD
126500     PERFORM 3870-STORE-GAP-EVENT.
126600
126700*-----------------------------------------------------------*
126800 3860-NOTE-ONE-MISSING.
126900*-----------------------------------------------------------*
127000     IF ST-MISS-COUNT(ST-NDX) < MAX-MISSING
127100         ADD 1 TO ST-MISS-COUNT(ST-NDX)
127200         MOVE ST-MISS-COUNT(ST-NDX) TO MS-SCAN
127300         MOVE CN-BIZDATE(CN-NDX) TO ST-MISS-DATE(ST-NDX, MS-SCAN)
127400         MOVE WS-GAP-SEQ TO ST-MISS-SEQ(ST-NDX, MS-SCAN)
127500     ELSE
127600         ADD 1 TO WS-GAP-UNTRACKED
127700     END-IF.
127800
127900*-----------------------------------------------------------*
128000* 3870-STORE-GAP-EVENT - ONE LINE FOR THE GAP SECTION OF THE *
128100* REPORT: 'N' A NEW GAP, 'W' A MISSING FILE WRITTEN OFF.     *
128200*-----------------------------------------------------------*
128300 3870-STORE-GAP-EVENT.
128400*-----------------------------------------------------------*
128500     IF GAP-TABLE-COUNT >= MAX-GAP-ENTRIES
128600         MOVE 8 TO RETURN-CODE
128700     ELSE
128800         ADD 1 TO GAP-TABLE-COUNT
128900         MOVE GAP-TABLE-COUNT TO GE-NDX
129000         MOVE GE-KIND-HOLD TO GE-KIND(GE-NDX)
129100         MOVE ST-SUBMITTER(ST-NDX) TO GE-SUBMITTER(GE-NDX)
129200         MOVE WS-GAP-FROM TO GE-SEQ-FROM(GE-NDX)
129300         MOVE WS-GAP-TO TO GE-SEQ-TO(GE-NDX)
129400         MOVE WS-GAP-UNTRACKED TO GE-UNTRACKED(GE-NDX)
129500         IF GE-KIND-HOLD = 'N'
129600             MOVE CN-BIZDATE(CN-NDX) TO GE-BIZDATE(GE-NDX)
129700         ELSE
129800             MOVE ST-MISS-DATE(ST-NDX, MS-NDX)
129900                 TO GE-BIZDATE(GE-NDX)
130000         END-IF
130100     END-IF
130200     ADD 1 TO GAPS-REPORTED.
130300
130400*-----------------------------------------------------------*
130500* 4000-WRITE-RESULTS - ONE REPORT LINE PER FILE IN           *
130600* PROCESSING ORDER, AVGCTL.TXT FROM THE FILES QUEUED, AND A  *
130700* HISTORY ROW FOR EACH FILE DECIDED TONIGHT.                 *
130800*-----------------------------------------------------------*
130900 4000-WRITE-RESULTS.
131000*-----------------------------------------------------------*
131100     OPEN OUTPUT CONTROL-FILE
131200     OPEN EXTEND HIST-FILE
131300     IF WS-FS-HIST NOT = '00'
131400         OPEN OUTPUT HIST-FILE
131500     END-IF
131600     MOVE SPACES TO REPORT-RECORD
131700     WRITE REPORT-RECORD
131800     MOVE 'FILES ON THE ARRIVAL LIST, IN PROCESSING ORDER'
131900         TO SEC-TEXT
132000     MOVE WS-SECTION-LINE TO REPORT-RECORD
132100     WRITE REPORT-RECORD
132200     MOVE WS-FILE-COLUMNS TO REPORT-RECORD
132300     WRITE REPORT-RECORD
132400     PERFORM 4100-WRITE-ONE-FILE
132500         VARYING CN-NDX FROM 1 BY 1
132600             UNTIL CN-NDX > CAND-TABLE-COUNT
132700     CLOSE CONTROL-FILE
132800     CLOSE HIST-FILE
132900     IF FILES-REJECTED > 0 AND RETURN-CODE < 4
133000         MOVE 4 TO RETURN-CODE
133100     END-IF.
133200
133300*-----------------------------------------------------------*
133400 4100-WRITE-ONE-FILE.
133500*-----------------------------------------------------------*
133600     MOVE CN-FILENAME(CN-NDX) TO FL-FILENAME
133700     MOVE CN-SUBMITTER(CN-NDX) TO FL-SUBMITTER
133800     MOVE SPACES TO FL-BIZDATE
133900     MOVE SPACES TO FL-SEQ
134000     IF CN-SUBMITTER(CN-NDX) NOT = SPACES
134100         MOVE CN-BIZDATE(CN-NDX) TO FL-BIZDATE
134200         MOVE CN-SEQ(CN-NDX) TO FL-SEQ
134300     END-IF
134400     MOVE CN-RECORDS(CN-NDX) TO FL-RECORDS
134500     MOVE CN-REASON(CN-NDX) TO FL-REASON
134600     EVALUATE TRUE
134700         WHEN CN-ACCEPTED(CN-NDX)
134800             MOVE 'ACCEPTED' TO FL-DECISION
134900             ADD 1 TO FILES-ACCEPTED
135000         WHEN CN-REQUEUED(CN-NDX)
135100             MOVE 'REQUEUED' TO FL-DECISION
135200             ADD 1 TO FILES-REQUEUED
135300         WHEN CN-SKIPPED(CN-NDX)
135400             MOVE 'SKIPPED' TO FL-DECISION
135500             ADD 1 TO FILES-SKIPPED
135600         WHEN OTHER
135700             MOVE 'REJECTED' TO FL-DECISION
135800             ADD 1 TO FILES-REJECTED
135900     END-EVALUATE
136000     MOVE WS-FILE-LINE TO REPORT-RECORD
136100     WRITE REPORT-RECORD
136200     IF CN-RELATED(CN-NDX) NOT = SPACES
136300         MOVE 'DUPLICATE OF ' TO RLL-LABEL
136400         MOVE CN-RELATED(CN-NDX) TO RLL-FILENAME
136500         MOVE CN-RELATED-DATE(CN-NDX) TO RLL-DATE
136600         MOVE WS-RELATED-LINE TO REPORT-RECORD
136700         WRITE REPORT-RECORD
136800     END-IF
136900     IF CN-QUEUED(CN-NDX)
137000         MOVE CN-FILENAME(CN-NDX) TO CONTROL-RECORD
137100         WRITE CONTROL-RECORD
137200         ADD CN-RECORDS(CN-NDX) TO RECORDS-QUEUED
137300         MOVE CN-REG-NDX(CN-NDX) TO RG-NDX
137400         ADD 1 TO RG-RECEIVED(RG-NDX)
137500     END-IF
137600     IF CN-ACCEPTED(CN-NDX) OR CN-REJECTED(CN-NDX)
137700         PERFORM 4200-WRITE-HISTORY
137800     END-IF.
137900
138000*-----------------------------------------------------------*
138100 4200-WRITE-HISTORY.
138200*-----------------------------------------------------------*
138300     MOVE SPACES TO WS-HIST-REC
138400     MOVE WS-RUN-DATE TO HSR-RUN-DATE
138500     MOVE WS-RUN-TIME(1:6) TO HSR-RUN-TIME
138600     MOVE CN-SUBMITTER(CN-NDX) TO HSR-SUBMITTER
138700     MOVE CN-BIZDATE(CN-NDX) TO HSR-BIZDATE
138800     MOVE CN-SEQ(CN-NDX) TO HSR-SEQ
138900     MOVE CN-STATUS(CN-NDX) TO HSR-STATUS
139000     MOVE CN-RECORDS(CN-NDX) TO HSR-RECORDS
139100     MOVE CN-HASH(CN-NDX) TO HSR-HASH
139200     MOVE CN-FILENAME(CN-NDX) TO HSR-FILENAME
139300     MOVE CN-REASON(CN-NDX) TO HSR-REASON
139400     MOVE WS-HIST-REC TO HIST-RECORD
139500     WRITE HIST-RECORD.
139600
139700*-----------------------------------------------------------*
139800* 5000-REPORT-SEQUENCE-GAPS - MISSING FILES WHOSE BUSINESS   *
139900* DATE HAS NOW CLOSED ARE WRITTEN OFF FIRST; THEN TONIGHT'S  *
140000* NEW GAPS AND WRITE-OFFS, THEN EVERY FILE STILL OUTSTANDING.*
140100*-----------------------------------------------------------*
140200 5000-REPORT-SEQUENCE-GAPS.
140300*-----------------------------------------------------------*
140400     PERFORM 5100-WRITE-OFF-CLOSED
140500         VARYING ST-NDX FROM 1 BY 1
140600             UNTIL ST-NDX > SEQ-TABLE-COUNT
140700     MOVE SPACES TO REPORT-RECORD
140800     WRITE REPORT-RECORD
140900     MOVE 'SEQUENCE GAPS' TO SEC-TEXT
141000     MOVE WS-SECTION-LINE TO REPORT-RECORD
141100     WRITE REPORT-RECORD
141200     IF GAP-TABLE-COUNT = 0
141300         MOVE '  NO NEW GAPS TONIGHT' TO SEC-TEXT
141400         MOVE WS-SECTION-LINE TO REPORT-RECORD
141500         WRITE REPORT-RECORD
141600     END-IF
141700     PERFORM 5200-WRITE-ONE-EVENT
141800         VARYING GE-NDX FROM 1 BY 1
141900             UNTIL GE-NDX > GAP-TABLE-COUNT
142000     PERFORM 5300-WRITE-OUTSTANDING
142100         VARYING ST-NDX FROM 1 BY 1
142200             UNTIL ST-NDX > SEQ-TABLE-COUNT
142300     IF GAPS-REPORTED > 0 AND RETURN-CODE < 4
142400         MOVE 4 TO RETURN-CODE
142500     END-IF.
142600
142700*-----------------------------------------------------------*
142800 5100-WRITE-OFF-CLOSED.
142900*-----------------------------------------------------------*
143000     MOVE 1 TO MS-NDX
143100     PERFORM 5110-TEST-ONE-MISSING
143200         UNTIL MS-NDX > ST-MISS-COUNT(ST-NDX).
143300
143400*-----------------------------------------------------------*
143500 5110-TEST-ONE-MISSING.
143600*-----------------------------------------------------------*
143700     IF ST-MISS-DATE(ST-NDX, MS-NDX) < WS-OPEN-FROM
143800         MOVE ST-MISS-SEQ(ST-NDX, MS-NDX) TO WS-GAP-FROM
143900         MOVE ST-MISS-SEQ(ST-NDX, MS-NDX) TO WS-GAP-TO
144000         MOVE 0 TO WS-GAP-UNTRACKED
144100         MOVE 'W' TO GE-KIND-HOLD
144200         PERFORM 3870-STORE-GAP-EVENT
144300         PERFORM 3820-DROP-MISSING
144400     ELSE
144500         ADD 1 TO MS-NDX
144600     END-IF.
144700
144800*-----------------------------------------------------------*
144900 5200-WRITE-ONE-EVENT.
145000*-----------------------------------------------------------*
145100     MOVE SPACES TO WS-GAP-LINE
145200     MOVE GE-SUBMITTER(GE-NDX) TO GPL-SUBMITTER
145300     MOVE GE-SEQ-FROM(GE-NDX) TO GPL-SEQ-FROM
145400     MOVE GE-BIZDATE(GE-NDX) TO GPL-DATE
145500     IF GE-KIND(GE-NDX) = 'N'
145600         MOVE 'GAP - SEQUENCE' TO GPL-TEXT
145700         MOVE ' TO ' TO GPL-DASH
145800         MOVE GE-SEQ-TO(GE-NDX) TO GPL-SEQ-TO
145900         MOVE ' FOUND IN FILE FOR ' TO GPL-DATE-LBL
146000         IF GE-UNTRACKED(GE-NDX) > 0
146100             MOVE GE-UNTRACKED(GE-NDX) TO WS-EDIT-COUNT
146200             STRING 'LAST ' DELIMITED BY SIZE
146300                    WS-EDIT-COUNT DELIMITED BY SIZE
146400                    ' NOT TRACKED' DELIMITED BY SIZE
146500                 INTO GPL-NOTE
146600         ELSE
146700             MOVE 'NOT RECEIVED' TO GPL-NOTE
146800         END-IF
146900     ELSE
147000         MOVE 'WRITTEN OFF - SEQUENCE' TO GPL-TEXT
147100         MOVE ' FOR BUSINESS DATE ' TO GPL-DATE-LBL
147200         MOVE 'NOT RECEIVED BEFORE THE DATE CLOSED'
147300             TO GPL-NOTE
147400     END-IF
147500     MOVE WS-GAP-LINE TO REPORT-RECORD
147600     WRITE REPORT-RECORD.
147700
147800*-----------------------------------------------------------*
147900 5300-WRITE-OUTSTANDING.
148000*-----------------------------------------------------------*
148100     PERFORM 5310-WRITE-ONE-OUTSTANDING
148200         VARYING MS-NDX FROM 1 BY 1
148300             UNTIL MS-NDX > ST-MISS-COUNT(ST-NDX).
148400
148500*-----------------------------------------------------------*
148600 5310-WRITE-ONE-OUTSTANDING.
148700*-----------------------------------------------------------*
148800     MOVE SPACES TO WS-GAP-LINE
148900     MOVE ST-SUBMITTER(ST-NDX) TO GPL-SUBMITTER
149000     MOVE 'STILL MISSING - SEQUENCE' TO GPL-TEXT
149100     MOVE ST-MISS-SEQ(ST-NDX, MS-NDX) TO GPL-SEQ-FROM
149200     MOVE ' FOUND IN FILE FOR ' TO GPL-DATE-LBL
149300     MOVE ST-MISS-DATE(ST-NDX, MS-NDX) TO GPL-DATE
149400     MOVE WS-GAP-LINE TO REPORT-RECORD
149500     WRITE REPORT-RECORD.
149600
149700*-----------------------------------------------------------*
149800* 6000-CHECK-EXPECTED-FILES - EVERY ACTIVE SUBMITTER DUE     *
149900* TONIGHT ('D', OR 'W' ON ITS WEEKDAY) THAT HAS NOTHING      *
150000* QUEUED.  PAST ITS CUT-OFF THAT IS AN EXCEPTION; BEFORE IT, *
150100* THE FILE MAY STILL COME.                                   *
150200*-----------------------------------------------------------*
150300 6000-CHECK-EXPECTED-FILES.
150400*-----------------------------------------------------------*
150500     MOVE SPACES TO REPORT-RECORD
150600     WRITE REPORT-RECORD
150700     MOVE 'EXPECTED FILES NOT RECEIVED' TO SEC-TEXT
150800     MOVE WS-SECTION-LINE TO REPORT-RECORD
150900     WRITE REPORT-RECORD
151000     PERFORM 6100-CHECK-ONE-SUBMITTER
151100         VARYING RG-NDX FROM 1 BY 1
151200             UNTIL RG-NDX > REG-TABLE-COUNT
151300     IF FILES-MISSING > 0 AND RETURN-CODE < 4
151400         MOVE 4 TO RETURN-CODE
151500     END-IF.
151600
151700*-----------------------------------------------------------*
151800 6100-CHECK-ONE-SUBMITTER.
151900*-----------------------------------------------------------*
152000     IF RG-ACTIVE(RG-NDX) AND RG-RECEIVED(RG-NDX) = 0
152100         AND (RG-FREQUENCY(RG-NDX) = 'D'
152200              OR (RG-FREQUENCY(RG-NDX) = 'W'
152300                  AND RG-WEEKDAY(RG-NDX) = WS-RUN-DOW))
152400         MOVE RG-SUBMITTER(RG-NDX) TO EXL-SUBMITTER
152500         MOVE RG-NAME(RG-NDX) TO EXL-NAME
152600         MOVE RG-CUTOFF(RG-NDX) TO EXL-CUTOFF
152700         IF RG-CUTOFF(RG-NDX) IS NUMERIC
152800             AND WS-RUN-TIME(1:4) <= RG-CUTOFF(RG-NDX)
152900             MOVE 'NOT YET RECEIVED - CUT-OFF IS'
153000                 TO EXL-TEXT
153100         ELSE
153200             MOVE 'NOT RECEIVED BY CUT-OFF' TO EXL-TEXT
153300             ADD 1 TO FILES-MISSING
153400         END-IF
153500         MOVE WS-EXPECT-LINE TO REPORT-RECORD
153600         WRITE REPORT-RECORD
153700     END-IF.
153800
153900*-----------------------------------------------------------*
154000* 7000-SAVE-SEQUENCE-STATE - REWRITE AVGINTKSEQ.TXT WITH THE *
154100* POSITIONS AS THEY STAND AFTER TONIGHT.                     *
154200*-----------------------------------------------------------*
154300 7000-SAVE-SEQUENCE-STATE.
154400*-----------------------------------------------------------*
154500     OPEN OUTPUT SEQSTATE-FILE
154600     PERFORM 7100-SAVE-ONE-POSITION
154700         VARYING ST-NDX FROM 1 BY 1
154800             UNTIL ST-NDX > SEQ-TABLE-COUNT
154900     CLOSE SEQSTATE-FILE.
155000
155100*-----------------------------------------------------------*
155200 7100-SAVE-ONE-POSITION.
155300*-----------------------------------------------------------*
155400     MOVE SPACES TO WS-SEQSTATE-REC
155500     MOVE SEQ-ENTRY(ST-NDX) TO WS-SEQSTATE-REC(1:169)
155600     MOVE WS-SEQSTATE-REC TO SEQSTATE-RECORD
155700     WRITE SEQSTATE-RECORD.
155800
155900*-----------------------------------------------------------*
156000 8000-WRITE-TOTALS.
156100*-----------------------------------------------------------*
156200     MOVE SPACES TO REPORT-RECORD
156300     WRITE REPORT-RECORD
156400     MOVE 'TOTALS' TO SEC-TEXT
156500     MOVE WS-SECTION-LINE TO REPORT-RECORD
156600     WRITE REPORT-RECORD
156700     MOVE '  FILES ON THE ARRIVAL LIST' TO TTL-LABEL
156800     MOVE ARRIVALS-READ TO TTL-COUNT
156900     PERFORM 8100-WRITE-ONE-TOTAL
157000     MOVE '  FILES ACCEPTED' TO TTL-LABEL
157100     MOVE FILES-ACCEPTED TO TTL-COUNT
157200     PERFORM 8100-WRITE-ONE-TOTAL
157300     MOVE '  FILES QUEUED AGAIN (RERUN)' TO TTL-LABEL
157400     MOVE FILES-REQUEUED TO TTL-COUNT
157500     PERFORM 8100-WRITE-ONE-TOTAL
157600     MOVE '  FILES REJECTED' TO TTL-LABEL
157700     MOVE FILES-REJECTED TO TTL-COUNT
157800     PERFORM 8100-WRITE-ONE-TOTAL
157900     MOVE '  FILES ALREADY PROCESSED' TO TTL-LABEL
158000     MOVE FILES-SKIPPED TO TTL-COUNT
158100     PERFORM 8100-WRITE-ONE-TOTAL
158200     MOVE '  DATA RECORDS IN AVGCTL.TXT' TO TTL-LABEL
158300     MOVE RECORDS-QUEUED TO TTL-COUNT
158400     PERFORM 8100-WRITE-ONE-TOTAL
158500     MOVE '  SEQUENCE GAPS AND WRITE-OFFS' TO TTL-LABEL
158600     MOVE GAPS-REPORTED TO TTL-COUNT
158700     PERFORM 8100-WRITE-ONE-TOTAL
158800     MOVE '  EXPECTED FILES PAST CUT-OFF' TO TTL-LABEL
158900     MOVE FILES-MISSING TO TTL-COUNT
159000     PERFORM 8100-WRITE-ONE-TOTAL
159100     DISPLAY 'AVGINTAKE - ' ARRIVALS-READ ' ARRIVED, '
159200         FILES-ACCEPTED ' ACCEPTED, ' FILES-REQUEUED
159300         ' REQUEUED, ' FILES-REJECTED ' REJECTED, '
159400         RECORDS-QUEUED ' RECORDS QUEUED'.
159500
159600*-----------------------------------------------------------*
159700 8100-WRITE-ONE-TOTAL.
159800*-----------------------------------------------------------*
159900     MOVE WS-TOTAL-LINE TO REPORT-RECORD
160000     WRITE REPORT-RECORD.
160100
160200*-----------------------------------------------------------*
160300 9800-WRITE-RUNLOG.
160400*-----------------------------------------------------------*
160500     OPEN EXTEND RUNLOG-FILE
160600     IF WS-FS-RUNLOG NOT = '00'
160700         OPEN OUTPUT RUNLOG-FILE
160800     END-IF
160900     MOVE SPACES TO WS-RUNLOG-REC
161000     MOVE 'AVGINTAKE' TO RLG-PROGRAM
161100     MOVE WS-START-DATE TO RLG-START-DATE
161200     MOVE WS-START-TIME TO RLG-START-TIME
161300     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
161400     ACCEPT WS-END-TIME FROM TIME
161500     MOVE WS-END-DATE TO RLG-END-DATE
161600     MOVE WS-END-TIME TO RLG-END-TIME
161700     MOVE ARRIVALS-READ TO RLG-RECS-READ
161800     MOVE RECORDS-QUEUED TO RLG-RECS-WRITTEN
161900     MOVE FILES-REJECTED TO RLG-RECS-REJECTED
162000     MOVE RETURN-CODE TO RLG-RETURN-CODE
162100     MOVE WS-RUNLOG-REC TO RUNLOG-RECORD
162200     WRITE RUNLOG-RECORD
162300     CLOSE RUNLOG-FILE.
162400 9800-EXIT.
162500     EXIT.
162600
162700*-----------------------------------------------------------*
162800 9999-TERMINATE.
162900*-----------------------------------------------------------*
163000     CLOSE REPORT-FILE
163100     PERFORM 9800-WRITE-RUNLOG THRU 9800-EXIT
163200     STOP RUN.
