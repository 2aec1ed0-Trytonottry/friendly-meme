000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RANDQA.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  CERTIFIES THE NIGHT'S  *
001300*                  RANDOM.TXT BEFORE ANY STEP CONSUMES IT:    *
001400*                  EVERY 'P' RECORD IS MATCHED TO THE PROFILE *
001500*                  BLOCK THAT PRODUCED IT (OR EVERY 'D'       *
001600*                  RECORD TO THE HEADER'S REQUEST), COUNTS    *
001700*                  AND VALUE/WEIGHT RANGES ARE CHECKED        *
001800*                  AGAINST THE PROFILE, AND EACH BLOCK'S      *
001900*                  VALUES ARE BUCKETED FOR A CHI-SQUARE       *
002000*                  GOODNESS-OF-FIT TEST AGAINST ITS DECLARED  *
002100*                  UNIFORM OR NORMAL SHAPE.  THE RESULTS GO   *
002200*                  TO RANDQA-RPT.TXT; A FAILED CERTIFICATION  *
002300*                  ENDS WITH RC 8 SO THE NIGHTLY CHAIN STOPS  *
002400*                  BEFORE AVERAGE OR MATMUL SEE THE DATA.     *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RANDOM-FILE ASSIGN TO 'random.txt'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-FS-RANDOM.
003300
003400     SELECT SEEDCAT-FILE ASSIGN TO 'seedcat.txt'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-FS-SEEDCAT.
003700
003800     SELECT PROFILE-FILE ASSIGN DYNAMIC WS-PROFILE-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-FS-PROFILE.
004100
004200     SELECT QA-REPORT ASSIGN TO 'randqa-rpt.txt'
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT RUNLOG-FILE ASSIGN TO 'runlog.txt'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-FS-RUNLOG.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RANDOM-FILE.
005200 01  RANDOM-REC          PIC X(40).
005300
005400 FD  SEEDCAT-FILE.
005500 01  SEEDCAT-RECORD      PIC X(80).
005600
005700 FD  PROFILE-FILE.
005800 01  PROFILE-RECORD      PIC X(80).
005900
006000 FD  QA-REPORT.
006100 01  QA-RPT-RECORD       PIC X(132).
006200
006300 FD  RUNLOG-FILE.
006400 01  RUNLOG-RECORD       PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700 01  WS-FS-RANDOM        PIC X(2)  VALUE SPACES.
006800 01  WS-FS-SEEDCAT       PIC X(2)  VALUE SPACES.
006900 01  WS-FS-PROFILE       PIC X(2)  VALUE SPACES.
007000 01  WS-PROFILE-NAME     PIC X(40) VALUE SPACES.
007100 01  WS-RUN-DATE         PIC 9(8).
007200
007300 01  SW-EOF              PIC X     VALUE 'N'.
007400     88  EOF-FLAG                  VALUE 'Y'.
007500 01  SW-SCT-EOF          PIC X     VALUE 'N'.
007600     88  SCT-EOF-FLAG              VALUE 'Y'.
007700 01  SW-PROF-EOF         PIC X     VALUE 'N'.
007800     88  PROF-EOF-FLAG             VALUE 'Y'.
007900 01  SW-HEADER-SEEN      PIC X     VALUE 'N'.
008000     88  HEADER-SEEN               VALUE 'Y'.
008100 01  SW-TRAILER-SEEN     PIC X     VALUE 'N'.
008200     88  TRAILER-SEEN              VALUE 'Y'.
008300 01  SW-PROFILE-MODE     PIC X     VALUE 'N'.
008400     88  PROFILE-MODE              VALUE 'Y'.
008500 01  SW-VALUE-OK         PIC X     VALUE 'Y'.
008600     88  VALUE-OK                  VALUE 'Y'.
008700
008800*-----------------------------------------------------------*
008900* ALTERNATE VIEWS OF A RANDOM.TXT RECORD - LAYOUTS MATCH      *
009000* RANDOM-GEN'S HEADER, 'D', 'P', AND TRAILER RECORDS.         *
009100*-----------------------------------------------------------*
009200 01  WS-HDR-VIEW REDEFINES RANDOM-REC.
009300     05  HV-REC-TYPE      PIC X(1).
009400     05  HV-RUN-DATE      PIC 9(8).
009500     05  HV-SEED          PIC 9(8).
009600     05  HV-REQ-COUNT     PIC 9(5).
009700     05  HV-DIST-CODE     PIC X(1).
009800     05  HV-PROFILE       PIC X(17).
009900
010000 01  WS-DATA-VIEW REDEFINES RANDOM-REC.
010100     05  DV-REC-TYPE      PIC X(1).
010200     05  DV-VALUE-RAW     PIC X(7).
010300     05  DV-VALUE-NUM REDEFINES DV-VALUE-RAW
010400                      PIC 9V9(6).
010500     05  FILLER           PIC X(32).
010600
010700 01  WS-PRF-VIEW REDEFINES RANDOM-REC.
010800     05  PV-REC-TYPE      PIC X(1).
010900     05  PV-CATEGORY      PIC X(4).
011000     05  PV-VALUE-RAW     PIC X(10).
011100     05  PV-VALUE-NUM REDEFINES PV-VALUE-RAW
011200                      PIC 9(8)V9(2).
011300     05  PV-WEIGHT-RAW    PIC X(6).
011400     05  PV-WEIGHT-NUM REDEFINES PV-WEIGHT-RAW
011500                      PIC 9(4)V9(2).
011600     05  FILLER           PIC X(19).
011700
011800 01  WS-TRL-VIEW REDEFINES RANDOM-REC.
011900     05  TV-REC-TYPE      PIC X(1).
012000     05  TV-ACTUAL-COUNT  PIC 9(5).
012100     05  FILLER           PIC X(34).
012200
012300*-----------------------------------------------------------*
012400* HEADER FIELDS KEPT FOR THE REPORT AND THE END-OF-FILE       *
012500* RECONCILIATION.                                             *
012600*-----------------------------------------------------------*
012700 01  WS-HDR-RUN-DATE     PIC 9(8)  VALUE 0.
012800 01  WS-HDR-SEED         PIC 9(8)  VALUE 0.
012900 01  WS-HDR-REQ-COUNT    PIC 9(5)  VALUE 0.
013000 01  WS-HDR-DIST-CODE    PIC X(1)  VALUE SPACE.
013100 01  WS-HDR-PROFILE      PIC X(17) VALUE SPACES.
013200 01  WS-TRL-COUNT        PIC 9(5)  VALUE 0.
013300
013400*-----------------------------------------------------------*
013500* SEEDCAT.TXT LEDGER ENTRY - LAYOUT MATCHES RANDOM-GEN.  THE  *
013600* HEADER CARRIES ONLY THE FIRST 17 BYTES OF THE PROFILE NAME; *
013700* THE LEDGER HOLDS THE FULL NAME.                             *
013800*-----------------------------------------------------------*
013900 01  WS-SEEDCAT-REC.
014000     05  SCT-RUN-DATE    PIC 9(8).
014100     05  SCT-SEED        PIC 9(8).
014200     05  SCT-COUNT       PIC 9(5).
014300     05  SCT-DIST        PIC X(1).
014400     05  SCT-PROFILE     PIC X(40).
014500     05  FILLER          PIC X(18).
014600
014700*-----------------------------------------------------------*
014800* GENERATION-PROFILE BLOCK - LAYOUT MATCHES RANDOM-GEN.       *
014900*-----------------------------------------------------------*
015000 01  WS-PROFILE-REC.
015100     05  PF-CATEGORY      PIC X(4).
015200     05  PF-COUNT         PIC 9(5).
015300     05  PF-VMIN          PIC 9(8)V9(2).
015400     05  PF-VMAX          PIC 9(8)V9(2).
015500     05  PF-WMIN          PIC 9(4)V9(2).
015600     05  PF-WMAX          PIC 9(4)V9(2).
015700     05  PF-DIST          PIC X(1).
015800     05  FILLER           PIC X(38).
015900
016000*-----------------------------------------------------------*
016100* ONE ENTRY PER PROFILE BLOCK (OR ONE 'RAND' ENTRY FOR A      *
016200* PLAIN 'D' RUN) - THE DECLARED SHAPE AND WHAT WAS SEEN.      *
016300* QB-BUCKET HOLDS TEN EQUAL-PROBABILITY CELLS UNDER THE       *
016400* BLOCK'S DECLARED DISTRIBUTION; ADJACENT PAIRS ARE MERGED    *
016500* INTO FIVE CELLS FOR A BLOCK TOO SMALL FOR TEN.              *
016600*-----------------------------------------------------------*
016700 01  QB-TABLE-COUNT      PIC 9(2) COMP  VALUE 0.
016800 01  MAX-QB-ENTRIES      PIC 9(2) COMP  VALUE 50.
016900 01  QB-TABLE.
017000     05  QB-ENTRY OCCURS 50 TIMES.
017100         10  QB-CATEGORY  PIC X(4).
017200         10  QB-EXPECT    PIC 9(5).
017300         10  QB-VMIN      PIC 9(8)V9(6).
017400         10  QB-VMAX      PIC 9(8)V9(6).
017500         10  QB-WMIN      PIC 9(4)V9(2).
017600         10  QB-WMAX      PIC 9(4)V9(2).
017700         10  QB-DIST      PIC X(1).
017800         10  QB-FIT-SW    PIC X(1).
017900             88  QB-FIT-ALLOWED       VALUE 'Y'.
018000         10  QB-ACTUAL    PIC 9(5).
018100         10  QB-BAD-NUM   PIC 9(5).
018200         10  QB-LOW       PIC 9(5).
018300         10  QB-HIGH      PIC 9(5).
018400         10  QB-WGT-ERR   PIC 9(5).
018500         10  QB-SUM       PIC 9(13)V9(6).
018600         10  QB-BUCKET    PIC 9(5) OCCURS 10 TIMES.
018700 01  QB-NDX              PIC 9(2) COMP.
018800 01  QB-CUR              PIC 9(2) COMP  VALUE 0.
018900 01  QB-SCAN             PIC 9(2) COMP.
019000 01  QB-FOUND            PIC 9(2) COMP.
019100 01  QB-BKT              PIC 9(2) COMP.
019200
019300*-----------------------------------------------------------*
019400* NORMAL CELL BOUNDARIES.  RANDOM-GEN'S NORMAL DRAW IS        *
019500* 0.5 + Z/8 OF THE RANGE, SO A VALUE'S Z IS (U - 0.5) * 8     *
019600* WHERE U IS ITS FRACTION OF THE RANGE.  THESE ARE THE        *
019700* STANDARD-NORMAL DECILE POINTS; EVERY SECOND ONE IS ALSO A   *
019800* QUINTILE POINT.                                             *
019900*-----------------------------------------------------------*
020000 01  WS-Z-TABLE-VALUES.
020100     05  FILLER           PIC S9V9(4) VALUE -1.2816.
020200     05  FILLER           PIC S9V9(4) VALUE -0.8416.
020300     05  FILLER           PIC S9V9(4) VALUE -0.5244.
020400     05  FILLER           PIC S9V9(4) VALUE -0.2533.
020500     05  FILLER           PIC S9V9(4) VALUE +0.0000.
020600     05  FILLER           PIC S9V9(4) VALUE +0.2533.
020700     05  FILLER           PIC S9V9(4) VALUE +0.5244.
020800     05  FILLER           PIC S9V9(4) VALUE +0.8416.
020900     05  FILLER           PIC S9V9(4) VALUE +1.2816.
021000 01  WS-Z-TABLE REDEFINES WS-Z-TABLE-VALUES.
021100     05  WS-Z-POINT       PIC S9V9(4) OCCURS 9 TIMES.
021200
021300*-----------------------------------------------------------*
021400* CHI-SQUARE CRITICAL VALUES.  A BLOCK FAILS ABOVE THE 0.1%   *
021500* POINT AND IS WARNED ABOVE THE 1% POINT, SO A SOUND          *
021600* GENERATOR IS ALMOST NEVER FAILED BY CHANCE ON A NIGHT WITH  *
021700* MANY BLOCKS.                                                *
021800*   TEN CELLS  (9 DF)  1% = 21.666   0.1% = 27.877            *
021900*   FIVE CELLS (4 DF)  1% = 13.277   0.1% = 18.467            *
022000*-----------------------------------------------------------*
022100 01  WS-WARN-10          PIC 9(3)V9(3) VALUE 21.666.
022200 01  WS-FAIL-10          PIC 9(3)V9(3) VALUE 27.877.
022300 01  WS-WARN-5           PIC 9(3)V9(3) VALUE 13.277.
022400 01  WS-FAIL-5           PIC 9(3)V9(3) VALUE 18.467.
022500 01  WS-MIN-FOR-10       PIC 9(5)  VALUE 50.
022600 01  WS-MIN-FOR-5        PIC 9(5)  VALUE 25.
022700 01  WS-MIN-FIT-SPAN     PIC 9(3)V9(2) VALUE 10.00.
022800
022900*-----------------------------------------------------------*
023000* VALUE-CHECK AND FIT-TEST WORK AREAS                         *
023100*-----------------------------------------------------------*
023200 01  WS-VALUE            PIC 9(8)V9(6).
023300 01  WS-SPAN             PIC 9(8)V9(6).
023400 01  WS-FRACTION         PIC S9(3)V9(8) COMP-3.
023500 01  WS-Z                PIC S9(3)V9(6) COMP-3.
023600 01  WS-CELLS            PIC 9(2) COMP.
023700 01  WS-CELL-NDX         PIC 9(2) COMP.
023800 01  WS-CELL-COUNT       PIC 9(5).
023900 01  WS-FIT-N            PIC 9(5).
024000 01  WS-EXPECT-CELL      PIC 9(5)V9(4).
024100 01  WS-CHI-SQUARE       PIC 9(7)V9(4).
024200 01  WS-WARN-AT          PIC 9(3)V9(3).
024300 01  WS-FAIL-AT          PIC 9(3)V9(3).
024400 01  WS-BLOCK-FAILS      PIC 9(3).
024500 01  WS-PROFILE-TOTAL    PIC 9(6)  VALUE 0.
024600
024700 77  WS-DATA-READ        PIC 9(7)  VALUE 0.
024800 77  WS-STRAY-COUNT      PIC 9(7)  VALUE 0.
024900 77  WS-OTHER-COUNT      PIC 9(7)  VALUE 0.
025000 77  WS-RECS-REJECTED    PIC 9(7)  VALUE 0.
025100 77  WS-FAIL-COUNT       PIC 9(5)  VALUE 0.
025200 77  WS-WARN-COUNT       PIC 9(5)  VALUE 0.
025300
025400*-----------------------------------------------------------*
025500* SHARED RUNLOG AUDIT RECORD - ONE PER STEP, APPENDED AT END  *
025600* OF RUN.  LAYOUT IS COMMON TO EVERY PROGRAM IN THE NIGHTLY   *
025700* CHAIN AND TO RUNREPORT.                                     *
025800*-----------------------------------------------------------*
025900 01  WS-FS-RUNLOG        PIC X(2)  VALUE SPACES.
026000 01  WS-RUNLOG-REC.
026100     05  RLG-PROGRAM       PIC X(14).
026200     05  RLG-START-DATE    PIC 9(8).
026300     05  RLG-START-TIME    PIC 9(8).
026400     05  RLG-END-DATE      PIC 9(8).
026500     05  RLG-END-TIME      PIC 9(8).
026600     05  RLG-RECS-READ     PIC 9(7).
026700     05  RLG-RECS-WRITTEN  PIC 9(7).
026800     05  RLG-RECS-REJECTED PIC 9(7).
026900     05  RLG-RETURN-CODE   PIC 9(4).
027000     05  FILLER            PIC X(9) VALUE SPACES.
027100 01  WS-START-DATE       PIC 9(8).
027200 01  WS-START-TIME       PIC 9(8).
027300 01  WS-END-DATE         PIC 9(8).
027400 01  WS-END-TIME         PIC 9(8).
027500
027600*-----------------------------------------------------------*
027700* REPORT LINE LAYOUTS                                        *
027800*-----------------------------------------------------------*
027900 01  WS-RPT-HEADER.
028000     05  FILLER       PIC X(36)
028100         VALUE 'RANDQA - RANDOM.TXT CERTIFICATION - '.
028200     05  RPH-DATE     PIC 9(8).
028300     05  FILLER       PIC X(88) VALUE SPACES.
028400
028500 01  WS-RPT-FILE-LINE.
028600     05  FILLER       PIC X(14) VALUE 'HEADER DATE = '.
028700     05  RFL-DATE     PIC 9(8).
028800     05  FILLER       PIC X(9)  VALUE '  SEED = '.
028900     05  RFL-SEED     PIC 9(8).
029000     05  FILLER       PIC X(12) VALUE '  REQUEST = '.
029100     05  RFL-COUNT    PIC Z(4)9.
029200     05  FILLER       PIC X(9)  VALUE '  DIST = '.
029300     05  RFL-DIST     PIC X(1).
029400     05  FILLER       PIC X(12) VALUE '  PROFILE = '.
029500     05  RFL-PROFILE  PIC X(40).
029600     05  FILLER       PIC X(14) VALUE SPACES.
029700
029800 01  WS-COLUMN-HEAD-1.
029900     05  FILLER       PIC X(50) VALUE
030000         'CAT   D  EXPECT  ACTUAL  RANGE MINIMUM  RANGE MAXI'.
030100     05  FILLER       PIC X(50) VALUE
030200         'MUM    LOW   HIGH WGTERR BADNUM          MEAN CELL'.
030300     05  FILLER       PIC X(32) VALUE
030400         'S    CHI-SQ WARN-AT  RESULT'.
030500
030600 01  WS-BLOCK-LINE.
030700     05  BKL-CAT      PIC X(4).
030800     05  FILLER       PIC X(2)  VALUE SPACES.
030900     05  BKL-DIST     PIC X(1).
031000     05  FILLER       PIC X(2)  VALUE SPACES.
031100     05  BKL-EXPECT   PIC Z(5)9.
031200     05  FILLER       PIC X(2)  VALUE SPACES.
031300     05  BKL-ACTUAL   PIC Z(5)9.
031400     05  FILLER       PIC X(2)  VALUE SPACES.
031500     05  BKL-VMIN     PIC Z(7)9.9999.
031600     05  FILLER       PIC X(2)  VALUE SPACES.
031700     05  BKL-VMAX     PIC Z(7)9.9999.
031800     05  FILLER       PIC X(1)  VALUE SPACES.
031900     05  BKL-LOW      PIC Z(5)9.
032000     05  FILLER       PIC X(1)  VALUE SPACES.
032100     05  BKL-HIGH     PIC Z(5)9.
032200     05  FILLER       PIC X(1)  VALUE SPACES.
032300     05  BKL-WGT-ERR  PIC Z(5)9.
032400     05  FILLER       PIC X(1)  VALUE SPACES.
032500     05  BKL-BAD-NUM  PIC Z(5)9.
032600     05  FILLER       PIC X(1)  VALUE SPACES.
032700     05  BKL-MEAN     PIC Z(7)9.9999.
032800     05  FILLER       PIC X(4)  VALUE SPACES.
032900     05  BKL-CELLS    PIC Z9.
033000     05  FILLER       PIC X(1)  VALUE SPACES.
033100     05  BKL-CHI      PIC Z(4)9.999.
033200     05  FILLER       PIC X(1)  VALUE SPACES.
033300     05  BKL-WARN-AT  PIC ZZ9.999.
033400     05  FILLER       PIC X(2)  VALUE SPACES.
033500     05  BKL-RESULT   PIC X(11).
033600
033700 01  WS-CELL-LINE.
033800     05  FILLER       PIC X(15) VALUE '      CELLS:   '.
033900     05  CLL-CELL OCCURS 10 TIMES.
034000         10  CLL-COUNT    PIC Z(5)9.
034100         10  FILLER       PIC X(1).
034200     05  FILLER       PIC X(17) VALUE '  EXPECTED EACH ='.
034300     05  CLL-EXPECT   PIC Z(5)9.9.
034400     05  FILLER       PIC X(22) VALUE SPACES.
034500
034600 01  WS-NOTE-LINE.
034700     05  FILLER       PIC X(6)  VALUE SPACES.
034800     05  NTE-TEXT     PIC X(46).
034900     05  NTE-NUM-1    PIC Z(6)9.
035000     05  NTE-TEXT-2   PIC X(16).
035100     05  NTE-NUM-2    PIC Z(6)9.
035200     05  FILLER       PIC X(50) VALUE SPACES.
035300
035400 01  WS-VERDICT-LINE.
035500     05  VDL-TEXT     PIC X(40).
035600     05  VDL-COUNT    PIC Z(4)9.
035700     05  VDL-TEXT-2   PIC X(14).
035800     05  VDL-WARN     PIC Z(4)9.
035900     05  VDL-TEXT-3   PIC X(12).
036000     05  FILLER       PIC X(56) VALUE SPACES.
036100
036200 PROCEDURE DIVISION.
036300*-----------------------------------------------------------*
036400 0000-MAINLINE.
036500*-----------------------------------------------------------*
036600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036700     PERFORM 2000-READ-RANDOM THRU 2000-EXIT
036800     PERFORM 3000-EVALUATE-BLOCKS THRU 3000-EXIT
036900     PERFORM 4000-WRITE-VERDICT THRU 4000-EXIT
037000     PERFORM 9999-TERMINATE.
037100
037200*-----------------------------------------------------------*
037300* 1000-INITIALIZE - A MISSING RANDOM.TXT ABORTS (RC 16).  A   *
037400* FILE THAT DOES NOT START WITH ITS HEADER CANNOT BE          *
037500* CERTIFIED AT ALL.  OTHERWISE THE HEADER DECIDES WHAT THE    *
037600* DATA IS CHECKED AGAINST: THE NAMED PROFILE'S BLOCKS, OR ONE *
037700* 'RAND' BLOCK OF HV-REQ-COUNT 0-1 VALUES.                    *
037800*-----------------------------------------------------------*
037900 1000-INITIALIZE.
038000*-----------------------------------------------------------*
038100     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
038200     ACCEPT WS-START-TIME FROM TIME
038300     MOVE WS-START-DATE TO WS-RUN-DATE
038400     OPEN INPUT RANDOM-FILE
038500     IF WS-FS-RANDOM NOT = '00'
038600         DISPLAY 'RANDQA ABORTED - RANDOM.TXT NOT '
038700             'FOUND, STATUS ' WS-FS-RANDOM
038800         MOVE 16 TO RETURN-CODE
038900         GO TO 9999-TERMINATE
039000     END-IF
039100     OPEN OUTPUT QA-REPORT
039150     MOVE SPACES TO WS-NOTE-LINE
039200     MOVE WS-RUN-DATE TO RPH-DATE
039300     MOVE WS-RPT-HEADER TO QA-RPT-RECORD
039400     WRITE QA-RPT-RECORD
039500     READ RANDOM-FILE
039600         AT END
039700             MOVE 'Y' TO SW-EOF
039800     END-READ
039900     IF EOF-FLAG OR HV-REC-TYPE NOT = 'H'
040000         MOVE 'RANDOM.TXT DOES NOT BEGIN WITH A HEADER' TO
040100             NTE-TEXT
040200         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
040300         GO TO 1000-EXIT
040400     END-IF
040500     MOVE 'Y' TO SW-HEADER-SEEN
040600     MOVE HV-RUN-DATE TO WS-HDR-RUN-DATE
040700     MOVE HV-SEED TO WS-HDR-SEED
040800     MOVE HV-REQ-COUNT TO WS-HDR-REQ-COUNT
040900     MOVE HV-DIST-CODE TO WS-HDR-DIST-CODE
041000     MOVE HV-PROFILE TO WS-HDR-PROFILE
041100     IF WS-HDR-PROFILE NOT = SPACES
041200         MOVE 'Y' TO SW-PROFILE-MODE
041300         MOVE WS-HDR-PROFILE TO WS-PROFILE-NAME
041400         PERFORM 1100-LOOKUP-SEEDCAT THRU 1100-EXIT
041500     END-IF
041600     MOVE WS-HDR-RUN-DATE TO RFL-DATE
041700     MOVE WS-HDR-SEED TO RFL-SEED
041800     MOVE WS-HDR-REQ-COUNT TO RFL-COUNT
041900     MOVE WS-HDR-DIST-CODE TO RFL-DIST
042000     MOVE WS-PROFILE-NAME TO RFL-PROFILE
042100     MOVE WS-RPT-FILE-LINE TO QA-RPT-RECORD
042200     WRITE QA-RPT-RECORD
042300     IF PROFILE-MODE
042400         PERFORM 1200-LOAD-PROFILE THRU 1200-EXIT
042500     ELSE
042600         PERFORM 1300-SET-PLAIN-BLOCK THRU 1300-EXIT
042700     END-IF.
042800 1000-EXIT.
042900     EXIT.
043000
043100*-----------------------------------------------------------*
043200* 1100-LOOKUP-SEEDCAT - RECOVER THE FULL PROFILE NAME FROM    *
043300* THE LATEST LEDGER ENTRY FOR THIS SEED WHOSE PROFILE BEGINS  *
043400* WITH THE HEADER'S 17 BYTES.  A REPLAYED FILE IS NOT         *
043500* RE-RECORDED, SO THE RUN DATE IS NOT PART OF THE MATCH.  NO  *
043600* LEDGER OR NO MATCH LEAVES THE HEADER'S NAME AS IT STANDS.   *
043700*-----------------------------------------------------------*
043800 1100-LOOKUP-SEEDCAT.
043900     OPEN INPUT SEEDCAT-FILE
044000     IF WS-FS-SEEDCAT NOT = '00'
044100         GO TO 1100-EXIT
044200     END-IF
044300     PERFORM UNTIL SCT-EOF-FLAG
044400         READ SEEDCAT-FILE INTO WS-SEEDCAT-REC
044500             AT END
044600                 MOVE 'Y' TO SW-SCT-EOF
044700             NOT AT END
044800                 IF SCT-SEED = WS-HDR-SEED
044900                     AND SCT-PROFILE(1:17) = WS-HDR-PROFILE
045000                     MOVE SCT-PROFILE TO WS-PROFILE-NAME
045100                 END-IF
045200         END-READ
045300     END-PERFORM
045400     CLOSE SEEDCAT-FILE.
045500 1100-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------*
045900* 1200-LOAD-PROFILE - ONE TABLE ENTRY PER PROFILE BLOCK, IN   *
046000* THE ORDER RANDOM-GEN EMITS THEM.  A PROFILE THAT CANNOT BE  *
046100* READ, OR A NON-NUMERIC BLOCK, LEAVES NOTHING TO CERTIFY     *
046200* AGAINST AND IS A FAILURE.                                   *
046300*-----------------------------------------------------------*
046400 1200-LOAD-PROFILE.
046500     OPEN INPUT PROFILE-FILE
046600     IF WS-FS-PROFILE NOT = '00'
046700         MOVE 'GENERATION PROFILE NOT FOUND, STATUS' TO NTE-TEXT
046800         MOVE WS-FS-PROFILE TO NTE-TEXT(38:2)
046900         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
047000         GO TO 1200-EXIT
047100     END-IF
047200     PERFORM UNTIL PROF-EOF-FLAG
047300         READ PROFILE-FILE INTO WS-PROFILE-REC
047400             AT END
047500                 MOVE 'Y' TO SW-PROF-EOF
047600             NOT AT END
047700                 IF WS-PROFILE-REC NOT = SPACES
047800                     PERFORM 1210-STORE-ONE-BLOCK THRU 1210-EXIT
047900                 END-IF
048000         END-READ
048100     END-PERFORM
048200     CLOSE PROFILE-FILE
048300     IF QB-TABLE-COUNT = 0
048400         MOVE 'GENERATION PROFILE HAS NO USABLE BLOCKS' TO
048500             NTE-TEXT
048600         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
048700     END-IF.
048800 1200-EXIT.
048900     EXIT.
049000
049050*-----------------------------------------------------------*
049100* 1210-STORE-ONE-BLOCK - VALUES ARE WHOLE CENTS, SO A RANGE  *
049150* NARROWER THAN WS-MIN-FIT-SPAN HAS TOO FEW DISTINCT VALUES  *
049200* PER CELL FOR THE FIT TEST TO MEAN ANYTHING; SUCH A BLOCK   *
049250* IS CHECKED FOR COUNT AND RANGE ONLY.                       *
049300*-----------------------------------------------------------*
049350 1210-STORE-ONE-BLOCK.
049400     IF PF-COUNT IS NOT NUMERIC OR PF-VMIN IS NOT NUMERIC
049500         OR PF-VMAX IS NOT NUMERIC OR PF-WMIN IS NOT NUMERIC
049600         OR PF-WMAX IS NOT NUMERIC
049700         MOVE 'PROFILE BLOCK IS NOT NUMERIC - CATEGORY' TO
049800             NTE-TEXT
049900         MOVE PF-CATEGORY TO NTE-TEXT(41:4)
050000         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
050100         GO TO 1210-EXIT
050200     END-IF
050300     IF QB-TABLE-COUNT >= MAX-QB-ENTRIES
050400         MOVE 'PROFILE TABLE FULL - BLOCKS IGNORED FROM' TO
050500             NTE-TEXT
050600         MOVE PF-CATEGORY TO NTE-TEXT(42:4)
050700         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
050800         GO TO 1210-EXIT
050900     END-IF
051000     ADD 1 TO QB-TABLE-COUNT
051100     MOVE QB-TABLE-COUNT TO QB-NDX
051200     INITIALIZE QB-ENTRY(QB-NDX)
051300     MOVE PF-CATEGORY TO QB-CATEGORY(QB-NDX)
051400     MOVE PF-COUNT TO QB-EXPECT(QB-NDX)
051500     MOVE PF-VMIN TO QB-VMIN(QB-NDX)
051600     MOVE PF-VMAX TO QB-VMAX(QB-NDX)
051700     MOVE PF-WMIN TO QB-WMIN(QB-NDX)
051800     MOVE PF-WMAX TO QB-WMAX(QB-NDX)
051900     IF PF-DIST = 'N'
052000         MOVE 'N' TO QB-DIST(QB-NDX)
052100     ELSE
052200         MOVE 'U' TO QB-DIST(QB-NDX)
052300     END-IF
052600     IF PF-VMAX > PF-VMIN
052700         AND PF-VMAX - PF-VMIN >= WS-MIN-FIT-SPAN
052800         MOVE 'Y' TO QB-FIT-SW(QB-NDX)
052900     ELSE
053000         MOVE 'N' TO QB-FIT-SW(QB-NDX)
053100     END-IF
053200     ADD PF-COUNT TO WS-PROFILE-TOTAL.
053300 1210-EXIT.
053400     EXIT.
053500
053600*-----------------------------------------------------------*
053700* 1300-SET-PLAIN-BLOCK - A RUN WITHOUT A PROFILE WRITES 'D'   *
053800* RECORDS OF 0-1 FRACTIONS UNDER THE HEADER'S DISTRIBUTION.   *
053900*-----------------------------------------------------------*
054000 1300-SET-PLAIN-BLOCK.
054100     IF WS-HDR-DIST-CODE NOT = 'U' AND WS-HDR-DIST-CODE NOT = 'N'
054200         MOVE 'HEADER DISTRIBUTION CODE IS NOT U OR N' TO NTE-TEXT
054300         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
054400         GO TO 1300-EXIT
054500     END-IF
054600     MOVE 1 TO QB-TABLE-COUNT
054700     INITIALIZE QB-ENTRY(1)
054800     MOVE 'RAND' TO QB-CATEGORY(1)
054900     MOVE WS-HDR-REQ-COUNT TO QB-EXPECT(1)
055000     MOVE 0 TO QB-VMIN(1)
055100     MOVE 1 TO QB-VMAX(1)
055200     MOVE WS-HDR-DIST-CODE TO QB-DIST(1)
055300     MOVE 'Y' TO QB-FIT-SW(1)
055400     MOVE WS-HDR-REQ-COUNT TO WS-PROFILE-TOTAL.
055500 1300-EXIT.
055600     EXIT.
055700
055800*-----------------------------------------------------------*
055900* 2000-READ-RANDOM - ATTRIBUTE AND CHECK EVERY DATA RECORD,   *
056000* THEN RECONCILE THE HEADER AND TRAILER COUNTS AGAINST WHAT   *
056100* WAS ACTUALLY READ.                                          *
056200*-----------------------------------------------------------*
056300 2000-READ-RANDOM.
056400*-----------------------------------------------------------*
056500     IF NOT HEADER-SEEN
056600         GO TO 2000-EXIT
056700     END-IF
056800     PERFORM UNTIL EOF-FLAG
056900         READ RANDOM-FILE
057000             AT END
057100                 MOVE 'Y' TO SW-EOF
057200             NOT AT END
057300                 PERFORM 2100-HANDLE-ONE-RECORD THRU 2100-EXIT
057400         END-READ
057500     END-PERFORM
057600     IF WS-HDR-REQ-COUNT NOT = WS-PROFILE-TOTAL
057700         AND QB-TABLE-COUNT > 0
057800         MOVE 'HEADER REQUEST COUNT DIFFERS FROM PROFILE' TO
057900             NTE-TEXT
058000         MOVE WS-HDR-REQ-COUNT TO NTE-NUM-1
058100         MOVE ' PROFILE TOTAL =' TO NTE-TEXT-2
058200         MOVE WS-PROFILE-TOTAL TO NTE-NUM-2
058300         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
058400     END-IF
058500     IF NOT TRAILER-SEEN
058600         MOVE 'RANDOM.TXT HAS NO TRAILER - FILE TRUNCATED' TO
058700             NTE-TEXT
058800         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
058900     ELSE
059000         IF WS-TRL-COUNT NOT = WS-DATA-READ
059100             MOVE 'TRAILER COUNT DIFFERS FROM RECORDS READ' TO
059200                 NTE-TEXT
059300             MOVE WS-TRL-COUNT TO NTE-NUM-1
059400             MOVE '  RECORDS READ =' TO NTE-TEXT-2
059500             MOVE WS-DATA-READ TO NTE-NUM-2
059600             PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
059700         END-IF
059800     END-IF
059900     IF WS-STRAY-COUNT > 0
060000         MOVE 'RECORDS MATCHING NO BLOCK IN ORDER' TO NTE-TEXT
060100         MOVE WS-STRAY-COUNT TO NTE-NUM-1
060200         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
060300     END-IF
060400     IF WS-OTHER-COUNT > 0
060500         MOVE 'RECORDS OF UNKNOWN TYPE OR OUT OF PLACE' TO
060600             NTE-TEXT
060700         MOVE WS-OTHER-COUNT TO NTE-NUM-1
060800         PERFORM 8000-WRITE-FILE-NOTE THRU 8000-EXIT
060900     END-IF.
061000 2000-EXIT.
061100     EXIT.
061200
061300*-----------------------------------------------------------*
061400* 2100-HANDLE-ONE-RECORD - ANYTHING AFTER THE TRAILER, A      *
061500* SECOND HEADER, OR AN UNKNOWN TYPE IS OUT OF PLACE.          *
061600*-----------------------------------------------------------*
061700 2100-HANDLE-ONE-RECORD.
061800     IF TRAILER-SEEN
061900         ADD 1 TO WS-OTHER-COUNT
062000         GO TO 2100-EXIT
062100     END-IF
062200     EVALUATE RANDOM-REC(1:1)
062300         WHEN 'P'
062400             ADD 1 TO WS-DATA-READ
062500             PERFORM 2200-ATTRIBUTE-PROFILE-REC THRU 2200-EXIT
062600         WHEN 'D'
062700             ADD 1 TO WS-DATA-READ
062800             PERFORM 2300-ATTRIBUTE-PLAIN-REC THRU 2300-EXIT
062900         WHEN 'T'
063000             MOVE 'Y' TO SW-TRAILER-SEEN
063100             IF TV-ACTUAL-COUNT IS NUMERIC
063200                 MOVE TV-ACTUAL-COUNT TO WS-TRL-COUNT
063300             END-IF
063400         WHEN OTHER
063500             ADD 1 TO WS-OTHER-COUNT
063600     END-EVALUATE.
063700 2100-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------*
064100* 2200-ATTRIBUTE-PROFILE-REC - RANDOM-GEN WRITES THE BLOCKS   *
064200* IN PROFILE ORDER, EACH PB-COUNT RECORDS LONG.  A RECORD     *
064300* STAYS WITH THE CURRENT BLOCK WHILE ITS CATEGORY MATCHES AND *
064400* THE BLOCK IS NOT YET FULL; OTHERWISE IT OPENS THE NEXT      *
064500* BLOCK OF ITS CATEGORY.  ONE THAT FITS NO LATER BLOCK IS A   *
064600* STRAY.                                                      *
064700*-----------------------------------------------------------*
064800 2200-ATTRIBUTE-PROFILE-REC.
064900     IF NOT PROFILE-MODE OR QB-TABLE-COUNT = 0
065000         ADD 1 TO WS-STRAY-COUNT
065100         ADD 1 TO WS-RECS-REJECTED
065200         GO TO 2200-EXIT
065300     END-IF
065400     IF QB-CUR > 0
065500         IF PV-CATEGORY = QB-CATEGORY(QB-CUR)
065600             AND QB-ACTUAL(QB-CUR) < QB-EXPECT(QB-CUR)
065700             GO TO 2200-CHECK
065800         END-IF
065900     END-IF
066000     MOVE 0 TO QB-FOUND
066100     PERFORM 2210-FIND-NEXT-BLOCK
066200         VARYING QB-SCAN FROM QB-CUR BY 1
066300             UNTIL QB-SCAN >= QB-TABLE-COUNT OR QB-FOUND > 0
066400     IF QB-FOUND = 0
066500         ADD 1 TO WS-STRAY-COUNT
066600         ADD 1 TO WS-RECS-REJECTED
066700         GO TO 2200-EXIT
066800     END-IF
066900     MOVE QB-FOUND TO QB-CUR.
067000 2200-CHECK.
067100     MOVE 'Y' TO SW-VALUE-OK
067200     IF PV-VALUE-RAW IS NOT NUMERIC
067300         MOVE 'N' TO SW-VALUE-OK
067400     ELSE
067500         MOVE PV-VALUE-NUM TO WS-VALUE
067600     END-IF
067700     PERFORM 2400-CHECK-VALUE THRU 2400-EXIT
067800     PERFORM 2250-CHECK-WEIGHT THRU 2250-EXIT.
067900 2200-EXIT.
068000     EXIT.
068100
068200*-----------------------------------------------------------*
068300 2210-FIND-NEXT-BLOCK.
068400*-----------------------------------------------------------*
068500     IF QB-CATEGORY(QB-SCAN + 1) = PV-CATEGORY
068600         COMPUTE QB-FOUND = QB-SCAN + 1
068700     END-IF.
068800
068900*-----------------------------------------------------------*
069000* 2250-CHECK-WEIGHT - AN ALL-ZERO WEIGHT RANGE MEANS THE      *
069100* WEIGHT MUST BE BLANK; OTHERWISE IT MUST BE NUMERIC AND      *
069200* INSIDE PF-WMIN/PF-WMAX.                                     *
069300*-----------------------------------------------------------*
069400 2250-CHECK-WEIGHT.
069500     IF QB-WMIN(QB-CUR) = 0 AND QB-WMAX(QB-CUR) = 0
069600         IF PV-WEIGHT-RAW NOT = SPACES
069700             ADD 1 TO QB-WGT-ERR(QB-CUR)
069800             ADD 1 TO WS-RECS-REJECTED
069900         END-IF
070000         GO TO 2250-EXIT
070100     END-IF
070200     IF PV-WEIGHT-RAW IS NOT NUMERIC
070300         ADD 1 TO QB-WGT-ERR(QB-CUR)
070400         ADD 1 TO WS-RECS-REJECTED
070500         GO TO 2250-EXIT
070600     END-IF
070700     IF PV-WEIGHT-NUM < QB-WMIN(QB-CUR)
070800         OR PV-WEIGHT-NUM > QB-WMAX(QB-CUR)
070900         ADD 1 TO QB-WGT-ERR(QB-CUR)
071000         ADD 1 TO WS-RECS-REJECTED
071100     END-IF.
071200 2250-EXIT.
071300     EXIT.
071400
071500*-----------------------------------------------------------*
071600* 2300-ATTRIBUTE-PLAIN-REC - 'D' RECORDS BELONG TO THE ONE    *
071700* 'RAND' BLOCK OF A RUN WITHOUT A PROFILE.                    *
071800*-----------------------------------------------------------*
071900 2300-ATTRIBUTE-PLAIN-REC.
072000     IF PROFILE-MODE OR QB-TABLE-COUNT = 0
072100         ADD 1 TO WS-STRAY-COUNT
072200         ADD 1 TO WS-RECS-REJECTED
072300         GO TO 2300-EXIT
072400     END-IF
072500     MOVE 1 TO QB-CUR
072600     MOVE 'Y' TO SW-VALUE-OK
072700     IF DV-VALUE-RAW IS NOT NUMERIC
072800         MOVE 'N' TO SW-VALUE-OK
072900     ELSE
073000         MOVE DV-VALUE-NUM TO WS-VALUE
073100     END-IF
073200     PERFORM 2400-CHECK-VALUE THRU 2400-EXIT.
073300 2300-EXIT.
073400     EXIT.
073500
073600*-----------------------------------------------------------*
073700* 2400-CHECK-VALUE - COUNT THE RECORD TO BLOCK QB-CUR, CHECK  *
073800* ITS VALUE AGAINST THE RANGE, AND DROP IT INTO ITS CELL.     *
073900* THE CELL IS FOUND FROM THE VALUE'S FRACTION U OF THE RANGE: *
074000* TENTHS OF THE RANGE FOR A UNIFORM BLOCK, THE NORMAL DECILE  *
074100* POINTS FOR A NORMAL ONE.                                    *
074200*-----------------------------------------------------------*
074300 2400-CHECK-VALUE.
074400     ADD 1 TO QB-ACTUAL(QB-CUR)
074500     IF NOT VALUE-OK
074600         ADD 1 TO QB-BAD-NUM(QB-CUR)
074700         ADD 1 TO WS-RECS-REJECTED
074800         GO TO 2400-EXIT
074900     END-IF
075000     ADD WS-VALUE TO QB-SUM(QB-CUR)
075100     IF WS-VALUE < QB-VMIN(QB-CUR)
075200         ADD 1 TO QB-LOW(QB-CUR)
075300         ADD 1 TO WS-RECS-REJECTED
075400     END-IF
075500     IF WS-VALUE > QB-VMAX(QB-CUR)
075600         ADD 1 TO QB-HIGH(QB-CUR)
075700         ADD 1 TO WS-RECS-REJECTED
075800     END-IF
075900     IF NOT QB-FIT-ALLOWED(QB-CUR)
076000         GO TO 2400-EXIT
076100     END-IF
076200     COMPUTE WS-SPAN = QB-VMAX(QB-CUR) - QB-VMIN(QB-CUR)
076300     COMPUTE WS-FRACTION =
076400         (WS-VALUE - QB-VMIN(QB-CUR)) / WS-SPAN
076500     IF WS-FRACTION < 0
076600         MOVE 0 TO WS-FRACTION
076700     END-IF
076800     IF WS-FRACTION > 1
076900         MOVE 1 TO WS-FRACTION
077000     END-IF
077100     IF QB-DIST(QB-CUR) = 'N'
077200         COMPUTE WS-Z = (WS-FRACTION - 0.5) * 8
077300         MOVE 1 TO QB-BKT
077400         PERFORM 2410-PASS-Z-POINT
077500             VARYING WS-CELL-NDX FROM 1 BY 1
077600                 UNTIL WS-CELL-NDX > 9
077700     ELSE
077800         COMPUTE QB-BKT = (WS-FRACTION * 10) + 1
077900         IF QB-BKT > 10
078000             MOVE 10 TO QB-BKT
078100         END-IF
078200     END-IF
078300     ADD 1 TO QB-BUCKET(QB-CUR, QB-BKT).
078400 2400-EXIT.
078500     EXIT.
078600
078700*-----------------------------------------------------------*
078800 2410-PASS-Z-POINT.
078900*-----------------------------------------------------------*
079000     IF WS-Z >= WS-Z-POINT(WS-CELL-NDX)
079100         ADD 1 TO QB-BKT
079200     END-IF.
079300
079400*-----------------------------------------------------------*
079500* 3000-EVALUATE-BLOCKS - ONE REPORT LINE PER BLOCK, ITS CELL  *
079600* COUNTS, AND A NOTE FOR EACH CHECK IT FAILED.                *
079700*-----------------------------------------------------------*
079800 3000-EVALUATE-BLOCKS.
079900*-----------------------------------------------------------*
080000     IF QB-TABLE-COUNT = 0
080100         GO TO 3000-EXIT
080200     END-IF
080300     MOVE SPACES TO QA-RPT-RECORD
080400     WRITE QA-RPT-RECORD
080500     MOVE WS-COLUMN-HEAD-1 TO QA-RPT-RECORD
080600     WRITE QA-RPT-RECORD
080700     PERFORM 3100-EVALUATE-ONE-BLOCK THRU 3100-EXIT
080800         VARYING QB-NDX FROM 1 BY 1
080900             UNTIL QB-NDX > QB-TABLE-COUNT.
081000 3000-EXIT.
081100     EXIT.
081200
081300*-----------------------------------------------------------*
081400* 3100-EVALUATE-ONE-BLOCK - THE FIT TEST NEEDS AT LEAST 50    *
081500* GOOD VALUES FOR TEN CELLS OR 25 FOR FIVE (AN EXPECTED COUNT *
081600* OF FIVE PER CELL); A SMALLER BLOCK IS CHECKED FOR COUNT AND *
081700* RANGE ONLY.                                                 *
081800*-----------------------------------------------------------*
081900 3100-EVALUATE-ONE-BLOCK.
082000     MOVE 0 TO WS-BLOCK-FAILS
082100     MOVE SPACES TO WS-BLOCK-LINE
082200     MOVE QB-CATEGORY(QB-NDX) TO BKL-CAT
082300     MOVE QB-DIST(QB-NDX) TO BKL-DIST
082400     MOVE QB-EXPECT(QB-NDX) TO BKL-EXPECT
082500     MOVE QB-ACTUAL(QB-NDX) TO BKL-ACTUAL
082600     MOVE QB-VMIN(QB-NDX) TO BKL-VMIN
082700     MOVE QB-VMAX(QB-NDX) TO BKL-VMAX
082800     MOVE QB-LOW(QB-NDX) TO BKL-LOW
082900     MOVE QB-HIGH(QB-NDX) TO BKL-HIGH
083000     MOVE QB-WGT-ERR(QB-NDX) TO BKL-WGT-ERR
083100     MOVE QB-BAD-NUM(QB-NDX) TO BKL-BAD-NUM
083200     COMPUTE WS-FIT-N = QB-ACTUAL(QB-NDX) - QB-BAD-NUM(QB-NDX)
083300     IF WS-FIT-N > 0
083400         COMPUTE BKL-MEAN ROUNDED = QB-SUM(QB-NDX) / WS-FIT-N
083500     ELSE
083600         MOVE 0 TO BKL-MEAN
083700     END-IF
083800     IF QB-ACTUAL(QB-NDX) NOT = QB-EXPECT(QB-NDX)
083900         ADD 1 TO WS-BLOCK-FAILS
084000     END-IF
084100     IF QB-LOW(QB-NDX) > 0 OR QB-HIGH(QB-NDX) > 0
084200         ADD 1 TO WS-BLOCK-FAILS
084300     END-IF
084400     IF QB-WGT-ERR(QB-NDX) > 0
084500         ADD 1 TO WS-BLOCK-FAILS
084600     END-IF
084700     IF QB-BAD-NUM(QB-NDX) > 0
084800         ADD 1 TO WS-BLOCK-FAILS
084900     END-IF
085000     MOVE 0 TO WS-CELLS
085100     IF QB-FIT-ALLOWED(QB-NDX)
085200         IF WS-FIT-N >= WS-MIN-FOR-10
085300             MOVE 10 TO WS-CELLS
085400             MOVE WS-WARN-10 TO WS-WARN-AT
085500             MOVE WS-FAIL-10 TO WS-FAIL-AT
085600         ELSE
085700             IF WS-FIT-N >= WS-MIN-FOR-5
085800                 MOVE 5 TO WS-CELLS
085900                 MOVE WS-WARN-5 TO WS-WARN-AT
086000                 MOVE WS-FAIL-5 TO WS-FAIL-AT
086100             END-IF
086200         END-IF
086300     END-IF
086400     IF WS-CELLS > 0
086500         PERFORM 3200-FIT-TEST THRU 3200-EXIT
086600     END-IF
086700     EVALUATE TRUE
086800         WHEN WS-BLOCK-FAILS > 0
086900             MOVE 'FAIL' TO BKL-RESULT
087000             ADD WS-BLOCK-FAILS TO WS-FAIL-COUNT
087100         WHEN WS-CELLS = 0
087200             MOVE 'NO FIT TEST' TO BKL-RESULT
087300         WHEN WS-CHI-SQUARE > WS-WARN-AT
087400             MOVE 'WARN' TO BKL-RESULT
087500             ADD 1 TO WS-WARN-COUNT
087600         WHEN OTHER
087700             MOVE 'PASS' TO BKL-RESULT
087800     END-EVALUATE
087900     MOVE WS-BLOCK-LINE TO QA-RPT-RECORD
088000     WRITE QA-RPT-RECORD
088100     IF WS-CELLS > 0
088200         MOVE WS-CELL-LINE TO QA-RPT-RECORD
088300         WRITE QA-RPT-RECORD
088400     END-IF
088500     PERFORM 3300-WRITE-BLOCK-NOTES THRU 3300-EXIT.
088600 3100-EXIT.
088700     EXIT.
088800
088900*-----------------------------------------------------------*
089000* 3200-FIT-TEST - CHI-SQUARE OVER WS-CELLS EQUAL-PROBABILITY  *
089100* CELLS.  FOR FIVE CELLS EACH PAIR OF TEN-CELL COUNTS IS      *
089200* ADDED TOGETHER.                                             *
089300*-----------------------------------------------------------*
089400 3200-FIT-TEST.
089500     MOVE SPACES TO WS-CELL-LINE
089600     MOVE '      CELLS:   ' TO WS-CELL-LINE(1:15)
089700     MOVE '  EXPECTED EACH =' TO WS-CELL-LINE(86:17)
089800     MOVE 0 TO WS-CHI-SQUARE
089900     COMPUTE WS-EXPECT-CELL ROUNDED = WS-FIT-N / WS-CELLS
090000     PERFORM 3210-ADD-ONE-CELL
090100         VARYING WS-CELL-NDX FROM 1 BY 1
090200             UNTIL WS-CELL-NDX > WS-CELLS
090300     MOVE WS-EXPECT-CELL TO CLL-EXPECT
090400     MOVE WS-CELLS TO BKL-CELLS
090500     MOVE WS-CHI-SQUARE TO BKL-CHI
090600     MOVE WS-WARN-AT TO BKL-WARN-AT
090700     IF WS-CHI-SQUARE > WS-FAIL-AT
090800         ADD 1 TO WS-BLOCK-FAILS
090900     END-IF.
091000 3200-EXIT.
091100     EXIT.
091200
091300*-----------------------------------------------------------*
091400 3210-ADD-ONE-CELL.
091500*-----------------------------------------------------------*
091600     IF WS-CELLS = 10
091700         MOVE QB-BUCKET(QB-NDX, WS-CELL-NDX) TO WS-CELL-COUNT
091800     ELSE
091900         COMPUTE WS-CELL-COUNT =
092000             QB-BUCKET(QB-NDX, (WS-CELL-NDX * 2) - 1)
092100             + QB-BUCKET(QB-NDX, WS-CELL-NDX * 2)
092200     END-IF
092300     MOVE WS-CELL-COUNT TO CLL-COUNT(WS-CELL-NDX)
092400     COMPUTE WS-CHI-SQUARE ROUNDED = WS-CHI-SQUARE
092500         + ((WS-CELL-COUNT - WS-EXPECT-CELL) ** 2)
092600             / WS-EXPECT-CELL.
092700
092800*-----------------------------------------------------------*
092900* 3300-WRITE-BLOCK-NOTES - ONE LINE PER FAILED CHECK.         *
093000*-----------------------------------------------------------*
093100 3300-WRITE-BLOCK-NOTES.
093200     IF QB-ACTUAL(QB-NDX) NOT = QB-EXPECT(QB-NDX)
093300         MOVE 'RECORD COUNT DIFFERS FROM PROFILE - ACTUAL' TO
093400             NTE-TEXT
093500         MOVE QB-ACTUAL(QB-NDX) TO NTE-NUM-1
093600         MOVE '  EXPECTED =' TO NTE-TEXT-2
093700         MOVE QB-EXPECT(QB-NDX) TO NTE-NUM-2
093800         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
093900     END-IF
094000     IF QB-LOW(QB-NDX) > 0 OR QB-HIGH(QB-NDX) > 0
094100         MOVE 'VALUES OUTSIDE PF-VMIN/PF-VMAX - BELOW' TO
094200             NTE-TEXT
094300         MOVE QB-LOW(QB-NDX) TO NTE-NUM-1
094400         MOVE '  ABOVE =' TO NTE-TEXT-2
094500         MOVE QB-HIGH(QB-NDX) TO NTE-NUM-2
094600         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
094700     END-IF
094800     IF QB-WGT-ERR(QB-NDX) > 0
094900         MOVE 'WEIGHTS OUTSIDE PF-WMIN/PF-WMAX' TO NTE-TEXT
095000         MOVE QB-WGT-ERR(QB-NDX) TO NTE-NUM-1
095100         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
095200     END-IF
095300     IF QB-BAD-NUM(QB-NDX) > 0
095400         MOVE 'NON-NUMERIC VALUES' TO NTE-TEXT
095500         MOVE QB-BAD-NUM(QB-NDX) TO NTE-NUM-1
095600         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
095700     END-IF
095800     IF WS-CELLS > 0 AND WS-CHI-SQUARE > WS-FAIL-AT
095900         MOVE 'VALUES DO NOT FIT THE DECLARED DISTRIBUTION' TO
096000             NTE-TEXT
096100         PERFORM 8100-WRITE-NOTE THRU 8100-EXIT
096200     END-IF.
096300 3300-EXIT.
096400     EXIT.
096500
096600*-----------------------------------------------------------*
096700* 4000-WRITE-VERDICT - CERTIFIED ONLY WITH NO FAILURE OF ANY  *
096800* KIND.  WARNINGS ARE REPORTED BUT DO NOT STOP THE NIGHT.     *
096900*-----------------------------------------------------------*
097000 4000-WRITE-VERDICT.
097100*-----------------------------------------------------------*
097200     IF QB-TABLE-COUNT = 0 AND WS-FAIL-COUNT = 0
097300         ADD 1 TO WS-FAIL-COUNT
097400     END-IF
097500     MOVE SPACES TO QA-RPT-RECORD
097600     WRITE QA-RPT-RECORD
097700     MOVE SPACES TO WS-VERDICT-LINE
097800     IF WS-FAIL-COUNT = 0
097900         MOVE 'RANDOM.TXT CERTIFIED' TO VDL-TEXT
098000         MOVE 0 TO RETURN-CODE
098100     ELSE
098200         MOVE 'RANDOM.TXT NOT CERTIFIED - FAILURES =' TO VDL-TEXT
098300         MOVE WS-FAIL-COUNT TO VDL-COUNT
098400         MOVE 8 TO RETURN-CODE
098500     END-IF
098600     MOVE '  WARNINGS =' TO VDL-TEXT-2
098700     MOVE WS-WARN-COUNT TO VDL-WARN
098800     MOVE WS-VERDICT-LINE TO QA-RPT-RECORD
098900     WRITE QA-RPT-RECORD
099000     DISPLAY 'RANDQA - ' WS-VERDICT-LINE(1:76).
099100 4000-EXIT.
099200     EXIT.
099300
099400*-----------------------------------------------------------*
099500* 8000-WRITE-FILE-NOTE - A FILE-LEVEL FAILURE.                *
099600*-----------------------------------------------------------*
099700 8000-WRITE-FILE-NOTE.
099800     ADD 1 TO WS-FAIL-COUNT
099900     PERFORM 8100-WRITE-NOTE THRU 8100-EXIT.
100000 8000-EXIT.
100100     EXIT.
100200
100300*-----------------------------------------------------------*
100400 8100-WRITE-NOTE.
100500*-----------------------------------------------------------*
100600     MOVE WS-NOTE-LINE TO QA-RPT-RECORD
100700     WRITE QA-RPT-RECORD
100800     MOVE SPACES TO WS-NOTE-LINE.
101000 8100-EXIT.
101100     EXIT.
101200
101300*-----------------------------------------------------------*
101400* 9800-WRITE-RUNLOG - APPEND THIS STEP'S AUDIT RECORD TO THE  *
101500* SHARED RUNLOG.  RECORDS REJECTED COUNTS EVERY DATA RECORD   *
101600* THAT FAILED A COUNT, RANGE, OR FORMAT CHECK.                *
101700*-----------------------------------------------------------*
101800 9800-WRITE-RUNLOG.
101900     OPEN EXTEND RUNLOG-FILE
102000     IF WS-FS-RUNLOG NOT = '00'
102100         OPEN OUTPUT RUNLOG-FILE
102200     END-IF
102300     MOVE SPACES TO WS-RUNLOG-REC
102400     MOVE 'RANDQA' TO RLG-PROGRAM
102500     MOVE WS-START-DATE TO RLG-START-DATE
102600     MOVE WS-START-TIME TO RLG-START-TIME
102700     ACCEPT WS-END-DATE FROM DATE YYYYMMDD
102800     ACCEPT WS-END-TIME FROM TIME
102900     MOVE WS-END-DATE TO RLG-END-DATE
103000     MOVE WS-END-TIME TO RLG-END-TIME
103100     MOVE WS-DATA-READ TO RLG-RECS-READ
103200     MOVE 0 TO RLG-RECS-WRITTEN
103300     MOVE WS-RECS-REJECTED TO RLG-RECS-REJECTED
103400     MOVE RETURN-CODE TO RLG-RETURN-CODE
103500     MOVE WS-RUNLOG-REC TO RUNLOG-RECORD
103600     WRITE RUNLOG-RECORD
103700     CLOSE RUNLOG-FILE.
103800 9800-EXIT.
103900     EXIT.
104000
104100*-----------------------------------------------------------*
104200 9999-TERMINATE.
104300*-----------------------------------------------------------*
104400     IF WS-FS-RANDOM = '00' OR WS-FS-RANDOM = '10'
104500         CLOSE RANDOM-FILE
104600         CLOSE QA-REPORT
104700     END-IF
104800     PERFORM 9800-WRITE-RUNLOG THRU 9800-EXIT
104900     STOP RUN.
