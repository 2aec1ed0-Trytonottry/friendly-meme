001629*                  TO THE INDEXED MASTER.  A FAILED PARTITION  *
001630*                  RESTARTS ON ITS OWN VIA ITS OWN             *
001631*                  AVGRESTART.pN / AVGCKPT.pN PAIR.            *
001633* 2026-10-15  DPG  CARRY THE RUN DATE AND INPUT FILENAME ON  *
001634*                  EVERY EXCEPTION AND SUSPECT LINE (BOTH    *
001635*                  WIDENED TO 128) SO A RECYCLED RECORD      *
001636*                  STILL KNOWS WHICH NIGHT IT BELONGS TO.  A *
001637*                  NEW "ADJUST" PARAMETER POSTS THE          *
001638*                  AVGREFEED.TXT AND AVGSUSFEED.TXT RECYCLES *
001639*                  BACK TO THEIR ORIGINAL NIGHT: THAT        *
001640*                  NIGHT'S 'F' AND 'C' HISTORY RECORDS ARE   *
001641*                  RECALCULATED IN PLACE, THE BEFORE/AFTER   *
001642*                  FIGURES ARE APPENDED TO THE AVGADJREG.TXT *
001643*                  REGISTER, AND THE POSTING IS LISTED ON    *
001644*                  AVGADJ-RPT.TXT.  NO NIGHTLY OUTPUT IS     *
001645*                  TOUCHED IN THIS MODE.                     *
001646* 2026-10-15  DPG  GROUP ROLL-UPS.  THE CATEGORY MASTER NOW  *
001647*                  CARRIES GROUP ROWS AND EACH ROW'S PARENT  *
001648*                  GROUP (EFFECTIVE-DATED, UP TO FIVE        *
001649*                  LEVELS).  AFTER THE CATEGORY LINES EACH   *
001650*                  FILE GETS A SUBTOTAL LINE PER GROUP,      *
001651*                  DEEPEST LEVEL FIRST, WITH THE GROUP'S     *
001652*                  PLAIN AND WEIGHTED AVERAGES TAKEN FROM    *
001653*                  THE MEMBERS' SUMS AND WEIGHT TOTALS, NOT  *
001654*                  FROM THEIR AVERAGES.  GROUPS ARE POSTED   *
001655*                  TO AVGHIST AS 'G' RECORDS AND TO THE      *
001656*                  EXTRACT AS 'G' ROWS; ADJUST RESTATES THE  *
001657*                  'G' RECORDS ALONG WITH THE 'C' ONES.  A   *
001658*                  DATA RECORD CARRYING A GROUP CODE GOES TO *
001659*                  THE EXCEPTION FILE.                       *
001660* 2026-10-15  DPG  AN EXTRACT MAY OPEN WITH AN 'S' SUBMITTER  *
001661*                  HEADER (WRITTEN BY THE SUBMITTER, CHECKED *
001662*                  BY AVGINTAKE), WHICH IS SKIPPED; ITS 'H'  *
001663*                  CONTROL HEADER THEN COMES SECOND.         *
001664* 2026-10-15  DPG  'F' AND 'C' HISTORY RECORDS NOW CARRY THE  *
001665*                  STANDARD DEVIATION AND MEDIAN (BLANK ON    *
001666*                  RECORDS WRITTEN BEFORE, AND ON A RESTATED  *
001667*                  RECORD).  EACH CATEGORY GETS A BASELINE    *
001668*                  FROM ITS PRIOR NIGHTS ON AVGHIST.TXT, AND  *
001669*                  AN ACCEPTED VALUE OUTSIDE IT BY MORE THAN  *
001670*                  ANOMDEV STANDARD DEVIATIONS IS A SUSPECT   *
001671*                  WITH ITS OWN REASON.  THE REPORT SHOWS     *
001672*                  THE BASELINE UNDER EACH CATEGORY.  THE     *
001673*                  SCREEN'S SETTINGS (ANOMDEV, ANOMNITE AND   *
001674*                  ANOMMIN) COME FROM RUNPARM.TXT.            *
001675* 2026-10-15  DPG  ADJUST NO LONGER EMPTIES THE RECYCLE       *
001676*                  FEEDS OUTRIGHT: EACH FEED IS REWRITTEN     *
001677*                  WITH ONLY THE RECORDS THAT WERE NOT        *
001678*                  POSTED (TABLE FULL, NIGHT NOT ON HISTORY,  *
001679*                  REWRITE FAILED, NOT NUMERIC, NO ORIGINAL   *
001680*                  NIGHT) SO THE NEXT ADJUST RUN RETRIES      *
001681*                  THEM.                                      *
001682*-----------------------------------------------------------*
001683
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002547     SELECT PARTHIST-FILE ASSIGN DYNAMIC WS-PARTHIST-NAME
002549         ORGANIZATION IS LINE SEQUENTIAL
002551         FILE STATUS IS WS-FS-PARTHIST.
002552
002553     SELECT RECYCLE-FILE ASSIGN DYNAMIC WS-RECYCLE-NAME
002554         ORGANIZATION IS LINE SEQUENTIAL
002555         FILE STATUS IS WS-FS-RECYCLE.
002556
002566     SELECT RCYKEEP-FILE ASSIGN TO 'avgrcykeep.txt'
002576         ORGANIZATION IS LINE SEQUENTIAL
002586         FILE STATUS IS WS-FS-RCYKEEP.
002596
002606     SELECT ADJREG-FILE ASSIGN TO 'avgadjreg.txt'
002616         ORGANIZATION IS LINE SEQUENTIAL
002626         FILE STATUS IS WS-FS-ADJREG.
002636
002646     SELECT ADJRPT-FILE ASSIGN TO 'avgadj-rpt.txt'
002656         ORGANIZATION IS LINE SEQUENTIAL.
002666
002676     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
002686         ORGANIZATION IS LINE SEQUENTIAL
002696         FILE STATUS IS WS-FS-RUNPARM.
002500
002600 DATA DIVISION.
002700 FILE SECTION.
003200 01  REPORT-RECORD PIC X(132).
003250
003260 FD  EXCEPTION-FILE.
003270 01  EXCEPT-RECORD PIC X(128).
003280
003282 FD  HISTORY-FILE.
003284 01  HISTORY-RECORD.
003294     05  HIS-MAXIMUM      PIC 9(10)V9(2).
003295     05  HIS-REJECTED     PIC 9(5).
003296     05  HIS-WT-AVERAGE   PIC 9(10)V9(2).
003297     05  HIS-STD-DEV-RAW  PIC X(12).
003298     05  HIS-STD-DEV REDEFINES HIS-STD-DEV-RAW
003299                          PIC 9(10)V9(2).
003300     05  HIS-MEDIAN-RAW   PIC X(12).
003301     05  HIS-MEDIAN REDEFINES HIS-MEDIAN-RAW
003302                          PIC 9(10)V9(2).
003286
003288 FD  RUNLOG-FILE.
003290 01  RUNLOG-RECORD PIC X(80).
003299 01  LIMITS-RECORD PIC X(80).
003301
003302 FD  SUSPECT-FILE.
003303 01  SUSPECT-RECORD PIC X(128).
003304
003305 FD  CATMST-FILE.
003306 01  CATMST-RECORD PIC X(80).
003354     05  SRT-CAT          PIC 9(3).
003356
003358 FD  PARTHIST-FILE.
003360 01  PARTHIST-RECORD     PIC X(149).
003361
003362 FD  RECYCLE-FILE.
003363 01  RECYCLE-RECORD PIC X(68).
003364
003374 FD  RCYKEEP-FILE.
003384 01  RCYKEEP-RECORD PIC X(68).
003394
003404 FD  ADJREG-FILE.
003414 01  ADJREG-RECORD PIC X(220).
003424
003434 FD  ADJRPT-FILE.
003444 01  ADJRPT-RECORD PIC X(132).
003454
003464 FD  RUNPARM-FILE.
003474 01  RUNPARM-RECORD PIC X(80).
003300
003400 WORKING-STORAGE SECTION.
003410*-----------------------------------------------------------*
004506     05  FILLER REDEFINES CV-DIGITS.
004507         10  CV-COUNT     PIC 9(5).
004508         10  CV-HASH      PIC 9(12)V9(2).
004518
004528*-----------------------------------------------------------*
004538* SUBMITTER-HEADER VIEW.  EVERY EXTRACT ADMITTED BY AVGINTAKE *
004548* OPENS WITH AN 'S' RECORD - SUBMITTER ID, BUSINESS DATE AND  *
004558* SEQUENCE NUMBER - AHEAD OF ANY 'H' CONTROL HEADER, WHICH IS *
004568* THEN THE SECOND RECORD.  IT IS SKIPPED, NOT COUNTED AS      *
004578* DATA.  A DATA RECORD WHOSE CATEGORY STARTS WITH 'S' COULD   *
004588* ONLY BE MISTAKEN FOR IT AS A FILE'S FIRST RECORD, AND AN    *
004598* ADMITTED FILE'S FIRST RECORD IS ALWAYS ITS HEADER.          *
004608*-----------------------------------------------------------*
004618 01  WS-SUBHDR-VIEW REDEFINES WS-INPUT-RECORD.
004628     05  SH-REC-TYPE      PIC X(1).
004638     05  SH-SUBMITTER     PIC X(5).
004648     05  SH-BIZDATE       PIC 9(8).
004658     05  SH-SEQ           PIC 9(6).
004500
004510 01  WS-WEIGHT-EFFECTIVE  PIC 9(4)V9(2).
004520
004802     05  FILLER       PIC X(2)  VALUE SPACES.
004804     05  CTL-DESC     PIC X(30).
004810
004811*-----------------------------------------------------------*
004812* GROUP ROLL-UP TABLE - REBUILT FROM CAT-TABLE FOR EACH FILE *
004813* AT REPORT TIME.  EVERY CATEGORY'S COUNT, SUM, WEIGHTED SUM *
004814* AND WEIGHT TOTAL IS ADDED TO EACH GROUP ABOVE IT, SO A     *
004815* GROUP'S AVERAGES ARE TRUE AVERAGES OF ITS MEMBERS' RECORDS. *
004816* GRP-LEVEL 1 IS A TOP-LEVEL GROUP.  MAX-GROUP-DEPTH ONLY    *
004817* GUARDS THE WALKS AGAINST A DAMAGED MASTER - CATMAINT KEEPS *
004818* THE TREE TO FIVE LEVELS.                                   *
004819*-----------------------------------------------------------*
004820 01  GRP-TABLE-COUNT      PIC 9(3) COMP  VALUE 0.
004821 01  MAX-GROUPS           PIC 9(3) COMP  VALUE 50.
004822 01  MAX-GROUP-DEPTH      PIC 9(3) COMP  VALUE 9.
004823 01  GRP-TABLE.
004824     05  GRP-ENTRY OCCURS 50 TIMES INDEXED BY GRP-NDX.
004825         10  GRP-CODE         PIC X(4).
004826         10  GRP-LEVEL        PIC 9(1).
004827         10  GRP-COUNT        PIC 9(7)        COMP.
004828         10  GRP-SUM          PIC 9(10)V9(2).
004829         10  GRP-WEIGHTED-SUM PIC 9(14)V9(2).
004830         10  GRP-WEIGHT-TOTAL PIC 9(10)V9(2).
004831 01  GRP-FOUND-NDX        PIC 9(3) COMP.
004832 01  GRP-AVERAGE          PIC 9(10)V9(2).
004833 01  GRP-WEIGHTED-AVERAGE PIC 9(10)V9(2).
004834 01  WS-WALK-CODE         PIC X(4).
004835 01  WS-WALK-STEPS        PIC 9(3) COMP.
004836 01  WS-PRINT-LEVEL       PIC 9(1).
004837 01  WS-PARENT-CODE       PIC X(4).
004838 01  WS-ASOF-DATE         PIC 9(8).
004839
004840 01  WS-GROUP-HEAD-LINE.
004841     05  FILLER       PIC X(10) VALUE SPACES.
004842     05  FILLER       PIC X(40)
004843             VALUE 'GROUP SUBTOTALS (DEEPEST LEVEL FIRST)'.
004844     05  FILLER       PIC X(82) VALUE SPACES.
004845
004846 01  WS-GROUP-LINE.
004847     05  FILLER       PIC X(10) VALUE SPACES.
004848     05  FILLER       PIC X(7)  VALUE 'GROUP L'.
004849     05  GRL-LEVEL    PIC 9(1).
004850     05  FILLER       PIC X(2)  VALUE SPACES.
004851     05  GRL-CODE     PIC X(4).
004852     05  FILLER       PIC X(2)  VALUE SPACES.
004853     05  FILLER       PIC X(8)  VALUE 'COUNT = '.
004854     05  GRL-COUNT    PIC Z(6)9.
004855     05  FILLER       PIC X(2)  VALUE SPACES.
004856     05  FILLER       PIC X(6)  VALUE 'AVG = '.
004857     05  GRL-AVERAGE  PIC Z(9)9.99.
004858     05  FILLER       PIC X(2)  VALUE SPACES.
004859     05  FILLER       PIC X(10) VALUE 'WT AVG = '.
004860     05  GRL-WT-AVG   PIC Z(9)9.99.
004861     05  FILLER       PIC X(2)  VALUE SPACES.
004862     05  FILLER       PIC X(11) VALUE 'SUBTOTAL = '.
004863     05  GRL-SUM      PIC Z(11)9.99.
004864     05  FILLER       PIC X(2)  VALUE SPACES.
004865     05  GRL-DESC     PIC X(15).
004700 01  SW-EOF           PIC X           VALUE 'N'.
004600     88  EOF-FLAG                     VALUE 'Y'.
004700
004760     05  FILLER        PIC X(2)  VALUE SPACES.
004770     05  EXC-REASON    PIC X(30).
004780     05  FILLER        PIC X(28) VALUE SPACES.
004782     05  EXC-RUN-DATE  PIC 9(8).
004784     05  EXC-FILENAME  PIC X(40).
004838*-----------------------------------------------------------*
004840* SHARED RUNLOG AUDIT RECORD - ONE PER STEP, APPENDED AT END  *
004842* OF RUN.  LAYOUT IS COMMON TO EVERY PROGRAM IN THE NIGHTLY   *
004876 01  WS-END-DATE          PIC 9(8).
004878 01  WS-END-TIME          PIC 9(8).
004880 01  JOB-RECORDS-READ     PIC 9(7)  VALUE 0.
004881 01  JOB-RECORDS-REJECTED PIC 9(7)  VALUE 0.
004882
004883*-----------------------------------------------------------*
004884* ORDER-STATISTIC WORK AREAS.  EVERY ACCEPTED VALUE GOES TO  *
004885* THE VALWORK SORT WORK FILE (WITH ITS CAT-TABLE SUBSCRIPT), *
004886* SO STANDARD DEVIATION, MEDIAN, AND 10TH/90TH PERCENTILES   *
004887* COVER EVERY ACCEPTED RECORD IN THE FILE, PER FILE AND PER  *
004888* CATEGORY, WITH NO IN-CORE CAP.  THE FS- FIELDS ARE THE     *
004889* FILE-LEVEL SCAN STATE; THE CATSTAT TABLE RUNS PARALLEL TO  *
004890* CAT-TABLE.  ALL RESET FOR EACH INPUT FILE.                 *
004891*-----------------------------------------------------------*
004892 01  WS-FS-VALWORK        PIC X(2)  VALUE SPACES.
004893 01  WS-FS-VALSORT        PIC X(2)  VALUE SPACES.
004894 01  VAL-KEPT-COUNT       PIC 9(7) COMP  VALUE 0.
004895 01  WS-CUR-CAT-SUB       PIC 9(3) COMP  VALUE 0.
004896 01  SW-VALSORT-EOF       PIC X     VALUE 'N'.
004897     88  VALSORT-EOF-FLAG           VALUE 'Y'.
004898
004899 01  NUM-STDDEV           PIC 9(10)V9(2).
004900 01  NUM-MEDIAN           PIC 9(10)V9(2).
004901 01  NUM-PCTL10           PIC 9(10)V9(2).
004902 01  NUM-PCTL90           PIC 9(10)V9(2).
004903 01  FILE-STDDEV          PIC 9(10)V9(2).
004904 01  FILE-MEDIAN          PIC 9(10)V9(2).
004905
004906 01  WS-STAT-DEV          PIC S9(11)V9(6).
004907 01  WS-STAT-VAR          PIC 9(18)V9(6).
004962 01  EXT-MAX-ED           PIC 9(10).9(2).
004963 01  EXT-REJ-ED           PIC 9(5).
004964 01  EXT-WTA-ED           PIC 9(10).9(2).
004965
004966*-----------------------------------------------------------*
004967* CONTROL-TOTAL WORK AREAS - RESET FOR EACH INPUT FILE.  THE  *
004968* HASH TOTAL WRAPS AT 12 INTEGER DIGITS ON BOTH THE WRITING   *
004969* AND THE READING SIDE, SO THE COMPARISON STAYS VALID.        *
004970*-----------------------------------------------------------*
004971 01  SW-CTLHDR-SEEN       PIC X     VALUE 'N'.
004972     88  CTLHDR-SEEN                VALUE 'Y'.
004973 01  SW-CTLTRL-SEEN       PIC X     VALUE 'N'.
004974     88  CTLTRL-SEEN                VALUE 'Y'.
004975 01  SW-SUBHDR-SEEN       PIC X     VALUE 'N'.
004976     88  SUBHDR-SEEN                VALUE 'Y'.
004977 01  WS-EXPECT-COUNT      PIC 9(5)  VALUE 0.
004978 01  WS-EXPECT-HASH       PIC 9(12)V9(2) VALUE 0.
004979 01  WS-TRL-COUNT         PIC 9(5)  VALUE 0.
004980 01  WS-TRL-HASH          PIC 9(12)V9(2) VALUE 0.
004981 01  WS-DATA-RECS         PIC 9(7)  VALUE 0.
004982 01  WS-HASH-TOTAL        PIC 9(12)V9(2) VALUE 0.
004983 01  WS-SKIP-SEQ          PIC 9(7)  VALUE 0.
004984
004985*-----------------------------------------------------------*
004986* PER-CATEGORY BUSINESS LIMITS, LOADED ONCE AT START FROM    *
005027
005028*-----------------------------------------------------------*
005029* SUSPECT RECORD AND REPORT LINE LAYOUTS                     *
005030*-----------------------------------------------------------*
005031 01  WS-SUSPECT-LINE.
005032     05  SUS-RAW-TEXT  PIC X(20).
005033     05  FILLER        PIC X(2)  VALUE SPACES.
005034     05  SUS-REASON    PIC X(30).
005035     05  FILLER        PIC X(2)  VALUE SPACES.
005036     05  SUS-LIMIT     PIC Z(9)9.99.
005037     05  FILLER        PIC X(13) VALUE SPACES.
005038     05  SUS-RUN-DATE  PIC 9(8).
005039     05  SUS-FILENAME  PIC X(40).
005040
005041 01  WS-SUSCOUNT-LINE.
005042     05  FILLER        PIC X(10) VALUE SPACES.
005043     05  FILLER        PIC X(10) VALUE 'CATEGORY '.
005047     05  SCL-COUNT     PIC Z(6)9.
005048     05  FILLER        PIC X(55) VALUE SPACES.
005049
005059 01  WS-ANOMCOUNT-LINE.
005069     05  FILLER        PIC X(10) VALUE SPACES.
005079     05  FILLER        PIC X(10) VALUE 'CATEGORY '.
005089     05  ACL-CODE      PIC X(4).
005099     05  FILLER        PIC X(2)  VALUE SPACES.
005109     05  FILLER        PIC X(19) VALUE 'OUTSIDE BASELINE = '.
005119     05  ACL-COUNT     PIC Z(6)9.
005129     05  FILLER        PIC X(48) VALUE SPACES.
005139
005149*-----------------------------------------------------------*
005159* CATEGORY BASELINES, LOADED ONCE AT START FROM THE 'C'      *
005169* RECORDS ON AVGHIST.TXT DATED BEFORE THE RUN DATE THAT      *
005179* CARRY A STANDARD DEVIATION AND MEDIAN.  EACH CATEGORY      *
005189* KEEPS ITS LAST ANOMNITE NIGHTS ON FILE (THE MASTER IS READ *
005199* IN DATE ORDER, SO A FULL ROW OF NIGHTS IS REUSED OLDEST    *
005209* FIRST), WITH A NIGHT'S FILES POOLED TOGETHER:              *
005219*   CENTRE  THE AVERAGE OF THE NIGHTLY MEDIANS               *
005229*   SD      THE STANDARD DEVIATION OF EVERY VALUE BEHIND     *
005239*           THOSE NIGHTS, POOLED FROM EACH RECORD'S COUNT,   *
005249*           SUM AND STANDARD DEVIATION                       *
005259*   LOW     CENTRE LESS ANOMDEV SD (NOT BELOW ZERO)          *
005269*   HIGH    CENTRE PLUS ANOMDEV SD                           *
005279* FEWER THAN ANOMMIN NIGHTS, OR NO SPREAD AT ALL, ESTABLISHES *
005289* NO BASELINE AND THE CATEGORY IS NOT SCREENED.  ANOMDEV 0   *
005299* TURNS THE SCREEN, AND ITS REPORT LINES, OFF.  ANOMALY      *
005309* COUNTS RESET FOR EACH INPUT FILE.                          *
005319*-----------------------------------------------------------*
005329 01  WS-FS-RUNPARM        PIC X(2)  VALUE SPACES.
005339 01  SW-RPM-EOF           PIC X     VALUE 'N'.
005349     88  RPM-EOF-FLAG               VALUE 'Y'.
005359 01  WS-RUNPARM-REC.
005369     05  PRM-NAME         PIC X(8).
005379     05  PRM-EFFDT-RAW    PIC X(8).
005389     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
005399                          PIC 9(8).
005409     05  PRM-NUM          PIC 9(8)V9(4).
005419     05  PRM-TEXT         PIC X(12).
005429     05  PRM-CHG-OPER     PIC X(8).
005439     05  PRM-CHG-DATE     PIC 9(8).
005449     05  PRM-CHG-TIME     PIC 9(6).
005459     05  PRM-PRIOR-TEXT   PIC X(12).
005469     05  FILLER           PIC X(6).
005479 01  WS-PRM-EFFDT         PIC 9(8).
005489 01  WS-ANOM-DEVS         PIC 9(2)V9(2)  VALUE 4.00.
005499 01  WS-ANOMDEV-EFFDT     PIC S9(8)      VALUE -1.
005509 01  WS-ANOM-NIGHTS       PIC 9(3) COMP  VALUE 30.
005519 01  WS-ANOMNITE-EFFDT    PIC S9(8)      VALUE -1.
005529 01  WS-ANOM-MIN-NIGHTS   PIC 9(3) COMP  VALUE 5.
005539 01  WS-ANOMMIN-EFFDT     PIC S9(8)      VALUE -1.
005549 01  SW-BASE-EOF          PIC X     VALUE 'N'.
005559     88  BASE-EOF-FLAG              VALUE 'Y'.
005569
005579 01  BASE-COUNT           PIC 9(3) COMP  VALUE 0.
005589 01  MAX-BASELINES        PIC 9(3) COMP  VALUE 100.
005599 01  MAX-BASE-NIGHTS      PIC 9(3) COMP  VALUE 60.
005609 01  BASE-TABLE.
005619     05  BASE-ENTRY OCCURS 100 TIMES.
005629         10  BT-CATEGORY  PIC X(4).
005639         10  BT-NIGHTS    PIC 9(3)  COMP.
005649         10  BT-LAST-SLOT PIC 9(3)  COMP.
005659         10  BT-STATUS    PIC X(1).
005669             88  BT-ESTABLISHED         VALUE 'Y'.
005679             88  BT-NO-SPREAD           VALUE 'Z'.
005689         10  BT-CENTRE    PIC 9(10)V9(2).
005699         10  BT-SD        PIC 9(10)V9(2).
005709         10  BT-LOW       PIC 9(10)V9(2).
005719         10  BT-HIGH      PIC 9(10)V9(2).
005729         10  BT-ANOMALIES PIC 9(7).
005739         10  BT-NIGHT OCCURS 60 TIMES.
005749             15  BN-DATE    PIC 9(8).
005759             15  BN-COUNT   PIC 9(9)         COMP.
005769             15  BN-SUM     PIC 9(13)V9(2).
005779             15  BN-SUMSQ   PIC 9(24)V9(4).
005789             15  BN-MEDSUM  PIC 9(16)V9(2).
005799 01  BASE-NDX             PIC 9(3) COMP.
005809 01  BASE-FOUND-NDX       PIC 9(3) COMP.
005819 01  BN-NDX               PIC 9(3) COMP.
005829 01  WS-BASE-CAT          PIC X(4).
005839 01  SW-BASE-FULL-SAID    PIC X     VALUE 'N'.
005849     88  BASE-FULL-SAID             VALUE 'Y'.
005859 01  WS-BASE-N            PIC 9(11).
005869 01  WS-BASE-S            PIC 9(15)V9(2).
005879 01  WS-BASE-Q            PIC 9(26)V9(4).
005889 01  WS-BASE-M            PIC 9(12)V9(4).
005899 01  WS-BASE-MEAN         PIC 9(10)V9(6).
005909 01  WS-BASE-VAR          PIC S9(20)V9(6).
005919 01  WS-BASE-SPREAD       PIC 9(12)V9(2).
005929
005939 01  WS-BASELINE-LINE.
005949     05  FILLER       PIC X(16) VALUE SPACES.
005959     05  FILLER       PIC X(10) VALUE 'BASELINE: '.
005969     05  BLL-NIGHTS   PIC Z9.
005979     05  FILLER       PIC X(9)  VALUE ' NIGHTS  '.
005989     05  FILLER       PIC X(6)  VALUE 'MED = '.
005999     05  BLL-MED      PIC Z(9)9.99.
006009     05  FILLER       PIC X(7)  VALUE '  SD = '.
006019     05  BLL-SD       PIC Z(9)9.99.
006029     05  FILLER       PIC X(8)  VALUE '  LOW = '.
006039     05  BLL-LOW      PIC Z(9)9.99.
006049     05  FILLER       PIC X(9)  VALUE '  HIGH = '.
006059     05  BLL-HIGH     PIC Z(9)9.99.
006069
006079 01  WS-NOBASE-LINE.
006089     05  FILLER       PIC X(16) VALUE SPACES.
006099     05  FILLER       PIC X(10) VALUE 'BASELINE: '.
006109     05  NBL-NIGHTS   PIC Z9.
006119     05  FILLER       PIC X(10) VALUE ' NIGHTS - '.
006129     05  NBL-REASON   PIC X(40).
006139
006149*-----------------------------------------------------------*
006159* CATEGORY REFERENCE MASTER, LOADED ONCE AT START FROM THE   *
006169* OPTIONAL AVGCATMST.TXT (MAINTAINED BY CATMAINT):           *
006179*   COLS 1-4   CATEGORY CODE                                 *
006189*   COLS 5-34  DESCRIPTION                                   *
006199*   COL  35    ACTIVE FLAG 'A'/'I'                           *
006209*   COLS 36-43 VALID-FROM DATE 9(8), BLANK = FROM DAY ONE    *
006219*   COLS 44-51 VALID-TO DATE 9(8), BLANK = OPEN-ENDED        *
006229*   COL  52    ROW TYPE 'C' CATEGORY / 'G' GROUP (BLANK = C) *
006239*   COLS 53-56 PARENT GROUP, BLANK = TOP LEVEL               *
006249*   COLS 57-64 DATE THE PARENT TOOK EFFECT 9(8), BLANK =     *
006259*              ALWAYS                                        *
006269*   COLS 65-68 PRIOR PARENT, IN EFFECT BEFORE THAT DATE      *
006279* WITH A MASTER PRESENT, A NON-BLANK CATEGORY THAT IS        *
006289* UNKNOWN, INACTIVE, OR OUTSIDE ITS VALID DATES ON THE RUN   *
006299* DATE GOES TO THE EXCEPTION FILE.  AN ABSENT MASTER (OR A   *
006309* BLANK CATEGORY) MEANS NO VALIDATION, THE SAME DISCIPLINE   *
006319* THE LIMITS FILE FOLLOWS.                                   *
006329* A GROUP CODE IS NOT A VALID DATA CATEGORY; GROUPS ONLY     *
006339* COLLECT THE CATEGORIES (AND GROUPS) BELOW THEM.            *
006349*-----------------------------------------------------------*
006359 01  WS-CATMST-REC.
006369     05  CMR-CODE         PIC X(4).
006379     05  CMR-DESC         PIC X(30).
006389     05  CMR-ACTIVE       PIC X(1).
006399     05  CMR-FROM-RAW     PIC X(8).
006409     05  CMR-FROM REDEFINES CMR-FROM-RAW
006419                          PIC 9(8).
006429     05  CMR-TO-RAW       PIC X(8).
006439     05  CMR-TO REDEFINES CMR-TO-RAW
006449                          PIC 9(8).
006459     05  CMR-TYPE         PIC X(1).
006469     05  CMR-PARENT       PIC X(4).
006479     05  CMR-PAR-FROM-RAW PIC X(8).
006489     05  CMR-PAR-FROM REDEFINES CMR-PAR-FROM-RAW
006499                          PIC 9(8).
006509     05  CMR-PRIOR        PIC X(4).
006519     05  FILLER           PIC X(12).
006529
006539 01  CATMST-COUNT         PIC 9(3) COMP  VALUE 0.
006549 01  MAX-CATMST           PIC 9(3) COMP  VALUE 100.
006559 01  CATMST-TABLE.
006569     05  CATMST-ENTRY OCCURS 100 TIMES.
006579         10  CM-CODE      PIC X(4).
006589         10  CM-DESC      PIC X(30).
006599         10  CM-ACTIVE    PIC X(1).
006609         10  CM-FROM      PIC 9(8).
006619         10  CM-TO        PIC 9(8).
006629         10  CM-TYPE      PIC X(1).
006639         10  CM-PARENT    PIC X(4).
006649         10  CM-PAR-FROM  PIC 9(8).
006659         10  CM-PRIOR     PIC X(4).
006669 01  CM-NDX               PIC 9(3) COMP.
006679 01  CM-FOUND-NDX         PIC 9(3) COMP.
006689 01  SW-CAT-VALID         PIC X     VALUE 'Y'.
006699     88  CATEGORY-VALID             VALUE 'Y'.
006709 01  WS-CAT-DESC          PIC X(30) VALUE SPACES.
006719 01  WS-LOOKUP-CODE       PIC X(4).
006729 01  WS-CAT-REASON        PIC X(30) VALUE SPACES.
006739
004800*-----------------------------------------------------------*
004900* REPORT WORK AREAS                                           *
005000*-----------------------------------------------------------*
006800     05  DTL-LABEL    PIC X(12).
006900     05  DTL-VALUE    PIC Z(9)9.99.
007000     05  FILLER       PIC X(40) VALUE SPACES.
007001
007002*-----------------------------------------------------------*
007003* ADJUSTMENT MODE - "ADJUST" ON THE COMMAND LINE POSTS THE   *
007004* RECYCLED RECORDS IN AVGREFEED.TXT (REPAIRED EXCEPTIONS)    *
007005* AND AVGSUSFEED.TXT (RELEASED SUSPECTS) BACK TO THE NIGHT   *
007006* THEY CAME FROM INSTEAD OF TONIGHT.  RECYCLE RECORD:        *
007007*   COLS 1-20  CATEGORY/VALUE/WEIGHT AS AVERAGE READS IT     *
007008*   COLS 21-28 ORIGINAL RUN DATE          PIC 9(8)           *
007009*   COLS 29-68 ORIGINAL INPUT FILENAME                       *
007010* RECORDS ARE TOTALLED PER ORIGINAL NIGHT / FILE / CATEGORY  *
007011* FIRST, THEN EACH TOTAL IS FOLDED INTO ITS HISTORY RECORD.  *
007012*-----------------------------------------------------------*
007013 01  SW-ADJUST            PIC X     VALUE 'N'.
007014     88  ADJUST-MODE                VALUE 'Y'.
007015 01  WS-RECYCLE-NAME      PIC X(40) VALUE SPACES.
007016 01  WS-FS-RECYCLE        PIC X(2)  VALUE SPACES.
007017 01  WS-FS-RCYKEEP        PIC X(2)  VALUE SPACES.
007018 01  WS-FS-ADJREG         PIC X(2)  VALUE SPACES.
007019 01  SW-RECYCLE-EOF       PIC X     VALUE 'N'.
007020     88  RECYCLE-EOF-FLAG           VALUE 'Y'.
007021 01  SW-RCYKEEP-EOF       PIC X     VALUE 'N'.
007022     88  RCYKEEP-EOF-FLAG           VALUE 'Y'.
007023 01  SW-RECYCLE-SOURCE    PIC X     VALUE 'E'.
007024     88  RECYCLE-FROM-REPAIR        VALUE 'E'.
007025
007026 01  WS-RECYCLE-REC.
007027     05  RCY-INPUT-RECORD PIC X(20).
007028     05  RCY-RUN-DATE-RAW PIC X(8).
007029     05  RCY-RUN-DATE REDEFINES RCY-RUN-DATE-RAW
007030                          PIC 9(8).
007031     05  RCY-FILENAME     PIC X(40).
007032
007033 01  ADJ-TABLE-COUNT      PIC 9(4) COMP  VALUE 0.
007034 01  MAX-ADJ-ENTRIES      PIC 9(4) COMP  VALUE 500.
007035 01  ADJ-TABLE.
007036     05  ADJ-ENTRY OCCURS 500 TIMES.
007037         10  AT-RUN-DATE      PIC 9(8).
007038         10  AT-FILENAME      PIC X(40).
007039         10  AT-CAT-CODE      PIC X(4).
007040         10  AT-REC-TYPE      PIC X(1).
007041         10  AT-F-NDX         PIC 9(4) COMP.
007042         10  AT-RECORDS       PIC 9(5).
007043         10  AT-REPAIRED      PIC 9(5).
007044         10  AT-SUM           PIC 9(10)V9(2).
007045         10  AT-WT-SUM        PIC 9(12)V9(2).
007046         10  AT-WT-TOTAL      PIC 9(8)V9(2).
007047         10  AT-MINIMUM       PIC 9(10)V9(2).
007048         10  AT-MAXIMUM       PIC 9(10)V9(2).
007049         10  AT-STATUS        PIC X(1).
007050             88  AT-POSTED              VALUE 'P'.
007051 01  ADJ-NDX              PIC 9(4) COMP.
007052 01  ADJ-SCAN             PIC 9(4) COMP.
007053 01  ADJ-FOUND-NDX        PIC 9(4) COMP.
007054 01  ADJ-F-NDX            PIC 9(4) COMP.
007055 01  WS-ADJ-CAT-CODE      PIC X(4).
007056 01  WS-ADJ-REASON        PIC X(40).
007057 01  WS-ADJ-OLD-WT-BASE   PIC 9(12)V9(2).
007058 01  ADJ-RECS-READ        PIC 9(7)  VALUE 0.
007059 01  ADJ-RECS-POSTED      PIC 9(7)  VALUE 0.
007060 01  ADJ-RECS-UNPOSTED    PIC 9(7)  VALUE 0.
007061 01  ADJ-RECS-KEPT        PIC 9(7)  VALUE 0.
007062 01  ADJ-HIST-RESTATED    PIC 9(7)  VALUE 0.
007063
007064*-----------------------------------------------------------*
007065* ADJUSTMENT REGISTER RECORD (AVGADJREG.TXT) - ONE PER       *
007066* HISTORY RECORD RESTATED, NEVER REWRITTEN.  THE BEFORE AND  *
007067* AFTER BLOCKS FOLLOW THE HISTORY RECORD'S OWN FIGURES.      *
007068* AVGTREND AND AVGMONTH READ IT TO MARK RESTATED NIGHTS.     *
007069*-----------------------------------------------------------*
007070 01  WS-ADJREG-REC.
007071     05  ARG-ADJ-DATE         PIC 9(8).
007072     05  ARG-RUN-DATE         PIC 9(8).
007073     05  ARG-FILENAME         PIC X(40).
007074     05  ARG-CAT-CODE         PIC X(4).
007075     05  ARG-REC-TYPE         PIC X(1).
007076     05  ARG-RECORDS          PIC 9(5).
007077     05  ARG-BEFORE.
007078         10  ARG-OLD-COUNT    PIC 9(7).
007079         10  ARG-OLD-SUM      PIC 9(10)V9(2).
007080         10  ARG-OLD-AVERAGE  PIC 9(10)V9(2).
007081         10  ARG-OLD-MINIMUM  PIC 9(10)V9(2).
007082         10  ARG-OLD-MAXIMUM  PIC 9(10)V9(2).
007083         10  ARG-OLD-REJECTED PIC 9(5).
007084         10  ARG-OLD-WT-AVG   PIC 9(10)V9(2).
007085     05  ARG-AFTER.
007086         10  ARG-NEW-COUNT    PIC 9(7).
007087         10  ARG-NEW-SUM      PIC 9(10)V9(2).
007088         10  ARG-NEW-AVERAGE  PIC 9(10)V9(2).
007089         10  ARG-NEW-MINIMUM  PIC 9(10)V9(2).
007090         10  ARG-NEW-MAXIMUM  PIC 9(10)V9(2).
007091         10  ARG-NEW-REJECTED PIC 9(5).
007092         10  ARG-NEW-WT-AVG   PIC 9(10)V9(2).
007093     05  FILLER               PIC X(10) VALUE SPACES.
007094
007095 01  WS-ADJ-HEADER.
007096     05  FILLER       PIC X(31)
007097         VALUE 'AVERAGE ADJUSTMENT POSTING FOR '.
007098     05  ADH-DATE     PIC 9(8).
007099     05  FILLER       PIC X(93) VALUE SPACES.
007100
007101 01  WS-ADJ-LINE.
007102     05  ADL-RUN-DATE PIC 9(8).
007103     05  FILLER       PIC X(1)  VALUE SPACE.
007104     05  ADL-FILENAME PIC X(20).
007105     05  FILLER       PIC X(1)  VALUE SPACE.
007106     05  ADL-CAT      PIC X(6).
007107     05  FILLER       PIC X(1)  VALUE SPACE.
007108     05  ADL-WHEN     PIC X(6).
007109     05  FILLER       PIC X(7)  VALUE ' CNT = '.
007110     05  ADL-COUNT    PIC Z(6)9.
007111     05  FILLER       PIC X(7)  VALUE ' SUM = '.
007112     05  ADL-SUM      PIC Z(9)9.99.
007113     05  FILLER       PIC X(7)  VALUE ' AVG = '.
007114     05  ADL-AVG      PIC Z(9)9.99.
007115     05  FILLER       PIC X(10) VALUE ' WT AVG = '.
007116     05  ADL-WTA      PIC Z(9)9.99.
007117     05  FILLER       PIC X(7)  VALUE ' REJ = '.
007118     05  ADL-REJ      PIC Z(4)9.
007119
007120 01  WS-ADJ-NOPOST-LINE.
007121     05  ANL-RAW      PIC X(20).
007122     05  FILLER       PIC X(2)  VALUE SPACES.
007123     05  ANL-RUN-DATE PIC X(8).
007124     05  FILLER       PIC X(1)  VALUE SPACE.
007125     05  ANL-FILENAME PIC X(40).
007126     05  FILLER       PIC X(2)  VALUE SPACES.
007127     05  ANL-REASON   PIC X(40).
007128     05  FILLER       PIC X(19) VALUE SPACES.
007129
007130 01  WS-ADJ-TOTAL-LINE.
007131     05  ATL-LABEL    PIC X(30).
007132     05  ATL-COUNT    PIC Z(6)9.
007133     05  FILLER       PIC X(95) VALUE SPACES.
007134
007200 PROCEDURE DIVISION.
007300*-----------------------------------------------------------*
007400 0000-MAINLINE.
007500*-----------------------------------------------------------*
007510     PERFORM 1050-GET-PARAMETERS THRU 1050-EXIT
007550     IF ADJUST-MODE
007560         PERFORM 6000-POST-ADJUSTMENTS THRU 6000-EXIT
007570         STOP RUN
007580     END-IF
007600     PERFORM 1000-INITIALIZE
007700     PERFORM 2000-PROCESS-CONTROL-FILE THRU 2000-EXIT
007900     PERFORM 9999-TERMINATE
008500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
008502     ACCEPT WS-START-DATE FROM DATE YYYYMMDD
008504     ACCEPT WS-START-TIME FROM TIME
008775     PERFORM 1200-DETERMINE-RESTART
008776     IF RESTART-REQUESTED
008777         PERFORM 1210-OPEN-EXCEPTION-EXTEND THRU 1210-EXIT
008778         PERFORM 1220-OPEN-AVG-REPORT-EXTEND THRU 1220-EXIT
008779     ELSE
008780         OPEN OUTPUT EXCEPTION-FILE
008781         OPEN OUTPUT AVG-REPORT
008782         IF NOT PARTITION-MODE
008783             PERFORM 1100-WRITE-REPORT-HEADER
008784         END-IF
008785     END-IF
008786     PERFORM 1320-LOAD-RUNPARM THRU 1320-EXIT
008787     PERFORM 1350-LOAD-BASELINES THRU 1350-EXIT
008788     PERFORM 1230-OPEN-HISTORY-MASTER THRU 1230-EXIT
008789     PERFORM 1240-OPEN-EXTRACT THRU 1240-EXIT
008790     PERFORM 1260-OPEN-SUSPECT-FILE THRU 1260-EXIT
008808* SELECTS PARTITION MODE AND SWITCHES EVERY PER-RUN FILE TO  *
008810* ITS .pN PARTITION NAME.  NO PARAMETER IS THE ORDINARY      *
008812* SINGLE-INSTANCE RUN WITH THE USUAL FILENAMES.              *
008813* "ADJUST" SELECTS ADJUSTMENT MODE INSTEAD (SEE 6000).       *
008814*-----------------------------------------------------------*
008816 1050-GET-PARAMETERS.
008818*-----------------------------------------------------------*
008822     IF WS-PARM-LINE = SPACES
008824         GO TO 1050-EXIT
008826     END-IF
008827     IF WS-PARM-LINE(1:6) = 'ADJUST'
008828         MOVE 'Y' TO SW-ADJUST
008829         GO TO 1050-EXIT
008830     END-IF
008831     MOVE WS-PARM-LINE(1:1) TO WS-PART-DIGIT
008832     IF WS-PART-DIGIT IS NUMERIC AND WS-PART-DIGIT NOT = '0'
008833         MOVE 'Y' TO SW-PARTITION
008834         PERFORM 1060-BUILD-PARTITION-NAMES
008836     ELSE
008838         DISPLAY 'AVERAGE - PARTITION PARAMETER NOT 1-9 '
009128*-----------------------------------------------------------*
009129     IF (CMR-FROM-RAW NOT = SPACES
009130             AND CMR-FROM IS NOT NUMERIC)
009131         OR (CMR-PAR-FROM-RAW NOT = SPACES
009132             AND CMR-PAR-FROM IS NOT NUMERIC)
009142         OR (CMR-TO-RAW NOT = SPACES
009152             AND CMR-TO IS NOT NUMERIC)
009162         DISPLAY 'AVERAGE - CATEGORY MASTER ROW FOR ['
009172             CMR-CODE '] HAS A NON-NUMERIC DATE - IGNORED'
009182     ELSE
009192         IF CATMST-COUNT >= MAX-CATMST
009202             DISPLAY 'AVERAGE - CATEGORY MASTER TABLE FULL '
009212                 'AT ' MAX-CATMST ' - EXTRA ROWS IGNORED'
009222         ELSE
009232             ADD 1 TO CATMST-COUNT
009242             MOVE CATMST-COUNT TO CM-NDX
009252             MOVE CMR-CODE TO CM-CODE(CM-NDX)
009262             MOVE CMR-DESC TO CM-DESC(CM-NDX)
009272             MOVE CMR-ACTIVE TO CM-ACTIVE(CM-NDX)
009282             IF CMR-FROM-RAW = SPACES
009292                 MOVE 0 TO CM-FROM(CM-NDX)
009302             ELSE
009312                 MOVE CMR-FROM TO CM-FROM(CM-NDX)
009322             END-IF
009332             IF CMR-TO-RAW = SPACES
009342                 MOVE 99999999 TO CM-TO(CM-NDX)
009352             ELSE
009362                 MOVE CMR-TO TO CM-TO(CM-NDX)
009372             END-IF
009382             IF CMR-TYPE = SPACE
009392                 MOVE 'C' TO CM-TYPE(CM-NDX)
009402             ELSE
009412                 MOVE CMR-TYPE TO CM-TYPE(CM-NDX)
009422             END-IF
009432             MOVE CMR-PARENT TO CM-PARENT(CM-NDX)
009442             IF CMR-PAR-FROM-RAW = SPACES
009452                 MOVE 0 TO CM-PAR-FROM(CM-NDX)
009462             ELSE
009472                 MOVE CMR-PAR-FROM TO CM-PAR-FROM(CM-NDX)
009482             END-IF
009492             MOVE CMR-PRIOR TO CM-PRIOR(CM-NDX)
009502         END-IF
009512     END-IF.
009522
009532*-----------------------------------------------------------*
009542* 1320-LOAD-RUNPARM - THE BASELINE SCREEN'S SETTINGS IN      *
009552* EFFECT FOR THE RUN DATE.  NO MASTER, OR NO ROW YET IN      *
009562* EFFECT FOR A NAME, KEEPS THAT SETTING'S DEFAULT.           *
009572*-----------------------------------------------------------*
009582 1320-LOAD-RUNPARM.
009592*-----------------------------------------------------------*
009602     OPEN INPUT RUNPARM-FILE
009612     IF WS-FS-RUNPARM NOT = '00'
009622         DISPLAY 'AVERAGE - RUNPARM.TXT NOT FOUND - DEFAULT '
009632             'BASELINE SETTINGS IN EFFECT'
009642         GO TO 1320-EXIT
009652     END-IF
009662     PERFORM UNTIL RPM-EOF-FLAG
009672         READ RUNPARM-FILE INTO WS-RUNPARM-REC
009682             AT END
009692                 MOVE 'Y' TO SW-RPM-EOF
009702             NOT AT END
009712                 PERFORM 1330-TAKE-ONE-PARM THRU 1330-EXIT
009722         END-READ
009732     END-PERFORM
009742     CLOSE RUNPARM-FILE
009752     IF WS-ANOM-MIN-NIGHTS > WS-ANOM-NIGHTS
009762         DISPLAY 'AVERAGE - ANOMMIN EXCEEDS ANOMNITE - '
009772             'ANOMNITE USED FOR BOTH'
009782         MOVE WS-ANOM-NIGHTS TO WS-ANOM-MIN-NIGHTS
009792     END-IF.
009802 1320-EXIT.
009812     EXIT.
009822
009832*-----------------------------------------------------------*
009842* 1330-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
009852* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
009862* WINS.  A NIGHT COUNT OUTSIDE 1 TO MAX-BASE-NIGHTS IS       *
009872* IGNORED.                                                   *
009882*-----------------------------------------------------------*
009892 1330-TAKE-ONE-PARM.
009902*-----------------------------------------------------------*
009912     IF PRM-EFFDT-RAW = SPACES
009922         MOVE 0 TO WS-PRM-EFFDT
009932     ELSE
009942         IF PRM-EFFDT IS NOT NUMERIC
009952             GO TO 1330-EXIT
009962         END-IF
009972         MOVE PRM-EFFDT TO WS-PRM-EFFDT
009982     END-IF
009992     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
010002         GO TO 1330-EXIT
010012     END-IF
010022     IF PRM-NAME = 'ANOMDEV'
010032         AND WS-PRM-EFFDT >= WS-ANOMDEV-EFFDT
010042         AND PRM-NUM < 100
010052         MOVE WS-PRM-EFFDT TO WS-ANOMDEV-EFFDT
010062         MOVE PRM-NUM TO WS-ANOM-DEVS
010072     END-IF
010082     IF PRM-NAME = 'ANOMNITE'
010092         AND WS-PRM-EFFDT >= WS-ANOMNITE-EFFDT
010102         AND PRM-NUM >= 1 AND PRM-NUM <= MAX-BASE-NIGHTS
010112         MOVE WS-PRM-EFFDT TO WS-ANOMNITE-EFFDT
010122         MOVE PRM-NUM TO WS-ANOM-NIGHTS
010132     END-IF
010142     IF PRM-NAME = 'ANOMMIN'
010152         AND WS-PRM-EFFDT >= WS-ANOMMIN-EFFDT
010162         AND PRM-NUM >= 1 AND PRM-NUM <= MAX-BASE-NIGHTS
010172         MOVE WS-PRM-EFFDT TO WS-ANOMMIN-EFFDT
010182         MOVE PRM-NUM TO WS-ANOM-MIN-NIGHTS
010192     END-IF.
010202 1330-EXIT.
010212     EXIT.
010222
010232*-----------------------------------------------------------*
010242* 1350-LOAD-BASELINES - ONE SEQUENTIAL PASS OF THE HISTORY   *
010252* MASTER, BEFORE 1230 OPENS IT FOR TONIGHT'S POSTINGS (OR,   *
010262* IN PARTITION MODE, LEAVES IT TO AVGMERGE).  NO MASTER YET  *
010272* JUST MEANS NO BASELINES AND NO SCREENING.                  *
010282*-----------------------------------------------------------*
010292 1350-LOAD-BASELINES.
010302*-----------------------------------------------------------*
010312     IF WS-ANOM-DEVS = 0
010322         GO TO 1350-EXIT
010332     END-IF
010342     OPEN INPUT HISTORY-FILE
010352     IF WS-FS-HIST NOT = '00'
010362         GO TO 1350-EXIT
010372     END-IF
010382     PERFORM UNTIL BASE-EOF-FLAG
010392         READ HISTORY-FILE NEXT RECORD
010402             AT END
010412                 MOVE 'Y' TO SW-BASE-EOF
010422             NOT AT END
010432                 PERFORM 1360-FOLD-ONE-HISTORY THRU 1360-EXIT
010442         END-READ
010452     END-PERFORM
010462     CLOSE HISTORY-FILE
010472     PERFORM 1380-FINISH-ONE-BASELINE THRU 1380-EXIT
010482         VARYING BASE-NDX FROM 1 BY 1
010492             UNTIL BASE-NDX > BASE-COUNT.
010502 1350-EXIT.
010512     EXIT.
010522
010532*-----------------------------------------------------------*
010542* 1360-FOLD-ONE-HISTORY - A PRIOR NIGHT'S 'C' RECORD THAT    *
010552* CARRIES ITS STANDARD DEVIATION AND MEDIAN JOINS ITS        *
010562* CATEGORY'S NIGHT FOR THAT DATE, STARTING A NEW NIGHT (IN   *
010572* THE OLDEST SLOT ONCE ANOMNITE ARE HELD) WHEN THE DATE IS   *
010582* NOT THE ONE LAST SEEN.                                     *
010592*-----------------------------------------------------------*
010602 1360-FOLD-ONE-HISTORY.
010612*-----------------------------------------------------------*
010622     IF HIS-REC-TYPE NOT = 'C'
010632         OR HIS-RUN-DATE NOT < WS-RUN-DATE
010642         OR HIS-COUNT IS NOT NUMERIC
010652         OR HIS-SUM IS NOT NUMERIC
010662         OR HIS-STD-DEV IS NOT NUMERIC
010672         OR HIS-MEDIAN IS NOT NUMERIC
010682         GO TO 1360-EXIT
010692     END-IF
010702     IF HIS-COUNT = 0
010712         GO TO 1360-EXIT
010722     END-IF
010732     MOVE HIS-CAT-CODE TO WS-BASE-CAT
010742     PERFORM 1365-FIND-BASELINE
010752     IF BASE-FOUND-NDX = 0
010762         IF BASE-COUNT >= MAX-BASELINES
010772             IF NOT BASE-FULL-SAID
010782                 DISPLAY 'AVERAGE - BASELINE TABLE FULL AT '
010792                     MAX-BASELINES ' - EXTRA CATEGORIES NOT '
010802                     'SCREENED'
010812                 MOVE 'Y' TO SW-BASE-FULL-SAID
010822             END-IF
010832             GO TO 1360-EXIT
010842         END-IF
010852         ADD 1 TO BASE-COUNT
010862         MOVE BASE-COUNT TO BASE-FOUND-NDX
010872         MOVE WS-BASE-CAT TO BT-CATEGORY(BASE-FOUND-NDX)
010882         MOVE 0 TO BT-NIGHTS(BASE-FOUND-NDX)
010892         MOVE 0 TO BT-LAST-SLOT(BASE-FOUND-NDX)
010902         MOVE 0 TO BT-ANOMALIES(BASE-FOUND-NDX)
010912         MOVE 'N' TO BT-STATUS(BASE-FOUND-NDX)
010922     END-IF
010932     MOVE BASE-FOUND-NDX TO BASE-NDX
010942     IF BT-NIGHTS(BASE-NDX) > 0
010952         MOVE BT-LAST-SLOT(BASE-NDX) TO BN-NDX
010962         IF BN-DATE(BASE-NDX, BN-NDX) = HIS-RUN-DATE
010972             PERFORM 1370-POOL-INTO-NIGHT
010982             GO TO 1360-EXIT
010992         END-IF
011002     END-IF
011012     IF BT-LAST-SLOT(BASE-NDX) >= WS-ANOM-NIGHTS
011022         MOVE 1 TO BN-NDX
011032     ELSE
011042         COMPUTE BN-NDX = BT-LAST-SLOT(BASE-NDX) + 1
011052     END-IF
011062     MOVE BN-NDX TO BT-LAST-SLOT(BASE-NDX)
011072     IF BT-NIGHTS(BASE-NDX) < WS-ANOM-NIGHTS
011082         ADD 1 TO BT-NIGHTS(BASE-NDX)
011092     END-IF
011102     MOVE HIS-RUN-DATE TO BN-DATE(BASE-NDX, BN-NDX)
011112     MOVE 0 TO BN-COUNT(BASE-NDX, BN-NDX)
011122     MOVE 0 TO BN-SUM(BASE-NDX, BN-NDX)
011132     MOVE 0 TO BN-SUMSQ(BASE-NDX, BN-NDX)
011142     MOVE 0 TO BN-MEDSUM(BASE-NDX, BN-NDX)
011152     PERFORM 1370-POOL-INTO-NIGHT.
011162 1360-EXIT.
011172     EXIT.
011182
011192*-----------------------------------------------------------*
011202* 1365-FIND-BASELINE - BASE-TABLE ENTRY FOR WS-BASE-CAT IN   *
011212* BASE-FOUND-NDX, 0 WHEN THERE IS NONE.                      *
011222*-----------------------------------------------------------*
011232 1365-FIND-BASELINE.
011242*-----------------------------------------------------------*
011252     MOVE 0 TO BASE-FOUND-NDX
011262     PERFORM 1367-MATCH-ONE-BASELINE
011272         VARYING BASE-NDX FROM 1 BY 1
011282             UNTIL BASE-NDX > BASE-COUNT
011292                 OR BASE-FOUND-NDX > 0.
011302
011312*-----------------------------------------------------------*
011322 1367-MATCH-ONE-BASELINE.
011332*-----------------------------------------------------------*
011342     IF BT-CATEGORY(BASE-NDX) = WS-BASE-CAT
011352         MOVE BASE-NDX TO BASE-FOUND-NDX
011362     END-IF.
011372
011382*-----------------------------------------------------------*
011392* 1370-POOL-INTO-NIGHT - ADD ONE HISTORY RECORD TO NIGHT      *
011402* BN-NDX: ITS COUNT, SUM, SUM OF SQUARES (REBUILT FROM THE    *
011412* COUNT, SUM AND STANDARD DEVIATION) AND COUNT-WEIGHTED       *
011422* MEDIAN.                                                     *
011432*-----------------------------------------------------------*
011442 1370-POOL-INTO-NIGHT.
011452*-----------------------------------------------------------*
011462     ADD HIS-COUNT TO BN-COUNT(BASE-NDX, BN-NDX)
011472     ADD HIS-SUM TO BN-SUM(BASE-NDX, BN-NDX)
011482     COMPUTE BN-SUMSQ(BASE-NDX, BN-NDX) =
011492         BN-SUMSQ(BASE-NDX, BN-NDX)
011502         + (HIS-COUNT * HIS-STD-DEV * HIS-STD-DEV)
011512         + (HIS-SUM * HIS-SUM / HIS-COUNT)
011522     COMPUTE BN-MEDSUM(BASE-NDX, BN-NDX) =
011532         BN-MEDSUM(BASE-NDX, BN-NDX)
011542         + (HIS-COUNT * HIS-MEDIAN).
011552
011562*-----------------------------------------------------------*
011572* 1380-FINISH-ONE-BASELINE - CENTRE, POOLED STANDARD         *
011582* DEVIATION AND LOW/HIGH BOUNDS FROM THE NIGHTS HELD.         *
011592*-----------------------------------------------------------*
011602 1380-FINISH-ONE-BASELINE.
011612*-----------------------------------------------------------*
011622     MOVE 0 TO BT-CENTRE(BASE-NDX)
011632     MOVE 0 TO BT-SD(BASE-NDX)
011642     MOVE 0 TO BT-LOW(BASE-NDX)
011652     MOVE 0 TO BT-HIGH(BASE-NDX)
011662     IF BT-NIGHTS(BASE-NDX) < WS-ANOM-MIN-NIGHTS
011672         GO TO 1380-EXIT
011682     END-IF
011692     MOVE 0 TO WS-BASE-N
011702     MOVE 0 TO WS-BASE-S
011712     MOVE 0 TO WS-BASE-Q
011722     MOVE 0 TO WS-BASE-M
011732     PERFORM 1385-ADD-ONE-NIGHT
011742         VARYING BN-NDX FROM 1 BY 1
011752             UNTIL BN-NDX > BT-NIGHTS(BASE-NDX)
011762     COMPUTE BT-CENTRE(BASE-NDX) ROUNDED =
011772         WS-BASE-M / BT-NIGHTS(BASE-NDX)
011782     COMPUTE WS-BASE-MEAN = WS-BASE-S / WS-BASE-N
011792     COMPUTE WS-BASE-VAR =
011802         (WS-BASE-Q / WS-BASE-N) - (WS-BASE-MEAN * WS-BASE-MEAN)
011812     IF WS-BASE-VAR > 0
011822         COMPUTE BT-SD(BASE-NDX) = WS-BASE-VAR ** 0.5
011832     END-IF
011842     IF BT-SD(BASE-NDX) = 0
011852         MOVE 'Z' TO BT-STATUS(BASE-NDX)
011862         GO TO 1380-EXIT
011872     END-IF
011882     COMPUTE WS-BASE-SPREAD ROUNDED =
011892         WS-ANOM-DEVS * BT-SD(BASE-NDX)
011902     IF WS-BASE-SPREAD < BT-CENTRE(BASE-NDX)
011912         COMPUTE BT-LOW(BASE-NDX) =
011922             BT-CENTRE(BASE-NDX) - WS-BASE-SPREAD
011932     END-IF
011942     COMPUTE BT-HIGH(BASE-NDX) =
011952         BT-CENTRE(BASE-NDX) + WS-BASE-SPREAD
011962         ON SIZE ERROR
011972             MOVE 9999999999.99 TO BT-HIGH(BASE-NDX)
011982     END-COMPUTE
011992     MOVE 'Y' TO BT-STATUS(BASE-NDX).
012002 1380-EXIT.
012012     EXIT.
012022
012032*-----------------------------------------------------------*
012042 1385-ADD-ONE-NIGHT.
012052*-----------------------------------------------------------*
012062     ADD BN-COUNT(BASE-NDX, BN-NDX) TO WS-BASE-N
012072     ADD BN-SUM(BASE-NDX, BN-NDX) TO WS-BASE-S
012082     ADD BN-SUMSQ(BASE-NDX, BN-NDX) TO WS-BASE-Q
012092     COMPUTE WS-BASE-M = WS-BASE-M
012102         + (BN-MEDSUM(BASE-NDX, BN-NDX)
012112             / BN-COUNT(BASE-NDX, BN-NDX)).
012122

008965*-----------------------------------------------------------*
008966 1250-WRITE-EXTRACT-HEADER.
010410         CLOSE INPUT-FILE
010420         PERFORM 3000-WRITE-REPORT-BLOCK
010422         PERFORM 2850-MARK-CHECKPOINT-DONE
010423         ADD 1 TO NUM-FILES-PROCESSED
010424     END-IF.
010425
010426*-----------------------------------------------------------*
010427* 2510-REPORT-BAD-INPUT-FILE - INPUT-FILE'S ASSIGN-DYNAMIC      *
010428* NAME FAILED TO OPEN (E.G. A BAD/MISSING FILENAME IN           *
010429* AVGCTL.TXT).  LOG IT TO THE EXCEPTION FILE AND SKIP THE       *
010430* FILE INSTEAD OF LETTING THE OPEN ABEND THE WHOLE JOB.         *
010431*-----------------------------------------------------------*
010432 2510-REPORT-BAD-INPUT-FILE.
010433*-----------------------------------------------------------*
010434     MOVE SPACES TO WS-EXCEPT-LINE
010435     MOVE WS-INPUT-FILENAME TO EXC-RAW-TEXT
010436     MOVE 'INPUT FILE OPEN FAILED' TO EXC-REASON
010437     MOVE WS-RUN-DATE TO EXC-RUN-DATE
010443     MOVE WS-INPUT-FILENAME TO EXC-FILENAME
010444     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
010445     WRITE EXCEPT-RECORD
010446     DISPLAY 'INPUT FILE OPEN FAILED - SKIPPING: '
010478             ADD 1 TO WS-SKIP-SEQ
010479             PERFORM 2565-RECAPTURE-VALUE THRU 2565-EXIT
010480     END-READ.
010475
010476*-----------------------------------------------------------*
010477* 2565-RECAPTURE-VALUE - A SKIPPED RECORD'S SUMS ARE ALREADY  *
010478* IN THE RESTORED CHECKPOINT TOTALS, BUT THE ORDER-STATISTIC  *
010479* WORK FILE IS NOT CHECKPOINTED, SO RE-CAPTURE EACH VALUE THE *
010480* ORIGINAL RUN WOULD HAVE ACCEPTED.  THE CATEGORY IS LOOKED   *
010481* UP (NEVER ADDED) IN THE TABLE RESTORED FROM THE CHECKPOINT. *
010482*-----------------------------------------------------------*
010483 2565-RECAPTURE-VALUE.
010484*-----------------------------------------------------------*
010485     IF WS-SKIP-SEQ = 1 AND SH-REC-TYPE = 'S'
010486         AND SH-BIZDATE IS NUMERIC AND SH-SEQ IS NUMERIC
010487         MOVE 'Y' TO SW-SUBHDR-SEEN
010488         GO TO 2565-EXIT
010489     END-IF
010490     IF (WS-SKIP-SEQ = 1 OR (WS-SKIP-SEQ = 2 AND SUBHDR-SEEN))
010491         AND CV-REC-TYPE = 'H' AND CV-DIGITS IS NUMERIC
010492         MOVE CV-COUNT TO WS-EXPECT-COUNT
010493         MOVE CV-HASH TO WS-EXPECT-HASH
010494         MOVE 'Y' TO SW-CTLHDR-SEEN
010514             GO TO 2565-EXIT
010515         END-IF
010516         MOVE IR-VALUE TO NUM-VALUE
010508         IF IR-WEIGHT-RAW = SPACES
010509             MOVE 1.00 TO WS-WEIGHT-EFFECTIVE
010510         ELSE
010511             MOVE IR-WEIGHT TO WS-WEIGHT-EFFECTIVE
010512         END-IF
010513         MOVE 'Y' TO SW-RECAPTURE
010514         PERFORM 2190-SCREEN-LIMITS THRU 2190-EXIT
010515         IF NOT RECORD-SUSPECT
010516             PERFORM 2197-SCREEN-BASELINE THRU 2197-EXIT
010517         END-IF
010518         MOVE 'N' TO SW-RECAPTURE
010519         IF NOT RECORD-SUSPECT
010520             MOVE 0 TO WS-CUR-CAT-SUB
010542             UNTIL WS-CS-SUB > MAX-CATEGORIES
010539     MOVE 'N' TO SW-CTLHDR-SEEN
010541     MOVE 'N' TO SW-CTLTRL-SEEN
010542     MOVE 'N' TO SW-SUBHDR-SEEN
010543     MOVE 0 TO WS-EXPECT-COUNT
010545     MOVE 0 TO WS-EXPECT-HASH
010547     MOVE 0 TO WS-TRL-COUNT
010555     MOVE 0 TO NUM-SUSPECTS
010557     PERFORM 2650-RESET-ONE-SUSPECT-COUNT
010559         VARYING LIM-NDX FROM 1 BY 1
010560             UNTIL LIM-NDX > LIMITS-COUNT
010561     PERFORM 2660-RESET-ONE-ANOMALY-COUNT
010562         VARYING BASE-NDX FROM 1 BY 1
010563             UNTIL BASE-NDX > BASE-COUNT.
010564
010565*-----------------------------------------------------------*
010567 2650-RESET-ONE-SUSPECT-COUNT.
010569*-----------------------------------------------------------*
010571     MOVE 0 TO LT-SUSPECTS(LIM-NDX).
010572
010573*-----------------------------------------------------------*
010574 2660-RESET-ONE-ANOMALY-COUNT.
010575*-----------------------------------------------------------*
010576     MOVE 0 TO BT-ANOMALIES(BASE-NDX).
010577
010578*-----------------------------------------------------------*
010579 2670-RESET-ONE-CATSTAT.
010580*-----------------------------------------------------------*
010581     MOVE 0 TO CS-MEAN(WS-CS-SUB)
010583     MOVE 0 TO CS-VARSUM(WS-CS-SUB)
010585     MOVE 0 TO CS-SEEN(WS-CS-SUB)
010655     PERFORM 2750-RECONCILE-CONTROLS THRU 2750-EXIT.
010660 2700-EXIT.
010670     EXIT.
010671
010672*-----------------------------------------------------------*
010673* 2095-HANDLE-INPUT-RECORD - ROUTE A RECORD: OPTIONAL 'S'     *
010674* SUBMITTER HEADER (FIRST RECORD ONLY), OPTIONAL 'H' CONTROL  *
010675* HEADER (FIRST RECORD, OR SECOND AFTER AN 'S'), OPTIONAL 'T' *
010676* CONTROL TRAILER, OR AN ORDINARY DATA RECORD.  DATA RECORDS  *
010677* FEED THE DATA COUNT AND THE HASH TOTAL OF NUMERIC IR-VALUES *
010678* THAT THE CONTROL RECORDS ARE RECONCILED AGAINST.            *
010679*-----------------------------------------------------------*
010680 2095-HANDLE-INPUT-RECORD.
010681*-----------------------------------------------------------*
010682     EVALUATE TRUE
010683         WHEN WS-RECORDS-READ = 1 AND SH-REC-TYPE = 'S'
010684             AND SH-BIZDATE IS NUMERIC AND SH-SEQ IS NUMERIC
010685             MOVE 'Y' TO SW-SUBHDR-SEEN
010686         WHEN (WS-RECORDS-READ = 1
010690               OR (WS-RECORDS-READ = 2 AND SUBHDR-SEEN))
010691             AND CV-REC-TYPE = 'H' AND CV-DIGITS IS NUMERIC
010692             MOVE CV-COUNT TO WS-EXPECT-COUNT
010693             MOVE CV-HASH TO WS-EXPECT-HASH
010694             MOVE 'Y' TO SW-CTLHDR-SEEN
010696         WHEN CV-REC-TYPE = 'T' AND CV-DIGITS IS NUMERIC
010697             MOVE CV-COUNT TO WS-TRL-COUNT
010698             MOVE CV-HASH TO WS-TRL-HASH
010699             MOVE 'Y' TO SW-CTLTRL-SEEN
010700         WHEN OTHER
010701             ADD 1 TO WS-DATA-RECS
010702             ADD 1 TO JOB-RECORDS-READ
010703             IF IR-VALUE IS NUMERIC
010705             END-IF
010706             PERFORM 2100-ACCUMULATE-RECORD
010707                 THRU 2100-EXIT
010709     END-EVALUATE.

010710*-----------------------------------------------------------*
010711* 2750-RECONCILE-CONTROLS - AT END OF FILE, CHECK WHAT WAS    *
010746     MOVE SPACES TO WS-EXCEPT-LINE
010747     MOVE WS-INPUT-FILENAME TO EXC-RAW-TEXT
010748     MOVE 'CONTROL COUNT MISMATCH' TO EXC-REASON
010758     MOVE WS-RUN-DATE TO EXC-RUN-DATE
010768     MOVE WS-INPUT-FILENAME TO EXC-FILENAME
010778     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
010788     WRITE EXCEPT-RECORD
010798     DISPLAY 'CONTROL COUNT MISMATCH ON ' WS-INPUT-FILENAME
010808     DISPLAY 'DATA RECORDS READ ' WS-DATA-RECS
010818         ' EXPECTED ' WS-EXPECT-COUNT
010828         ' TRAILER ' WS-TRL-COUNT
010838     MOVE 16 TO RETURN-CODE.
010848
010858*-----------------------------------------------------------*
010868 2770-REPORT-HASH-MISMATCH.
010878*-----------------------------------------------------------*
010888     MOVE SPACES TO WS-EXCEPT-LINE
010898     MOVE WS-INPUT-FILENAME TO EXC-RAW-TEXT
010908     MOVE 'CONTROL HASH MISMATCH' TO EXC-REASON
010918     MOVE WS-RUN-DATE TO EXC-RUN-DATE
010928     MOVE WS-INPUT-FILENAME TO EXC-FILENAME
010938     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
010948     WRITE EXCEPT-RECORD
010958     DISPLAY 'CONTROL HASH MISMATCH ON ' WS-INPUT-FILENAME
010968     MOVE 16 TO RETURN-CODE.
010978
010682*-----------------------------------------------------------*
010684 2800-CHECKPOINT-IF-DUE.
010686*-----------------------------------------------------------*
010731         IF IR-WEIGHT-RAW = SPACES OR IR-WEIGHT IS NUMERIC
010733             MOVE IR-VALUE TO NUM-VALUE
010735             PERFORM 2190-SCREEN-LIMITS THRU 2190-EXIT
010736             IF NOT RECORD-SUSPECT
010737                 PERFORM 2197-SCREEN-BASELINE THRU 2197-EXIT
010738             END-IF
010739         END-IF
010740
010741         IF (IR-WEIGHT-RAW = SPACES OR IR-WEIGHT IS NUMERIC)
010743             AND NOT RECORD-SUSPECT
010800             ADD NUM-VALUE TO NUM-SUM
012135             PERFORM 2150-FIND-OR-ADD-CATEGORY
012136             PERFORM 2180-RETAIN-VALUE
012137         END-IF
012129     END-IF.
012130 2100-EXIT.
012131     EXIT.
012132
012133*-----------------------------------------------------------*
012134* 2105-CHECK-CATEGORY - WITH A CATEGORY MASTER LOADED, A     *
012135* NON-BLANK IR-CATEGORY MUST BE ON IT, ACTIVE, AND INSIDE    *
012136* ITS VALID DATES ON THE RUN DATE.  THE MATCHED ROW'S        *
012137* DESCRIPTION IS LEFT IN WS-CAT-DESC FOR THE REPORTS.        *
012138* A GROUP CODE IS REFUSED WITH ITS OWN REASON.  WS-CAT-REASON *
012139* CARRIES THE EXCEPTION TEXT FOR 2920.                       *
012140*-----------------------------------------------------------*
012141 2105-CHECK-CATEGORY.
012142*-----------------------------------------------------------*
012143     MOVE 'Y' TO SW-CAT-VALID
012144     MOVE 'CATEGORY UNKNOWN OR INACTIVE' TO WS-CAT-REASON
012145     MOVE SPACES TO WS-CAT-DESC
012146     IF CATMST-COUNT = 0 OR IR-CATEGORY = SPACES
012147         GO TO 2105-EXIT
012148     END-IF
012149     MOVE IR-CATEGORY TO WS-LOOKUP-CODE
012150     PERFORM 2107-FIND-CATMST-ROW
012151     IF CM-FOUND-NDX = 0
012152         MOVE 'N' TO SW-CAT-VALID
012153         GO TO 2105-EXIT
012154     END-IF
012155     MOVE CM-DESC(CM-FOUND-NDX) TO WS-CAT-DESC
012156     IF CM-TYPE(CM-FOUND-NDX) = 'G'
012157         MOVE 'N' TO SW-CAT-VALID
012158         MOVE 'CATEGORY IS A GROUP CODE' TO WS-CAT-REASON
012159         GO TO 2105-EXIT
012160     END-IF
012161     IF CM-ACTIVE(CM-FOUND-NDX) NOT = 'A'
012162         OR WS-RUN-DATE < CM-FROM(CM-FOUND-NDX)
012163         OR WS-RUN-DATE > CM-TO(CM-FOUND-NDX)
012182         MOVE CM-NDX TO CM-FOUND-NDX
012183     END-IF.
012184
012185*-----------------------------------------------------------*
012186* 2109-FIND-PARENT - THE GROUP ABOVE WS-LOOKUP-CODE AS AT    *
012187* WS-ASOF-DATE: THE ROW'S PARENT FROM ITS PARENT DATE ON,    *
012188* ITS PRIOR PARENT BEFORE THEN.  SPACES FOR A TOP-LEVEL ROW  *
012189* OR A CODE THE MASTER DOESN'T KNOW.                         *
012190*-----------------------------------------------------------*
012191 2109-FIND-PARENT.
012192*-----------------------------------------------------------*
012193     MOVE SPACES TO WS-PARENT-CODE
012194     PERFORM 2107-FIND-CATMST-ROW
012195     IF CM-FOUND-NDX > 0
012196         IF WS-ASOF-DATE < CM-PAR-FROM(CM-FOUND-NDX)
012197             MOVE CM-PRIOR(CM-FOUND-NDX) TO WS-PARENT-CODE
012198         ELSE
012199             MOVE CM-PARENT(CM-FOUND-NDX) TO WS-PARENT-CODE
012200         END-IF
012201     END-IF.
012211

012142*-----------------------------------------------------------*
012144 2150-FIND-OR-ADD-CATEGORY.
012192*-----------------------------------------------------------*
012194     MOVE SPACES TO WS-EXCEPT-LINE
012196     MOVE WS-INPUT-RECORD TO EXC-RAW-TEXT
012197     MOVE 'CATEGORY TABLE FULL - DROPPED' TO EXC-REASON
012198     MOVE WS-RUN-DATE TO EXC-RUN-DATE
012199     MOVE WS-INPUT-FILENAME TO EXC-FILENAME
012200     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
012202     WRITE EXCEPT-RECORD.
012204
012267     END-IF
012268     IF RECORD-SUSPECT
012269         ADD 1 TO NUM-SUSPECTS
012270         ADD 1 TO LT-SUSPECTS(LIM-FOUND-NDX)
012271         IF NOT RECAPTURING
012272             MOVE WS-INPUT-RECORD TO SUS-RAW-TEXT
012273             MOVE WS-RUN-DATE TO SUS-RUN-DATE
012274             MOVE WS-INPUT-FILENAME TO SUS-FILENAME
012275             MOVE WS-SUSPECT-LINE TO SUSPECT-RECORD
012276             WRITE SUSPECT-RECORD
012277         END-IF
012278     END-IF.
012279 2190-EXIT.
012280     EXIT.
012281
012282*-----------------------------------------------------------*
012283 2195-MATCH-ONE-LIMIT.
012286         MOVE LIM-NDX TO LIM-FOUND-NDX
012287     END-IF.
012288
012289*-----------------------------------------------------------*
012290* 2197-SCREEN-BASELINE - A VALUE THAT PASSED THE LIMITS IS    *
012291* CHECKED AGAINST ITS CATEGORY'S BASELINE, WHEN ONE IS        *
012292* ESTABLISHED.  OUTSIDE THE LOW/HIGH BOUNDS MAKES IT A        *
012293* SUSPECT JUST AS A TRIPPED LIMIT DOES, WITH THE BOUND IT     *
012294* CROSSED AS ITS LIMIT, COUNTED AGAINST THE BASELINE.         *
012295*-----------------------------------------------------------*
012296 2197-SCREEN-BASELINE.
012297*-----------------------------------------------------------*
012298     IF BASE-COUNT = 0 OR WS-ANOM-DEVS = 0
012299         GO TO 2197-EXIT
012300     END-IF
012301     MOVE IR-CATEGORY TO WS-BASE-CAT
012302     PERFORM 1365-FIND-BASELINE
012303     IF BASE-FOUND-NDX = 0
012304         GO TO 2197-EXIT
012305     END-IF
012306     IF NOT BT-ESTABLISHED(BASE-FOUND-NDX)
012307         GO TO 2197-EXIT
012308     END-IF
012309     MOVE SPACES TO WS-SUSPECT-LINE
012310     IF NUM-VALUE < BT-LOW(BASE-FOUND-NDX)
012311         MOVE 'Y' TO SW-RECORD-SUSPECT
012312         MOVE 'VALUE BELOW CATEGORY BASELINE' TO SUS-REASON
012313         MOVE BT-LOW(BASE-FOUND-NDX) TO SUS-LIMIT
012314     ELSE
012315         IF NUM-VALUE > BT-HIGH(BASE-FOUND-NDX)
012316             MOVE 'Y' TO SW-RECORD-SUSPECT
012317             MOVE 'VALUE ABOVE CATEGORY BASELINE' TO SUS-REASON
012318             MOVE BT-HIGH(BASE-FOUND-NDX) TO SUS-LIMIT
012319         END-IF
012320     END-IF
012321     IF RECORD-SUSPECT
012322         ADD 1 TO NUM-SUSPECTS
012323         ADD 1 TO BT-ANOMALIES(BASE-FOUND-NDX)
012324         IF NOT RECAPTURING
012325             MOVE WS-INPUT-RECORD TO SUS-RAW-TEXT
012326             MOVE WS-RUN-DATE TO SUS-RUN-DATE
012327             MOVE WS-INPUT-FILENAME TO SUS-FILENAME
012328             MOVE WS-SUSPECT-LINE TO SUSPECT-RECORD
012329             WRITE SUSPECT-RECORD
012330         END-IF
012331     END-IF.
012332 2197-EXIT.
012333     EXIT.
012334
012208*-----------------------------------------------------------*
012210 2900-REJECT-RECORD.
012212*-----------------------------------------------------------*
012214     MOVE SPACES TO WS-EXCEPT-LINE
012216     MOVE WS-INPUT-RECORD TO EXC-RAW-TEXT
012217     MOVE 'NOT NUMERIC - RECORD SKIPPED' TO EXC-REASON
012218     MOVE WS-RUN-DATE TO EXC-RUN-DATE
012219     MOVE WS-INPUT-FILENAME TO EXC-FILENAME
012220     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
012222     WRITE EXCEPT-RECORD
012224     ADD 1 TO NUM-REJECTED
012235*-----------------------------------------------------------*
012236     MOVE SPACES TO WS-EXCEPT-LINE
012237     MOVE WS-INPUT-RECORD TO EXC-RAW-TEXT
012238     MOVE WS-CAT-REASON TO EXC-REASON
012248     MOVE WS-RUN-DATE TO EXC-RUN-DATE
012258     MOVE WS-INPUT-FILENAME TO EXC-FILENAME
012268     MOVE WS-EXCEPT-LINE TO EXCEPT-RECORD
012278     WRITE EXCEPT-RECORD
012288     ADD 1 TO NUM-REJECTED
012298     ADD 1 TO JOB-RECORDS-REJECTED.
012240
012300*-----------------------------------------------------------*
012400 3000-WRITE-REPORT-BLOCK.
016510     PERFORM 3100-WRITE-CATEGORY-LINE
016515         VARYING CAT-NDX FROM 1 BY 1
016520         UNTIL CAT-NDX > CAT-TABLE-COUNT
016522     PERFORM 3500-BUILD-GROUP-TABLE THRU 3500-EXIT
016524     PERFORM 3550-WRITE-GROUP-LINES THRU 3550-EXIT
016525
016530     PERFORM 3200-WRITE-HISTORY-FILE-REC
016535     PERFORM 3300-WRITE-HISTORY-CAT-REC
016540         VARYING CAT-NDX FROM 1 BY 1
016545         UNTIL CAT-NDX > CAT-TABLE-COUNT
016546     PERFORM 3800-WRITE-HISTORY-GROUP-REC
016547         VARYING GRP-NDX FROM 1 BY 1
016548         UNTIL GRP-NDX > GRP-TABLE-COUNT
016550     PERFORM 3160-WRITE-SUSPECT-COUNT
016555         VARYING LIM-NDX FROM 1 BY 1
016560         UNTIL LIM-NDX > LIMITS-COUNT
016561     PERFORM 3175-WRITE-ANOMALY-COUNT
016562         VARYING BASE-NDX FROM 1 BY 1
016563         UNTIL BASE-NDX > BASE-COUNT
016565
016570     PERFORM 3600-WRITE-EXTRACT-FILE-ROW
016575     PERFORM 3700-WRITE-EXTRACT-CAT-ROW
016580         VARYING CAT-NDX FROM 1 BY 1
016582         UNTIL CAT-NDX > CAT-TABLE-COUNT
016584     PERFORM 3850-WRITE-EXTRACT-GROUP-ROW
016586         VARYING GRP-NDX FROM 1 BY 1
016588         UNTIL GRP-NDX > GRP-TABLE-COUNT.
016590
016600*-----------------------------------------------------------*
016610 3100-WRITE-CATEGORY-LINE.
016816     MOVE WS-CAT-DESC TO CTL-DESC
016820     MOVE WS-CATEGORY-LINE TO REPORT-RECORD
016830     WRITE REPORT-RECORD
016835     PERFORM 3150-WRITE-CATEGORY-STATS THRU 3150-EXIT
016836     PERFORM 3170-WRITE-BASELINE-LINE THRU 3170-EXIT.
016840
016831*-----------------------------------------------------------*
016832* 3120-FIND-CAT-DESC - DESCRIPTION FOR WS-LOOKUP-CODE FROM   *
016846         WRITE REPORT-RECORD
016847     END-IF.
016848
016858*-----------------------------------------------------------*
016868* 3175-WRITE-ANOMALY-COUNT - ONE LINE PER BASELINE THAT       *
016878* CAUGHT ANYTHING IN THIS FILE.                               *
016888*-----------------------------------------------------------*
016898 3175-WRITE-ANOMALY-COUNT.
016908*-----------------------------------------------------------*
016918     IF BT-ANOMALIES(BASE-NDX) > 0
016928         MOVE BT-CATEGORY(BASE-NDX) TO ACL-CODE
016938         MOVE BT-ANOMALIES(BASE-NDX) TO ACL-COUNT
016948         MOVE WS-ANOMCOUNT-LINE TO REPORT-RECORD
016958         WRITE REPORT-RECORD
016968     END-IF.
016978
016988*-----------------------------------------------------------*
016825* 3150-WRITE-CATEGORY-STATS - SECOND LINE PER CATEGORY WITH   *
016826* ITS STANDARD DEVIATION, MEDIAN, AND 10TH/90TH PERCENTILES,  *
016827* TAKEN FROM THE FIGURES THE SORTED-FILE SCAN IN 3450         *
016828* ACCUMULATED FOR THIS CATEGORY'S SUBSCRIPT.                  *
016829*-----------------------------------------------------------*
016830 3150-WRITE-CATEGORY-STATS.
016831*-----------------------------------------------------------*
016832     PERFORM 3155-COMPUTE-CATEGORY-STATS
016833     MOVE NUM-STDDEV TO CSL-SD
016834     MOVE NUM-MEDIAN TO CSL-MED
016835     MOVE NUM-PCTL10 TO CSL-P10
016836     MOVE NUM-PCTL90 TO CSL-P90
016837     MOVE WS-CATSTAT-LINE TO REPORT-RECORD
016838     WRITE REPORT-RECORD.
016839 3150-EXIT.
016840     EXIT.
016841
016842*-----------------------------------------------------------*
016843* 3155-COMPUTE-CATEGORY-STATS - NUM-STDDEV, NUM-MEDIAN AND   *
016844* THE PERCENTILES FOR CAT-NDX, FOR THE REPORT LINE AND FOR   *
016845* ITS 'C' HISTORY RECORD.                                    *
016846*-----------------------------------------------------------*
016847 3155-COMPUTE-CATEGORY-STATS.
016848*-----------------------------------------------------------*
016849     SET WS-CS-SUB TO CAT-NDX
016850     IF CS-SEEN(WS-CS-SUB) > 0
016861         MOVE 0 TO NUM-MEDIAN
016862         MOVE 0 TO NUM-PCTL10
016863         MOVE 0 TO NUM-PCTL90
016864     END-IF.
016874
016884*-----------------------------------------------------------*
016894* 3170-WRITE-BASELINE-LINE - THE CATEGORY'S BASELINE UNDER    *
016904* TONIGHT'S FIGURES, OR WHY IT HAS NONE.                      *
016914*-----------------------------------------------------------*
016924 3170-WRITE-BASELINE-LINE.
016934*-----------------------------------------------------------*
016944     IF WS-ANOM-DEVS = 0
016954         GO TO 3170-EXIT
016964     END-IF
016974     MOVE CAT-CODE(CAT-NDX) TO WS-BASE-CAT
016984     PERFORM 1365-FIND-BASELINE
016994     IF BASE-FOUND-NDX = 0
017004         MOVE 0 TO NBL-NIGHTS
017014         MOVE 'TOO FEW TO ESTABLISH - NOT SCREENED'
017024             TO NBL-REASON
017034         MOVE WS-NOBASE-LINE TO REPORT-RECORD
017044         WRITE REPORT-RECORD
017054         GO TO 3170-EXIT
017064     END-IF
017074     IF BT-ESTABLISHED(BASE-FOUND-NDX)
017084         MOVE BT-NIGHTS(BASE-FOUND-NDX) TO BLL-NIGHTS
017094         MOVE BT-CENTRE(BASE-FOUND-NDX) TO BLL-MED
017104         MOVE BT-SD(BASE-FOUND-NDX) TO BLL-SD
017114         MOVE BT-LOW(BASE-FOUND-NDX) TO BLL-LOW
017124         MOVE BT-HIGH(BASE-FOUND-NDX) TO BLL-HIGH
017134         MOVE WS-BASELINE-LINE TO REPORT-RECORD
017144     ELSE
017154         MOVE BT-NIGHTS(BASE-FOUND-NDX) TO NBL-NIGHTS
017164         IF BT-NO-SPREAD(BASE-FOUND-NDX)
017174             MOVE 'NO SPREAD - NOT SCREENED' TO NBL-REASON
017184         ELSE
017194             MOVE 'TOO FEW TO ESTABLISH - NOT SCREENED'
017204                 TO NBL-REASON
017214         END-IF
017224         MOVE WS-NOBASE-LINE TO REPORT-RECORD
017234     END-IF
017244     WRITE REPORT-RECORD.
017254 3170-EXIT.
017264     EXIT.
017274
016841*-----------------------------------------------------------*
016842* 3200-WRITE-HISTORY-FILE-REC - POST THIS FILE'S OVERALL       *
016843* TOTALS TO THE RUN-HISTORY MASTER AS AN 'F' RECORD.  A RERUN  *
016858     MOVE NUM-MAXIMUM TO HIS-MAXIMUM
016859     MOVE NUM-REJECTED TO HIS-REJECTED
016860     MOVE 0 TO HIS-WT-AVERAGE
016861     MOVE FILE-STDDEV TO HIS-STD-DEV
016862     MOVE FILE-MEDIAN TO HIS-MEDIAN
016863     PERFORM 3250-POST-HISTORY-RECORD.
016865
016862*-----------------------------------------------------------*
016863* 3250-POST-HISTORY-RECORD - IN PARTITION MODE THE BUILT      *
016889     MOVE 0 TO HIS-MAXIMUM
016890     MOVE 0 TO HIS-REJECTED
016891     MOVE CAT-WEIGHTED-AVERAGE TO HIS-WT-AVERAGE
016898     PERFORM 3155-COMPUTE-CATEGORY-STATS
016905     MOVE NUM-STDDEV TO HIS-STD-DEV
016912     MOVE NUM-MEDIAN TO HIS-MEDIAN
016919     PERFORM 3250-POST-HISTORY-RECORD.
016926
016933*-----------------------------------------------------------*
016940* 3600-WRITE-EXTRACT-FILE-ROW - ONE 'F' ROW PER INPUT FILE    *
016947* WITH THE SUMMARY FIGURES (CATEGORY AND WEIGHTED-AVERAGE     *
016954* COLUMNS EMPTY).                                             *
016961*-----------------------------------------------------------*
016971 3600-WRITE-EXTRACT-FILE-ROW.
016972*-----------------------------------------------------------*
016973     MOVE NUM-COUNT TO EXT-COUNT-ED
017136     END-STRING
017137     WRITE EXTRACT-RECORD.
017138
017139*-----------------------------------------------------------*
017140* 3500-BUILD-GROUP-TABLE - ROLL EVERY CAT-TABLE ENTRY UP     *
017141* THROUGH ITS CHAIN OF PARENT GROUPS AS AT THE RUN DATE,     *
017142* THEN GIVE EACH GROUP ITS LEVEL.  NO MASTER, NO GROUPS.     *
017143*-----------------------------------------------------------*
017144 3500-BUILD-GROUP-TABLE.
017145*-----------------------------------------------------------*
017146     MOVE 0 TO GRP-TABLE-COUNT
017147     IF CATMST-COUNT = 0
017148         GO TO 3500-EXIT
017149     END-IF
017150     MOVE WS-RUN-DATE TO WS-ASOF-DATE
017151     PERFORM 3510-ROLL-UP-ONE-CATEGORY
017152         VARYING CAT-NDX FROM 1 BY 1
017153         UNTIL CAT-NDX > CAT-TABLE-COUNT
017154     PERFORM 3540-SET-GROUP-LEVEL
017155         VARYING GRP-NDX FROM 1 BY 1
017156         UNTIL GRP-NDX > GRP-TABLE-COUNT.
017157 3500-EXIT.
017158     EXIT.
017159
017160*-----------------------------------------------------------*
017161 3510-ROLL-UP-ONE-CATEGORY.
017162*-----------------------------------------------------------*
017163     MOVE CAT-CODE(CAT-NDX) TO WS-WALK-CODE
017164     MOVE 0 TO WS-WALK-STEPS
017165     PERFORM 3520-ADD-TO-PARENT
017166         UNTIL WS-WALK-CODE = SPACES
017167             OR WS-WALK-STEPS > MAX-GROUP-DEPTH.
017168
017169*-----------------------------------------------------------*
017170* 3520-ADD-TO-PARENT - ONE STEP UP FROM WS-WALK-CODE, ADDING *
017171* THE CATEGORY'S FIGURES TO THE GROUP FOUND THERE.           *
017172*-----------------------------------------------------------*
017173 3520-ADD-TO-PARENT.
017174*-----------------------------------------------------------*
017175     ADD 1 TO WS-WALK-STEPS
017176     MOVE WS-WALK-CODE TO WS-LOOKUP-CODE
017177     PERFORM 2109-FIND-PARENT
017178     MOVE WS-PARENT-CODE TO WS-WALK-CODE
017179     IF WS-WALK-CODE NOT = SPACES
017180         PERFORM 3530-FIND-OR-ADD-GROUP
017181         IF GRP-FOUND-NDX > 0
017182             ADD CAT-COUNT(CAT-NDX) TO GRP-COUNT(GRP-FOUND-NDX)
017183             ADD CAT-SUM(CAT-NDX) TO GRP-SUM(GRP-FOUND-NDX)
017184             ADD CAT-WEIGHTED-SUM(CAT-NDX)
017185                 TO GRP-WEIGHTED-SUM(GRP-FOUND-NDX)
017186             ADD CAT-WEIGHT-TOTAL(CAT-NDX)
017187                 TO GRP-WEIGHT-TOTAL(GRP-FOUND-NDX)
017188         END-IF
017189     END-IF.
017190
017191*-----------------------------------------------------------*
017192* 3530-FIND-OR-ADD-GROUP - GRP-FOUND-NDX FOR WS-WALK-CODE,   *
017193* ADDING A ZEROED ENTRY IF NEW; 0 WHEN THE TABLE IS FULL.    *
017194*-----------------------------------------------------------*
017195 3530-FIND-OR-ADD-GROUP.
017196*-----------------------------------------------------------*
017197     MOVE 0 TO GRP-FOUND-NDX
017198     PERFORM 3535-MATCH-ONE-GROUP
017199         VARYING GRP-NDX FROM 1 BY 1
017200         UNTIL GRP-NDX > GRP-TABLE-COUNT
017201            OR GRP-FOUND-NDX > 0
017202     IF GRP-FOUND-NDX = 0
017203         IF GRP-TABLE-COUNT >= MAX-GROUPS
017204             DISPLAY 'AVERAGE - GROUP TABLE FULL AT '
017205                 MAX-GROUPS ' - GROUP ' WS-WALK-CODE
017206                 ' NOT ROLLED UP'
017207         ELSE
017208             ADD 1 TO GRP-TABLE-COUNT
017209             MOVE GRP-TABLE-COUNT TO GRP-FOUND-NDX
017210             MOVE WS-WALK-CODE TO GRP-CODE(GRP-FOUND-NDX)
017211             MOVE 0 TO GRP-LEVEL(GRP-FOUND-NDX)
017212             MOVE 0 TO GRP-COUNT(GRP-FOUND-NDX)
017213             MOVE 0 TO GRP-SUM(GRP-FOUND-NDX)
017214             MOVE 0 TO GRP-WEIGHTED-SUM(GRP-FOUND-NDX)
017215             MOVE 0 TO GRP-WEIGHT-TOTAL(GRP-FOUND-NDX)
017216         END-IF
017217     END-IF.
017218
017219*-----------------------------------------------------------*
017220 3535-MATCH-ONE-GROUP.
017221*-----------------------------------------------------------*
017222     IF GRP-CODE(GRP-NDX) = WS-WALK-CODE
017223         SET GRP-FOUND-NDX TO GRP-NDX
017224     END-IF.
017225
017226*-----------------------------------------------------------*
017227* 3540-SET-GROUP-LEVEL - ONE PLUS THE NUMBER OF GROUPS ABOVE *
017228* THIS ONE.                                                  *
017229*-----------------------------------------------------------*
017230 3540-SET-GROUP-LEVEL.
017231*-----------------------------------------------------------*
017232     MOVE GRP-CODE(GRP-NDX) TO WS-WALK-CODE
017233     MOVE 0 TO WS-WALK-STEPS
017234     PERFORM 3545-STEP-UP-ONE-LEVEL
017235         UNTIL WS-WALK-CODE = SPACES
017236             OR WS-WALK-STEPS > MAX-GROUP-DEPTH
017237     IF WS-WALK-STEPS > MAX-GROUP-DEPTH
017238         MOVE MAX-GROUP-DEPTH TO GRP-LEVEL(GRP-NDX)
017239     ELSE
017240         MOVE WS-WALK-STEPS TO GRP-LEVEL(GRP-NDX)
017241     END-IF.
017242
017243*-----------------------------------------------------------*
017244 3545-STEP-UP-ONE-LEVEL.
017245*-----------------------------------------------------------*
017246     ADD 1 TO WS-WALK-STEPS
017247     MOVE WS-WALK-CODE TO WS-LOOKUP-CODE
017248     PERFORM 2109-FIND-PARENT
017249     MOVE WS-PARENT-CODE TO WS-WALK-CODE.
017250
017251*-----------------------------------------------------------*
017252* 3550-WRITE-GROUP-LINES - A HEADING, THEN ONE SUBTOTAL LINE *
017253* PER GROUP, THE DEEPEST LEVEL FIRST SO EACH GROUP FOLLOWS   *
017254* THE GROUPS IT CONTAINS.                                    *
017255*-----------------------------------------------------------*
017256 3550-WRITE-GROUP-LINES.
017257*-----------------------------------------------------------*
017258     IF GRP-TABLE-COUNT = 0
017259         GO TO 3550-EXIT
017260     END-IF
017261     MOVE WS-GROUP-HEAD-LINE TO REPORT-RECORD
017262     WRITE REPORT-RECORD
017263     PERFORM 3560-WRITE-ONE-LEVEL
017264         VARYING WS-PRINT-LEVEL FROM 9 BY -1
017265         UNTIL WS-PRINT-LEVEL < 1.
017266 3550-EXIT.
017267     EXIT.
017268
017269*-----------------------------------------------------------*
017270 3560-WRITE-ONE-LEVEL.
017271*-----------------------------------------------------------*
017272     PERFORM 3570-WRITE-GROUP-LINE
017273         VARYING GRP-NDX FROM 1 BY 1
017274         UNTIL GRP-NDX > GRP-TABLE-COUNT.
017275
017276*-----------------------------------------------------------*
017277 3570-WRITE-GROUP-LINE.
017278*-----------------------------------------------------------*
017279     IF GRP-LEVEL(GRP-NDX) = WS-PRINT-LEVEL
017280         PERFORM 3580-COMPUTE-GROUP-AVERAGES
017281         MOVE GRP-LEVEL(GRP-NDX) TO GRL-LEVEL
017282         MOVE GRP-CODE(GRP-NDX) TO GRL-CODE
017283         MOVE GRP-COUNT(GRP-NDX) TO GRL-COUNT
017284         MOVE GRP-AVERAGE TO GRL-AVERAGE
017285         MOVE GRP-WEIGHTED-AVERAGE TO GRL-WT-AVG
017286         MOVE GRP-SUM(GRP-NDX) TO GRL-SUM
017287         MOVE GRP-CODE(GRP-NDX) TO WS-LOOKUP-CODE
017288         PERFORM 3120-FIND-CAT-DESC
017289         MOVE WS-CAT-DESC TO GRL-DESC
017290         MOVE WS-GROUP-LINE TO REPORT-RECORD
017291         WRITE REPORT-RECORD
017292     END-IF.
017293
017294*-----------------------------------------------------------*
017295* 3580-COMPUTE-GROUP-AVERAGES - PLAIN AVERAGE FROM THE       *
017296* ROLLED-UP SUM AND COUNT, WEIGHTED AVERAGE FROM THE ROLLED- *
017297* UP WEIGHTED SUM AND WEIGHT TOTAL.                          *
017298*-----------------------------------------------------------*
017299 3580-COMPUTE-GROUP-AVERAGES.
017300*-----------------------------------------------------------*
017301     IF GRP-COUNT(GRP-NDX) > 0
017302         COMPUTE GRP-AVERAGE =
017303             GRP-SUM(GRP-NDX) / GRP-COUNT(GRP-NDX)
017304     ELSE
017305         MOVE 0 TO GRP-AVERAGE
017306     END-IF
017307     IF GRP-WEIGHT-TOTAL(GRP-NDX) > 0
017308         COMPUTE GRP-WEIGHTED-AVERAGE =
017309             GRP-WEIGHTED-SUM(GRP-NDX) / GRP-WEIGHT-TOTAL(GRP-NDX)
017310     ELSE
017311         MOVE 0 TO GRP-WEIGHTED-AVERAGE
017312     END-IF.
017313
017314*-----------------------------------------------------------*
017315* 3800-WRITE-HISTORY-GROUP-REC - POST ONE GROUP TO THE       *
017316* RUN-HISTORY MASTER AS A 'G' RECORD KEYED BY THE GROUP CODE *
017317* (MINIMUM, MAXIMUM AND REJECTED ZERO, AS FOR 'C').          *
017318*-----------------------------------------------------------*
017319 3800-WRITE-HISTORY-GROUP-REC.
017320*-----------------------------------------------------------*
017321     PERFORM 3580-COMPUTE-GROUP-AVERAGES
017322     MOVE SPACES TO HISTORY-RECORD
017323     MOVE WS-RUN-DATE TO HIS-RUN-DATE
017324     MOVE WS-INPUT-FILENAME TO HIS-FILENAME
017325     MOVE GRP-CODE(GRP-NDX) TO HIS-CAT-CODE
017326     MOVE 'G' TO HIS-REC-TYPE
017327     MOVE GRP-COUNT(GRP-NDX) TO HIS-COUNT
017328     MOVE GRP-SUM(GRP-NDX) TO HIS-SUM
017329     MOVE GRP-AVERAGE TO HIS-AVERAGE
017330     MOVE 0 TO HIS-MINIMUM
017331     MOVE 0 TO HIS-MAXIMUM
017332     MOVE 0 TO HIS-REJECTED
017333     MOVE GRP-WEIGHTED-AVERAGE TO HIS-WT-AVERAGE
017334     PERFORM 3250-POST-HISTORY-RECORD.
017335
017336*-----------------------------------------------------------*
017337* 3850-WRITE-EXTRACT-GROUP-ROW - ONE 'G' ROW PER GROUP: THE  *
017338* 'C' ROW'S COLUMNS PLUS THE SUBTOTAL IN THE SUM COLUMN.     *
017339*-----------------------------------------------------------*
017340 3850-WRITE-EXTRACT-GROUP-ROW.
017341*-----------------------------------------------------------*
017342     PERFORM 3580-COMPUTE-GROUP-AVERAGES
017343     MOVE GRP-COUNT(GRP-NDX) TO EXT-COUNT-ED
017344     MOVE GRP-SUM(GRP-NDX) TO EXT-SUM-ED
017345     MOVE GRP-AVERAGE TO EXT-AVG-ED
017346     MOVE GRP-WEIGHTED-AVERAGE TO EXT-WTA-ED
017347     MOVE GRP-CODE(GRP-NDX) TO WS-LOOKUP-CODE
017348     PERFORM 3120-FIND-CAT-DESC
017349     MOVE SPACES TO EXTRACT-RECORD
017350     STRING 'G,' DELIMITED BY SIZE
017351         WS-RUN-DATE DELIMITED BY SIZE
017352         ',' DELIMITED BY SIZE
017353         WS-INPUT-FILENAME DELIMITED BY SPACE
017354         ',' DELIMITED BY SIZE
017355         GRP-CODE(GRP-NDX) DELIMITED BY SPACE
017356         ',' DELIMITED BY SIZE
017357         EXT-COUNT-ED DELIMITED BY SIZE
017358         ',' DELIMITED BY SIZE
017359         EXT-SUM-ED DELIMITED BY SIZE
017360         ',' DELIMITED BY SIZE
017361         EXT-AVG-ED DELIMITED BY SIZE
017362         ',,,,' DELIMITED BY SIZE
017363         EXT-WTA-ED DELIMITED BY SIZE
017364         ',' DELIMITED BY SIZE
017365         WS-CAT-DESC DELIMITED BY SIZE
017366         INTO EXTRACT-RECORD
017367     END-STRING
017368     WRITE EXTRACT-RECORD.
017378
016800*-----------------------------------------------------------*
016900 9999-TERMINATE.
017000*-----------------------------------------------------------*
017020     CLOSE AVG-REPORT
017022     PERFORM 9800-WRITE-RUNLOG THRU 9800-EXIT.
017030
016898*-----------------------------------------------------------*
016899* 3400-WRITE-ORDER-STATS - SORT THE WORK FILE OF ACCEPTED     *
016900* VALUES AND WRITE THE FILE-LEVEL STANDARD DEVIATION,         *
016901* MEDIAN, AND 10TH/90TH PERCENTILE LINES.  THE SAME SCAN      *
016902* FILLS THE PER-CATEGORY FIGURES 3150 PRINTS, SO EVERY        *
016903* STATISTIC COVERS THE WHOLE FILE.                            *
016904*-----------------------------------------------------------*
016905 3400-WRITE-ORDER-STATS.
016906*-----------------------------------------------------------*
016907     CLOSE VALWORK-FILE
016908     IF VAL-KEPT-COUNT > 0
016909         PERFORM 3450-SORT-AND-SCAN THRU 3450-EXIT
016910     ELSE
016911         MOVE 0 TO NUM-STDDEV
016912         MOVE 0 TO NUM-MEDIAN
016913         MOVE 0 TO NUM-PCTL10
016914         MOVE 0 TO NUM-PCTL90
016915     END-IF
016916     MOVE NUM-STDDEV TO FILE-STDDEV
016917     MOVE NUM-MEDIAN TO FILE-MEDIAN
016918     MOVE 'STD DEV' TO DTL-LABEL
016919     MOVE NUM-STDDEV TO DTL-VALUE
016920     MOVE WS-DETAIL-LINE TO REPORT-RECORD
017160     CLOSE RESTART-FILE
017170     OPEN OUTPUT CHECKPOINT-FILE
017180     CLOSE CHECKPOINT-FILE.
017190
017200*-----------------------------------------------------------*
017210* 6000-POST-ADJUSTMENTS - ADJUSTMENT MODE DRIVER.  TOTALS    *
017220* BOTH RECYCLE FEEDS BY ORIGINAL NIGHT, FOLDS EACH TOTAL     *
017230* INTO THAT NIGHT'S HISTORY RECORDS, LOGS THE BEFORE AND     *
017240* AFTER FIGURES TO THE REGISTER, THEN CUTS EACH FEED BACK TO *
017250* THE RECORDS THAT WERE NOT POSTED, SO A RERUN RETRIES THOSE *
017255* WITHOUT POSTING THE REST TWICE.  TONIGHT'S REPORT, EXTRACT *
017260* AND RUNLOG ARE NOT TOUCHED.  ONLY THE NUMERIC CHECKS ARE   *
017270* REPEATED - LIMITS ARE NOT RE-SCREENED, SINCE EVERY RECORD  *
017280* HERE HAS ALREADY BEEN REPAIRED OR RELEASED BY AN OPERATOR. *
017290*-----------------------------------------------------------*
017300 6000-POST-ADJUSTMENTS.
017310*-----------------------------------------------------------*
017320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017330     OPEN I-O HISTORY-FILE
017335     PERFORM 1290-LOAD-CATMASTER THRU 1290-EXIT
017340     IF WS-FS-HIST NOT = '00'
017350         DISPLAY 'AVERAGE - HISTORY MASTER NOT AVAILABLE, '
017360             'STATUS ' WS-FS-HIST ' - NOTHING POSTED'
017370         MOVE 16 TO RETURN-CODE
017380         GO TO 6000-EXIT
017390     END-IF
017400     OPEN EXTEND ADJREG-FILE
017410     IF WS-FS-ADJREG NOT = '00'
017420         OPEN OUTPUT ADJREG-FILE
017430     END-IF
017440     OPEN OUTPUT ADJRPT-FILE
017450     MOVE WS-RUN-DATE TO ADH-DATE
017460     MOVE WS-ADJ-HEADER TO ADJRPT-RECORD
017470     WRITE ADJRPT-RECORD
017480     MOVE SPACES TO ADJRPT-RECORD
017490     WRITE ADJRPT-RECORD
017500
017510     MOVE 'avgrefeed.txt' TO WS-RECYCLE-NAME
017520     MOVE 'E' TO SW-RECYCLE-SOURCE
017530     PERFORM 6100-READ-RECYCLE-FILE THRU 6100-EXIT
017540     MOVE 'avgsusfeed.txt' TO WS-RECYCLE-NAME
017550     MOVE 'S' TO SW-RECYCLE-SOURCE
017560     PERFORM 6100-READ-RECYCLE-FILE THRU 6100-EXIT
017570
017580     PERFORM 6400-POST-ONE-ENTRY THRU 6400-EXIT
017590         VARYING ADJ-NDX FROM 1 BY 1
017600         UNTIL ADJ-NDX > ADJ-TABLE-COUNT
017610
017620     MOVE 'avgrefeed.txt' TO WS-RECYCLE-NAME
017630     PERFORM 6800-KEEP-UNPOSTED THRU 6800-EXIT
017650     MOVE 'avgsusfeed.txt' TO WS-RECYCLE-NAME
017660     PERFORM 6800-KEEP-UNPOSTED THRU 6800-EXIT
017680
017690     PERFORM 6900-WRITE-ADJ-TOTALS
017700     CLOSE HISTORY-FILE
017710     CLOSE ADJREG-FILE
017720     CLOSE ADJRPT-FILE
017730     IF ADJ-RECS-UNPOSTED > 0 AND RETURN-CODE < 4
017740         MOVE 4 TO RETURN-CODE
017750     END-IF.
017760 6000-EXIT.
017770     EXIT.
017780
017790*-----------------------------------------------------------*
017800* 6100-READ-RECYCLE-FILE - TOTAL ONE RECYCLE FEED INTO THE   *
017810* ADJUSTMENT TABLE.  A FEED THAT ISN'T THERE SIMPLY HAS      *
017820* NOTHING TO POST.                                           *
017830*-----------------------------------------------------------*
017840 6100-READ-RECYCLE-FILE.
017850*-----------------------------------------------------------*
017860     OPEN INPUT RECYCLE-FILE
017870     IF WS-FS-RECYCLE NOT = '00'
017880         GO TO 6100-EXIT
017890     END-IF
017900     MOVE 'N' TO SW-RECYCLE-EOF
017910     PERFORM UNTIL RECYCLE-EOF-FLAG
017920         READ RECYCLE-FILE INTO WS-RECYCLE-REC
017930             AT END
017940                 MOVE 'Y' TO SW-RECYCLE-EOF
017950             NOT AT END
017960                 PERFORM 6150-TOTAL-ONE-RECYCLE THRU 6150-EXIT
017970         END-READ
017980     END-PERFORM
017990     CLOSE RECYCLE-FILE.
018000 6100-EXIT.
018010     EXIT.
018020
018030*-----------------------------------------------------------*
018040* 6150-TOTAL-ONE-RECYCLE - RE-CHECK ONE RECYCLED RECORD AND  *
018050* ADD IT TO ITS NIGHT'S 'F' TOTAL AND (WHEN IT HAS A         *
018060* CATEGORY) ITS 'C' TOTAL.  A RECORD WITH NO ORIGINAL NIGHT  *
018070* OR STILL NOT NUMERIC IS LISTED AND LEFT UNPOSTED.          *
018080*-----------------------------------------------------------*
018090 6150-TOTAL-ONE-RECYCLE.
018100*-----------------------------------------------------------*
018110     ADD 1 TO ADJ-RECS-READ
018120     IF RCY-RUN-DATE IS NOT NUMERIC OR RCY-FILENAME = SPACES
018130         MOVE 'NO ORIGINAL NIGHT - NOT POSTED' TO WS-ADJ-REASON
018140         PERFORM 6700-LIST-NOT-POSTED
018150         GO TO 6150-EXIT
018160     END-IF
018170     MOVE RCY-INPUT-RECORD TO WS-INPUT-RECORD
018180     IF IR-VALUE IS NOT NUMERIC
018190         OR (IR-WEIGHT-RAW NOT = SPACES
018200             AND IR-WEIGHT IS NOT NUMERIC)
018210         MOVE 'NOT NUMERIC - NOT POSTED' TO WS-ADJ-REASON
018220         PERFORM 6700-LIST-NOT-POSTED
018230         GO TO 6150-EXIT
018240     END-IF
018250     IF IR-WEIGHT-RAW = SPACES
018260         MOVE 1.00 TO WS-WEIGHT-EFFECTIVE
018270     ELSE
018280         MOVE IR-WEIGHT TO WS-WEIGHT-EFFECTIVE
018290     END-IF
018300     MOVE IR-VALUE TO NUM-VALUE
018310
018320     MOVE SPACES TO WS-ADJ-CAT-CODE
018330     MOVE 0 TO ADJ-F-NDX
018340     PERFORM 6200-FIND-OR-ADD-ENTRY THRU 6200-EXIT
018350     IF ADJ-FOUND-NDX = 0
018360         MOVE 'ADJUSTMENT TABLE FULL - NOT POSTED'
018370             TO WS-ADJ-REASON
018380         PERFORM 6700-LIST-NOT-POSTED
018390         GO TO 6150-EXIT
018400     END-IF
018410     MOVE ADJ-FOUND-NDX TO ADJ-F-NDX
018420     IF IR-CATEGORY NOT = SPACES
018430         MOVE IR-CATEGORY TO WS-ADJ-CAT-CODE
018440         PERFORM 6200-FIND-OR-ADD-ENTRY THRU 6200-EXIT
018450         IF ADJ-FOUND-NDX = 0
018460             MOVE 'ADJUSTMENT TABLE FULL - NOT POSTED'
018470                 TO WS-ADJ-REASON
018480             PERFORM 6700-LIST-NOT-POSTED
018490             GO TO 6150-EXIT
018500         END-IF
018510         PERFORM 6250-ADD-TO-ENTRY
018515         PERFORM 6300-ADD-TO-GROUPS
018520     END-IF
018530     MOVE ADJ-F-NDX TO ADJ-FOUND-NDX
018540     PERFORM 6250-ADD-TO-ENTRY
018550     IF RECYCLE-FROM-REPAIR
018560         ADD 1 TO AT-REPAIRED(ADJ-F-NDX)
018570     END-IF.
018580 6150-EXIT.
018590     EXIT.
018600
018610*-----------------------------------------------------------*
018620* 6200-FIND-OR-ADD-ENTRY - LOCATE THE TABLE ENTRY FOR THE    *
018630* RECYCLE RECORD'S NIGHT AND FILE UNDER WS-ADJ-CAT-CODE      *
018640* (SPACES = THE 'F' ENTRY), ADDING IT IF NEW.  ADJ-FOUND-NDX *
018650* COMES BACK 0 WHEN THE TABLE IS FULL.                       *
018660*-----------------------------------------------------------*
018670 6200-FIND-OR-ADD-ENTRY.
018680*-----------------------------------------------------------*
018690     MOVE 0 TO ADJ-FOUND-NDX
018700     PERFORM 6210-MATCH-ONE-ENTRY
018710         VARYING ADJ-SCAN FROM 1 BY 1
018720         UNTIL ADJ-SCAN > ADJ-TABLE-COUNT
018730            OR ADJ-FOUND-NDX > 0
018740     IF ADJ-FOUND-NDX > 0
018750         GO TO 6200-EXIT
018760     END-IF
018770     IF ADJ-TABLE-COUNT >= MAX-ADJ-ENTRIES
018780         DISPLAY 'AVERAGE - ADJUSTMENT TABLE FULL AT '
018790             MAX-ADJ-ENTRIES ' ENTRIES'
018800         MOVE 8 TO RETURN-CODE
018810         GO TO 6200-EXIT
018820     END-IF
018830     ADD 1 TO ADJ-TABLE-COUNT
018840     MOVE ADJ-TABLE-COUNT TO ADJ-FOUND-NDX
018850     MOVE RCY-RUN-DATE TO AT-RUN-DATE(ADJ-FOUND-NDX)
018860     MOVE RCY-FILENAME TO AT-FILENAME(ADJ-FOUND-NDX)
018870     MOVE WS-ADJ-CAT-CODE TO AT-CAT-CODE(ADJ-FOUND-NDX)
018880     IF WS-ADJ-CAT-CODE = SPACES
018890         MOVE 'F' TO AT-REC-TYPE(ADJ-FOUND-NDX)
018900     ELSE
018910         MOVE 'C' TO AT-REC-TYPE(ADJ-FOUND-NDX)
018920     END-IF
018930     MOVE ADJ-F-NDX TO AT-F-NDX(ADJ-FOUND-NDX)
018940     MOVE 0 TO AT-RECORDS(ADJ-FOUND-NDX)
018950     MOVE 0 TO AT-REPAIRED(ADJ-FOUND-NDX)
018960     MOVE 0 TO AT-SUM(ADJ-FOUND-NDX)
018970     MOVE 0 TO AT-WT-SUM(ADJ-FOUND-NDX)
018980     MOVE 0 TO AT-WT-TOTAL(ADJ-FOUND-NDX)
018990     MOVE 0 TO AT-MINIMUM(ADJ-FOUND-NDX)
019000     MOVE 0 TO AT-MAXIMUM(ADJ-FOUND-NDX)
019010     MOVE SPACE TO AT-STATUS(ADJ-FOUND-NDX).
019020 6200-EXIT.
019030     EXIT.
019040
019050*-----------------------------------------------------------*
019060 6210-MATCH-ONE-ENTRY.
019070*-----------------------------------------------------------*
019080     IF AT-RUN-DATE(ADJ-SCAN) = RCY-RUN-DATE
019090         AND AT-FILENAME(ADJ-SCAN) = RCY-FILENAME
019100         AND AT-CAT-CODE(ADJ-SCAN) = WS-ADJ-CAT-CODE
019110         MOVE ADJ-SCAN TO ADJ-FOUND-NDX
019120     END-IF.
019122
019124*-----------------------------------------------------------*
019126* 6220-FIND-ENTRY - LOOK UP THE ENTRY 6200 WOULD USE,       *
019128* WITHOUT ADDING ONE.  ADJ-FOUND-NDX COMES BACK 0 IF THERE   *
019130* IS NONE.                                                   *
019131*-----------------------------------------------------------*
019132 6220-FIND-ENTRY.
019133*-----------------------------------------------------------*
019134     MOVE 0 TO ADJ-FOUND-NDX
019135     PERFORM 6210-MATCH-ONE-ENTRY
019136         VARYING ADJ-SCAN FROM 1 BY 1
019137         UNTIL ADJ-SCAN > ADJ-TABLE-COUNT
019138            OR ADJ-FOUND-NDX > 0.
019139
019140*-----------------------------------------------------------*
019150* 6250-ADD-TO-ENTRY - FOLD NUM-VALUE AND ITS EFFECTIVE       *
019160* WEIGHT INTO TABLE ENTRY ADJ-FOUND-NDX.                     *
019170*-----------------------------------------------------------*
019180 6250-ADD-TO-ENTRY.
019190*-----------------------------------------------------------*
019200     ADD 1 TO AT-RECORDS(ADJ-FOUND-NDX)
019210     ADD NUM-VALUE TO AT-SUM(ADJ-FOUND-NDX)
019220     COMPUTE AT-WT-SUM(ADJ-FOUND-NDX) =
019230         AT-WT-SUM(ADJ-FOUND-NDX)
019240         + (NUM-VALUE * WS-WEIGHT-EFFECTIVE)
019250     ADD WS-WEIGHT-EFFECTIVE TO AT-WT-TOTAL(ADJ-FOUND-NDX)
019260     IF AT-RECORDS(ADJ-FOUND-NDX) = 1
019270         MOVE NUM-VALUE TO AT-MINIMUM(ADJ-FOUND-NDX)
019280         MOVE NUM-VALUE TO AT-MAXIMUM(ADJ-FOUND-NDX)
019290     ELSE
019300         IF NUM-VALUE < AT-MINIMUM(ADJ-FOUND-NDX)
019310             MOVE NUM-VALUE TO AT-MINIMUM(ADJ-FOUND-NDX)
019320         END-IF
019330         IF NUM-VALUE > AT-MAXIMUM(ADJ-FOUND-NDX)
019340             MOVE NUM-VALUE TO AT-MAXIMUM(ADJ-FOUND-NDX)
019350         END-IF
019360     END-IF.
019370
019371*-----------------------------------------------------------*
019372* 6300-ADD-TO-GROUPS - THE RECYCLED RECORD ALSO COUNTS IN    *
019373* EVERY GROUP ABOVE ITS CATEGORY ON ITS ORIGINAL NIGHT, SO   *
019374* THOSE NIGHT'S 'G' RECORDS ARE RESTATED TOO.  A FULL TABLE  *
019375* HAS ALREADY BEEN REPORTED BY 6200; THE GROUP IS SKIPPED.   *
019376*-----------------------------------------------------------*
019377 6300-ADD-TO-GROUPS.
019378*-----------------------------------------------------------*
019379     MOVE RCY-RUN-DATE TO WS-ASOF-DATE
019380     MOVE IR-CATEGORY TO WS-WALK-CODE
019381     MOVE 0 TO WS-WALK-STEPS
019382     PERFORM 6310-ADD-TO-ONE-GROUP
019383         UNTIL WS-WALK-CODE = SPACES
019384             OR WS-WALK-STEPS > MAX-GROUP-DEPTH.
019385
019386*-----------------------------------------------------------*
019387 6310-ADD-TO-ONE-GROUP.
019388*-----------------------------------------------------------*
019389     ADD 1 TO WS-WALK-STEPS
019390     MOVE WS-WALK-CODE TO WS-LOOKUP-CODE
019391     PERFORM 2109-FIND-PARENT
019392     MOVE WS-PARENT-CODE TO WS-WALK-CODE
019393     IF WS-WALK-CODE NOT = SPACES
019394         MOVE WS-WALK-CODE TO WS-ADJ-CAT-CODE
019395         PERFORM 6200-FIND-OR-ADD-ENTRY THRU 6200-EXIT
019396         IF ADJ-FOUND-NDX > 0
019397             MOVE 'G' TO AT-REC-TYPE(ADJ-FOUND-NDX)
019398             PERFORM 6250-ADD-TO-ENTRY
019399         END-IF
019400     END-IF.
019401
019403*-----------------------------------------------------------*
019405* 6400-POST-ONE-ENTRY - RESTATE THE HISTORY RECORD FOR ONE   *
019407* TABLE ENTRY.  AN 'F' ENTRY NEEDS ITS NIGHT ON THE MASTER   *
019410* AND NOT YET ROLLED INTO AN 'S' SUMMARY; A 'C' ENTRY IS     *
019420* ONLY POSTED WHEN ITS 'F' ENTRY WAS (THE 'F' COMES FIRST IN *
019430* THE TABLE), AND IS ADDED IF THE NIGHT NEVER SAW THAT       *
019440* CATEGORY.  THE WEIGHTED AVERAGE IS RESTATED ON THE OLD     *
019450* COUNT AS ITS WEIGHT BASE, SINCE THE MASTER DOESN'T CARRY   *
019460* THE ORIGINAL WEIGHT TOTAL.                                 *
019470*-----------------------------------------------------------*
019480 6400-POST-ONE-ENTRY.
019490*-----------------------------------------------------------*
019500     IF AT-RECORDS(ADJ-NDX) = 0
019510         GO TO 6400-EXIT
019520     END-IF
019530     IF AT-REC-TYPE(ADJ-NDX) = 'C' OR AT-REC-TYPE(ADJ-NDX) = 'G'
019540         MOVE AT-F-NDX(ADJ-NDX) TO ADJ-F-NDX
019550         IF NOT AT-POSTED(ADJ-F-NDX)
019560             GO TO 6400-EXIT
019570         END-IF
019580     END-IF
019590     MOVE SPACES TO HISTORY-RECORD
019600     MOVE AT-RUN-DATE(ADJ-NDX) TO HIS-RUN-DATE
019610     MOVE AT-FILENAME(ADJ-NDX) TO HIS-FILENAME
019620     MOVE AT-CAT-CODE(ADJ-NDX) TO HIS-CAT-CODE
019630     READ HISTORY-FILE
019640         INVALID KEY
019650             MOVE '23' TO WS-FS-HIST
019660     END-READ
019670     IF WS-FS-HIST NOT = '00'
019680         IF AT-REC-TYPE(ADJ-NDX) = 'F'
019690             MOVE 'NIGHT NOT ON HISTORY - NOT POSTED'
019700                 TO WS-ADJ-REASON
019710             PERFORM 6750-LIST-ENTRY-NOT-POSTED
019720             GO TO 6400-EXIT
019730         END-IF
019740         MOVE SPACES TO HISTORY-RECORD
019750         MOVE AT-RUN-DATE(ADJ-NDX) TO HIS-RUN-DATE
019760         MOVE AT-FILENAME(ADJ-NDX) TO HIS-FILENAME
019770         MOVE AT-CAT-CODE(ADJ-NDX) TO HIS-CAT-CODE
019780         MOVE AT-REC-TYPE(ADJ-NDX) TO HIS-REC-TYPE
019790         MOVE 0 TO HIS-COUNT
019800         MOVE 0 TO HIS-SUM
019810         MOVE 0 TO HIS-AVERAGE
019820         MOVE 0 TO HIS-MINIMUM
019830         MOVE 0 TO HIS-MAXIMUM
019840         MOVE 0 TO HIS-REJECTED
019850         MOVE 0 TO HIS-WT-AVERAGE
019860         MOVE '23' TO WS-FS-HIST
019870     END-IF
019880     IF HIS-REC-TYPE = 'S'
019890         MOVE 'NIGHT ARCHIVED - NOT POSTED' TO WS-ADJ-REASON
019900         PERFORM 6750-LIST-ENTRY-NOT-POSTED
019910         GO TO 6400-EXIT
019920     END-IF
019930
019940     MOVE SPACES TO WS-ADJREG-REC
019950     MOVE WS-RUN-DATE TO ARG-ADJ-DATE
019960     MOVE HIS-RUN-DATE TO ARG-RUN-DATE
019970     MOVE HIS-FILENAME TO ARG-FILENAME
019980     MOVE HIS-CAT-CODE TO ARG-CAT-CODE
019990     MOVE HIS-REC-TYPE TO ARG-REC-TYPE
020000     MOVE AT-RECORDS(ADJ-NDX) TO ARG-RECORDS
020010     MOVE HIS-COUNT TO ARG-OLD-COUNT
020020     MOVE HIS-SUM TO ARG-OLD-SUM
020030     MOVE HIS-AVERAGE TO ARG-OLD-AVERAGE
020040     MOVE HIS-MINIMUM TO ARG-OLD-MINIMUM
020050     MOVE HIS-MAXIMUM TO ARG-OLD-MAXIMUM
020060     MOVE HIS-REJECTED TO ARG-OLD-REJECTED
020070     MOVE HIS-WT-AVERAGE TO ARG-OLD-WT-AVG
020080
020090     IF HIS-REC-TYPE = 'F'
020100         IF HIS-COUNT = 0
020110             MOVE AT-MINIMUM(ADJ-NDX) TO HIS-MINIMUM
020120             MOVE AT-MAXIMUM(ADJ-NDX) TO HIS-MAXIMUM
020130         ELSE
020140             IF AT-MINIMUM(ADJ-NDX) < HIS-MINIMUM
020150                 MOVE AT-MINIMUM(ADJ-NDX) TO HIS-MINIMUM
020160             END-IF
020170             IF AT-MAXIMUM(ADJ-NDX) > HIS-MAXIMUM
020180                 MOVE AT-MAXIMUM(ADJ-NDX) TO HIS-MAXIMUM
020190             END-IF
020200         END-IF
020210         IF HIS-REJECTED > AT-REPAIRED(ADJ-NDX)
020220             SUBTRACT AT-REPAIRED(ADJ-NDX) FROM HIS-REJECTED
020230         ELSE
020240             MOVE 0 TO HIS-REJECTED
020250         END-IF
020260     ELSE
020270         MOVE HIS-COUNT TO WS-ADJ-OLD-WT-BASE
020280         IF WS-ADJ-OLD-WT-BASE + AT-WT-TOTAL(ADJ-NDX) > 0
020290             COMPUTE HIS-WT-AVERAGE ROUNDED =
020300                 ((HIS-WT-AVERAGE * WS-ADJ-OLD-WT-BASE)
020310                     + AT-WT-SUM(ADJ-NDX))
020320                 / (WS-ADJ-OLD-WT-BASE + AT-WT-TOTAL(ADJ-NDX))
020330         END-IF
020340     END-IF
020350     ADD AT-RECORDS(ADJ-NDX) TO HIS-COUNT
020360     ADD AT-SUM(ADJ-NDX) TO HIS-SUM
020370     COMPUTE HIS-AVERAGE = HIS-SUM / HIS-COUNT
020375     MOVE SPACES TO HIS-STD-DEV-RAW
020376     MOVE SPACES TO HIS-MEDIAN-RAW
020380
020390     IF WS-FS-HIST = '00'
020400         REWRITE HISTORY-RECORD
020410             INVALID KEY
020420                 MOVE '23' TO WS-FS-HIST
020430         END-REWRITE
020440     ELSE
020450         WRITE HISTORY-RECORD
020460             INVALID KEY
020470                 MOVE '22' TO WS-FS-HIST
020480         END-WRITE
020490     END-IF
020500     IF WS-FS-HIST NOT = '00'
020510         MOVE 'HISTORY UPDATE FAILED - NOT POSTED'
020520             TO WS-ADJ-REASON
020530         PERFORM 6750-LIST-ENTRY-NOT-POSTED
020540         GO TO 6400-EXIT
020550     END-IF
020560     MOVE 'P' TO AT-STATUS(ADJ-NDX)
020570     ADD 1 TO ADJ-HIST-RESTATED
020580     IF AT-REC-TYPE(ADJ-NDX) = 'F'
020590         ADD AT-RECORDS(ADJ-NDX) TO ADJ-RECS-POSTED
020600     END-IF
020610     MOVE HIS-COUNT TO ARG-NEW-COUNT
020620     MOVE HIS-SUM TO ARG-NEW-SUM
020630     MOVE HIS-AVERAGE TO ARG-NEW-AVERAGE
020640     MOVE HIS-MINIMUM TO ARG-NEW-MINIMUM
020650     MOVE HIS-MAXIMUM TO ARG-NEW-MAXIMUM
020660     MOVE HIS-REJECTED TO ARG-NEW-REJECTED
020670     MOVE HIS-WT-AVERAGE TO ARG-NEW-WT-AVG
020680     MOVE WS-ADJREG-REC TO ADJREG-RECORD
020690     WRITE ADJREG-RECORD
020700     PERFORM 6600-LIST-RESTATEMENT.
020710 6400-EXIT.
020720     EXIT.
020730
020740*-----------------------------------------------------------*
020750* 6600-LIST-RESTATEMENT - BEFORE AND AFTER LINES FOR THE     *
020760* REGISTER RECORD JUST WRITTEN.                              *
020770*-----------------------------------------------------------*
020780 6600-LIST-RESTATEMENT.
020790*-----------------------------------------------------------*
020800     MOVE ARG-RUN-DATE TO ADL-RUN-DATE
020810     MOVE ARG-FILENAME TO ADL-FILENAME
020820     IF ARG-REC-TYPE = 'F'
020830         MOVE '*FILE*' TO ADL-CAT
020840     ELSE
020850         MOVE ARG-CAT-CODE TO ADL-CAT
020860     END-IF
020870     MOVE 'BEFORE' TO ADL-WHEN
020880     MOVE ARG-OLD-COUNT TO ADL-COUNT
020890     MOVE ARG-OLD-SUM TO ADL-SUM
020900     MOVE ARG-OLD-AVERAGE TO ADL-AVG
020910     MOVE ARG-OLD-WT-AVG TO ADL-WTA
020920     MOVE ARG-OLD-REJECTED TO ADL-REJ
020930     MOVE WS-ADJ-LINE TO ADJRPT-RECORD
020940     WRITE ADJRPT-RECORD
020950     MOVE 'AFTER' TO ADL-WHEN
020960     MOVE ARG-NEW-COUNT TO ADL-COUNT
020970     MOVE ARG-NEW-SUM TO ADL-SUM
020980     MOVE ARG-NEW-AVERAGE TO ADL-AVG
020990     MOVE ARG-NEW-WT-AVG TO ADL-WTA
021000     MOVE ARG-NEW-REJECTED TO ADL-REJ
021010     MOVE WS-ADJ-LINE TO ADJRPT-RECORD
021020     WRITE ADJRPT-RECORD.
021030
021040*-----------------------------------------------------------*
021050* 6700-LIST-NOT-POSTED - ONE RECYCLED RECORD THAT COULDN'T   *
021060* BE POSTED, WITH WS-ADJ-REASON.                             *
021070*-----------------------------------------------------------*
021080 6700-LIST-NOT-POSTED.
021090*-----------------------------------------------------------*
021100     ADD 1 TO ADJ-RECS-UNPOSTED
021110     MOVE RCY-INPUT-RECORD TO ANL-RAW
021120     MOVE RCY-RUN-DATE-RAW TO ANL-RUN-DATE
021130     MOVE RCY-FILENAME TO ANL-FILENAME
021140     MOVE WS-ADJ-REASON TO ANL-REASON
021150     MOVE WS-ADJ-NOPOST-LINE TO ADJRPT-RECORD
021160     WRITE ADJRPT-RECORD.
021170
021180*-----------------------------------------------------------*
021190* 6750-LIST-ENTRY-NOT-POSTED - A WHOLE NIGHT'S TOTAL THAT    *
021200* COULDN'T BE POSTED.  ONLY THE 'F' ENTRY COUNTS ITS RECORDS *
021210* AS UNPOSTED, SO THEY AREN'T COUNTED TWICE.                 *
021220*-----------------------------------------------------------*
021230 6750-LIST-ENTRY-NOT-POSTED.
021240*-----------------------------------------------------------*
021250     IF AT-REC-TYPE(ADJ-NDX) = 'F'
021260         ADD AT-RECORDS(ADJ-NDX) TO ADJ-RECS-UNPOSTED
021270     END-IF
021280     MOVE SPACES TO ANL-RAW
021290     MOVE AT-CAT-CODE(ADJ-NDX) TO ANL-RAW
021300     MOVE AT-RUN-DATE(ADJ-NDX) TO ANL-RUN-DATE
021310     MOVE AT-FILENAME(ADJ-NDX) TO ANL-FILENAME
021320     MOVE WS-ADJ-REASON TO ANL-REASON
021330     MOVE WS-ADJ-NOPOST-LINE TO ADJRPT-RECORD
021340     WRITE ADJRPT-RECORD.
021350
021360*-----------------------------------------------------------*
021370* 6800-KEEP-UNPOSTED - CUT THE FEED NAMED IN WS-RECYCLE-NAME *
021380* BACK TO THE RECORDS THAT WERE NOT POSTED.  THE KEPT        *
021390* RECORDS GO TO AVGRCYKEEP.TXT FIRST AND ARE COPIED BACK     *
021400* OVER THE FEED.  IF THE WORK FILE CAN'T BE WRITTEN OR READ  *
021410* BACK THE FEED IS LEFT AS IT WAS; IF THE FEED CAN'T BE      *
021420* REWRITTEN ITS KEPT RECORDS ARE LEFT IN AVGRCYKEEP.TXT.     *
021430*-----------------------------------------------------------*
021440 6800-KEEP-UNPOSTED.
021450*-----------------------------------------------------------*
021460     OPEN INPUT RECYCLE-FILE
021470     IF WS-FS-RECYCLE NOT = '00'
021480         GO TO 6800-EXIT
021490     END-IF
021500     OPEN OUTPUT RCYKEEP-FILE
021510     IF WS-FS-RCYKEEP NOT = '00'
021520         DISPLAY 'AVERAGE - AVGRCYKEEP.TXT NOT AVAILABLE, '
021530             'STATUS ' WS-FS-RCYKEEP ' - '
021540             WS-RECYCLE-NAME ' LEFT AS IT WAS'
021550         CLOSE RECYCLE-FILE
021560         MOVE 8 TO RETURN-CODE
021570         GO TO 6800-EXIT
021580     END-IF
021590     MOVE 'N' TO SW-RECYCLE-EOF
021600     PERFORM UNTIL RECYCLE-EOF-FLAG
021610         READ RECYCLE-FILE INTO WS-RECYCLE-REC
021620             AT END
021630                 MOVE 'Y' TO SW-RECYCLE-EOF
021640             NOT AT END
021650                 PERFORM 6810-TEST-ONE-RECYCLE THRU 6810-EXIT
021660         END-READ
021670     END-PERFORM
021680     CLOSE RECYCLE-FILE
021690     CLOSE RCYKEEP-FILE
021700
021710     OPEN INPUT RCYKEEP-FILE
021720     IF WS-FS-RCYKEEP NOT = '00'
021730         DISPLAY 'AVERAGE - AVGRCYKEEP.TXT CANNOT BE READ BACK, '
021740             'STATUS ' WS-FS-RCYKEEP ' - '
021750             WS-RECYCLE-NAME ' LEFT AS IT WAS'
021760         MOVE 16 TO RETURN-CODE
021770         GO TO 6800-EXIT
021780     END-IF
021790     OPEN OUTPUT RECYCLE-FILE
021800     IF WS-FS-RECYCLE NOT = '00'
021810         DISPLAY 'AVERAGE - ' WS-RECYCLE-NAME ' CANNOT BE '
021820             'REWRITTEN, STATUS ' WS-FS-RECYCLE
021830             ' - KEPT RECORDS ARE IN AVGRCYKEEP.TXT'
021840         CLOSE RCYKEEP-FILE
021850         MOVE 16 TO RETURN-CODE
021860         GO TO 6800-EXIT
021870     END-IF
021880     MOVE 'N' TO SW-RCYKEEP-EOF
021890     PERFORM UNTIL RCYKEEP-EOF-FLAG
021900         READ RCYKEEP-FILE
021910             AT END
021920                 MOVE 'Y' TO SW-RCYKEEP-EOF
021930             NOT AT END
021940                 MOVE RCYKEEP-RECORD TO RECYCLE-RECORD
021950                 WRITE RECYCLE-RECORD
021960         END-READ
021970     END-PERFORM
021980     CLOSE RCYKEEP-FILE
021990     CLOSE RECYCLE-FILE.
022000 6800-EXIT.
022010     EXIT.
022020
022030*-----------------------------------------------------------*
022040* 6810-TEST-ONE-RECYCLE - KEEP ONE FEED RECORD UNLESS IT WAS *
022050* POSTED.  IT WAS POSTED WHEN IT PASSED 6150'S CHECKS, GOT   *
022060* ITS TABLE ENTRIES, AND ITS NIGHT'S 'F' ENTRY WAS POSTED.   *
022070* A FAILED 'C' OR 'G' RESTATEMENT UNDER A POSTED 'F' DOES    *
022080* NOT KEEP IT - THE 'F' TOTAL WOULD POST TWICE ON A RERUN -  *
022090* AND IS ALREADY LISTED ON THE ADJUSTMENT REPORT.            *
022100*-----------------------------------------------------------*
022110 6810-TEST-ONE-RECYCLE.
022120*-----------------------------------------------------------*
022130     IF RCY-RUN-DATE IS NOT NUMERIC OR RCY-FILENAME = SPACES
022140         GO TO 6810-KEEP
022150     END-IF
022160     MOVE RCY-INPUT-RECORD TO WS-INPUT-RECORD
022170     IF IR-VALUE IS NOT NUMERIC
022180         OR (IR-WEIGHT-RAW NOT = SPACES
022190             AND IR-WEIGHT IS NOT NUMERIC)
022200         GO TO 6810-KEEP
022210     END-IF
022220     MOVE SPACES TO WS-ADJ-CAT-CODE
022230     PERFORM 6220-FIND-ENTRY
022240     IF ADJ-FOUND-NDX = 0
022250         GO TO 6810-KEEP
022260     END-IF
022270     MOVE ADJ-FOUND-NDX TO ADJ-F-NDX
022280     IF IR-CATEGORY NOT = SPACES
022290         MOVE IR-CATEGORY TO WS-ADJ-CAT-CODE
022300         PERFORM 6220-FIND-ENTRY
022310         IF ADJ-FOUND-NDX = 0
022320             GO TO 6810-KEEP
022330         END-IF
022340     END-IF
022350     IF AT-POSTED(ADJ-F-NDX)
022360         GO TO 6810-EXIT
022370     END-IF.
022380 6810-KEEP.
022390     MOVE RECYCLE-RECORD TO RCYKEEP-RECORD
022400     WRITE RCYKEEP-RECORD
022410     ADD 1 TO ADJ-RECS-KEPT.
022420 6810-EXIT.
022430     EXIT.
022440
022450*-----------------------------------------------------------*
022460* 6900-WRITE-ADJ-TOTALS - CONTROL TOTALS FOR THE LISTING.    *
022470*-----------------------------------------------------------*
022480 6900-WRITE-ADJ-TOTALS.
022490*-----------------------------------------------------------*
022500     MOVE SPACES TO ADJRPT-RECORD
022510     WRITE ADJRPT-RECORD
022520     MOVE 'RECYCLED RECORDS READ' TO ATL-LABEL
022530     MOVE ADJ-RECS-READ TO ATL-COUNT
022540     MOVE WS-ADJ-TOTAL-LINE TO ADJRPT-RECORD
022550     WRITE ADJRPT-RECORD
022560     MOVE 'RECYCLED RECORDS POSTED' TO ATL-LABEL
022570     MOVE ADJ-RECS-POSTED TO ATL-COUNT
022580     MOVE WS-ADJ-TOTAL-LINE TO ADJRPT-RECORD
022590     WRITE ADJRPT-RECORD
022600     MOVE 'RECYCLED RECORDS NOT POSTED' TO ATL-LABEL
022610     MOVE ADJ-RECS-UNPOSTED TO ATL-COUNT
022620     MOVE WS-ADJ-TOTAL-LINE TO ADJRPT-RECORD
022630     WRITE ADJRPT-RECORD
022640     MOVE 'HISTORY RECORDS RESTATED' TO ATL-LABEL
022650     MOVE ADJ-HIST-RESTATED TO ATL-COUNT
022660     MOVE WS-ADJ-TOTAL-LINE TO ADJRPT-RECORD
022670     WRITE ADJRPT-RECORD
022680     MOVE 'RECYCLED RECORDS KEPT ON FEED' TO ATL-LABEL
022690     MOVE ADJ-RECS-KEPT TO ATL-COUNT
022700     MOVE WS-ADJ-TOTAL-LINE TO ADJRPT-RECORD
022710     WRITE ADJRPT-RECORD.
