002100*                  TOTAL SECTION PER INPUT FILENAME, TO      *
002200*                  AVGMONTH.TXT.  RUN ON THE LAST BUSINESS   *
002300*                  DAY OF THE MONTH FOR ACCOUNTING CLOSE.    *
002310* 2026-10-15  DPG  READ THE OPTIONAL AVGADJREG.TXT ADJUSTMENT *
002320*                  REGISTER AND MARK EACH MONTH LINE HOLDING *
002330*                  A RESTATED NIGHT, AND EACH LINE WHOSE     *
002340*                  PRIOR MONTH DOES, IN A NEW RESTATEMENT    *
002350*                  COLUMN (RECORD WIDENED TO 160, WHICH ALSO *
002360*                  STOPS THE FLAG COLUMN BEING CUT SHORT).   *
002365* 2026-10-15  DPG  ROLL UP THE 'G' GROUP RECORDS AVERAGE NOW *
002370*                  POSTS AND LIST THEM AFTER EACH MONTH'S    *
002375*                  CATEGORY LINES, DEEPEST LEVEL FIRST, WITH *
002380*                  THE LEVEL (L1 = TOP) IN THE LEAD COLUMN.  *
002385*                  LEVELS COME FROM THE AVGCATMST.TXT PARENT *
002390*                  GROUPS AS AT THE NIGHT ROLLED.            *
002392* 2026-10-15  DPG  HISTORY RECORD WIDENED TO 149 FOR THE     *
002394*                  STANDARD DEVIATION AND MEDIAN AVERAGE     *
002396*                  NOW CARRIES (NOT USED HERE).              *
002400*-----------------------------------------------------------*
002500
002600 ENVIRONMENT DIVISION.
003400
003500     SELECT MONTH-REPORT ASSIGN TO 'avgmonth.txt'
003600         ORGANIZATION IS LINE SEQUENTIAL.
003610
003620     SELECT ADJREG-FILE ASSIGN TO 'avgadjreg.txt'
003630         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS WS-FS-ADJREG.
003650     SELECT CATMST-FILE ASSIGN TO 'avgcatmst.txt'
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS WS-FS-CATMST.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004300         10  HISK-RUN-DATE PIC 9(8).
004400         10  HISK-FILENAME PIC X(40).
004500         10  HISK-CAT-CODE PIC X(4).
004600     05  FILLER          PIC X(97).
004700
004800 FD  MONTH-REPORT.
004900 01  MONTH-RECORD        PIC X(160).
004910
004920 FD  ADJREG-FILE.
004930 01  ADJREG-RECORD       PIC X(220).
004950 FD  CATMST-FILE.
004970 01  CATMST-RECORD       PIC X(80).
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-FS-HIST          PIC X(2)  VALUE SPACES.
005210 01  WS-FS-ADJREG        PIC X(2)  VALUE SPACES.
005260 01  WS-FS-CATMST        PIC X(2)  VALUE SPACES.
005300
005400 01  SW-EOF              PIC X     VALUE 'N'.
005500     88  EOF-FLAG                  VALUE 'Y'.
005600
005700*-----------------------------------------------------------*
005800* RUN-HISTORY MASTER RECORD - LAYOUT MATCHES THE ONE AVERAGE  *
005850* WRITES ('F' = FILE TOTALS, 'C' = ONE CATEGORY ENTRY,       *
005900* 'G' = ONE GROUP'S ROLL-UP OF ITS MEMBER CATEGORIES).       *
006000*-----------------------------------------------------------*
006100 01  WS-HISTORY-REC.
006200     05  HIS-RUN-DATE     PIC 9(8).
007300     05  HIS-MAXIMUM     PIC 9(10)V9(2).
007400     05  HIS-REJECTED    PIC 9(5).
007500     05  HIS-WT-AVERAGE  PIC 9(10)V9(2).
007510     05  HIS-STD-DEV-RAW PIC X(12).
007520     05  HIS-MEDIAN-RAW  PIC X(12).
007600
007700*-----------------------------------------------------------*
007800* MONTHLY ROLLUP TABLE - ONE ENTRY PER MONTH / FILENAME /     *
009100         10  RL-SUM       PIC 9(12)V9(2).
009200         10  RL-AVG-MIN   PIC 9(10)V9(2).
009300         10  RL-AVG-MAX   PIC 9(10)V9(2).
009310         10  RL-RESTATED  PIC X(1).
009320             88  RL-HAS-RESTATEMENT     VALUE 'Y'.
009370         10  RL-LEVEL     PIC 9(1).
009400 01  RL-NDX              PIC 9(4) COMP.
009500 01  RL-SCAN             PIC 9(4) COMP.
009600 01  RL-FOUND-NDX        PIC 9(4) COMP.
009603
009606*-----------------------------------------------------------*
009609* ADJUSTMENT REGISTER - LEADING FIELDS OF THE LAYOUT AVERAGE *
009612* ADJUST WRITES, AND THE DISTINCT HISTORY KEYS IT HAS        *
009615* RESTATED.  NO REGISTER MEANS NOTHING RESTATED.             *
009618*-----------------------------------------------------------*
009621 01  WS-ADJREG-REC.
009624     05  ARG-ADJ-DATE     PIC 9(8).
009627     05  ARG-RUN-DATE     PIC 9(8).
009630     05  ARG-FILENAME     PIC X(40).
009633     05  ARG-CAT-CODE     PIC X(4).
009636     05  ARG-REC-TYPE     PIC X(1).
009639     05  FILLER           PIC X(159).
009642 01  SW-ADJREG-EOF        PIC X     VALUE 'N'.
009645     88  ADJREG-EOF-FLAG            VALUE 'Y'.
009648 01  RESTATE-TABLE-COUNT  PIC 9(4) COMP  VALUE 0.
009651 01  MAX-RESTATE-ENTRIES  PIC 9(4) COMP  VALUE 2000.
009654 01  RESTATE-TABLE.
009657     05  RESTATE-ENTRY OCCURS 2000 TIMES.
009660         10  RS-RUN-DATE  PIC 9(8).
009661         10  RS-FILENAME  PIC X(40).
009662         10  RS-CAT-CODE  PIC X(4).
009663         10  RS-REC-TYPE  PIC X(1).
009664 01  RS-NDX              PIC 9(4) COMP.
009665 01  RS-SCAN             PIC 9(4) COMP.
009666 01  RS-FOUND-NDX        PIC 9(4) COMP.
009667*-----------------------------------------------------------*
009668* CATEGORY REFERENCE MASTER - CODE AND PARENT GROUP ONLY,    *
009669* LOADED FROM THE OPTIONAL AVGCATMST.TXT TO FIND EACH GROUP  *
009670* LINE'S LEVEL.  AN ABSENT MASTER PUTS EVERY GROUP AT LEVEL 1. *
009671*-----------------------------------------------------------*
009672 01  WS-CATMST-REC.
009673     05  CMR-CODE         PIC X(4).
009674     05  FILLER           PIC X(47).
009675     05  CMR-TYPE         PIC X(1).
009676     05  CMR-PARENT       PIC X(4).
009677     05  CMR-PAR-FROM-RAW PIC X(8).
009678     05  CMR-PAR-FROM REDEFINES CMR-PAR-FROM-RAW
009679                          PIC 9(8).
009680     05  CMR-PRIOR        PIC X(4).
009681     05  FILLER           PIC X(12).
009682
009683 01  CATMST-COUNT         PIC 9(3) COMP  VALUE 0.
009684 01  MAX-CATMST           PIC 9(3) COMP  VALUE 100.
009685 01  CATMST-TABLE.
009686     05  CATMST-ENTRY OCCURS 100 TIMES.
009687         10  CM-CODE      PIC X(4).
009688         10  CM-PARENT    PIC X(4).
009689         10  CM-PAR-FROM  PIC 9(8).
009690         10  CM-PRIOR     PIC X(4).
009691 01  CM-NDX               PIC 9(3) COMP.
009692 01  SW-CATMST-EOF        PIC X     VALUE 'N'.
009693     88  CATMST-EOF-FLAG            VALUE 'Y'.
009694 01  WS-LOOKUP-CODE       PIC X(4).
009695 01  WS-PARENT-CODE       PIC X(4).
009696 01  WS-ASOF-DATE         PIC 9(8).
009697 01  WS-WALK-STEPS        PIC 9(3) COMP.
009698 01  MAX-GROUP-DEPTH      PIC 9(3) COMP  VALUE 9.
009699 01  WS-PRINT-LEVEL       PIC 9(1).
009700
009800*-----------------------------------------------------------*
009900* DISTINCT FILENAME LIST (FIRST-APPEARANCE ORDER) AND         *
013400 01  WS-CHANGE-PCT       PIC S9(7)V9(2).
013500 01  SW-PRIOR-FOUND      PIC X.
013600     88  PRIOR-FOUND               VALUE 'Y'.
013610 01  SW-PRIOR-RESTATED   PIC X.
013620     88  PRIOR-RESTATED            VALUE 'Y'.
013700
013800 01  WS-GT-DAYS          PIC 9(7).
013900 01  WS-GT-COUNT         PIC 9(11).
016400     05  FILLER       PIC X(118) VALUE SPACES.
016500
016600 01  WS-DETAIL-LINE.
016700     05  MDL-LEAD     PIC X(4)  VALUE SPACES.
016800     05  MDL-CAT      PIC X(6).
016900     05  FILLER       PIC X(7)  VALUE ' NTS = '.
017000     05  MDL-DAYS     PIC Z(4)9.
018000     05  MDL-PCT      PIC -(6)9.99.
018100     05  FILLER       PIC X(1)  VALUE SPACE.
018200     05  MDL-FLAG     PIC X(16).
018210     05  FILLER       PIC X(1)  VALUE SPACE.
018220     05  MDL-RESTATE  PIC X(14).
018230     05  FILLER       PIC X(6)  VALUE SPACES.
018240 01  WS-LEVEL-LEAD.
018250     05  FILLER       PIC X(1)  VALUE SPACE.
018260     05  FILLER       PIC X(1)  VALUE 'L'.
018270     05  LVL-LEVEL    PIC 9(1).
018280     05  FILLER       PIC X(1)  VALUE SPACE.
018300
018400 01  WS-GTOTAL-LINE.
018500     05  FILLER       PIC X(2)  VALUE SPACES.
021000 1000-INITIALIZE.
021100*-----------------------------------------------------------*
021200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021250     PERFORM 1100-LOAD-ADJREG THRU 1100-EXIT
021270     PERFORM 1200-LOAD-CATMASTER THRU 1200-EXIT
021300     OPEN INPUT HISTORY-FILE
021400     IF WS-FS-HIST NOT = '00'
021500         DISPLAY 'AVGMONTH ABORTED - AVGHIST.TXT NOT FOUND, '
022300     WRITE MONTH-RECORD.
022400 1000-EXIT.
022500     EXIT.
022501
022502*-----------------------------------------------------------*
022503* 1100-LOAD-ADJREG - EVERY DISTINCT HISTORY KEY THE          *
022504* ADJUSTMENT REGISTER SHOWS AS RESTATED.                     *
022505*-----------------------------------------------------------*
022506 1100-LOAD-ADJREG.
022507*-----------------------------------------------------------*
022508     OPEN INPUT ADJREG-FILE
022509     IF WS-FS-ADJREG NOT = '00'
022510         GO TO 1100-EXIT
022511     END-IF
022512     PERFORM UNTIL ADJREG-EOF-FLAG
022513         READ ADJREG-FILE INTO WS-ADJREG-REC
022514             AT END
022515                 MOVE 'Y' TO SW-ADJREG-EOF
022516             NOT AT END
022517                 IF ARG-RUN-DATE IS NUMERIC
022518                     PERFORM 1150-STORE-ONE-RESTATEMENT
022519                 END-IF
022520         END-READ
022521     END-PERFORM
022522     CLOSE ADJREG-FILE.
022523 1100-EXIT.
022524     EXIT.
022525
022526*-----------------------------------------------------------*
022527 1150-STORE-ONE-RESTATEMENT.
022528*-----------------------------------------------------------*
022529     MOVE 0 TO RS-FOUND-NDX
022530     PERFORM 1160-MATCH-ONE-RESTATEMENT
022531         VARYING RS-SCAN FROM 1 BY 1
022532             UNTIL RS-SCAN > RESTATE-TABLE-COUNT
022533                 OR RS-FOUND-NDX > 0
022534     IF RS-FOUND-NDX = 0
022535         IF RESTATE-TABLE-COUNT >= MAX-RESTATE-ENTRIES
022536             DISPLAY 'AVGMONTH - RESTATEMENT TABLE FULL AT '
022537                 MAX-RESTATE-ENTRIES ' - LATER ENTRIES DROPPED'
022538             MOVE 8 TO RETURN-CODE
022539         ELSE
022540             ADD 1 TO RESTATE-TABLE-COUNT
022541             MOVE RESTATE-TABLE-COUNT TO RS-NDX
022542             MOVE ARG-RUN-DATE TO RS-RUN-DATE(RS-NDX)
022543             MOVE ARG-FILENAME TO RS-FILENAME(RS-NDX)
022544             MOVE ARG-CAT-CODE TO RS-CAT-CODE(RS-NDX)
022545             MOVE ARG-REC-TYPE TO RS-REC-TYPE(RS-NDX)
022546         END-IF
022547     END-IF.
022548
022549*-----------------------------------------------------------*
022550 1160-MATCH-ONE-RESTATEMENT.
022551*-----------------------------------------------------------*
022552     IF RS-RUN-DATE(RS-SCAN) = ARG-RUN-DATE
022553         AND RS-FILENAME(RS-SCAN) = ARG-FILENAME
022554         AND RS-CAT-CODE(RS-SCAN) = ARG-CAT-CODE
022555         AND RS-REC-TYPE(RS-SCAN) = ARG-REC-TYPE
022556         MOVE RS-SCAN TO RS-FOUND-NDX
022557     END-IF.
022558
022559*-----------------------------------------------------------*
022560* 1200-LOAD-CATMASTER - AN ABSENT MASTER JUST MEANS EVERY    *
022561* GROUP LINE PRINTS AT LEVEL 1.                              *
022562*-----------------------------------------------------------*
022563 1200-LOAD-CATMASTER.
022564*-----------------------------------------------------------*
022565     OPEN INPUT CATMST-FILE
022566     IF WS-FS-CATMST NOT = '00'
022567         GO TO 1200-EXIT
022568     END-IF
022569     PERFORM UNTIL CATMST-EOF-FLAG
022570         READ CATMST-FILE INTO WS-CATMST-REC
022571             AT END
022572                 MOVE 'Y' TO SW-CATMST-EOF
022573             NOT AT END
022574                 IF WS-CATMST-REC NOT = SPACES
022575                     PERFORM 1210-STORE-ONE-CATEGORY
022576                 END-IF
022577         END-READ
022578     END-PERFORM
022579     CLOSE CATMST-FILE.
022580 1200-EXIT.
022581     EXIT.
022582
022583*-----------------------------------------------------------*
022584 1210-STORE-ONE-CATEGORY.
022585*-----------------------------------------------------------*
022586     IF CATMST-COUNT >= MAX-CATMST
022587         DISPLAY 'AVGMONTH - CATEGORY MASTER TABLE FULL AT '
022588             MAX-CATMST ' - EXTRA ROWS IGNORED'
022589     ELSE
022590         ADD 1 TO CATMST-COUNT
022591         MOVE CATMST-COUNT TO CM-NDX
022592         MOVE CMR-CODE TO CM-CODE(CM-NDX)
022593         MOVE CMR-PARENT TO CM-PARENT(CM-NDX)
022594         IF CMR-PAR-FROM IS NUMERIC
022595             MOVE CMR-PAR-FROM TO CM-PAR-FROM(CM-NDX)
022596         ELSE
022597             MOVE 0 TO CM-PAR-FROM(CM-NDX)
022598         END-IF
022599         MOVE CMR-PRIOR TO CM-PRIOR(CM-NDX)
022600     END-IF.
022601
022602*-----------------------------------------------------------*
022603* 1270-FIND-PARENT - THE GROUP ABOVE WS-LOOKUP-CODE AS AT    *
022604* WS-ASOF-DATE (THE PRIOR PARENT BEFORE THE PARENT'S DATE),  *
022605* SPACES AT THE TOP OR FOR A CODE THE MASTER DOESN'T KNOW.   *
022606*-----------------------------------------------------------*
022607 1270-FIND-PARENT.
022608*-----------------------------------------------------------*
022609     MOVE SPACES TO WS-PARENT-CODE
022610     PERFORM 1280-MATCH-ONE-PARENT
022611         VARYING CM-NDX FROM 1 BY 1
022612             UNTIL CM-NDX > CATMST-COUNT.
022613
022614*-----------------------------------------------------------*
022615 1280-MATCH-ONE-PARENT.
022616*-----------------------------------------------------------*
022617     IF CM-CODE(CM-NDX) = WS-LOOKUP-CODE
022618         IF WS-ASOF-DATE < CM-PAR-FROM(CM-NDX)
022619             MOVE CM-PRIOR(CM-NDX) TO WS-PARENT-CODE
022620         ELSE
022621             MOVE CM-PARENT(CM-NDX) TO WS-PARENT-CODE
022622         END-IF
022623     END-IF.
022624
022625*-----------------------------------------------------------*
022626* 1290-STEP-UP-ONE-LEVEL - ONE GROUP FURTHER UP FROM         *
022627* WS-LOOKUP-CODE, COUNTING THE STEPS.                        *
022628*-----------------------------------------------------------*
022629 1290-STEP-UP-ONE-LEVEL.
022630*-----------------------------------------------------------*
022631     ADD 1 TO WS-WALK-STEPS
022632     PERFORM 1270-FIND-PARENT
022633     MOVE WS-PARENT-CODE TO WS-LOOKUP-CODE.
022643
022700*-----------------------------------------------------------*
022800* 2000-LOAD-ROLLUP - STREAM THE WHOLE MASTER AND ACCUMULATE   *
022900* EACH 'F', 'C' AND 'G' RECORD INTO ITS MONTH/FILENAME/       *
023000* CATEGORY ROLLUP ENTRY.                                      *
023100*-----------------------------------------------------------*
023200 2000-LOAD-ROLLUP.
023300*-----------------------------------------------------------*
023600             AT END
023700                 MOVE 'Y' TO SW-EOF
023800             NOT AT END
023850                 IF HIS-REC-TYPE = 'F' OR HIS-REC-TYPE = 'C'
023900                     OR HIS-REC-TYPE = 'G'
024000                     ADD 1 TO WS-HIST-RECS
024100                     PERFORM 2100-ROLL-ONE-RECORD
024200                 END-IF
027600             MOVE 0 TO RL-SUM(RL-NDX)
027700             MOVE HIS-AVERAGE TO RL-AVG-MIN(RL-NDX)
027800             MOVE HIS-AVERAGE TO RL-AVG-MAX(RL-NDX)
027810             MOVE 'N' TO RL-RESTATED(RL-NDX)
027830             MOVE 0 TO RL-LEVEL(RL-NDX)
027850             IF HIS-REC-TYPE = 'G'
027870                 PERFORM 2500-SET-GROUP-LEVEL
027890             END-IF
027900             PERFORM 2200-NOTE-FILENAME
028000             PERFORM 2300-NOTE-MONTH THRU 2300-EXIT
028100         END-IF
029100         IF HIS-AVERAGE > RL-AVG-MAX(RL-NDX)
029200             MOVE HIS-AVERAGE TO RL-AVG-MAX(RL-NDX)
029300         END-IF
029310         IF RESTATE-TABLE-COUNT > 0
029320             PERFORM 2400-CHECK-RESTATED
029330         END-IF
029400     END-IF.
029500
029600*-----------------------------------------------------------*
039500     MOVE ML-MONTH(ML-SHIFT - 1) TO ML-MONTH(ML-SHIFT)
039600     SUBTRACT 1 FROM ML-SHIFT.
039700
039703
039706*-----------------------------------------------------------*
039709* 2400-CHECK-RESTATED - A NIGHT ON THE ADJUSTMENT REGISTER   *
039712* MARKS ITS WHOLE MONTH'S ENTRY AS HOLDING A RESTATEMENT.    *
039715*-----------------------------------------------------------*
039718 2400-CHECK-RESTATED.
039721*-----------------------------------------------------------*
039724     MOVE 0 TO RS-FOUND-NDX
039727     PERFORM 2450-MATCH-RESTATED-KEY
039730         VARYING RS-SCAN FROM 1 BY 1
039733             UNTIL RS-SCAN > RESTATE-TABLE-COUNT
039736                 OR RS-FOUND-NDX > 0
039739     IF RS-FOUND-NDX > 0
039742         MOVE 'Y' TO RL-RESTATED(RL-NDX)
039745     END-IF.
039748
039751*-----------------------------------------------------------*
039754 2450-MATCH-RESTATED-KEY.
039757*-----------------------------------------------------------*
039760     IF RS-RUN-DATE(RS-SCAN) = HIS-RUN-DATE
039763         AND RS-FILENAME(RS-SCAN) = HIS-FILENAME
039766         AND RS-CAT-CODE(RS-SCAN) = HIS-CAT-CODE
039769         AND RS-REC-TYPE(RS-SCAN) = HIS-REC-TYPE
039772         MOVE RS-SCAN TO RS-FOUND-NDX
039775     END-IF.
039776
039777*-----------------------------------------------------------*
039778* 2500-SET-GROUP-LEVEL - ONE PLUS THE NUMBER OF GROUPS ABOVE *
039779* THIS ONE ON THE FIRST NIGHT ROLLED INTO THE ENTRY.         *
039780*-----------------------------------------------------------*
039781 2500-SET-GROUP-LEVEL.
039782*-----------------------------------------------------------*
039783     MOVE HIS-CAT-CODE TO WS-LOOKUP-CODE
039784     MOVE HIS-RUN-DATE TO WS-ASOF-DATE
039785     MOVE 0 TO WS-WALK-STEPS
039786     PERFORM 1290-STEP-UP-ONE-LEVEL
039787         UNTIL WS-LOOKUP-CODE = SPACES
039788             OR WS-WALK-STEPS >= MAX-GROUP-DEPTH
039789     MOVE WS-WALK-STEPS TO RL-LEVEL(RL-NDX).
039790
039800*-----------------------------------------------------------*
039900* 4000-WRITE-MONTH-REPORT - ONE SECTION PER INPUT FILENAME:   *
040000* EVERY MONTH IN ASCENDING ORDER (FILE LINE FIRST, THEN ITS   *
043200*-----------------------------------------------------------*
043300* 4200-WRITE-ONE-MONTH - THE MONTH SUBHEADING IS ONLY PRINTED *
043400* WHEN THE FILE ACTUALLY HAS ENTRIES THAT MONTH ('F' FIRST,   *
043450* THEN THE CATEGORY LINES IN TABLE ORDER, THEN THE GROUP      *
043500* LINES DEEPEST LEVEL FIRST SO EACH GROUP FOLLOWS THE GROUPS  *
043550* IT CONTAINS).                                               *
043600*-----------------------------------------------------------*
043700 4200-WRITE-ONE-MONTH.
043800*-----------------------------------------------------------*
045300             UNTIL RL-SCAN > ROLL-TABLE-COUNT
045400     PERFORM 4400-WRITE-CAT-ENTRY
045500         VARYING RL-SCAN FROM 1 BY 1
045520             UNTIL RL-SCAN > ROLL-TABLE-COUNT
045540     PERFORM 4450-WRITE-GROUP-LEVEL
045560         VARYING WS-PRINT-LEVEL FROM 9 BY -1
045580             UNTIL WS-PRINT-LEVEL < 1.
045700 4200-DONE.
045800     EXIT.
045900
048700         MOVE RL-SCAN TO RL-NDX
048800         PERFORM 4500-WRITE-DETAIL-LINE
048900     END-IF.
048905
048910*-----------------------------------------------------------*
048915 4450-WRITE-GROUP-LEVEL.
048920*-----------------------------------------------------------*
048925     PERFORM 4460-WRITE-GROUP-ENTRY
048930         VARYING RL-SCAN FROM 1 BY 1
048935             UNTIL RL-SCAN > ROLL-TABLE-COUNT.
048940
048945*-----------------------------------------------------------*
048950 4460-WRITE-GROUP-ENTRY.
048955*-----------------------------------------------------------*
048960     IF RL-MONTH(RL-SCAN) = WS-CUR-MONTH
048965         AND RL-FILENAME(RL-SCAN) = FL-NAME(FL-NDX)
048970         AND RL-REC-TYPE(RL-SCAN) = 'G'
048975         AND RL-LEVEL(RL-SCAN) = WS-PRINT-LEVEL
048980         MOVE RL-SCAN TO RL-NDX
048985         PERFORM 4500-WRITE-DETAIL-LINE
048990     END-IF.
049000
049100*-----------------------------------------------------------*
049200* 4500-WRITE-DETAIL-LINE - ONE ROLLUP ENTRY: NIGHTS POSTED,   *
049600*-----------------------------------------------------------*
049700 4500-WRITE-DETAIL-LINE.
049800*-----------------------------------------------------------*
049850     MOVE SPACES TO MDL-LEAD
049900     IF RL-REC-TYPE(RL-NDX) = 'F'
049950         MOVE '(FILE)' TO MDL-CAT
050000     ELSE
050050         MOVE RL-CAT-CODE(RL-NDX) TO MDL-CAT
050100     END-IF
050150     IF RL-REC-TYPE(RL-NDX) = 'G'
050200         MOVE RL-LEVEL(RL-NDX) TO LVL-LEVEL
050250         MOVE WS-LEVEL-LEAD TO MDL-LEAD
050300     END-IF
050400     MOVE RL-DAYS(RL-NDX) TO MDL-DAYS
050500     MOVE RL-COUNT(RL-NDX) TO MDL-COUNT
052200         MOVE 0 TO MDL-PCT
052300         MOVE 'NO PRIOR MONTH' TO MDL-FLAG
052400     END-IF
052410     PERFORM 4550-SET-RESTATE-MARK
052500     MOVE WS-DETAIL-LINE TO MONTH-RECORD
052600     WRITE MONTH-RECORD.
052604
052608*-----------------------------------------------------------*
052612* 4550-SET-RESTATE-MARK - WHETHER THIS MONTH, ITS PRIOR      *
052616* MONTH, OR BOTH INCLUDE A NIGHT RESTATED AFTER IT RAN.      *
052620*-----------------------------------------------------------*
052624 4550-SET-RESTATE-MARK.
052628*-----------------------------------------------------------*
052632     IF RL-HAS-RESTATEMENT(RL-NDX)
052636         IF PRIOR-FOUND AND PRIOR-RESTATED
052640             MOVE 'BOTH RESTATED' TO MDL-RESTATE
052644         ELSE
052648             MOVE 'RESTATED' TO MDL-RESTATE
052652         END-IF
052656     ELSE
052660         IF PRIOR-FOUND AND PRIOR-RESTATED
052664             MOVE 'PRIOR RESTATED' TO MDL-RESTATE
052668         ELSE
052672             MOVE SPACES TO MDL-RESTATE
052676         END-IF
052680     END-IF.
052700
052800*-----------------------------------------------------------*
052900* 4600-FIND-PRIOR-MONTH - THE SAME FILENAME/CATEGORY/TYPE     *
053400*-----------------------------------------------------------*
053500     MOVE 'N' TO SW-PRIOR-FOUND
053600     MOVE 0 TO WS-PRIOR-AVG
053610     MOVE 'N' TO SW-PRIOR-RESTATED
053700     MOVE WS-CUR-MONTH TO WS-PRIOR-MONTH-N
053800     IF WS-PM-MM = 1
053900         SUBTRACT 1 FROM WS-PM-YYYY
056200             MOVE 0 TO WS-PRIOR-AVG
056300         END-IF
056400         MOVE 'Y' TO SW-PRIOR-FOUND
056410         MOVE RL-RESTATED(RL-FOUND-NDX) TO SW-PRIOR-RESTATED
056500     END-IF.
056600
056700*-----------------------------------------------------------*
