002004*                  DESCRIPTION BESIDE EACH CATEGORY CODE ON  *
002005*                  THE TREND LINES (RECORD WIDENED TO 132).  *
002006*                  AN ABSENT MASTER LEAVES THE COLUMN BLANK. *
002007* 2026-10-15  DPG  READ THE OPTIONAL AVGADJREG.TXT ADJUSTMENT *
002008*                  REGISTER AND MARK THE HEADER AND EACH     *
002009*                  COMPARISON SECTION WHEN THE LATEST NIGHT, *
002010*                  THE BASE NIGHT, OR BOTH HAVE BEEN         *
002011*                  RESTATED SINCE THEY RAN.                  *
002012* 2026-10-15  DPG  THE TOLERANCE NOW COMES FROM THE TRENDTOL *
002013*                  ROW OF THE RUNPARM.TXT RUN-PARAMETER      *
002014*                  MASTER IN EFFECT FOR THE RUN DATE; THE    *
002015*                  COMMAND-LINE TOKEN STILL OVERRIDES IT.    *
002016* 2026-10-15  DPG  GROUP ROLL-UP LINES.  THE 'G' GROUP RECORDS *
002017*                  AVERAGE NOW POSTS ARE COMPARED LIKE THE   *
002018*                  OTHERS BUT LISTED AFTER THE FILE AND      *
002019*                  CATEGORY LINES OF EACH SECTION, DEEPEST   *
002020*                  LEVEL FIRST, WITH THE LEVEL BESIDE THE    *
002021*                  DESCRIPTION.  LEVELS COME FROM THE        *
002022*                  CATEGORY MASTER'S PARENT GROUPS AS AT THE *
002023*                  RECORD'S OWN NIGHT.                       *
002024* 2026-10-15  DPG  HISTORY RECORD WIDENED TO 149 FOR THE     *
002025*                  STANDARD DEVIATION AND MEDIAN AVERAGE     *
002026*                  NOW CARRIES (NOT USED HERE).              *
002000*-----------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
003020     SELECT CATMST-FILE ASSIGN TO 'avgcatmst.txt'
003030         ORGANIZATION IS LINE SEQUENTIAL
003040         FILE STATUS IS WS-FS-CATMST.
003050
003060     SELECT ADJREG-FILE ASSIGN TO 'avgadjreg.txt'
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS WS-FS-ADJREG.
003082
003084     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
003086         ORGANIZATION IS LINE SEQUENTIAL
003088         FILE STATUS IS WS-FS-RUNPARM.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003520         10  HISK-RUN-DATE PIC 9(8).
003530         10  HISK-FILENAME PIC X(40).
003540         10  HISK-CAT-CODE PIC X(4).
003550     05  FILLER          PIC X(97).
003600
003700 FD  TREND-REPORT.
003800 01  TREND-RECORD        PIC X(132).
003810
003820 FD  CATMST-FILE.
003830 01  CATMST-RECORD       PIC X(80).
003840
003850 FD  ADJREG-FILE.
003860 01  ADJREG-RECORD       PIC X(220).
003862
003864 FD  RUNPARM-FILE.
003866 01  RUNPARM-RECORD      PIC X(80).
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-FS-HIST          PIC X(2)  VALUE SPACES.
004110 01  WS-FS-CATMST        PIC X(2)  VALUE SPACES.
004120 01  WS-FS-ADJREG        PIC X(2)  VALUE SPACES.
004130 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
004200
004300 01  SW-EOF              PIC X     VALUE 'N'.
004400     88  EOF-FLAG                  VALUE 'Y'.
004800
004900*-----------------------------------------------------------*
005000* RUN-HISTORY MASTER RECORD - LAYOUT MATCHES THE ONE AVERAGE  *
005050* WRITES ('F' = FILE TOTALS, 'C' = ONE CATEGORY ENTRY,       *
005100* 'G' = ONE GROUP'S ROLL-UP OF ITS MEMBER CATEGORIES).       *
005200*-----------------------------------------------------------*
005300 01  WS-HISTORY-REC.
005400     05  HIS-RUN-DATE     PIC 9(8).
006200     05  HIS-MAXIMUM      PIC 9(10)V9(2).
006300     05  HIS-REJECTED     PIC 9(5).
006400     05  HIS-WT-AVERAGE   PIC 9(10)V9(2).
006410     05  HIS-STD-DEV-RAW  PIC X(12).
006420     05  HIS-MEDIAN-RAW   PIC X(12).
006500
006600*-----------------------------------------------------------*
006700* IN-CORE HISTORY TABLE - ONLY RECORDS DATED ON ONE OF THE    *
007700         10  HT-CAT-CODE      PIC X(4).
007800         10  HT-REC-TYPE      PIC X(1).
007900         10  HT-AVERAGE       PIC 9(10)V9(2).
007950         10  HT-LEVEL         PIC 9(1).
008000
008100 01  HT-NDX               PIC 9(5) COMP.
008200 01  HT-SCAN              PIC 9(5) COMP.
008220 01  WS-HIST-RECS         PIC 9(7)  VALUE 0.
008230 01  SW-SUPERSEDED        PIC X     VALUE 'N'.
008240     88  ENTRY-SUPERSEDED           VALUE 'Y'.
008250 01  SW-GROUPS-LOADED     PIC X     VALUE 'N'.
008260     88  GROUPS-LOADED              VALUE 'Y'.
008270 01  SW-GROUP-PASS        PIC X     VALUE 'N'.
008280     88  GROUP-PASS                 VALUE 'Y'.
008290 01  WS-PRINT-LEVEL       PIC 9(1).
008300
008400*-----------------------------------------------------------*
008500* COMPARISON DATES AND WORK AREAS                             *
009500 01  SW-PRIOR-FOUND       PIC X     VALUE 'N'.
009600     88  PRIOR-FOUND               VALUE 'Y'.
009700
009702*-----------------------------------------------------------*
009704* CATEGORY REFERENCE MASTER - CODE, DESCRIPTION AND PARENT   *
009706* GROUP, LOADED FROM THE OPTIONAL AVGCATMST.TXT SO THE TREND *
009708* LINES CAN CARRY THE DESCRIPTION BESIDE THE CODE AND GROUP  *
009710* LINES THEIR LEVEL.  AN ABSENT MASTER JUST LEAVES THE       *
009712* DESCRIPTION COLUMN BLANK AND EVERY GROUP AT LEVEL 1.       *
009714*-----------------------------------------------------------*
009716 01  WS-CATMST-REC.
009718     05  CMR-CODE         PIC X(4).
009720     05  CMR-DESC         PIC X(30).
009722     05  FILLER           PIC X(17).
009724     05  CMR-TYPE         PIC X(1).
009726     05  CMR-PARENT       PIC X(4).
009728     05  CMR-PAR-FROM-RAW PIC X(8).
009730     05  CMR-PAR-FROM REDEFINES CMR-PAR-FROM-RAW
009732                          PIC 9(8).
009734     05  CMR-PRIOR        PIC X(4).
009736     05  FILLER           PIC X(12).
009738
009740 01  CATMST-COUNT         PIC 9(3) COMP  VALUE 0.
009742 01  MAX-CATMST           PIC 9(3) COMP  VALUE 100.
009744 01  CATMST-TABLE.
009746     05  CATMST-ENTRY OCCURS 100 TIMES.
009748         10  CM-CODE      PIC X(4).
009750         10  CM-DESC      PIC X(30).
009752         10  CM-PARENT    PIC X(4).
009754         10  CM-PAR-FROM  PIC 9(8).
009756         10  CM-PRIOR     PIC X(4).
009758 01  CM-NDX               PIC 9(3) COMP.
009760 01  SW-CATMST-EOF        PIC X     VALUE 'N'.
009762     88  CATMST-EOF-FLAG            VALUE 'Y'.
009764 01  WS-CAT-DESC          PIC X(30) VALUE SPACES.
009766 01  WS-LOOKUP-CODE       PIC X(4).
009768 01  WS-PARENT-CODE       PIC X(4).
009770 01  WS-ASOF-DATE         PIC 9(8).
009772 01  WS-WALK-STEPS        PIC 9(3) COMP.
009774 01  MAX-GROUP-DEPTH      PIC 9(3) COMP  VALUE 9.
009777
009778*-----------------------------------------------------------*
009779* ADJUSTMENT REGISTER RECORD - LEADING FIELDS OF THE LAYOUT  *
009780* AVERAGE ADJUST WRITES.  ONLY THE RESTATED NIGHT MATTERS    *
009781* HERE; THE BEFORE/AFTER FIGURES ARE LEFT IN THE FILLER.     *
009782*-----------------------------------------------------------*
009783 01  WS-ADJREG-REC.
009784     05  ARG-ADJ-DATE     PIC 9(8).
009785     05  ARG-RUN-DATE     PIC 9(8).
009786     05  ARG-FILENAME     PIC X(40).
009787     05  FILLER           PIC X(164).
009788 01  SW-ADJREG-EOF        PIC X     VALUE 'N'.
009789     88  ADJREG-EOF-FLAG            VALUE 'Y'.
009790 01  SW-LATEST-RESTATED   PIC X     VALUE 'N'.
009791     88  LATEST-RESTATED            VALUE 'Y'.
009792 01  SW-PRIOR-RESTATED    PIC X     VALUE 'N'.
009793 01  SW-WEEK-RESTATED     PIC X     VALUE 'N'.
009794 01  SW-BASE-RESTATED     PIC X     VALUE 'N'.
009795     88  BASE-RESTATED              VALUE 'Y'.
009797
009800*-----------------------------------------------------------*
009900* TOLERANCE PARAMETER - PERCENT, FROM THE TRENDTOL ROW OF    *
010000* RUNPARM.TXT; "10" OR "12.50" ON THE COMMAND LINE STILL     *
010050* OVERRIDES IT.  ABSENT OR UNUSABLE LEAVES THE DEFAULT.      *
010100*-----------------------------------------------------------*
010200 01  WS-PARM-LINE         PIC X(80).
010300 01  WS-TOL-INT-X         PIC X(3).
010550 01  SW-TOL-VALID         PIC X     VALUE 'Y'.
010560     88  TOL-VALID                  VALUE 'Y'.
010600 01  WS-TOLERANCE-PCT     PIC 9(3)V9(2) VALUE 10.00.
010610
010613*-----------------------------------------------------------*
010616* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
010619* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
010622* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
010625*-----------------------------------------------------------*
010628 01  SW-RPM-EOF          PIC X     VALUE 'N'.
010631     88  RPM-EOF-FLAG              VALUE 'Y'.
010634 01  WS-RUNPARM-REC.
010637     05  PRM-NAME         PIC X(8).
010640     05  PRM-EFFDT-RAW    PIC X(8).
010643     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
010646                          PIC 9(8).
010649     05  PRM-NUM          PIC 9(8)V9(4).
010652     05  PRM-TEXT         PIC X(12).
010655     05  PRM-CHG-OPER     PIC X(8).
010658     05  PRM-CHG-DATE     PIC 9(8).
010661     05  PRM-CHG-TIME     PIC 9(6).
010664     05  PRM-PRIOR-TEXT   PIC X(12).
010667     05  FILLER           PIC X(6).
010670 01  WS-PRM-EFFDT        PIC 9(8).
010673 01  WS-RUN-DATE          PIC 9(8).
010676 01  WS-TOL-EFFDT         PIC S9(8) VALUE -1.
010700
010800*-----------------------------------------------------------*
010900* REPORT LINE LAYOUTS                                         *
011400     05  FILLER       PIC X(13) VALUE '  TOLERANCE '.
011500     05  TRH-TOL      PIC ZZ9.99.
011600     05  FILLER       PIC X(9)  VALUE ' PERCENT'.
011700     05  TRH-NOTE     PIC X(24).
011710     05  FILLER       PIC X(28) VALUE SPACES.
011800
011900 01  WS-SECTION-LINE.
012000     05  SEC-LABEL    PIC X(30).
012100     05  SEC-DATE     PIC 9(8).
012200     05  SEC-NOTE     PIC X(36).
012210     05  FILLER       PIC X(36) VALUE SPACES.
012220
012230 01  WS-GROUP-HEAD-LINE.
012240     05  FILLER       PIC X(48)
012250             VALUE '  GROUP ROLL-UP (DEEPEST LEVEL FIRST)'.
012260     05  FILLER       PIC X(84) VALUE SPACES.
012300
012400 01  WS-TREND-LINE.
012500     05  TRL-FILENAME PIC X(20).
013300     05  TRL-PCT      PIC -(6)9.99.
013400     05  FILLER       PIC X(1)  VALUE SPACE.
013500     05  TRL-FLAG     PIC X(22).
013510
013520 01  WS-LEVEL-DESC.
013530     05  FILLER       PIC X(1)  VALUE 'L'.
013540     05  LVD-LEVEL    PIC 9(1).
013550     05  FILLER       PIC X(1)  VALUE SPACE.
013560     05  LVD-DESC     PIC X(17).
013600
013700 01  WS-NOPRIOR-LINE.
013800     05  NPL-FILENAME PIC X(20).
015200     IF WS-HIST-RECS > 0
015250         PERFORM 3000-DETERMINE-DATES
015300         PERFORM 2500-LOAD-RELEVANT THRU 2500-EXIT
015350         PERFORM 2700-CHECK-RESTATEMENTS THRU 2700-EXIT
015400         PERFORM 4000-WRITE-TREND-REPORT
015500     ELSE
015600         DISPLAY 'AVGTREND - AVGHIST.TXT IS EMPTY - NOTHING '
016100*-----------------------------------------------------------*
016200 1000-INITIALIZE.
016300*-----------------------------------------------------------*
016310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016320     PERFORM 1050-LOAD-RUNPARM THRU 1050-EXIT
016400     PERFORM 1100-GET-TOLERANCE THRU 1100-EXIT
016410     PERFORM 1200-LOAD-CATMASTER THRU 1200-EXIT
016500     OPEN INPUT HISTORY-FILE
017200     OPEN OUTPUT TREND-REPORT.
017300 1000-EXIT.
017400     EXIT.
017401*-----------------------------------------------------------*
017402* 1050-LOAD-RUNPARM - THE TOLERANCE PERCENTAGE IN EFFECT FOR *
017403* THE RUN DATE.  NO MASTER, OR NO TRENDTOL ROW YET IN EFFECT, *
017404* KEEPS THE COMPILED-IN DEFAULT.                             *
017405*-----------------------------------------------------------*
017406 1050-LOAD-RUNPARM.
017407*-----------------------------------------------------------*
017408     OPEN INPUT RUNPARM-FILE
017409     IF WS-FS-RUNPARM NOT = '00'
017410         DISPLAY 'AVGTREND - RUNPARM.TXT NOT FOUND - '
017411             'DEFAULT TOLERANCE ' WS-TOLERANCE-PCT
017412         GO TO 1050-EXIT
017413     END-IF
017414     PERFORM UNTIL RPM-EOF-FLAG
017415         READ RUNPARM-FILE INTO WS-RUNPARM-REC
017416             AT END
017417                 MOVE 'Y' TO SW-RPM-EOF
017418             NOT AT END
017419                 PERFORM 1060-TAKE-ONE-PARM THRU 1060-EXIT
017420         END-READ
017421     END-PERFORM
017422     CLOSE RUNPARM-FILE.
017423 1050-EXIT.
017424     EXIT.
017425
017426*-----------------------------------------------------------*
017427* 1060-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
017428* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
017429* WINS.                                                      *
017430*-----------------------------------------------------------*
017431 1060-TAKE-ONE-PARM.
017432*-----------------------------------------------------------*
017433     IF PRM-EFFDT-RAW = SPACES
017434         MOVE 0 TO WS-PRM-EFFDT
017435     ELSE
017436         IF PRM-EFFDT IS NOT NUMERIC
017437             GO TO 1060-EXIT
017438         END-IF
017439         MOVE PRM-EFFDT TO WS-PRM-EFFDT
017440     END-IF
017441     IF WS-PRM-EFFDT > WS-RUN-DATE OR PRM-NUM IS NOT NUMERIC
017442         GO TO 1060-EXIT
017443     END-IF
017444     IF PRM-NAME = 'TRENDTOL'
017445         AND WS-PRM-EFFDT >= WS-TOL-EFFDT
017446         MOVE WS-PRM-EFFDT TO WS-TOL-EFFDT
017447         MOVE PRM-NUM TO WS-TOLERANCE-PCT
017448     END-IF.
017449 1060-EXIT.
017450     EXIT.
017451
017452
017500
017600*-----------------------------------------------------------*
017700* 1100-GET-TOLERANCE - ONE OPTIONAL COMMAND-LINE TOKEN, THE   *
017800* TOLERANCE PERCENTAGE ("10" OR "12.50").  THE WHOLE PART IS  *
017900* PARSED DIGIT BY DIGIT SO A TOKEN THAT ISN'T A NUMBER AT ALL *
018000* LEAVES THE VALUE ALREADY IN EFFECT IN PLACE INSTEAD OF     *
018100* THE TOLERANCE TO ZERO AND FLAGGING EVERY LINE.  A SHORT     *
018200* FRACTION LIKE "5" MEANS .50 (PADDED WITH A TRAILING ZERO).  *
018210*-----------------------------------------------------------*
020000             WS-TOL-INT-NUM + (WS-TOL-FRAC-NUM / 100)
020010     ELSE
020020         DISPLAY 'AVGTREND - TOLERANCE PARAMETER NOT NUMERIC'
020030             ' - KEEPING ' WS-TOLERANCE-PCT
020040     END-IF.
020100 1100-EXIT.
020200     EXIT.
020363         MOVE CATMST-COUNT TO CM-NDX
020364         MOVE CMR-CODE TO CM-CODE(CM-NDX)
020365         MOVE CMR-DESC TO CM-DESC(CM-NDX)
020366         MOVE CMR-PARENT TO CM-PARENT(CM-NDX)
020367         IF CMR-PAR-FROM IS NUMERIC
020368             MOVE CMR-PAR-FROM TO CM-PAR-FROM(CM-NDX)
020369         ELSE
020370             MOVE 0 TO CM-PAR-FROM(CM-NDX)
020371         END-IF
020372         MOVE CMR-PRIOR TO CM-PRIOR(CM-NDX)
020373     END-IF.
020374
020375*-----------------------------------------------------------*
020376* 1250-FIND-CAT-DESC - DESCRIPTION FOR WS-LOOKUP-CODE,       *
020377* SPACES WHEN THE MASTER DOESN'T KNOW IT.                    *
020378*-----------------------------------------------------------*
020379 1250-FIND-CAT-DESC.
020380*-----------------------------------------------------------*
020381     MOVE SPACES TO WS-CAT-DESC
020382     PERFORM 1260-MATCH-ONE-CATEGORY
020383         VARYING CM-NDX FROM 1 BY 1
020384             UNTIL CM-NDX > CATMST-COUNT.
020385
020386*-----------------------------------------------------------*
020387 1260-MATCH-ONE-CATEGORY.
020388*-----------------------------------------------------------*
020389     IF CM-CODE(CM-NDX) = WS-LOOKUP-CODE
020390         MOVE CM-DESC(CM-NDX) TO WS-CAT-DESC
020391     END-IF.
020392
020393*-----------------------------------------------------------*
020394* 1270-FIND-PARENT - THE GROUP ABOVE WS-LOOKUP-CODE AS AT    *
020395* WS-ASOF-DATE (THE PRIOR PARENT BEFORE THE PARENT'S DATE),  *
020396* SPACES AT THE TOP OR FOR A CODE THE MASTER DOESN'T KNOW.   *
020397*-----------------------------------------------------------*
020398 1270-FIND-PARENT.
020399*-----------------------------------------------------------*
020400     MOVE SPACES TO WS-PARENT-CODE
020401     PERFORM 1280-MATCH-ONE-PARENT
020402         VARYING CM-NDX FROM 1 BY 1
020403             UNTIL CM-NDX > CATMST-COUNT.
020404
020405*-----------------------------------------------------------*
020406 1280-MATCH-ONE-PARENT.
020407*-----------------------------------------------------------*
020408     IF CM-CODE(CM-NDX) = WS-LOOKUP-CODE
020409         IF WS-ASOF-DATE < CM-PAR-FROM(CM-NDX)
020410             MOVE CM-PRIOR(CM-NDX) TO WS-PARENT-CODE
020411         ELSE
020412             MOVE CM-PARENT(CM-NDX) TO WS-PARENT-CODE
020413         END-IF
020414     END-IF.
020415
020416*-----------------------------------------------------------*
020417* 1290-STEP-UP-ONE-LEVEL - ONE GROUP FURTHER UP FROM         *
020418* WS-LOOKUP-CODE, COUNTING THE STEPS.                        *
020419*-----------------------------------------------------------*
020420 1290-STEP-UP-ONE-LEVEL.
020421*-----------------------------------------------------------*
020422     ADD 1 TO WS-WALK-STEPS
020423     PERFORM 1270-FIND-PARENT
020424     MOVE WS-PARENT-CODE TO WS-LOOKUP-CODE.
020425
020426*-----------------------------------------------------------*
020427* 2000-SCAN-DATES - FIRST PASS: STREAM THE WHOLE MASTER AND   *
020428* TRACK THE LATEST RUN DATE AND THE MOST RECENT EARLIER RUN   *
020430* DATE.  NO RECORD IS KEPT, SO THE MASTER CAN BE ANY SIZE.    *
020440*-----------------------------------------------------------*
020500 2000-SCAN-DATES.
025980         MOVE HIS-CAT-CODE TO HT-CAT-CODE(HT-NDX)
025990         MOVE HIS-REC-TYPE TO HT-REC-TYPE(HT-NDX)
026000         MOVE HIS-AVERAGE TO HT-AVERAGE(HT-NDX)
026020         MOVE 0 TO HT-LEVEL(HT-NDX)
026040         IF HIS-REC-TYPE = 'G'
026060             PERFORM 2560-SET-GROUP-LEVEL
026080         END-IF
026100     END-IF.
026101
026102*-----------------------------------------------------------*
026103* 2560-SET-GROUP-LEVEL - ONE PLUS THE NUMBER OF GROUPS ABOVE *
026104* THIS ONE ON THE RECORD'S NIGHT.                            *
026105*-----------------------------------------------------------*
026106 2560-SET-GROUP-LEVEL.
026107*-----------------------------------------------------------*
026108     IF HIS-RUN-DATE = WS-LATEST-DATE
026109         MOVE 'Y' TO SW-GROUPS-LOADED
026110     END-IF
026111     MOVE HIS-CAT-CODE TO WS-LOOKUP-CODE
026112     MOVE HIS-RUN-DATE TO WS-ASOF-DATE
026113     MOVE 0 TO WS-WALK-STEPS
026114     PERFORM 1290-STEP-UP-ONE-LEVEL
026115         UNTIL WS-LOOKUP-CODE = SPACES
026116             OR WS-WALK-STEPS >= MAX-GROUP-DEPTH
026117     MOVE WS-WALK-STEPS TO HT-LEVEL(HT-NDX).
026118
026120*-----------------------------------------------------------*
026130* 2700-CHECK-RESTATEMENTS - NOTE WHETHER THE LATEST, PRIOR   *
026140* OR WEEK-AGO NIGHT APPEARS ON THE ADJUSTMENT REGISTER, SO   *
026150* NOBODY COMPARES A RESTATED NIGHT AGAINST AN UNRESTATED ONE *
026160* WITHOUT BEING TOLD.  NO REGISTER MEANS NOTHING RESTATED.   *
026170*-----------------------------------------------------------*
026180 2700-CHECK-RESTATEMENTS.
026190*-----------------------------------------------------------*
026200     OPEN INPUT ADJREG-FILE
026210     IF WS-FS-ADJREG NOT = '00'
026220         GO TO 2700-EXIT
026230     END-IF
026240     PERFORM UNTIL ADJREG-EOF-FLAG
026250         READ ADJREG-FILE INTO WS-ADJREG-REC
026260             AT END
026270                 MOVE 'Y' TO SW-ADJREG-EOF
026280             NOT AT END
026290                 IF ARG-RUN-DATE IS NUMERIC
026300                     PERFORM 2750-NOTE-ONE-RESTATEMENT
026310                 END-IF
026320         END-READ
026330     END-PERFORM
026340     CLOSE ADJREG-FILE.
026350 2700-EXIT.
026360     EXIT.
026370
026380*-----------------------------------------------------------*
026390 2750-NOTE-ONE-RESTATEMENT.
026400*-----------------------------------------------------------*
026410     IF ARG-RUN-DATE = WS-LATEST-DATE
026420         MOVE 'Y' TO SW-LATEST-RESTATED
026430     END-IF
026440     IF ARG-RUN-DATE = WS-PRIOR-DATE
026450         MOVE 'Y' TO SW-PRIOR-RESTATED
026460     END-IF
026470     IF ARG-RUN-DATE = WS-WEEK-DATE
026480         MOVE 'Y' TO SW-WEEK-RESTATED
026490     END-IF.
027000
027100*-----------------------------------------------------------*
027200 4000-WRITE-TREND-REPORT.
027300*-----------------------------------------------------------*
027400     MOVE WS-LATEST-DATE TO TRH-DATE
027500     MOVE WS-TOLERANCE-PCT TO TRH-TOL
027510     IF LATEST-RESTATED
027520         MOVE '  ** NIGHT RESTATED' TO TRH-NOTE
027530     ELSE
027540         MOVE SPACES TO TRH-NOTE
027550     END-IF
027600     MOVE WS-RPT-HEADER TO TREND-RECORD
027700     WRITE TREND-RECORD
027800
027900     IF WS-PRIOR-DATE > 0
028000         MOVE 'DAY-OVER-DAY VS RUN OF       ' TO SEC-LABEL
028100         MOVE WS-PRIOR-DATE TO SEC-DATE
028110         MOVE SW-PRIOR-RESTATED TO SW-BASE-RESTATED
028120         PERFORM 4050-SET-SECTION-NOTE
028200         MOVE WS-SECTION-LINE TO TREND-RECORD
028300         WRITE TREND-RECORD
028400         MOVE WS-PRIOR-DATE TO WS-BASE-DATE
028500         PERFORM 4100-COMPARE-ONE-ENTRY THRU 4100-EXIT
028600             VARYING HT-NDX FROM 1 BY 1
028700                 UNTIL HT-NDX > HIST-TABLE-COUNT
028750         PERFORM 4500-WRITE-GROUP-ROLL-UP THRU 4500-EXIT
028800     ELSE
028900         MOVE 'NO EARLIER RUN ON THE MASTER ' TO SEC-LABEL
029000         MOVE 0 TO SEC-DATE
029010         MOVE SPACES TO SEC-NOTE
029100         MOVE WS-SECTION-LINE TO TREND-RECORD
029200         WRITE TREND-RECORD
029300     END-IF
029400
029500     MOVE 'WEEK-OVER-WEEK VS RUN OF     ' TO SEC-LABEL
029600     MOVE WS-WEEK-DATE TO SEC-DATE
029610     MOVE SW-WEEK-RESTATED TO SW-BASE-RESTATED
029620     PERFORM 4050-SET-SECTION-NOTE
029700     MOVE WS-SECTION-LINE TO TREND-RECORD
029800     WRITE TREND-RECORD
029900     MOVE WS-WEEK-DATE TO WS-BASE-DATE
030000     PERFORM 4100-COMPARE-ONE-ENTRY THRU 4100-EXIT
030100         VARYING HT-NDX FROM 1 BY 1
030150             UNTIL HT-NDX > HIST-TABLE-COUNT
030200     PERFORM 4500-WRITE-GROUP-ROLL-UP THRU 4500-EXIT.
030300
030305*-----------------------------------------------------------*
030310* 4050-SET-SECTION-NOTE - SAY WHICH SIDE OF THE COMPARISON,  *
030315* IF EITHER, HAS BEEN RESTATED SINCE IT RAN.                 *
030320*-----------------------------------------------------------*
030325 4050-SET-SECTION-NOTE.
030330*-----------------------------------------------------------*
030335     IF BASE-RESTATED
030340         IF LATEST-RESTATED
030345             MOVE '  ** BOTH NIGHTS RESTATED' TO SEC-NOTE
030350         ELSE
030355             MOVE '  ** BASE NIGHT RESTATED' TO SEC-NOTE
030360         END-IF
030365     ELSE
030370         IF LATEST-RESTATED
030375             MOVE '  ** LATEST NIGHT RESTATED' TO SEC-NOTE
030380         ELSE
030385             MOVE SPACES TO SEC-NOTE
030390         END-IF
030395     END-IF.
030398
030400*-----------------------------------------------------------*
030500* 4100-COMPARE-ONE-ENTRY - FOR A LATEST-DATE ENTRY, FIND THE  *
030600* SAME FILE/CATEGORY/TYPE KEY ON WS-BASE-DATE AND REPORT THE  *
030650* MOVEMENT OF ITS AVERAGE.  'F' RECORDS REPORT AS CATEGORY   *
030700* (FILE), MEANING THE FILE'S OVERALL AVERAGE.  'G' RECORDS   *
030750* ONLY REPORT ON THE GROUP PASS, ONE LEVEL AT A TIME.        *
030900*-----------------------------------------------------------*
031000 4100-COMPARE-ONE-ENTRY.
031100     IF HT-DATE(HT-NDX) NOT = WS-LATEST-DATE
031200         GO TO 4100-EXIT
031300     END-IF
031301     IF HT-REC-TYPE(HT-NDX) = 'G'
031302         IF NOT GROUP-PASS
031303             OR HT-LEVEL(HT-NDX) NOT = WS-PRINT-LEVEL
031304             GO TO 4100-EXIT
031305         END-IF
031306     ELSE
031307         IF GROUP-PASS
031308             GO TO 4100-EXIT
031309         END-IF
031310     END-IF
031315     MOVE 'N' TO SW-SUPERSEDED
031320     COMPUTE WS-SCAN-FROM = HT-NDX + 1
031330     PERFORM 4150-CHECK-SUPERSEDED
031340         VARYING HT-SCAN FROM WS-SCAN-FROM BY 1
034810         MOVE HT-CAT-CODE(HT-NDX) TO WS-LOOKUP-CODE
034820         PERFORM 1250-FIND-CAT-DESC
034830         MOVE WS-CAT-DESC TO TRL-DESC
034840         IF HT-REC-TYPE(HT-NDX) = 'G'
034850             MOVE HT-LEVEL(HT-NDX) TO LVD-LEVEL
034860             MOVE WS-CAT-DESC TO LVD-DESC
034870             MOVE WS-LEVEL-DESC TO TRL-DESC
034880         END-IF
034900     END-IF
035000     MOVE HT-AVERAGE(HT-NDX) TO TRL-AVG
035100     MOVE WS-PRIOR-AVERAGE TO TRL-PRIOR
037710         MOVE HT-CAT-CODE(HT-NDX) TO WS-LOOKUP-CODE
037720         PERFORM 1250-FIND-CAT-DESC
037730         MOVE WS-CAT-DESC TO NPL-DESC
037740         IF HT-REC-TYPE(HT-NDX) = 'G'
037750             MOVE HT-LEVEL(HT-NDX) TO LVD-LEVEL
037760             MOVE WS-CAT-DESC TO LVD-DESC
037770             MOVE WS-LEVEL-DESC TO NPL-DESC
037780         END-IF
037800     END-IF
037900     MOVE HT-AVERAGE(HT-NDX) TO NPL-AVG
038000     MOVE WS-NOPRIOR-LINE TO TREND-RECORD
038100     WRITE TREND-RECORD.
038102
038104*-----------------------------------------------------------*
038106* 4500-WRITE-GROUP-ROLL-UP - AFTER A SECTION'S FILE AND      *
038108* CATEGORY LINES, THE SAME COMPARISON FOR THE LATEST NIGHT'S *
038110* GROUP RECORDS UNDER THEIR OWN HEADING, DEEPEST LEVEL FIRST *
038112* SO EACH GROUP FOLLOWS THE GROUPS IT CONTAINS.              *
038114*-----------------------------------------------------------*
038116 4500-WRITE-GROUP-ROLL-UP.
038118*-----------------------------------------------------------*
038120     IF NOT GROUPS-LOADED
038122         GO TO 4500-EXIT
038124     END-IF
038126     MOVE WS-GROUP-HEAD-LINE TO TREND-RECORD
038128     WRITE TREND-RECORD
038130     MOVE 'Y' TO SW-GROUP-PASS
038132     PERFORM 4550-WRITE-ONE-LEVEL
038134         VARYING WS-PRINT-LEVEL FROM 9 BY -1
038136             UNTIL WS-PRINT-LEVEL < 1
038138     MOVE 'N' TO SW-GROUP-PASS.
038140 4500-EXIT.
038142     EXIT.
038144
038146*-----------------------------------------------------------*
038148 4550-WRITE-ONE-LEVEL.
038150*-----------------------------------------------------------*
038152     PERFORM 4100-COMPARE-ONE-ENTRY THRU 4100-EXIT
038154         VARYING HT-NDX FROM 1 BY 1
038156             UNTIL HT-NDX > HIST-TABLE-COUNT.
038200
038300*-----------------------------------------------------------*
038400 9999-TERMINATE.
