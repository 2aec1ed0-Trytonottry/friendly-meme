002050*                  KEEPS ITS LOG, SO A FAILED ATTEMPT THAT A  *
002060*                  LATER CLEAN ATTEMPT SUPERSEDED MUST NOT    *
002070*                  ABORT THE RESTART AT STEP050.              *
002075* 2026-10-15  DPG  LIST THE RUN PARAMETERS IN EFFECT FOR THE *
002080*                  NIGHT FROM RUNPARM.TXT - VALUE, EFFECTIVE *
002085*                  DATE, WHO LAST CHANGED IT AND WHEN, AND   *
002090*                  THE VALUE IT REPLACED.  A MISSING MASTER  *
002091*                  IS NOTED BUT DOES NOT FLAG THE SUMMARY.   *
002092* 2026-10-15  DPG  AVGINTAKE NOW BUILDS AVERAGE'S CONTROL    *
002093*                  FILE, SO WHEN IT RAN, WHAT IT QUEUED IS   *
002094*                  RECONCILED AGAINST WHAT AVERAGE READ IN   *
002095*                  PLACE OF THE BRIDGE'S OUTPUT.  ITS RETURN *
002096*                  CODE 4 (FILES REJECTED, GAPS, LATE FILES) *
002097*                  IS ADVISORY - ITS OWN REPORT CARRIES THE  *
002099*                  DETAIL - AND DOES NOT FLAG THE SUMMARY.   *
002100*-----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002900
003000     SELECT RUN-REPORT ASSIGN TO 'runreport.txt'
003100         ORGANIZATION IS LINE SEQUENTIAL.
003110
003120     SELECT RUNPARM-FILE ASSIGN TO 'runparm.txt'
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-FS-RUNPARM.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003700
003800 FD  RUN-REPORT.
003900 01  REPORT-RECORD       PIC X(110).
003910
003920 FD  RUNPARM-FILE.
003930 01  RUNPARM-RECORD      PIC X(80).
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-FS-RUNLOG        PIC X(2)  VALUE SPACES.
004210 01  WS-FS-RUNPARM       PIC X(2)  VALUE SPACES.
004300
004400 01  SW-EOF              PIC X     VALUE 'N'.
004500     88  EOF-FLAG                  VALUE 'Y'.
004600
004700 01  SW-FLAGGED          PIC X     VALUE 'N'.
004800     88  SUMMARY-FLAGGED           VALUE 'Y'.
004810
004820 01  SW-RPM-EOF          PIC X     VALUE 'N'.
004830     88  RPM-EOF-FLAG              VALUE 'Y'.
004900
005000*-----------------------------------------------------------*
005100* SHARED RUNLOG AUDIT RECORD - LAYOUT COMMON TO EVERY         *
006200     05  RLG-RECS-REJECTED PIC 9(7).
006300     05  RLG-RETURN-CODE   PIC 9(4).
006400     05  FILLER            PIC X(9).
006410
006412*-----------------------------------------------------------*
006414* RUN-PARAMETER MASTER ROW - LAYOUT MATCHES PARMMAINT.  THE  *
006416* ROW IN EFFECT FOR A NAME IS THE ONE WITH THE LATEST        *
006418* EFFECTIVE DATE NOT AFTER THE RUN DATE (BLANK = DAY ONE).   *
006420*-----------------------------------------------------------*
006422 01  WS-RUNPARM-REC.
006424     05  PRM-NAME         PIC X(8).
006426     05  PRM-EFFDT-RAW    PIC X(8).
006428     05  PRM-EFFDT REDEFINES PRM-EFFDT-RAW
006430                          PIC 9(8).
006432     05  PRM-NUM          PIC 9(8)V9(4).
006434     05  PRM-TEXT         PIC X(12).
006436     05  PRM-CHG-OPER     PIC X(8).
006438     05  PRM-CHG-DATE     PIC 9(8).
006440     05  PRM-CHG-TIME     PIC 9(6).
006442     05  PRM-PRIOR-TEXT   PIC X(12).
006444     05  FILLER           PIC X(6).
006446 01  WS-PRM-EFFDT        PIC 9(8).
006448
006450*-----------------------------------------------------------*
006452* PARAMETERS IN EFFECT - ONE ENTRY PER NAME ON THE MASTER,   *
006454* HOLDING THE ROW THAT APPLIES ON THE RUN DATE.              *
006456*-----------------------------------------------------------*
006458 01  PARM-TABLE-COUNT     PIC 9(2) COMP  VALUE 0.
006460 01  MAX-PARM-ENTRIES     PIC 9(2) COMP  VALUE 30.
006462 01  PARM-TABLE.
006464     05  PARM-ENTRY OCCURS 30 TIMES.
006466         10  PT-NAME      PIC X(8).
006468         10  PT-EFFDT     PIC 9(8).
006470         10  PT-TEXT      PIC X(12).
006472         10  PT-CHG-OPER  PIC X(8).
006474         10  PT-CHG-DATE  PIC 9(8).
006476         10  PT-PRIOR     PIC X(12).
006478 01  PT-NDX               PIC 9(2) COMP.
006480 01  PT-FOUND-NDX         PIC 9(2) COMP.
006500
006600*-----------------------------------------------------------*
006700* THE LAST RECORD PER PROGRAM DRIVES THE CROSS-STEP CHECKS,   *
009000 01  WS-AVG-READ          PIC 9(7)  VALUE 0.
009100 01  SW-AVG-SEEN          PIC X     VALUE 'N'.
009200     88  AVG-SEEN                   VALUE 'Y'.
009210 01  WS-INT-QUEUED        PIC 9(7)  VALUE 0.
009220 01  SW-INT-SEEN          PIC X     VALUE 'N'.
009230     88  INT-SEEN                   VALUE 'Y'.
009300
009400*-----------------------------------------------------------*
009500* REPORT LINE LAYOUTS                                         *
012000     05  CKL-TEXT     PIC X(64).
012100     05  CKL-FLAG     PIC X(14).
012200     05  FILLER       PIC X(32) VALUE SPACES.
012202
012206 01  WS-PARM-HEADER.
012210     05  FILLER       PIC X(29)
012214                      VALUE 'RUN PARAMETERS IN EFFECT FOR '.
012218     05  PMH-DATE     PIC 9(8).
012222     05  FILLER       PIC X(73) VALUE SPACES.
012226
012230 01  WS-PARM-LINE.
012234     05  FILLER       PIC X(2)  VALUE SPACES.
012238     05  PML-NAME     PIC X(8).
012242     05  FILLER       PIC X(2)  VALUE SPACES.
012246     05  PML-TEXT     PIC X(12).
012250     05  FILLER       PIC X(6)  VALUE '  EFF '.
012254     05  PML-EFFDT    PIC X(8).
012258     05  FILLER       PIC X(9)  VALUE '  SET BY '.
012262     05  PML-OPER     PIC X(8).
012266     05  FILLER       PIC X(4)  VALUE ' ON '.
012270     05  PML-CHG-DATE PIC 9(8).
012274     05  FILLER       PIC X(6)  VALUE '  WAS '.
012278     05  PML-PRIOR    PIC X(12).
012282     05  FILLER       PIC X(25) VALUE SPACES.
012300
012400 01  WS-COUNT-A           PIC Z(6)9.
012500 01  WS-COUNT-B           PIC Z(6)9.
013400     PERFORM 3000-WRITE-STEP-LINES
013500     PERFORM 4000-CROSS-STEP-CHECKS
013550     PERFORM 4500-FLAG-FINAL-FAILURES
013560     PERFORM 5000-LIST-RUN-PARAMETERS THRU 5000-EXIT
013600     PERFORM 9999-TERMINATE.
013700
013800*-----------------------------------------------------------*
019500             MOVE RLG-RECS-READ TO WS-BRG-READ
019600             MOVE RLG-RECS-WRITTEN TO WS-BRG-WRITTEN
019700             MOVE 'Y' TO SW-BRG-SEEN
019710         WHEN 'AVGINTAKE'
019720             MOVE RLG-RECS-WRITTEN TO WS-INT-QUEUED
019730             MOVE 'Y' TO SW-INT-SEEN
019800         WHEN 'AVERAGE'
019900             MOVE RLG-RECS-READ TO WS-AVG-READ
020000             MOVE 'Y' TO SW-AVG-SEEN
021400     MOVE RLG-RECS-WRITTEN TO STL-WRITTEN
021500     MOVE RLG-RECS-REJECTED TO STL-REJECTED
021600     MOVE RLG-RETURN-CODE TO STL-RETCODE
021700     EVALUATE TRUE
021710         WHEN RLG-RETURN-CODE = 0
021720             MOVE SPACES TO STL-FLAG
021730         WHEN RLG-PROGRAM = 'AVGINTAKE' AND RLG-RETURN-CODE < 8
021740             MOVE 'ADVISORY' TO STL-FLAG
021750         WHEN OTHER
021800             MOVE '** FAILED **' TO STL-FLAG
022200     END-EVALUATE
022300     MOVE WS-STEP-LINE TO REPORT-RECORD
022400     WRITE REPORT-RECORD.
022500
024000* 4000-CROSS-STEP-CHECKS - RECONCILE THE LAST RECORD OF EACH  *
024100* PROGRAM ACROSS STEP BOUNDARIES: WHAT RANDOM-GEN WROTE IS    *
024200* WHAT THE BRIDGE SHOULD HAVE READ, AND WHAT THE BRIDGE       *
024300* WROTE IS WHAT AVERAGE SHOULD HAVE READ - OR, ON A NIGHT     *
024310* AVGINTAKE BUILT AVERAGE'S CONTROL FILE, THE DATA RECORDS IT *
024320* QUEUED ARE.                                                 *
024400*-----------------------------------------------------------*
024500 4000-CROSS-STEP-CHECKS.
024600     IF GEN-SEEN AND BRG-SEEN
025200             PERFORM 4200-WRITE-MATCHED
025300         END-IF
025500     END-IF
025510     IF INT-SEEN AND AVG-SEEN
025520         MOVE WS-INT-QUEUED TO WS-COUNT-A
025530         MOVE WS-AVG-READ TO WS-COUNT-B
025540         IF WS-INT-QUEUED NOT = WS-AVG-READ
025550             PERFORM 4120-WRITE-MISMATCH-3
025560         ELSE
025570             PERFORM 4220-WRITE-MATCHED-3
025580         END-IF
025590     END-IF
025600     IF BRG-SEEN AND AVG-SEEN AND NOT INT-SEEN
025700         MOVE WS-BRG-WRITTEN TO WS-COUNT-A
025800         MOVE WS-AVG-READ TO WS-COUNT-B
025900         IF WS-BRG-WRITTEN NOT = WS-AVG-READ
029300     MOVE WS-CHECK-LINE TO REPORT-RECORD
029400     WRITE REPORT-RECORD.
029500
029510*-----------------------------------------------------------*
029520 4120-WRITE-MISMATCH-3.
029530*-----------------------------------------------------------*
029540     MOVE SPACES TO WS-CHECK-LINE
029550     STRING 'AVGINTAKE QUEUED ' DELIMITED BY SIZE
029560         WS-COUNT-A DELIMITED BY SIZE
029570         ' BUT AVERAGE READ ' DELIMITED BY SIZE
029580         WS-COUNT-B DELIMITED BY SIZE
029590         INTO CKL-TEXT
029591     END-STRING
029592     MOVE '** MISMATCH **' TO CKL-FLAG
029593     MOVE 'Y' TO SW-FLAGGED
029594     MOVE WS-CHECK-LINE TO REPORT-RECORD
029595     WRITE REPORT-RECORD.
029596
029600*-----------------------------------------------------------*
029700 4200-WRITE-MATCHED.
029800*-----------------------------------------------------------*
031900     MOVE WS-CHECK-LINE TO REPORT-RECORD
032000     WRITE REPORT-RECORD.
032100
032101*-----------------------------------------------------------*
032102 4220-WRITE-MATCHED-3.
032103*-----------------------------------------------------------*
032104     MOVE SPACES TO WS-CHECK-LINE
032105     STRING 'AVGINTAKE TO AVERAGE COUNTS AGREE AT '
032106         DELIMITED BY SIZE
032107         WS-COUNT-A DELIMITED BY SIZE
032108         INTO CKL-TEXT
032109     END-STRING
032110     MOVE SPACES TO CKL-FLAG
032111     MOVE WS-CHECK-LINE TO REPORT-RECORD
032112     WRITE REPORT-RECORD.
032113
031900*-----------------------------------------------------------*
032000* 4500-FLAG-FINAL-FAILURES - A PROGRAM WHOSE LAST RUNLOG     *
032100* RECORD CARRIES A NONZERO RETURN CODE FAILED THE NIGHT.     *
032110* EARLIER FAILED ATTEMPTS SUPERSEDED BY A CLEAN RESTART      *
032120* STILL SHOW '** FAILED **' ON THEIR LISTING LINES BUT DO    *
032130* NOT FLAG THE SUMMARY.  AVGINTAKE BELOW 8 IS ADVISORY.      *
032140*-----------------------------------------------------------*
032150 4500-FLAG-FINAL-FAILURES.
032160     PERFORM 4510-TEST-ONE-FINAL-RC
032194 4510-TEST-ONE-FINAL-RC.
032196*-----------------------------------------------------------*
032198     IF LR-RETCODE(LR-NDX) NOT = 0
032199         AND NOT (LR-PROGRAM(LR-NDX) = 'AVGINTAKE'
032202                  AND LR-RETCODE(LR-NDX) < 8)
032205         MOVE SPACES TO WS-CHECK-LINE
032210         STRING LR-PROGRAM(LR-NDX) DELIMITED BY SIZE
032220             ' FINAL ATTEMPT ENDED WITH RETURN CODE '
032230             DELIMITED BY SIZE
033100             'FLAGGED - SEE RUNREPORT.TXT'
033200     END-IF
033300     STOP RUN.
033310
033320*-----------------------------------------------------------*
033330* 5000-LIST-RUN-PARAMETERS - THE VALUES THE NIGHT RAN WITH.  *
033340* EACH NAME ON RUNPARM.TXT IS LISTED ONCE, FROM ITS ROW IN   *
033350* EFFECT ON THE RUN DATE.  WITHOUT THE MASTER EVERY STEP     *
033360* FELL BACK TO ITS OWN DEFAULT, WHICH IS SAID BUT NOT        *
033370* FLAGGED.                                                   *
033380*-----------------------------------------------------------*
033390 5000-LIST-RUN-PARAMETERS.
033400*-----------------------------------------------------------*
033410     MOVE SPACES TO REPORT-RECORD
033420     WRITE REPORT-RECORD
033430     MOVE WS-RUN-DATE TO PMH-DATE
033440     MOVE WS-PARM-HEADER TO REPORT-RECORD
033450     WRITE REPORT-RECORD
033460     OPEN INPUT RUNPARM-FILE
033470     IF WS-FS-RUNPARM NOT = '00'
033480         MOVE SPACES TO WS-CHECK-LINE
033490         MOVE 'RUNPARM.TXT NOT FOUND - STEP DEFAULTS USED'
033500             TO CKL-TEXT
033510         MOVE WS-CHECK-LINE TO REPORT-RECORD
033520         WRITE REPORT-RECORD
033530         GO TO 5000-EXIT
033540     END-IF
033550     PERFORM UNTIL RPM-EOF-FLAG
033560         READ RUNPARM-FILE INTO WS-RUNPARM-REC
033570             AT END
033580                 MOVE 'Y' TO SW-RPM-EOF
033590             NOT AT END
033600                 PERFORM 5100-TAKE-ONE-PARM THRU 5100-EXIT
033610         END-READ
033620     END-PERFORM
033630     CLOSE RUNPARM-FILE
033640     PERFORM 5200-WRITE-ONE-PARM
033650         VARYING PT-NDX FROM 1 BY 1
033660             UNTIL PT-NDX > PARM-TABLE-COUNT.
033670 5000-EXIT.
033680     EXIT.
033690
033700*-----------------------------------------------------------*
033710* 5100-TAKE-ONE-PARM - A ROW DATED AFTER THE RUN DATE IS     *
033720* NOT YET IN EFFECT; OF THE REST, THE LATEST EFFECTIVE DATE  *
033730* REPLACES WHAT THE TABLE HOLDS FOR THAT NAME.               *
033740*-----------------------------------------------------------*
033750 5100-TAKE-ONE-PARM.
033760*-----------------------------------------------------------*
033770     IF PRM-EFFDT-RAW = SPACES
033780         MOVE 0 TO WS-PRM-EFFDT
033790     ELSE
033800         IF PRM-EFFDT IS NOT NUMERIC
033810             GO TO 5100-EXIT
033820         END-IF
033830         MOVE PRM-EFFDT TO WS-PRM-EFFDT
033840     END-IF
033850     IF WS-PRM-EFFDT > WS-RUN-DATE
033860         GO TO 5100-EXIT
033870     END-IF
033880     MOVE 0 TO PT-FOUND-NDX
033890     PERFORM 5150-MATCH-ONE-PARM
033900         VARYING PT-NDX FROM 1 BY 1
033910             UNTIL PT-NDX > PARM-TABLE-COUNT
033920                 OR PT-FOUND-NDX > 0
033930     IF PT-FOUND-NDX = 0
033940         IF PARM-TABLE-COUNT >= MAX-PARM-ENTRIES
033950             DISPLAY 'RUNREPORT - PARAMETER TABLE FULL AT '
033960                 MAX-PARM-ENTRIES ' - ' PRM-NAME ' NOT LISTED'
033970             GO TO 5100-EXIT
033980         END-IF
033990         ADD 1 TO PARM-TABLE-COUNT
034000         MOVE PARM-TABLE-COUNT TO PT-FOUND-NDX
034010     ELSE
034020         IF WS-PRM-EFFDT < PT-EFFDT(PT-FOUND-NDX)
034030             GO TO 5100-EXIT
034040         END-IF
034050     END-IF
034060     MOVE PRM-NAME TO PT-NAME(PT-FOUND-NDX)
034070     MOVE WS-PRM-EFFDT TO PT-EFFDT(PT-FOUND-NDX)
034080     MOVE PRM-TEXT TO PT-TEXT(PT-FOUND-NDX)
034090     MOVE PRM-CHG-OPER TO PT-CHG-OPER(PT-FOUND-NDX)
034100     MOVE PRM-CHG-DATE TO PT-CHG-DATE(PT-FOUND-NDX)
034110     MOVE PRM-PRIOR-TEXT TO PT-PRIOR(PT-FOUND-NDX).
034120 5100-EXIT.
034130     EXIT.
034140
034150*-----------------------------------------------------------*
034160 5150-MATCH-ONE-PARM.
034170*-----------------------------------------------------------*
034180     IF PT-NAME(PT-NDX) = PRM-NAME
034190         MOVE PT-NDX TO PT-FOUND-NDX
034200     END-IF.
034210
034220*-----------------------------------------------------------*
034230 5200-WRITE-ONE-PARM.
034240*-----------------------------------------------------------*
034250     MOVE PT-NAME(PT-NDX) TO PML-NAME
034260     MOVE PT-TEXT(PT-NDX) TO PML-TEXT
034270     IF PT-EFFDT(PT-NDX) = 0
034280         MOVE 'DAY ONE' TO PML-EFFDT
034290     ELSE
034300         MOVE PT-EFFDT(PT-NDX) TO PML-EFFDT
034310     END-IF
034320     MOVE PT-CHG-OPER(PT-NDX) TO PML-OPER
034330     MOVE PT-CHG-DATE(PT-NDX) TO PML-CHG-DATE
034340     MOVE PT-PRIOR(PT-NDX) TO PML-PRIOR
034350     MOVE WS-PARM-LINE TO REPORT-RECORD
034360     WRITE REPORT-RECORD.
