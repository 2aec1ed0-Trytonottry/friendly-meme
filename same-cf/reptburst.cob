000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPTBURST.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  CUTS THE NIGHT'S       *
001300*                  AVGREPORT.TXT, AVGSUSPECT.TXT,            *
001400*                  AVGTREND.TXT AND (MONTH-END) AVGMONTH.TXT *
001500*                  INTO ONE FILE PER RECIPIENT ON THE        *
001600*                  AVGOWNER.TXT OWNER TABLE, HOLDING ONLY    *
001700*                  THE LINES FOR THE CATEGORIES AND GROUPS   *
001800*                  THAT RECIPIENT OWNS, UNDER THE ORIGINAL   *
001900*                  REPORT HEADERS.  EVERY FILE PRODUCED IS   *
002000*                  LOGGED ON THE AVGDISTLOG.TXT DISTRIBUTION *
002100*                  LOG, AND AVGNOOWNER.TXT LISTS EVERY       *
002200*                  CATEGORY WITH NO OWNER (RETURN-CODE 4),   *
002300*                  SO NO OWNER SEES ANOTHER'S FIGURES AND NO *
002400*                  CATEGORY GOES OUT TO NOBODY UNNOTICED.    *
002450* 2026-10-15  DPG  AVERAGE'S 'BASELINE:' LINE UNDER EACH     *
002460*                  CATEGORY GOES WITH ITS CATEGORY LINE LIKE *
002470*                  THE 'SD =' LINE, NOT TO 'A' RECIPIENTS    *
002480*                  ONLY.                                     *
002500*-----------------------------------------------------------*
002600*
002700*-----------------------------------------------------------*
002800* OWNER TABLE (AVGOWNER.TXT), ONE ROW PER RECIPIENT AND KEY: *
002900*   COLS 1-8   RECIPIENT ID (NAMES THE OUTPUT FILES)         *
003000*   COL  9     KEY TYPE  'C' ONE CATEGORY                    *
003100*                        'G' A GROUP - EVERY CATEGORY AND    *
003200*                            GROUP BELOW IT, AT ANY LEVEL,   *
003300*                            AS AT THE RUN DATE              *
003400*                        'A' ALL - THE WHOLE REPORT,         *
003500*                            INCLUDING FILE-LEVEL TOTALS     *
003600*   COLS 10-13 CATEGORY OR GROUP CODE (BLANK FOR 'A')        *
003700*   COLS 14-43 RECIPIENT NAME                                *
003800* A RECIPIENT MAY HOLD ANY NUMBER OF ROWS AND A CATEGORY MAY *
003900* HAVE MORE THAN ONE OWNER.  FILE-LEVEL LINES ('(FILE)',     *
004000* FILE TOTALS) AND UNCATEGORIZED LINES COVER EVERY OWNER'S   *
004100* RECORDS, SO THEY ONLY GO TO 'A' RECIPIENTS.  AN 'A' ROW IS *
004200* NOT OWNERSHIP FOR THE NO-OWNER REPORT.                     *
004300*                                                            *
004400* OUTPUT FILES ARE <REPORT>.<RECIPIENT ID>.TXT, E.G.         *
004500* AVGREPORT.FINANCE.TXT, REWRITTEN EVERY NIGHT THE REPORT IS *
004600* BURST.  A RECIPIENT WITH NOTHING IN A REPORT STILL GETS    *
004700* THE HEADERS AND A NO-ENTRIES LINE, SO NO STALE FILE FROM   *
004800* AN EARLIER NIGHT IS LEFT LOOKING CURRENT.                  *
004900*                                                            *
005000* COMMAND LINE:  REPTBURST [NOAVG] [MONTH]                   *
005100*   NOAVG - AVERAGE DID NOT RUN TONIGHT; AVGREPORT.TXT AND   *
005200*           AVGSUSPECT.TXT STILL HOLD AN EARLIER NIGHT AND   *
005300*           ARE NOT BURST                                    *
005400*   MONTH - MONTH-END NIGHT; AVGMONTH.TXT IS BURST TOO       *
005500*-----------------------------------------------------------*
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT REPORT-IN ASSIGN DYNAMIC WS-IN-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FS-IN.
006300
006400     SELECT BURST-OUT ASSIGN DYNAMIC WS-OUT-NAME
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FS-OUT.
006700
006800     SELECT CATMST-FILE ASSIGN TO 'avgcatmst.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-FS-CATMST.
007100
007200     SELECT OWNER-FILE ASSIGN TO 'avgowner.txt'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FS-OWNER.
007500
007600     SELECT DISTLOG-FILE ASSIGN TO 'avgdistlog.txt'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-FS-DISTLOG.
007900
008000     SELECT NOOWNER-REPORT ASSIGN TO 'avgnoowner.txt'
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  REPORT-IN.
008600 01  REPORT-IN-RECORD    PIC X(160).
008700
008800 FD  BURST-OUT.
008900 01  BURST-OUT-RECORD    PIC X(160).
009000
009100 FD  CATMST-FILE.
009200 01  CATMST-RECORD       PIC X(80).
009300
009400 FD  OWNER-FILE.
009500 01  OWNER-RECORD        PIC X(80).
009600
009700 FD  DISTLOG-FILE.
009800 01  DISTLOG-RECORD      PIC X(132).
009900
010000 FD  NOOWNER-REPORT.
010100 01  NOOWNER-RECORD      PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400 01  WS-FS-IN            PIC X(2)  VALUE SPACES.
010500 01  WS-FS-OUT           PIC X(2)  VALUE SPACES.
010600 01  WS-FS-CATMST        PIC X(2)  VALUE SPACES.
010700 01  WS-FS-OWNER         PIC X(2)  VALUE SPACES.
010800 01  WS-FS-DISTLOG       PIC X(2)  VALUE SPACES.
010900
011000 01  WS-IN-NAME          PIC X(40) VALUE SPACES.
011100 01  WS-OUT-NAME         PIC X(40) VALUE SPACES.
011200
011300 01  SW-IN-EOF           PIC X     VALUE 'N'.
011400     88  IN-EOF-FLAG               VALUE 'Y'.
011500 01  SW-CATMST-EOF       PIC X     VALUE 'N'.
011600     88  CATMST-EOF-FLAG           VALUE 'Y'.
011700 01  SW-OWNER-EOF        PIC X     VALUE 'N'.
011800     88  OWNER-EOF-FLAG            VALUE 'Y'.
011900 01  SW-MASTER-LOADED    PIC X     VALUE 'N'.
012000     88  MASTER-LOADED             VALUE 'Y'.
012100 01  SW-OWNERS-LOADED    PIC X     VALUE 'N'.
012200     88  OWNERS-LOADED             VALUE 'Y'.
012300 01  SW-OWNED            PIC X     VALUE 'N'.
012400     88  OWNED                     VALUE 'Y'.
012500 01  SW-LAST-KEPT        PIC X     VALUE 'N'.
012600     88  LAST-KEPT                 VALUE 'Y'.
012700 01  SW-PEND-SECTION     PIC X     VALUE 'N'.
012800     88  SECTION-PENDING           VALUE 'Y'.
012900 01  SW-PEND-SUBSECTION  PIC X     VALUE 'N'.
013000     88  SUBSECTION-PENDING        VALUE 'Y'.
013100 01  SW-ROW-VALID        PIC X     VALUE 'Y'.
013200     88  ROW-VALID                 VALUE 'Y'.
013300
013400 01  WS-PARM-LINE        PIC X(80).
013500 01  WS-PARM-TOKENS.
013600     05  WS-PARM-TOKEN   PIC X(10) OCCURS 3 TIMES.
013700 01  WS-TOKEN-NDX        PIC 9(1)  COMP.
013800 01  WS-RUN-DATE         PIC 9(8).
013900 01  WS-RUN-TIME         PIC 9(8).
014000
014100*-----------------------------------------------------------*
014200* THE REPORTS THIS STEP DISTRIBUTES.  RP-KIND SAYS HOW EACH  *
014300* ONE'S LINES ARE RECOGNIZED (SEE 8000-CLASSIFY-LINE).       *
014400*-----------------------------------------------------------*
014500 01  REPORT-TABLE-VALUES.
014600     05  FILLER  PIC X(27) VALUE 'avgreport.txt   avgreport R'.
014700     05  FILLER  PIC X(27) VALUE 'avgsuspect.txt  avgsuspectS'.
014800     05  FILLER  PIC X(27) VALUE 'avgtrend.txt    avgtrend  T'.
014900     05  FILLER  PIC X(27) VALUE 'avgmonth.txt    avgmonth  M'.
015000 01  REPORT-TABLE REDEFINES REPORT-TABLE-VALUES.
015100     05  REPORT-ENTRY OCCURS 4 TIMES.
015200         10  RP-NAME      PIC X(16).
015300         10  RP-STEM      PIC X(10).
015400         10  RP-KIND      PIC X(1).
015500 01  REPORT-STATUS-TABLE.
015600     05  REPORT-STATUS OCCURS 4 TIMES.
015700         10  RP-SELECTED  PIC X(1).
015800             88  RP-IS-SELECTED         VALUE 'Y'.
015900         10  RP-STATUS    PIC X(1).
016000             88  RP-IS-PRESENT          VALUE 'Y'.
016100         10  RP-LINES     PIC 9(7).
016200 01  MAX-REPORTS         PIC 9(1)  COMP  VALUE 4.
016300 01  RP-NDX              PIC 9(1)  COMP.
016400
016500*-----------------------------------------------------------*
016600* CATEGORY REFERENCE MASTER - THE FIELDS NEEDED TO PLACE A   *
016700* CATEGORY UNDER ITS GROUPS (LAYOUT AS CATMAINT WRITES IT).  *
016800*-----------------------------------------------------------*
016900 01  WS-CATMST-REC.
017000     05  CMR-CODE         PIC X(4).
017100     05  CMR-DESC         PIC X(30).
017200     05  CMR-ACTIVE       PIC X(1).
017300     05  FILLER           PIC X(16).
017400     05  CMR-TYPE         PIC X(1).
017500     05  CMR-PARENT       PIC X(4).
017600     05  CMR-PAR-FROM-RAW PIC X(8).
017700     05  CMR-PAR-FROM REDEFINES CMR-PAR-FROM-RAW
017800                          PIC 9(8).
017900     05  CMR-PRIOR        PIC X(4).
018000     05  FILLER           PIC X(12).
018100
018200*-----------------------------------------------------------*
018300* CODE TABLE - EVERY MASTER ROW, PLUS ANY CODE TONIGHT'S     *
018400* REPORTS CARRY THAT THE MASTER DOESN'T, WITH THE NUMBER OF  *
018500* LINES EACH REPORT HOLDS FOR IT.                            *
018600*-----------------------------------------------------------*
018700 01  CODE-TABLE-COUNT    PIC 9(3) COMP  VALUE 0.
018800 01  MAX-CODE-ENTRIES    PIC 9(3) COMP  VALUE 300.
018900 01  CODE-TABLE.
019000     05  CODE-ENTRY OCCURS 300 TIMES.
019100         10  CD-CODE      PIC X(4).
019200         10  CD-ON-MASTER PIC X(1).
019300         10  CD-TYPE      PIC X(1).
019400         10  CD-ACTIVE    PIC X(1).
019500         10  CD-DESC      PIC X(30).
019600         10  CD-PARENT    PIC X(4).
019700         10  CD-PAR-FROM  PIC 9(8).
019800         10  CD-PRIOR     PIC X(4).
019900         10  CD-LINES     PIC 9(7) OCCURS 4 TIMES.
020000 01  CD-NDX              PIC 9(3) COMP.
020100 01  CD-SCAN             PIC 9(3) COMP.
020200 01  CD-FOUND-NDX        PIC 9(3) COMP.
020300 01  WS-LOOKUP-CODE      PIC X(4).
020400 01  WS-PARENT-CODE      PIC X(4).
020500 01  WS-WALK-STEPS       PIC 9(3) COMP.
020600 01  MAX-GROUP-DEPTH     PIC 9(3) COMP  VALUE 9.
020700 01  WS-CODE-LINES       PIC 9(8).
020800
020900*-----------------------------------------------------------*
021000* OWNER TABLE ROW, RECIPIENT TABLE AND OWNERSHIP KEYS        *
021100*-----------------------------------------------------------*
021200 01  WS-OWNER-REC.
021300     05  OWR-RECIPIENT    PIC X(8).
021400     05  OWR-KEY-TYPE     PIC X(1).
021500     05  OWR-CODE         PIC X(4).
021600     05  OWR-NAME         PIC X(30).
021700     05  FILLER           PIC X(37).
021800
021900 01  RCP-TABLE-COUNT     PIC 9(3) COMP  VALUE 0.
022000 01  MAX-RCP-ENTRIES     PIC 9(3) COMP  VALUE 50.
022100 01  RCP-TABLE.
022200     05  RCP-ENTRY OCCURS 50 TIMES.
022300         10  RC-ID        PIC X(8).
022400         10  RC-NAME      PIC X(30).
022500         10  RC-ALL       PIC X(1).
022600             88  RC-SEES-ALL            VALUE 'Y'.
022700         10  RC-FILES     PIC 9(3).
022800         10  RC-LINES     PIC 9(7).
022900 01  RC-NDX              PIC 9(3) COMP.
023000 01  RC-SCAN             PIC 9(3) COMP.
023100 01  RC-FOUND-NDX        PIC 9(3) COMP.
023200 01  WS-TEST-RCP         PIC 9(3) COMP.
023300 01  WS-TEST-CODE        PIC X(4).
023400 01  WS-ID-CHARS         PIC 9(2).
023500
023600 01  OWN-TABLE-COUNT     PIC 9(3) COMP  VALUE 0.
023700 01  MAX-OWN-ENTRIES     PIC 9(3) COMP  VALUE 500.
023800 01  OWN-TABLE.
023900     05  OWN-ENTRY OCCURS 500 TIMES.
024000         10  OW-RCP-NDX   PIC 9(3) COMP.
024100         10  OW-CODE      PIC X(4).
024200 01  OW-NDX              PIC 9(3) COMP.
024300
024400 01  REJ-TABLE-COUNT     PIC 9(3) COMP  VALUE 0.
024500 01  MAX-REJ-ENTRIES     PIC 9(3) COMP  VALUE 50.
024600 01  REJ-TABLE.
024700     05  REJ-ENTRY OCCURS 50 TIMES.
024800         10  RJ-IMAGE     PIC X(43).
024900         10  RJ-REASON    PIC X(34).
025000 01  RJ-NDX              PIC 9(3) COMP.
025100 01  WS-REJ-REASON       PIC X(34).
025200
025300*-----------------------------------------------------------*
025400* LINE CLASSIFICATION AND THE HEADINGS HELD BACK UNTIL A     *
025500* LINE UNDER THEM IS KEPT FOR THE RECIPIENT                  *
025600*-----------------------------------------------------------*
025700 01  WS-IN-LINE          PIC X(160).
025800 01  WS-LINE-CLASS       PIC X(1).
025900     88  LINE-IS-HEADER            VALUE 'H'.
026000     88  LINE-IS-SECTION           VALUE '1'.
026100     88  LINE-IS-SUBSECTION        VALUE '2'.
026200     88  LINE-IS-CODED             VALUE 'C'.
026300     88  LINE-IS-CONTINUED         VALUE 'K'.
026400     88  LINE-IS-TOTAL             VALUE 'T'.
026500 01  WS-LINE-CODE        PIC X(4).
026600 01  WS-PEND-SECTION     PIC X(160).
026700 01  WS-PEND-SUBSECTION  PIC X(160).
026800 01  WS-LINES-KEPT       PIC 9(7).
026900
027000 77  FILES-WRITTEN       PIC 9(5)  VALUE 0.
027100 77  CODES-UNOWNED       PIC 9(5)  VALUE 0.
027200 77  REPORTS-MISSING     PIC 9(1)  VALUE 0.
027300
027400*-----------------------------------------------------------*
027500* OUTPUT LINE LAYOUTS                                        *
027600*-----------------------------------------------------------*
027700 01  WS-NO-ENTRIES-LINE.
027800     05  FILLER       PIC X(34)
027900             VALUE 'NO ENTRIES TONIGHT FOR RECIPIENT '.
028000     05  NEL-RECIPIENT PIC X(8).
028100     05  FILLER       PIC X(118) VALUE SPACES.
028200
028300 01  WS-LOG-LINE.
028400     05  LGL-DATE     PIC 9(8).
028500     05  FILLER       PIC X(1)  VALUE SPACE.
028600     05  LGL-TIME     PIC 9(6).
028700     05  FILLER       PIC X(2)  VALUE SPACES.
028800     05  LGL-RECIPIENT PIC X(8).
028900     05  FILLER       PIC X(2)  VALUE SPACES.
029000     05  LGL-REPORT   PIC X(16).
029100     05  FILLER       PIC X(2)  VALUE SPACES.
029200     05  LGL-OUTPUT   PIC X(40).
029300     05  FILLER       PIC X(2)  VALUE SPACES.
029400     05  LGL-LINES    PIC Z(6)9.
029500     05  FILLER       PIC X(2)  VALUE SPACES.
029600     05  LGL-REMARK   PIC X(36).
029700
029800 01  WS-NOO-HEADER.
029900     05  FILLER       PIC X(36)
030000             VALUE 'REPORT DISTRIBUTION - NO-OWNER LIST '.
030100     05  NOH-DATE     PIC 9(8).
030200     05  FILLER       PIC X(88) VALUE SPACES.
030300
030400 01  WS-NOO-SECTION.
030500     05  NOS-TEXT     PIC X(60).
030600     05  FILLER       PIC X(72) VALUE SPACES.
030700
030800 01  WS-NOO-COLUMNS.
030900     05  FILLER       PIC X(8)  VALUE 'CODE'.
031000     05  FILLER       PIC X(15) VALUE 'KIND'.
031100     05  FILLER       PIC X(32) VALUE 'DESCRIPTION'.
031200     05  FILLER       PIC X(11) VALUE 'AVGREPORT'.
031300     05  FILLER       PIC X(12) VALUE 'AVGSUSPECT'.
031400     05  FILLER       PIC X(10) VALUE 'AVGTREND'.
031500     05  FILLER       PIC X(8)  VALUE 'AVGMONTH'.
031600     05  FILLER       PIC X(36) VALUE SPACES.
031700
031800 01  WS-NOO-LINE.
031900     05  NOL-CODE     PIC X(6).
032000     05  FILLER       PIC X(2)  VALUE SPACES.
032100     05  NOL-KIND     PIC X(13).
032200     05  FILLER       PIC X(2)  VALUE SPACES.
032300     05  NOL-DESC     PIC X(30).
032400     05  FILLER       PIC X(2)  VALUE SPACES.
032500     05  NOL-LINES-R  PIC Z(8)9.
032600     05  FILLER       PIC X(2)  VALUE SPACES.
032700     05  NOL-LINES-S  PIC Z(9)9.
032800     05  FILLER       PIC X(2)  VALUE SPACES.
032900     05  NOL-LINES-T  PIC Z(7)9.
033000     05  FILLER       PIC X(2)  VALUE SPACES.
033100     05  NOL-LINES-M  PIC Z(7)9.
033200     05  FILLER       PIC X(36) VALUE SPACES.
033300
033400 01  WS-REJ-LINE.
033500     05  RJL-IMAGE    PIC X(43).
033600     05  FILLER       PIC X(2)  VALUE SPACES.
033700     05  RJL-REASON   PIC X(34).
033800     05  FILLER       PIC X(53) VALUE SPACES.
033900
034000 01  WS-NOO-TOTAL.
034100     05  NOT-LABEL    PIC X(30).
034200     05  NOT-COUNT    PIC Z(4)9.
034300     05  FILLER       PIC X(97) VALUE SPACES.
034400
034500 PROCEDURE DIVISION.
034600*-----------------------------------------------------------*
034700 0000-MAINLINE.
034800*-----------------------------------------------------------*
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035000     PERFORM 2000-SCAN-REPORTS
035100     PERFORM 3000-BURST-REPORTS
035200     PERFORM 4000-WRITE-NO-OWNER-LIST
035300     PERFORM 9999-TERMINATE.
035400
035500*-----------------------------------------------------------*
035600* 1000-INITIALIZE - TONIGHT'S REPORT SELECTION FROM THE      *
035700* COMMAND LINE, THEN THE MASTER AND THE OWNER TABLE.         *
035800*-----------------------------------------------------------*
035900 1000-INITIALIZE.
036000*-----------------------------------------------------------*
036100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036200     ACCEPT WS-RUN-TIME FROM TIME
036300     PERFORM 1010-CLEAR-ONE-REPORT
036400         VARYING RP-NDX FROM 1 BY 1
036500             UNTIL RP-NDX > MAX-REPORTS
036600     MOVE 'N' TO RP-SELECTED(4)
036700     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
036800     MOVE SPACES TO WS-PARM-TOKENS
036900     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
037000         INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
037100              WS-PARM-TOKEN(3)
037200     END-UNSTRING
037300     PERFORM 1050-APPLY-ONE-TOKEN THRU 1050-EXIT
037400         VARYING WS-TOKEN-NDX FROM 1 BY 1
037500             UNTIL WS-TOKEN-NDX > 3
037600     PERFORM 1100-LOAD-CATMASTER THRU 1100-EXIT
037700     PERFORM 1200-LOAD-OWNERS THRU 1200-EXIT
037800     OPEN EXTEND DISTLOG-FILE
037900     IF WS-FS-DISTLOG NOT = '00'
038000         OPEN OUTPUT DISTLOG-FILE
038100     END-IF.
038200 1000-EXIT.
038300     EXIT.
038400
038500*-----------------------------------------------------------*
038600 1010-CLEAR-ONE-REPORT.
038700*-----------------------------------------------------------*
038800     MOVE 'Y' TO RP-SELECTED(RP-NDX)
038900     MOVE 'N' TO RP-STATUS(RP-NDX)
039000     MOVE 0 TO RP-LINES(RP-NDX).
039100
039200*-----------------------------------------------------------*
039300 1050-APPLY-ONE-TOKEN.
039400*-----------------------------------------------------------*
039500     EVALUATE WS-PARM-TOKEN(WS-TOKEN-NDX)
039600         WHEN SPACES
039700             CONTINUE
039800         WHEN 'NOAVG'
039900             MOVE 'N' TO RP-SELECTED(1)
040000             MOVE 'N' TO RP-SELECTED(2)
040100         WHEN 'MONTH'
040200             MOVE 'Y' TO RP-SELECTED(4)
040300         WHEN OTHER
040400             DISPLAY 'REPTBURST USAGE: REPTBURST [NOAVG] [MONTH]'
040500             MOVE 16 TO RETURN-CODE
040600             GO TO 9999-TERMINATE
040700     END-EVALUATE.
040800 1050-EXIT.
040900     EXIT.
041000
041100*-----------------------------------------------------------*
041200* 1100-LOAD-CATMASTER - WITHOUT A MASTER THERE ARE NO GROUP  *
041300* MEMBERSHIPS: A 'G' OWNER ONLY GETS THE GROUP'S OWN LINES.  *
041400*-----------------------------------------------------------*
041500 1100-LOAD-CATMASTER.
041600*-----------------------------------------------------------*
041700     OPEN INPUT CATMST-FILE
041800     IF WS-FS-CATMST NOT = '00'
041900         DISPLAY 'REPTBURST - NO AVGCATMST.TXT, GROUP '
042000             'OWNERSHIP COVERS THE GROUP LINES ONLY'
042100         GO TO 1100-EXIT
042200     END-IF
042300     MOVE 'Y' TO SW-MASTER-LOADED
042400     PERFORM UNTIL CATMST-EOF-FLAG
042500         READ CATMST-FILE INTO WS-CATMST-REC
042600             AT END
042700                 MOVE 'Y' TO SW-CATMST-EOF
042800             NOT AT END
042900                 IF WS-CATMST-REC NOT = SPACES
043000                     PERFORM 1110-STORE-ONE-CATEGORY
043100                 END-IF
043200         END-READ
043300     END-PERFORM
043400     CLOSE CATMST-FILE.
043500 1100-EXIT.
043600     EXIT.
043700
043800*-----------------------------------------------------------*
043900 1110-STORE-ONE-CATEGORY.
044000*-----------------------------------------------------------*
044100     IF CODE-TABLE-COUNT >= MAX-CODE-ENTRIES
044200         DISPLAY 'REPTBURST - CODE TABLE FULL AT '
044300             MAX-CODE-ENTRIES ' - EXTRA MASTER ROWS IGNORED'
044400         MOVE 8 TO RETURN-CODE
044500     ELSE
044600         ADD 1 TO CODE-TABLE-COUNT
044700         MOVE CODE-TABLE-COUNT TO CD-NDX
044800         PERFORM 1120-CLEAR-CODE-ENTRY
044900         MOVE CMR-CODE TO CD-CODE(CD-NDX)
045000         MOVE 'Y' TO CD-ON-MASTER(CD-NDX)
045100         MOVE CMR-TYPE TO CD-TYPE(CD-NDX)
045200         IF CMR-TYPE = SPACE
045300             MOVE 'C' TO CD-TYPE(CD-NDX)
045400         END-IF
045500         MOVE CMR-ACTIVE TO CD-ACTIVE(CD-NDX)
045600         MOVE CMR-DESC TO CD-DESC(CD-NDX)
045700         MOVE CMR-PARENT TO CD-PARENT(CD-NDX)
045800         IF CMR-PAR-FROM IS NUMERIC
045900             MOVE CMR-PAR-FROM TO CD-PAR-FROM(CD-NDX)
046000         END-IF
046100         MOVE CMR-PRIOR TO CD-PRIOR(CD-NDX)
046200     END-IF.
046300
046400*-----------------------------------------------------------*
046500 1120-CLEAR-CODE-ENTRY.
046600*-----------------------------------------------------------*
046700     MOVE SPACES TO CD-CODE(CD-NDX)
046800     MOVE 'N' TO CD-ON-MASTER(CD-NDX)
046900     MOVE SPACES TO CD-TYPE(CD-NDX)
047000     MOVE SPACES TO CD-ACTIVE(CD-NDX)
047100     MOVE SPACES TO CD-DESC(CD-NDX)
047200     MOVE SPACES TO CD-PARENT(CD-NDX)
047300     MOVE 0 TO CD-PAR-FROM(CD-NDX)
047400     MOVE SPACES TO CD-PRIOR(CD-NDX)
047500     MOVE 0 TO CD-LINES(CD-NDX, 1)
047600     MOVE 0 TO CD-LINES(CD-NDX, 2)
047700     MOVE 0 TO CD-LINES(CD-NDX, 3)
047800     MOVE 0 TO CD-LINES(CD-NDX, 4).
047900
048000*-----------------------------------------------------------*
048100* 1150-FIND-CODE - CODE-TABLE ENTRY FOR WS-LOOKUP-CODE, OR   *
048200* ZERO.                                                      *
048300*-----------------------------------------------------------*
048400 1150-FIND-CODE.
048500*-----------------------------------------------------------*
048600     MOVE 0 TO CD-FOUND-NDX
048700     PERFORM 1160-MATCH-ONE-CODE
048800         VARYING CD-SCAN FROM 1 BY 1
048900             UNTIL CD-SCAN > CODE-TABLE-COUNT
049000                 OR CD-FOUND-NDX > 0.
049100
049200*-----------------------------------------------------------*
049300 1160-MATCH-ONE-CODE.
049400*-----------------------------------------------------------*
049500     IF CD-CODE(CD-SCAN) = WS-LOOKUP-CODE
049600         MOVE CD-SCAN TO CD-FOUND-NDX
049700     END-IF.
049800
049900*-----------------------------------------------------------*
050000* 1170-FIND-PARENT - THE GROUP ABOVE WS-LOOKUP-CODE AS AT    *
050100* THE RUN DATE (THE PRIOR PARENT BEFORE THE PARENT'S DATE),  *
050200* SPACES AT THE TOP OR FOR A CODE THE MASTER DOESN'T KNOW.   *
050300*-----------------------------------------------------------*
050400 1170-FIND-PARENT.
050500*-----------------------------------------------------------*
050600     MOVE SPACES TO WS-PARENT-CODE
050700     PERFORM 1150-FIND-CODE
050800     IF CD-FOUND-NDX > 0
050900         IF WS-RUN-DATE < CD-PAR-FROM(CD-FOUND-NDX)
051000             MOVE CD-PRIOR(CD-FOUND-NDX) TO WS-PARENT-CODE
051100         ELSE
051200             MOVE CD-PARENT(CD-FOUND-NDX) TO WS-PARENT-CODE
051300         END-IF
051400     END-IF.
051500
051600*-----------------------------------------------------------*
051700* 1200-LOAD-OWNERS - EACH ROW IS CHECKED; A ROW THAT FAILS   *
051800* IS LEFT OFF AND LISTED ON THE NO-OWNER REPORT.  NO OWNER   *
051900* TABLE MEANS NOTHING IS DISTRIBUTED TONIGHT.                *
052000*-----------------------------------------------------------*
052100 1200-LOAD-OWNERS.
052200*-----------------------------------------------------------*
052300     OPEN INPUT OWNER-FILE
052400     IF WS-FS-OWNER NOT = '00'
052500         DISPLAY 'REPTBURST - NO AVGOWNER.TXT OWNER TABLE, '
052600             'NOTHING DISTRIBUTED'
052700         GO TO 1200-EXIT
052800     END-IF
052900     MOVE 'Y' TO SW-OWNERS-LOADED
053000     PERFORM UNTIL OWNER-EOF-FLAG
053100         READ OWNER-FILE INTO WS-OWNER-REC
053200             AT END
053300                 MOVE 'Y' TO SW-OWNER-EOF
053400             NOT AT END
053500                 IF WS-OWNER-REC NOT = SPACES
053600                     PERFORM 1210-STORE-ONE-OWNER THRU 1210-EXIT
053700                 END-IF
053800         END-READ
053900     END-PERFORM
054000     CLOSE OWNER-FILE.
054100 1200-EXIT.
054200     EXIT.
054300
054400*-----------------------------------------------------------*
054500 1210-STORE-ONE-OWNER.
054600*-----------------------------------------------------------*
054700     PERFORM 1230-VALIDATE-OWNER-ROW THRU 1230-EXIT
054800     IF NOT ROW-VALID
054900         PERFORM 1250-NOTE-REJECTED-ROW
055000         GO TO 1210-EXIT
055100     END-IF
055200     PERFORM 1220-FIND-RECIPIENT
055300     IF RC-FOUND-NDX = 0
055400         IF RCP-TABLE-COUNT >= MAX-RCP-ENTRIES
055500             MOVE 'RECIPIENT TABLE FULL' TO WS-REJ-REASON
055600             PERFORM 1250-NOTE-REJECTED-ROW
055700             GO TO 1210-EXIT
055800         END-IF
055900         ADD 1 TO RCP-TABLE-COUNT
056000         MOVE RCP-TABLE-COUNT TO RC-FOUND-NDX
056100         MOVE OWR-RECIPIENT TO RC-ID(RC-FOUND-NDX)
056200         MOVE OWR-NAME TO RC-NAME(RC-FOUND-NDX)
056300         MOVE 'N' TO RC-ALL(RC-FOUND-NDX)
056400         MOVE 0 TO RC-FILES(RC-FOUND-NDX)
056500         MOVE 0 TO RC-LINES(RC-FOUND-NDX)
056600     END-IF
056700     IF OWR-KEY-TYPE = 'A'
056800         MOVE 'Y' TO RC-ALL(RC-FOUND-NDX)
056900         GO TO 1210-EXIT
057000     END-IF
057100     IF OWN-TABLE-COUNT >= MAX-OWN-ENTRIES
057200         MOVE 'OWNER KEY TABLE FULL' TO WS-REJ-REASON
057300         PERFORM 1250-NOTE-REJECTED-ROW
057400         GO TO 1210-EXIT
057500     END-IF
057600     ADD 1 TO OWN-TABLE-COUNT
057700     MOVE OWN-TABLE-COUNT TO OW-NDX
057800     MOVE RC-FOUND-NDX TO OW-RCP-NDX(OW-NDX)
057900     MOVE OWR-CODE TO OW-CODE(OW-NDX).
058000 1210-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------*
058400 1220-FIND-RECIPIENT.
058500*-----------------------------------------------------------*
058600     MOVE 0 TO RC-FOUND-NDX
058700     PERFORM 1225-MATCH-ONE-RECIPIENT
058800         VARYING RC-SCAN FROM 1 BY 1
058900             UNTIL RC-SCAN > RCP-TABLE-COUNT
059000                 OR RC-FOUND-NDX > 0.
059100
059200*-----------------------------------------------------------*
059300 1225-MATCH-ONE-RECIPIENT.
059400*-----------------------------------------------------------*
059500     IF RC-ID(RC-SCAN) = OWR-RECIPIENT
059600         MOVE RC-SCAN TO RC-FOUND-NDX
059700     END-IF.
059800
059900*-----------------------------------------------------------*
060000* 1230-VALIDATE-OWNER-ROW - A RECIPIENT ID (IT NAMES FILES,  *
060100* SO NO EMBEDDED BLANKS), A KNOWN KEY TYPE, AND WITH A       *
060200* MASTER LOADED, A CODE OF THE RIGHT KIND.                   *
060300*-----------------------------------------------------------*
060400 1230-VALIDATE-OWNER-ROW.
060500*-----------------------------------------------------------*
060600     MOVE 'N' TO SW-ROW-VALID
060700     IF OWR-RECIPIENT(1:1) = SPACE
060800         MOVE 'RECIPIENT ID MISSING' TO WS-REJ-REASON
060900         GO TO 1230-EXIT
061000     END-IF
061100     MOVE 0 TO WS-ID-CHARS
061200     INSPECT OWR-RECIPIENT TALLYING WS-ID-CHARS
061300         FOR CHARACTERS BEFORE INITIAL SPACE
061400     IF WS-ID-CHARS < 8
061500         IF OWR-RECIPIENT(WS-ID-CHARS + 1:) NOT = SPACES
061600             MOVE 'RECIPIENT ID HAS EMBEDDED BLANKS'
061700                 TO WS-REJ-REASON
061800             GO TO 1230-EXIT
061900         END-IF
062000     END-IF
062100     EVALUATE OWR-KEY-TYPE
062200         WHEN 'A'
062300             MOVE 'Y' TO SW-ROW-VALID
062400             GO TO 1230-EXIT
062500         WHEN 'C'
062600         WHEN 'G'
062700             CONTINUE
062800         WHEN OTHER
062900             MOVE 'KEY TYPE MUST BE C, G OR A' TO WS-REJ-REASON
063000             GO TO 1230-EXIT
063100     END-EVALUATE
063200     IF OWR-CODE = SPACES
063300         MOVE 'CATEGORY OR GROUP CODE MISSING' TO WS-REJ-REASON
063400         GO TO 1230-EXIT
063500     END-IF
063600     IF MASTER-LOADED
063700         MOVE OWR-CODE TO WS-LOOKUP-CODE
063800         PERFORM 1150-FIND-CODE
063900         IF CD-FOUND-NDX = 0
064000             MOVE 'CODE NOT ON THE CATEGORY MASTER'
064100                 TO WS-REJ-REASON
064200             GO TO 1230-EXIT
064300         END-IF
064400         IF CD-TYPE(CD-FOUND-NDX) NOT = OWR-KEY-TYPE
064500             IF OWR-KEY-TYPE = 'G'
064600                 MOVE 'CODE IS A CATEGORY, NOT A GROUP'
064700                     TO WS-REJ-REASON
064800             ELSE
064900                 MOVE 'CODE IS A GROUP, NOT A CATEGORY'
065000                     TO WS-REJ-REASON
065100             END-IF
065200             GO TO 1230-EXIT
065300         END-IF
065400     END-IF
065500     MOVE 'Y' TO SW-ROW-VALID.
065600 1230-EXIT.
065700     EXIT.
065800
065900*-----------------------------------------------------------*
066000 1250-NOTE-REJECTED-ROW.
066100*-----------------------------------------------------------*
066200     IF REJ-TABLE-COUNT < MAX-REJ-ENTRIES
066300         ADD 1 TO REJ-TABLE-COUNT
066400         MOVE REJ-TABLE-COUNT TO RJ-NDX
066500         MOVE WS-OWNER-REC(1:43) TO RJ-IMAGE(RJ-NDX)
066600         MOVE WS-REJ-REASON TO RJ-REASON(RJ-NDX)
066700     END-IF
066800     DISPLAY 'REPTBURST - OWNER ROW IGNORED: '
066900         WS-OWNER-REC(1:13) ' ' WS-REJ-REASON.
067000
067100*-----------------------------------------------------------*
067200* 2000-SCAN-REPORTS - FIRST PASS OVER EACH SELECTED REPORT:  *
067300* COUNT EVERY CATEGORY AND GROUP LINE BY CODE, SO THE        *
067400* NO-OWNER LIST CAN SAY WHAT WENT UNDISTRIBUTED.             *
067500*-----------------------------------------------------------*
067600 2000-SCAN-REPORTS.
067700*-----------------------------------------------------------*
067800     PERFORM 2100-SCAN-ONE-REPORT THRU 2100-EXIT
067900         VARYING RP-NDX FROM 1 BY 1
068000             UNTIL RP-NDX > MAX-REPORTS.
068100
068200*-----------------------------------------------------------*
068300 2100-SCAN-ONE-REPORT.
068400*-----------------------------------------------------------*
068500     IF NOT RP-IS-SELECTED(RP-NDX)
068600         GO TO 2100-EXIT
068700     END-IF
068800     MOVE RP-NAME(RP-NDX) TO WS-IN-NAME
068900     OPEN INPUT REPORT-IN
069000     IF WS-FS-IN NOT = '00'
069100         DISPLAY 'REPTBURST - ' RP-NAME(RP-NDX)
069200             ' NOT FOUND, STATUS ' WS-FS-IN
069300         ADD 1 TO REPORTS-MISSING
069400         GO TO 2100-EXIT
069500     END-IF
069600     MOVE 'Y' TO RP-STATUS(RP-NDX)
069700     MOVE 'N' TO SW-IN-EOF
069800     PERFORM UNTIL IN-EOF-FLAG
069900         READ REPORT-IN INTO WS-IN-LINE
070000             AT END
070100                 MOVE 'Y' TO SW-IN-EOF
070200             NOT AT END
070300                 ADD 1 TO RP-LINES(RP-NDX)
070400                 PERFORM 8000-CLASSIFY-LINE
070500                 IF LINE-IS-CODED
070600                     PERFORM 2150-NOTE-CODE
070700                 END-IF
070800         END-READ
070900     END-PERFORM
071000     CLOSE REPORT-IN.
071100 2100-EXIT.
071200     EXIT.
071300
071400*-----------------------------------------------------------*
071500 2150-NOTE-CODE.
071600*-----------------------------------------------------------*
071700     MOVE WS-LINE-CODE TO WS-LOOKUP-CODE
071800     PERFORM 1150-FIND-CODE
071900     IF CD-FOUND-NDX = 0
072000         IF CODE-TABLE-COUNT >= MAX-CODE-ENTRIES
072100             DISPLAY 'REPTBURST - CODE TABLE FULL AT '
072200                 MAX-CODE-ENTRIES ' - LATER CODES NOT COUNTED'
072300             MOVE 8 TO RETURN-CODE
072400         ELSE
072500             ADD 1 TO CODE-TABLE-COUNT
072600             MOVE CODE-TABLE-COUNT TO CD-NDX
072700             PERFORM 1120-CLEAR-CODE-ENTRY
072800             MOVE WS-LINE-CODE TO CD-CODE(CD-NDX)
072900             MOVE CD-NDX TO CD-FOUND-NDX
073000         END-IF
073100     END-IF
073200     IF CD-FOUND-NDX > 0
073300         ADD 1 TO CD-LINES(CD-FOUND-NDX, RP-NDX)
073400     END-IF.
073500
073600*-----------------------------------------------------------*
073700* 3000-BURST-REPORTS - ONE PASS OF EACH REPORT PER           *
073800* RECIPIENT, LOGGING EVERY FILE PRODUCED AND EVERY REPORT    *
073900* NOT BURST.                                                 *
074000*-----------------------------------------------------------*
074100 3000-BURST-REPORTS.
074200*-----------------------------------------------------------*
074300     PERFORM 3050-BURST-ONE-REPORT THRU 3050-EXIT
074400         VARYING RP-NDX FROM 1 BY 1
074500             UNTIL RP-NDX > MAX-REPORTS.
074600
074700*-----------------------------------------------------------*
074800 3050-BURST-ONE-REPORT.
074900*-----------------------------------------------------------*
075000     MOVE SPACES TO LGL-RECIPIENT
075100     MOVE SPACES TO LGL-OUTPUT
075200     MOVE RP-NAME(RP-NDX) TO LGL-REPORT
075300     MOVE 0 TO LGL-LINES
075400     IF NOT RP-IS-SELECTED(RP-NDX)
075500         MOVE 'NOT PRODUCED TONIGHT - NOT BURST' TO LGL-REMARK
075600         PERFORM 3900-WRITE-LOG-LINE
075700         GO TO 3050-EXIT
075800     END-IF
075900     IF NOT RP-IS-PRESENT(RP-NDX)
076000         MOVE 'REPORT NOT FOUND - NOT BURST' TO LGL-REMARK
076100         PERFORM 3900-WRITE-LOG-LINE
076200         GO TO 3050-EXIT
076300     END-IF
076400     IF RCP-TABLE-COUNT = 0
076500         MOVE 'NO RECIPIENTS - NOT BURST' TO LGL-REMARK
076600         PERFORM 3900-WRITE-LOG-LINE
076700         GO TO 3050-EXIT
076800     END-IF
076900     PERFORM 3100-BURST-FOR-RECIPIENT THRU 3100-EXIT
077000         VARYING RC-NDX FROM 1 BY 1
077100             UNTIL RC-NDX > RCP-TABLE-COUNT.
077200 3050-EXIT.
077300     EXIT.
077400
077500*-----------------------------------------------------------*
077600* 3100-BURST-FOR-RECIPIENT - COPY THE LINES THIS RECIPIENT   *
077700* MAY SEE TO <STEM>.<RECIPIENT>.TXT.                         *
077800*-----------------------------------------------------------*
077900 3100-BURST-FOR-RECIPIENT.
078000*-----------------------------------------------------------*
078100     MOVE SPACES TO WS-OUT-NAME
078200     STRING RP-STEM(RP-NDX) DELIMITED BY SPACE
078300            '.' DELIMITED BY SIZE
078400            RC-ID(RC-NDX) DELIMITED BY SPACE
078500            '.txt' DELIMITED BY SIZE
078600         INTO WS-OUT-NAME
078700     END-STRING
078800     MOVE RC-ID(RC-NDX) TO LGL-RECIPIENT
078900     MOVE WS-OUT-NAME TO LGL-OUTPUT
079000     MOVE RP-NAME(RP-NDX) TO WS-IN-NAME
079100     OPEN INPUT REPORT-IN
079200     IF WS-FS-IN NOT = '00'
079300         MOVE 0 TO LGL-LINES
079400         MOVE 'REPORT COULD NOT BE REOPENED' TO LGL-REMARK
079500         PERFORM 3900-WRITE-LOG-LINE
079600         MOVE 8 TO RETURN-CODE
079700         GO TO 3100-EXIT
079800     END-IF
079900     OPEN OUTPUT BURST-OUT
080000     IF WS-FS-OUT NOT = '00'
080100         CLOSE REPORT-IN
080200         MOVE 0 TO LGL-LINES
080300         MOVE 'OUTPUT FILE COULD NOT BE OPENED' TO LGL-REMARK
080400         PERFORM 3900-WRITE-LOG-LINE
080500         MOVE 8 TO RETURN-CODE
080600         GO TO 3100-EXIT
080700     END-IF
080800     MOVE 0 TO WS-LINES-KEPT
080900     MOVE 'N' TO SW-LAST-KEPT
081000     MOVE 'N' TO SW-PEND-SECTION
081100     MOVE 'N' TO SW-PEND-SUBSECTION
081200     MOVE 'N' TO SW-IN-EOF
081300     PERFORM UNTIL IN-EOF-FLAG
081400         READ REPORT-IN INTO WS-IN-LINE
081500             AT END
081600                 MOVE 'Y' TO SW-IN-EOF
081700             NOT AT END
081800                 PERFORM 8000-CLASSIFY-LINE
081900                 PERFORM 3200-BURST-ONE-LINE
082000         END-READ
082100     END-PERFORM
082200     IF WS-LINES-KEPT = 0
082300         MOVE RC-ID(RC-NDX) TO NEL-RECIPIENT
082400         MOVE WS-NO-ENTRIES-LINE TO BURST-OUT-RECORD
082500         WRITE BURST-OUT-RECORD
082600         MOVE 'NO ENTRIES FOR THIS RECIPIENT' TO LGL-REMARK
082700     ELSE
082800         IF RC-SEES-ALL(RC-NDX)
082900             MOVE 'WHOLE REPORT' TO LGL-REMARK
083000         ELSE
083100             MOVE 'OWNED CATEGORIES AND GROUPS' TO LGL-REMARK
083200         END-IF
083300     END-IF
083400     CLOSE REPORT-IN
083500     CLOSE BURST-OUT
083600     ADD 1 TO FILES-WRITTEN
083700     ADD 1 TO RC-FILES(RC-NDX)
083800     ADD WS-LINES-KEPT TO RC-LINES(RC-NDX)
083900     MOVE WS-LINES-KEPT TO LGL-LINES
084000     PERFORM 3900-WRITE-LOG-LINE.
084100 3100-EXIT.
084200     EXIT.
084300
084400*-----------------------------------------------------------*
084500* 3200-BURST-ONE-LINE - REPORT HEADERS ALWAYS GO; SECTION    *
084600* HEADINGS ARE HELD UNTIL A LINE UNDER THEM IS KEPT; A       *
084700* CONTINUATION LINE FOLLOWS THE LINE IT CONTINUES; TOTALS    *
084800* ACROSS OWNERS ONLY GO TO A WHOLE-REPORT RECIPIENT.         *
084900*-----------------------------------------------------------*
085000 3200-BURST-ONE-LINE.
085100*-----------------------------------------------------------*
085200     IF RC-SEES-ALL(RC-NDX)
085300         MOVE WS-IN-LINE TO BURST-OUT-RECORD
085400         WRITE BURST-OUT-RECORD
085500         IF LINE-IS-CODED OR LINE-IS-CONTINUED
085600             OR LINE-IS-TOTAL
085700             ADD 1 TO WS-LINES-KEPT
085800         END-IF
085900     ELSE
086000         EVALUATE TRUE
086100             WHEN LINE-IS-HEADER
086200                 MOVE WS-IN-LINE TO BURST-OUT-RECORD
086300                 WRITE BURST-OUT-RECORD
086400             WHEN LINE-IS-SECTION
086500                 MOVE WS-IN-LINE TO WS-PEND-SECTION
086600                 MOVE 'Y' TO SW-PEND-SECTION
086700                 MOVE 'N' TO SW-PEND-SUBSECTION
086800             WHEN LINE-IS-SUBSECTION
086900                 MOVE WS-IN-LINE TO WS-PEND-SUBSECTION
087000                 MOVE 'Y' TO SW-PEND-SUBSECTION
087100             WHEN LINE-IS-CODED
087200                 MOVE WS-LINE-CODE TO WS-TEST-CODE
087300                 MOVE RC-NDX TO WS-TEST-RCP
087400                 PERFORM 5000-TEST-OWNERSHIP THRU 5000-EXIT
087500                 MOVE SW-OWNED TO SW-LAST-KEPT
087600                 IF OWNED
087700                     PERFORM 3250-WRITE-KEPT-LINE
087800                 END-IF
087900             WHEN LINE-IS-CONTINUED
088000                 IF LAST-KEPT
088100                     PERFORM 3250-WRITE-KEPT-LINE
088200                 END-IF
088300             WHEN OTHER
088400                 MOVE 'N' TO SW-LAST-KEPT
088500         END-EVALUATE
088600     END-IF.
088700
088800*-----------------------------------------------------------*
088900 3250-WRITE-KEPT-LINE.
089000*-----------------------------------------------------------*
089100     IF SECTION-PENDING
089200         MOVE WS-PEND-SECTION TO BURST-OUT-RECORD
089300         WRITE BURST-OUT-RECORD
089400         MOVE 'N' TO SW-PEND-SECTION
089500     END-IF
089600     IF SUBSECTION-PENDING
089700         MOVE WS-PEND-SUBSECTION TO BURST-OUT-RECORD
089800         WRITE BURST-OUT-RECORD
089900         MOVE 'N' TO SW-PEND-SUBSECTION
090000     END-IF
090100     MOVE WS-IN-LINE TO BURST-OUT-RECORD
090200     WRITE BURST-OUT-RECORD
090300     ADD 1 TO WS-LINES-KEPT.
090400
090500*-----------------------------------------------------------*
090600 3900-WRITE-LOG-LINE.
090700*-----------------------------------------------------------*
090800     MOVE WS-RUN-DATE TO LGL-DATE
090900     MOVE WS-RUN-TIME(1:6) TO LGL-TIME
091000     MOVE WS-LOG-LINE TO DISTLOG-RECORD
091100     WRITE DISTLOG-RECORD.
091200
091300*-----------------------------------------------------------*
091400* 4000-WRITE-NO-OWNER-LIST - EVERY ACTIVE CATEGORY ON THE    *
091500* MASTER, AND EVERY CODE TONIGHT'S REPORTS CARRIED, THAT NO  *
091600* RECIPIENT OWNS DIRECTLY OR THROUGH A GROUP ABOVE IT; THEN  *
091700* ANY OWNER TABLE ROWS THAT WERE IGNORED.                    *
091800*-----------------------------------------------------------*
091900 4000-WRITE-NO-OWNER-LIST.
092000*-----------------------------------------------------------*
092100     OPEN OUTPUT NOOWNER-REPORT
092200     MOVE WS-RUN-DATE TO NOH-DATE
092300     MOVE WS-NOO-HEADER TO NOOWNER-RECORD
092400     WRITE NOOWNER-RECORD
092500     MOVE 'CATEGORIES AND GROUPS WITH NO OWNER (LINES NOT SENT)'
092600         TO NOS-TEXT
092700     MOVE WS-NOO-SECTION TO NOOWNER-RECORD
092800     WRITE NOOWNER-RECORD
092900     MOVE WS-NOO-COLUMNS TO NOOWNER-RECORD
093000     WRITE NOOWNER-RECORD
093100     PERFORM 4100-CHECK-ONE-CODE THRU 4100-EXIT
093200         VARYING CD-NDX FROM 1 BY 1
093300             UNTIL CD-NDX > CODE-TABLE-COUNT
093400     IF CODES-UNOWNED = 0
093500         MOVE '  NONE - EVERY CATEGORY HAS AN OWNER' TO NOS-TEXT
093600         MOVE WS-NOO-SECTION TO NOOWNER-RECORD
093700         WRITE NOOWNER-RECORD
093800     END-IF
093900     IF REJ-TABLE-COUNT > 0
094000         MOVE 'OWNER TABLE ROWS IGNORED' TO NOS-TEXT
094100         MOVE WS-NOO-SECTION TO NOOWNER-RECORD
094200         WRITE NOOWNER-RECORD
094300         PERFORM 4200-WRITE-REJECTED-ROW
094400             VARYING RJ-NDX FROM 1 BY 1
094500                 UNTIL RJ-NDX > REJ-TABLE-COUNT
094600     END-IF
094700     IF NOT OWNERS-LOADED
094800         MOVE 'NO AVGOWNER.TXT OWNER TABLE - NOTHING DISTRIBUTED'
094900             TO NOS-TEXT
095000         MOVE WS-NOO-SECTION TO NOOWNER-RECORD
095100         WRITE NOOWNER-RECORD
095200     END-IF
095300     MOVE 'RECIPIENTS                  ' TO NOT-LABEL
095400     MOVE RCP-TABLE-COUNT TO NOT-COUNT
095500     MOVE WS-NOO-TOTAL TO NOOWNER-RECORD
095600     WRITE NOOWNER-RECORD
095700     MOVE 'FILES DISTRIBUTED           ' TO NOT-LABEL
095800     MOVE FILES-WRITTEN TO NOT-COUNT
095900     MOVE WS-NOO-TOTAL TO NOOWNER-RECORD
096000     WRITE NOOWNER-RECORD
096100     MOVE 'CODES WITH NO OWNER         ' TO NOT-LABEL
096200     MOVE CODES-UNOWNED TO NOT-COUNT
096300     MOVE WS-NOO-TOTAL TO NOOWNER-RECORD
096400     WRITE NOOWNER-RECORD
096500     MOVE 'OWNER ROWS IGNORED          ' TO NOT-LABEL
096600     MOVE REJ-TABLE-COUNT TO NOT-COUNT
096700     MOVE WS-NOO-TOTAL TO NOOWNER-RECORD
096800     WRITE NOOWNER-RECORD
096900     CLOSE NOOWNER-REPORT
097000     IF CODES-UNOWNED > 0 OR REJ-TABLE-COUNT > 0
097100         OR REPORTS-MISSING > 0 OR NOT OWNERS-LOADED
097200         IF RETURN-CODE < 4
097300             MOVE 4 TO RETURN-CODE
097400         END-IF
097500     END-IF.
097600
097700*-----------------------------------------------------------*
097800 4100-CHECK-ONE-CODE.
097900*-----------------------------------------------------------*
098000     COMPUTE WS-CODE-LINES = CD-LINES(CD-NDX, 1)
098100         + CD-LINES(CD-NDX, 2) + CD-LINES(CD-NDX, 3)
098200         + CD-LINES(CD-NDX, 4)
098300     IF WS-CODE-LINES = 0
098400         IF CD-ON-MASTER(CD-NDX) NOT = 'Y'
098500             OR CD-TYPE(CD-NDX) NOT = 'C'
098600             OR CD-ACTIVE(CD-NDX) = 'I'
098700             GO TO 4100-EXIT
098800         END-IF
098900     END-IF
099000     MOVE 'N' TO SW-OWNED
099100     PERFORM 4150-TRY-ONE-RECIPIENT THRU 4150-EXIT
099200         VARYING WS-TEST-RCP FROM 1 BY 1
099300             UNTIL WS-TEST-RCP > RCP-TABLE-COUNT
099400                 OR OWNED
099500     IF OWNED
099600         GO TO 4100-EXIT
099700     END-IF
099800     ADD 1 TO CODES-UNOWNED
099900     MOVE CD-CODE(CD-NDX) TO NOL-CODE
100000     MOVE CD-DESC(CD-NDX) TO NOL-DESC
100100     EVALUATE TRUE
100200         WHEN CD-CODE(CD-NDX) = SPACES
100300             MOVE '(NONE)' TO NOL-CODE
100400             MOVE 'UNCATEGORIZED' TO NOL-KIND
100500         WHEN CD-ON-MASTER(CD-NDX) NOT = 'Y'
100600             MOVE 'NOT ON MASTER' TO NOL-KIND
100700         WHEN CD-TYPE(CD-NDX) = 'G'
100800             MOVE 'GROUP' TO NOL-KIND
100900         WHEN OTHER
101000             MOVE 'CATEGORY' TO NOL-KIND
101100     END-EVALUATE
101200     MOVE CD-LINES(CD-NDX, 1) TO NOL-LINES-R
101300     MOVE CD-LINES(CD-NDX, 2) TO NOL-LINES-S
101400     MOVE CD-LINES(CD-NDX, 3) TO NOL-LINES-T
101500     MOVE CD-LINES(CD-NDX, 4) TO NOL-LINES-M
101600     MOVE WS-NOO-LINE TO NOOWNER-RECORD
101700     WRITE NOOWNER-RECORD.
101800 4100-EXIT.
101900     EXIT.
102000
102100*-----------------------------------------------------------*
102200 4150-TRY-ONE-RECIPIENT.
102300*-----------------------------------------------------------*
102400     IF RC-SEES-ALL(WS-TEST-RCP)
102500         GO TO 4150-EXIT
102600     END-IF
102700     MOVE CD-CODE(CD-NDX) TO WS-TEST-CODE
102800     PERFORM 5000-TEST-OWNERSHIP THRU 5000-EXIT.
102900 4150-EXIT.
103000     EXIT.
103100
103200*-----------------------------------------------------------*
103300 4200-WRITE-REJECTED-ROW.
103400*-----------------------------------------------------------*
103500     MOVE RJ-IMAGE(RJ-NDX) TO RJL-IMAGE
103600     MOVE RJ-REASON(RJ-NDX) TO RJL-REASON
103700     MOVE WS-REJ-LINE TO NOOWNER-RECORD
103800     WRITE NOOWNER-RECORD.
103900
104000*-----------------------------------------------------------*
104100* 5000-TEST-OWNERSHIP - DOES RECIPIENT WS-TEST-RCP OWN       *
104200* WS-TEST-CODE, EITHER BY A ROW FOR THE CODE ITSELF OR BY A  *
104300* 'G' ROW FOR ANY GROUP ABOVE IT AS AT THE RUN DATE?  A      *
104400* BLANK CODE HAS NO OWNER.                                   *
104500*-----------------------------------------------------------*
104600 5000-TEST-OWNERSHIP.
104700*-----------------------------------------------------------*
104800     MOVE 'N' TO SW-OWNED
104900     IF WS-TEST-CODE = SPACES
105000         GO TO 5000-EXIT
105100     END-IF
105200     MOVE WS-TEST-CODE TO WS-LOOKUP-CODE
105300     MOVE 0 TO WS-WALK-STEPS
105400     PERFORM 5100-TEST-ONE-LEVEL
105500         UNTIL OWNED
105600             OR WS-LOOKUP-CODE = SPACES
105700             OR WS-WALK-STEPS > MAX-GROUP-DEPTH.
105800 5000-EXIT.
105900     EXIT.
106000
106100*-----------------------------------------------------------*
106200 5100-TEST-ONE-LEVEL.
106300*-----------------------------------------------------------*
106400     PERFORM 5150-MATCH-OWNER-ROW
106500         VARYING OW-NDX FROM 1 BY 1
106600             UNTIL OW-NDX > OWN-TABLE-COUNT
106700                 OR OWNED
106800     IF NOT OWNED
106900         ADD 1 TO WS-WALK-STEPS
107000         PERFORM 1170-FIND-PARENT
107100         MOVE WS-PARENT-CODE TO WS-LOOKUP-CODE
107200     END-IF.
107300
107400*-----------------------------------------------------------*
107500 5150-MATCH-OWNER-ROW.
107600*-----------------------------------------------------------*
107700     IF OW-RCP-NDX(OW-NDX) = WS-TEST-RCP
107800         AND OW-CODE(OW-NDX) = WS-LOOKUP-CODE
107900         MOVE 'Y' TO SW-OWNED
108000     END-IF.
108100
108200*-----------------------------------------------------------*
108300* 8000-CLASSIFY-LINE - WHAT KIND OF LINE WS-IN-LINE IS IN    *
108400* THE REPORT BEING READ, AND FOR A CATEGORY OR GROUP LINE,   *
108500* ITS CODE.  THE TESTS FOLLOW EACH PROGRAM'S LINE LAYOUTS:   *
108600*   AVERAGE   HEADER, 'INPUT FILE:' SECTIONS, 'CATEGORY'     *
108700*             AND 'GROUP Ln' LINES (CODE COLS 21-24), THE    *
108800*             'SD =' AND 'BASELINE:' LINES UNDER EACH        *
108850*             CATEGORY (COL 17), FILE TOTALS                 *
108900*   SUSPECTS  EVERY LINE IS ONE RECORD, CODE COLS 1-4        *
109000*   AVGTREND  HEADER, COMPARISON SECTIONS, GROUP HEADING,    *
109100*             ' AVG = ' LINES (CODE COLS 22-25)              *
109200*   AVGMONTH  HEADER, 'INPUT FILE:' SECTIONS, MONTH          *
109300*             HEADINGS, ' NTS = ' LINES (CODE COLS 5-8),     *
109400*             FILE TOTALS                                    *
109500*-----------------------------------------------------------*
109600 8000-CLASSIFY-LINE.
109700*-----------------------------------------------------------*
109800     MOVE 'T' TO WS-LINE-CLASS
109900     MOVE SPACES TO WS-LINE-CODE
110000     EVALUATE RP-KIND(RP-NDX)
110100         WHEN 'R'
110200             PERFORM 8100-CLASSIFY-REPORT-LINE
110300         WHEN 'S'
110400             MOVE 'C' TO WS-LINE-CLASS
110500             MOVE WS-IN-LINE(1:4) TO WS-LINE-CODE
110600         WHEN 'T'
110700             PERFORM 8200-CLASSIFY-TREND-LINE
110800         WHEN 'M'
110900             PERFORM 8300-CLASSIFY-MONTH-LINE
111000     END-EVALUATE.
111100
111200*-----------------------------------------------------------*
111300 8100-CLASSIFY-REPORT-LINE.
111400*-----------------------------------------------------------*
111500     EVALUATE TRUE
111600         WHEN WS-IN-LINE(1:16) = 'AVERAGE REPORT -'
111700             MOVE 'H' TO WS-LINE-CLASS
111800         WHEN WS-IN-LINE(1:12) = 'INPUT FILE: '
111900             MOVE '1' TO WS-LINE-CLASS
112000         WHEN WS-IN-LINE(11:9) = 'CATEGORY '
112100             MOVE 'C' TO WS-LINE-CLASS
112200             MOVE WS-IN-LINE(21:4) TO WS-LINE-CODE
112300         WHEN WS-IN-LINE(11:16) = 'GROUP SUBTOTALS '
112400             MOVE '2' TO WS-LINE-CLASS
112500         WHEN WS-IN-LINE(11:7) = 'GROUP L'
112600             MOVE 'C' TO WS-LINE-CLASS
112700             MOVE WS-IN-LINE(21:4) TO WS-LINE-CODE
112800         WHEN WS-IN-LINE(17:5) = 'SD = '
112900             MOVE 'K' TO WS-LINE-CLASS
112950         WHEN WS-IN-LINE(17:10) = 'BASELINE: '
112960             MOVE 'K' TO WS-LINE-CLASS
113000     END-EVALUATE.
113100
113200*-----------------------------------------------------------*
113300 8200-CLASSIFY-TREND-LINE.
113400*-----------------------------------------------------------*
113500     EVALUATE TRUE
113600         WHEN WS-IN-LINE(1:21) = 'AVG TREND REPORT FOR '
113700             MOVE 'H' TO WS-LINE-CLASS
113800         WHEN WS-IN-LINE(49:7) = ' AVG = '
113900             IF WS-IN-LINE(22:6) NOT = '(FILE)'
114000                 MOVE 'C' TO WS-LINE-CLASS
114100                 MOVE WS-IN-LINE(22:4) TO WS-LINE-CODE
114200             END-IF
114300         WHEN WS-IN-LINE(1:15) = '  GROUP ROLL-UP'
114400             MOVE '2' TO WS-LINE-CLASS
114500         WHEN OTHER
114600             MOVE '1' TO WS-LINE-CLASS
114700     END-EVALUATE.
114800
114900*-----------------------------------------------------------*
115000 8300-CLASSIFY-MONTH-LINE.
115100*-----------------------------------------------------------*
115200     EVALUATE TRUE
115300         WHEN WS-IN-LINE(1:22) = 'MONTHLY ROLLUP REPORT '
115400             MOVE 'H' TO WS-LINE-CLASS
115500         WHEN WS-IN-LINE(1:12) = 'INPUT FILE: '
115600             MOVE '1' TO WS-LINE-CLASS
115700         WHEN WS-IN-LINE(1:8) = '  MONTH '
115800             MOVE '2' TO WS-LINE-CLASS
115900         WHEN WS-IN-LINE(11:7) = ' NTS = '
116000             IF WS-IN-LINE(5:6) NOT = '(FILE)'
116100                 MOVE 'C' TO WS-LINE-CLASS
116200                 MOVE WS-IN-LINE(5:4) TO WS-LINE-CODE
116300             END-IF
116400     END-EVALUATE.
116500
116600*-----------------------------------------------------------*
116700 9999-TERMINATE.
116800*-----------------------------------------------------------*
116900     IF RETURN-CODE < 16
117000         CLOSE DISTLOG-FILE
117100     END-IF
117200     DISPLAY 'REPTBURST - ' FILES-WRITTEN ' FILE(S) FOR '
117300         RCP-TABLE-COUNT ' RECIPIENT(S), ' CODES-UNOWNED
117400         ' CODE(S) WITH NO OWNER'
117500     STOP RUN.
