000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AVGINQ.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  MENU-DRIVEN INQUIRY    *
001300*                  AGAINST THE AVGHIST.TXT RUN-HISTORY       *
001400*                  MASTER FOR THE HELP DESK.  LOOKS UP BY    *
001500*                  ANY LEADING PART OF THE KEY, PAGES A      *
001600*                  CATEGORY'S NIGHTS FORWARD AND BACK, SHOWS *
001700*                  AVGHKEEP'S 'S' CARRY-FORWARD SUMMARIES,   *
001800*                  AND FOR A SELECTED NIGHT NAMES THE        *
001900*                  GDGCAT.TXT GENERATIONS OF AVGREPORT.TXT   *
002000*                  AND AVGEXTRACT.CSV THAT BELONG TO IT.     *
002100*                  READ ONLY - NOTHING IS EVER WRITTEN.      *
002110* 2026-10-15  DPG  HISTORY RECORD WIDENED TO 149.  A NIGHT'S *
002120*                  DETAIL NOW SHOWS THE STANDARD DEVIATION   *
002130*                  AND MEDIAN WHEN THE RECORD CARRIES THEM.  *
002200*-----------------------------------------------------------*
002300*
002400*-----------------------------------------------------------*
002500* MENU OPTIONS:                                              *
002600*   1  BROWSE HISTORY BY KEY.  THE RUN DATE MAY BE ANY       *
002700*      LEADING PART (2026, 202610, 20261015); WITH A FULL    *
002800*      DATE THE FILENAME MAY BE ANY LEADING PART TOO.  A     *
002900*      FILENAME WITHOUT A FULL DATE, AND A CATEGORY, NARROW  *
003000*      THE BROWSE WITHOUT POSITIONING IT.                    *
003100*   2  BROWSE ONE CATEGORY'S NIGHTS - THE CATEGORY IS        *
003200*      REQUIRED; A RUN DATE OR FILENAME NARROWS IT AS IN 1.  *
003300*   3  BROWSE THE 'S' CARRY-FORWARD SUMMARIES, NARROWED AS   *
003400*      IN 1.                                                 *
003500*   X  EXIT                                                  *
003600*                                                            *
003700* ON A LIST PAGE:  F FORWARD, B BACK, 01-12 SHOWS THAT       *
003800* NIGHT, M BACK TO THE MENU, X EXIT.                         *
003900*                                                            *
004000* A NIGHT'S GENERATION IS THE HIGHEST GENERATION OF THE      *
004100* DATASET CATALOGED ON GDGCAT.TXT WITH THAT RUN DATE (A      *
004200* RERUN ROLLS AGAIN THE SAME NIGHT AND THE LAST ROLL IS THE  *
004300* ONE THAT STANDS).  NONE MEANS THE NIGHT WAS NEVER ROLLED   *
004400* OR ITS GENERATION HAS SINCE BEEN PURGED.                   *
004500*                                                            *
004600* AVGHIST.TXT IS OPENED INPUT ONLY.                          *
004700*-----------------------------------------------------------*
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HISTORY-FILE ASSIGN TO 'avghist.txt'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HIS-KEY
005600         FILE STATUS IS WS-FS-HIST.
005700
005800     SELECT GDGCAT-FILE ASSIGN TO 'gdgcat.txt'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-FS-GDGCAT.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  HISTORY-FILE.
006500 01  HISTORY-RECORD.
006600     05  HIS-KEY.
006700         10  HIS-RUN-DATE PIC 9(8).
006800         10  HIS-FILENAME PIC X(40).
006900         10  HIS-CAT-CODE PIC X(4).
007000     05  HIS-REC-TYPE     PIC X(1).
007100     05  HIS-COUNT        PIC 9(7).
007200     05  HIS-SUM          PIC 9(10)V9(2).
007300     05  HIS-AVERAGE      PIC 9(10)V9(2).
007400     05  HIS-MINIMUM      PIC 9(10)V9(2).
007500     05  HIS-MAXIMUM      PIC 9(10)V9(2).
007600     05  HIS-REJECTED     PIC 9(5).
007700     05  HIS-WT-AVERAGE   PIC 9(10)V9(2).
007710     05  HIS-STD-DEV-RAW  PIC X(12).
007720     05  HIS-MEDIAN-RAW   PIC X(12).
007800
007900 FD  GDGCAT-FILE.
008000 01  GDGCAT-RECORD.
008100     05  CAT-DSNAME       PIC X(10).
008200     05  CAT-GEN          PIC 9(5).
008300     05  CAT-RUN-DATE     PIC 9(8).
008400     05  CAT-PROGRAM      PIC X(14).
008500     05  CAT-FILENAME     PIC X(60).
008600     05  FILLER           PIC X(3).
008700
008800 WORKING-STORAGE SECTION.
008900 01  WS-FS-HIST          PIC X(2)  VALUE SPACES.
009000 01  WS-FS-GDGCAT        PIC X(2)  VALUE SPACES.
009100
009200 01  SW-INQ-DONE         PIC X     VALUE 'N'.
009300     88  INQ-DONE                  VALUE 'Y'.
009400 01  SW-BROWSE-END       PIC X     VALUE 'N'.
009500     88  BROWSE-END                VALUE 'Y'.
009600 01  SW-NIGHT-END        PIC X     VALUE 'N'.
009700     88  NIGHT-END                 VALUE 'Y'.
009800 01  SW-HIST-EOF         PIC X     VALUE 'N'.
009900     88  HIST-EOF                  VALUE 'Y'.
010000 01  SW-MATCH            PIC X     VALUE 'N'.
010100     88  RECORD-MATCHES            VALUE 'Y'.
010200 01  SW-MORE             PIC X     VALUE 'N'.
010300     88  MORE-PAGES                VALUE 'Y'.
010400 01  SW-CAT-EOF          PIC X     VALUE 'N'.
010500     88  CAT-EOF-FLAG              VALUE 'Y'.
010600 01  SW-GDGCAT           PIC X     VALUE 'N'.
010700     88  GDGCAT-LOADED             VALUE 'Y'.
010800
010900 01  WS-RUN-DATE         PIC 9(8)  VALUE 0.
011000 01  WS-UPPER-CASE       PIC X(26)
011100         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
011200 01  WS-LOWER-CASE       PIC X(26)
011300         VALUE 'abcdefghijklmnopqrstuvwxyz'.
011400
011500*-----------------------------------------------------------*
011600* WHAT THE OPERATOR KEYED ON THE MENU.                       *
011700*-----------------------------------------------------------*
011800 01  MNU-OPTION          PIC X(1)  VALUE SPACES.
011900 01  MNU-DATE            PIC X(8)  VALUE SPACES.
012000 01  MNU-FILE            PIC X(40) VALUE SPACES.
012100 01  MNU-CAT             PIC X(4)  VALUE SPACES.
012200
012300*-----------------------------------------------------------*
012400* THE SELECTION IN FORCE FOR A BROWSE.  THE KEY PREFIX IS    *
012500* THE LEADING PART OF HIS-KEY THE BROWSE IS POSITIONED ON;   *
012600* THE FILTERS NARROW IT FURTHER.                             *
012700*-----------------------------------------------------------*
012800 01  WS-SEL-KEY.
012900     05  SEL-DATE         PIC X(8).
013000     05  SEL-FILE         PIC X(40).
013100     05  SEL-CAT          PIC X(4).
013200 01  WS-PREFIX-LEN       PIC 9(2)  COMP VALUE 0.
013300 01  WS-DATE-LEN         PIC 9(2)  COMP VALUE 0.
013400 01  WS-FILE-LEN         PIC 9(2)  COMP VALUE 0.
013500 01  WS-FILTER-FILE-LEN  PIC 9(2)  COMP VALUE 0.
013600 01  WS-FILTER-CAT       PIC X(4)  VALUE SPACES.
013700 01  WS-FILTER-TYPE      PIC X(1)  VALUE SPACES.
013800 01  WS-LEN-FIELD        PIC X(40) VALUE SPACES.
013900 01  WS-LEN              PIC 9(2)  COMP VALUE 0.
014000
014100*-----------------------------------------------------------*
014200* PAGING - THE KEY EACH PAGE STARTS AT, SO BACK RE-POSITIONS *
014300* ON THE PAGE BEFORE, AND THE RECORDS ON THE PAGE SHOWN.     *
014400*-----------------------------------------------------------*
014500 01  MAX-PAGES           PIC 9(3)  COMP VALUE 200.
014600 01  WS-PAGE-NO          PIC 9(3)  COMP VALUE 0.
014700 01  WS-PAGE-START-TABLE.
014800     05  WS-PAGE-START    PIC X(52) OCCURS 200 TIMES.
014900 01  PAGE-LINE-COUNT     PIC 9(2)  COMP VALUE 0.
015000 01  PL-NDX              PIC 9(2)  COMP VALUE 0.
015100 01  WS-PAGE-TABLE.
015200     05  PAGE-ENTRY OCCURS 12 TIMES.
015300         10  PE-RECORD    PIC X(149).
015400 01  WS-HISTORY-REC.
015500     05  WH-KEY.
015600         10  WH-RUN-DATE  PIC 9(8).
015700         10  WH-FILENAME  PIC X(40).
015800         10  WH-CAT-CODE  PIC X(4).
015900     05  WH-REC-TYPE      PIC X(1).
016000     05  WH-COUNT         PIC 9(7).
016100     05  WH-SUM           PIC 9(10)V9(2).
016200     05  WH-AVERAGE       PIC 9(10)V9(2).
016300     05  WH-MINIMUM       PIC 9(10)V9(2).
016400     05  WH-MAXIMUM       PIC 9(10)V9(2).
016500     05  WH-REJECTED      PIC 9(5).
016600     05  WH-WT-AVERAGE    PIC 9(10)V9(2).
016610     05  WH-STD-DEV-RAW   PIC X(12).
016620     05  WH-STD-DEV REDEFINES WH-STD-DEV-RAW
016630                          PIC 9(10)V9(2).
016640     05  WH-MEDIAN-RAW    PIC X(12).
016650     05  WH-MEDIAN REDEFINES WH-MEDIAN-RAW
016660                          PIC 9(10)V9(2).
016700
016800 01  WS-COMMAND          PIC X(2)  VALUE SPACES.
016900 01  WS-SEL-NO           PIC 9(2)  VALUE 0.
017000
017100*-----------------------------------------------------------*
017200* GDGCAT.TXT ENTRIES FOR THE TWO DATASETS A NIGHT IS TRACED  *
017300* TO.                                                        *
017400*-----------------------------------------------------------*
017500 01  MAX-GDG-ENTRIES     PIC 9(3)  COMP VALUE 500.
017600 01  GDG-COUNT           PIC 9(3)  COMP VALUE 0.
017700 01  GDG-NDX             PIC 9(3)  COMP VALUE 0.
017800 01  WS-GDG-TABLE.
017900     05  GDG-ENTRY OCCURS 500 TIMES.
018000         10  GC-DSNAME    PIC X(10).
018100         10  GC-GEN       PIC 9(5).
018200         10  GC-DATE      PIC 9(8).
018300         10  GC-FILENAME  PIC X(60).
018400 01  WS-FIND-DSNAME      PIC X(10) VALUE SPACES.
018500 01  WS-FOUND-GEN        PIC 9(5)  VALUE 0.
018600 01  WS-FOUND-NDX        PIC 9(3)  COMP VALUE 0.
018700
018800*-----------------------------------------------------------*
018900* SCREEN TEXT - EVERY PAGE SCREEN IS BUILT HERE AND SHOWN    *
019000* THROUGH SCR-PAGE.                                          *
019100*-----------------------------------------------------------*
019200 01  WS-MESSAGE          PIC X(79) VALUE SPACES.
019300 01  PG-TITLE.
019400     05  FILLER           PIC X(9)  VALUE 'AVGINQ'.
019500     05  FILLER           PIC X(28)
019600             VALUE 'AVERAGE RUN-HISTORY INQUIRY'.
019700     05  FILLER           PIC X(12) VALUE '(READ ONLY)'.
019800     05  PGT-MODE         PIC X(20) VALUE SPACES.
019900     05  FILLER           PIC X(5)  VALUE 'PAGE'.
020000     05  PGT-PAGE         PIC ZZ9.
020100     05  FILLER           PIC X(2)  VALUE SPACES.
020200 01  PG-SUBTITLE.
020300     05  FILLER           PIC X(9)  VALUE 'RUN DATE'.
020400     05  PGS-DATE         PIC X(8).
020500     05  FILLER           PIC X(7)  VALUE '  FILE'.
020600     05  PGS-FILE         PIC X(30).
020700     05  FILLER           PIC X(6)  VALUE '  CAT'.
020800     05  PGS-CAT          PIC X(4).
020900     05  FILLER           PIC X(15) VALUE SPACES.
021000 01  PG-HEADING          PIC X(79) VALUE SPACES.
021100 01  PG-LINES.
021200     05  PG-LINE          PIC X(79) OCCURS 12 TIMES.
021300 01  PG-KEYS             PIC X(79) VALUE SPACES.
021400
021500 01  WS-LIST-HEADING.
021600     05  FILLER           PIC X(12) VALUE 'NO RUN DATE'.
021700     05  FILLER           PIC X(23) VALUE 'FILENAME'.
021800     05  FILLER           PIC X(5)  VALUE 'CAT'.
021900     05  FILLER           PIC X(2)  VALUE 'T'.
022000     05  FILLER           PIC X(8)  VALUE '  COUNT'.
022100     05  FILLER           PIC X(14) VALUE '      AVERAGE'.
022200     05  FILLER           PIC X(15) VALUE 'REJECTED'.
022300 01  WS-LIST-KEYS.
022400     05  FILLER           PIC X(32)
022500             VALUE 'F FORWARD   B BACK   01-12 SHOW'.
022600     05  FILLER           PIC X(47)
022700             VALUE 'THAT NIGHT   M MENU   X EXIT'.
022800 01  WS-NIGHT-KEYS       PIC X(79) VALUE
022900         'ENTER RETURNS TO THE LIST   M MENU   X EXIT'.
023000 01  WS-LIST-LINE.
023100     05  LL-NO            PIC Z9.
023200     05  FILLER           PIC X(1)  VALUE SPACE.
023300     05  LL-DATE          PIC 9(8).
023400     05  FILLER           PIC X(1)  VALUE SPACE.
023500     05  LL-FILE          PIC X(22).
023600     05  FILLER           PIC X(1)  VALUE SPACE.
023700     05  LL-CAT           PIC X(4).
023800     05  FILLER           PIC X(1)  VALUE SPACE.
023900     05  LL-TYPE          PIC X(1).
024000     05  FILLER           PIC X(1)  VALUE SPACE.
024100     05  LL-COUNT         PIC Z(6)9.
024200     05  FILLER           PIC X(1)  VALUE SPACE.
024300     05  LL-AVERAGE       PIC Z(9)9.99.
024400     05  FILLER           PIC X(1)  VALUE SPACE.
024500     05  LL-REJECTED      PIC Z(7)9.
024600     05  FILLER           PIC X(7)  VALUE SPACES.
024700
024800*-----------------------------------------------------------*
024900* ONE NIGHT'S DETAIL LINES.                                  *
025000*-----------------------------------------------------------*
025100 01  WS-NIGHT-LINE-1.
025200     05  FILLER           PIC X(14) VALUE 'RUN DATE'.
025300     05  NL1-DATE         PIC 9(8).
025400     05  FILLER           PIC X(6)  VALUE SPACES.
025500     05  FILLER           PIC X(14) VALUE 'RECORD TYPE'.
025600     05  NL1-TYPE         PIC X(1).
025700     05  FILLER           PIC X(2)  VALUE SPACES.
025800     05  NL1-TYPE-TEXT    PIC X(34).
025900 01  WS-NIGHT-LINE-2.
026000     05  FILLER           PIC X(14) VALUE 'FILENAME'.
026100     05  NL2-FILE         PIC X(40).
026200     05  FILLER           PIC X(25) VALUE SPACES.
026300 01  WS-NIGHT-LINE-3.
026400     05  FILLER           PIC X(14) VALUE 'CATEGORY'.
026500     05  NL3-CAT          PIC X(4).
026600     05  FILLER           PIC X(61) VALUE SPACES.
026700 01  WS-NIGHT-LINE-4.
026800     05  FILLER           PIC X(14) VALUE 'COUNT'.
026900     05  NL4-COUNT        PIC Z(12)9.
027000     05  FILLER           PIC X(6)  VALUE SPACES.
027100     05  FILLER           PIC X(14) VALUE 'REJECTED'.
027200     05  NL4-REJECTED     PIC Z(12)9.
027300     05  FILLER           PIC X(19) VALUE SPACES.
027400 01  WS-NIGHT-LINE-5.
027500     05  FILLER           PIC X(14) VALUE 'SUM'.
027600     05  NL5-SUM          PIC Z(9)9.99.
027700     05  FILLER           PIC X(52) VALUE SPACES.
027800 01  WS-NIGHT-LINE-6.
027900     05  FILLER           PIC X(14) VALUE 'AVERAGE'.
028000     05  NL6-AVERAGE      PIC Z(9)9.99.
028100     05  FILLER           PIC X(6)  VALUE SPACES.
028200     05  FILLER           PIC X(14) VALUE 'WEIGHTED AVG'.
028300     05  NL6-WT-AVERAGE   PIC Z(9)9.99.
028400     05  FILLER           PIC X(19) VALUE SPACES.
028500 01  WS-NIGHT-LINE-7.
028600     05  FILLER           PIC X(14) VALUE 'MINIMUM'.
028700     05  NL7-MINIMUM      PIC Z(9)9.99.
028800     05  FILLER           PIC X(6)  VALUE SPACES.
028900     05  FILLER           PIC X(14) VALUE 'MAXIMUM'.
029000     05  NL7-MAXIMUM      PIC Z(9)9.99.
029100     05  FILLER           PIC X(19) VALUE SPACES.
029110 01  WS-NIGHT-LINE-8.
029120     05  FILLER           PIC X(14) VALUE 'STD DEV'.
029130     05  NL8-STD-DEV      PIC Z(9)9.99.
029140     05  FILLER           PIC X(6)  VALUE SPACES.
029150     05  FILLER           PIC X(14) VALUE 'MEDIAN'.
029160     05  NL8-MEDIAN       PIC Z(9)9.99.
029170     05  FILLER           PIC X(19) VALUE SPACES.
029180 01  WS-NIGHT-LINE-8-NONE.
029185     05  FILLER           PIC X(40)
029190             VALUE 'STD DEV AND MEDIAN NOT CARRIED ON THIS '.
029195     05  FILLER           PIC X(39) VALUE 'RECORD'.
029200 01  WS-NIGHT-GEN-LINE.
029300     05  NGL-DSNAME       PIC X(12).
029400     05  NGL-TEXT.
029500         10  FILLER       PIC X(4)  VALUE 'GEN'.
029600         10  NGL-GEN      PIC 9(5).
029700         10  FILLER       PIC X(3)  VALUE SPACES.
029800         10  NGL-FILENAME PIC X(55).
029900 01  WS-SUMMARY-NOTE-1.
030000     05  FILLER           PIC X(40)
030100             VALUE 'CARRY-FORWARD SUMMARY LEFT BY AVGHKEEP: '.
030200     05  FILLER           PIC X(39)
030300             VALUE 'THE NIGHTS UP TO THIS RUN DATE ARE'.
030400 01  WS-SUMMARY-NOTE-2.
030500     05  FILLER           PIC X(38)
030600             VALUE 'ON AN AVGHIST.A ARCHIVE (SEE AVGARCCAT'.
030700     05  FILLER           PIC X(41)
030800             VALUE '.TXT) AND NO LONGER ON THE MASTER.'.
030900
031000 SCREEN SECTION.
031100*-----------------------------------------------------------*
031200* SCR-MENU - THE OPTION AND THE KEY TO LOOK UP.              *
031300*-----------------------------------------------------------*
031400 01  SCR-MENU.
031500     05  BLANK SCREEN.
031600     05  LINE 1 COLUMN 1 VALUE 'AVGINQ'.
031700     05  LINE 1 COLUMN 10
031800             VALUE 'AVERAGE RUN-HISTORY INQUIRY'.
031900     05  LINE 1 COLUMN 38 VALUE '(READ ONLY)'.
032000     05  LINE 1 COLUMN 72 PIC 9(8) FROM WS-RUN-DATE.
032100     05  LINE 4 COLUMN 5
032200             VALUE '1  BROWSE HISTORY BY RUN DATE / FILENAME'.
032300     05  LINE 5 COLUMN 5
032400             VALUE '2  BROWSE ONE CATEGORY''S NIGHTS'.
032500     05  LINE 6 COLUMN 5
032600             VALUE '3  BROWSE CARRY-FORWARD SUMMARIES'.
032700     05  LINE 7 COLUMN 5 VALUE 'X  EXIT'.
032800     05  LINE 9 COLUMN 5 VALUE 'OPTION     ===>'.
032900     05  LINE 9 COLUMN 21 PIC X(1) USING MNU-OPTION.
033000     05  LINE 11 COLUMN 5 VALUE 'RUN DATE   ===>'.
033100     05  LINE 11 COLUMN 21 PIC X(8) USING MNU-DATE.
033200     05  LINE 11 COLUMN 31
033300             VALUE '(YYYYMMDD OR ANY LEADING PART)'.
033400     05  LINE 12 COLUMN 5 VALUE 'FILENAME   ===>'.
033500     05  LINE 12 COLUMN 21 PIC X(40) USING MNU-FILE.
033600     05  LINE 13 COLUMN 5 VALUE 'CATEGORY   ===>'.
033700     05  LINE 13 COLUMN 21 PIC X(4) USING MNU-CAT.
033800     05  LINE 22 COLUMN 1 PIC X(79) FROM WS-MESSAGE
033900             HIGHLIGHT.
034000
034100*-----------------------------------------------------------*
034200* SCR-PAGE - A LIST PAGE OR ONE NIGHT, AS BUILT IN PG-.      *
034300*-----------------------------------------------------------*
034400 01  SCR-PAGE.
034500     05  BLANK SCREEN.
034600     05  LINE 1 COLUMN 1 PIC X(79) FROM PG-TITLE.
034700     05  LINE 2 COLUMN 1 PIC X(79) FROM PG-SUBTITLE.
034800     05  LINE 4 COLUMN 1 PIC X(79) FROM PG-HEADING.
034900     05  LINE 5 COLUMN 1 PIC X(79) FROM PG-LINE(1).
035000     05  LINE 6 COLUMN 1 PIC X(79) FROM PG-LINE(2).
035100     05  LINE 7 COLUMN 1 PIC X(79) FROM PG-LINE(3).
035200     05  LINE 8 COLUMN 1 PIC X(79) FROM PG-LINE(4).
035300     05  LINE 9 COLUMN 1 PIC X(79) FROM PG-LINE(5).
035400     05  LINE 10 COLUMN 1 PIC X(79) FROM PG-LINE(6).
035500     05  LINE 11 COLUMN 1 PIC X(79) FROM PG-LINE(7).
035600     05  LINE 12 COLUMN 1 PIC X(79) FROM PG-LINE(8).
035700     05  LINE 13 COLUMN 1 PIC X(79) FROM PG-LINE(9).
035800     05  LINE 14 COLUMN 1 PIC X(79) FROM PG-LINE(10).
035900     05  LINE 15 COLUMN 1 PIC X(79) FROM PG-LINE(11).
036000     05  LINE 16 COLUMN 1 PIC X(79) FROM PG-LINE(12).
036100     05  LINE 19 COLUMN 1 PIC X(79) FROM PG-KEYS.
036200     05  LINE 20 COLUMN 1 VALUE 'COMMAND ===>'.
036300     05  LINE 20 COLUMN 14 PIC X(2) USING WS-COMMAND.
036400     05  LINE 22 COLUMN 1 PIC X(79) FROM WS-MESSAGE
036500             HIGHLIGHT.
036600
036700 PROCEDURE DIVISION.
036800*-----------------------------------------------------------*
036900 0000-MAINLINE.
037000*-----------------------------------------------------------*
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037200     PERFORM 2000-MENU THRU 2000-EXIT
037300         UNTIL INQ-DONE
037400     PERFORM 9999-TERMINATE.
037500
037600*-----------------------------------------------------------*
037700* 1000-INITIALIZE - OPEN THE MASTER FOR INPUT AND LOAD THE   *
037800* GENERATION CATALOG.                                        *
037900*-----------------------------------------------------------*
038000 1000-INITIALIZE.
038100*-----------------------------------------------------------*
038200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038300     OPEN INPUT HISTORY-FILE
038400     IF WS-FS-HIST NOT = '00'
038500         DISPLAY 'AVGINQ ABORTED - AVGHIST.TXT NOT FOUND, '
038600             'STATUS ' WS-FS-HIST
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF
039000     PERFORM 1100-LOAD-GDGCAT THRU 1100-EXIT.
039100 1000-EXIT.
039200     EXIT.
039300
039400*-----------------------------------------------------------*
039500* 1100-LOAD-GDGCAT - THE AVGREPORT AND AVGEXTRACT ENTRIES.   *
039600* NO CATALOG IS NOT AN ERROR - THE NIGHT SCREEN SAYS SO.     *
039700*-----------------------------------------------------------*
039800 1100-LOAD-GDGCAT.
039900*-----------------------------------------------------------*
040000     OPEN INPUT GDGCAT-FILE
040100     IF WS-FS-GDGCAT NOT = '00'
040200         GO TO 1100-EXIT
040300     END-IF
040400     MOVE 'Y' TO SW-GDGCAT
040500     PERFORM UNTIL CAT-EOF-FLAG
040600         READ GDGCAT-FILE
040700             AT END
040800                 MOVE 'Y' TO SW-CAT-EOF
040900             NOT AT END
041000                 PERFORM 1110-TAKE-ONE-ENTRY
041100         END-READ
041200     END-PERFORM
041300     CLOSE GDGCAT-FILE.
041400 1100-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------*
041800 1110-TAKE-ONE-ENTRY.
041900*-----------------------------------------------------------*
042000     IF (CAT-DSNAME = 'AVGREPORT' OR 'AVGEXTRACT')
042100         AND CAT-GEN IS NUMERIC
042200         AND CAT-RUN-DATE IS NUMERIC
042300         AND GDG-COUNT < MAX-GDG-ENTRIES
042400         ADD 1 TO GDG-COUNT
042500         MOVE CAT-DSNAME TO GC-DSNAME(GDG-COUNT)
042600         MOVE CAT-GEN TO GC-GEN(GDG-COUNT)
042700         MOVE CAT-RUN-DATE TO GC-DATE(GDG-COUNT)
042800         MOVE CAT-FILENAME TO GC-FILENAME(GDG-COUNT)
042900     END-IF.
043000
043100*-----------------------------------------------------------*
043200* 2000-MENU - SHOW THE MENU AND START THE BROWSE CHOSEN.     *
043300*-----------------------------------------------------------*
043400 2000-MENU.
043500*-----------------------------------------------------------*
043600     DISPLAY SCR-MENU
043700     ACCEPT SCR-MENU
043800     MOVE SPACES TO WS-MESSAGE
043900     INSPECT MNU-OPTION CONVERTING WS-LOWER-CASE
044000         TO WS-UPPER-CASE
044100     INSPECT MNU-CAT CONVERTING WS-LOWER-CASE
044200         TO WS-UPPER-CASE
044300     EVALUATE MNU-OPTION
044400         WHEN '1'
044500             MOVE SPACES TO WS-FILTER-TYPE
044600             MOVE 'HISTORY BY KEY' TO PGT-MODE
044700         WHEN '2'
044800             IF MNU-CAT = SPACES
044900                 MOVE 'OPTION 2 NEEDS A CATEGORY'
045000                     TO WS-MESSAGE
045100                 GO TO 2000-EXIT
045200             END-IF
045300             MOVE SPACES TO WS-FILTER-TYPE
045400             MOVE 'CATEGORY NIGHTS' TO PGT-MODE
045500         WHEN '3'
045600             MOVE 'S' TO WS-FILTER-TYPE
045700             MOVE 'SUMMARIES' TO PGT-MODE
045800         WHEN 'X'
045900             MOVE 'Y' TO SW-INQ-DONE
046000             GO TO 2000-EXIT
046100         WHEN OTHER
046200             MOVE 'ENTER OPTION 1, 2, 3 OR X' TO WS-MESSAGE
046300             GO TO 2000-EXIT
046400     END-EVALUATE
046500     PERFORM 2100-BUILD-SELECTION THRU 2100-EXIT
046600     IF WS-MESSAGE NOT = SPACES
046700         GO TO 2000-EXIT
046800     END-IF
046900     PERFORM 3000-BROWSE THRU 3000-EXIT.
047000 2000-EXIT.
047100     EXIT.
047200
047300*-----------------------------------------------------------*
047400* 2100-BUILD-SELECTION - THE RUN DATE ENTERED, AND WITH A    *
047500* FULL DATE THE FILENAME ENTERED, ARE THE KEY PREFIX.  A     *
047600* FILENAME WITHOUT A FULL DATE IS A LEADING-PART FILTER;     *
047700* THE CATEGORY IS ALWAYS A FILTER.                           *
047800*-----------------------------------------------------------*
047900 2100-BUILD-SELECTION.
048000*-----------------------------------------------------------*
048100     MOVE SPACES TO WS-SEL-KEY
048200     MOVE MNU-DATE TO WS-LEN-FIELD
048300     PERFORM 8900-FIELD-LENGTH THRU 8900-EXIT
048400     MOVE WS-LEN TO WS-DATE-LEN
048500     IF WS-DATE-LEN > 8
048600         MOVE 8 TO WS-DATE-LEN
048700     END-IF
048800     IF WS-DATE-LEN > 0
048900         IF MNU-DATE(1:WS-DATE-LEN) IS NOT NUMERIC
049000             MOVE 'RUN DATE MUST BE DIGITS - YYYYMMDD OR ANY '
049100                 TO WS-MESSAGE
049200             MOVE 'LEADING PART' TO WS-MESSAGE(43:12)
049300             GO TO 2100-EXIT
049400         END-IF
049500     END-IF
049600     MOVE MNU-FILE TO WS-LEN-FIELD
049700     PERFORM 8900-FIELD-LENGTH THRU 8900-EXIT
049800     MOVE WS-LEN TO WS-FILE-LEN
049900     MOVE MNU-DATE TO SEL-DATE
050000     MOVE MNU-FILE TO SEL-FILE
050100     MOVE MNU-CAT TO SEL-CAT
050200     MOVE MNU-CAT TO WS-FILTER-CAT
050300     MOVE WS-DATE-LEN TO WS-PREFIX-LEN
050400     MOVE WS-FILE-LEN TO WS-FILTER-FILE-LEN
050500     IF WS-DATE-LEN = 8 AND WS-FILE-LEN > 0
050600         ADD WS-FILE-LEN TO WS-PREFIX-LEN
050700         MOVE 0 TO WS-FILTER-FILE-LEN
050800     END-IF
050900     MOVE SEL-DATE TO PGS-DATE
051000     MOVE SEL-FILE TO PGS-FILE
051100     MOVE SEL-CAT TO PGS-CAT
051200     IF WS-DATE-LEN = 0
051300         MOVE '(ANY)' TO PGS-DATE
051400     END-IF
051500     IF WS-FILE-LEN = 0
051600         MOVE '(ANY)' TO PGS-FILE
051700     END-IF
051800     IF SEL-CAT = SPACES
051900         MOVE 'ANY' TO PGS-CAT
052000     END-IF.
052100 2100-EXIT.
052200     EXIT.
052300
052400*-----------------------------------------------------------*
052500* 3000-BROWSE - PAGE THROUGH THE SELECTION UNTIL THE         *
052600* OPERATOR GOES BACK TO THE MENU OR EXITS.                   *
052700*-----------------------------------------------------------*
052800 3000-BROWSE.
052900*-----------------------------------------------------------*
053000     MOVE 1 TO WS-PAGE-NO
053100     MOVE WS-SEL-KEY TO WS-PAGE-START(1)
053200     IF WS-PREFIX-LEN < 52
053300         MOVE SPACES TO WS-PAGE-START(1)
053400         IF WS-PREFIX-LEN > 0
053500             MOVE WS-SEL-KEY(1:WS-PREFIX-LEN)
053600                 TO WS-PAGE-START(1)(1:WS-PREFIX-LEN)
053700         END-IF
053800     END-IF
053900     MOVE 'N' TO SW-BROWSE-END
054000     PERFORM 3100-SHOW-PAGE THRU 3100-EXIT
054100         UNTIL BROWSE-END.
054200 3000-EXIT.
054300     EXIT.
054400
054500*-----------------------------------------------------------*
054600* 3100-SHOW-PAGE - LOAD THE CURRENT PAGE, SHOW IT, AND ACT   *
054700* ON THE COMMAND.                                            *
054800*-----------------------------------------------------------*
054900 3100-SHOW-PAGE.
055000*-----------------------------------------------------------*
055100     PERFORM 3200-LOAD-PAGE THRU 3200-EXIT
055200     IF PAGE-LINE-COUNT = 0
055300         MOVE 'NO HISTORY MATCHES THE SELECTION' TO WS-MESSAGE
055400         MOVE 'Y' TO SW-BROWSE-END
055500         GO TO 3100-EXIT
055600     END-IF
055700     MOVE WS-PAGE-NO TO PGT-PAGE
055800     MOVE WS-LIST-HEADING TO PG-HEADING
055900     MOVE WS-LIST-KEYS TO PG-KEYS
056000     MOVE SPACES TO PG-LINES
056100     PERFORM 3300-BUILD-LIST-LINE
056200         VARYING PL-NDX FROM 1 BY 1
056300             UNTIL PL-NDX > PAGE-LINE-COUNT
056400     MOVE SPACES TO WS-COMMAND
056500     DISPLAY SCR-PAGE
056600     ACCEPT SCR-PAGE
056700     MOVE SPACES TO WS-MESSAGE
056800     INSPECT WS-COMMAND CONVERTING WS-LOWER-CASE
056900         TO WS-UPPER-CASE
057000     PERFORM 3400-TAKE-COMMAND THRU 3400-EXIT.
057100 3100-EXIT.
057200     EXIT.
057300
057400*-----------------------------------------------------------*
057500* 3200-LOAD-PAGE - POSITION ON THE PAGE'S START KEY AND      *
057600* TAKE UP TO 12 MATCHING RECORDS; ONE MORE MATCH MEANS       *
057700* THERE IS A NEXT PAGE, AND ITS KEY IS WHERE THAT PAGE       *
057800* STARTS.                                                    *
057900*-----------------------------------------------------------*
058000 3200-LOAD-PAGE.
058100*-----------------------------------------------------------*
058200     MOVE 0 TO PAGE-LINE-COUNT
058300     MOVE 'N' TO SW-MORE
058400     MOVE 'N' TO SW-HIST-EOF
058500     MOVE WS-PAGE-START(WS-PAGE-NO) TO HIS-KEY
058600     START HISTORY-FILE KEY IS NOT LESS THAN HIS-KEY
058700         INVALID KEY
058800             MOVE 'Y' TO SW-HIST-EOF
058900     END-START
059000     PERFORM 3210-TAKE-ONE-MATCH THRU 3210-EXIT
059100         UNTIL HIST-EOF OR PAGE-LINE-COUNT = 12
059200     IF NOT HIST-EOF
059300         PERFORM 3220-FIND-NEXT-MATCH THRU 3220-EXIT
059400         IF RECORD-MATCHES
059500             MOVE 'Y' TO SW-MORE
059600             IF WS-PAGE-NO < MAX-PAGES
059700                 MOVE WH-KEY TO WS-PAGE-START(WS-PAGE-NO + 1)
059800             END-IF
059900         END-IF
060000     END-IF.
060100 3200-EXIT.
060200     EXIT.
060300
060400*-----------------------------------------------------------*
060500 3210-TAKE-ONE-MATCH.
060600*-----------------------------------------------------------*
060700     PERFORM 3220-FIND-NEXT-MATCH THRU 3220-EXIT
060800     IF RECORD-MATCHES
060900         ADD 1 TO PAGE-LINE-COUNT
061000         MOVE WS-HISTORY-REC TO PE-RECORD(PAGE-LINE-COUNT)
061100     END-IF.
061200 3210-EXIT.
061300     EXIT.
061400
061500*-----------------------------------------------------------*
061600* 3220-FIND-NEXT-MATCH - READ ON UNTIL A RECORD PASSES THE   *
061700* SELECTION.  A KEY PAST THE PREFIX ENDS THE BROWSE.         *
061800*-----------------------------------------------------------*
061900 3220-FIND-NEXT-MATCH.
062000*-----------------------------------------------------------*
062100     MOVE 'N' TO SW-MATCH
062200     PERFORM UNTIL RECORD-MATCHES OR HIST-EOF
062300         READ HISTORY-FILE NEXT RECORD INTO WS-HISTORY-REC
062400             AT END
062500                 MOVE 'Y' TO SW-HIST-EOF
062600             NOT AT END
062700                 PERFORM 3230-TEST-RECORD THRU 3230-EXIT
062800         END-READ
062900     END-PERFORM.
063000 3220-EXIT.
063100     EXIT.
063200
063300*-----------------------------------------------------------*
063400 3230-TEST-RECORD.
063500*-----------------------------------------------------------*
063600     IF WS-PREFIX-LEN > 0
063700         IF WH-KEY(1:WS-PREFIX-LEN)
063800                 > WS-SEL-KEY(1:WS-PREFIX-LEN)
063900             MOVE 'Y' TO SW-HIST-EOF
064000             GO TO 3230-EXIT
064100         END-IF
064200         IF WH-KEY(1:WS-PREFIX-LEN)
064300                 NOT = WS-SEL-KEY(1:WS-PREFIX-LEN)
064400             GO TO 3230-EXIT
064500         END-IF
064600     END-IF
064700     IF WS-FILTER-FILE-LEN > 0
064800         IF WH-FILENAME(1:WS-FILTER-FILE-LEN)
064900                 NOT = SEL-FILE(1:WS-FILTER-FILE-LEN)
065000             GO TO 3230-EXIT
065100         END-IF
065200     END-IF
065300     IF WS-FILTER-CAT NOT = SPACES
065400         AND WH-CAT-CODE NOT = WS-FILTER-CAT
065500         GO TO 3230-EXIT
065600     END-IF
065700     IF WS-FILTER-TYPE NOT = SPACES
065800         AND WH-REC-TYPE NOT = WS-FILTER-TYPE
065900         GO TO 3230-EXIT
066000     END-IF
066100     MOVE 'Y' TO SW-MATCH.
066200 3230-EXIT.
066300     EXIT.
066400
066500*-----------------------------------------------------------*
066600 3300-BUILD-LIST-LINE.
066700*-----------------------------------------------------------*
066800     MOVE PE-RECORD(PL-NDX) TO WS-HISTORY-REC
066900     MOVE PL-NDX TO LL-NO
067000     MOVE WH-RUN-DATE TO LL-DATE
067100     MOVE WH-FILENAME TO LL-FILE
067200     MOVE WH-CAT-CODE TO LL-CAT
067300     MOVE WH-REC-TYPE TO LL-TYPE
067400     MOVE WH-COUNT TO LL-COUNT
067500     MOVE WH-AVERAGE TO LL-AVERAGE
067600     MOVE WH-REJECTED TO LL-REJECTED
067700     MOVE WS-LIST-LINE TO PG-LINE(PL-NDX).
067800
067900*-----------------------------------------------------------*
068000* 3400-TAKE-COMMAND - F, B, A LINE NUMBER, M OR X.  ENTER    *
068100* ALONE SHOWS THE PAGE AGAIN.                                *
068200*-----------------------------------------------------------*
068300 3400-TAKE-COMMAND.
068400*-----------------------------------------------------------*
068500     EVALUATE TRUE
068600         WHEN WS-COMMAND = SPACES
068700             CONTINUE
068800         WHEN WS-COMMAND = 'F'
068900             IF NOT MORE-PAGES
069000                 MOVE 'LAST PAGE - NOTHING FURTHER' TO WS-MESSAGE
069100             ELSE
069200                 IF WS-PAGE-NO >= MAX-PAGES
069300                     MOVE 'PAGE LIMIT REACHED - NARROW THE '
069400                         TO WS-MESSAGE
069500                     MOVE 'SELECTION' TO WS-MESSAGE(33:9)
069600                 ELSE
069700                     ADD 1 TO WS-PAGE-NO
069800                 END-IF
069900             END-IF
070000         WHEN WS-COMMAND = 'B'
070100             IF WS-PAGE-NO > 1
070200                 SUBTRACT 1 FROM WS-PAGE-NO
070300             ELSE
070400                 MOVE 'FIRST PAGE - NOTHING BEFORE IT'
070500                     TO WS-MESSAGE
070600             END-IF
070700         WHEN WS-COMMAND = 'M'
070800             MOVE 'Y' TO SW-BROWSE-END
070900         WHEN WS-COMMAND = 'X'
071000             MOVE 'Y' TO SW-BROWSE-END
071100             MOVE 'Y' TO SW-INQ-DONE
071200         WHEN OTHER
071300             PERFORM 3410-SELECT-LINE THRU 3410-EXIT
071400     END-EVALUATE.
071500 3400-EXIT.
071600     EXIT.
071700
071800*-----------------------------------------------------------*
071900* 3410-SELECT-LINE - ONE OR TWO DIGITS NAMING A LINE ON THE  *
072000* PAGE.                                                      *
072100*-----------------------------------------------------------*
072200 3410-SELECT-LINE.
072300*-----------------------------------------------------------*
072400     MOVE 0 TO WS-SEL-NO
072500     IF WS-COMMAND(1:1) IS NUMERIC
072600         IF WS-COMMAND(2:1) = SPACE
072700             MOVE WS-COMMAND(1:1) TO WS-SEL-NO
072800         ELSE
072900             IF WS-COMMAND(2:1) IS NUMERIC
073000                 MOVE WS-COMMAND TO WS-SEL-NO
073100             END-IF
073200         END-IF
073300     END-IF
073400     IF WS-SEL-NO = 0 OR WS-SEL-NO > PAGE-LINE-COUNT
073500         MOVE 'ENTER F, B, A LINE NUMBER ON THE PAGE, M OR X'
073600             TO WS-MESSAGE
073700         GO TO 3410-EXIT
073800     END-IF
073900     MOVE PE-RECORD(WS-SEL-NO) TO WS-HISTORY-REC
074000     PERFORM 4000-SHOW-NIGHT THRU 4000-EXIT.
074100 3410-EXIT.
074200     EXIT.
074300
074400*-----------------------------------------------------------*
074500* 4000-SHOW-NIGHT - EVERY FIGURE ON THE RECORD SELECTED AND  *
074600* THE GENERATIONS ITS NIGHT PRODUCED.                        *
074700*-----------------------------------------------------------*
074800 4000-SHOW-NIGHT.
074900*-----------------------------------------------------------*
075000     MOVE SPACES TO PG-HEADING
075100     MOVE SPACES TO PG-LINES
075200     MOVE WS-NIGHT-KEYS TO PG-KEYS
075300     MOVE WH-RUN-DATE TO NL1-DATE
075400     MOVE WH-REC-TYPE TO NL1-TYPE
075500     EVALUATE WH-REC-TYPE
075600         WHEN 'F'
075700             MOVE 'FILE TOTAL' TO NL1-TYPE-TEXT
075800         WHEN 'C'
075900             MOVE 'CATEGORY' TO NL1-TYPE-TEXT
076000         WHEN 'G'
076100             MOVE 'CATEGORY GROUP ROLL-UP' TO NL1-TYPE-TEXT
076200         WHEN 'S'
076300             MOVE 'CARRY-FORWARD SUMMARY' TO NL1-TYPE-TEXT
076400         WHEN OTHER
076500             MOVE 'UNKNOWN' TO NL1-TYPE-TEXT
076600     END-EVALUATE
076700     MOVE WS-NIGHT-LINE-1 TO PG-LINE(1)
076800     MOVE WH-FILENAME TO NL2-FILE
076900     MOVE WS-NIGHT-LINE-2 TO PG-LINE(2)
077000     MOVE WH-CAT-CODE TO NL3-CAT
077100     MOVE WS-NIGHT-LINE-3 TO PG-LINE(3)
077200     MOVE WH-COUNT TO NL4-COUNT
077300     MOVE WH-REJECTED TO NL4-REJECTED
077400     MOVE WS-NIGHT-LINE-4 TO PG-LINE(4)
077500     MOVE WH-SUM TO NL5-SUM
077600     MOVE WS-NIGHT-LINE-5 TO PG-LINE(5)
077700     MOVE WH-AVERAGE TO NL6-AVERAGE
077800     MOVE WH-WT-AVERAGE TO NL6-WT-AVERAGE
077900     MOVE WS-NIGHT-LINE-6 TO PG-LINE(6)
078000     MOVE WH-MINIMUM TO NL7-MINIMUM
078100     MOVE WH-MAXIMUM TO NL7-MAXIMUM
078200     MOVE WS-NIGHT-LINE-7 TO PG-LINE(7)
078300     IF WH-REC-TYPE = 'S'
078400         MOVE WS-SUMMARY-NOTE-1 TO PG-LINE(8)
078500         MOVE WS-SUMMARY-NOTE-2 TO PG-LINE(9)
078510     ELSE
078520         IF WH-STD-DEV IS NUMERIC AND WH-MEDIAN IS NUMERIC
078530             MOVE WH-STD-DEV TO NL8-STD-DEV
078540             MOVE WH-MEDIAN TO NL8-MEDIAN
078550             MOVE WS-NIGHT-LINE-8 TO PG-LINE(8)
078560         ELSE
078570             MOVE WS-NIGHT-LINE-8-NONE TO PG-LINE(8)
078580         END-IF
078600     END-IF
078700     MOVE 'GENERATIONS FOR THIS RUN DATE ON GDGCAT.TXT:'
078800         TO PG-LINE(10)
078900     MOVE 'AVGREPORT' TO WS-FIND-DSNAME
079000     PERFORM 4100-FIND-GENERATION THRU 4100-EXIT
079100     MOVE WS-NIGHT-GEN-LINE TO PG-LINE(11)
079200     MOVE 'AVGEXTRACT' TO WS-FIND-DSNAME
079300     PERFORM 4100-FIND-GENERATION THRU 4100-EXIT
079400     MOVE WS-NIGHT-GEN-LINE TO PG-LINE(12)
079500     MOVE 'N' TO SW-NIGHT-END
079600     PERFORM 4200-SHOW-NIGHT-SCREEN THRU 4200-EXIT
079700         UNTIL NIGHT-END.
079800 4000-EXIT.
079900     EXIT.
080000
080100*-----------------------------------------------------------*
080200* 4100-FIND-GENERATION - THE HIGHEST GENERATION OF THE       *
080300* DATASET CATALOGED WITH THE NIGHT'S RUN DATE.               *
080400*-----------------------------------------------------------*
080500 4100-FIND-GENERATION.
080600*-----------------------------------------------------------*
080700     MOVE SPACES TO WS-NIGHT-GEN-LINE
080800     MOVE WS-FIND-DSNAME TO NGL-DSNAME
080900     IF NOT GDGCAT-LOADED
081000         MOVE 'GDGCAT.TXT NOT AVAILABLE' TO NGL-TEXT
081100         GO TO 4100-EXIT
081200     END-IF
081300     MOVE 0 TO WS-FOUND-GEN
081400     MOVE 0 TO WS-FOUND-NDX
081500     PERFORM 4110-TEST-ONE-ENTRY
081600         VARYING GDG-NDX FROM 1 BY 1
081700             UNTIL GDG-NDX > GDG-COUNT
081800     IF WS-FOUND-NDX = 0
081900         MOVE 'NONE CATALOGED - NOT ROLLED OR SINCE PURGED'
082000             TO NGL-TEXT
082100         GO TO 4100-EXIT
082200     END-IF
082300     MOVE 'GEN' TO NGL-TEXT
082400     MOVE GC-GEN(WS-FOUND-NDX) TO NGL-GEN
082500     MOVE GC-FILENAME(WS-FOUND-NDX) TO NGL-FILENAME.
082600 4100-EXIT.
082700     EXIT.
082800
082900*-----------------------------------------------------------*
083000 4110-TEST-ONE-ENTRY.
083100*-----------------------------------------------------------*
083200     IF GC-DSNAME(GDG-NDX) = WS-FIND-DSNAME
083300         AND GC-DATE(GDG-NDX) = WH-RUN-DATE
083400         AND GC-GEN(GDG-NDX) > WS-FOUND-GEN
083500         MOVE GC-GEN(GDG-NDX) TO WS-FOUND-GEN
083600         MOVE GDG-NDX TO WS-FOUND-NDX
083700     END-IF.
083800
083900*-----------------------------------------------------------*
084000* 4200-SHOW-NIGHT-SCREEN - ENTER GOES BACK TO THE LIST PAGE. *
084100*-----------------------------------------------------------*
084200 4200-SHOW-NIGHT-SCREEN.
084300*-----------------------------------------------------------*
084400     MOVE SPACES TO WS-COMMAND
084500     DISPLAY SCR-PAGE
084600     ACCEPT SCR-PAGE
084700     MOVE SPACES TO WS-MESSAGE
084800     INSPECT WS-COMMAND CONVERTING WS-LOWER-CASE
084900         TO WS-UPPER-CASE
085000     EVALUATE WS-COMMAND
085100         WHEN SPACES
085200             MOVE 'Y' TO SW-NIGHT-END
085300         WHEN 'M'
085400             MOVE 'Y' TO SW-NIGHT-END
085500             MOVE 'Y' TO SW-BROWSE-END
085600         WHEN 'X'
085700             MOVE 'Y' TO SW-NIGHT-END
085800             MOVE 'Y' TO SW-BROWSE-END
085900             MOVE 'Y' TO SW-INQ-DONE
086000         WHEN OTHER
086100             MOVE 'PRESS ENTER, OR M OR X' TO WS-MESSAGE
086200     END-EVALUATE.
086300 4200-EXIT.
086400     EXIT.
086500
086600*-----------------------------------------------------------*
086700* 8900-FIELD-LENGTH - LENGTH OF WS-LEN-FIELD WITHOUT ITS     *
086800* TRAILING SPACES.                                           *
086900*-----------------------------------------------------------*
087000 8900-FIELD-LENGTH.
087100*-----------------------------------------------------------*
087200     MOVE 40 TO WS-LEN
087300     PERFORM 8910-BACK-UP-ONE
087400         UNTIL WS-LEN = 0
087500             OR WS-LEN-FIELD(WS-LEN:1) NOT = SPACE.
087600 8900-EXIT.
087700     EXIT.
087800
087900*-----------------------------------------------------------*
088000 8910-BACK-UP-ONE.
088100*-----------------------------------------------------------*
088200     SUBTRACT 1 FROM WS-LEN.
088300
088400*-----------------------------------------------------------*
088500 9999-TERMINATE.
088600*-----------------------------------------------------------*
088700     CLOSE HISTORY-FILE
088800     STOP RUN.
