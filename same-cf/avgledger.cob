000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AVGLEDGER.
000300 AUTHOR. DATA-PROCESSING-GROUP.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                                *
001200* 2026-10-15  DPG  ORIGINAL PROGRAM.  PERSISTENT OPEN-ITEMS  *
001300*                  LEDGER FOR EVERY RECORD AVERAGE REFUSED.  *
001400*                  EACH NIGHT'S AVGEXCEPT.TXT AND            *
001500*                  AVGSUSPECT.TXT LINES ARE REGISTERED AS    *
001600*                  ITEMS WITH A PERMANENT ITEM ID THE FIRST  *
001700*                  NIGHT THEY APPEAR; THE OUTCOMES AVGREPAIR *
001800*                  AND SUSREVIEW APPEND TO AVGLEDPOST.TXT    *
001900*                  (REPAIRED, DROPPED, SKIPPED, RELEASED,    *
002000*                  REJECTED, HELD) POST AGAINST THE OLDEST   *
002100*                  MATCHING OPEN ITEM; A FINAL OUTCOME       *
002200*                  CLOSES THE ITEM WITH A CLOSURE DATE AND   *
002300*                  MOVES IT TO THE AVGLEDHIST.TXT CLOSED-    *
002400*                  ITEMS HISTORY.  THE AGING REPORT          *
002500*                  (AVGLEDGER-RPT.TXT) LISTS EVERY ITEM      *
002600*                  STILL OPEN BY CATEGORY, WITH AGE BUCKETS  *
002700*                  AND A VALUE TOTAL, SO NOTHING AVERAGE     *
002800*                  REFUSED CAN FALL BETWEEN THE TWO          *
002900*                  WORKFLOWS UNSEEN.                         *
002910* 2026-10-15  DPG  EXCEPTION AND SUSPECT RECORDS WIDENED TO  *
002920*                  128 FOR AVERAGE'S ORIGINAL RUN DATE AND   *
002930*                  INPUT FILENAME COLUMNS.                   *
002940* 2026-10-15  DPG  CLOSED ITEMS GO TO AVGLEDHIST.TXT, AND    *
002950*                  AVGLEDPOST.TXT IS EMPTIED, ONLY ONCE THE  *
002960*                  NEW LEDGER HAS BEEN WRITTEN, SO A FAILED  *
002970*                  REWRITE CAN BE RERUN WITHOUT LOSING THE   *
002980*                  POSTINGS OR CLOSING AN ITEM TWICE.        *
002981* 2026-10-15  DPG  ITEMS AND POSTINGS CARRY THE ORIGINAL RUN *
002982*                  DATE AND INPUT FILENAME OF THE REFUSED    *
002983*                  RECORD, AND A POSTING MATCHES ONLY THE    *
002984*                  ITEM FROM THAT NIGHT AND FILE.  AN        *
002985*                  UNMATCHED POSTING NO LONGER LOWERS A      *
002986*                  HIGHER RETURN CODE; A FAILED HISTORY      *
002987*                  WRITE STOPS THE RUN WITH AVGLEDPOST.TXT   *
002988*                  KEPT.                                     *
002989* 2026-10-15  DPG  THE NEW LEDGER IS WRITTEN TO              *
002990*                  AVGLEDGER.WRK AND COPIED OVER             *
002991*                  AVGLEDGER.TXT ONLY AFTER THE CLOSED ITEMS *
002992*                  ARE IN AVGLEDHIST.TXT, SO A HISTORY       *
002993*                  FAILURE NO LONGER DROPS THEM FROM BOTH    *
002994*                  FILES.                                    *
003000*-----------------------------------------------------------*
003100*
003200*-----------------------------------------------------------*
003300* OPEN-ITEMS LEDGER (AVGLEDGER.TXT) - ONE CONTROL RECORD,    *
003400* THEN ONE RECORD PER OPEN ITEM:                             *
003500*   CONTROL  COL 1 'H', COLS 2-10 NEXT ITEM ID, COLS 11-18   *
003600*            DATE OF THE LAST REGISTRATION PASS              *
003700*   ITEM     COL 1 'I', COLS 2-10 ITEM ID, COL 11 SOURCE     *
003800*            ('E' EXCEPTION / 'S' SUSPECT), COLS 12-19       *
003900*            FIRST-SEEN DATE, COLS 20-39 RAW RECORD TEXT,    *
004000*            COLS 40-69 REASON, COLS 70-73 CATEGORY, COLS    *
004100*            74-83 VALUE, COLS 84-91 LAST OUTCOME, COLS      *
004200*            92-99 LAST OUTCOME DATE, COLS 100-107 CLOSURE   *
004300*            DATE (ZERO WHILE OPEN), COLS 108-115 ORIGINAL   *
004310*            RUN DATE, COLS 116-155 ORIGINAL INPUT FILENAME  *
004400* CLOSED ITEMS ARE APPENDED TO AVGLEDHIST.TXT IN THE SAME    *
004500* ITEM LAYOUT AND DROP OFF THE OPEN LEDGER.                  *
004510* THE NEW LEDGER IS BUILT IN AVGLEDGER.WRK AND COPIED OVER   *
004520* AVGLEDGER.TXT AFTER THE HISTORY IS WRITTEN; IF THAT COPY   *
004530* FAILS, COPY AVGLEDGER.WRK TO AVGLEDGER.TXT BEFORE A RERUN. *
004600*                                                            *
004700* OUTCOME POSTING (AVGLEDPOST.TXT), APPENDED BY AVGREPAIR    *
004800* AND SUSREVIEW AND EMPTIED ONCE THIS PROGRAM HAS APPLIED    *
004900* IT:                                                        *
005000*   COLS 1-8   POSTING DATE                                  *
005100*   COL  9     SOURCE ('E' OR 'S')                           *
005200*   COLS 10-29 RAW RECORD TEXT                               *
005300*   COLS 30-59 ORIGINAL EXCEPTION OR SUSPECT REASON          *
005400*   COLS 60-67 OUTCOME                                       *
005410*   COLS 68-75 ORIGINAL RUN DATE    (COLS 81-88 OF THE LINE) *
005420*   COLS 76-115 ORIGINAL FILENAME  (COLS 89-128 OF THE LINE) *
005430* A POSTING CLOSES ONLY THE ITEM WITH THE SAME SOURCE, RAW   *
005440* TEXT, REASON, ORIGINAL RUN DATE, AND INPUT FILENAME, SO    *
005450* THE SAME BAD RECORD ON TWO NIGHTS OR IN TWO FILES STAYS    *
005460* TWO ITEMS.                                                 *
005500* REPAIRED, DROPPED, RELEASED, AND REJECTED ARE FINAL AND    *
005600* CLOSE THE ITEM; HELD AND SKIPPED ARE RECORDED AS THE LAST  *
005700* OUTCOME BUT LEAVE IT OPEN.                                 *
005800*                                                            *
005900* "NOREG" ON THE COMMAND LINE APPLIES POSTINGS AND PRINTS    *
006000* THE AGING REPORT WITHOUT REGISTERING - FOR A NIGHT AVERAGE *
006100* DID NOT RUN, WHEN AVGEXCEPT/AVGSUSPECT STILL HOLD THE      *
006200* PRIOR NIGHT'S LINES.                                       *
006300*-----------------------------------------------------------*
006400
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT LEDGER-FILE ASSIGN TO 'avgledger.txt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-FS-LEDGER.
007100
007200     SELECT LEDHIST-FILE ASSIGN TO 'avgledhist.txt'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-FS-LEDHIST.
007500
007600     SELECT POSTING-FILE ASSIGN TO 'avgledpost.txt'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-FS-POSTING.
007900
008000     SELECT EXCEPTION-FILE ASSIGN TO 'avgexcept.txt'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-FS-EXCEPT.
008300
008400     SELECT SUSPECT-FILE ASSIGN TO 'avgsuspect.txt'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-FS-SUSPECT.
008700
008710     SELECT LEDWORK-FILE ASSIGN TO 'avgledger.wrk'
008720         ORGANIZATION IS LINE SEQUENTIAL
008730         FILE STATUS IS WS-FS-LEDWORK.
008740
008800     SELECT LEDGER-REPORT ASSIGN TO 'avgledger-rpt.txt'
008900         ORGANIZATION IS LINE SEQUENTIAL.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  LEDGER-FILE.
009400 01  LEDGER-RECORD       PIC X(168).
009500
009600 FD  LEDHIST-FILE.
009700 01  LEDHIST-RECORD      PIC X(168).
009800
009900 FD  POSTING-FILE.
010000 01  POSTING-RECORD      PIC X(128).
010100
010200 FD  EXCEPTION-FILE.
010300 01  EXCEPT-RECORD       PIC X(128).
010400
010500 FD  SUSPECT-FILE.
010600 01  SUSPECT-RECORD      PIC X(128).
010700
010710 FD  LEDWORK-FILE.
010720 01  LEDWORK-RECORD      PIC X(168).
010730
010800 FD  LEDGER-REPORT.
010900 01  LEDGER-RPT-RECORD   PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200 01  WS-FS-LEDGER        PIC X(2)  VALUE SPACES.
011300 01  WS-FS-LEDHIST       PIC X(2)  VALUE SPACES.
011400 01  WS-FS-POSTING       PIC X(2)  VALUE SPACES.
011500 01  WS-FS-EXCEPT        PIC X(2)  VALUE SPACES.
011600 01  WS-FS-SUSPECT       PIC X(2)  VALUE SPACES.
011610 01  WS-FS-LEDWORK       PIC X(2)  VALUE SPACES.
011700
011800 01  SW-LDG-EOF          PIC X     VALUE 'N'.
011900     88  LDG-EOF-FLAG              VALUE 'Y'.
012000 01  SW-PST-EOF          PIC X     VALUE 'N'.
012100     88  PST-EOF-FLAG              VALUE 'Y'.
012200 01  SW-EXC-EOF          PIC X     VALUE 'N'.
012300     88  EXC-EOF-FLAG              VALUE 'Y'.
012400 01  SW-SUS-EOF          PIC X     VALUE 'N'.
012500     88  SUS-EOF-FLAG              VALUE 'Y'.
012600 01  SW-REGISTER         PIC X     VALUE 'Y'.
012700     88  REGISTER-TONIGHT          VALUE 'Y'.
012710 01  SW-LWK-EOF          PIC X     VALUE 'N'.
012720     88  LWK-EOF-FLAG              VALUE 'Y'.
013000
013100 01  WS-PARM-LINE        PIC X(80).
013200 01  WS-RUN-DATE         PIC 9(8).
013300 01  WS-TODAY-INT        PIC 9(8)  COMP.
013400 01  WS-FIRST-INT        PIC 9(8)  COMP.
013500 01  WS-DAYS-OPEN        PIC 9(5).
013600
013700*-----------------------------------------------------------*
013800* LEDGER CONTROL AND ITEM RECORD LAYOUTS                     *
013900*-----------------------------------------------------------*
014000 01  WS-LEDGER-HDR.
014100     05  LDH-REC-TYPE     PIC X(1).
014200     05  LDH-NEXT-ID      PIC 9(9).
014300     05  LDH-LAST-REG     PIC 9(8).
014400     05  FILLER           PIC X(150).
014500
014600 01  WS-LEDGER-ITEM.
014700     05  LDG-REC-TYPE     PIC X(1).
014800     05  LDG-ITEM-ID      PIC 9(9).
014900     05  LDG-SOURCE       PIC X(1).
015000     05  LDG-FIRST-DATE   PIC 9(8).
015100     05  LDG-RAW-TEXT     PIC X(20).
015200     05  LDG-REASON       PIC X(30).
015300     05  LDG-CAT-CODE     PIC X(4).
015400     05  LDG-VALUE        PIC 9(8)V9(2).
015500     05  LDG-LAST-OUTCOME PIC X(8).
015600     05  LDG-LAST-DATE    PIC 9(8).
015700     05  LDG-CLOSE-DATE   PIC 9(8).
015710     05  LDG-RUN-DATE     PIC X(8).
015720     05  LDG-FILENAME     PIC X(40).
015800     05  FILLER           PIC X(13).
015900
016000 01  WS-NEXT-ID          PIC 9(9)  VALUE 1.
016100 01  WS-LAST-REG-DATE    PIC 9(8)  VALUE 0.
016200
016300*-----------------------------------------------------------*
016400* OUTCOME POSTING RECORD - SHARED WITH AVGREPAIR/SUSREVIEW   *
016500*-----------------------------------------------------------*
016600 01  WS-POSTING-REC.
016700     05  LPS-POST-DATE    PIC 9(8).
016800     05  LPS-SOURCE       PIC X(1).
016900     05  LPS-RAW-TEXT     PIC X(20).
017000     05  LPS-REASON       PIC X(30).
017100     05  LPS-OUTCOME      PIC X(8).
017110     05  LPS-RUN-DATE     PIC X(8).
017120     05  LPS-FILENAME     PIC X(40).
017200     05  FILLER           PIC X(13).
017300
017400*-----------------------------------------------------------*
017500* EXCEPTION AND SUSPECT LINE LAYOUTS - MATCH AVERAGE'S       *
017600* WS-EXCEPT-LINE AND WS-SUSPECT-LINE                         *
017700*-----------------------------------------------------------*
017800 01  WS-EXCEPT-LINE.
017900     05  EXC-RAW-TEXT  PIC X(20).
018000     05  FILLER        PIC X(2).
018100     05  EXC-REASON    PIC X(30).
018200     05  FILLER        PIC X(28).
018210     05  EXC-RUN-DATE  PIC X(8).
018220     05  EXC-FILENAME  PIC X(40).
018300
018400 01  WS-SUSPECT-LINE.
018500     05  SUS-RAW-TEXT  PIC X(20).
018600     05  FILLER        PIC X(2).
018700     05  SUS-REASON    PIC X(30).
018800     05  FILLER        PIC X(28).
018810     05  SUS-RUN-DATE  PIC X(8).
018820     05  SUS-FILENAME  PIC X(40).
018900
019000*-----------------------------------------------------------*
019100* RAW TEXT RE-INTERPRETED AS AVERAGE'S CATEGORY/VALUE/WEIGHT *
019200* INPUT RECORD, FOR THE ITEM'S CATEGORY AND VALUE.           *
019300*-----------------------------------------------------------*
019400 01  WS-INPUT-RECORD.
019500     05  IR-CATEGORY      PIC X(4).
019600     05  IR-VALUE-RAW     PIC X(10).
019700     05  IR-VALUE REDEFINES IR-VALUE-RAW
019800                          PIC 9(8)V9(2).
019900     05  IR-WEIGHT-RAW    PIC X(6).
020000
020100 01  WS-NEW-SOURCE       PIC X(1).
020200 01  WS-NEW-RAW-TEXT     PIC X(20).
020300 01  WS-NEW-REASON       PIC X(30).
020310 01  WS-NEW-RUN-DATE     PIC X(8).
020320 01  WS-NEW-FILENAME     PIC X(40).
020400
020500*-----------------------------------------------------------*
020600* OPEN-ITEM TABLE - THE WHOLE OPEN LEDGER, LOADED AT START   *
020700* AND REWRITTEN AT END.  LT-STATUS 'C' MARKS AN ITEM CLOSED  *
020800* TONIGHT, WHICH THE REWRITE LEAVES OFF.                     *
020900*-----------------------------------------------------------*
021000 01  LT-TABLE-COUNT      PIC 9(4) COMP  VALUE 0.
021100 01  MAX-LT-ENTRIES      PIC 9(4) COMP  VALUE 5000.
021200 01  LT-TABLE.
021300     05  LT-ENTRY OCCURS 5000 TIMES.
021400         10  LT-ITEM-ID       PIC 9(9).
021500         10  LT-SOURCE        PIC X(1).
021600         10  LT-FIRST-DATE    PIC 9(8).
021700         10  LT-RAW-TEXT      PIC X(20).
021800         10  LT-REASON        PIC X(30).
021900         10  LT-CAT-CODE      PIC X(4).
022000         10  LT-VALUE         PIC 9(8)V9(2).
022100         10  LT-LAST-OUTCOME  PIC X(8).
022200         10  LT-LAST-DATE     PIC 9(8).
022300         10  LT-CLOSE-DATE    PIC 9(8).
022310         10  LT-RUN-DATE      PIC X(8).
022320         10  LT-FILENAME      PIC X(40).
022400         10  LT-STATUS        PIC X(1).
022500 01  LT-NDX              PIC 9(4) COMP.
022600 01  LT-FOUND-NDX        PIC 9(4) COMP.
022700
022800*-----------------------------------------------------------*
022900* PER-CATEGORY AGING ACCUMULATORS FOR THE REPORT             *
023000*-----------------------------------------------------------*
023100 01  AC-TABLE-COUNT      PIC 9(3) COMP  VALUE 0.
023200 01  MAX-AC-ENTRIES      PIC 9(3) COMP  VALUE 200.
023300 01  AC-TABLE.
023400     05  AC-ENTRY OCCURS 200 TIMES.
023500         10  AC-CAT-CODE      PIC X(4).
023600         10  AC-OPEN          PIC 9(5).
023700         10  AC-AGE-1         PIC 9(5).
023800         10  AC-AGE-2         PIC 9(5).
023900         10  AC-AGE-3         PIC 9(5).
024000         10  AC-AGE-4         PIC 9(5).
024100         10  AC-VALUE         PIC 9(11)V9(2).
024200 01  AC-NDX              PIC 9(3) COMP.
024300 01  AC-SCAN             PIC 9(3) COMP.
024400 01  AC-FOUND-NDX        PIC 9(3) COMP.
024500
024600 01  WS-TOT-OPEN         PIC 9(7)  VALUE 0.
024700 01  WS-TOT-VALUE        PIC 9(11)V9(2) VALUE 0.
024800
024900 77  POSTINGS-READ       PIC 9(5)  VALUE 0.
025000 77  POSTINGS-APPLIED    PIC 9(5)  VALUE 0.
025100 77  POSTINGS-UNMATCHED  PIC 9(5)  VALUE 0.
025200 77  ITEMS-REGISTERED    PIC 9(5)  VALUE 0.
025300 77  ITEMS-CLOSED        PIC 9(5)  VALUE 0.
025400
025500*-----------------------------------------------------------*
025600* REPORT LINE LAYOUTS                                        *
025700*-----------------------------------------------------------*
025800 01  WS-RPT-HEADER.
025900     05  FILLER       PIC X(20) VALUE 'OPEN-ITEMS LEDGER - '.
026000     05  RPH-DATE     PIC 9(8).
026100     05  FILLER       PIC X(104) VALUE SPACES.
026200
026300 01  WS-SECTION-LINE.
026400     05  SCL-TEXT     PIC X(60).
026500     05  FILLER       PIC X(72) VALUE SPACES.
026600
026700 01  WS-POST-LINE.
026800     05  PSL-ID       PIC Z(8)9.
026900     05  FILLER       PIC X(2)  VALUE SPACES.
027000     05  PSL-SOURCE   PIC X(1).
027100     05  FILLER       PIC X(2)  VALUE SPACES.
027200     05  PSL-RAW      PIC X(20).
027300     05  FILLER       PIC X(2)  VALUE SPACES.
027400     05  PSL-OUTCOME  PIC X(8).
027500     05  FILLER       PIC X(2)  VALUE SPACES.
027600     05  PSL-STATUS   PIC X(24).
027700     05  FILLER       PIC X(62) VALUE SPACES.
027800
027900 01  WS-ITEM-LINE.
028000     05  ITL-ID       PIC Z(8)9.
028100     05  FILLER       PIC X(2)  VALUE SPACES.
028200     05  ITL-SOURCE   PIC X(1).
028300     05  FILLER       PIC X(2)  VALUE SPACES.
028400     05  ITL-CAT      PIC X(4).
028500     05  FILLER       PIC X(2)  VALUE SPACES.
028600     05  ITL-RAW      PIC X(20).
028700     05  FILLER       PIC X(2)  VALUE SPACES.
028800     05  ITL-REASON   PIC X(30).
028900     05  FILLER       PIC X(2)  VALUE SPACES.
029000     05  ITL-FIRST    PIC 9(8).
029100     05  FILLER       PIC X(2)  VALUE SPACES.
029200     05  ITL-DAYS     PIC Z(4)9.
029300     05  FILLER       PIC X(2)  VALUE SPACES.
029400     05  ITL-OUTCOME  PIC X(8).
029500     05  FILLER       PIC X(2)  VALUE SPACES.
029600     05  ITL-VALUE    PIC Z(7)9.99.
029700     05  FILLER       PIC X(20) VALUE SPACES.
029800
029900 01  WS-CAT-TOTAL-LINE.
030000     05  FILLER       PIC X(9)  VALUE 'CATEGORY '.
030100     05  CTL-CAT      PIC X(4).
030200     05  FILLER       PIC X(8)  VALUE '  OPEN ='.
030300     05  CTL-OPEN     PIC Z(4)9.
030400     05  FILLER       PIC X(8)  VALUE '  0-7  ='.
030500     05  CTL-AGE-1    PIC Z(4)9.
030600     05  FILLER       PIC X(8)  VALUE '  8-30 ='.
030700     05  CTL-AGE-2    PIC Z(4)9.
030800     05  FILLER       PIC X(9)  VALUE '  31-90 ='.
030900     05  CTL-AGE-3    PIC Z(4)9.
031000     05  FILLER       PIC X(9)  VALUE '  OVER90='.
031100     05  CTL-AGE-4    PIC Z(4)9.
031200     05  FILLER       PIC X(9)  VALUE '  VALUE ='.
031300     05  CTL-VALUE    PIC Z(10)9.99.
031400     05  FILLER       PIC X(33) VALUE SPACES.
031500
031600 01  WS-RPT-TOTAL.
031700     05  RPT-LABEL    PIC X(20).
031800     05  RPT-COUNT    PIC Z(6)9.
031900     05  FILLER       PIC X(2)  VALUE SPACES.
032000     05  RPT-VALUE-LBL PIC X(8).
032100     05  RPT-VALUE    PIC Z(10)9.99.
032200     05  FILLER       PIC X(80) VALUE SPACES.
032300
032400 PROCEDURE DIVISION.
032500*-----------------------------------------------------------*
032600 0000-MAINLINE.
032700*-----------------------------------------------------------*
032800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032900     PERFORM 2000-APPLY-POSTINGS THRU 2000-EXIT
033000     PERFORM 3000-REGISTER-NEW-ITEMS THRU 3000-EXIT
033100     PERFORM 4000-REWRITE-LEDGER THRU 4000-EXIT
033150     PERFORM 4500-RELEASE-POSTINGS THRU 4500-EXIT
033200     PERFORM 5000-WRITE-AGING-REPORT THRU 5000-EXIT
033300     PERFORM 9999-TERMINATE.
033400
033500*-----------------------------------------------------------*
033600* 1000-INITIALIZE - AN ABSENT LEDGER IS A FIRST RUN: ITEM    *
033700* IDS START AT 1.  "NOREG" SUPPRESSES TONIGHT'S              *
033800* REGISTRATION PASS.                                         *
033900*-----------------------------------------------------------*
034000 1000-INITIALIZE.
034100*-----------------------------------------------------------*
034200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
034300     COMPUTE WS-TODAY-INT =
034400         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
034500     ACCEPT WS-PARM-LINE FROM COMMAND-LINE
034600     EVALUATE WS-PARM-LINE
034700         WHEN 'NOREG'
034800             MOVE 'N' TO SW-REGISTER
034900         WHEN SPACES
035000             CONTINUE
035100         WHEN OTHER
035200             DISPLAY 'AVGLEDGER USAGE: AVGLEDGER [NOREG]'
035300             MOVE 16 TO RETURN-CODE
035400             GO TO 9999-TERMINATE
035500     END-EVALUATE
035600     PERFORM 1100-LOAD-LEDGER THRU 1100-EXIT
035700     OPEN OUTPUT LEDGER-REPORT
035800     MOVE WS-RUN-DATE TO RPH-DATE
035900     MOVE WS-RPT-HEADER TO LEDGER-RPT-RECORD
036000     WRITE LEDGER-RPT-RECORD.
036100 1000-EXIT.
036200     EXIT.
036300
036400*-----------------------------------------------------------*
036500* 1100-LOAD-LEDGER - THE CONTROL RECORD CARRIES THE NEXT     *
036600* ITEM ID AND THE LAST REGISTRATION DATE; EVERY OTHER        *
036700* RECORD IS AN OPEN ITEM.                                    *
036800*-----------------------------------------------------------*
036900 1100-LOAD-LEDGER.
037000*-----------------------------------------------------------*
037100     OPEN INPUT LEDGER-FILE
037200     IF WS-FS-LEDGER NOT = '00'
037300         DISPLAY 'AVGLEDGER - NO AVGLEDGER.TXT, STARTING A '
037400             'NEW LEDGER'
037500         GO TO 1100-EXIT
037600     END-IF
037700     PERFORM UNTIL LDG-EOF-FLAG
037800         READ LEDGER-FILE INTO WS-LEDGER-ITEM
037900             AT END
038000                 MOVE 'Y' TO SW-LDG-EOF
038100             NOT AT END
038200                 EVALUATE LDG-REC-TYPE
038300                     WHEN 'H'
038400                         MOVE WS-LEDGER-ITEM TO WS-LEDGER-HDR
038500                         MOVE LDH-NEXT-ID TO WS-NEXT-ID
038600                         MOVE LDH-LAST-REG TO WS-LAST-REG-DATE
038700                     WHEN 'I'
038800                         PERFORM 1110-STORE-ONE-ITEM
038900                 END-EVALUATE
039000         END-READ
039100     END-PERFORM
039200     CLOSE LEDGER-FILE.
039300 1100-EXIT.
039400     EXIT.
039500
039600*-----------------------------------------------------------*
039700 1110-STORE-ONE-ITEM.
039800*-----------------------------------------------------------*
039900     IF LT-TABLE-COUNT >= MAX-LT-ENTRIES
040000         DISPLAY 'AVGLEDGER ABORTED - OPEN-ITEM TABLE FULL AT '
040100             MAX-LT-ENTRIES ' - LEDGER LEFT UNCHANGED'
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 9999-TERMINATE
040400     END-IF
040500     ADD 1 TO LT-TABLE-COUNT
040600     MOVE LT-TABLE-COUNT TO LT-NDX
040700     MOVE LDG-ITEM-ID TO LT-ITEM-ID(LT-NDX)
040800     MOVE LDG-SOURCE TO LT-SOURCE(LT-NDX)
040900     MOVE LDG-FIRST-DATE TO LT-FIRST-DATE(LT-NDX)
041000     MOVE LDG-RAW-TEXT TO LT-RAW-TEXT(LT-NDX)
041100     MOVE LDG-REASON TO LT-REASON(LT-NDX)
041200     MOVE LDG-CAT-CODE TO LT-CAT-CODE(LT-NDX)
041300     MOVE LDG-VALUE TO LT-VALUE(LT-NDX)
041400     MOVE LDG-LAST-OUTCOME TO LT-LAST-OUTCOME(LT-NDX)
041500     MOVE LDG-LAST-DATE TO LT-LAST-DATE(LT-NDX)
041600     MOVE LDG-CLOSE-DATE TO LT-CLOSE-DATE(LT-NDX)
041610     MOVE LDG-RUN-DATE TO LT-RUN-DATE(LT-NDX)
041620     MOVE LDG-FILENAME TO LT-FILENAME(LT-NDX)
041700     MOVE 'O' TO LT-STATUS(LT-NDX).
041800
041900*-----------------------------------------------------------*
042000* 2000-APPLY-POSTINGS - EVERY OUTCOME AVGREPAIR AND          *
042100* SUSREVIEW APPENDED SINCE THE LAST RUN POSTS AGAINST ITS    *
042200* ITEM.  THE POSTING FILE IS EMPTIED BY 4500 ONCE THE NEW    *
042300* LEDGER IS WRITTEN.  NO POSTING FILE MEANS NOTHING TO POST. *
042400*-----------------------------------------------------------*
042500 2000-APPLY-POSTINGS.
042600*-----------------------------------------------------------*
042700     MOVE 'POSTINGS APPLIED' TO SCL-TEXT
042800     MOVE WS-SECTION-LINE TO LEDGER-RPT-RECORD
042900     WRITE LEDGER-RPT-RECORD
043000     OPEN INPUT POSTING-FILE
043100     IF WS-FS-POSTING NOT = '00'
043200         GO TO 2000-EXIT
043300     END-IF
043400     PERFORM UNTIL PST-EOF-FLAG
043500         READ POSTING-FILE INTO WS-POSTING-REC
043600             AT END
043700                 MOVE 'Y' TO SW-PST-EOF
043800             NOT AT END
043900                 IF WS-POSTING-REC NOT = SPACES
044000                     PERFORM 2100-APPLY-ONE-POSTING
044100                 END-IF
044200         END-READ
044300     END-PERFORM
044400     CLOSE POSTING-FILE.
045000 2000-EXIT.
045100     EXIT.
045200
045300*-----------------------------------------------------------*
045400* 2100-APPLY-ONE-POSTING - THE OLDEST OPEN ITEM WITH THE     *
045500* SAME SOURCE, RAW TEXT, REASON, ORIGINAL RUN DATE, AND      *
045510* INPUT FILENAME TAKES THE OUTCOME.  A FINAL OUTCOME CLOSES  *
045600* IT (4500 MOVES IT TO THE HISTORY); A POSTING THAT MATCHES  *
045700* NO OPEN ITEM IS LISTED AND FLAGGED.                        *
045800*-----------------------------------------------------------*
045900 2100-APPLY-ONE-POSTING.
046000*-----------------------------------------------------------*
046100     ADD 1 TO POSTINGS-READ
046200     MOVE 0 TO LT-FOUND-NDX
046300     PERFORM 2150-MATCH-ONE-ITEM
046400         VARYING LT-NDX FROM 1 BY 1
046500             UNTIL LT-NDX > LT-TABLE-COUNT
046600                 OR LT-FOUND-NDX > 0
046700     MOVE SPACES TO WS-POST-LINE
046800     MOVE LPS-SOURCE TO PSL-SOURCE
046900     MOVE LPS-RAW-TEXT TO PSL-RAW
047000     MOVE LPS-OUTCOME TO PSL-OUTCOME
047100     IF LT-FOUND-NDX = 0
047200         ADD 1 TO POSTINGS-UNMATCHED
047300         MOVE 0 TO PSL-ID
047400         MOVE '** NO OPEN ITEM **' TO PSL-STATUS
047500         IF RETURN-CODE < 4
047510             MOVE 4 TO RETURN-CODE
047520         END-IF
047600     ELSE
047700         ADD 1 TO POSTINGS-APPLIED
047800         MOVE LT-FOUND-NDX TO LT-NDX
047900         MOVE LT-ITEM-ID(LT-NDX) TO PSL-ID
048000         MOVE LPS-OUTCOME TO LT-LAST-OUTCOME(LT-NDX)
048100         MOVE LPS-POST-DATE TO LT-LAST-DATE(LT-NDX)
048200         EVALUATE LPS-OUTCOME
048300             WHEN 'REPAIRED'
048400             WHEN 'DROPPED'
048500             WHEN 'RELEASED'
048600             WHEN 'REJECTED'
048700                 MOVE LPS-POST-DATE TO LT-CLOSE-DATE(LT-NDX)
048800                 PERFORM 2200-CLOSE-ITEM
048900                 MOVE 'CLOSED' TO PSL-STATUS
049000             WHEN OTHER
049100                 MOVE 'REMAINS OPEN' TO PSL-STATUS
049200         END-EVALUATE
049300     END-IF
049400     MOVE WS-POST-LINE TO LEDGER-RPT-RECORD
049500     WRITE LEDGER-RPT-RECORD.
049600
049700*-----------------------------------------------------------*
049800 2150-MATCH-ONE-ITEM.
049900*-----------------------------------------------------------*
050000     IF LT-STATUS(LT-NDX) = 'O'
050100         AND LT-SOURCE(LT-NDX) = LPS-SOURCE
050200         AND LT-RAW-TEXT(LT-NDX) = LPS-RAW-TEXT
050300         AND LT-REASON(LT-NDX) = LPS-REASON
050310         AND LT-RUN-DATE(LT-NDX) = LPS-RUN-DATE
050320         AND LT-FILENAME(LT-NDX) = LPS-FILENAME
050400         MOVE LT-NDX TO LT-FOUND-NDX
050500     END-IF.
050600
050700*-----------------------------------------------------------*
050800* 2200-CLOSE-ITEM - MARK THE ITEM OFF THE LEDGER.  4500      *
050900* APPENDS IT TO THE HISTORY AFTER THE LEDGER IS REWRITTEN.   *
051000*-----------------------------------------------------------*
051100 2200-CLOSE-ITEM.
051200*-----------------------------------------------------------*
052300     MOVE 'C' TO LT-STATUS(LT-NDX)
052400     ADD 1 TO ITEMS-CLOSED.
052500
052600*-----------------------------------------------------------*
052700* 3000-REGISTER-NEW-ITEMS - EVERY LINE OF TONIGHT'S          *
052800* EXCEPTION AND SUSPECT FILES BECOMES A NEW OPEN ITEM.  A    *
052900* SECOND RUN ON THE SAME DATE DOES NOT REGISTER THEM AGAIN.  *
053000*-----------------------------------------------------------*
053100 3000-REGISTER-NEW-ITEMS.
053200*-----------------------------------------------------------*
053300     IF NOT REGISTER-TONIGHT
053400         DISPLAY 'AVGLEDGER - NOREG: REGISTRATION SKIPPED'
053500         GO TO 3000-EXIT
053600     END-IF
053700     IF WS-LAST-REG-DATE = WS-RUN-DATE
053800         DISPLAY 'AVGLEDGER - ITEMS ALREADY REGISTERED FOR '
053900             WS-RUN-DATE ' - REGISTRATION SKIPPED'
054000         GO TO 3000-EXIT
054100     END-IF
054200     MOVE WS-RUN-DATE TO WS-LAST-REG-DATE
054300     OPEN INPUT EXCEPTION-FILE
054400     IF WS-FS-EXCEPT = '00'
054500         PERFORM UNTIL EXC-EOF-FLAG
054600             READ EXCEPTION-FILE INTO WS-EXCEPT-LINE
054700                 AT END
054800                     MOVE 'Y' TO SW-EXC-EOF
054900                 NOT AT END
055000                     IF WS-EXCEPT-LINE NOT = SPACES
055100                         MOVE 'E' TO WS-NEW-SOURCE
055200                         MOVE EXC-RAW-TEXT TO WS-NEW-RAW-TEXT
055300                         MOVE EXC-REASON TO WS-NEW-REASON
055310                         MOVE EXC-RUN-DATE TO WS-NEW-RUN-DATE
055320                         MOVE EXC-FILENAME TO WS-NEW-FILENAME
055400                         PERFORM 3100-ADD-ITEM
055500                     END-IF
055600             END-READ
055700         END-PERFORM
055800         CLOSE EXCEPTION-FILE
055900     END-IF
056000     OPEN INPUT SUSPECT-FILE
056100     IF WS-FS-SUSPECT = '00'
056200         PERFORM UNTIL SUS-EOF-FLAG
056300             READ SUSPECT-FILE INTO WS-SUSPECT-LINE
056400                 AT END
056500                     MOVE 'Y' TO SW-SUS-EOF
056600                 NOT AT END
056700                     IF WS-SUSPECT-LINE NOT = SPACES
056800                         MOVE 'S' TO WS-NEW-SOURCE
056900                         MOVE SUS-RAW-TEXT TO WS-NEW-RAW-TEXT
057000                         MOVE SUS-REASON TO WS-NEW-REASON
057010                         MOVE SUS-RUN-DATE TO WS-NEW-RUN-DATE
057020                         MOVE SUS-FILENAME TO WS-NEW-FILENAME
057100                         PERFORM 3100-ADD-ITEM
057200                     END-IF
057300             END-READ
057400         END-PERFORM
057500         CLOSE SUSPECT-FILE
057600     END-IF.
057700 3000-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------*
058100* 3100-ADD-ITEM - TAKE THE NEXT PERMANENT ITEM ID.  A FILE-  *
058200* LEVEL EXCEPTION (OPEN FAILURE, CONTROL MISMATCH) CARRIES   *
058300* A FILENAME, NOT A RECORD, SO IT FILES UNDER '****' WITH    *
058400* NO VALUE.                                                  *
058500*-----------------------------------------------------------*
058600 3100-ADD-ITEM.
058700*-----------------------------------------------------------*
058800     IF LT-TABLE-COUNT >= MAX-LT-ENTRIES
058900         DISPLAY 'AVGLEDGER - OPEN-ITEM TABLE FULL AT '
059000             MAX-LT-ENTRIES ' - ' WS-NEW-RAW-TEXT
059100             ' NOT REGISTERED'
059200         MOVE 8 TO RETURN-CODE
059300         GO TO 3100-EXIT
059400     END-IF
059500     ADD 1 TO LT-TABLE-COUNT
059600     MOVE LT-TABLE-COUNT TO LT-NDX
059700     MOVE WS-NEXT-ID TO LT-ITEM-ID(LT-NDX)
059800     ADD 1 TO WS-NEXT-ID
059900     MOVE WS-NEW-SOURCE TO LT-SOURCE(LT-NDX)
060000     MOVE WS-RUN-DATE TO LT-FIRST-DATE(LT-NDX)
060100     MOVE WS-NEW-RAW-TEXT TO LT-RAW-TEXT(LT-NDX)
060200     MOVE WS-NEW-REASON TO LT-REASON(LT-NDX)
060210     MOVE WS-NEW-RUN-DATE TO LT-RUN-DATE(LT-NDX)
060220     MOVE WS-NEW-FILENAME TO LT-FILENAME(LT-NDX)
060300     MOVE WS-NEW-RAW-TEXT TO WS-INPUT-RECORD
060400     EVALUATE WS-NEW-REASON
060500         WHEN 'INPUT FILE OPEN FAILED'
060600         WHEN 'CONTROL COUNT MISMATCH'
060700         WHEN 'CONTROL HASH MISMATCH'
060800             MOVE '****' TO LT-CAT-CODE(LT-NDX)
060900             MOVE 0 TO LT-VALUE(LT-NDX)
061000         WHEN OTHER
061100             MOVE IR-CATEGORY TO LT-CAT-CODE(LT-NDX)
061200             IF IR-VALUE IS NUMERIC
061300                 MOVE IR-VALUE TO LT-VALUE(LT-NDX)
061400             ELSE
061500                 MOVE 0 TO LT-VALUE(LT-NDX)
061600             END-IF
061700     END-EVALUATE
061800     MOVE 'NEW' TO LT-LAST-OUTCOME(LT-NDX)
061900     MOVE WS-RUN-DATE TO LT-LAST-DATE(LT-NDX)
062000     MOVE 0 TO LT-CLOSE-DATE(LT-NDX)
062100     MOVE 'O' TO LT-STATUS(LT-NDX)
062200     ADD 1 TO ITEMS-REGISTERED.
062300 3100-EXIT.
062400     EXIT.
062500
062520*-----------------------------------------------------------*
062540* 4000-REWRITE-LEDGER - THE CONTROL RECORD, THEN EVERY ITEM  *
062560* STILL OPEN, IN ITEM-ID ORDER, TO AVGLEDGER.WRK.  THE LIVE  *
062580* LEDGER IS NOT TOUCHED UNTIL THE CLOSED ITEMS ARE SAFELY IN *
062600* THE HISTORY (SEE 4600).                                    *
062620*-----------------------------------------------------------*
062640 4000-REWRITE-LEDGER.
062660*-----------------------------------------------------------*
062680     OPEN OUTPUT LEDWORK-FILE
062700     IF WS-FS-LEDWORK NOT = '00'
062720         DISPLAY 'AVGLEDGER ABORTED - CANNOT WRITE '
062740             'AVGLEDGER.WRK, STATUS ' WS-FS-LEDWORK
062760             ' - AVGLEDGER.TXT LEFT AS IT WAS'
062780         MOVE 16 TO RETURN-CODE
062800         GO TO 9999-TERMINATE
062820     END-IF
062840     MOVE SPACES TO WS-LEDGER-HDR
062860     MOVE 'H' TO LDH-REC-TYPE
062880     MOVE WS-NEXT-ID TO LDH-NEXT-ID
062900     MOVE WS-LAST-REG-DATE TO LDH-LAST-REG
062920     MOVE WS-LEDGER-HDR TO LEDWORK-RECORD
062940     WRITE LEDWORK-RECORD
062960     IF WS-FS-LEDWORK NOT = '00'
062980         PERFORM 4110-ABANDON-WORK-FILE
063000     END-IF
063020     PERFORM 4100-WRITE-ONE-ITEM
063040         VARYING LT-NDX FROM 1 BY 1
063060             UNTIL LT-NDX > LT-TABLE-COUNT
063080     CLOSE LEDWORK-FILE.
063100 4000-EXIT.
063120     EXIT.
063140
063160*-----------------------------------------------------------*
063180 4100-WRITE-ONE-ITEM.
063200*-----------------------------------------------------------*
063220     IF LT-STATUS(LT-NDX) = 'O'
063240         PERFORM 8000-BUILD-ITEM-RECORD
063260         MOVE WS-LEDGER-ITEM TO LEDWORK-RECORD
063280         WRITE LEDWORK-RECORD
063300         IF WS-FS-LEDWORK NOT = '00'
063320             PERFORM 4110-ABANDON-WORK-FILE
063340         END-IF
063360     END-IF.
063380
063400*-----------------------------------------------------------*
063420* 4110-ABANDON-WORK-FILE - A WRITE TO AVGLEDGER.WRK FAILED.  *
063440* NOTHING LIVE HAS BEEN CHANGED YET, SO STOP HERE.           *
063460*-----------------------------------------------------------*
063480 4110-ABANDON-WORK-FILE.
063500*-----------------------------------------------------------*
063520     DISPLAY 'AVGLEDGER ABORTED - WRITE TO AVGLEDGER.WRK '
063540         'FAILED, STATUS ' WS-FS-LEDWORK
063560         ' - AVGLEDGER.TXT LEFT AS IT WAS'
063580     CLOSE LEDWORK-FILE
063600     MOVE 16 TO RETURN-CODE
063620     GO TO 9999-TERMINATE.
063640
063660*-----------------------------------------------------------*
063680* 4500-RELEASE-POSTINGS - THE NEW LEDGER IS SAFELY IN THE    *
063700* WORK FILE, SO APPEND TONIGHT'S CLOSED ITEMS TO THE HISTORY *
063720* (STARTED FRESH WHEN MISSING), THEN REPLACE THE LIVE LEDGER *
063740* FROM THE WORK FILE, AND ONLY THEN EMPTY THE POSTING FILE   *
063760* SO NO OUTCOME POSTS TWICE.  A HISTORY FAILURE STOPS THE    *
063780* RUN WITH AVGLEDGER.TXT AND AVGLEDPOST.TXT BOTH UNCHANGED.  *
063800*-----------------------------------------------------------*
063820 4500-RELEASE-POSTINGS.
063840*-----------------------------------------------------------*
063860     IF ITEMS-CLOSED > 0
063880         OPEN EXTEND LEDHIST-FILE
063900         IF WS-FS-LEDHIST NOT = '00'
063920             OPEN OUTPUT LEDHIST-FILE
063940             IF WS-FS-LEDHIST NOT = '00'
063960                 DISPLAY 'AVGLEDGER ABORTED - CANNOT WRITE '
063980                     'AVGLEDHIST.TXT, STATUS ' WS-FS-LEDHIST
064000                     ' - AVGLEDGER.TXT AND AVGLEDPOST.TXT KEPT'
064020                 MOVE 16 TO RETURN-CODE
064040                 GO TO 9999-TERMINATE
064060             END-IF
064080         END-IF
064100         PERFORM 4510-WRITE-ONE-CLOSED
064120             VARYING LT-NDX FROM 1 BY 1
064140                 UNTIL LT-NDX > LT-TABLE-COUNT
064160         CLOSE LEDHIST-FILE
064180     END-IF
064200     PERFORM 4600-REPLACE-LEDGER THRU 4600-EXIT
064220     IF POSTINGS-READ > 0
064240         OPEN OUTPUT POSTING-FILE
064260         CLOSE POSTING-FILE
064280     END-IF.
064300 4500-EXIT.
064320     EXIT.
064340
064360*-----------------------------------------------------------*
064380 4510-WRITE-ONE-CLOSED.
064400*-----------------------------------------------------------*
064420     IF LT-STATUS(LT-NDX) = 'C'
064440         PERFORM 8000-BUILD-ITEM-RECORD
064460         MOVE WS-LEDGER-ITEM TO LEDHIST-RECORD
064480         WRITE LEDHIST-RECORD
064500         IF WS-FS-LEDHIST NOT = '00'
064520             DISPLAY 'AVGLEDGER ABORTED - WRITE TO '
064540                 'AVGLEDHIST.TXT FAILED, STATUS ' WS-FS-LEDHIST
064560                 ' - AVGLEDGER.TXT AND AVGLEDPOST.TXT KEPT'
064580             MOVE 16 TO RETURN-CODE
064600             GO TO 9999-TERMINATE
064620         END-IF
064640     END-IF.
064660
064680*-----------------------------------------------------------*
064700* 4600-REPLACE-LEDGER - COPY AVGLEDGER.WRK OVER THE LIVE     *
064720* LEDGER.  IF THE COPY FAILS PART WAY, AVGLEDGER.WRK STILL   *
064740* HOLDS THE COMPLETE NEW LEDGER AND MUST BE COPIED TO        *
064760* AVGLEDGER.TXT BEFORE THE NEXT RUN; THE POSTINGS ARE KEPT   *
064780* AND, THEIR ITEMS BEING CLOSED, WILL NOT CLOSE THEM AGAIN.  *
064800*-----------------------------------------------------------*
064820 4600-REPLACE-LEDGER.
064840*-----------------------------------------------------------*
064860     OPEN INPUT LEDWORK-FILE
064880     IF WS-FS-LEDWORK NOT = '00'
064900         DISPLAY 'AVGLEDGER ABORTED - CANNOT READ '
064920             'AVGLEDGER.WRK, STATUS ' WS-FS-LEDWORK
064940             ' - AVGLEDGER.TXT AND AVGLEDPOST.TXT KEPT'
064960         MOVE 16 TO RETURN-CODE
064980         GO TO 9999-TERMINATE
065000     END-IF
065020     OPEN OUTPUT LEDGER-FILE
065040     IF WS-FS-LEDGER NOT = '00'
065060         DISPLAY 'AVGLEDGER ABORTED - CANNOT WRITE '
065080             'AVGLEDGER.TXT, STATUS ' WS-FS-LEDGER
065100             ' - NEW LEDGER IS IN AVGLEDGER.WRK'
065120         CLOSE LEDWORK-FILE
065140         MOVE 16 TO RETURN-CODE
065160         GO TO 9999-TERMINATE
065180     END-IF
065200     MOVE 'N' TO SW-LWK-EOF
065220     PERFORM UNTIL LWK-EOF-FLAG
065240         READ LEDWORK-FILE
065260             AT END
065280                 MOVE 'Y' TO SW-LWK-EOF
065300             NOT AT END
065320                 MOVE LEDWORK-RECORD TO LEDGER-RECORD
065340                 WRITE LEDGER-RECORD
065360                 IF WS-FS-LEDGER NOT = '00'
065380                     DISPLAY 'AVGLEDGER ABORTED - WRITE TO '
065400                         'AVGLEDGER.TXT FAILED, STATUS '
065420                         WS-FS-LEDGER
065440                         ' - NEW LEDGER IS IN AVGLEDGER.WRK'
065460                     CLOSE LEDWORK-FILE
065480                     CLOSE LEDGER-FILE
065500                     MOVE 16 TO RETURN-CODE
065520                     GO TO 9999-TERMINATE
065540                 END-IF
065560         END-READ
065580     END-PERFORM
065600     CLOSE LEDWORK-FILE
065620     CLOSE LEDGER-FILE.
065640 4600-EXIT.
065660     EXIT.
065680
066100*-----------------------------------------------------------*
066200* 5000-WRITE-AGING-REPORT - ROLL THE OPEN ITEMS UP BY        *
066300* CATEGORY, THEN FOR EACH CATEGORY LIST ITS ITEMS AND A      *
066400* TOTAL LINE WITH AGE BUCKETS AND VALUE.                     *
066500*-----------------------------------------------------------*
066600 5000-WRITE-AGING-REPORT.
066700*-----------------------------------------------------------*
066800     PERFORM 5100-ACCUMULATE-ONE-ITEM THRU 5100-EXIT
066900         VARYING LT-NDX FROM 1 BY 1
067000             UNTIL LT-NDX > LT-TABLE-COUNT
067100     MOVE SPACES TO WS-SECTION-LINE
067200     MOVE 'OPEN ITEMS BY CATEGORY' TO SCL-TEXT
067300     MOVE WS-SECTION-LINE TO LEDGER-RPT-RECORD
067400     WRITE LEDGER-RPT-RECORD
067500     PERFORM 5200-WRITE-ONE-CATEGORY
067600         VARYING AC-NDX FROM 1 BY 1
067700             UNTIL AC-NDX > AC-TABLE-COUNT
067800     PERFORM 5400-WRITE-TOTALS.
067900 5000-EXIT.
068000     EXIT.
068100
068200*-----------------------------------------------------------*
068300 5100-ACCUMULATE-ONE-ITEM.
068400*-----------------------------------------------------------*
068500     IF LT-STATUS(LT-NDX) NOT = 'O'
068600         GO TO 5100-EXIT
068700     END-IF
068800     MOVE 0 TO AC-FOUND-NDX
068900     PERFORM 5150-MATCH-ONE-CATEGORY
069000         VARYING AC-SCAN FROM 1 BY 1
069100             UNTIL AC-SCAN > AC-TABLE-COUNT
069200                 OR AC-FOUND-NDX > 0
069300     IF AC-FOUND-NDX = 0
069400         IF AC-TABLE-COUNT >= MAX-AC-ENTRIES
069500             DISPLAY 'AVGLEDGER - CATEGORY TABLE FULL AT '
069600                 MAX-AC-ENTRIES ' - AGING INCOMPLETE'
069700             MOVE 8 TO RETURN-CODE
069800             GO TO 5100-EXIT
069900         END-IF
070000         ADD 1 TO AC-TABLE-COUNT
070100         MOVE AC-TABLE-COUNT TO AC-FOUND-NDX
070200         MOVE LT-CAT-CODE(LT-NDX) TO AC-CAT-CODE(AC-FOUND-NDX)
070300         MOVE 0 TO AC-OPEN(AC-FOUND-NDX)
070400         MOVE 0 TO AC-AGE-1(AC-FOUND-NDX)
070500         MOVE 0 TO AC-AGE-2(AC-FOUND-NDX)
070600         MOVE 0 TO AC-AGE-3(AC-FOUND-NDX)
070700         MOVE 0 TO AC-AGE-4(AC-FOUND-NDX)
070800         MOVE 0 TO AC-VALUE(AC-FOUND-NDX)
070900     END-IF
071000     MOVE AC-FOUND-NDX TO AC-NDX
071100     PERFORM 8100-COMPUTE-DAYS-OPEN
071200     ADD 1 TO AC-OPEN(AC-NDX)
071300     EVALUATE TRUE
071400         WHEN WS-DAYS-OPEN <= 7
071500             ADD 1 TO AC-AGE-1(AC-NDX)
071600         WHEN WS-DAYS-OPEN <= 30
071700             ADD 1 TO AC-AGE-2(AC-NDX)
071800         WHEN WS-DAYS-OPEN <= 90
071900             ADD 1 TO AC-AGE-3(AC-NDX)
072000         WHEN OTHER
072100             ADD 1 TO AC-AGE-4(AC-NDX)
072200     END-EVALUATE
072300     ADD LT-VALUE(LT-NDX) TO AC-VALUE(AC-NDX)
072400     ADD 1 TO WS-TOT-OPEN
072500     ADD LT-VALUE(LT-NDX) TO WS-TOT-VALUE.
072600 5100-EXIT.
072700     EXIT.
072800
072900*-----------------------------------------------------------*
073000 5150-MATCH-ONE-CATEGORY.
073100*-----------------------------------------------------------*
073200     IF AC-CAT-CODE(AC-SCAN) = LT-CAT-CODE(LT-NDX)
073300         MOVE AC-SCAN TO AC-FOUND-NDX
073400     END-IF.
073500
073600*-----------------------------------------------------------*
073700* 5200-WRITE-ONE-CATEGORY - THE CATEGORY'S OPEN ITEMS, THEN  *
073800* ITS TOTAL LINE.                                            *
073900*-----------------------------------------------------------*
074000 5200-WRITE-ONE-CATEGORY.
074100*-----------------------------------------------------------*
074200     PERFORM 5300-WRITE-ONE-ITEM
074300         VARYING LT-NDX FROM 1 BY 1
074400             UNTIL LT-NDX > LT-TABLE-COUNT
074500     MOVE AC-CAT-CODE(AC-NDX) TO CTL-CAT
074600     MOVE AC-OPEN(AC-NDX) TO CTL-OPEN
074700     MOVE AC-AGE-1(AC-NDX) TO CTL-AGE-1
074800     MOVE AC-AGE-2(AC-NDX) TO CTL-AGE-2
074900     MOVE AC-AGE-3(AC-NDX) TO CTL-AGE-3
075000     MOVE AC-AGE-4(AC-NDX) TO CTL-AGE-4
075100     MOVE AC-VALUE(AC-NDX) TO CTL-VALUE
075200     MOVE WS-CAT-TOTAL-LINE TO LEDGER-RPT-RECORD
075300     WRITE LEDGER-RPT-RECORD.
075400
075500*-----------------------------------------------------------*
075600 5300-WRITE-ONE-ITEM.
075700*-----------------------------------------------------------*
075800     IF LT-STATUS(LT-NDX) = 'O'
075900         AND LT-CAT-CODE(LT-NDX) = AC-CAT-CODE(AC-NDX)
076000         PERFORM 8100-COMPUTE-DAYS-OPEN
076100         MOVE LT-ITEM-ID(LT-NDX) TO ITL-ID
076200         MOVE LT-SOURCE(LT-NDX) TO ITL-SOURCE
076300         MOVE LT-CAT-CODE(LT-NDX) TO ITL-CAT
076400         MOVE LT-RAW-TEXT(LT-NDX) TO ITL-RAW
076500         MOVE LT-REASON(LT-NDX) TO ITL-REASON
076600         MOVE LT-FIRST-DATE(LT-NDX) TO ITL-FIRST
076700         MOVE WS-DAYS-OPEN TO ITL-DAYS
076800         MOVE LT-LAST-OUTCOME(LT-NDX) TO ITL-OUTCOME
076900         MOVE LT-VALUE(LT-NDX) TO ITL-VALUE
077000         MOVE WS-ITEM-LINE TO LEDGER-RPT-RECORD
077100         WRITE LEDGER-RPT-RECORD
077200     END-IF.
077300
077400*-----------------------------------------------------------*
077500 5400-WRITE-TOTALS.
077600*-----------------------------------------------------------*
077700     MOVE SPACES TO WS-RPT-TOTAL
077800     MOVE 'POSTINGS READ     = ' TO RPT-LABEL
077900     MOVE POSTINGS-READ TO RPT-COUNT
078000     MOVE WS-RPT-TOTAL TO LEDGER-RPT-RECORD
078100     WRITE LEDGER-RPT-RECORD
078200     MOVE 'POSTINGS APPLIED  = ' TO RPT-LABEL
078300     MOVE POSTINGS-APPLIED TO RPT-COUNT
078400     MOVE WS-RPT-TOTAL TO LEDGER-RPT-RECORD
078500     WRITE LEDGER-RPT-RECORD
078600     MOVE 'POSTINGS UNMATCHED= ' TO RPT-LABEL
078700     MOVE POSTINGS-UNMATCHED TO RPT-COUNT
078800     MOVE WS-RPT-TOTAL TO LEDGER-RPT-RECORD
078900     WRITE LEDGER-RPT-RECORD
079000     MOVE 'ITEMS CLOSED      = ' TO RPT-LABEL
079100     MOVE ITEMS-CLOSED TO RPT-COUNT
079200     MOVE WS-RPT-TOTAL TO LEDGER-RPT-RECORD
079300     WRITE LEDGER-RPT-RECORD
079400     MOVE 'ITEMS REGISTERED  = ' TO RPT-LABEL
079500     MOVE ITEMS-REGISTERED TO RPT-COUNT
079600     MOVE WS-RPT-TOTAL TO LEDGER-RPT-RECORD
079700     WRITE LEDGER-RPT-RECORD
079800     MOVE 'ITEMS OPEN        = ' TO RPT-LABEL
079900     MOVE WS-TOT-OPEN TO RPT-COUNT
080000     MOVE 'VALUE = ' TO RPT-VALUE-LBL
080100     MOVE WS-TOT-VALUE TO RPT-VALUE
080200     MOVE WS-RPT-TOTAL TO LEDGER-RPT-RECORD
080300     WRITE LEDGER-RPT-RECORD.
080400
080500*-----------------------------------------------------------*
080600* 8000-BUILD-ITEM-RECORD - TABLE ENTRY LT-NDX TO THE ITEM    *
080700* RECORD LAYOUT SHARED BY THE LEDGER AND ITS HISTORY.        *
080800*-----------------------------------------------------------*
080900 8000-BUILD-ITEM-RECORD.
081000*-----------------------------------------------------------*
081100     MOVE SPACES TO WS-LEDGER-ITEM
081200     MOVE 'I' TO LDG-REC-TYPE
081300     MOVE LT-ITEM-ID(LT-NDX) TO LDG-ITEM-ID
081400     MOVE LT-SOURCE(LT-NDX) TO LDG-SOURCE
081500     MOVE LT-FIRST-DATE(LT-NDX) TO LDG-FIRST-DATE
081600     MOVE LT-RAW-TEXT(LT-NDX) TO LDG-RAW-TEXT
081700     MOVE LT-REASON(LT-NDX) TO LDG-REASON
081800     MOVE LT-CAT-CODE(LT-NDX) TO LDG-CAT-CODE
081900     MOVE LT-VALUE(LT-NDX) TO LDG-VALUE
082000     MOVE LT-LAST-OUTCOME(LT-NDX) TO LDG-LAST-OUTCOME
082100     MOVE LT-LAST-DATE(LT-NDX) TO LDG-LAST-DATE
082200     MOVE LT-CLOSE-DATE(LT-NDX) TO LDG-CLOSE-DATE
082210     MOVE LT-RUN-DATE(LT-NDX) TO LDG-RUN-DATE
082220     MOVE LT-FILENAME(LT-NDX) TO LDG-FILENAME.
082300
082400*-----------------------------------------------------------*
082500 8100-COMPUTE-DAYS-OPEN.
082600*-----------------------------------------------------------*
082700     COMPUTE WS-FIRST-INT =
082800         FUNCTION INTEGER-OF-DATE(LT-FIRST-DATE(LT-NDX))
082900     COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-FIRST-INT.
083000
083100*-----------------------------------------------------------*
083200 9999-TERMINATE.
083300*-----------------------------------------------------------*
083400     IF RETURN-CODE < 16
083500         CLOSE LEDGER-REPORT
083600     END-IF
083700     DISPLAY 'AVGLEDGER - ' ITEMS-REGISTERED ' ITEM(S) '
083800         'REGISTERED, ' POSTINGS-APPLIED ' POSTING(S) APPLIED, '
083900         ITEMS-CLOSED ' CLOSED, ' WS-TOT-OPEN ' OPEN'
084000     STOP RUN.
