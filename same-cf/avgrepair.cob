002000*                  DROPPED, OR SKIPPED AND WHY.  THE RE-FEED *
002100*                  FILE IS THEN RUN THROUGH AVERAGE AS A     *
002200*                  SUPPLEMENTAL AVGCTL.TXT ENTRY.            *
002210* 2026-10-15  DPG  APPEND EVERY DISPOSITION TO THE           *
002220*                  AVGLEDPOST.TXT OUTCOME POSTING FILE SO    *
002230*                  AVGLEDGER CAN CLOSE THE EXCEPTION'S       *
002240*                  OPEN ITEM AGAINST ITS PERMANENT ITEM ID.  *
002250* 2026-10-15  DPG  EXCEPTION RECORD WIDENED TO 128 TO CARRY  *
002260*                  THE ORIGINAL RUN DATE AND INPUT FILENAME; *
002270*                  BOTH ARE PASSED THROUGH ON EACH RE-FEED   *
002280*                  RECORD (NOW 68 BYTES) SO AVERAGE ADJUST   *
002290*                  CAN POST IT BACK TO ITS ORIGINAL NIGHT.   *
002291* 2026-10-15  DPG  OUTCOME POSTING WIDENED TO 128 TO CARRY   *
002292*                  THE EXCEPTION'S ORIGINAL RUN DATE AND     *
002293*                  INPUT FILENAME, SO AVGLEDGER CLOSES THE   *
002294*                  ITEM FROM THAT NIGHT AND FILE.            *
002300*-----------------------------------------------------------*
002400*
002500*-----------------------------------------------------------*
004900
005000     SELECT REPAIR-REPORT ASSIGN TO 'avgrepair-rpt.txt'
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110
005120     SELECT LEDPOST-FILE ASSIGN TO 'avgledpost.txt'
005130         ORGANIZATION IS LINE SEQUENTIAL
005140         FILE STATUS IS WS-FS-LEDPOST.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  EXCEPTION-FILE.
005600 01  EXCEPT-RECORD       PIC X(128).
005700
005800 FD  RULES-FILE.
005900 01  RULES-RECORD        PIC X(80).
006000
006100 FD  REFEED-FILE.
006200 01  REFEED-RECORD       PIC X(68).
006300
006400 FD  REPAIR-REPORT.
006500 01  REPAIR-RECORD       PIC X(100).
006510
006520 FD  LEDPOST-FILE.
006530 01  LEDPOST-RECORD      PIC X(128).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-FS-EXCEPT        PIC X(2)  VALUE SPACES.
006900 01  WS-FS-RULES         PIC X(2)  VALUE SPACES.
006910 01  WS-FS-LEDPOST       PIC X(2)  VALUE SPACES.
007000
007100 01  SW-EXC-EOF          PIC X     VALUE 'N'.
007200     88  EXC-EOF-FLAG              VALUE 'Y'.
008200     05  FILLER        PIC X(2).
008300     05  EXC-REASON    PIC X(30).
008400     05  FILLER        PIC X(28).
008410     05  EXC-RUN-DATE  PIC X(8).
008420     05  EXC-FILENAME  PIC X(40).
008500
008600*-----------------------------------------------------------*
008700* INPUT RECORD LAYOUT - THE RAW TEXT RE-INTERPRETED AS THE    *
009500     05  IR-WEIGHT-RAW    PIC X(6).
009600     05  IR-WEIGHT REDEFINES IR-WEIGHT-RAW
009700                          PIC 9(4)V9(2).
009705
009710*-----------------------------------------------------------*
009715* RE-FEED RECORD - THE REPAIRED INPUT RECORD FOLLOWED BY THE *
009720* NIGHT AND FILE IT CAME FROM, AS AVERAGE ADJUST READS IT.   *
009725*-----------------------------------------------------------*
009730 01  WS-REFEED-REC.
009735     05  RFD-INPUT-RECORD PIC X(20).
009740     05  RFD-RUN-DATE     PIC X(8).
009745     05  RFD-FILENAME     PIC X(40).
009800
009900*-----------------------------------------------------------*
010000* CORRECTION RULE TABLE                                       *
015600     05  FILLER       PIC X(83) VALUE SPACES.
015700
015800 01  WS-RUN-DATE          PIC 9(8).
015810
015820*-----------------------------------------------------------*
015830* OPEN-ITEMS LEDGER OUTCOME POSTING - LAYOUT SHARED WITH      *
015840* SUSREVIEW AND AVGLEDGER.                                    *
015850*-----------------------------------------------------------*
015860 01  WS-POSTING-REC.
015870     05  LPS-POST-DATE    PIC 9(8).
015880     05  LPS-SOURCE       PIC X(1).
015890     05  LPS-RAW-TEXT     PIC X(20).
015892     05  LPS-REASON       PIC X(30).
015894     05  LPS-OUTCOME      PIC X(8).
015895     05  LPS-RUN-DATE     PIC X(8).
015896     05  LPS-FILENAME     PIC X(40).
015897     05  FILLER           PIC X(13).
015900
016000 PROCEDURE DIVISION.
016100*-----------------------------------------------------------*
018700     END-IF
018800     OPEN OUTPUT REFEED-FILE
018900     OPEN OUTPUT REPAIR-REPORT
018910     OPEN EXTEND LEDPOST-FILE
018920     IF WS-FS-LEDPOST NOT = '00'
018930         OPEN OUTPUT LEDPOST-FILE
018940     END-IF
019000     MOVE WS-RUN-DATE TO RPH-DATE
019100     MOVE WS-RPT-HEADER TO REPAIR-RECORD
019200     WRITE REPAIR-RECORD.
023800         END-READ
023900     END-PERFORM
024000     CLOSE EXCEPTION-FILE
024100     CLOSE REFEED-FILE
024110     CLOSE LEDPOST-FILE.
024200 2000-EXIT.
024300     EXIT.
024400
042100*-----------------------------------------------------------*
042200 2500-WRITE-REFEED.
042300*-----------------------------------------------------------*
042400     MOVE WS-INPUT-RECORD TO RFD-INPUT-RECORD
042410     MOVE EXC-RUN-DATE TO RFD-RUN-DATE
042420     MOVE EXC-FILENAME TO RFD-FILENAME
042430     MOVE WS-REFEED-REC TO REFEED-RECORD
042500     WRITE REFEED-RECORD
042600     IF WS-DETAIL-REASON = SPACES
042700         MOVE 'REPAIRED - NO CHANGE NEEDED' TO WS-DETAIL-REASON
044400     END-EVALUATE
044500     MOVE WS-DETAIL-REASON TO RPD-REASON
044600     MOVE WS-RPT-DETAIL TO REPAIR-RECORD
044700     WRITE REPAIR-RECORD
044710     MOVE SPACES TO WS-POSTING-REC
044720     MOVE WS-RUN-DATE TO LPS-POST-DATE
044730     MOVE 'E' TO LPS-SOURCE
044740     MOVE EXC-RAW-TEXT TO LPS-RAW-TEXT
044750     MOVE EXC-REASON TO LPS-REASON
044760     MOVE RPD-DISP TO LPS-OUTCOME
044762     MOVE EXC-RUN-DATE TO LPS-RUN-DATE
044764     MOVE EXC-FILENAME TO LPS-FILENAME
044770     MOVE WS-POSTING-REC TO LEDPOST-RECORD
044780     WRITE LEDPOST-RECORD.
044800
044900*-----------------------------------------------------------*
045000 3100-WRITE-TOTALS.
