002500*                  DAYS EACH HELD SUSPECT HAS BEEN           *
002600*                  OUTSTANDING - THE EVIDENCE AUDIT ASKED    *
002700*                  FOR.  A SUSPECT NO RULE COVERS IS HELD.   *
002710* 2026-10-15  DPG  APPEND EVERY DISPOSITION (ACCEPTED POSTS  *
002720*                  AS RELEASED) TO THE AVGLEDPOST.TXT OUTCOME *
002730*                  POSTING FILE SO AVGLEDGER CAN CARRY THE   *
002740*                  SUSPECT'S OPEN ITEM TO CLOSURE.           *
002750* 2026-10-15  DPG  SUSPECT RECORD WIDENED TO 128 TO CARRY    *
002760*                  THE ORIGINAL RUN DATE AND INPUT FILENAME; *
002770*                  BOTH ARE PASSED THROUGH ON EACH RE-FEED   *
002780*                  RECORD (NOW 68 BYTES) SO AVERAGE ADJUST   *
002790*                  CAN POST IT BACK TO ITS ORIGINAL NIGHT.   *
002791* 2026-10-15  DPG  OUTCOME POSTING WIDENED TO 128 TO CARRY   *
002792*                  THE SUSPECT'S ORIGINAL RUN DATE AND INPUT *
002793*                  FILENAME, SO AVGLEDGER CLOSES THE ITEM    *
002794*                  FROM THAT NIGHT AND FILE.                 *
002800*-----------------------------------------------------------*
002900*
003000*-----------------------------------------------------------*
005800
005900     SELECT REVIEW-REPORT ASSIGN TO 'avgsusrev-rpt.txt'
006000         ORGANIZATION IS LINE SEQUENTIAL.
006010
006020     SELECT LEDPOST-FILE ASSIGN TO 'avgledpost.txt'
006030         ORGANIZATION IS LINE SEQUENTIAL
006040         FILE STATUS IS WS-FS-LEDPOST.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  SUSPECT-FILE.
006500 01  SUSPECT-RECORD      PIC X(128).
006600
006700 FD  DISP-FILE.
006800 01  DISP-RECORD         PIC X(80).
007100 01  AGING-RECORD        PIC X(60).
007200
007300 FD  REFEED-FILE.
007400 01  REFEED-RECORD       PIC X(68).
007500
007600 FD  REVIEW-REPORT.
007700 01  REVIEW-RECORD       PIC X(100).
007710
007720 FD  LEDPOST-FILE.
007730 01  LEDPOST-RECORD      PIC X(128).
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-FS-SUSPECT       PIC X(2)  VALUE SPACES.
008100 01  WS-FS-DISP          PIC X(2)  VALUE SPACES.
008200 01  WS-FS-AGING         PIC X(2)  VALUE SPACES.
008210 01  WS-FS-LEDPOST       PIC X(2)  VALUE SPACES.
008300
008400 01  SW-SUS-EOF          PIC X     VALUE 'N'.
008500     88  SUS-EOF-FLAG              VALUE 'Y'.
010100     05  FILLER        PIC X(2).
010200     05  SUS-LIMIT     PIC X(13).
010300     05  FILLER        PIC X(13).
010310     05  SUS-RUN-DATE  PIC X(8).
010320     05  SUS-FILENAME  PIC X(40).
010330
010340*-----------------------------------------------------------*
010350* RE-FEED RECORD - THE RELEASED INPUT RECORD FOLLOWED BY THE *
010360* NIGHT AND FILE IT CAME FROM, AS AVERAGE ADJUST READS IT.   *
010370*-----------------------------------------------------------*
010380 01  WS-REFEED-REC.
010385     05  RFD-INPUT-RECORD PIC X(20).
010390     05  RFD-RUN-DATE     PIC X(8).
010395     05  RFD-FILENAME     PIC X(40).
010400
010500*-----------------------------------------------------------*
010600* DISPOSITION RULE TABLE                                     *
017500 01  WS-FIRST-INT         PIC 9(8)  COMP.
017600 01  WS-DAYS-OUT          PIC 9(5).
017700
017710*-----------------------------------------------------------*
017720* OPEN-ITEMS LEDGER OUTCOME POSTING - LAYOUT SHARED WITH     *
017730* AVGREPAIR AND AVGLEDGER.                                   *
017740*-----------------------------------------------------------*
017750 01  WS-POSTING-REC.
017760     05  LPS-POST-DATE    PIC 9(8).
017770     05  LPS-SOURCE       PIC X(1).
017780     05  LPS-RAW-TEXT     PIC X(20).
017790     05  LPS-REASON       PIC X(30).
017791     05  LPS-OUTCOME      PIC X(8).
017792     05  LPS-RUN-DATE     PIC X(8).
017793     05  LPS-FILENAME     PIC X(40).
017794     05  FILLER           PIC X(13).
017796
017800*-----------------------------------------------------------*
017900* DISPOSITION REPORT LINE LAYOUTS                            *
018000*-----------------------------------------------------------*
024500     OPEN OUTPUT REFEED-FILE
024600     OPEN OUTPUT AGING-FILE
024700     OPEN OUTPUT REVIEW-REPORT
024710     OPEN EXTEND LEDPOST-FILE
024720     IF WS-FS-LEDPOST NOT = '00'
024730         OPEN OUTPUT LEDPOST-FILE
024740     END-IF
024800     MOVE WS-RUN-DATE TO RPH-DATE
024900     MOVE WS-RPT-HEADER TO REVIEW-RECORD
025000     WRITE REVIEW-RECORD.
033400     END-PERFORM
033500     CLOSE SUSPECT-FILE
033600     CLOSE REFEED-FILE
033700     CLOSE AGING-FILE
033710     CLOSE LEDPOST-FILE.
033800 2000-EXIT.
033900     EXIT.
034000
039200*-----------------------------------------------------------*
039300 2300-WRITE-REFEED.
039400*-----------------------------------------------------------*
039500     MOVE SUS-RAW-TEXT TO RFD-INPUT-RECORD
039510     MOVE SUS-RUN-DATE TO RFD-RUN-DATE
039520     MOVE SUS-FILENAME TO RFD-FILENAME
039530     MOVE WS-REFEED-REC TO REFEED-RECORD
039600     WRITE REFEED-RECORD.
039700
039800*-----------------------------------------------------------*
049800             MOVE WS-DAYS-OUT TO RPD-DAYS
049900     END-EVALUATE
050000     MOVE WS-RPT-DETAIL TO REVIEW-RECORD
050100     WRITE REVIEW-RECORD
050110     MOVE SPACES TO WS-POSTING-REC
050120     MOVE WS-RUN-DATE TO LPS-POST-DATE
050130     MOVE 'S' TO LPS-SOURCE
050140     MOVE SUS-RAW-TEXT TO LPS-RAW-TEXT
050150     MOVE SUS-REASON TO LPS-REASON
050160     IF DISP-ACCEPTED
050170         MOVE 'RELEASED' TO LPS-OUTCOME
050180     ELSE
050190         MOVE RPD-DISP TO LPS-OUTCOME
050191     END-IF
050192     MOVE SUS-RUN-DATE TO LPS-RUN-DATE
050193     MOVE SUS-FILENAME TO LPS-FILENAME
050194     MOVE WS-POSTING-REC TO LEDPOST-RECORD
050195     WRITE LEDPOST-RECORD.
050200
050300*-----------------------------------------------------------*
050400 3100-WRITE-CATEGORY-COUNTS.
