002200*                  THE INDEXED MASTER BACK TO AVGHIST.SEQ    *
002300*                  AND THEN RELOADS IT FRESH, RECLAIMING     *
002400*                  DEAD SPACE ON DEMAND.                     *
002410* 2026-10-15  DPG  RECORD WIDENED TO 149 FOR THE STANDARD    *
002420*                  DEVIATION AND MEDIAN NOW CARRIED.  A      *
002430*                  125-BYTE LINE ON AVGHIST.SEQ LOADS WITH   *
002440*                  BOTH BLANK (NOT CARRIED), SO THE MASTER   *
002450*                  IS CONVERTED BY A REORG WITH THE PRIOR    *
002460*                  MODULE (WHICH LEAVES AVGHIST.SEQ BEHIND)  *
002470*                  FOLLOWED BY A LOAD WITH THIS ONE.         *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SEQ-FILE.
004300 01  SEQ-RECORD          PIC X(149).
004400
004500 FD  HISTORY-FILE.
004600 01  HISTORY-RECORD.
004800         10  HIS-RUN-DATE PIC 9(8).
004900         10  HIS-FILENAME PIC X(40).
005000         10  HIS-CAT-CODE PIC X(4).
005100     05  FILLER          PIC X(97).
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-FS-SEQ           PIC X(2)  VALUE SPACES.
006900 77  RECORDS-LOADED      PIC 9(7)  VALUE 0.
007000 77  RECORDS-REPLACED    PIC 9(7)  VALUE 0.
007100
007200 01  WS-WORK-REC         PIC X(149).
007300
007400 PROCEDURE DIVISION.
007500*-----------------------------------------------------------*
