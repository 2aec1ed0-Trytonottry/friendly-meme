002600*                  RESTART JUST THAT PARTITION AND RERUN     *
002700*                  THE MERGE.  N COMES FROM THE FIRST        *
002800*                  RECORD OF AVGSPLIT-MAP.TXT.               *
002810* 2026-10-15  DPG  HISTORY RECORD WIDENED TO 149 FOR THE     *
002820*                  STANDARD DEVIATION AND MEDIAN AVERAGE     *
002830*                  NOW CARRIES.                              *
002900*-----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
007100         10  HIS-RUN-DATE PIC 9(8).
007200         10  HIS-FILENAME PIC X(40).
007300         10  HIS-CAT-CODE PIC X(4).
007400     05  FILLER          PIC X(97).
007500
007600 WORKING-STORAGE SECTION.
007700 01  WS-FS-MAP           PIC X(2)  VALUE SPACES.
029200*-----------------------------------------------------------*
029300 4200-POST-ONE-RECORD.
029400*-----------------------------------------------------------*
029500     MOVE PART-IN-RECORD(1:149) TO HISTORY-RECORD
029600     WRITE HISTORY-RECORD
029700         INVALID KEY
029800             REWRITE HISTORY-RECORD
