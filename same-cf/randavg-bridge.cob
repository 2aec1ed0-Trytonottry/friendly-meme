001980*                  VALUES, SO AVERAGE CAN RECONCILE WHAT IT    *
001990*                  READ AGAINST WHAT WAS WRITTEN AND FAIL A    *
001991*                  TRUNCATED EXTRACT.                          *
001992* 2026-10-15  DPG  OPEN RANDAVG.TXT WITH AN 'S' SUBMITTER     *
001993*                  HEADER (SUBMITTER RANDG, RANDOM-GEN'S RUN   *
001994*                  DATE AS THE BUSINESS DATE, SEQUENCE 1) SO   *
001995*                  AVGINTAKE CAN ADMIT IT WITH THE OTHER       *
001996*                  EXTRACTS.                                   *
002000*-----------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
005324     05  BCR-HASH         PIC 9(12)V9(2).
005325 01  WS-OUT-HASH         PIC 9(12)V9(2) VALUE 0.
005326
005327*-----------------------------------------------------------*
005328* SUBMITTER HEADER - FIRST RECORD OF RANDAVG.TXT, AHEAD OF    *
005329* THE 'H' RECORD.  RANDG IS REGISTERED ON AVGSUBREG.TXT WITH  *
005330* A DAILY SEQUENCE, SO EVERY NIGHT'S FILE IS NUMBER 1 FOR ITS *
005331* BUSINESS DATE.                                              *
005332*-----------------------------------------------------------*
005333 01  WS-SUBHDR-REC.
005334     05  BSH-REC-TYPE     PIC X(1)  VALUE 'S'.
005335     05  BSH-SUBMITTER    PIC X(5)  VALUE 'RANDG'.
005336     05  BSH-BIZDATE      PIC 9(8).
005337     05  BSH-SEQ          PIC 9(6)  VALUE 1.
005338
005339*-----------------------------------------------------------*
005340* SHARED RUNLOG AUDIT RECORD - ONE PER STEP, APPENDED AT END  *
005350* OF RUN.  LAYOUT IS COMMON TO EVERY PROGRAM IN THE NIGHTLY   *
005360* CHAIN AND TO RUNREPORT.                                     *
013900*-----------------------------------------------------------*
014000     MOVE HV-REQ-COUNT TO WS-EXPECTED-COUNT
014100     MOVE 'Y' TO SW-HEADER-SEEN
014101     IF HV-RUN-DATE IS NUMERIC
014102         MOVE HV-RUN-DATE TO BSH-BIZDATE
014103     ELSE
014104         MOVE WS-START-DATE TO BSH-BIZDATE
014105     END-IF
014106     MOVE WS-SUBHDR-REC TO BRIDGE-REC
014107     WRITE BRIDGE-REC
014110     MOVE 'H' TO BCR-REC-TYPE
014120     MOVE WS-EXPECTED-COUNT TO BCR-COUNT
014130     MOVE 0 TO BCR-HASH
