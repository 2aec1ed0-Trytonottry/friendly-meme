002300*                  SCHEDULES THE FULL NORMAL NIGHT, OUT      *
002400*                  LOUD, SO A FORGOTTEN CALENDAR NEVER       *
002500*                  SILENTLY STOPS PRODUCTION.                *
002520* 2026-10-15  DPG  SCHEDULE STEP015 RANDQA WITH THE REST OF  *
002540*                  THE GENERATION STEPS.                     *
002550* 2026-10-15  DPG  SCHEDULE STEP056 AVGFCST, THE NEXT-MONTH  *
002560*                  FORECAST, ON MONTH-END NIGHTS AFTER THE   *
002570*                  ROLLUP AND BEFORE HISTORY HOUSEKEEPING.   *
002580* 2026-10-15  DPG  SCHEDULE STEP025 AVGINTAKE, WHICH ADMITS    *
002590*                  THE NIGHT'S EXTRACTS AND BUILDS AVERAGE'S *
002595*                  CONTROL FILE, WITH THE GENERATION STEPS.  *
002600*-----------------------------------------------------------*
002700*
002800*-----------------------------------------------------------*
019800     END-IF
019900     MOVE 'AVGMONTH' TO SCH-JOB
020000     PERFORM 4500-WRITE-ONE-LINE
020001     MOVE 'STEP056' TO SCH-STEP
020002     IF RUN-MONTH-END
020003         MOVE 'RUN' TO SCH-DECISION
020004     ELSE
020005         MOVE 'SKIP' TO SCH-DECISION
020006     END-IF
020007     MOVE 'AVGFCST' TO SCH-JOB
020008     PERFORM 4500-WRITE-ONE-LINE
020010     MOVE 'STEP058' TO SCH-STEP
020020     IF RUN-QTR-END
020030         MOVE 'RUN' TO SCH-DECISION
021500     MOVE 'STEP010' TO SCH-STEP
021600     MOVE 'RANDOM-GEN' TO SCH-JOB
021700     PERFORM 4500-WRITE-ONE-LINE
021720     MOVE 'STEP015' TO SCH-STEP
021740     MOVE 'RANDQA' TO SCH-JOB
021760     PERFORM 4500-WRITE-ONE-LINE
021800     MOVE 'STEP020' TO SCH-STEP
021900     MOVE 'RANDAVG-BRIDGE' TO SCH-JOB
022000     PERFORM 4500-WRITE-ONE-LINE
022011     MOVE 'STEP025' TO SCH-STEP
022012     MOVE 'AVGINTAKE' TO SCH-JOB
022013     PERFORM 4500-WRITE-ONE-LINE
022100     MOVE 'STEP030' TO SCH-STEP
022200     MOVE 'AVERAGE' TO SCH-JOB
022300     PERFORM 4500-WRITE-ONE-LINE
023500     MOVE 'STEP010' TO SCH-STEP
023600     MOVE 'RANDOM-GEN' TO SCH-JOB
023700     PERFORM 4500-WRITE-ONE-LINE
023720     MOVE 'STEP015' TO SCH-STEP
023740     MOVE 'RANDQA' TO SCH-JOB
023760     PERFORM 4500-WRITE-ONE-LINE
023800     MOVE 'STEP020' TO SCH-STEP
023900     MOVE 'RANDAVG-BRIDGE' TO SCH-JOB
024000     PERFORM 4500-WRITE-ONE-LINE
024011     MOVE 'STEP025' TO SCH-STEP
024012     MOVE 'AVGINTAKE' TO SCH-JOB
024013     PERFORM 4500-WRITE-ONE-LINE
024100     MOVE 'STEP030' TO SCH-STEP
024200     MOVE 'AVERAGE' TO SCH-JOB
024300     PERFORM 4500-WRITE-ONE-LINE
