009400*                  FINAL VERDICT), SO THE BATCH WINDOW FILES A
009500*                  DOCUMENT PER RUN INSTEAD OF ONLY DISPLAY
009600*                  LINES IN SYSOUT.
009610*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
009620*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
009700******************************************************************

009800 IDENTIFICATION DIVISION.
063300     SET RUN-CTL-STARTED TO TRUE.
063400     MOVE ZERO TO RUN-CTL-COUNT.
063500     ACCEPT RUN-CTL-TIME FROM TIME.
063510     MOVE ZERO TO RUN-CTL-CYCLE.
063600     OPEN EXTEND RUN-CONTROL-FILE.
063700     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
063800         OPEN OUTPUT RUN-CONTROL-FILE
065200     SET RUN-CTL-COMPLETED TO TRUE.
065300     MOVE CALC-BATCH-REC-COUNT TO RUN-CTL-COUNT.
065400     ACCEPT RUN-CTL-TIME FROM TIME.
065410     MOVE ZERO TO RUN-CTL-CYCLE.
065500     OPEN EXTEND RUN-CONTROL-FILE.
065600     WRITE RUN-CTL-RECORD.
065700     CLOSE RUN-CONTROL-FILE.
