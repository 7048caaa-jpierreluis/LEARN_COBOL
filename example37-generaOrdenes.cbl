002600*
002700* MODIFICATION HISTORY
002800*   02/09/26  JPL  INITIAL VERSION.
002810*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
002820*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
002900******************************************************************
003000
003100 IDENTIFICATION DIVISION.
019800     SET RUN-CTL-STARTED TO TRUE.
019900     MOVE ZERO TO RUN-CTL-COUNT.
020000     ACCEPT RUN-CTL-TIME FROM TIME.
020010     MOVE ZERO TO RUN-CTL-CYCLE.
020100     OPEN EXTEND RUN-CONTROL-FILE.
020200     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
020300         OPEN OUTPUT RUN-CONTROL-FILE
035200     SET RUN-CTL-COMPLETED TO TRUE.
035300     MOVE ORG-GEN-COUNT TO RUN-CTL-COUNT.
035400     ACCEPT RUN-CTL-TIME FROM TIME.
035410     MOVE ZERO TO RUN-CTL-CYCLE.
035500     OPEN EXTEND RUN-CONTROL-FILE.
035600     WRITE RUN-CTL-RECORD.
035700     CLOSE RUN-CONTROL-FILE.
