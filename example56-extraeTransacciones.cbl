002600*
002700* MODIFICATION HISTORY
002800*   03/09/26  JPL  INITIAL VERSION.
002810*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
002820*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
002900******************************************************************
003000
003100 IDENTIFICATION DIVISION.
019900     SET RUN-CTL-STARTED TO TRUE.
020000     MOVE ZERO TO RUN-CTL-COUNT.
020100     ACCEPT RUN-CTL-TIME FROM TIME.
020110     MOVE ZERO TO RUN-CTL-CYCLE.
020200     OPEN EXTEND RUN-CONTROL-FILE.
020300     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
020400         OPEN OUTPUT RUN-CONTROL-FILE
029600     SET RUN-CTL-COMPLETED TO TRUE.
029700     MOVE TRX-EXTRACTED-COUNT TO RUN-CTL-COUNT.
029800     ACCEPT RUN-CTL-TIME FROM TIME.
029810     MOVE ZERO TO RUN-CTL-CYCLE.
029900     OPEN EXTEND RUN-CONTROL-FILE.
030000     WRITE RUN-CTL-RECORD.
030100     CLOSE RUN-CONTROL-FILE.
