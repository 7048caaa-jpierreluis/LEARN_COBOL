002100*
002200* MODIFICATION HISTORY
002300*   02/09/26  JPL  INITIAL VERSION.
002310*   09/09/26  JPL  THE WAREHOUSE RECORD GREW BY THE TRANSFER
002320*                  DESTINATION ACCOUNT (57 BYTES); IT IS CARRIED
002330*                  TO THE END OF THE RELEASED SOURCE RECORD.
002333*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
002336*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
002340******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. WARHREL.
006300                                     SIGN LEADING SEPARATE.
006400     05  OPB-SRC-ACCOUNT             PIC X(10).
006500     05  OPB-SRC-POST-TYPE           PIC X(01).
006550     05  OPB-SRC-DEST-ACCOUNT        PIC X(10).
006600
006700 FD  OPB-CTL6-FILE.
006800 01  OPB-CTL6-RECORD.
009600
009700******************************************************************
009800* THE WHOLE WAREHOUSE RIDES IN THIS TABLE WHILE THE DUE ITEMS
009900* ARE SPLIT OUT.  EACH ENTRY CARRIES THE RAW 57-BYTE RECORD
010000* IMAGE (LEFT-JUSTIFIED, SPACE PADDED); A RELEASED ENTRY IS
010100* MARKED SO THE REWRITE KEEPS ONLY THE WAITING ONES.
010200******************************************************************
010300 77  WRL-MAX-ENTRIES                 PIC 9(03) VALUE 500.
010400 01  WRL-TABLE.
010500     05  WRL-ENTRY                   OCCURS 500 TIMES.
010600         10  WRL-TAB-IMAGE           PIC X(57).
010700         10  WRL-TAB-KEEP-SW         PIC X(01).
010800 77  WRL-COUNT                       PIC 9(03) COMP VALUE ZERO.
010900 77  WRL-IDX                         PIC 9(03) COMP VALUE 1.
020400     SET RUN-CTL-STARTED TO TRUE.
020500     MOVE ZERO TO RUN-CTL-COUNT.
020600     ACCEPT RUN-CTL-TIME FROM TIME.
020610     MOVE ZERO TO RUN-CTL-CYCLE.
020700     OPEN EXTEND RUN-CONTROL-FILE.
020800     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
020900         OPEN OUTPUT RUN-CONTROL-FILE
027200     MOVE OPW-NUM2      TO OPB-SRC-NUM2.
027300     MOVE OPW-ACCOUNT   TO OPB-SRC-ACCOUNT.
027400     MOVE OPW-POST-TYPE TO OPB-SRC-POST-TYPE.
027450     MOVE OPW-DEST-ACCOUNT TO OPB-SRC-DEST-ACCOUNT.
027500     WRITE OPB-SRC-RECORD.
027600     MOVE "N" TO WRL-TAB-KEEP-SW(WRL-IDX).
027700     ADD 1 TO WRL-RELEASED-COUNT.
034300     SET RUN-CTL-COMPLETED TO TRUE.
034400     MOVE WRL-RELEASED-COUNT TO RUN-CTL-COUNT.
034500     ACCEPT RUN-CTL-TIME FROM TIME.
034510     MOVE ZERO TO RUN-CTL-CYCLE.
034600     OPEN EXTEND RUN-CONTROL-FILE.
034700     WRITE RUN-CTL-RECORD.
034800     CLOSE RUN-CONTROL-FILE.
