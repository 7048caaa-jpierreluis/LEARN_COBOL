000100******************************************************************
000200* PROGRAM-ID: DESKSTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 28/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     NIGHTLY INTER-DESK SETTLEMENT, RUN AFTER OPBPOST.
000800*              EVERY POSTING CARRIES THE DESK THAT SENT IT (DSK1,
000900*              DSK2, DSK3, REP, ORD, VAL, TRN, EMP) AND OPBPOST
001000*              LOGS IT ON DSKPOST; EVERY ACCOUNT BELONGS TO A
001100*              HOME DESK (ACM-HOME-DESK, BLANK = DSK1).  WHEN A
001200*              DESK POSTS INTO AN ACCOUNT ANOTHER DESK SERVICES,
001300*              THE MONEY MOVED ON THE OTHER DESK'S BOOKS: A
001400*              CREDIT MEANS THE POSTING DESK OWES THE HOME DESK,
001500*              A DEBIT THE REVERSE.  FOR THE PROCESSING DATE
001600*              (SYSIN, BLANK = TODAY) THIS STEP TOTALS THOSE
001700*              POSTINGS PER PAIR OF DESKS, NETS EACH PAIR, AND
001800*              PRINTS THE DUE-TO/DUE-FROM MATRIX (ROW OWES
001900*              COLUMN) WITH EACH DESK'S NET POSITION AND THE
002000*              ZERO-SUM CONTROL TOTAL - RETURN-CODE 4 IF THE NET
002100*              POSITIONS DO NOT SUM TO ZERO OR A DESK DID NOT FIT
002200*              THE TABLE.  ONE SETTLEMENT ENTRY PER NETTED PAIR
002300*              GOES TO DSKSTL FOR GLEXTRAC, AGAINST THE DESKS'
002400*              SETTLEMENT ACCOUNTS FROM THE DESKMAP CONTROL FILE
002500*              (BLANK = THE GLMAP CLEARING ACCOUNT); EACH DESK'S
002600*              POSITION GOES TO THE DSKPOSN HISTORY FOR TENDRPT.
002700*              WRITES RUN-CONTROL RECORDS (STEP "DESKSTL ") AND
002800*              REFUSES A DATE ALREADY COMPLETED; "F" ON SYSIN
002900*              FORCES A RERUN, WHOSE ENTRIES GLEXTRAC TAKES IN
003000*              PLACE OF THE EARLIER RUN'S.
003100* TECTONICS:   cobc -x example78-liquidaMesas.cbl
003200*
003300* MODIFICATION HISTORY
003400*   28/09/26  JPL  INITIAL VERSION.
003410*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
003420*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
003500******************************************************************
003600
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. DESKSTL.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DESK-POST-FILE ASSIGN TO "DSKPOST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-DSKPOST-STATUS.
004600
004700     SELECT DESK-MAP-FILE ASSIGN TO "DESKMAP"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DESKMAP-STATUS.
005000
005100     SELECT DESK-SETTLE-FILE ASSIGN TO "DSKSTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-DSKSTL-STATUS.
005400
005500     SELECT DESK-POSN-FILE ASSIGN TO "DSKPOSN"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-DSKPOSN-STATUS.
005800
005900     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ACM-ACCOUNT-NUMBER
006300         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
006400             WITH DUPLICATES
006500         FILE STATUS IS WS-ACCTMAST-STATUS.
006600
006700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNCTL-STATUS.
007000
007100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PRINT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  DESK-POST-FILE.
007800 COPY DSKPOST.
007900
008000******************************************************************
008100* ONE LINE PER DESK: ITS CODE AND THE GL ACCOUNT ITS INTER-DESK
008200* POSITION IS BOOKED TO.  THE ORDER OF THE LINES IS THE ORDER OF
008300* THE MATRIX; A DESK NOT ON THE FILE JOINS AT THE END WITH A
008400* BLANK ACCOUNT.
008500******************************************************************
008600 FD  DESK-MAP-FILE.
008700 01  DESK-MAP-RECORD.
008800     05  DKM-DESK                    PIC X(04).
008900     05  DKM-SETTLE-ACCOUNT          PIC X(10).
009000
009100 FD  DESK-SETTLE-FILE.
009200 COPY DSKSTL.
009300
009400 FD  DESK-POSN-FILE.
009500 COPY DSKPOSN.
009600
009700 FD  ACCT-MASTER-FILE.
009800 COPY ACCTREC.
009900
010000 FD  RUN-CONTROL-FILE.
010100 COPY RUNCTL.
010200
010300 FD  PRINT-FILE.
010400 01  PRINT-LINE                      PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-DSKPOST-STATUS.
010800     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKPOST-CODE.
010900 01  WS-DESKMAP-STATUS.
011000     COPY FSTATCOD REPLACING FS-NAME BY WS-DESKMAP-CODE.
011100 01  WS-DSKSTL-STATUS.
011200     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKSTL-CODE.
011300 01  WS-DSKPOSN-STATUS.
011400     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKPOSN-CODE.
011500 01  WS-ACCTMAST-STATUS.
011600     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
011700 01  WS-RUNCTL-STATUS.
011800     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
011900 01  WS-PRINT-STATUS.
012000     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
012100
012200 77  STL-PROC-DATE                   PIC 9(08) VALUE ZERO.
012300 77  STL-DATE-INPUT                  PIC X(08) VALUE SPACES.
012400 77  STL-RUN-TIME                    PIC 9(08) VALUE ZERO.
012500 77  STL-FORCE-IND                   PIC X(01) VALUE "N".
012600     88  STL-FORCED                  VALUE "F" "f".
012700 77  STL-RUNCTL-DONE-SW              PIC X(01) VALUE "N".
012800     88  STL-RUNCTL-DONE             VALUE "Y".
012900 77  STL-RUNCTL-EOF-SW               PIC X(01) VALUE "N".
013000     88  STL-RUNCTL-EOF              VALUE "Y".
013100 77  STL-EOF-SW                      PIC X(01) VALUE "N".
013200     88  STL-EOF                     VALUE "Y".
013300*    THE SITE'S MAIN DESK - HOME OF EVERY ACCOUNT NOT ASSIGNED
013400*    ONE IN CTASTAT.
013500 77  STL-DEFAULT-DESK                PIC X(04) VALUE "DSK1".
013600 77  STL-POST-DESK                   PIC X(04) VALUE SPACES.
013700 77  STL-HOME-DESK                   PIC X(04) VALUE SPACES.
013800 77  STL-WANTED-DESK                 PIC X(04) VALUE SPACES.
013900
014000******************************************************************
014100* THE DESK TABLE.  STL-GROSS(R, C) IS WHAT DESK R POSTED INTO
014200* DESK C'S ACCOUNTS (SIGNED, CREDIT POSITIVE); STL-OWES(R, C) IS
014300* THE NETTED AMOUNT DESK R OWES DESK C - ONLY ONE SIDE OF EACH
014400* PAIR IS EVER NON-ZERO.  NINE DESKS FILL THE 132-COLUMN MATRIX.
014500******************************************************************
014600 77  STL-DESK-MAX                    PIC 9(02) COMP VALUE 9.
014700 77  STL-DESK-COUNT                  PIC 9(02) COMP VALUE ZERO.
014800 77  STL-ROW                         PIC 9(02) COMP VALUE ZERO.
014900 77  STL-COL                         PIC 9(02) COMP VALUE ZERO.
015000 77  STL-IDX                         PIC 9(02) COMP VALUE ZERO.
015100 77  STL-POST-IDX                    PIC 9(02) COMP VALUE ZERO.
015200 77  STL-HOME-IDX                    PIC 9(02) COMP VALUE ZERO.
015300 77  STL-PRINT-POS                   PIC 9(03) COMP VALUE ZERO.
015400 01  STL-DESK-TABLE.
015500     05  STL-DESK-ENTRY              OCCURS 9 TIMES.
015600         10  STL-DSK-CODE            PIC X(04).
015700         10  STL-DSK-ACCOUNT         PIC X(10).
015800         10  STL-DSK-DUE-FROM        PIC 9(11)V99.
015900         10  STL-DSK-DUE-TO          PIC 9(11)V99.
016000         10  STL-DSK-NET             PIC S9(11)V99.
016100         10  STL-DSK-PAIR            OCCURS 9 TIMES.
016200             15  STL-GROSS           PIC S9(11)V99.
016300             15  STL-OWES            PIC 9(11)V99.
016400
016500******************************************************************
016600* CONTROL TOTALS
016700******************************************************************
016800 77  STL-READ-COUNT                  PIC 9(07) VALUE ZERO.
016900 77  STL-DAY-COUNT                   PIC 9(07) VALUE ZERO.
017000 77  STL-OWN-DESK-COUNT              PIC 9(07) VALUE ZERO.
017100 77  STL-CROSS-COUNT                 PIC 9(07) VALUE ZERO.
017200 77  STL-NO-ACCT-COUNT               PIC 9(07) VALUE ZERO.
017300 77  STL-OVERFLOW-COUNT              PIC 9(07) VALUE ZERO.
017400 77  STL-ENTRY-COUNT                 PIC 9(05) VALUE ZERO.
017500 77  STL-PAIR-NET                    PIC S9(11)V99 VALUE ZERO.
017600 77  STL-SETTLE-TOTAL                PIC 9(11)V99 VALUE ZERO.
017700 77  STL-DUE-FROM-TOTAL              PIC 9(11)V99 VALUE ZERO.
017800 77  STL-DUE-TO-TOTAL                PIC 9(11)V99 VALUE ZERO.
017900 77  STL-NET-TOTAL                   PIC S9(11)V99 VALUE ZERO.
018000 01  STL-CELL-ED                     PIC ZZZ,ZZZ,ZZ9.99.
018100 01  STL-AMT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018200 01  STL-NET-ED                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
018300 01  STL-CNT-ED                      PIC Z,ZZZ,ZZ9.
018400
018500 PROCEDURE DIVISION.
018600******************************************************************
018700* 0000-MAINLINE
018800******************************************************************
018900 0000-MAINLINE.
019000     DISPLAY "FECHA DE PROCESO (AAAAMMDD, BLANCO=HOY): ".
019100     ACCEPT STL-DATE-INPUT.
019200     IF STL-DATE-INPUT IS NUMERIC
019300         MOVE STL-DATE-INPUT TO STL-PROC-DATE
019400     ELSE
019500         ACCEPT STL-PROC-DATE FROM DATE YYYYMMDD
019600     END-IF.
019700     DISPLAY "FORZAR RECORRIDA? (F=SI, N=NO): ".
019800     ACCEPT STL-FORCE-IND.
019900     PERFORM 0100-CHECK-RUN-CONTROL
020000         THRU 0100-CHECK-RUN-CONTROL-EXIT.
020100     IF STL-RUNCTL-DONE AND NOT STL-FORCED
020200         DISPLAY "LA LIQUIDACION DE ESA FECHA YA CORRIO (RUNCTL) "
020300             "- USE F PARA FORZAR LA RECORRIDA"
020400         MOVE 4 TO RETURN-CODE
020500         GO TO 0000-MAINLINE-EXIT
020600     END-IF.
020700     OPEN INPUT ACCT-MASTER-FILE.
020800     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
020900         DISPLAY "DESKSTL: ACCTMAST NO DISPONIBLE - ESTADO "
021000             WS-ACCTMAST-STATUS
021100         MOVE 4 TO RETURN-CODE
021200         GO TO 0000-MAINLINE-EXIT
021300     END-IF.
021400     PERFORM 0200-WRITE-RUN-CONTROL
021500         THRU 0200-WRITE-RUN-CONTROL-EXIT.
021600     ACCEPT STL-RUN-TIME FROM TIME.
021700     INITIALIZE STL-DESK-TABLE.
021800     PERFORM 1000-LOAD-DESK-MAP THRU 1000-LOAD-DESK-MAP-EXIT.
021900     OPEN INPUT DESK-POST-FILE.
022000     IF FS-SUCCESS OF WS-DSKPOST-STATUS
022100         PERFORM 2000-ACCUMULATE-ONE THRU 2000-ACCUMULATE-ONE-EXIT
022200             UNTIL STL-EOF
022300         CLOSE DESK-POST-FILE
022400     ELSE
022500         DISPLAY "DSKPOST AUN NO EXISTE - SIN POSTEOS DE MESA."
022600     END-IF.
022700     CLOSE ACCT-MASTER-FILE.
022800     PERFORM 3000-SETTLE-PAIRS THRU 3000-SETTLE-PAIRS-EXIT.
022900     PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
023000     PERFORM 5000-WRITE-POSITIONS THRU 5000-WRITE-POSITIONS-EXIT.
023100     IF STL-NET-TOTAL NOT = ZERO OR STL-OVERFLOW-COUNT > ZERO
023200         MOVE 4 TO RETURN-CODE
023300     END-IF.
023400     PERFORM 6000-COMPLETE-RUN-CONTROL
023500         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
023600 0000-MAINLINE-EXIT.
023700     GOBACK.
023800
023900******************************************************************
024000* 0100-CHECK-RUN-CONTROL  -  A SECOND RUN FOR THE SAME DATE WOULD
024100*                            HAND GLEXTRAC THE SAME SETTLEMENT
024200*                            TWICE OVER.
024300******************************************************************
024400 0100-CHECK-RUN-CONTROL.
024500     MOVE "N" TO STL-RUNCTL-DONE-SW STL-RUNCTL-EOF-SW.
024600     OPEN INPUT RUN-CONTROL-FILE.
024700     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
024800         GO TO 0100-CHECK-RUN-CONTROL-EXIT
024900     END-IF.
025000     PERFORM 0110-SCAN-RUN-CONTROL
025100         THRU 0110-SCAN-RUN-CONTROL-EXIT
025200         UNTIL STL-RUNCTL-EOF OR STL-RUNCTL-DONE.
025300     CLOSE RUN-CONTROL-FILE.
025400 0100-CHECK-RUN-CONTROL-EXIT.
025500     EXIT.
025600
025700******************************************************************
025800* 0110-SCAN-RUN-CONTROL
025900******************************************************************
026000 0110-SCAN-RUN-CONTROL.
026100     READ RUN-CONTROL-FILE
026200         AT END
026300             SET STL-RUNCTL-EOF TO TRUE
026400         NOT AT END
026500             IF RUN-CTL-DATE = STL-PROC-DATE
026600               AND RUN-CTL-STEP = "DESKSTL "
026700               AND RUN-CTL-COMPLETED
026800                 SET STL-RUNCTL-DONE TO TRUE
026900             END-IF
027000     END-READ.
027100 0110-SCAN-RUN-CONTROL-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500* 0200-WRITE-RUN-CONTROL  -  THE "S" (STARTED) RECORD.
027600******************************************************************
027700 0200-WRITE-RUN-CONTROL.
027800     MOVE STL-PROC-DATE TO RUN-CTL-DATE.
027900     MOVE "DESKSTL " TO RUN-CTL-STEP.
028000     SET RUN-CTL-STARTED TO TRUE.
028100     MOVE ZERO TO RUN-CTL-COUNT.
028200     ACCEPT RUN-CTL-TIME FROM TIME.
028210     MOVE ZERO TO RUN-CTL-CYCLE.
028300     OPEN EXTEND RUN-CONTROL-FILE.
028400     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
028500         OPEN OUTPUT RUN-CONTROL-FILE
028600         CLOSE RUN-CONTROL-FILE
028700         OPEN EXTEND RUN-CONTROL-FILE
028800     END-IF.
028900     WRITE RUN-CTL-RECORD.
029000     CLOSE RUN-CONTROL-FILE.
029100 0200-WRITE-RUN-CONTROL-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500* 1000-LOAD-DESK-MAP  -  THE DESKS AND THEIR SETTLEMENT ACCOUNTS,
029600*                        IN THE ORDER THE MATRIX SHOWS THEM.  NO
029700*                        DESKMAP IS NOT AN ERROR: THE DESKS JOIN
029800*                        AS THEIR POSTINGS ARRIVE AND SETTLE
029900*                        THROUGH THE CLEARING ACCOUNT.
030000******************************************************************
030100 1000-LOAD-DESK-MAP.
030200     MOVE "N" TO STL-EOF-SW.
030300     OPEN INPUT DESK-MAP-FILE.
030400     IF NOT FS-SUCCESS OF WS-DESKMAP-STATUS
030500         DISPLAY "DESKMAP NO DISPONIBLE - LIQUIDACION CONTRA LA "
030600             "CUENTA PUENTE"
030700         GO TO 1000-LOAD-DESK-MAP-EXIT
030800     END-IF.
030900     PERFORM 1100-LOAD-ONE-DESK THRU 1100-LOAD-ONE-DESK-EXIT
031000         UNTIL STL-EOF.
031100     CLOSE DESK-MAP-FILE.
031200     MOVE "N" TO STL-EOF-SW.
031300 1000-LOAD-DESK-MAP-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700* 1100-LOAD-ONE-DESK
031800******************************************************************
031900 1100-LOAD-ONE-DESK.
032000     READ DESK-MAP-FILE
032100         AT END
032200             SET STL-EOF TO TRUE
032300             GO TO 1100-LOAD-ONE-DESK-EXIT
032400     END-READ.
032500     IF DKM-DESK = SPACES
032600         GO TO 1100-LOAD-ONE-DESK-EXIT
032700     END-IF.
032800     MOVE DKM-DESK TO STL-WANTED-DESK.
032900     PERFORM 7000-FIND-DESK THRU 7000-FIND-DESK-EXIT.
033000     IF STL-IDX > ZERO
033100         MOVE DKM-SETTLE-ACCOUNT TO STL-DSK-ACCOUNT(STL-IDX)
033200     END-IF.
033300 1100-LOAD-ONE-DESK-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700* 2000-ACCUMULATE-ONE  -  ONE DSKPOST RECORD.  ONLY THE DATE'S
033800*                         RECORDS COUNT; A POSTING INTO THE
033900*                         SENDING DESK'S OWN ACCOUNTS SETTLES
034000*                         NOTHING.
034100******************************************************************
034200 2000-ACCUMULATE-ONE.
034300     READ DESK-POST-FILE
034400         AT END
034500             SET STL-EOF TO TRUE
034600             GO TO 2000-ACCUMULATE-ONE-EXIT
034700     END-READ.
034800     ADD 1 TO STL-READ-COUNT.
034900     IF DKP-RUN-DATE NOT = STL-PROC-DATE
035000         GO TO 2000-ACCUMULATE-ONE-EXIT
035100     END-IF.
035200     ADD 1 TO STL-DAY-COUNT.
035300     MOVE DKP-DESK TO STL-POST-DESK.
035400     MOVE DKP-ACCOUNT TO ACM-ACCOUNT-NUMBER.
035500     READ ACCT-MASTER-FILE
035600         INVALID KEY
035700             ADD 1 TO STL-NO-ACCT-COUNT
035800             MOVE SPACES TO ACM-HOME-DESK
035900     END-READ.
036000     IF ACM-DESK-UNASSIGNED
036100         MOVE STL-DEFAULT-DESK TO STL-HOME-DESK
036200     ELSE
036300         MOVE ACM-HOME-DESK TO STL-HOME-DESK
036400     END-IF.
036500     IF STL-POST-DESK = STL-HOME-DESK
036600         ADD 1 TO STL-OWN-DESK-COUNT
036700         GO TO 2000-ACCUMULATE-ONE-EXIT
036800     END-IF.
036900     MOVE STL-POST-DESK TO STL-WANTED-DESK.
037000     PERFORM 7000-FIND-DESK THRU 7000-FIND-DESK-EXIT.
037100     MOVE STL-IDX TO STL-POST-IDX.
037200     MOVE STL-HOME-DESK TO STL-WANTED-DESK.
037300     PERFORM 7000-FIND-DESK THRU 7000-FIND-DESK-EXIT.
037400     MOVE STL-IDX TO STL-HOME-IDX.
037500     IF STL-POST-IDX = ZERO OR STL-HOME-IDX = ZERO
037600         ADD 1 TO STL-OVERFLOW-COUNT
037700         DISPLAY "DESKSTL: MESA FUERA DE LA TABLA - CUENTA "
037800             DKP-ACCOUNT " MESA " STL-POST-DESK "/" STL-HOME-DESK
037900         GO TO 2000-ACCUMULATE-ONE-EXIT
038000     END-IF.
038100     ADD 1 TO STL-CROSS-COUNT.
038200     ADD DKP-AMOUNT TO STL-GROSS(STL-POST-IDX, STL-HOME-IDX).
038300 2000-ACCUMULATE-ONE-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 3000-SETTLE-PAIRS  -  NETS EACH PAIR OF DESKS ONCE AND APPENDS
038800*                       ITS SETTLEMENT ENTRY TO DSKSTL.
038900******************************************************************
039000 3000-SETTLE-PAIRS.
039100     OPEN EXTEND DESK-SETTLE-FILE.
039200     IF FS-NOT-FOUND OF WS-DSKSTL-STATUS
039300         OPEN OUTPUT DESK-SETTLE-FILE
039400         CLOSE DESK-SETTLE-FILE
039500         OPEN EXTEND DESK-SETTLE-FILE
039600     END-IF.
039700     PERFORM 3100-SETTLE-ONE-PAIR THRU 3100-SETTLE-ONE-PAIR-EXIT
039800         VARYING STL-ROW FROM 1 BY 1
039900             UNTIL STL-ROW > STL-DESK-COUNT
040000         AFTER STL-COL FROM 1 BY 1
040100             UNTIL STL-COL > STL-DESK-COUNT.
040200     CLOSE DESK-SETTLE-FILE.
040300 3000-SETTLE-PAIRS-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* 3100-SETTLE-ONE-PAIR  -  ROW AGAINST COLUMN, UPPER TRIANGLE
040800*                          ONLY.  POSITIVE NET: THE ROW DESK TOOK
040900*                          IN MORE FOR THE COLUMN DESK THAN IT
041000*                          PAID OUT, AND OWES IT THE DIFFERENCE.
041100******************************************************************
041200 3100-SETTLE-ONE-PAIR.
041300     IF STL-COL NOT > STL-ROW
041400         GO TO 3100-SETTLE-ONE-PAIR-EXIT
041500     END-IF.
041600     COMPUTE STL-PAIR-NET = STL-GROSS(STL-ROW, STL-COL)
041700                          - STL-GROSS(STL-COL, STL-ROW).
041800     IF STL-PAIR-NET = ZERO
041900         GO TO 3100-SETTLE-ONE-PAIR-EXIT
042000     END-IF.
042100     IF STL-PAIR-NET > ZERO
042200         MOVE STL-ROW TO STL-POST-IDX
042300         MOVE STL-COL TO STL-HOME-IDX
042400         MOVE STL-PAIR-NET TO DST-AMOUNT
042500     ELSE
042600         MOVE STL-COL TO STL-POST-IDX
042700         MOVE STL-ROW TO STL-HOME-IDX
042800         COMPUTE DST-AMOUNT = ZERO - STL-PAIR-NET
042900     END-IF.
043000     MOVE DST-AMOUNT TO STL-OWES(STL-POST-IDX, STL-HOME-IDX).
043100     ADD DST-AMOUNT TO STL-DSK-DUE-TO(STL-POST-IDX).
043200     ADD DST-AMOUNT TO STL-DSK-DUE-FROM(STL-HOME-IDX).
043300     ADD DST-AMOUNT TO STL-SETTLE-TOTAL.
043400     MOVE STL-PROC-DATE TO DST-DATE.
043500     MOVE STL-RUN-TIME TO DST-RUN-TIME.
043600     MOVE STL-DSK-CODE(STL-POST-IDX) TO DST-DEBTOR-DESK.
043700     MOVE STL-DSK-CODE(STL-HOME-IDX) TO DST-CREDITOR-DESK.
043800     MOVE STL-DSK-ACCOUNT(STL-HOME-IDX) TO DST-DEBIT-ACCOUNT.
043900     MOVE STL-DSK-ACCOUNT(STL-POST-IDX) TO DST-CREDIT-ACCOUNT.
044000     WRITE DST-SETTLE-RECORD.
044100     ADD 1 TO STL-ENTRY-COUNT.
044200 3100-SETTLE-ONE-PAIR-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 4000-PRINT-REPORT  -  THE MATRIX, THE DESK POSITIONS AND THE
044700*                       CONTROL TOTALS.
044800******************************************************************
044900 4000-PRINT-REPORT.
045000     OPEN OUTPUT PRINT-FILE.
045100     MOVE SPACES TO PRINT-LINE.
045200     STRING "LIQUIDACION ENTRE MESAS DEL " STL-PROC-DATE
045300         "  -  FILA DEBE A COLUMNA"
045400         DELIMITED BY SIZE INTO PRINT-LINE.
045500     WRITE PRINT-LINE.
045600     MOVE SPACES TO PRINT-LINE.
045700     WRITE PRINT-LINE.
045800     IF STL-DESK-COUNT = ZERO
045900         MOVE "  (SIN POSTEOS ENTRE MESAS)" TO PRINT-LINE
046000         WRITE PRINT-LINE
046100         GO TO 4000-PRINT-REPORT-TOTALS
046200     END-IF.
046300     MOVE SPACES TO PRINT-LINE.
046400     MOVE "DEBE" TO PRINT-LINE(1:4).
046500     MOVE 17 TO STL-PRINT-POS.
046600     PERFORM 4100-PRINT-COL-HEADING
046700         THRU 4100-PRINT-COL-HEADING-EXIT
046800         VARYING STL-COL FROM 1 BY 1
046900         UNTIL STL-COL > STL-DESK-COUNT.
047000     WRITE PRINT-LINE.
047100     PERFORM 4200-PRINT-ROW THRU 4200-PRINT-ROW-EXIT
047200         VARYING STL-ROW FROM 1 BY 1
047300         UNTIL STL-ROW > STL-DESK-COUNT.
047400     MOVE SPACES TO PRINT-LINE.
047500     WRITE PRINT-LINE.
047600     MOVE "POSICION POR MESA        POR COBRAR          POR PAGAR"
047700         TO PRINT-LINE.
047800     MOVE "NETA" TO PRINT-LINE(71:4).
047900     WRITE PRINT-LINE.
048000     PERFORM 4400-PRINT-POSITION THRU 4400-PRINT-POSITION-EXIT
048100         VARYING STL-IDX FROM 1 BY 1
048200         UNTIL STL-IDX > STL-DESK-COUNT.
048300 4000-PRINT-REPORT-TOTALS.
048400     MOVE SPACES TO PRINT-LINE.
048500     WRITE PRINT-LINE.
048600     MOVE STL-DUE-FROM-TOTAL TO STL-AMT-ED.
048700     MOVE STL-NET-TOTAL TO STL-NET-ED.
048800     MOVE SPACES TO PRINT-LINE.
048900     STRING "TOTAL" DELIMITED BY SIZE INTO PRINT-LINE.
049000     MOVE STL-AMT-ED TO PRINT-LINE(21:17).
049100     MOVE STL-DUE-TO-TOTAL TO STL-AMT-ED.
049200     MOVE STL-AMT-ED TO PRINT-LINE(40:17).
049300     MOVE STL-NET-ED TO PRINT-LINE(57:18).
049400     WRITE PRINT-LINE.
049500     MOVE SPACES TO PRINT-LINE.
049600     IF STL-NET-TOTAL = ZERO
049700         MOVE "CONTROL: LAS POSICIONES NETAS SUMAN CERO - CUADRA"
049800             TO PRINT-LINE
049900     ELSE
050000         MOVE "*** CONTROL: LAS POSICIONES NETAS NO SUMAN CERO"
050100             TO PRINT-LINE
050200     END-IF.
050300     WRITE PRINT-LINE.
050400     MOVE SPACES TO PRINT-LINE.
050500     WRITE PRINT-LINE.
050600     MOVE STL-READ-COUNT TO STL-CNT-ED.
050700     MOVE SPACES TO PRINT-LINE.
050800     STRING "REGISTROS DSKPOST LEIDOS:          " STL-CNT-ED
050900         DELIMITED BY SIZE INTO PRINT-LINE.
051000     WRITE PRINT-LINE.
051100     MOVE STL-DAY-COUNT TO STL-CNT-ED.
051200     MOVE SPACES TO PRINT-LINE.
051300     STRING "POSTEOS DE LA FECHA:               " STL-CNT-ED
051400         DELIMITED BY SIZE INTO PRINT-LINE.
051500     WRITE PRINT-LINE.
051600     MOVE STL-OWN-DESK-COUNT TO STL-CNT-ED.
051700     MOVE SPACES TO PRINT-LINE.
051800     STRING "  EN CUENTAS DE LA PROPIA MESA:    " STL-CNT-ED
051900         DELIMITED BY SIZE INTO PRINT-LINE.
052000     WRITE PRINT-LINE.
052100     MOVE STL-CROSS-COUNT TO STL-CNT-ED.
052200     MOVE SPACES TO PRINT-LINE.
052300     STRING "  EN CUENTAS DE OTRA MESA:         " STL-CNT-ED
052400         DELIMITED BY SIZE INTO PRINT-LINE.
052500     WRITE PRINT-LINE.
052600     MOVE STL-NO-ACCT-COUNT TO STL-CNT-ED.
052700     MOVE SPACES TO PRINT-LINE.
052800     STRING "  CUENTA YA NO EN ACCTMAST (DSK1): " STL-CNT-ED
052900         DELIMITED BY SIZE INTO PRINT-LINE.
053000     WRITE PRINT-LINE.
053100     MOVE STL-OVERFLOW-COUNT TO STL-CNT-ED.
053200     MOVE SPACES TO PRINT-LINE.
053300     STRING "  MESA FUERA DE LA TABLA (OMITIDO):" STL-CNT-ED
053400         DELIMITED BY SIZE INTO PRINT-LINE.
053500     WRITE PRINT-LINE.
053600     MOVE STL-ENTRY-COUNT TO STL-CNT-ED.
053700     MOVE SPACES TO PRINT-LINE.
053800     STRING "ASIENTOS DE LIQUIDACION (DSKSTL):  " STL-CNT-ED
053900         DELIMITED BY SIZE INTO PRINT-LINE.
054000     WRITE PRINT-LINE.
054100     CLOSE PRINT-FILE.
054200 4000-PRINT-REPORT-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600* 4100-PRINT-COL-HEADING  -  ONE DESK CODE, RIGHT-ALIGNED OVER
054700*                            ITS 14-BYTE COLUMN.
054800******************************************************************
054900 4100-PRINT-COL-HEADING.
055000     MOVE STL-DSK-CODE(STL-COL) TO PRINT-LINE(STL-PRINT-POS:4).
055100     ADD 14 TO STL-PRINT-POS.
055200 4100-PRINT-COL-HEADING-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600* 4200-PRINT-ROW  -  ONE OWING DESK ACROSS EVERY COLUMN; NOTHING
055700*                    OWED PRINTS BLANK, THE DIAGONAL AS DOTS.
055800******************************************************************
055900 4200-PRINT-ROW.
056000     MOVE SPACES TO PRINT-LINE.
056100     MOVE STL-DSK-CODE(STL-ROW) TO PRINT-LINE(1:4).
056200     MOVE 7 TO STL-PRINT-POS.
056300     PERFORM 4300-PRINT-CELL THRU 4300-PRINT-CELL-EXIT
056400         VARYING STL-COL FROM 1 BY 1
056500         UNTIL STL-COL > STL-DESK-COUNT.
056600     WRITE PRINT-LINE.
056700 4200-PRINT-ROW-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100* 4300-PRINT-CELL
057200******************************************************************
057300 4300-PRINT-CELL.
057400     IF STL-COL = STL-ROW
057500         MOVE "...." TO PRINT-LINE(STL-PRINT-POS + 10:4)
057600     ELSE
057700         IF STL-OWES(STL-ROW, STL-COL) > ZERO
057800             MOVE STL-OWES(STL-ROW, STL-COL) TO STL-CELL-ED
057900             MOVE STL-CELL-ED TO PRINT-LINE(STL-PRINT-POS:14)
058000         END-IF
058100     END-IF.
058200     ADD 14 TO STL-PRINT-POS.
058300 4300-PRINT-CELL-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700* 4400-PRINT-POSITION  -  WHAT THE DESK IS OWED, WHAT IT OWES AND
058800*                         THE NET (POSITIVE = OWED TO IT).
058900******************************************************************
059000 4400-PRINT-POSITION.
059100     COMPUTE STL-DSK-NET(STL-IDX) = STL-DSK-DUE-FROM(STL-IDX)
059200                                  - STL-DSK-DUE-TO(STL-IDX).
059300     ADD STL-DSK-DUE-FROM(STL-IDX) TO STL-DUE-FROM-TOTAL.
059400     ADD STL-DSK-DUE-TO(STL-IDX) TO STL-DUE-TO-TOTAL.
059500     ADD STL-DSK-NET(STL-IDX) TO STL-NET-TOTAL.
059600     MOVE SPACES TO PRINT-LINE.
059700     MOVE STL-DSK-CODE(STL-IDX) TO PRINT-LINE(1:4).
059800     MOVE STL-DSK-ACCOUNT(STL-IDX) TO PRINT-LINE(7:10).
059900     MOVE STL-DSK-DUE-FROM(STL-IDX) TO STL-AMT-ED.
060000     MOVE STL-AMT-ED TO PRINT-LINE(21:17).
060100     MOVE STL-DSK-DUE-TO(STL-IDX) TO STL-AMT-ED.
060200     MOVE STL-AMT-ED TO PRINT-LINE(40:17).
060300     MOVE STL-DSK-NET(STL-IDX) TO STL-NET-ED.
060400     MOVE STL-NET-ED TO PRINT-LINE(57:18).
060500     WRITE PRINT-LINE.
060600 4400-PRINT-POSITION-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000* 5000-WRITE-POSITIONS  -  ONE DSKPOSN RECORD PER DESK IN THE
061100*                          MATRIX, FOR THE TENDRPT TREND.
061200******************************************************************
061300 5000-WRITE-POSITIONS.
061400     IF STL-DESK-COUNT = ZERO
061500         GO TO 5000-WRITE-POSITIONS-EXIT
061600     END-IF.
061700     OPEN EXTEND DESK-POSN-FILE.
061800     IF FS-NOT-FOUND OF WS-DSKPOSN-STATUS
061900         OPEN OUTPUT DESK-POSN-FILE
062000         CLOSE DESK-POSN-FILE
062100         OPEN EXTEND DESK-POSN-FILE
062200     END-IF.
062300     PERFORM 5100-WRITE-ONE-POSITION
062400         THRU 5100-WRITE-ONE-POSITION-EXIT
062500         VARYING STL-IDX FROM 1 BY 1
062600         UNTIL STL-IDX > STL-DESK-COUNT.
062700     CLOSE DESK-POSN-FILE.
062800 5000-WRITE-POSITIONS-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200* 5100-WRITE-ONE-POSITION
063300******************************************************************
063400 5100-WRITE-ONE-POSITION.
063500     MOVE STL-PROC-DATE TO DPS-DATE.
063600     MOVE STL-DSK-CODE(STL-IDX) TO DPS-DESK.
063700     MOVE STL-DSK-DUE-FROM(STL-IDX) TO DPS-DUE-FROM.
063800     MOVE STL-DSK-DUE-TO(STL-IDX) TO DPS-DUE-TO.
063900     MOVE STL-DSK-NET(STL-IDX) TO DPS-NET.
064000     WRITE DPS-POSITION-RECORD.
064100 5100-WRITE-ONE-POSITION-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500* 6000-COMPLETE-RUN-CONTROL  -  THE "C" (COMPLETED) RECORD WITH
064600*                               THE SETTLEMENT ENTRIES WRITTEN.
064700******************************************************************
064800 6000-COMPLETE-RUN-CONTROL.
064900     MOVE STL-PROC-DATE TO RUN-CTL-DATE.
065000     MOVE "DESKSTL " TO RUN-CTL-STEP.
065100     SET RUN-CTL-COMPLETED TO TRUE.
065200     MOVE STL-ENTRY-COUNT TO RUN-CTL-COUNT.
065300     ACCEPT RUN-CTL-TIME FROM TIME.
065310     MOVE ZERO TO RUN-CTL-CYCLE.
065400     OPEN EXTEND RUN-CONTROL-FILE.
065500     WRITE RUN-CTL-RECORD.
065600     CLOSE RUN-CONTROL-FILE.
065700 6000-COMPLETE-RUN-CONTROL-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 7000-FIND-DESK  -  STL-IDX = THE SLOT OF STL-WANTED-DESK, ADDED
066200*                    AT THE END IF NEW; ZERO WHEN THE TABLE IS
066300*                    FULL.
066400******************************************************************
066500 7000-FIND-DESK.
066600     PERFORM 7100-COMPARE-DESK THRU 7100-COMPARE-DESK-EXIT
066700         VARYING STL-IDX FROM 1 BY 1
066800         UNTIL STL-IDX > STL-DESK-COUNT
066900            OR STL-DSK-CODE(STL-IDX) = STL-WANTED-DESK.
067000     IF STL-IDX NOT > STL-DESK-COUNT
067100         GO TO 7000-FIND-DESK-EXIT
067200     END-IF.
067300     IF STL-DESK-COUNT NOT < STL-DESK-MAX
067400         MOVE ZERO TO STL-IDX
067500         GO TO 7000-FIND-DESK-EXIT
067600     END-IF.
067700     ADD 1 TO STL-DESK-COUNT.
067800     MOVE STL-DESK-COUNT TO STL-IDX.
067900     MOVE STL-WANTED-DESK TO STL-DSK-CODE(STL-IDX).
068000     MOVE SPACES TO STL-DSK-ACCOUNT(STL-IDX).
068100 7000-FIND-DESK-EXIT.
068200     EXIT.
068300
068400******************************************************************
068500* 7100-COMPARE-DESK  -  THE TEST IS IN THE UNTIL.
068600******************************************************************
068700 7100-COMPARE-DESK.
068800     CONTINUE.
068900 7100-COMPARE-DESK-EXIT.
069000     EXIT.
069100
069200 END PROGRAM DESKSTL.
