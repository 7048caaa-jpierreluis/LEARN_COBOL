000100******************************************************************
000200* PROGRAM-ID: FEECHG
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 11/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY SERVICE CHARGE ASSESSMENT.  WALKS THE
000800*              FULL ACCTMAST AND CHARGES EACH ACCOUNT THE FEES
000900*              ITS SCHEDULE ON THE FEECTL CONTROL FILE CALLS FOR
001000*              (THE LINE FOR ITS PRODUCT, ELSE THE SITE LINE):
001100*              ACCOUNT MAINTENANCE, BELOW-MINIMUM-BALANCE AND
001200*              OVERDRAFT USAGE.  THE BALANCE TESTS USE THE
001300*              BALANCE AS THE RUN FINDS IT, BEFORE ANY OF THIS
001400*              RUN'S CHARGES, SO THE MAINTENANCE FEE NEVER
001500*              PUSHES AN ACCOUNT INTO A SECOND FEE.  EACH FEE IS
001600*              ITS OWN POSTJRNL MOVEMENT UNDER SOURCE "FEE " WITH
001700*              THE BALANCE BEFORE/AFTER IMAGES, THE FEE TYPE IN
001800*              THE OPERATOR FIELD (FEE-MANT, FEE-MINB, FEE-SOBG),
001900*              SO A FEE CAN NO LONGER BE MISTAKEN FOR A
002000*              WITHDRAWAL.  A FEE IS THE BANK'S CHARGE, NOT A
002100*              CUSTOMER DEBIT: IT POSTS EVEN PAST THE OVERDRAFT
002200*              LIMIT AND HOLDS, AND DOES NOT WAKE A DORMANT
002300*              ACCOUNT.  FROZEN, CLOSED AND FEE-EXEMPT
002400*              (ACM-FEE-EXEMPT) ACCOUNTS ARE COUNTED AND
002500*              SKIPPED, AND SO ARE FOREIGN-CURRENCY ACCOUNTS,
002600*              SINCE THE SCHEDULE IS IN LOCAL CURRENCY.  PRINTS
002700*              THE FEE REGISTER THROUGH THE 132-COLUMN
002800*              CONVENTION.  WRITES RUN-CONTROL RECORDS (STEP
002900*              "FEECHG  ") AND REFUSES A DATE ALREADY COMPLETED
003000*              - A SECOND RUN WOULD CHARGE THE MONTH TWICE; "F"
003100*              ON SYSIN FORCES A RERUN.
003200* TECTONICS:   cobc -x example67-cargosServicio.cbl
003210*                  example94-depositoVigente.cbl
003300*
003400* MODIFICATION HISTORY
003500*   11/09/26  JPL  INITIAL VERSION.
003510*   16/09/26  JPL  AN ESCHEATED ACCOUNT IS NOT CHARGED.
003520*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
003530*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
003540*   09/10/26  JPL  AN ACCOUNT WITH A TERM DEPOSIT IN FORCE
003550*                  (TDEPCHK) IS NOT CHARGED - TDEPVEN ALONE MOVES
003560*                  IT UNTIL MATURITY.  COUNTED ON THE REGISTER.
003600******************************************************************
003700
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. FEECHG.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ACM-ACCOUNT-NUMBER
004800         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
004900             WITH DUPLICATES
005000         FILE STATUS IS WS-ACCTMAST-STATUS.
005100
005200     SELECT FEE-CONTROL-FILE ASSIGN TO "FEECTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-FEECTL-STATUS.
005500
005600     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-JRNL-STATUS.
005900
006000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNCTL-STATUS.
006300
006400     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PRINT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  ACCT-MASTER-FILE.
007100 COPY ACCTREC.
007200
007300 FD  FEE-CONTROL-FILE.
007400 01  FEE-CTL-LINE                    PIC X(46).
007500
007600 FD  POST-JRNL-FILE.
007700 COPY PSTJRNL.
007800
007900 FD  RUN-CONTROL-FILE.
008000 COPY RUNCTL.
008100
008200 FD  PRINT-FILE.
008300 01  PRINT-LINE                      PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600 01  WS-ACCTMAST-STATUS.
008700     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
008800 01  WS-FEECTL-STATUS.
008900     COPY FSTATCOD REPLACING FS-NAME BY WS-FEECTL-CODE.
009000 01  WS-JRNL-STATUS.
009100     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
009200 01  WS-RUNCTL-STATUS.
009300     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
009400 01  WS-PRINT-STATUS.
009500     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
009600 COPY FEECTL.
009700
009800 77  FCH-RUN-DATE                    PIC 9(08).
009900 77  FCH-RUN-TIME                    PIC 9(08).
010000 77  FCH-FORCE-IND                   PIC X(01) VALUE "N".
010100     88  FCH-FORCED                  VALUE "F" "f".
010200 77  FCH-RUNCTL-DONE-SW              PIC X(01) VALUE "N".
010300     88  FCH-RUNCTL-DONE             VALUE "Y".
010400 77  FCH-RUNCTL-EOF-SW               PIC X(01) VALUE "N".
010500     88  FCH-RUNCTL-EOF              VALUE "Y".
010600 77  FCH-EOF-SW                      PIC X(01) VALUE "N".
010700     88  FCH-EOF                     VALUE "Y".
010800 77  FCH-CTL-EOF-SW                  PIC X(01) VALUE "N".
010900     88  FCH-CTL-EOF                 VALUE "Y".
011000 77  FCH-START-BALANCE               PIC S9(09)V99 VALUE ZERO.
011100 77  FCH-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
011200 77  FCH-FEE-AMOUNT                  PIC 9(05)V99 VALUE ZERO.
011300 77  FCH-FEE-TYPE                    PIC X(08) VALUE SPACES.
011400 77  FCH-ACCT-CHARGED-SW             PIC X(01) VALUE "N".
011500     88  FCH-ACCT-CHARGED            VALUE "Y".
011600
011700******************************************************************
011800* THE FEE SCHEDULE, LOADED ONCE FROM FEECTL.  FCH-SCHED-IDX IS
011900* THE LINE THAT APPLIES TO THE ACCOUNT IN THE FD (ZERO = NONE).
012000******************************************************************
012100 77  FCH-SCHED-MAX                   PIC 9(03) VALUE 050.
012200 01  FCH-SCHED-TABLE.
012300     05  FCH-SCHED-ENTRY             OCCURS 50 TIMES.
012400         10  FCH-SCHED-PRODUCT       PIC X(04).
012500         10  FCH-SCHED-MAINT-FEE     PIC 9(05)V99.
012600         10  FCH-SCHED-MIN-BALANCE   PIC 9(09)V99.
012700         10  FCH-SCHED-MIN-BAL-FEE   PIC 9(05)V99.
012800         10  FCH-SCHED-OVD-FEE       PIC 9(05)V99.
012900 77  FCH-SCHED-COUNT                 PIC 9(03) COMP VALUE ZERO.
013000 77  FCH-SCAN-IDX                    PIC 9(03) COMP VALUE ZERO.
013100 77  FCH-SCHED-IDX                   PIC 9(03) COMP VALUE ZERO.
013200 77  FCH-SITE-IDX                    PIC 9(03) COMP VALUE ZERO.
013300 77  FCH-CTL-BAD-COUNT               PIC 9(05) VALUE ZERO.
013400
013500******************************************************************
013600* REGISTER COUNTERS
013700******************************************************************
013800 77  FCH-READ-COUNT                  PIC 9(07) VALUE ZERO.
013900 77  FCH-CHARGED-COUNT               PIC 9(07) VALUE ZERO.
014000 77  FCH-NO-FEE-COUNT                PIC 9(07) VALUE ZERO.
014100 77  FCH-STATUS-COUNT                PIC 9(07) VALUE ZERO.
014200 77  FCH-EXEMPT-COUNT                PIC 9(07) VALUE ZERO.
014300 77  FCH-CCY-COUNT                   PIC 9(07) VALUE ZERO.
014310 77  FCH-TDEP-COUNT                  PIC 9(07) VALUE ZERO.
014400 77  FCH-NO-SCHED-COUNT              PIC 9(07) VALUE ZERO.
014500 77  FCH-MAINT-COUNT                 PIC 9(07) VALUE ZERO.
014600 77  FCH-MINB-COUNT                  PIC 9(07) VALUE ZERO.
014700 77  FCH-OVD-COUNT                   PIC 9(07) VALUE ZERO.
014800 77  FCH-MAINT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
014900 77  FCH-MINB-TOTAL                  PIC 9(11)V99 VALUE ZERO.
015000 77  FCH-OVD-TOTAL                   PIC 9(11)V99 VALUE ZERO.
015100 77  FCH-GRAND-TOTAL                 PIC 9(11)V99 VALUE ZERO.
015200 01  FCH-AMT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015300 01  FCH-FEE-ED                      PIC ZZ,ZZ9.99.
015400 01  FCH-BAL-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
015500 01  FCH-CNT-ED                      PIC Z,ZZZ,ZZ9.
015510 COPY TDEPPARM.
015600
015700 PROCEDURE DIVISION.
015800******************************************************************
015900* 0000-MAINLINE
016000******************************************************************
016100 0000-MAINLINE.
016200     ACCEPT FCH-RUN-DATE FROM DATE YYYYMMDD.
016300     ACCEPT FCH-RUN-TIME FROM TIME.
016400     DISPLAY "FORZAR RECORRIDA? (F=SI, N=NO): ".
016500     ACCEPT FCH-FORCE-IND.
016600     PERFORM 0100-CHECK-RUN-CONTROL
016700         THRU 0100-CHECK-RUN-CONTROL-EXIT.
016800     IF FCH-RUNCTL-DONE AND NOT FCH-FORCED
016900         DISPLAY "LOS CARGOS DE HOY YA CORRIERON (RUNCTL) "
017000             "- USE F PARA FORZAR LA RECORRIDA"
017100         MOVE 4 TO RETURN-CODE
017200         GO TO 0000-MAINLINE-EXIT
017300     END-IF.
017400     PERFORM 1000-LOAD-SCHEDULE THRU 1000-LOAD-SCHEDULE-EXIT.
017500*    WITHOUT A SCHEDULE THERE IS NOTHING TO CHARGE FROM - THAT
017600*    IS A SETUP ERROR, NOT A MONTH WITHOUT FEES.
017700     IF FCH-SCHED-COUNT = ZERO
017800         DISPLAY "FEECTL AUSENTE O VACIO - CARGOS NO APLICADOS"
017900         MOVE 4 TO RETURN-CODE
018000         GO TO 0000-MAINLINE-EXIT
018100     END-IF.
018200     PERFORM 0200-WRITE-RUN-CONTROL
018300         THRU 0200-WRITE-RUN-CONTROL-EXIT.
018400     OPEN I-O ACCT-MASTER-FILE.
018500     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
018600         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
018700             WS-ACCTMAST-STATUS
018800         MOVE 4 TO RETURN-CODE
018900         GO TO 0000-MAINLINE-EXIT
019000     END-IF.
019100     OPEN OUTPUT PRINT-FILE.
019200     MOVE SPACES TO PRINT-LINE.
019300     STRING "REGISTRO DE CARGOS POR SERVICIO AL " FCH-RUN-DATE
019400         DELIMITED BY SIZE INTO PRINT-LINE.
019500     WRITE PRINT-LINE.
019600     MOVE SPACES TO PRINT-LINE.
019700     WRITE PRINT-LINE.
019800     PERFORM 2000-POSITION-FILE THRU 2000-POSITION-FILE-EXIT.
019900     PERFORM 3000-ASSESS-ONE THRU 3000-ASSESS-ONE-EXIT
020000         UNTIL FCH-EOF.
020100     PERFORM 5000-PRINT-REGISTER THRU 5000-PRINT-REGISTER-EXIT.
020200     CLOSE PRINT-FILE.
020300     CLOSE ACCT-MASTER-FILE.
020400     PERFORM 6000-COMPLETE-RUN-CONTROL
020500         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
020600 0000-MAINLINE-EXIT.
020700     GOBACK.
020800
020900******************************************************************
021000* 0100-CHECK-RUN-CONTROL  -  A RESUBMITTED RUN WOULD CHARGE
021100*                            EVERY ACCOUNT TWICE.
021200******************************************************************
021300 0100-CHECK-RUN-CONTROL.
021400     MOVE "N" TO FCH-RUNCTL-DONE-SW FCH-RUNCTL-EOF-SW.
021500     OPEN INPUT RUN-CONTROL-FILE.
021600     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
021700         GO TO 0100-CHECK-RUN-CONTROL-EXIT
021800     END-IF.
021900     PERFORM 0110-SCAN-RUN-CONTROL
022000         THRU 0110-SCAN-RUN-CONTROL-EXIT
022100         UNTIL FCH-RUNCTL-EOF OR FCH-RUNCTL-DONE.
022200     CLOSE RUN-CONTROL-FILE.
022300 0100-CHECK-RUN-CONTROL-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700* 0110-SCAN-RUN-CONTROL
022800******************************************************************
022900 0110-SCAN-RUN-CONTROL.
023000     READ RUN-CONTROL-FILE
023100         AT END
023200             SET FCH-RUNCTL-EOF TO TRUE
023300         NOT AT END
023400             IF RUN-CTL-DATE = FCH-RUN-DATE
023500               AND RUN-CTL-STEP = "FEECHG  "
023600               AND RUN-CTL-COMPLETED
023700                 SET FCH-RUNCTL-DONE TO TRUE
023800             END-IF
023900     END-READ.
024000 0110-SCAN-RUN-CONTROL-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400* 0200-WRITE-RUN-CONTROL  -  THE "S" (STARTED) RECORD.
024500******************************************************************
024600 0200-WRITE-RUN-CONTROL.
024700     MOVE FCH-RUN-DATE TO RUN-CTL-DATE.
024800     MOVE "FEECHG  " TO RUN-CTL-STEP.
024900     SET RUN-CTL-STARTED TO TRUE.
025000     MOVE ZERO TO RUN-CTL-COUNT.
025100     ACCEPT RUN-CTL-TIME FROM TIME.
025110     MOVE ZERO TO RUN-CTL-CYCLE.
025200     OPEN EXTEND RUN-CONTROL-FILE.
025300     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
025400         OPEN OUTPUT RUN-CONTROL-FILE
025500         CLOSE RUN-CONTROL-FILE
025600         OPEN EXTEND RUN-CONTROL-FILE
025700     END-IF.
025800     WRITE RUN-CTL-RECORD.
025900     CLOSE RUN-CONTROL-FILE.
026000 0200-WRITE-RUN-CONTROL-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400* 1000-LOAD-SCHEDULE  -  EVERY FEECTL LINE INTO THE TABLE.  A
026500*                        LINE WITH A NON-NUMERIC AMOUNT IS
026600*                        COUNTED AND LEFT OUT RATHER THAN
026700*                        CHARGED AS GARBAGE.  THE SITE LINE
026800*                        (BLANK PRODUCT) IS REMEMBERED.
026900******************************************************************
027000 1000-LOAD-SCHEDULE.
027100     MOVE ZERO TO FCH-SCHED-COUNT FCH-SITE-IDX.
027200     OPEN INPUT FEE-CONTROL-FILE.
027300     IF NOT FS-SUCCESS OF WS-FEECTL-STATUS
027400         GO TO 1000-LOAD-SCHEDULE-EXIT
027500     END-IF.
027600     PERFORM 1100-LOAD-ONE-LINE THRU 1100-LOAD-ONE-LINE-EXIT
027700         UNTIL FCH-CTL-EOF.
027800     CLOSE FEE-CONTROL-FILE.
027900 1000-LOAD-SCHEDULE-EXIT.
028000     EXIT.
028100
028200******************************************************************
028300* 1100-LOAD-ONE-LINE
028400******************************************************************
028500 1100-LOAD-ONE-LINE.
028600     READ FEE-CONTROL-FILE INTO FEC-CTL-RECORD
028700         AT END
028800             SET FCH-CTL-EOF TO TRUE
028900             GO TO 1100-LOAD-ONE-LINE-EXIT
029000     END-READ.
029100     IF FEC-MAINT-FEE IS NOT NUMERIC
029200       OR FEC-MIN-BALANCE IS NOT NUMERIC
029300       OR FEC-MIN-BAL-FEE IS NOT NUMERIC
029400       OR FEC-OVD-FEE IS NOT NUMERIC
029500         ADD 1 TO FCH-CTL-BAD-COUNT
029600         DISPLAY "FEECTL: LINEA INVALIDA PARA EL PRODUCTO "
029700             FEC-PRODUCT-CODE " - IGNORADA"
029800         GO TO 1100-LOAD-ONE-LINE-EXIT
029900     END-IF.
030000     IF FCH-SCHED-COUNT NOT < FCH-SCHED-MAX
030100         ADD 1 TO FCH-CTL-BAD-COUNT
030200         DISPLAY "FEECTL EXCEDE " FCH-SCHED-MAX
030300             " LINEAS - PRODUCTO " FEC-PRODUCT-CODE " IGNORADO"
030400         GO TO 1100-LOAD-ONE-LINE-EXIT
030500     END-IF.
030600     ADD 1 TO FCH-SCHED-COUNT.
030700     MOVE FEC-PRODUCT-CODE TO FCH-SCHED-PRODUCT(FCH-SCHED-COUNT).
030800     MOVE FEC-MAINT-FEE TO FCH-SCHED-MAINT-FEE(FCH-SCHED-COUNT).
030900     MOVE FEC-MIN-BALANCE
031000         TO FCH-SCHED-MIN-BALANCE(FCH-SCHED-COUNT).
031100     MOVE FEC-MIN-BAL-FEE
031200         TO FCH-SCHED-MIN-BAL-FEE(FCH-SCHED-COUNT).
031300     MOVE FEC-OVD-FEE TO FCH-SCHED-OVD-FEE(FCH-SCHED-COUNT).
031400     IF FEC-SITE-DEFAULT
031500         MOVE FCH-SCHED-COUNT TO FCH-SITE-IDX
031600     END-IF.
031700 1100-LOAD-ONE-LINE-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100* 2000-POSITION-FILE
032200******************************************************************
032300 2000-POSITION-FILE.
032400     MOVE LOW-VALUES TO ACM-ACCOUNT-NUMBER.
032500     START ACCT-MASTER-FILE KEY NOT < ACM-ACCOUNT-NUMBER
032600         INVALID KEY
032700             SET FCH-EOF TO TRUE
032800     END-START.
032900 2000-POSITION-FILE-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* 3000-ASSESS-ONE  -  ONE ACCOUNT: SKIP THE ONES THAT ARE NOT
033400*                     CHARGED, FIND THE SCHEDULE LINE, CHARGE
033500*                     EACH FEE THAT APPLIES, ONE REWRITE.
033600******************************************************************
033700 3000-ASSESS-ONE.
033800     READ ACCT-MASTER-FILE NEXT
033900         AT END
034000             SET FCH-EOF TO TRUE
034100             GO TO 3000-ASSESS-ONE-EXIT
034200     END-READ.
034300     ADD 1 TO FCH-READ-COUNT.
034400*    THE POSTING PATHS REFUSE A FROZEN, CLOSED OR ESCHEATED
034500*    ACCOUNT, AND SO DOES THE FEE RUN.
034600     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
034700         ADD 1 TO FCH-STATUS-COUNT
034800         GO TO 3000-ASSESS-ONE-EXIT
034900     END-IF.
035000     IF ACM-FEE-EXEMPT
035100         ADD 1 TO FCH-EXEMPT-COUNT
035200         GO TO 3000-ASSESS-ONE-EXIT
035300     END-IF.
035310*    A TERM DEPOSIT IN FORCE IS MOVED BY TDEPVEN ONLY.
035320     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
035330     CALL "TDEPCHK" USING TDK-PARM.
035340     IF TDK-DEPOSIT-ACTIVE
035350         ADD 1 TO FCH-TDEP-COUNT
035360         GO TO 3000-ASSESS-ONE-EXIT
035370     END-IF.
035400     IF NOT ACM-CCY-LOCAL
035500         ADD 1 TO FCH-CCY-COUNT
035600         MOVE SPACES TO PRINT-LINE
035700         STRING ACM-ACCOUNT-NUMBER "  MONEDA " ACM-CURRENCY-CODE
035800             " - SIN CARGOS (TARIFA EN MONEDA LOCAL)"
035900             DELIMITED BY SIZE INTO PRINT-LINE
036000         WRITE PRINT-LINE
036100         GO TO 3000-ASSESS-ONE-EXIT
036200     END-IF.
036300     PERFORM 3100-FIND-SCHEDULE THRU 3100-FIND-SCHEDULE-EXIT.
036400     IF FCH-SCHED-IDX = ZERO
036500         ADD 1 TO FCH-NO-SCHED-COUNT
036600         GO TO 3000-ASSESS-ONE-EXIT
036700     END-IF.
036800     MOVE ACM-ACCOUNT-BALANCE TO FCH-START-BALANCE.
036900     MOVE "N" TO FCH-ACCT-CHARGED-SW.
037000     IF FCH-SCHED-MAINT-FEE(FCH-SCHED-IDX) > ZERO
037100         MOVE FCH-SCHED-MAINT-FEE(FCH-SCHED-IDX)
037200             TO FCH-FEE-AMOUNT
037300         MOVE "FEE-MANT" TO FCH-FEE-TYPE
037400         PERFORM 3200-CHARGE-FEE THRU 3200-CHARGE-FEE-EXIT
037500         ADD 1 TO FCH-MAINT-COUNT
037600         ADD FCH-FEE-AMOUNT TO FCH-MAINT-TOTAL
037700     END-IF.
037800     IF FCH-START-BALANCE NOT < ZERO
037900       AND FCH-START-BALANCE
038000           < FCH-SCHED-MIN-BALANCE(FCH-SCHED-IDX)
038100       AND FCH-SCHED-MIN-BAL-FEE(FCH-SCHED-IDX) > ZERO
038200         MOVE FCH-SCHED-MIN-BAL-FEE(FCH-SCHED-IDX)
038300             TO FCH-FEE-AMOUNT
038400         MOVE "FEE-MINB" TO FCH-FEE-TYPE
038500         PERFORM 3200-CHARGE-FEE THRU 3200-CHARGE-FEE-EXIT
038600         ADD 1 TO FCH-MINB-COUNT
038700         ADD FCH-FEE-AMOUNT TO FCH-MINB-TOTAL
038800     END-IF.
038900     IF FCH-START-BALANCE < ZERO
039000       AND FCH-SCHED-OVD-FEE(FCH-SCHED-IDX) > ZERO
039100         MOVE FCH-SCHED-OVD-FEE(FCH-SCHED-IDX) TO FCH-FEE-AMOUNT
039200         MOVE "FEE-SOBG" TO FCH-FEE-TYPE
039300         PERFORM 3200-CHARGE-FEE THRU 3200-CHARGE-FEE-EXIT
039400         ADD 1 TO FCH-OVD-COUNT
039500         ADD FCH-FEE-AMOUNT TO FCH-OVD-TOTAL
039600     END-IF.
039700     IF NOT FCH-ACCT-CHARGED
039800         ADD 1 TO FCH-NO-FEE-COUNT
039900         GO TO 3000-ASSESS-ONE-EXIT
040000     END-IF.
040100*    THE STATUS BYTE IS LEFT ALONE - A DORMANT ACCOUNT STAYS
040200*    DORMANT, SINCE A FEE IS NOT CUSTOMER MOVEMENT.
040300     REWRITE ACM-ACCOUNT-RECORD
040400         INVALID KEY
040500             DISPLAY "ERROR AL REESCRIBIR " ACM-ACCOUNT-NUMBER
040600                 " - ESTADO " WS-ACCTMAST-STATUS
040700             MOVE 4 TO RETURN-CODE
040800     END-REWRITE.
040900     ADD 1 TO FCH-CHARGED-COUNT.
041000 3000-ASSESS-ONE-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400* 3100-FIND-SCHEDULE  -  THE LINE FOR THE ACCOUNT'S PRODUCT,
041500*                        ELSE THE SITE LINE, ELSE NONE.
041600******************************************************************
041700 3100-FIND-SCHEDULE.
041800     MOVE ZERO TO FCH-SCHED-IDX.
041900     IF NOT ACM-NO-PRODUCT
042000         PERFORM 3110-MATCH-ONE-LINE
042100             THRU 3110-MATCH-ONE-LINE-EXIT
042200             VARYING FCH-SCAN-IDX FROM 1 BY 1
042300             UNTIL FCH-SCAN-IDX > FCH-SCHED-COUNT
042400                OR FCH-SCHED-IDX > ZERO
042500     END-IF.
042600     IF FCH-SCHED-IDX = ZERO
042700         MOVE FCH-SITE-IDX TO FCH-SCHED-IDX
042800     END-IF.
042900 3100-FIND-SCHEDULE-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 3110-MATCH-ONE-LINE
043400******************************************************************
043500 3110-MATCH-ONE-LINE.
043600     IF FCH-SCHED-PRODUCT(FCH-SCAN-IDX) = ACM-PRODUCT-CODE
043700         MOVE FCH-SCAN-IDX TO FCH-SCHED-IDX
043800     END-IF.
043900 3110-MATCH-ONE-LINE-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 3200-CHARGE-FEE  -  FCH-FEE-AMOUNT OFF THE BALANCE IN THE FD,
044400*                     JOURNALED AND PRINTED.  THE REWRITE IS
044500*                     THE CALLER'S, ONCE PER ACCOUNT.
044600******************************************************************
044700 3200-CHARGE-FEE.
044800     MOVE ACM-ACCOUNT-BALANCE TO FCH-OLD-BALANCE.
044900     SUBTRACT FCH-FEE-AMOUNT FROM ACM-ACCOUNT-BALANCE.
045000     PERFORM 3300-WRITE-JOURNAL THRU 3300-WRITE-JOURNAL-EXIT.
045100     SET FCH-ACCT-CHARGED TO TRUE.
045200     ADD FCH-FEE-AMOUNT TO FCH-GRAND-TOTAL.
045300     MOVE FCH-FEE-AMOUNT TO FCH-FEE-ED.
045400     MOVE ACM-ACCOUNT-BALANCE TO FCH-BAL-ED.
045500     MOVE SPACES TO PRINT-LINE.
045600     STRING ACM-ACCOUNT-NUMBER "  " ACM-CUSTOMER-ID
045700         "  " ACM-PRODUCT-CODE "  " FCH-FEE-TYPE
045800         "  CARGO " FCH-FEE-ED "  NUEVO BALANCE " FCH-BAL-ED
045900         DELIMITED BY SIZE INTO PRINT-LINE.
046000     WRITE PRINT-LINE.
046100 3200-CHARGE-FEE-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500* 3300-WRITE-JOURNAL  -  THE FEE IS A REAL BALANCE MOVEMENT:
046600*                        OLD BALANCE, NEGATIVE AMOUNT, NEW
046700*                        BALANCE, SOURCE "FEE ", THE FEE TYPE
046800*                        AS THE OPERATOR.
046900******************************************************************
047000 3300-WRITE-JOURNAL.
047100     MOVE ACM-ACCOUNT-NUMBER  TO PJR-ACCOUNT-NUMBER.
047200     MOVE FCH-OLD-BALANCE     TO PJR-OLD-BALANCE.
047300     COMPUTE PJR-AMOUNT = ZERO - FCH-FEE-AMOUNT.
047400     MOVE ACM-ACCOUNT-BALANCE TO PJR-NEW-BALANCE.
047500     MOVE FCH-FEE-TYPE        TO PJR-OPERATOR-ID.
047600     MOVE FCH-RUN-DATE        TO PJR-RUN-DATE.
047700     MOVE FCH-RUN-TIME        TO PJR-RUN-TIME.
047800     MOVE "FEE "              TO PJR-SOURCE.
047900     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME PJR-XFER-REF.
048000     OPEN EXTEND POST-JRNL-FILE.
048100     IF FS-NOT-FOUND OF WS-JRNL-STATUS
048200         OPEN OUTPUT POST-JRNL-FILE
048300         CLOSE POST-JRNL-FILE
048400         OPEN EXTEND POST-JRNL-FILE
048500     END-IF.
048600     WRITE PJR-JOURNAL-RECORD.
048700     CLOSE POST-JRNL-FILE.
048800 3300-WRITE-JOURNAL-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200* 5000-PRINT-REGISTER
049300******************************************************************
049400 5000-PRINT-REGISTER.
049500     MOVE SPACES TO PRINT-LINE.
049600     WRITE PRINT-LINE.
049700     MOVE FCH-READ-COUNT TO FCH-CNT-ED.
049800     MOVE SPACES TO PRINT-LINE.
049900     STRING "CUENTAS EN ACCTMAST:        " FCH-CNT-ED
050000         DELIMITED BY SIZE INTO PRINT-LINE.
050100     WRITE PRINT-LINE.
050200     MOVE FCH-CHARGED-COUNT TO FCH-CNT-ED.
050300     MOVE SPACES TO PRINT-LINE.
050400     STRING "CUENTAS CON CARGOS:         " FCH-CNT-ED
050500         DELIMITED BY SIZE INTO PRINT-LINE.
050600     WRITE PRINT-LINE.
050700     MOVE FCH-NO-FEE-COUNT TO FCH-CNT-ED.
050800     MOVE SPACES TO PRINT-LINE.
050900     STRING "SIN CARGO APLICABLE:        " FCH-CNT-ED
051000         DELIMITED BY SIZE INTO PRINT-LINE.
051100     WRITE PRINT-LINE.
051200     MOVE FCH-STATUS-COUNT TO FCH-CNT-ED.
051300     MOVE SPACES TO PRINT-LINE.
051400     STRING "CONGELADAS/CERRADAS:        " FCH-CNT-ED
051500         DELIMITED BY SIZE INTO PRINT-LINE.
051600     WRITE PRINT-LINE.
051700     MOVE FCH-EXEMPT-COUNT TO FCH-CNT-ED.
051800     MOVE SPACES TO PRINT-LINE.
051900     STRING "EXENTAS DE CARGOS:          " FCH-CNT-ED
052000         DELIMITED BY SIZE INTO PRINT-LINE.
052100     WRITE PRINT-LINE.
052200     MOVE FCH-CCY-COUNT TO FCH-CNT-ED.
052300     MOVE SPACES TO PRINT-LINE.
052400     STRING "MONEDA EXTRANJERA:          " FCH-CNT-ED
052500         DELIMITED BY SIZE INTO PRINT-LINE.
052600     WRITE PRINT-LINE.
052610     MOVE FCH-TDEP-COUNT TO FCH-CNT-ED.
052620     MOVE SPACES TO PRINT-LINE.
052630     STRING "DEPOSITO A PLAZO VIGENTE:   " FCH-CNT-ED
052640         DELIMITED BY SIZE INTO PRINT-LINE.
052650     WRITE PRINT-LINE.
052700     MOVE FCH-NO-SCHED-COUNT TO FCH-CNT-ED.
052800     MOVE SPACES TO PRINT-LINE.
052900     STRING "SIN TARIFA EN FEECTL:       " FCH-CNT-ED
053000         DELIMITED BY SIZE INTO PRINT-LINE.
053100     WRITE PRINT-LINE.
053200     MOVE SPACES TO PRINT-LINE.
053300     WRITE PRINT-LINE.
053400     MOVE FCH-MAINT-COUNT TO FCH-CNT-ED.
053500     MOVE FCH-MAINT-TOTAL TO FCH-AMT-ED.
053600     MOVE SPACES TO PRINT-LINE.
053700     STRING "MANTENIMIENTO (FEE-MANT):   " FCH-CNT-ED
053800         "   " FCH-AMT-ED
053900         DELIMITED BY SIZE INTO PRINT-LINE.
054000     WRITE PRINT-LINE.
054100     MOVE FCH-MINB-COUNT TO FCH-CNT-ED.
054200     MOVE FCH-MINB-TOTAL TO FCH-AMT-ED.
054300     MOVE SPACES TO PRINT-LINE.
054400     STRING "BAJO MINIMO (FEE-MINB):     " FCH-CNT-ED
054500         "   " FCH-AMT-ED
054600         DELIMITED BY SIZE INTO PRINT-LINE.
054700     WRITE PRINT-LINE.
054800     MOVE FCH-OVD-COUNT TO FCH-CNT-ED.
054900     MOVE FCH-OVD-TOTAL TO FCH-AMT-ED.
055000     MOVE SPACES TO PRINT-LINE.
055100     STRING "USO DE SOBREGIRO (FEE-SOBG):" FCH-CNT-ED
055200         "   " FCH-AMT-ED
055300         DELIMITED BY SIZE INTO PRINT-LINE.
055400     WRITE PRINT-LINE.
055500     MOVE FCH-GRAND-TOTAL TO FCH-AMT-ED.
055600     MOVE SPACES TO PRINT-LINE.
055700     STRING "TOTAL CARGADO:                          " FCH-AMT-ED
055800         DELIMITED BY SIZE INTO PRINT-LINE.
055900     WRITE PRINT-LINE.
056000     IF FCH-CTL-BAD-COUNT > ZERO
056100         MOVE FCH-CTL-BAD-COUNT TO FCH-CNT-ED
056200         MOVE SPACES TO PRINT-LINE
056300         STRING "LINEAS DE FEECTL IGNORADAS: " FCH-CNT-ED
056400             DELIMITED BY SIZE INTO PRINT-LINE
056500         WRITE PRINT-LINE
056600     END-IF.
056700     DISPLAY "FEECHG: " FCH-CHARGED-COUNT
056800         " CUENTAS CON CARGOS".
056900 5000-PRINT-REGISTER-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 6000-COMPLETE-RUN-CONTROL  -  THE "C" (COMPLETED) RECORD
057400*                               WITH THE CHARGED COUNT.
057500******************************************************************
057600 6000-COMPLETE-RUN-CONTROL.
057700     MOVE FCH-RUN-DATE TO RUN-CTL-DATE.
057800     MOVE "FEECHG  " TO RUN-CTL-STEP.
057900     SET RUN-CTL-COMPLETED TO TRUE.
058000     MOVE FCH-CHARGED-COUNT TO RUN-CTL-COUNT.
058100     ACCEPT RUN-CTL-TIME FROM TIME.
058110     MOVE ZERO TO RUN-CTL-CYCLE.
058200     OPEN EXTEND RUN-CONTROL-FILE.
058300     WRITE RUN-CTL-RECORD.
058400     CLOSE RUN-CONTROL-FILE.
058500 6000-COMPLETE-RUN-CONTROL-EXIT.
058600     EXIT.
058700
058800 END PROGRAM FEECHG.
