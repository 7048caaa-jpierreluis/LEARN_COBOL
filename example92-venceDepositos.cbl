000100******************************************************************
000200* PROGRAM-ID: TDEPVEN
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 09/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY TERM DEPOSIT STEP OVER TDEPMAST (TDEPREC).
000800*              RUNS ON BUSINESS DAYS ONLY (FECHALAB "V"; F FORCES
000900*              IT) AND ONCE PER DAY (RUNCTL STEP "TDEPVEN ").  FOR
001000*              EVERY DEPOSIT IN FORCE IT ACCRUES THE FIXED RATE
001100*              FROM THE START OF THE TERM TO TODAY (OR TO
001200*              MATURITY, IF EARLIER), ACTUAL DAYS OVER 365, AND
001300*              POSTS THE DIFFERENCE WITH WHAT WAS ALREADY ACCRUED
001400*              INTO THE ACCOUNT'S ACM-ACCRUED-INTEREST BUCKET AS
001500*              AN "ACR " JOURNAL RECORD - A MISSED DAY IS CAUGHT
001600*              UP BY THE NEXT RUN.  A DEPOSIT THAT HAS REACHED
001700*              MATURITY, OR WHOSE BREAK WAS REQUESTED IN TDEPMANT,
001800*              IS SETTLED: AN EARLY BREAK FIRST FORFEITS THE
001900*              PRODUCT'S PRD-PENALTY-PCT OF THE INTEREST ACCRUED
002000*              (SPACES = ALL OF IT), THEN THE BUCKET IS
002100*              CAPITALIZED ("CAP ") LESS THE WHTCTL WITHHOLDING
002200*              ("WHT ", CUSTMAST EXEMPTIONS AS IN INTCAP), AND THE
002300*              INSTRUCTION IS CARRIED OUT: THE PAYOUT LEAVES THE
002400*              DEPOSIT ACCOUNT FOR TDP-PAYOUT-ACCOUNT AS A "TDP "
002500*              TRANSFER PAIR UNDER ONE PJR-XFER-REF, AND A
002600*              ROLLOVER STARTS THE NEXT TERM ON THE OLD MATURITY
002700*              DATE AT THE SAME RATE AND TERM.  A DEPOSIT WHOSE
002800*              ACCOUNT OR PAYOUT ACCOUNT CANNOT TAKE THE POSTING
002900*              IS LEFT FOR THE NEXT RUN AND SETS RETURN-CODE 4.
003000*              PRINTS A REGISTER OF EVERY SETTLEMENT AND THE RUN
003100*              TOTALS.
003200* TECTONICS:   cobc -x example92-venceDepositos.cbl
003300*                  example41-fechaLaboral.cbl
003400*
003500* MODIFICATION HISTORY
003600*   09/10/26  JPL  INITIAL VERSION.
003700******************************************************************
003800
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. TDEPVEN.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS TDP-ACCOUNT-NUMBER
004900         FILE STATUS IS WS-TDEPMAST-STATUS.
005000
005100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ACM-ACCOUNT-NUMBER
005500         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-ACCTMAST-STATUS.
005800
005900     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PRD-PRODUCT-CODE
006300         FILE STATUS IS WS-PRODMAST-STATUS.
006400
006500     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CST-CUSTOMER-ID
006900         FILE STATUS IS WS-CUSTMAST-STATUS.
007000
007100     SELECT WHT-CONTROL-FILE ASSIGN TO "WHTCTL"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-WHTCTL-STATUS.
007400
007500     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-JRNL-STATUS.
007800
007900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RUNCTL-STATUS.
008200
008300     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PRINT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  TERM-DEPOSIT-FILE.
009000 COPY TDEPREC.
009100
009200 FD  ACCT-MASTER-FILE.
009300 COPY ACCTREC.
009400
009500 FD  PRODUCT-MASTER-FILE.
009600 COPY PRODREC.
009700
009800 FD  CUST-MASTER-FILE.
009900 COPY CUSTREC.
010000
010100 FD  WHT-CONTROL-FILE.
010200 01  WHT-CTL-LINE                    PIC X(20).
010300
010400 FD  POST-JRNL-FILE.
010500 COPY PSTJRNL.
010600
010700 FD  RUN-CONTROL-FILE.
010800 COPY RUNCTL.
010900
011000 FD  PRINT-FILE.
011100 01  PRINT-LINE                      PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-TDEPMAST-STATUS.
011500     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
011600 01  WS-ACCTMAST-STATUS.
011700     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
011800 01  WS-PRODMAST-STATUS.
011900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
012000 01  WS-CUSTMAST-STATUS.
012100     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
012200 01  WS-WHTCTL-STATUS.
012300     COPY FSTATCOD REPLACING FS-NAME BY WS-WHTCTL-CODE.
012400 01  WS-JRNL-STATUS.
012500     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
012600 01  WS-RUNCTL-STATUS.
012700     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
012800 01  WS-PRINT-STATUS.
012900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
013000 COPY WHTCTL.
013100 COPY FECHPARM.
013200
013300 77  TDV-RUN-DATE                    PIC 9(08).
013400 77  TDV-RUN-TIME                    PIC 9(08).
013500 77  TDV-RC                          PIC 9(02) VALUE ZERO.
013600 77  TDV-FORCE-IND                   PIC X(01) VALUE "N".
013700     88  TDV-FORCED                  VALUE "F" "f".
013800 77  TDV-RUNCTL-DONE-SW              PIC X(01) VALUE "N".
013900     88  TDV-RUNCTL-DONE             VALUE "Y".
014000 77  TDV-RUNCTL-EOF-SW               PIC X(01) VALUE "N".
014100     88  TDV-RUNCTL-EOF              VALUE "Y".
014200 77  TDV-EOF-SW                      PIC X(01) VALUE "N".
014300     88  TDV-EOF                     VALUE "Y".
014400 77  TDV-TDEPMAST-OPEN-SW            PIC X(01) VALUE "N".
014500     88  TDV-TDEPMAST-OPEN           VALUE "Y".
014600 77  TDV-PRODMAST-OPEN-SW            PIC X(01) VALUE "N".
014700     88  TDV-PRODMAST-OPEN           VALUE "Y".
014800 77  TDV-CUST-OPEN-SW                PIC X(01) VALUE "N".
014900     88  TDV-CUST-OPEN               VALUE "Y".
015000 77  TDV-EXEMPT-SW                   PIC X(01) VALUE "N".
015100     88  TDV-EXEMPT                  VALUE "Y".
015200 77  TDV-BREAKING-SW                 PIC X(01) VALUE "N".
015300     88  TDV-BREAKING                VALUE "Y".
015400 77  TDV-ROLLING-SW                  PIC X(01) VALUE "N".
015500     88  TDV-ROLLING                 VALUE "Y".
015600 77  TDV-PAYOUT-OK-SW                PIC X(01) VALUE "N".
015700     88  TDV-PAYOUT-OK               VALUE "Y".
015800 77  TDV-CURRENCY                    PIC X(03) VALUE SPACES.
015900 77  TDV-DEST-CURRENCY               PIC X(03) VALUE SPACES.
016000 77  TDV-ERROR-TEXT                  PIC X(60) VALUE SPACES.
016100 77  TDV-EVENT                       PIC X(18) VALUE SPACES.
016200 77  TDV-WHT-NOTE                    PIC X(06) VALUE SPACES.
016300
016400******************************************************************
016500* ACCRUAL FIGURES.  THE INTEREST OF THE TERM TO DATE IS ALWAYS
016600* RECOMPUTED FROM TDP-START-DATE, SO ROUNDING NEVER DRIFTS AND
016700* THE BUCKET TAKES ONLY THE DIFFERENCE.
016800******************************************************************
016900 77  TDV-ACCRUAL-END                 PIC 9(08) VALUE ZERO.
017000 77  TDV-START-INT                   PIC S9(09) COMP VALUE ZERO.
017100 77  TDV-END-INT                     PIC S9(09) COMP VALUE ZERO.
017200 77  TDV-DAYS                        PIC 9(05) VALUE ZERO.
017300 77  TDV-TERM-INTEREST               PIC 9(07)V99 VALUE ZERO.
017400 77  TDV-DELTA                       PIC S9(07)V99 VALUE ZERO.
017500
017600******************************************************************
017700* SETTLEMENT FIGURES
017800******************************************************************
017900 77  TDV-WHT-RATE                    PIC 9V9999 VALUE ZERO.
018000 77  TDV-PENALTY-PCT                 PIC 9V9999 VALUE ZERO.
018100 77  TDV-PENALTY                     PIC 9(07)V99 VALUE ZERO.
018200 77  TDV-INTEREST                    PIC S9(07)V99 VALUE ZERO.
018300 77  TDV-BUCKET                      PIC S9(07)V99 VALUE ZERO.
018400 77  TDV-WHT-AMOUNT                  PIC 9(07)V99 VALUE ZERO.
018500 77  TDV-BALANCE-AFTER               PIC S9(09)V99 VALUE ZERO.
018600 77  TDV-NEW-PRINCIPAL               PIC 9(09)V99 VALUE ZERO.
018700 77  TDV-PAYOUT                      PIC 9(09)V99 VALUE ZERO.
018800 77  TDV-OLD-MATURITY                PIC 9(08) VALUE ZERO.
018900
019000******************************************************************
019100* THE MOVEMENT BEING JOURNALED.  FOR "ACR " RECORDS THE IMAGES
019200* ARE THE ACCRUED-INTEREST BUCKET, FOR THE OTHERS THE BALANCE.
019300******************************************************************
019400 77  TDV-OLD-IMAGE                   PIC S9(09)V99 VALUE ZERO.
019500 77  TDV-NEW-IMAGE                   PIC S9(09)V99 VALUE ZERO.
019600 77  TDV-POST-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
019700 77  TDV-POST-SOURCE                 PIC X(04) VALUE SPACES.
019800 77  TDV-POST-OPERATOR               PIC X(08) VALUE SPACES.
019900 77  TDV-XFER-COUNT                  PIC 9(05) VALUE ZERO.
020000 01  TDV-XFER-REF.
020100     05  TDV-XFER-DATE               PIC 9(08).
020200     05  TDV-XFER-TIME               PIC 9(08).
020300     05  TDV-XFER-SEQ                PIC 9(05).
020400
020500******************************************************************
020600* REGISTER COUNTERS
020700******************************************************************
020800 77  TDV-READ-COUNT                  PIC 9(07) VALUE ZERO.
020900 77  TDV-CLOSED-COUNT                PIC 9(07) VALUE ZERO.
021000 77  TDV-ACCRUED-COUNT               PIC 9(07) VALUE ZERO.
021100 77  TDV-PAID-COUNT                  PIC 9(07) VALUE ZERO.
021200 77  TDV-ROLLED-COUNT                PIC 9(07) VALUE ZERO.
021300 77  TDV-BROKEN-COUNT                PIC 9(07) VALUE ZERO.
021400 77  TDV-ERROR-COUNT                 PIC 9(07) VALUE ZERO.
021500 77  TDV-ACCRUED-TOTAL               PIC S9(11)V99 VALUE ZERO.
021600 77  TDV-PENALTY-TOTAL               PIC S9(11)V99 VALUE ZERO.
021700 77  TDV-WHT-TOTAL                   PIC S9(11)V99 VALUE ZERO.
021800 77  TDV-PAYOUT-TOTAL                PIC S9(11)V99 VALUE ZERO.
021900 01  TDV-RATE-ED                     PIC 9.9999.
022000 01  TDV-INT-ED                      PIC -ZZZ,ZZZ.99.
022100 01  TDV-PEN-ED                      PIC ZZZ,ZZZ.99.
022200 01  TDV-WHT-ED                      PIC ZZZ,ZZZ.99.
022300 01  TDV-PAY-ED                      PIC ZZZ,ZZZ,ZZ9.99.
022400 01  TDV-AMT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
022500 01  TDV-CNT-ED                      PIC Z,ZZZ,ZZ9.
022600
022700 PROCEDURE DIVISION.
022800******************************************************************
022900* 0000-MAINLINE
023000******************************************************************
023100 0000-MAINLINE.
023200     ACCEPT TDV-RUN-DATE FROM DATE YYYYMMDD.
023300     ACCEPT TDV-RUN-TIME FROM TIME.
023400     DISPLAY "FORZAR RECORRIDA? (F=SI, N=NO): ".
023500     ACCEPT TDV-FORCE-IND.
023600     MOVE TDV-RUN-DATE TO FCH-REQ-DATE.
023700     MOVE "V" TO FCH-REQ-FUNC.
023800     CALL "FECHALAB" USING FCH-PARM.
023900     IF FCH-NOT-BUSINESS AND NOT TDV-FORCED
024000         DISPLAY "LA FECHA " TDV-RUN-DATE " NO ES DIA HABIL "
024100             "SEGUN EL CALENDARIO - USE F PARA FORZAR"
024200         MOVE 4 TO RETURN-CODE
024300         GO TO 0000-MAINLINE-EXIT
024400     END-IF.
024500     PERFORM 0100-CHECK-RUN-CONTROL
024600         THRU 0100-CHECK-RUN-CONTROL-EXIT.
024700     IF TDV-RUNCTL-DONE AND NOT TDV-FORCED
024800         DISPLAY "LOS VENCIMIENTOS DE HOY YA CORRIERON (RUNCTL) "
024900             "- USE F PARA FORZAR LA RECORRIDA"
025000         MOVE 4 TO RETURN-CODE
025100         GO TO 0000-MAINLINE-EXIT
025200     END-IF.
025300     PERFORM 0200-WRITE-RUN-CONTROL
025400         THRU 0200-WRITE-RUN-CONTROL-EXIT.
025500     PERFORM 1000-LOAD-WHT-RATE THRU 1000-LOAD-WHT-RATE-EXIT.
025600     OPEN I-O ACCT-MASTER-FILE.
025700     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
025800         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
025900             WS-ACCTMAST-STATUS
026000         MOVE 4 TO RETURN-CODE
026100         GO TO 0000-MAINLINE-EXIT
026200     END-IF.
026300     OPEN OUTPUT PRINT-FILE.
026400     MOVE SPACES TO PRINT-LINE.
026500     STRING "REGISTRO DE VENCIMIENTOS DE DEPOSITOS A PLAZO AL "
026600         TDV-RUN-DATE
026700         DELIMITED BY SIZE INTO PRINT-LINE.
026800     WRITE PRINT-LINE.
026900     MOVE TDV-WHT-RATE TO TDV-RATE-ED.
027000     MOVE SPACES TO PRINT-LINE.
027100     STRING "TASA DE RETENCION (WHTCTL): " TDV-RATE-ED
027200         DELIMITED BY SIZE INTO PRINT-LINE.
027300     WRITE PRINT-LINE.
027400     PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT.
027500     IF TDV-TDEPMAST-OPEN
027600         PERFORM 2000-POSITION-FILE THRU 2000-POSITION-FILE-EXIT
027700         PERFORM 3000-PROCESS-ONE THRU 3000-PROCESS-ONE-EXIT
027800             UNTIL TDV-EOF
027900         CLOSE TERM-DEPOSIT-FILE
028000     END-IF.
028100     PERFORM 5000-PRINT-REGISTER THRU 5000-PRINT-REGISTER-EXIT.
028200     CLOSE PRINT-FILE.
028300     IF TDV-CUST-OPEN
028400         CLOSE CUST-MASTER-FILE
028500     END-IF.
028600     IF TDV-PRODMAST-OPEN
028700         CLOSE PRODUCT-MASTER-FILE
028800     END-IF.
028900     CLOSE ACCT-MASTER-FILE.
029000     PERFORM 6000-COMPLETE-RUN-CONTROL
029100         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
029200     MOVE TDV-RC TO RETURN-CODE.
029300 0000-MAINLINE-EXIT.
029400     GOBACK.
029500
029600******************************************************************
029700* 0100-CHECK-RUN-CONTROL  -  A RESUBMITTED MATURITY STEP WOULD
029800*                            PAY A DEPOSIT OUT TWICE.
029900******************************************************************
030000 0100-CHECK-RUN-CONTROL.
030100     MOVE "N" TO TDV-RUNCTL-DONE-SW TDV-RUNCTL-EOF-SW.
030200     OPEN INPUT RUN-CONTROL-FILE.
030300     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
030400         GO TO 0100-CHECK-RUN-CONTROL-EXIT
030500     END-IF.
030600     PERFORM 0110-SCAN-RUN-CONTROL
030700         THRU 0110-SCAN-RUN-CONTROL-EXIT
030800         UNTIL TDV-RUNCTL-EOF OR TDV-RUNCTL-DONE.
030900     CLOSE RUN-CONTROL-FILE.
031000 0100-CHECK-RUN-CONTROL-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 0110-SCAN-RUN-CONTROL
031500******************************************************************
031600 0110-SCAN-RUN-CONTROL.
031700     READ RUN-CONTROL-FILE
031800         AT END
031900             SET TDV-RUNCTL-EOF TO TRUE
032000         NOT AT END
032100             IF RUN-CTL-DATE = TDV-RUN-DATE
032200               AND RUN-CTL-STEP = "TDEPVEN "
032300               AND RUN-CTL-COMPLETED
032400                 SET TDV-RUNCTL-DONE TO TRUE
032500             END-IF
032600     END-READ.
032700 0110-SCAN-RUN-CONTROL-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 0200-WRITE-RUN-CONTROL  -  THE "S" (STARTED) RECORD.
033200******************************************************************
033300 0200-WRITE-RUN-CONTROL.
033400     MOVE TDV-RUN-DATE TO RUN-CTL-DATE.
033500     MOVE "TDEPVEN " TO RUN-CTL-STEP.
033600     SET RUN-CTL-STARTED TO TRUE.
033700     MOVE ZERO TO RUN-CTL-COUNT.
033800     ACCEPT RUN-CTL-TIME FROM TIME.
033900     MOVE ZERO TO RUN-CTL-CYCLE.
034000     OPEN EXTEND RUN-CONTROL-FILE.
034100     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
034200         OPEN OUTPUT RUN-CONTROL-FILE
034300         CLOSE RUN-CONTROL-FILE
034400         OPEN EXTEND RUN-CONTROL-FILE
034500     END-IF.
034600     WRITE RUN-CTL-RECORD.
034700     CLOSE RUN-CONTROL-FILE.
034800 0200-WRITE-RUN-CONTROL-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200* 1000-LOAD-WHT-RATE  -  THE WITHHOLDING RATE FROM WHTCTL, THE
035300*                        INTCAP MODEL.  NO FILE (OR A NON-NUMERIC
035400*                        RATE) MEANS NOTHING IS WITHHELD.
035500******************************************************************
035600 1000-LOAD-WHT-RATE.
035700     MOVE ZERO TO TDV-WHT-RATE.
035800     OPEN INPUT WHT-CONTROL-FILE.
035900     IF WS-WHTCTL-STATUS = "00"
036000         READ WHT-CONTROL-FILE INTO WHC-CTL-RECORD
036100             AT END
036200                 CONTINUE
036300             NOT AT END
036400                 IF WHC-RATE IS NUMERIC
036500                     MOVE WHC-RATE TO TDV-WHT-RATE
036600                 END-IF
036700         END-READ
036800         CLOSE WHT-CONTROL-FILE
036900     END-IF.
037000     IF TDV-WHT-RATE = ZERO
037100         DISPLAY "TDEPVEN: WHTCTL AUSENTE O EN CERO - SIN "
037200             "RETENCION DE IMPUESTO"
037300     END-IF.
037400 1000-LOAD-WHT-RATE-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800* 1100-OPEN-FILES  -  NO TDEPMAST YET MEANS NO DEPOSIT HAS EVER
037900*                     BEEN REGISTERED: THE RUN STILL COMPLETES.
038000*                     WITHOUT PRODMAST A BREAK FORFEITS ALL THE
038100*                     INTEREST; WITHOUT CUSTMAST EVERY CUSTOMER
038200*                     IS WITHHELD.
038300******************************************************************
038400 1100-OPEN-FILES.
038500     OPEN I-O TERM-DEPOSIT-FILE.
038600     EVALUATE TRUE
038700         WHEN FS-SUCCESS OF WS-TDEPMAST-STATUS
038800             SET TDV-TDEPMAST-OPEN TO TRUE
038900         WHEN FS-NOT-FOUND OF WS-TDEPMAST-STATUS
039000             MOVE SPACES TO PRINT-LINE
039100             STRING "TDEPMAST NO EXISTE - NINGUN DEPOSITO A "
039200                 "PLAZO REGISTRADO"
039300                 DELIMITED BY SIZE INTO PRINT-LINE
039400             WRITE PRINT-LINE
039500         WHEN OTHER
039600             MOVE SPACES TO PRINT-LINE
039700             STRING "*** TDEPMAST NO DISPONIBLE - ESTADO "
039800                 WS-TDEPMAST-STATUS
039900                 DELIMITED BY SIZE INTO PRINT-LINE
040000             WRITE PRINT-LINE
040100             MOVE 4 TO TDV-RC
040200     END-EVALUATE.
040300     OPEN INPUT PRODUCT-MASTER-FILE.
040400     IF FS-SUCCESS OF WS-PRODMAST-STATUS
040500         SET TDV-PRODMAST-OPEN TO TRUE
040600     END-IF.
040700     OPEN INPUT CUST-MASTER-FILE.
040800     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
040900         SET TDV-CUST-OPEN TO TRUE
041000     ELSE
041100         MOVE SPACES TO PRINT-LINE
041200         STRING "CUSTMAST NO DISPONIBLE - SE RETIENE A TODOS "
041300             "LOS CLIENTES"
041400             DELIMITED BY SIZE INTO PRINT-LINE
041500         WRITE PRINT-LINE
041600     END-IF.
041700     MOVE SPACES TO PRINT-LINE.
041800     WRITE PRINT-LINE.
041900 1100-OPEN-FILES-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300* 2000-POSITION-FILE
042400******************************************************************
042500 2000-POSITION-FILE.
042600     MOVE LOW-VALUES TO TDP-ACCOUNT-NUMBER.
042700     START TERM-DEPOSIT-FILE KEY NOT < TDP-ACCOUNT-NUMBER
042800         INVALID KEY
042900             SET TDV-EOF TO TRUE
043000     END-START.
043100 2000-POSITION-FILE-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500* 3000-PROCESS-ONE  -  ONE DEPOSIT: ACCRUE TO DATE, THEN SETTLE
043600*                      IF IT IS DUE.  A PAID-OUT OR BROKEN DEPOSIT
043700*                      IS ONLY THE TRAIL AND IS PASSED OVER.
043800******************************************************************
043900 3000-PROCESS-ONE.
044000     READ TERM-DEPOSIT-FILE NEXT
044100         AT END
044200             SET TDV-EOF TO TRUE
044300             GO TO 3000-PROCESS-ONE-EXIT
044400     END-READ.
044500     IF NOT TDP-STAT-ACTIVE
044600         ADD 1 TO TDV-CLOSED-COUNT
044700         GO TO 3000-PROCESS-ONE-EXIT
044800     END-IF.
044900     ADD 1 TO TDV-READ-COUNT.
045000     MOVE TDP-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
045100     READ ACCT-MASTER-FILE
045200         INVALID KEY
045300             MOVE "CUENTA NO EXISTE EN ACCTMAST - SIN PROCESAR"
045400                 TO TDV-ERROR-TEXT
045500             PERFORM 3800-REPORT-ERROR THRU 3800-REPORT-ERROR-EXIT
045600             GO TO 3000-PROCESS-ONE-EXIT
045700     END-READ.
045800     IF NOT ACM-STAT-POSTABLE
045900         MOVE "CUENTA CONGELADA O CERRADA - DEPOSITO SIN PROCESAR"
046000             TO TDV-ERROR-TEXT
046100         PERFORM 3800-REPORT-ERROR THRU 3800-REPORT-ERROR-EXIT
046200         GO TO 3000-PROCESS-ONE-EXIT
046300     END-IF.
046400     PERFORM 3100-ACCRUE THRU 3100-ACCRUE-EXIT.
046500     IF TDP-MATURITY-DATE NOT > TDV-RUN-DATE
046600       OR TDP-BREAK-REQUESTED
046700         PERFORM 3200-SETTLE THRU 3200-SETTLE-EXIT
046800     END-IF.
046900     REWRITE TDP-DEPOSIT-RECORD
047000         INVALID KEY
047100             MOVE "ERROR AL REGRABAR TDEPMAST" TO TDV-ERROR-TEXT
047200             PERFORM 3800-REPORT-ERROR THRU 3800-REPORT-ERROR-EXIT
047300     END-REWRITE.
047400 3000-PROCESS-ONE-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 3100-ACCRUE  -  THE INTEREST OF THE TERM FROM TDP-START-DATE TO
047900*                 TODAY, OR TO MATURITY WHEN THAT IS EARLIER;
048000*                 WHAT IT ADDS TO TDP-ACCRUED-INTEREST GOES INTO
048100*                 THE BUCKET AS ONE "ACR " MOVEMENT.
048200******************************************************************
048300 3100-ACCRUE.
048400     IF TDP-MATURITY-DATE < TDV-RUN-DATE
048500         MOVE TDP-MATURITY-DATE TO TDV-ACCRUAL-END
048600     ELSE
048700         MOVE TDV-RUN-DATE TO TDV-ACCRUAL-END
048800     END-IF.
048900     IF TDV-ACCRUAL-END NOT > TDP-LAST-ACCRUAL-DATE
049000         GO TO 3100-ACCRUE-EXIT
049100     END-IF.
049200     COMPUTE TDV-START-INT =
049300         FUNCTION INTEGER-OF-DATE(TDP-START-DATE).
049400     COMPUTE TDV-END-INT =
049500         FUNCTION INTEGER-OF-DATE(TDV-ACCRUAL-END).
049600     COMPUTE TDV-DAYS = TDV-END-INT - TDV-START-INT.
049700     COMPUTE TDV-TERM-INTEREST ROUNDED =
049800         TDP-PRINCIPAL * TDP-RATE * TDV-DAYS / 365.
049900     COMPUTE TDV-DELTA = TDV-TERM-INTEREST - TDP-ACCRUED-INTEREST.
050000     MOVE TDV-ACCRUAL-END TO TDP-LAST-ACCRUAL-DATE.
050100     IF TDV-DELTA = ZERO
050200         GO TO 3100-ACCRUE-EXIT
050300     END-IF.
050400*    OLD RECORDS CARRY SPACES IN THE BUCKET - THAT IS ZERO.
050500     IF ACM-ACCRUED-INTEREST IS NOT NUMERIC
050600         MOVE ZERO TO ACM-ACCRUED-INTEREST
050700     END-IF.
050800     MOVE ACM-ACCRUED-INTEREST TO TDV-OLD-IMAGE.
050900     ADD TDV-DELTA TO ACM-ACCRUED-INTEREST.
051000     REWRITE ACM-ACCOUNT-RECORD.
051100     MOVE ACM-ACCRUED-INTEREST TO TDV-NEW-IMAGE.
051200     MOVE TDV-DELTA TO TDV-POST-AMOUNT.
051300     MOVE "ACR " TO TDV-POST-SOURCE.
051400     MOVE "TDEPVEN " TO TDV-POST-OPERATOR.
051500     MOVE ZERO TO TDV-XFER-REF.
051600     PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT.
051700     MOVE TDV-TERM-INTEREST TO TDP-ACCRUED-INTEREST.
051800     ADD 1 TO TDV-ACCRUED-COUNT.
051900     ADD TDV-DELTA TO TDV-ACCRUED-TOTAL.
052000 3100-ACCRUE-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 3200-SETTLE  -  A DEPOSIT AT MATURITY OR WITH A BREAK REQUESTED.
052500*                 EVERY FIGURE IS WORKED OUT, AND THE PAYOUT
052600*                 ACCOUNT CHECKED, BEFORE THE FIRST POSTING; THEN
052700*                 PENALTY, CAPITALIZATION, WITHHOLDING AND PAYOUT
052800*                 ARE JOURNALED IN THAT ORDER AND THE ACCOUNT IS
052900*                 REWRITTEN ONCE.  A BREAK REQUESTED FOR A DEPOSIT
053000*                 THAT HAS MEANWHILE MATURED IS AN ORDINARY
053100*                 MATURITY AND PAYS NO PENALTY.
053200******************************************************************
053300 3200-SETTLE.
053400     MOVE "N" TO TDV-BREAKING-SW TDV-ROLLING-SW.
053500     IF TDP-BREAK-REQUESTED
053600       AND TDP-MATURITY-DATE > TDV-RUN-DATE
053700         SET TDV-BREAKING TO TRUE
053800     END-IF.
053900     IF ACM-ACCRUED-INTEREST IS NOT NUMERIC
054000         MOVE ZERO TO ACM-ACCRUED-INTEREST
054100     END-IF.
054200     MOVE ACM-ACCRUED-INTEREST TO TDV-INTEREST.
054300     MOVE ZERO TO TDV-PENALTY.
054400     IF TDV-BREAKING
054500         PERFORM 3210-GET-PENALTY-PCT
054600             THRU 3210-GET-PENALTY-PCT-EXIT
054700         COMPUTE TDV-PENALTY ROUNDED =
054800             TDP-ACCRUED-INTEREST * TDV-PENALTY-PCT
054900         IF TDV-INTEREST < ZERO
055000             MOVE ZERO TO TDV-PENALTY
055100         END-IF
055200         IF TDV-PENALTY > TDV-INTEREST
055300             MOVE TDV-INTEREST TO TDV-PENALTY
055400         END-IF
055500     END-IF.
055600     COMPUTE TDV-BUCKET = TDV-INTEREST - TDV-PENALTY.
055700     PERFORM 3220-COMPUTE-WITHHOLDING
055800         THRU 3220-COMPUTE-WITHHOLDING-EXIT.
055900     COMPUTE TDV-BALANCE-AFTER = ACM-ACCOUNT-BALANCE
056000         + TDV-BUCKET - TDV-WHT-AMOUNT.
056100     PERFORM 3230-SPLIT-AMOUNTS THRU 3230-SPLIT-AMOUNTS-EXIT.
056200     IF TDV-PAYOUT > ZERO
056300         PERFORM 3300-CHECK-PAYOUT THRU 3300-CHECK-PAYOUT-EXIT
056400         IF NOT TDV-PAYOUT-OK
056500             PERFORM 3800-REPORT-ERROR THRU 3800-REPORT-ERROR-EXIT
056600             GO TO 3200-SETTLE-EXIT
056700         END-IF
056800         ADD 1 TO TDV-XFER-COUNT
056900     END-IF.
057000     PERFORM 3400-POST-SETTLEMENT THRU 3400-POST-SETTLEMENT-EXIT.
057100     REWRITE ACM-ACCOUNT-RECORD
057200         INVALID KEY
057300             MOVE "ERROR AL REGRABAR LA CUENTA DEL DEPOSITO"
057400                 TO TDV-ERROR-TEXT
057500             PERFORM 3800-REPORT-ERROR THRU 3800-REPORT-ERROR-EXIT
057600             GO TO 3200-SETTLE-EXIT
057700     END-REWRITE.
057800     IF TDV-PAYOUT > ZERO
057900         PERFORM 3500-CREDIT-PAYOUT THRU 3500-CREDIT-PAYOUT-EXIT
058000     END-IF.
058100     PERFORM 3600-UPDATE-DEPOSIT THRU 3600-UPDATE-DEPOSIT-EXIT.
058200     PERFORM 3700-PRINT-SETTLEMENT
058300         THRU 3700-PRINT-SETTLEMENT-EXIT.
058400 3200-SETTLE-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800* 3210-GET-PENALTY-PCT  -  THE PRODUCT'S FORFEIT FRACTION.  NO
058900*                          PRODUCT OR SPACES IN THE FIELD FORFEIT
059000*                          ALL THE INTEREST.
059100******************************************************************
059200 3210-GET-PENALTY-PCT.
059300     MOVE 1 TO TDV-PENALTY-PCT.
059400     IF NOT TDV-PRODMAST-OPEN OR ACM-NO-PRODUCT
059500         GO TO 3210-GET-PENALTY-PCT-EXIT
059600     END-IF.
059700     MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
059800     READ PRODUCT-MASTER-FILE
059900         INVALID KEY
060000             GO TO 3210-GET-PENALTY-PCT-EXIT
060100     END-READ.
060200     IF PRD-PENALTY-PCT IS NUMERIC
060300         MOVE PRD-PENALTY-PCT TO TDV-PENALTY-PCT
060400     END-IF.
060500 3210-GET-PENALTY-PCT-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900* 3220-COMPUTE-WITHHOLDING  -  TAX AT SOURCE ON THE INTEREST LEFT
061000*                              AFTER THE PENALTY, THE INTCAP
061100*                              RULES: NOTHING ON A NEGATIVE BUCKET
061200*                              OR FOR AN EXEMPT CUSTOMER.
061300******************************************************************
061400 3220-COMPUTE-WITHHOLDING.
061500     MOVE ZERO TO TDV-WHT-AMOUNT.
061600     MOVE SPACES TO TDV-WHT-NOTE.
061700     IF TDV-BUCKET NOT > ZERO OR TDV-WHT-RATE = ZERO
061800         GO TO 3220-COMPUTE-WITHHOLDING-EXIT
061900     END-IF.
062000     MOVE "N" TO TDV-EXEMPT-SW.
062100     IF TDV-CUST-OPEN
062200         MOVE ACM-CUSTOMER-ID TO CST-CUSTOMER-ID
062300         READ CUST-MASTER-FILE
062400             INVALID KEY
062500                 CONTINUE
062600             NOT INVALID KEY
062700                 IF CST-WHT-EXEMPT
062800                     SET TDV-EXEMPT TO TRUE
062900                 END-IF
063000         END-READ
063100     END-IF.
063200     IF TDV-EXEMPT
063300         MOVE "EXENTO" TO TDV-WHT-NOTE
063400         GO TO 3220-COMPUTE-WITHHOLDING-EXIT
063500     END-IF.
063600     COMPUTE TDV-WHT-AMOUNT ROUNDED = TDV-BUCKET * TDV-WHT-RATE.
063700 3220-COMPUTE-WITHHOLDING-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100* 3230-SPLIT-AMOUNTS  -  WHAT STAYS AS THE NEXT TERM'S PRINCIPAL
064200*                        AND WHAT IS PAID OUT, BY INSTRUCTION.  A
064300*                        BREAK PAYS EVERYTHING OUT; "R" KEEPS THE
064400*                        OLD PRINCIPAL (OR LESS, IF THE ACCOUNT
064500*                        WAS DRAWN DOWN) AND PAYS THE REST; "T"
064600*                        KEEPS IT ALL.  A ROLLOVER WITH NOTHING
064700*                        LEFT TO ROLL JUST MATURES.
064800******************************************************************
064900 3230-SPLIT-AMOUNTS.
065000     MOVE ZERO TO TDV-NEW-PRINCIPAL TDV-PAYOUT.
065100     IF TDV-BALANCE-AFTER NOT > ZERO
065200         GO TO 3230-SPLIT-AMOUNTS-EXIT
065300     END-IF.
065400     EVALUATE TRUE
065500         WHEN TDV-BREAKING
065600             MOVE TDV-BALANCE-AFTER TO TDV-PAYOUT
065700         WHEN TDP-INS-ROLL-PRINCIPAL
065800             IF TDP-PRINCIPAL < TDV-BALANCE-AFTER
065900                 MOVE TDP-PRINCIPAL TO TDV-NEW-PRINCIPAL
066000             ELSE
066100                 MOVE TDV-BALANCE-AFTER TO TDV-NEW-PRINCIPAL
066200             END-IF
066300             COMPUTE TDV-PAYOUT =
066400                 TDV-BALANCE-AFTER - TDV-NEW-PRINCIPAL
066500             SET TDV-ROLLING TO TRUE
066600         WHEN TDP-INS-ROLL-ALL
066700             MOVE TDV-BALANCE-AFTER TO TDV-NEW-PRINCIPAL
066800             SET TDV-ROLLING TO TRUE
066900         WHEN OTHER
067000             MOVE TDV-BALANCE-AFTER TO TDV-PAYOUT
067100     END-EVALUATE.
067200 3230-SPLIT-AMOUNTS-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 3300-CHECK-PAYOUT  -  TDP-PAYOUT-ACCOUNT MUST STILL BE ANOTHER
067700*                       POSTABLE ACCOUNT IN THE SAME CURRENCY, THE
067800*                       CIERRCTA RULES.  THE DEPOSIT ACCOUNT IS
067900*                       READ BACK INTO THE FD BEFORE LEAVING.
068000******************************************************************
068100 3300-CHECK-PAYOUT.
068200     MOVE "N" TO TDV-PAYOUT-OK-SW.
068300     IF ACM-CCY-LOCAL
068400         MOVE "LOC" TO TDV-CURRENCY
068500     ELSE
068600         MOVE ACM-CURRENCY-CODE TO TDV-CURRENCY
068700     END-IF.
068800     IF TDP-PAYOUT-ACCOUNT = SPACES
068900       OR TDP-PAYOUT-ACCOUNT = TDP-ACCOUNT-NUMBER
069000         MOVE "SIN CUENTA DE PAGO VALIDA - PENDIENTE"
069100             TO TDV-ERROR-TEXT
069200         GO TO 3300-CHECK-PAYOUT-EXIT
069300     END-IF.
069400     MOVE TDP-PAYOUT-ACCOUNT TO ACM-ACCOUNT-NUMBER.
069500     READ ACCT-MASTER-FILE
069600         INVALID KEY
069700             MOVE "CUENTA DE PAGO NO EXISTE - PENDIENTE"
069800                 TO TDV-ERROR-TEXT
069900             GO TO 3300-CHECK-PAYOUT-READ
070000     END-READ.
070100     IF NOT ACM-STAT-POSTABLE
070200         MOVE "CUENTA DE PAGO CONGELADA O CERRADA - PENDIENTE"
070300             TO TDV-ERROR-TEXT
070400         GO TO 3300-CHECK-PAYOUT-READ
070500     END-IF.
070600     IF ACM-CCY-LOCAL
070700         MOVE "LOC" TO TDV-DEST-CURRENCY
070800     ELSE
070900         MOVE ACM-CURRENCY-CODE TO TDV-DEST-CURRENCY
071000     END-IF.
071100     IF TDV-DEST-CURRENCY NOT = TDV-CURRENCY
071200         MOVE "CUENTA DE PAGO DE OTRA MONEDA - PENDIENTE"
071300             TO TDV-ERROR-TEXT
071400         GO TO 3300-CHECK-PAYOUT-READ
071500     END-IF.
071600     SET TDV-PAYOUT-OK TO TRUE.
071700 3300-CHECK-PAYOUT-READ.
071800     MOVE TDP-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
071900     READ ACCT-MASTER-FILE
072000         INVALID KEY
072100             MOVE "CUENTA DEL DEPOSITO NO SE PUDO RELEER"
072200                 TO TDV-ERROR-TEXT
072300             MOVE "N" TO TDV-PAYOUT-OK-SW
072400     END-READ.
072500 3300-CHECK-PAYOUT-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900* 3400-POST-SETTLEMENT  -  THE MOVEMENTS ON THE DEPOSIT ACCOUNT IN
073000*                          THE FD: THE PENALTY OUT OF THE BUCKET,
073100*                          THE BUCKET INTO THE BALANCE, THE TAX,
073200*                          AND THE DEBIT LEG OF THE PAYOUT UNDER A
073300*                          FRESH TRANSFER REFERENCE.
073400******************************************************************
073500 3400-POST-SETTLEMENT.
073600     MOVE ZERO TO TDV-XFER-REF.
073700     IF TDV-PENALTY > ZERO
073800         MOVE ACM-ACCRUED-INTEREST TO TDV-OLD-IMAGE
073900         SUBTRACT TDV-PENALTY FROM ACM-ACCRUED-INTEREST
074000         MOVE ACM-ACCRUED-INTEREST TO TDV-NEW-IMAGE
074100         COMPUTE TDV-POST-AMOUNT = ZERO - TDV-PENALTY
074200         MOVE "ACR " TO TDV-POST-SOURCE
074300         MOVE "TDEPPEN " TO TDV-POST-OPERATOR
074400         PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT
074500         ADD TDV-PENALTY TO TDV-PENALTY-TOTAL
074600     END-IF.
074700     IF TDV-BUCKET NOT = ZERO
074800         MOVE ACM-ACCOUNT-BALANCE TO TDV-OLD-IMAGE
074900         ADD TDV-BUCKET TO ACM-ACCOUNT-BALANCE
075000         MOVE ZERO TO ACM-ACCRUED-INTEREST
075100         MOVE ACM-ACCOUNT-BALANCE TO TDV-NEW-IMAGE
075200         MOVE TDV-BUCKET TO TDV-POST-AMOUNT
075300         MOVE "CAP " TO TDV-POST-SOURCE
075400         MOVE "TDEPVEN " TO TDV-POST-OPERATOR
075500         PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT
075600     END-IF.
075700     IF TDV-WHT-AMOUNT > ZERO
075800         MOVE ACM-ACCOUNT-BALANCE TO TDV-OLD-IMAGE
075900         SUBTRACT TDV-WHT-AMOUNT FROM ACM-ACCOUNT-BALANCE
076000         MOVE ACM-ACCOUNT-BALANCE TO TDV-NEW-IMAGE
076100         COMPUTE TDV-POST-AMOUNT = ZERO - TDV-WHT-AMOUNT
076200         MOVE "WHT " TO TDV-POST-SOURCE
076300         MOVE "TDEPVEN " TO TDV-POST-OPERATOR
076400         PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT
076500         ADD TDV-WHT-AMOUNT TO TDV-WHT-TOTAL
076600     END-IF.
076700     IF TDV-PAYOUT > ZERO
076800         MOVE TDV-RUN-DATE TO TDV-XFER-DATE
076900         MOVE TDV-RUN-TIME TO TDV-XFER-TIME
077000         MOVE TDV-XFER-COUNT TO TDV-XFER-SEQ
077100         MOVE ACM-ACCOUNT-BALANCE TO TDV-OLD-IMAGE
077200         SUBTRACT TDV-PAYOUT FROM ACM-ACCOUNT-BALANCE
077300         MOVE ACM-ACCOUNT-BALANCE TO TDV-NEW-IMAGE
077400         COMPUTE TDV-POST-AMOUNT = ZERO - TDV-PAYOUT
077500         MOVE "TDP " TO TDV-POST-SOURCE
077600         MOVE "TDEPVEN " TO TDV-POST-OPERATOR
077700         PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT
077800         ADD TDV-PAYOUT TO TDV-PAYOUT-TOTAL
077900     END-IF.
078000 3400-POST-SETTLEMENT-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 3500-CREDIT-PAYOUT  -  THE RECEIVING LEG OF THE PAYOUT, UNDER
078500*                        THE SAME REFERENCE.  A DORMANT RECEIVING
078600*                        ACCOUNT COMES BACK TO OPEN, AS ON EVERY
078700*                        POSTING PATH.
078800******************************************************************
078900 3500-CREDIT-PAYOUT.
079000     MOVE TDP-PAYOUT-ACCOUNT TO ACM-ACCOUNT-NUMBER.
079100     READ ACCT-MASTER-FILE
079200         INVALID KEY
079300             MOVE "CUENTA DE PAGO DESAPARECIO - SIN ACREDITAR"
079400                 TO TDV-ERROR-TEXT
079500             PERFORM 3800-REPORT-ERROR THRU 3800-REPORT-ERROR-EXIT
079600             GO TO 3500-CREDIT-PAYOUT-EXIT
079700     END-READ.
079800     IF ACM-STAT-DORMANT
079900         MOVE "A" TO ACM-ACCOUNT-STATUS
080000     END-IF.
080100     MOVE ACM-ACCOUNT-BALANCE TO TDV-OLD-IMAGE.
080200     ADD TDV-PAYOUT TO ACM-ACCOUNT-BALANCE.
080300     MOVE ACM-ACCOUNT-BALANCE TO TDV-NEW-IMAGE.
080400     MOVE TDV-PAYOUT TO TDV-POST-AMOUNT.
080500     MOVE "TDP " TO TDV-POST-SOURCE.
080600     MOVE "TDEPVEN " TO TDV-POST-OPERATOR.
080700     REWRITE ACM-ACCOUNT-RECORD.
080800     PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT.
080900 3500-CREDIT-PAYOUT-EXIT.
081000     EXIT.
081100
081200******************************************************************
081300* 3600-UPDATE-DEPOSIT  -  A ROLLOVER STARTS THE NEXT TERM ON THE
081400*                         OLD MATURITY DATE WITH THE SAME RATE AND
081500*                         TERM; ANY OTHER SETTLEMENT CLOSES THE
081600*                         DEPOSIT AS PAID OUT OR BROKEN.
081700******************************************************************
081800 3600-UPDATE-DEPOSIT.
081900     MOVE TDP-MATURITY-DATE TO TDV-OLD-MATURITY.
082000     EVALUATE TRUE
082100         WHEN TDV-BREAKING
082200             SET TDP-STAT-BROKEN TO TRUE
082300             MOVE TDV-RUN-DATE TO TDP-CLOSED-DATE
082400             MOVE "CANCELADO ANTICIP." TO TDV-EVENT
082500             ADD 1 TO TDV-BROKEN-COUNT
082600         WHEN TDV-ROLLING AND TDV-NEW-PRINCIPAL > ZERO
082700             MOVE TDV-NEW-PRINCIPAL TO TDP-PRINCIPAL
082800             MOVE TDV-OLD-MATURITY TO TDP-START-DATE
082900                 TDP-LAST-ACCRUAL-DATE
083000             MOVE ZERO TO TDP-ACCRUED-INTEREST
083100             MOVE "N" TO TDP-BREAK-SW
083200             ADD 1 TO TDP-ROLL-COUNT
083300             MOVE TDV-OLD-MATURITY TO FCH-REQ-DATE
083400             MOVE "M" TO FCH-REQ-FUNC
083500             MOVE TDP-TERM-MONTHS TO FCH-REQ-DAYS
083600             CALL "FECHALAB" USING FCH-PARM
083700             MOVE FCH-REPLY-DATE TO TDP-MATURITY-DATE
083800             IF TDP-INS-ROLL-ALL
083900                 MOVE "RENOVADO TOTAL" TO TDV-EVENT
084000             ELSE
084100                 MOVE "RENOVADO CAPITAL" TO TDV-EVENT
084200             END-IF
084300             ADD 1 TO TDV-ROLLED-COUNT
084400         WHEN OTHER
084500             SET TDP-STAT-MATURED TO TRUE
084600             MOVE TDV-RUN-DATE TO TDP-CLOSED-DATE
084700             MOVE "PAGADO AL VENCIM." TO TDV-EVENT
084800             ADD 1 TO TDV-PAID-COUNT
084900     END-EVALUATE.
085000 3600-UPDATE-DEPOSIT-EXIT.
085100     EXIT.
085200
085300******************************************************************
085400* 3700-PRINT-SETTLEMENT  -  ONE REGISTER LINE PER SETTLEMENT.
085500******************************************************************
085600 3700-PRINT-SETTLEMENT.
085700     MOVE TDV-INTEREST TO TDV-INT-ED.
085800     MOVE TDV-PENALTY TO TDV-PEN-ED.
085900     MOVE TDV-WHT-AMOUNT TO TDV-WHT-ED.
086000     MOVE TDV-PAYOUT TO TDV-PAY-ED.
086100     MOVE SPACES TO PRINT-LINE.
086200     STRING TDP-ACCOUNT-NUMBER "  " TDP-CUSTOMER-ID
086300         "  VENCE " TDV-OLD-MATURITY "  " TDV-EVENT
086400         "  INTERES " TDV-INT-ED "  PENALIDAD " TDV-PEN-ED
086500         "  RETENIDO " TDV-WHT-ED "  " TDV-WHT-NOTE
086600         DELIMITED BY SIZE INTO PRINT-LINE.
086700     WRITE PRINT-LINE.
086800     MOVE SPACES TO PRINT-LINE.
086900     IF TDP-STAT-ACTIVE
087000         MOVE TDP-PRINCIPAL TO TDV-AMT-ED
087100         STRING "            PAGADO " TDV-PAY-ED
087200             " A " TDP-PAYOUT-ACCOUNT
087300             "  NUEVO CAPITAL " TDV-AMT-ED
087400             "  NUEVO VENCIMIENTO " TDP-MATURITY-DATE
087500             DELIMITED BY SIZE INTO PRINT-LINE
087600     ELSE
087700         STRING "            PAGADO " TDV-PAY-ED
087800             " A " TDP-PAYOUT-ACCOUNT
087900             DELIMITED BY SIZE INTO PRINT-LINE
088000     END-IF.
088100     WRITE PRINT-LINE.
088200 3700-PRINT-SETTLEMENT-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600* 3800-REPORT-ERROR  -  A DEPOSIT LEFT FOR THE NEXT RUN; THE
088700*                       REASON IS IN TDV-ERROR-TEXT.
088800******************************************************************
088900 3800-REPORT-ERROR.
089000     ADD 1 TO TDV-ERROR-COUNT.
089100     MOVE 4 TO TDV-RC.
089200     MOVE SPACES TO PRINT-LINE.
089300     STRING TDP-ACCOUNT-NUMBER "  *** " TDV-ERROR-TEXT
089400         DELIMITED BY SIZE INTO PRINT-LINE.
089500     WRITE PRINT-LINE.
089600 3800-REPORT-ERROR-EXIT.
089700     EXIT.
089800
089900******************************************************************
090000* 3900-WRITE-JOURNAL  -  THE MOVEMENT JUST APPLIED TO THE ACCOUNT
090100*                        IN THE FD.  ALL OF ONE RUN SHARE THE SAME
090200*                        DATE AND TIME.
090300******************************************************************
090400 3900-WRITE-JOURNAL.
090500     MOVE ACM-ACCOUNT-NUMBER  TO PJR-ACCOUNT-NUMBER.
090600     MOVE TDV-OLD-IMAGE       TO PJR-OLD-BALANCE.
090700     MOVE TDV-POST-AMOUNT     TO PJR-AMOUNT.
090800     MOVE TDV-NEW-IMAGE       TO PJR-NEW-BALANCE.
090900     MOVE TDV-POST-OPERATOR   TO PJR-OPERATOR-ID.
091000     MOVE TDV-RUN-DATE        TO PJR-RUN-DATE.
091100     MOVE TDV-RUN-TIME        TO PJR-RUN-TIME.
091200     MOVE TDV-POST-SOURCE     TO PJR-SOURCE.
091300     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME.
091400     IF TDV-POST-SOURCE = "TDP "
091500         MOVE TDV-XFER-REF TO PJR-XFER-REF
091600     ELSE
091700         MOVE ZERO TO PJR-XFER-REF
091800     END-IF.
091900     OPEN EXTEND POST-JRNL-FILE.
092000     IF FS-NOT-FOUND OF WS-JRNL-STATUS
092100         OPEN OUTPUT POST-JRNL-FILE
092200         CLOSE POST-JRNL-FILE
092300         OPEN EXTEND POST-JRNL-FILE
092400     END-IF.
092500     WRITE PJR-JOURNAL-RECORD.
092600     CLOSE POST-JRNL-FILE.
092700 3900-WRITE-JOURNAL-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100* 5000-PRINT-REGISTER
093200******************************************************************
093300 5000-PRINT-REGISTER.
093400     MOVE SPACES TO PRINT-LINE.
093500     WRITE PRINT-LINE.
093600     MOVE TDV-READ-COUNT TO TDV-CNT-ED.
093700     MOVE SPACES TO PRINT-LINE.
093800     STRING "DEPOSITOS VIGENTES:         " TDV-CNT-ED
093900         DELIMITED BY SIZE INTO PRINT-LINE.
094000     WRITE PRINT-LINE.
094100     MOVE TDV-CLOSED-COUNT TO TDV-CNT-ED.
094200     MOVE SPACES TO PRINT-LINE.
094300     STRING "DEPOSITOS YA LIQUIDADOS:    " TDV-CNT-ED
094400         DELIMITED BY SIZE INTO PRINT-LINE.
094500     WRITE PRINT-LINE.
094600     MOVE TDV-ACCRUED-COUNT TO TDV-CNT-ED.
094700     MOVE SPACES TO PRINT-LINE.
094800     STRING "DEPOSITOS CON DEVENGO:      " TDV-CNT-ED
094900         DELIMITED BY SIZE INTO PRINT-LINE.
095000     WRITE PRINT-LINE.
095100     MOVE TDV-ACCRUED-TOTAL TO TDV-AMT-ED.
095200     MOVE SPACES TO PRINT-LINE.
095300     STRING "INTERES DEVENGADO:          " TDV-AMT-ED
095400         DELIMITED BY SIZE INTO PRINT-LINE.
095500     WRITE PRINT-LINE.
095600     MOVE TDV-PAID-COUNT TO TDV-CNT-ED.
095700     MOVE SPACES TO PRINT-LINE.
095800     STRING "PAGADOS AL VENCIMIENTO:     " TDV-CNT-ED
095900         DELIMITED BY SIZE INTO PRINT-LINE.
096000     WRITE PRINT-LINE.
096100     MOVE TDV-ROLLED-COUNT TO TDV-CNT-ED.
096200     MOVE SPACES TO PRINT-LINE.
096300     STRING "RENOVADOS:                  " TDV-CNT-ED
096400         DELIMITED BY SIZE INTO PRINT-LINE.
096500     WRITE PRINT-LINE.
096600     MOVE TDV-BROKEN-COUNT TO TDV-CNT-ED.
096700     MOVE SPACES TO PRINT-LINE.
096800     STRING "CANCELADOS ANTICIPADAMENTE: " TDV-CNT-ED
096900         DELIMITED BY SIZE INTO PRINT-LINE.
097000     WRITE PRINT-LINE.
097100     MOVE TDV-PENALTY-TOTAL TO TDV-AMT-ED.
097200     MOVE SPACES TO PRINT-LINE.
097300     STRING "PENALIDADES COBRADAS:       " TDV-AMT-ED
097400         DELIMITED BY SIZE INTO PRINT-LINE.
097500     WRITE PRINT-LINE.
097600     MOVE TDV-WHT-TOTAL TO TDV-AMT-ED.
097700     MOVE SPACES TO PRINT-LINE.
097800     STRING "IMPUESTO RETENIDO TOTAL:    " TDV-AMT-ED
097900         DELIMITED BY SIZE INTO PRINT-LINE.
098000     WRITE PRINT-LINE.
098100     MOVE TDV-PAYOUT-TOTAL TO TDV-AMT-ED.
098200     MOVE SPACES TO PRINT-LINE.
098300     STRING "PAGADO A CUENTAS:           " TDV-AMT-ED
098400         DELIMITED BY SIZE INTO PRINT-LINE.
098500     WRITE PRINT-LINE.
098600     MOVE TDV-ERROR-COUNT TO TDV-CNT-ED.
098700     MOVE SPACES TO PRINT-LINE.
098800     STRING "DEPOSITOS PENDIENTES (***): " TDV-CNT-ED
098900         DELIMITED BY SIZE INTO PRINT-LINE.
099000     WRITE PRINT-LINE.
099100     DISPLAY "TDEPVEN: " TDV-READ-COUNT " DEPOSITOS VIGENTES, "
099200         TDV-PAID-COUNT " PAGADOS, " TDV-ROLLED-COUNT
099300         " RENOVADOS, " TDV-BROKEN-COUNT " CANCELADOS".
099400 5000-PRINT-REGISTER-EXIT.
099500     EXIT.
099600
099700******************************************************************
099800* 6000-COMPLETE-RUN-CONTROL  -  THE "C" (COMPLETED) RECORD
099900*                               WITH THE DEPOSITS PROCESSED.
100000******************************************************************
100100 6000-COMPLETE-RUN-CONTROL.
100200     MOVE TDV-RUN-DATE TO RUN-CTL-DATE.
100300     MOVE "TDEPVEN " TO RUN-CTL-STEP.
100400     SET RUN-CTL-COMPLETED TO TRUE.
100500     MOVE TDV-READ-COUNT TO RUN-CTL-COUNT.
100600     ACCEPT RUN-CTL-TIME FROM TIME.
100700     MOVE ZERO TO RUN-CTL-CYCLE.
100800     OPEN EXTEND RUN-CONTROL-FILE.
100900     WRITE RUN-CTL-RECORD.
101000     CLOSE RUN-CONTROL-FILE.
101100 6000-COMPLETE-RUN-CONTROL-EXIT.
101200     EXIT.
101300
101400 END PROGRAM TDEPVEN.
