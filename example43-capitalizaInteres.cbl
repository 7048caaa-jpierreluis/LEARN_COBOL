002000*              AND REFUSES A DATE ALREADY COMPLETED - A
002100*              DOUBLE CAPITALIZATION WOULD BE A DOUBLE
002200*              INTEREST PAYMENT; "F" ON SYSIN FORCES A RERUN.
002210*              EARNED INTEREST (A POSITIVE BUCKET) IS TAXED AT
002220*              SOURCE: THE WHTCTL RATE IS WITHHELD FROM THE
002230*              CAPITALIZED AMOUNT AND JOURNALED RIGHT AFTER
002240*              THE "CAP " RECORD AS ITS OWN "WHT " MOVEMENT,
002250*              UNLESS THE ACCOUNT'S CUSTOMER IS FLAGGED
002260*              CST-WHT-EXEMPT ON CUSTMAST.  GLEXTRAC CARRIES
002270*              THE "WHT " TOTAL TO THE TAX LIABILITY ACCOUNT
002280*              AND ANOCIER CERTIFIES IT PER CUSTOMER.  A TERM
002286*              DEPOSIT PRODUCT ACCOUNT (PRODMAST) IS PASSED OVER:
002292*              TDEPVEN CAPITALIZES ITS BUCKET AT SETTLEMENT.
002300* TECTONICS:   cobc -x example43-capitalizaInteres.cbl
002400*
002500* MODIFICATION HISTORY
002600*   02/09/26  JPL  INITIAL VERSION.
002610*   14/09/26  JPL  WITHHOLDING TAX ON CAPITALIZED INTEREST:
002620*                  RATE FROM WHTCTL, EXEMPTION FROM CUSTMAST,
002630*                  ONE "WHT " MOVEMENT AFTER EACH "CAP ".  THE
002640*                  REGISTER SHOWS GROSS, WITHHELD AND NET.
002642*   16/09/26  JPL  AN ESCHEATED ACCOUNT IS SKIPPED LIKE A
002644*                  FROZEN OR CLOSED ONE.
002654*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
002664*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
002674*   09/10/26  JPL  TERM DEPOSIT PRODUCT ACCOUNTS KEEP THEIR
002684*                  BUCKET FOR TDEPVEN.  PRODMAST IS READ FOR THE
002694*                  PRODUCT KIND; WITHOUT IT NOTHING IS SKIPPED.
002704******************************************************************
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. INTCAP.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RUNCTL-STATUS.
005000
005005     SELECT WHT-CONTROL-FILE ASSIGN TO "WHTCTL"
005010         ORGANIZATION IS LINE SEQUENTIAL
005015         FILE STATUS IS WS-WHTCTL-STATUS.
005021
005027     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
005033         ORGANIZATION IS INDEXED
005039         ACCESS MODE IS DYNAMIC
005045         RECORD KEY IS CST-CUSTOMER-ID
005051         FILE STATUS IS WS-CUSTMAST-STATUS.
005057
005063     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
005069         ORGANIZATION IS INDEXED
005075         ACCESS MODE IS DYNAMIC
005081         RECORD KEY IS PRD-PRODUCT-CODE
005087         FILE STATUS IS WS-PRODMAST-STATUS.
005093
005100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PRINT-STATUS.
006300 FD  RUN-CONTROL-FILE.
006400 COPY RUNCTL.
006500
006510 FD  WHT-CONTROL-FILE.
006520 01  WHT-CTL-LINE                    PIC X(20).
006530
006540 FD  CUST-MASTER-FILE.
006550 COPY CUSTREC.
006552
006554 FD  PRODUCT-MASTER-FILE.
006556 COPY PRODREC.
006560
006600 FD  PRINT-FILE.
006700 01  PRINT-LINE                      PIC X(132).
006800
007500     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
007600 01  WS-PRINT-STATUS.
007700     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
007710 01  WS-WHTCTL-STATUS.
007720     COPY FSTATCOD REPLACING FS-NAME BY WS-WHTCTL-CODE.
007730 01  WS-CUSTMAST-STATUS.
007740     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
007743 01  WS-PRODMAST-STATUS.
007746     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
007750 COPY WHTCTL.
007800
007900 77  CAP-RUN-DATE                    PIC 9(08).
008000 77  CAP-RUN-TIME                    PIC 9(08).
008800     88  CAP-EOF                     VALUE "Y".
008900 77  CAP-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
009000 77  CAP-AMOUNT                      PIC S9(07)V99 VALUE ZERO.
009010 77  CAP-WHT-RATE                    PIC 9V9999 VALUE ZERO.
009020 77  CAP-WHT-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
009030 77  CAP-NET-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
009040 77  CAP-CUST-OPEN-SW                PIC X(01) VALUE "N".
009050     88  CAP-CUST-OPEN               VALUE "Y".
009060 77  CAP-EXEMPT-SW                   PIC X(01) VALUE "N".
009070     88  CAP-EXEMPT                  VALUE "Y".
009080 77  CAP-WHT-NOTE                    PIC X(06) VALUE SPACES.
009083 77  CAP-PRODMAST-OPEN-SW            PIC X(01) VALUE "N".
009086     88  CAP-PRODMAST-OPEN           VALUE "Y".
009089 77  CAP-LAST-PRODUCT                PIC X(04) VALUE SPACES.
009092 77  CAP-TERM-DEP-SW                 PIC X(01) VALUE "N".
009095     88  CAP-TERM-DEP                VALUE "Y".
009100
009200******************************************************************
009300* REGISTER COUNTERS
009700 77  CAP-ZERO-COUNT                  PIC 9(07) VALUE ZERO.
009800 77  CAP-STATUS-COUNT                PIC 9(07) VALUE ZERO.
009900 77  CAP-TOTAL-AMOUNT                PIC S9(11)V99 VALUE ZERO.
009910 77  CAP-WHT-COUNT                   PIC 9(07) VALUE ZERO.
009920 77  CAP-EXEMPT-COUNT                PIC 9(07) VALUE ZERO.
009925 77  CAP-TERM-DEP-COUNT              PIC 9(07) VALUE ZERO.
009930 77  CAP-WHT-TOTAL                   PIC S9(11)V99 VALUE ZERO.
009940 01  CAP-RATE-ED                     PIC 9.9999.
009950 01  CAP-WHT-ED                      PIC -ZZZ,ZZZ.99.
009960 01  CAP-NET-ED                      PIC -ZZ,ZZZ,ZZZ.99.
010000 01  CAP-AMT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
010100 01  CAP-CNT-ED                      PIC Z,ZZZ,ZZ9.
010200
011900     END-IF.
012000     PERFORM 0200-WRITE-RUN-CONTROL
012100         THRU 0200-WRITE-RUN-CONTROL-EXIT.
012150     PERFORM 1000-LOAD-WHT-RATE THRU 1000-LOAD-WHT-RATE-EXIT.
012200     OPEN I-O ACCT-MASTER-FILE.
012300     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
012400         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
013200         CAP-RUN-DATE
013300         DELIMITED BY SIZE INTO PRINT-LINE.
013400     WRITE PRINT-LINE.
013405     MOVE CAP-WHT-RATE TO CAP-RATE-ED.
013410     MOVE SPACES TO PRINT-LINE.
013415     STRING "TASA DE RETENCION (WHTCTL): " CAP-RATE-ED
013420         DELIMITED BY SIZE INTO PRINT-LINE.
013425     WRITE PRINT-LINE.
013430     OPEN INPUT CUST-MASTER-FILE.
013435     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
013440         SET CAP-CUST-OPEN TO TRUE
013445     ELSE
013450         MOVE SPACES TO PRINT-LINE
013455         STRING "CUSTMAST NO DISPONIBLE - SE RETIENE A TODOS "
013460             "LOS CLIENTES"
013465             DELIMITED BY SIZE INTO PRINT-LINE
013470         WRITE PRINT-LINE
013475     END-IF.
013480     OPEN INPUT PRODUCT-MASTER-FILE.
013485     IF FS-SUCCESS OF WS-PRODMAST-STATUS
013490         SET CAP-PRODMAST-OPEN TO TRUE
013495     END-IF.
013500     PERFORM 2000-POSITION-FILE THRU 2000-POSITION-FILE-EXIT.
013600     PERFORM 3000-CAPITALIZE-ONE THRU 3000-CAPITALIZE-ONE-EXIT
013700         UNTIL CAP-EOF.
013800     PERFORM 5000-PRINT-REGISTER THRU 5000-PRINT-REGISTER-EXIT.
013900     CLOSE PRINT-FILE.
013910     IF CAP-CUST-OPEN
013920         CLOSE CUST-MASTER-FILE
013930     END-IF.
013940     IF CAP-PRODMAST-OPEN
013950         CLOSE PRODUCT-MASTER-FILE
013960     END-IF.
014000     CLOSE ACCT-MASTER-FILE.
014100     PERFORM 6000-COMPLETE-RUN-CONTROL
014200         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
018600     SET RUN-CTL-STARTED TO TRUE.
018700     MOVE ZERO TO RUN-CTL-COUNT.
018800     ACCEPT RUN-CTL-TIME FROM TIME.
018810     MOVE ZERO TO RUN-CTL-CYCLE.
018900     OPEN EXTEND RUN-CONTROL-FILE.
019000     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
019100         OPEN OUTPUT RUN-CONTROL-FILE
019700 0200-WRITE-RUN-CONTROL-EXIT.
019800     EXIT.
019900
019902******************************************************************
019904* 1000-LOAD-WHT-RATE  -  THE WITHHOLDING RATE FROM WHTCTL.  NO
019906*                        FILE (OR A NON-NUMERIC RATE) MEANS
019908*                        NOTHING IS WITHHELD; THE REGISTER
019910*                        PRINTS THE RATE USED EITHER WAY.
019912******************************************************************
019914 1000-LOAD-WHT-RATE.
019916     MOVE ZERO TO CAP-WHT-RATE.
019918     OPEN INPUT WHT-CONTROL-FILE.
019920     IF WS-WHTCTL-STATUS = "00"
019922         READ WHT-CONTROL-FILE INTO WHC-CTL-RECORD
019924             AT END
019926                 CONTINUE
019928             NOT AT END
019930                 IF WHC-RATE IS NUMERIC
019932                     MOVE WHC-RATE TO CAP-WHT-RATE
019934                 END-IF
019936         END-READ
019938         CLOSE WHT-CONTROL-FILE
019940     END-IF.
019942     IF CAP-WHT-RATE = ZERO
019944         DISPLAY "INTCAP: WHTCTL AUSENTE O EN CERO - SIN "
019946             "RETENCION DE IMPUESTO"
019948     END-IF.
019950 1000-LOAD-WHT-RATE-EXIT.
019952     EXIT.
019954
020000******************************************************************
020100* 2000-POSITION-FILE
020200******************************************************************
021100
021200******************************************************************
021300* 3000-CAPITALIZE-ONE  -  ONE ACCOUNT: THE WHOLE BUCKET POSTS
021400*                         INTO THE BALANCE IN ONE MOVEMENT,
021410*                         LESS THE TAX WITHHELD ON IT IN A
021420*                         SECOND.  BOTH ARE JOURNALED BEFORE
021430*                         THE ONE REWRITE.
021500******************************************************************
021600 3000-CAPITALIZE-ONE.
021700     READ ACCT-MASTER-FILE NEXT
022800         ADD 1 TO CAP-ZERO-COUNT
022900         GO TO 3000-CAPITALIZE-ONE-EXIT
023000     END-IF.
023100*    A FROZEN, CLOSED OR ESCHEATED ACCOUNT KEEPS ITS BUCKET
023200*    FOR MANUAL DISPOSITION - CAPITALIZING WOULD BE A POSTING,
023300*    AND THE POSTING PATHS REFUSE THESE STATUSES.
023400     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
023500         ADD 1 TO CAP-STATUS-COUNT
023600         MOVE SPACES TO PRINT-LINE
023700         STRING ACM-ACCOUNT-NUMBER
024100         WRITE PRINT-LINE
024200         GO TO 3000-CAPITALIZE-ONE-EXIT
024300     END-IF.
024310*    A TERM DEPOSIT'S BUCKET IS CAPITALIZED BY TDEPVEN WHEN THE
024320*    DEPOSIT SETTLES.
024330     PERFORM 3050-CHECK-PRODUCT THRU 3050-CHECK-PRODUCT-EXIT.
024340     IF CAP-TERM-DEP
024350         ADD 1 TO CAP-TERM-DEP-COUNT
024360         GO TO 3000-CAPITALIZE-ONE-EXIT
024370     END-IF.
024400     MOVE ACM-ACCOUNT-BALANCE TO CAP-OLD-BALANCE.
024500     MOVE ACM-ACCRUED-INTEREST TO CAP-AMOUNT.
024600     ADD CAP-AMOUNT TO ACM-ACCOUNT-BALANCE.
024700     MOVE ZERO TO ACM-ACCRUED-INTEREST.
024900     PERFORM 3200-WRITE-JOURNAL THRU 3200-WRITE-JOURNAL-EXIT.
024905     PERFORM 3100-COMPUTE-WITHHOLDING
024910         THRU 3100-COMPUTE-WITHHOLDING-EXIT.
024915     IF CAP-WHT-AMOUNT > ZERO
024920         MOVE ACM-ACCOUNT-BALANCE TO CAP-OLD-BALANCE
024925         SUBTRACT CAP-WHT-AMOUNT FROM ACM-ACCOUNT-BALANCE
024930         PERFORM 3300-WRITE-WHT-JOURNAL
024935             THRU 3300-WRITE-WHT-JOURNAL-EXIT
024940         ADD 1 TO CAP-WHT-COUNT
024945         ADD CAP-WHT-AMOUNT TO CAP-WHT-TOTAL
024950     END-IF.
024955     REWRITE ACM-ACCOUNT-RECORD.
025000     ADD 1 TO CAP-CAP-COUNT.
025100     ADD CAP-AMOUNT TO CAP-TOTAL-AMOUNT.
025150     COMPUTE CAP-NET-AMOUNT = CAP-AMOUNT - CAP-WHT-AMOUNT.
025200     MOVE CAP-AMOUNT TO CAP-AMT-ED.
025210     MOVE CAP-WHT-AMOUNT TO CAP-WHT-ED.
025220     MOVE CAP-NET-AMOUNT TO CAP-NET-ED.
025300     MOVE SPACES TO PRINT-LINE.
025400     STRING ACM-ACCOUNT-NUMBER "  " ACM-CUSTOMER-ID
025500         "  CAPITALIZADO " CAP-AMT-ED
025510         "  RETENIDO " CAP-WHT-ED "  NETO " CAP-NET-ED
025520         "  " CAP-WHT-NOTE
025600         DELIMITED BY SIZE INTO PRINT-LINE.
025700     WRITE PRINT-LINE.
025800 3000-CAPITALIZE-ONE-EXIT.
025900     EXIT.
025903
025906******************************************************************
025909* 3050-CHECK-PRODUCT  -  IS THE ACCOUNT'S PRODUCT A TERM DEPOSIT?
025912*                        THE LAST PRODUCT READ IS KEPT, AS
025915*                        ACCOUNTS OF ONE PRODUCT TEND TO RUN
025918*                        TOGETHER.
025921******************************************************************
025924 3050-CHECK-PRODUCT.
025927     IF ACM-NO-PRODUCT OR NOT CAP-PRODMAST-OPEN
025930         MOVE "N" TO CAP-TERM-DEP-SW
025933         GO TO 3050-CHECK-PRODUCT-EXIT
025936     END-IF.
025939     IF ACM-PRODUCT-CODE = CAP-LAST-PRODUCT
025942         GO TO 3050-CHECK-PRODUCT-EXIT
025945     END-IF.
025948     MOVE ACM-PRODUCT-CODE TO CAP-LAST-PRODUCT.
025951     MOVE "N" TO CAP-TERM-DEP-SW.
025954     MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
025957     READ PRODUCT-MASTER-FILE
025960         INVALID KEY
025963             CONTINUE
025966         NOT INVALID KEY
025969             IF PRD-KIND-TERM-DEPOSIT
025972                 SET CAP-TERM-DEP TO TRUE
025975             END-IF
025978     END-READ.
025981 3050-CHECK-PRODUCT-EXIT.
025984     EXIT.
026000
026100******************************************************************
026200* 3200-WRITE-JOURNAL  -  THE CAPITALIZATION IS A REAL BALANCE
027200     MOVE CAP-RUN-DATE        TO PJR-RUN-DATE.
027300     MOVE CAP-RUN-TIME        TO PJR-RUN-TIME.
027400     MOVE "CAP "              TO PJR-SOURCE.
027410     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME PJR-XFER-REF.
027500     OPEN EXTEND POST-JRNL-FILE.
027600     IF FS-NOT-FOUND OF WS-JRNL-STATUS
027700         OPEN OUTPUT POST-JRNL-FILE
028300 3200-WRITE-JOURNAL-EXIT.
028400     EXIT.
028500
028501******************************************************************
028502* 3100-COMPUTE-WITHHOLDING  -  TAX AT SOURCE ON EARNED INTEREST.
028503*                              A NEGATIVE BUCKET (INTEREST OWED
028504*                              BY THE CUSTOMER) IS NOT INCOME AND
028505*                              WITHHOLDS NOTHING; NEITHER DOES AN
028506*                              EXEMPT CUSTOMER.
028507******************************************************************
028508 3100-COMPUTE-WITHHOLDING.
028509     MOVE ZERO TO CAP-WHT-AMOUNT.
028510     MOVE SPACES TO CAP-WHT-NOTE.
028511     IF CAP-AMOUNT NOT > ZERO OR CAP-WHT-RATE = ZERO
028512         GO TO 3100-COMPUTE-WITHHOLDING-EXIT
028513     END-IF.
028514     PERFORM 3110-CHECK-EXEMPT THRU 3110-CHECK-EXEMPT-EXIT.
028515     IF CAP-EXEMPT
028516         ADD 1 TO CAP-EXEMPT-COUNT
028517         MOVE "EXENTO" TO CAP-WHT-NOTE
028518         GO TO 3100-COMPUTE-WITHHOLDING-EXIT
028519     END-IF.
028520     COMPUTE CAP-WHT-AMOUNT ROUNDED = CAP-AMOUNT * CAP-WHT-RATE.
028521 3100-COMPUTE-WITHHOLDING-EXIT.
028522     EXIT.
028523
028524******************************************************************
028525* 3110-CHECK-EXEMPT  -  THE EXEMPTION LIVES ON THE CUSTOMER, NOT
028526*                       THE ACCOUNT.  A CUSTOMER NOT ON CUSTMAST
028527*                       (OR NO CUSTMAST) IS WITHHELD.
028528******************************************************************
028529 3110-CHECK-EXEMPT.
028530     MOVE "N" TO CAP-EXEMPT-SW.
028531     IF NOT CAP-CUST-OPEN
028532         GO TO 3110-CHECK-EXEMPT-EXIT
028533     END-IF.
028534     MOVE ACM-CUSTOMER-ID TO CST-CUSTOMER-ID.
028535     READ CUST-MASTER-FILE
028536         INVALID KEY
028537             GO TO 3110-CHECK-EXEMPT-EXIT
028538     END-READ.
028539     IF CST-WHT-EXEMPT
028540         SET CAP-EXEMPT TO TRUE
028541     END-IF.
028542 3110-CHECK-EXEMPT-EXIT.
028543     EXIT.
028544
028545******************************************************************
028546* 3300-WRITE-WHT-JOURNAL  -  THE TAX WITHHELD IS ITS OWN DEBIT
028547*                            MOVEMENT, SOURCE "WHT ", FOLLOWING
028548*                            THE "CAP " IT WAS WITHHELD FROM SO
028549*                            THE BALANCE CHAIN STAYS UNBROKEN.
028550******************************************************************
028551 3300-WRITE-WHT-JOURNAL.
028552     MOVE ACM-ACCOUNT-NUMBER  TO PJR-ACCOUNT-NUMBER.
028553     MOVE CAP-OLD-BALANCE     TO PJR-OLD-BALANCE.
028554     COMPUTE PJR-AMOUNT = ZERO - CAP-WHT-AMOUNT.
028555     MOVE ACM-ACCOUNT-BALANCE TO PJR-NEW-BALANCE.
028556     MOVE "INTCAP  "          TO PJR-OPERATOR-ID.
028557     MOVE CAP-RUN-DATE        TO PJR-RUN-DATE.
028558     MOVE CAP-RUN-TIME        TO PJR-RUN-TIME.
028559     MOVE "WHT "              TO PJR-SOURCE.
028560     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME PJR-XFER-REF.
028561     OPEN EXTEND POST-JRNL-FILE.
028562     WRITE PJR-JOURNAL-RECORD.
028563     CLOSE POST-JRNL-FILE.
028564 3300-WRITE-WHT-JOURNAL-EXIT.
028565     EXIT.
028566
028600******************************************************************
028700* 5000-PRINT-REGISTER
028800******************************************************************
030900     STRING "CONGELADAS/CERRADAS:        " CAP-CNT-ED
031000         DELIMITED BY SIZE INTO PRINT-LINE.
031100     WRITE PRINT-LINE.
031110     MOVE CAP-TERM-DEP-COUNT TO CAP-CNT-ED.
031120     MOVE SPACES TO PRINT-LINE.
031130     STRING "PLAZO FIJO (TDEPVEN):       " CAP-CNT-ED
031140         DELIMITED BY SIZE INTO PRINT-LINE.
031150     WRITE PRINT-LINE.
031200     MOVE CAP-TOTAL-AMOUNT TO CAP-AMT-ED.
031300     MOVE SPACES TO PRINT-LINE.
031400     STRING "INTERES CAPITALIZADO TOTAL: " CAP-AMT-ED
031500         DELIMITED BY SIZE INTO PRINT-LINE.
031600     WRITE PRINT-LINE.
031602     MOVE CAP-WHT-COUNT TO CAP-CNT-ED.
031604     MOVE SPACES TO PRINT-LINE.
031606     STRING "CUENTAS CON RETENCION:      " CAP-CNT-ED
031608         DELIMITED BY SIZE INTO PRINT-LINE.
031610     WRITE PRINT-LINE.
031612     MOVE CAP-EXEMPT-COUNT TO CAP-CNT-ED.
031614     MOVE SPACES TO PRINT-LINE.
031616     STRING "CLIENTES EXENTOS:           " CAP-CNT-ED
031618         DELIMITED BY SIZE INTO PRINT-LINE.
031620     WRITE PRINT-LINE.
031622     MOVE CAP-WHT-TOTAL TO CAP-AMT-ED.
031624     MOVE SPACES TO PRINT-LINE.
031626     STRING "IMPUESTO RETENIDO TOTAL:    " CAP-AMT-ED
031628         DELIMITED BY SIZE INTO PRINT-LINE.
031630     WRITE PRINT-LINE.
031632     COMPUTE CAP-TOTAL-AMOUNT = CAP-TOTAL-AMOUNT - CAP-WHT-TOTAL.
031634     MOVE CAP-TOTAL-AMOUNT TO CAP-AMT-ED.
031636     MOVE SPACES TO PRINT-LINE.
031638     STRING "INTERES NETO ACREDITADO:    " CAP-AMT-ED
031640         DELIMITED BY SIZE INTO PRINT-LINE.
031642     WRITE PRINT-LINE.
031700     DISPLAY "INTCAP: " CAP-CAP-COUNT
031800         " CUENTAS CAPITALIZADAS".
031900 5000-PRINT-REGISTER-EXIT.
032900     SET RUN-CTL-COMPLETED TO TRUE.
033000     MOVE CAP-CAP-COUNT TO RUN-CTL-COUNT.
033100     ACCEPT RUN-CTL-TIME FROM TIME.
033110     MOVE ZERO TO RUN-CTL-CYCLE.
033200     OPEN EXTEND RUN-CONTROL-FILE.
033300     WRITE RUN-CTL-RECORD.
033400     CLOSE RUN-CONTROL-FILE.
