002394*                  (FECHALAB/CALFERI) UNLESS FORCED WITH "F" -
002396*                  AN ACCRUAL DATED ON A HOLIDAY WAS ALWAYS A
002398*                  MIS-SCHEDULED JOB.
002403*   02/09/26  JPL  THE SWEEP NO LONGER TOUCHES THE BALANCE.
002408*                  COMPUTED INTEREST ACCUMULATES IN THE NEW
002413*                  ACM-ACCRUED-INTEREST BUCKET (SPACES ON OLD
002418*                  RECORDS COUNT AS ZERO) AND THE "ACR "
002423*                  JOURNAL RECORD CARRIES THE BUCKET'S
002428*                  BEFORE/AFTER IMAGES; THE MONTH-END INTCAP
002433*                  STEP POSTS THE BUCKET INTO THE BALANCE IN
002438*                  ONE MOVEMENT.  MONTH-END INTEREST CAN NOW
002443*                  BE QUOTED IN ADVANCE, THE WAY EVERY BANK WE
002448*                  RECONCILE AGAINST PRESENTS IT.
002453*   07/09/26  JPL  AN ACCOUNT OPENED UNDER A PRODUCT NOW ACCRUES
002458*                  ON THE PRODUCT'S OWN BAND TABLE FROM THE
002463*                  PRODMAST CATALOG; ACCOUNTS WITH NO PRODUCT,
002468*                  OR WITH A PRODUCT MISSING FROM THE CATALOG,
002473*                  KEEP THE RATECTL BANDS.  THE REGISTER COUNTS
002478*                  BOTH.
002483*   16/09/26  JPL  AN ESCHEATED ACCOUNT EARNS NOTHING EITHER.
002485*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
002487*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
002489*   09/10/26  JPL  TERM DEPOSIT PRODUCT ACCOUNTS ARE PASSED
002491*                  OVER: TDEPVEN ACCRUES THEM AT THEIR FIXED
002493*                  RATE.  THE REGISTER COUNTS THEM.
002495******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. ACUMINT.
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RATE-STATUS.

003401     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
003402         ORGANIZATION IS INDEXED
003403         ACCESS MODE IS DYNAMIC
003404         RECORD KEY IS PRD-PRODUCT-CODE
003405         FILE STATUS IS WS-PRODMAST-STATUS.

003410     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-RUNCTL-STATUS.
005400 FD  RATE-CONTROL-FILE.
005500 01  RATE-CTL-LINE                   PIC X(57).

005501 FD  PRODUCT-MASTER-FILE.
005502 COPY PRODREC.

005510 FD  RUN-CONTROL-FILE.
005520 COPY RUNCTL.
005600
006800
006900 01  WS-RATE-STATUS.
007000     COPY FSTATCOD REPLACING FS-NAME BY WS-RATE-CODE.
007010 01  WS-PRODMAST-STATUS.
007020     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
007100 01  WS-ACCTMAST-STATUS.
007200     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
007300 01  WS-JRNL-STATUS.
008300 77  ACU-RATE                        PIC S9V9999 VALUE ZERO.
008400 77  ACU-INTEREST                    PIC S9(09)V99 VALUE ZERO.
008500 77  ACU-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
008510
008520******************************************************************
008530* PRODUCT RATES - THE SITE BANDS ARE KEPT ASIDE ONCE LOADED AND
008540* EACH ACCOUNT'S BANDS ARE MOVED INTO RTE-CTL-RECORD BEFORE
008550* 3100-PICK-BAND, SO THE BAND LOGIC ITSELF NEVER CHANGES.  THE
008560* LAST PRODUCT READ IS REMEMBERED, SINCE ACCOUNTS OF ONE
008570* PRODUCT TEND TO RUN TOGETHER.
008580******************************************************************
008590 01  ACU-SITE-RATES                  PIC X(57) VALUE SPACES.
008591 77  ACU-PRODMAST-OPEN-SW            PIC X(01) VALUE "N".
008592     88  ACU-PRODMAST-OPEN           VALUE "Y".
008593 77  ACU-LAST-PRODUCT                PIC X(04) VALUE SPACES.
008594 77  ACU-LAST-PROD-FOUND-SW          PIC X(01) VALUE "N".
008595     88  ACU-LAST-PROD-FOUND         VALUE "Y".
008605 77  ACU-PRODUCT-COUNT               PIC 9(07) VALUE ZERO.
008615 77  ACU-NO-CATALOG-COUNT            PIC 9(07) VALUE ZERO.
008625 77  ACU-TERM-DEP-SW                 PIC X(01) VALUE "N".
008635     88  ACU-TERM-DEP                VALUE "Y".
008645 77  ACU-TERM-DEP-COUNT              PIC 9(07) VALUE ZERO.
008655
008700******************************************************************
008800* REGISTER COUNTERS - PER BAND AND GRAND
008900******************************************************************
012200     PERFORM 5000-PRINT-REGISTER THRU 5000-PRINT-REGISTER-EXIT.
012300     CLOSE PRINT-FILE.
012400     CLOSE ACCT-MASTER-FILE.
012405     IF ACU-PRODMAST-OPEN
012406         CLOSE PRODUCT-MASTER-FILE
012407     END-IF.
012410     PERFORM 6000-COMPLETE-RUN-CONTROL
012420         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
012500 0000-MAINLINE-EXIT.
012986     SET RUN-CTL-STARTED TO TRUE.
012988     MOVE ZERO TO RUN-CTL-COUNT.
012990     ACCEPT RUN-CTL-TIME FROM TIME.
012991     MOVE ZERO TO RUN-CTL-CYCLE.
012992     OPEN EXTEND RUN-CONTROL-FILE.
012994     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
012995         OPEN OUTPUT RUN-CONTROL-FILE
013100     SET RUN-CTL-COMPLETED TO TRUE.
013110     MOVE ACU-TOTAL-COUNT TO RUN-CTL-COUNT.
013120     ACCEPT RUN-CTL-TIME FROM TIME.
013125     MOVE ZERO TO RUN-CTL-CYCLE.
013130     OPEN EXTEND RUN-CONTROL-FILE.
013140     WRITE RUN-CTL-RECORD.
013150     CLOSE RUN-CONTROL-FILE.
013000*                     RATECTL CONTROL FILE WHEN PRESENT, THE
013100*                     SAME LOAD-WITH-DEFAULTS MODEL CALCULADORA
013200*                     USES FOR CALCCTL.
013310*                     THE PRODMAST CATALOG IS OPENED HERE
013320*                     TOO; WITHOUT IT EVERY ACCOUNT TAKES THE
013330*                     SITE BANDS.
013340******************************************************************
013400 1000-LOAD-RATES.
013500     MOVE 1000.00   TO RTE-LOW-CUTOFF.
013600     MOVE 10000.00  TO RTE-MED-CUTOFF.
014700         END-READ
014800         CLOSE RATE-CONTROL-FILE
014900     END-IF.
014910     MOVE RTE-CTL-RECORD TO ACU-SITE-RATES.
014920     OPEN INPUT PRODUCT-MASTER-FILE.
014930     IF FS-SUCCESS OF WS-PRODMAST-STATUS
014940         SET ACU-PRODMAST-OPEN TO TRUE
014950     END-IF.
015000 1000-LOAD-RATES-EXIT.
015100     EXIT.
015200
017200             SET ACU-EOF TO TRUE
017300             GO TO 3000-ACCRUE-ONE-EXIT
017400     END-READ.
017410*    A FROZEN, CLOSED OR ESCHEATED ACCOUNT EARNS NOTHING.
017420     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
017430         ADD 1 TO ACU-STATUS-COUNT
017440         GO TO 3000-ACCRUE-ONE-EXIT
017450     END-IF.
017460     PERFORM 3050-SET-RATES THRU 3050-SET-RATES-EXIT.
017466*    A TERM DEPOSIT ACCRUES AT ITS FIXED RATE IN TDEPVEN.
017472     IF ACU-TERM-DEP
017478         ADD 1 TO ACU-TERM-DEP-COUNT
017484         GO TO 3000-ACCRUE-ONE-EXIT
017490     END-IF.
017500     PERFORM 3100-PICK-BAND THRU 3100-PICK-BAND-EXIT.
017600     COMPUTE ACU-INTEREST ROUNDED =
017700         ACM-ACCOUNT-BALANCE * ACU-RATE.
019000 3000-ACCRUE-ONE-EXIT.
019100     EXIT.
019200
019210******************************************************************
019220* 3050-SET-RATES  -  THE ACCOUNT'S PRODUCT BANDS WHEN IT HAS A
019225*                    PRODUCT ON THE CATALOG, ELSE THE SITE
019230*                    BANDS.  A WITHDRAWN PRODUCT STILL RATES
019235*                    THE ACCOUNTS ALREADY OPENED UNDER IT.  A
019240*                    TERM DEPOSIT PRODUCT ONLY SETS THE SWITCH.
019245******************************************************************
019250 3050-SET-RATES.
019255     MOVE ACU-SITE-RATES TO RTE-CTL-RECORD.
019260     MOVE "N" TO ACU-TERM-DEP-SW.
019265     IF ACM-NO-PRODUCT
019273         GO TO 3050-SET-RATES-EXIT
019274     END-IF.
019275     IF ACM-PRODUCT-CODE NOT = ACU-LAST-PRODUCT
019276         MOVE ACM-PRODUCT-CODE TO ACU-LAST-PRODUCT
019277         MOVE "N" TO ACU-LAST-PROD-FOUND-SW
019278         IF ACU-PRODMAST-OPEN
019279             MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE
019284             READ PRODUCT-MASTER-FILE
019289                 INVALID KEY
019294                     CONTINUE
019299                 NOT INVALID KEY
019304                     SET ACU-LAST-PROD-FOUND TO TRUE
019309             END-READ
019314         END-IF
019319     END-IF.
019324     IF ACU-LAST-PROD-FOUND AND PRD-KIND-TERM-DEPOSIT
019329         SET ACU-TERM-DEP TO TRUE
019334         GO TO 3050-SET-RATES-EXIT
019339     END-IF.
019344     IF ACU-LAST-PROD-FOUND
019349         MOVE PRD-RATE-TABLE TO RTE-CTL-RECORD
019354         ADD 1 TO ACU-PRODUCT-COUNT
019359     ELSE
019364         ADD 1 TO ACU-NO-CATALOG-COUNT
019369     END-IF.
019374 3050-SET-RATES-EXIT.
019379     EXIT.
019384
019389******************************************************************
019400* 3100-PICK-BAND  -  FOUR BANDS OVER THE BALANCE, THE SAME
019500*                    SHAPE AS 4000-CLASSIFY-RESULT.
019600******************************************************************
022600     MOVE ACU-RUN-DATE        TO PJR-RUN-DATE.
022700     MOVE ACU-RUN-TIME        TO PJR-RUN-TIME.
022800     MOVE "ACR "              TO PJR-SOURCE.
022810     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME PJR-XFER-REF.
022900     OPEN EXTEND POST-JRNL-FILE.
023000     IF FS-NOT-FOUND OF WS-JRNL-STATUS
023100         OPEN OUTPUT POST-JRNL-FILE
026440         ACU-CNT-ED
026450         DELIMITED BY SIZE INTO PRINT-LINE.
026460     WRITE PRINT-LINE.
026461     MOVE SPACES TO PRINT-LINE.
026462     MOVE ACU-PRODUCT-COUNT TO ACU-CNT-ED.
026463     STRING "CUENTAS CON TASAS DE SU PRODUCTO:      "
026464         ACU-CNT-ED
026465         DELIMITED BY SIZE INTO PRINT-LINE.
026466     WRITE PRINT-LINE.
026467     MOVE SPACES TO PRINT-LINE.
026468     MOVE ACU-NO-CATALOG-COUNT TO ACU-CNT-ED.
026469     STRING "PRODUCTO FUERA DE PRODMAST (RATECTL):  "
026470         ACU-CNT-ED
026471         DELIMITED BY SIZE INTO PRINT-LINE.
026472     WRITE PRINT-LINE.
026476     MOVE SPACES TO PRINT-LINE.
026480     MOVE ACU-TERM-DEP-COUNT TO ACU-CNT-ED.
026484     STRING "PLAZO FIJO OMITIDAS (TDEPVEN):         "
026488         ACU-CNT-ED
026492         DELIMITED BY SIZE INTO PRINT-LINE.
026496     WRITE PRINT-LINE.
026500     DISPLAY "ACUMINT: " ACU-TOTAL-COUNT
026600         " CUENTAS ACREDITADAS".
026700 5000-PRINT-REGISTER-EXIT.
