000100******************************************************************
000200* PROGRAM-ID: BVLINT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 05/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     BACK-VALUE INTEREST ADJUSTMENT.  OPBPOST LOGS TO
000800*              BVLLOG EVERY POSTING IT APPLIES WITH A VALUE DATE
000900*              BEFORE THE POSTING DATE.  ACUMINT HAD ALREADY
001000*              ACCRUED ON THE WRONG BALANCE FOR EVERY RUN FROM
001100*              THE VALUE DATE UNTIL THE POSTING, SO FOR EACH
001200*              PENDING ITEM THIS STEP:
001300*                - TAKES THE ACCRUAL RUNS AFFECTED: THE COMPLETED
001400*                  "ACUMINT " RUNCTL RECORDS DATED ON OR AFTER THE
001500*                  VALUE DATE AND STAMPED BEFORE THE "LOTE"
001600*                  JOURNAL ENTRY;
001700*                - FINDS THE BALANCE EACH OF THOSE RUNS ACCRUED ON
001800*                  FROM POSTJRNL - THE BEFORE IMAGE OF THE FIRST
001900*                  BALANCE MOVEMENT ON THE ACCOUNT AFTER THE RUN,
002000*                  OR THE CURRENT BALANCE WHEN NOTHING MOVED IT
002100*                  SINCE - PLUS ANY EARLIER BACK-VALUED ITEM THAT
002200*                  SHOULD ALREADY HAVE BEEN IN IT;
002300*                - RE-RATES EACH RUN WITH AND WITHOUT THE ITEM,
002400*                  EACH BALANCE IN ITS OWN BAND, ON THE ACCOUNT'S
002500*                  PRODMAST BANDS OR THE RATECTL SITE BANDS
002600*                  EXACTLY AS ACUMINT PICKS THEM, AND ROUNDS EACH
002700*                  RUN THE WAY ACUMINT DID;
002800*                - ADDS THE DIFFERENCE TO ACM-ACCRUED-INTEREST AND
002900*                  JOURNALS IT AS AN "ACR " RECORD FROM OPERATOR
003000*                  "BVLINT  " WHOSE PJR-REF-DATE/TIME POINT AT THE
003100*                  BACK-VALUED "LOTE" ENTRY.
003200*              THE ITEM IS THEN STAMPED ON BVLLOG (ADJUSTED, OR
003300*              NOT ADJUSTED WHEN THE ACCOUNT NO LONGER ACCRUES OR
003400*              IS GONE), SO A RESUBMITTED STEP ADJUSTS NOTHING
003500*              TWICE; AN ITEM WHOSE ADJUSTMENT IS ALREADY ON THE
003600*              JOURNAL (A RUN THAT FAILED BEFORE BVLLOG WAS
003700*              REWRITTEN) IS STAMPED WITHOUT POSTING AGAIN.  THE
003800*              RATES ARE THE ONES ON FILE TODAY - RATECTL KEEPS NO
003900*              HISTORY.
004000*              PRINTS THE BACK-VALUE REGISTER, ONE LINE PER ITEM
004100*              WITH ITS INTEREST EFFECT, THROUGH THE 132-COLUMN
004200*              PRINT CONVENTION.  RETURN-CODE 4 WHEN AN ITEM COULD
004300*              NOT BE ADJUSTED OR A TABLE OVERFLOWED.
004400* TECTONICS:   cobc -x example85-ajusteValorRetroactivo.cbl
004500*
004600* MODIFICATION HISTORY
004700*   05/10/26  JPL  INITIAL VERSION.
004710*   09/10/26  JPL  A TERM DEPOSIT PRODUCT ACCOUNT IS STAMPED WITH
004720*                  A ZERO ADJUSTMENT: TDEPVEN ACCRUES ON THE
004730*                  DEPOSIT'S PRINCIPAL, NOT ON THE BALANCE.
004800******************************************************************
004900
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID. BVLINT.
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT BACKVAL-LOG-FILE ASSIGN TO "BVLLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-BVLLOG-STATUS.
005900
006000     SELECT BACKVAL-LOG-TEMP ASSIGN TO "BVLLOGT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-BVLT-STATUS.
006300
006400     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RUNCTL-STATUS.
006700
006800     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-JRNL-STATUS.
007100
007200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS ACM-ACCOUNT-NUMBER
007600         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
007700             WITH DUPLICATES
007800         FILE STATUS IS WS-ACCTMAST-STATUS.
007900
008000     SELECT RATE-CONTROL-FILE ASSIGN TO "RATECTL"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RATE-STATUS.
008300
008400     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS PRD-PRODUCT-CODE
008800         FILE STATUS IS WS-PRODMAST-STATUS.
008900
009000     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-PRINT-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  BACKVAL-LOG-FILE.
009700 COPY BVLLOG.
009800
009900 FD  BACKVAL-LOG-TEMP.
010000 01  BACKVAL-LOG-TEMP-RECORD         PIC X(84).
010100
010200 FD  RUN-CONTROL-FILE.
010300 COPY RUNCTL.
010400
010500 FD  POST-JRNL-FILE.
010600 COPY PSTJRNL.
010700
010800 FD  ACCT-MASTER-FILE.
010900 COPY ACCTREC.
011000
011100 FD  RATE-CONTROL-FILE.
011200 01  RATE-CTL-LINE                   PIC X(57).
011300
011400 FD  PRODUCT-MASTER-FILE.
011500 COPY PRODREC.
011600
011700 FD  PRINT-FILE.
011800 01  PRINT-LINE                      PIC X(132).
011900
012000 WORKING-STORAGE SECTION.
012100 COPY RATECTL.
012200
012300 01  WS-BVLLOG-STATUS.
012400     COPY FSTATCOD REPLACING FS-NAME BY WS-BVLLOG-CODE.
012500 01  WS-BVLT-STATUS.
012600     COPY FSTATCOD REPLACING FS-NAME BY WS-BVLT-CODE.
012700 01  WS-RUNCTL-STATUS.
012800     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
012900 01  WS-JRNL-STATUS.
013000     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
013100 01  WS-ACCTMAST-STATUS.
013200     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
013300 01  WS-RATE-STATUS.
013400     COPY FSTATCOD REPLACING FS-NAME BY WS-RATE-CODE.
013500 01  WS-PRODMAST-STATUS.
013600     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
013700 01  WS-PRINT-STATUS.
013800     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
013900
014000 77  BVI-RUN-DATE                    PIC 9(08) VALUE ZERO.
014100 77  BVI-RUN-TIME                    PIC 9(08) VALUE ZERO.
014200 77  BVI-EARLIEST-VALUE              PIC 9(08) VALUE ZERO.
014300 77  BVI-PENDING-COUNT               PIC 9(07) VALUE ZERO.
014400 77  BVI-RECORD-NUMBER               PIC 9(07) VALUE ZERO.
014500 77  BVI-EOF-SW                      PIC X(01) VALUE "N".
014600     88  BVI-EOF                     VALUE "Y".
014700 77  BVI-JRNL-EOF-SW                 PIC X(01) VALUE "N".
014800     88  BVI-JRNL-EOF                VALUE "Y".
014900 77  BVI-ITEM-OVERFLOW-SW            PIC X(01) VALUE "N".
015000     88  BVI-ITEM-OVERFLOW           VALUE "Y".
015100 77  BVI-EVENT-OVERFLOW-SW           PIC X(01) VALUE "N".
015200     88  BVI-EVENT-OVERFLOW          VALUE "Y".
015300 77  BVI-RECOVERED-SW                PIC X(01) VALUE "N".
015400     88  BVI-RECOVERED               VALUE "Y".
015500 77  BVI-ACCT-FOUND-SW               PIC X(01) VALUE "N".
015600     88  BVI-ACCT-FOUND              VALUE "Y".
015700 77  BVI-PRODMAST-OPEN-SW            PIC X(01) VALUE "N".
015800     88  BVI-PRODMAST-OPEN           VALUE "Y".
015900 01  BVI-SITE-RATES                  PIC X(57) VALUE SPACES.
016000
016100******************************************************************
016200* THE ITEMS IN PLAY, IN BVLLOG ORDER: EVERY PENDING ITEM, AND
016300* EVERY ITEM ALREADY ADJUSTED THAT WAS POSTED ON OR AFTER THE
016400* EARLIEST PENDING VALUE DATE - AN EARLIER ITEM POSTED AFTER AN
016500* ACCRUAL RUN WAS MISSING FROM THAT RUN'S BALANCE TOO, AND THE
016600* LATER ITEM'S EFFECT IS MEASURED ON TOP OF IT.  BVI-ITM-RECNO IS
016700* THE ITEM'S RECORD NUMBER ON BVLLOG, FOR THE REWRITE.  A PENDING
016800* ITEM THAT DOES NOT FIT STAYS PENDING FOR THE NEXT RUN.
016900******************************************************************
017000 77  BVI-ITM-MAX                     PIC 9(03) VALUE 500.
017100 01  BVI-ITEM-TABLE.
017200     05  BVI-ITEM-ENTRY              OCCURS 500 TIMES.
017300         10  BVI-ITM-RECNO           PIC 9(07).
017400         10  BVI-ITM-ACCOUNT         PIC X(10).
017500         10  BVI-ITM-AMOUNT          PIC S9(09)V99.
017600         10  BVI-ITM-VALUE-DATE      PIC 9(08).
017700         10  BVI-ITM-STAMP.
017800             15  BVI-ITM-POST-DATE   PIC 9(08).
017900             15  BVI-ITM-POST-TIME   PIC 9(08).
018000         10  BVI-ITM-DESK            PIC X(04).
018100         10  BVI-ITM-STATUS          PIC X(01).
018200             88  BVI-ITM-PENDING     VALUE "P".
018300             88  BVI-ITM-ADJUSTED    VALUE "A".
018400             88  BVI-ITM-NOT-ADJUSTED VALUE "N".
018500         10  BVI-ITM-WORKED-SW       PIC X(01).
018600             88  BVI-ITM-WORKED      VALUE "Y".
018700         10  BVI-ITM-ADJ-AMOUNT      PIC S9(09)V99.
018800         10  BVI-ITM-ADJ-DAYS        PIC 9(03).
018900 77  BVI-ITM-USED                    PIC 9(03) COMP VALUE ZERO.
019000 77  BVI-ITM-IDX                     PIC 9(03) COMP VALUE 1.
019100 77  BVI-OTH-IDX                     PIC 9(03) COMP VALUE 1.
019200 77  BVI-PUT-IDX                     PIC 9(03) COMP VALUE 1.
019300
019400******************************************************************
019500* THE ACCRUAL RUNS SINCE THE EARLIEST PENDING VALUE DATE, FROM THE
019600* COMPLETED "ACUMINT " RUNCTL RECORDS.  BVLCTL CAPS A VALUE DATE
019700* AT 060 BUSINESS DAYS BACK, SO 120 LEAVES ROOM FOR FORCED RERUNS.
019800* THE AFFECTED SWITCH AND BALANCE ARE REFILLED FOR EACH ITEM.
019900******************************************************************
020000 77  BVI-EVT-MAX                     PIC 9(03) VALUE 120.
020100 01  BVI-EVENT-TABLE.
020200     05  BVI-EVENT-ENTRY             OCCURS 120 TIMES.
020300         10  BVI-EVT-STAMP.
020400             15  BVI-EVT-DATE        PIC 9(08).
020500             15  BVI-EVT-TIME        PIC 9(08).
020600         10  BVI-EVT-AFFECTED-SW     PIC X(01).
020700             88  BVI-EVT-AFFECTED    VALUE "Y".
020800         10  BVI-EVT-FILLED-SW       PIC X(01).
020900             88  BVI-EVT-FILLED      VALUE "Y".
021000         10  BVI-EVT-BALANCE         PIC S9(09)V99.
021100 77  BVI-EVT-USED                    PIC 9(03) COMP VALUE ZERO.
021200 77  BVI-EVT-IDX                     PIC 9(03) COMP VALUE 1.
021300
021400******************************************************************
021500* ONE ITEM AT WORK
021600******************************************************************
021700 01  BVI-JRNL-STAMP.
021800     05  BVI-JRNL-DATE               PIC 9(08).
021900     05  BVI-JRNL-TIME               PIC 9(08).
022000 77  BVI-EVENT-COUNT                 PIC 9(03) VALUE ZERO.
022100 77  BVI-RECOVERED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
022200 77  BVI-FILL-BALANCE                PIC S9(09)V99 VALUE ZERO.
022300 77  BVI-BASE-BALANCE                PIC S9(09)V99 VALUE ZERO.
022400 77  BVI-CALC-BALANCE                PIC S9(09)V99 VALUE ZERO.
022500 77  BVI-RATE                        PIC S9V9999 VALUE ZERO.
022600 77  BVI-OLD-INTEREST                PIC S9(09)V99 VALUE ZERO.
022700 77  BVI-NEW-INTEREST                PIC S9(09)V99 VALUE ZERO.
022800 77  BVI-INTEREST                    PIC S9(09)V99 VALUE ZERO.
022900 77  BVI-ADJUSTMENT                  PIC S9(09)V99 VALUE ZERO.
023000 77  BVI-OLD-BUCKET                  PIC S9(09)V99 VALUE ZERO.
023100 77  BVI-STATE                       PIC X(20) VALUE SPACES.
023110 77  BVI-TERM-DEP-SW                 PIC X(01) VALUE "N".
023120     88  BVI-TERM-DEP                VALUE "Y".
023210
023300******************************************************************
023400* THE REGISTER LINE - ONE PER ITEM WORKED THIS RUN
023500******************************************************************
023600 01  BVI-DETAIL.
023700     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  BVI-DET-ACCOUNT             PIC X(10).
023900     05  FILLER                      PIC X(02) VALUE SPACES.
024000     05  BVI-DET-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  BVI-DET-VALUE-DATE          PIC 9(08).
024300     05  FILLER                      PIC X(02) VALUE SPACES.
024400     05  BVI-DET-POST-DATE           PIC 9(08).
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  BVI-DET-DESK                PIC X(04).
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  BVI-DET-DAYS                PIC ZZ9.
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  BVI-DET-ADJUSTMENT          PIC -ZZZ,ZZZ,ZZ9.99.
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  BVI-DET-STATE               PIC X(20).
025300     05  FILLER                      PIC X(33) VALUE SPACES.
025400
025500******************************************************************
025600* RUN TOTALS
025700******************************************************************
025800 77  BVI-WORKED-COUNT                PIC 9(07) VALUE ZERO.
025900 77  BVI-ADJUSTED-COUNT              PIC 9(07) VALUE ZERO.
026000 77  BVI-ZERO-COUNT                  PIC 9(07) VALUE ZERO.
026100 77  BVI-RECOVER-COUNT               PIC 9(07) VALUE ZERO.
026200 77  BVI-NOT-ADJ-COUNT               PIC 9(07) VALUE ZERO.
026300 77  BVI-LEFT-COUNT                  PIC 9(07) VALUE ZERO.
026400 77  BVI-TOTAL-AMOUNT                PIC S9(11)V99 VALUE ZERO.
026500 77  BVI-TOTAL-ADJUSTMENT            PIC S9(11)V99 VALUE ZERO.
026600 01  BVI-CNT-ED                      PIC Z,ZZZ,ZZ9.
026700 01  BVI-AMT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
026800
026900 PROCEDURE DIVISION.
027000******************************************************************
027100* 0000-MAINLINE
027200******************************************************************
027300 0000-MAINLINE.
027400     ACCEPT BVI-RUN-DATE FROM DATE YYYYMMDD.
027500     ACCEPT BVI-RUN-TIME FROM TIME.
027600     PERFORM 1100-FIND-EARLIEST THRU 1100-FIND-EARLIEST-EXIT.
027700     IF BVI-PENDING-COUNT = ZERO
027800         DISPLAY "BVLINT: NINGUN POSTEO CON FECHA VALOR "
027900             "PENDIENTE."
028000         GO TO 0000-MAINLINE-EXIT
028100     END-IF.
028200     PERFORM 1200-LOAD-ITEMS THRU 1200-LOAD-ITEMS-EXIT.
028300     PERFORM 1300-LOAD-EVENTS THRU 1300-LOAD-EVENTS-EXIT.
028400     IF BVI-EVENT-OVERFLOW
028500         DISPLAY "BVLINT: MAS DE " BVI-EVT-MAX " CORRIDAS DE "
028600             "ACUMINT DESDE EL " BVI-EARLIEST-VALUE
028700             " - NADA SE AJUSTA."
028800         MOVE 4 TO RETURN-CODE
028900         GO TO 0000-MAINLINE-EXIT
029000     END-IF.
029100     OPEN I-O ACCT-MASTER-FILE.
029200     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
029300         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
029400             WS-ACCTMAST-STATUS
029500         MOVE 4 TO RETURN-CODE
029600         GO TO 0000-MAINLINE-EXIT
029700     END-IF.
029800     PERFORM 1400-LOAD-RATES THRU 1400-LOAD-RATES-EXIT.
029900     OPEN OUTPUT PRINT-FILE.
030000     PERFORM 1900-PRINT-HEADINGS THRU 1900-PRINT-HEADINGS-EXIT.
030100     PERFORM 2000-ADJUST-ONE THRU 2000-ADJUST-ONE-EXIT
030200         VARYING BVI-ITM-IDX FROM 1 BY 1
030300         UNTIL BVI-ITM-IDX > BVI-ITM-USED.
030400     CLOSE ACCT-MASTER-FILE.
030500     IF BVI-PRODMAST-OPEN
030600         CLOSE PRODUCT-MASTER-FILE
030700     END-IF.
030800     IF BVI-WORKED-COUNT > ZERO
030900         PERFORM 4000-REWRITE-LOG THRU 4000-REWRITE-LOG-EXIT
031000     END-IF.
031100     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
031200     CLOSE PRINT-FILE.
031300     IF BVI-NOT-ADJ-COUNT > ZERO
031400       OR BVI-LEFT-COUNT > ZERO
031500         MOVE 4 TO RETURN-CODE
031600     END-IF.
031700     DISPLAY "BVLINT: " BVI-ADJUSTED-COUNT " AJUSTADOS, "
031800         BVI-NOT-ADJ-COUNT " SIN AJUSTE, " BVI-LEFT-COUNT
031900         " PENDIENTES PARA LA PROXIMA CORRIDA.".
032000 0000-MAINLINE-EXIT.
032100     GOBACK.
032200
032300******************************************************************
032400* 1100-FIND-EARLIEST  -  COUNTS THE PENDING ITEMS AND FINDS THE
032500*                        EARLIEST PENDING VALUE DATE, WHICH
032600*                        BOUNDS BOTH THE ITEMS AND THE ACCRUAL
032700*                        RUNS LOADED.
032800******************************************************************
032900 1100-FIND-EARLIEST.
033000     MOVE 99999999 TO BVI-EARLIEST-VALUE.
033100     OPEN INPUT BACKVAL-LOG-FILE.
033200     IF NOT FS-SUCCESS OF WS-BVLLOG-STATUS
033300         GO TO 1100-FIND-EARLIEST-EXIT
033400     END-IF.
033500     MOVE "N" TO BVI-EOF-SW.
033600     PERFORM 1110-SCAN-PENDING THRU 1110-SCAN-PENDING-EXIT
033700         UNTIL BVI-EOF.
033800     CLOSE BACKVAL-LOG-FILE.
033900 1100-FIND-EARLIEST-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 1110-SCAN-PENDING
034400******************************************************************
034500 1110-SCAN-PENDING.
034600     READ BACKVAL-LOG-FILE
034700         AT END
034800             SET BVI-EOF TO TRUE
034900             GO TO 1110-SCAN-PENDING-EXIT
035000     END-READ.
035100     IF BVL-PENDING
035200         ADD 1 TO BVI-PENDING-COUNT
035300         IF BVL-VALUE-DATE < BVI-EARLIEST-VALUE
035400             MOVE BVL-VALUE-DATE TO BVI-EARLIEST-VALUE
035500         END-IF
035600     END-IF.
035700 1110-SCAN-PENDING-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100* 1200-LOAD-ITEMS  -  THE PENDING ITEMS AND THE ADJUSTED ITEMS
036200*                     THAT CAN STILL BEAR ON THEM, IN FILE ORDER.
036300******************************************************************
036400 1200-LOAD-ITEMS.
036500     OPEN INPUT BACKVAL-LOG-FILE.
036600     MOVE "N" TO BVI-EOF-SW.
036700     MOVE ZERO TO BVI-RECORD-NUMBER.
036800     PERFORM 1210-STORE-ITEM THRU 1210-STORE-ITEM-EXIT
036900         UNTIL BVI-EOF.
037000     CLOSE BACKVAL-LOG-FILE.
037100 1200-LOAD-ITEMS-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 1210-STORE-ITEM
037600******************************************************************
037700 1210-STORE-ITEM.
037800     READ BACKVAL-LOG-FILE
037900         AT END
038000             SET BVI-EOF TO TRUE
038100             GO TO 1210-STORE-ITEM-EXIT
038200     END-READ.
038300     ADD 1 TO BVI-RECORD-NUMBER.
038400     IF BVL-NOT-ADJUSTED
038500         GO TO 1210-STORE-ITEM-EXIT
038600     END-IF.
038700     IF BVL-ADJUSTED
038800       AND BVL-POST-DATE < BVI-EARLIEST-VALUE
038900         GO TO 1210-STORE-ITEM-EXIT
039000     END-IF.
039100     IF BVI-ITM-USED NOT < BVI-ITM-MAX
039200         SET BVI-ITEM-OVERFLOW TO TRUE
039300         IF BVL-PENDING
039400             ADD 1 TO BVI-LEFT-COUNT
039500         END-IF
039600         GO TO 1210-STORE-ITEM-EXIT
039700     END-IF.
039800     ADD 1 TO BVI-ITM-USED.
039900     MOVE BVI-RECORD-NUMBER TO BVI-ITM-RECNO(BVI-ITM-USED).
040000     MOVE BVL-ACCOUNT       TO BVI-ITM-ACCOUNT(BVI-ITM-USED).
040100     MOVE BVL-AMOUNT        TO BVI-ITM-AMOUNT(BVI-ITM-USED).
040200     MOVE BVL-VALUE-DATE    TO BVI-ITM-VALUE-DATE(BVI-ITM-USED).
040300     MOVE BVL-POST-DATE     TO BVI-ITM-POST-DATE(BVI-ITM-USED).
040400     MOVE BVL-POST-TIME     TO BVI-ITM-POST-TIME(BVI-ITM-USED).
040500     MOVE BVL-DESK          TO BVI-ITM-DESK(BVI-ITM-USED).
040600     MOVE BVL-STATUS        TO BVI-ITM-STATUS(BVI-ITM-USED).
040700     MOVE "N"               TO BVI-ITM-WORKED-SW(BVI-ITM-USED).
040800     MOVE ZERO              TO BVI-ITM-ADJ-AMOUNT(BVI-ITM-USED)
040900                               BVI-ITM-ADJ-DAYS(BVI-ITM-USED).
041000 1210-STORE-ITEM-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400* 1300-LOAD-EVENTS  -  THE COMPLETED ACCRUAL RUNS ON OR AFTER THE
041500*                      EARLIEST PENDING VALUE DATE, IN THE ORDER
041600*                      RUNCTL RECORDED THEM.
041700******************************************************************
041800 1300-LOAD-EVENTS.
041900     OPEN INPUT RUN-CONTROL-FILE.
042000     IF NOT FS-SUCCESS OF WS-RUNCTL-STATUS
042100         GO TO 1300-LOAD-EVENTS-EXIT
042200     END-IF.
042300     MOVE "N" TO BVI-EOF-SW.
042400     PERFORM 1310-STORE-EVENT THRU 1310-STORE-EVENT-EXIT
042500         UNTIL BVI-EOF OR BVI-EVENT-OVERFLOW.
042600     CLOSE RUN-CONTROL-FILE.
042700 1300-LOAD-EVENTS-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100* 1310-STORE-EVENT
043200******************************************************************
043300 1310-STORE-EVENT.
043400     READ RUN-CONTROL-FILE
043500         AT END
043600             SET BVI-EOF TO TRUE
043700             GO TO 1310-STORE-EVENT-EXIT
043800     END-READ.
043900     IF RUN-CTL-STEP NOT = "ACUMINT "
044000       OR NOT RUN-CTL-COMPLETED
044100       OR RUN-CTL-DATE < BVI-EARLIEST-VALUE
044200         GO TO 1310-STORE-EVENT-EXIT
044300     END-IF.
044400     IF BVI-EVT-USED NOT < BVI-EVT-MAX
044500         SET BVI-EVENT-OVERFLOW TO TRUE
044600         GO TO 1310-STORE-EVENT-EXIT
044700     END-IF.
044800     ADD 1 TO BVI-EVT-USED.
044900     MOVE RUN-CTL-DATE TO BVI-EVT-DATE(BVI-EVT-USED).
045000     MOVE RUN-CTL-TIME TO BVI-EVT-TIME(BVI-EVT-USED).
045100 1310-STORE-EVENT-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500* 1400-LOAD-RATES  -  SITE DEFAULTS, OVERRIDDEN BY RATECTL, KEPT
045600*                     ASIDE FOR ACCOUNTS WITHOUT A CATALOG
045700*                     PRODUCT; THE SAME LOAD ACUMINT MAKES.
045800******************************************************************
045900 1400-LOAD-RATES.
046000     MOVE 1000.00   TO RTE-LOW-CUTOFF.
046100     MOVE 10000.00  TO RTE-MED-CUTOFF.
046200     MOVE 100000.00 TO RTE-HIGH-CUTOFF.
046300     MOVE 0.0100 TO RTE-RATE-1.
046400     MOVE 0.0150 TO RTE-RATE-2.
046500     MOVE 0.0200 TO RTE-RATE-3.
046600     MOVE 0.0250 TO RTE-RATE-4.
046700     OPEN INPUT RATE-CONTROL-FILE.
046800     IF WS-RATE-STATUS = "00"
046900         READ RATE-CONTROL-FILE INTO RTE-CTL-RECORD
047000             AT END
047100                 CONTINUE
047200         END-READ
047300         CLOSE RATE-CONTROL-FILE
047400     END-IF.
047500     MOVE RTE-CTL-RECORD TO BVI-SITE-RATES.
047600     OPEN INPUT PRODUCT-MASTER-FILE.
047700     IF FS-SUCCESS OF WS-PRODMAST-STATUS
047800         SET BVI-PRODMAST-OPEN TO TRUE
047900     END-IF.
048000 1400-LOAD-RATES-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 1900-PRINT-HEADINGS
048500******************************************************************
048600 1900-PRINT-HEADINGS.
048700     MOVE SPACES TO PRINT-LINE.
048800     STRING "REGISTRO DE POSTEOS CON FECHA VALOR - AJUSTE DE "
048900         "INTERES AL " BVI-RUN-DATE
049000         DELIMITED BY SIZE INTO PRINT-LINE.
049100     WRITE PRINT-LINE.
049200     MOVE SPACES TO PRINT-LINE.
049300     MOVE BVI-EVT-USED TO BVI-CNT-ED.
049400     STRING "CORRIDAS DE ACUMINT DESDE EL " BVI-EARLIEST-VALUE
049500         ": " BVI-CNT-ED
049600         DELIMITED BY SIZE INTO PRINT-LINE.
049700     WRITE PRINT-LINE.
049800     MOVE SPACES TO PRINT-LINE.
049900     WRITE PRINT-LINE.
050000     MOVE SPACES TO PRINT-LINE.
050100     STRING "  CUENTA               IMPORTE  F. VALOR  F.POSTEO"
050200         "  MESA  DIAS           AJUSTE  ESTADO"
050300         DELIMITED BY SIZE INTO PRINT-LINE.
050400     WRITE PRINT-LINE.
050500 1900-PRINT-HEADINGS-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* 2000-ADJUST-ONE  -  ONE PENDING ITEM: ACCOUNT, AFFECTED RUNS,
051000*                     BALANCES, ADJUSTMENT, POSTING, REGISTER.
051100*                     AN ITEM ALREADY ADJUSTED IS ONLY CONTEXT.
051200******************************************************************
051300 2000-ADJUST-ONE.
051400     IF NOT BVI-ITM-PENDING(BVI-ITM-IDX)
051500         GO TO 2000-ADJUST-ONE-EXIT
051600     END-IF.
051700     SET BVI-ITM-WORKED(BVI-ITM-IDX) TO TRUE.
051800     ADD 1 TO BVI-WORKED-COUNT.
051900     ADD BVI-ITM-AMOUNT(BVI-ITM-IDX) TO BVI-TOTAL-AMOUNT.
052000     MOVE ZERO TO BVI-ADJUSTMENT BVI-EVENT-COUNT.
052100     MOVE "N" TO BVI-ACCT-FOUND-SW.
052200     MOVE BVI-ITM-ACCOUNT(BVI-ITM-IDX) TO ACM-ACCOUNT-NUMBER.
052300     READ ACCT-MASTER-FILE
052400         INVALID KEY
052500             CONTINUE
052600         NOT INVALID KEY
052700             SET BVI-ACCT-FOUND TO TRUE
052800     END-READ.
052900     IF NOT BVI-ACCT-FOUND
053000         MOVE "CUENTA INEXISTENTE" TO BVI-STATE
053100         GO TO 2000-ADJUST-ONE-NOT-ADJ
053200     END-IF.
053300*    A FROZEN, CLOSED OR ESCHEATED ACCOUNT NO LONGER ACCRUES.
053400     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
053500         MOVE "CUENTA NO DEVENGA" TO BVI-STATE
053600         GO TO 2000-ADJUST-ONE-NOT-ADJ
053700     END-IF.
053800     PERFORM 2100-SET-RATES THRU 2100-SET-RATES-EXIT.
053810     IF BVI-TERM-DEP
053820         MOVE "PLAZO FIJO (TDEPVEN)" TO BVI-STATE
053830         ADD 1 TO BVI-ZERO-COUNT
053840         GO TO 2000-ADJUST-ONE-ADJ
053850     END-IF.
053900     PERFORM 2200-MARK-EVENTS THRU 2200-MARK-EVENTS-EXIT
054000         VARYING BVI-EVT-IDX FROM 1 BY 1
054100         UNTIL BVI-EVT-IDX > BVI-EVT-USED.
054200     PERFORM 2300-READ-BALANCES THRU 2300-READ-BALANCES-EXIT.
054300     IF BVI-RECOVERED
054400         MOVE BVI-RECOVERED-AMOUNT TO BVI-ADJUSTMENT
054500         MOVE "YA EN EL DIARIO" TO BVI-STATE
054600         ADD 1 TO BVI-RECOVER-COUNT
054700         GO TO 2000-ADJUST-ONE-ADJ
054800     END-IF.
054900     PERFORM 2400-RATE-ONE-EVENT THRU 2400-RATE-ONE-EVENT-EXIT
055000         VARYING BVI-EVT-IDX FROM 1 BY 1
055100         UNTIL BVI-EVT-IDX > BVI-EVT-USED.
055200     IF BVI-ADJUSTMENT = ZERO
055300         MOVE "AJUSTE CERO" TO BVI-STATE
055400         ADD 1 TO BVI-ZERO-COUNT
055500         GO TO 2000-ADJUST-ONE-ADJ
055600     END-IF.
055700     PERFORM 2500-POST-ADJUSTMENT THRU 2500-POST-ADJUSTMENT-EXIT.
055800     MOVE "AJUSTADO" TO BVI-STATE.
055900 2000-ADJUST-ONE-ADJ.
056000     MOVE "A" TO BVI-ITM-STATUS(BVI-ITM-IDX).
056100     MOVE BVI-ADJUSTMENT TO BVI-ITM-ADJ-AMOUNT(BVI-ITM-IDX).
056200     MOVE BVI-EVENT-COUNT TO BVI-ITM-ADJ-DAYS(BVI-ITM-IDX).
056300     ADD 1 TO BVI-ADJUSTED-COUNT.
056400     ADD BVI-ADJUSTMENT TO BVI-TOTAL-ADJUSTMENT.
056500     GO TO 2000-ADJUST-ONE-PRINT.
056600 2000-ADJUST-ONE-NOT-ADJ.
056700     MOVE "N" TO BVI-ITM-STATUS(BVI-ITM-IDX).
056800     ADD 1 TO BVI-NOT-ADJ-COUNT.
056900 2000-ADJUST-ONE-PRINT.
057000     PERFORM 2600-PRINT-DETAIL THRU 2600-PRINT-DETAIL-EXIT.
057100 2000-ADJUST-ONE-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 2100-SET-RATES  -  THE ACCOUNT'S PRODUCT BANDS WHEN ITS PRODUCT
057600*                    IS ON THE CATALOG, ELSE THE SITE BANDS, AS IN
057700*                    ACUMINT 3050-SET-RATES.  A TERM DEPOSIT
057710*                    PRODUCT SETS BVI-TERM-DEP INSTEAD.
057800******************************************************************
057900 2100-SET-RATES.
058000     MOVE BVI-SITE-RATES TO RTE-CTL-RECORD.
058010     MOVE "N" TO BVI-TERM-DEP-SW.
058100     IF ACM-NO-PRODUCT
058200       OR NOT BVI-PRODMAST-OPEN
058300         GO TO 2100-SET-RATES-EXIT
058400     END-IF.
058500     MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
058600     READ PRODUCT-MASTER-FILE
058700         INVALID KEY
058800             CONTINUE
058900         NOT INVALID KEY
059000             MOVE PRD-RATE-TABLE TO RTE-CTL-RECORD
059010             IF PRD-KIND-TERM-DEPOSIT
059020                 SET BVI-TERM-DEP TO TRUE
059030             END-IF
059100     END-READ.
059200 2100-SET-RATES-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600* 2200-MARK-EVENTS  -  A RUN IS AFFECTED WHEN IT FELL ON OR AFTER
059700*                      THE VALUE DATE BUT BEFORE THE POSTING.
059800******************************************************************
059900 2200-MARK-EVENTS.
060000     MOVE "N" TO BVI-EVT-AFFECTED-SW(BVI-EVT-IDX)
060100                 BVI-EVT-FILLED-SW(BVI-EVT-IDX).
060200     MOVE ZERO TO BVI-EVT-BALANCE(BVI-EVT-IDX).
060300     IF BVI-EVT-DATE(BVI-EVT-IDX) NOT <
060400            BVI-ITM-VALUE-DATE(BVI-ITM-IDX)
060500       AND BVI-EVT-STAMP(BVI-EVT-IDX) <
060600            BVI-ITM-STAMP(BVI-ITM-IDX)
060700         SET BVI-EVT-AFFECTED(BVI-EVT-IDX) TO TRUE
060800         ADD 1 TO BVI-EVENT-COUNT
060900     END-IF.
061000 2200-MARK-EVENTS-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400* 2300-READ-BALANCES  -  ONE PASS OF POSTJRNL FOR THE ACCOUNT.
061500*                        THE BALANCE AN ACCRUAL RUN SAW IS THE
061600*                        BEFORE IMAGE OF THE FIRST BALANCE
061700*                        MOVEMENT AFTER IT; A RUN NOTHING MOVED
061800*                        THE BALANCE SINCE SAW TODAY'S BALANCE.
061900*                        "ACR " AND "RVL " IMAGES ARE NOT THE
062000*                        BALANCE.  THE SAME PASS SPOTS AN
062100*                        ADJUSTMENT ALREADY JOURNALED FOR THIS
062200*                        ITEM.
062300******************************************************************
062400 2300-READ-BALANCES.
062500     MOVE "N" TO BVI-RECOVERED-SW.
062600     MOVE ZERO TO BVI-RECOVERED-AMOUNT.
062700     OPEN INPUT POST-JRNL-FILE.
062800     IF FS-SUCCESS OF WS-JRNL-STATUS
062900         MOVE "N" TO BVI-JRNL-EOF-SW
063000         PERFORM 2310-SCAN-JOURNAL THRU 2310-SCAN-JOURNAL-EXIT
063100             UNTIL BVI-JRNL-EOF
063200         CLOSE POST-JRNL-FILE
063300     END-IF.
063400     MOVE ACM-ACCOUNT-BALANCE TO BVI-FILL-BALANCE.
063500     MOVE 99999999 TO BVI-JRNL-DATE BVI-JRNL-TIME.
063600     PERFORM 2320-FILL-BALANCE THRU 2320-FILL-BALANCE-EXIT
063700         VARYING BVI-EVT-IDX FROM 1 BY 1
063800         UNTIL BVI-EVT-IDX > BVI-EVT-USED.
063900 2300-READ-BALANCES-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300* 2310-SCAN-JOURNAL
064400******************************************************************
064500 2310-SCAN-JOURNAL.
064600     READ POST-JRNL-FILE
064700         AT END
064800             SET BVI-JRNL-EOF TO TRUE
064900             GO TO 2310-SCAN-JOURNAL-EXIT
065000     END-READ.
065100     IF PJR-ACCOUNT-NUMBER NOT = BVI-ITM-ACCOUNT(BVI-ITM-IDX)
065200         GO TO 2310-SCAN-JOURNAL-EXIT
065300     END-IF.
065400     IF PJR-SOURCE-ACCRUAL
065500       AND PJR-OPERATOR-ID = "BVLINT  "
065600       AND PJR-REF-DATE IS NUMERIC
065700       AND PJR-REF-TIME IS NUMERIC
065800       AND PJR-REF-DATE = BVI-ITM-POST-DATE(BVI-ITM-IDX)
065900       AND PJR-REF-TIME = BVI-ITM-POST-TIME(BVI-ITM-IDX)
066000         SET BVI-RECOVERED TO TRUE
066100         MOVE PJR-AMOUNT TO BVI-RECOVERED-AMOUNT
066200     END-IF.
066300     IF PJR-SOURCE-ACCRUAL OR PJR-SOURCE-REVALUATION
066400         GO TO 2310-SCAN-JOURNAL-EXIT
066500     END-IF.
066600     MOVE PJR-OLD-BALANCE TO BVI-FILL-BALANCE.
066700     MOVE PJR-RUN-DATE TO BVI-JRNL-DATE.
066800     MOVE PJR-RUN-TIME TO BVI-JRNL-TIME.
066900     PERFORM 2320-FILL-BALANCE THRU 2320-FILL-BALANCE-EXIT
067000         VARYING BVI-EVT-IDX FROM 1 BY 1
067100         UNTIL BVI-EVT-IDX > BVI-EVT-USED.
067200 2310-SCAN-JOURNAL-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 2320-FILL-BALANCE  -  EVERY AFFECTED RUN STILL WITHOUT A BALANCE
067700*                       THAT CAME BEFORE THIS MOVEMENT TAKES ITS
067800*                       BEFORE IMAGE.
067900******************************************************************
068000 2320-FILL-BALANCE.
068100     IF BVI-EVT-AFFECTED(BVI-EVT-IDX)
068200       AND NOT BVI-EVT-FILLED(BVI-EVT-IDX)
068300       AND BVI-EVT-STAMP(BVI-EVT-IDX) < BVI-JRNL-STAMP
068400         MOVE BVI-FILL-BALANCE TO BVI-EVT-BALANCE(BVI-EVT-IDX)
068500         SET BVI-EVT-FILLED(BVI-EVT-IDX) TO TRUE
068600     END-IF.
068700 2320-FILL-BALANCE-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 2400-RATE-ONE-EVENT  -  THE RUN'S INTEREST ON THE BALANCE IT SAW
069200*                         (PLUS THE EARLIER BACK-VALUED ITEMS
069300*                         IT SHOULD ALSO HAVE SEEN) AND WITH
069400*                         THIS ITEM ADDED, EACH ROUNDED AS
069500*                         ACUMINT ROUNDS IT.
069600******************************************************************
069700 2400-RATE-ONE-EVENT.
069800     IF NOT BVI-EVT-AFFECTED(BVI-EVT-IDX)
069900         GO TO 2400-RATE-ONE-EVENT-EXIT
070000     END-IF.
070100     MOVE BVI-EVT-BALANCE(BVI-EVT-IDX) TO BVI-BASE-BALANCE.
070200     PERFORM 2410-ADD-EARLIER THRU 2410-ADD-EARLIER-EXIT
070300         VARYING BVI-OTH-IDX FROM 1 BY 1
070400         UNTIL BVI-OTH-IDX NOT < BVI-ITM-IDX.
070500     MOVE BVI-BASE-BALANCE TO BVI-CALC-BALANCE.
070600     PERFORM 2450-CALC-INTEREST THRU 2450-CALC-INTEREST-EXIT.
070700     MOVE BVI-INTEREST TO BVI-OLD-INTEREST.
070800     COMPUTE BVI-CALC-BALANCE =
070900         BVI-BASE-BALANCE + BVI-ITM-AMOUNT(BVI-ITM-IDX).
071000     PERFORM 2450-CALC-INTEREST THRU 2450-CALC-INTEREST-EXIT.
071100     MOVE BVI-INTEREST TO BVI-NEW-INTEREST.
071200     COMPUTE BVI-ADJUSTMENT = BVI-ADJUSTMENT
071300         + BVI-NEW-INTEREST - BVI-OLD-INTEREST.
071400 2400-RATE-ONE-EVENT-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 2410-ADD-EARLIER  -  AN EARLIER ITEM ON THE SAME ACCOUNT,
071900*                      ALREADY ADJUSTED, VALUED BY THE RUN'S DATE
072000*                      BUT POSTED AFTER THE RUN.
072100******************************************************************
072200 2410-ADD-EARLIER.
072300     IF BVI-ITM-ADJUSTED(BVI-OTH-IDX)
072400       AND BVI-ITM-ACCOUNT(BVI-OTH-IDX) =
072500            BVI-ITM-ACCOUNT(BVI-ITM-IDX)
072600       AND BVI-ITM-VALUE-DATE(BVI-OTH-IDX) NOT >
072700            BVI-EVT-DATE(BVI-EVT-IDX)
072800       AND BVI-ITM-STAMP(BVI-OTH-IDX) >
072900            BVI-EVT-STAMP(BVI-EVT-IDX)
073000         ADD BVI-ITM-AMOUNT(BVI-OTH-IDX) TO BVI-BASE-BALANCE
073100     END-IF.
073200 2410-ADD-EARLIER-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600* 2450-CALC-INTEREST  -  BAND AND RATE OVER BVI-CALC-BALANCE, THE
073700*                        SAME FOUR BANDS AS ACUMINT
073800*                        3100-PICK-BAND.
073900******************************************************************
074000 2450-CALC-INTEREST.
074100     EVALUATE TRUE
074200         WHEN BVI-CALC-BALANCE <= RTE-LOW-CUTOFF
074300             MOVE RTE-RATE-1 TO BVI-RATE
074400         WHEN BVI-CALC-BALANCE <= RTE-MED-CUTOFF
074500             MOVE RTE-RATE-2 TO BVI-RATE
074600         WHEN BVI-CALC-BALANCE <= RTE-HIGH-CUTOFF
074700             MOVE RTE-RATE-3 TO BVI-RATE
074800         WHEN OTHER
074900             MOVE RTE-RATE-4 TO BVI-RATE
075000     END-EVALUATE.
075100     COMPUTE BVI-INTEREST ROUNDED =
075200         BVI-CALC-BALANCE * BVI-RATE.
075300 2450-CALC-INTEREST-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700* 2500-POST-ADJUSTMENT  -  INTO THE ACCRUED-INTEREST BUCKET,
075800*                          AND AN "ACR " JOURNAL RECORD CHAINING
075900*                          THE BUCKET'S IMAGES LIKE ACUMINT'S,
076000*                          WITH THE REFERENCE BACK TO THE "LOTE"
076100*                          ENTRY.
076200******************************************************************
076300 2500-POST-ADJUSTMENT.
076400*    OLD RECORDS CARRY SPACES IN THE BUCKET - THAT IS ZERO.
076500     IF ACM-ACCRUED-INTEREST IS NOT NUMERIC
076600         MOVE ZERO TO ACM-ACCRUED-INTEREST
076700     END-IF.
076800     MOVE ACM-ACCRUED-INTEREST TO BVI-OLD-BUCKET.
076900     ADD BVI-ADJUSTMENT TO ACM-ACCRUED-INTEREST.
077000     REWRITE ACM-ACCOUNT-RECORD.
077100     MOVE ACM-ACCOUNT-NUMBER   TO PJR-ACCOUNT-NUMBER.
077200     MOVE BVI-OLD-BUCKET       TO PJR-OLD-BALANCE.
077300     MOVE BVI-ADJUSTMENT       TO PJR-AMOUNT.
077400     MOVE ACM-ACCRUED-INTEREST TO PJR-NEW-BALANCE.
077500     MOVE "BVLINT  "           TO PJR-OPERATOR-ID.
077600     MOVE BVI-RUN-DATE         TO PJR-RUN-DATE.
077700     ACCEPT PJR-RUN-TIME FROM TIME.
077800     MOVE "ACR "               TO PJR-SOURCE.
077900     MOVE BVI-ITM-POST-DATE(BVI-ITM-IDX) TO PJR-REF-DATE.
078000     MOVE BVI-ITM-POST-TIME(BVI-ITM-IDX) TO PJR-REF-TIME.
078100     MOVE ZERO TO PJR-XFER-REF.
078200     OPEN EXTEND POST-JRNL-FILE.
078300     IF FS-NOT-FOUND OF WS-JRNL-STATUS
078400         OPEN OUTPUT POST-JRNL-FILE
078500         CLOSE POST-JRNL-FILE
078600         OPEN EXTEND POST-JRNL-FILE
078700     END-IF.
078800     WRITE PJR-JOURNAL-RECORD.
078900     CLOSE POST-JRNL-FILE.
079000 2500-POST-ADJUSTMENT-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400* 2600-PRINT-DETAIL
079500******************************************************************
079600 2600-PRINT-DETAIL.
079700     MOVE BVI-ITM-ACCOUNT(BVI-ITM-IDX)    TO BVI-DET-ACCOUNT.
079800     MOVE BVI-ITM-AMOUNT(BVI-ITM-IDX)     TO BVI-DET-AMOUNT.
079900     MOVE BVI-ITM-VALUE-DATE(BVI-ITM-IDX) TO BVI-DET-VALUE-DATE.
080000     MOVE BVI-ITM-POST-DATE(BVI-ITM-IDX)  TO BVI-DET-POST-DATE.
080100     MOVE BVI-EVENT-COUNT                 TO BVI-DET-DAYS.
080200     MOVE BVI-ITM-ADJ-AMOUNT(BVI-ITM-IDX) TO BVI-DET-ADJUSTMENT.
080300     MOVE BVI-STATE                       TO BVI-DET-STATE.
080400     MOVE BVI-ITM-DESK(BVI-ITM-IDX)       TO BVI-DET-DESK.
080500     MOVE BVI-DETAIL TO PRINT-LINE.
080600     WRITE PRINT-LINE.
080700 2600-PRINT-DETAIL-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100* 4000-REWRITE-LOG  -  BVLLOG IS COPIED TO BVLLOGT WITH THE ITEMS
081200*                      WORKED THIS RUN STAMPED, THEN COPIED BACK.
081300*                      OPBPOST HAS FINISHED APPENDING BY NOW, SO
081400*                      THE RECORD NUMBERS STILL MATCH THE TABLE.
081500******************************************************************
081600 4000-REWRITE-LOG.
081700     OPEN INPUT BACKVAL-LOG-FILE.
081800     OPEN OUTPUT BACKVAL-LOG-TEMP.
081900     MOVE "N" TO BVI-EOF-SW.
082000     MOVE ZERO TO BVI-RECORD-NUMBER.
082100     MOVE 1 TO BVI-PUT-IDX.
082200     PERFORM 4100-STAMP-ONE THRU 4100-STAMP-ONE-EXIT
082300         UNTIL BVI-EOF.
082400     CLOSE BACKVAL-LOG-FILE.
082500     CLOSE BACKVAL-LOG-TEMP.
082600     PERFORM 4300-COPY-BACK-LOG THRU 4300-COPY-BACK-LOG-EXIT.
082700 4000-REWRITE-LOG-EXIT.
082800     EXIT.
082900
083000******************************************************************
083100* 4100-STAMP-ONE
083200******************************************************************
083300 4100-STAMP-ONE.
083400     READ BACKVAL-LOG-FILE
083500         AT END
083600             SET BVI-EOF TO TRUE
083700             GO TO 4100-STAMP-ONE-EXIT
083800     END-READ.
083900     ADD 1 TO BVI-RECORD-NUMBER.
084000     IF BVI-PUT-IDX > BVI-ITM-USED
084100         GO TO 4100-STAMP-ONE-WRITE
084200     END-IF.
084300     IF BVI-ITM-RECNO(BVI-PUT-IDX) NOT = BVI-RECORD-NUMBER
084400         GO TO 4100-STAMP-ONE-WRITE
084500     END-IF.
084600     IF BVI-ITM-WORKED(BVI-PUT-IDX)
084700         MOVE BVI-ITM-STATUS(BVI-PUT-IDX)     TO BVL-STATUS
084800         MOVE BVI-ITM-ADJ-AMOUNT(BVI-PUT-IDX) TO BVL-ADJ-AMOUNT
084900         MOVE BVI-RUN-DATE                    TO BVL-ADJ-DATE
085000         MOVE BVI-ITM-ADJ-DAYS(BVI-PUT-IDX)   TO BVL-ADJ-DAYS
085100     END-IF.
085200     ADD 1 TO BVI-PUT-IDX.
085300 4100-STAMP-ONE-WRITE.
085400     WRITE BACKVAL-LOG-TEMP-RECORD FROM BVL-LOG-RECORD.
085500 4100-STAMP-ONE-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 4300-COPY-BACK-LOG
086000******************************************************************
086100 4300-COPY-BACK-LOG.
086200     OPEN INPUT BACKVAL-LOG-TEMP.
086300     OPEN OUTPUT BACKVAL-LOG-FILE.
086400     MOVE "N" TO BVI-EOF-SW.
086500     PERFORM 4310-COPY-ONE-LOG THRU 4310-COPY-ONE-LOG-EXIT
086600         UNTIL BVI-EOF.
086700     CLOSE BACKVAL-LOG-FILE.
086800     CLOSE BACKVAL-LOG-TEMP.
086900 4300-COPY-BACK-LOG-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 4310-COPY-ONE-LOG
087400******************************************************************
087500 4310-COPY-ONE-LOG.
087600     READ BACKVAL-LOG-TEMP
087700         AT END
087800             SET BVI-EOF TO TRUE
087900             GO TO 4310-COPY-ONE-LOG-EXIT
088000     END-READ.
088100     WRITE BVL-LOG-RECORD FROM BACKVAL-LOG-TEMP-RECORD.
088200 4310-COPY-ONE-LOG-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600* 6000-PRINT-TOTALS
088700******************************************************************
088800 6000-PRINT-TOTALS.
088900     MOVE SPACES TO PRINT-LINE.
089000     WRITE PRINT-LINE.
089100     MOVE "---- TOTALES ----" TO PRINT-LINE.
089200     WRITE PRINT-LINE.
089300     MOVE BVI-WORKED-COUNT TO BVI-CNT-ED.
089400     MOVE BVI-TOTAL-AMOUNT TO BVI-AMT-ED.
089500     MOVE SPACES TO PRINT-LINE.
089600     STRING "POSTEOS CON FECHA VALOR:  " BVI-CNT-ED
089700         "  IMPORTE " BVI-AMT-ED
089800         DELIMITED BY SIZE INTO PRINT-LINE.
089900     WRITE PRINT-LINE.
090000     MOVE BVI-ADJUSTED-COUNT TO BVI-CNT-ED.
090100     MOVE BVI-TOTAL-ADJUSTMENT TO BVI-AMT-ED.
090200     MOVE SPACES TO PRINT-LINE.
090300     STRING "AJUSTADOS:                " BVI-CNT-ED
090400         "  INTERES " BVI-AMT-ED
090500         DELIMITED BY SIZE INTO PRINT-LINE.
090600     WRITE PRINT-LINE.
090700     MOVE BVI-ZERO-COUNT TO BVI-CNT-ED.
090800     MOVE SPACES TO PRINT-LINE.
090900     STRING "  DE ELLOS CON AJUSTE CERO:" BVI-CNT-ED
091000         DELIMITED BY SIZE INTO PRINT-LINE.
091100     WRITE PRINT-LINE.
091200     MOVE BVI-RECOVER-COUNT TO BVI-CNT-ED.
091300     MOVE SPACES TO PRINT-LINE.
091400     STRING "  DE ELLOS YA EN EL DIARIO:" BVI-CNT-ED
091500         DELIMITED BY SIZE INTO PRINT-LINE.
091600     WRITE PRINT-LINE.
091700     MOVE BVI-NOT-ADJ-COUNT TO BVI-CNT-ED.
091800     MOVE SPACES TO PRINT-LINE.
091900     STRING "SIN AJUSTE (CUENTA):      " BVI-CNT-ED
092000         DELIMITED BY SIZE INTO PRINT-LINE.
092100     WRITE PRINT-LINE.
092200     MOVE BVI-LEFT-COUNT TO BVI-CNT-ED.
092300     MOVE SPACES TO PRINT-LINE.
092400     STRING "FUERA DE LA TABLA:        " BVI-CNT-ED
092500         DELIMITED BY SIZE INTO PRINT-LINE.
092600     WRITE PRINT-LINE.
092700 6000-PRINT-TOTALS-EXIT.
092800     EXIT.
092900
093000 END PROGRAM BVLINT.
