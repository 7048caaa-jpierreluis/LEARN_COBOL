000100******************************************************************
000200* PROGRAM-ID: TDEPPRON
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 09/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     MATURITY FORECAST FOR THE TERM DEPOSITS ON TDEPMAST
000800*              (TDEPREC).  LISTS, IN MATURITY ORDER, EVERY DEPOSIT
000900*              IN FORCE THAT FALLS DUE WITHIN THE NEXT N CALENDAR
001000*              DAYS (SYSIN, BLANK = 030) - AND ANY ALREADY PAST
001100*              MATURITY THAT TDEPVEN HAS NOT YET SETTLED - WITH
001200*              THE INTEREST OF THE WHOLE TERM AT THE FIXED RATE
001300*              (ACTUAL DAYS OVER 365, AS TDEPVEN ACCRUES IT), THE
001400*              WHTCTL WITHHOLDING IT WILL BEAR (CUSTMAST
001500*              EXEMPTIONS AS IN INTCAP) AND THE FUNDS THAT WILL
001600*              LEAVE THE DEPOSIT UNDER ITS INSTRUCTION: PRINCIPAL
001700*              PLUS NET INTEREST ON A PAYOUT, THE NET INTEREST ON
001800*              A PRINCIPAL ROLLOVER, NOTHING ON A FULL ROLLOVER.
001900*              TOTALS BY INSTRUCTION AND FOR THE WHOLE PERIOD.
002000*              DEPOSITS WHOSE BREAK IS ALREADY REQUESTED ARE
002100*              COUNTED APART, AS TDEPVEN SETTLES THEM ON ITS NEXT
002200*              RUN WHATEVER THEIR MATURITY.  READ ONLY; A FULL
002300*              TABLE SETS RETURN-CODE 4.
002400* TECTONICS:   cobc -x example93-pronosticoVencimientos.cbl
002500*
002600* MODIFICATION HISTORY
002700*   09/10/26  JPL  INITIAL VERSION.
002800******************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. TDEPPRON.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TDP-ACCOUNT-NUMBER
004000         FILE STATUS IS WS-TDEPMAST-STATUS.
004100
004200     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS CST-CUSTOMER-ID
004600         FILE STATUS IS WS-CUSTMAST-STATUS.
004700
004800     SELECT WHT-CONTROL-FILE ASSIGN TO "WHTCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-WHTCTL-STATUS.
005100
005200     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PRINT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TERM-DEPOSIT-FILE.
005900 COPY TDEPREC.
006000
006100 FD  CUST-MASTER-FILE.
006200 COPY CUSTREC.
006300
006400 FD  WHT-CONTROL-FILE.
006500 01  WHT-CTL-LINE                    PIC X(20).
006600
006700 FD  PRINT-FILE.
006800 01  PRINT-LINE                      PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-TDEPMAST-STATUS.
007200     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
007300 01  WS-CUSTMAST-STATUS.
007400     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
007500 01  WS-WHTCTL-STATUS.
007600     COPY FSTATCOD REPLACING FS-NAME BY WS-WHTCTL-CODE.
007700 01  WS-PRINT-STATUS.
007800     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
007900 COPY WHTCTL.
008000
008100 77  TDF-RUN-DATE                    PIC 9(08).
008200 77  TDF-DAYS-INPUT                  PIC X(03) VALUE SPACES.
008300 77  TDF-DAYS                        PIC 9(03) VALUE 30.
008400 77  TDF-CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
008500 77  TDF-EOF-SW                      PIC X(01) VALUE "N".
008600     88  TDF-EOF                     VALUE "Y".
008700 77  TDF-CUST-OPEN-SW                PIC X(01) VALUE "N".
008800     88  TDF-CUST-OPEN               VALUE "Y".
008900 77  TDF-EXEMPT-SW                   PIC X(01) VALUE "N".
009000     88  TDF-EXEMPT                  VALUE "Y".
009100 77  TDF-WHT-RATE                    PIC 9V9999 VALUE ZERO.
009200
009300******************************************************************
009400* THE FIGURES OF ONE DEPOSIT, WORKED OUT AS TDEPVEN WILL WORK
009500* THEM OUT ON THE MATURITY DATE.
009600******************************************************************
009700 77  TDF-START-INT                   PIC S9(09) COMP VALUE ZERO.
009800 77  TDF-END-INT                     PIC S9(09) COMP VALUE ZERO.
009900 77  TDF-DAYS-IN-TERM                PIC 9(05) VALUE ZERO.
010000 77  TDF-INTEREST                    PIC 9(07)V99 VALUE ZERO.
010100 77  TDF-WHT-AMOUNT                  PIC 9(07)V99 VALUE ZERO.
010200 77  TDF-NET-INTEREST                PIC 9(07)V99 VALUE ZERO.
010300 77  TDF-CASH-OUT                    PIC 9(09)V99 VALUE ZERO.
010400 77  TDF-INS-IDX                     PIC 9(01) COMP VALUE 1.
010500
010600******************************************************************
010700* ONE ROW PER DEPOSIT DUE, KEPT IN MATURITY + ACCOUNT ORDER AS
010800* THE ROWS ARE ADDED (TDEPMAST IS READ IN ACCOUNT ORDER).
010900******************************************************************
011000 77  TDF-ROW-MAX                     PIC 9(03) VALUE 500.
011100 01  TDF-ROW-TABLE.
011200     05  TDF-ROW-ENTRY               OCCURS 500 TIMES.
011300         10  TDF-RW-KEY.
011400             15  TDF-RW-MATURITY     PIC 9(08).
011500             15  TDF-RW-ACCOUNT      PIC X(10).
011600         10  TDF-RW-CUSTOMER         PIC X(08).
011700         10  TDF-RW-PRINCIPAL        PIC 9(09)V99.
011800         10  TDF-RW-RATE             PIC 9V9999.
011900         10  TDF-RW-INTEREST         PIC 9(07)V99.
012000         10  TDF-RW-WHT              PIC 9(07)V99.
012100         10  TDF-RW-NET              PIC 9(07)V99.
012200         10  TDF-RW-CASH-OUT         PIC 9(09)V99.
012300         10  TDF-RW-INS-IDX          PIC 9(01).
012400         10  TDF-RW-EXEMPT-SW        PIC X(01).
012500             88  TDF-RW-EXEMPT       VALUE "Y".
012600 77  TDF-ROW-USED                    PIC 9(03) COMP VALUE ZERO.
012700 77  TDF-ROW-IDX                     PIC 9(03) COMP VALUE 1.
012800 77  TDF-GAP-FOUND-SW                PIC X(01) VALUE "N".
012900     88  TDF-GAP-FOUND               VALUE "Y".
013000 77  TDF-OVERFLOW-COUNT              PIC 9(07) VALUE ZERO.
013100 01  TDF-ROW-WANTED.
013200     05  TDF-WANT-MATURITY           PIC 9(08).
013300     05  TDF-WANT-ACCOUNT            PIC X(10).
013400
013500******************************************************************
013600* TOTALS BY INSTRUCTION IN THE ORDER P R T, THEN THE PERIOD.
013700******************************************************************
013800 01  TDF-INS-NAMES.
013900     05  FILLER                      PIC X(12)
014000                                     VALUE "PAGO TOTAL".
014100     05  FILLER                      PIC X(12)
014200                                     VALUE "RENUEVA CAP.".
014300     05  FILLER                      PIC X(12)
014400                                     VALUE "RENUEVA TODO".
014500 01  TDF-INS-NAME-TABLE REDEFINES TDF-INS-NAMES.
014600     05  TDF-INS-NAME                PIC X(12) OCCURS 3 TIMES.
014700 01  TDF-INS-TOTALS.
014800     05  TDF-INS-TOTAL               OCCURS 4 TIMES.
014900         10  TDF-IT-COUNT            PIC 9(05).
015000         10  TDF-IT-PRINCIPAL        PIC 9(11)V99.
015100         10  TDF-IT-INTEREST         PIC 9(09)V99.
015200         10  TDF-IT-WHT              PIC 9(09)V99.
015300         10  TDF-IT-NET              PIC 9(09)V99.
015400         10  TDF-IT-CASH-OUT         PIC 9(11)V99.
015500
015600 77  TDF-READ-COUNT                  PIC 9(07) VALUE ZERO.
015700 77  TDF-ACTIVE-COUNT                PIC 9(07) VALUE ZERO.
015800 77  TDF-OVERDUE-COUNT               PIC 9(07) VALUE ZERO.
015900 77  TDF-BREAK-COUNT                 PIC 9(07) VALUE ZERO.
016000 77  TDF-BREAK-PRINCIPAL             PIC 9(11)V99 VALUE ZERO.
016100
016200******************************************************************
016300* THE LINE FOR ONE DEPOSIT AND THE LINE FOR ONE TOTAL
016400******************************************************************
016500 01  TDF-DETAIL.
016600     05  FILLER                      PIC X(01) VALUE SPACES.
016700     05  TDF-DET-MATURITY            PIC 9(08).
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  TDF-DET-ACCOUNT             PIC X(10).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  TDF-DET-CUSTOMER            PIC X(08).
017200     05  TDF-DET-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
017300     05  FILLER                      PIC X(01) VALUE SPACES.
017400     05  TDF-DET-RATE                PIC 9.9999.
017500     05  TDF-DET-INTEREST            PIC Z,ZZZ,ZZ9.99.
017600     05  TDF-DET-WHT                 PIC Z,ZZZ,ZZ9.99.
017700     05  TDF-DET-NET                 PIC Z,ZZZ,ZZ9.99.
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  TDF-DET-INSTRUCTION         PIC X(12).
018000     05  TDF-DET-CASH-OUT            PIC ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                      PIC X(02) VALUE SPACES.
018200     05  TDF-DET-NOTE                PIC X(14).
018300 01  TDF-TOTAL-LINE.
018400     05  FILLER                      PIC X(01) VALUE SPACES.
018500     05  TDF-TOT-LABEL               PIC X(21).
018600     05  TDF-TOT-COUNT               PIC ZZZ,ZZ9.
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  TDF-TOT-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
018900     05  FILLER                      PIC X(07) VALUE SPACES.
019000     05  TDF-TOT-INTEREST            PIC Z,ZZZ,ZZ9.99.
019100     05  TDF-TOT-WHT                 PIC Z,ZZZ,ZZ9.99.
019200     05  TDF-TOT-NET                 PIC Z,ZZZ,ZZ9.99.
019300     05  FILLER                      PIC X(14) VALUE SPACES.
019400     05  TDF-TOT-CASH-OUT            PIC ZZZ,ZZZ,ZZ9.99.
019500     05  FILLER                      PIC X(16) VALUE SPACES.
019600 01  TDF-RATE-ED                     PIC 9.9999.
019700 01  TDF-AMT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019800 01  TDF-CNT-ED                      PIC Z,ZZZ,ZZ9.
019900
020000 PROCEDURE DIVISION.
020100******************************************************************
020200* 0000-MAINLINE
020300******************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020600     OPEN OUTPUT PRINT-FILE.
020700     MOVE SPACES TO PRINT-LINE.
020800     STRING "PRONOSTICO DE VENCIMIENTOS DE DEPOSITOS A PLAZO AL "
020900         TDF-RUN-DATE " - PROXIMOS " TDF-DAYS " DIAS (HASTA "
021000         TDF-CUTOFF-DATE ")"
021100         DELIMITED BY SIZE INTO PRINT-LINE.
021200     WRITE PRINT-LINE.
021300     MOVE TDF-WHT-RATE TO TDF-RATE-ED.
021400     MOVE SPACES TO PRINT-LINE.
021500     STRING "TASA DE RETENCION (WHTCTL): " TDF-RATE-ED
021600         DELIMITED BY SIZE INTO PRINT-LINE.
021700     WRITE PRINT-LINE.
021800     MOVE SPACES TO PRINT-LINE.
021900     WRITE PRINT-LINE.
022000     OPEN INPUT TERM-DEPOSIT-FILE.
022100     IF NOT FS-SUCCESS OF WS-TDEPMAST-STATUS
022200         MOVE "*** SIN DEPOSITOS A PLAZO EN TDEPMAST."
022300             TO PRINT-LINE
022400         WRITE PRINT-LINE
022500         DISPLAY "TDEPPRON: TDEPMAST NO DISPONIBLE - ESTADO "
022600             WS-TDEPMAST-STATUS " - SIN DEPOSITOS QUE INFORMAR."
022700         GO TO 0000-MAINLINE-CLOSE
022800     END-IF.
022900     OPEN INPUT CUST-MASTER-FILE.
023000     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
023100         SET TDF-CUST-OPEN TO TRUE
023200     ELSE
023300         MOVE SPACES TO PRINT-LINE
023400         STRING "CUSTMAST NO DISPONIBLE - SE ESTIMA RETENCION "
023500             "PARA TODOS LOS CLIENTES"
023600             DELIMITED BY SIZE INTO PRINT-LINE
023700         WRITE PRINT-LINE
023800     END-IF.
023900     PERFORM 1500-PRINT-HEADINGS THRU 1500-PRINT-HEADINGS-EXIT.
024000     MOVE LOW-VALUES TO TDP-ACCOUNT-NUMBER.
024100     START TERM-DEPOSIT-FILE KEY NOT < TDP-ACCOUNT-NUMBER
024200         INVALID KEY
024300             SET TDF-EOF TO TRUE
024400     END-START.
024500     PERFORM 2000-ONE-DEPOSIT THRU 2000-ONE-DEPOSIT-EXIT
024600         UNTIL TDF-EOF.
024700     CLOSE TERM-DEPOSIT-FILE.
024800     IF TDF-CUST-OPEN
024900         CLOSE CUST-MASTER-FILE
025000     END-IF.
025100     IF TDF-ROW-USED > ZERO
025200         PERFORM 3000-PRINT-ONE-ROW THRU 3000-PRINT-ONE-ROW-EXIT
025300             VARYING TDF-ROW-IDX FROM 1 BY 1
025400             UNTIL TDF-ROW-IDX > TDF-ROW-USED
025500     END-IF.
025600     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
025700     IF TDF-OVERFLOW-COUNT > ZERO
025800         MOVE 4 TO RETURN-CODE
025900     END-IF.
026000     DISPLAY "TDEPPRON: " TDF-ROW-USED " DEPOSITOS VENCEN HASTA "
026100         TDF-CUTOFF-DATE ", " TDF-BREAK-COUNT
026200         " CON CANCELACION SOLICITADA.".
026300 0000-MAINLINE-CLOSE.
026400     CLOSE PRINT-FILE.
026500 0000-MAINLINE-EXIT.
026600     GOBACK.
026700
026800******************************************************************
026900* 1000-INITIALIZE  -  THE HORIZON FROM SYSIN (THREE DIGITS; BLANK
027000*                     OR ZERO IS 030) AND THE WITHHOLDING RATE
027100*                     FROM WHTCTL, THE INTCAP MODEL.
027200******************************************************************
027300 1000-INITIALIZE.
027400     ACCEPT TDF-RUN-DATE FROM DATE YYYYMMDD.
027500     DISPLAY "DIAS DEL PRONOSTICO (3 DIGITOS, BLANCO=030): ".
027600     ACCEPT TDF-DAYS-INPUT.
027700     IF TDF-DAYS-INPUT IS NUMERIC
027800         MOVE TDF-DAYS-INPUT TO TDF-DAYS
027900     END-IF.
028000     IF TDF-DAYS = ZERO
028100         MOVE 30 TO TDF-DAYS
028200     END-IF.
028300     COMPUTE TDF-END-INT =
028400         FUNCTION INTEGER-OF-DATE(TDF-RUN-DATE) + TDF-DAYS.
028500     COMPUTE TDF-CUTOFF-DATE =
028600         FUNCTION DATE-OF-INTEGER(TDF-END-INT).
028700     MOVE ZERO TO TDF-WHT-RATE.
028800     OPEN INPUT WHT-CONTROL-FILE.
028900     IF WS-WHTCTL-STATUS = "00"
029000         READ WHT-CONTROL-FILE INTO WHC-CTL-RECORD
029100             AT END
029200                 CONTINUE
029300             NOT AT END
029400                 IF WHC-RATE IS NUMERIC
029500                     MOVE WHC-RATE TO TDF-WHT-RATE
029600                 END-IF
029700         END-READ
029800         CLOSE WHT-CONTROL-FILE
029900     END-IF.
030000     PERFORM 1100-CLEAR-TOTAL THRU 1100-CLEAR-TOTAL-EXIT
030100         VARYING TDF-INS-IDX FROM 1 BY 1
030200         UNTIL TDF-INS-IDX > 4.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700* 1100-CLEAR-TOTAL
030800******************************************************************
030900 1100-CLEAR-TOTAL.
031000     MOVE ZERO TO TDF-IT-COUNT(TDF-INS-IDX)
031100                  TDF-IT-PRINCIPAL(TDF-INS-IDX)
031200                  TDF-IT-INTEREST(TDF-INS-IDX)
031300                  TDF-IT-WHT(TDF-INS-IDX)
031400                  TDF-IT-NET(TDF-INS-IDX)
031500                  TDF-IT-CASH-OUT(TDF-INS-IDX).
031600 1100-CLEAR-TOTAL-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000* 1500-PRINT-HEADINGS
032100******************************************************************
032200 1500-PRINT-HEADINGS.
032300     MOVE SPACES TO PRINT-LINE.
032400     STRING " VENCIM.   CUENTA      CLIENTE        CAPITAL   TA"
032500         "SA     INTERES   RETENCION   INT. NETO  INSTRUCCIO"
032600         "N  SALIDA FONDOS  OBSERVACION"
032700         DELIMITED BY SIZE INTO PRINT-LINE.
032800     WRITE PRINT-LINE.
032900 1500-PRINT-HEADINGS-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* 2000-ONE-DEPOSIT  -  A DEPOSIT IN FORCE DUE BY THE CUTOFF GETS
033400*                      ITS ROW.  PAID-OUT AND BROKEN DEPOSITS ARE
033500*                      ONLY THE TRAIL.
033600******************************************************************
033700 2000-ONE-DEPOSIT.
033800     READ TERM-DEPOSIT-FILE NEXT
033900         AT END
034000             SET TDF-EOF TO TRUE
034100             GO TO 2000-ONE-DEPOSIT-EXIT
034200     END-READ.
034300     ADD 1 TO TDF-READ-COUNT.
034400     IF NOT TDP-STAT-ACTIVE
034500         GO TO 2000-ONE-DEPOSIT-EXIT
034600     END-IF.
034700     ADD 1 TO TDF-ACTIVE-COUNT.
034800     IF TDP-BREAK-REQUESTED
034900         ADD 1 TO TDF-BREAK-COUNT
035000         ADD TDP-PRINCIPAL TO TDF-BREAK-PRINCIPAL
035100         GO TO 2000-ONE-DEPOSIT-EXIT
035200     END-IF.
035300     IF TDP-MATURITY-DATE > TDF-CUTOFF-DATE
035400         GO TO 2000-ONE-DEPOSIT-EXIT
035500     END-IF.
035600     IF TDP-MATURITY-DATE < TDF-RUN-DATE
035700         ADD 1 TO TDF-OVERDUE-COUNT
035800     END-IF.
035900     PERFORM 2100-PROJECT-DEPOSIT THRU 2100-PROJECT-DEPOSIT-EXIT.
036000     PERFORM 2200-INSERT-ROW THRU 2200-INSERT-ROW-EXIT.
036100 2000-ONE-DEPOSIT-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 2100-PROJECT-DEPOSIT  -  INTEREST OF THE TERM, WITHHOLDING (NONE
036600*                          FOR AN EXEMPT CUSTOMER) AND THE FUNDS
036700*                          THE INSTRUCTION TAKES OUT.  AN UNKNOWN
036800*                          INSTRUCTION IS SHOWN AS A PAYOUT, THE
036900*                          CASE THAT DRAINS THE MOST.
037000******************************************************************
037100 2100-PROJECT-DEPOSIT.
037200     COMPUTE TDF-START-INT =
037300         FUNCTION INTEGER-OF-DATE(TDP-START-DATE).
037400     COMPUTE TDF-END-INT =
037500         FUNCTION INTEGER-OF-DATE(TDP-MATURITY-DATE).
037600     MOVE ZERO TO TDF-DAYS-IN-TERM.
037700     IF TDF-END-INT > TDF-START-INT
037800         COMPUTE TDF-DAYS-IN-TERM = TDF-END-INT - TDF-START-INT
037900     END-IF.
038000     COMPUTE TDF-INTEREST ROUNDED =
038100         TDP-PRINCIPAL * TDP-RATE * TDF-DAYS-IN-TERM / 365.
038200     MOVE "N" TO TDF-EXEMPT-SW.
038300     IF TDF-CUST-OPEN
038400         MOVE TDP-CUSTOMER-ID TO CST-CUSTOMER-ID
038500         READ CUST-MASTER-FILE
038600             INVALID KEY
038700                 CONTINUE
038800             NOT INVALID KEY
038900                 IF CST-WHT-EXEMPT
039000                     SET TDF-EXEMPT TO TRUE
039100                 END-IF
039200         END-READ
039300     END-IF.
039400     MOVE ZERO TO TDF-WHT-AMOUNT.
039500     IF NOT TDF-EXEMPT
039600         COMPUTE TDF-WHT-AMOUNT ROUNDED =
039700             TDF-INTEREST * TDF-WHT-RATE
039800     END-IF.
039900     COMPUTE TDF-NET-INTEREST = TDF-INTEREST - TDF-WHT-AMOUNT.
040000     EVALUATE TRUE
040100         WHEN TDP-INS-ROLL-PRINCIPAL
040200             MOVE 2 TO TDF-INS-IDX
040300             MOVE TDF-NET-INTEREST TO TDF-CASH-OUT
040400         WHEN TDP-INS-ROLL-ALL
040500             MOVE 3 TO TDF-INS-IDX
040600             MOVE ZERO TO TDF-CASH-OUT
040700         WHEN OTHER
040800             MOVE 1 TO TDF-INS-IDX
040900             COMPUTE TDF-CASH-OUT =
041000                 TDP-PRINCIPAL + TDF-NET-INTEREST
041100     END-EVALUATE.
041200 2100-PROJECT-DEPOSIT-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 2200-INSERT-ROW  -  ROWS WITH A LATER KEY MOVE ONE PLACE UP AND
041700*                     THE DEPOSIT TAKES THE GAP, SO THE TABLE
041800*                     STAYS IN MATURITY + ACCOUNT ORDER.
041900******************************************************************
042000 2200-INSERT-ROW.
042100     IF TDF-ROW-USED >= TDF-ROW-MAX
042200         ADD 1 TO TDF-OVERFLOW-COUNT
042300         DISPLAY "TDEPPRON: TABLA DE VENCIMIENTOS LLENA - SE "
042400             "OMITE " TDP-ACCOUNT-NUMBER
042500         GO TO 2200-INSERT-ROW-EXIT
042600     END-IF.
042700     MOVE TDP-MATURITY-DATE TO TDF-WANT-MATURITY.
042800     MOVE TDP-ACCOUNT-NUMBER TO TDF-WANT-ACCOUNT.
042900     MOVE TDF-ROW-USED TO TDF-ROW-IDX.
043000     MOVE "N" TO TDF-GAP-FOUND-SW.
043100     PERFORM 2210-SHIFT-ROW THRU 2210-SHIFT-ROW-EXIT
043200         UNTIL TDF-GAP-FOUND.
043300     ADD 1 TO TDF-ROW-IDX.
043400     ADD 1 TO TDF-ROW-USED.
043500     MOVE TDF-ROW-WANTED TO TDF-RW-KEY(TDF-ROW-IDX).
043600     MOVE TDP-CUSTOMER-ID TO TDF-RW-CUSTOMER(TDF-ROW-IDX).
043700     MOVE TDP-PRINCIPAL TO TDF-RW-PRINCIPAL(TDF-ROW-IDX).
043800     MOVE TDP-RATE TO TDF-RW-RATE(TDF-ROW-IDX).
043900     MOVE TDF-INTEREST TO TDF-RW-INTEREST(TDF-ROW-IDX).
044000     MOVE TDF-WHT-AMOUNT TO TDF-RW-WHT(TDF-ROW-IDX).
044100     MOVE TDF-NET-INTEREST TO TDF-RW-NET(TDF-ROW-IDX).
044200     MOVE TDF-CASH-OUT TO TDF-RW-CASH-OUT(TDF-ROW-IDX).
044300     MOVE TDF-INS-IDX TO TDF-RW-INS-IDX(TDF-ROW-IDX).
044400     MOVE TDF-EXEMPT-SW TO TDF-RW-EXEMPT-SW(TDF-ROW-IDX).
044500 2200-INSERT-ROW-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 2210-SHIFT-ROW  -  ONE ROW UP, TO OPEN THE INSERT POSITION,
045000*                    UNTIL THE ROW BELOW THE GAP SORTS FIRST.
045100******************************************************************
045200 2210-SHIFT-ROW.
045300     IF TDF-ROW-IDX = ZERO
045400         SET TDF-GAP-FOUND TO TRUE
045500         GO TO 2210-SHIFT-ROW-EXIT
045600     END-IF.
045700     IF TDF-RW-KEY(TDF-ROW-IDX) NOT > TDF-ROW-WANTED
045800         SET TDF-GAP-FOUND TO TRUE
045900         GO TO 2210-SHIFT-ROW-EXIT
046000     END-IF.
046100     MOVE TDF-ROW-ENTRY(TDF-ROW-IDX)
046200         TO TDF-ROW-ENTRY(TDF-ROW-IDX + 1).
046300     SUBTRACT 1 FROM TDF-ROW-IDX.
046400 2210-SHIFT-ROW-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800* 3000-PRINT-ONE-ROW  -  THE DEPOSIT LINE, COUNTED INTO ITS
046900*                        INSTRUCTION AND INTO THE PERIOD (ROW 4).
047000******************************************************************
047100 3000-PRINT-ONE-ROW.
047200     MOVE TDF-RW-MATURITY(TDF-ROW-IDX) TO TDF-DET-MATURITY.
047300     MOVE TDF-RW-ACCOUNT(TDF-ROW-IDX) TO TDF-DET-ACCOUNT.
047400     MOVE TDF-RW-CUSTOMER(TDF-ROW-IDX) TO TDF-DET-CUSTOMER.
047500     MOVE TDF-RW-PRINCIPAL(TDF-ROW-IDX) TO TDF-DET-PRINCIPAL.
047600     MOVE TDF-RW-RATE(TDF-ROW-IDX) TO TDF-DET-RATE.
047700     MOVE TDF-RW-INTEREST(TDF-ROW-IDX) TO TDF-DET-INTEREST.
047800     MOVE TDF-RW-WHT(TDF-ROW-IDX) TO TDF-DET-WHT.
047900     MOVE TDF-RW-NET(TDF-ROW-IDX) TO TDF-DET-NET.
048000     MOVE TDF-RW-INS-IDX(TDF-ROW-IDX) TO TDF-INS-IDX.
048100     MOVE TDF-INS-NAME(TDF-INS-IDX) TO TDF-DET-INSTRUCTION.
048200     MOVE TDF-RW-CASH-OUT(TDF-ROW-IDX) TO TDF-DET-CASH-OUT.
048300     MOVE SPACES TO TDF-DET-NOTE.
048400     EVALUATE TRUE
048500         WHEN TDF-RW-MATURITY(TDF-ROW-IDX) < TDF-RUN-DATE
048600           AND TDF-RW-EXEMPT(TDF-ROW-IDX)
048700             MOVE "VENCIDO EXENTO" TO TDF-DET-NOTE
048800         WHEN TDF-RW-MATURITY(TDF-ROW-IDX) < TDF-RUN-DATE
048900             MOVE "VENCIDO" TO TDF-DET-NOTE
049000         WHEN TDF-RW-EXEMPT(TDF-ROW-IDX)
049100             MOVE "EXENTO" TO TDF-DET-NOTE
049200     END-EVALUATE.
049300     MOVE TDF-DETAIL TO PRINT-LINE.
049400     WRITE PRINT-LINE.
049500     PERFORM 3100-ADD-TOTAL THRU 3100-ADD-TOTAL-EXIT.
049600     MOVE 4 TO TDF-INS-IDX.
049700     PERFORM 3100-ADD-TOTAL THRU 3100-ADD-TOTAL-EXIT.
049800 3000-PRINT-ONE-ROW-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 3100-ADD-TOTAL
050300******************************************************************
050400 3100-ADD-TOTAL.
050500     ADD 1 TO TDF-IT-COUNT(TDF-INS-IDX).
050600     ADD TDF-RW-PRINCIPAL(TDF-ROW-IDX)
050700         TO TDF-IT-PRINCIPAL(TDF-INS-IDX).
050800     ADD TDF-RW-INTEREST(TDF-ROW-IDX)
050900         TO TDF-IT-INTEREST(TDF-INS-IDX).
051000     ADD TDF-RW-WHT(TDF-ROW-IDX) TO TDF-IT-WHT(TDF-INS-IDX).
051100     ADD TDF-RW-NET(TDF-ROW-IDX) TO TDF-IT-NET(TDF-INS-IDX).
051200     ADD TDF-RW-CASH-OUT(TDF-ROW-IDX)
051300         TO TDF-IT-CASH-OUT(TDF-INS-IDX).
051400 3100-ADD-TOTAL-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 6000-PRINT-TOTALS  -  ONE LINE PER INSTRUCTION AND THE PERIOD,
051900*                       THEN THE RUN COUNTS.
052000******************************************************************
052100 6000-PRINT-TOTALS.
052200     MOVE SPACES TO PRINT-LINE.
052300     WRITE PRINT-LINE.
052400     MOVE "---- TOTALES ----" TO PRINT-LINE.
052500     WRITE PRINT-LINE.
052600     MOVE SPACES TO PRINT-LINE.
052700     STRING " INSTRUCCION        DEPOSITOS         CAPITAL     "
052800         "       INTERES   RETENCION   INT. NETO            "
052900         "   SALIDA FONDOS"
053000         DELIMITED BY SIZE INTO PRINT-LINE.
053100     WRITE PRINT-LINE.
053200     PERFORM 6100-PRINT-ONE-TOTAL THRU 6100-PRINT-ONE-TOTAL-EXIT
053300         VARYING TDF-INS-IDX FROM 1 BY 1
053400         UNTIL TDF-INS-IDX > 4.
053500     MOVE SPACES TO PRINT-LINE.
053600     WRITE PRINT-LINE.
053700     MOVE TDF-READ-COUNT TO TDF-CNT-ED.
053800     MOVE SPACES TO PRINT-LINE.
053900     STRING "DEPOSITOS LEIDOS:             " TDF-CNT-ED
054000         DELIMITED BY SIZE INTO PRINT-LINE.
054100     WRITE PRINT-LINE.
054200     MOVE TDF-ACTIVE-COUNT TO TDF-CNT-ED.
054300     MOVE SPACES TO PRINT-LINE.
054400     STRING "DEPOSITOS VIGENTES:           " TDF-CNT-ED
054500         DELIMITED BY SIZE INTO PRINT-LINE.
054600     WRITE PRINT-LINE.
054700     MOVE TDF-OVERDUE-COUNT TO TDF-CNT-ED.
054800     MOVE SPACES TO PRINT-LINE.
054900     STRING "VENCIDOS SIN LIQUIDAR:        " TDF-CNT-ED
055000         DELIMITED BY SIZE INTO PRINT-LINE.
055100     WRITE PRINT-LINE.
055200     MOVE TDF-BREAK-COUNT TO TDF-CNT-ED.
055300     MOVE SPACES TO PRINT-LINE.
055400     STRING "CANCELACIONES SOLICITADAS:    " TDF-CNT-ED
055500         DELIMITED BY SIZE INTO PRINT-LINE.
055600     WRITE PRINT-LINE.
055700     MOVE TDF-BREAK-PRINCIPAL TO TDF-AMT-ED.
055800     MOVE SPACES TO PRINT-LINE.
055900     STRING "CAPITAL A CANCELAR (TDEPVEN): " TDF-AMT-ED
056000         DELIMITED BY SIZE INTO PRINT-LINE.
056100     WRITE PRINT-LINE.
056200     MOVE TDF-OVERFLOW-COUNT TO TDF-CNT-ED.
056300     MOVE SPACES TO PRINT-LINE.
056400     STRING "SIN LUGAR EN LA TABLA:        " TDF-CNT-ED
056500         DELIMITED BY SIZE INTO PRINT-LINE.
056600     WRITE PRINT-LINE.
056700 6000-PRINT-TOTALS-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100* 6100-PRINT-ONE-TOTAL
057200******************************************************************
057300 6100-PRINT-ONE-TOTAL.
057400     IF TDF-INS-IDX = 4
057500         MOVE "TOTAL DEL PERIODO" TO TDF-TOT-LABEL
057600     ELSE
057700         MOVE TDF-INS-NAME(TDF-INS-IDX) TO TDF-TOT-LABEL
057800     END-IF.
057900     MOVE TDF-IT-COUNT(TDF-INS-IDX) TO TDF-TOT-COUNT.
058000     MOVE TDF-IT-PRINCIPAL(TDF-INS-IDX) TO TDF-TOT-PRINCIPAL.
058100     MOVE TDF-IT-INTEREST(TDF-INS-IDX) TO TDF-TOT-INTEREST.
058200     MOVE TDF-IT-WHT(TDF-INS-IDX) TO TDF-TOT-WHT.
058300     MOVE TDF-IT-NET(TDF-INS-IDX) TO TDF-TOT-NET.
058400     MOVE TDF-IT-CASH-OUT(TDF-INS-IDX) TO TDF-TOT-CASH-OUT.
058500     MOVE TDF-TOTAL-LINE TO PRINT-LINE.
058600     WRITE PRINT-LINE.
058700 6100-PRINT-ONE-TOTAL-EXIT.
058800     EXIT.
