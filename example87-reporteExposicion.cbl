000100******************************************************************
000200* PROGRAM-ID: EXPORPT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 06/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     NIGHTLY CUSTOMER EXPOSURE REPORT.  READS THE WHOLE
000800*              CUSTMAST IN CUSTOMER ORDER AND, FOR EVERY ACTIVE
000900*              CUSTOMER, ASKS EXPOSUM FOR THE TOTAL EXPOSURE -
001000*              THE OVERDRAWN BALANCES OF ALL THE CUSTOMER'S
001100*              ACCOUNTS IN LOCAL CURRENCY - SO THE REPORT AND THE
001200*              POSTING CHECK CAN NEVER DISAGREE ABOUT THE SUM.
001300*              EACH LINE CARRIES THE CUSTOMER LIMIT, THE EXPOSURE,
001400*              THE UTILIZATION PERCENTAGE AND A MARK:
001500*                EXCEDIDO   - EXPOSURE OVER THE CUSTOMER LIMIT
001600*                CERCA      - AT OR OVER THE NEAR PERCENTAGE ON
001700*                             SYSIN (BLANK = 90) OF THE LIMIT
001800*                SIN LIMITE - EXPOSURE BUT NO CUSTOMER LIMIT SET
001900*              INACTIVE CUSTOMERS ARE COUNTED, NOT LISTED.
002000*              RETURN-CODE 4 WHEN ANY CUSTOMER IS OVER THE LIMIT,
002100*              SO THE STEP SHOWS IN THE JOB LOG.  PRINTS THROUGH
002200*              THE 132-COLUMN CONVENTION.
002300* TECTONICS:   cobc -x example87-reporteExposicion.cbl
002400*                  example86-exposicionCliente.cbl
002500*
002600* MODIFICATION HISTORY
002700*   06/10/26  JPL  INITIAL VERSION.
002800******************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. EXPORPT.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CST-CUSTOMER-ID
004000         FILE STATUS IS WS-CUSTMAST-STATUS.
004100
004200     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PRINT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CUST-MASTER-FILE.
004900 COPY CUSTREC.
005000
005100 FD  PRINT-FILE.
005200 01  PRINT-LINE                      PIC X(132).
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-CUSTMAST-STATUS.
005600     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
005700 01  WS-PRINT-STATUS.
005800     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
005900
006000 COPY EXPPARM.
006100
006200 77  XRP-NEAR-INPUT                  PIC X(03) VALUE SPACES.
006300 77  XRP-NEAR-PERCENT                PIC 9(03) VALUE 090.
006400 77  XRP-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
006500 77  XRP-MARK-TEXT                   PIC X(10) VALUE SPACES.
006600 77  XRP-EOF-SW                      PIC X(01) VALUE "N".
006700     88  XRP-EOF                     VALUE "Y".
006800
006900******************************************************************
007000* THE DETAIL LINE - ONE PER ACTIVE CUSTOMER.
007100******************************************************************
007200 01  XRP-DETAIL.
007300     05  FILLER                      PIC X(02) VALUE SPACES.
007400     05  XRP-DET-CUSTOMER            PIC X(08).
007500     05  FILLER                      PIC X(02) VALUE SPACES.
007600     05  XRP-DET-NAME                PIC X(30).
007700     05  FILLER                      PIC X(02) VALUE SPACES.
007800     05  XRP-DET-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
007900     05  FILLER                      PIC X(02) VALUE SPACES.
008000     05  XRP-DET-EXPOSURE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008100     05  FILLER                      PIC X(02) VALUE SPACES.
008200     05  XRP-DET-PERCENT             PIC ZZ,ZZ9.9.
008300     05  FILLER                      PIC X(02) VALUE SPACES.
008400     05  XRP-DET-ACCOUNTS            PIC ZZ9.
008500     05  FILLER                      PIC X(03) VALUE SPACES.
008600     05  XRP-DET-OVERDRAWN           PIC ZZ9.
008700     05  FILLER                      PIC X(03) VALUE SPACES.
008800     05  XRP-DET-NO-RATE             PIC ZZ9.
008900     05  FILLER                      PIC X(02) VALUE SPACES.
009000     05  XRP-DET-MARK                PIC X(10).
009100     05  FILLER                      PIC X(16) VALUE SPACES.
009200
009300******************************************************************
009400* RUN TOTALS
009500******************************************************************
009600 77  XRP-READ-COUNT                  PIC 9(07) VALUE ZERO.
009700 77  XRP-INACTIVE-COUNT              PIC 9(07) VALUE ZERO.
009800 77  XRP-LISTED-COUNT                PIC 9(07) VALUE ZERO.
009900 77  XRP-BREACH-COUNT                PIC 9(07) VALUE ZERO.
010000 77  XRP-NEAR-COUNT                  PIC 9(07) VALUE ZERO.
010100 77  XRP-NO-LIMIT-COUNT              PIC 9(07) VALUE ZERO.
010200 77  XRP-NO-RATE-COUNT               PIC 9(07) VALUE ZERO.
010300 77  XRP-TOTAL-EXPOSURE              PIC 9(13)V99 VALUE ZERO.
010400 77  XRP-TOTAL-LIMIT                 PIC 9(13)V99 VALUE ZERO.
010500 01  XRP-CNT-ED                      PIC Z,ZZZ,ZZ9.
010600 01  XRP-AMT-ED                      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
010700
010800 PROCEDURE DIVISION.
010900******************************************************************
011000* 0000-MAINLINE
011100******************************************************************
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011400     OPEN INPUT CUST-MASTER-FILE.
011500     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
011600         DISPLAY "EXPORPT: CUSTMAST NO DISPONIBLE - ESTADO "
011700             WS-CUSTMAST-STATUS " - SIN CLIENTES QUE INFORMAR."
011800         MOVE 4 TO RETURN-CODE
011900         GO TO 0000-MAINLINE-EXIT
012000     END-IF.
012100     OPEN OUTPUT PRINT-FILE.
012200     PERFORM 1500-PRINT-HEADINGS THRU 1500-PRINT-HEADINGS-EXIT.
012300     MOVE LOW-VALUES TO CST-CUSTOMER-ID.
012400     START CUST-MASTER-FILE KEY NOT < CST-CUSTOMER-ID
012500         INVALID KEY
012600             SET XRP-EOF TO TRUE
012700     END-START.
012800     PERFORM 2000-ONE-CUSTOMER THRU 2000-ONE-CUSTOMER-EXIT
012900         UNTIL XRP-EOF.
013000     CLOSE CUST-MASTER-FILE.
013100     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
013200     CLOSE PRINT-FILE.
013300     IF XRP-BREACH-COUNT > ZERO
013400         MOVE 4 TO RETURN-CODE
013500     END-IF.
013600     DISPLAY "EXPORPT: " XRP-BREACH-COUNT " EXCEDIDOS, "
013700         XRP-NEAR-COUNT " CERCA DEL LIMITE, " XRP-NO-LIMIT-COUNT
013800         " EXPUESTOS SIN LIMITE.".
013900 0000-MAINLINE-EXIT.
014000     GOBACK.
014100
014200******************************************************************
014300* 1000-INITIALIZE  -  THE NEAR PERCENTAGE FROM SYSIN.  ONLY 1-99
014400*                     IS TAKEN; ANYTHING ELSE KEEPS 90.
014500******************************************************************
014600 1000-INITIALIZE.
014700     ACCEPT XRP-AS-OF-DATE FROM DATE YYYYMMDD.
014800     DISPLAY "PORCENTAJE DE AVISO (BLANCO=90): ".
014900     ACCEPT XRP-NEAR-INPUT.
015000     IF XRP-NEAR-INPUT IS NUMERIC
015100       AND XRP-NEAR-INPUT > "000"
015200       AND XRP-NEAR-INPUT < "100"
015300         MOVE XRP-NEAR-INPUT TO XRP-NEAR-PERCENT
015400     END-IF.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015700
015800******************************************************************
015900* 1500-PRINT-HEADINGS
016000******************************************************************
016100 1500-PRINT-HEADINGS.
016200     MOVE SPACES TO PRINT-LINE.
016300     STRING "INFORME DE EXPOSICION POR CLIENTE  AL "
016400         XRP-AS-OF-DATE "  AVISO AL " XRP-NEAR-PERCENT
016500         "% DEL LIMITE"
016600         DELIMITED BY SIZE INTO PRINT-LINE.
016700     WRITE PRINT-LINE.
016800     MOVE SPACES TO PRINT-LINE.
016900     WRITE PRINT-LINE.
017000     MOVE SPACES TO PRINT-LINE.
017100     STRING "  CLIENTE   NOMBRE                          "
017200         "        LIMITE         EXPOSICION     USO %  CTA   "
017300         "DSC   S/T  MARCA"
017400         DELIMITED BY SIZE INTO PRINT-LINE.
017500     WRITE PRINT-LINE.
017600 1500-PRINT-HEADINGS-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000* 2000-ONE-CUSTOMER  -  EXPOSUM IS CALLED WITH NO ACCOUNT IN HAND,
018100*                       SO ITS EXPOSURE IS SIMPLY WHAT IS ON FILE.
018200*                       ITS BREACH STATE ONLY MEANS A POSTING THAT
018300*                       RAISES THE EXPOSURE, SO THE REPORT JUDGES
018400*                       THE STANDING FIGURES AGAINST THE LIMIT
018500*                       ITSELF.
018600******************************************************************
018700 2000-ONE-CUSTOMER.
018800     READ CUST-MASTER-FILE NEXT
018900         AT END
019000             SET XRP-EOF TO TRUE
019100             GO TO 2000-ONE-CUSTOMER-EXIT
019200     END-READ.
019300     ADD 1 TO XRP-READ-COUNT.
019400     IF NOT CST-CUST-ACTIVE
019500         ADD 1 TO XRP-INACTIVE-COUNT
019600         GO TO 2000-ONE-CUSTOMER-EXIT
019700     END-IF.
019800     MOVE CST-CUSTOMER-ID TO EXS-REQ-CUSTOMER.
019900     MOVE SPACES TO EXS-REQ-ACCOUNT EXS-REQ-CURRENCY.
020000     MOVE ZERO TO EXS-REQ-OLD-BALANCE EXS-REQ-NEW-BALANCE.
020100     CALL "EXPOSUM" USING EXS-PARM.
020200     ADD 1 TO XRP-LISTED-COUNT.
020300     ADD EXS-REPLY-EXPOSURE TO XRP-TOTAL-EXPOSURE.
020400     ADD EXS-REPLY-LIMIT TO XRP-TOTAL-LIMIT.
020500     IF EXS-REPLY-NO-RATE > ZERO
020600         ADD 1 TO XRP-NO-RATE-COUNT
020700     END-IF.
020800     MOVE SPACES TO XRP-MARK-TEXT.
020900     IF EXS-REPLY-LIMIT = ZERO
021000         IF EXS-REPLY-EXPOSURE > ZERO
021100             ADD 1 TO XRP-NO-LIMIT-COUNT
021200             MOVE "SIN LIMITE" TO XRP-MARK-TEXT
021300         END-IF
021400         PERFORM 2100-PRINT-DETAIL THRU 2100-PRINT-DETAIL-EXIT
021500         GO TO 2000-ONE-CUSTOMER-EXIT
021600     END-IF.
021700     IF EXS-REPLY-EXPOSURE > EXS-REPLY-LIMIT
021800         ADD 1 TO XRP-BREACH-COUNT
021900         MOVE "EXCEDIDO" TO XRP-MARK-TEXT
022000     ELSE
022100         IF EXS-REPLY-PERCENT NOT < XRP-NEAR-PERCENT
022200             ADD 1 TO XRP-NEAR-COUNT
022300             MOVE "CERCA" TO XRP-MARK-TEXT
022400         END-IF
022500     END-IF.
022600     PERFORM 2100-PRINT-DETAIL THRU 2100-PRINT-DETAIL-EXIT.
022700 2000-ONE-CUSTOMER-EXIT.
022800     EXIT.
022900
023000******************************************************************
023100* 2100-PRINT-DETAIL  -  THE CUSTOMER IN THE FD AND THE EXPOSUM
023200*                       REPLY.  S/T IS THE ACCOUNTS PRICED WITHOUT
023300*                       AN FXRATE RATE.
023400******************************************************************
023500 2100-PRINT-DETAIL.
023600     MOVE CST-CUSTOMER-ID       TO XRP-DET-CUSTOMER.
023700     MOVE CST-CUSTOMER-NAME     TO XRP-DET-NAME.
023800     MOVE EXS-REPLY-LIMIT       TO XRP-DET-LIMIT.
023900     MOVE EXS-REPLY-EXPOSURE    TO XRP-DET-EXPOSURE.
024000     MOVE EXS-REPLY-PERCENT     TO XRP-DET-PERCENT.
024100     MOVE EXS-REPLY-ACCOUNTS    TO XRP-DET-ACCOUNTS.
024200     MOVE EXS-REPLY-OVERDRAWN   TO XRP-DET-OVERDRAWN.
024300     MOVE EXS-REPLY-NO-RATE     TO XRP-DET-NO-RATE.
024400     MOVE XRP-MARK-TEXT         TO XRP-DET-MARK.
024500     MOVE XRP-DETAIL TO PRINT-LINE.
024600     WRITE PRINT-LINE.
024700 2100-PRINT-DETAIL-EXIT.
024800     EXIT.
024900
025000******************************************************************
025100* 6000-PRINT-TOTALS
025200******************************************************************
025300 6000-PRINT-TOTALS.
025400     MOVE SPACES TO PRINT-LINE.
025500     WRITE PRINT-LINE.
025600     MOVE "---- TOTALES ----" TO PRINT-LINE.
025700     WRITE PRINT-LINE.
025800     MOVE XRP-READ-COUNT TO XRP-CNT-ED.
025900     MOVE SPACES TO PRINT-LINE.
026000     STRING "CLIENTES LEIDOS:        " XRP-CNT-ED
026100         DELIMITED BY SIZE INTO PRINT-LINE.
026200     WRITE PRINT-LINE.
026300     MOVE XRP-INACTIVE-COUNT TO XRP-CNT-ED.
026400     MOVE SPACES TO PRINT-LINE.
026500     STRING "INACTIVOS (NO LISTADOS):" XRP-CNT-ED
026600         DELIMITED BY SIZE INTO PRINT-LINE.
026700     WRITE PRINT-LINE.
026800     MOVE XRP-LISTED-COUNT TO XRP-CNT-ED.
026900     MOVE SPACES TO PRINT-LINE.
027000     STRING "CLIENTES LISTADOS:      " XRP-CNT-ED
027100         DELIMITED BY SIZE INTO PRINT-LINE.
027200     WRITE PRINT-LINE.
027300     MOVE XRP-BREACH-COUNT TO XRP-CNT-ED.
027400     MOVE SPACES TO PRINT-LINE.
027500     STRING "EXCEDIDOS:              " XRP-CNT-ED
027600         DELIMITED BY SIZE INTO PRINT-LINE.
027700     WRITE PRINT-LINE.
027800     MOVE XRP-NEAR-COUNT TO XRP-CNT-ED.
027900     MOVE SPACES TO PRINT-LINE.
028000     STRING "CERCA DEL LIMITE:       " XRP-CNT-ED
028100         DELIMITED BY SIZE INTO PRINT-LINE.
028200     WRITE PRINT-LINE.
028300     MOVE XRP-NO-LIMIT-COUNT TO XRP-CNT-ED.
028400     MOVE SPACES TO PRINT-LINE.
028500     STRING "EXPUESTOS SIN LIMITE:   " XRP-CNT-ED
028600         DELIMITED BY SIZE INTO PRINT-LINE.
028700     WRITE PRINT-LINE.
028800     MOVE XRP-NO-RATE-COUNT TO XRP-CNT-ED.
028900     MOVE SPACES TO PRINT-LINE.
029000     STRING "CON DIVISA SIN TIPO:    " XRP-CNT-ED
029100         DELIMITED BY SIZE INTO PRINT-LINE.
029200     WRITE PRINT-LINE.
029300     MOVE XRP-TOTAL-LIMIT TO XRP-AMT-ED.
029400     MOVE SPACES TO PRINT-LINE.
029500     STRING "SUMA DE LIMITES:        " XRP-AMT-ED
029600         DELIMITED BY SIZE INTO PRINT-LINE.
029700     WRITE PRINT-LINE.
029800     MOVE XRP-TOTAL-EXPOSURE TO XRP-AMT-ED.
029900     MOVE SPACES TO PRINT-LINE.
030000     STRING "EXPOSICION TOTAL:       " XRP-AMT-ED
030100         DELIMITED BY SIZE INTO PRINT-LINE.
030200     WRITE PRINT-LINE.
030300 6000-PRINT-TOTALS-EXIT.
030400     EXIT.
030500
030600 END PROGRAM EXPORPT.
