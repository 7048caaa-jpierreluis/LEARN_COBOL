000100******************************************************************
000200* PROGRAM-ID: TXGRAN
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 18/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     LARGE CASH-MOVEMENT REGULATORY REPORT AND
000800*              STRUCTURING DETECTION.  THE THRESHOLDS AND THE
000900*              ROLLING WINDOW COME FROM THE TXGCTL CONTROL FILE.
001000*                MODE D  DAILY PASS (DESKWORK, AFTER OPBPOST):
001100*                        ONE READ OF POSTJRNL GATHERS THE
001200*                        WINDOW'S CASH MOVEMENTS - CUSTOMER-
001300*                        INITIATED POSTINGS ("INT ", "NVA ",
001400*                        "LOTE") THAT ARE NOT A TRANSFER LEG -
001500*                        AND ROLLS THEM UP PER ACM-CUSTOMER-ID
001600*                        ACROSS ALL OF THE CUSTOMER'S ACCOUNTS,
001700*                        VALUED IN THE LOCAL CURRENCY THROUGH
001800*                        FXRATE.
001900*                        A CUSTOMER WHOSE CASH IN OR CASH OUT FOR
002000*                        TODAY REACHES THE THRESHOLD GOES ON THE
002100*                        REGULATORY REPORT AND THE TXGREG FILE.
002200*                        A CUSTOMER WITH TXC-MIN-COUNT OR MORE
002300*                        MOVEMENTS JUST BELOW THE THRESHOLD INSIDE
002400*                        THE WINDOW IS FLAGGED FOR COMPLIANCE
002500*                        REVIEW.  EVERY ITEM OPENS A CASE ON
002600*                        TXGCASE; A CUSTOMER ALREADY UNDER REVIEW
002700*                        FOR THE SAME WINDOW IS NOT FLAGGED TWICE,
002800*                        AND A RERUN OF THE DAY DOES NOT REPORT
002900*                        TWICE.  THE REPORT ENDS WITH THE CASES
003000*                        STILL OPEN AND THEIR AGE.
003100*                MODE C  CASE CLOSURE (SUPERVISOR SESSION
003200*                        REQUIRED, FROM MENU-PRINCIPAL): RECORDS
003300*                        THE DISPOSITION, WHO CLOSED THE CASE AND
003400*                        WHEN.
003500*              RETURN-CODE 4 WHEN TXGCTL, ACCTMAST OR POSTJRNL IS
003600*              MISSING OR THE CUSTOMER TABLE OVERFLOWS.
003700* TECTONICS:   cobc -x example71-transaccionesGrandes.cbl
003800*
003900* MODIFICATION HISTORY
004000*   18/09/26  JPL  INITIAL VERSION.
004010*   21/09/26  JPL  TXG-CUST-IDX WIDENED TO 9(04) - AT 999 ENTRIES
004020*                  THE TABLE SCAN COULD NOT STEP PAST THE END.
004100******************************************************************
004200
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. TXGRAN.
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT TXG-CTL-FILE ASSIGN TO "TXGCTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TXGCTL-STATUS.
005200
005300     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ACM-ACCOUNT-NUMBER
005700         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-ACCTMAST-STATUS.
006000
006100     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS CST-CUSTOMER-ID
006500         FILE STATUS IS WS-CUSTMAST-STATUS.
006600
006700     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-JRNL-STATUS.
007000
007100     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-FXRATE-STATUS.
007400
007500     SELECT TXG-CASE-FILE ASSIGN TO "TXGCASE"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS TXK-KEY
007900         FILE STATUS IS WS-TXGCASE-STATUS.
008000
008100     SELECT TXG-REPORT-FILE ASSIGN TO "TXGREG"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-TXGREG-STATUS.
008400
008500     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-SESSION-STATUS.
008800
008900     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-PRINT-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  TXG-CTL-FILE.
009600 COPY TXGCTL.
009700
009800 FD  ACCT-MASTER-FILE.
009900 COPY ACCTREC.
010000
010100 FD  CUST-MASTER-FILE.
010200 COPY CUSTREC.
010300
010400 FD  POST-JRNL-FILE.
010500 COPY PSTJRNL.
010600
010700 FD  FX-RATE-FILE.
010800 COPY FXRATE.
010900
011000 FD  TXG-CASE-FILE.
011100 COPY TXGCASE.
011200
011300 FD  TXG-REPORT-FILE.
011400 COPY TXGREG.
011500
011600 FD  OPER-SESSION-FILE.
011700 COPY SESREC.
011800
011900 FD  PRINT-FILE.
012000 01  PRINT-LINE                      PIC X(132).
012100
012200 WORKING-STORAGE SECTION.
012300 01  WS-TXGCTL-STATUS.
012400     COPY FSTATCOD REPLACING FS-NAME BY WS-TXGCTL-CODE.
012500 01  WS-ACCTMAST-STATUS.
012600     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
012700 01  WS-CUSTMAST-STATUS.
012800     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
012900 01  WS-JRNL-STATUS.
013000     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
013100 01  WS-FXRATE-STATUS.
013200     COPY FSTATCOD REPLACING FS-NAME BY WS-FXRATE-CODE.
013300 01  WS-TXGCASE-STATUS.
013400     COPY FSTATCOD REPLACING FS-NAME BY WS-TXGCASE-CODE.
013500 01  WS-TXGREG-STATUS.
013600     COPY FSTATCOD REPLACING FS-NAME BY WS-TXGREG-CODE.
013700 01  WS-SESSION-STATUS.
013800     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
013900 01  WS-PRINT-STATUS.
014000     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
014100
014200 77  TXG-MODE                        PIC X(01) VALUE SPACE.
014300     88  TXG-MODE-DAILY              VALUE "D" "d".
014400     88  TXG-MODE-CLOSE              VALUE "C" "c".
014500 77  TXG-TODAY                       PIC 9(08).
014600 77  TXG-SESSION-OK-SW               PIC X(01) VALUE "N".
014700     88  TXG-SESSION-OK              VALUE "Y".
014800 77  TXG-SIGNON-ID                   PIC X(08) VALUE SPACES.
014900 77  TXG-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
015000     88  TXG-CUSTMAST-OPEN           VALUE "Y".
015100 77  TXG-EOF-SW                      PIC X(01) VALUE "N".
015200     88  TXG-EOF                     VALUE "Y".
015300
015400******************************************************************
015500* THE CONTROL VALUES IN FORCE AND THE WINDOW THEY GIVE
015600******************************************************************
015700 77  TXG-THRESHOLD                   PIC 9(09)V99 VALUE ZERO.
015800 77  TXG-NEAR-PERCENT                PIC 9(03) VALUE 090.
015900 77  TXG-WINDOW-DAYS                 PIC 9(03) VALUE 010.
016000 77  TXG-MIN-COUNT                   PIC 9(03) VALUE 003.
016100 77  TXG-NEAR-FLOOR                  PIC 9(09)V99 VALUE ZERO.
016200 77  TXG-WINDOW-FROM                 PIC 9(08) VALUE ZERO.
016300 77  TXG-DATE-INT                    PIC S9(09) COMP VALUE ZERO.
016400
016500******************************************************************
016600* THE FXRATE PRICE TABLE, AS IN BALANCE-CUENTAS.  A FOREIGN
016700* CURRENCY WITHOUT A RATE PRICES AT ONE AND IS COUNTED.
016800******************************************************************
016900 01  TXG-RATE-TABLE.
017000     05  TXG-RATE-ENTRY              OCCURS 10 TIMES.
017100         10  TXG-RATE-CODE           PIC X(03).
017200         10  TXG-RATE-VALUE          PIC 9(03)V9(06).
017300 77  TXG-RATE-USED                   PIC 9(02) COMP VALUE ZERO.
017400 77  TXG-RATE-IDX                    PIC 9(02) COMP VALUE 1.
017500 77  TXG-RATE-WORK                   PIC 9(03)V9(06) VALUE 1.
017600 77  TXG-RATE-FOUND-SW               PIC X(01) VALUE "N".
017700     88  TXG-RATE-FOUND              VALUE "Y".
017800
017900******************************************************************
018000* THE MOVEMENT IN HAND
018100******************************************************************
018200 77  TXG-LOCAL-AMOUNT                PIC 9(11)V99 VALUE ZERO.
018300 77  TXG-CASH-IN-SW                  PIC X(01) VALUE "N".
018400     88  TXG-CASH-IN                 VALUE "Y".
018500
018600******************************************************************
018700* ONE ENTRY PER CUSTOMER WITH CASH MOVEMENTS IN THE WINDOW.  A
018800* FULL TABLE LEAVES THE REST OUT AND ENDS THE RUN WITH RC 4.
018900******************************************************************
019000 77  TXG-CUST-MAX                    PIC 9(03) VALUE 999.
019100 01  TXG-CUST-TABLE.
019200     05  TXG-CUST-ENTRY              OCCURS 999 TIMES.
019300         10  TXG-CUST-ID             PIC X(08).
019400         10  TXG-CUST-IN             PIC 9(11)V99.
019500         10  TXG-CUST-OUT            PIC 9(11)V99.
019600         10  TXG-CUST-MOVES          PIC 9(05).
019700         10  TXG-CUST-NEAR-COUNT     PIC 9(05).
019800         10  TXG-CUST-NEAR-TOTAL     PIC 9(11)V99.
019900 77  TXG-CUST-USED                   PIC 9(03) COMP VALUE ZERO.
020000 77  TXG-CUST-IDX                    PIC 9(04) COMP VALUE 1.
020100 77  TXG-CUST-FOUND-SW               PIC X(01) VALUE "N".
020200     88  TXG-CUST-FOUND              VALUE "Y".
020300 77  TXG-CUST-NAME                   PIC X(30) VALUE SPACES.
020400 77  TXG-CUST-ADDRESS                PIC X(40) VALUE SPACES.
020500 77  TXG-CASE-FOUND-SW               PIC X(01) VALUE "N".
020600     88  TXG-CASE-FOUND              VALUE "Y".
020700
020800******************************************************************
020900* CASE CLOSURE
021000******************************************************************
021100 77  TXG-CUSTOMER-WANTED             PIC X(08) VALUE SPACES.
021200 77  TXG-TYPE-WANTED                 PIC X(01) VALUE SPACE.
021300 77  TXG-DATE-INPUT                  PIC X(08) VALUE SPACES.
021400 77  TXG-DISP-INPUT                  PIC X(01) VALUE SPACE.
021500 77  TXG-NOTE-INPUT                  PIC X(40) VALUE SPACES.
021600 77  TXG-CONFIRM                     PIC X(01) VALUE "N".
021700     88  TXG-CONFIRMED               VALUE "S" "s".
021800
021900******************************************************************
022000* RUN TOTALS
022100******************************************************************
022200 77  TXG-READ-COUNT                  PIC 9(07) VALUE ZERO.
022300 77  TXG-CASH-COUNT                  PIC 9(07) VALUE ZERO.
022400 77  TXG-TODAY-COUNT                 PIC 9(07) VALUE ZERO.
022500 77  TXG-NO-ACCT-COUNT               PIC 9(07) VALUE ZERO.
022600 77  TXG-NO-RATE-COUNT               PIC 9(07) VALUE ZERO.
022700 77  TXG-LOST-COUNT                  PIC 9(07) VALUE ZERO.
022800 77  TXG-REPORTED-COUNT              PIC 9(07) VALUE ZERO.
022900 77  TXG-AGAIN-COUNT                 PIC 9(07) VALUE ZERO.
023000 77  TXG-FLAGGED-COUNT               PIC 9(07) VALUE ZERO.
023100 77  TXG-REVIEW-COUNT                PIC 9(07) VALUE ZERO.
023200 77  TXG-OPEN-COUNT                  PIC 9(07) VALUE ZERO.
023300 77  TXG-AGE-DAYS                    PIC 9(05) VALUE ZERO.
023400 01  TXG-CNT-ED                      PIC Z,ZZZ,ZZ9.
023500 01  TXG-NUM-ED                      PIC ZZZZ9.
023600 01  TXG-AMT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023700 01  TXG-AMT2-ED                     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023800
023900 PROCEDURE DIVISION.
024000******************************************************************
024100* 0000-MAINLINE
024200******************************************************************
024300 0000-MAINLINE.
024400     ACCEPT TXG-TODAY FROM DATE YYYYMMDD.
024500     DISPLAY "MODO (D=PROCESO DIARIO, C=CIERRE DE CASO): ".
024600     ACCEPT TXG-MODE.
024700     EVALUATE TRUE
024800         WHEN TXG-MODE-DAILY
024900             PERFORM 2000-DAILY-PASS THRU 2000-DAILY-PASS-EXIT
025000         WHEN TXG-MODE-CLOSE
025100             PERFORM 6000-CLOSE-CASE THRU 6000-CLOSE-CASE-EXIT
025200         WHEN OTHER
025300             DISPLAY "OPCION INVALIDA."
025400     END-EVALUATE.
025500 0000-MAINLINE-EXIT.
025600     GOBACK.
025700
025800******************************************************************
025900* 0100-READ-SESSION  -  CLOSING A COMPLIANCE CASE IS SUPERVISOR
026000*                       WORK.
026100******************************************************************
026200 0100-READ-SESSION.
026300     MOVE "N" TO TXG-SESSION-OK-SW.
026400     OPEN INPUT OPER-SESSION-FILE.
026500     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
026600         GO TO 0100-READ-SESSION-EXIT
026700     END-IF.
026800     READ OPER-SESSION-FILE
026900         AT END
027000             CONTINUE
027100         NOT AT END
027200             IF SES-ROLE-SUPERVISOR
027300               AND SES-SIGNON-DATE = TXG-TODAY
027400                 SET TXG-SESSION-OK TO TRUE
027500                 MOVE SES-OPERATOR-ID TO TXG-SIGNON-ID
027600             END-IF
027700     END-READ.
027800     CLOSE OPER-SESSION-FILE.
027900 0100-READ-SESSION-EXIT.
028000     EXIT.
028100
028200******************************************************************
028300* 0500-LOAD-RATES  -  THE FXRATE CONTROL FILE, WHEN PRESENT.
028400******************************************************************
028500 0500-LOAD-RATES.
028600     OPEN INPUT FX-RATE-FILE.
028700     IF NOT FS-SUCCESS OF WS-FXRATE-STATUS
028800         GO TO 0500-LOAD-RATES-EXIT
028900     END-IF.
029000     MOVE "N" TO TXG-EOF-SW.
029100     PERFORM 0510-READ-ONE-RATE THRU 0510-READ-ONE-RATE-EXIT
029200         UNTIL TXG-EOF.
029300     CLOSE FX-RATE-FILE.
029400 0500-LOAD-RATES-EXIT.
029500     EXIT.
029600
029700******************************************************************
029800* 0510-READ-ONE-RATE
029900******************************************************************
030000 0510-READ-ONE-RATE.
030100     READ FX-RATE-FILE
030200         AT END
030300             SET TXG-EOF TO TRUE
030400             GO TO 0510-READ-ONE-RATE-EXIT
030500     END-READ.
030600     IF TXG-RATE-USED < 10
030700         ADD 1 TO TXG-RATE-USED
030800         MOVE FXR-CURRENCY TO TXG-RATE-CODE(TXG-RATE-USED)
030900         MOVE FXR-RATE TO TXG-RATE-VALUE(TXG-RATE-USED)
031000     END-IF.
031100 0510-READ-ONE-RATE-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500* 1000-LOAD-CONTROL  -  THE THRESHOLDS FROM TXGCTL.  WITHOUT A
031600*                       THRESHOLD THERE IS NOTHING TO REPORT
031700*                       AGAINST, AND THE RUN STOPS WITH RC 4.
031800******************************************************************
031900 1000-LOAD-CONTROL.
032000     OPEN INPUT TXG-CTL-FILE.
032100     IF NOT FS-SUCCESS OF WS-TXGCTL-STATUS
032200         DISPLAY "TXGCTL NO DISPONIBLE - ESTADO " WS-TXGCTL-STATUS
032300             " - NO HAY UMBRAL DE REPORTE."
032400         MOVE 4 TO RETURN-CODE
032500         GO TO 1000-LOAD-CONTROL-EXIT
032600     END-IF.
032700     READ TXG-CTL-FILE
032800         AT END
032900             MOVE ZERO TO TXC-REPORT-THRESHOLD
033000     END-READ.
033100     CLOSE TXG-CTL-FILE.
033200     IF TXC-REPORT-THRESHOLD NOT NUMERIC
033300       OR TXC-REPORT-THRESHOLD = ZERO
033400         DISPLAY "TXGCTL SIN UMBRAL DE REPORTE VALIDO."
033500         MOVE 4 TO RETURN-CODE
033600         GO TO 1000-LOAD-CONTROL-EXIT
033700     END-IF.
033800     MOVE TXC-REPORT-THRESHOLD TO TXG-THRESHOLD.
033900     IF TXC-NEAR-PERCENT IS NUMERIC
034000       AND TXC-NEAR-PERCENT > ZERO
034100       AND TXC-NEAR-PERCENT < 100
034200         MOVE TXC-NEAR-PERCENT TO TXG-NEAR-PERCENT
034300     END-IF.
034400     IF TXC-WINDOW-DAYS IS NUMERIC
034500       AND TXC-WINDOW-DAYS > ZERO
034600         MOVE TXC-WINDOW-DAYS TO TXG-WINDOW-DAYS
034700     END-IF.
034800     IF TXC-MIN-COUNT IS NUMERIC
034900       AND TXC-MIN-COUNT > ZERO
035000         MOVE TXC-MIN-COUNT TO TXG-MIN-COUNT
035100     END-IF.
035200     COMPUTE TXG-NEAR-FLOOR ROUNDED =
035300         TXG-THRESHOLD * TXG-NEAR-PERCENT / 100.
035400     COMPUTE TXG-DATE-INT =
035500         FUNCTION INTEGER-OF-DATE(TXG-TODAY)
035600       - TXG-WINDOW-DAYS + 1.
035700     COMPUTE TXG-WINDOW-FROM =
035800         FUNCTION DATE-OF-INTEGER(TXG-DATE-INT).
035900 1000-LOAD-CONTROL-EXIT.
036000     EXIT.
036100
036200******************************************************************
036300* 1100-PRINT-HEADING
036400******************************************************************
036500 1100-PRINT-HEADING.
036600     MOVE SPACES TO PRINT-LINE.
036700     STRING "OPERACIONES EN EFECTIVO - REPORTE REGULATORIO Y "
036800         "ESTRUCTURACION DEL " TXG-TODAY
036900         DELIMITED BY SIZE INTO PRINT-LINE.
037000     WRITE PRINT-LINE.
037100     MOVE TXG-THRESHOLD TO TXG-AMT-ED.
037200     MOVE TXG-NEAR-FLOOR TO TXG-AMT2-ED.
037300     MOVE TXG-NEAR-PERCENT TO TXG-NUM-ED.
037400     MOVE SPACES TO PRINT-LINE.
037500     STRING "UMBRAL DIARIO " TXG-AMT-ED
037600         "   CERCANO DESDE " TXG-AMT2-ED " (" TXG-NUM-ED " %)"
037700         DELIMITED BY SIZE INTO PRINT-LINE.
037800     WRITE PRINT-LINE.
037900     MOVE TXG-WINDOW-DAYS TO TXG-NUM-ED.
038000     MOVE SPACES TO PRINT-LINE.
038100     STRING "VENTANA " TXG-NUM-ED " DIAS, DESDE EL "
038200         TXG-WINDOW-FROM
038300         DELIMITED BY SIZE INTO PRINT-LINE.
038400     WRITE PRINT-LINE.
038500     MOVE TXG-MIN-COUNT TO TXG-NUM-ED.
038600     MOVE SPACES TO PRINT-LINE.
038700     STRING "MOVIMIENTOS CERCANOS QUE MARCAN AL CLIENTE: "
038800         TXG-NUM-ED
038900         DELIMITED BY SIZE INTO PRINT-LINE.
039000     WRITE PRINT-LINE.
039100 1100-PRINT-HEADING-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500* 1200-OPEN-CASES  -  TXGCASE I-O, CREATED EMPTY THE FIRST TIME.
039600******************************************************************
039700 1200-OPEN-CASES.
039800     OPEN I-O TXG-CASE-FILE.
039900     IF FS-NOT-FOUND OF WS-TXGCASE-STATUS
040000         OPEN OUTPUT TXG-CASE-FILE
040100         CLOSE TXG-CASE-FILE
040200         OPEN I-O TXG-CASE-FILE
040300     END-IF.
040400 1200-OPEN-CASES-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800* 1300-GET-CUSTOMER  -  NAME AND ADDRESS FOR THE REPORT AND THE
040900*                       REGULATORY FILE.
041000******************************************************************
041100 1300-GET-CUSTOMER.
041200     MOVE SPACES TO TXG-CUST-NAME TXG-CUST-ADDRESS.
041300     IF NOT TXG-CUSTMAST-OPEN
041400         GO TO 1300-GET-CUSTOMER-EXIT
041500     END-IF.
041600     MOVE TXG-CUST-ID(TXG-CUST-IDX) TO CST-CUSTOMER-ID.
041700     READ CUST-MASTER-FILE
041800         INVALID KEY
041900             MOVE "*** NO EN CUSTMAST" TO TXG-CUST-NAME
042000             GO TO 1300-GET-CUSTOMER-EXIT
042100     END-READ.
042200     MOVE CST-CUSTOMER-NAME TO TXG-CUST-NAME.
042300     MOVE CST-CUSTOMER-ADDRESS TO TXG-CUST-ADDRESS.
042400 1300-GET-CUSTOMER-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 2000-DAILY-PASS
042900******************************************************************
043000 2000-DAILY-PASS.
043100     PERFORM 1000-LOAD-CONTROL THRU 1000-LOAD-CONTROL-EXIT.
043200     IF RETURN-CODE NOT = ZERO
043300         GO TO 2000-DAILY-PASS-EXIT
043400     END-IF.
043500     OPEN INPUT ACCT-MASTER-FILE.
043600     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
043700         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
043800             WS-ACCTMAST-STATUS
043900         MOVE 4 TO RETURN-CODE
044000         GO TO 2000-DAILY-PASS-EXIT
044100     END-IF.
044200     OPEN INPUT POST-JRNL-FILE.
044300     IF NOT FS-SUCCESS OF WS-JRNL-STATUS
044400         DISPLAY "POSTJRNL NO DISPONIBLE - ESTADO " WS-JRNL-STATUS
044500         CLOSE ACCT-MASTER-FILE
044600         MOVE 4 TO RETURN-CODE
044700         GO TO 2000-DAILY-PASS-EXIT
044800     END-IF.
044900     OPEN INPUT CUST-MASTER-FILE.
045000     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
045100         SET TXG-CUSTMAST-OPEN TO TRUE
045200     END-IF.
045300     PERFORM 0500-LOAD-RATES THRU 0500-LOAD-RATES-EXIT.
045400     OPEN OUTPUT PRINT-FILE.
045500     PERFORM 1100-PRINT-HEADING THRU 1100-PRINT-HEADING-EXIT.
045600     MOVE "N" TO TXG-EOF-SW.
045700     PERFORM 2100-ONE-MOVEMENT THRU 2100-ONE-MOVEMENT-EXIT
045800         UNTIL TXG-EOF.
045900     CLOSE POST-JRNL-FILE.
046000     PERFORM 1200-OPEN-CASES THRU 1200-OPEN-CASES-EXIT.
046100     OPEN EXTEND TXG-REPORT-FILE.
046200     IF FS-NOT-FOUND OF WS-TXGREG-STATUS
046300         OPEN OUTPUT TXG-REPORT-FILE
046400         CLOSE TXG-REPORT-FILE
046500         OPEN EXTEND TXG-REPORT-FILE
046600     END-IF.
046700     MOVE SPACES TO PRINT-LINE.
046800     WRITE PRINT-LINE.
046900     MOVE SPACES TO PRINT-LINE.
047000     STRING "---- CLIENTES SOBRE EL UMBRAL "
047100         "(REPORTE REGULATORIO) ----"
047200         DELIMITED BY SIZE INTO PRINT-LINE.
047300     WRITE PRINT-LINE.
047400     MOVE SPACES TO PRINT-LINE.
047500     STRING "CLIENTE   NOMBRE                                "
047600         "ENTRADAS HOY        SALIDAS HOY   MOVS"
047700         DELIMITED BY SIZE INTO PRINT-LINE.
047800     WRITE PRINT-LINE.
047900     IF TXG-CUST-USED > ZERO
048000         PERFORM 3000-JUDGE-REPORT THRU 3000-JUDGE-REPORT-EXIT
048100             VARYING TXG-CUST-IDX FROM 1 BY 1
048200             UNTIL TXG-CUST-IDX > TXG-CUST-USED
048300     END-IF.
048400     CLOSE TXG-REPORT-FILE.
048500     MOVE SPACES TO PRINT-LINE.
048600     WRITE PRINT-LINE.
048700     MOVE SPACES TO PRINT-LINE.
048800     STRING "---- POSIBLE ESTRUCTURACION "
048900         "(REVISION DE CUMPLIMIENTO) ----"
049000         DELIMITED BY SIZE INTO PRINT-LINE.
049100     WRITE PRINT-LINE.
049200     MOVE SPACES TO PRINT-LINE.
049300     STRING "CLIENTE   NOMBRE                            "
049400         "MOVS CERCANOS    TOTAL CERCANO"
049500         DELIMITED BY SIZE INTO PRINT-LINE.
049600     WRITE PRINT-LINE.
049700     IF TXG-CUST-USED > ZERO
049800         PERFORM 3500-JUDGE-PATTERN THRU 3500-JUDGE-PATTERN-EXIT
049900             VARYING TXG-CUST-IDX FROM 1 BY 1
050000             UNTIL TXG-CUST-IDX > TXG-CUST-USED
050100     END-IF.
050200     PERFORM 4000-LIST-OPEN-CASES THRU 4000-LIST-OPEN-CASES-EXIT.
050300     CLOSE TXG-CASE-FILE.
050400     PERFORM 5000-PRINT-TOTALS THRU 5000-PRINT-TOTALS-EXIT.
050500     IF TXG-LOST-COUNT > ZERO
050600         MOVE 4 TO RETURN-CODE
050700     END-IF.
050800     CLOSE PRINT-FILE.
050900     IF TXG-CUSTMAST-OPEN
051000         CLOSE CUST-MASTER-FILE
051100     END-IF.
051200     CLOSE ACCT-MASTER-FILE.
051300 2000-DAILY-PASS-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700* 2100-ONE-MOVEMENT  -  A CASH MOVEMENT IS ONE THE CUSTOMER MADE
051800*                       AT THE DESK OR IN THE BATCH WINDOW; A
051900*                       TRANSFER LEG ONLY MOVES MONEY BETWEEN
052000*                       ACCOUNTS, AND THE BANK'S OWN MOVEMENTS
052100*                       (INTEREST, FEES, TAX, REVERSALS ...) ARE
052200*                       NOT CASH.
052300******************************************************************
052400 2100-ONE-MOVEMENT.
052500     READ POST-JRNL-FILE
052600         AT END
052700             SET TXG-EOF TO TRUE
052800             GO TO 2100-ONE-MOVEMENT-EXIT
052900     END-READ.
053000     ADD 1 TO TXG-READ-COUNT.
053100     IF PJR-RUN-DATE < TXG-WINDOW-FROM
053200       OR PJR-RUN-DATE > TXG-TODAY
053300         GO TO 2100-ONE-MOVEMENT-EXIT
053400     END-IF.
053500     IF NOT PJR-SOURCE-INTERACTIVE
053600       AND NOT PJR-SOURCE-NEW-ACCOUNT
053700       AND NOT PJR-SOURCE-BATCH
053800         GO TO 2100-ONE-MOVEMENT-EXIT
053900     END-IF.
054000     IF PJR-XFER-REF IS NUMERIC
054100       AND PJR-XFER-DATE > ZERO
054200         GO TO 2100-ONE-MOVEMENT-EXIT
054300     END-IF.
054400     IF PJR-AMOUNT = ZERO
054500         GO TO 2100-ONE-MOVEMENT-EXIT
054600     END-IF.
054700     MOVE PJR-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
054800     READ ACCT-MASTER-FILE
054900         INVALID KEY
055000             ADD 1 TO TXG-NO-ACCT-COUNT
055100             GO TO 2100-ONE-MOVEMENT-EXIT
055200     END-READ.
055300     ADD 1 TO TXG-CASH-COUNT.
055400     PERFORM 2200-PICK-RATE THRU 2200-PICK-RATE-EXIT.
055500     IF PJR-AMOUNT > ZERO
055600         SET TXG-CASH-IN TO TRUE
055700         COMPUTE TXG-LOCAL-AMOUNT ROUNDED =
055800             PJR-AMOUNT * TXG-RATE-WORK
055900     ELSE
056000         MOVE "N" TO TXG-CASH-IN-SW
056100         COMPUTE TXG-LOCAL-AMOUNT ROUNDED =
056200             (ZERO - PJR-AMOUNT) * TXG-RATE-WORK
056300     END-IF.
056400     PERFORM 2300-FIND-CUSTOMER THRU 2300-FIND-CUSTOMER-EXIT.
056500     IF NOT TXG-CUST-FOUND
056600         GO TO 2100-ONE-MOVEMENT-EXIT
056700     END-IF.
056800     IF PJR-RUN-DATE = TXG-TODAY
056900         ADD 1 TO TXG-TODAY-COUNT
057000         ADD 1 TO TXG-CUST-MOVES(TXG-CUST-IDX)
057100         IF TXG-CASH-IN
057200             ADD TXG-LOCAL-AMOUNT TO TXG-CUST-IN(TXG-CUST-IDX)
057300         ELSE
057400             ADD TXG-LOCAL-AMOUNT TO TXG-CUST-OUT(TXG-CUST-IDX)
057500         END-IF
057600     END-IF.
057700     IF TXG-LOCAL-AMOUNT NOT < TXG-NEAR-FLOOR
057800       AND TXG-LOCAL-AMOUNT < TXG-THRESHOLD
057900         ADD 1 TO TXG-CUST-NEAR-COUNT(TXG-CUST-IDX)
058000         ADD TXG-LOCAL-AMOUNT TO TXG-CUST-NEAR-TOTAL(TXG-CUST-IDX)
058100     END-IF.
058200 2100-ONE-MOVEMENT-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600* 2200-PICK-RATE  -  LOCAL IS ALWAYS ONE; A FOREIGN CURRENCY
058700*                    WITHOUT A RATE PRICES AT ONE, COUNTED.
058800******************************************************************
058900 2200-PICK-RATE.
059000     MOVE 1 TO TXG-RATE-WORK.
059100     IF ACM-CCY-LOCAL
059200         GO TO 2200-PICK-RATE-EXIT
059300     END-IF.
059400     MOVE "N" TO TXG-RATE-FOUND-SW.
059500     IF TXG-RATE-USED > ZERO
059600         PERFORM 2210-SCAN-RATE THRU 2210-SCAN-RATE-EXIT
059700             VARYING TXG-RATE-IDX FROM 1 BY 1
059800             UNTIL TXG-RATE-IDX > TXG-RATE-USED
059900                OR TXG-RATE-FOUND
060000     END-IF.
060100     IF NOT TXG-RATE-FOUND
060200         ADD 1 TO TXG-NO-RATE-COUNT
060300     END-IF.
060400 2200-PICK-RATE-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800* 2210-SCAN-RATE
060900******************************************************************
061000 2210-SCAN-RATE.
061100     IF TXG-RATE-CODE(TXG-RATE-IDX) = ACM-CURRENCY-CODE
061200         SET TXG-RATE-FOUND TO TRUE
061300         MOVE TXG-RATE-VALUE(TXG-RATE-IDX) TO TXG-RATE-WORK
061400     END-IF.
061500 2210-SCAN-RATE-EXIT.
061600     EXIT.
061700
061800******************************************************************
061900* 2300-FIND-CUSTOMER  -  FIND-OR-CREATE THE OWNER'S ENTRY.  ON A
062000*                        FULL TABLE THE MOVEMENT IS COUNTED AS
062100*                        LOST AND TXG-CUST-FOUND STAYS OFF.
062200******************************************************************
062300 2300-FIND-CUSTOMER.
062400     MOVE "N" TO TXG-CUST-FOUND-SW.
062500     IF TXG-CUST-USED > ZERO
062600         PERFORM 2310-SCAN-CUSTOMER THRU 2310-SCAN-CUSTOMER-EXIT
062700             VARYING TXG-CUST-IDX FROM 1 BY 1
062800             UNTIL TXG-CUST-IDX > TXG-CUST-USED
062900                OR TXG-CUST-FOUND
063000     END-IF.
063100     IF TXG-CUST-FOUND
063200         SUBTRACT 1 FROM TXG-CUST-IDX
063300         GO TO 2300-FIND-CUSTOMER-EXIT
063400     END-IF.
063500     IF TXG-CUST-USED >= TXG-CUST-MAX
063600         ADD 1 TO TXG-LOST-COUNT
063700         GO TO 2300-FIND-CUSTOMER-EXIT
063800     END-IF.
063900     ADD 1 TO TXG-CUST-USED.
064000     MOVE TXG-CUST-USED TO TXG-CUST-IDX.
064100     MOVE ACM-CUSTOMER-ID TO TXG-CUST-ID(TXG-CUST-IDX).
064200     MOVE ZERO TO TXG-CUST-IN(TXG-CUST-IDX).
064300     MOVE ZERO TO TXG-CUST-OUT(TXG-CUST-IDX).
064400     MOVE ZERO TO TXG-CUST-MOVES(TXG-CUST-IDX).
064500     MOVE ZERO TO TXG-CUST-NEAR-COUNT(TXG-CUST-IDX).
064600     MOVE ZERO TO TXG-CUST-NEAR-TOTAL(TXG-CUST-IDX).
064700     SET TXG-CUST-FOUND TO TRUE.
064800 2300-FIND-CUSTOMER-EXIT.
064900     EXIT.
065000
065100******************************************************************
065200* 2310-SCAN-CUSTOMER
065300******************************************************************
065400 2310-SCAN-CUSTOMER.
065500     IF TXG-CUST-ID(TXG-CUST-IDX) = ACM-CUSTOMER-ID
065600         SET TXG-CUST-FOUND TO TRUE
065700     END-IF.
065800 2310-SCAN-CUSTOMER-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 3000-JUDGE-REPORT  -  TODAY'S CASH IN OR CASH OUT AT OR ABOVE
066300*                       THE THRESHOLD.  THE TYPE "R" CASE FOR THE
066400*                       DAY IS ALSO THE RERUN GUARD: A CUSTOMER
066500*                       ALREADY REPORTED TODAY IS NOT WRITTEN TO
066600*                       TXGREG AGAIN.
066700******************************************************************
066800 3000-JUDGE-REPORT.
066900     IF TXG-CUST-IN(TXG-CUST-IDX) < TXG-THRESHOLD
067000       AND TXG-CUST-OUT(TXG-CUST-IDX) < TXG-THRESHOLD
067100         GO TO 3000-JUDGE-REPORT-EXIT
067200     END-IF.
067300     PERFORM 1300-GET-CUSTOMER THRU 1300-GET-CUSTOMER-EXIT.
067400     MOVE TXG-CUST-IN(TXG-CUST-IDX) TO TXG-AMT-ED.
067500     MOVE TXG-CUST-OUT(TXG-CUST-IDX) TO TXG-AMT2-ED.
067600     MOVE TXG-CUST-MOVES(TXG-CUST-IDX) TO TXG-NUM-ED.
067700     MOVE TXG-CUST-ID(TXG-CUST-IDX) TO TXK-CUSTOMER-ID.
067800     MOVE "R" TO TXK-CASE-TYPE.
067900     MOVE TXG-TODAY TO TXK-OPEN-DATE.
068000     READ TXG-CASE-FILE
068100         INVALID KEY
068200             CONTINUE
068300         NOT INVALID KEY
068400             ADD 1 TO TXG-AGAIN-COUNT
068500             MOVE SPACES TO PRINT-LINE
068600             STRING TXG-CUST-ID(TXG-CUST-IDX) "  " TXG-CUST-NAME
068700                 "  " TXG-AMT-ED "  " TXG-AMT2-ED "  " TXG-NUM-ED
068800                 "  YA REPORTADO HOY"
068900                 DELIMITED BY SIZE INTO PRINT-LINE
069000             WRITE PRINT-LINE
069100             GO TO 3000-JUDGE-REPORT-EXIT
069200     END-READ.
069300     MOVE TXG-TODAY TO TXR-REPORT-DATE.
069400     MOVE TXG-CUST-ID(TXG-CUST-IDX) TO TXR-CUSTOMER-ID.
069500     MOVE TXG-CUST-NAME TO TXR-CUSTOMER-NAME.
069600     MOVE TXG-CUST-ADDRESS TO TXR-CUSTOMER-ADDRESS.
069700     MOVE TXG-CUST-IN(TXG-CUST-IDX) TO TXR-CASH-IN.
069800     MOVE TXG-CUST-OUT(TXG-CUST-IDX) TO TXR-CASH-OUT.
069900     MOVE TXG-CUST-MOVES(TXG-CUST-IDX) TO TXR-MOVE-COUNT.
070000     WRITE TXR-REPORT-RECORD.
070100     MOVE SPACES TO TXK-CASE-RECORD.
070200     MOVE TXG-CUST-ID(TXG-CUST-IDX) TO TXK-CUSTOMER-ID.
070300     MOVE "R" TO TXK-CASE-TYPE.
070400     MOVE TXG-TODAY TO TXK-OPEN-DATE.
070500     SET TXK-STAT-OPEN TO TRUE.
070600     MOVE TXG-CUST-IN(TXG-CUST-IDX) TO TXK-CASH-IN.
070700     MOVE TXG-CUST-OUT(TXG-CUST-IDX) TO TXK-CASH-OUT.
070800     MOVE TXG-TODAY TO TXK-WINDOW-FROM.
070900     MOVE ZERO TO TXK-NEAR-COUNT TXK-NEAR-TOTAL.
071000     MOVE ZERO TO TXK-CLOSED-DATE.
071100     WRITE TXK-CASE-RECORD
071200         INVALID KEY
071300             DISPLAY "*** ERROR AL GRABAR EL CASO - ESTADO "
071400                 WS-TXGCASE-STATUS
071500     END-WRITE.
071600     ADD 1 TO TXG-REPORTED-COUNT.
071700     MOVE SPACES TO PRINT-LINE.
071800     STRING TXG-CUST-ID(TXG-CUST-IDX) "  " TXG-CUST-NAME
071900         "  " TXG-AMT-ED "  " TXG-AMT2-ED "  " TXG-NUM-ED
072000         DELIMITED BY SIZE INTO PRINT-LINE.
072100     WRITE PRINT-LINE.
072200 3000-JUDGE-REPORT-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600* 3500-JUDGE-PATTERN  -  TXG-MIN-COUNT OR MORE MOVEMENTS JUST
072700*                        BELOW THE THRESHOLD INSIDE THE WINDOW.
072800*                        A TYPE "S" CASE OPENED ON OR AFTER THE
072900*                        WINDOW START ALREADY COVERS THEM.
073000******************************************************************
073100 3500-JUDGE-PATTERN.
073200     IF TXG-CUST-NEAR-COUNT(TXG-CUST-IDX) < TXG-MIN-COUNT
073300         GO TO 3500-JUDGE-PATTERN-EXIT
073400     END-IF.
073500     PERFORM 1300-GET-CUSTOMER THRU 1300-GET-CUSTOMER-EXIT.
073600     MOVE TXG-CUST-NEAR-COUNT(TXG-CUST-IDX) TO TXG-NUM-ED.
073700     MOVE TXG-CUST-NEAR-TOTAL(TXG-CUST-IDX) TO TXG-AMT-ED.
073800     PERFORM 3600-FIND-REVIEW THRU 3600-FIND-REVIEW-EXIT.
073900     IF TXG-CASE-FOUND
074000         ADD 1 TO TXG-REVIEW-COUNT
074100         MOVE SPACES TO PRINT-LINE
074200         STRING TXG-CUST-ID(TXG-CUST-IDX) "  " TXG-CUST-NAME
074300             "  " TXG-NUM-ED "  " TXG-AMT-ED
074400             "  YA EN REVISION (CASO DEL " TXK-OPEN-DATE ")"
074500             DELIMITED BY SIZE INTO PRINT-LINE
074600         WRITE PRINT-LINE
074700         GO TO 3500-JUDGE-PATTERN-EXIT
074800     END-IF.
074900     MOVE SPACES TO TXK-CASE-RECORD.
075000     MOVE TXG-CUST-ID(TXG-CUST-IDX) TO TXK-CUSTOMER-ID.
075100     MOVE "S" TO TXK-CASE-TYPE.
075200     MOVE TXG-TODAY TO TXK-OPEN-DATE.
075300     SET TXK-STAT-OPEN TO TRUE.
075400     MOVE TXG-CUST-IN(TXG-CUST-IDX) TO TXK-CASH-IN.
075500     MOVE TXG-CUST-OUT(TXG-CUST-IDX) TO TXK-CASH-OUT.
075600     MOVE TXG-WINDOW-FROM TO TXK-WINDOW-FROM.
075700     MOVE TXG-CUST-NEAR-COUNT(TXG-CUST-IDX) TO TXK-NEAR-COUNT.
075800     MOVE TXG-CUST-NEAR-TOTAL(TXG-CUST-IDX) TO TXK-NEAR-TOTAL.
075900     MOVE ZERO TO TXK-CLOSED-DATE.
076000     WRITE TXK-CASE-RECORD
076100         INVALID KEY
076200             DISPLAY "*** ERROR AL GRABAR EL CASO - ESTADO "
076300                 WS-TXGCASE-STATUS
076400     END-WRITE.
076500     ADD 1 TO TXG-FLAGGED-COUNT.
076600     MOVE SPACES TO PRINT-LINE.
076700     STRING TXG-CUST-ID(TXG-CUST-IDX) "  " TXG-CUST-NAME
076800         "  " TXG-NUM-ED "  " TXG-AMT-ED "  CASO ABIERTO"
076900         DELIMITED BY SIZE INTO PRINT-LINE.
077000     WRITE PRINT-LINE.
077100 3500-JUDGE-PATTERN-EXIT.
077200     EXIT.
077300
077400******************************************************************
077500* 3600-FIND-REVIEW  -  THE CUSTOMER'S TYPE "S" CASES FROM THE
077600*                      WINDOW START ON.  THE KEY ORDER (CUSTOMER,
077700*                      TYPE, DATE) PUTS THEM TOGETHER.
077800******************************************************************
077900 3600-FIND-REVIEW.
078000     MOVE "N" TO TXG-CASE-FOUND-SW.
078100     MOVE TXG-CUST-ID(TXG-CUST-IDX) TO TXK-CUSTOMER-ID.
078200     MOVE "S" TO TXK-CASE-TYPE.
078300     MOVE TXG-WINDOW-FROM TO TXK-OPEN-DATE.
078400     START TXG-CASE-FILE KEY NOT < TXK-KEY
078500         INVALID KEY
078600             GO TO 3600-FIND-REVIEW-EXIT
078700     END-START.
078800     READ TXG-CASE-FILE NEXT
078900         AT END
079000             GO TO 3600-FIND-REVIEW-EXIT
079100     END-READ.
079200     IF TXK-CUSTOMER-ID = TXG-CUST-ID(TXG-CUST-IDX)
079300       AND TXK-TYPE-STRUCTURING
079400         SET TXG-CASE-FOUND TO TRUE
079500     END-IF.
079600 3600-FIND-REVIEW-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000* 4000-LIST-OPEN-CASES  -  EVERY CASE COMPLIANCE HAS NOT CLOSED,
080100*                          WITH ITS AGE IN DAYS.
080200******************************************************************
080300 4000-LIST-OPEN-CASES.
080400     MOVE SPACES TO PRINT-LINE.
080500     WRITE PRINT-LINE.
080600     MOVE "---- CASOS ABIERTOS ----" TO PRINT-LINE.
080700     WRITE PRINT-LINE.
080800     MOVE SPACES TO PRINT-LINE.
080900     STRING "CLIENTE   TIPO  ABIERTO    DIAS        ENTRADAS"
081000         "           SALIDAS   CERCANOS"
081100         DELIMITED BY SIZE INTO PRINT-LINE.
081200     WRITE PRINT-LINE.
081300     MOVE "N" TO TXG-EOF-SW.
081400     MOVE LOW-VALUES TO TXK-KEY.
081500     START TXG-CASE-FILE KEY NOT < TXK-KEY
081600         INVALID KEY
081700             SET TXG-EOF TO TRUE
081800     END-START.
081900     PERFORM 4100-ONE-CASE THRU 4100-ONE-CASE-EXIT
082000         UNTIL TXG-EOF.
082100 4000-LIST-OPEN-CASES-EXIT.
082200     EXIT.
082300
082400******************************************************************
082500* 4100-ONE-CASE
082600******************************************************************
082700 4100-ONE-CASE.
082800     READ TXG-CASE-FILE NEXT
082900         AT END
083000             SET TXG-EOF TO TRUE
083100             GO TO 4100-ONE-CASE-EXIT
083200     END-READ.
083300     IF NOT TXK-STAT-OPEN
083400         GO TO 4100-ONE-CASE-EXIT
083500     END-IF.
083600     ADD 1 TO TXG-OPEN-COUNT.
083700     COMPUTE TXG-AGE-DAYS =
083800         FUNCTION INTEGER-OF-DATE(TXG-TODAY)
083900       - FUNCTION INTEGER-OF-DATE(TXK-OPEN-DATE).
084000     MOVE TXK-CASH-IN TO TXG-AMT-ED.
084100     MOVE TXK-CASH-OUT TO TXG-AMT2-ED.
084200     MOVE TXK-NEAR-COUNT TO TXG-NUM-ED.
084300     MOVE SPACES TO PRINT-LINE.
084400     STRING TXK-CUSTOMER-ID "  " TXK-CASE-TYPE "     "
084500         TXK-OPEN-DATE "  " TXG-AGE-DAYS
084600         "  " TXG-AMT-ED "  " TXG-AMT2-ED "  " TXG-NUM-ED
084700         DELIMITED BY SIZE INTO PRINT-LINE.
084800     WRITE PRINT-LINE.
084900 4100-ONE-CASE-EXIT.
085000     EXIT.
085100
085200******************************************************************
085300* 5000-PRINT-TOTALS
085400******************************************************************
085500 5000-PRINT-TOTALS.
085600     MOVE SPACES TO PRINT-LINE.
085700     WRITE PRINT-LINE.
085800     MOVE TXG-READ-COUNT TO TXG-CNT-ED.
085900     MOVE SPACES TO PRINT-LINE.
086000     STRING "MOVIMIENTOS LEIDOS EN POSTJRNL:   " TXG-CNT-ED
086100         DELIMITED BY SIZE INTO PRINT-LINE.
086200     WRITE PRINT-LINE.
086300     MOVE TXG-CASH-COUNT TO TXG-CNT-ED.
086400     MOVE SPACES TO PRINT-LINE.
086500     STRING "EN EFECTIVO DENTRO DE LA VENTANA: " TXG-CNT-ED
086600         DELIMITED BY SIZE INTO PRINT-LINE.
086700     WRITE PRINT-LINE.
086800     MOVE TXG-TODAY-COUNT TO TXG-CNT-ED.
086900     MOVE SPACES TO PRINT-LINE.
087000     STRING "  DE ELLOS HOY:                   " TXG-CNT-ED
087100         DELIMITED BY SIZE INTO PRINT-LINE.
087200     WRITE PRINT-LINE.
087300     MOVE TXG-REPORTED-COUNT TO TXG-CNT-ED.
087400     MOVE SPACES TO PRINT-LINE.
087500     STRING "CLIENTES REPORTADOS (TXGREG):     " TXG-CNT-ED
087600         DELIMITED BY SIZE INTO PRINT-LINE.
087700     WRITE PRINT-LINE.
087800     MOVE TXG-AGAIN-COUNT TO TXG-CNT-ED.
087900     MOVE SPACES TO PRINT-LINE.
088000     STRING "  YA REPORTADOS HOY (RERUN):      " TXG-CNT-ED
088100         DELIMITED BY SIZE INTO PRINT-LINE.
088200     WRITE PRINT-LINE.
088300     MOVE TXG-FLAGGED-COUNT TO TXG-CNT-ED.
088400     MOVE SPACES TO PRINT-LINE.
088500     STRING "CLIENTES MARCADOS PARA REVISION:  " TXG-CNT-ED
088600         DELIMITED BY SIZE INTO PRINT-LINE.
088700     WRITE PRINT-LINE.
088800     MOVE TXG-REVIEW-COUNT TO TXG-CNT-ED.
088900     MOVE SPACES TO PRINT-LINE.
089000     STRING "  YA EN REVISION:                 " TXG-CNT-ED
089100         DELIMITED BY SIZE INTO PRINT-LINE.
089200     WRITE PRINT-LINE.
089300     MOVE TXG-OPEN-COUNT TO TXG-CNT-ED.
089400     MOVE SPACES TO PRINT-LINE.
089500     STRING "CASOS ABIERTOS:                   " TXG-CNT-ED
089600         DELIMITED BY SIZE INTO PRINT-LINE.
089700     WRITE PRINT-LINE.
089800     IF TXG-NO-RATE-COUNT > ZERO
089900         MOVE TXG-NO-RATE-COUNT TO TXG-CNT-ED
090000         MOVE SPACES TO PRINT-LINE
090100         STRING "*** MOVIMIENTOS EN MONEDA SIN TASA EN FXRATE "
090200             "(VALUADOS A UNO): " TXG-CNT-ED
090300             DELIMITED BY SIZE INTO PRINT-LINE
090400         WRITE PRINT-LINE
090500     END-IF.
090600     IF TXG-NO-ACCT-COUNT > ZERO
090700         MOVE TXG-NO-ACCT-COUNT TO TXG-CNT-ED
090800         MOVE SPACES TO PRINT-LINE
090900         STRING "*** MOVIMIENTOS DE CUENTAS YA NO EN ACCTMAST: "
091000             TXG-CNT-ED
091100             DELIMITED BY SIZE INTO PRINT-LINE
091200         WRITE PRINT-LINE
091300     END-IF.
091400     IF TXG-LOST-COUNT > ZERO
091500         MOVE TXG-LOST-COUNT TO TXG-CNT-ED
091600         MOVE SPACES TO PRINT-LINE
091700         STRING "*** TABLA DE CLIENTES LLENA - MOVIMIENTOS FUERA "
091800             "DEL ANALISIS: " TXG-CNT-ED
091900             DELIMITED BY SIZE INTO PRINT-LINE
092000         WRITE PRINT-LINE
092100     END-IF.
092200     DISPLAY "TXGRAN: " TXG-REPORTED-COUNT " REPORTADOS, "
092300         TXG-FLAGGED-COUNT " MARCADOS, " TXG-OPEN-COUNT
092400         " CASOS ABIERTOS".
092500 5000-PRINT-TOTALS-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900* 6000-CLOSE-CASE  -  COMPLIANCE RECORDS WHAT WAS DONE WITH AN
093000*                     OPEN CASE.  A REPORTED CUSTOMER ("R") CLOSES
093100*                     ONLY AS FILED OR SUSPICIOUS-ACTIVITY-FILED.
093200******************************************************************
093300 6000-CLOSE-CASE.
093400     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
093500     IF NOT TXG-SESSION-OK
093600         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
093700             "INICIE SESION EN MENU-PRINCIPAL."
093800         GO TO 6000-CLOSE-CASE-EXIT
093900     END-IF.
094000     OPEN I-O TXG-CASE-FILE.
094100     IF NOT FS-SUCCESS OF WS-TXGCASE-STATUS
094200         DISPLAY "NO HAY CASOS DE CUMPLIMIENTO (TXGCASE)."
094300         GO TO 6000-CLOSE-CASE-EXIT
094400     END-IF.
094500     DISPLAY "CLIENTE DEL CASO: ".
094600     ACCEPT TXG-CUSTOMER-WANTED.
094700     PERFORM 6100-SHOW-OPEN THRU 6100-SHOW-OPEN-EXIT.
094800     IF TXG-OPEN-COUNT = ZERO
094900         DISPLAY "EL CLIENTE NO TIENE CASOS ABIERTOS."
095000         GO TO 6000-CLOSE-CASE-CLOSE
095100     END-IF.
095200     DISPLAY "TIPO DEL CASO (R=REPORTADO, S=ESTRUCTURACION): ".
095300     ACCEPT TXG-TYPE-WANTED.
095400     DISPLAY "FECHA DE APERTURA (AAAAMMDD): ".
095500     ACCEPT TXG-DATE-INPUT.
095600     IF TXG-DATE-INPUT NOT NUMERIC
095700         DISPLAY "FECHA INVALIDA: " TXG-DATE-INPUT
095800         GO TO 6000-CLOSE-CASE-CLOSE
095900     END-IF.
096000     MOVE TXG-CUSTOMER-WANTED TO TXK-CUSTOMER-ID.
096100     MOVE TXG-TYPE-WANTED TO TXK-CASE-TYPE.
096200     MOVE TXG-DATE-INPUT TO TXK-OPEN-DATE.
096300     READ TXG-CASE-FILE
096400         INVALID KEY
096500             DISPLAY "CASO NO ENCONTRADO."
096600             GO TO 6000-CLOSE-CASE-CLOSE
096700     END-READ.
096800     IF NOT TXK-STAT-OPEN
096900         DISPLAY "EL CASO YA ESTA CERRADO (" TXK-DISPOSITION
097000             " EL " TXK-CLOSED-DATE " POR " TXK-CLOSED-BY ")."
097100         GO TO 6000-CLOSE-CASE-CLOSE
097200     END-IF.
097300     IF TXK-TYPE-REPORTED
097400         DISPLAY "DISPOSICION (F=REPORTE PRESENTADO, "
097500             "S=REPORTE DE OPERACION SOSPECHOSA): "
097600     ELSE
097700         DISPLAY "DISPOSICION (S=REPORTE DE OPERACION "
097800             "SOSPECHOSA, N=SIN MAS ACCION): "
097900     END-IF.
098000     ACCEPT TXG-DISP-INPUT.
098100     MOVE TXG-DISP-INPUT TO TXK-DISPOSITION.
098200     IF NOT TXK-DISP-VALID
098300       OR (TXK-TYPE-REPORTED AND TXK-DISP-NO-ACTION)
098400       OR (TXK-TYPE-STRUCTURING AND TXK-DISP-FILED)
098500         DISPLAY "DISPOSICION INVALIDA PARA EL TIPO DE CASO."
098600         GO TO 6000-CLOSE-CASE-CLOSE
098700     END-IF.
098800     DISPLAY "NOTA (40 CARACTERES): ".
098900     ACCEPT TXG-NOTE-INPUT.
099000     DISPLAY "CONFIRMA EL CIERRE DEL CASO? (S/N): ".
099100     ACCEPT TXG-CONFIRM.
099200     IF NOT TXG-CONFIRMED
099300         DISPLAY "CIERRE CANCELADO."
099400         GO TO 6000-CLOSE-CASE-CLOSE
099500     END-IF.
099600     SET TXK-STAT-CLOSED TO TRUE.
099700     MOVE TXG-SIGNON-ID TO TXK-CLOSED-BY.
099800     MOVE TXG-TODAY TO TXK-CLOSED-DATE.
099900     MOVE TXG-NOTE-INPUT TO TXK-NOTE.
100000     REWRITE TXK-CASE-RECORD
100100         INVALID KEY
100200             DISPLAY "*** ERROR AL REGRABAR EL CASO - ESTADO "
100300                 WS-TXGCASE-STATUS
100400             GO TO 6000-CLOSE-CASE-CLOSE
100500     END-REWRITE.
100600     DISPLAY "CASO CERRADO.".
100700 6000-CLOSE-CASE-CLOSE.
100800     CLOSE TXG-CASE-FILE.
100900 6000-CLOSE-CASE-EXIT.
101000     EXIT.
101100
101200******************************************************************
101300* 6100-SHOW-OPEN  -  THE CUSTOMER'S OPEN CASES ON THE TERMINAL.
101400******************************************************************
101500 6100-SHOW-OPEN.
101600     MOVE ZERO TO TXG-OPEN-COUNT.
101700     MOVE "N" TO TXG-EOF-SW.
101800     MOVE LOW-VALUES TO TXK-KEY.
101900     MOVE TXG-CUSTOMER-WANTED TO TXK-CUSTOMER-ID.
102000     START TXG-CASE-FILE KEY NOT < TXK-KEY
102100         INVALID KEY
102200             GO TO 6100-SHOW-OPEN-EXIT
102300     END-START.
102400     PERFORM 6110-SHOW-ONE THRU 6110-SHOW-ONE-EXIT
102500         UNTIL TXG-EOF.
102600 6100-SHOW-OPEN-EXIT.
102700     EXIT.
102800
102900******************************************************************
103000* 6110-SHOW-ONE
103100******************************************************************
103200 6110-SHOW-ONE.
103300     READ TXG-CASE-FILE NEXT
103400         AT END
103500             SET TXG-EOF TO TRUE
103600             GO TO 6110-SHOW-ONE-EXIT
103700     END-READ.
103800     IF TXK-CUSTOMER-ID NOT = TXG-CUSTOMER-WANTED
103900         SET TXG-EOF TO TRUE
104000         GO TO 6110-SHOW-ONE-EXIT
104100     END-IF.
104200     IF NOT TXK-STAT-OPEN
104300         GO TO 6110-SHOW-ONE-EXIT
104400     END-IF.
104500     ADD 1 TO TXG-OPEN-COUNT.
104600     MOVE TXK-CASH-IN TO TXG-AMT-ED.
104700     MOVE TXK-CASH-OUT TO TXG-AMT2-ED.
104800     DISPLAY "  TIPO " TXK-CASE-TYPE "  ABIERTO " TXK-OPEN-DATE
104900         "  ENTRADAS " TXG-AMT-ED "  SALIDAS " TXG-AMT2-ED.
105000     IF TXK-TYPE-STRUCTURING
105100         MOVE TXK-NEAR-COUNT TO TXG-NUM-ED
105200         MOVE TXK-NEAR-TOTAL TO TXG-AMT-ED
105300         DISPLAY "         CERCANOS " TXG-NUM-ED "  TOTAL "
105400             TXG-AMT-ED "  DESDE " TXK-WINDOW-FROM
105500     END-IF.
105600 6110-SHOW-ONE-EXIT.
105700     EXIT.
105800
105900 END PROGRAM TXGRAN.
