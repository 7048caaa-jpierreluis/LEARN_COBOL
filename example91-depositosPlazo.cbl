000100******************************************************************
000200* PROGRAM-ID: TDEPMANT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 09/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     ON-LINE MAINTENANCE FOR THE TDEPMAST TERM DEPOSIT
000800*              FILE (TDEPREC LAYOUT).  SHOWS AN ACCOUNT'S DEPOSIT
000900*              WITH THE INTEREST IT WILL EARN OVER THE TERM;
001000*              REGISTERS A NEW DEPOSIT ON AN ACCOUNT OPENED UNDER
001100*              A TERM DEPOSIT PRODUCT (PRD-KIND-TERM-DEPOSIT) -
001200*              THE ACCOUNT'S BALANCE BECOMES THE PRINCIPAL, AT A
001300*              FIXED ANNUAL RATE (BLANK = THE PRODUCT'S BAND RATE
001400*              FOR THE PRINCIPAL), FOR A TERM OF 1 TO 120 MONTHS
001500*              THAT ENDS ON A BUSINESS DAY (FECHALAB "M"), WITH
001600*              THE INSTRUCTION FOR MATURITY AND THE ACCOUNT THAT
001700*              RECEIVES THE PAYOUT; CHANGES THE INSTRUCTION OR THE
001800*              PAYOUT ACCOUNT OF A DEPOSIT IN FORCE; AND, FROM A
001900*              SUPERVISOR SESSION ONLY, REQUESTS ITS BREAK BEFORE
002000*              TERM.  NOTHING IS POSTED HERE: THE DAILY TDEPVEN
002100*              RUN ACCRUES, PAYS OUT, ROLLS OVER AND EXECUTES THE
002200*              BREAKS.  REACHED FROM MENU-PRINCIPAL.
002300* TECTONICS:   cobc -x example91-depositosPlazo.cbl
002400*                  example41-fechaLaboral.cbl
002500*
002600* MODIFICATION HISTORY
002700*   09/10/26  JPL  INITIAL VERSION.
002800******************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. TDEPMANT.
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
004200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACM-ACCOUNT-NUMBER
004600         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-ACCTMAST-STATUS.
004900
005000     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PRD-PRODUCT-CODE
005400         FILE STATUS IS WS-PRODMAST-STATUS.
005500
005600     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SESSION-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  TERM-DEPOSIT-FILE.
006300 COPY TDEPREC.
006400
006500 FD  ACCT-MASTER-FILE.
006600 COPY ACCTREC.
006700
006800 FD  PRODUCT-MASTER-FILE.
006900 COPY PRODREC.
007000
007100 FD  OPER-SESSION-FILE.
007200 COPY SESREC.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-TDEPMAST-STATUS.
007600     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
007700 01  WS-ACCTMAST-STATUS.
007800     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
007900 01  WS-PRODMAST-STATUS.
008000     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
008100 01  WS-SESSION-STATUS.
008200     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
008300 COPY FECHPARM.
008400
008500 77  TDM-OPTION                      PIC X(01) VALUE SPACE.
008600     88  TDM-OPT-EXIT                VALUE "0".
008700     88  TDM-OPT-VALID               VALUE "0" "1" "2" "3" "4".
008800 77  TDM-CONFIRM                     PIC X(01) VALUE "N".
008900     88  TDM-CONFIRMED               VALUE "S" "s".
009000 77  TDM-SESSION-FOUND-SW            PIC X(01) VALUE "N".
009100     88  TDM-SESSION-FOUND           VALUE "Y".
009200 77  TDM-SUPERVISOR-SW               PIC X(01) VALUE "N".
009300     88  TDM-SUPERVISOR              VALUE "Y".
009400 77  TDM-PRODMAST-OPEN-SW            PIC X(01) VALUE "N".
009500     88  TDM-PRODMAST-OPEN           VALUE "Y".
009600 77  TDM-OPERATOR-ID                 PIC X(08) VALUE SPACES.
009700 77  TDM-TODAY                       PIC 9(08).
009800 77  TDM-ACCOUNT-WANTED              PIC X(10) VALUE SPACES.
009900 77  TDM-PAYOUT-WANTED               PIC X(10) VALUE SPACES.
010000 77  TDM-ACCT-OK-SW                  PIC X(01) VALUE "N".
010100     88  TDM-ACCT-OK                 VALUE "Y".
010200 77  TDM-DEP-FOUND-SW                PIC X(01) VALUE "N".
010300     88  TDM-DEP-FOUND               VALUE "Y".
010400 77  TDM-PROD-FOUND-SW               PIC X(01) VALUE "N".
010500     88  TDM-PROD-FOUND              VALUE "Y".
010600 77  TDM-PAYOUT-OK-SW                PIC X(01) VALUE "N".
010700     88  TDM-PAYOUT-OK               VALUE "Y".
010800 77  TDM-INPUT-OK-SW                 PIC X(01) VALUE "Y".
010900     88  TDM-INPUT-OK                VALUE "Y".
011000 77  TDM-INPUT-BLANK-SW              PIC X(01) VALUE "N".
011100     88  TDM-INPUT-BLANK             VALUE "Y".
011200 77  TDM-INS-INPUT                   PIC X(01) VALUE SPACE.
011300 77  TDM-CURRENCY                    PIC X(03) VALUE SPACES.
011400 77  TDM-DEST-CURRENCY               PIC X(03) VALUE SPACES.
011500 77  TDM-INS-DESC                    PIC X(28) VALUE SPACES.
011600 77  TDM-STATUS-DESC                 PIC X(10) VALUE SPACES.
011700
011800******************************************************************
011900* FIGURES OF THE DEPOSIT.  THE INTEREST OF A TERM IS PRINCIPAL
012000* TIMES RATE TIMES THE ACTUAL DAYS OVER 365, THE SAME FIGURE
012100* TDEPVEN ACCRUES DAY BY DAY.
012200******************************************************************
012300 77  TDM-NUM-INPUT                   PIC X(15) VALUE SPACES.
012400 77  TDM-NUM-TEST                    PIC S9(04) COMP VALUE ZERO.
012500 77  TDM-NUM-VALUE                   PIC S9(09)V9999 VALUE ZERO.
012600 77  TDM-RATE                        PIC 9V9999 VALUE ZERO.
012700 77  TDM-BAND-RATE                   PIC S9V9999 VALUE ZERO.
012800 77  TDM-TERM                        PIC 9(03) VALUE ZERO.
012900 77  TDM-START-INT                   PIC S9(09) COMP VALUE ZERO.
013000 77  TDM-END-INT                     PIC S9(09) COMP VALUE ZERO.
013100 77  TDM-DAYS                        PIC 9(05) VALUE ZERO.
013200 77  TDM-INTEREST                    PIC 9(09)V99 VALUE ZERO.
013300 77  TDM-PENALTY-PCT                 PIC 9V9999 VALUE ZERO.
013400 77  TDM-PENALTY                     PIC 9(07)V99 VALUE ZERO.
013500 01  TDM-AMT-ED                      PIC ZZZ,ZZZ,ZZ9.99.
013600 01  TDM-RATE-ED                     PIC 9.9999.
013700
013800 PROCEDURE DIVISION.
013900******************************************************************
014000* 0000-MAINLINE
014100******************************************************************
014200 0000-MAINLINE.
014300     ACCEPT TDM-TODAY FROM DATE YYYYMMDD.
014400     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
014500     IF NOT TDM-SESSION-FOUND
014600         DISPLAY "ID DE OPERADOR: "
014700         ACCEPT TDM-OPERATOR-ID
014800     END-IF.
014900     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
015000     IF NOT FS-SUCCESS OF WS-TDEPMAST-STATUS
015100         DISPLAY "TDEPMANT: NO SE PUDO ABRIR TDEPMAST - ESTADO "
015200             WS-TDEPMAST-STATUS
015300         GO TO 0000-MAINLINE-EXIT
015400     END-IF.
015500     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
015600         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
015700             WS-ACCTMAST-STATUS
015800         CLOSE TERM-DEPOSIT-FILE
015900         GO TO 0000-MAINLINE-EXIT
016000     END-IF.
016100     PERFORM 2000-SHOW-MENU THRU 2000-SHOW-MENU-EXIT
016200         UNTIL TDM-OPT-EXIT.
016300     CLOSE TERM-DEPOSIT-FILE.
016400     CLOSE ACCT-MASTER-FILE.
016500     IF TDM-PRODMAST-OPEN
016600         CLOSE PRODUCT-MASTER-FILE
016700     END-IF.
016800 0000-MAINLINE-EXIT.
016900     GOBACK.
017000
017100******************************************************************
017200* 0100-READ-SESSION  -  THE OPERATOR COMES FROM TODAY'S SESSION,
017300*                       THE SAME WAY HOLDMANT READS IT; THE
017400*                       PROMPT IS ONLY THE FALLBACK.  THE ROLE
017500*                       DECIDES WHO MAY BREAK A DEPOSIT.
017600******************************************************************
017700 0100-READ-SESSION.
017800     OPEN INPUT OPER-SESSION-FILE.
017900     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
018000         GO TO 0100-READ-SESSION-EXIT
018100     END-IF.
018200     READ OPER-SESSION-FILE
018300         AT END
018400             CONTINUE
018500         NOT AT END
018600             IF SES-SIGNON-DATE = TDM-TODAY
018700                 SET TDM-SESSION-FOUND TO TRUE
018800                 MOVE SES-OPERATOR-ID TO TDM-OPERATOR-ID
018900                 IF SES-ROLE-SUPERVISOR
019000                     SET TDM-SUPERVISOR TO TRUE
019100                 END-IF
019200             END-IF
019300     END-READ.
019400     CLOSE OPER-SESSION-FILE.
019500 0100-READ-SESSION-EXIT.
019600     EXIT.
019700
019800******************************************************************
019900* 1000-OPEN-FILES  -  TDEPMAST I-O WITH THE USUAL STATUS-35
020000*                     RECOVERY SO THE FIRST RUN CREATES IT;
020100*                     ACCTMAST AND PRODMAST ARE ONLY READ.
020200*                     WITHOUT PRODMAST NO ACCOUNT CAN BE SHOWN
020300*                     TO BE OF A TERM DEPOSIT PRODUCT, SO NO
020400*                     DEPOSIT IS REGISTERED.
020500******************************************************************
020600 1000-OPEN-FILES.
020700     OPEN I-O TERM-DEPOSIT-FILE.
020800     IF FS-NOT-FOUND OF WS-TDEPMAST-STATUS
020900         CLOSE TERM-DEPOSIT-FILE
021000         OPEN OUTPUT TERM-DEPOSIT-FILE
021100         CLOSE TERM-DEPOSIT-FILE
021200         OPEN I-O TERM-DEPOSIT-FILE
021300     END-IF.
021400     IF NOT FS-SUCCESS OF WS-TDEPMAST-STATUS
021500         GO TO 1000-OPEN-FILES-EXIT
021600     END-IF.
021700     OPEN INPUT ACCT-MASTER-FILE.
021800     OPEN INPUT PRODUCT-MASTER-FILE.
021900     IF FS-SUCCESS OF WS-PRODMAST-STATUS
022000         SET TDM-PRODMAST-OPEN TO TRUE
022100     ELSE
022200         DISPLAY "AVISO: PRODMAST NO DISPONIBLE - NO SE PUEDEN "
022300             "CONSTITUIR DEPOSITOS"
022400     END-IF.
022500 1000-OPEN-FILES-EXIT.
022600     EXIT.
022700
022800******************************************************************
022900* 2000-SHOW-MENU
023000******************************************************************
023100 2000-SHOW-MENU.
023200     DISPLAY " ".
023300     DISPLAY "==== TDEPMANT - DEPOSITOS A PLAZO FIJO ====".
023400     DISPLAY "1. CONSULTAR DEPOSITO DE UNA CUENTA".
023500     DISPLAY "2. CONSTITUIR DEPOSITO".
023600     DISPLAY "3. CAMBIAR INSTRUCCION DE VENCIMIENTO".
023700     DISPLAY "4. CANCELACION ANTICIPADA (SUPERVISOR)".
023800     DISPLAY "0. SALIR".
023900     DISPLAY "SELECCIONE UNA OPCION: ".
024000     ACCEPT TDM-OPTION.
024100     IF NOT TDM-OPT-VALID
024200         DISPLAY "OPCION INVALIDA, REINTENTE."
024300     ELSE
024400         EVALUATE TDM-OPTION
024500             WHEN "1"
024600                 PERFORM 3000-SHOW-DEPOSIT
024700                     THRU 3000-SHOW-DEPOSIT-EXIT
024800             WHEN "2"
024900                 PERFORM 4000-OPEN-DEPOSIT
025000                     THRU 4000-OPEN-DEPOSIT-EXIT
025100             WHEN "3"
025200                 PERFORM 5000-CHANGE-INSTRUCTION
025300                     THRU 5000-CHANGE-INSTRUCTION-EXIT
025400             WHEN "4"
025500                 PERFORM 6000-REQUEST-BREAK
025600                     THRU 6000-REQUEST-BREAK-EXIT
025700             WHEN "0"
025800                 CONTINUE
025900         END-EVALUATE
026000     END-IF.
026100 2000-SHOW-MENU-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500* 3000-SHOW-DEPOSIT  -  THE ACCOUNT'S DEPOSIT, IN FORCE OR NOT.
026600******************************************************************
026700 3000-SHOW-DEPOSIT.
026800     DISPLAY "NUMERO DE CUENTA: ".
026900     ACCEPT TDM-ACCOUNT-WANTED.
027000     PERFORM 7100-READ-DEPOSIT THRU 7100-READ-DEPOSIT-EXIT.
027100     IF NOT TDM-DEP-FOUND
027200         DISPLAY "LA CUENTA NO TIENE DEPOSITO A PLAZO."
027300         GO TO 3000-SHOW-DEPOSIT-EXIT
027400     END-IF.
027500     PERFORM 7400-SHOW-DETAIL THRU 7400-SHOW-DETAIL-EXIT.
027600 3000-SHOW-DEPOSIT-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000* 4000-OPEN-DEPOSIT  -  THE ACCOUNT MUST BE POSTABLE, OF A TERM
028100*                       DEPOSIT PRODUCT, WITH A POSITIVE BALANCE
028200*                       AND NO DEPOSIT IN FORCE.  A FINISHED
028300*                       DEPOSIT (PAID OUT OR BROKEN) ON THE SAME
028400*                       ACCOUNT IS REPLACED BY THE NEW ONE.  THE
028500*                       PAYOUT ACCOUNT IS ALWAYS ASKED FOR: EVEN A
028600*                       FULL ROLLOVER PAYS OUT IF THE DEPOSIT IS
028700*                       BROKEN.
028800******************************************************************
028900 4000-OPEN-DEPOSIT.
029000     DISPLAY "NUMERO DE CUENTA DEL DEPOSITO: ".
029100     ACCEPT TDM-ACCOUNT-WANTED.
029200     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
029300     IF NOT TDM-ACCT-OK
029400         GO TO 4000-OPEN-DEPOSIT-EXIT
029500     END-IF.
029600     IF NOT ACM-STAT-POSTABLE
029700         DISPLAY "CUENTA CONGELADA O CERRADA - DEPOSITO "
029800             "CANCELADO."
029900         GO TO 4000-OPEN-DEPOSIT-EXIT
030000     END-IF.
030100     PERFORM 7200-READ-PRODUCT THRU 7200-READ-PRODUCT-EXIT.
030200     IF NOT TDM-PROD-FOUND OR NOT PRD-KIND-TERM-DEPOSIT
030300         DISPLAY "LA CUENTA NO ES DE UN PRODUCTO A PLAZO FIJO - "
030400             "DEPOSITO CANCELADO."
030500         GO TO 4000-OPEN-DEPOSIT-EXIT
030600     END-IF.
030700     IF ACM-ACCOUNT-BALANCE NOT > ZERO
030800         DISPLAY "LA CUENTA NO TIENE SALDO PARA EL DEPOSITO - "
030900             "DEPOSITO CANCELADO."
031000         GO TO 4000-OPEN-DEPOSIT-EXIT
031100     END-IF.
031200     PERFORM 7100-READ-DEPOSIT THRU 7100-READ-DEPOSIT-EXIT.
031300     IF TDM-DEP-FOUND AND TDP-STAT-ACTIVE
031400         DISPLAY "LA CUENTA YA TIENE UN DEPOSITO VIGENTE - VENCE "
031500             TDP-MATURITY-DATE
031600         GO TO 4000-OPEN-DEPOSIT-EXIT
031700     END-IF.
031800     IF ACM-CCY-LOCAL
031900         MOVE "LOC" TO TDM-CURRENCY
032000     ELSE
032100         MOVE ACM-CURRENCY-CODE TO TDM-CURRENCY
032200     END-IF.
032300     MOVE ACM-ACCOUNT-BALANCE TO TDM-AMT-ED.
032400     DISPLAY "CAPITAL DEL DEPOSITO (SALDO DE LA CUENTA): "
032500         TDM-AMT-ED.
032600     DISPLAY "TASA ANUAL FIJA (EJ. 0.0450, BLANCO=TASA DEL "
032700         "PRODUCTO): ".
032800     PERFORM 8800-GET-NUMBER THRU 8800-GET-NUMBER-EXIT.
032900     EVALUATE TRUE
033000         WHEN TDM-INPUT-BLANK
033100             PERFORM 7700-PICK-BAND-RATE
033200                 THRU 7700-PICK-BAND-RATE-EXIT
033300         WHEN NOT TDM-INPUT-OK
033400             DISPLAY "TASA INVALIDA - DEPOSITO CANCELADO."
033500             GO TO 4000-OPEN-DEPOSIT-EXIT
033600         WHEN TDM-NUM-VALUE > 9.9999
033700             DISPLAY "TASA FUERA DE RANGO - DEPOSITO CANCELADO."
033800             GO TO 4000-OPEN-DEPOSIT-EXIT
033900         WHEN TDM-NUM-VALUE < ZERO
034000             MOVE ZERO TO TDM-BAND-RATE
034100         WHEN OTHER
034200             MOVE TDM-NUM-VALUE TO TDM-BAND-RATE
034300     END-EVALUATE.
034400     IF TDM-BAND-RATE NOT > ZERO
034500         DISPLAY "LA TASA DEBE SER MAYOR QUE CERO - DEPOSITO "
034600             "CANCELADO."
034700         GO TO 4000-OPEN-DEPOSIT-EXIT
034800     END-IF.
034900     MOVE TDM-BAND-RATE TO TDM-RATE.
035000     DISPLAY "PLAZO EN MESES (1-120): ".
035100     PERFORM 8800-GET-NUMBER THRU 8800-GET-NUMBER-EXIT.
035200     IF NOT TDM-INPUT-OK OR TDM-NUM-VALUE < 1
035300       OR TDM-NUM-VALUE > 120
035400         DISPLAY "PLAZO INVALIDO - DEPOSITO CANCELADO."
035500         GO TO 4000-OPEN-DEPOSIT-EXIT
035600     END-IF.
035700     MOVE TDM-NUM-VALUE TO TDM-TERM.
035800     IF TDM-TERM NOT = TDM-NUM-VALUE
035900         DISPLAY "EL PLAZO VA EN MESES ENTEROS - DEPOSITO "
036000             "CANCELADO."
036100         GO TO 4000-OPEN-DEPOSIT-EXIT
036200     END-IF.
036300     MOVE SPACES TO TDP-DEPOSIT-RECORD.
036400     DISPLAY "INSTRUCCION AL VENCIMIENTO (P=PAGAR, R=RENOVAR "
036500         "CAPITAL, T=RENOVAR TODO): ".
036600     ACCEPT TDM-INS-INPUT.
036700     MOVE TDM-INS-INPUT TO TDP-INSTRUCTION.
036800     IF NOT TDP-INS-VALID
036900         DISPLAY "INSTRUCCION INVALIDA - DEPOSITO CANCELADO."
037000         GO TO 4000-OPEN-DEPOSIT-EXIT
037100     END-IF.
037200     DISPLAY "CUENTA QUE RECIBE EL PAGO: ".
037300     ACCEPT TDM-PAYOUT-WANTED.
037400     PERFORM 7500-CHECK-PAYOUT THRU 7500-CHECK-PAYOUT-EXIT.
037500     IF NOT TDM-PAYOUT-OK
037600         DISPLAY "DEPOSITO CANCELADO."
037700         GO TO 4000-OPEN-DEPOSIT-EXIT
037800     END-IF.
037900     MOVE TDM-TODAY TO FCH-REQ-DATE.
038000     PERFORM 7600-GET-MATURITY THRU 7600-GET-MATURITY-EXIT.
038100     MOVE TDM-ACCOUNT-WANTED TO TDP-ACCOUNT-NUMBER.
038200     MOVE ACM-CUSTOMER-ID TO TDP-CUSTOMER-ID.
038300     MOVE ACM-ACCOUNT-BALANCE TO TDP-PRINCIPAL.
038400     MOVE TDM-RATE TO TDP-RATE.
038500     MOVE TDM-TODAY TO TDP-START-DATE TDP-LAST-ACCRUAL-DATE
038600         TDP-OPENED-DATE.
038700     MOVE TDM-TERM TO TDP-TERM-MONTHS.
038800     MOVE FCH-REPLY-DATE TO TDP-MATURITY-DATE.
038900     MOVE TDM-PAYOUT-WANTED TO TDP-PAYOUT-ACCOUNT.
039000     MOVE ZERO TO TDP-ACCRUED-INTEREST TDP-BREAK-DATE
039100         TDP-ROLL-COUNT TDP-CLOSED-DATE.
039200     SET TDP-STAT-ACTIVE TO TRUE.
039300     MOVE "N" TO TDP-BREAK-SW.
039400     MOVE SPACES TO TDP-BREAK-BY.
039500     MOVE TDM-OPERATOR-ID TO TDP-OPENED-BY.
039600     PERFORM 7400-SHOW-DETAIL THRU 7400-SHOW-DETAIL-EXIT.
039700     IF ACM-ACCRUED-INTEREST IS NUMERIC
039800       AND ACM-ACCRUED-INTEREST NOT = ZERO
039900         DISPLAY "AVISO: EL INTERES YA ACUMULADO EN LA CUENTA SE "
040000             "CAPITALIZA AL VENCIMIENTO"
040100     END-IF.
040200     DISPLAY "CONSTITUIR EL DEPOSITO? (S/N): ".
040300     ACCEPT TDM-CONFIRM.
040400     IF NOT TDM-CONFIRMED
040500         DISPLAY "DEPOSITO CANCELADO."
040600         GO TO 4000-OPEN-DEPOSIT-EXIT
040700     END-IF.
040800     IF TDM-DEP-FOUND
040900         REWRITE TDP-DEPOSIT-RECORD
041000             INVALID KEY
041100                 DISPLAY "ERROR AL REESCRIBIR - ESTADO "
041200                     WS-TDEPMAST-STATUS
041300                 GO TO 4000-OPEN-DEPOSIT-EXIT
041400         END-REWRITE
041500     ELSE
041600         WRITE TDP-DEPOSIT-RECORD
041700             INVALID KEY
041800                 DISPLAY "ERROR AL GRABAR - ESTADO "
041900                     WS-TDEPMAST-STATUS
042000                 GO TO 4000-OPEN-DEPOSIT-EXIT
042100         END-WRITE
042200     END-IF.
042300     DISPLAY "DEPOSITO CONSTITUIDO POR " TDM-OPERATOR-ID
042400         " - VENCE " TDP-MATURITY-DATE.
042500 4000-OPEN-DEPOSIT-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 5000-CHANGE-INSTRUCTION  -  THE INSTRUCTION AND/OR THE PAYOUT
043000*                             ACCOUNT OF A DEPOSIT IN FORCE; BLANK
043100*                             KEEPS THE CURRENT ONE.  A DEPOSIT
043200*                             WITH A BREAK PENDING IS LEFT AS IT
043300*                             IS.
043400******************************************************************
043500 5000-CHANGE-INSTRUCTION.
043600     DISPLAY "NUMERO DE CUENTA: ".
043700     ACCEPT TDM-ACCOUNT-WANTED.
043800     PERFORM 7100-READ-DEPOSIT THRU 7100-READ-DEPOSIT-EXIT.
043900     IF NOT TDM-DEP-FOUND OR NOT TDP-STAT-ACTIVE
044000         DISPLAY "LA CUENTA NO TIENE DEPOSITO VIGENTE."
044100         GO TO 5000-CHANGE-INSTRUCTION-EXIT
044200     END-IF.
044300     IF TDP-BREAK-REQUESTED
044400         DISPLAY "EL DEPOSITO TIENE CANCELACION PENDIENTE - SIN "
044500             "CAMBIOS."
044600         GO TO 5000-CHANGE-INSTRUCTION-EXIT
044700     END-IF.
044800     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
044900     IF NOT TDM-ACCT-OK
045000         GO TO 5000-CHANGE-INSTRUCTION-EXIT
045100     END-IF.
045200     IF ACM-CCY-LOCAL
045300         MOVE "LOC" TO TDM-CURRENCY
045400     ELSE
045500         MOVE ACM-CURRENCY-CODE TO TDM-CURRENCY
045600     END-IF.
045700     PERFORM 7300-DESCRIBE-DEPOSIT
045800         THRU 7300-DESCRIBE-DEPOSIT-EXIT.
045900     DISPLAY "INSTRUCCION ACTUAL: " TDM-INS-DESC
046000         "  CUENTA DE PAGO: " TDP-PAYOUT-ACCOUNT.
046100     DISPLAY "NUEVA INSTRUCCION (P=PAGAR, R=RENOVAR CAPITAL, "
046200         "T=RENOVAR TODO, BLANCO=IGUAL): ".
046300     ACCEPT TDM-INS-INPUT.
046400     IF TDM-INS-INPUT = SPACE
046500         MOVE TDP-INSTRUCTION TO TDM-INS-INPUT
046600     END-IF.
046700     DISPLAY "NUEVA CUENTA DE PAGO (BLANCO=IGUAL): ".
046800     ACCEPT TDM-PAYOUT-WANTED.
046900     IF TDM-PAYOUT-WANTED = SPACES
047000         MOVE TDP-PAYOUT-ACCOUNT TO TDM-PAYOUT-WANTED
047100     END-IF.
047200     IF TDM-INS-INPUT = TDP-INSTRUCTION
047300       AND TDM-PAYOUT-WANTED = TDP-PAYOUT-ACCOUNT
047400         DISPLAY "SIN CAMBIOS."
047500         GO TO 5000-CHANGE-INSTRUCTION-EXIT
047600     END-IF.
047700     MOVE TDM-INS-INPUT TO TDP-INSTRUCTION.
047800     IF NOT TDP-INS-VALID
047900         DISPLAY "INSTRUCCION INVALIDA - SIN CAMBIOS."
048000         GO TO 5000-CHANGE-INSTRUCTION-EXIT
048100     END-IF.
048200     PERFORM 7500-CHECK-PAYOUT THRU 7500-CHECK-PAYOUT-EXIT.
048300     IF NOT TDM-PAYOUT-OK
048400         DISPLAY "SIN CAMBIOS."
048500         GO TO 5000-CHANGE-INSTRUCTION-EXIT
048600     END-IF.
048700     MOVE TDM-PAYOUT-WANTED TO TDP-PAYOUT-ACCOUNT.
048800     PERFORM 7300-DESCRIBE-DEPOSIT
048900         THRU 7300-DESCRIBE-DEPOSIT-EXIT.
049000     DISPLAY "AL VENCIMIENTO " TDP-MATURITY-DATE ": "
049100         TDM-INS-DESC "  CUENTA DE PAGO: " TDP-PAYOUT-ACCOUNT.
049200     DISPLAY "CONFIRMA EL CAMBIO? (S/N): ".
049300     ACCEPT TDM-CONFIRM.
049400     IF NOT TDM-CONFIRMED
049500         DISPLAY "CAMBIO CANCELADO."
049600         GO TO 5000-CHANGE-INSTRUCTION-EXIT
049700     END-IF.
049800     REWRITE TDP-DEPOSIT-RECORD
049900         INVALID KEY
050000             DISPLAY "ERROR AL REESCRIBIR - ESTADO "
050100                 WS-TDEPMAST-STATUS
050200         NOT INVALID KEY
050300             DISPLAY "INSTRUCCION CAMBIADA POR " TDM-OPERATOR-ID
050400     END-REWRITE.
050500 5000-CHANGE-INSTRUCTION-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900* 6000-REQUEST-BREAK  -  SUPERVISOR ONLY.  THE BREAK IS NOT
051000*                        POSTED HERE: THE DEPOSIT IS MARKED AND
051100*                        THE NEXT TDEPVEN RUN FORFEITS THE
051200*                        PENALTY AND PAYS THE REST OUT.  THE
051300*                        PENALTY SHOWN IS ON THE INTEREST
051400*                        ACCRUED SO FAR.
051500******************************************************************
051600 6000-REQUEST-BREAK.
051700     IF NOT TDM-SUPERVISOR
051800         DISPLAY "LA CANCELACION ANTICIPADA LA SOLICITA UN "
051900             "SUPERVISOR."
052000         GO TO 6000-REQUEST-BREAK-EXIT
052100     END-IF.
052200     DISPLAY "NUMERO DE CUENTA: ".
052300     ACCEPT TDM-ACCOUNT-WANTED.
052400     PERFORM 7100-READ-DEPOSIT THRU 7100-READ-DEPOSIT-EXIT.
052500     IF NOT TDM-DEP-FOUND OR NOT TDP-STAT-ACTIVE
052600         DISPLAY "LA CUENTA NO TIENE DEPOSITO VIGENTE."
052700         GO TO 6000-REQUEST-BREAK-EXIT
052800     END-IF.
052900     IF TDP-BREAK-REQUESTED
053000         DISPLAY "LA CANCELACION YA FUE SOLICITADA POR "
053100             TDP-BREAK-BY " EL " TDP-BREAK-DATE
053200         GO TO 6000-REQUEST-BREAK-EXIT
053300     END-IF.
053400     IF TDP-MATURITY-DATE NOT > TDM-TODAY
053500         DISPLAY "EL DEPOSITO YA VENCIO - SE LIQUIDA EN LA "
053600             "PROXIMA CORRIDA DE TDEPVEN."
053700         GO TO 6000-REQUEST-BREAK-EXIT
053800     END-IF.
053900     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
054000     IF NOT TDM-ACCT-OK
054100         GO TO 6000-REQUEST-BREAK-EXIT
054200     END-IF.
054300     PERFORM 7200-READ-PRODUCT THRU 7200-READ-PRODUCT-EXIT.
054400     IF TDM-PROD-FOUND AND PRD-PENALTY-PCT IS NUMERIC
054500         MOVE PRD-PENALTY-PCT TO TDM-PENALTY-PCT
054600     ELSE
054700         MOVE 1 TO TDM-PENALTY-PCT
054800     END-IF.
054900     COMPUTE TDM-PENALTY ROUNDED =
055000         TDP-ACCRUED-INTEREST * TDM-PENALTY-PCT.
055100     PERFORM 7400-SHOW-DETAIL THRU 7400-SHOW-DETAIL-EXIT.
055200     MOVE TDM-PENALTY-PCT TO TDM-RATE-ED.
055300     MOVE TDM-PENALTY TO TDM-AMT-ED.
055400     DISPLAY "PENALIDAD (" TDM-RATE-ED " DEL INTERES): "
055500         TDM-AMT-ED.
055600     DISPLAY "CANCELAR ANTICIPADAMENTE EL DEPOSITO? (S/N): ".
055700     ACCEPT TDM-CONFIRM.
055800     IF NOT TDM-CONFIRMED
055900         DISPLAY "CANCELACION NO SOLICITADA."
056000         GO TO 6000-REQUEST-BREAK-EXIT
056100     END-IF.
056200     SET TDP-BREAK-REQUESTED TO TRUE.
056300     MOVE TDM-TODAY TO TDP-BREAK-DATE.
056400     MOVE TDM-OPERATOR-ID TO TDP-BREAK-BY.
056500     REWRITE TDP-DEPOSIT-RECORD
056600         INVALID KEY
056700             DISPLAY "ERROR AL REESCRIBIR - ESTADO "
056800                 WS-TDEPMAST-STATUS
056900         NOT INVALID KEY
057000             DISPLAY "CANCELACION SOLICITADA - SE EJECUTA EN LA "
057100                 "PROXIMA CORRIDA DE TDEPVEN"
057200     END-REWRITE.
057300 6000-REQUEST-BREAK-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700* 7000-READ-ACCOUNT  -  TDM-ACCOUNT-WANTED INTO THE ACCTMAST FD.
057800******************************************************************
057900 7000-READ-ACCOUNT.
058000     MOVE "N" TO TDM-ACCT-OK-SW.
058100     MOVE TDM-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
058200     READ ACCT-MASTER-FILE
058300         INVALID KEY
058400             DISPLAY "CUENTA NO ENCONTRADA: " TDM-ACCOUNT-WANTED
058500         NOT INVALID KEY
058600             SET TDM-ACCT-OK TO TRUE
058700     END-READ.
058800 7000-READ-ACCOUNT-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200* 7100-READ-DEPOSIT  -  TDM-ACCOUNT-WANTED INTO THE TDEPMAST FD.
059300******************************************************************
059400 7100-READ-DEPOSIT.
059500     MOVE "N" TO TDM-DEP-FOUND-SW.
059600     MOVE TDM-ACCOUNT-WANTED TO TDP-ACCOUNT-NUMBER.
059700     READ TERM-DEPOSIT-FILE
059800         INVALID KEY
059900             CONTINUE
060000         NOT INVALID KEY
060100             SET TDM-DEP-FOUND TO TRUE
060200     END-READ.
060300 7100-READ-DEPOSIT-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700* 7200-READ-PRODUCT  -  THE PRODUCT OF THE ACCOUNT IN THE ACCTMAST
060800*                       FD INTO THE PRODMAST FD.
060900******************************************************************
061000 7200-READ-PRODUCT.
061100     MOVE "N" TO TDM-PROD-FOUND-SW.
061200     IF NOT TDM-PRODMAST-OPEN OR ACM-NO-PRODUCT
061300         GO TO 7200-READ-PRODUCT-EXIT
061400     END-IF.
061500     MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
061600     READ PRODUCT-MASTER-FILE
061700         INVALID KEY
061800             CONTINUE
061900         NOT INVALID KEY
062000             SET TDM-PROD-FOUND TO TRUE
062100     END-READ.
062200 7200-READ-PRODUCT-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600* 7300-DESCRIBE-DEPOSIT  -  INSTRUCTION AND STATUS TEXT FOR THE
062700*                           DEPOSIT IN THE FD.
062800******************************************************************
062900 7300-DESCRIBE-DEPOSIT.
063000     EVALUATE TRUE
063100         WHEN TDP-INS-PAY-OUT
063200             MOVE "PAGAR CAPITAL E INTERES" TO TDM-INS-DESC
063300         WHEN TDP-INS-ROLL-PRINCIPAL
063400             MOVE "RENOVAR CAPITAL, PAGAR INT." TO TDM-INS-DESC
063500         WHEN TDP-INS-ROLL-ALL
063600             MOVE "RENOVAR CAPITAL E INTERES" TO TDM-INS-DESC
063700         WHEN OTHER
063800             MOVE "?" TO TDM-INS-DESC
063900     END-EVALUATE.
064000     EVALUATE TRUE
064100         WHEN TDP-STAT-ACTIVE
064200             MOVE "VIGENTE" TO TDM-STATUS-DESC
064300         WHEN TDP-STAT-MATURED
064400             MOVE "VENCIDO" TO TDM-STATUS-DESC
064500         WHEN TDP-STAT-BROKEN
064600             MOVE "CANCELADO" TO TDM-STATUS-DESC
064700         WHEN OTHER
064800             MOVE "?" TO TDM-STATUS-DESC
064900     END-EVALUATE.
065000 7300-DESCRIBE-DEPOSIT-EXIT.
065100     EXIT.
065200
065300******************************************************************
065400* 7400-SHOW-DETAIL  -  THE DEPOSIT IN THE FD, WITH THE INTEREST OF
065500*                      ITS WHOLE TERM (GROSS OF WITHHOLDING).
065600******************************************************************
065700 7400-SHOW-DETAIL.
065800     PERFORM 7300-DESCRIBE-DEPOSIT
065900         THRU 7300-DESCRIBE-DEPOSIT-EXIT.
066000     COMPUTE TDM-START-INT =
066100         FUNCTION INTEGER-OF-DATE(TDP-START-DATE).
066200     COMPUTE TDM-END-INT =
066300         FUNCTION INTEGER-OF-DATE(TDP-MATURITY-DATE).
066400     COMPUTE TDM-DAYS = TDM-END-INT - TDM-START-INT.
066500     COMPUTE TDM-INTEREST ROUNDED =
066600         TDP-PRINCIPAL * TDP-RATE * TDM-DAYS / 365.
066700     DISPLAY "CUENTA:        " TDP-ACCOUNT-NUMBER
066800         "  CLIENTE " TDP-CUSTOMER-ID "  " TDM-STATUS-DESC.
066900     MOVE TDP-PRINCIPAL TO TDM-AMT-ED.
067000     DISPLAY "CAPITAL:       " TDM-AMT-ED.
067100     MOVE TDP-RATE TO TDM-RATE-ED.
067200     DISPLAY "TASA ANUAL:    " TDM-RATE-ED.
067300     DISPLAY "DESDE:         " TDP-START-DATE "  PLAZO "
067400         TDP-TERM-MONTHS " MESES  VENCE " TDP-MATURITY-DATE
067500         " (" TDM-DAYS " DIAS)".
067600     MOVE TDM-INTEREST TO TDM-AMT-ED.
067700     DISPLAY "INTERES DEL PLAZO:       " TDM-AMT-ED.
067800     MOVE TDP-ACCRUED-INTEREST TO TDM-AMT-ED.
067900     DISPLAY "INTERES ACUMULADO:       " TDM-AMT-ED
068000         "  AL " TDP-LAST-ACCRUAL-DATE.
068100     DISPLAY "AL VENCIMIENTO: " TDM-INS-DESC
068200         "  CUENTA DE PAGO: " TDP-PAYOUT-ACCOUNT.
068300     DISPLAY "CONSTITUIDO POR " TDP-OPENED-BY " EL "
068400         TDP-OPENED-DATE "  RENOVACIONES: " TDP-ROLL-COUNT.
068500     IF TDP-BREAK-REQUESTED
068600         DISPLAY "CANCELACION ANTICIPADA SOLICITADA POR "
068700             TDP-BREAK-BY " EL " TDP-BREAK-DATE
068800     END-IF.
068900     IF NOT TDP-STAT-ACTIVE
069000         DISPLAY "LIQUIDADO EL " TDP-CLOSED-DATE
069100     END-IF.
069200 7400-SHOW-DETAIL-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 7500-CHECK-PAYOUT  -  TDM-PAYOUT-WANTED MUST BE ANOTHER POSTABLE
069700*                       ACCOUNT IN THE DEPOSIT'S CURRENCY
069800*                       (TDM-CURRENCY), THE CIERRCTA RULES.  THE
069900*                       DEPOSIT ACCOUNT IS READ BACK INTO THE FD
070000*                       BEFORE LEAVING.
070100******************************************************************
070200 7500-CHECK-PAYOUT.
070300     MOVE "N" TO TDM-PAYOUT-OK-SW.
070400     IF TDM-PAYOUT-WANTED = SPACES
070500         DISPLAY "LA CUENTA DE PAGO ES OBLIGATORIA."
070600         GO TO 7500-CHECK-PAYOUT-EXIT
070700     END-IF.
070800     IF TDM-PAYOUT-WANTED = TDM-ACCOUNT-WANTED
070900         DISPLAY "LA CUENTA DE PAGO NO PUEDE SER LA DEL DEPOSITO."
071000         GO TO 7500-CHECK-PAYOUT-EXIT
071100     END-IF.
071200     MOVE TDM-PAYOUT-WANTED TO ACM-ACCOUNT-NUMBER.
071300     READ ACCT-MASTER-FILE
071400         INVALID KEY
071500             DISPLAY "CUENTA DE PAGO NO ENCONTRADA: "
071600                 TDM-PAYOUT-WANTED
071700             GO TO 7500-CHECK-PAYOUT-READ
071800     END-READ.
071900     IF NOT ACM-STAT-POSTABLE
072000         DISPLAY "CUENTA DE PAGO CONGELADA O CERRADA: "
072100             TDM-PAYOUT-WANTED
072200         GO TO 7500-CHECK-PAYOUT-READ
072300     END-IF.
072400     IF ACM-CCY-LOCAL
072500         MOVE "LOC" TO TDM-DEST-CURRENCY
072600     ELSE
072700         MOVE ACM-CURRENCY-CODE TO TDM-DEST-CURRENCY
072800     END-IF.
072900     IF TDM-DEST-CURRENCY NOT = TDM-CURRENCY
073000         DISPLAY "LA CUENTA DE PAGO ES DE OTRA MONEDA: "
073100             ACM-CURRENCY-CODE
073200         GO TO 7500-CHECK-PAYOUT-READ
073300     END-IF.
073400     SET TDM-PAYOUT-OK TO TRUE.
073500 7500-CHECK-PAYOUT-READ.
073600     MOVE TDM-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
073700     READ ACCT-MASTER-FILE
073800         INVALID KEY
073900             DISPLAY "CUENTA NO ENCONTRADA: " TDM-ACCOUNT-WANTED
074000             MOVE "N" TO TDM-PAYOUT-OK-SW
074100     END-READ.
074200 7500-CHECK-PAYOUT-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 7600-GET-MATURITY  -  TDM-TERM MONTHS AFTER FCH-REQ-DATE, ON A
074700*                       BUSINESS DAY, INTO FCH-REPLY-DATE.
074800******************************************************************
074900 7600-GET-MATURITY.
075000     MOVE "M" TO FCH-REQ-FUNC.
075100     MOVE TDM-TERM TO FCH-REQ-DAYS.
075200     CALL "FECHALAB" USING FCH-PARM.
075300     IF FCH-CAL-MISSING
075400         DISPLAY "AVISO: CALENDARIO DE FERIADOS NO DISPONIBLE - "
075500             "SOLO SE EVITAN LOS FINES DE SEMANA"
075600     END-IF.
075700 7600-GET-MATURITY-EXIT.
075800     EXIT.
075900
076000******************************************************************
076100* 7700-PICK-BAND-RATE  -  THE PRODUCT'S BAND RATE FOR THE
076200*                         PRINCIPAL, THE BANDS ACUMINT USES,
076300*                         TAKEN AS THE ANNUAL RATE OF THE DEPOSIT.
076400******************************************************************
076500 7700-PICK-BAND-RATE.
076600     EVALUATE TRUE
076700         WHEN ACM-ACCOUNT-BALANCE <= PRD-LOW-CUTOFF
076800             MOVE PRD-RATE-1 TO TDM-BAND-RATE
076900         WHEN ACM-ACCOUNT-BALANCE <= PRD-MED-CUTOFF
077000             MOVE PRD-RATE-2 TO TDM-BAND-RATE
077100         WHEN ACM-ACCOUNT-BALANCE <= PRD-HIGH-CUTOFF
077200             MOVE PRD-RATE-3 TO TDM-BAND-RATE
077300         WHEN OTHER
077400             MOVE PRD-RATE-4 TO TDM-BAND-RATE
077500     END-EVALUATE.
077600     MOVE TDM-BAND-RATE TO TDM-RATE-ED.
077700     DISPLAY "TASA DEL PRODUCTO " PRD-PRODUCT-CODE ": "
077800         TDM-RATE-ED.
077900 7700-PICK-BAND-RATE-EXIT.
078000     EXIT.
078100
078200******************************************************************
078300* 8800-GET-NUMBER  -  A FIGURE KEYED IN ANY NUMVAL-C FORM INTO
078400*                     TDM-NUM-VALUE.  BLANK SETS TDM-INPUT-BLANK;
078500*                     BLANK OR NON-NUMERIC TURNS TDM-INPUT-OK OFF.
078600*                     THE PRODMANT MODEL.
078700******************************************************************
078800 8800-GET-NUMBER.
078900     MOVE "Y" TO TDM-INPUT-OK-SW.
079000     MOVE "N" TO TDM-INPUT-BLANK-SW.
079100     MOVE ZERO TO TDM-NUM-VALUE.
079200     ACCEPT TDM-NUM-INPUT.
079300     IF TDM-NUM-INPUT = SPACES
079400         MOVE "N" TO TDM-INPUT-OK-SW
079500         SET TDM-INPUT-BLANK TO TRUE
079600         GO TO 8800-GET-NUMBER-EXIT
079700     END-IF.
079800     MOVE FUNCTION TEST-NUMVAL-C(TDM-NUM-INPUT) TO TDM-NUM-TEST.
079900     IF TDM-NUM-TEST NOT = 0
080000         DISPLAY "ENTRADA NO NUMERICA."
080100         MOVE "N" TO TDM-INPUT-OK-SW
080200         GO TO 8800-GET-NUMBER-EXIT
080300     END-IF.
080400     COMPUTE TDM-NUM-VALUE = FUNCTION NUMVAL-C(TDM-NUM-INPUT).
080500 8800-GET-NUMBER-EXIT.
080600     EXIT.
080700
080800 END PROGRAM TDEPMANT.
