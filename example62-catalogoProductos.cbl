000100******************************************************************
000200* PROGRAM-ID: PRODMANT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 07/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     ON-LINE MAINTENANCE FOR THE PRODMAST PRODUCT
000800*              CATALOG (PRODREC LAYOUT).  LISTS THE CATALOG,
000900*              ADDS A PRODUCT, SHOWS ONE, AND CORRECTS ITS
001000*              DESCRIPTION, INTEREST BAND TABLE, DEFAULT
001100*              OVERDRAFT, DORMANCY PERIOD, ALLOWED CURRENCIES,
001200*              KIND (DEMAND OR TERM DEPOSIT, WITH ITS EARLY BREAK
001210*              PENALTY) OR STATUS.  THERE IS NO BAJA: ACCOUNTS
001220*              OPENED UNDER A PRODUCT KEEP POINTING AT IT, SO A
001400*              PRODUCT THE DESK NO LONGER SELLS IS WITHDRAWN
001500*              (STATUS "I") AND STAYS ON FILE.  THE CATALOG
001600*              DRIVES INTEREST AND DORMANCY FOR EVERY ACCOUNT
001700*              UNDER THE PRODUCT, SO LIKE CTASTAT MAINTENANCE
001800*              ONLY A SUPERVISOR SESSION MAY USE IT.  REACHED
001900*              FROM MENU-PRINCIPAL.
002000* TECTONICS:   cobc -x example62-catalogoProductos.cbl
002100*
002200* MODIFICATION HISTORY
002300*   07/09/26  JPL  INITIAL VERSION.
002310*   09/10/26  JPL  PRODUCT KIND (V=VISTA, P=PLAZO FIJO) AND THE
002320*                  EARLY BREAK PENALTY OF A TERM DEPOSIT PRODUCT
002330*                  AT ALTA, IN THE DISPLAY AND AS CHANGE FIELD P.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. PRODMANT.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS PRD-PRODUCT-CODE
003600         FILE STATUS IS WS-PRODMAST-STATUS.
003700
003800     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SESSION-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PRODUCT-MASTER-FILE.
004500 COPY PRODREC.
004600
004700 FD  OPER-SESSION-FILE.
004800 COPY SESREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-PRODMAST-STATUS.
005200     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
005300 01  WS-SESSION-STATUS.
005400     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
005500
005600 77  PRM-OPTION                      PIC X(01) VALUE SPACE.
005700     88  PRM-OPT-EXIT                VALUE "0".
005800     88  PRM-OPT-VALID               VALUE "0" "1" "2" "3" "4".
005900 77  PRM-FIELD-CHOICE                PIC X(01) VALUE SPACE.
006000     88  PRM-CHANGE-DESC             VALUE "D" "d".
006100     88  PRM-CHANGE-RATES            VALUE "T" "t".
006200     88  PRM-CHANGE-OVERDRAFT        VALUE "S" "s".
006300     88  PRM-CHANGE-DORMANCY         VALUE "M" "m".
006400     88  PRM-CHANGE-CURRENCY         VALUE "C" "c".
006500     88  PRM-CHANGE-STATUS           VALUE "E" "e".
006510     88  PRM-CHANGE-KIND             VALUE "P" "p".
006600 77  PRM-STATUS-INPUT                PIC X(01) VALUE SPACE.
006700     88  PRM-STATUS-VALID            VALUE "A" "I".
006710 77  PRM-KIND-INPUT                  PIC X(01) VALUE SPACE.
006720     88  PRM-KIND-DEMAND             VALUE "V" SPACE.
006730     88  PRM-KIND-TERM               VALUE "P".
006800 77  PRM-TODAY                       PIC 9(08).
006900 77  PRM-SESSION-OK-SW               PIC X(01) VALUE "N".
007000     88  PRM-SESSION-OK              VALUE "Y".
007100 77  PRM-SIGNON-ID                   PIC X(08) VALUE SPACES.
007200 77  PRM-EOF-SW                      PIC X(01) VALUE "N".
007300     88  PRM-EOF                     VALUE "Y".
007400 77  PRM-LIST-COUNT                  PIC 9(05) VALUE ZERO.
007500 77  PRM-SAVE-CODE                   PIC X(04) VALUE SPACES.
007600 77  PRM-INPUT-OK-SW                 PIC X(01) VALUE "Y".
007700     88  PRM-INPUT-OK                VALUE "Y".
007800
007900******************************************************************
008000* KEYED-FIGURE WORK AREAS - THE TEST-NUMVAL-C MODEL OPERMANT
008100* USES FOR ITS POSTING LIMITS.  A NEW BAND TABLE IS KEYED INTO
008200* THE RATECTL LAYOUT, WHICH HAS THE SHAPE OF PRD-RATE-TABLE.
008300******************************************************************
008400 COPY RATECTL.
008500 77  PRM-NUM-INPUT                   PIC X(15) VALUE SPACES.
008600 77  PRM-NUM-TEST                    PIC S9(04) COMP VALUE ZERO.
008700 77  PRM-AMOUNT-SIGNED               PIC S9(09)V99 VALUE ZERO.
008800 77  PRM-AMOUNT-VALUE                PIC 9(09)V99 VALUE ZERO.
008900 77  PRM-RATE-SIGNED                 PIC S9(03)V9999 VALUE ZERO.
009000 77  PRM-RATE-VALUE                  PIC S9V9999 VALUE ZERO.
009100 77  PRM-MONTHS-INPUT                PIC X(02) VALUE SPACES.
009200 77  PRM-CUR-IDX                     PIC 9(01) COMP VALUE 1.
009300 77  PRM-CUR-DISP                    PIC 9(01) VALUE ZERO.
009400 01  PRM-AMT-ED                      PIC ZZZ,ZZZ,ZZ9.99.
009500 01  PRM-RATE-ED                     PIC -9.9999.
009510 77  PRM-PENALTY-VALUE               PIC 9V9999 VALUE ZERO.
009520 77  PRM-PENALTY-ALL-SW              PIC X(01) VALUE "N".
009530     88  PRM-PENALTY-ALL             VALUE "Y".
009600
009700 PROCEDURE DIVISION.
009800******************************************************************
009900* 0000-MAINLINE
010000******************************************************************
010100 0000-MAINLINE.
010200     ACCEPT PRM-TODAY FROM DATE YYYYMMDD.
010300     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
010400     IF NOT PRM-SESSION-OK
010500         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
010600             "INICIE SESION EN MENU-PRINCIPAL."
010700         GO TO 0000-MAINLINE-EXIT
010800     END-IF.
010900     PERFORM 1000-OPEN-PRODMAST THRU 1000-OPEN-PRODMAST-EXIT.
011000     IF NOT FS-SUCCESS OF WS-PRODMAST-STATUS
011100         DISPLAY "PRODMANT: NO SE PUDO ABRIR PRODMAST - ESTADO "
011200             WS-PRODMAST-STATUS
011300         GO TO 0000-MAINLINE-EXIT
011400     END-IF.
011500     PERFORM 2000-SHOW-MENU THRU 2000-SHOW-MENU-EXIT
011600         UNTIL PRM-OPT-EXIT.
011700     CLOSE PRODUCT-MASTER-FILE.
011800 0000-MAINLINE-EXIT.
011900     GOBACK.
012000
012100******************************************************************
012200* 0100-READ-SESSION  -  ONLY A SUPERVISOR SESSION SIGNED ON
012300*                       TODAY MAY TOUCH THE CATALOG, THE SAME
012400*                       GUARD CTASTAT PUTS ON STATUS CHANGES.
012500******************************************************************
012600 0100-READ-SESSION.
012700     MOVE "N" TO PRM-SESSION-OK-SW.
012800     OPEN INPUT OPER-SESSION-FILE.
012900     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
013000         GO TO 0100-READ-SESSION-EXIT
013100     END-IF.
013200     READ OPER-SESSION-FILE
013300         AT END
013400             CONTINUE
013500         NOT AT END
013600             IF SES-ROLE-SUPERVISOR
013700               AND SES-SIGNON-DATE = PRM-TODAY
013800                 SET PRM-SESSION-OK TO TRUE
013900                 MOVE SES-OPERATOR-ID TO PRM-SIGNON-ID
014000             END-IF
014100     END-READ.
014200     CLOSE OPER-SESSION-FILE.
014300 0100-READ-SESSION-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700* 1000-OPEN-PRODMAST  -  A MISSING CATALOG IS CREATED EMPTY.
014800******************************************************************
014900 1000-OPEN-PRODMAST.
015000     OPEN I-O PRODUCT-MASTER-FILE.
015100     IF FS-NOT-FOUND OF WS-PRODMAST-STATUS
015200         CLOSE PRODUCT-MASTER-FILE
015300         OPEN OUTPUT PRODUCT-MASTER-FILE
015400         CLOSE PRODUCT-MASTER-FILE
015500         OPEN I-O PRODUCT-MASTER-FILE
015600     END-IF.
015700 1000-OPEN-PRODMAST-EXIT.
015800     EXIT.
015900
016000******************************************************************
016100* 2000-SHOW-MENU
016200******************************************************************
016300 2000-SHOW-MENU.
016400     DISPLAY " ".
016500     DISPLAY "==== PRODMANT - CATALOGO DE PRODUCTOS ====".
016600     DISPLAY "1. LISTA DE PRODUCTOS".
016700     DISPLAY "2. ALTA DE PRODUCTO".
016800     DISPLAY "3. CONSULTA DE PRODUCTO".
016900     DISPLAY "4. CORRECCION DE PRODUCTO".
017000     DISPLAY "0. SALIR".
017100     DISPLAY "SELECCIONE UNA OPCION: ".
017200     ACCEPT PRM-OPTION.
017300     IF NOT PRM-OPT-VALID
017400         DISPLAY "OPCION INVALIDA, REINTENTE."
017500     ELSE
017600         EVALUATE PRM-OPTION
017700             WHEN "1"
017800                 PERFORM 3000-LIST-PRODUCTS
017900                     THRU 3000-LIST-PRODUCTS-EXIT
018000             WHEN "2"
018100                 PERFORM 4000-ADD-PRODUCT
018200                     THRU 4000-ADD-PRODUCT-EXIT
018300             WHEN "3"
018400                 PERFORM 5000-INQUIRE-PRODUCT
018500                     THRU 5000-INQUIRE-PRODUCT-EXIT
018600             WHEN "4"
018700                 PERFORM 6000-CHANGE-PRODUCT
018800                     THRU 6000-CHANGE-PRODUCT-EXIT
018900             WHEN "0"
019000                 CONTINUE
019100         END-EVALUATE
019200     END-IF.
019300 2000-SHOW-MENU-EXIT.
019400     EXIT.
019500
019600******************************************************************
019700* 3000-LIST-PRODUCTS  -  ONE LINE PER PRODUCT IN KEY ORDER.
019800******************************************************************
019900 3000-LIST-PRODUCTS.
020000     MOVE ZERO TO PRM-LIST-COUNT.
020100     MOVE "N" TO PRM-EOF-SW.
020200     MOVE LOW-VALUES TO PRD-PRODUCT-CODE.
020300     START PRODUCT-MASTER-FILE KEY NOT < PRD-PRODUCT-CODE
020400         INVALID KEY
020500             SET PRM-EOF TO TRUE
020600     END-START.
020700     PERFORM 3100-LIST-ONE THRU 3100-LIST-ONE-EXIT
020800         UNTIL PRM-EOF.
020900     IF PRM-LIST-COUNT = ZERO
021000         DISPLAY "SIN PRODUCTOS EN EL CATALOGO."
021100     ELSE
021200         DISPLAY "PRODUCTOS EN EL CATALOGO: " PRM-LIST-COUNT
021300     END-IF.
021400 3000-LIST-PRODUCTS-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800* 3100-LIST-ONE
021900******************************************************************
022000 3100-LIST-ONE.
022100     READ PRODUCT-MASTER-FILE NEXT
022200         AT END
022300             SET PRM-EOF TO TRUE
022400             GO TO 3100-LIST-ONE-EXIT
022500     END-READ.
022600     ADD 1 TO PRM-LIST-COUNT.
022700     MOVE PRD-DEFAULT-OVERDRAFT TO PRM-AMT-ED.
022800     DISPLAY PRD-PRODUCT-CODE "  " PRD-DESCRIPTION "  "
022900         PRD-STATUS "  SOBREGIRO " PRM-AMT-ED
023000         "  MESES " PRD-DORMANCY-MONTHS.
023100 3100-LIST-ONE-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500* 4000-ADD-PRODUCT  -  NEW PRODUCTS GO ON FILE ACTIVE.  EVERY
023600*                      PARAMETER IS KEYED AT ALTA; A BLANK OR
023700*                      INVALID FIGURE CANCELS THE ALTA RATHER
023800*                      THAN FILING A PRODUCT WITH A HOLE IN ITS
023900*                      RATE TABLE.
024000******************************************************************
024100 4000-ADD-PRODUCT.
024200     MOVE SPACES TO PRD-PRODUCT-RECORD.
024300     DISPLAY "CODIGO DE PRODUCTO (4 CARACTERES): ".
024400     ACCEPT PRD-PRODUCT-CODE.
024500     IF PRD-PRODUCT-CODE = SPACES
024600         DISPLAY "CODIGO EN BLANCO - ALTA CANCELADA."
024700         GO TO 4000-ADD-PRODUCT-EXIT
024800     END-IF.
024900     MOVE PRD-PRODUCT-CODE TO PRM-SAVE-CODE.
025000     READ PRODUCT-MASTER-FILE
025100         INVALID KEY
025200             CONTINUE
025300         NOT INVALID KEY
025400             DISPLAY "PRODUCTO YA EXISTE: " PRM-SAVE-CODE
025500             GO TO 4000-ADD-PRODUCT-EXIT
025600     END-READ.
025700     MOVE SPACES TO PRD-PRODUCT-RECORD.
025800     MOVE PRM-SAVE-CODE TO PRD-PRODUCT-CODE.
025900     DISPLAY "DESCRIPCION: ".
026000     ACCEPT PRD-DESCRIPTION.
026100     PERFORM 7000-GET-RATE-TABLE THRU 7000-GET-RATE-TABLE-EXIT.
026200     IF NOT PRM-INPUT-OK
026300         DISPLAY "ALTA CANCELADA."
026400         GO TO 4000-ADD-PRODUCT-EXIT
026500     END-IF.
026600     DISPLAY "SOBREGIRO POR DEFECTO: ".
026700     PERFORM 8800-GET-AMOUNT THRU 8800-GET-AMOUNT-EXIT.
026800     IF NOT PRM-INPUT-OK
026900         DISPLAY "ALTA CANCELADA."
027000         GO TO 4000-ADD-PRODUCT-EXIT
027100     END-IF.
027200     MOVE PRM-AMOUNT-VALUE TO PRD-DEFAULT-OVERDRAFT.
027300     PERFORM 8820-GET-MONTHS THRU 8820-GET-MONTHS-EXIT.
027400     PERFORM 8830-GET-CURRENCIES THRU 8830-GET-CURRENCIES-EXIT.
027410     PERFORM 8850-GET-KIND THRU 8850-GET-KIND-EXIT.
027420     IF NOT PRM-INPUT-OK
027430         DISPLAY "ALTA CANCELADA."
027440         GO TO 4000-ADD-PRODUCT-EXIT
027450     END-IF.
027500     SET PRD-STAT-ACTIVE TO TRUE.
027600     WRITE PRD-PRODUCT-RECORD
027700         INVALID KEY
027800             DISPLAY "PRODUCTO YA EXISTE: " PRD-PRODUCT-CODE
027900         NOT INVALID KEY
028000             DISPLAY "PRODUCTO DADO DE ALTA POR " PRM-SIGNON-ID
028100     END-WRITE.
028200 4000-ADD-PRODUCT-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600* 5000-INQUIRE-PRODUCT
028700******************************************************************
028800 5000-INQUIRE-PRODUCT.
028900     DISPLAY "CODIGO DE PRODUCTO: ".
029000     ACCEPT PRD-PRODUCT-CODE.
029100     READ PRODUCT-MASTER-FILE
029200         INVALID KEY
029300             DISPLAY "PRODUCTO NO ENCONTRADO: " PRD-PRODUCT-CODE
029400             GO TO 5000-INQUIRE-PRODUCT-EXIT
029500     END-READ.
029600     PERFORM 5100-SHOW-PRODUCT THRU 5100-SHOW-PRODUCT-EXIT.
029700 5000-INQUIRE-PRODUCT-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100* 5100-SHOW-PRODUCT  -  THE PRODUCT IN THE FD, FIELD BY FIELD.
030200******************************************************************
030300 5100-SHOW-PRODUCT.
030400     DISPLAY "CODIGO:      " PRD-PRODUCT-CODE.
030500     DISPLAY "DESCRIPCION: " PRD-DESCRIPTION.
030600     IF PRD-STAT-WITHDRAWN
030700         DISPLAY "ESTADO:      I (RETIRADO - NO ABRE CUENTAS)"
030800     ELSE
030900         DISPLAY "ESTADO:      A (ACTIVO)"
031000     END-IF.
031100     MOVE PRD-LOW-CUTOFF TO PRM-AMT-ED.
031200     MOVE PRD-RATE-1 TO PRM-RATE-ED.
031300     DISPLAY "BANDA 1 HASTA " PRM-AMT-ED "  TASA " PRM-RATE-ED.
031400     MOVE PRD-MED-CUTOFF TO PRM-AMT-ED.
031500     MOVE PRD-RATE-2 TO PRM-RATE-ED.
031600     DISPLAY "BANDA 2 HASTA " PRM-AMT-ED "  TASA " PRM-RATE-ED.
031700     MOVE PRD-HIGH-CUTOFF TO PRM-AMT-ED.
031800     MOVE PRD-RATE-3 TO PRM-RATE-ED.
031900     DISPLAY "BANDA 3 HASTA " PRM-AMT-ED "  TASA " PRM-RATE-ED.
032000     MOVE PRD-RATE-4 TO PRM-RATE-ED.
032100     DISPLAY "BANDA 4 (RESTO)                 TASA " PRM-RATE-ED.
032200     MOVE PRD-DEFAULT-OVERDRAFT TO PRM-AMT-ED.
032300     DISPLAY "SOBREGIRO POR DEFECTO: " PRM-AMT-ED.
032400     IF PRD-DORMANCY-MONTHS = ZERO
032500         DISPLAY "MESES PARA DORMIDA:    (EL DEL BARRIDO)"
032600     ELSE
032700         DISPLAY "MESES PARA DORMIDA:    " PRD-DORMANCY-MONTHS
032800     END-IF.
032900     IF PRD-CURRENCY-TABLE = SPACES
033000         DISPLAY "MONEDAS:               (SOLO LOCAL)"
033100     ELSE
033200         DISPLAY "MONEDAS:               " PRD-CURRENCY(1) " "
033300             PRD-CURRENCY(2) " " PRD-CURRENCY(3) " "
033400             PRD-CURRENCY(4)
033500     END-IF.
033507     IF NOT PRD-KIND-TERM-DEPOSIT
033514         DISPLAY "TIPO:                  V (VISTA)"
033521         GO TO 5100-SHOW-PRODUCT-EXIT
033528     END-IF.
033535     DISPLAY "TIPO:                  P (PLAZO FIJO)".
033542     IF PRD-PENALTY-PCT IS NUMERIC AND PRD-PENALTY-PCT < 1
033549         MOVE PRD-PENALTY-PCT TO PRM-RATE-ED
033556         DISPLAY "PENALIDAD ANTICIPADA:  " PRM-RATE-ED
033563             " DEL INTERES DEVENGADO"
033570     ELSE
033577         DISPLAY "PENALIDAD ANTICIPADA:  (TODO EL INTERES)"
033584     END-IF.
033600 5100-SHOW-PRODUCT-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000* 6000-CHANGE-PRODUCT  -  ONE FIELD GROUP PER PASS, THE
034100*                         OPERMANT CORRECTION MODEL.  THE KEY
034200*                         NEVER CHANGES.
034300******************************************************************
034400 6000-CHANGE-PRODUCT.
034500     DISPLAY "CODIGO DE PRODUCTO A CORREGIR: ".
034600     ACCEPT PRD-PRODUCT-CODE.
034700     READ PRODUCT-MASTER-FILE
034800         INVALID KEY
034900             DISPLAY "PRODUCTO NO ENCONTRADO: " PRD-PRODUCT-CODE
035000             GO TO 6000-CHANGE-PRODUCT-EXIT
035100     END-READ.
035200     PERFORM 5100-SHOW-PRODUCT THRU 5100-SHOW-PRODUCT-EXIT.
035300     DISPLAY "CAMPO (D=DESCRIPCION, T=TASAS, S=SOBREGIRO, "
035400         "M=MESES, C=MONEDAS, P=TIPO, E=ESTADO): ".
035500     ACCEPT PRM-FIELD-CHOICE.
035600     MOVE "Y" TO PRM-INPUT-OK-SW.
035700     EVALUATE TRUE
035800         WHEN PRM-CHANGE-DESC
035900             DISPLAY "NUEVA DESCRIPCION: "
036000             ACCEPT PRD-DESCRIPTION
036100         WHEN PRM-CHANGE-RATES
036200             PERFORM 7000-GET-RATE-TABLE
036300                 THRU 7000-GET-RATE-TABLE-EXIT
036400         WHEN PRM-CHANGE-OVERDRAFT
036500             DISPLAY "NUEVO SOBREGIRO POR DEFECTO: "
036600             PERFORM 8800-GET-AMOUNT THRU 8800-GET-AMOUNT-EXIT
036700             IF PRM-INPUT-OK
036800                 MOVE PRM-AMOUNT-VALUE TO PRD-DEFAULT-OVERDRAFT
036900             END-IF
037000         WHEN PRM-CHANGE-DORMANCY
037100             PERFORM 8820-GET-MONTHS THRU 8820-GET-MONTHS-EXIT
037200         WHEN PRM-CHANGE-CURRENCY
037300             PERFORM 8830-GET-CURRENCIES
037400                 THRU 8830-GET-CURRENCIES-EXIT
037410         WHEN PRM-CHANGE-KIND
037420             PERFORM 8850-GET-KIND THRU 8850-GET-KIND-EXIT
037500         WHEN PRM-CHANGE-STATUS
037600             DISPLAY "NUEVO ESTADO (A=ACTIVO, I=RETIRADO): "
037700             ACCEPT PRM-STATUS-INPUT
037800             IF PRM-STATUS-VALID
037900                 MOVE PRM-STATUS-INPUT TO PRD-STATUS
038000             ELSE
038100                 MOVE "N" TO PRM-INPUT-OK-SW
038200             END-IF
038300         WHEN OTHER
038400             DISPLAY "CAMPO INVALIDO - SIN CAMBIOS."
038500             GO TO 6000-CHANGE-PRODUCT-EXIT
038600     END-EVALUATE.
038700     IF NOT PRM-INPUT-OK
038800         DISPLAY "ENTRADA INVALIDA - SIN CAMBIOS."
038900         GO TO 6000-CHANGE-PRODUCT-EXIT
039000     END-IF.
039100     REWRITE PRD-PRODUCT-RECORD
039200         INVALID KEY
039300             DISPLAY "ERROR AL REESCRIBIR - ESTADO "
039400                 WS-PRODMAST-STATUS
039500         NOT INVALID KEY
039600             DISPLAY "PRODUCTO ACTUALIZADO POR " PRM-SIGNON-ID
039700     END-REWRITE.
039800 6000-CHANGE-PRODUCT-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200* 7000-GET-RATE-TABLE  -  THREE CUT-OFFS, ASCENDING, AND FOUR
040300*                         SIGNED RATES.  THE FIGURES ARE KEYED
040400*                         INTO A COPY AND ONLY MOVED INTO THE
040500*                         RECORD WHEN ALL SEVEN ARE GOOD, SO A
040600*                         BAD ENTRY LEAVES THE OLD TABLE INTACT.
040700******************************************************************
040800 7000-GET-RATE-TABLE.
040900     MOVE "Y" TO PRM-INPUT-OK-SW.
041000     DISPLAY "TOPE BANDA 1: ".
041100     PERFORM 8800-GET-AMOUNT THRU 8800-GET-AMOUNT-EXIT.
041200     IF NOT PRM-INPUT-OK
041300         GO TO 7000-GET-RATE-TABLE-EXIT
041400     END-IF.
041500     MOVE PRM-AMOUNT-VALUE TO RTE-LOW-CUTOFF.
041600     DISPLAY "TOPE BANDA 2: ".
041700     PERFORM 8800-GET-AMOUNT THRU 8800-GET-AMOUNT-EXIT.
041800     IF NOT PRM-INPUT-OK
041900         GO TO 7000-GET-RATE-TABLE-EXIT
042000     END-IF.
042100     MOVE PRM-AMOUNT-VALUE TO RTE-MED-CUTOFF.
042200     DISPLAY "TOPE BANDA 3: ".
042300     PERFORM 8800-GET-AMOUNT THRU 8800-GET-AMOUNT-EXIT.
042400     IF NOT PRM-INPUT-OK
042500         GO TO 7000-GET-RATE-TABLE-EXIT
042600     END-IF.
042700     MOVE PRM-AMOUNT-VALUE TO RTE-HIGH-CUTOFF.
042800     IF RTE-MED-CUTOFF NOT > RTE-LOW-CUTOFF
042900       OR RTE-HIGH-CUTOFF NOT > RTE-MED-CUTOFF
043000         DISPLAY "LOS TOPES DEBEN SER ASCENDENTES."
043100         MOVE "N" TO PRM-INPUT-OK-SW
043200         GO TO 7000-GET-RATE-TABLE-EXIT
043300     END-IF.
043400     DISPLAY "TASA BANDA 1 (EJ. 0.0100): ".
043500     PERFORM 8810-GET-RATE THRU 8810-GET-RATE-EXIT.
043600     IF NOT PRM-INPUT-OK
043700         GO TO 7000-GET-RATE-TABLE-EXIT
043800     END-IF.
043900     MOVE PRM-RATE-VALUE TO RTE-RATE-1.
044000     DISPLAY "TASA BANDA 2: ".
044100     PERFORM 8810-GET-RATE THRU 8810-GET-RATE-EXIT.
044200     IF NOT PRM-INPUT-OK
044300         GO TO 7000-GET-RATE-TABLE-EXIT
044400     END-IF.
044500     MOVE PRM-RATE-VALUE TO RTE-RATE-2.
044600     DISPLAY "TASA BANDA 3: ".
044700     PERFORM 8810-GET-RATE THRU 8810-GET-RATE-EXIT.
044800     IF NOT PRM-INPUT-OK
044900         GO TO 7000-GET-RATE-TABLE-EXIT
045000     END-IF.
045100     MOVE PRM-RATE-VALUE TO RTE-RATE-3.
045200     DISPLAY "TASA BANDA 4: ".
045300     PERFORM 8810-GET-RATE THRU 8810-GET-RATE-EXIT.
045400     IF NOT PRM-INPUT-OK
045500         GO TO 7000-GET-RATE-TABLE-EXIT
045600     END-IF.
045700     MOVE PRM-RATE-VALUE TO RTE-RATE-4.
045800     MOVE RTE-CTL-RECORD TO PRD-RATE-TABLE.
045900 7000-GET-RATE-TABLE-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300* 8800-GET-AMOUNT  -  A NON-NEGATIVE FIGURE; BLANK, NON-NUMERIC
046400*                     OR NEGATIVE TURNS PRM-INPUT-OK OFF.
046500******************************************************************
046600 8800-GET-AMOUNT.
046700     MOVE "Y" TO PRM-INPUT-OK-SW.
046800     MOVE ZERO TO PRM-AMOUNT-VALUE.
046900     ACCEPT PRM-NUM-INPUT.
047000     IF PRM-NUM-INPUT = SPACES
047100         MOVE "N" TO PRM-INPUT-OK-SW
047200         GO TO 8800-GET-AMOUNT-EXIT
047300     END-IF.
047400     MOVE FUNCTION TEST-NUMVAL-C(PRM-NUM-INPUT) TO PRM-NUM-TEST.
047500     IF PRM-NUM-TEST NOT = 0
047600         DISPLAY "ENTRADA NO NUMERICA."
047700         MOVE "N" TO PRM-INPUT-OK-SW
047800         GO TO 8800-GET-AMOUNT-EXIT
047900     END-IF.
048000     COMPUTE PRM-AMOUNT-SIGNED =
048100         FUNCTION NUMVAL-C(PRM-NUM-INPUT).
048200     IF PRM-AMOUNT-SIGNED < ZERO
048300         DISPLAY "EL IMPORTE NO PUEDE SER NEGATIVO."
048400         MOVE "N" TO PRM-INPUT-OK-SW
048500     ELSE
048600         MOVE PRM-AMOUNT-SIGNED TO PRM-AMOUNT-VALUE
048700     END-IF.
048800 8800-GET-AMOUNT-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200* 8810-GET-RATE  -  A SIGNED PERIODIC RATE, FOUR DECIMALS, THE
049300*                   RATECTL RANGE (-9.9999 TO 9.9999).
049400******************************************************************
049500 8810-GET-RATE.
049600     MOVE "Y" TO PRM-INPUT-OK-SW.
049700     MOVE ZERO TO PRM-RATE-VALUE.
049800     ACCEPT PRM-NUM-INPUT.
049900     IF PRM-NUM-INPUT = SPACES
050000         MOVE "N" TO PRM-INPUT-OK-SW
050100         GO TO 8810-GET-RATE-EXIT
050200     END-IF.
050300     MOVE FUNCTION TEST-NUMVAL-C(PRM-NUM-INPUT) TO PRM-NUM-TEST.
050400     IF PRM-NUM-TEST NOT = 0
050500         DISPLAY "ENTRADA NO NUMERICA."
050600         MOVE "N" TO PRM-INPUT-OK-SW
050700         GO TO 8810-GET-RATE-EXIT
050800     END-IF.
050900     COMPUTE PRM-RATE-SIGNED =
051000         FUNCTION NUMVAL-C(PRM-NUM-INPUT).
051100     IF PRM-RATE-SIGNED > 9.9999 OR PRM-RATE-SIGNED < -9.9999
051200         DISPLAY "TASA FUERA DE RANGO."
051300         MOVE "N" TO PRM-INPUT-OK-SW
051400     ELSE
051500         MOVE PRM-RATE-SIGNED TO PRM-RATE-VALUE
051600     END-IF.
051700 8810-GET-RATE-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 8820-GET-MONTHS  -  BLANK OR "00" LEAVES THE PRODUCT ON THE
052200*                     SWEEP'S OWN PERIOD.
052300******************************************************************
052400 8820-GET-MONTHS.
052500     DISPLAY "MESES SIN MOVIMIENTO PARA DORMIDA "
052600         "(BLANCO=EL DEL BARRIDO): ".
052700     ACCEPT PRM-MONTHS-INPUT.
052800     IF PRM-MONTHS-INPUT IS NUMERIC
052900         MOVE PRM-MONTHS-INPUT TO PRD-DORMANCY-MONTHS
053000     ELSE
053100         MOVE ZERO TO PRD-DORMANCY-MONTHS
053200     END-IF.
053300 8820-GET-MONTHS-EXIT.
053400     EXIT.
053500
053600******************************************************************
053700* 8830-GET-CURRENCIES  -  UP TO FOUR ISO CODES, "LOC" FOR THE
053800*                         LOCAL CURRENCY; ALL BLANK MEANS THE
053900*                         PRODUCT OPENS IN LOCAL CURRENCY ONLY.
054000******************************************************************
054100 8830-GET-CURRENCIES.
054200     DISPLAY "MONEDAS PERMITIDAS (HASTA 4, LOC=LOCAL, "
054250         "TODAS EN BLANCO=SOLO LOCAL)".
054300     PERFORM 8840-GET-ONE-CURRENCY
054400         THRU 8840-GET-ONE-CURRENCY-EXIT
054500         VARYING PRM-CUR-IDX FROM 1 BY 1
054600         UNTIL PRM-CUR-IDX > 4.
054700 8830-GET-CURRENCIES-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100* 8840-GET-ONE-CURRENCY
055200******************************************************************
055300 8840-GET-ONE-CURRENCY.
055400     MOVE PRM-CUR-IDX TO PRM-CUR-DISP.
055500     DISPLAY "MONEDA " PRM-CUR-DISP ": ".
055600     ACCEPT PRD-CURRENCY(PRM-CUR-IDX).
055700 8840-GET-ONE-CURRENCY-EXIT.
055800     EXIT.
055801
055802******************************************************************
055803* 8850-GET-KIND  -  V (OR BLANK) FOR A DEMAND PRODUCT, P FOR A
055804*                   TERM DEPOSIT PRODUCT, WHICH ALSO TAKES THE
055805*                   FRACTION OF THE ACCRUED INTEREST A BREAK
055806*                   BEFORE TERM FORFEITS (0 TO 1; BLANK = ALL OF
055807*                   IT).  NOTHING IS MOVED INTO THE RECORD UNTIL
055808*                   BOTH ARE GOOD.  A DEMAND PRODUCT KEEPS
055809*                   WHATEVER PENALTY IT CARRIES; IT IS NEVER READ.
055810******************************************************************
055811 8850-GET-KIND.
055812     MOVE "Y" TO PRM-INPUT-OK-SW.
055813     DISPLAY "TIPO (V=VISTA, P=PLAZO FIJO, BLANCO=V): ".
055814     ACCEPT PRM-KIND-INPUT.
055815     IF PRM-KIND-DEMAND
055816         MOVE "V" TO PRD-PRODUCT-KIND
055817         GO TO 8850-GET-KIND-EXIT
055818     END-IF.
055819     IF NOT PRM-KIND-TERM
055820         DISPLAY "TIPO INVALIDO."
055821         MOVE "N" TO PRM-INPUT-OK-SW
055822         GO TO 8850-GET-KIND-EXIT
055823     END-IF.
055824     DISPLAY "PENALIDAD POR CANCELACION ANTICIPADA, FRACCION "
055825         "DEL INTERES (EJ. 0.5000, BLANCO=TODO): ".
055826     MOVE "N" TO PRM-PENALTY-ALL-SW.
055827     MOVE ZERO TO PRM-PENALTY-VALUE.
055828     ACCEPT PRM-NUM-INPUT.
055829     IF PRM-NUM-INPUT = SPACES
055830         SET PRM-PENALTY-ALL TO TRUE
055831     ELSE
055832         MOVE FUNCTION TEST-NUMVAL-C(PRM-NUM-INPUT)
055833             TO PRM-NUM-TEST
055834         IF PRM-NUM-TEST NOT = 0
055835             DISPLAY "ENTRADA NO NUMERICA."
055836             MOVE "N" TO PRM-INPUT-OK-SW
055837             GO TO 8850-GET-KIND-EXIT
055838         END-IF
055839         COMPUTE PRM-RATE-SIGNED =
055840             FUNCTION NUMVAL-C(PRM-NUM-INPUT)
055841         IF PRM-RATE-SIGNED < ZERO OR PRM-RATE-SIGNED > 1
055842             DISPLAY "LA PENALIDAD VA DE 0 A 1."
055843             MOVE "N" TO PRM-INPUT-OK-SW
055844             GO TO 8850-GET-KIND-EXIT
055845         END-IF
055846         MOVE PRM-RATE-SIGNED TO PRM-PENALTY-VALUE
055847     END-IF.
055848     MOVE "P" TO PRD-PRODUCT-KIND.
055849     IF PRM-PENALTY-ALL
055850         MOVE 1 TO PRD-PENALTY-PCT
055851     ELSE
055852         MOVE PRM-PENALTY-VALUE TO PRD-PENALTY-PCT
055853     END-IF.
055854 8850-GET-KIND-EXIT.
055855     EXIT.
055900
056000 END PROGRAM PRODMANT.
