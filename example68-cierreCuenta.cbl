000100******************************************************************
000200* PROGRAM-ID: CIERRCTA
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 15/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     SUPERVISOR ACCOUNT CLOSURE SETTLEMENT.  CLOSES ONE
000800*              ACCOUNT IN A SINGLE CONFIRMED TRANSACTION INSTEAD
000900*              OF THE CTASTAT STATUS FLIP THAT LEFT THE BALANCE
001000*              AND THE ACCRUED INTEREST SITTING ON A CLOSED
001100*              ACCOUNT.  IN ORDER, EACH STEP ITS OWN POSTJRNL
001200*              MOVEMENT WITH THE BALANCE BEFORE/AFTER IMAGES:
001300*                1. THE PENDING ACM-ACCRUED-INTEREST BUCKET IS
001400*                   CAPITALIZED ("CAP "), LESS THE TAX WITHHELD ON
001500*                   IT AT THE WHTCTL RATE ("WHT ") UNLESS THE
001600*                   CUSTOMER IS CST-WHT-EXEMPT - THE INTCAP RULES;
001700*                2. THE CLOSURE FEE FROM THE ACCOUNT'S FEECTL
001800*                   SCHEDULE LINE ("FEE ", TYPE FEE-CIER), NEVER
001900*                   MORE THAN THE BALANCE LEFT, AND NOT FOR A
002000*                   FEE-EXEMPT OR FOREIGN-CURRENCY ACCOUNT;
002100*                3. THE NET BALANCE PAID OUT ("CIE ") - AS A
002200*                   TWO-LEGGED TRANSFER TO A NOMINATED ACCOUNT OF
002300*                   THE SAME CURRENCY, OR AS A SINGLE DEBIT THAT
002400*                   GLEXTRAC CARRIES TO THE DESK PAYOUT CLEARING
002500*                   ACCOUNT.
002600*              THE ACCOUNT IS LEFT AT ZERO WITH STATUS "C" AND A
002700*              FINAL CLOSING STATEMENT PRINTS THROUGH THE
002800*              ESTADO-CUENTA 132-COLUMN CONVENTION.  NOTHING
002900*              POSTS UNLESS EVERY CHECK PASSES FIRST: THE ACCOUNT
003000*              MUST HAVE NO HOLD IN FORCE (HOLDSUM), NO PENDING
003100*              OVDAPR REFERRAL, NO ACTIVE ORDPERM STANDING ORDER
003200*              AND NO OPBWARH WAREHOUSED ITEM, NO TERM DEPOSIT IN
003300*              FORCE (TDEPCHK), AND MAY NOT BE FROZEN OR
003400*              OVERDRAWN.  REACHED FROM MENU-PRINCIPAL
003410*              (SUPERVISOR-ONLY).
003500* TECTONICS:   cobc -x example68-cierreCuenta.cbl
003510*                  example94-depositoVigente.cbl
003600*
003700* MODIFICATION HISTORY
003800*   15/09/26  JPL  INITIAL VERSION.
003810*   16/09/26  JPL  AN ESCHEATED ACCOUNT CANNOT BE CLOSED HERE -
003820*                  ITS BALANCE IS WITH THE STATE.
003830*   23/09/26  JPL  THE CLOSURE IS APPENDED TO THE STATLOG STATUS
003840*                  CHANGE LOG.
003850*   09/10/26  JPL  AN ACCOUNT WITH A TERM DEPOSIT IN FORCE ON
003860*                  TDEPMAST (TDEPCHK) IS A BLOCKER, AND CANNOT BE
003870*                  NOMINATED TO RECEIVE THE PAYOUT EITHER.
003900******************************************************************
004000
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CIERRCTA.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ACM-ACCOUNT-NUMBER
005100         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-ACCTMAST-STATUS.
005400
005500     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CST-CUSTOMER-ID
005900         FILE STATUS IS WS-CUSTMAST-STATUS.
006000
006100     SELECT ORDER-FILE ASSIGN TO "ORDPERM"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS ORD-KEY
006500         FILE STATUS IS WS-ORDPERM-STATUS.
006600
006700     SELECT OVD-APPROVAL-FILE ASSIGN TO "OVDAPR"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-OVDAPR-STATUS.
007000
007100     SELECT OPB-WARH-FILE ASSIGN TO "OPBWARH"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-WARH-STATUS.
007400
007500     SELECT WHT-CONTROL-FILE ASSIGN TO "WHTCTL"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-WHTCTL-STATUS.
007800
007900     SELECT FEE-CONTROL-FILE ASSIGN TO "FEECTL"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-FEECTL-STATUS.
008200
008300     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-JRNL-STATUS.
008600
008700     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-SESSION-STATUS.
009000
009100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-PRINT-STATUS.
009400
009410     SELECT STATUS-LOG-FILE ASSIGN TO "STATLOG"
009420         ORGANIZATION IS LINE SEQUENTIAL
009430         FILE STATUS IS WS-STATLOG-STATUS.
009440
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  ACCT-MASTER-FILE.
009800 COPY ACCTREC.
009900
010000 FD  CUST-MASTER-FILE.
010100 COPY CUSTREC.
010200
010300 FD  ORDER-FILE.
010400 COPY ORDPERM.
010500
010600 FD  OVD-APPROVAL-FILE.
010700 COPY OVDAPR.
010800
010900 FD  OPB-WARH-FILE.
011000 COPY OPBWARH.
011100
011200 FD  WHT-CONTROL-FILE.
011300 01  WHT-CTL-LINE                    PIC X(20).
011400
011500 FD  FEE-CONTROL-FILE.
011600 01  FEE-CTL-LINE                    PIC X(46).
011700
011800 FD  POST-JRNL-FILE.
011900 COPY PSTJRNL.
012000
012100 FD  OPER-SESSION-FILE.
012200 COPY SESREC.
012300
012400 FD  PRINT-FILE.
012500 01  PRINT-LINE                      PIC X(132).
012600
012610 FD  STATUS-LOG-FILE.
012620 COPY STATLOG.
012630
012700 WORKING-STORAGE SECTION.
012800 01  WS-ACCTMAST-STATUS.
012900     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
013000 01  WS-CUSTMAST-STATUS.
013100     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
013200 01  WS-ORDPERM-STATUS.
013300     COPY FSTATCOD REPLACING FS-NAME BY WS-ORDPERM-CODE.
013400 01  WS-OVDAPR-STATUS.
013500     COPY FSTATCOD REPLACING FS-NAME BY WS-OVDAPR-CODE.
013600 01  WS-WARH-STATUS.
013700     COPY FSTATCOD REPLACING FS-NAME BY WS-WARH-CODE.
013800 01  WS-WHTCTL-STATUS.
013900     COPY FSTATCOD REPLACING FS-NAME BY WS-WHTCTL-CODE.
014000 01  WS-FEECTL-STATUS.
014100     COPY FSTATCOD REPLACING FS-NAME BY WS-FEECTL-CODE.
014200 01  WS-JRNL-STATUS.
014300     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
014400 01  WS-SESSION-STATUS.
014500     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
014600 01  WS-PRINT-STATUS.
014700     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
014710 01  WS-STATLOG-STATUS.
014720     COPY FSTATCOD REPLACING FS-NAME BY WS-STATLOG-CODE.
014800 COPY WHTCTL.
014900 COPY FEECTL.
015000 COPY HOLDPARM.
015010 COPY TDEPPARM.
015100
015200 77  CCT-SESSION-OK-SW               PIC X(01) VALUE "N".
015300     88  CCT-SESSION-OK              VALUE "Y".
015400 77  CCT-SIGNON-ID                   PIC X(08) VALUE SPACES.
015500 77  CCT-TODAY                       PIC 9(08).
015600 77  CCT-RUN-TIME                    PIC 9(08).
015610 77  CCT-OLD-STATUS                  PIC X(01) VALUE SPACE.
015700 77  CCT-CONFIRM                     PIC X(01) VALUE "N".
015800     88  CCT-CONFIRMED               VALUE "S" "s".
015900 77  CCT-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
016000     88  CCT-CUSTMAST-OPEN           VALUE "Y".
016100 77  CCT-EOF-SW                      PIC X(01) VALUE "N".
016200     88  CCT-EOF                     VALUE "Y".
016300 77  CCT-CUST-NAME                   PIC X(30) VALUE SPACES.
016400
016500******************************************************************
016600* THE ACCOUNT BEING CLOSED AND THE REASONS IT MAY NOT BE
016700******************************************************************
016800 77  CCT-ACCOUNT-WANTED              PIC X(10) VALUE SPACES.
016900 77  CCT-ACCOUNT-OK-SW               PIC X(01) VALUE "N".
017000     88  CCT-ACCOUNT-OK              VALUE "Y".
017100 77  CCT-BLOCK-COUNT                 PIC 9(03) VALUE ZERO.
017200 77  CCT-ORDER-COUNT                 PIC 9(03) VALUE ZERO.
017300 77  CCT-OVDAPR-COUNT                PIC 9(03) VALUE ZERO.
017400 77  CCT-WARH-COUNT                  PIC 9(03) VALUE ZERO.
017500
017600******************************************************************
017700* THE SETTLEMENT, WORKED OUT IN FULL BEFORE ANYTHING POSTS
017800******************************************************************
017900 77  CCT-START-BALANCE               PIC S9(09)V99 VALUE ZERO.
018000 77  CCT-BUCKET                      PIC S9(07)V99 VALUE ZERO.
018100 77  CCT-WHT-RATE                    PIC 9V9999 VALUE ZERO.
018200 77  CCT-WHT-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
018300 77  CCT-EXEMPT-SW                   PIC X(01) VALUE "N".
018400     88  CCT-EXEMPT                  VALUE "Y".
018500 77  CCT-AFTER-INTEREST              PIC S9(09)V99 VALUE ZERO.
018600 77  CCT-FEE-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
018700 77  CCT-FEE-NOTE                    PIC X(30) VALUE SPACES.
018800 77  CCT-SCHED-FOUND-SW              PIC X(01) VALUE "N".
018900     88  CCT-SCHED-FOUND             VALUE "Y".
019000 77  CCT-SITE-FEE                    PIC 9(05)V99 VALUE ZERO.
019100 77  CCT-PAYOUT-AMOUNT               PIC S9(09)V99 VALUE ZERO.
019200 77  CCT-DEST-ACCOUNT                PIC X(10) VALUE SPACES.
019300     88  CCT-TO-CLEARING             VALUE SPACES.
019400 77  CCT-CURRENCY                    PIC X(03) VALUE SPACES.
019500 77  CCT-DEST-CURRENCY               PIC X(03) VALUE SPACES.
019600 77  CCT-DEST-OK-SW                  PIC X(01) VALUE "N".
019700     88  CCT-DEST-OK                 VALUE "Y".
019800
019900******************************************************************
020000* THE MOVEMENT BEING JOURNALED, AND THE CLOSING ACCOUNT'S
020100* MOVEMENTS KEPT FOR THE FINAL STATEMENT
020200******************************************************************
020300 77  CCT-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
020400 77  CCT-POST-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
020500 77  CCT-POST-SOURCE                 PIC X(04) VALUE SPACES.
020600 77  CCT-POST-OPERATOR               PIC X(08) VALUE SPACES.
020700 01  CCT-XFER-REF.
020800     05  CCT-XFER-DATE               PIC 9(08) VALUE ZERO.
020900     05  CCT-XFER-TIME               PIC 9(08) VALUE ZERO.
021000     05  CCT-XFER-SEQ                PIC 9(05) VALUE ZERO.
021100 01  CCT-MOVE-TABLE.
021200     05  CCT-MOVE-ENTRY              OCCURS 5 TIMES.
021300         10  CCT-MOVE-SOURCE         PIC X(04).
021400         10  CCT-MOVE-OPERATOR       PIC X(08).
021500         10  CCT-MOVE-AMOUNT         PIC S9(09)V99.
021600         10  CCT-MOVE-BALANCE        PIC S9(09)V99.
021700 77  CCT-MOVE-COUNT                  PIC 9(01) VALUE ZERO.
021800 77  CCT-MOVE-IDX                    PIC 9(01) VALUE ZERO.
021900 01  CCT-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
022000 01  CCT-BAL-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
022100 01  CCT-RATE-ED                     PIC 9.9999.
022200
022300 PROCEDURE DIVISION.
022400******************************************************************
022500* 0000-MAINLINE
022600******************************************************************
022700 0000-MAINLINE.
022800     ACCEPT CCT-TODAY FROM DATE YYYYMMDD.
022900     ACCEPT CCT-RUN-TIME FROM TIME.
023000     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
023100     IF NOT CCT-SESSION-OK
023200         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
023300             "INICIE SESION EN MENU-PRINCIPAL."
023400         GO TO 0000-MAINLINE-EXIT
023500     END-IF.
023600     OPEN I-O ACCT-MASTER-FILE.
023700     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
023800         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
023900             WS-ACCTMAST-STATUS
024000         GO TO 0000-MAINLINE-EXIT
024100     END-IF.
024200     OPEN INPUT CUST-MASTER-FILE.
024300     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
024400         SET CCT-CUSTMAST-OPEN TO TRUE
024500     END-IF.
024600     PERFORM 1000-GET-ACCOUNT THRU 1000-GET-ACCOUNT-EXIT.
024700     IF NOT CCT-ACCOUNT-OK
024800         GO TO 0000-MAINLINE-CLOSE
024900     END-IF.
025000     PERFORM 2000-CHECK-BLOCKERS THRU 2000-CHECK-BLOCKERS-EXIT.
025100     IF CCT-BLOCK-COUNT > ZERO
025200         DISPLAY "LA CUENTA NO SE PUEDE CERRAR MIENTRAS TENGA "
025300             "TRABAJO PENDIENTE - CIERRE CANCELADO."
025400         GO TO 0000-MAINLINE-CLOSE
025500     END-IF.
025600     PERFORM 2500-WORK-OUT-SETTLEMENT
025700         THRU 2500-WORK-OUT-SETTLEMENT-EXIT.
025800     IF NOT CCT-ACCOUNT-OK
025900         GO TO 0000-MAINLINE-CLOSE
026000     END-IF.
026100     PERFORM 2700-GET-PAYOUT-ACCOUNT
026200         THRU 2700-GET-PAYOUT-ACCOUNT-EXIT.
026300     IF NOT CCT-DEST-OK
026400         GO TO 0000-MAINLINE-CLOSE
026500     END-IF.
026600     PERFORM 2800-SHOW-SETTLEMENT THRU 2800-SHOW-SETTLEMENT-EXIT.
026700     DISPLAY "CONFIRMA EL CIERRE Y LIQUIDACION? (S/N): ".
026800     ACCEPT CCT-CONFIRM.
026900     IF NOT CCT-CONFIRMED
027000         DISPLAY "CIERRE CANCELADO - NADA SE POSTEO."
027100         GO TO 0000-MAINLINE-CLOSE
027200     END-IF.
027300     PERFORM 3000-SETTLE-ACCOUNT THRU 3000-SETTLE-ACCOUNT-EXIT.
027400     IF NOT CCT-ACCOUNT-OK
027500         GO TO 0000-MAINLINE-CLOSE
027600     END-IF.
027700     PERFORM 4000-PRINT-FINAL-STATEMENT
027800         THRU 4000-PRINT-FINAL-STATEMENT-EXIT.
027900     DISPLAY "CUENTA " CCT-ACCOUNT-WANTED " CERRADA Y LIQUIDADA.".
028000 0000-MAINLINE-CLOSE.
028100     IF CCT-CUSTMAST-OPEN
028200         CLOSE CUST-MASTER-FILE
028300     END-IF.
028400     CLOSE ACCT-MASTER-FILE.
028500 0000-MAINLINE-EXIT.
028600     GOBACK.
028700
028800******************************************************************
028900* 0100-READ-SESSION  -  CLOSING AN ACCOUNT IS SUPERVISOR WORK.
029000******************************************************************
029100 0100-READ-SESSION.
029200     OPEN INPUT OPER-SESSION-FILE.
029300     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
029400         GO TO 0100-READ-SESSION-EXIT
029500     END-IF.
029600     READ OPER-SESSION-FILE
029700         AT END
029800             CONTINUE
029900         NOT AT END
030000             IF SES-ROLE-SUPERVISOR
030100               AND SES-SIGNON-DATE = CCT-TODAY
030200                 SET CCT-SESSION-OK TO TRUE
030300                 MOVE SES-OPERATOR-ID TO CCT-SIGNON-ID
030400             END-IF
030500     END-READ.
030600     CLOSE OPER-SESSION-FILE.
030700 0100-READ-SESSION-EXIT.
030800     EXIT.
030900
031000******************************************************************
031100* 1000-GET-ACCOUNT  -  THE ACCOUNT TO CLOSE.  A CLOSED ACCOUNT
031200*                      HAS NOTHING LEFT TO SETTLE; A FROZEN ONE
031300*                      MUST BE RELEASED IN CTASTAT FIRST - THE
031400*                      FREEZE EXISTS TO STOP MONEY LEAVING.
031500******************************************************************
031600 1000-GET-ACCOUNT.
031700     MOVE "N" TO CCT-ACCOUNT-OK-SW.
031800     DISPLAY "NUMERO DE CUENTA A CERRAR: ".
031900     ACCEPT CCT-ACCOUNT-WANTED.
032000     MOVE CCT-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
032100     READ ACCT-MASTER-FILE
032200         INVALID KEY
032300             DISPLAY "CUENTA NO ENCONTRADA: " CCT-ACCOUNT-WANTED
032400             GO TO 1000-GET-ACCOUNT-EXIT
032500     END-READ.
032600     IF ACM-STAT-CLOSED
032700         DISPLAY "LA CUENTA YA ESTA CERRADA."
032800         GO TO 1000-GET-ACCOUNT-EXIT
032900     END-IF.
033000     IF ACM-STAT-FROZEN
033100         DISPLAY "CUENTA CONGELADA - LEVANTE LA CONGELACION EN "
033200             "CTASTAT ANTES DE CERRARLA."
033300         GO TO 1000-GET-ACCOUNT-EXIT
033400     END-IF.
033410     IF ACM-STAT-ESCHEATED
033420         DISPLAY "SALDO REMITIDO AL ESTADO - RECLAME EN ESCHEAT "
033430             "ANTES DE CERRARLA."
033440         GO TO 1000-GET-ACCOUNT-EXIT
033450     END-IF.
033500     PERFORM 1100-GET-CUSTOMER THRU 1100-GET-CUSTOMER-EXIT.
033600     MOVE ACM-ACCOUNT-BALANCE TO CCT-BAL-ED.
033700     DISPLAY "CUENTA:   " ACM-ACCOUNT-NUMBER
033800         "  NOMBRE: " ACM-ACCOUNT-NAME.
033900     DISPLAY "CLIENTE:  " ACM-CUSTOMER-ID "  " CCT-CUST-NAME.
034000     DISPLAY "BALANCE:  " CCT-BAL-ED.
034100     SET CCT-ACCOUNT-OK TO TRUE.
034200 1000-GET-ACCOUNT-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600* 1100-GET-CUSTOMER  -  THE NAME FOR THE STATEMENT AND THE
034700*                       WITHHOLDING EXEMPTION.  A CUSTOMER NOT ON
034800*                       CUSTMAST IS WITHHELD, AS IN INTCAP.
034900******************************************************************
035000 1100-GET-CUSTOMER.
035100     MOVE "(NO IDENTIFICADO)" TO CCT-CUST-NAME.
035200     MOVE "N" TO CCT-EXEMPT-SW.
035300     IF NOT CCT-CUSTMAST-OPEN
035400         GO TO 1100-GET-CUSTOMER-EXIT
035500     END-IF.
035600     MOVE ACM-CUSTOMER-ID TO CST-CUSTOMER-ID.
035700     READ CUST-MASTER-FILE
035800         INVALID KEY
035900             GO TO 1100-GET-CUSTOMER-EXIT
036000     END-READ.
036100     MOVE CST-CUSTOMER-NAME TO CCT-CUST-NAME.
036200     IF CST-WHT-EXEMPT
036300         SET CCT-EXEMPT TO TRUE
036400     END-IF.
036500 1100-GET-CUSTOMER-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900* 2000-CHECK-BLOCKERS  -  EVERYTHING THAT WOULD STILL MOVE MONEY
037000*                         ON THE ACCOUNT AFTER IT CLOSED.  ALL
037100*                         FIVE ARE CHECKED AND REPORTED, SO THE
037200*                         DESK CLEARS THEM IN ONE ROUND.
037300******************************************************************
037400 2000-CHECK-BLOCKERS.
037500     MOVE ZERO TO CCT-BLOCK-COUNT.
037600     MOVE ACM-ACCOUNT-NUMBER TO HLS-REQ-ACCOUNT.
037700     MOVE CCT-TODAY TO HLS-REQ-DATE.
037800     CALL "HOLDSUM" USING HLS-PARM.
037900     IF HLS-REPLY-COUNT > ZERO
038000         ADD 1 TO CCT-BLOCK-COUNT
038100         MOVE HLS-REPLY-AMOUNT TO CCT-AMT-ED
038200         DISPLAY "  RETENCIONES VIGENTES (HOLDMAST): "
038300             HLS-REPLY-COUNT "  IMPORTE " CCT-AMT-ED
038400     END-IF.
038500     PERFORM 2100-SCAN-OVDAPR THRU 2100-SCAN-OVDAPR-EXIT.
038600     IF CCT-OVDAPR-COUNT > ZERO
038700         ADD 1 TO CCT-BLOCK-COUNT
038800         DISPLAY "  REFERIDOS DE SOBREGIRO PENDIENTES (OVDAPR): "
038900             CCT-OVDAPR-COUNT
039000     END-IF.
039100     PERFORM 2200-SCAN-ORDPERM THRU 2200-SCAN-ORDPERM-EXIT.
039200     IF CCT-ORDER-COUNT > ZERO
039300         ADD 1 TO CCT-BLOCK-COUNT
039400         DISPLAY "  ORDENES PERMANENTES ACTIVAS (ORDPERM): "
039500             CCT-ORDER-COUNT
039600     END-IF.
039700     PERFORM 2300-SCAN-OPBWARH THRU 2300-SCAN-OPBWARH-EXIT.
039800     IF CCT-WARH-COUNT > ZERO
039900         ADD 1 TO CCT-BLOCK-COUNT
040000         DISPLAY "  PARTIDAS A FUTURO EN ALMACEN (OPBWARH): "
040100             CCT-WARH-COUNT
040200     END-IF.
040210     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
040220     CALL "TDEPCHK" USING TDK-PARM.
040230     IF TDK-DEPOSIT-ACTIVE
040240         ADD 1 TO CCT-BLOCK-COUNT
040250         DISPLAY "  DEPOSITO A PLAZO VIGENTE (TDEPMAST) HASTA "
040260             TDK-REPLY-MATURITY-DATE
040270     END-IF.
040300 2000-CHECK-BLOCKERS-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* 2100-SCAN-OVDAPR  -  A PENDING REFERRAL IS A POSTING A
040800*                      SUPERVISOR MAY STILL AUTHORIZE.
040900******************************************************************
041000 2100-SCAN-OVDAPR.
041100     MOVE ZERO TO CCT-OVDAPR-COUNT.
041200     MOVE "N" TO CCT-EOF-SW.
041300     OPEN INPUT OVD-APPROVAL-FILE.
041400     IF NOT FS-SUCCESS OF WS-OVDAPR-STATUS
041500         GO TO 2100-SCAN-OVDAPR-EXIT
041600     END-IF.
041700     PERFORM 2110-ONE-OVDAPR THRU 2110-ONE-OVDAPR-EXIT
041800         UNTIL CCT-EOF.
041900     CLOSE OVD-APPROVAL-FILE.
042000 2100-SCAN-OVDAPR-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 2110-ONE-OVDAPR
042500******************************************************************
042600 2110-ONE-OVDAPR.
042700     READ OVD-APPROVAL-FILE
042800         AT END
042900             SET CCT-EOF TO TRUE
043000             GO TO 2110-ONE-OVDAPR-EXIT
043100     END-READ.
043200     IF OVD-APR-ACCOUNT = ACM-ACCOUNT-NUMBER
043300       AND OVD-APR-IS-PENDING
043400         ADD 1 TO CCT-OVDAPR-COUNT
043500     END-IF.
043600 2110-ONE-OVDAPR-EXIT.
043700     EXIT.
043800
043900******************************************************************
044000* 2200-SCAN-ORDPERM  -  AN ACTIVE STANDING ORDER WOULD KEEP
044100*                       GENERATING POSTINGS AGAINST THE ACCOUNT.
044200******************************************************************
044300 2200-SCAN-ORDPERM.
044400     MOVE ZERO TO CCT-ORDER-COUNT.
044500     MOVE "N" TO CCT-EOF-SW.
044600     OPEN INPUT ORDER-FILE.
044700     IF NOT FS-SUCCESS OF WS-ORDPERM-STATUS
044800         GO TO 2200-SCAN-ORDPERM-EXIT
044900     END-IF.
045000     MOVE LOW-VALUES TO ORD-KEY.
045100     START ORDER-FILE KEY NOT < ORD-KEY
045200         INVALID KEY
045300             SET CCT-EOF TO TRUE
045400     END-START.
045500     PERFORM 2210-ONE-ORDER THRU 2210-ONE-ORDER-EXIT
045600         UNTIL CCT-EOF.
045700     CLOSE ORDER-FILE.
045800 2200-SCAN-ORDPERM-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200* 2210-ONE-ORDER
046300******************************************************************
046400 2210-ONE-ORDER.
046500     READ ORDER-FILE NEXT
046600         AT END
046700             SET CCT-EOF TO TRUE
046800             GO TO 2210-ONE-ORDER-EXIT
046900     END-READ.
047000     IF ORD-ACCOUNT = ACM-ACCOUNT-NUMBER
047100       AND ORD-IS-ACTIVE
047200         ADD 1 TO CCT-ORDER-COUNT
047300     END-IF.
047400 2210-ONE-ORDER-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 2300-SCAN-OPBWARH  -  A FUTURE-DATED ITEM ON EITHER SIDE OF THE
047900*                       ACCOUNT WOULD RELEASE INTO A CLOSED
048000*                       ACCOUNT ON ITS VALUE DATE.
048100******************************************************************
048200 2300-SCAN-OPBWARH.
048300     MOVE ZERO TO CCT-WARH-COUNT.
048400     MOVE "N" TO CCT-EOF-SW.
048500     OPEN INPUT OPB-WARH-FILE.
048600     IF NOT FS-SUCCESS OF WS-WARH-STATUS
048700         GO TO 2300-SCAN-OPBWARH-EXIT
048800     END-IF.
048900     PERFORM 2310-ONE-WARH THRU 2310-ONE-WARH-EXIT
049000         UNTIL CCT-EOF.
049100     CLOSE OPB-WARH-FILE.
049200 2300-SCAN-OPBWARH-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600* 2310-ONE-WARH
049700******************************************************************
049800 2310-ONE-WARH.
049900     READ OPB-WARH-FILE
050000         AT END
050100             SET CCT-EOF TO TRUE
050200             GO TO 2310-ONE-WARH-EXIT
050300     END-READ.
050400     IF OPW-ACCOUNT = ACM-ACCOUNT-NUMBER
050500       OR OPW-DEST-ACCOUNT = ACM-ACCOUNT-NUMBER
050600         ADD 1 TO CCT-WARH-COUNT
050700     END-IF.
050800 2310-ONE-WARH-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200* 2500-WORK-OUT-SETTLEMENT  -  INTEREST, WITHHOLDING, FEE AND
051300*                              PAYOUT, FROM THE RECORD AS READ.
051400*                              AN ACCOUNT STILL OVERDRAWN AFTER
051500*                              ITS INTEREST HAS NOTHING TO PAY
051600*                              OUT AND CANNOT BE SETTLED HERE.
051700******************************************************************
051800 2500-WORK-OUT-SETTLEMENT.
051900     MOVE ACM-ACCOUNT-BALANCE TO CCT-START-BALANCE.
052000     MOVE ZERO TO CCT-BUCKET CCT-WHT-AMOUNT CCT-FEE-AMOUNT.
052100     IF ACM-ACCRUED-INTEREST IS NUMERIC
052200         MOVE ACM-ACCRUED-INTEREST TO CCT-BUCKET
052300     END-IF.
052400     PERFORM 2510-LOAD-WHT-RATE THRU 2510-LOAD-WHT-RATE-EXIT.
052500     IF CCT-BUCKET > ZERO AND CCT-WHT-RATE > ZERO
052600       AND NOT CCT-EXEMPT
052700         COMPUTE CCT-WHT-AMOUNT ROUNDED =
052800             CCT-BUCKET * CCT-WHT-RATE
052900     END-IF.
053000     COMPUTE CCT-AFTER-INTEREST = CCT-START-BALANCE
053100         + CCT-BUCKET - CCT-WHT-AMOUNT.
053200     IF CCT-AFTER-INTEREST < ZERO
053300         MOVE CCT-AFTER-INTEREST TO CCT-BAL-ED
053400         DISPLAY "SALDO DEUDOR DE " CCT-BAL-ED " DESPUES DEL "
053500             "INTERES - CUBRALO ANTES DE CERRAR LA CUENTA."
053600         MOVE "N" TO CCT-ACCOUNT-OK-SW
053700         GO TO 2500-WORK-OUT-SETTLEMENT-EXIT
053800     END-IF.
053900     PERFORM 2520-FIND-CLOSURE-FEE
054000         THRU 2520-FIND-CLOSURE-FEE-EXIT.
054100*    THE FEE NEVER LEAVES A DEBIT ON AN ACCOUNT BEING CLOSED -
054200*    WHATEVER THE BALANCE CANNOT COVER IS WAIVED.
054300     IF CCT-FEE-AMOUNT > CCT-AFTER-INTEREST
054400         MOVE CCT-AFTER-INTEREST TO CCT-FEE-AMOUNT
054500         MOVE "LIMITADO AL SALDO DISPONIBLE" TO CCT-FEE-NOTE
054600     END-IF.
054700     COMPUTE CCT-PAYOUT-AMOUNT = CCT-AFTER-INTEREST
054800         - CCT-FEE-AMOUNT.
054900 2500-WORK-OUT-SETTLEMENT-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300* 2510-LOAD-WHT-RATE  -  THE WHTCTL RATE, AS INTCAP LOADS IT.
055400******************************************************************
055500 2510-LOAD-WHT-RATE.
055600     MOVE ZERO TO CCT-WHT-RATE.
055700     OPEN INPUT WHT-CONTROL-FILE.
055800     IF WS-WHTCTL-STATUS = "00"
055900         READ WHT-CONTROL-FILE INTO WHC-CTL-RECORD
056000             AT END
056100                 CONTINUE
056200             NOT AT END
056300                 IF WHC-RATE IS NUMERIC
056400                     MOVE WHC-RATE TO CCT-WHT-RATE
056500                 END-IF
056600         END-READ
056700         CLOSE WHT-CONTROL-FILE
056800     END-IF.
056900 2510-LOAD-WHT-RATE-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 2520-FIND-CLOSURE-FEE  -  THE FEC-CLOSE-FEE OF THE ACCOUNT'S
057400*                           PRODUCT LINE ON FEECTL, ELSE OF THE
057500*                           SITE LINE.  FEE-EXEMPT AND FOREIGN-
057600*                           CURRENCY ACCOUNTS ARE NOT CHARGED,
057700*                           AS IN FEECHG.
057800******************************************************************
057900 2520-FIND-CLOSURE-FEE.
058000     MOVE ZERO TO CCT-FEE-AMOUNT CCT-SITE-FEE.
058100     MOVE SPACES TO CCT-FEE-NOTE.
058200     MOVE "N" TO CCT-SCHED-FOUND-SW CCT-EOF-SW.
058300     IF ACM-FEE-EXEMPT
058400         MOVE "CUENTA EXENTA DE CARGOS" TO CCT-FEE-NOTE
058500         GO TO 2520-FIND-CLOSURE-FEE-EXIT
058600     END-IF.
058700     IF NOT ACM-CCY-LOCAL
058800         MOVE "CUENTA EN MONEDA EXTRANJERA" TO CCT-FEE-NOTE
058900         GO TO 2520-FIND-CLOSURE-FEE-EXIT
059000     END-IF.
059100     OPEN INPUT FEE-CONTROL-FILE.
059200     IF NOT FS-SUCCESS OF WS-FEECTL-STATUS
059300         MOVE "SIN FEECTL" TO CCT-FEE-NOTE
059400         GO TO 2520-FIND-CLOSURE-FEE-EXIT
059500     END-IF.
059600     PERFORM 2530-ONE-FEE-LINE THRU 2530-ONE-FEE-LINE-EXIT
059700         UNTIL CCT-EOF OR CCT-SCHED-FOUND.
059800     CLOSE FEE-CONTROL-FILE.
059900     IF NOT CCT-SCHED-FOUND
060000         MOVE CCT-SITE-FEE TO CCT-FEE-AMOUNT
060100     END-IF.
060200 2520-FIND-CLOSURE-FEE-EXIT.
060300     EXIT.
060400
060500******************************************************************
060600* 2530-ONE-FEE-LINE
060700******************************************************************
060800 2530-ONE-FEE-LINE.
060900     READ FEE-CONTROL-FILE INTO FEC-CTL-RECORD
061000         AT END
061100             SET CCT-EOF TO TRUE
061200             GO TO 2530-ONE-FEE-LINE-EXIT
061300     END-READ.
061400     IF FEC-CLOSE-FEE IS NOT NUMERIC
061500         GO TO 2530-ONE-FEE-LINE-EXIT
061600     END-IF.
061700     IF FEC-SITE-DEFAULT
061800         MOVE FEC-CLOSE-FEE TO CCT-SITE-FEE
061900         GO TO 2530-ONE-FEE-LINE-EXIT
062000     END-IF.
062100     IF NOT ACM-NO-PRODUCT
062200       AND FEC-PRODUCT-CODE = ACM-PRODUCT-CODE
062300         MOVE FEC-CLOSE-FEE TO CCT-FEE-AMOUNT
062400         SET CCT-SCHED-FOUND TO TRUE
062500     END-IF.
062600 2530-ONE-FEE-LINE-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000* 2700-GET-PAYOUT-ACCOUNT  -  WHERE THE NET BALANCE GOES.  A
063100*                             NOMINATED ACCOUNT MUST BE ANOTHER
063200*                             POSTABLE ACCOUNT IN THE SAME
063300*                             CURRENCY, WITH NO TERM DEPOSIT IN
063310*                             FORCE; BLANK SENDS IT TO THE DESK
063400*                             PAYOUT CLEARING ACCOUNT.  THE
063500*                             CLOSING ACCOUNT IS READ BACK INTO
063600*                             THE FD BEFORE LEAVING.
063700******************************************************************
063800 2700-GET-PAYOUT-ACCOUNT.
063900     MOVE "N" TO CCT-DEST-OK-SW.
064000     MOVE SPACES TO CCT-DEST-ACCOUNT.
064100     IF CCT-PAYOUT-AMOUNT = ZERO
064200         SET CCT-DEST-OK TO TRUE
064300         GO TO 2700-GET-PAYOUT-ACCOUNT-EXIT
064400     END-IF.
064500     IF ACM-CCY-LOCAL
064600         MOVE "LOC" TO CCT-CURRENCY
064700     ELSE
064800         MOVE ACM-CURRENCY-CODE TO CCT-CURRENCY
064900     END-IF.
065000     DISPLAY "CUENTA DE PAGO (BLANCO=CLEARING DE PAGOS DE LA "
065100         "MESA): ".
065200     ACCEPT CCT-DEST-ACCOUNT.
065300     IF CCT-TO-CLEARING
065400         SET CCT-DEST-OK TO TRUE
065500         GO TO 2700-GET-PAYOUT-ACCOUNT-EXIT
065600     END-IF.
065700     IF CCT-DEST-ACCOUNT = CCT-ACCOUNT-WANTED
065800         DISPLAY "LA CUENTA DE PAGO NO PUEDE SER LA QUE SE "
065900             "CIERRA."
066000         GO TO 2700-GET-PAYOUT-ACCOUNT-EXIT
066100     END-IF.
066200     MOVE CCT-DEST-ACCOUNT TO ACM-ACCOUNT-NUMBER.
066300     READ ACCT-MASTER-FILE
066400         INVALID KEY
066500             DISPLAY "CUENTA DE PAGO NO ENCONTRADA: "
066600                 CCT-DEST-ACCOUNT
066700             GO TO 2700-GET-PAYOUT-ACCOUNT-READ
066800     END-READ.
066900     IF NOT ACM-STAT-POSTABLE
067000         DISPLAY "CUENTA DE PAGO CONGELADA O CERRADA: "
067100             CCT-DEST-ACCOUNT
067200         GO TO 2700-GET-PAYOUT-ACCOUNT-READ
067300     END-IF.
067310     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
067320     CALL "TDEPCHK" USING TDK-PARM.
067330     IF TDK-DEPOSIT-ACTIVE
067340         DISPLAY "CUENTA DE PAGO CON DEPOSITO A PLAZO VIGENTE: "
067350             CCT-DEST-ACCOUNT
067360         GO TO 2700-GET-PAYOUT-ACCOUNT-READ
067370     END-IF.
067400     IF ACM-CCY-LOCAL
067500         MOVE "LOC" TO CCT-DEST-CURRENCY
067600     ELSE
067700         MOVE ACM-CURRENCY-CODE TO CCT-DEST-CURRENCY
067800     END-IF.
067900     IF CCT-DEST-CURRENCY NOT = CCT-CURRENCY
068000         DISPLAY "LA CUENTA DE PAGO ES DE OTRA MONEDA: "
068100             ACM-CURRENCY-CODE
068200         GO TO 2700-GET-PAYOUT-ACCOUNT-READ
068300     END-IF.
068400     SET CCT-DEST-OK TO TRUE.
068500 2700-GET-PAYOUT-ACCOUNT-READ.
068600     MOVE CCT-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
068700     READ ACCT-MASTER-FILE
068800         INVALID KEY
068900             DISPLAY "CUENTA NO ENCONTRADA: " CCT-ACCOUNT-WANTED
069000             MOVE "N" TO CCT-DEST-OK-SW
069100     END-READ.
069200 2700-GET-PAYOUT-ACCOUNT-EXIT.
069300     EXIT.
069400
069500******************************************************************
069600* 2800-SHOW-SETTLEMENT  -  THE FIGURES THE SUPERVISOR CONFIRMS.
069700******************************************************************
069800 2800-SHOW-SETTLEMENT.
069900     DISPLAY "---- LIQUIDACION DE CIERRE ----".
070000     MOVE CCT-START-BALANCE TO CCT-BAL-ED.
070100     DISPLAY "BALANCE ACTUAL:          " CCT-BAL-ED.
070200     MOVE CCT-BUCKET TO CCT-AMT-ED.
070300     DISPLAY "INTERES A CAPITALIZAR:   " CCT-AMT-ED.
070400     MOVE CCT-WHT-RATE TO CCT-RATE-ED.
070500     MOVE CCT-WHT-AMOUNT TO CCT-AMT-ED.
070600     IF CCT-EXEMPT
070700         DISPLAY "IMPUESTO RETENIDO:       " CCT-AMT-ED
070800             "  (CLIENTE EXENTO)"
070900     ELSE
071000         DISPLAY "IMPUESTO RETENIDO:       " CCT-AMT-ED
071100             "  (TASA " CCT-RATE-ED ")"
071200     END-IF.
071300     MOVE CCT-FEE-AMOUNT TO CCT-AMT-ED.
071400     DISPLAY "CARGO POR CIERRE:        " CCT-AMT-ED
071500         "  " CCT-FEE-NOTE.
071600     MOVE CCT-PAYOUT-AMOUNT TO CCT-AMT-ED.
071700     IF CCT-PAYOUT-AMOUNT = ZERO
071800         DISPLAY "NETO A PAGAR:            " CCT-AMT-ED
071900     ELSE
072000         IF CCT-TO-CLEARING
072100             DISPLAY "NETO A PAGAR:            " CCT-AMT-ED
072200                 "  AL CLEARING DE PAGOS DE LA MESA"
072300         ELSE
072400             DISPLAY "NETO A PAGAR:            " CCT-AMT-ED
072500                 "  A LA CUENTA " CCT-DEST-ACCOUNT
072600         END-IF
072700     END-IF.
072800 2800-SHOW-SETTLEMENT-EXIT.
072900     EXIT.
073000
073100******************************************************************
073200* 3000-SETTLE-ACCOUNT  -  THE SETTLEMENT ITSELF.  EVERY STEP IS
073300*                         JOURNALED AS IT IS APPLIED, THE CLOSING
073400*                         ACCOUNT IS REWRITTEN ONCE AT ZERO WITH
073500*                         STATUS "C", AND ONLY THEN IS THE PAYOUT
073600*                         LEG CREDITED TO THE NOMINATED ACCOUNT.
073700******************************************************************
073800 3000-SETTLE-ACCOUNT.
073900     MOVE ZERO TO CCT-MOVE-COUNT CCT-XFER-REF.
074000     IF CCT-BUCKET NOT = ZERO
074100         MOVE "CAP " TO CCT-POST-SOURCE
074200         MOVE CCT-SIGNON-ID TO CCT-POST-OPERATOR
074300         MOVE CCT-BUCKET TO CCT-POST-AMOUNT
074400         PERFORM 3100-POST-STEP THRU 3100-POST-STEP-EXIT
074500         MOVE ZERO TO ACM-ACCRUED-INTEREST
074600     END-IF.
074700     IF CCT-WHT-AMOUNT > ZERO
074800         MOVE "WHT " TO CCT-POST-SOURCE
074900         MOVE CCT-SIGNON-ID TO CCT-POST-OPERATOR
075000         COMPUTE CCT-POST-AMOUNT = ZERO - CCT-WHT-AMOUNT
075100         PERFORM 3100-POST-STEP THRU 3100-POST-STEP-EXIT
075200     END-IF.
075300     IF CCT-FEE-AMOUNT > ZERO
075400         MOVE "FEE " TO CCT-POST-SOURCE
075500         MOVE "FEE-CIER" TO CCT-POST-OPERATOR
075600         COMPUTE CCT-POST-AMOUNT = ZERO - CCT-FEE-AMOUNT
075700         PERFORM 3100-POST-STEP THRU 3100-POST-STEP-EXIT
075800     END-IF.
075900     IF CCT-PAYOUT-AMOUNT > ZERO
076000         IF NOT CCT-TO-CLEARING
076100             MOVE CCT-TODAY TO CCT-XFER-DATE
076200             MOVE CCT-RUN-TIME TO CCT-XFER-TIME
076300             MOVE 1 TO CCT-XFER-SEQ
076400         END-IF
076500         MOVE "CIE " TO CCT-POST-SOURCE
076600         MOVE CCT-SIGNON-ID TO CCT-POST-OPERATOR
076700         COMPUTE CCT-POST-AMOUNT = ZERO - CCT-PAYOUT-AMOUNT
076800         PERFORM 3100-POST-STEP THRU 3100-POST-STEP-EXIT
076900     END-IF.
076950     MOVE ACM-ACCOUNT-STATUS TO CCT-OLD-STATUS.
077000     SET ACM-STAT-CLOSED TO TRUE.
077100     REWRITE ACM-ACCOUNT-RECORD
077200         INVALID KEY
077300             DISPLAY "*** ERROR AL REGRABAR LA CUENTA "
077400                 CCT-ACCOUNT-WANTED " - ESTADO "
077500                 WS-ACCTMAST-STATUS
077600             MOVE "N" TO CCT-ACCOUNT-OK-SW
077700             GO TO 3000-SETTLE-ACCOUNT-EXIT
077800     END-REWRITE.
077850     PERFORM 3300-LOG-CLOSURE THRU 3300-LOG-CLOSURE-EXIT.
077900     IF CCT-PAYOUT-AMOUNT > ZERO
078000       AND NOT CCT-TO-CLEARING
078100         PERFORM 3200-CREDIT-PAYOUT THRU 3200-CREDIT-PAYOUT-EXIT
078200     END-IF.
078300 3000-SETTLE-ACCOUNT-EXIT.
078400     EXIT.
078500
078600******************************************************************
078700* 3100-POST-STEP  -  ONE SETTLEMENT MOVEMENT AGAINST THE CLOSING
078800*                    ACCOUNT IN THE FD, JOURNALED AND KEPT FOR
078900*                    THE FINAL STATEMENT.
079000******************************************************************
079100 3100-POST-STEP.
079200     MOVE ACM-ACCOUNT-BALANCE TO CCT-OLD-BALANCE.
079300     ADD CCT-POST-AMOUNT TO ACM-ACCOUNT-BALANCE.
079400     PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT.
079500     ADD 1 TO CCT-MOVE-COUNT.
079600     MOVE CCT-POST-SOURCE TO CCT-MOVE-SOURCE(CCT-MOVE-COUNT).
079700     MOVE CCT-POST-OPERATOR TO CCT-MOVE-OPERATOR(CCT-MOVE-COUNT).
079800     MOVE CCT-POST-AMOUNT TO CCT-MOVE-AMOUNT(CCT-MOVE-COUNT).
079900     MOVE ACM-ACCOUNT-BALANCE TO CCT-MOVE-BALANCE(CCT-MOVE-COUNT).
080000 3100-POST-STEP-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400* 3200-CREDIT-PAYOUT  -  THE RECEIVING LEG OF THE PAYOUT
080500*                        TRANSFER, UNDER THE SAME REFERENCE.  A
080600*                        DORMANT RECEIVING ACCOUNT COMES BACK TO
080700*                        OPEN, AS ON EVERY POSTING PATH.
080800******************************************************************
080900 3200-CREDIT-PAYOUT.
081000     MOVE CCT-DEST-ACCOUNT TO ACM-ACCOUNT-NUMBER.
081100     READ ACCT-MASTER-FILE
081200         INVALID KEY
081300             DISPLAY "*** CUENTA DE PAGO " CCT-DEST-ACCOUNT
081400                 " DESAPARECIO - PAGO SIN ACREDITAR"
081500             GO TO 3200-CREDIT-PAYOUT-EXIT
081600     END-READ.
081700     IF ACM-STAT-DORMANT
081800         MOVE "A" TO ACM-ACCOUNT-STATUS
081900     END-IF.
082000     MOVE ACM-ACCOUNT-BALANCE TO CCT-OLD-BALANCE.
082100     MOVE CCT-PAYOUT-AMOUNT TO CCT-POST-AMOUNT.
082200     ADD CCT-POST-AMOUNT TO ACM-ACCOUNT-BALANCE.
082300     REWRITE ACM-ACCOUNT-RECORD.
082400     PERFORM 3900-WRITE-JOURNAL THRU 3900-WRITE-JOURNAL-EXIT.
082500     MOVE CCT-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
082600     READ ACCT-MASTER-FILE
082700         INVALID KEY
082800             CONTINUE
082900     END-READ.
083000 3200-CREDIT-PAYOUT-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400* 3900-WRITE-JOURNAL  -  THE MOVEMENT JUST APPLIED TO THE ACCOUNT
083500*                        IN THE FD.  ALL OF ONE CLOSURE SHARE THE
083600*                        SAME DATE AND TIME.
083700******************************************************************
083800 3900-WRITE-JOURNAL.
083900     MOVE ACM-ACCOUNT-NUMBER  TO PJR-ACCOUNT-NUMBER.
084000     MOVE CCT-OLD-BALANCE     TO PJR-OLD-BALANCE.
084100     MOVE CCT-POST-AMOUNT     TO PJR-AMOUNT.
084200     MOVE ACM-ACCOUNT-BALANCE TO PJR-NEW-BALANCE.
084300     MOVE CCT-POST-OPERATOR   TO PJR-OPERATOR-ID.
084400     MOVE CCT-TODAY           TO PJR-RUN-DATE.
084500     MOVE CCT-RUN-TIME        TO PJR-RUN-TIME.
084600     MOVE CCT-POST-SOURCE     TO PJR-SOURCE.
084700     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME.
084800     MOVE CCT-XFER-REF        TO PJR-XFER-REF.
084900     OPEN EXTEND POST-JRNL-FILE.
085000     IF FS-NOT-FOUND OF WS-JRNL-STATUS
085100         OPEN OUTPUT POST-JRNL-FILE
085200         CLOSE POST-JRNL-FILE
085300         OPEN EXTEND POST-JRNL-FILE
085400     END-IF.
085500     WRITE PJR-JOURNAL-RECORD.
085600     CLOSE POST-JRNL-FILE.
085700 3900-WRITE-JOURNAL-EXIT.
085800     EXIT.
085900
086000******************************************************************
086100* 4000-PRINT-FINAL-STATEMENT  -  THE CLOSING STATEMENT IN THE
086200*                                ESTADO-CUENTA LAYOUT: OPENING
086300*                                BALANCE, THE SETTLEMENT
086400*                                MOVEMENTS, CLOSING BALANCE ZERO.
086500******************************************************************
086600 4000-PRINT-FINAL-STATEMENT.
086700     OPEN OUTPUT PRINT-FILE.
086800     MOVE SPACES TO PRINT-LINE.
086900     WRITE PRINT-LINE.
087000     MOVE SPACES TO PRINT-LINE.
087100     STRING "ESTADO DE CUENTA FINAL AL " CCT-TODAY
087200         "   CLIENTE: " ACM-CUSTOMER-ID
087300         " " CCT-CUST-NAME
087400         DELIMITED BY SIZE INTO PRINT-LINE.
087500     WRITE PRINT-LINE.
087600     MOVE SPACES TO PRINT-LINE.
087700     STRING "CUENTA: " ACM-ACCOUNT-NUMBER
087800         "   NOMBRE: " ACM-ACCOUNT-NAME
087900         "   CERRADA POR " CCT-SIGNON-ID
088000         DELIMITED BY SIZE INTO PRINT-LINE.
088100     WRITE PRINT-LINE.
088200     MOVE CCT-START-BALANCE TO CCT-BAL-ED.
088300     MOVE SPACES TO PRINT-LINE.
088400     STRING "BALANCE DE APERTURA: " CCT-BAL-ED
088500         DELIMITED BY SIZE INTO PRINT-LINE.
088600     WRITE PRINT-LINE.
088700     MOVE "FECHA    HORA     FTE  OPERADOR  IMPORTE   BALANCE"
088800         TO PRINT-LINE.
088900     WRITE PRINT-LINE.
089000     IF CCT-MOVE-COUNT = ZERO
089100         MOVE "  (SIN MOVIMIENTOS DE LIQUIDACION)" TO PRINT-LINE
089200         WRITE PRINT-LINE
089300     ELSE
089400         PERFORM 4100-PRINT-ONE-MOVE THRU 4100-PRINT-ONE-MOVE-EXIT
089500             VARYING CCT-MOVE-IDX FROM 1 BY 1
089600             UNTIL CCT-MOVE-IDX > CCT-MOVE-COUNT
089700     END-IF.
089800     MOVE ACM-ACCOUNT-BALANCE TO CCT-BAL-ED.
089900     MOVE SPACES TO PRINT-LINE.
090000     STRING "BALANCE DE CIERRE:   " CCT-BAL-ED
090100         "   MOVIMIENTOS: " CCT-MOVE-COUNT
090200         "   CUENTA CERRADA"
090300         DELIMITED BY SIZE INTO PRINT-LINE.
090400     WRITE PRINT-LINE.
090500     CLOSE PRINT-FILE.
090600 4000-PRINT-FINAL-STATEMENT-EXIT.
090700     EXIT.
090800
090900******************************************************************
091000* 4100-PRINT-ONE-MOVE  -  A MOVEMENT LINE AS ESTADO-CUENTA PRINTS
091100*                         IT, WITH A LINE UNDER THE FEE AND THE
091200*                         PAYOUT SAYING WHAT THEY WERE.
091300******************************************************************
091400 4100-PRINT-ONE-MOVE.
091500     MOVE CCT-MOVE-AMOUNT(CCT-MOVE-IDX) TO CCT-AMT-ED.
091600     MOVE CCT-MOVE-BALANCE(CCT-MOVE-IDX) TO CCT-BAL-ED.
091700     MOVE SPACES TO PRINT-LINE.
091800     STRING CCT-TODAY " " CCT-RUN-TIME " "
091900         CCT-MOVE-SOURCE(CCT-MOVE-IDX) " "
092000         CCT-MOVE-OPERATOR(CCT-MOVE-IDX) " " CCT-AMT-ED
092100         " " CCT-BAL-ED
092200         DELIMITED BY SIZE INTO PRINT-LINE.
092300     WRITE PRINT-LINE.
092400     MOVE SPACES TO PRINT-LINE.
092500     EVALUATE CCT-MOVE-SOURCE(CCT-MOVE-IDX)
092600         WHEN "FEE "
092700             STRING "         CARGO POR SERVICIO - "
092800                 "CIERRE DE CUENTA " CCT-FEE-NOTE
092900                 DELIMITED BY SIZE INTO PRINT-LINE
093000         WHEN "CIE "
093100             IF CCT-TO-CLEARING
093200                 STRING "         PAGO DEL SALDO POR LA MESA "
093300                     "(CLEARING)"
093400                     DELIMITED BY SIZE INTO PRINT-LINE
093500             ELSE
093600                 STRING "         PAGO DEL SALDO A LA CUENTA "
093700                     CCT-DEST-ACCOUNT
093800                     DELIMITED BY SIZE INTO PRINT-LINE
093900             END-IF
094000         WHEN OTHER
094100             GO TO 4100-PRINT-ONE-MOVE-EXIT
094200     END-EVALUATE.
094300     WRITE PRINT-LINE.
094400 4100-PRINT-ONE-MOVE-EXIT.
094500     EXIT.
094600
094610******************************************************************
094620* 3300-LOG-CLOSURE  -  THE STATUS CHANGE GOES ON STATLOG, WHICH
094630*                      THE FIRST CHANGE EVER CREATES.
094640******************************************************************
094650 3300-LOG-CLOSURE.
094655     OPEN EXTEND STATUS-LOG-FILE.
094660     IF FS-NOT-FOUND OF WS-STATLOG-STATUS
094665         OPEN OUTPUT STATUS-LOG-FILE
094670         CLOSE STATUS-LOG-FILE
094675         OPEN EXTEND STATUS-LOG-FILE
094680     END-IF.
094685     MOVE SPACES             TO STL-STATUS-RECORD.
094690     MOVE ACM-ACCOUNT-NUMBER TO STL-ACCOUNT.
094695     MOVE ACM-CUSTOMER-ID    TO STL-CUSTOMER-ID.
094700     MOVE CCT-OLD-STATUS     TO STL-OLD-STATUS.
094705     MOVE ACM-ACCOUNT-STATUS TO STL-NEW-STATUS.
094710     MOVE CCT-SIGNON-ID      TO STL-CHANGED-BY.
094715     MOVE CCT-TODAY          TO STL-CHANGE-DATE.
094720     MOVE CCT-RUN-TIME       TO STL-CHANGE-TIME.
094725     MOVE "CIERRCTA"         TO STL-PROGRAM.
094730     WRITE STL-STATUS-RECORD.
094735     CLOSE STATUS-LOG-FILE.
094740 3300-LOG-CLOSURE-EXIT.
094745     EXIT.
094750
094800 END PROGRAM CIERRCTA.
