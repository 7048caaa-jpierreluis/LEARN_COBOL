000100******************************************************************
000200* PROGRAM-ID: HOLDMANT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 10/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     ON-LINE MAINTENANCE FOR THE HOLDMAST HOLDS AND
000800*              EARMARKS FILE (HOLDREC LAYOUT).  LISTS AN
000900*              ACCOUNT'S HOLDS WITH ITS LEDGER, HELD AND
001000*              AVAILABLE BALANCE, PLACES A HOLD (AMOUNT, REASON
001100*              CH=CHEQUE IN CLEARING, JU=COURT ORDER,
001200*              GA=COLLATERAL, OT=OTHER, AND AN OPTIONAL EXPIRY
001300*              DATE) AND RELEASES ONE.  A HOLD IS NEVER
001400*              DELETED: A RELEASE STAMPS THE RELEASING OPERATOR
001500*              AND DATE AND LEAVES THE RECORD AS THE TRAIL.
001600*              BLOCKING PART OF THE FUNDS REPLACES FREEZING THE
001700*              WHOLE ACCOUNT IN CTASTAT.  A COURT-ORDER HOLD IS
001800*              RELEASED ONLY FROM A SUPERVISOR SESSION.  REACHED
001900*              FROM MENU-PRINCIPAL.
002000* TECTONICS:   cobc -x example64-retencionesCuenta.cbl
002100*
002200* MODIFICATION HISTORY
002300*   10/09/26  JPL  INITIAL VERSION.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. HOLDMANT.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS HLD-KEY
003600         FILE STATUS IS WS-HOLDMAST-STATUS.
003700
003800     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ACM-ACCOUNT-NUMBER
004200         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-ACCTMAST-STATUS.
004500
004600     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SESSION-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HOLD-MASTER-FILE.
005300 COPY HOLDREC.
005400
005500 FD  ACCT-MASTER-FILE.
005600 COPY ACCTREC.
005700
005800 FD  OPER-SESSION-FILE.
005900 COPY SESREC.
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-HOLDMAST-STATUS.
006300     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
006400 01  WS-ACCTMAST-STATUS.
006500     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
006600 01  WS-SESSION-STATUS.
006700     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
006800
006900 77  HDM-OPTION                      PIC X(01) VALUE SPACE.
007000     88  HDM-OPT-EXIT                VALUE "0".
007100     88  HDM-OPT-VALID               VALUE "0" "1" "2" "3".
007200 77  HDM-CONFIRM                     PIC X(01) VALUE "N".
007300     88  HDM-CONFIRMED               VALUE "S" "s".
007400 77  HDM-SESSION-FOUND-SW            PIC X(01) VALUE "N".
007500     88  HDM-SESSION-FOUND           VALUE "Y".
007600 77  HDM-SUPERVISOR-SW               PIC X(01) VALUE "N".
007700     88  HDM-SUPERVISOR              VALUE "Y".
007800 77  HDM-OPERATOR-ID                 PIC X(08) VALUE SPACES.
007900 77  HDM-TODAY                       PIC 9(08).
008000 77  HDM-ACCOUNT-WANTED              PIC X(10) VALUE SPACES.
008100 77  HDM-ACCT-OK-SW                  PIC X(01) VALUE "N".
008200     88  HDM-ACCT-OK                 VALUE "Y".
008300 77  HDM-HOLD-EOF-SW                 PIC X(01) VALUE "N".
008400     88  HDM-HOLD-EOF                VALUE "Y".
008500 77  HDM-HOLD-COUNT                  PIC 9(03) VALUE ZERO.
008600 77  HDM-LAST-SEQ                    PIC 9(03) VALUE ZERO.
008700 77  HDM-SEQ-INPUT                   PIC X(03) VALUE SPACES.
008800 77  HDM-REASON-INPUT                PIC X(02) VALUE SPACES.
008900 77  HDM-DATE-INPUT                  PIC X(08) VALUE SPACES.
009000 77  HDM-REASON-DESC                 PIC X(12) VALUE SPACES.
009100 77  HDM-STATUS-DESC                 PIC X(09) VALUE SPACES.
009200 77  HDM-INPUT-OK-SW                 PIC X(01) VALUE "Y".
009300     88  HDM-INPUT-OK                VALUE "Y".
009400
009500******************************************************************
009600* BALANCE FIGURES.  AVAILABLE = LEDGER BALANCE - HOLDS IN FORCE
009700* + OVERDRAFT LIMIT, THE SAME FIGURE THE POSTING PATHS TEST.
009800******************************************************************
009900 77  HDM-HELD-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
010000 77  HDM-OVD-LIMIT                   PIC 9(08)V99 VALUE ZERO.
010100 77  HDM-AVAILABLE                   PIC S9(11)V99 VALUE ZERO.
010200 77  HDM-NUM-INPUT                   PIC X(15) VALUE SPACES.
010300 77  HDM-NUM-TEST                    PIC S9(04) COMP VALUE ZERO.
010400 77  HDM-AMOUNT-SIGNED               PIC S9(09)V99 VALUE ZERO.
010500 77  HDM-AMOUNT-VALUE                PIC 9(09)V99 VALUE ZERO.
010600 01  HDM-BAL-ED                      PIC -ZZZ,ZZZ,ZZZ,ZZZ.99.
010700 01  HDM-AMT-ED                      PIC ZZZ,ZZZ,ZZ9.99.
010800
010900 PROCEDURE DIVISION.
011000******************************************************************
011100* 0000-MAINLINE
011200******************************************************************
011300 0000-MAINLINE.
011400     ACCEPT HDM-TODAY FROM DATE YYYYMMDD.
011500     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
011600     IF NOT HDM-SESSION-FOUND
011700         DISPLAY "ID DE OPERADOR: "
011800         ACCEPT HDM-OPERATOR-ID
011900     END-IF.
012000     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
012100     IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
012200         DISPLAY "HOLDMANT: NO SE PUDO ABRIR HOLDMAST - ESTADO "
012300             WS-HOLDMAST-STATUS
012400         GO TO 0000-MAINLINE-EXIT
012500     END-IF.
012600     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
012700         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
012800             WS-ACCTMAST-STATUS
012900         CLOSE HOLD-MASTER-FILE
013000         GO TO 0000-MAINLINE-EXIT
013100     END-IF.
013200     PERFORM 2000-SHOW-MENU THRU 2000-SHOW-MENU-EXIT
013300         UNTIL HDM-OPT-EXIT.
013400     CLOSE HOLD-MASTER-FILE.
013500     CLOSE ACCT-MASTER-FILE.
013600 0000-MAINLINE-EXIT.
013700     GOBACK.
013800
013900******************************************************************
014000* 0100-READ-SESSION  -  THE PLACING/RELEASING OPERATOR COMES
014100*                       FROM TODAY'S SESSION, THE SAME WAY
014200*                       RELMANT READS IT; THE PROMPT IS ONLY
014300*                       THE FALLBACK.  THE ROLE DECIDES WHO
014400*                       MAY RELEASE A COURT ORDER.
014500******************************************************************
014600 0100-READ-SESSION.
014700     OPEN INPUT OPER-SESSION-FILE.
014800     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
014900         GO TO 0100-READ-SESSION-EXIT
015000     END-IF.
015100     READ OPER-SESSION-FILE
015200         AT END
015300             CONTINUE
015400         NOT AT END
015500             IF SES-SIGNON-DATE = HDM-TODAY
015600                 SET HDM-SESSION-FOUND TO TRUE
015700                 MOVE SES-OPERATOR-ID TO HDM-OPERATOR-ID
015800                 IF SES-ROLE-SUPERVISOR
015900                     SET HDM-SUPERVISOR TO TRUE
016000                 END-IF
016100             END-IF
016200     END-READ.
016300     CLOSE OPER-SESSION-FILE.
016400 0100-READ-SESSION-EXIT.
016500     EXIT.
016600
016700******************************************************************
016800* 1000-OPEN-FILES  -  HOLDMAST I-O WITH THE USUAL STATUS-35
016900*                     RECOVERY SO THE FIRST RUN CREATES IT;
017000*                     ACCTMAST IS ONLY READ.
017100******************************************************************
017200 1000-OPEN-FILES.
017300     OPEN I-O HOLD-MASTER-FILE.
017400     IF FS-NOT-FOUND OF WS-HOLDMAST-STATUS
017500         CLOSE HOLD-MASTER-FILE
017600         OPEN OUTPUT HOLD-MASTER-FILE
017700         CLOSE HOLD-MASTER-FILE
017800         OPEN I-O HOLD-MASTER-FILE
017900     END-IF.
018000     IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
018100         GO TO 1000-OPEN-FILES-EXIT
018200     END-IF.
018300     OPEN INPUT ACCT-MASTER-FILE.
018400 1000-OPEN-FILES-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800* 2000-SHOW-MENU
018900******************************************************************
019000 2000-SHOW-MENU.
019100     DISPLAY " ".
019200     DISPLAY "==== HOLDMANT - RETENCIONES DE FONDOS ====".
019300     DISPLAY "1. RETENCIONES DE UNA CUENTA".
019400     DISPLAY "2. COLOCAR RETENCION".
019500     DISPLAY "3. LIBERAR RETENCION".
019600     DISPLAY "0. SALIR".
019700     DISPLAY "SELECCIONE UNA OPCION: ".
019800     ACCEPT HDM-OPTION.
019900     IF NOT HDM-OPT-VALID
020000         DISPLAY "OPCION INVALIDA, REINTENTE."
020100     ELSE
020200         EVALUATE HDM-OPTION
020300             WHEN "1"
020400                 PERFORM 3000-LIST-HOLDS
020500                     THRU 3000-LIST-HOLDS-EXIT
020600             WHEN "2"
020700                 PERFORM 4000-PLACE-HOLD
020800                     THRU 4000-PLACE-HOLD-EXIT
020900             WHEN "3"
021000                 PERFORM 5000-RELEASE-HOLD
021100                     THRU 5000-RELEASE-HOLD-EXIT
021200             WHEN "0"
021300                 CONTINUE
021400         END-EVALUATE
021500     END-IF.
021600 2000-SHOW-MENU-EXIT.
021700     EXIT.
021800
021900******************************************************************
022000* 3000-LIST-HOLDS  -  EVERY HOLD OF THE ACCOUNT IN SEQUENCE
022100*                     ORDER, WHATEVER ITS STATUS, THEN THE
022200*                     LEDGER, HELD AND AVAILABLE BALANCE.
022300******************************************************************
022400 3000-LIST-HOLDS.
022500     DISPLAY "NUMERO DE CUENTA: ".
022600     ACCEPT HDM-ACCOUNT-WANTED.
022700     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
022800     IF NOT HDM-ACCT-OK
022900         GO TO 3000-LIST-HOLDS-EXIT
023000     END-IF.
023100     DISPLAY "CUENTA:  " ACM-ACCOUNT-NUMBER "  " ACM-ACCOUNT-NAME.
023200     MOVE ZERO TO HDM-HOLD-COUNT HDM-HELD-AMOUNT.
023300     PERFORM 7100-START-HOLDS THRU 7100-START-HOLDS-EXIT.
023400     PERFORM 3100-LIST-ONE THRU 3100-LIST-ONE-EXIT
023500         UNTIL HDM-HOLD-EOF.
023600     IF HDM-HOLD-COUNT = ZERO
023700         DISPLAY "SIN RETENCIONES EN HOLDMAST."
023800     END-IF.
023900     PERFORM 7300-SHOW-BALANCES THRU 7300-SHOW-BALANCES-EXIT.
024000 3000-LIST-HOLDS-EXIT.
024100     EXIT.
024200
024300******************************************************************
024400* 3100-LIST-ONE  -  ONE HOLD; THOSE IN FORCE TODAY ADD TO THE
024500*                   HELD TOTAL.
024600******************************************************************
024700 3100-LIST-ONE.
024800     PERFORM 7200-NEXT-HOLD THRU 7200-NEXT-HOLD-EXIT.
024900     IF HDM-HOLD-EOF
025000         GO TO 3100-LIST-ONE-EXIT
025100     END-IF.
025200     ADD 1 TO HDM-HOLD-COUNT.
025300     IF HLD-STAT-ACTIVE
025400       AND (HLD-NO-EXPIRY OR HLD-EXPIRY-DATE NOT < HDM-TODAY)
025500         ADD HLD-AMOUNT TO HDM-HELD-AMOUNT
025600     END-IF.
025700     PERFORM 7400-DESCRIBE-HOLD THRU 7400-DESCRIBE-HOLD-EXIT.
025800     MOVE HLD-AMOUNT TO HDM-AMT-ED.
025900     DISPLAY "  " HLD-SEQ "  " HDM-AMT-ED "  " HDM-REASON-DESC
026000         "  " HDM-STATUS-DESC "  POR " HLD-PLACED-BY
026100         " EL " HLD-PLACED-DATE "  VENCE " HLD-EXPIRY-DATE.
026200     IF HLD-DESCRIPTION NOT = SPACES
026300         DISPLAY "       " HLD-DESCRIPTION
026400     END-IF.
026500     IF NOT HLD-STAT-ACTIVE
026600         DISPLAY "       CERRADA POR " HLD-RELEASED-BY
026700             " EL " HLD-RELEASED-DATE
026800     END-IF.
026900 3100-LIST-ONE-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300* 4000-PLACE-HOLD  -  THE ACCOUNT MUST BE ON FILE AND NOT
027400*                     CLOSED; THE AMOUNT POSITIVE; THE REASON
027500*                     ONE OF THE FOUR CODES; THE EXPIRY, WHEN
027600*                     GIVEN, NOT IN THE PAST.  A HOLD LARGER
027700*                     THAN THE AVAILABLE BALANCE IS STILL
027800*                     PLACED (A COURT ORDER DOES NOT WAIT FOR
027900*                     FUNDS) BUT THE OPERATOR IS WARNED.
028000******************************************************************
028100 4000-PLACE-HOLD.
028200     DISPLAY "NUMERO DE CUENTA: ".
028300     ACCEPT HDM-ACCOUNT-WANTED.
028400     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
028500     IF NOT HDM-ACCT-OK
028600         GO TO 4000-PLACE-HOLD-EXIT
028700     END-IF.
028800     IF ACM-STAT-CLOSED
028900         DISPLAY "CUENTA CERRADA - RETENCION CANCELADA."
029000         GO TO 4000-PLACE-HOLD-EXIT
029100     END-IF.
029200     PERFORM 7500-FIND-LAST-SEQ THRU 7500-FIND-LAST-SEQ-EXIT.
029300     IF HDM-LAST-SEQ = 999
029400         DISPLAY "LA CUENTA AGOTO SUS 999 RETENCIONES - "
029500             "RETENCION CANCELADA."
029600         GO TO 4000-PLACE-HOLD-EXIT
029700     END-IF.
029800     DISPLAY "IMPORTE A RETENER: ".
029900     PERFORM 8800-GET-AMOUNT THRU 8800-GET-AMOUNT-EXIT.
030000     IF NOT HDM-INPUT-OK OR HDM-AMOUNT-VALUE = ZERO
030100         DISPLAY "IMPORTE INVALIDO - RETENCION CANCELADA."
030200         GO TO 4000-PLACE-HOLD-EXIT
030300     END-IF.
030400     DISPLAY "MOTIVO (CH=CHEQUE, JU=ORDEN JUDICIAL, "
030500         "GA=GARANTIA, OT=OTRO): ".
030600     ACCEPT HDM-REASON-INPUT.
030700     MOVE SPACES TO HLD-HOLD-RECORD.
030800     MOVE HDM-REASON-INPUT TO HLD-REASON.
030900     IF NOT HLD-RSN-VALID
031000         DISPLAY "MOTIVO INVALIDO - RETENCION CANCELADA."
031100         GO TO 4000-PLACE-HOLD-EXIT
031200     END-IF.
031300     DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, "
031400         "BLANCO=HASTA LIBERAR): ".
031500     ACCEPT HDM-DATE-INPUT.
031600     EVALUATE TRUE
031700         WHEN HDM-DATE-INPUT = SPACES
031800             MOVE ZERO TO HLD-EXPIRY-DATE
031900         WHEN HDM-DATE-INPUT IS NUMERIC
032000             MOVE HDM-DATE-INPUT TO HLD-EXPIRY-DATE
032100             IF HLD-EXPIRY-DATE < HDM-TODAY
032200                 DISPLAY "VENCIMIENTO EN EL PASADO - "
032300                     "RETENCION CANCELADA."
032400                 GO TO 4000-PLACE-HOLD-EXIT
032500             END-IF
032600         WHEN OTHER
032700             DISPLAY "FECHA NO NUMERICA - RETENCION CANCELADA."
032800             GO TO 4000-PLACE-HOLD-EXIT
032900     END-EVALUATE.
033000     DISPLAY "DESCRIPCION (REFERENCIA, EXPEDIENTE...): ".
033100     ACCEPT HLD-DESCRIPTION.
033200     MOVE HDM-ACCOUNT-WANTED TO HLD-ACCOUNT-NUMBER.
033300     ADD 1 TO HDM-LAST-SEQ GIVING HLD-SEQ.
033400     MOVE HDM-AMOUNT-VALUE TO HLD-AMOUNT.
033500     SET HLD-STAT-ACTIVE TO TRUE.
033600     MOVE HDM-OPERATOR-ID TO HLD-PLACED-BY.
033700     MOVE HDM-TODAY TO HLD-PLACED-DATE.
033800     MOVE SPACES TO HLD-RELEASED-BY.
033900     MOVE ZERO TO HLD-RELEASED-DATE.
034000     WRITE HLD-HOLD-RECORD
034100         INVALID KEY
034200             DISPLAY "ERROR AL GRABAR - ESTADO "
034300                 WS-HOLDMAST-STATUS
034400             GO TO 4000-PLACE-HOLD-EXIT
034500     END-WRITE.
034600     DISPLAY "RETENCION " HLD-SEQ " COLOCADA POR "
034700         HDM-OPERATOR-ID.
034800     PERFORM 7600-TOTAL-HELD THRU 7600-TOTAL-HELD-EXIT.
034900     PERFORM 7300-SHOW-BALANCES THRU 7300-SHOW-BALANCES-EXIT.
035000     IF HDM-AVAILABLE < ZERO
035100         DISPLAY "AVISO: LA RETENCION EXCEDE LOS FONDOS "
035200             "DISPONIBLES DE LA CUENTA."
035300     END-IF.
035400 4000-PLACE-HOLD-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 5000-RELEASE-HOLD  -  ONLY AN ACTIVE HOLD IS RELEASED; A
035900*                       COURT ORDER NEEDS A SUPERVISOR SESSION.
036000******************************************************************
036100 5000-RELEASE-HOLD.
036200     DISPLAY "NUMERO DE CUENTA: ".
036300     ACCEPT HDM-ACCOUNT-WANTED.
036400     DISPLAY "NUMERO DE RETENCION: ".
036500     ACCEPT HDM-SEQ-INPUT.
036600     IF HDM-SEQ-INPUT NOT NUMERIC
036700         DISPLAY "NUMERO INVALIDO - SIN CAMBIOS."
036800         GO TO 5000-RELEASE-HOLD-EXIT
036900     END-IF.
037000     MOVE HDM-ACCOUNT-WANTED TO HLD-ACCOUNT-NUMBER.
037100     MOVE HDM-SEQ-INPUT TO HLD-SEQ.
037200     READ HOLD-MASTER-FILE
037300         INVALID KEY
037400             DISPLAY "RETENCION NO ENCONTRADA."
037500             GO TO 5000-RELEASE-HOLD-EXIT
037600     END-READ.
037700     IF NOT HLD-STAT-ACTIVE
037800         DISPLAY "LA RETENCION YA NO ESTA ACTIVA - SIN CAMBIOS."
037900         GO TO 5000-RELEASE-HOLD-EXIT
038000     END-IF.
038100     IF HLD-RSN-COURT AND NOT HDM-SUPERVISOR
038200         DISPLAY "UNA ORDEN JUDICIAL SOLO LA LIBERA UN "
038300             "SUPERVISOR."
038400         GO TO 5000-RELEASE-HOLD-EXIT
038500     END-IF.
038600     PERFORM 7400-DESCRIBE-HOLD THRU 7400-DESCRIBE-HOLD-EXIT.
038700     MOVE HLD-AMOUNT TO HDM-AMT-ED.
038800     DISPLAY "LIBERAR " HDM-AMT-ED " (" HDM-REASON-DESC
038900         ") DE LA CUENTA " HLD-ACCOUNT-NUMBER "? (S/N): ".
039000     ACCEPT HDM-CONFIRM.
039100     IF NOT HDM-CONFIRMED
039200         DISPLAY "LIBERACION CANCELADA."
039300         GO TO 5000-RELEASE-HOLD-EXIT
039400     END-IF.
039500     SET HLD-STAT-RELEASED TO TRUE.
039600     MOVE HDM-OPERATOR-ID TO HLD-RELEASED-BY.
039700     MOVE HDM-TODAY TO HLD-RELEASED-DATE.
039800     REWRITE HLD-HOLD-RECORD
039900         INVALID KEY
040000             DISPLAY "ERROR AL REESCRIBIR - ESTADO "
040100                 WS-HOLDMAST-STATUS
040200         NOT INVALID KEY
040300             DISPLAY "RETENCION LIBERADA POR " HDM-OPERATOR-ID
040400     END-REWRITE.
040500 5000-RELEASE-HOLD-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900* 7000-READ-ACCOUNT  -  HDM-ACCOUNT-WANTED INTO THE ACCTMAST FD.
041000******************************************************************
041100 7000-READ-ACCOUNT.
041200     MOVE "N" TO HDM-ACCT-OK-SW.
041300     MOVE HDM-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
041400     READ ACCT-MASTER-FILE
041500         INVALID KEY
041600             DISPLAY "CUENTA NO ENCONTRADA: " HDM-ACCOUNT-WANTED
041700         NOT INVALID KEY
041800             SET HDM-ACCT-OK TO TRUE
041900     END-READ.
042000 7000-READ-ACCOUNT-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 7100-START-HOLDS  -  POSITIONS AT THE FIRST HOLD OF THE
042500*                      ACCOUNT IN THE ACCTMAST FD.
042600******************************************************************
042700 7100-START-HOLDS.
042800     MOVE "N" TO HDM-HOLD-EOF-SW.
042900     MOVE ACM-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER.
043000     MOVE ZERO TO HLD-SEQ.
043100     START HOLD-MASTER-FILE KEY NOT < HLD-KEY
043200         INVALID KEY
043300             SET HDM-HOLD-EOF TO TRUE
043400     END-START.
043500 7100-START-HOLDS-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 7200-NEXT-HOLD  -  THE NEXT HOLD OF THE SAME ACCOUNT, OR EOF.
044000******************************************************************
044100 7200-NEXT-HOLD.
044200     READ HOLD-MASTER-FILE NEXT
044300         AT END
044400             SET HDM-HOLD-EOF TO TRUE
044500             GO TO 7200-NEXT-HOLD-EXIT
044600     END-READ.
044700     IF HLD-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
044800         SET HDM-HOLD-EOF TO TRUE
044900     END-IF.
045000 7200-NEXT-HOLD-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 7300-SHOW-BALANCES  -  LEDGER, HELD AND AVAILABLE FOR THE
045500*                        ACCOUNT IN THE FD; HDM-HELD-AMOUNT IS
045600*                        ALREADY TOTALLED.  A NON-NUMERIC LIMIT
045700*                        (OLD RECORDS) COUNTS AS ZERO.
045800******************************************************************
045900 7300-SHOW-BALANCES.
046000     IF ACM-OVERDRAFT-LIMIT IS NUMERIC
046100         MOVE ACM-OVERDRAFT-LIMIT TO HDM-OVD-LIMIT
046200     ELSE
046300         MOVE ZERO TO HDM-OVD-LIMIT
046400     END-IF.
046500     COMPUTE HDM-AVAILABLE = ACM-ACCOUNT-BALANCE
046600         - HDM-HELD-AMOUNT + HDM-OVD-LIMIT.
046700     MOVE ACM-ACCOUNT-BALANCE TO HDM-BAL-ED.
046800     DISPLAY "BALANCE CONTABLE:   " HDM-BAL-ED.
046900     MOVE HDM-HELD-AMOUNT TO HDM-BAL-ED.
047000     DISPLAY "RETENIDO:           " HDM-BAL-ED.
047100     MOVE HDM-OVD-LIMIT TO HDM-BAL-ED.
047200     DISPLAY "LIMITE SOBREGIRO:   " HDM-BAL-ED.
047300     MOVE HDM-AVAILABLE TO HDM-BAL-ED.
047400     DISPLAY "DISPONIBLE:         " HDM-BAL-ED.
047500 7300-SHOW-BALANCES-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 7400-DESCRIBE-HOLD  -  REASON AND STATUS TEXT FOR THE HOLD IN
048000*                        THE FD.
048100******************************************************************
048200 7400-DESCRIBE-HOLD.
048300     EVALUATE TRUE
048400         WHEN HLD-RSN-CHEQUE
048500             MOVE "CHEQUE" TO HDM-REASON-DESC
048600         WHEN HLD-RSN-COURT
048700             MOVE "ORDEN JUDIC." TO HDM-REASON-DESC
048800         WHEN HLD-RSN-COLLATERAL
048900             MOVE "GARANTIA" TO HDM-REASON-DESC
049000         WHEN OTHER
049100             MOVE "OTRO" TO HDM-REASON-DESC
049200     END-EVALUATE.
049300     EVALUATE TRUE
049400         WHEN HLD-STAT-ACTIVE
049500             MOVE "ACTIVA" TO HDM-STATUS-DESC
049600         WHEN HLD-STAT-RELEASED
049700             MOVE "LIBERADA" TO HDM-STATUS-DESC
049800         WHEN HLD-STAT-EXPIRED
049900             MOVE "VENCIDA" TO HDM-STATUS-DESC
050000         WHEN OTHER
050100             MOVE "?" TO HDM-STATUS-DESC
050200     END-EVALUATE.
050300 7400-DESCRIBE-HOLD-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700* 7500-FIND-LAST-SEQ  -  THE HIGHEST SEQUENCE ON FILE FOR THE
050800*                        ACCOUNT IN THE ACCTMAST FD (ZERO WHEN
050900*                        IT HAS NO HOLDS YET).
051000******************************************************************
051100 7500-FIND-LAST-SEQ.
051200     MOVE ZERO TO HDM-LAST-SEQ.
051300     PERFORM 7100-START-HOLDS THRU 7100-START-HOLDS-EXIT.
051400     PERFORM 7510-NOTE-SEQ THRU 7510-NOTE-SEQ-EXIT
051500         UNTIL HDM-HOLD-EOF.
051600 7500-FIND-LAST-SEQ-EXIT.
051700     EXIT.
051800
051900******************************************************************
052000* 7510-NOTE-SEQ
052100******************************************************************
052200 7510-NOTE-SEQ.
052300     PERFORM 7200-NEXT-HOLD THRU 7200-NEXT-HOLD-EXIT.
052400     IF NOT HDM-HOLD-EOF
052500         MOVE HLD-SEQ TO HDM-LAST-SEQ
052600     END-IF.
052700 7510-NOTE-SEQ-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100* 7600-TOTAL-HELD  -  THE HOLDS IN FORCE TODAY ON THE ACCOUNT IN
053200*                     THE ACCTMAST FD.
053300******************************************************************
053400 7600-TOTAL-HELD.
053500     MOVE ZERO TO HDM-HELD-AMOUNT.
053600     PERFORM 7100-START-HOLDS THRU 7100-START-HOLDS-EXIT.
053700     PERFORM 7610-ADD-ONE THRU 7610-ADD-ONE-EXIT
053800         UNTIL HDM-HOLD-EOF.
053900 7600-TOTAL-HELD-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300* 7610-ADD-ONE
054400******************************************************************
054500 7610-ADD-ONE.
054600     PERFORM 7200-NEXT-HOLD THRU 7200-NEXT-HOLD-EXIT.
054700     IF HDM-HOLD-EOF
054800         GO TO 7610-ADD-ONE-EXIT
054900     END-IF.
055000     IF HLD-STAT-ACTIVE
055100       AND (HLD-NO-EXPIRY OR HLD-EXPIRY-DATE NOT < HDM-TODAY)
055200         ADD HLD-AMOUNT TO HDM-HELD-AMOUNT
055300     END-IF.
055400 7610-ADD-ONE-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800* 8800-GET-AMOUNT  -  A NON-NEGATIVE FIGURE; BLANK, NON-NUMERIC
055900*                     OR NEGATIVE TURNS HDM-INPUT-OK OFF.  THE
056000*                     PRODMANT MODEL.
056100******************************************************************
056200 8800-GET-AMOUNT.
056300     MOVE "Y" TO HDM-INPUT-OK-SW.
056400     MOVE ZERO TO HDM-AMOUNT-VALUE.
056500     ACCEPT HDM-NUM-INPUT.
056600     IF HDM-NUM-INPUT = SPACES
056700         MOVE "N" TO HDM-INPUT-OK-SW
056800         GO TO 8800-GET-AMOUNT-EXIT
056900     END-IF.
057000     MOVE FUNCTION TEST-NUMVAL-C(HDM-NUM-INPUT) TO HDM-NUM-TEST.
057100     IF HDM-NUM-TEST NOT = 0
057200         DISPLAY "ENTRADA NO NUMERICA."
057300         MOVE "N" TO HDM-INPUT-OK-SW
057400         GO TO 8800-GET-AMOUNT-EXIT
057500     END-IF.
057600     COMPUTE HDM-AMOUNT-SIGNED =
057700         FUNCTION NUMVAL-C(HDM-NUM-INPUT).
057800     IF HDM-AMOUNT-SIGNED < ZERO
057900         DISPLAY "EL IMPORTE NO PUEDE SER NEGATIVO."
058000         MOVE "N" TO HDM-INPUT-OK-SW
058100     ELSE
058200         MOVE HDM-AMOUNT-SIGNED TO HDM-AMOUNT-VALUE
058300     END-IF.
058400 8800-GET-AMOUNT-EXIT.
058500     EXIT.
058600
058700 END PROGRAM HOLDMANT.
