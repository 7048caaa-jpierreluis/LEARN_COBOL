000100******************************************************************
000200* PROGRAM-ID: RELMANT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 08/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     ON-LINE MAINTENANCE FOR THE ACCTREL ACCOUNT-TO-
000800*              CUSTOMER RELATIONSHIP FILE (RELREC LAYOUT).  LISTS
000900*              THE PARTIES TO AN ACCOUNT (THE PRIMARY HOLDER ON
001000*              ACCTMAST PLUS EVERY ACCTREL PARTY), AND ADDS A
001100*              PARTY, CHANGES ITS ROLE (J=JOINT OWNER,
001200*              S=AUTHORIZED SIGNATORY, B=BENEFICIARY) OR REMOVES
001300*              IT.  LIKE CUSTMANT, NOTHING IS WRITTEN TO THE
001400*              MASTER HERE: EVERY ALTA, CAMBIO AND BAJA QUEUES A
001500*              PENDCHG RECORD FOR THE MANTREL RELEASE QUEUE,
001600*              SINCE ADDING A JOINT OWNER GIVES A SECOND PERSON
001700*              A CLAIM ON THE FUNDS.  THE ACCOUNT AND THE
001800*              CUSTOMER MUST BOTH BE ON FILE, AND THE PRIMARY
001900*              HOLDER IS NEVER FILED AS A SECOND PARTY TO THE
002000*              SAME ACCOUNT.  REACHED FROM MENU-PRINCIPAL.
002100* TECTONICS:   cobc -x example63-relacionesCuenta.cbl
002200*
002300* MODIFICATION HISTORY
002400*   08/09/26  JPL  INITIAL VERSION.
002500******************************************************************
002600
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. RELMANT.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS REL-KEY
003700         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-ACCTREL-STATUS.
004000
004100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ACM-ACCOUNT-NUMBER
004500         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
004600             WITH DUPLICATES
004700         FILE STATUS IS WS-ACCTMAST-STATUS.
004800
004900     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CST-CUSTOMER-ID
005300         FILE STATUS IS WS-CUSTMAST-STATUS.
005400
005500     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDCHG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PENDCHG-STATUS.
005800
005900     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-SESSION-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ACCT-REL-FILE.
006600 COPY RELREC.
006700
006800 FD  ACCT-MASTER-FILE.
006900 COPY ACCTREC.
007000
007100 FD  CUST-MASTER-FILE.
007200 COPY CUSTREC.
007300
007400 FD  PEND-CHANGE-FILE.
007500 COPY PENDCHG.
007600
007700 FD  OPER-SESSION-FILE.
007800 COPY SESREC.
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-ACCTREL-STATUS.
008200     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
008300 01  WS-ACCTMAST-STATUS.
008400     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
008500 01  WS-CUSTMAST-STATUS.
008600     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
008700 01  WS-PENDCHG-STATUS.
008800     COPY FSTATCOD REPLACING FS-NAME BY WS-PENDCHG-CODE.
008900 01  WS-SESSION-STATUS.
009000     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
009100
009200 77  RLM-OPTION                      PIC X(01) VALUE SPACE.
009300     88  RLM-OPT-EXIT                VALUE "0".
009400     88  RLM-OPT-VALID               VALUE "0" "1" "2" "3" "4".
009500 77  RLM-CONFIRM                     PIC X(01) VALUE "N".
009600     88  RLM-CONFIRMED               VALUE "S" "s".
009700 77  RLM-SESSION-FOUND-SW            PIC X(01) VALUE "N".
009800     88  RLM-SESSION-FOUND           VALUE "Y".
009900 77  RLM-OPERATOR-ID                 PIC X(08) VALUE SPACES.
010000 77  RLM-RUN-DATE                    PIC 9(08).
010100 77  RLM-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
010200     88  RLM-CUSTMAST-OPEN           VALUE "Y".
010300 77  RLM-ACCOUNT-WANTED              PIC X(10) VALUE SPACES.
010400 77  RLM-CUSTOMER-WANTED             PIC X(08) VALUE SPACES.
010500 77  RLM-ROLE-INPUT                  PIC X(01) VALUE SPACE.
010600 77  RLM-ACCT-OK-SW                  PIC X(01) VALUE "N".
010700     88  RLM-ACCT-OK                 VALUE "Y".
010800 77  RLM-REL-EOF-SW                  PIC X(01) VALUE "N".
010900     88  RLM-REL-EOF                 VALUE "Y".
011000 77  RLM-PARTY-COUNT                 PIC 9(03) VALUE ZERO.
011100 77  RLM-PARTY-NAME                  PIC X(30) VALUE SPACES.
011200 77  RLM-ROLE-DESC                   PIC X(12) VALUE SPACES.
011300 01  RLM-OLD-IMAGE                   PIC X(90) VALUE SPACES.
011400
011500 PROCEDURE DIVISION.
011600******************************************************************
011700* 0000-MAINLINE
011800******************************************************************
011900 0000-MAINLINE.
012000     ACCEPT RLM-RUN-DATE FROM DATE YYYYMMDD.
012100     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
012200     IF NOT RLM-SESSION-FOUND
012300         DISPLAY "ID DE OPERADOR: "
012400         ACCEPT RLM-OPERATOR-ID
012500     END-IF.
012600     PERFORM 1000-OPEN-FILES THRU 1000-OPEN-FILES-EXIT.
012700     IF NOT FS-SUCCESS OF WS-ACCTREL-STATUS
012800         DISPLAY "RELMANT: NO SE PUDO ABRIR ACCTREL - ESTADO "
012900             WS-ACCTREL-STATUS
013000         GO TO 0000-MAINLINE-EXIT
013100     END-IF.
013200     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
013300         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
013400             WS-ACCTMAST-STATUS
013500         CLOSE ACCT-REL-FILE
013600         GO TO 0000-MAINLINE-EXIT
013700     END-IF.
013800     PERFORM 2000-SHOW-MENU THRU 2000-SHOW-MENU-EXIT
013900         UNTIL RLM-OPT-EXIT.
014000     CLOSE ACCT-REL-FILE.
014100     CLOSE ACCT-MASTER-FILE.
014200     IF RLM-CUSTMAST-OPEN
014300         CLOSE CUST-MASTER-FILE
014400     END-IF.
014500 0000-MAINLINE-EXIT.
014600     GOBACK.
014700
014800******************************************************************
014900* 0100-READ-SESSION  -  THE OPERATOR IDENTITY FOR THE PENDING-
015000*                       CHANGE TRAIL, THE SAME WAY CUSTMANT
015100*                       READS IT; THE PROMPT IS ONLY THE
015200*                       FALLBACK.
015300******************************************************************
015400 0100-READ-SESSION.
015500     OPEN INPUT OPER-SESSION-FILE.
015600     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
015700         GO TO 0100-READ-SESSION-EXIT
015800     END-IF.
015900     READ OPER-SESSION-FILE
016000         AT END
016100             CONTINUE
016200         NOT AT END
016300             IF SES-SIGNON-DATE = RLM-RUN-DATE
016400                 SET RLM-SESSION-FOUND TO TRUE
016500                 MOVE SES-OPERATOR-ID TO RLM-OPERATOR-ID
016600             END-IF
016700     END-READ.
016800     CLOSE OPER-SESSION-FILE.
016900 0100-READ-SESSION-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300* 1000-OPEN-FILES  -  ACCTREL I-O WITH THE USUAL STATUS-35
017400*                     RECOVERY SO THE FIRST RUN CREATES IT; THE
017500*                     TWO MASTERS ARE ONLY READ.  A MISSING
017600*                     CUSTMAST LEAVES NAMES BLANK AND REFUSES
017700*                     EVERY ALTA.
017800******************************************************************
017900 1000-OPEN-FILES.
018000     OPEN I-O ACCT-REL-FILE.
018100     IF FS-NOT-FOUND OF WS-ACCTREL-STATUS
018200         CLOSE ACCT-REL-FILE
018300         OPEN OUTPUT ACCT-REL-FILE
018400         CLOSE ACCT-REL-FILE
018500         OPEN I-O ACCT-REL-FILE
018600     END-IF.
018700     IF NOT FS-SUCCESS OF WS-ACCTREL-STATUS
018800         GO TO 1000-OPEN-FILES-EXIT
018900     END-IF.
019000     OPEN INPUT ACCT-MASTER-FILE.
019100     OPEN INPUT CUST-MASTER-FILE.
019200     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
019300         SET RLM-CUSTMAST-OPEN TO TRUE
019400     END-IF.
019500 1000-OPEN-FILES-EXIT.
019600     EXIT.
019700
019800******************************************************************
019900* 2000-SHOW-MENU
020000******************************************************************
020100 2000-SHOW-MENU.
020200     DISPLAY " ".
020300     DISPLAY "==== RELMANT - PARTES DE LA CUENTA ====".
020400     DISPLAY "1. PARTES DE UNA CUENTA".
020500     DISPLAY "2. ALTA DE RELACION".
020600     DISPLAY "3. CAMBIO DE ROL".
020700     DISPLAY "4. BAJA DE RELACION".
020800     DISPLAY "0. SALIR".
020900     DISPLAY "SELECCIONE UNA OPCION: ".
021000     ACCEPT RLM-OPTION.
021100     IF NOT RLM-OPT-VALID
021200         DISPLAY "OPCION INVALIDA, REINTENTE."
021300     ELSE
021400         EVALUATE RLM-OPTION
021500             WHEN "1"
021600                 PERFORM 3000-LIST-PARTIES
021700                     THRU 3000-LIST-PARTIES-EXIT
021800             WHEN "2"
021900                 PERFORM 4000-ADD-RELATION
022000                     THRU 4000-ADD-RELATION-EXIT
022100             WHEN "3"
022200                 PERFORM 5000-CHANGE-ROLE
022300                     THRU 5000-CHANGE-ROLE-EXIT
022400             WHEN "4"
022500                 PERFORM 6000-DROP-RELATION
022600                     THRU 6000-DROP-RELATION-EXIT
022700             WHEN "0"
022800                 CONTINUE
022900         END-EVALUATE
023000     END-IF.
023100 2000-SHOW-MENU-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500* 3000-LIST-PARTIES  -  THE PRIMARY HOLDER FROM ACCTMAST, THEN
023600*                       EVERY ACCTREL PARTY IN CUSTOMER ORDER.
023700******************************************************************
023800 3000-LIST-PARTIES.
023900     DISPLAY "NUMERO DE CUENTA: ".
024000     ACCEPT RLM-ACCOUNT-WANTED.
024100     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
024200     IF NOT RLM-ACCT-OK
024300         GO TO 3000-LIST-PARTIES-EXIT
024400     END-IF.
024500     DISPLAY "CUENTA:  " ACM-ACCOUNT-NUMBER "  " ACM-ACCOUNT-NAME.
024600     MOVE ACM-CUSTOMER-ID TO CST-CUSTOMER-ID.
024700     PERFORM 7200-GET-NAME THRU 7200-GET-NAME-EXIT.
024800     DISPLAY "  P TITULAR      " ACM-CUSTOMER-ID "  "
024900         RLM-PARTY-NAME.
025000     MOVE ZERO TO RLM-PARTY-COUNT.
025100     MOVE "N" TO RLM-REL-EOF-SW.
025200     MOVE ACM-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER.
025300     MOVE LOW-VALUES TO REL-CUSTOMER-ID.
025400     START ACCT-REL-FILE KEY NOT < REL-KEY
025500         INVALID KEY
025600             SET RLM-REL-EOF TO TRUE
025700     END-START.
025800     PERFORM 3100-LIST-ONE THRU 3100-LIST-ONE-EXIT
025900         UNTIL RLM-REL-EOF.
026000     DISPLAY "OTRAS PARTES: " RLM-PARTY-COUNT.
026100 3000-LIST-PARTIES-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500* 3100-LIST-ONE
026600******************************************************************
026700 3100-LIST-ONE.
026800     READ ACCT-REL-FILE NEXT
026900         AT END
027000             SET RLM-REL-EOF TO TRUE
027100             GO TO 3100-LIST-ONE-EXIT
027200     END-READ.
027300     IF REL-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
027400         SET RLM-REL-EOF TO TRUE
027500         GO TO 3100-LIST-ONE-EXIT
027600     END-IF.
027700     ADD 1 TO RLM-PARTY-COUNT.
027800     MOVE REL-CUSTOMER-ID TO CST-CUSTOMER-ID.
027900     PERFORM 7200-GET-NAME THRU 7200-GET-NAME-EXIT.
028000     PERFORM 7300-ROLE-DESC THRU 7300-ROLE-DESC-EXIT.
028100     DISPLAY "  " REL-ROLE " " RLM-ROLE-DESC " " REL-CUSTOMER-ID
028200         "  " RLM-PARTY-NAME "  DESDE " REL-ADDED-DATE.
028300 3100-LIST-ONE-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700* 4000-ADD-RELATION  -  THE ACCOUNT MUST BE ON FILE AND NOT
028800*                       CLOSED, THE CUSTOMER ON CUSTMAST, NOT THE
028900*                       PRIMARY HOLDER, AND NOT ALREADY A PARTY.
029000******************************************************************
029100 4000-ADD-RELATION.
029200     DISPLAY "NUMERO DE CUENTA: ".
029300     ACCEPT RLM-ACCOUNT-WANTED.
029400     PERFORM 7000-READ-ACCOUNT THRU 7000-READ-ACCOUNT-EXIT.
029500     IF NOT RLM-ACCT-OK
029600         GO TO 4000-ADD-RELATION-EXIT
029700     END-IF.
029800     IF ACM-STAT-CLOSED
029900         DISPLAY "CUENTA CERRADA - ALTA CANCELADA."
030000         GO TO 4000-ADD-RELATION-EXIT
030100     END-IF.
030200     DISPLAY "ID DE CLIENTE: ".
030300     ACCEPT RLM-CUSTOMER-WANTED.
030400     IF RLM-CUSTOMER-WANTED = ACM-CUSTOMER-ID
030500         DISPLAY "EL CLIENTE YA ES EL TITULAR PRINCIPAL - "
030600             "ALTA CANCELADA."
030700         GO TO 4000-ADD-RELATION-EXIT
030800     END-IF.
030900     IF NOT RLM-CUSTMAST-OPEN
031000         DISPLAY "CUSTMAST NO DISPONIBLE - ALTA CANCELADA."
031100         GO TO 4000-ADD-RELATION-EXIT
031200     END-IF.
031300     MOVE RLM-CUSTOMER-WANTED TO CST-CUSTOMER-ID.
031400     READ CUST-MASTER-FILE
031500         INVALID KEY
031600             DISPLAY "CLIENTE NO ESTA EN CUSTMAST - "
031700                 "ALTA CANCELADA."
031800             GO TO 4000-ADD-RELATION-EXIT
031900     END-READ.
032000     MOVE RLM-ACCOUNT-WANTED TO REL-ACCOUNT-NUMBER.
032100     MOVE RLM-CUSTOMER-WANTED TO REL-CUSTOMER-ID.
032200     READ ACCT-REL-FILE
032300         INVALID KEY
032400             CONTINUE
032500         NOT INVALID KEY
032600             DISPLAY "LA RELACION YA EXISTE (ROL " REL-ROLE
032700                 ") - USE CAMBIO DE ROL."
032800             GO TO 4000-ADD-RELATION-EXIT
032900     END-READ.
033000     DISPLAY "ROL (J=COTITULAR, S=FIRMANTE, B=BENEFICIARIO): ".
033100     ACCEPT RLM-ROLE-INPUT.
033200     MOVE SPACES TO REL-RELATION-RECORD.
033300     MOVE RLM-ACCOUNT-WANTED TO REL-ACCOUNT-NUMBER.
033400     MOVE RLM-CUSTOMER-WANTED TO REL-CUSTOMER-ID.
033500     MOVE RLM-ROLE-INPUT TO REL-ROLE.
033600     IF NOT REL-ROLE-VALID
033700         DISPLAY "ROL INVALIDO - ALTA CANCELADA."
033800         GO TO 4000-ADD-RELATION-EXIT
033900     END-IF.
034000     MOVE RLM-RUN-DATE TO REL-ADDED-DATE.
034100     MOVE RLM-OPERATOR-ID TO REL-ADDED-BY.
034200     MOVE "A" TO PCH-ACTION.
034300     MOVE SPACES TO PCH-OLD-IMAGE.
034400     MOVE REL-RELATION-RECORD TO PCH-NEW-IMAGE.
034500     PERFORM 8000-QUEUE-CHANGE THRU 8000-QUEUE-CHANGE-EXIT.
034600 4000-ADD-RELATION-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000* 5000-CHANGE-ROLE
035100******************************************************************
035200 5000-CHANGE-ROLE.
035300     PERFORM 7100-READ-RELATION THRU 7100-READ-RELATION-EXIT.
035400     IF NOT RLM-ACCT-OK
035500         GO TO 5000-CHANGE-ROLE-EXIT
035600     END-IF.
035700     MOVE SPACES TO RLM-OLD-IMAGE.
035800     MOVE REL-RELATION-RECORD TO RLM-OLD-IMAGE.
035900     PERFORM 7300-ROLE-DESC THRU 7300-ROLE-DESC-EXIT.
036000     DISPLAY "ROL ACTUAL: " REL-ROLE " " RLM-ROLE-DESC.
036100     DISPLAY "NUEVO ROL (J=COTITULAR, S=FIRMANTE, "
036200         "B=BENEFICIARIO): ".
036300     ACCEPT RLM-ROLE-INPUT.
036400     IF RLM-ROLE-INPUT = REL-ROLE
036500         DISPLAY "SIN CAMBIOS."
036600         GO TO 5000-CHANGE-ROLE-EXIT
036700     END-IF.
036800     MOVE RLM-ROLE-INPUT TO REL-ROLE.
036900     IF NOT REL-ROLE-VALID
037000         DISPLAY "ROL INVALIDO - SIN CAMBIOS."
037100         GO TO 5000-CHANGE-ROLE-EXIT
037200     END-IF.
037300     MOVE "C" TO PCH-ACTION.
037400     MOVE RLM-OLD-IMAGE TO PCH-OLD-IMAGE.
037500     MOVE REL-RELATION-RECORD TO PCH-NEW-IMAGE.
037600     PERFORM 8000-QUEUE-CHANGE THRU 8000-QUEUE-CHANGE-EXIT.
037700 5000-CHANGE-ROLE-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100* 6000-DROP-RELATION
038200******************************************************************
038300 6000-DROP-RELATION.
038400     PERFORM 7100-READ-RELATION THRU 7100-READ-RELATION-EXIT.
038500     IF NOT RLM-ACCT-OK
038600         GO TO 6000-DROP-RELATION-EXIT
038700     END-IF.
038800     PERFORM 7300-ROLE-DESC THRU 7300-ROLE-DESC-EXIT.
038900     DISPLAY "QUITAR A " REL-CUSTOMER-ID " (" RLM-ROLE-DESC
039000         ") DE LA CUENTA " REL-ACCOUNT-NUMBER "? (S/N): ".
039100     ACCEPT RLM-CONFIRM.
039200     IF NOT RLM-CONFIRMED
039300         DISPLAY "BAJA CANCELADA."
039400         GO TO 6000-DROP-RELATION-EXIT
039500     END-IF.
039600     MOVE "B" TO PCH-ACTION.
039700     MOVE REL-RELATION-RECORD TO PCH-OLD-IMAGE.
039800     MOVE SPACES TO PCH-NEW-IMAGE.
039900     PERFORM 8000-QUEUE-CHANGE THRU 8000-QUEUE-CHANGE-EXIT.
040000 6000-DROP-RELATION-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400* 7000-READ-ACCOUNT  -  RLM-ACCOUNT-WANTED INTO THE ACCTMAST FD.
040500******************************************************************
040600 7000-READ-ACCOUNT.
040700     MOVE "N" TO RLM-ACCT-OK-SW.
040800     MOVE RLM-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
040900     READ ACCT-MASTER-FILE
041000         INVALID KEY
041100             DISPLAY "CUENTA NO ENCONTRADA: " RLM-ACCOUNT-WANTED
041200         NOT INVALID KEY
041300             SET RLM-ACCT-OK TO TRUE
041400     END-READ.
041500 7000-READ-ACCOUNT-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900* 7100-READ-RELATION  -  ACCOUNT AND CUSTOMER KEYED, THE
042000*                        RELATIONSHIP INTO THE ACCTREL FD.
042100*                        RLM-ACCT-OK SAYS WHETHER IT WAS FOUND.
042200******************************************************************
042300 7100-READ-RELATION.
042400     MOVE "N" TO RLM-ACCT-OK-SW.
042500     DISPLAY "NUMERO DE CUENTA: ".
042600     ACCEPT RLM-ACCOUNT-WANTED.
042700     DISPLAY "ID DE CLIENTE: ".
042800     ACCEPT RLM-CUSTOMER-WANTED.
042900     MOVE RLM-ACCOUNT-WANTED TO REL-ACCOUNT-NUMBER.
043000     MOVE RLM-CUSTOMER-WANTED TO REL-CUSTOMER-ID.
043100     READ ACCT-REL-FILE
043200         INVALID KEY
043300             DISPLAY "RELACION NO ENCONTRADA."
043400         NOT INVALID KEY
043500             SET RLM-ACCT-OK TO TRUE
043600     END-READ.
043700 7100-READ-RELATION-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100* 7200-GET-NAME  -  CST-CUSTOMER-ID IS ALREADY SET BY THE
044200*                   CALLER.
044300******************************************************************
044400 7200-GET-NAME.
044500     MOVE "(NO IDENTIFICADO)" TO RLM-PARTY-NAME.
044600     IF NOT RLM-CUSTMAST-OPEN
044700         GO TO 7200-GET-NAME-EXIT
044800     END-IF.
044900     READ CUST-MASTER-FILE
045000         INVALID KEY
045100             CONTINUE
045200         NOT INVALID KEY
045300             MOVE CST-CUSTOMER-NAME TO RLM-PARTY-NAME
045400     END-READ.
045500 7200-GET-NAME-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900* 7300-ROLE-DESC
046000******************************************************************
046100 7300-ROLE-DESC.
046200     EVALUATE TRUE
046300         WHEN REL-ROLE-PRIMARY
046400             MOVE "TITULAR" TO RLM-ROLE-DESC
046500         WHEN REL-ROLE-JOINT
046600             MOVE "COTITULAR" TO RLM-ROLE-DESC
046700         WHEN REL-ROLE-SIGNATORY
046800             MOVE "FIRMANTE" TO RLM-ROLE-DESC
046900         WHEN REL-ROLE-BENEFICIARY
047000             MOVE "BENEFICIARIO" TO RLM-ROLE-DESC
047100         WHEN OTHER
047200             MOVE "DESCONOCIDO" TO RLM-ROLE-DESC
047300     END-EVALUATE.
047400 7300-ROLE-DESC-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 8000-QUEUE-CHANGE  -  THE CALLER HAS SET PCH-ACTION AND THE
047900*                       IMAGES; THE REST IS THE CUSTMANT
048000*                       PENDING-CHANGE TRAIL.
048100******************************************************************
048200 8000-QUEUE-CHANGE.
048300     MOVE "ACCTREL " TO PCH-MASTER.
048400     MOVE SPACES TO PCH-KEY.
048500     MOVE RLM-ACCOUNT-WANTED TO PCH-KEY.
048600     MOVE RLM-OPERATOR-ID TO PCH-OPERATOR-ID.
048700     MOVE SPACES TO PCH-SUPERVISOR-ID.
048800     SET PCH-IS-PENDING TO TRUE.
048900     ACCEPT PCH-RUN-DATE FROM DATE YYYYMMDD.
049000     ACCEPT PCH-RUN-TIME FROM TIME.
049100     OPEN EXTEND PEND-CHANGE-FILE.
049200     IF FS-NOT-FOUND OF WS-PENDCHG-STATUS
049300         OPEN OUTPUT PEND-CHANGE-FILE
049400         CLOSE PEND-CHANGE-FILE
049500         OPEN EXTEND PEND-CHANGE-FILE
049600     END-IF.
049700     WRITE PCH-PENDING-RECORD.
049800     CLOSE PEND-CHANGE-FILE.
049900     DISPLAY "CAMBIO EN COLA - PENDIENTE DE LIBERACION "
050000         "(MANTREL).".
050100 8000-QUEUE-CHANGE-EXIT.
050200     EXIT.
050300
050400 END PROGRAM RELMANT.
