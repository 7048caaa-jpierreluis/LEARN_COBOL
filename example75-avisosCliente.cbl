000100******************************************************************
000200* PROGRAM-ID: AVISOCLI
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 23/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     CUSTOMER NOTICE LETTERS.  MODE G (DESKWORK) READS
000800*              THE EVENTS OF THE LAST AVC-LOOKBACK-DAYS DAYS FROM
000900*              THE FILES THAT ALREADY RECORD THEM:
001000*                OVDAPR    AUTHORIZED OVERDRAFT EXCEPTIONS THAT
001100*                          LEFT THE ACCOUNT BELOW ZERO
001200*                STATLOG   ACCOUNTS MARKED DORMANT (CTASTAT SWEEP)
001300*                          OR CLOSED (CIERRCTA, CTASTAT MODE M)
001400*                ORDPERM   STANDING ORDERS PAST ORD-EXPIRY-DATE
001500*                HOLDMAST  HOLDS PLACED AND STILL IN FORCE
001600*              AND PRINTS ONE LETTER PER EVENT, ADDRESSED FROM
001700*              CUSTMAST THROUGH THE ACCOUNT'S ACM-CUSTOMER-ID,
001800*              ON THE 132-COLUMN PRINT-FILE / SYSOUT CONVENTION.
001900*              THE LETTER TEXT COMES FROM THE MSGCAT CATALOG
002000*              (MSGBUSCA) IN THE CUSTOMER'S CST-LANGUAGE, WITH
002100*              THE SPANISH TEXT BUILT IN AS THE DEFAULT.  EVERY
002200*              LETTER IS LOGGED ON AVISLOG UNDER THE EVENT'S KEY,
002300*              SO AN EVENT ALREADY LOGGED IS NEVER LETTERED
002400*              AGAIN AND THE LOOKBACK CAN OVERLAP FREELY.  A
002500*              DORMANCY OR CLOSURE THAT NO LONGER HOLDS ON
002600*              ACCTMAST IS PASSED OVER.
002700*              MODE C (MENU-PRINCIPAL) LISTS THE NOTICES SENT FOR
002800*              ONE ACCOUNT - THE DESK'S PROOF OF NOTICE.
002900*              RETURN-CODE 4 WHEN ACCTMAST OR CUSTMAST IS MISSING
003000*              OR AN EVENT'S CUSTOMER CANNOT BE ADDRESSED.
003100* TECTONICS:   cobc -x example75-avisosCliente.cbl
003200*
003300* MODIFICATION HISTORY
003400*   23/09/26  JPL  INITIAL VERSION.
003500******************************************************************
003600
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. AVISOCLI.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT NOTICE-LOG-FILE ASSIGN TO "AVISLOG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS AVL-KEY
004700         FILE STATUS IS WS-AVISLOG-STATUS.
004800
004900     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS ACM-ACCOUNT-NUMBER
005300         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-ACCTMAST-STATUS.
005600
005700     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CST-CUSTOMER-ID
006100         FILE STATUS IS WS-CUSTMAST-STATUS.
006200
006300     SELECT OVD-APPROVAL-FILE ASSIGN TO "OVDAPR"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-OVDAPR-STATUS.
006600
006700     SELECT STATUS-LOG-FILE ASSIGN TO "STATLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-STATLOG-STATUS.
007000
007100     SELECT ORDER-FILE ASSIGN TO "ORDPERM"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS ORD-KEY
007500         FILE STATUS IS WS-ORDPERM-STATUS.
007600
007700     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS HLD-KEY
008100         FILE STATUS IS WS-HOLDMAST-STATUS.
008200
008300     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PRINT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  NOTICE-LOG-FILE.
009000 COPY AVISLOG.
009100
009200 FD  ACCT-MASTER-FILE.
009300 COPY ACCTREC.
009400
009500 FD  CUST-MASTER-FILE.
009600 COPY CUSTREC.
009700
009800 FD  OVD-APPROVAL-FILE.
009900 COPY OVDAPR.
010000
010100 FD  STATUS-LOG-FILE.
010200 COPY STATLOG.
010300
010400 FD  ORDER-FILE.
010500 COPY ORDPERM.
010600
010700 FD  HOLD-MASTER-FILE.
010800 COPY HOLDREC.
010900
011000 FD  PRINT-FILE.
011100 01  PRINT-LINE                      PIC X(132).
011200
011300 WORKING-STORAGE SECTION.
011400 01  WS-AVISLOG-STATUS.
011500     COPY FSTATCOD REPLACING FS-NAME BY WS-AVISLOG-CODE.
011600 01  WS-ACCTMAST-STATUS.
011700     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
011800 01  WS-CUSTMAST-STATUS.
011900     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
012000 01  WS-OVDAPR-STATUS.
012100     COPY FSTATCOD REPLACING FS-NAME BY WS-OVDAPR-CODE.
012200 01  WS-STATLOG-STATUS.
012300     COPY FSTATCOD REPLACING FS-NAME BY WS-STATLOG-CODE.
012400 01  WS-ORDPERM-STATUS.
012500     COPY FSTATCOD REPLACING FS-NAME BY WS-ORDPERM-CODE.
012600 01  WS-HOLDMAST-STATUS.
012700     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
012800 01  WS-PRINT-STATUS.
012900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
013000 COPY MSGPARM.
013100
013200 77  AVC-MODE                        PIC X(01) VALUE SPACE.
013300     88  AVC-MODE-GENERATE           VALUE "G" "g".
013400     88  AVC-MODE-CONSULT            VALUE "C" "c".
013500 77  AVC-TODAY                       PIC 9(08).
013600 77  AVC-RUN-TIME                    PIC 9(08).
013700 77  AVC-EOF-SW                      PIC X(01) VALUE "N".
013800     88  AVC-EOF                     VALUE "Y".
013900
014000******************************************************************
014100* SITE DEFAULT - HOW FAR BACK AN EVENT IS STILL LETTERED.  THE
014200* LOG KEEPS AN OVERLAPPING WINDOW FROM WRITING TWICE, SO A WEEK
014300* COVERS WEEKENDS, HOLIDAYS AND THE MONTH-END CTASTAT SWEEP THAT
014400* RUNS AFTER THE DAY'S DESKWORK.  SYSIN MAY WIDEN IT FOR A
014500* CATCH-UP RUN.
014600******************************************************************
014700 77  AVC-LOOKBACK-DAYS               PIC 9(03) VALUE 007.
014800 77  AVC-DAYS-INPUT                  PIC X(03) VALUE SPACES.
014900 77  AVC-FROM-DATE                   PIC 9(08) VALUE ZERO.
015000
015100******************************************************************
015200* THE EVENT IN HAND, AS THE SOURCE PARAGRAPHS HAND IT TO
015300* 3000-ISSUE-NOTICE
015400******************************************************************
015500 77  AVC-EVT-TYPE                    PIC X(01) VALUE SPACE.
015600     88  AVC-EVT-OVERDRAFT           VALUE "O".
015700     88  AVC-EVT-DORMANT             VALUE "D".
015800     88  AVC-EVT-CLOSED              VALUE "C".
015900     88  AVC-EVT-ORDER-END           VALUE "V".
016000     88  AVC-EVT-HOLD                VALUE "R".
016100 77  AVC-EVT-ACCOUNT                 PIC X(10) VALUE SPACES.
016200 77  AVC-EVT-DATE                    PIC 9(08) VALUE ZERO.
016300 77  AVC-EVT-TIME                    PIC 9(08) VALUE ZERO.
016400 77  AVC-EVT-REF                     PIC X(10) VALUE SPACES.
016500 77  AVC-EVT-AMOUNT                  PIC S9(09)V99 VALUE ZERO.
016600 77  AVC-EVT-BALANCE                 PIC S9(09)V99 VALUE ZERO.
016700 77  AVC-EVT-DATE2                   PIC 9(08) VALUE ZERO.
016800 77  AVC-HOLD-SEQ-X                  PIC 9(03) VALUE ZERO.
016900
017000******************************************************************
017100* THE LETTER IN HAND
017200******************************************************************
017300 77  AVC-LANG                        PIC X(01) VALUE "S".
017400 77  AVC-LABEL                       PIC X(20) VALUE SPACES.
017500 77  AVC-VALUE                       PIC X(30) VALUE SPACES.
017600 77  AVC-LETTER-SEQ                  PIC 9(05) VALUE ZERO.
017700 77  AVC-TYPE-DESC                   PIC X(20) VALUE SPACES.
017800
017900******************************************************************
018000* TOTALS
018100******************************************************************
018200 77  AVC-OVD-COUNT                   PIC 9(05) VALUE ZERO.
018300 77  AVC-DORM-COUNT                  PIC 9(05) VALUE ZERO.
018400 77  AVC-CLOSE-COUNT                 PIC 9(05) VALUE ZERO.
018500 77  AVC-ORDER-COUNT                 PIC 9(05) VALUE ZERO.
018600 77  AVC-HOLD-COUNT                  PIC 9(05) VALUE ZERO.
018700 77  AVC-DUP-COUNT                   PIC 9(05) VALUE ZERO.
018800 77  AVC-STALE-COUNT                 PIC 9(05) VALUE ZERO.
018900 77  AVC-NOADDR-COUNT                PIC 9(05) VALUE ZERO.
019000 77  AVC-LISTED-COUNT                PIC 9(05) VALUE ZERO.
019100 01  AVC-AMT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
019200 01  AVC-CNT-ED                      PIC ZZ,ZZ9.
019300
019400 PROCEDURE DIVISION.
019500******************************************************************
019600* 0000-MAINLINE
019700******************************************************************
019800 0000-MAINLINE.
019900     ACCEPT AVC-TODAY FROM DATE YYYYMMDD.
020000     ACCEPT AVC-RUN-TIME FROM TIME.
020100     DISPLAY "MODO (G=GENERAR AVISOS, C=CONSULTAR AVISOS DE UNA "
020200         "CUENTA): ".
020300     ACCEPT AVC-MODE.
020400     EVALUATE TRUE
020500         WHEN AVC-MODE-GENERATE
020600             PERFORM 2000-GENERATE THRU 2000-GENERATE-EXIT
020700         WHEN AVC-MODE-CONSULT
020800             PERFORM 5000-CONSULT THRU 5000-CONSULT-EXIT
020900         WHEN OTHER
021000             DISPLAY "OPCION INVALIDA."
021100     END-EVALUATE.
021200 0000-MAINLINE-EXIT.
021300     GOBACK.
021400
021500******************************************************************
021600* 1000-OPEN-LOG  -  AVISLOG IS CREATED BY THE FIRST RUN.
021700******************************************************************
021800 1000-OPEN-LOG.
021900     OPEN I-O NOTICE-LOG-FILE.
022000     IF FS-NOT-FOUND OF WS-AVISLOG-STATUS
022100         OPEN OUTPUT NOTICE-LOG-FILE
022200         CLOSE NOTICE-LOG-FILE
022300         OPEN I-O NOTICE-LOG-FILE
022400     END-IF.
022500 1000-OPEN-LOG-EXIT.
022600     EXIT.
022700
022800******************************************************************
022900* 2000-GENERATE  -  THE WINDOW, THE MASTERS, THEN EACH EVENT
023000*                   SOURCE IN TURN.  A MISSING SOURCE FILE ONLY
023100*                   MEANS NO EVENTS OF THAT KIND.
023200******************************************************************
023300 2000-GENERATE.
023400     DISPLAY "DIAS HACIA ATRAS (BLANCO=007): ".
023500     ACCEPT AVC-DAYS-INPUT.
023600     IF AVC-DAYS-INPUT IS NUMERIC
023700       AND AVC-DAYS-INPUT NOT = "000"
023800         MOVE AVC-DAYS-INPUT TO AVC-LOOKBACK-DAYS
023900     END-IF.
024000     COMPUTE AVC-FROM-DATE = FUNCTION DATE-OF-INTEGER(
024100         FUNCTION INTEGER-OF-DATE(AVC-TODAY) - AVC-LOOKBACK-DAYS).
024200     OPEN INPUT ACCT-MASTER-FILE.
024300     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
024400         DISPLAY "AVISOCLI: ACCTMAST NO DISPONIBLE - ESTADO "
024500             WS-ACCTMAST-STATUS
024600         MOVE 4 TO RETURN-CODE
024700         GO TO 2000-GENERATE-EXIT
024800     END-IF.
024900     OPEN INPUT CUST-MASTER-FILE.
025000     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
025100         DISPLAY "AVISOCLI: CUSTMAST NO DISPONIBLE - ESTADO "
025200             WS-CUSTMAST-STATUS
025300         MOVE 4 TO RETURN-CODE
025400         CLOSE ACCT-MASTER-FILE
025500         GO TO 2000-GENERATE-EXIT
025600     END-IF.
025700     PERFORM 1000-OPEN-LOG THRU 1000-OPEN-LOG-EXIT.
025800     OPEN OUTPUT PRINT-FILE.
025900     PERFORM 2100-OVERDRAFTS THRU 2100-OVERDRAFTS-EXIT.
026000     PERFORM 2200-STATUS-CHANGES THRU 2200-STATUS-CHANGES-EXIT.
026100     PERFORM 2300-ORDERS THRU 2300-ORDERS-EXIT.
026200     PERFORM 2400-HOLDS THRU 2400-HOLDS-EXIT.
026300     PERFORM 3900-PRINT-TOTALS THRU 3900-PRINT-TOTALS-EXIT.
026400     CLOSE PRINT-FILE.
026500     CLOSE NOTICE-LOG-FILE.
026600     CLOSE CUST-MASTER-FILE.
026700     CLOSE ACCT-MASTER-FILE.
026800     IF AVC-NOADDR-COUNT > ZERO
026900         MOVE 4 TO RETURN-CODE
027000     END-IF.
027100 2000-GENERATE-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500* 2100-OVERDRAFTS  -  AUTHORIZED OVDAPR EXCEPTIONS IN THE WINDOW.
027600******************************************************************
027700 2100-OVERDRAFTS.
027800     OPEN INPUT OVD-APPROVAL-FILE.
027900     IF NOT FS-SUCCESS OF WS-OVDAPR-STATUS
028000         DISPLAY "AVISOCLI: OVDAPR NO DISPONIBLE - SIN AVISOS DE "
028100             "SOBREGIRO."
028200         GO TO 2100-OVERDRAFTS-EXIT
028300     END-IF.
028400     MOVE "N" TO AVC-EOF-SW.
028500     PERFORM 2110-ONE-OVERDRAFT THRU 2110-ONE-OVERDRAFT-EXIT
028600         UNTIL AVC-EOF.
028700     CLOSE OVD-APPROVAL-FILE.
028800 2100-OVERDRAFTS-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* 2110-ONE-OVERDRAFT  -  ONLY AN AUTHORIZED POSTING THAT LEFT THE
029300*                        BALANCE BELOW ZERO OVERDREW THE ACCOUNT;
029400*                        A REFUSAL OR A REFERRAL STILL PENDING
029500*                        POSTED NOTHING.
029600******************************************************************
029700 2110-ONE-OVERDRAFT.
029800     READ OVD-APPROVAL-FILE
029900         AT END
030000             SET AVC-EOF TO TRUE
030100             GO TO 2110-ONE-OVERDRAFT-EXIT
030200     END-READ.
030300     IF NOT OVD-APR-IS-AUTHORIZED
030400       OR OVD-APR-RUN-DATE < AVC-FROM-DATE
030500       OR OVD-APR-RUN-DATE > AVC-TODAY
030600         GO TO 2110-ONE-OVERDRAFT-EXIT
030700     END-IF.
030800     COMPUTE AVC-EVT-BALANCE = OVD-APR-OLD-BALANCE
030900                             + OVD-APR-AMOUNT.
031000     IF AVC-EVT-BALANCE NOT < ZERO
031100         GO TO 2110-ONE-OVERDRAFT-EXIT
031200     END-IF.
031300     SET AVC-EVT-OVERDRAFT TO TRUE.
031400     MOVE OVD-APR-ACCOUNT  TO AVC-EVT-ACCOUNT.
031500     MOVE OVD-APR-RUN-DATE TO AVC-EVT-DATE.
031600     MOVE OVD-APR-RUN-TIME TO AVC-EVT-TIME.
031700     MOVE SPACES           TO AVC-EVT-REF.
031800     MOVE OVD-APR-AMOUNT   TO AVC-EVT-AMOUNT.
031900     MOVE ZERO             TO AVC-EVT-DATE2.
032000     PERFORM 3000-ISSUE-NOTICE THRU 3000-ISSUE-NOTICE-EXIT.
032100 2110-ONE-OVERDRAFT-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 2200-STATUS-CHANGES  -  STATLOG CHANGES TO DORMANT OR CLOSED IN
032600*                        THE WINDOW.
032700******************************************************************
032800 2200-STATUS-CHANGES.
032900     OPEN INPUT STATUS-LOG-FILE.
033000     IF NOT FS-SUCCESS OF WS-STATLOG-STATUS
033100         DISPLAY "AVISOCLI: STATLOG NO DISPONIBLE - SIN AVISOS "
033200             "DE INACTIVIDAD NI CIERRE."
033300         GO TO 2200-STATUS-CHANGES-EXIT
033400     END-IF.
033500     MOVE "N" TO AVC-EOF-SW.
033600     PERFORM 2210-ONE-CHANGE THRU 2210-ONE-CHANGE-EXIT
033700         UNTIL AVC-EOF.
033800     CLOSE STATUS-LOG-FILE.
033900 2200-STATUS-CHANGES-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 2210-ONE-CHANGE
034400******************************************************************
034500 2210-ONE-CHANGE.
034600     READ STATUS-LOG-FILE
034700         AT END
034800             SET AVC-EOF TO TRUE
034900             GO TO 2210-ONE-CHANGE-EXIT
035000     END-READ.
035100     IF STL-CHANGE-DATE < AVC-FROM-DATE
035200       OR STL-CHANGE-DATE > AVC-TODAY
035300         GO TO 2210-ONE-CHANGE-EXIT
035400     END-IF.
035500     EVALUATE TRUE
035600         WHEN STL-NEW-DORMANT
035700             SET AVC-EVT-DORMANT TO TRUE
035800         WHEN STL-NEW-CLOSED
035900             SET AVC-EVT-CLOSED TO TRUE
036000         WHEN OTHER
036100             GO TO 2210-ONE-CHANGE-EXIT
036200     END-EVALUATE.
036300     MOVE STL-ACCOUNT     TO AVC-EVT-ACCOUNT.
036400     MOVE STL-CHANGE-DATE TO AVC-EVT-DATE.
036500     MOVE STL-CHANGE-TIME TO AVC-EVT-TIME.
036600     MOVE SPACES          TO AVC-EVT-REF.
036700     MOVE ZERO            TO AVC-EVT-AMOUNT AVC-EVT-DATE2.
036800     PERFORM 3000-ISSUE-NOTICE THRU 3000-ISSUE-NOTICE-EXIT.
036900 2210-ONE-CHANGE-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 2300-ORDERS  -  STANDING ORDERS WHOSE EXPIRY DATE FELL IN THE
037400*                 WINDOW.  AN ORDER THE DESK CANCELLED ("I") WAS
037500*                 ENDED ON PURPOSE AND GETS NO LETTER.
037600******************************************************************
037700 2300-ORDERS.
037800     OPEN INPUT ORDER-FILE.
037900     IF NOT FS-SUCCESS OF WS-ORDPERM-STATUS
038000         DISPLAY "AVISOCLI: ORDPERM NO DISPONIBLE - SIN AVISOS "
038100             "DE ORDENES VENCIDAS."
038200         GO TO 2300-ORDERS-EXIT
038300     END-IF.
038400     MOVE "N" TO AVC-EOF-SW.
038500     PERFORM 2310-ONE-ORDER THRU 2310-ONE-ORDER-EXIT
038600         UNTIL AVC-EOF.
038700     CLOSE ORDER-FILE.
038800 2300-ORDERS-EXIT.
038900     EXIT.
039000
039100******************************************************************
039200* 2310-ONE-ORDER
039300******************************************************************
039400 2310-ONE-ORDER.
039500     READ ORDER-FILE NEXT
039600         AT END
039700             SET AVC-EOF TO TRUE
039800             GO TO 2310-ONE-ORDER-EXIT
039900     END-READ.
040000     IF ORD-IS-INACTIVE
040100       OR ORD-EXPIRY-DATE IS NOT NUMERIC
040200       OR ORD-EXPIRY-DATE = ZERO
040300       OR ORD-EXPIRY-DATE < AVC-FROM-DATE
040400       OR ORD-EXPIRY-DATE > AVC-TODAY
040500         GO TO 2310-ONE-ORDER-EXIT
040600     END-IF.
040700     SET AVC-EVT-ORDER-END TO TRUE.
040800     MOVE ORD-ACCOUNT     TO AVC-EVT-ACCOUNT.
040900     MOVE ORD-EXPIRY-DATE TO AVC-EVT-DATE.
041000     MOVE ZERO            TO AVC-EVT-TIME AVC-EVT-DATE2.
041100     MOVE ORD-KEY         TO AVC-EVT-REF.
041200     MOVE ORD-AMOUNT      TO AVC-EVT-AMOUNT.
041300     PERFORM 3000-ISSUE-NOTICE THRU 3000-ISSUE-NOTICE-EXIT.
041400 2310-ONE-ORDER-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800* 2400-HOLDS  -  HOLDS PLACED IN THE WINDOW AND STILL IN FORCE.  A
041900*                HOLD ALREADY RELEASED OR EXPIRED HAS NOTHING LEFT
042000*                TO TELL THE CUSTOMER.
042100******************************************************************
042200 2400-HOLDS.
042300     OPEN INPUT HOLD-MASTER-FILE.
042400     IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
042500         DISPLAY "AVISOCLI: HOLDMAST NO DISPONIBLE - SIN AVISOS "
042600             "DE RETENCION."
042700         GO TO 2400-HOLDS-EXIT
042800     END-IF.
042900     MOVE "N" TO AVC-EOF-SW.
043000     PERFORM 2410-ONE-HOLD THRU 2410-ONE-HOLD-EXIT
043100         UNTIL AVC-EOF.
043200     CLOSE HOLD-MASTER-FILE.
043300 2400-HOLDS-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 2410-ONE-HOLD
043800******************************************************************
043900 2410-ONE-HOLD.
044000     READ HOLD-MASTER-FILE NEXT
044100         AT END
044200             SET AVC-EOF TO TRUE
044300             GO TO 2410-ONE-HOLD-EXIT
044400     END-READ.
044500     IF NOT HLD-STAT-ACTIVE
044600       OR HLD-PLACED-DATE < AVC-FROM-DATE
044700       OR HLD-PLACED-DATE > AVC-TODAY
044800         GO TO 2410-ONE-HOLD-EXIT
044900     END-IF.
045000     SET AVC-EVT-HOLD TO TRUE.
045100     MOVE HLD-ACCOUNT-NUMBER TO AVC-EVT-ACCOUNT.
045200     MOVE HLD-PLACED-DATE    TO AVC-EVT-DATE.
045300     MOVE ZERO               TO AVC-EVT-TIME.
045400     MOVE HLD-SEQ            TO AVC-HOLD-SEQ-X.
045500     MOVE AVC-HOLD-SEQ-X     TO AVC-EVT-REF.
045600     MOVE HLD-AMOUNT         TO AVC-EVT-AMOUNT.
045700     MOVE HLD-EXPIRY-DATE    TO AVC-EVT-DATE2.
045800     PERFORM 3000-ISSUE-NOTICE THRU 3000-ISSUE-NOTICE-EXIT.
045900 2410-ONE-HOLD-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300* 3000-ISSUE-NOTICE  -  ONE EVENT: SKIP IT WHEN AVISLOG ALREADY
046400*                       HAS IT, FIND THE CUSTOMER, PRINT THE
046500*                       LETTER AND LOG IT.
046600******************************************************************
046700 3000-ISSUE-NOTICE.
046800     MOVE SPACES          TO AVL-NOTICE-RECORD.
046900     MOVE AVC-EVT-ACCOUNT TO AVL-ACCOUNT.
047000     MOVE AVC-EVT-TYPE    TO AVL-EVENT-TYPE.
047100     MOVE AVC-EVT-DATE    TO AVL-EVENT-DATE.
047200     MOVE AVC-EVT-TIME    TO AVL-EVENT-TIME.
047300     MOVE AVC-EVT-REF     TO AVL-EVENT-REF.
047400     READ NOTICE-LOG-FILE
047500         INVALID KEY
047600             CONTINUE
047700         NOT INVALID KEY
047800             ADD 1 TO AVC-DUP-COUNT
047900             GO TO 3000-ISSUE-NOTICE-EXIT
048000     END-READ.
048100     MOVE AVC-EVT-ACCOUNT TO ACM-ACCOUNT-NUMBER.
048200     READ ACCT-MASTER-FILE
048300         INVALID KEY
048400             DISPLAY "AVISOCLI: CUENTA " AVC-EVT-ACCOUNT
048500                 " NO ESTA EN ACCTMAST - AVISO " AVC-EVT-TYPE
048600                 " NO EMITIDO."
048700             ADD 1 TO AVC-NOADDR-COUNT
048800             GO TO 3000-ISSUE-NOTICE-EXIT
048900     END-READ.
049000*    A DORMANT ACCOUNT THAT HAS MOVED SINCE, OR A CLOSURE UNDONE,
049100*    IS NO NEWS TO THE CUSTOMER.
049200     IF (AVC-EVT-DORMANT AND NOT ACM-STAT-DORMANT)
049300       OR (AVC-EVT-CLOSED AND NOT ACM-STAT-CLOSED)
049400         ADD 1 TO AVC-STALE-COUNT
049500         GO TO 3000-ISSUE-NOTICE-EXIT
049600     END-IF.
049700     IF AVC-EVT-DORMANT
049800         MOVE ACM-ACCOUNT-BALANCE TO AVC-EVT-AMOUNT
049900     END-IF.
050000     MOVE ACM-CUSTOMER-ID TO CST-CUSTOMER-ID.
050100     READ CUST-MASTER-FILE
050200         INVALID KEY
050300             DISPLAY "AVISOCLI: CLIENTE " ACM-CUSTOMER-ID
050400                 " DE LA CUENTA " AVC-EVT-ACCOUNT
050500                 " NO ESTA EN CUSTMAST - AVISO " AVC-EVT-TYPE
050600                 " NO EMITIDO."
050700             ADD 1 TO AVC-NOADDR-COUNT
050800             GO TO 3000-ISSUE-NOTICE-EXIT
050900     END-READ.
051000     IF CST-LANG-ENGLISH
051100         MOVE "E" TO AVC-LANG
051200     ELSE
051300         MOVE "S" TO AVC-LANG
051400     END-IF.
051500     ADD 1 TO AVC-LETTER-SEQ.
051600     PERFORM 3100-PRINT-LETTER THRU 3100-PRINT-LETTER-EXIT.
051700     MOVE CST-CUSTOMER-ID      TO AVL-CUSTOMER-ID.
051800     MOVE CST-CUSTOMER-NAME    TO AVL-CUSTOMER-NAME.
051900     MOVE CST-CUSTOMER-ADDRESS TO AVL-CUSTOMER-ADDRESS.
052000     MOVE AVC-LANG             TO AVL-LANGUAGE.
052100     MOVE AVC-EVT-AMOUNT       TO AVL-EVENT-AMOUNT.
052200     MOVE AVC-TODAY            TO AVL-ISSUE-DATE.
052300     MOVE AVC-RUN-TIME         TO AVL-ISSUE-TIME.
052400     MOVE AVC-LETTER-SEQ       TO AVL-ISSUE-SEQ.
052500     WRITE AVL-NOTICE-RECORD
052600         INVALID KEY
052700             DISPLAY "AVISOCLI: ERROR AL REGISTRAR EL AVISO DE "
052800                 AVC-EVT-ACCOUNT " - ESTADO " WS-AVISLOG-STATUS
052900     END-WRITE.
053000     EVALUATE TRUE
053100         WHEN AVC-EVT-OVERDRAFT
053200             ADD 1 TO AVC-OVD-COUNT
053300         WHEN AVC-EVT-DORMANT
053400             ADD 1 TO AVC-DORM-COUNT
053500         WHEN AVC-EVT-CLOSED
053600             ADD 1 TO AVC-CLOSE-COUNT
053700         WHEN AVC-EVT-ORDER-END
053800             ADD 1 TO AVC-ORDER-COUNT
053900         WHEN AVC-EVT-HOLD
054000             ADD 1 TO AVC-HOLD-COUNT
054100     END-EVALUATE.
054200 3000-ISSUE-NOTICE-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600* 3100-PRINT-LETTER  -  HEADING, ADDRESS, THE EVENT'S OWN TEXT
054700*                       AND DETAIL LINES, CLOSING.  EVERY FIXED
054800*                       TEXT IS A MSGCAT MESSAGE WITH THE SPANISH
054900*                       TEXT AS ITS DEFAULT.
055000******************************************************************
055100 3100-PRINT-LETTER.
055200     MOVE ALL "-" TO PRINT-LINE.
055300     WRITE PRINT-LINE.
055400     MOVE SPACES TO PRINT-LINE.
055500     WRITE PRINT-LINE.
055600     MOVE "AVLREF" TO MSG-REQ-ID.
055700     MOVE "AVISO NRO:" TO MSG-REQ-DEFAULT.
055800     MOVE SPACES TO AVC-VALUE.
055900     STRING AVC-TODAY "-" AVC-RUN-TIME "-" AVC-LETTER-SEQ
056000         DELIMITED BY SIZE INTO AVC-VALUE.
056100     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
056200     MOVE "AVLFECHA" TO MSG-REQ-ID.
056300     MOVE "FECHA:" TO MSG-REQ-DEFAULT.
056400     MOVE AVC-TODAY TO AVC-VALUE.
056500     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
056600     MOVE SPACES TO PRINT-LINE.
056700     WRITE PRINT-LINE.
056800     MOVE SPACES TO PRINT-LINE.
056900     STRING "     " CST-CUSTOMER-NAME
057000         DELIMITED BY SIZE INTO PRINT-LINE.
057100     WRITE PRINT-LINE.
057200     MOVE SPACES TO PRINT-LINE.
057300     STRING "     " CST-CUSTOMER-ADDRESS
057400         DELIMITED BY SIZE INTO PRINT-LINE.
057500     WRITE PRINT-LINE.
057600     MOVE SPACES TO PRINT-LINE.
057700     WRITE PRINT-LINE.
057800     MOVE "AVSALUDO" TO MSG-REQ-ID.
057900     MOVE "ESTIMADO CLIENTE:" TO MSG-REQ-DEFAULT.
058000     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
058100     MOVE SPACES TO PRINT-LINE.
058200     WRITE PRINT-LINE.
058300     EVALUATE TRUE
058400         WHEN AVC-EVT-OVERDRAFT
058500             PERFORM 3200-TEXT-OVERDRAFT
058600                 THRU 3200-TEXT-OVERDRAFT-EXIT
058700         WHEN AVC-EVT-DORMANT
058800             PERFORM 3300-TEXT-DORMANT THRU 3300-TEXT-DORMANT-EXIT
058900         WHEN AVC-EVT-CLOSED
059000             PERFORM 3400-TEXT-CLOSED THRU 3400-TEXT-CLOSED-EXIT
059100         WHEN AVC-EVT-ORDER-END
059200             PERFORM 3500-TEXT-ORDER-END
059300                 THRU 3500-TEXT-ORDER-END-EXIT
059400         WHEN AVC-EVT-HOLD
059500             PERFORM 3600-TEXT-HOLD THRU 3600-TEXT-HOLD-EXIT
059600     END-EVALUATE.
059700     MOVE SPACES TO PRINT-LINE.
059800     WRITE PRINT-LINE.
059900     MOVE "AVDESPED" TO MSG-REQ-ID.
060000     MOVE "ATENTAMENTE," TO MSG-REQ-DEFAULT.
060100     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
060200     MOVE "AVFIRMA" TO MSG-REQ-ID.
060300     MOVE "OPERACIONES DE MOSTRADOR" TO MSG-REQ-DEFAULT.
060400     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
060500     MOVE SPACES TO PRINT-LINE.
060600     WRITE PRINT-LINE.
060700 3100-PRINT-LETTER-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100* 3200-TEXT-OVERDRAFT
061200******************************************************************
061300 3200-TEXT-OVERDRAFT.
061400     MOVE "AVSOB01" TO MSG-REQ-ID.
061500     MOVE "LE INFORMAMOS QUE SU CUENTA HA QUEDADO EN SOBREGIRO."
061600         TO MSG-REQ-DEFAULT.
061700     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
061800     MOVE "AVSOB02" TO MSG-REQ-ID.
061900     MOVE "LE ROGAMOS REGULARIZAR EL SALDO A LA BREVEDAD."
062000         TO MSG-REQ-DEFAULT.
062100     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
062200     MOVE SPACES TO PRINT-LINE.
062300     WRITE PRINT-LINE.
062400     PERFORM 3700-ACCOUNT-LINES THRU 3700-ACCOUNT-LINES-EXIT.
062500     MOVE "AVLIMPOR" TO MSG-REQ-ID.
062600     MOVE "IMPORTE:" TO MSG-REQ-DEFAULT.
062700     MOVE AVC-EVT-AMOUNT TO AVC-AMT-ED.
062800     MOVE AVC-AMT-ED TO AVC-VALUE.
062900     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
063000     MOVE "AVLSALDO" TO MSG-REQ-ID.
063100     MOVE "SALDO RESULTANTE:" TO MSG-REQ-DEFAULT.
063200     MOVE AVC-EVT-BALANCE TO AVC-AMT-ED.
063300     MOVE AVC-AMT-ED TO AVC-VALUE.
063400     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
063500 3200-TEXT-OVERDRAFT-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900* 3300-TEXT-DORMANT
064000******************************************************************
064100 3300-TEXT-DORMANT.
064200     MOVE "AVDOR01" TO MSG-REQ-ID.
064300     MOVE "SU CUENTA HA SIDO CLASIFICADA COMO INACTIVA POR FALTA"
064400         TO MSG-REQ-DEFAULT.
064500     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
064600     MOVE "AVDOR02" TO MSG-REQ-ID.
064700     MOVE "DE MOVIMIENTOS. CUALQUIER OPERACION LA REACTIVA."
064800         TO MSG-REQ-DEFAULT.
064900     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
065000     MOVE SPACES TO PRINT-LINE.
065100     WRITE PRINT-LINE.
065200     PERFORM 3700-ACCOUNT-LINES THRU 3700-ACCOUNT-LINES-EXIT.
065300     MOVE "AVLSALDO" TO MSG-REQ-ID.
065400     MOVE "SALDO RESULTANTE:" TO MSG-REQ-DEFAULT.
065500     MOVE AVC-EVT-AMOUNT TO AVC-AMT-ED.
065600     MOVE AVC-AMT-ED TO AVC-VALUE.
065700     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
065800 3300-TEXT-DORMANT-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 3400-TEXT-CLOSED
066300******************************************************************
066400 3400-TEXT-CLOSED.
066500     MOVE "AVCIE01" TO MSG-REQ-ID.
066600     MOVE "LE CONFIRMAMOS QUE SU CUENTA HA SIDO CERRADA."
066700         TO MSG-REQ-DEFAULT.
066800     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
066900     MOVE "AVCIE02" TO MSG-REQ-ID.
067000     MOVE "GRACIAS POR LA CONFIANZA DEPOSITADA EN NOSOTROS."
067100         TO MSG-REQ-DEFAULT.
067200     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
067300     MOVE SPACES TO PRINT-LINE.
067400     WRITE PRINT-LINE.
067500     PERFORM 3700-ACCOUNT-LINES THRU 3700-ACCOUNT-LINES-EXIT.
067600 3400-TEXT-CLOSED-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000* 3500-TEXT-ORDER-END
068100******************************************************************
068200 3500-TEXT-ORDER-END.
068300     MOVE "AVORD01" TO MSG-REQ-ID.
068400     MOVE "SU ORDEN PERMANENTE HA LLEGADO A SU VENCIMIENTO"
068500         TO MSG-REQ-DEFAULT.
068600     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
068700     MOVE "AVORD02" TO MSG-REQ-ID.
068800     MOVE "Y NO SE EJECUTARA MAS. PUEDE RENOVARLA EN LA OFICINA."
068900         TO MSG-REQ-DEFAULT.
069000     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
069100     MOVE SPACES TO PRINT-LINE.
069200     WRITE PRINT-LINE.
069300     PERFORM 3700-ACCOUNT-LINES THRU 3700-ACCOUNT-LINES-EXIT.
069400     MOVE "AVLORDEN" TO MSG-REQ-ID.
069500     MOVE "ORDEN:" TO MSG-REQ-DEFAULT.
069600     MOVE AVC-EVT-REF TO AVC-VALUE.
069700     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
069800     MOVE "AVLIMPOR" TO MSG-REQ-ID.
069900     MOVE "IMPORTE:" TO MSG-REQ-DEFAULT.
070000     MOVE AVC-EVT-AMOUNT TO AVC-AMT-ED.
070100     MOVE AVC-AMT-ED TO AVC-VALUE.
070200     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
070300 3500-TEXT-ORDER-END-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700* 3600-TEXT-HOLD
070800******************************************************************
070900 3600-TEXT-HOLD.
071000     MOVE "AVRET01" TO MSG-REQ-ID.
071100     MOVE "SE HA REGISTRADO UNA RETENCION DE FONDOS EN SU CUENTA."
071200         TO MSG-REQ-DEFAULT.
071300     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
071400     MOVE "AVRET02" TO MSG-REQ-ID.
071500     MOVE "EL IMPORTE RETENIDO NO ESTARA DISPONIBLE HASTA SU FIN."
071600         TO MSG-REQ-DEFAULT.
071700     PERFORM 7100-PRINT-TEXT THRU 7100-PRINT-TEXT-EXIT.
071800     MOVE SPACES TO PRINT-LINE.
071900     WRITE PRINT-LINE.
072000     PERFORM 3700-ACCOUNT-LINES THRU 3700-ACCOUNT-LINES-EXIT.
072100     MOVE "AVLIMPOR" TO MSG-REQ-ID.
072200     MOVE "IMPORTE:" TO MSG-REQ-DEFAULT.
072300     MOVE AVC-EVT-AMOUNT TO AVC-AMT-ED.
072400     MOVE AVC-AMT-ED TO AVC-VALUE.
072500     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
072600     IF AVC-EVT-DATE2 IS NUMERIC
072700       AND AVC-EVT-DATE2 > ZERO
072800         MOVE "AVLVENCE" TO MSG-REQ-ID
072900         MOVE "VIGENTE HASTA:" TO MSG-REQ-DEFAULT
073000         MOVE AVC-EVT-DATE2 TO AVC-VALUE
073100         PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT
073200     END-IF.
073300 3600-TEXT-HOLD-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700* 3700-ACCOUNT-LINES  -  THE ACCOUNT AND THE EVENT DATE, COMMON
073800*                        TO EVERY LETTER.
073900******************************************************************
074000 3700-ACCOUNT-LINES.
074100     MOVE "AVLCTA" TO MSG-REQ-ID.
074200     MOVE "CUENTA:" TO MSG-REQ-DEFAULT.
074300     MOVE AVC-EVT-ACCOUNT TO AVC-VALUE.
074400     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
074500     MOVE "AVLEVENT" TO MSG-REQ-ID.
074600     MOVE "FECHA DEL HECHO:" TO MSG-REQ-DEFAULT.
074700     MOVE AVC-EVT-DATE TO AVC-VALUE.
074800     PERFORM 7200-PRINT-LABELLED THRU 7200-PRINT-LABELLED-EXIT.
074900 3700-ACCOUNT-LINES-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300* 3900-PRINT-TOTALS  -  THE RUN'S CONTROL LINES, AFTER THE LAST
075400*                       LETTER.
075500******************************************************************
075600 3900-PRINT-TOTALS.
075700     MOVE ALL "=" TO PRINT-LINE.
075800     WRITE PRINT-LINE.
075900     MOVE SPACES TO PRINT-LINE.
076000     STRING "AVISOCLI - AVISOS AL CLIENTE DEL " AVC-FROM-DATE
076100         " AL " AVC-TODAY
076200         DELIMITED BY SIZE INTO PRINT-LINE.
076300     WRITE PRINT-LINE.
076400     MOVE "AVISOS DE SOBREGIRO:" TO AVC-TYPE-DESC.
076500     MOVE AVC-OVD-COUNT TO AVC-CNT-ED.
076600     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
076700     MOVE "AVISOS DE INACTIVIDAD:" TO AVC-TYPE-DESC.
076800     MOVE AVC-DORM-COUNT TO AVC-CNT-ED.
076900     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
077000     MOVE "AVISOS DE CIERRE:" TO AVC-TYPE-DESC.
077100     MOVE AVC-CLOSE-COUNT TO AVC-CNT-ED.
077200     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
077300     MOVE "ORDENES VENCIDAS:" TO AVC-TYPE-DESC.
077400     MOVE AVC-ORDER-COUNT TO AVC-CNT-ED.
077500     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
077600     MOVE "RETENCIONES:" TO AVC-TYPE-DESC.
077700     MOVE AVC-HOLD-COUNT TO AVC-CNT-ED.
077800     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
077900     MOVE "YA AVISADOS:" TO AVC-TYPE-DESC.
078000     MOVE AVC-DUP-COUNT TO AVC-CNT-ED.
078100     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
078200     MOVE "YA NO VIGENTES:" TO AVC-TYPE-DESC.
078300     MOVE AVC-STALE-COUNT TO AVC-CNT-ED.
078400     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
078500     MOVE "SIN DESTINATARIO:" TO AVC-TYPE-DESC.
078600     MOVE AVC-NOADDR-COUNT TO AVC-CNT-ED.
078700     PERFORM 3910-PRINT-COUNT THRU 3910-PRINT-COUNT-EXIT.
078800     DISPLAY "AVISOCLI: " AVC-LETTER-SEQ " AVISOS EMITIDOS, "
078900         AVC-DUP-COUNT " YA AVISADOS, " AVC-NOADDR-COUNT
079000         " SIN DESTINATARIO".
079100 3900-PRINT-TOTALS-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500* 3910-PRINT-COUNT
079600******************************************************************
079700 3910-PRINT-COUNT.
079800     MOVE SPACES TO PRINT-LINE.
079900     STRING "  " AVC-TYPE-DESC " " AVC-CNT-ED
080000         DELIMITED BY SIZE INTO PRINT-LINE.
080100     WRITE PRINT-LINE.
080200 3910-PRINT-COUNT-EXIT.
080300     EXIT.
080400
080500******************************************************************
080600* 5000-CONSULT  -  EVERY NOTICE ON AVISLOG FOR ONE ACCOUNT: THE
080700*                  EVENT, THE NOTICE NUMBER AND WHO IT WENT TO.
080800******************************************************************
080900 5000-CONSULT.
081000     OPEN INPUT NOTICE-LOG-FILE.
081100     IF NOT FS-SUCCESS OF WS-AVISLOG-STATUS
081200         DISPLAY "AVISLOG AUN NO EXISTE - NINGUN AVISO EMITIDO."
081300         GO TO 5000-CONSULT-EXIT
081400     END-IF.
081500     MOVE SPACES TO AVL-NOTICE-RECORD.
081600     DISPLAY "NUMERO DE CUENTA: ".
081700     ACCEPT AVL-ACCOUNT.
081800     MOVE AVL-ACCOUNT TO AVC-EVT-ACCOUNT.
081900     MOVE ZERO TO AVC-LISTED-COUNT.
082000     MOVE "N" TO AVC-EOF-SW.
082100     START NOTICE-LOG-FILE KEY NOT < AVL-KEY
082200         INVALID KEY
082300             SET AVC-EOF TO TRUE
082400     END-START.
082500     PERFORM 5100-LIST-ONE THRU 5100-LIST-ONE-EXIT
082600         UNTIL AVC-EOF.
082700     IF AVC-LISTED-COUNT = ZERO
082800         DISPLAY "SIN AVISOS PARA LA CUENTA " AVC-EVT-ACCOUNT
082900     END-IF.
083000     CLOSE NOTICE-LOG-FILE.
083100 5000-CONSULT-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500* 5100-LIST-ONE
083600******************************************************************
083700 5100-LIST-ONE.
083800     READ NOTICE-LOG-FILE NEXT
083900         AT END
084000             SET AVC-EOF TO TRUE
084100             GO TO 5100-LIST-ONE-EXIT
084200     END-READ.
084300     IF AVL-ACCOUNT NOT = AVC-EVT-ACCOUNT
084400         SET AVC-EOF TO TRUE
084500         GO TO 5100-LIST-ONE-EXIT
084600     END-IF.
084700     ADD 1 TO AVC-LISTED-COUNT.
084800     EVALUATE TRUE
084900         WHEN AVL-EVT-OVERDRAFT
085000             MOVE "SOBREGIRO" TO AVC-TYPE-DESC
085100         WHEN AVL-EVT-DORMANT
085200             MOVE "INACTIVIDAD" TO AVC-TYPE-DESC
085300         WHEN AVL-EVT-CLOSED
085400             MOVE "CIERRE" TO AVC-TYPE-DESC
085500         WHEN AVL-EVT-ORDER-END
085600             MOVE "ORDEN VENCIDA" TO AVC-TYPE-DESC
085700         WHEN AVL-EVT-HOLD
085800             MOVE "RETENCION" TO AVC-TYPE-DESC
085900         WHEN OTHER
086000             MOVE AVL-EVENT-TYPE TO AVC-TYPE-DESC
086100     END-EVALUATE.
086200     DISPLAY AVC-TYPE-DESC " HECHO " AVL-EVENT-DATE " "
086300         AVL-EVENT-TIME " " AVL-EVENT-REF.
086400     DISPLAY "    AVISO NRO " AVL-ISSUE-DATE "-" AVL-ISSUE-TIME
086500         "-" AVL-ISSUE-SEQ " IDIOMA " AVL-LANGUAGE.
086600     DISPLAY "    A " AVL-CUSTOMER-ID " " AVL-CUSTOMER-NAME.
086700     DISPLAY "      " AVL-CUSTOMER-ADDRESS.
086800 5100-LIST-ONE-EXIT.
086900     EXIT.
087000
087100******************************************************************
087200* 7000-GET-TEXT  -  THE SHARED MSGBUSCA LOOKUP IN THE LETTER'S
087300*                   LANGUAGE.  THE CALLER SETS MSG-REQ-ID AND THE
087400*                   DEFAULT; THE ANSWER COMES BACK IN
087500*                   MSG-REPLY-TEXT.
087600******************************************************************
087700 7000-GET-TEXT.
087800     MOVE AVC-LANG TO MSG-REQ-LANG.
087900     CALL "MSGBUSCA" USING MSG-PARM.
088000 7000-GET-TEXT-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400* 7100-PRINT-TEXT  -  ONE LINE OF LETTER TEXT.
088500******************************************************************
088600 7100-PRINT-TEXT.
088700     PERFORM 7000-GET-TEXT THRU 7000-GET-TEXT-EXIT.
088800     MOVE SPACES TO PRINT-LINE.
088900     STRING "     " MSG-REPLY-TEXT
089000         DELIMITED BY SIZE INTO PRINT-LINE.
089100     WRITE PRINT-LINE.
089200 7100-PRINT-TEXT-EXIT.
089300     EXIT.
089400
089500******************************************************************
089600* 7200-PRINT-LABELLED  -  A CATALOG LABEL AND AVC-VALUE.
089700******************************************************************
089800 7200-PRINT-LABELLED.
089900     PERFORM 7000-GET-TEXT THRU 7000-GET-TEXT-EXIT.
090000     MOVE MSG-REPLY-TEXT TO AVC-LABEL.
090100     MOVE SPACES TO PRINT-LINE.
090200     STRING "     " AVC-LABEL " " AVC-VALUE
090300         DELIMITED BY SIZE INTO PRINT-LINE.
090400     WRITE PRINT-LINE.
090500 7200-PRINT-LABELLED-EXIT.
090600     EXIT.
090700
090800 END PROGRAM AVISOCLI.
