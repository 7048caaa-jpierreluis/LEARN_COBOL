000100******************************************************************
000200* PROGRAM-ID: ESCHEAT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 16/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     ANNUAL UNCLAIMED BALANCE (ESCHEATMENT) PROCESSING.
000800*              CTASTAT MARKS AN IDLE ACCOUNT DORMANT; THIS RUN
000900*              CARRIES THE LONG-DORMANT ONES THROUGH THE STATE'S
001000*              UNCLAIMED-PROPERTY CYCLE, KEEPING EACH ACCOUNT'S
001100*              PLACE IN IT ON THE ESCHMAST REGISTER (ESCHREC).
001200*              DORMANCY HERE IS JUDGED ON THE LAST CUSTOMER-
001300*              INITIATED MOVEMENT ON POSTJRNI ("INT ", "NVA ",
001400*              "LOTE") - INTEREST, FEES, TAX, REVALUATION AND
001500*              REVERSALS ARE THE BANK MOVING, NOT THE CUSTOMER.
001600*              THE STATUTORY PERIOD IN YEARS COMES FROM SYSIN
001700*              (BLANK = 05).
001800*                MODE N  DUE-DILIGENCE NOTICE PASS: EVERY DORMANT
001900*                        ACCOUNT WITH A CREDIT BALANCE AND NO
002000*                        CUSTOMER MOVEMENT INSIDE THE PERIOD IS
002100*                        LISTED ON THE 132-COLUMN NOTICE LIST AND
002200*                        REGISTERED "N" (NOTICED).
002300*                MODE R  REMITTANCE PASS: EVERY NOTICED ACCOUNT
002400*                        WHOSE NOTICE IS AT LEAST ESC-DILIGENCE-
002500*                        DAYS OLD AND THAT IS STILL UNCLAIMED
002600*                        (STILL DORMANT, NO NEW CUSTOMER MOVEMENT,
002700*                        NO HOLD IN FORCE) HAS ITS BALANCE MOVED
002800*                        TO THE UNCLAIMED-PROPERTY LIABILITY
002900*                        ACCOUNT IN ONE "ESC " MOVEMENT (GLEXTRAC
003000*                        CARRIES THE CONTRA SIDE), IS LEFT AT ZERO
003100*                        WITH STATUS "E", AND GOES ON THE PRINTED
003200*                        REMITTANCE REPORT AND THE ESCHREM FILE
003300*                        FOR THE STATE.  AN ACCOUNT THE CUSTOMER
003400*                        CAME BACK TO IN THE MEANTIME IS WITHDRAWN
003500*                        ("W") FROM THE CYCLE.
003600*                MODE C  RECLAIM (SUPERVISOR SESSION REQUIRED):
003700*                        THE CUSTOMER HAS REAPPEARED - THE
003800*                        REMITTED AMOUNT IS CREDITED BACK IN AN
003900*                        "ESC " MOVEMENT POINTING AT THE
004000*                        REMITTANCE, AND THE ACCOUNT REOPENS.  THE
004100*                        DESK THEN CLAIMS THE FUNDS BACK FROM THE
004200*                        STATE.
004300*              MODES N AND R RUN IN THE YEAREND JOB; MODE C IS
004400*              REACHED FROM MENU-PRINCIPAL.
004500* TECTONICS:   cobc -x example69-saldosNoReclamados.cbl
004600*
004700* MODIFICATION HISTORY
004800*   16/09/26  JPL  INITIAL VERSION.
004900******************************************************************
005000
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. ESCHEAT.
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ACM-ACCOUNT-NUMBER
006100         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-ACCTMAST-STATUS.
006400
006500     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CST-CUSTOMER-ID
006900         FILE STATUS IS WS-CUSTMAST-STATUS.
007000
007100     SELECT POST-JRNL-INDEX ASSIGN TO "POSTJRNI"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PJX-KEY
007500         FILE STATUS IS WS-JRNLI-STATUS.
007600
007700     SELECT ESCHEAT-FILE ASSIGN TO "ESCHMAST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS ESR-ACCOUNT-NUMBER
008100         FILE STATUS IS WS-ESCHMAST-STATUS.
008200
008300     SELECT REMIT-FILE ASSIGN TO "ESCHREM"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-ESCHREM-STATUS.
008600
008700     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-JRNL-STATUS.
009000
009100     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-SESSION-STATUS.
009400
009500     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-PRINT-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  ACCT-MASTER-FILE.
010200 COPY ACCTREC.
010300
010400 FD  CUST-MASTER-FILE.
010500 COPY CUSTREC.
010600
010700 FD  POST-JRNL-INDEX.
010800 COPY PJIXREC.
010900
011000 FD  ESCHEAT-FILE.
011100 COPY ESCHREC.
011200
011300 FD  REMIT-FILE.
011400 COPY ESCHREM.
011500
011600 FD  POST-JRNL-FILE.
011700 COPY PSTJRNL.
011800
011900 FD  OPER-SESSION-FILE.
012000 COPY SESREC.
012100
012200 FD  PRINT-FILE.
012300 01  PRINT-LINE                      PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600 01  WS-ACCTMAST-STATUS.
012700     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
012800 01  WS-CUSTMAST-STATUS.
012900     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
013000 01  WS-JRNLI-STATUS.
013100     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNLI-CODE.
013200 01  WS-ESCHMAST-STATUS.
013300     COPY FSTATCOD REPLACING FS-NAME BY WS-ESCHMAST-CODE.
013400 01  WS-ESCHREM-STATUS.
013500     COPY FSTATCOD REPLACING FS-NAME BY WS-ESCHREM-CODE.
013600 01  WS-JRNL-STATUS.
013700     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
013800 01  WS-SESSION-STATUS.
013900     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
014000 01  WS-PRINT-STATUS.
014100     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
014200 COPY HOLDPARM.
014300
014400 77  ESC-MODE                        PIC X(01) VALUE SPACE.
014500     88  ESC-MODE-NOTICE             VALUE "N" "n".
014600     88  ESC-MODE-REMIT              VALUE "R" "r".
014700     88  ESC-MODE-RECLAIM            VALUE "C" "c".
014800 01  ESC-TODAY                       PIC 9(08).
014900 01  ESC-TODAY-PARTS REDEFINES ESC-TODAY.
015000     05  ESC-TODAY-YEAR              PIC 9(04).
015100     05  ESC-TODAY-MMDD              PIC 9(04).
015200 77  ESC-RUN-TIME                    PIC 9(08).
015300 77  ESC-SESSION-OK-SW               PIC X(01) VALUE "N".
015400     88  ESC-SESSION-OK              VALUE "Y".
015500 77  ESC-SIGNON-ID                   PIC X(08) VALUE SPACES.
015600 77  ESC-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
015700     88  ESC-CUSTMAST-OPEN           VALUE "Y".
015800 77  ESC-EOF-SW                      PIC X(01) VALUE "N".
015900     88  ESC-EOF                     VALUE "Y".
016000
016100******************************************************************
016200* THE STATUTORY PERIOD AND THE DUE-DILIGENCE WAIT.  THE CUT-OFF
016300* IS THE SAME CALENDAR DAY THE GIVEN NUMBER OF YEARS BACK; A
016400* NOTICE MUST BE ESC-DILIGENCE-DAYS OLD BEFORE IT CAN BE REMITTED.
016500******************************************************************
016600 77  ESC-YEARS-INPUT                 PIC X(02) VALUE SPACES.
016700 77  ESC-YEARS                       PIC 9(02) VALUE 05.
016800 77  ESC-CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
016900 77  ESC-DILIGENCE-DAYS              PIC 9(03) VALUE 060.
017000 77  ESC-NOTICE-CUTOFF               PIC 9(08) VALUE ZERO.
017100 77  ESC-DATE-INT                    PIC S9(09) COMP VALUE ZERO.
017200
017300******************************************************************
017400* THE ACCOUNT IN HAND
017500******************************************************************
017600 77  ESC-LAST-MOVE                   PIC 9(08) VALUE ZERO.
017700 77  ESC-CUST-NAME                   PIC X(30) VALUE SPACES.
017800 77  ESC-CUST-ADDRESS                PIC X(40) VALUE SPACES.
017900 77  ESC-VERDICT                     PIC X(30) VALUE SPACES.
018000 77  ESC-REG-FOUND-SW                PIC X(01) VALUE "N".
018100     88  ESC-REG-FOUND               VALUE "Y".
018200 77  ESC-ACCOUNT-WANTED              PIC X(10) VALUE SPACES.
018300 77  ESC-CONFIRM                     PIC X(01) VALUE "N".
018400     88  ESC-CONFIRMED               VALUE "S" "s".
018500 77  ESC-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
018600 77  ESC-POST-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
018700 77  ESC-REF-DATE                    PIC 9(08) VALUE ZERO.
018800 77  ESC-REF-TIME                    PIC 9(08) VALUE ZERO.
018900
019000******************************************************************
019100* RUN TOTALS
019200******************************************************************
019300 77  ESC-READ-COUNT                  PIC 9(07) VALUE ZERO.
019400 77  ESC-LISTED-COUNT                PIC 9(07) VALUE ZERO.
019500 77  ESC-NEW-COUNT                   PIC 9(07) VALUE ZERO.
019600 77  ESC-AGAIN-COUNT                 PIC 9(07) VALUE ZERO.
019700 77  ESC-WAITING-COUNT               PIC 9(07) VALUE ZERO.
019800 77  ESC-WITHDRAWN-COUNT             PIC 9(07) VALUE ZERO.
019900 77  ESC-HELD-COUNT                  PIC 9(07) VALUE ZERO.
020000 77  ESC-REMIT-COUNT                 PIC 9(07) VALUE ZERO.
020100 77  ESC-FOREIGN-COUNT               PIC 9(07) VALUE ZERO.
020200 77  ESC-LISTED-TOTAL                PIC 9(11)V99 VALUE ZERO.
020300 77  ESC-REMIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
020400 01  ESC-CNT-ED                      PIC Z,ZZZ,ZZ9.
020500 01  ESC-AMT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
020600 01  ESC-TOT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020700
020800 PROCEDURE DIVISION.
020900******************************************************************
021000* 0000-MAINLINE
021100******************************************************************
021200 0000-MAINLINE.
021300     ACCEPT ESC-TODAY FROM DATE YYYYMMDD.
021400     ACCEPT ESC-RUN-TIME FROM TIME.
021500     DISPLAY "MODO (N=AVISOS, R=REMESA AL ESTADO, C=RECLAMO): ".
021600     ACCEPT ESC-MODE.
021700     EVALUATE TRUE
021800         WHEN ESC-MODE-NOTICE
021900             PERFORM 2000-NOTICE-PASS THRU 2000-NOTICE-PASS-EXIT
022000         WHEN ESC-MODE-REMIT
022100             PERFORM 3000-REMIT-PASS THRU 3000-REMIT-PASS-EXIT
022200         WHEN ESC-MODE-RECLAIM
022300             PERFORM 4000-RECLAIM THRU 4000-RECLAIM-EXIT
022400         WHEN OTHER
022500             DISPLAY "OPCION INVALIDA."
022600     END-EVALUATE.
022700 0000-MAINLINE-EXIT.
022800     GOBACK.
022900
023000******************************************************************
023100* 0100-READ-SESSION  -  A RECLAIM PUTS MONEY BACK ON AN ACCOUNT;
023200*                       IT IS SUPERVISOR WORK.
023300******************************************************************
023400 0100-READ-SESSION.
023500     MOVE "N" TO ESC-SESSION-OK-SW.
023600     OPEN INPUT OPER-SESSION-FILE.
023700     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
023800         GO TO 0100-READ-SESSION-EXIT
023900     END-IF.
024000     READ OPER-SESSION-FILE
024100         AT END
024200             CONTINUE
024300         NOT AT END
024400             IF SES-ROLE-SUPERVISOR
024500               AND SES-SIGNON-DATE = ESC-TODAY
024600                 SET ESC-SESSION-OK TO TRUE
024700                 MOVE SES-OPERATOR-ID TO ESC-SIGNON-ID
024800             END-IF
024900     END-READ.
025000     CLOSE OPER-SESSION-FILE.
025100 0100-READ-SESSION-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 1000-GET-PERIOD  -  THE STATUTORY PERIOD FROM SYSIN AND ITS
025600*                     CUT-OFF DATE.
025700******************************************************************
025800 1000-GET-PERIOD.
025900     DISPLAY "ANOS SIN MOVIMIENTO DEL CLIENTE (BLANCO=05): ".
026000     ACCEPT ESC-YEARS-INPUT.
026100     IF ESC-YEARS-INPUT IS NUMERIC
026200       AND ESC-YEARS-INPUT NOT = "00"
026300         MOVE ESC-YEARS-INPUT TO ESC-YEARS
026400     ELSE
026500         MOVE 05 TO ESC-YEARS
026600     END-IF.
026700     COMPUTE ESC-CUTOFF-DATE = ESC-TODAY - (ESC-YEARS * 10000).
026800 1000-GET-PERIOD-EXIT.
026900     EXIT.
027000
027100******************************************************************
027200* 1100-OPEN-REGISTER  -  ESCHMAST I-O, CREATED EMPTY THE FIRST
027300*                        TIME THE CYCLE RUNS.
027400******************************************************************
027500 1100-OPEN-REGISTER.
027600     OPEN I-O ESCHEAT-FILE.
027700     IF FS-NOT-FOUND OF WS-ESCHMAST-STATUS
027800         OPEN OUTPUT ESCHEAT-FILE
027900         CLOSE ESCHEAT-FILE
028000         OPEN I-O ESCHEAT-FILE
028100     END-IF.
028200 1100-OPEN-REGISTER-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600* 1200-LAST-CUSTOMER-MOVE  -  THE LATEST CUSTOMER-INITIATED
028700*                             MOVEMENT OF THE ACCOUNT IN THE FD,
028800*                             FROM ITS POSTJRNI SLICE.  ZERO WHEN
028900*                             THE JOURNAL HOLDS NONE.
029000******************************************************************
029100 1200-LAST-CUSTOMER-MOVE.
029200     MOVE ZERO TO ESC-LAST-MOVE.
029300     MOVE "N" TO ESC-EOF-SW.
029400     MOVE SPACES TO PJX-KEY.
029500     MOVE ACM-ACCOUNT-NUMBER TO PJX-ACCOUNT.
029600     MOVE ZEROES TO PJX-RUN-DATE PJX-RUN-TIME PJX-SEQ.
029700     START POST-JRNL-INDEX KEY NOT < PJX-KEY
029800         INVALID KEY
029900             GO TO 1200-LAST-CUSTOMER-MOVE-EXIT
030000     END-START.
030100     PERFORM 1210-ONE-JOURNAL-ENTRY
030200         THRU 1210-ONE-JOURNAL-ENTRY-EXIT
030300         UNTIL ESC-EOF.
030400 1200-LAST-CUSTOMER-MOVE-EXIT.
030500     EXIT.
030600
030700******************************************************************
030800* 1210-ONE-JOURNAL-ENTRY
030900******************************************************************
031000 1210-ONE-JOURNAL-ENTRY.
031100     READ POST-JRNL-INDEX NEXT
031200         AT END
031300             SET ESC-EOF TO TRUE
031400             GO TO 1210-ONE-JOURNAL-ENTRY-EXIT
031500     END-READ.
031600     IF PJX-ACCOUNT NOT = ACM-ACCOUNT-NUMBER
031700         SET ESC-EOF TO TRUE
031800         GO TO 1210-ONE-JOURNAL-ENTRY-EXIT
031900     END-IF.
032000     IF PJX-SRC-CUSTOMER
032100       AND PJX-RUN-DATE > ESC-LAST-MOVE
032200         MOVE PJX-RUN-DATE TO ESC-LAST-MOVE
032300     END-IF.
032400 1210-ONE-JOURNAL-ENTRY-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800* 1300-GET-CUSTOMER  -  OWNER NAME AND ADDRESS FOR THE LISTS AND
032900*                       THE STATE FILE.
033000******************************************************************
033100 1300-GET-CUSTOMER.
033200     MOVE "(NO IDENTIFICADO)" TO ESC-CUST-NAME.
033300     MOVE SPACES TO ESC-CUST-ADDRESS.
033400     IF NOT ESC-CUSTMAST-OPEN
033500         GO TO 1300-GET-CUSTOMER-EXIT
033600     END-IF.
033700     MOVE ACM-CUSTOMER-ID TO CST-CUSTOMER-ID.
033800     READ CUST-MASTER-FILE
033900         INVALID KEY
034000             CONTINUE
034100         NOT INVALID KEY
034200             MOVE CST-CUSTOMER-NAME TO ESC-CUST-NAME
034300             MOVE CST-CUSTOMER-ADDRESS TO ESC-CUST-ADDRESS
034400     END-READ.
034500 1300-GET-CUSTOMER-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900* 1400-OPEN-BATCH-FILES  -  ACCTMAST IN THE GIVEN MODE, POSTJRNI,
035000*                           CUSTMAST AND THE PRINT FILE FOR THE
035100*                           N AND R PASSES.  WITHOUT POSTJRNI
035200*                           THERE IS NO EVIDENCE OF WHO LAST MOVED
035300*                           AN ACCOUNT, SO THE PASS DOES NOT RUN.
035400******************************************************************
035500 1400-OPEN-BATCH-FILES.
035600     IF ESC-MODE-NOTICE
035700         OPEN INPUT ACCT-MASTER-FILE
035800     ELSE
035900         OPEN I-O ACCT-MASTER-FILE
036000     END-IF.
036100     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
036200         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
036300             WS-ACCTMAST-STATUS
036400         MOVE 4 TO RETURN-CODE
036500         GO TO 1400-OPEN-BATCH-FILES-EXIT
036600     END-IF.
036700     OPEN INPUT POST-JRNL-INDEX.
036800     IF NOT FS-SUCCESS OF WS-JRNLI-STATUS
036900         DISPLAY "POSTJRNI NO DISPONIBLE - ESTADO "
037000             WS-JRNLI-STATUS
037100             " - EJECUTE PJRNLIX ANTES."
037200         CLOSE ACCT-MASTER-FILE
037300         MOVE 4 TO RETURN-CODE
037400         GO TO 1400-OPEN-BATCH-FILES-EXIT
037500     END-IF.
037600     OPEN INPUT CUST-MASTER-FILE.
037700     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
037800         SET ESC-CUSTMAST-OPEN TO TRUE
037900     END-IF.
038000     PERFORM 1100-OPEN-REGISTER THRU 1100-OPEN-REGISTER-EXIT.
038100     OPEN OUTPUT PRINT-FILE.
038200 1400-OPEN-BATCH-FILES-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600* 1500-CLOSE-BATCH-FILES
038700******************************************************************
038800 1500-CLOSE-BATCH-FILES.
038900     CLOSE PRINT-FILE.
039000     CLOSE ESCHEAT-FILE.
039100     IF ESC-CUSTMAST-OPEN
039200         CLOSE CUST-MASTER-FILE
039300     END-IF.
039400     CLOSE POST-JRNL-INDEX.
039500     CLOSE ACCT-MASTER-FILE.
039600 1500-CLOSE-BATCH-FILES-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000* 2000-NOTICE-PASS  -  WALK ACCTMAST AND LIST EVERY ACCOUNT DUE
040100*                      FOR A DUE-DILIGENCE NOTICE.
040200******************************************************************
040300 2000-NOTICE-PASS.
040400     PERFORM 1000-GET-PERIOD THRU 1000-GET-PERIOD-EXIT.
040500     PERFORM 1400-OPEN-BATCH-FILES
040600         THRU 1400-OPEN-BATCH-FILES-EXIT.
040700     IF RETURN-CODE NOT = ZERO
040800         GO TO 2000-NOTICE-PASS-EXIT
040900     END-IF.
041000     MOVE SPACES TO PRINT-LINE.
041100     STRING "AVISOS DE SALDOS NO RECLAMADOS AL " ESC-TODAY
041200         "   SIN MOVIMIENTO DEL CLIENTE DESDE " ESC-CUTOFF-DATE
041300         " (" ESC-YEARS " ANOS)"
041400         DELIMITED BY SIZE INTO PRINT-LINE.
041500     WRITE PRINT-LINE.
041600     MOVE SPACES TO PRINT-LINE.
041700     WRITE PRINT-LINE.
041800     MOVE "N" TO ESC-EOF-SW.
041900     MOVE LOW-VALUES TO ACM-ACCOUNT-NUMBER.
042000     START ACCT-MASTER-FILE KEY NOT < ACM-ACCOUNT-NUMBER
042100         INVALID KEY
042200             SET ESC-EOF TO TRUE
042300     END-START.
042400     PERFORM 2100-NOTICE-ONE THRU 2100-NOTICE-ONE-EXIT
042500         UNTIL ESC-EOF.
042600     PERFORM 2500-NOTICE-TOTALS THRU 2500-NOTICE-TOTALS-EXIT.
042700     PERFORM 1500-CLOSE-BATCH-FILES
042800         THRU 1500-CLOSE-BATCH-FILES-EXIT.
042900 2000-NOTICE-PASS-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 2100-NOTICE-ONE  -  ONE ACCOUNT.  ONLY A DORMANT ACCOUNT WITH
043400*                     A CREDIT BALANCE CAN OWE ANYTHING TO THE
043500*                     STATE.  THE JOURNAL SLICE WALK LEAVES THE
043600*                     ACCTMAST POSITION ALONE - IT IS ANOTHER
043700*                     FILE - SO THE SEQUENTIAL READ CARRIES ON.
043800******************************************************************
043900 2100-NOTICE-ONE.
044000     READ ACCT-MASTER-FILE NEXT
044100         AT END
044200             SET ESC-EOF TO TRUE
044300             GO TO 2100-NOTICE-ONE-EXIT
044400     END-READ.
044500     ADD 1 TO ESC-READ-COUNT.
044600     IF NOT ACM-STAT-DORMANT
044700       OR ACM-ACCOUNT-BALANCE NOT > ZERO
044800         GO TO 2100-NOTICE-ONE-EXIT
044900     END-IF.
045000     PERFORM 1200-LAST-CUSTOMER-MOVE
045100         THRU 1200-LAST-CUSTOMER-MOVE-EXIT.
045200     MOVE "N" TO ESC-EOF-SW.
045300     IF ESC-LAST-MOVE NOT < ESC-CUTOFF-DATE
045400         GO TO 2100-NOTICE-ONE-EXIT
045500     END-IF.
045600     ADD 1 TO ESC-LISTED-COUNT.
045700     IF ACM-CCY-LOCAL
045800         ADD ACM-ACCOUNT-BALANCE TO ESC-LISTED-TOTAL
045900     END-IF.
046000     PERFORM 2200-REGISTER-NOTICE THRU 2200-REGISTER-NOTICE-EXIT.
046100     PERFORM 1300-GET-CUSTOMER THRU 1300-GET-CUSTOMER-EXIT.
046200     MOVE ACM-ACCOUNT-BALANCE TO ESC-AMT-ED.
046300     MOVE SPACES TO PRINT-LINE.
046400     STRING ACM-ACCOUNT-NUMBER "  " ACM-CUSTOMER-ID
046500         "  " ESC-CUST-NAME
046600         "  ULT.MOV.CLIENTE " ESC-LAST-MOVE
046700         "  " ESC-AMT-ED " " ACM-CURRENCY-CODE
046800         "  " ESC-VERDICT
046900         DELIMITED BY SIZE INTO PRINT-LINE.
047000     WRITE PRINT-LINE.
047100     MOVE SPACES TO PRINT-LINE.
047200     STRING "            " ESC-CUST-ADDRESS
047300         DELIMITED BY SIZE INTO PRINT-LINE.
047400     WRITE PRINT-LINE.
047500 2100-NOTICE-ONE-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 2200-REGISTER-NOTICE  -  A NEW NOTICE IS REGISTERED "N"; AN
048000*                          ACCOUNT ALREADY NOTICED KEEPS ITS
048100*                          ORIGINAL NOTICE DATE, SO A RERUN NEVER
048200*                          RESTARTS THE DUE-DILIGENCE CLOCK.
048300******************************************************************
048400 2200-REGISTER-NOTICE.
048500     MOVE "N" TO ESC-REG-FOUND-SW.
048600     MOVE ACM-ACCOUNT-NUMBER TO ESR-ACCOUNT-NUMBER.
048700     READ ESCHEAT-FILE
048800         INVALID KEY
048900             CONTINUE
049000         NOT INVALID KEY
049100             SET ESC-REG-FOUND TO TRUE
049200     END-READ.
049300     IF ESC-REG-FOUND AND ESR-STAT-NOTICED
049400         ADD 1 TO ESC-AGAIN-COUNT
049500         MOVE SPACES TO ESC-VERDICT
049600         STRING "AVISADA EL " ESR-NOTICE-DATE
049700             DELIMITED BY SIZE INTO ESC-VERDICT
049800         GO TO 2200-REGISTER-NOTICE-EXIT
049900     END-IF.
050000     MOVE SPACES TO ESR-ESCHEAT-RECORD.
050100     MOVE ACM-ACCOUNT-NUMBER TO ESR-ACCOUNT-NUMBER.
050200     MOVE ACM-CUSTOMER-ID TO ESR-CUSTOMER-ID.
050300     SET ESR-STAT-NOTICED TO TRUE.
050400     MOVE ESC-LAST-MOVE TO ESR-LAST-ACTIVITY.
050500     MOVE ESC-TODAY TO ESR-NOTICE-DATE.
050600     MOVE ACM-ACCOUNT-BALANCE TO ESR-NOTICE-BALANCE.
050700     MOVE ZERO TO ESR-REMIT-DATE ESR-REMIT-TIME ESR-REMIT-AMOUNT
050800         ESR-CLAIM-DATE.
050900     MOVE ACM-CURRENCY-CODE TO ESR-CURRENCY-CODE.
051000     IF ESC-REG-FOUND
051100         REWRITE ESR-ESCHEAT-RECORD
051200     ELSE
051300         WRITE ESR-ESCHEAT-RECORD
051400     END-IF.
051500     ADD 1 TO ESC-NEW-COUNT.
051600     MOVE "AVISO NUEVO" TO ESC-VERDICT.
051700 2200-REGISTER-NOTICE-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 2500-NOTICE-TOTALS
052200******************************************************************
052300 2500-NOTICE-TOTALS.
052400     MOVE SPACES TO PRINT-LINE.
052500     WRITE PRINT-LINE.
052600     MOVE ESC-READ-COUNT TO ESC-CNT-ED.
052700     MOVE SPACES TO PRINT-LINE.
052800     STRING "CUENTAS EN ACCTMAST:      " ESC-CNT-ED
052900         DELIMITED BY SIZE INTO PRINT-LINE.
053000     WRITE PRINT-LINE.
053100     MOVE ESC-LISTED-COUNT TO ESC-CNT-ED.
053200     MOVE ESC-LISTED-TOTAL TO ESC-TOT-ED.
053300     MOVE SPACES TO PRINT-LINE.
053400     STRING "EN LA LISTA DE AVISOS:    " ESC-CNT-ED
053500         "   SALDO EN MONEDA LOCAL " ESC-TOT-ED
053600         DELIMITED BY SIZE INTO PRINT-LINE.
053700     WRITE PRINT-LINE.
053800     MOVE ESC-NEW-COUNT TO ESC-CNT-ED.
053900     MOVE SPACES TO PRINT-LINE.
054000     STRING "  AVISOS NUEVOS:          " ESC-CNT-ED
054100         DELIMITED BY SIZE INTO PRINT-LINE.
054200     WRITE PRINT-LINE.
054300     MOVE ESC-AGAIN-COUNT TO ESC-CNT-ED.
054400     MOVE SPACES TO PRINT-LINE.
054500     STRING "  YA AVISADAS ANTES:      " ESC-CNT-ED
054600         DELIMITED BY SIZE INTO PRINT-LINE.
054700     WRITE PRINT-LINE.
054800     DISPLAY "ESCHEAT: " ESC-NEW-COUNT " AVISOS NUEVOS, "
054900         ESC-AGAIN-COUNT " YA AVISADAS".
055000 2500-NOTICE-TOTALS-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400* 3000-REMIT-PASS  -  WALK THE REGISTER AND REMIT EVERY NOTICED
055500*                     ACCOUNT THAT HAS SERVED ITS DUE-DILIGENCE
055600*                     PERIOD UNCLAIMED.
055700******************************************************************
055800 3000-REMIT-PASS.
055900     PERFORM 1000-GET-PERIOD THRU 1000-GET-PERIOD-EXIT.
056000     COMPUTE ESC-DATE-INT =
056100         FUNCTION INTEGER-OF-DATE(ESC-TODAY) - ESC-DILIGENCE-DAYS.
056200     COMPUTE ESC-NOTICE-CUTOFF =
056300         FUNCTION DATE-OF-INTEGER(ESC-DATE-INT).
056400     PERFORM 1400-OPEN-BATCH-FILES
056500         THRU 1400-OPEN-BATCH-FILES-EXIT.
056600     IF RETURN-CODE NOT = ZERO
056700         GO TO 3000-REMIT-PASS-EXIT
056800     END-IF.
056900     OPEN OUTPUT REMIT-FILE.
057000     MOVE SPACES TO PRINT-LINE.
057100     STRING "REMESA DE SALDOS NO RECLAMADOS AL ESTADO AL "
057200         ESC-TODAY "   AVISOS HASTA EL " ESC-NOTICE-CUTOFF
057300         DELIMITED BY SIZE INTO PRINT-LINE.
057400     WRITE PRINT-LINE.
057500     MOVE SPACES TO PRINT-LINE.
057600     WRITE PRINT-LINE.
057700     MOVE "N" TO ESC-EOF-SW.
057800     MOVE LOW-VALUES TO ESR-ACCOUNT-NUMBER.
057900     START ESCHEAT-FILE KEY NOT < ESR-ACCOUNT-NUMBER
058000         INVALID KEY
058100             SET ESC-EOF TO TRUE
058200     END-START.
058300     PERFORM 3100-REMIT-ONE THRU 3100-REMIT-ONE-EXIT
058400         UNTIL ESC-EOF.
058500     PERFORM 3500-REMIT-TOTALS THRU 3500-REMIT-TOTALS-EXIT.
058600     CLOSE REMIT-FILE.
058700     PERFORM 1500-CLOSE-BATCH-FILES
058800         THRU 1500-CLOSE-BATCH-FILES-EXIT.
058900 3000-REMIT-PASS-EXIT.
059000     EXIT.
059100
059200******************************************************************
059300* 3100-REMIT-ONE  -  ONE REGISTER RECORD.  ONLY "N" RECORDS ARE
059400*                    LOOKED AT.  ANY SIGN OF THE CUSTOMER SINCE
059500*                    THE NOTICE - THE ACCOUNT NO LONGER DORMANT,
059600*                    A NEWER CUSTOMER MOVEMENT, NO CREDIT BALANCE
059700*                    LEFT - WITHDRAWS IT FROM THE CYCLE.  A HOLD
059800*                    IN FORCE KEEPS IT NOTICED FOR A LATER PASS.
059900******************************************************************
060000 3100-REMIT-ONE.
060100     READ ESCHEAT-FILE NEXT
060200         AT END
060300             SET ESC-EOF TO TRUE
060400             GO TO 3100-REMIT-ONE-EXIT
060500     END-READ.
060600     IF NOT ESR-STAT-NOTICED
060700         GO TO 3100-REMIT-ONE-EXIT
060800     END-IF.
060900     ADD 1 TO ESC-READ-COUNT.
061000     IF ESR-NOTICE-DATE > ESC-NOTICE-CUTOFF
061100         ADD 1 TO ESC-WAITING-COUNT
061200         MOVE "EN PERIODO DE AVISO" TO ESC-VERDICT
061300         PERFORM 3400-PRINT-REGISTER-LINE
061400             THRU 3400-PRINT-REGISTER-LINE-EXIT
061500         GO TO 3100-REMIT-ONE-EXIT
061600     END-IF.
061700     MOVE ESR-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
061800     READ ACCT-MASTER-FILE
061900         INVALID KEY
062000             MOVE "RETIRADA - CUENTA NO ENCONTRADA" TO ESC-VERDICT
062100             GO TO 3100-REMIT-ONE-WITHDRAW
062200     END-READ.
062300     IF NOT ACM-STAT-DORMANT
062400         MOVE "RETIRADA - CUENTA YA NO DORMIDA" TO ESC-VERDICT
062500         GO TO 3100-REMIT-ONE-WITHDRAW
062600     END-IF.
062700     IF ACM-ACCOUNT-BALANCE NOT > ZERO
062800         MOVE "RETIRADA - SIN SALDO ACREEDOR" TO ESC-VERDICT
062900         GO TO 3100-REMIT-ONE-WITHDRAW
063000     END-IF.
063100     PERFORM 1200-LAST-CUSTOMER-MOVE
063200         THRU 1200-LAST-CUSTOMER-MOVE-EXIT.
063300     MOVE "N" TO ESC-EOF-SW.
063400     IF ESC-LAST-MOVE > ESR-LAST-ACTIVITY
063500         MOVE "RETIRADA - EL CLIENTE REAPARECIO" TO ESC-VERDICT
063600         GO TO 3100-REMIT-ONE-WITHDRAW
063700     END-IF.
063800     MOVE ACM-ACCOUNT-NUMBER TO HLS-REQ-ACCOUNT.
063900     MOVE ESC-TODAY TO HLS-REQ-DATE.
064000     CALL "HOLDSUM" USING HLS-PARM.
064100     IF HLS-REPLY-COUNT > ZERO
064200         ADD 1 TO ESC-HELD-COUNT
064300         MOVE "RETENCION VIGENTE - NO SE REMITE" TO ESC-VERDICT
064400         PERFORM 3400-PRINT-REGISTER-LINE
064500             THRU 3400-PRINT-REGISTER-LINE-EXIT
064600         GO TO 3100-REMIT-ONE-EXIT
064700     END-IF.
064800     PERFORM 3200-ESCHEAT-ACCOUNT THRU 3200-ESCHEAT-ACCOUNT-EXIT.
064900     GO TO 3100-REMIT-ONE-EXIT.
065000 3100-REMIT-ONE-WITHDRAW.
065100     SET ESR-STAT-WITHDRAWN TO TRUE.
065200     REWRITE ESR-ESCHEAT-RECORD.
065300     ADD 1 TO ESC-WITHDRAWN-COUNT.
065400     PERFORM 3400-PRINT-REGISTER-LINE
065500         THRU 3400-PRINT-REGISTER-LINE-EXIT.
065600 3100-REMIT-ONE-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000* 3200-ESCHEAT-ACCOUNT  -  THE WHOLE BALANCE LEAVES IN ONE "ESC "
066100*                          MOVEMENT, THE ACCOUNT IS LEFT AT ZERO
066200*                          WITH STATUS "E" (THE POSTING PATHS
066300*                          REFUSE IT), AND THE REGISTER, THE STATE
066400*                          FILE AND THE REPORT ALL CARRY THE SAME
066500*                          AMOUNT.
066600******************************************************************
066700 3200-ESCHEAT-ACCOUNT.
066800     MOVE ACM-ACCOUNT-BALANCE TO ESC-OLD-BALANCE.
066900     COMPUTE ESC-POST-AMOUNT = ZERO - ACM-ACCOUNT-BALANCE.
067000     MOVE ZERO TO ACM-ACCOUNT-BALANCE.
067100     SET ACM-STAT-ESCHEATED TO TRUE.
067200     REWRITE ACM-ACCOUNT-RECORD
067300         INVALID KEY
067400             DISPLAY "*** ERROR AL REGRABAR LA CUENTA "
067500                 ACM-ACCOUNT-NUMBER " - ESTADO "
067600                 WS-ACCTMAST-STATUS
067700             MOVE 4 TO RETURN-CODE
067800             GO TO 3200-ESCHEAT-ACCOUNT-EXIT
067900     END-REWRITE.
068000     MOVE ZERO TO ESC-REF-DATE ESC-REF-TIME.
068100     MOVE "ESCHEAT " TO ESC-SIGNON-ID.
068200     PERFORM 9000-WRITE-JOURNAL THRU 9000-WRITE-JOURNAL-EXIT.
068300     SET ESR-STAT-ESCHEATED TO TRUE.
068400     MOVE ESC-TODAY TO ESR-REMIT-DATE.
068500     MOVE ESC-RUN-TIME TO ESR-REMIT-TIME.
068600     MOVE ESC-OLD-BALANCE TO ESR-REMIT-AMOUNT.
068700     MOVE ACM-CURRENCY-CODE TO ESR-CURRENCY-CODE.
068800     REWRITE ESR-ESCHEAT-RECORD.
068900     PERFORM 1300-GET-CUSTOMER THRU 1300-GET-CUSTOMER-EXIT.
069000     MOVE ESC-TODAY-YEAR TO ESM-REPORT-YEAR.
069100     MOVE ACM-ACCOUNT-NUMBER TO ESM-ACCOUNT-NUMBER.
069200     MOVE ACM-CUSTOMER-ID TO ESM-CUSTOMER-ID.
069300     MOVE ESC-CUST-NAME TO ESM-CUSTOMER-NAME.
069400     MOVE ESC-CUST-ADDRESS TO ESM-CUSTOMER-ADDRESS.
069500     MOVE ESR-LAST-ACTIVITY TO ESM-LAST-ACTIVITY.
069600     MOVE ACM-CURRENCY-CODE TO ESM-CURRENCY-CODE.
069700     MOVE ESC-OLD-BALANCE TO ESM-AMOUNT.
069800     MOVE ESC-TODAY TO ESM-REMIT-DATE.
069900     WRITE ESM-REMIT-RECORD.
070000     ADD 1 TO ESC-REMIT-COUNT.
070100     IF ACM-CCY-LOCAL
070200         ADD ESC-OLD-BALANCE TO ESC-REMIT-TOTAL
070300     ELSE
070400         ADD 1 TO ESC-FOREIGN-COUNT
070500     END-IF.
070600     MOVE "REMITIDA AL ESTADO" TO ESC-VERDICT.
070700     PERFORM 3400-PRINT-REGISTER-LINE
070800         THRU 3400-PRINT-REGISTER-LINE-EXIT.
070900 3200-ESCHEAT-ACCOUNT-EXIT.
071000     EXIT.
071100
071200******************************************************************
071300* 3400-PRINT-REGISTER-LINE  -  THE REMITTANCE REPORT LINE FOR THE
071400*                              REGISTER RECORD IN HAND.
071500******************************************************************
071600 3400-PRINT-REGISTER-LINE.
071700     IF ESR-STAT-ESCHEATED
071800         MOVE ESR-REMIT-AMOUNT TO ESC-AMT-ED
071900     ELSE
072000         MOVE ESR-NOTICE-BALANCE TO ESC-AMT-ED
072100     END-IF.
072200     MOVE SPACES TO PRINT-LINE.
072300     STRING ESR-ACCOUNT-NUMBER "  " ESR-CUSTOMER-ID
072400         "  AVISO " ESR-NOTICE-DATE
072500         "  ULT.MOV.CLIENTE " ESR-LAST-ACTIVITY
072600         "  " ESC-AMT-ED " " ESR-CURRENCY-CODE
072700         "  " ESC-VERDICT
072800         DELIMITED BY SIZE INTO PRINT-LINE.
072900     WRITE PRINT-LINE.
073000 3400-PRINT-REGISTER-LINE-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 3500-REMIT-TOTALS
073500******************************************************************
073600 3500-REMIT-TOTALS.
073700     MOVE SPACES TO PRINT-LINE.
073800     WRITE PRINT-LINE.
073900     MOVE ESC-READ-COUNT TO ESC-CNT-ED.
074000     MOVE SPACES TO PRINT-LINE.
074100     STRING "AVISOS PENDIENTES LEIDOS: " ESC-CNT-ED
074200         DELIMITED BY SIZE INTO PRINT-LINE.
074300     WRITE PRINT-LINE.
074400     MOVE ESC-REMIT-COUNT TO ESC-CNT-ED.
074500     MOVE ESC-REMIT-TOTAL TO ESC-TOT-ED.
074600     MOVE SPACES TO PRINT-LINE.
074700     STRING "REMITIDAS AL ESTADO:      " ESC-CNT-ED
074800         "   IMPORTE EN MONEDA LOCAL " ESC-TOT-ED
074900         DELIMITED BY SIZE INTO PRINT-LINE.
075000     WRITE PRINT-LINE.
075100     IF ESC-FOREIGN-COUNT > ZERO
075200         MOVE ESC-FOREIGN-COUNT TO ESC-CNT-ED
075300         MOVE SPACES TO PRINT-LINE
075400         STRING "  EN OTRA MONEDA:         " ESC-CNT-ED
075500             "   (IMPORTE EN LA LINEA DE CADA CUENTA)"
075600             DELIMITED BY SIZE INTO PRINT-LINE
075700         WRITE PRINT-LINE
075800     END-IF.
075900     MOVE ESC-WAITING-COUNT TO ESC-CNT-ED.
076000     MOVE SPACES TO PRINT-LINE.
076100     STRING "EN PERIODO DE AVISO:      " ESC-CNT-ED
076200         DELIMITED BY SIZE INTO PRINT-LINE.
076300     WRITE PRINT-LINE.
076400     MOVE ESC-HELD-COUNT TO ESC-CNT-ED.
076500     MOVE SPACES TO PRINT-LINE.
076600     STRING "CON RETENCION VIGENTE:    " ESC-CNT-ED
076700         DELIMITED BY SIZE INTO PRINT-LINE.
076800     WRITE PRINT-LINE.
076900     MOVE ESC-WITHDRAWN-COUNT TO ESC-CNT-ED.
077000     MOVE SPACES TO PRINT-LINE.
077100     STRING "RETIRADAS DEL CICLO:      " ESC-CNT-ED
077200         DELIMITED BY SIZE INTO PRINT-LINE.
077300     WRITE PRINT-LINE.
077400     DISPLAY "ESCHEAT: " ESC-REMIT-COUNT " CUENTAS REMITIDAS AL "
077500         "ESTADO".
077600 3500-REMIT-TOTALS-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000* 4000-RECLAIM  -  THE CUSTOMER OF AN ESCHEATED ACCOUNT HAS COME
078100*                  BACK.  THE REMITTED AMOUNT IS CREDITED BACK IN
078200*                  ONE "ESC " MOVEMENT WHOSE PJR-REF-DATE/TIME
078300*                  POINT AT THE REMITTANCE, AND THE ACCOUNT
078400*                  REOPENS.
078500******************************************************************
078600 4000-RECLAIM.
078700     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
078800     IF NOT ESC-SESSION-OK
078900         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
079000             "INICIE SESION EN MENU-PRINCIPAL."
079100         GO TO 4000-RECLAIM-EXIT
079200     END-IF.
079300     OPEN I-O ACCT-MASTER-FILE.
079400     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
079500         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
079600             WS-ACCTMAST-STATUS
079700         GO TO 4000-RECLAIM-EXIT
079800     END-IF.
079900     OPEN I-O ESCHEAT-FILE.
080000     IF NOT FS-SUCCESS OF WS-ESCHMAST-STATUS
080100         DISPLAY "NO HAY REGISTRO DE SALDOS NO RECLAMADOS "
080200             "(ESCHMAST)."
080300         CLOSE ACCT-MASTER-FILE
080400         GO TO 4000-RECLAIM-EXIT
080500     END-IF.
080600     DISPLAY "NUMERO DE CUENTA A RECLAMAR: ".
080700     ACCEPT ESC-ACCOUNT-WANTED.
080800     MOVE ESC-ACCOUNT-WANTED TO ESR-ACCOUNT-NUMBER.
080900     READ ESCHEAT-FILE
081000         INVALID KEY
081100             DISPLAY "LA CUENTA NO ESTA EN EL REGISTRO: "
081200                 ESC-ACCOUNT-WANTED
081300             GO TO 4000-RECLAIM-CLOSE
081400     END-READ.
081500     IF NOT ESR-STAT-ESCHEATED
081600         DISPLAY "LA CUENTA NO FUE REMITIDA AL ESTADO - ESTADO "
081700             "DEL REGISTRO " ESR-STATUS
081800         GO TO 4000-RECLAIM-CLOSE
081900     END-IF.
082000     MOVE ESC-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
082100     READ ACCT-MASTER-FILE
082200         INVALID KEY
082300             DISPLAY "CUENTA NO ENCONTRADA: " ESC-ACCOUNT-WANTED
082400             GO TO 4000-RECLAIM-CLOSE
082500     END-READ.
082600     IF NOT ACM-STAT-ESCHEATED
082700         DISPLAY "LA CUENTA NO TIENE ESTATUS E - ESTATUS "
082800             ACM-ACCOUNT-STATUS
082900         GO TO 4000-RECLAIM-CLOSE
083000     END-IF.
083100     MOVE ESR-REMIT-AMOUNT TO ESC-AMT-ED.
083200     DISPLAY "CUENTA:  " ACM-ACCOUNT-NUMBER
083300         "  CLIENTE: " ACM-CUSTOMER-ID "  " ACM-ACCOUNT-NAME.
083400     DISPLAY "REMITIDA EL " ESR-REMIT-DATE "  IMPORTE " ESC-AMT-ED
083500         " " ESR-CURRENCY-CODE.
083600     DISPLAY "CONFIRMA EL RECLAMO Y LA REAPERTURA? (S/N): ".
083700     ACCEPT ESC-CONFIRM.
083800     IF NOT ESC-CONFIRMED
083900         DISPLAY "RECLAMO CANCELADO."
084000         GO TO 4000-RECLAIM-CLOSE
084100     END-IF.
084200     MOVE ACM-ACCOUNT-BALANCE TO ESC-OLD-BALANCE.
084300     MOVE ESR-REMIT-AMOUNT TO ESC-POST-AMOUNT.
084400     ADD ESC-POST-AMOUNT TO ACM-ACCOUNT-BALANCE.
084500     MOVE "A" TO ACM-ACCOUNT-STATUS.
084600     REWRITE ACM-ACCOUNT-RECORD
084700         INVALID KEY
084800             DISPLAY "*** ERROR AL REGRABAR LA CUENTA - ESTADO "
084900                 WS-ACCTMAST-STATUS
085000             GO TO 4000-RECLAIM-CLOSE
085100     END-REWRITE.
085200     MOVE ESR-REMIT-DATE TO ESC-REF-DATE.
085300     MOVE ESR-REMIT-TIME TO ESC-REF-TIME.
085400     PERFORM 9000-WRITE-JOURNAL THRU 9000-WRITE-JOURNAL-EXIT.
085500     SET ESR-STAT-RECLAIMED TO TRUE.
085600     MOVE ESC-TODAY TO ESR-CLAIM-DATE.
085700     MOVE ESC-SIGNON-ID TO ESR-CLAIM-BY.
085800     REWRITE ESR-ESCHEAT-RECORD.
085900     MOVE ACM-ACCOUNT-BALANCE TO ESC-AMT-ED.
086000     DISPLAY "RECLAMO APLICADO - CUENTA REABIERTA CON BALANCE "
086100         ESC-AMT-ED.
086200     DISPLAY "SOLICITE AL ESTADO LA DEVOLUCION DEL IMPORTE "
086300         "REMITIDO.".
086400 4000-RECLAIM-CLOSE.
086500     CLOSE ESCHEAT-FILE.
086600     CLOSE ACCT-MASTER-FILE.
086700 4000-RECLAIM-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100* 9000-WRITE-JOURNAL  -  THE "ESC " MOVEMENT JUST APPLIED TO THE
087200*                        ACCOUNT IN THE FD.  THE OPERATOR IS
087300*                        ESCHEAT ON A REMITTANCE AND THE SIGNED-ON
087400*                        SUPERVISOR ON A RECLAIM.
087500******************************************************************
087600 9000-WRITE-JOURNAL.
087700     MOVE ACM-ACCOUNT-NUMBER  TO PJR-ACCOUNT-NUMBER.
087800     MOVE ESC-OLD-BALANCE     TO PJR-OLD-BALANCE.
087900     MOVE ESC-POST-AMOUNT     TO PJR-AMOUNT.
088000     MOVE ACM-ACCOUNT-BALANCE TO PJR-NEW-BALANCE.
088100     MOVE ESC-SIGNON-ID       TO PJR-OPERATOR-ID.
088200     MOVE ESC-TODAY           TO PJR-RUN-DATE.
088300     MOVE ESC-RUN-TIME        TO PJR-RUN-TIME.
088400     MOVE "ESC "              TO PJR-SOURCE.
088500     MOVE ESC-REF-DATE        TO PJR-REF-DATE.
088600     MOVE ESC-REF-TIME        TO PJR-REF-TIME.
088700     MOVE ZERO                TO PJR-XFER-REF.
088800     OPEN EXTEND POST-JRNL-FILE.
088900     IF FS-NOT-FOUND OF WS-JRNL-STATUS
089000         OPEN OUTPUT POST-JRNL-FILE
089100         CLOSE POST-JRNL-FILE
089200         OPEN EXTEND POST-JRNL-FILE
089300     END-IF.
089400     WRITE PJR-JOURNAL-RECORD.
089500     CLOSE POST-JRNL-FILE.
089600 9000-WRITE-JOURNAL-EXIT.
089700     EXIT.
089800
089900 END PROGRAM ESCHEAT.
