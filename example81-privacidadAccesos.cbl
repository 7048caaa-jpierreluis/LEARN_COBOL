000100******************************************************************
000200* PROGRAM-ID: PRIVRPT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 30/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     PRIVACY REPORT OVER THE ACCSLOG INQUIRY ACCESS LOG
000800*              FOR A DATE RANGE (SYSIN; BLANK = THE PREVIOUS
000900*              CALENDAR MONTH, THE MONTHEND SETTING).  ANSWERS THE
001000*              PRIVACY OFFICER'S QUESTION - WHO LOOKED AT THIS
001100*              CUSTOMER, AND WHY - IN FOUR PARTS:
001200*                1. THE MARKED ACCESSES, ONE LINE EACH IN LOG
001300*                   ORDER: AN OPERATOR LOOKING AT THEIR OWN
001400*                   ACCOUNTS OR A COLLEAGUE'S (STAFFCST CONTROL
001500*                   FILE), A LOOKUP OF A VIP CUSTOMER
001600*                   (CST-VIP-IND) AND A LISTING OF THE WHOLE
001700*                   JOURNAL.
001800*                2. BULK BROWSING: AN OPERATOR WHO LOOKED UP MORE
001900*                   CUSTOMERS BY CUSTOMER ID IN ONE DAY THAN THE
002000*                   THRESHOLD ON SYSIN (BLANK = 20).
002100*                3. ACCESS BY CUSTOMER - EVERY OPERATOR WHO
002200*                   LOOKED, HOW OFTEN AND WHEN.
002300*                4. ACCESS BY OPERATOR - THE TOTALS OF EACH AND
002400*                   THE CUSTOMERS THEY LOOKED AT.
002500*              AN ACCOUNT LOOKUP COUNTS AGAINST THE ACCOUNT'S
002600*              CUSTOMER ON ACCTMAST WHEN THE LOG DOES NOT CARRY
002700*              ONE.  THE VIP MARK IS THE ONE ON CUSTMAST TODAY.
002800*              RETURN-CODE 4 WHEN ANYTHING WAS MARKED OR A TABLE
002900*              RAN OUT OF ROOM, SO THE STEP SHOWS IN THE JOB
003000*              LOG.  PRINTS THROUGH THE 132-COLUMN CONVENTION.
003100* TECTONICS:   cobc -x example81-privacidadAccesos.cbl
003200*
003300* MODIFICATION HISTORY
003400*   30/09/26  JPL  INITIAL VERSION.
003500******************************************************************
003600
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. PRIVRPT.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ACCSLOG-STATUS.
004600
004700     SELECT STAFF-CUST-FILE ASSIGN TO "STAFFCST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STAFFCST-STATUS.
005000
005100     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ACM-ACCOUNT-NUMBER
005500         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-ACCTMAST-STATUS.
005800
005900     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CST-CUSTOMER-ID
006300         FILE STATUS IS WS-CUSTMAST-STATUS.
006400
006500     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PRINT-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  ACCESS-LOG-FILE.
007200 COPY ACCSLOG.
007300
007400 FD  STAFF-CUST-FILE.
007500 COPY STAFFCST.
007600
007700 FD  ACCT-MASTER-FILE.
007800 COPY ACCTREC.
007900
008000 FD  CUST-MASTER-FILE.
008100 COPY CUSTREC.
008200
008300 FD  PRINT-FILE.
008400 01  PRINT-LINE                      PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-ACCSLOG-STATUS.
008800     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCSLOG-CODE.
008900 01  WS-STAFFCST-STATUS.
009000     COPY FSTATCOD REPLACING FS-NAME BY WS-STAFFCST-CODE.
009100 01  WS-ACCTMAST-STATUS.
009200     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
009300 01  WS-CUSTMAST-STATUS.
009400     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
009500 01  WS-PRINT-STATUS.
009600     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
009700
009800 01  PRV-RUN-DATE                    PIC 9(08).
009900 01  PRV-RUN-DATE-R REDEFINES PRV-RUN-DATE.
010000     05  PRV-RUN-YYYY                PIC 9(04).
010100     05  PRV-RUN-MM                  PIC 9(02).
010200     05  PRV-RUN-DD                  PIC 9(02).
010300 01  PRV-PREV-MONTH.
010400     05  PRV-PREV-YYYY               PIC 9(04).
010500     05  PRV-PREV-MM                 PIC 9(02).
010600     05  PRV-PREV-DD                 PIC 9(02).
010700 01  PRV-PREV-MONTH-N REDEFINES PRV-PREV-MONTH
010800                                     PIC 9(08).
010900 77  PRV-FROM-INPUT                  PIC X(08) VALUE SPACES.
011000 77  PRV-FROM-DATE                   PIC 9(08) VALUE ZERO.
011100 77  PRV-TO-INPUT                    PIC X(08) VALUE SPACES.
011200 77  PRV-TO-DATE                     PIC 9(08) VALUE ZERO.
011300 77  PRV-LIMIT-INPUT                 PIC X(03) VALUE SPACES.
011400 77  PRV-BULK-LIMIT                  PIC 9(03) VALUE 20.
011500 77  PRV-EOF-SW                      PIC X(01) VALUE "N".
011600     88  PRV-EOF                     VALUE "Y".
011700 77  PRV-ACCTMAST-OPEN-SW            PIC X(01) VALUE "N".
011800     88  PRV-ACCTMAST-OPEN           VALUE "Y".
011900 77  PRV-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
012000     88  PRV-CUSTMAST-OPEN           VALUE "Y".
012100
012200******************************************************************
012300* THE ACCESS IN HAND - ITS CUSTOMER (FROM THE LOG OR ACCTMAST) AND
012400* WHAT IS UNUSUAL ABOUT IT.
012500******************************************************************
012600 77  PRV-CUSTOMER                    PIC X(08) VALUE SPACES.
012700 77  PRV-CUST-NAME                   PIC X(30) VALUE SPACES.
012800 77  PRV-OWN-SW                      PIC X(01) VALUE "N".
012900     88  PRV-OWN                     VALUE "Y".
013000 77  PRV-COLLEAGUE-SW                PIC X(01) VALUE "N".
013100     88  PRV-COLLEAGUE               VALUE "Y".
013200 77  PRV-COLLEAGUE-ID                PIC X(08) VALUE SPACES.
013300 77  PRV-VIP-SW                      PIC X(01) VALUE "N".
013400     88  PRV-VIP                     VALUE "Y".
013500 77  PRV-MARK-TEXT                   PIC X(40) VALUE SPACES.
013600 77  PRV-MARK-PTR                    PIC 9(03) COMP VALUE 1.
013700
013800******************************************************************
013900* STAFFCST - WHICH CUSTOMER IDS BELONG TO WHICH OPERATOR.
014000******************************************************************
014100 77  PRV-STF-MAX                     PIC 9(04) VALUE 500.
014200 01  PRV-STF-TABLE.
014300     05  PRV-STF-ENTRY               OCCURS 500 TIMES.
014400         10  PRV-STF-OPERATOR        PIC X(08).
014500         10  PRV-STF-CUSTOMER        PIC X(08).
014600 77  PRV-STF-USED                    PIC 9(04) COMP VALUE ZERO.
014700 77  PRV-STF-IDX                     PIC 9(04) COMP VALUE 1.
014800
014900******************************************************************
015000* ONE ROW PER CUSTOMER AND OPERATOR, KEPT IN CUSTOMER-OPERATOR
015100* ORDER AS THE ROWS ARRIVE, SO PART 3 PRINTS STRAIGHT DOWN IT.
015200******************************************************************
015300 77  PRV-PAIR-MAX                    PIC 9(04) VALUE 2000.
015400 01  PRV-PAIR-TABLE.
015500     05  PRV-PAIR-ENTRY              OCCURS 2000 TIMES.
015600         10  PRV-PR-KEY.
015700             15  PRV-PR-CUSTOMER     PIC X(08).
015800             15  PRV-PR-OPERATOR     PIC X(08).
015900         10  PRV-PR-COUNT            PIC 9(05).
016000         10  PRV-PR-FIRST-DATE       PIC 9(08).
016100         10  PRV-PR-LAST-DATE        PIC 9(08).
016200         10  PRV-PR-VIP              PIC X(01).
016300         10  PRV-PR-MARK             PIC X(01).
016400             88  PRV-PR-OWN          VALUE "P".
016500             88  PRV-PR-COLLEAGUE    VALUE "C".
016600 77  PRV-PAIR-USED                   PIC 9(04) COMP VALUE ZERO.
016700 77  PRV-PAIR-IDX                    PIC 9(04) COMP VALUE 1.
016800 77  PRV-PAIR-POS                    PIC 9(04) COMP VALUE 1.
016900 01  PRV-PAIR-WANTED.
017000     05  PRV-PW-CUSTOMER             PIC X(08).
017100     05  PRV-PW-OPERATOR             PIC X(08).
017200 77  PRV-PAIR-FOUND-SW               PIC X(01) VALUE "N".
017300     88  PRV-PAIR-FOUND              VALUE "Y".
017400 77  PRV-LAST-CUSTOMER               PIC X(08) VALUE SPACES.
017500
017600******************************************************************
017700* ONE ROW PER OPERATOR, IN OPERATOR ORDER.
017800******************************************************************
017900 77  PRV-OPER-MAX                    PIC 9(03) VALUE 100.
018000 01  PRV-OPER-TABLE.
018100     05  PRV-OPER-ENTRY              OCCURS 100 TIMES.
018200         10  PRV-OP-ID               PIC X(08).
018300         10  PRV-OP-TOTAL            PIC 9(07).
018400         10  PRV-OP-BY-CUST          PIC 9(07).
018500         10  PRV-OP-OWN              PIC 9(07).
018600         10  PRV-OP-COLLEAGUE        PIC 9(07).
018700         10  PRV-OP-VIP              PIC 9(07).
018800         10  PRV-OP-JRNL-ALL         PIC 9(07).
018900         10  PRV-OP-NO-SESSION       PIC 9(07).
019000         10  PRV-OP-BULK-DAYS        PIC 9(05).
019100 77  PRV-OPER-USED                   PIC 9(03) COMP VALUE ZERO.
019200 77  PRV-OPER-IDX                    PIC 9(03) COMP VALUE 1.
019300 77  PRV-OPER-POS                    PIC 9(03) COMP VALUE 1.
019400 77  PRV-OPER-FOUND-SW               PIC X(01) VALUE "N".
019500     88  PRV-OPER-FOUND              VALUE "Y".
019600 77  PRV-WORK-ID                     PIC X(08) VALUE SPACES.
019700
019800******************************************************************
019900* CUSTOMER-ID LOOKUPS PER OPERATOR AND DAY, FOR THE BULK CHECK.
020000******************************************************************
020100 77  PRV-DAY-MAX                     PIC 9(04) VALUE 1000.
020200 01  PRV-DAY-TABLE.
020300     05  PRV-DAY-ENTRY               OCCURS 1000 TIMES.
020400         10  PRV-DY-OPERATOR         PIC X(08).
020500         10  PRV-DY-DATE             PIC 9(08).
020600         10  PRV-DY-COUNT            PIC 9(05).
020700 77  PRV-DAY-USED                    PIC 9(04) COMP VALUE ZERO.
020800 77  PRV-DAY-IDX                     PIC 9(04) COMP VALUE 1.
020900 77  PRV-DAY-FOUND-SW                PIC X(01) VALUE "N".
021000     88  PRV-DAY-FOUND               VALUE "Y".
021100
021200******************************************************************
021300* RUN TOTALS
021400******************************************************************
021500 77  PRV-READ-COUNT                  PIC 9(07) VALUE ZERO.
021600 77  PRV-RANGE-COUNT                 PIC 9(07) VALUE ZERO.
021700 77  PRV-MARKED-COUNT                PIC 9(07) VALUE ZERO.
021800 77  PRV-BULK-COUNT                  PIC 9(05) VALUE ZERO.
021900 77  PRV-FULL-COUNT                  PIC 9(07) VALUE ZERO.
022000 01  PRV-CNT-ED                      PIC Z,ZZZ,ZZ9.
022100
022200 PROCEDURE DIVISION.
022300******************************************************************
022400* 0000-MAINLINE
022500******************************************************************
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022800     OPEN INPUT ACCESS-LOG-FILE.
022900     IF NOT FS-SUCCESS OF WS-ACCSLOG-STATUS
023000         DISPLAY "PRIVRPT: ACCSLOG NO DISPONIBLE - ESTADO "
023100             WS-ACCSLOG-STATUS " - SIN ACCESOS QUE INFORMAR."
023200         GO TO 0000-MAINLINE-EXIT
023300     END-IF.
023400     OPEN INPUT ACCT-MASTER-FILE.
023500     IF FS-SUCCESS OF WS-ACCTMAST-STATUS
023600         MOVE "Y" TO PRV-ACCTMAST-OPEN-SW
023700     END-IF.
023800     OPEN INPUT CUST-MASTER-FILE.
023900     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
024000         MOVE "Y" TO PRV-CUSTMAST-OPEN-SW
024100     END-IF.
024200     OPEN OUTPUT PRINT-FILE.
024300     MOVE SPACES TO PRINT-LINE.
024400     STRING "INFORME DE PRIVACIDAD - ACCESOS DE CONSULTA  DESDE "
024500         PRV-FROM-DATE " HASTA " PRV-TO-DATE
024600         "  UMBRAL MASIVO " PRV-BULK-LIMIT " CLIENTES/DIA"
024700         DELIMITED BY SIZE INTO PRINT-LINE.
024800     WRITE PRINT-LINE.
024900     MOVE SPACES TO PRINT-LINE.
025000     WRITE PRINT-LINE.
025100     MOVE "---- 1. ACCESOS MARCADOS ----" TO PRINT-LINE.
025200     WRITE PRINT-LINE.
025300     MOVE "N" TO PRV-EOF-SW.
025400     PERFORM 2000-ONE-ACCESS THRU 2000-ONE-ACCESS-EXIT
025500         UNTIL PRV-EOF.
025600     CLOSE ACCESS-LOG-FILE.
025700     PERFORM 3000-PRINT-BULK THRU 3000-PRINT-BULK-EXIT.
025800     PERFORM 4000-PRINT-BY-CUSTOMER
025900         THRU 4000-PRINT-BY-CUSTOMER-EXIT.
026000     PERFORM 5000-PRINT-BY-OPERATOR
026100         THRU 5000-PRINT-BY-OPERATOR-EXIT.
026200     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
026300     CLOSE PRINT-FILE.
026400     IF PRV-CUSTMAST-OPEN
026500         CLOSE CUST-MASTER-FILE
026600     END-IF.
026700     IF PRV-ACCTMAST-OPEN
026800         CLOSE ACCT-MASTER-FILE
026900     END-IF.
027000     IF PRV-MARKED-COUNT > ZERO
027100       OR PRV-BULK-COUNT > ZERO
027200         MOVE 4 TO RETURN-CODE
027300     END-IF.
027400     DISPLAY "PRIVRPT: " PRV-RANGE-COUNT " ACCESOS EN EL RANGO, "
027500         PRV-MARKED-COUNT " MARCADOS, " PRV-BULK-COUNT
027600         " DIAS DE NAVEGACION MASIVA.".
027700 0000-MAINLINE-EXIT.
027800     GOBACK.
027900
028000******************************************************************
028100* 1000-INITIALIZE  -  THE RANGE AND THRESHOLD FROM SYSIN, AND THE
028200*                     STAFFCST MAP.  A BLANK RANGE IS THE PREVIOUS
028300*                     CALENDAR MONTH: DAY 31 AS THE UPPER BOUND
028400*                     COVERS EVERY MONTH LENGTH.
028500******************************************************************
028600 1000-INITIALIZE.
028700     ACCEPT PRV-RUN-DATE FROM DATE YYYYMMDD.
028800     MOVE PRV-RUN-YYYY TO PRV-PREV-YYYY.
028900     IF PRV-RUN-MM = 1
029000         SUBTRACT 1 FROM PRV-PREV-YYYY
029100         MOVE 12 TO PRV-PREV-MM
029200     ELSE
029300         COMPUTE PRV-PREV-MM = PRV-RUN-MM - 1
029400     END-IF.
029500     DISPLAY "FECHA DESDE (AAAAMMDD, BLANCO=MES ANTERIOR): ".
029600     ACCEPT PRV-FROM-INPUT.
029700     IF PRV-FROM-INPUT IS NUMERIC
029800         MOVE PRV-FROM-INPUT TO PRV-FROM-DATE
029900     ELSE
030000         MOVE 1 TO PRV-PREV-DD
030100         MOVE PRV-PREV-MONTH-N TO PRV-FROM-DATE
030200     END-IF.
030300     DISPLAY "FECHA HASTA (AAAAMMDD, BLANCO=MES ANTERIOR): ".
030400     ACCEPT PRV-TO-INPUT.
030500     IF PRV-TO-INPUT IS NUMERIC
030600         MOVE PRV-TO-INPUT TO PRV-TO-DATE
030700     ELSE
030800         MOVE 31 TO PRV-PREV-DD
030900         MOVE PRV-PREV-MONTH-N TO PRV-TO-DATE
031000     END-IF.
031100     DISPLAY "UMBRAL DE CLIENTES POR OPERADOR Y DIA "
031200         "(BLANCO=20): ".
031300     ACCEPT PRV-LIMIT-INPUT.
031400     IF PRV-LIMIT-INPUT IS NUMERIC
031500         MOVE PRV-LIMIT-INPUT TO PRV-BULK-LIMIT
031600     END-IF.
031700     MOVE "N" TO PRV-EOF-SW.
031800     OPEN INPUT STAFF-CUST-FILE.
031900     IF NOT FS-SUCCESS OF WS-STAFFCST-STATUS
032000         DISPLAY "PRIVRPT: STAFFCST NO DISPONIBLE - NO SE MARCAN "
032100             "CUENTAS PROPIAS NI DE COLEGAS"
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF.
032400     PERFORM 1100-LOAD-ONE-STAFF THRU 1100-LOAD-ONE-STAFF-EXIT
032500         UNTIL PRV-EOF.
032600     CLOSE STAFF-CUST-FILE.
032700 1000-INITIALIZE-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100* 1100-LOAD-ONE-STAFF
033200******************************************************************
033300 1100-LOAD-ONE-STAFF.
033400     READ STAFF-CUST-FILE
033500         AT END
033600             SET PRV-EOF TO TRUE
033700             GO TO 1100-LOAD-ONE-STAFF-EXIT
033800     END-READ.
033900     IF SFC-OPERATOR-ID = SPACES
034000       OR SFC-CUSTOMER-ID = SPACES
034100         GO TO 1100-LOAD-ONE-STAFF-EXIT
034200     END-IF.
034300     IF PRV-STF-USED >= PRV-STF-MAX
034400         DISPLAY "PRIVRPT: STAFFCST EXCEDE " PRV-STF-MAX
034500             " REGISTROS - SE IGNORA " SFC-OPERATOR-ID " "
034600             SFC-CUSTOMER-ID
034700         MOVE 4 TO RETURN-CODE
034800         GO TO 1100-LOAD-ONE-STAFF-EXIT
034900     END-IF.
035000     ADD 1 TO PRV-STF-USED.
035100     MOVE SFC-OPERATOR-ID TO PRV-STF-OPERATOR(PRV-STF-USED).
035200     MOVE SFC-CUSTOMER-ID TO PRV-STF-CUSTOMER(PRV-STF-USED).
035300 1100-LOAD-ONE-STAFF-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700* 2000-ONE-ACCESS  -  ONE ACCSLOG RECORD IN THE RANGE: RESOLVE ITS
035800*                     CUSTOMER, MARK IT, AND COUNT IT INTO THE
035900*                     OPERATOR, PAIR AND DAY TABLES.
036000******************************************************************
036100 2000-ONE-ACCESS.
036200     READ ACCESS-LOG-FILE
036300         AT END
036400             SET PRV-EOF TO TRUE
036500             GO TO 2000-ONE-ACCESS-EXIT
036600     END-READ.
036700     ADD 1 TO PRV-READ-COUNT.
036800     IF ACL-ACCESS-DATE < PRV-FROM-DATE
036900       OR ACL-ACCESS-DATE > PRV-TO-DATE
037000         GO TO 2000-ONE-ACCESS-EXIT
037100     END-IF.
037200     ADD 1 TO PRV-RANGE-COUNT.
037300     PERFORM 2100-RESOLVE-CUSTOMER
037400         THRU 2100-RESOLVE-CUSTOMER-EXIT.
037500     PERFORM 2200-MARK-ACCESS THRU 2200-MARK-ACCESS-EXIT.
037600     MOVE ACL-OPERATOR-ID TO PRV-WORK-ID.
037700     PERFORM 8000-FIND-OPERATOR THRU 8000-FIND-OPERATOR-EXIT.
037800     IF PRV-OPER-IDX > ZERO
037900         ADD 1 TO PRV-OP-TOTAL(PRV-OPER-IDX)
038000         IF ACL-BY-CUSTOMER
038100             ADD 1 TO PRV-OP-BY-CUST(PRV-OPER-IDX)
038200         END-IF
038300         IF PRV-OWN
038400             ADD 1 TO PRV-OP-OWN(PRV-OPER-IDX)
038500         END-IF
038600         IF PRV-COLLEAGUE
038700             ADD 1 TO PRV-OP-COLLEAGUE(PRV-OPER-IDX)
038800         END-IF
038900         IF PRV-VIP
039000             ADD 1 TO PRV-OP-VIP(PRV-OPER-IDX)
039100         END-IF
039200         IF ACL-JRNL-ALL
039300             ADD 1 TO PRV-OP-JRNL-ALL(PRV-OPER-IDX)
039400         END-IF
039500         IF ACL-SES-DATE = ZERO
039600             ADD 1 TO PRV-OP-NO-SESSION(PRV-OPER-IDX)
039700         END-IF
039800     END-IF.
039900     IF PRV-CUSTOMER NOT = SPACES
040000         PERFORM 2300-COUNT-PAIR THRU 2300-COUNT-PAIR-EXIT
040100     END-IF.
040200     IF ACL-BY-CUSTOMER
040300         PERFORM 2400-COUNT-DAY THRU 2400-COUNT-DAY-EXIT
040400     END-IF.
040500     IF ACL-JRNL-ALL
040600         ADD 1 TO PRV-FULL-COUNT
040700     END-IF.
040800     IF PRV-MARK-TEXT NOT = SPACES
040900         ADD 1 TO PRV-MARKED-COUNT
041000         PERFORM 2500-PRINT-MARKED THRU 2500-PRINT-MARKED-EXIT
041100     END-IF.
041200 2000-ONE-ACCESS-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600* 2100-RESOLVE-CUSTOMER  -  THE CUSTOMER THE ACCESS TOUCHED: THE
041700*                           ONE ON THE LOG, OR THE ACCOUNT'S
041800*                           CUSTOMER ON ACCTMAST.  THE WHOLE-
041900*                           JOURNAL LISTING HAS NONE.
042000******************************************************************
042100 2100-RESOLVE-CUSTOMER.
042200     MOVE ACL-CUSTOMER-ID TO PRV-CUSTOMER.
042300     IF PRV-CUSTOMER NOT = SPACES
042400         GO TO 2100-RESOLVE-CUSTOMER-EXIT
042500     END-IF.
042600     IF ACL-ACCOUNT = SPACES
042700       OR NOT PRV-ACCTMAST-OPEN
042800         GO TO 2100-RESOLVE-CUSTOMER-EXIT
042900     END-IF.
043000     MOVE ACL-ACCOUNT TO ACM-ACCOUNT-NUMBER.
043100     READ ACCT-MASTER-FILE
043200         INVALID KEY
043300             CONTINUE
043400         NOT INVALID KEY
043500             MOVE ACM-CUSTOMER-ID TO PRV-CUSTOMER
043600     END-READ.
043700 2100-RESOLVE-CUSTOMER-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100* 2200-MARK-ACCESS  -  OWN OR COLLEAGUE'S CUSTOMER (STAFFCST), VIP
044200*                      CUSTOMER (CUSTMAST), WHOLE-JOURNAL LISTING.
044300*                      THE MARKS ARE SPELLED OUT IN PRV-MARK-TEXT;
044400*                      BLANK MEANS NOTHING UNUSUAL.
044500******************************************************************
044600 2200-MARK-ACCESS.
044700     MOVE "N" TO PRV-OWN-SW PRV-COLLEAGUE-SW PRV-VIP-SW.
044800     MOVE SPACES TO PRV-COLLEAGUE-ID PRV-MARK-TEXT.
044900     MOVE SPACES TO PRV-CUST-NAME.
045000     MOVE 1 TO PRV-MARK-PTR.
045100     IF ACL-JRNL-ALL
045200         STRING "DIARIO COMPLETO " DELIMITED BY SIZE
045300             INTO PRV-MARK-TEXT WITH POINTER PRV-MARK-PTR
045400     END-IF.
045500     IF PRV-CUSTOMER = SPACES
045600         GO TO 2200-MARK-ACCESS-EXIT
045700     END-IF.
045800     IF PRV-STF-USED > ZERO
045900         PERFORM 2210-CHECK-STAFF THRU 2210-CHECK-STAFF-EXIT
046000             VARYING PRV-STF-IDX FROM 1 BY 1
046100             UNTIL PRV-STF-IDX > PRV-STF-USED
046200                OR PRV-OWN
046300     END-IF.
046400     IF PRV-OWN
046500         MOVE "N" TO PRV-COLLEAGUE-SW
046600         STRING "CUENTA PROPIA " DELIMITED BY SIZE
046700             INTO PRV-MARK-TEXT WITH POINTER PRV-MARK-PTR
046800     END-IF.
046900     IF PRV-COLLEAGUE
047000         STRING "COLEGA " PRV-COLLEAGUE-ID " " DELIMITED BY SIZE
047100             INTO PRV-MARK-TEXT WITH POINTER PRV-MARK-PTR
047200     END-IF.
047300     IF NOT PRV-CUSTMAST-OPEN
047400         GO TO 2200-MARK-ACCESS-EXIT
047500     END-IF.
047600     MOVE PRV-CUSTOMER TO CST-CUSTOMER-ID.
047700     READ CUST-MASTER-FILE
047800         INVALID KEY
047900             GO TO 2200-MARK-ACCESS-EXIT
048000     END-READ.
048100     MOVE CST-CUSTOMER-NAME TO PRV-CUST-NAME.
048200     IF CST-VIP
048300         MOVE "Y" TO PRV-VIP-SW
048400         STRING "CLIENTE VIP " DELIMITED BY SIZE
048500             INTO PRV-MARK-TEXT WITH POINTER PRV-MARK-PTR
048600     END-IF.
048700 2200-MARK-ACCESS-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 2210-CHECK-STAFF  -  A STAFFCST ROW FOR THE CUSTOMER: THE SAME
049200*                      OPERATOR IS AN OWN ACCOUNT; ANY OTHER IS A
049300*                      COLLEAGUE'S (THE FIRST ONE FOUND IS NAMED).
049400******************************************************************
049500 2210-CHECK-STAFF.
049600     IF PRV-STF-CUSTOMER(PRV-STF-IDX) NOT = PRV-CUSTOMER
049700         GO TO 2210-CHECK-STAFF-EXIT
049800     END-IF.
049900     IF PRV-STF-OPERATOR(PRV-STF-IDX) = ACL-OPERATOR-ID
050000         MOVE "Y" TO PRV-OWN-SW
050100         GO TO 2210-CHECK-STAFF-EXIT
050200     END-IF.
050300     IF NOT PRV-COLLEAGUE
050400         MOVE "Y" TO PRV-COLLEAGUE-SW
050500         MOVE PRV-STF-OPERATOR(PRV-STF-IDX) TO PRV-COLLEAGUE-ID
050600     END-IF.
050700 2210-CHECK-STAFF-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100* 2300-COUNT-PAIR  -  FIND-OR-INSERT THE CUSTOMER-OPERATOR ROW,
051200*                     KEEPING THE TABLE IN KEY ORDER.
051300******************************************************************
051400 2300-COUNT-PAIR.
051500     MOVE PRV-CUSTOMER TO PRV-PW-CUSTOMER.
051600     MOVE ACL-OPERATOR-ID TO PRV-PW-OPERATOR.
051700     MOVE "N" TO PRV-PAIR-FOUND-SW.
051800     MOVE 1 TO PRV-PAIR-POS.
051900     IF PRV-PAIR-USED > ZERO
052000         PERFORM 2310-SCAN-PAIR THRU 2310-SCAN-PAIR-EXIT
052100             VARYING PRV-PAIR-IDX FROM 1 BY 1
052200             UNTIL PRV-PAIR-IDX > PRV-PAIR-USED
052300                OR PRV-PAIR-FOUND
052400                OR PRV-PR-KEY(PRV-PAIR-IDX) > PRV-PAIR-WANTED
052500     END-IF.
052600     IF PRV-PAIR-FOUND
052700         SUBTRACT 1 FROM PRV-PAIR-IDX
052800     ELSE
052900         IF PRV-PAIR-USED >= PRV-PAIR-MAX
053000             DISPLAY "PRIVRPT: TABLA CLIENTE-OPERADOR LLENA - "
053100                 "SE OMITE " PRV-PW-CUSTOMER " " PRV-PW-OPERATOR
053200             MOVE 4 TO RETURN-CODE
053300             GO TO 2300-COUNT-PAIR-EXIT
053400         END-IF
053500         MOVE PRV-PAIR-IDX TO PRV-PAIR-POS
053600         PERFORM 2320-SHIFT-PAIR THRU 2320-SHIFT-PAIR-EXIT
053700             VARYING PRV-PAIR-IDX FROM PRV-PAIR-USED BY -1
053800             UNTIL PRV-PAIR-IDX < PRV-PAIR-POS
053900         ADD 1 TO PRV-PAIR-USED
054000         MOVE PRV-PAIR-POS TO PRV-PAIR-IDX
054100         MOVE PRV-PAIR-WANTED TO PRV-PR-KEY(PRV-PAIR-IDX)
054200         MOVE ZERO TO PRV-PR-COUNT(PRV-PAIR-IDX)
054300         MOVE ACL-ACCESS-DATE TO PRV-PR-FIRST-DATE(PRV-PAIR-IDX)
054400         MOVE SPACE TO PRV-PR-VIP(PRV-PAIR-IDX)
054500                       PRV-PR-MARK(PRV-PAIR-IDX)
054600     END-IF.
054700     ADD 1 TO PRV-PR-COUNT(PRV-PAIR-IDX).
054800     MOVE ACL-ACCESS-DATE TO PRV-PR-LAST-DATE(PRV-PAIR-IDX).
054900     IF PRV-VIP
055000         MOVE "V" TO PRV-PR-VIP(PRV-PAIR-IDX)
055100     END-IF.
055200     IF PRV-OWN
055300         SET PRV-PR-OWN(PRV-PAIR-IDX) TO TRUE
055400     END-IF.
055500     IF PRV-COLLEAGUE
055600         SET PRV-PR-COLLEAGUE(PRV-PAIR-IDX) TO TRUE
055700     END-IF.
055800 2300-COUNT-PAIR-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200* 2310-SCAN-PAIR
056300******************************************************************
056400 2310-SCAN-PAIR.
056500     IF PRV-PR-KEY(PRV-PAIR-IDX) = PRV-PAIR-WANTED
056600         SET PRV-PAIR-FOUND TO TRUE
056700     END-IF.
056800 2310-SCAN-PAIR-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 2320-SHIFT-PAIR  -  ONE ROW UP, TO OPEN THE INSERT POSITION.
057300******************************************************************
057400 2320-SHIFT-PAIR.
057500     MOVE PRV-PAIR-ENTRY(PRV-PAIR-IDX)
057600         TO PRV-PAIR-ENTRY(PRV-PAIR-IDX + 1).
057700 2320-SHIFT-PAIR-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100* 2400-COUNT-DAY  -  A LOOKUP BY CUSTOMER ID, COUNTED AGAINST THE
058200*                    OPERATOR'S DAY FOR THE BULK CHECK.
058300******************************************************************
058400 2400-COUNT-DAY.
058500     MOVE "N" TO PRV-DAY-FOUND-SW.
058600     IF PRV-DAY-USED > ZERO
058700         PERFORM 2410-SCAN-DAY THRU 2410-SCAN-DAY-EXIT
058800             VARYING PRV-DAY-IDX FROM 1 BY 1
058900             UNTIL PRV-DAY-IDX > PRV-DAY-USED
059000                OR PRV-DAY-FOUND
059100     END-IF.
059200     IF PRV-DAY-FOUND
059300         SUBTRACT 1 FROM PRV-DAY-IDX
059400     ELSE
059500         IF PRV-DAY-USED >= PRV-DAY-MAX
059600             DISPLAY "PRIVRPT: TABLA OPERADOR-DIA LLENA - "
059700                 "SE OMITE " ACL-OPERATOR-ID " " ACL-ACCESS-DATE
059800             MOVE 4 TO RETURN-CODE
059900             GO TO 2400-COUNT-DAY-EXIT
060000         END-IF
060100         ADD 1 TO PRV-DAY-USED
060200         MOVE PRV-DAY-USED TO PRV-DAY-IDX
060300         MOVE ACL-OPERATOR-ID TO PRV-DY-OPERATOR(PRV-DAY-IDX)
060400         MOVE ACL-ACCESS-DATE TO PRV-DY-DATE(PRV-DAY-IDX)
060500         MOVE ZERO TO PRV-DY-COUNT(PRV-DAY-IDX)
060600     END-IF.
060700     ADD 1 TO PRV-DY-COUNT(PRV-DAY-IDX).
060800 2400-COUNT-DAY-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200* 2410-SCAN-DAY
061300******************************************************************
061400 2410-SCAN-DAY.
061500     IF PRV-DY-OPERATOR(PRV-DAY-IDX) = ACL-OPERATOR-ID
061600       AND PRV-DY-DATE(PRV-DAY-IDX) = ACL-ACCESS-DATE
061700         SET PRV-DAY-FOUND TO TRUE
061800     END-IF.
061900 2410-SCAN-DAY-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300* 2500-PRINT-MARKED  -  ONE LINE PER MARKED ACCESS, PART 1.
062400******************************************************************
062500 2500-PRINT-MARKED.
062600     MOVE SPACES TO PRINT-LINE.
062700     STRING ACL-ACCESS-DATE " " ACL-ACCESS-TIME " "
062800         ACL-OPERATOR-ID " " ACL-PROGRAM " " ACL-KIND " "
062900         ACL-ACCOUNT " " PRV-CUSTOMER " " PRV-CUST-NAME(1:20)
063000         " MOTIVO " ACL-REASON "  " PRV-MARK-TEXT
063100         DELIMITED BY SIZE INTO PRINT-LINE.
063200     WRITE PRINT-LINE.
063300 2500-PRINT-MARKED-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700* 3000-PRINT-BULK  -  PART 2: OPERATOR-DAYS OVER THE THRESHOLD.
063800******************************************************************
063900 3000-PRINT-BULK.
064000     MOVE SPACES TO PRINT-LINE.
064100     WRITE PRINT-LINE.
064200     MOVE "---- 2. NAVEGACION MASIVA POR ID DE CLIENTE ----"
064300         TO PRINT-LINE.
064400     WRITE PRINT-LINE.
064500     IF PRV-DAY-USED > ZERO
064600         PERFORM 3100-ONE-DAY THRU 3100-ONE-DAY-EXIT
064700             VARYING PRV-DAY-IDX FROM 1 BY 1
064800             UNTIL PRV-DAY-IDX > PRV-DAY-USED
064900     END-IF.
065000     IF PRV-BULK-COUNT = ZERO
065100         MOVE "  NINGUN OPERADOR SUPERO EL UMBRAL" TO PRINT-LINE
065200         WRITE PRINT-LINE
065300     END-IF.
065400 3000-PRINT-BULK-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800* 3100-ONE-DAY
065900******************************************************************
066000 3100-ONE-DAY.
066100     IF PRV-DY-COUNT(PRV-DAY-IDX) NOT > PRV-BULK-LIMIT
066200         GO TO 3100-ONE-DAY-EXIT
066300     END-IF.
066400     ADD 1 TO PRV-BULK-COUNT.
066500     MOVE PRV-DY-OPERATOR(PRV-DAY-IDX) TO PRV-WORK-ID.
066600     PERFORM 8000-FIND-OPERATOR THRU 8000-FIND-OPERATOR-EXIT.
066700     IF PRV-OPER-IDX > ZERO
066800         ADD 1 TO PRV-OP-BULK-DAYS(PRV-OPER-IDX)
066900     END-IF.
067000     MOVE PRV-DY-COUNT(PRV-DAY-IDX) TO PRV-CNT-ED.
067100     MOVE SPACES TO PRINT-LINE.
067200     STRING "  OPERADOR " PRV-DY-OPERATOR(PRV-DAY-IDX)
067300         "  FECHA " PRV-DY-DATE(PRV-DAY-IDX)
067400         "  CONSULTAS POR CLIENTE " PRV-CNT-ED
067500         DELIMITED BY SIZE INTO PRINT-LINE.
067600     WRITE PRINT-LINE.
067700 3100-ONE-DAY-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100* 4000-PRINT-BY-CUSTOMER  -  PART 3, STRAIGHT DOWN THE PAIR TABLE.
068200******************************************************************
068300 4000-PRINT-BY-CUSTOMER.
068400     MOVE SPACES TO PRINT-LINE.
068500     WRITE PRINT-LINE.
068600     MOVE "---- 3. ACCESOS POR CLIENTE ----" TO PRINT-LINE.
068700     WRITE PRINT-LINE.
068800     MOVE SPACES TO PRV-LAST-CUSTOMER.
068900     IF PRV-PAIR-USED > ZERO
069000         PERFORM 4100-ONE-PAIR THRU 4100-ONE-PAIR-EXIT
069100             VARYING PRV-PAIR-IDX FROM 1 BY 1
069200             UNTIL PRV-PAIR-IDX > PRV-PAIR-USED
069300     END-IF.
069400 4000-PRINT-BY-CUSTOMER-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800* 4100-ONE-PAIR  -  A CUSTOMER HEADING ON EACH NEW CUSTOMER, THEN
069900*                   ONE LINE PER OPERATOR WHO LOOKED.
070000******************************************************************
070100 4100-ONE-PAIR.
070200     IF PRV-PR-CUSTOMER(PRV-PAIR-IDX) NOT = PRV-LAST-CUSTOMER
070300         MOVE PRV-PR-CUSTOMER(PRV-PAIR-IDX) TO PRV-LAST-CUSTOMER
070400         PERFORM 4200-CUSTOMER-HEADING
070500             THRU 4200-CUSTOMER-HEADING-EXIT
070600     END-IF.
070700     MOVE PRV-PR-COUNT(PRV-PAIR-IDX) TO PRV-CNT-ED.
070800     MOVE SPACES TO PRV-MARK-TEXT.
070900     EVALUATE TRUE
071000         WHEN PRV-PR-OWN(PRV-PAIR-IDX)
071100             MOVE "CUENTA PROPIA" TO PRV-MARK-TEXT
071200         WHEN PRV-PR-COLLEAGUE(PRV-PAIR-IDX)
071300             MOVE "CUENTA DE UN COLEGA" TO PRV-MARK-TEXT
071400         WHEN OTHER
071500             CONTINUE
071600     END-EVALUATE.
071700     MOVE SPACES TO PRINT-LINE.
071800     STRING "    OPERADOR " PRV-PR-OPERATOR(PRV-PAIR-IDX)
071900         "  ACCESOS " PRV-CNT-ED
072000         "  PRIMERO " PRV-PR-FIRST-DATE(PRV-PAIR-IDX)
072100         "  ULTIMO " PRV-PR-LAST-DATE(PRV-PAIR-IDX)
072200         "  " PRV-MARK-TEXT
072300         DELIMITED BY SIZE INTO PRINT-LINE.
072400     WRITE PRINT-LINE.
072500 4100-ONE-PAIR-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900* 4200-CUSTOMER-HEADING
073000******************************************************************
073100 4200-CUSTOMER-HEADING.
073200     MOVE "(NO IDENTIFICADO)" TO PRV-CUST-NAME.
073300     IF PRV-CUSTMAST-OPEN
073400         MOVE PRV-LAST-CUSTOMER TO CST-CUSTOMER-ID
073500         READ CUST-MASTER-FILE
073600             INVALID KEY
073700                 CONTINUE
073800             NOT INVALID KEY
073900                 MOVE CST-CUSTOMER-NAME TO PRV-CUST-NAME
074000         END-READ
074100     END-IF.
074200     MOVE SPACES TO PRINT-LINE.
074300     STRING "  CLIENTE " PRV-LAST-CUSTOMER "  " PRV-CUST-NAME
074400         DELIMITED BY SIZE INTO PRINT-LINE.
074500     IF PRV-PR-VIP(PRV-PAIR-IDX) = "V"
074600         MOVE "*** VIP ***" TO PRINT-LINE(55:11)
074700     END-IF.
074800     WRITE PRINT-LINE.
074900 4200-CUSTOMER-HEADING-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300* 5000-PRINT-BY-OPERATOR  -  PART 4: EACH OPERATOR'S TOTALS AND
075400*                            THE CUSTOMERS THEY LOOKED AT.
075500******************************************************************
075600 5000-PRINT-BY-OPERATOR.
075700     MOVE SPACES TO PRINT-LINE.
075800     WRITE PRINT-LINE.
075900     MOVE "---- 4. ACCESOS POR OPERADOR ----" TO PRINT-LINE.
076000     WRITE PRINT-LINE.
076100     IF PRV-OPER-USED > ZERO
076200         PERFORM 5100-ONE-OPERATOR THRU 5100-ONE-OPERATOR-EXIT
076300             VARYING PRV-OPER-IDX FROM 1 BY 1
076400             UNTIL PRV-OPER-IDX > PRV-OPER-USED
076500     END-IF.
076600 5000-PRINT-BY-OPERATOR-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000* 5100-ONE-OPERATOR
077100******************************************************************
077200 5100-ONE-OPERATOR.
077300     MOVE SPACES TO PRINT-LINE.
077400     WRITE PRINT-LINE.
077500     MOVE PRV-OP-TOTAL(PRV-OPER-IDX) TO PRV-CNT-ED.
077600     MOVE SPACES TO PRINT-LINE.
077700     STRING "  OPERADOR " PRV-OP-ID(PRV-OPER-IDX)
077800         "  ACCESOS " PRV-CNT-ED
077900         "  POR CLIENTE " PRV-OP-BY-CUST(PRV-OPER-IDX)
078000         "  SIN SESION " PRV-OP-NO-SESSION(PRV-OPER-IDX)
078100         DELIMITED BY SIZE INTO PRINT-LINE.
078200     WRITE PRINT-LINE.
078300     MOVE SPACES TO PRINT-LINE.
078400     STRING "    PROPIAS " PRV-OP-OWN(PRV-OPER-IDX)
078500         "  DE COLEGAS " PRV-OP-COLLEAGUE(PRV-OPER-IDX)
078600         "  VIP " PRV-OP-VIP(PRV-OPER-IDX)
078700         "  DIARIO COMPLETO " PRV-OP-JRNL-ALL(PRV-OPER-IDX)
078800         "  DIAS MASIVOS " PRV-OP-BULK-DAYS(PRV-OPER-IDX)
078900         DELIMITED BY SIZE INTO PRINT-LINE.
079000     WRITE PRINT-LINE.
079100     IF PRV-PAIR-USED > ZERO
079200         PERFORM 5200-OPERATOR-PAIR THRU 5200-OPERATOR-PAIR-EXIT
079300             VARYING PRV-PAIR-IDX FROM 1 BY 1
079400             UNTIL PRV-PAIR-IDX > PRV-PAIR-USED
079500     END-IF.
079600 5100-ONE-OPERATOR-EXIT.
079700     EXIT.
079800
079900******************************************************************
080000* 5200-OPERATOR-PAIR  -  A CUSTOMER THE OPERATOR LOOKED AT.
080100******************************************************************
080200 5200-OPERATOR-PAIR.
080300     IF PRV-PR-OPERATOR(PRV-PAIR-IDX)
080400         NOT = PRV-OP-ID(PRV-OPER-IDX)
080500         GO TO 5200-OPERATOR-PAIR-EXIT
080600     END-IF.
080700     MOVE PRV-PR-COUNT(PRV-PAIR-IDX) TO PRV-CNT-ED.
080800     MOVE SPACES TO PRINT-LINE.
080900     STRING "    CLIENTE " PRV-PR-CUSTOMER(PRV-PAIR-IDX)
081000         "  ACCESOS " PRV-CNT-ED
081100         "  ULTIMO " PRV-PR-LAST-DATE(PRV-PAIR-IDX)
081200         DELIMITED BY SIZE INTO PRINT-LINE.
081300     WRITE PRINT-LINE.
081400 5200-OPERATOR-PAIR-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800* 6000-PRINT-TOTALS
081900******************************************************************
082000 6000-PRINT-TOTALS.
082100     MOVE SPACES TO PRINT-LINE.
082200     WRITE PRINT-LINE.
082300     MOVE "---- TOTALES ----" TO PRINT-LINE.
082400     WRITE PRINT-LINE.
082500     MOVE PRV-READ-COUNT TO PRV-CNT-ED.
082600     MOVE SPACES TO PRINT-LINE.
082700     STRING "REGISTROS LEIDOS:       " PRV-CNT-ED
082800         DELIMITED BY SIZE INTO PRINT-LINE.
082900     WRITE PRINT-LINE.
083000     MOVE PRV-RANGE-COUNT TO PRV-CNT-ED.
083100     MOVE SPACES TO PRINT-LINE.
083200     STRING "ACCESOS EN EL RANGO:    " PRV-CNT-ED
083300         DELIMITED BY SIZE INTO PRINT-LINE.
083400     WRITE PRINT-LINE.
083500     MOVE PRV-MARKED-COUNT TO PRV-CNT-ED.
083600     MOVE SPACES TO PRINT-LINE.
083700     STRING "ACCESOS MARCADOS:       " PRV-CNT-ED
083800         DELIMITED BY SIZE INTO PRINT-LINE.
083900     WRITE PRINT-LINE.
084000     MOVE PRV-FULL-COUNT TO PRV-CNT-ED.
084100     MOVE SPACES TO PRINT-LINE.
084200     STRING "LISTADOS DEL DIARIO:    " PRV-CNT-ED
084300         DELIMITED BY SIZE INTO PRINT-LINE.
084400     WRITE PRINT-LINE.
084500     MOVE PRV-BULK-COUNT TO PRV-CNT-ED.
084600     MOVE SPACES TO PRINT-LINE.
084700     STRING "DIAS DE NAVEGACION MASIVA: " PRV-CNT-ED
084800         DELIMITED BY SIZE INTO PRINT-LINE.
084900     WRITE PRINT-LINE.
085000     MOVE PRV-OPER-USED TO PRV-CNT-ED.
085100     MOVE SPACES TO PRINT-LINE.
085200     STRING "OPERADORES:             " PRV-CNT-ED
085300         DELIMITED BY SIZE INTO PRINT-LINE.
085400     WRITE PRINT-LINE.
085500 6000-PRINT-TOTALS-EXIT.
085600     EXIT.
085700
085800******************************************************************
085900* 8000-FIND-OPERATOR  -  FIND-OR-INSERT THE OPERATOR ROW FOR
086000*                        PRV-WORK-ID IN OPERATOR ORDER; IDX ZERO
086100*                        MEANS FULL.
086200******************************************************************
086300 8000-FIND-OPERATOR.
086400     MOVE "N" TO PRV-OPER-FOUND-SW.
086500     MOVE 1 TO PRV-OPER-IDX.
086600     IF PRV-OPER-USED > ZERO
086700         PERFORM 8010-SCAN-OPERATOR THRU 8010-SCAN-OPERATOR-EXIT
086800             VARYING PRV-OPER-IDX FROM 1 BY 1
086900             UNTIL PRV-OPER-IDX > PRV-OPER-USED
087000                OR PRV-OPER-FOUND
087100                OR PRV-OP-ID(PRV-OPER-IDX) > PRV-WORK-ID
087200     END-IF.
087300     IF PRV-OPER-FOUND
087400         SUBTRACT 1 FROM PRV-OPER-IDX
087500         GO TO 8000-FIND-OPERATOR-EXIT
087600     END-IF.
087700     IF PRV-OPER-USED >= PRV-OPER-MAX
087800         DISPLAY "PRIVRPT: TABLA DE OPERADORES LLENA - SE OMITE "
087900             PRV-WORK-ID
088000         MOVE 4 TO RETURN-CODE
088100         MOVE ZERO TO PRV-OPER-IDX
088200         GO TO 8000-FIND-OPERATOR-EXIT
088300     END-IF.
088400     MOVE PRV-OPER-IDX TO PRV-OPER-POS.
088500     PERFORM 8020-SHIFT-OPERATOR THRU 8020-SHIFT-OPERATOR-EXIT
088600         VARYING PRV-OPER-IDX FROM PRV-OPER-USED BY -1
088700         UNTIL PRV-OPER-IDX < PRV-OPER-POS.
088800     ADD 1 TO PRV-OPER-USED.
088900     MOVE PRV-OPER-POS TO PRV-OPER-IDX.
089000     MOVE PRV-WORK-ID TO PRV-OP-ID(PRV-OPER-IDX).
089100     MOVE ZERO TO PRV-OP-TOTAL(PRV-OPER-IDX)
089200                  PRV-OP-BY-CUST(PRV-OPER-IDX)
089300                  PRV-OP-OWN(PRV-OPER-IDX)
089400                  PRV-OP-COLLEAGUE(PRV-OPER-IDX)
089500                  PRV-OP-VIP(PRV-OPER-IDX)
089600                  PRV-OP-JRNL-ALL(PRV-OPER-IDX)
089700                  PRV-OP-NO-SESSION(PRV-OPER-IDX)
089800                  PRV-OP-BULK-DAYS(PRV-OPER-IDX).
089900 8000-FIND-OPERATOR-EXIT.
090000     EXIT.
090100
090200******************************************************************
090300* 8010-SCAN-OPERATOR
090400******************************************************************
090500 8010-SCAN-OPERATOR.
090600     IF PRV-OP-ID(PRV-OPER-IDX) = PRV-WORK-ID
090700         SET PRV-OPER-FOUND TO TRUE
090800     END-IF.
090900 8010-SCAN-OPERATOR-EXIT.
091000     EXIT.
091100
091200******************************************************************
091300* 8020-SHIFT-OPERATOR  -  ONE ROW UP, TO OPEN THE INSERT POSITION.
091400******************************************************************
091500 8020-SHIFT-OPERATOR.
091600     MOVE PRV-OPER-ENTRY(PRV-OPER-IDX)
091700         TO PRV-OPER-ENTRY(PRV-OPER-IDX + 1).
091800 8020-SHIFT-OPERATOR-EXIT.
091900     EXIT.
092000
092100 END PROGRAM PRIVRPT.
