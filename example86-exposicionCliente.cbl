000100******************************************************************
000200* PROGRAM-ID: EXPOSUM
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 06/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     SHARED CUSTOMER EXPOSURE ROUTINE, CALLED THE WAY
000800*              HOLDSUM AND KYCCHECK ARE (EXPPARM PARAMETER AREA).
000900*              THE ACCOUNT OVERDRAFT LIMIT IS JUDGED ONE ACCOUNT
001000*              AT A TIME; THIS ROUTINE JUDGES THE CUSTOMER.  IT
001100*              WALKS EVERY ACCTMAST ACCOUNT OF THE CUSTOMER
001200*              THROUGH THE ACM-CUSTOMER-ID ALTERNATE KEY AND SUMS
001300*              THE OVERDRAWN BALANCES - WHATEVER THE ACCOUNT'S
001400*              STATUS, SINCE A FROZEN ACCOUNT'S DEBT IS STILL
001500*              OWED - EACH PRICED INTO LOCAL CURRENCY AT THE
001600*              FXRATE RATE (A FOREIGN CURRENCY WITHOUT A RATE
001700*              PRICES AT ONE AND IS COUNTED, AS IN BALANCE-
001800*              CUENTAS).  THE ACCOUNT THE CALLER IS POSTING IS
001900*              TAKEN AT THE CALLER'S BEFORE/AFTER BALANCES, NOT
002000*              ITS RECORD ON FILE.  THE TOTAL IS JUDGED AGAINST
002100*              CST-EXPOSURE-LIMIT ON CUSTMAST.  THE FILES ARE
002200*              OPENED AND CLOSED ON EVERY CALL, SO A BALANCE
002300*              POSTED A MOMENT AGO IS SEEN AT ONCE.
002400* TECTONICS:   cobc -x example86-exposicionCliente.cbl
002500*
002600* MODIFICATION HISTORY
002700*   06/10/26  JPL  INITIAL VERSION.
002800******************************************************************
002900
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. EXPOSUM.
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
004200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACM-ACCOUNT-NUMBER
004600         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-ACCTMAST-STATUS.
004900
005000     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-FXRATE-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CUST-MASTER-FILE.
005700 COPY CUSTREC.
005800
005900 FD  ACCT-MASTER-FILE.
006000 COPY ACCTREC.
006100
006200 FD  FX-RATE-FILE.
006300 COPY FXRATE.
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-CUSTMAST-STATUS.
006700     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
006800 01  WS-ACCTMAST-STATUS.
006900     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
007000 01  WS-FXRATE-STATUS.
007100     COPY FSTATCOD REPLACING FS-NAME BY WS-FXRATE-CODE.
007200
007300 77  EXM-EOF-SW                      PIC X(01) VALUE "N".
007400     88  EXM-EOF                     VALUE "Y".
007500 77  EXM-LIMIT-SW                    PIC X(01) VALUE "N".
007600     88  EXM-HAS-LIMIT               VALUE "Y".
007700 77  EXM-IN-HAND-SW                  PIC X(01) VALUE "N".
007800     88  EXM-IN-HAND-SEEN            VALUE "Y".
007900 77  EXM-OTHERS                      PIC 9(11)V99 VALUE ZERO.
008000 77  EXM-LOCAL                       PIC 9(11)V99 VALUE ZERO.
008100 77  EXM-BALANCE                     PIC S9(09)V99 VALUE ZERO.
008200
008300******************************************************************
008400* THE FXRATE PRICE TABLE, AS IN BALANCE-CUENTAS.  A FOREIGN
008500* CURRENCY WITHOUT A RATE PRICES AT ONE AND IS COUNTED.
008600******************************************************************
008700 01  EXM-RATE-TABLE.
008800     05  EXM-RATE-ENTRY              OCCURS 10 TIMES.
008900         10  EXM-RATE-CODE           PIC X(03).
009000         10  EXM-RATE-VALUE          PIC 9(03)V9(06).
009100 77  EXM-RATE-USED                   PIC 9(02) COMP VALUE ZERO.
009200 77  EXM-RATE-IDX                    PIC 9(02) COMP VALUE 1.
009300 77  EXM-RATE-WORK                   PIC 9(03)V9(06) VALUE 1.
009400 77  EXM-RATE-FOUND-SW               PIC X(01) VALUE "N".
009500     88  EXM-RATE-FOUND              VALUE "Y".
009600 77  EXM-CURRENCY                    PIC X(03) VALUE SPACES.
009700     88  EXM-CCY-LOCAL               VALUE SPACES "LOC".
009800
009900 LINKAGE SECTION.
010000 COPY EXPPARM.
010100
010200 PROCEDURE DIVISION USING EXS-PARM.
010300******************************************************************
010400* 0000-MAINLINE
010500******************************************************************
010600 0000-MAINLINE.
010700     SET EXS-STATE-NOT-FOUND TO TRUE.
010800     MOVE ZERO TO EXS-REPLY-LIMIT EXS-REPLY-EXPOSURE
010900                  EXS-REPLY-NEW-EXPOSURE EXS-REPLY-PERCENT
011000                  EXS-REPLY-ACCOUNTS EXS-REPLY-OVERDRAWN
011100                  EXS-REPLY-NO-RATE.
011200     MOVE ZERO TO EXM-OTHERS.
011300     MOVE "N" TO EXM-LIMIT-SW EXM-IN-HAND-SW.
011400     PERFORM 1000-READ-CUSTOMER THRU 1000-READ-CUSTOMER-EXIT.
011500     PERFORM 2000-LOAD-RATES THRU 2000-LOAD-RATES-EXIT.
011600     PERFORM 3000-SUM-ACCOUNTS THRU 3000-SUM-ACCOUNTS-EXIT.
011700     MOVE EXM-OTHERS TO EXS-REPLY-EXPOSURE EXS-REPLY-NEW-EXPOSURE.
011800     IF EXS-REQ-ACCOUNT NOT = SPACES
011900         PERFORM 4000-ADD-IN-HAND THRU 4000-ADD-IN-HAND-EXIT
012000     END-IF.
012100     PERFORM 5000-JUDGE-EXPOSURE THRU 5000-JUDGE-EXPOSURE-EXIT.
012200 0000-MAINLINE-EXIT.
012300     GOBACK.
012400
012500******************************************************************
012600* 1000-READ-CUSTOMER  -  THE CUSTOMER LIMIT.  ZERO OR NOT NUMERIC
012700*                        (A RECORD FROM BEFORE THE LIMIT) IS NO
012800*                        LIMIT; THE EXPOSURE IS STILL SUMMED.
012900******************************************************************
013000 1000-READ-CUSTOMER.
013100     OPEN INPUT CUST-MASTER-FILE.
013200     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
013300         GO TO 1000-READ-CUSTOMER-EXIT
013400     END-IF.
013500     MOVE EXS-REQ-CUSTOMER TO CST-CUSTOMER-ID.
013600     READ CUST-MASTER-FILE
013700         INVALID KEY
013800             CLOSE CUST-MASTER-FILE
013900             GO TO 1000-READ-CUSTOMER-EXIT
014000     END-READ.
014100     CLOSE CUST-MASTER-FILE.
014200     SET EXS-STATE-NO-LIMIT TO TRUE.
014300     IF CST-EXPOSURE-LIMIT IS NUMERIC
014400       AND CST-EXPOSURE-LIMIT > ZERO
014500         MOVE CST-EXPOSURE-LIMIT TO EXS-REPLY-LIMIT
014600         SET EXM-HAS-LIMIT TO TRUE
014700     END-IF.
014800 1000-READ-CUSTOMER-EXIT.
014900     EXIT.
015000
015100******************************************************************
015200* 2000-LOAD-RATES  -  THE FXRATE CONTROL FILE, WHEN PRESENT.
015300******************************************************************
015400 2000-LOAD-RATES.
015500     MOVE ZERO TO EXM-RATE-USED.
015600     OPEN INPUT FX-RATE-FILE.
015700     IF NOT FS-SUCCESS OF WS-FXRATE-STATUS
015800         GO TO 2000-LOAD-RATES-EXIT
015900     END-IF.
016000     MOVE "N" TO EXM-EOF-SW.
016100     PERFORM 2010-READ-ONE-RATE THRU 2010-READ-ONE-RATE-EXIT
016200         UNTIL EXM-EOF.
016300     CLOSE FX-RATE-FILE.
016400 2000-LOAD-RATES-EXIT.
016500     EXIT.
016600
016700******************************************************************
016800* 2010-READ-ONE-RATE
016900******************************************************************
017000 2010-READ-ONE-RATE.
017100     READ FX-RATE-FILE
017200         AT END
017300             SET EXM-EOF TO TRUE
017400             GO TO 2010-READ-ONE-RATE-EXIT
017500     END-READ.
017600     IF EXM-RATE-USED < 10
017700         ADD 1 TO EXM-RATE-USED
017800         MOVE FXR-CURRENCY TO EXM-RATE-CODE(EXM-RATE-USED)
017900         MOVE FXR-RATE TO EXM-RATE-VALUE(EXM-RATE-USED)
018000     END-IF.
018100 2010-READ-ONE-RATE-EXIT.
018200     EXIT.
018300
018400******************************************************************
018500* 3000-SUM-ACCOUNTS  -  EVERY ACCOUNT OF THE CUSTOMER, THROUGH THE
018600*                       ALTERNATE KEY.  NO ACCTMAST, NO EXPOSURE.
018700******************************************************************
018800 3000-SUM-ACCOUNTS.
018900     OPEN INPUT ACCT-MASTER-FILE.
019000     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
019100         GO TO 3000-SUM-ACCOUNTS-EXIT
019200     END-IF.
019300     MOVE "N" TO EXM-EOF-SW.
019400     MOVE EXS-REQ-CUSTOMER TO ACM-CUSTOMER-ID.
019500     START ACCT-MASTER-FILE KEY = ACM-CUSTOMER-ID
019600         INVALID KEY
019700             SET EXM-EOF TO TRUE
019800     END-START.
019900     PERFORM 3100-ADD-ONE-ACCOUNT THRU 3100-ADD-ONE-ACCOUNT-EXIT
020000         UNTIL EXM-EOF.
020100     CLOSE ACCT-MASTER-FILE.
020200 3000-SUM-ACCOUNTS-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600* 3100-ADD-ONE-ACCOUNT  -  THE NEXT ACCOUNT OF THE CUSTOMER.  THE
020700*                          ACCOUNT IN HAND IS LEFT TO 4000.
020800******************************************************************
020900 3100-ADD-ONE-ACCOUNT.
021000     READ ACCT-MASTER-FILE NEXT
021100         AT END
021200             SET EXM-EOF TO TRUE
021300             GO TO 3100-ADD-ONE-ACCOUNT-EXIT
021400     END-READ.
021500     IF ACM-CUSTOMER-ID NOT = EXS-REQ-CUSTOMER
021600         SET EXM-EOF TO TRUE
021700         GO TO 3100-ADD-ONE-ACCOUNT-EXIT
021800     END-IF.
021900     ADD 1 TO EXS-REPLY-ACCOUNTS.
022000     IF ACM-ACCOUNT-NUMBER = EXS-REQ-ACCOUNT
022100         SET EXM-IN-HAND-SEEN TO TRUE
022200         GO TO 3100-ADD-ONE-ACCOUNT-EXIT
022300     END-IF.
022400     IF ACM-ACCOUNT-BALANCE IS NOT NUMERIC
022500       OR ACM-ACCOUNT-BALANCE NOT < ZERO
022600         GO TO 3100-ADD-ONE-ACCOUNT-EXIT
022700     END-IF.
022800     MOVE ACM-CURRENCY-CODE TO EXM-CURRENCY.
022900     MOVE ACM-ACCOUNT-BALANCE TO EXM-BALANCE.
023000     PERFORM 3200-PRICE-OVERDRAWN THRU 3200-PRICE-OVERDRAWN-EXIT.
023100     ADD EXM-LOCAL TO EXM-OTHERS.
023200     ADD 1 TO EXS-REPLY-OVERDRAWN.
023300 3100-ADD-ONE-ACCOUNT-EXIT.
023400     EXIT.
023500
023600******************************************************************
023700* 3200-PRICE-OVERDRAWN  -  THE OVERDRAWN PART OF EXM-BALANCE (IN
023800*                          EXM-CURRENCY) AS A POSITIVE LOCAL
023900*                          AMOUNT IN EXM-LOCAL.  LOCAL IS ALWAYS
024000*                          ONE.
024100******************************************************************
024200 3200-PRICE-OVERDRAWN.
024300     MOVE ZERO TO EXM-LOCAL.
024400     IF EXM-BALANCE NOT < ZERO
024500         GO TO 3200-PRICE-OVERDRAWN-EXIT
024600     END-IF.
024700     MOVE 1 TO EXM-RATE-WORK.
024800     IF NOT EXM-CCY-LOCAL
024900         MOVE "N" TO EXM-RATE-FOUND-SW
025000         IF EXM-RATE-USED > ZERO
025100             PERFORM 3210-SCAN-RATE THRU 3210-SCAN-RATE-EXIT
025200                 VARYING EXM-RATE-IDX FROM 1 BY 1
025300                 UNTIL EXM-RATE-IDX > EXM-RATE-USED
025400                    OR EXM-RATE-FOUND
025500         END-IF
025600         IF NOT EXM-RATE-FOUND
025700             ADD 1 TO EXS-REPLY-NO-RATE
025800         END-IF
025900     END-IF.
026000     COMPUTE EXM-LOCAL ROUNDED =
026100         (ZERO - EXM-BALANCE) * EXM-RATE-WORK.
026200 3200-PRICE-OVERDRAWN-EXIT.
026300     EXIT.
026400
026500******************************************************************
026600* 3210-SCAN-RATE
026700******************************************************************
026800 3210-SCAN-RATE.
026900     IF EXM-RATE-CODE(EXM-RATE-IDX) = EXM-CURRENCY
027000         SET EXM-RATE-FOUND TO TRUE
027100         MOVE EXM-RATE-VALUE(EXM-RATE-IDX) TO EXM-RATE-WORK
027200     END-IF.
027300 3210-SCAN-RATE-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700* 4000-ADD-IN-HAND  -  THE ACCOUNT THE CALLER IS POSTING, AT ITS
027800*                      BALANCE BEFORE (EXPOSURE) AND AFTER (NEW
027900*                      EXPOSURE) THE POSTING.  AN ACCOUNT NOT YET
028000*                      UNDER THE CUSTOMER ON FILE STILL COUNTS.
028100******************************************************************
028200 4000-ADD-IN-HAND.
028300     IF NOT EXM-IN-HAND-SEEN
028400         ADD 1 TO EXS-REPLY-ACCOUNTS
028500     END-IF.
028600     MOVE EXS-REQ-CURRENCY TO EXM-CURRENCY.
028700     MOVE EXS-REQ-OLD-BALANCE TO EXM-BALANCE.
028800     PERFORM 3200-PRICE-OVERDRAWN THRU 3200-PRICE-OVERDRAWN-EXIT.
028900     ADD EXM-LOCAL TO EXS-REPLY-EXPOSURE.
029000     IF EXS-REQ-NEW-BALANCE < ZERO
029100         MOVE EXS-REQ-NEW-BALANCE TO EXM-BALANCE
029200         PERFORM 3200-PRICE-OVERDRAWN
029300             THRU 3200-PRICE-OVERDRAWN-EXIT
029400         ADD EXM-LOCAL TO EXS-REPLY-NEW-EXPOSURE
029500         ADD 1 TO EXS-REPLY-OVERDRAWN
029600     END-IF.
029700 4000-ADD-IN-HAND-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100* 5000-JUDGE-EXPOSURE  -  ONLY A POSTING THAT RAISES THE EXPOSURE
030200*                         PAST THE LIMIT IS A BREACH.
030300******************************************************************
030400 5000-JUDGE-EXPOSURE.
030500     IF NOT EXM-HAS-LIMIT
030600         GO TO 5000-JUDGE-EXPOSURE-EXIT
030700     END-IF.
030800     COMPUTE EXS-REPLY-PERCENT ROUNDED =
030900         EXS-REPLY-NEW-EXPOSURE * 100 / EXS-REPLY-LIMIT
031000         ON SIZE ERROR
031100             MOVE 99999.9 TO EXS-REPLY-PERCENT
031200     END-COMPUTE.
031300     IF EXS-REPLY-NEW-EXPOSURE > EXS-REPLY-LIMIT
031400       AND EXS-REPLY-NEW-EXPOSURE > EXS-REPLY-EXPOSURE
031500         SET EXS-STATE-BREACH TO TRUE
031600     ELSE
031700         SET EXS-STATE-WITHIN TO TRUE
031800     END-IF.
031900 5000-JUDGE-EXPOSURE-EXIT.
032000     EXIT.
032100
032200 END PROGRAM EXPOSUM.
