001991*                  LINE - THE OVERFLOWED BALANCES USED TO DROP
001992*                  OUT OF THE SECTIONS AND THE LOCAL-
001993*                  EQUIVALENT TOTAL WITHOUT A TRACE.
001994*   08/09/26  JPL  ADDED THE JOINT-OWNERSHIP ROLL-UP: AFTER THE
001995*                  GRAND TOTAL, EVERY CUSTOMER WHO CO-OWNS
001996*                  ACCOUNTS THROUGH ACCTREL (ROLE J) GETS A
001997*                  MEMO SECTION WITH THOSE ACCOUNTS AND A
001998*                  SUBTOTAL.  MEMO ONLY - THE BALANCES ARE
001999*                  ALREADY IN THE PRIMARY HOLDER'S SUBTOTAL.
002000******************************************************************
002100
002200 IDENTIFICATION DIVISION.
003500     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
003510         ORGANIZATION IS LINE SEQUENTIAL
003520         FILE STATUS IS WS-FXRATE-STATUS.
003521
003522     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
003523         ORGANIZATION IS INDEXED
003524         ACCESS MODE IS DYNAMIC
003525         RECORD KEY IS REL-KEY
003526         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
003527             WITH DUPLICATES
003528         FILE STATUS IS WS-ACCTREL-STATUS.
003530
003600     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
003700         ORGANIZATION IS LINE SEQUENTIAL
004400
004410 FD  FX-RATE-FILE.
004420 COPY FXRATE.
004421
004422 FD  ACCT-REL-FILE.
004423 COPY RELREC.
004430
004500 FD  PRINT-FILE.
004600 01  PRINT-LINE                      PIC X(132).
006811 77  BAL-CCY-EQUIV                   PIC S9(13)V99 VALUE ZERO.
006812 01  BAL-RATE-ED                     PIC ZZ9.999999.
006813 77  BAL-CCY-IDX2                    PIC 9(02) COMP VALUE 1.
006814
006815******************************************************************
006816* JOINT-OWNERSHIP MEMO ROLL-UP, ONE SUBTOTAL PER CO-OWNER.
006817******************************************************************
006818 01  WS-ACCTREL-STATUS.
006819     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
006820 77  BAL-REL-OPEN-SW                 PIC X(01) VALUE "N".
006821     88  BAL-REL-OPEN                VALUE "Y".
006822 77  BAL-REL-EOF-SW                  PIC X(01) VALUE "N".
006823     88  BAL-REL-EOF                 VALUE "Y".
006824 77  BAL-JNT-FIRST-SW                PIC X(01) VALUE "Y".
006825     88  BAL-JNT-FIRST               VALUE "Y".
006826 77  BAL-JNT-PREV-CUSTOMER           PIC X(08) VALUE SPACES.
006827 77  BAL-JNT-COUNT                   PIC 9(05) VALUE ZERO.
006828 77  BAL-JNT-TOTAL                   PIC S9(11)V99 VALUE ZERO.
006829 77  BAL-JNT-OWNERS                  PIC 9(07) VALUE ZERO.
006800
006900 PROCEDURE DIVISION.
007000******************************************************************
008100     END-IF.
008200     OPEN OUTPUT PRINT-FILE.
008210     PERFORM 0500-LOAD-RATES THRU 0500-LOAD-RATES-EXIT.
008220     OPEN INPUT ACCT-REL-FILE.
008230     IF FS-SUCCESS OF WS-ACCTREL-STATUS
008240         MOVE "Y" TO BAL-REL-OPEN-SW
008250     END-IF.
008300     PERFORM 1000-PRINT-HEADING THRU 1000-PRINT-HEADING-EXIT.
008400     PERFORM 2000-POSITION-FILE THRU 2000-POSITION-FILE-EXIT.
008500     PERFORM 3000-READ-NEXT-ACCT THRU 3000-READ-NEXT-ACCT-EXIT.
009000     END-IF.
009100     PERFORM 6000-PRINT-GRAND-TOTAL
009200         THRU 6000-PRINT-GRAND-TOTAL-EXIT.
009210     IF BAL-REL-OPEN
009220         PERFORM 7000-JOINT-ROLLUP THRU 7000-JOINT-ROLLUP-EXIT
009230         CLOSE ACCT-REL-FILE
009240     END-IF.
009300     CLOSE PRINT-FILE.
009400     CLOSE ACCT-MASTER-FILE.
009500 0000-MAINLINE-EXIT.
022363 6530-SCAN-RATE-EXIT.
022364     EXIT.

022365******************************************************************
022366* 7000-JOINT-ROLLUP  -  WALKS ACCTREL IN CUSTOMER ORDER ALONG
022367*                       THE REL-CUSTOMER-ID ALTERNATE KEY.  THE
022368*                       ACCTMAST PASS IS OVER, SO EACH ACCOUNT
022369*                       IS READ BY PRIMARY KEY.  AN ACCTREL ROW
022370*                       WHOSE ACCOUNT IS GONE IS LEFT TO THE
022371*                       INTEGRID ORPHAN CHECK.
022372******************************************************************
022373 7000-JOINT-ROLLUP.
022374     MOVE SPACES TO PRINT-LINE.
022375     WRITE PRINT-LINE.
022376     MOVE SPACES TO PRINT-LINE.
022377     STRING "---- CUENTAS CONJUNTAS POR COTITULAR (MEMORANDO - "
022378         "NO SUMA AL TOTAL GENERAL) ----"
022379         DELIMITED BY SIZE INTO PRINT-LINE.
022380     WRITE PRINT-LINE.
022381     MOVE "N" TO BAL-REL-EOF-SW.
022382     MOVE LOW-VALUES TO REL-CUSTOMER-ID.
022383     START ACCT-REL-FILE KEY NOT < REL-CUSTOMER-ID
022384         INVALID KEY
022385             SET BAL-REL-EOF TO TRUE
022386     END-START.
022387     PERFORM 7100-ONE-JOINT THRU 7100-ONE-JOINT-EXIT
022388         UNTIL BAL-REL-EOF.
022389     IF NOT BAL-JNT-FIRST
022390         PERFORM 7200-JOINT-BREAK THRU 7200-JOINT-BREAK-EXIT
022391     END-IF.
022392     MOVE BAL-JNT-OWNERS TO BAL-COUNT-ED.
022393     MOVE SPACES TO PRINT-LINE.
022394     STRING "COTITULARES:             " BAL-COUNT-ED
022395         DELIMITED BY SIZE INTO PRINT-LINE.
022396     WRITE PRINT-LINE.
022397 7000-JOINT-ROLLUP-EXIT.
022398     EXIT.

022399******************************************************************
022400* 7100-ONE-JOINT  -  SIGNATORIES AND BENEFICIARIES OWN NOTHING
022401*                    AND STAY OUT OF THE ROLL-UP.
022402******************************************************************
022403 7100-ONE-JOINT.
022404     READ ACCT-REL-FILE NEXT
022405         AT END
022406             SET BAL-REL-EOF TO TRUE
022407             GO TO 7100-ONE-JOINT-EXIT
022408     END-READ.
022409     IF NOT REL-ROLE-OWNER
022410         GO TO 7100-ONE-JOINT-EXIT
022411     END-IF.
022412     MOVE REL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
022413     READ ACCT-MASTER-FILE
022414         INVALID KEY
022415             GO TO 7100-ONE-JOINT-EXIT
022416     END-READ.
022417     IF BAL-JNT-FIRST
022418         MOVE REL-CUSTOMER-ID TO BAL-JNT-PREV-CUSTOMER
022419         MOVE "N" TO BAL-JNT-FIRST-SW
022420     ELSE
022421         IF REL-CUSTOMER-ID NOT = BAL-JNT-PREV-CUSTOMER
022422             PERFORM 7200-JOINT-BREAK THRU 7200-JOINT-BREAK-EXIT
022423             MOVE REL-CUSTOMER-ID TO BAL-JNT-PREV-CUSTOMER
022424         END-IF
022425     END-IF.
022426     ADD 1 TO BAL-JNT-COUNT.
022427     ADD ACM-ACCOUNT-BALANCE TO BAL-JNT-TOTAL.
022428     IF ACM-CCY-LOCAL
022429         MOVE "LOC" TO BAL-WORK-CCY
022430     ELSE
022431         MOVE ACM-CURRENCY-CODE TO BAL-WORK-CCY
022432     END-IF.
022433     MOVE ACM-ACCOUNT-BALANCE TO BAL-AMT-ED.
022434     MOVE SPACES TO PRINT-LINE.
022435     STRING REL-CUSTOMER-ID "  " ACM-ACCOUNT-NUMBER "  "
022436         ACM-ACCOUNT-NAME "  " BAL-AMT-ED
022437         "  " BAL-WORK-CCY
022438         "  TITULAR " ACM-CUSTOMER-ID
022439         DELIMITED BY SIZE INTO PRINT-LINE.
022440     WRITE PRINT-LINE.
022441 7100-ONE-JOINT-EXIT.
022442     EXIT.

022443******************************************************************
022444* 7200-JOINT-BREAK
022445******************************************************************
022446 7200-JOINT-BREAK.
022447     ADD 1 TO BAL-JNT-OWNERS.
022448     MOVE BAL-JNT-TOTAL TO BAL-AMT-ED.
022449     MOVE SPACES TO PRINT-LINE.
022450     STRING "  SUBTOTAL COTITULAR " BAL-JNT-PREV-CUSTOMER
022451         "  CUENTAS: " BAL-JNT-COUNT
022452         "  TOTAL: " BAL-AMT-ED
022453         DELIMITED BY SIZE INTO PRINT-LINE.
022454     WRITE PRINT-LINE.
022455     MOVE ZERO TO BAL-JNT-TOTAL.
022456     MOVE ZERO TO BAL-JNT-COUNT.
022457 7200-JOINT-BREAK-EXIT.
022458     EXIT.

022500 END PROGRAM BALANCE-CUENTAS.
