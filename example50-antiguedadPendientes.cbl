002500*   03/09/26  JPL  INITIAL VERSION.
002510*   03/09/26  JPL  ADDED THE OPRREF OPERATOR-LIMIT REFERRAL
002520*                  QUEUE AS THE SIXTH AGED QUEUE.
002550*   09/09/26  JPL  OPBREJ AND OPBSUSP CARRY THE TRANSFER
002600*                  DESTINATION ACCOUNT AFTER THE DATE; NOT AGED.
002610*   21/09/26  JPL  ADDED THE ANMALRT POSTING ANOMALY ALERTS NOT
002620*                  YET REVIEWED AS THE SEVENTH AGED QUEUE.
002630*   06/10/26  JPL  AN OVDAPR REFERRAL AGAINST THE CUSTOMER
002640*                  EXPOSURE LIMIT (KIND "C") NAMES THE CUSTOMER.
002650******************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. ITEMEDAD.
004810     SELECT OPER-REFERRAL-FILE ASSIGN TO "OPRREF"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-OPRREF-STATUS.
004840     SELECT ANM-ALERT-FILE ASSIGN TO "ANMALRT"
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-ANMALRT-STATUS.
004900     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-STATUS.
006700 01  OPB-REJECT-RECORD.
006800     05  OPB-REJ-IMAGE               PIC X(35).
006900     05  OPB-REJ-DATE                PIC 9(08).
006950     05  OPB-REJ-DEST-ACCOUNT        PIC X(10).
007000
007100 FD  OPB-SUSPENSE-FILE.
007200 01  OPB-SUSPENSE-RECORD.
007300     05  OPB-SUSP-IMAGE              PIC X(35).
007400     05  OPB-SUSP-DATE               PIC 9(08).
007450     05  OPB-SUSP-DEST-ACCOUNT       PIC X(10).
007500
007600 FD  OPB-WARH-FILE.
007700 COPY OPBWARH.
007710
007720 FD  OPER-REFERRAL-FILE.
007730 COPY OPRREF.
007732
007734 FD  ANM-ALERT-FILE.
007736 COPY ANMALRT.
007800
007900 FD  PRINT-FILE.
008000 01  PRINT-LINE                      PIC X(132).
009200     COPY FSTATCOD REPLACING FS-NAME BY WS-WARH-CODE.
009210 01  WS-OPRREF-STATUS.
009220     COPY FSTATCOD REPLACING FS-NAME BY WS-OPRREF-CODE.
009230 01  WS-ANMALRT-STATUS.
009240     COPY FSTATCOD REPLACING FS-NAME BY WS-ANMALRT-CODE.
009300 01  WS-PRINT-STATUS.
009400     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
009500
010600
010700******************************************************************
010800* PER-QUEUE BUCKET COUNTERS - ONE ROW PER QUEUE, IN THE ORDER
010900* CALCAPR / OVDAPR / OPBREJ / OPBSUSP / OPBWARH / OPRREF /
010950* ANMALRT.
011000******************************************************************
011100 01  ITM-QUEUE-NAMES.
011200     05  FILLER                      PIC X(08) VALUE "CALCAPR ".
011500     05  FILLER                      PIC X(08) VALUE "OPBSUSP ".
011600     05  FILLER                      PIC X(08) VALUE "OPBWARH ".
011610     05  FILLER                      PIC X(08) VALUE "OPRREF  ".
011620     05  FILLER                      PIC X(08) VALUE "ANMALRT ".
011700 01  ITM-QUEUE-NAME-TABLE REDEFINES ITM-QUEUE-NAMES.
011800     05  ITM-QUEUE-NAME              PIC X(08)
011900                                     OCCURS 7 TIMES.
012000 01  ITM-QUEUE-TOTALS.
012100     05  ITM-QUEUE-ENTRY             OCCURS 7 TIMES.
012200         10  ITM-Q-B1                PIC 9(05).
012300         10  ITM-Q-B2                PIC 9(05).
012400         10  ITM-Q-B3                PIC 9(05).
017900     PERFORM 4000-SCAN-OPBSUSP THRU 4000-SCAN-OPBSUSP-EXIT.
018000     PERFORM 5000-SCAN-OPBWARH THRU 5000-SCAN-OPBWARH-EXIT.
018010     PERFORM 5500-SCAN-OPRREF THRU 5500-SCAN-OPRREF-EXIT.
018020     PERFORM 5600-SCAN-ANMALRT THRU 5600-SCAN-ANMALRT-EXIT.
018100     PERFORM 6000-PRINT-QUEUES THRU 6000-PRINT-QUEUES-EXIT.
018200     PERFORM 6500-PRINT-OPERATORS
018300         THRU 6500-PRINT-OPERATORS-EXIT.
026200     MOVE OVD-APR-RUN-DATE TO ITM-ITEM-DATE ITM-ITEM-DATE-X.
026300     MOVE OVD-APR-OPERATOR-ID TO ITM-ITEM-OPERATOR.
026400     MOVE SPACES TO ITM-ITEM-IDENT.
026500     IF OVD-APR-KIND-CUSTOMER
026600         STRING "CUENTA " OVD-APR-ACCOUNT " CLIENTE "
026610             OVD-APR-CUSTOMER
026620             DELIMITED BY SIZE INTO ITM-ITEM-IDENT
026630     ELSE
026640         STRING "CUENTA " OVD-APR-ACCOUNT
026650             DELIMITED BY SIZE INTO ITM-ITEM-IDENT
026660     END-IF.
026700     PERFORM 7000-BUCKET-ITEM THRU 7000-BUCKET-ITEM-EXIT.
026800 2100-ONE-OVDAPR-EXIT.
026900     EXIT.
047700     PERFORM 6100-PRINT-ONE-QUEUE
047800         THRU 6100-PRINT-ONE-QUEUE-EXIT
047900         VARYING ITM-QUEUE-IDX FROM 1 BY 1
048000         UNTIL ITM-QUEUE-IDX > 7.
048100 6000-PRINT-QUEUES-EXIT.
048200     EXIT.
048300
052900 6510-PRINT-ONE-OPER-EXIT.
053000     EXIT.
053100
053110******************************************************************
053120* 5600-SCAN-ANMALRT  -  ONLY PENDING ALERTS ARE OPEN WORK; AN
053130*                       ESCALATED ALERT HAS BEEN REVIEWED AND IS
053140*                       IN OTHER HANDS.  NO OPERATOR SUBTOTAL -
053150*                       THE POSTING OPERATOR DOES NOT OWN THE
053160*                       REVIEW.
053170******************************************************************
053180 5600-SCAN-ANMALRT.
053190     MOVE 7 TO ITM-QUEUE-IDX.
053200     MOVE "N" TO ITM-EOF-SW.
053210     OPEN INPUT ANM-ALERT-FILE.
053220     IF FS-NOT-FOUND OF WS-ANMALRT-STATUS
053230         GO TO 5600-SCAN-ANMALRT-EXIT
053240     END-IF.
053250     PERFORM 5610-ONE-ANMALRT THRU 5610-ONE-ANMALRT-EXIT
053260         UNTIL ITM-EOF.
053270     CLOSE ANM-ALERT-FILE.
053280 5600-SCAN-ANMALRT-EXIT.
053290     EXIT.
053300
053310******************************************************************
053320* 5610-ONE-ANMALRT
053330******************************************************************
053340 5610-ONE-ANMALRT.
053350     READ ANM-ALERT-FILE
053360         AT END
053370             SET ITM-EOF TO TRUE
053380             GO TO 5610-ONE-ANMALRT-EXIT
053390     END-READ.
053400     IF NOT ANA-STAT-PENDING
053410         GO TO 5610-ONE-ANMALRT-EXIT
053420     END-IF.
053430     MOVE ANA-ALERT-DATE TO ITM-ITEM-DATE ITM-ITEM-DATE-X.
053440     MOVE SPACES TO ITM-ITEM-OPERATOR.
053450     MOVE SPACES TO ITM-ITEM-IDENT.
053460     STRING "CUENTA " ANA-ACCOUNT " MOTIVO " ANA-REASONS
053470         DELIMITED BY SIZE INTO ITM-ITEM-IDENT.
053480     PERFORM 7000-BUCKET-ITEM THRU 7000-BUCKET-ITEM-EXIT.
053490 5610-ONE-ANMALRT-EXIT.
053500     EXIT.
053510
053600 END PROGRAM ITEMEDAD.
