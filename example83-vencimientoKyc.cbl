000100******************************************************************
000200* PROGRAM-ID: KYCRPT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 01/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY KNOW-YOUR-CUSTOMER DUE REPORT.  READS THE
000800*              WHOLE CUSTMAST IN CUSTOMER ORDER AND LISTS EVERY
000900*              ACTIVE CUSTOMER WHOSE REVIEW NEEDS ATTENTION:
001000*                BLOQUEADA  - LAPSED PAST THE GRACE PERIOD; NEW
001100*                             ACCOUNTS ARE REFUSED AND POSTINGS
001200*                             GO TO OPRREF UNTIL IT IS RENEWED
001300*                EN GRACIA  - LAPSED, WITHIN THE GRACE PERIOD
001400*                POR VENCER - DUE WITHIN THE HORIZON ON SYSIN
001500*                             (BLANK = 60 DAYS)
001600*                SIN REVISION - NO REVIEW ON FILE YET
001700*              THE REPORT DATE IS ON SYSIN TOO (BLANK = TODAY).  A
001800*              LAPSED REVIEW IS JUDGED BY KYCCHECK, SO THE REPORT
001900*              AND THE POSTING BLOCK CAN NEVER DISAGREE ABOUT THE
002000*              GRACE PERIOD.  INACTIVE CUSTOMERS ARE COUNTED, NOT
002100*              LISTED.  RETURN-CODE 4 WHEN ANY REVIEW IS LAPSED,
002200*              SO THE STEP SHOWS IN THE JOB LOG.  PRINTS THROUGH
002300*              THE 132-COLUMN CONVENTION.
002400* TECTONICS:   cobc -x example83-vencimientoKyc.cbl
002500*                  example82-verificaKyc.cbl
002600*
002700* MODIFICATION HISTORY
002800*   01/10/26  JPL  INITIAL VERSION.
002900******************************************************************
003000
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. KYCRPT.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CST-CUSTOMER-ID
004100         FILE STATUS IS WS-CUSTMAST-STATUS.
004200
004300     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PRINT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CUST-MASTER-FILE.
005000 COPY CUSTREC.
005100
005200 FD  PRINT-FILE.
005300 01  PRINT-LINE                      PIC X(132).
005400
005500 WORKING-STORAGE SECTION.
005600 01  WS-CUSTMAST-STATUS.
005700     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
005800 01  WS-PRINT-STATUS.
005900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
006000
006100 COPY KYCPARM.
006200
006300 77  KRP-DATE-INPUT                  PIC X(08) VALUE SPACES.
006400 77  KRP-AS-OF-DATE                  PIC 9(08) VALUE ZERO.
006500 77  KRP-DAYS-INPUT                  PIC X(03) VALUE SPACES.
006600 77  KRP-HORIZON                     PIC 9(03) VALUE 60.
006700 77  KRP-GRACE-DAYS                  PIC 9(03) VALUE ZERO.
006800 77  KRP-DAYS-TO-DUE                 PIC S9(07) VALUE ZERO.
006900 77  KRP-DAYS                        PIC 9(05) VALUE ZERO.
007000 77  KRP-STATE-TEXT                  PIC X(12) VALUE SPACES.
007100 77  KRP-EOF-SW                      PIC X(01) VALUE "N".
007200     88  KRP-EOF                     VALUE "Y".
007300
007400******************************************************************
007500* THE DETAIL LINE - ONE PER CUSTOMER LISTED.
007600******************************************************************
007700 01  KRP-DETAIL.
007800     05  FILLER                      PIC X(02) VALUE SPACES.
007900     05  KRP-DET-CUSTOMER            PIC X(08).
008000     05  FILLER                      PIC X(02) VALUE SPACES.
008100     05  KRP-DET-NAME                PIC X(30).
008200     05  FILLER                      PIC X(02) VALUE SPACES.
008300     05  KRP-DET-DOC-TYPE            PIC X(01).
008400     05  FILLER                      PIC X(01) VALUE SPACE.
008500     05  KRP-DET-DOC-NUMBER          PIC X(15).
008600     05  FILLER                      PIC X(02) VALUE SPACES.
008700     05  KRP-DET-RISK                PIC X(01).
008800     05  FILLER                      PIC X(06) VALUE SPACES.
008900     05  KRP-DET-LAST                PIC 9(08).
009000     05  FILLER                      PIC X(02) VALUE SPACES.
009100     05  KRP-DET-NEXT                PIC 9(08).
009200     05  FILLER                      PIC X(02) VALUE SPACES.
009300     05  KRP-DET-DAYS                PIC ZZ,ZZ9.
009400     05  FILLER                      PIC X(02) VALUE SPACES.
009500     05  KRP-DET-STATE               PIC X(12).
009600     05  FILLER                      PIC X(22) VALUE SPACES.
009700
009800******************************************************************
009900* RUN TOTALS
010000******************************************************************
010100 77  KRP-READ-COUNT                  PIC 9(07) VALUE ZERO.
010200 77  KRP-INACTIVE-COUNT              PIC 9(07) VALUE ZERO.
010300 77  KRP-CURRENT-COUNT               PIC 9(07) VALUE ZERO.
010400 77  KRP-BLOCKED-COUNT               PIC 9(07) VALUE ZERO.
010500 77  KRP-GRACE-COUNT                 PIC 9(07) VALUE ZERO.
010600 77  KRP-DUE-COUNT                   PIC 9(07) VALUE ZERO.
010700 77  KRP-NO-REVIEW-COUNT             PIC 9(07) VALUE ZERO.
010800 01  KRP-CNT-ED                      PIC Z,ZZZ,ZZ9.
010900
011000 PROCEDURE DIVISION.
011100******************************************************************
011200* 0000-MAINLINE
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011600     OPEN INPUT CUST-MASTER-FILE.
011700     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
011800         DISPLAY "KYCRPT: CUSTMAST NO DISPONIBLE - ESTADO "
011900             WS-CUSTMAST-STATUS " - SIN CLIENTES QUE INFORMAR."
012000         MOVE 4 TO RETURN-CODE
012100         GO TO 0000-MAINLINE-EXIT
012200     END-IF.
012300     OPEN OUTPUT PRINT-FILE.
012400     PERFORM 1500-PRINT-HEADINGS THRU 1500-PRINT-HEADINGS-EXIT.
012500     MOVE LOW-VALUES TO CST-CUSTOMER-ID.
012600     START CUST-MASTER-FILE KEY NOT < CST-CUSTOMER-ID
012700         INVALID KEY
012800             SET KRP-EOF TO TRUE
012900     END-START.
013000     PERFORM 2000-ONE-CUSTOMER THRU 2000-ONE-CUSTOMER-EXIT
013100         UNTIL KRP-EOF.
013200     CLOSE CUST-MASTER-FILE.
013300     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
013400     CLOSE PRINT-FILE.
013500     IF KRP-BLOCKED-COUNT > ZERO
013600       OR KRP-GRACE-COUNT > ZERO
013700         MOVE 4 TO RETURN-CODE
013800     END-IF.
013900     DISPLAY "KYCRPT: " KRP-BLOCKED-COUNT " BLOQUEADAS, "
014000         KRP-GRACE-COUNT " EN GRACIA, " KRP-DUE-COUNT
014100         " POR VENCER, " KRP-NO-REVIEW-COUNT " SIN REVISION.".
014200 0000-MAINLINE-EXIT.
014300     GOBACK.
014400
014500******************************************************************
014600* 1000-INITIALIZE  -  THE REPORT DATE AND THE HORIZON FROM SYSIN.
014700*                     KYCCHECK ANSWERS ITS GRACE PERIOD EVEN FOR A
014800*                     BLANK CUSTOMER, SO THE HEADING CARRIES IT.
014900******************************************************************
015000 1000-INITIALIZE.
015100     DISPLAY "FECHA DEL INFORME (AAAAMMDD, BLANCO=HOY): ".
015200     ACCEPT KRP-DATE-INPUT.
015300     IF KRP-DATE-INPUT IS NUMERIC
015400         MOVE KRP-DATE-INPUT TO KRP-AS-OF-DATE
015500     ELSE
015600         ACCEPT KRP-AS-OF-DATE FROM DATE YYYYMMDD
015700     END-IF.
015800     DISPLAY "DIAS DE HORIZONTE (BLANCO=60): ".
015900     ACCEPT KRP-DAYS-INPUT.
016000     IF KRP-DAYS-INPUT IS NUMERIC
016100         MOVE KRP-DAYS-INPUT TO KRP-HORIZON
016200     END-IF.
016300     MOVE SPACES TO KYP-REQ-CUSTOMER.
016400     MOVE KRP-AS-OF-DATE TO KYP-REQ-DATE.
016500     CALL "KYCCHECK" USING KYP-PARM.
016600     MOVE KYP-REPLY-GRACE-DAYS TO KRP-GRACE-DAYS.
016700 1000-INITIALIZE-EXIT.
016800     EXIT.
016900
017000******************************************************************
017100* 1500-PRINT-HEADINGS
017200******************************************************************
017300 1500-PRINT-HEADINGS.
017400     MOVE SPACES TO PRINT-LINE.
017500     STRING "INFORME DE REVISIONES KYC  AL " KRP-AS-OF-DATE
017600         "  HORIZONTE " KRP-HORIZON " DIAS  GRACIA "
017700         KRP-GRACE-DAYS " DIAS"
017800         DELIMITED BY SIZE INTO PRINT-LINE.
017900     WRITE PRINT-LINE.
018000     MOVE SPACES TO PRINT-LINE.
018100     WRITE PRINT-LINE.
018200     MOVE SPACES TO PRINT-LINE.
018300     STRING "  CLIENTE   NOMBRE                          "
018400         "DOCUMENTO          RIESGO ULTIMA    PROXIMA     "
018500         "DIAS  ESTADO"
018600         DELIMITED BY SIZE INTO PRINT-LINE.
018700     WRITE PRINT-LINE.
018800 1500-PRINT-HEADINGS-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200* 2000-ONE-CUSTOMER  -  DIAS IS THE DAYS PAST THE REVIEW DATE FOR
019300*                       A LAPSED REVIEW AND THE DAYS LEFT FOR ONE
019400*                       COMING DUE.  A CURRENT REVIEW BEYOND THE
019500*                       HORIZON IS ONLY COUNTED.
019600******************************************************************
019700 2000-ONE-CUSTOMER.
019800     READ CUST-MASTER-FILE NEXT
019900         AT END
020000             SET KRP-EOF TO TRUE
020100             GO TO 2000-ONE-CUSTOMER-EXIT
020200     END-READ.
020300     ADD 1 TO KRP-READ-COUNT.
020400     IF NOT CST-CUST-ACTIVE
020500         ADD 1 TO KRP-INACTIVE-COUNT
020600         GO TO 2000-ONE-CUSTOMER-EXIT
020700     END-IF.
020800     MOVE ZERO TO KRP-DAYS.
020900     IF CST-KYC-NEXT-REVIEW NOT NUMERIC
021000       OR CST-KYC-NO-REVIEW
021100         ADD 1 TO KRP-NO-REVIEW-COUNT
021200         MOVE "SIN REVISION" TO KRP-STATE-TEXT
021300         PERFORM 2100-PRINT-DETAIL THRU 2100-PRINT-DETAIL-EXIT
021400         GO TO 2000-ONE-CUSTOMER-EXIT
021500     END-IF.
021600     IF CST-KYC-NEXT-REVIEW < KRP-AS-OF-DATE
021700         PERFORM 2200-JUDGE-LAPSED THRU 2200-JUDGE-LAPSED-EXIT
021800         GO TO 2000-ONE-CUSTOMER-EXIT
021900     END-IF.
022000     COMPUTE KRP-DAYS-TO-DUE =
022100         FUNCTION INTEGER-OF-DATE(CST-KYC-NEXT-REVIEW)
022200       - FUNCTION INTEGER-OF-DATE(KRP-AS-OF-DATE).
022300     IF KRP-DAYS-TO-DUE > KRP-HORIZON
022400         ADD 1 TO KRP-CURRENT-COUNT
022500         GO TO 2000-ONE-CUSTOMER-EXIT
022600     END-IF.
022700     ADD 1 TO KRP-DUE-COUNT.
022800     MOVE KRP-DAYS-TO-DUE TO KRP-DAYS.
022900     MOVE "POR VENCER" TO KRP-STATE-TEXT.
023000     PERFORM 2100-PRINT-DETAIL THRU 2100-PRINT-DETAIL-EXIT.
023100 2000-ONE-CUSTOMER-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500* 2100-PRINT-DETAIL  -  THE CUSTOMER IN THE FD.  DATES FROM BEFORE
023600*                       THE KYC FIELDS PRINT AS ZERO.
023700******************************************************************
023800 2100-PRINT-DETAIL.
023900     MOVE CST-CUSTOMER-ID    TO KRP-DET-CUSTOMER.
024000     MOVE CST-CUSTOMER-NAME  TO KRP-DET-NAME.
024100     MOVE CST-KYC-DOC-TYPE   TO KRP-DET-DOC-TYPE.
024200     MOVE CST-KYC-DOC-NUMBER TO KRP-DET-DOC-NUMBER.
024300     MOVE CST-KYC-RISK       TO KRP-DET-RISK.
024400     IF CST-KYC-LAST-REVIEW IS NUMERIC
024500         MOVE CST-KYC-LAST-REVIEW TO KRP-DET-LAST
024600     ELSE
024700         MOVE ZERO TO KRP-DET-LAST
024800     END-IF.
024900     IF CST-KYC-NEXT-REVIEW IS NUMERIC
025000         MOVE CST-KYC-NEXT-REVIEW TO KRP-DET-NEXT
025100     ELSE
025200         MOVE ZERO TO KRP-DET-NEXT
025300     END-IF.
025400     MOVE KRP-DAYS           TO KRP-DET-DAYS.
025500     MOVE KRP-STATE-TEXT     TO KRP-DET-STATE.
025600     MOVE KRP-DETAIL TO PRINT-LINE.
025700     WRITE PRINT-LINE.
025800 2100-PRINT-DETAIL-EXIT.
025900     EXIT.
026000
026100******************************************************************
026200* 2200-JUDGE-LAPSED  -  THE REVIEW DATE HAS PASSED.  KYCCHECK
026300*                       SAYS WHETHER THE GRACE PERIOD STILL COVERS
026400*                       IT.
026500******************************************************************
026600 2200-JUDGE-LAPSED.
026700     MOVE CST-CUSTOMER-ID TO KYP-REQ-CUSTOMER.
026800     MOVE KRP-AS-OF-DATE TO KYP-REQ-DATE.
026900     CALL "KYCCHECK" USING KYP-PARM.
027000     MOVE KYP-REPLY-DAYS-OVER TO KRP-DAYS.
027100     IF KYP-STATE-EXPIRED
027200         ADD 1 TO KRP-BLOCKED-COUNT
027300         MOVE "BLOQUEADA" TO KRP-STATE-TEXT
027400     ELSE
027500         ADD 1 TO KRP-GRACE-COUNT
027600         MOVE "EN GRACIA" TO KRP-STATE-TEXT
027700     END-IF.
027800     PERFORM 2100-PRINT-DETAIL THRU 2100-PRINT-DETAIL-EXIT.
027900 2200-JUDGE-LAPSED-EXIT.
028000     EXIT.
028100
028200******************************************************************
028300* 6000-PRINT-TOTALS
028400******************************************************************
028500 6000-PRINT-TOTALS.
028600     MOVE SPACES TO PRINT-LINE.
028700     WRITE PRINT-LINE.
028800     MOVE "---- TOTALES ----" TO PRINT-LINE.
028900     WRITE PRINT-LINE.
029000     MOVE KRP-READ-COUNT TO KRP-CNT-ED.
029100     MOVE SPACES TO PRINT-LINE.
029200     STRING "CLIENTES LEIDOS:        " KRP-CNT-ED
029300         DELIMITED BY SIZE INTO PRINT-LINE.
029400     WRITE PRINT-LINE.
029500     MOVE KRP-INACTIVE-COUNT TO KRP-CNT-ED.
029600     MOVE SPACES TO PRINT-LINE.
029700     STRING "INACTIVOS (NO LISTADOS):" KRP-CNT-ED
029800         DELIMITED BY SIZE INTO PRINT-LINE.
029900     WRITE PRINT-LINE.
030000     MOVE KRP-CURRENT-COUNT TO KRP-CNT-ED.
030100     MOVE SPACES TO PRINT-LINE.
030200     STRING "REVISION AL DIA:        " KRP-CNT-ED
030300         DELIMITED BY SIZE INTO PRINT-LINE.
030400     WRITE PRINT-LINE.
030500     MOVE KRP-DUE-COUNT TO KRP-CNT-ED.
030600     MOVE SPACES TO PRINT-LINE.
030700     STRING "POR VENCER:             " KRP-CNT-ED
030800         DELIMITED BY SIZE INTO PRINT-LINE.
030900     WRITE PRINT-LINE.
031000     MOVE KRP-GRACE-COUNT TO KRP-CNT-ED.
031100     MOVE SPACES TO PRINT-LINE.
031200     STRING "VENCIDAS EN GRACIA:     " KRP-CNT-ED
031300         DELIMITED BY SIZE INTO PRINT-LINE.
031400     WRITE PRINT-LINE.
031500     MOVE KRP-BLOCKED-COUNT TO KRP-CNT-ED.
031600     MOVE SPACES TO PRINT-LINE.
031700     STRING "VENCIDAS BLOQUEADAS:    " KRP-CNT-ED
031800         DELIMITED BY SIZE INTO PRINT-LINE.
031900     WRITE PRINT-LINE.
032000     MOVE KRP-NO-REVIEW-COUNT TO KRP-CNT-ED.
032100     MOVE SPACES TO PRINT-LINE.
032200     STRING "SIN REVISION:           " KRP-CNT-ED
032300         DELIMITED BY SIZE INTO PRINT-LINE.
032400     WRITE PRINT-LINE.
032500 6000-PRINT-TOTALS-EXIT.
032600     EXIT.
032700
032800 END PROGRAM KYCRPT.
