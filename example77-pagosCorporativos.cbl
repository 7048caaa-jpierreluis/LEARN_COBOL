000100******************************************************************
000200* PROGRAM-ID: CORPINT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 25/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     CORPORATE BULK PAYMENT INTAKE, RUN AHEAD OF
000800*              STEP035.
000900*              THE PAYROLL AND SUPPLIER FILES BUSINESS CUSTOMERS
001000*              SEND IN THEIR OWN HEADER/DETAIL/TRAILER FORMAT
001100*              (CORPIN, CORPPAG LAYOUT) ARE NO LONGER RE-KEYED
001200*              THROUGH CAPTLOTE.  A FIRST PASS PROVES EVERY FILE
001300*              ON THE DATASET AGAINST ITS OWN TRAILER, CHECKS
001400*              EACH DESTINATION ACCOUNT (CTACHECK CHECK DIGIT,
001500*              ON ACCTMAST, POSTABLE, SAME CURRENCY AS THE DEBIT
001600*              ACCOUNT), AND CONFIRMS THE ORIGINATOR'S DEBIT
001700*              ACCOUNT BELONGS TO IT AND CAN FUND THE ACCEPTED
001800*              LINES (LEDGER LESS HOLDS IN FORCE PLUS OVERDRAFT
001900*              LIMIT, LESS WHAT EARLIER FILES ON THE SAME RUN
002000*              ALREADY TOOK FROM IT).  THE SECOND PASS CONVERTS
002100*              THE PROVED FILES INTO THE OPBTRN9/OPBCTL9
002200*              CONSOLIDATION SOURCE PAIR (TAG "EMP "): ONE "R"
002300*              DEBIT TO THE ORIGINATOR FOR THE WHOLE OF ITS
002400*              ACCEPTED LINES, THEN ONE "S" CREDIT PER LINE, WITH
002500*              COMPUTED CONTROL TOTALS FOR CONSLOTE TO PROVE AND
002600*              MERGE.  EVERY LINE NOT POSTED GOES BACK TO THE
002700*              CUSTOMER ON CORPRET WITH ITS REASON: A BAD LINE
002800*              ALONE, OR EVERY LINE OF A FILE REJECTED WHOLE
002900*              (TRAILER OUT OF BALANCE, DEBIT ACCOUNT INVALID, NO
003000*              FUNDS, ALREADY POSTED, BROKEN STRUCTURE).  POSTED
003100*              FILES ARE REGISTERED ON CORPREG SO A RE-SENT FILE
003200*              IS NEVER PAID TWICE.  REJECTIONS ARE THE
003300*              CUSTOMER'S BUSINESS AND LEAVE THE RETURN CODE AT
003400*              ZERO.  WRITES RUN-CONTROL RECORDS (STEP
003500*              "CORPINT ") AND REFUSES A DATE ALREADY COMPLETED;
003600*              "F" ON SYSIN FORCES A RERUN.
003700* TECTONICS:   cobc -x example77-pagosCorporativos.cbl
003800*
003900* MODIFICATION HISTORY
004000*   25/09/26  JPL  INITIAL VERSION.
004010*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
004020*                  AS ZERO - THIS STEP RUNS ONCE A DAY.
004100******************************************************************
004200
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. CORPINT.
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CORP-IN-FILE ASSIGN TO "CORPIN"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CORPIN-STATUS.
005200
005300     SELECT CORP-RETURN-FILE ASSIGN TO "CORPRET"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CORPRET-STATUS.
005600
005700     SELECT CORP-REGISTER-FILE ASSIGN TO "CORPREG"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CRG-KEY
006100         FILE STATUS IS WS-CORPREG-STATUS.
006200
006300     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS ACM-ACCOUNT-NUMBER
006700         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
006800             WITH DUPLICATES
006900         FILE STATUS IS WS-ACCTMAST-STATUS.
007000
007100     SELECT OPB-SRC9-FILE ASSIGN TO "OPBTRN9"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-SRC9-STATUS.
007400
007500     SELECT OPB-CTL9-FILE ASSIGN TO "OPBCTL9"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CTL9-STATUS.
007800
007900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RUNCTL-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  CORP-IN-FILE.
008600 COPY CORPPAG.
008700
008800 FD  CORP-RETURN-FILE.
008900 COPY CORPRET.
009000
009100 FD  CORP-REGISTER-FILE.
009200 COPY CORPREG.
009300
009400 FD  ACCT-MASTER-FILE.
009500 COPY ACCTREC.
009600
009700******************************************************************
009800* THE SOURCE PAIR LAYOUTS MATCH CONSLOTE'S FIELD FOR FIELD: A
009900* SOURCE SENDS BARE RECORDS - THE "EMP " TAG AND THE MERGED
010000* BATCH HEADER ARE STAMPED BY CONSLOTE AT MERGE TIME.
010100******************************************************************
010200 FD  OPB-SRC9-FILE.
010300 01  OPB-SRC-RECORD.
010400     05  OPB-SRC-NUM1                PIC S9(07)V99
010500                                     SIGN LEADING SEPARATE.
010600     05  OPB-SRC-NUM2                PIC S9(07)V99
010700                                     SIGN LEADING SEPARATE.
010800     05  OPB-SRC-ACCOUNT             PIC X(10).
010900     05  OPB-SRC-POST-TYPE           PIC X(01).
011000
011100 FD  OPB-CTL9-FILE.
011200 01  OPB-CTL9-RECORD.
011300     05  OPB-CTL9-SUMA               PIC S9(09)V99
011400                                     SIGN LEADING SEPARATE.
011500     05  OPB-CTL9-RESTA              PIC S9(09)V99
011600                                     SIGN LEADING SEPARATE.
011700
011800 FD  RUN-CONTROL-FILE.
011900 COPY RUNCTL.
012000
012100 WORKING-STORAGE SECTION.
012200 01  WS-CORPIN-STATUS.
012300     COPY FSTATCOD REPLACING FS-NAME BY WS-CORPIN-CODE.
012400 01  WS-CORPRET-STATUS.
012500     COPY FSTATCOD REPLACING FS-NAME BY WS-CORPRET-CODE.
012600 01  WS-CORPREG-STATUS.
012700     COPY FSTATCOD REPLACING FS-NAME BY WS-CORPREG-CODE.
012800 01  WS-ACCTMAST-STATUS.
012900     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
013000 01  WS-SRC9-STATUS.
013100     COPY FSTATCOD REPLACING FS-NAME BY WS-SRC9-CODE.
013200 01  WS-CTL9-STATUS.
013300     COPY FSTATCOD REPLACING FS-NAME BY WS-CTL9-CODE.
013400 01  WS-RUNCTL-STATUS.
013500     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
013600
013700 COPY CTAPARM.
013800 COPY HOLDPARM.
013900
014000 77  CPI-RUN-DATE                    PIC 9(08).
014100 77  CPI-FORCE-IND                   PIC X(01) VALUE "N".
014200     88  CPI-FORCED                  VALUE "F" "f".
014300 77  CPI-RUNCTL-DONE-SW              PIC X(01) VALUE "N".
014400     88  CPI-RUNCTL-DONE             VALUE "Y".
014500 77  CPI-RUNCTL-EOF-SW               PIC X(01) VALUE "N".
014600     88  CPI-RUNCTL-EOF              VALUE "Y".
014700 77  CPI-EOF-SW                      PIC X(01) VALUE "N".
014800     88  CPI-EOF                     VALUE "Y".
014900 77  CPI-IN-FILE-SW                  PIC X(01) VALUE "N".
015000     88  CPI-IN-FILE                 VALUE "Y".
015100 77  CPI-LINE-REASON                 PIC X(02) VALUE SPACES.
015200     88  CPI-LINE-OK                 VALUE SPACES.
015300 77  CPI-REASON-TEXT                 PIC X(30) VALUE SPACES.
015400 77  CPI-CURRENCY                    PIC X(03) VALUE SPACES.
015500 77  CPI-OVD-LIMIT                   PIC 9(08)V99 VALUE ZERO.
015600 77  CPI-COMMITTED                   PIC 9(11)V99 VALUE ZERO.
015700 77  CPI-AVAILABLE                   PIC S9(11)V99 VALUE ZERO.
015800*    THE LARGEST AMOUNT ONE SOURCE RECORD CAN CARRY - THE
015900*    ORIGINATOR'S DEBIT IS ONE ENTRY, SO A BIGGER FILE IS REFUSED.
016000 77  CPI-MAX-ENTRY                   PIC 9(07)V99
016100                                     VALUE 9999999.99.
016200
016300******************************************************************
016400* ONE ENTRY PER CORPORATE FILE ON THE DATASET, IN ARRIVAL ORDER.
016500* THE FIRST PASS LEAVES EACH FILE'S VERDICT HERE (REASON SPACES
016600* = POSTED); THE SECOND PASS COUNTS THE HEADERS THE SAME WAY TO
016700* FIND ITS ENTRY AGAIN.
016800******************************************************************
016900 77  CPI-FILE-IDX                    PIC 9(03) COMP VALUE ZERO.
017000 77  CPI-SCAN-IDX                    PIC 9(03) COMP VALUE ZERO.
017100 77  CPI-FILE-MAX                    PIC 9(03) COMP VALUE 99.
017200 01  CPI-FILE-TABLE.
017300     05  CPI-FILE-ENTRY              OCCURS 99 TIMES.
017400         10  CPI-TAB-CUSTOMER-ID     PIC X(08).
017500         10  CPI-TAB-FILE-REF        PIC X(12).
017600         10  CPI-TAB-FILE-DATE       PIC 9(08).
017700         10  CPI-TAB-DEBIT-ACCOUNT   PIC X(10).
017800         10  CPI-TAB-CURRENCY        PIC X(03).
017900         10  CPI-TAB-REASON          PIC X(02).
018000         10  CPI-TAB-LINES           PIC 9(06).
018100         10  CPI-TAB-SUM             PIC 9(11)V99.
018200         10  CPI-TAB-OK-LINES        PIC 9(06).
018300         10  CPI-TAB-OK-TOTAL        PIC 9(11)V99.
018400
018500******************************************************************
018600* CONTROL TOTALS FOR THE SOURCE PAIR AND THE RUN
018700******************************************************************
018800 77  CPI-FILES-READ                  PIC 9(05) VALUE ZERO.
018900 77  CPI-FILES-POSTED                PIC 9(05) VALUE ZERO.
019000 77  CPI-FILES-REJECTED              PIC 9(05) VALUE ZERO.
019100 77  CPI-LINES-READ                  PIC 9(07) VALUE ZERO.
019200 77  CPI-LINES-POSTED                PIC 9(07) VALUE ZERO.
019300 77  CPI-LINES-RETURNED              PIC 9(07) VALUE ZERO.
019400 77  CPI-STRAY-COUNT                 PIC 9(07) VALUE ZERO.
019500 77  CPI-DEBIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
019600 77  CPI-CREDIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
019700 77  CPI-SUMA-TOTAL                  PIC S9(09)V99 VALUE ZERO.
019800 77  CPI-RESTA-TOTAL                 PIC S9(09)V99 VALUE ZERO.
019900 01  CPI-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
020000
020100 PROCEDURE DIVISION.
020200******************************************************************
020300* 0000-MAINLINE
020400******************************************************************
020500 0000-MAINLINE.
020600     ACCEPT CPI-RUN-DATE FROM DATE YYYYMMDD.
020700     DISPLAY "FORZAR RECORRIDA? (F=SI, N=NO): ".
020800     ACCEPT CPI-FORCE-IND.
020900     PERFORM 0100-CHECK-RUN-CONTROL
021000         THRU 0100-CHECK-RUN-CONTROL-EXIT.
021100     IF CPI-RUNCTL-DONE AND NOT CPI-FORCED
021200         DISPLAY "LA RECEPCION DE HOY YA CORRIO (RUNCTL) - USE "
021300             "F PARA FORZAR LA RECORRIDA"
021400         MOVE 4 TO RETURN-CODE
021500         GO TO 0000-MAINLINE-EXIT
021600     END-IF.
021700     OPEN INPUT ACCT-MASTER-FILE.
021800     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
021900         DISPLAY "CORPINT: ACCTMAST NO DISPONIBLE - ESTADO "
022000             WS-ACCTMAST-STATUS
022100         MOVE 4 TO RETURN-CODE
022200         GO TO 0000-MAINLINE-EXIT
022300     END-IF.
022400     PERFORM 0200-WRITE-RUN-CONTROL
022500         THRU 0200-WRITE-RUN-CONTROL-EXIT.
022600     OPEN INPUT CORP-IN-FILE.
022700     IF NOT FS-SUCCESS OF WS-CORPIN-STATUS
022800         DISPLAY "CORPINT: SIN ARCHIVOS CORPORATIVOS HOY"
022900*        THE SOURCE PAIR STILL REWRITES EMPTY SO CONSLOTE
023000*        NEVER MERGES YESTERDAY'S LEFTOVER TRANSMITTAL.
023100         OPEN OUTPUT OPB-SRC9-FILE
023200         CLOSE OPB-SRC9-FILE
023300         OPEN OUTPUT CORP-RETURN-FILE
023400         CLOSE CORP-RETURN-FILE
023500         CLOSE ACCT-MASTER-FILE
023600         PERFORM 4000-WRITE-CONTROL THRU 4000-WRITE-CONTROL-EXIT
023700         PERFORM 6000-COMPLETE-RUN-CONTROL
023800             THRU 6000-COMPLETE-RUN-CONTROL-EXIT
023900         GO TO 0000-MAINLINE-EXIT
024000     END-IF.
024100     OPEN I-O CORP-REGISTER-FILE.
024200     IF FS-NOT-FOUND OF WS-CORPREG-STATUS
024300         OPEN OUTPUT CORP-REGISTER-FILE
024400         CLOSE CORP-REGISTER-FILE
024500         OPEN I-O CORP-REGISTER-FILE
024600     END-IF.
024700     PERFORM 1000-PROVE-FILES THRU 1000-PROVE-FILES-EXIT.
024800     CLOSE CORP-IN-FILE.
024900     OPEN INPUT CORP-IN-FILE.
025000     OPEN OUTPUT OPB-SRC9-FILE.
025100     OPEN OUTPUT CORP-RETURN-FILE.
025200     PERFORM 2000-CONVERT-FILES THRU 2000-CONVERT-FILES-EXIT.
025300     CLOSE CORP-RETURN-FILE.
025400     CLOSE OPB-SRC9-FILE.
025500     CLOSE CORP-IN-FILE.
025600     CLOSE CORP-REGISTER-FILE.
025700     CLOSE ACCT-MASTER-FILE.
025800     PERFORM 4000-WRITE-CONTROL THRU 4000-WRITE-CONTROL-EXIT.
025900     PERFORM 5000-SHOW-TOTALS THRU 5000-SHOW-TOTALS-EXIT.
026000     PERFORM 6000-COMPLETE-RUN-CONTROL
026100         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
026200 0000-MAINLINE-EXIT.
026300     GOBACK.
026400
026500******************************************************************
026600* 0100-CHECK-RUN-CONTROL  -  A RESUBMITTED INTAKE WOULD REBUILD
026700*                            OPBTRN9 OVER AN UNCONSUMED
026800*                            TRANSMITTAL.
026900******************************************************************
027000 0100-CHECK-RUN-CONTROL.
027100     MOVE "N" TO CPI-RUNCTL-DONE-SW CPI-RUNCTL-EOF-SW.
027200     OPEN INPUT RUN-CONTROL-FILE.
027300     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
027400         GO TO 0100-CHECK-RUN-CONTROL-EXIT
027500     END-IF.
027600     PERFORM 0110-SCAN-RUN-CONTROL
027700         THRU 0110-SCAN-RUN-CONTROL-EXIT
027800         UNTIL CPI-RUNCTL-EOF OR CPI-RUNCTL-DONE.
027900     CLOSE RUN-CONTROL-FILE.
028000 0100-CHECK-RUN-CONTROL-EXIT.
028100     EXIT.
028200
028300******************************************************************
028400* 0110-SCAN-RUN-CONTROL
028500******************************************************************
028600 0110-SCAN-RUN-CONTROL.
028700     READ RUN-CONTROL-FILE
028800         AT END
028900             SET CPI-RUNCTL-EOF TO TRUE
029000         NOT AT END
029100             IF RUN-CTL-DATE = CPI-RUN-DATE
029200               AND RUN-CTL-STEP = "CORPINT "
029300               AND RUN-CTL-COMPLETED
029400                 SET CPI-RUNCTL-DONE TO TRUE
029500             END-IF
029600     END-READ.
029700 0110-SCAN-RUN-CONTROL-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100* 0200-WRITE-RUN-CONTROL  -  THE "S" (STARTED) RECORD.
030200******************************************************************
030300 0200-WRITE-RUN-CONTROL.
030400     MOVE CPI-RUN-DATE TO RUN-CTL-DATE.
030500     MOVE "CORPINT " TO RUN-CTL-STEP.
030600     SET RUN-CTL-STARTED TO TRUE.
030700     MOVE ZERO TO RUN-CTL-COUNT.
030800     ACCEPT RUN-CTL-TIME FROM TIME.
030810     MOVE ZERO TO RUN-CTL-CYCLE.
030900     OPEN EXTEND RUN-CONTROL-FILE.
031000     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
031100         OPEN OUTPUT RUN-CONTROL-FILE
031200         CLOSE RUN-CONTROL-FILE
031300         OPEN EXTEND RUN-CONTROL-FILE
031400     END-IF.
031500     WRITE RUN-CTL-RECORD.
031600     CLOSE RUN-CONTROL-FILE.
031700 0200-WRITE-RUN-CONTROL-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100* 1000-PROVE-FILES  -  FIRST PASS: EVERY FILE'S VERDICT INTO THE
032200*                      TABLE BEFORE ANYTHING IS WRITTEN, SO A FILE
032300*                      THAT FAILS AT ITS TRAILER NEVER GETS
032400*                      HALFWAY INTO THE SOURCE PAIR.
032500******************************************************************
032600 1000-PROVE-FILES.
032700     MOVE ZERO TO CPI-FILE-IDX.
032800     MOVE "N" TO CPI-EOF-SW CPI-IN-FILE-SW.
032900     PERFORM 1100-PROVE-ONE-REC THRU 1100-PROVE-ONE-REC-EXIT
033000         UNTIL CPI-EOF.
033100*    A FILE STILL OPEN AT THE END OF THE DATASET LOST ITS TRAILER.
033200     IF CPI-IN-FILE
033300         PERFORM 1150-BROKEN-FILE THRU 1150-BROKEN-FILE-EXIT
033400     END-IF.
033500     IF CPI-FILE-IDX > CPI-FILE-MAX
033600         DISPLAY "CORPINT: MAS DE " CPI-FILE-MAX
033700             " ARCHIVOS - LOS DEMAS SE DEVUELVEN"
033800     END-IF.
033900 1000-PROVE-FILES-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 1100-PROVE-ONE-REC
034400******************************************************************
034500 1100-PROVE-ONE-REC.
034600     READ CORP-IN-FILE
034700         AT END
034800             SET CPI-EOF TO TRUE
034900             GO TO 1100-PROVE-ONE-REC-EXIT
035000     END-READ.
035100     EVALUATE TRUE
035200         WHEN CPG-HEADER-REC
035300             PERFORM 1200-PROVE-HEADER THRU 1200-PROVE-HEADER-EXIT
035400         WHEN CPG-DETAIL-REC
035500             PERFORM 1300-PROVE-DETAIL THRU 1300-PROVE-DETAIL-EXIT
035600         WHEN CPG-TRAILER-REC
035700             PERFORM 1400-PROVE-TRAILER
035800                 THRU 1400-PROVE-TRAILER-EXIT
035900         WHEN OTHER
036000             ADD 1 TO CPI-STRAY-COUNT
036100             IF CPI-IN-FILE
036200                 PERFORM 1150-BROKEN-FILE
036300                     THRU 1150-BROKEN-FILE-EXIT
036400                 MOVE "Y" TO CPI-IN-FILE-SW
036500             END-IF
036600     END-EVALUATE.
036700 1100-PROVE-ONE-REC-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100* 1150-BROKEN-FILE  -  THE CURRENT FILE'S STRUCTURE IS BROKEN
037200*                      (NO TRAILER, UNKNOWN RECORD TYPE): IT IS
037300*                      RETURNED WHOLE UNLESS ALREADY REJECTED.
037400******************************************************************
037500 1150-BROKEN-FILE.
037600     MOVE "N" TO CPI-IN-FILE-SW.
037700     IF CPI-FILE-IDX > CPI-FILE-MAX
037800         GO TO 1150-BROKEN-FILE-EXIT
037900     END-IF.
038000     IF CPI-TAB-REASON(CPI-FILE-IDX) = SPACES
038100         MOVE "15" TO CPI-TAB-REASON(CPI-FILE-IDX)
038200     END-IF.
038300 1150-BROKEN-FILE-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 1200-PROVE-HEADER  -  OPENS A FILE'S TABLE ENTRY AND JUDGES ITS
038800*                       DEBIT ACCOUNT: ON ACCTMAST, OWNED BY THE
038900*                       ORIGINATOR, POSTABLE - AND THE FILE NOT
039000*                       ALREADY POSTED ON CORPREG OR EARLIER ON
039100*                       THIS RUN.
039200******************************************************************
039300 1200-PROVE-HEADER.
039400     IF CPI-IN-FILE
039500         PERFORM 1150-BROKEN-FILE THRU 1150-BROKEN-FILE-EXIT
039600     END-IF.
039700     ADD 1 TO CPI-FILE-IDX.
039800     MOVE "Y" TO CPI-IN-FILE-SW.
039900     IF CPI-FILE-IDX > CPI-FILE-MAX
040000         GO TO 1200-PROVE-HEADER-EXIT
040100     END-IF.
040200     MOVE CPG-H-CUSTOMER-ID TO CPI-TAB-CUSTOMER-ID(CPI-FILE-IDX).
040300     MOVE CPG-H-FILE-REF    TO CPI-TAB-FILE-REF(CPI-FILE-IDX).
040400     MOVE CPG-H-DEBIT-ACCOUNT
040500         TO CPI-TAB-DEBIT-ACCOUNT(CPI-FILE-IDX).
040600     IF CPG-H-FILE-DATE IS NUMERIC
040700         MOVE CPG-H-FILE-DATE TO CPI-TAB-FILE-DATE(CPI-FILE-IDX)
040800     ELSE
040900         MOVE ZERO TO CPI-TAB-FILE-DATE(CPI-FILE-IDX)
041000     END-IF.
041100     MOVE SPACES TO CPI-TAB-CURRENCY(CPI-FILE-IDX)
041200                    CPI-TAB-REASON(CPI-FILE-IDX).
041300     MOVE ZERO TO CPI-TAB-LINES(CPI-FILE-IDX)
041400                  CPI-TAB-SUM(CPI-FILE-IDX)
041500                  CPI-TAB-OK-LINES(CPI-FILE-IDX)
041600                  CPI-TAB-OK-TOTAL(CPI-FILE-IDX).
041700     MOVE CPG-H-DEBIT-ACCOUNT TO ACM-ACCOUNT-NUMBER.
041800     READ ACCT-MASTER-FILE
041900         INVALID KEY
042000             MOVE "11" TO CPI-TAB-REASON(CPI-FILE-IDX)
042100             GO TO 1200-PROVE-HEADER-EXIT
042200     END-READ.
042300     IF ACM-CUSTOMER-ID NOT = CPG-H-CUSTOMER-ID
042400       OR NOT ACM-STAT-POSTABLE
042500         MOVE "11" TO CPI-TAB-REASON(CPI-FILE-IDX)
042600         GO TO 1200-PROVE-HEADER-EXIT
042700     END-IF.
042800     PERFORM 3100-ACCOUNT-CURRENCY
042900         THRU 3100-ACCOUNT-CURRENCY-EXIT.
043000     MOVE CPI-CURRENCY TO CPI-TAB-CURRENCY(CPI-FILE-IDX).
043100     MOVE CPG-H-CUSTOMER-ID TO CRG-CUSTOMER-ID.
043200     MOVE CPG-H-FILE-REF    TO CRG-FILE-REF.
043300     READ CORP-REGISTER-FILE
043400         INVALID KEY
043500             CONTINUE
043600         NOT INVALID KEY
043700             MOVE "13" TO CPI-TAB-REASON(CPI-FILE-IDX)
043800             GO TO 1200-PROVE-HEADER-EXIT
043900     END-READ.
044000     PERFORM 1210-SCAN-DUPLICATE THRU 1210-SCAN-DUPLICATE-EXIT
044100         VARYING CPI-SCAN-IDX FROM 1 BY 1
044200         UNTIL CPI-SCAN-IDX NOT < CPI-FILE-IDX.
044300 1200-PROVE-HEADER-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700* 1210-SCAN-DUPLICATE  -  THE SAME FILE TWICE ON ONE DATASET: THE
044800*                         FIRST COPY STANDS.
044900******************************************************************
045000 1210-SCAN-DUPLICATE.
045100     IF CPI-TAB-CUSTOMER-ID(CPI-SCAN-IDX) = CPG-H-CUSTOMER-ID
045200       AND CPI-TAB-FILE-REF(CPI-SCAN-IDX) = CPG-H-FILE-REF
045300       AND CPI-TAB-REASON(CPI-SCAN-IDX) = SPACES
045400         MOVE "13" TO CPI-TAB-REASON(CPI-FILE-IDX)
045500     END-IF.
045600 1210-SCAN-DUPLICATE-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000* 1300-PROVE-DETAIL  -  EVERY LINE COUNTS TOWARDS THE TRAILER
046100*                       PROOF; ONLY A VALID ONE TOWARDS THE DEBIT.
046200******************************************************************
046300 1300-PROVE-DETAIL.
046400     IF NOT CPI-IN-FILE
046500         ADD 1 TO CPI-STRAY-COUNT
046600         GO TO 1300-PROVE-DETAIL-EXIT
046700     END-IF.
046800     IF CPI-FILE-IDX > CPI-FILE-MAX
046900         GO TO 1300-PROVE-DETAIL-EXIT
047000     END-IF.
047100     ADD 1 TO CPI-TAB-LINES(CPI-FILE-IDX).
047200     IF CPG-D-AMOUNT IS NUMERIC
047300         ADD CPG-D-AMOUNT TO CPI-TAB-SUM(CPI-FILE-IDX)
047400     END-IF.
047500     PERFORM 3000-VALIDATE-LINE THRU 3000-VALIDATE-LINE-EXIT.
047600     IF CPI-LINE-OK
047700         ADD 1 TO CPI-TAB-OK-LINES(CPI-FILE-IDX)
047800         ADD CPG-D-AMOUNT TO CPI-TAB-OK-TOTAL(CPI-FILE-IDX)
047900     END-IF.
048000 1300-PROVE-DETAIL-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400* 1400-PROVE-TRAILER  -  THE CUSTOMER'S OWN COUNT AND TOTAL MUST
048500*                        MATCH WHAT ARRIVED (A GARBLED AMOUNT
048600*                        FAILS THIS TOO); THEN THE ACCEPTED LINES
048700*                        MUST FIT ONE DEBIT ENTRY AND BE FUNDED.
048800******************************************************************
048900 1400-PROVE-TRAILER.
049000     IF NOT CPI-IN-FILE
049100         ADD 1 TO CPI-STRAY-COUNT
049200         GO TO 1400-PROVE-TRAILER-EXIT
049300     END-IF.
049400     MOVE "N" TO CPI-IN-FILE-SW.
049500     IF CPI-FILE-IDX > CPI-FILE-MAX
049600         GO TO 1400-PROVE-TRAILER-EXIT
049700     END-IF.
049800     IF CPI-TAB-REASON(CPI-FILE-IDX) NOT = SPACES
049900         GO TO 1400-PROVE-TRAILER-EXIT
050000     END-IF.
050100     IF CPG-T-LINE-COUNT IS NOT NUMERIC
050200       OR CPG-T-TOTAL-AMOUNT IS NOT NUMERIC
050300         MOVE "10" TO CPI-TAB-REASON(CPI-FILE-IDX)
050400         GO TO 1400-PROVE-TRAILER-EXIT
050500     END-IF.
050600     IF CPG-T-LINE-COUNT NOT = CPI-TAB-LINES(CPI-FILE-IDX)
050700       OR CPG-T-TOTAL-AMOUNT NOT = CPI-TAB-SUM(CPI-FILE-IDX)
050800         MOVE "10" TO CPI-TAB-REASON(CPI-FILE-IDX)
050900         GO TO 1400-PROVE-TRAILER-EXIT
051000     END-IF.
051100     IF CPI-TAB-OK-TOTAL(CPI-FILE-IDX) > CPI-MAX-ENTRY
051200         MOVE "14" TO CPI-TAB-REASON(CPI-FILE-IDX)
051300         GO TO 1400-PROVE-TRAILER-EXIT
051400     END-IF.
051500     IF CPI-TAB-OK-TOTAL(CPI-FILE-IDX) > ZERO
051600         PERFORM 1500-CHECK-FUNDS THRU 1500-CHECK-FUNDS-EXIT
051700     END-IF.
051800 1400-PROVE-TRAILER-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 1500-CHECK-FUNDS  -  AVAILABLE = LEDGER - HOLDS IN FORCE +
052300*                      OVERDRAFT LIMIT (NON-NUMERIC LIMIT = ZERO),
052400*                      THE SAME TEST OPBPOST APPLIES TO A DEBIT,
052500*                      LESS WHAT EARLIER POSTED FILES OF THIS RUN
052600*                      WILL ALREADY DEBIT TO THE SAME ACCOUNT.
052700******************************************************************
052800 1500-CHECK-FUNDS.
052900     MOVE CPI-TAB-DEBIT-ACCOUNT(CPI-FILE-IDX)
053000         TO ACM-ACCOUNT-NUMBER.
053100     READ ACCT-MASTER-FILE
053200         INVALID KEY
053300             MOVE "11" TO CPI-TAB-REASON(CPI-FILE-IDX)
053400             GO TO 1500-CHECK-FUNDS-EXIT
053500     END-READ.
053600     IF ACM-OVERDRAFT-LIMIT IS NUMERIC
053700         MOVE ACM-OVERDRAFT-LIMIT TO CPI-OVD-LIMIT
053800     ELSE
053900         MOVE ZERO TO CPI-OVD-LIMIT
054000     END-IF.
054100     MOVE ACM-ACCOUNT-NUMBER TO HLS-REQ-ACCOUNT.
054200     MOVE CPI-RUN-DATE TO HLS-REQ-DATE.
054300     CALL "HOLDSUM" USING HLS-PARM.
054400     MOVE ZERO TO CPI-COMMITTED.
054500     PERFORM 1510-ADD-COMMITTED THRU 1510-ADD-COMMITTED-EXIT
054600         VARYING CPI-SCAN-IDX FROM 1 BY 1
054700         UNTIL CPI-SCAN-IDX NOT < CPI-FILE-IDX.
054800     COMPUTE CPI-AVAILABLE = ACM-ACCOUNT-BALANCE
054900         - HLS-REPLY-AMOUNT + CPI-OVD-LIMIT - CPI-COMMITTED.
055000     IF CPI-TAB-OK-TOTAL(CPI-FILE-IDX) > CPI-AVAILABLE
055100         MOVE "12" TO CPI-TAB-REASON(CPI-FILE-IDX)
055200     END-IF.
055300 1500-CHECK-FUNDS-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 1510-ADD-COMMITTED
055800******************************************************************
055900 1510-ADD-COMMITTED.
056000     IF CPI-TAB-DEBIT-ACCOUNT(CPI-SCAN-IDX)
056100             = CPI-TAB-DEBIT-ACCOUNT(CPI-FILE-IDX)
056200       AND CPI-TAB-REASON(CPI-SCAN-IDX) = SPACES
056300         ADD CPI-TAB-OK-TOTAL(CPI-SCAN-IDX) TO CPI-COMMITTED
056400     END-IF.
056500 1510-ADD-COMMITTED-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900* 2000-CONVERT-FILES  -  SECOND PASS: THE VERDICTS BECOME SOURCE
057000*                        RECORDS AND RETURN RECORDS.
057100******************************************************************
057200 2000-CONVERT-FILES.
057300     MOVE ZERO TO CPI-FILE-IDX.
057400     MOVE "N" TO CPI-EOF-SW CPI-IN-FILE-SW.
057500     PERFORM 2100-CONVERT-ONE-REC THRU 2100-CONVERT-ONE-REC-EXIT
057600         UNTIL CPI-EOF.
057700 2000-CONVERT-FILES-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100* 2100-CONVERT-ONE-REC
058200******************************************************************
058300 2100-CONVERT-ONE-REC.
058400     READ CORP-IN-FILE
058500         AT END
058600             SET CPI-EOF TO TRUE
058700             GO TO 2100-CONVERT-ONE-REC-EXIT
058800     END-READ.
058900     EVALUATE TRUE
059000         WHEN CPG-HEADER-REC
059100             PERFORM 2200-CONVERT-HEADER
059200                 THRU 2200-CONVERT-HEADER-EXIT
059300         WHEN CPG-DETAIL-REC
059400             PERFORM 2300-CONVERT-DETAIL
059500                 THRU 2300-CONVERT-DETAIL-EXIT
059600         WHEN CPG-TRAILER-REC
059700             MOVE "N" TO CPI-IN-FILE-SW
059800     END-EVALUATE.
059900 2100-CONVERT-ONE-REC-EXIT.
060000     EXIT.
060100
060200******************************************************************
060300* 2200-CONVERT-HEADER  -  A POSTED FILE OPENS WITH THE ONE
060400*                         OFFSETTING DEBIT TO THE ORIGINATOR AND
060500*                         IS REGISTERED ON CORPREG.
060600******************************************************************
060700 2200-CONVERT-HEADER.
060800     ADD 1 TO CPI-FILE-IDX.
060900     MOVE "Y" TO CPI-IN-FILE-SW.
061000     ADD 1 TO CPI-FILES-READ.
061100     IF CPI-FILE-IDX > CPI-FILE-MAX
061200         ADD 1 TO CPI-FILES-REJECTED
061300         DISPLAY "ARCHIVO " CPG-H-CUSTOMER-ID " " CPG-H-FILE-REF
061400             ": RECHAZADO - EXCEDE LA CAPACIDAD DE LA CORRIDA"
061500         GO TO 2200-CONVERT-HEADER-EXIT
061600     END-IF.
061700     IF CPI-TAB-REASON(CPI-FILE-IDX) NOT = SPACES
061800         ADD 1 TO CPI-FILES-REJECTED
061900         MOVE CPI-TAB-REASON(CPI-FILE-IDX) TO CPI-LINE-REASON
062000         PERFORM 8500-REASON-TEXT THRU 8500-REASON-TEXT-EXIT
062100         DISPLAY "ARCHIVO " CPG-H-CUSTOMER-ID " " CPG-H-FILE-REF
062200             ": RECHAZADO - " CPI-REASON-TEXT
062300         GO TO 2200-CONVERT-HEADER-EXIT
062400     END-IF.
062500     ADD 1 TO CPI-FILES-POSTED.
062600     MOVE CPI-TAB-OK-TOTAL(CPI-FILE-IDX) TO CPI-AMT-ED.
062700     DISPLAY "ARCHIVO " CPG-H-CUSTOMER-ID " " CPG-H-FILE-REF
062800         ": " CPI-TAB-OK-LINES(CPI-FILE-IDX) " DE "
062900         CPI-TAB-LINES(CPI-FILE-IDX) " LINEAS, DEBITO "
063000         CPI-AMT-ED.
063100     IF CPI-TAB-OK-TOTAL(CPI-FILE-IDX) = ZERO
063200         GO TO 2200-CONVERT-HEADER-EXIT
063300     END-IF.
063400     MOVE CPI-TAB-OK-TOTAL(CPI-FILE-IDX) TO OPB-SRC-NUM1.
063500     MOVE ZERO TO OPB-SRC-NUM2.
063600     MOVE CPI-TAB-DEBIT-ACCOUNT(CPI-FILE-IDX) TO OPB-SRC-ACCOUNT.
063700     MOVE "R" TO OPB-SRC-POST-TYPE.
063800     PERFORM 2500-WRITE-SOURCE-REC
063900         THRU 2500-WRITE-SOURCE-REC-EXIT.
064000     ADD CPI-TAB-OK-TOTAL(CPI-FILE-IDX) TO CPI-DEBIT-TOTAL.
064100     MOVE CPI-TAB-CUSTOMER-ID(CPI-FILE-IDX) TO CRG-CUSTOMER-ID.
064200     MOVE CPI-TAB-FILE-REF(CPI-FILE-IDX)    TO CRG-FILE-REF.
064300     MOVE CPI-TAB-FILE-DATE(CPI-FILE-IDX)   TO CRG-FILE-DATE.
064400     MOVE CPI-RUN-DATE                      TO CRG-PROCESS-DATE.
064500     MOVE CPI-TAB-DEBIT-ACCOUNT(CPI-FILE-IDX)
064600         TO CRG-DEBIT-ACCOUNT.
064700     MOVE CPI-TAB-LINES(CPI-FILE-IDX)       TO CRG-LINE-COUNT.
064800     MOVE CPI-TAB-OK-LINES(CPI-FILE-IDX)    TO CRG-POSTED-COUNT.
064900     COMPUTE CRG-RETURNED-COUNT = CPI-TAB-LINES(CPI-FILE-IDX)
065000         - CPI-TAB-OK-LINES(CPI-FILE-IDX).
065100     MOVE CPI-TAB-OK-TOTAL(CPI-FILE-IDX)    TO CRG-DEBIT-TOTAL.
065200     WRITE CRG-REGISTER-RECORD
065300         INVALID KEY
065400             DISPLAY "CORPREG: ERROR AL REGISTRAR " CRG-KEY
065500                 " - ESTADO " WS-CORPREG-STATUS
065600     END-WRITE.
065700 2200-CONVERT-HEADER-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 2300-CONVERT-DETAIL  -  A LINE OF A POSTED FILE IS CHECKED AGAIN
066200*                         (ACCTMAST IS READ-ONLY HERE, SO THE
066300*                         ANSWER IS THE FIRST PASS'S) AND
066400*                         CREDITED; ANYTHING ELSE GOES BACK ON
066500*                         CORPRET.
066600******************************************************************
066700 2300-CONVERT-DETAIL.
066800     ADD 1 TO CPI-LINES-READ.
066900     EVALUATE TRUE
067000         WHEN NOT CPI-IN-FILE
067100           OR CPI-FILE-IDX > CPI-FILE-MAX
067200             MOVE "15" TO CPI-LINE-REASON
067300         WHEN CPI-TAB-REASON(CPI-FILE-IDX) NOT = SPACES
067400             MOVE CPI-TAB-REASON(CPI-FILE-IDX) TO CPI-LINE-REASON
067500         WHEN OTHER
067600             PERFORM 3000-VALIDATE-LINE
067700                 THRU 3000-VALIDATE-LINE-EXIT
067800     END-EVALUATE.
067900     IF NOT CPI-LINE-OK
068000         PERFORM 2400-WRITE-RETURN THRU 2400-WRITE-RETURN-EXIT
068100         GO TO 2300-CONVERT-DETAIL-EXIT
068200     END-IF.
068300     MOVE CPG-D-AMOUNT  TO OPB-SRC-NUM1.
068400     MOVE ZERO          TO OPB-SRC-NUM2.
068500     MOVE CPG-D-ACCOUNT TO OPB-SRC-ACCOUNT.
068600     MOVE "S"           TO OPB-SRC-POST-TYPE.
068700     PERFORM 2500-WRITE-SOURCE-REC
068800         THRU 2500-WRITE-SOURCE-REC-EXIT.
068900     ADD 1 TO CPI-LINES-POSTED.
069000     ADD CPG-D-AMOUNT TO CPI-CREDIT-TOTAL.
069100 2300-CONVERT-DETAIL-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500* 2400-WRITE-RETURN  -  THE LINE AS THE CUSTOMER SENT IT, WITH
069600*                       THE FILE IT CAME IN AND THE REASON.
069700******************************************************************
069800 2400-WRITE-RETURN.
069900     MOVE SPACES TO CRT-RETURN-RECORD.
070000     IF CPI-IN-FILE AND CPI-FILE-IDX NOT > CPI-FILE-MAX
070100         MOVE CPI-TAB-CUSTOMER-ID(CPI-FILE-IDX) TO CRT-CUSTOMER-ID
070200         MOVE CPI-TAB-FILE-REF(CPI-FILE-IDX)    TO CRT-FILE-REF
070300     END-IF.
070400     IF CPG-D-LINE-SEQ IS NUMERIC
070500         MOVE CPG-D-LINE-SEQ TO CRT-LINE-SEQ
070600     ELSE
070700         MOVE ZERO TO CRT-LINE-SEQ
070800     END-IF.
070900     MOVE CPG-D-ACCOUNT TO CRT-ACCOUNT.
071000     IF CPG-D-AMOUNT IS NUMERIC
071100         MOVE CPG-D-AMOUNT TO CRT-AMOUNT
071200     ELSE
071300         MOVE ZERO TO CRT-AMOUNT
071400     END-IF.
071500     MOVE CPG-D-BENEFICIARY TO CRT-BENEFICIARY.
071600     MOVE CPG-D-REFERENCE   TO CRT-REFERENCE.
071700     MOVE CPI-LINE-REASON   TO CRT-REASON-CODE.
071800     PERFORM 8500-REASON-TEXT THRU 8500-REASON-TEXT-EXIT.
071900     MOVE CPI-REASON-TEXT   TO CRT-REASON-TEXT.
072000     MOVE CPI-RUN-DATE      TO CRT-PROCESS-DATE.
072100     WRITE CRT-RETURN-RECORD.
072200     ADD 1 TO CPI-LINES-RETURNED.
072300 2400-WRITE-RETURN-EXIT.
072400     EXIT.
072500
072600******************************************************************
072700* 2500-WRITE-SOURCE-REC  -  SUMA = NUM1 + NUM2, RESTA = NUM2 -
072800*                           NUM1: THE "S" CREDIT POSTS ITS SUMA,
072900*                           THE "R" DEBIT ITS (NEGATIVE) RESTA.
073000******************************************************************
073100 2500-WRITE-SOURCE-REC.
073200     WRITE OPB-SRC-RECORD.
073300     COMPUTE CPI-SUMA-TOTAL = CPI-SUMA-TOTAL
073400         + OPB-SRC-NUM1 + OPB-SRC-NUM2.
073500     COMPUTE CPI-RESTA-TOTAL = CPI-RESTA-TOTAL
073600         + OPB-SRC-NUM2 - OPB-SRC-NUM1.
073700 2500-WRITE-SOURCE-REC-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100* 3000-VALIDATE-LINE  -  ONE PAYMENT LINE AGAINST THE CURRENT
074200*                        FILE'S ENTRY.  CPI-LINE-REASON SPACES =
074300*                        GOOD, OTHERWISE THE CORPRET CODE.
074400******************************************************************
074500 3000-VALIDATE-LINE.
074600     MOVE SPACES TO CPI-LINE-REASON.
074700     IF CPG-D-AMOUNT IS NOT NUMERIC
074800         MOVE "04" TO CPI-LINE-REASON
074900         GO TO 3000-VALIDATE-LINE-EXIT
075000     END-IF.
075100     IF CPG-D-AMOUNT = ZERO
075200         MOVE "04" TO CPI-LINE-REASON
075300         GO TO 3000-VALIDATE-LINE-EXIT
075400     END-IF.
075500     MOVE CPG-D-ACCOUNT TO CTK-REQ-ACCOUNT.
075600     CALL "CTACHECK" USING CTK-PARM.
075700     IF CTK-REPLY-BAD
075800         MOVE "01" TO CPI-LINE-REASON
075900         GO TO 3000-VALIDATE-LINE-EXIT
076000     END-IF.
076100     IF CPG-D-ACCOUNT = CPI-TAB-DEBIT-ACCOUNT(CPI-FILE-IDX)
076200         MOVE "06" TO CPI-LINE-REASON
076300         GO TO 3000-VALIDATE-LINE-EXIT
076400     END-IF.
076500     MOVE CPG-D-ACCOUNT TO ACM-ACCOUNT-NUMBER.
076600     READ ACCT-MASTER-FILE
076700         INVALID KEY
076800             MOVE "02" TO CPI-LINE-REASON
076900             GO TO 3000-VALIDATE-LINE-EXIT
077000     END-READ.
077100     IF NOT ACM-STAT-POSTABLE
077200         MOVE "03" TO CPI-LINE-REASON
077300         GO TO 3000-VALIDATE-LINE-EXIT
077400     END-IF.
077500     PERFORM 3100-ACCOUNT-CURRENCY
077600         THRU 3100-ACCOUNT-CURRENCY-EXIT.
077700     IF CPI-CURRENCY NOT = CPI-TAB-CURRENCY(CPI-FILE-IDX)
077800         MOVE "05" TO CPI-LINE-REASON
077900     END-IF.
078000 3000-VALIDATE-LINE-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400* 3100-ACCOUNT-CURRENCY  -  SPACES AND "LOC" ARE BOTH THE LOCAL
078500*                           CURRENCY.
078600******************************************************************
078700 3100-ACCOUNT-CURRENCY.
078800     IF ACM-CCY-LOCAL
078900         MOVE "LOC" TO CPI-CURRENCY
079000     ELSE
079100         MOVE ACM-CURRENCY-CODE TO CPI-CURRENCY
079200     END-IF.
079300 3100-ACCOUNT-CURRENCY-EXIT.
079400     EXIT.
079500
079600******************************************************************
079700* 4000-WRITE-CONTROL  -  THE TRANSMITTAL TOTALS, STRAIGHT FROM
079800*                        WHAT WAS WRITTEN.
079900******************************************************************
080000 4000-WRITE-CONTROL.
080100     OPEN OUTPUT OPB-CTL9-FILE.
080200     MOVE CPI-SUMA-TOTAL  TO OPB-CTL9-SUMA.
080300     MOVE CPI-RESTA-TOTAL TO OPB-CTL9-RESTA.
080400     WRITE OPB-CTL9-RECORD.
080500     CLOSE OPB-CTL9-FILE.
080600 4000-WRITE-CONTROL-EXIT.
080700     EXIT.
080800
080900******************************************************************
081000* 5000-SHOW-TOTALS
081100******************************************************************
081200 5000-SHOW-TOTALS.
081300     DISPLAY "---- PAGOS CORPORATIVOS (FUENTE EMP ) ----".
081400     DISPLAY "ARCHIVOS RECIBIDOS:      " CPI-FILES-READ.
081500     DISPLAY "ARCHIVOS POSTEADOS:      " CPI-FILES-POSTED.
081600     DISPLAY "ARCHIVOS RECHAZADOS:     " CPI-FILES-REJECTED.
081700     DISPLAY "LINEAS RECIBIDAS:        " CPI-LINES-READ.
081800     DISPLAY "LINEAS A POSTEAR:        " CPI-LINES-POSTED.
081900     DISPLAY "LINEAS DEVUELTAS:        " CPI-LINES-RETURNED.
082000     IF CPI-STRAY-COUNT > ZERO
082100         DISPLAY "REGISTROS FUERA DE UN ARCHIVO: " CPI-STRAY-COUNT
082200     END-IF.
082300     MOVE CPI-DEBIT-TOTAL TO CPI-AMT-ED.
082400     DISPLAY "TOTAL DEBITOS ORIGEN:    " CPI-AMT-ED.
082500     MOVE CPI-CREDIT-TOTAL TO CPI-AMT-ED.
082600     DISPLAY "TOTAL CREDITOS:          " CPI-AMT-ED.
082700     MOVE CPI-SUMA-TOTAL TO CPI-AMT-ED.
082800     DISPLAY "TOTAL SUMA ESPERADO:     " CPI-AMT-ED.
082900     MOVE CPI-RESTA-TOTAL TO CPI-AMT-ED.
083000     DISPLAY "TOTAL RESTA ESPERADO:    " CPI-AMT-ED.
083100 5000-SHOW-TOTALS-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500* 6000-COMPLETE-RUN-CONTROL  -  THE "C" (COMPLETED) RECORD WITH
083600*                               THE LINES CONVERTED.
083700******************************************************************
083800 6000-COMPLETE-RUN-CONTROL.
083900     MOVE CPI-RUN-DATE TO RUN-CTL-DATE.
084000     MOVE "CORPINT " TO RUN-CTL-STEP.
084100     SET RUN-CTL-COMPLETED TO TRUE.
084200     MOVE CPI-LINES-POSTED TO RUN-CTL-COUNT.
084300     ACCEPT RUN-CTL-TIME FROM TIME.
084310     MOVE ZERO TO RUN-CTL-CYCLE.
084400     OPEN EXTEND RUN-CONTROL-FILE.
084500     WRITE RUN-CTL-RECORD.
084600     CLOSE RUN-CONTROL-FILE.
084700 6000-COMPLETE-RUN-CONTROL-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100* 8500-REASON-TEXT  -  THE CORPRET REASON TEXT FOR A CODE.
085200******************************************************************
085300 8500-REASON-TEXT.
085400     EVALUATE CPI-LINE-REASON
085500         WHEN "01"
085600             MOVE "DIGITO VERIFICADOR INVALIDO" TO CPI-REASON-TEXT
085700         WHEN "02"
085800             MOVE "CUENTA INEXISTENTE" TO CPI-REASON-TEXT
085900         WHEN "03"
086000             MOVE "CUENTA BLOQUEADA O CERRADA" TO CPI-REASON-TEXT
086100         WHEN "04"
086200             MOVE "IMPORTE INVALIDO" TO CPI-REASON-TEXT
086300         WHEN "05"
086400             MOVE "MONEDA DISTINTA A LA DEL DEBITO"
086500                 TO CPI-REASON-TEXT
086600         WHEN "06"
086700             MOVE "CUENTA DE DEBITO COMO DESTINO"
086800                 TO CPI-REASON-TEXT
086900         WHEN "10"
087000             MOVE "TOTALES NO CUADRAN CON TRAILER"
087100                 TO CPI-REASON-TEXT
087200         WHEN "11"
087300             MOVE "CUENTA DE DEBITO INVALIDA" TO CPI-REASON-TEXT
087400         WHEN "12"
087500             MOVE "FONDOS INSUFICIENTES" TO CPI-REASON-TEXT
087600         WHEN "13"
087700             MOVE "ARCHIVO YA POSTEADO" TO CPI-REASON-TEXT
087800         WHEN "14"
087900             MOVE "TOTAL EXCEDE UN SOLO DEBITO" TO CPI-REASON-TEXT
088000         WHEN OTHER
088100             MOVE "ESTRUCTURA DE ARCHIVO INVALIDA"
088200                 TO CPI-REASON-TEXT
088300     END-EVALUATE.
088400 8500-REASON-TEXT-EXIT.
088500     EXIT.
088600
088700 END PROGRAM CORPINT.
