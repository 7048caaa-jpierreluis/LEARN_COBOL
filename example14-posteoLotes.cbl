001600*              THE RUN PROVES ITSELF WITH POSTED/SKIPPED COUNTS
001700*              AND AMOUNT TOTALS AND SETS RETURN-CODE 4 WHEN ANY
001800*              POSTABLE RECORD COULD NOT BE APPLIED.
001810*              A TRANSFER ("T") MOVES THE RECORD'S SUMA FROM
001820*              ITS ACCOUNT TO ITS DESTINATION ACCOUNT: BOTH
001830*              LEGS POST, UNDER ONE SHARED JOURNAL REFERENCE,
001840*              OR NEITHER DOES.
001842*              ONE HELD UP BY THE OVERDRAFT OR EXPOSURE LIMIT OR
001844*              A LAPSED KYC REVIEW GOES WHOLE TO OPBREJ, WITH ITS
001846*              DESTINATION, FOR REPRECH TO REPAIR AND RESUBMIT.
001850*              A DEBIT IS MEASURED AGAINST THE AVAILABLE
001860*              BALANCE - LEDGER LESS THE HOLDS IN FORCE ON
001870*              HOLDMAST (HOLDSUM) - NOT THE LEDGER ALONE.
001876*              A RECORD MAY CARRY A PAST VALUE DATE, WITHIN THE
001882*              BVLCTL BACK-VALUE LIMIT; EACH SUCH POSTING IS
001888*              LOGGED ON BVLLOG FOR THE BVLINT INTEREST
001894*              ADJUSTMENT.
001900* TECTONICS:   cobc -x example14-posteoLotes.cbl
001950*                  example65-sumaRetenciones.cbl
001960*                  example82-verificaKyc.cbl
001970*                  example41-fechaLaboral.cbl
001980*                  example86-exposicionCliente.cbl
001990*                  example94-depositoVigente.cbl
002000*
002100* MODIFICATION HISTORY
002200*   22/08/26  JPL  INITIAL VERSION.
004693*                  IT REPLACES.  RECORDS BEYOND THE TABLE
004694*                  SPILL TO THE OLD ONE-AT-A-TIME PATH, SO AN
004695*                  OVERSIZE DAY STILL POSTS COMPLETELY.
004700*   09/09/26  JPL  NEW POSTING TYPE "T" - A TRANSFER TO
004710*                  OPB-OUT-DEST-ACCOUNT.  BOTH SIDES ARE PROVED
004720*                  (ON FILE, POSTABLE, AND THE OVERDRAFT CHECK
004730*                  ON THE DEBIT SIDE) BEFORE EITHER IS APPLIED,
004740*                  AND BOTH JOURNAL RECORDS CARRY THE SAME
004750*                  PJR-XFER-REF.  TRANSFERS POST AFTER THE
004760*                  GROUPED PASS, SO THE DAY'S CREDITS CAN
004770*                  FUND THEM.
004772*   10/09/26  JPL  THE OVERDRAFT CHECK ON A DEBIT NOW ALSO
004774*                  DEDUCTS THE ACCOUNT'S HOLDS IN FORCE
004776*                  (HOLDMAST, SUMMED BY HOLDSUM ONCE PER
004778*                  ACCOUNT), SO EARMARKED FUNDS CANNOT BE SPENT
004780*                  IN BATCH.  A DEBIT BLOCKED BY A HOLD GOES ON
004782*                  OVDAPR PENDING LIKE ANY OVERDRAFT.  CREDITS
004784*                  ARE NEVER HELD BACK.
004785*   28/09/26  JPL  EVERY POSTING APPLIED FROM A DESK-TAGGED
004786*                  RECORD (OPB-OUT-SOURCE) ALSO APPENDS A
004787*                  DSKPOST RECORD - ACCOUNT, AMOUNT, DESK AND
004788*                  THE JOURNAL ENTRY'S RUN DATE/TIME - SO
004789*                  DESKSTL CAN SETTLE ONE DESK'S POSTINGS INTO
004790*                  ANOTHER DESK'S ACCOUNTS.  BOTH TABLES CARRY
004791*                  THE TAG FROM THE READ PASS TO THE APPLY.
004792*   01/10/26  JPL  A POSTING TO AN ACCOUNT WHOSE CUSTOMER'S KYC
004793*                  REVIEW LAPSED PAST THE GRACE PERIOD (KYCCHECK)
004799*                  IS NOT APPLIED - IT GOES ON OPRREF PENDING
004805*                  (KIND "K"), IS COUNTED AMONG THE SKIPS AND
004811*                  FAILS THE RUN WITH RETURN-CODE 4.
004817*   05/10/26  JPL  OPB-OUT-VALUE-DATE IS NOW HONOURED.  A PAST
004823*                  VALUE DATE MUST BE A FECHALAB BUSINESS DAY NO
004829*                  EARLIER THAN BVC-MAX-DAYS BUSINESS DAYS BACK
004835*                  (BVLCTL; NO FILE = NO BACK-VALUING), AND A
004841*                  FUTURE ONE IS NEVER TAKEN - OTHERWISE THE
004847*                  RECORD IS COUNTED AND SKIPPED AND FAILS THE
004853*                  RUN WITH RETURN-CODE 4.  EVERY BACK-VALUED
004859*                  POSTING APPLIED APPENDS A BVLLOG RECORD BESIDE
004865*                  ITS JOURNAL ENTRY FOR BVLINT.
004866*   06/10/26  JPL  A DEBIT THAT WOULD TAKE THE CUSTOMER'S TOTAL
004867*                  EXPOSURE PAST CST-EXPOSURE-LIMIT (EXPOSUM) GOES
004868*                  ON OVDAPR PENDING WITH THE CUSTOMER FIGURES
004869*                  (KIND "C") AND IS SKIPPED LIKE AN ACCOUNT
004870*                  OVERDRAFT.
004871*   08/10/26  JPL  POSTS BY CYCLE.  THE CYCLE BEING POSTED IS THE
004872*                  ONE THE LAST CICLREG RECORD NAMES WHEN THAT
004873*                  RECORD IS ITS BATCH WINDOW'S "B" (OR A PRIOR
004874*                  POSTING'S "P"); OTHERWISE IT IS CYCLE ZERO, THE
004875*                  OLD ONCE-A-DAY RULE.  THE RUNCTL RUN-ONCE CHECK
004876*                  IS BY DATE + CYCLE, BOTH RUNCTL RECORDS CARRY
004877*                  THE CYCLE, AND A COMPLETED POSTING APPENDS ITS
004878*                  "P" RECORD TO CICLREG SO CONSLOTE MAY OPEN THE
004879*                  NEXT CYCLE.
004880*   09/10/26  JPL  A TRANSFER HELD UP BY THE OVERDRAFT OR EXPOSURE
004881*                  LIMIT OR BY A LAPSED KYC REVIEW ON EITHER SIDE
004882*                  NO LONGER PUTS ONE LEG ON OVDAPR OR OPRREF,
004883*                  WHERE ITS RELEASE POSTED A ONE-SIDED MOVEMENT -
004884*                  THE WHOLE TRANSFER GOES TO OPBREJ WITH ITS
004885*                  DESTINATION, IN THE OPBTRIN IMAGE REPRECH
004886*                  REPAIRS.  AN ACCOUNT WITH A TERM DEPOSIT IN
004887*                  FORCE (TDEPCHK) TAKES NO POSTING AND NO
004888*                  TRANSFER LEG - TDEPVEN ALONE MOVES IT.
004889*                  A TRANSFER BETWEEN ACCOUNTS OF DIFFERENT
004890*                  CURRENCIES GOES WHOLE TO OPBREJ TOO (BLANK AND
004891*                  "LOC" ARE BOTH LOCAL).  A MIS-KEYED TRANSFER'S
004892*                  SUMA NOW COUNTS IN THE IMPORTE NO APLICADO
004893*                  TOTAL.
004894******************************************************************
004895
004896 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. OPBPOST.
005000
005100 ENVIRONMENT DIVISION.
005800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RUNCTL-STATUS.
006010
006020     SELECT CYCLE-REG-FILE ASSIGN TO "CICLREG"
006030         ORGANIZATION IS LINE SEQUENTIAL
006040         FILE STATUS IS WS-CICLREG-STATUS.

006100     SELECT OVD-APPROVAL-FILE ASSIGN TO "OVDAPR"
006200         ORGANIZATION IS LINE SEQUENTIAL
006400     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-JRNL-STATUS.
006610
006620     SELECT DESK-POST-FILE ASSIGN TO "DSKPOST"
006630         ORGANIZATION IS LINE SEQUENTIAL
006640         FILE STATUS IS WS-DSKPOST-STATUS.
006650
006660     SELECT OPER-REFERRAL-FILE ASSIGN TO "OPRREF"
006670         ORGANIZATION IS LINE SEQUENTIAL
006672         FILE STATUS IS WS-OPRREF-STATUS.
006674
006676     SELECT OPB-REJECT-FILE ASSIGN TO "OPBREJ"
006678         ORGANIZATION IS LINE SEQUENTIAL
006680         FILE STATUS IS WS-OPBREJ-STATUS.
006682
006684     SELECT BACKVAL-CTL-FILE ASSIGN TO "BVLCTL"
006686         ORGANIZATION IS LINE SEQUENTIAL
006688         FILE STATUS IS WS-BVLCTL-STATUS.
006690
006692     SELECT BACKVAL-LOG-FILE ASSIGN TO "BVLLOG"
006694         ORGANIZATION IS LINE SEQUENTIAL
006696         FILE STATUS IS WS-BVLLOG-STATUS.
006700
006800     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
006900         ORGANIZATION IS INDEXED
010100     05  OPB-OUT-POST-TYPE           PIC X(01).
010200         88  OPB-OUT-POST-SUMA       VALUE "S" "s".
010300         88  OPB-OUT-POST-RESTA      VALUE "R" "r".
010350         88  OPB-OUT-POST-TRANSFER   VALUE "T" "t".
010400     05  OPB-OUT-SOURCE              PIC X(04).
010450     05  OPB-OUT-DEST-ACCOUNT        PIC X(10).
010460     05  OPB-OUT-VALUE-DATE          PIC X(08).
010500
010600 FD  ACCT-MASTER-FILE.
010700 COPY ACCTREC.

011100 FD  RUN-CONTROL-FILE.
011200 COPY RUNCTL.
011210
011220 FD  CYCLE-REG-FILE.
011230 COPY CICLREG.

011300 FD  OVD-APPROVAL-FILE.
011400 COPY OVDAPR.
011410
011420 FD  DESK-POST-FILE.
011430 COPY DSKPOST.
011440
011450 FD  OPER-REFERRAL-FILE.
011451 COPY OPRREF.
011452
011453******************************************************************
011454* THE OPBTRIN IMAGE OPERACIONES-BASICAS WRITES TO OPBREJ, FIELD
011455* FOR FIELD, SO A TRANSFER REFUSED HERE IS REPAIRED IN REPRECH
011456* LIKE ANY OTHER REJECT.
011457******************************************************************
011458 FD  OPB-REJECT-FILE.
011459 01  OPB-REJECT-RECORD.
011460     05  OPB-REJ-NUM1                PIC S9(07)V99
011461                                     SIGN LEADING SEPARATE.
011462     05  OPB-REJ-NUM2                PIC S9(07)V99
011463                                     SIGN LEADING SEPARATE.
011464     05  OPB-REJ-ACCOUNT             PIC X(10).
011465     05  OPB-REJ-POST-TYPE           PIC X(01).
011466     05  OPB-REJ-SOURCE              PIC X(04).
011467     05  OPB-REJ-DATE                PIC 9(08).
011468     05  OPB-REJ-DEST-ACCOUNT        PIC X(10).
011469
011470 FD  BACKVAL-CTL-FILE.
011475 COPY BVLCTL.
011480
011485 FD  BACKVAL-LOG-FILE.
011490 COPY BVLLOG.
011500
011600 WORKING-STORAGE SECTION.
011700 01  WS-TRANS-OUT-STATUS.
012300 77  PST-RUN-DATE                    PIC 9(08).
012400 77  PST-RUN-TIME                    PIC 9(08).
012500 77  PST-JRNL-OLD-BALANCE            PIC S9(09)V99 VALUE ZERO.
012510 01  WS-DSKPOST-STATUS.
012520     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKPOST-CODE.
012530 77  PST-CUR-DESK                    PIC X(04) VALUE SPACES.
012600 01  WS-RUNCTL-STATUS.
012700     COPY FSTATCOD REPLACING FS-NAME BY WS-RUNCTL-CODE.
012800 77  PST-FORCE-IND                   PIC X(01) VALUE "N".
013100     88  PST-RUNCTL-DONE             VALUE "Y".
013200 77  PST-RUNCTL-EOF-SW               PIC X(01) VALUE "N".
013300     88  PST-RUNCTL-EOF              VALUE "Y".
013310
013320 01  WS-CICLREG-STATUS.
013330     COPY FSTATCOD REPLACING FS-NAME BY WS-CICLREG-CODE.
013340 77  PST-CYCLE                       PIC 9(01) VALUE ZERO.
013350 77  PST-CYCLE-DATE                  PIC 9(08) VALUE ZERO.
013360 77  PST-CYCLE-KIND                  PIC X(01) VALUE SPACE.
013370 77  PST-CYCLE-BATCH-ID              PIC X(08) VALUE SPACES.
013380 77  PST-CICLREG-EOF-SW              PIC X(01) VALUE "N".
013390     88  PST-CICLREG-EOF             VALUE "Y".
013400
013500 77  PST-EOF-SW                      PIC X(01) VALUE "N".
013600     88  PST-EOF                     VALUE "Y".
015300     COPY FSTATCOD REPLACING FS-NAME BY WS-OVDAPR-CODE.
015400 77  PST-OVD-COUNT                   PIC 9(07) VALUE ZERO.
015500 77  PST-OVD-LIMIT                   PIC 9(08)V99 VALUE ZERO.
015502 77  PST-OVD-NEW-BALANCE             PIC S9(09)V99 VALUE ZERO.
015504 77  PST-EXP-BLOCKED-SW              PIC X(01) VALUE "N".
015506     88  PST-EXP-BLOCKED             VALUE "Y".
015508 77  PST-EXP-COUNT                   PIC 9(07) VALUE ZERO.
015510 77  PST-EXP-NEW-LEDGER              PIC S9(09)V99 VALUE ZERO.
015512 COPY EXPPARM.
015514 77  PST-HOLD-ACCOUNT                PIC X(10) VALUE SPACES.
015516 77  PST-HOLD-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
015518 COPY HOLDPARM.
015520 01  WS-OPRREF-STATUS.
015522     COPY FSTATCOD REPLACING FS-NAME BY WS-OPRREF-CODE.
015524 77  PST-KYC-CUSTOMER                PIC X(08) VALUE SPACES.
015526 77  PST-KYC-BLOCKED-SW              PIC X(01) VALUE "N".
015528     88  PST-KYC-BLOCKED             VALUE "Y".
015530 77  PST-KYC-COUNT                   PIC 9(07) VALUE ZERO.
015532 77  PST-GRP-REFUSED-SW              PIC X(01) VALUE "N".
015534     88  PST-GRP-REFUSED             VALUE "Y".
015536 77  PST-XFR-SIDE                    PIC X(07) VALUE SPACES.
015538 77  PST-XFR-SIDE-SW                 PIC X(01) VALUE "N".
015540     88  PST-XFR-SIDE-REFUSED        VALUE "Y".
015542 COPY KYCPARM.
015544 01  WS-OPBREJ-STATUS.
015546     COPY FSTATCOD REPLACING FS-NAME BY WS-OPBREJ-CODE.
015548 77  PST-XFR-REJ-SW                  PIC X(01) VALUE "N".
015550     88  PST-XFR-TO-REJECT           VALUE "Y".
015552 77  PST-XFR-REJ-COUNT               PIC 9(07) VALUE ZERO.
015554 77  PST-TDEP-ACCOUNT                PIC X(10) VALUE SPACES.
015556 77  PST-TDEP-SW                     PIC X(01) VALUE "N".
015558     88  PST-TDEP-ACTIVE             VALUE "Y".
015559 77  PST-TDEP-COUNT                  PIC 9(07) VALUE ZERO.
015560 77  PST-XFR-TO-CCY                  PIC X(03) VALUE SPACES.
015561 77  PST-XFR-FROM-CCY                PIC X(03) VALUE SPACES.
015562 77  PST-XFR-CCY-COUNT               PIC 9(07) VALUE ZERO.
015563 COPY TDEPPARM.
015564
015566******************************************************************
015568* BACK-VALUED POSTINGS.  PST-BVL-EARLIEST IS THE OLDEST VALUE DATE
015570* THE BVLCTL LIMIT ALLOWS TODAY; PST-CUR-VALUE-DATE IS ZERO FOR A
015572* POSTING VALUED TODAY.
015574******************************************************************
015576 01  WS-BVLCTL-STATUS.
015578     COPY FSTATCOD REPLACING FS-NAME BY WS-BVLCTL-CODE.
015580 01  WS-BVLLOG-STATUS.
015582     COPY FSTATCOD REPLACING FS-NAME BY WS-BVLLOG-CODE.
015584 COPY FECHPARM.
015586 77  PST-BVL-DAYS                    PIC 9(03) VALUE ZERO.
015588 77  PST-BVL-EARLIEST                PIC 9(08) VALUE ZERO.
015590 77  PST-VALUE-DATE                  PIC 9(08) VALUE ZERO.
015592 77  PST-CUR-VALUE-DATE              PIC 9(08) VALUE ZERO.
015594 77  PST-VDATE-REFUSED-SW            PIC X(01) VALUE "N".
015596     88  PST-VDATE-REFUSED           VALUE "Y".
015598 77  PST-BVL-COUNT                   PIC 9(07) VALUE ZERO.
015600 77  PST-BVL-REFUSED                 PIC 9(07) VALUE ZERO.
015602
015604******************************************************************
015646* THE GROUPED POSTING TABLE - POSTABLE RECORDS COLLECT HERE ON
015647* THE READ PASS AND POST ACCOUNT BY ACCOUNT AFTERWARDS.
015648******************************************************************
015649 77  PST-TAB-MAX                     PIC 9(03) VALUE 999.
015650 01  PST-POST-TABLE.
015651     05  PST-TAB-ENTRY               OCCURS 999 TIMES.
015652         10  PST-TAB-ACCOUNT         PIC X(10).
015653         10  PST-TAB-AMOUNT          PIC S9(07)V99.
015654         10  PST-TAB-DONE-SW         PIC X(01).
015655         10  PST-TAB-DESK            PIC X(04).
015656         10  PST-TAB-VALUE-DATE      PIC 9(08).
015657 77  PST-TAB-COUNT                   PIC 9(03) COMP VALUE ZERO.
015658 77  PST-GRP-IDX                     PIC 9(03) COMP VALUE 1.
015659 77  PST-SCAN-IDX                    PIC 9(03) COMP VALUE 1.
015660 77  PST-SPILL-COUNT                 PIC 9(07) VALUE ZERO.
015661 77  PST-GRP-APPLIED                 PIC 9(05) VALUE ZERO.
015662 77  PST-GRP-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
015663 77  PST-GRP-CHANGED-SW              PIC X(01) VALUE "N".
015664     88  PST-GRP-CHANGED             VALUE "Y".
015665 01  PST-GRP-CNT-ED                  PIC ZZ,ZZ9.
015666
015668******************************************************************
015670* TRANSFERS - COLLECTED ON THE READ PASS, POSTED BOTH LEGS OR
015672* NEITHER AFTER THE GROUPED PASS.  PST-XFR-REF IS ZERO EXCEPT
015674* WHILE A TRANSFER'S TWO JOURNAL RECORDS ARE BEING WRITTEN.
015676******************************************************************
015678 77  PST-XFR-MAX                     PIC 9(03) VALUE 500.
015680 01  PST-XFR-TABLE.
015682     05  PST-XFR-ENTRY               OCCURS 500 TIMES.
015684         10  PST-XFR-TAB-FROM        PIC X(10).
015686         10  PST-XFR-TAB-TO          PIC X(10).
015687         10  PST-XFR-TAB-AMOUNT      PIC S9(07)V99.
015688         10  PST-XFR-TAB-DESK        PIC X(04).
015689         10  PST-XFR-TAB-VALUE-DATE  PIC 9(08).
015690 77  PST-XFR-COUNT                   PIC 9(03) COMP VALUE ZERO.
015692 77  PST-XFR-IDX                     PIC 9(03) COMP VALUE 1.
015694 77  PST-XFR-FROM                    PIC X(10) VALUE SPACES.
015696 77  PST-XFR-TO                      PIC X(10) VALUE SPACES.
015698 77  PST-XFR-AMOUNT                  PIC S9(07)V99 VALUE ZERO.
015700 77  PST-XFR-RUN-DATE                PIC 9(08) VALUE ZERO.
015702 77  PST-XFR-RUN-TIME                PIC 9(08) VALUE ZERO.
015704 77  PST-XFR-SEQ                     PIC 9(05) VALUE ZERO.
015706 01  PST-XFR-REF.
015708     05  PST-XFR-REF-DATE            PIC 9(08) VALUE ZERO.
015710     05  PST-XFR-REF-TIME            PIC 9(08) VALUE ZERO.
015712     05  PST-XFR-REF-SEQ             PIC 9(05) VALUE ZERO.
015714 77  PST-XFR-POSTED                  PIC 9(07) VALUE ZERO.
015716 77  PST-XFR-POSTED-AMT              PIC S9(11)V99 VALUE ZERO.
015718 77  PST-XFR-REFUSED                 PIC 9(07) VALUE ZERO.
015720 77  PST-XFR-BAD-COUNT               PIC 9(07) VALUE ZERO.
015800 01  PST-AMOUNT-ED                   PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
015900
016000 PROCEDURE DIVISION.
016900     IF PST-RUNCTL-DONE AND NOT PST-FORCED
017000         DISPLAY "EL POSTEO DE HOY YA CORRIO (RUNCTL) - USE "
017100             "F PARA FORZAR LA RECORRIDA"
017110         DISPLAY "CICLO DE POSTEO: " PST-CYCLE
017200         MOVE 4 TO RETURN-CODE
017300         GO TO 0000-MAINLINE-EXIT
017400     END-IF.
019600         THRU 3000-POST-ONE-REC-EXIT
019700         UNTIL PST-EOF.
019710     PERFORM 3500-POST-GROUPS THRU 3500-POST-GROUPS-EXIT.
019750     PERFORM 3700-POST-TRANSFERS THRU 3700-POST-TRANSFERS-EXIT.
019800     PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
019900     PERFORM 5000-PRINT-TOTALS THRU 5000-PRINT-TOTALS-EXIT.
020000     PERFORM 6000-COMPLETE-RUN-CONTROL
020100         THRU 6000-COMPLETE-RUN-CONTROL-EXIT.
020110     IF PST-CYCLE > 0
020120         PERFORM 6100-WRITE-CYCLE-POSTED
020130             THRU 6100-WRITE-CYCLE-POSTED-EXIT
020140     END-IF.
020200 0000-MAINLINE-EXIT.
020300     GOBACK.

021000 0100-CHECK-RUN-CONTROL.
021100     MOVE "N" TO PST-RUNCTL-DONE-SW PST-RUNCTL-EOF-SW.
021200     ACCEPT PST-RUN-DATE FROM DATE YYYYMMDD.
021210     PERFORM 0120-FIND-CYCLE THRU 0120-FIND-CYCLE-EXIT.
021300     OPEN INPUT RUN-CONTROL-FILE.
021400     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
021500         GO TO 0100-CHECK-RUN-CONTROL-EXIT
022800         AT END
022900             SET PST-RUNCTL-EOF TO TRUE
023000         NOT AT END
023010             IF RUN-CTL-CYCLE IS NOT NUMERIC
023020                 MOVE ZERO TO RUN-CTL-CYCLE
023030             END-IF
023100             IF RUN-CTL-DATE = PST-RUN-DATE
023200               AND RUN-CTL-STEP = "OPBPOST "
023210               AND RUN-CTL-CYCLE = PST-CYCLE
023300               AND RUN-CTL-COMPLETED
023400                 SET PST-RUNCTL-DONE TO TRUE
023500             END-IF
023600     END-READ.
023700 0110-SCAN-RUN-CONTROL-EXIT.
023800     EXIT.
023802
023804******************************************************************
023806* 0120-FIND-CYCLE  -  THE CYCLE BEING POSTED.  ONLY A LAST CICLREG
023808*                     RECORD THAT IS A BATCH WINDOW'S "B" (OR A
023810*                     POSTING'S "P", FOR A FORCED RERUN) NAMES IT;
023812*                     ANYTHING ELSE, OR NO CICLREG, IS CYCLE ZERO.
023814******************************************************************
023816 0120-FIND-CYCLE.
023818     MOVE ZERO TO PST-CYCLE PST-CYCLE-DATE.
023820     MOVE SPACE TO PST-CYCLE-KIND.
023822     MOVE SPACES TO PST-CYCLE-BATCH-ID.
023824     MOVE "N" TO PST-CICLREG-EOF-SW.
023826     OPEN INPUT CYCLE-REG-FILE.
023828     IF NOT FS-SUCCESS OF WS-CICLREG-STATUS
023830         GO TO 0120-FIND-CYCLE-EXIT
023832     END-IF.
023834     PERFORM 0130-SCAN-CICLREG THRU 0130-SCAN-CICLREG-EXIT
023836         UNTIL PST-CICLREG-EOF.
023838     CLOSE CYCLE-REG-FILE.
023840 0120-FIND-CYCLE-EXIT.
023842     EXIT.
023844
023846******************************************************************
023848* 0130-SCAN-CICLREG
023850******************************************************************
023852 0130-SCAN-CICLREG.
023854     READ CYCLE-REG-FILE
023856         AT END
023858             SET PST-CICLREG-EOF TO TRUE
023860         NOT AT END
023862             IF CIC-EV-PROCESSED OR CIC-EV-POSTED
023864                 MOVE CIC-CYCLE TO PST-CYCLE
023866                 MOVE CIC-DATE TO PST-CYCLE-DATE
023868                 MOVE CIC-KIND TO PST-CYCLE-KIND
023870                 MOVE CIC-BATCH-ID TO PST-CYCLE-BATCH-ID
023872             ELSE
023874                 MOVE ZERO TO PST-CYCLE PST-CYCLE-DATE
023876                 MOVE SPACE TO PST-CYCLE-KIND
023878                 MOVE SPACES TO PST-CYCLE-BATCH-ID
023880             END-IF
023882     END-READ.
023884 0130-SCAN-CICLREG-EXIT.
023886     EXIT.

023900******************************************************************
024000* 0200-WRITE-RUN-CONTROL  -  THE "S" (STARTED) RECORD.
024400     MOVE "OPBPOST " TO RUN-CTL-STEP.
024500     SET RUN-CTL-STARTED TO TRUE.
024600     MOVE ZERO TO RUN-CTL-COUNT.
024610     MOVE PST-CYCLE TO RUN-CTL-CYCLE.
024700     ACCEPT RUN-CTL-TIME FROM TIME.
024800     OPEN EXTEND RUN-CONTROL-FILE.
024900     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
026400     MOVE "OPBPOST " TO RUN-CTL-STEP.
026500     SET RUN-CTL-COMPLETED TO TRUE.
026600     MOVE PST-POSTED-COUNT TO RUN-CTL-COUNT.
026610     MOVE PST-CYCLE TO RUN-CTL-CYCLE.
026700     ACCEPT RUN-CTL-TIME FROM TIME.
026800     OPEN EXTEND RUN-CONTROL-FILE.
026900     WRITE RUN-CTL-RECORD.
027000     CLOSE RUN-CONTROL-FILE.
027100 6000-COMPLETE-RUN-CONTROL-EXIT.
027200     EXIT.
027203
027206******************************************************************
027209* 6100-WRITE-CYCLE-POSTED  -  THE CYCLE'S "P" RECORD ON CICLREG,
027212*                             WITH THE POSTED COUNT.
027215******************************************************************
027218 6100-WRITE-CYCLE-POSTED.
027221     MOVE PST-CYCLE-DATE TO CIC-DATE.
027224     MOVE PST-CYCLE TO CIC-CYCLE.
027227     SET CIC-EV-POSTED TO TRUE.
027230     MOVE PST-CYCLE-KIND TO CIC-KIND.
027233     MOVE PST-CYCLE-BATCH-ID TO CIC-BATCH-ID.
027236     MOVE SPACES TO CIC-TAG.
027239     ACCEPT CIC-TIME FROM TIME.
027242     MOVE PST-POSTED-COUNT TO CIC-COUNT.
027245     MOVE ZERO TO CIC-POST-COUNT CIC-SUMA CIC-RESTA.
027248     OPEN EXTEND CYCLE-REG-FILE.
027251     IF FS-NOT-FOUND OF WS-CICLREG-STATUS
027254         OPEN OUTPUT CYCLE-REG-FILE
027257         CLOSE CYCLE-REG-FILE
027260         OPEN EXTEND CYCLE-REG-FILE
027263     END-IF.
027266     WRITE CIC-REGISTER-RECORD.
027269     CLOSE CYCLE-REG-FILE.
027272 6100-WRITE-CYCLE-POSTED-EXIT.
027275     EXIT.
027300
027400******************************************************************
027500* 1000-INITIALIZE  -  OPENS OPBTROUT FOR INPUT AND THE ACCOUNT
028900         CLOSE ACCT-MASTER-FILE
029000         OPEN I-O ACCT-MASTER-FILE
029100     END-IF.
029110     ACCEPT PST-XFR-RUN-DATE FROM DATE YYYYMMDD.
029120     ACCEPT PST-XFR-RUN-TIME FROM TIME.
029130     PERFORM 1100-LOAD-BACK-LIMIT THRU 1100-LOAD-BACK-LIMIT-EXIT.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029302
029304******************************************************************
029306* 1100-LOAD-BACK-LIMIT  -  THE OLDEST VALUE DATE TODAY'S RUN WILL
029308*                          TAKE: BVC-MAX-DAYS BUSINESS DAYS BACK
029310*                          FROM THE RUN DATE, THROUGH FECHALAB.
029312*                          A ZERO LIMIT, OR NO BVLCTL, LEAVES IT
029314*                          AT THE RUN DATE: NOTHING BACK-VALUES.
029316******************************************************************
029318 1100-LOAD-BACK-LIMIT.
029320     MOVE PST-RUN-DATE TO PST-BVL-EARLIEST.
029322     OPEN INPUT BACKVAL-CTL-FILE.
029324     IF NOT FS-SUCCESS OF WS-BVLCTL-STATUS
029326         GO TO 1100-LOAD-BACK-LIMIT-EXIT
029328     END-IF.
029330     READ BACKVAL-CTL-FILE
029332         AT END
029334             CONTINUE
029336         NOT AT END
029338             IF BVC-MAX-DAYS IS NUMERIC
029340                 MOVE BVC-MAX-DAYS TO PST-BVL-DAYS
029342             END-IF
029344     END-READ.
029346     CLOSE BACKVAL-CTL-FILE.
029348     IF PST-BVL-DAYS = ZERO
029350         GO TO 1100-LOAD-BACK-LIMIT-EXIT
029352     END-IF.
029354     MOVE PST-RUN-DATE TO FCH-REQ-DATE.
029356     MOVE "R"          TO FCH-REQ-FUNC.
029358     MOVE PST-BVL-DAYS TO FCH-REQ-DAYS.
029360     CALL "FECHALAB" USING FCH-PARM.
029362     MOVE FCH-REPLY-DATE TO PST-BVL-EARLIEST.
029364 1100-LOAD-BACK-LIMIT-EXIT.
029366     EXIT.
029400
029500******************************************************************
029600* 2000-READ-TROUT-REC
033000             MOVE OPB-OUT-RESTA TO PST-POSTING-AMOUNT
033100             PERFORM 3050-STORE-POSTING
033200                 THRU 3050-STORE-POSTING-EXIT
033210         WHEN OPB-OUT-POST-TRANSFER
033220             PERFORM 3060-STORE-TRANSFER
033230                 THRU 3060-STORE-TRANSFER-EXIT
033300         WHEN OTHER
033400*            AN ACCOUNT WAS GIVEN BUT THE POSTING TYPE IS
033500*            NEITHER S, R, T NOR BLANK - A MIS-KEYED REQUEST THAT
033600*            CANNOT BE APPLIED, SO IT FAILS THE RUN LIKE A
033700*            MISSING ACCOUNT DOES.
033800             ADD 1 TO PST-BAD-TYPE-COUNT
034630*                        CAPACITY THE RECORD SPILLS TO THE OLD
034640*                        ONE-AT-A-TIME APPLY SO NOTHING IS
034650*                        LEFT UNPOSTED.
034652******************************************************************
034654 3050-STORE-POSTING.
034656     PERFORM 3020-CHECK-VALUE-DATE
034657         THRU 3020-CHECK-VALUE-DATE-EXIT.
034658     IF PST-VDATE-REFUSED
034660         GO TO 3050-STORE-POSTING-EXIT
034662     END-IF.
034664     IF PST-TAB-COUNT < PST-TAB-MAX
034666         ADD 1 TO PST-TAB-COUNT
034667         MOVE OPB-OUT-ACCOUNT
034668             TO PST-TAB-ACCOUNT(PST-TAB-COUNT)
034669         MOVE PST-POSTING-AMOUNT
034670             TO PST-TAB-AMOUNT(PST-TAB-COUNT)
034671         MOVE "N" TO PST-TAB-DONE-SW(PST-TAB-COUNT)
034672         MOVE OPB-OUT-SOURCE TO PST-TAB-DESK(PST-TAB-COUNT)
034673         MOVE PST-CUR-VALUE-DATE
034674             TO PST-TAB-VALUE-DATE(PST-TAB-COUNT)
034675     ELSE
034676         ADD 1 TO PST-SPILL-COUNT
034677         MOVE OPB-OUT-SOURCE TO PST-CUR-DESK
034678         PERFORM 3100-APPLY-TO-ACCOUNT
034680             THRU 3100-APPLY-TO-ACCOUNT-EXIT
034682     END-IF.
034684 3050-STORE-POSTING-EXIT.
034686     EXIT.
034688
034690******************************************************************
034692* 3020-CHECK-VALUE-DATE  -  THE VALUE DATE OF THE RECORD IN THE
034694*                           FD, FOR PST-POSTING-AMOUNT.  BLANK,
034696*                           ZERO OR TODAY POSTS AS TODAY
034698*                           (PST-CUR-VALUE-DATE ZERO).  A FUTURE
034700*                           DATE, ONE BEFORE PST-BVL-EARLIEST OR
034702*                           ONE THAT IS NOT A BUSINESS DAY IS
034704*                           REFUSED, COUNTED AND SKIPPED.
034706******************************************************************
034708 3020-CHECK-VALUE-DATE.
034710     MOVE "N" TO PST-VDATE-REFUSED-SW.
034712     MOVE ZERO TO PST-CUR-VALUE-DATE.
034714     IF OPB-OUT-VALUE-DATE IS NOT NUMERIC
034716         GO TO 3020-CHECK-VALUE-DATE-EXIT
034718     END-IF.
034720     MOVE OPB-OUT-VALUE-DATE TO PST-VALUE-DATE.
034722     IF PST-VALUE-DATE = ZERO OR PST-VALUE-DATE = PST-RUN-DATE
034724         GO TO 3020-CHECK-VALUE-DATE-EXIT
034726     END-IF.
034728     IF PST-VALUE-DATE > PST-RUN-DATE
034730         DISPLAY "FECHA VALOR FUTURA " PST-VALUE-DATE
034732             " - CUENTA " OPB-OUT-ACCOUNT " NO SE POSTEA"
034734         GO TO 3020-CHECK-VALUE-DATE-REFUSED
034736     END-IF.
034738     IF PST-VALUE-DATE < PST-BVL-EARLIEST
034740         DISPLAY "FECHA VALOR " PST-VALUE-DATE " ANTERIOR AL "
034742             "LIMITE " PST-BVL-EARLIEST " - CUENTA "
034744             OPB-OUT-ACCOUNT " NO SE POSTEA"
034746         GO TO 3020-CHECK-VALUE-DATE-REFUSED
034748     END-IF.
034750     MOVE PST-VALUE-DATE TO FCH-REQ-DATE.
034752     MOVE "V"            TO FCH-REQ-FUNC.
034754     CALL "FECHALAB" USING FCH-PARM.
034756     IF FCH-NOT-BUSINESS
034758         DISPLAY "FECHA VALOR " PST-VALUE-DATE " NO ES DIA "
034760             "HABIL - CUENTA " OPB-OUT-ACCOUNT " NO SE POSTEA"
034762         GO TO 3020-CHECK-VALUE-DATE-REFUSED
034764     END-IF.
034766     MOVE PST-VALUE-DATE TO PST-CUR-VALUE-DATE.
034768     GO TO 3020-CHECK-VALUE-DATE-EXIT.
034770 3020-CHECK-VALUE-DATE-REFUSED.
034772     MOVE "Y" TO PST-VDATE-REFUSED-SW.
034774     ADD 1 TO PST-BVL-REFUSED.
034776     ADD 1 TO PST-SKIP-COUNT.
034778     ADD PST-POSTING-AMOUNT TO PST-SKIP-AMOUNT.
034780 3020-CHECK-VALUE-DATE-EXIT.
034782     EXIT.
034784
034786******************************************************************
034800* 3100-APPLY-TO-ACCOUNT  -  READS THE ACCOUNT BY KEY, ADDS THE
034900*                           CHOSEN RESULT TO THE STORED BALANCE
035000*                           AND REWRITES THE RECORD, THE SAME
036260                 ADD 1 TO PST-SKIP-COUNT
036270                 ADD PST-POSTING-AMOUNT TO PST-SKIP-AMOUNT
036280                 DISPLAY "CUENTA CONGELADA O CERRADA: "
036281                     OPB-OUT-ACCOUNT " - POSTEO RECHAZADO"
036282                 GO TO 3100-APPLY-TO-ACCOUNT-EXIT
036283             END-IF
036284             PERFORM 3175-CHECK-TDEP THRU 3175-CHECK-TDEP-EXIT
036285             IF PST-TDEP-ACTIVE
036286                 ADD 1 TO PST-TDEP-COUNT
036287                 ADD 1 TO PST-SKIP-COUNT
036288                 ADD PST-POSTING-AMOUNT TO PST-SKIP-AMOUNT
036289                 DISPLAY "DEPOSITO A PLAZO VIGENTE: "
036290                     OPB-OUT-ACCOUNT " - POSTEO RECHAZADO"
036291                 GO TO 3100-APPLY-TO-ACCOUNT-EXIT
036292             END-IF
036293             PERFORM 3170-CHECK-KYC THRU 3170-CHECK-KYC-EXIT
036294             IF PST-KYC-BLOCKED
036295                 PERFORM 3180-REFER-KYC THRU 3180-REFER-KYC-EXIT
036298                 GO TO 3100-APPLY-TO-ACCOUNT-EXIT
036299             END-IF
036300             PERFORM 3150-CHECK-OVERDRAFT
036400                 THRU 3150-CHECK-OVERDRAFT-EXIT
036500             IF PST-OVD-NEW-BALANCE + PST-OVD-LIMIT < ZERO
036600               OR PST-EXP-BLOCKED
036700                 ADD 1 TO PST-OVD-COUNT
036800                 ADD 1 TO PST-SKIP-COUNT
036900                 ADD PST-POSTING-AMOUNT TO PST-SKIP-AMOUNT
038400     END-READ.
038500 3100-APPLY-TO-ACCOUNT-EXIT.
038600     EXIT.
038602
038604******************************************************************
038606* 3060-STORE-TRANSFER  -  A TRANSFER NEEDS A DESTINATION OTHER
038608*                         THAN ITS OWN ACCOUNT AND A POSITIVE
038610*                         SUMA; ANYTHING ELSE IS MIS-KEYED AND
038612*                         FAILS THE RUN.  BEYOND THE TABLE THE
038614*                         TRANSFER POSTS AT ONCE.
038616******************************************************************
038618 3060-STORE-TRANSFER.
038620     IF OPB-OUT-DEST-ACCOUNT = SPACES
038622       OR OPB-OUT-DEST-ACCOUNT = OPB-OUT-ACCOUNT
038624       OR OPB-OUT-SUMA NOT > ZERO
038626         ADD 1 TO PST-XFR-BAD-COUNT
038628         ADD 1 TO PST-SKIP-COUNT
038629         ADD OPB-OUT-SUMA TO PST-SKIP-AMOUNT
038630         DISPLAY "TRANSFERENCIA INVALIDA DESDE CUENTA "
038631             OPB-OUT-ACCOUNT " HACIA " OPB-OUT-DEST-ACCOUNT
038632         GO TO 3060-STORE-TRANSFER-EXIT
038633     END-IF.
038634     MOVE OPB-OUT-SUMA TO PST-POSTING-AMOUNT.
038635     PERFORM 3020-CHECK-VALUE-DATE
038636         THRU 3020-CHECK-VALUE-DATE-EXIT.
038637     IF PST-VDATE-REFUSED
038638         GO TO 3060-STORE-TRANSFER-EXIT
038639     END-IF.
038640     IF PST-XFR-COUNT < PST-XFR-MAX
038641         ADD 1 TO PST-XFR-COUNT
038642         MOVE OPB-OUT-ACCOUNT
038644             TO PST-XFR-TAB-FROM(PST-XFR-COUNT)
038646         MOVE OPB-OUT-DEST-ACCOUNT
038648             TO PST-XFR-TAB-TO(PST-XFR-COUNT)
038650         MOVE OPB-OUT-SUMA
038651             TO PST-XFR-TAB-AMOUNT(PST-XFR-COUNT)
038652         MOVE OPB-OUT-SOURCE TO PST-XFR-TAB-DESK(PST-XFR-COUNT)
038653         MOVE PST-CUR-VALUE-DATE
038654             TO PST-XFR-TAB-VALUE-DATE(PST-XFR-COUNT)
038655     ELSE
038656         ADD 1 TO PST-SPILL-COUNT
038658         MOVE OPB-OUT-ACCOUNT      TO PST-XFR-FROM
038660         MOVE OPB-OUT-DEST-ACCOUNT TO PST-XFR-TO
038662         MOVE OPB-OUT-SUMA         TO PST-XFR-AMOUNT
038663         MOVE OPB-OUT-SOURCE       TO PST-CUR-DESK
038664         PERFORM 3600-APPLY-TRANSFER
038666             THRU 3600-APPLY-TRANSFER-EXIT
038668     END-IF.
038670 3060-STORE-TRANSFER-EXIT.
038672     EXIT.
038700
038800******************************************************************
038900* 3150-CHECK-OVERDRAFT  -  PROSPECTIVE BALANCE AND EFFECTIVE
039000*                          LIMIT FOR THE ACCOUNT IN THE FD.  A
039100*                          NON-NUMERIC LIMIT (OLD RECORDS)
039200*                          COUNTS AS ZERO.  A DEBIT ALSO
039210*                          DEDUCTS THE HOLDS IN FORCE, ASKED
039220*                          OF HOLDSUM ONCE PER ACCOUNT - NO
039230*                          HOLD CHANGES DURING THE RUN - AND
039240*                          IS MEASURED AGAINST THE CUSTOMER'S
039250*                          EXPOSURE LIMIT (3155).  THE LIMIT IS
039260*                          NEVER NEGATIVE, SO NEW BALANCE PLUS
039270*                          LIMIT BELOW ZERO IS THE ACCOUNT
039280*                          BREACH.
039300******************************************************************
039400 3150-CHECK-OVERDRAFT.
039410     MOVE "N" TO PST-EXP-BLOCKED-SW.
039500     IF ACM-OVERDRAFT-LIMIT IS NUMERIC
039600         MOVE ACM-OVERDRAFT-LIMIT TO PST-OVD-LIMIT
039700     ELSE
039900     END-IF.
040000     COMPUTE PST-OVD-NEW-BALANCE =
040100         ACM-ACCOUNT-BALANCE + PST-POSTING-AMOUNT.
040105     IF PST-POSTING-AMOUNT NOT < ZERO
040110         GO TO 3150-CHECK-OVERDRAFT-EXIT
040115     END-IF.
040120     IF ACM-ACCOUNT-NUMBER NOT = PST-HOLD-ACCOUNT
040125         MOVE ACM-ACCOUNT-NUMBER TO HLS-REQ-ACCOUNT
040130         MOVE PST-RUN-DATE TO HLS-REQ-DATE
040135         CALL "HOLDSUM" USING HLS-PARM
040140         MOVE ACM-ACCOUNT-NUMBER TO PST-HOLD-ACCOUNT
040145         MOVE HLS-REPLY-AMOUNT TO PST-HOLD-AMOUNT
040150     END-IF.
040155     SUBTRACT PST-HOLD-AMOUNT FROM PST-OVD-NEW-BALANCE.
040165     PERFORM 3155-CHECK-EXPOSURE THRU 3155-CHECK-EXPOSURE-EXIT.
040200 3150-CHECK-OVERDRAFT-EXIT.
040300     EXIT.
040303
040306******************************************************************
040309* 3155-CHECK-EXPOSURE  -  ONLY A DEBIT THAT LEAVES THE LEDGER
040312*                         BALANCE BELOW ZERO CAN RAISE THE
040315*                         CUSTOMER'S EXPOSURE, SO ONLY THEN IS
040318*                         EXPOSUM ASKED.  IT TAKES THIS ACCOUNT AT
040321*                         THE BALANCE IN THE FD - IN THE GROUPED
040324*                         PASS NOT YET REWRITTEN - AND THE OTHER
040327*                         ACCOUNTS AS THEY STAND ON ACCTMAST.
040330******************************************************************
040333 3155-CHECK-EXPOSURE.
040336     COMPUTE PST-EXP-NEW-LEDGER =
040339         ACM-ACCOUNT-BALANCE + PST-POSTING-AMOUNT.
040342     IF PST-EXP-NEW-LEDGER NOT < ZERO
040345         GO TO 3155-CHECK-EXPOSURE-EXIT
040348     END-IF.
040351     MOVE ACM-CUSTOMER-ID     TO EXS-REQ-CUSTOMER.
040354     MOVE ACM-ACCOUNT-NUMBER  TO EXS-REQ-ACCOUNT.
040357     MOVE ACM-CURRENCY-CODE   TO EXS-REQ-CURRENCY.
040360     MOVE ACM-ACCOUNT-BALANCE TO EXS-REQ-OLD-BALANCE.
040363     MOVE PST-EXP-NEW-LEDGER  TO EXS-REQ-NEW-BALANCE.
040366     CALL "EXPOSUM" USING EXS-PARM.
040369     IF EXS-STATE-BREACH
040372         SET PST-EXP-BLOCKED TO TRUE
040375     END-IF.
040378 3155-CHECK-EXPOSURE-EXIT.
040381     EXIT.

040400******************************************************************
040500* 3160-WRITE-OVDAPR  -  THE BLOCKED BATCH POSTING GOES ON
041600     MOVE "OPBPOST "          TO OVD-APR-OPERATOR-ID.
041700     MOVE SPACES              TO OVD-APR-SUPERVISOR-ID.
041800     SET OVD-APR-IS-PENDING TO TRUE.
041806     MOVE ACM-CUSTOMER-ID     TO OVD-APR-CUSTOMER.
041812     IF PST-EXP-BLOCKED
041818         SET OVD-APR-KIND-CUSTOMER TO TRUE
041824         MOVE EXS-REPLY-LIMIT        TO OVD-APR-CUST-LIMIT
041830         MOVE EXS-REPLY-EXPOSURE     TO OVD-APR-CUST-EXPOSURE
041836         MOVE EXS-REPLY-NEW-EXPOSURE TO OVD-APR-CUST-NEW-EXPOSURE
041842         ADD 1 TO PST-EXP-COUNT
041848         DISPLAY "EXPOSICION DEL CLIENTE " ACM-CUSTOMER-ID
041854             " EXCEDE SU LIMITE"
041860     ELSE
041866         SET OVD-APR-KIND-ACCOUNT TO TRUE
041872         MOVE ZERO TO OVD-APR-CUST-LIMIT OVD-APR-CUST-EXPOSURE
041878                      OVD-APR-CUST-NEW-EXPOSURE
041884     END-IF.
041900     ACCEPT OVD-APR-RUN-DATE FROM DATE YYYYMMDD.
042000     ACCEPT OVD-APR-RUN-TIME FROM TIME.
042100     OPEN EXTEND OVD-APPROVAL-FILE.
044800     MOVE PST-RUN-TIME         TO PJR-RUN-TIME.
044900     MOVE "LOTE"               TO PJR-SOURCE.
044910     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME.
044950     MOVE PST-XFR-REF          TO PJR-XFER-REF.
045000     OPEN EXTEND POST-JRNL-FILE.
045100     IF FS-NOT-FOUND OF WS-JRNL-STATUS
045200         OPEN OUTPUT POST-JRNL-FILE
045500     END-IF.
045600     WRITE PJR-JOURNAL-RECORD.
045700     CLOSE POST-JRNL-FILE.
045710     IF PST-CUR-DESK NOT = SPACES
045720         PERFORM 3250-WRITE-DESK-POSTING
045730             THRU 3250-WRITE-DESK-POSTING-EXIT
045740     END-IF.
045750     IF PST-CUR-VALUE-DATE > ZERO
045760         PERFORM 3270-WRITE-BACK-VALUE
045770             THRU 3270-WRITE-BACK-VALUE-EXIT
045780     END-IF.
045800 3200-WRITE-JOURNAL-EXIT.
045900     EXIT.
045901
045902******************************************************************
045903* 3250-WRITE-DESK-POSTING  -  THE DESK THAT SENT THE POSTING,
045904*                             BESIDE THE JOURNAL ENTRY JUST
045905*                             WRITTEN, FOR THE DESKSTL
045906*                             SETTLEMENT.
045907******************************************************************
045908 3250-WRITE-DESK-POSTING.
045909     MOVE PJR-RUN-DATE         TO DKP-RUN-DATE.
045910     MOVE PJR-RUN-TIME         TO DKP-RUN-TIME.
045911     MOVE PJR-ACCOUNT-NUMBER   TO DKP-ACCOUNT.
045912     MOVE PJR-AMOUNT           TO DKP-AMOUNT.
045913     MOVE PST-CUR-DESK         TO DKP-DESK.
045914     MOVE "LOTE"               TO DKP-SOURCE.
045915     OPEN EXTEND DESK-POST-FILE.
045916     IF FS-NOT-FOUND OF WS-DSKPOST-STATUS
045917         OPEN OUTPUT DESK-POST-FILE
045918         CLOSE DESK-POST-FILE
045919         OPEN EXTEND DESK-POST-FILE
045920     END-IF.
045921     WRITE DKP-DESK-POSTING-RECORD.
045922     CLOSE DESK-POST-FILE.
045923 3250-WRITE-DESK-POSTING-EXIT.
045924     EXIT.
045926
045928******************************************************************
045930* 3270-WRITE-BACK-VALUE  -  A BACK-VALUED POSTING, BESIDE THE
045932*                           JOURNAL ENTRY JUST WRITTEN, PENDING
045934*                           THE BVLINT INTEREST ADJUSTMENT.
045936******************************************************************
045938 3270-WRITE-BACK-VALUE.
045940     INITIALIZE BVL-LOG-RECORD.
045942     MOVE PJR-ACCOUNT-NUMBER   TO BVL-ACCOUNT.
045944     MOVE PJR-AMOUNT           TO BVL-AMOUNT.
045946     MOVE PST-CUR-VALUE-DATE   TO BVL-VALUE-DATE.
045948     MOVE PJR-RUN-DATE         TO BVL-POST-DATE.
045950     MOVE PJR-RUN-TIME         TO BVL-POST-TIME.
045952     MOVE PST-CUR-DESK         TO BVL-DESK.
045954     SET BVL-PENDING TO TRUE.
045956     OPEN EXTEND BACKVAL-LOG-FILE.
045958     IF FS-NOT-FOUND OF WS-BVLLOG-STATUS
045960         OPEN OUTPUT BACKVAL-LOG-FILE
045962         CLOSE BACKVAL-LOG-FILE
045964         OPEN EXTEND BACKVAL-LOG-FILE
045966     END-IF.
045968     WRITE BVL-LOG-RECORD.
045970     CLOSE BACKVAL-LOG-FILE.
045972     ADD 1 TO PST-BVL-COUNT.
045974 3270-WRITE-BACK-VALUE-EXIT.
045976     EXIT.
046000
045910******************************************************************
045920* 3500-POST-GROUPS  -  THE GROUPED PASS: EACH DISTINCT ACCOUNT
045991                 THRU 3530-SKIP-GROUP-NOTFOUND-EXIT
045992             GO TO 3510-POST-ONE-GROUP-EXIT
045993     END-READ.
045994     PERFORM 3505-SCREEN-GROUP THRU 3505-SCREEN-GROUP-EXIT.
045995     IF PST-GRP-REFUSED
045997         GO TO 3510-POST-ONE-GROUP-EXIT
045998     END-IF.
045999     MOVE ZERO TO PST-GRP-APPLIED PST-GRP-AMOUNT.
046027*                            JOURNALS INDIVIDUALLY.
046028******************************************************************
046029 3520-APPLY-GROUP-ENTRY.
046030     IF PST-TAB-DONE-SW(PST-SCAN-IDX) = "Y"
046031       OR PST-TAB-ACCOUNT(PST-SCAN-IDX)
046032          NOT = ACM-ACCOUNT-NUMBER
046033         GO TO 3520-APPLY-GROUP-ENTRY-EXIT
046034     END-IF.
046035     MOVE "Y" TO PST-TAB-DONE-SW(PST-SCAN-IDX).
046036     MOVE PST-TAB-AMOUNT(PST-SCAN-IDX) TO PST-POSTING-AMOUNT.
046037     PERFORM 3150-CHECK-OVERDRAFT
046038         THRU 3150-CHECK-OVERDRAFT-EXIT.
046039     MOVE PST-TAB-DESK(PST-SCAN-IDX) TO PST-CUR-DESK.
046040     MOVE PST-TAB-VALUE-DATE(PST-SCAN-IDX) TO PST-CUR-VALUE-DATE.
046041     IF PST-OVD-NEW-BALANCE + PST-OVD-LIMIT < ZERO
046042       OR PST-EXP-BLOCKED
046043         ADD 1 TO PST-OVD-COUNT
046044         ADD 1 TO PST-SKIP-COUNT
046045         ADD PST-POSTING-AMOUNT TO PST-SKIP-AMOUNT
048400     DISPLAY "TIPO INVALIDO:             " PST-BAD-TYPE-COUNT.
048500     DISPLAY "CUENTA NO ENCONTRADA:      " PST-NOT-FOUND-COUNT.
048510     DISPLAY "CONGELADAS/CERRADAS:       " PST-STATUS-COUNT.
048520     DISPLAY "DEPOSITO A PLAZO VIGENTE:  " PST-TDEP-COUNT.
048600     DISPLAY "SOBREGIROS PENDIENTES:     " PST-OVD-COUNT.
048602     DISPLAY "  POR EXPOSICION CLIENTE:  " PST-EXP-COUNT.
048605     DISPLAY "KYC VENCIDO (OPRREF):      " PST-KYC-COUNT.
048610     DISPLAY "TRANSFERENCIAS POSTEADAS:  " PST-XFR-POSTED.
048620     MOVE PST-XFR-POSTED-AMT TO PST-AMOUNT-ED.
048630     DISPLAY "IMPORTE TRANSFERIDO:       " PST-AMOUNT-ED.
048640     DISPLAY "TRANSFERENCIAS RECHAZADAS: " PST-XFR-REFUSED.
048645     DISPLAY "  ENVIADAS A OPBREJ:       " PST-XFR-REJ-COUNT.
048647     DISPLAY "  POR MONEDAS DISTINTAS:   " PST-XFR-CCY-COUNT.
048650     DISPLAY "TRANSFERENCIAS INVALIDAS:  " PST-XFR-BAD-COUNT.
048660     DISPLAY "POSTEOS CON FECHA VALOR:   " PST-BVL-COUNT.
048670     DISPLAY "FECHA VALOR RECHAZADA:     " PST-BVL-REFUSED.
048700     MOVE PST-SKIP-AMOUNT TO PST-AMOUNT-ED.
048800     DISPLAY "IMPORTE NO APLICADO:       " PST-AMOUNT-ED.
048900     IF PST-SKIP-COUNT > ZERO
049400         MOVE 0 TO RETURN-CODE
049500     END-IF.
049600 5000-PRINT-TOTALS-EXIT.
049604     EXIT.
049608
049612******************************************************************
049616* 3600-APPLY-TRANSFER  -  PST-XFR-AMOUNT FROM PST-XFR-FROM TO
049620*                         PST-XFR-TO.  THE CREDIT SIDE IS
049624*                         PROVED FIRST, THEN THE DEBIT SIDE
049628*                         WITH THE OVERDRAFT CHECK; ONLY WHEN
049632*                         BOTH PASS DOES EITHER LEG POST.  A
049636*                         TRANSFER HELD UP BY THE OVERDRAFT OR
049640*                         EXPOSURE LIMIT, A LAPSED KYC REVIEW OR
049644*                         A CURRENCY MISMATCH BETWEEN THE TWO
049645*                         ACCOUNTS (THE CIERRCTA 2700 RULE)
049646*                         GOES WHOLE TO OPBREJ (3660) - A REFERRAL
049648*                         QUEUE RELEASES ONE ACCOUNT'S MOVEMENT
049652*                         ONLY, WHICH WOULD POST ONE LEG.
049656******************************************************************
049660 3600-APPLY-TRANSFER.
049664     MOVE "N" TO PST-XFR-REJ-SW.
049668     MOVE PST-XFR-TO TO ACM-ACCOUNT-NUMBER.
049672     READ ACCT-MASTER-FILE
049676         INVALID KEY
049680             ADD 1 TO PST-NOT-FOUND-COUNT
049684             DISPLAY "TRANSFERENCIA RECHAZADA - CUENTA DESTINO "
049688                 "NO ENCONTRADA: " PST-XFR-TO
049689             GO TO 3600-APPLY-TRANSFER-REFUSED
049690     END-READ.
049691     IF ACM-CCY-LOCAL
049692         MOVE "LOC" TO PST-XFR-TO-CCY
049693     ELSE
049694         MOVE ACM-CURRENCY-CODE TO PST-XFR-TO-CCY
049695     END-IF.
049696     MOVE "DESTINO" TO PST-XFR-SIDE.
049697     PERFORM 3610-SCREEN-XFR-SIDE THRU 3610-SCREEN-XFR-SIDE-EXIT.
049698     IF PST-XFR-SIDE-REFUSED
049699         GO TO 3600-APPLY-TRANSFER-REFUSED
049700     END-IF.
049701     MOVE PST-XFR-FROM TO ACM-ACCOUNT-NUMBER.
049702     READ ACCT-MASTER-FILE
049703         INVALID KEY
049704             ADD 1 TO PST-NOT-FOUND-COUNT
049705             DISPLAY "TRANSFERENCIA RECHAZADA - CUENTA ORIGEN "
049706                 "NO ENCONTRADA: " PST-XFR-FROM
049707             GO TO 3600-APPLY-TRANSFER-REFUSED
049708     END-READ.
049709     IF ACM-CCY-LOCAL
049710         MOVE "LOC" TO PST-XFR-FROM-CCY
049711     ELSE
049712         MOVE ACM-CURRENCY-CODE TO PST-XFR-FROM-CCY
049713     END-IF.
049714     IF PST-XFR-FROM-CCY NOT = PST-XFR-TO-CCY
049715         ADD 1 TO PST-XFR-CCY-COUNT
049716         DISPLAY "MONEDAS DISTINTAS (" PST-XFR-FROM-CCY "/"
049717             PST-XFR-TO-CCY ") - TRANSFERENCIA DESDE "
049718             PST-XFR-FROM " A OPBREJ"
049719         MOVE "Y" TO PST-XFR-REJ-SW
049720         GO TO 3600-APPLY-TRANSFER-REFUSED
049721     END-IF.
049722     MOVE "ORIGEN" TO PST-XFR-SIDE.
049723     PERFORM 3610-SCREEN-XFR-SIDE THRU 3610-SCREEN-XFR-SIDE-EXIT.
049724     IF PST-XFR-SIDE-REFUSED
049725         GO TO 3600-APPLY-TRANSFER-REFUSED
049726     END-IF.
049727*    THE OVERDRAFT CHECK BELONGS TO THE DEBIT SIDE - A BLOCKED
049728*    TRANSFER GOES WHOLE TO OPBREJ, NOT ITS DEBIT LEG TO OVDAPR.
049729     COMPUTE PST-POSTING-AMOUNT = ZERO - PST-XFR-AMOUNT.
049730     PERFORM 3150-CHECK-OVERDRAFT
049731         THRU 3150-CHECK-OVERDRAFT-EXIT.
049732     IF PST-OVD-NEW-BALANCE + PST-OVD-LIMIT < ZERO
049733       OR PST-EXP-BLOCKED
049734         IF PST-EXP-BLOCKED
049735             DISPLAY "EXPOSICION DEL CLIENTE " ACM-CUSTOMER-ID
049736                 " EXCEDE SU LIMITE"
049737         END-IF
049738         DISPLAY "SOBREGIRO NO AUTORIZADO - TRANSFERENCIA DESDE "
049739             PST-XFR-FROM " A OPBREJ"
049740         MOVE "Y" TO PST-XFR-REJ-SW
049741         GO TO 3600-APPLY-TRANSFER-REFUSED
049742     END-IF.
049743     ADD 1 TO PST-XFR-SEQ.
049744     MOVE PST-XFR-RUN-DATE TO PST-XFR-REF-DATE.
049745     MOVE PST-XFR-RUN-TIME TO PST-XFR-REF-TIME.
049746     MOVE PST-XFR-SEQ      TO PST-XFR-REF-SEQ.
049747     PERFORM 3650-POST-TRANSFER-LEG
049748         THRU 3650-POST-TRANSFER-LEG-EXIT.
049749     MOVE PST-XFR-TO TO ACM-ACCOUNT-NUMBER.
049750     READ ACCT-MASTER-FILE
049751         INVALID KEY
049752*            PROVED ON FILE A MOMENT AGO - ONLY A DAMAGED
049753*            MASTER GETS HERE, AND THE DEBIT LEG IS ALREADY
049754*            JOURNALED FOR THE REPAIR.
049755             ADD 1 TO PST-SKIP-COUNT
049756             DISPLAY "*** TRANSFERENCIA " PST-XFR-REF
049757                 " SIN PATA DE CREDITO - CUENTA " PST-XFR-TO
049758             MOVE ZERO TO PST-XFR-REF
049759             GO TO 3600-APPLY-TRANSFER-EXIT
049760     END-READ.
049761     MOVE PST-XFR-AMOUNT TO PST-POSTING-AMOUNT.
049762     PERFORM 3650-POST-TRANSFER-LEG
049763         THRU 3650-POST-TRANSFER-LEG-EXIT.
049764     MOVE ZERO TO PST-XFR-REF.
049765     ADD 1 TO PST-XFR-POSTED.
049766     ADD PST-XFR-AMOUNT TO PST-XFR-POSTED-AMT.
049767     GO TO 3600-APPLY-TRANSFER-EXIT.
049768 3600-APPLY-TRANSFER-REFUSED.
049769     ADD 1 TO PST-XFR-REFUSED.
049770     ADD 1 TO PST-SKIP-COUNT.
049771     ADD PST-XFR-AMOUNT TO PST-SKIP-AMOUNT.
049772     IF PST-XFR-TO-REJECT
049773         PERFORM 3660-WRITE-XFR-REJECT
049774             THRU 3660-WRITE-XFR-REJECT-EXIT
049775     END-IF.
049776 3600-APPLY-TRANSFER-EXIT.
049782     EXIT.
049783
049784******************************************************************
049785* 3650-POST-TRANSFER-LEG  -  ONE LEG AGAINST THE ACCOUNT IN THE
049786*                            FD, JOURNALED UNDER PST-XFR-REF.
049787******************************************************************
049788 3650-POST-TRANSFER-LEG.
049789     IF ACM-STAT-DORMANT
049790         MOVE "A" TO ACM-ACCOUNT-STATUS
049791     END-IF.
049792     MOVE ACM-ACCOUNT-BALANCE TO PST-JRNL-OLD-BALANCE.
049793     ADD PST-POSTING-AMOUNT TO ACM-ACCOUNT-BALANCE.
049794     REWRITE ACM-ACCOUNT-RECORD.
049795     PERFORM 3200-WRITE-JOURNAL
049796         THRU 3200-WRITE-JOURNAL-EXIT.
049797     ADD 1 TO PST-POSTED-COUNT.
049798     ADD PST-POSTING-AMOUNT TO PST-POSTED-AMOUNT.
049799 3650-POST-TRANSFER-LEG-EXIT.
049800     EXIT.
049801
049802******************************************************************
049803* 3700-POST-TRANSFERS  -  THE TRANSFERS COLLECTED ON THE READ
049804*                         PASS, IN FILE ORDER.
049805******************************************************************
049806 3700-POST-TRANSFERS.
049807     PERFORM 3710-POST-ONE-TRANSFER
049808         THRU 3710-POST-ONE-TRANSFER-EXIT
049809         VARYING PST-XFR-IDX FROM 1 BY 1
049810         UNTIL PST-XFR-IDX > PST-XFR-COUNT.
049811 3700-POST-TRANSFERS-EXIT.
049812     EXIT.
049813
049814******************************************************************
049815* 3710-POST-ONE-TRANSFER
049816******************************************************************
049817 3710-POST-ONE-TRANSFER.
049819     MOVE PST-XFR-TAB-FROM(PST-XFR-IDX)   TO PST-XFR-FROM.
049821     MOVE PST-XFR-TAB-TO(PST-XFR-IDX)     TO PST-XFR-TO.
049823     MOVE PST-XFR-TAB-AMOUNT(PST-XFR-IDX) TO PST-XFR-AMOUNT.
049825     MOVE PST-XFR-TAB-DESK(PST-XFR-IDX)   TO PST-CUR-DESK.
049827     MOVE PST-XFR-TAB-VALUE-DATE(PST-XFR-IDX)
049829         TO PST-CUR-VALUE-DATE.
049831     PERFORM 3600-APPLY-TRANSFER THRU 3600-APPLY-TRANSFER-EXIT.
049833 3710-POST-ONE-TRANSFER-EXIT.
049835     EXIT.
049837
049850******************************************************************
049863* 3170-CHECK-KYC  -  IS THE KYC REVIEW OF THE CUSTOMER OWNING THE
049876*                    ACCOUNT IN THE FD LAPSED PAST THE GRACE
049889*                    PERIOD?  ASKED OF KYCCHECK ONCE PER
049902*                    CUSTOMER, AS 3150 ASKS HOLDSUM.  AN ACCOUNT
049915*                    WITH NO CUSTOMER ON IT IS NEVER HELD HERE.
049928******************************************************************
049941 3170-CHECK-KYC.
049954     IF ACM-CUSTOMER-ID = SPACES
049967         MOVE "N" TO PST-KYC-BLOCKED-SW
049980         MOVE SPACES TO PST-KYC-CUSTOMER
049993         GO TO 3170-CHECK-KYC-EXIT
050006     END-IF.
050019     IF ACM-CUSTOMER-ID = PST-KYC-CUSTOMER
050032         GO TO 3170-CHECK-KYC-EXIT
050045     END-IF.
050058     MOVE ACM-CUSTOMER-ID TO KYP-REQ-CUSTOMER.
050071     MOVE PST-RUN-DATE TO KYP-REQ-DATE.
050084     CALL "KYCCHECK" USING KYP-PARM.
050097     MOVE ACM-CUSTOMER-ID TO PST-KYC-CUSTOMER.
050110     IF KYP-STATE-EXPIRED
050123         MOVE "Y" TO PST-KYC-BLOCKED-SW
050136     ELSE
050149         MOVE "N" TO PST-KYC-BLOCKED-SW
050162     END-IF.
050175 3170-CHECK-KYC-EXIT.
050188     EXIT.
050201
050214******************************************************************
050227* 3180-REFER-KYC  -  PST-POSTING-AMOUNT AGAINST THE ACCOUNT IN THE
050240*                    FD IS HELD ON OPRREF AND COUNTED AS SKIPPED.
050253******************************************************************
050266 3180-REFER-KYC.
050279     ADD 1 TO PST-KYC-COUNT.
050292     ADD 1 TO PST-SKIP-COUNT.
050305     ADD PST-POSTING-AMOUNT TO PST-SKIP-AMOUNT.
050318     PERFORM 3185-WRITE-OPRREF THRU 3185-WRITE-OPRREF-EXIT.
050331     DISPLAY "KYC VENCIDO - CLIENTE " ACM-CUSTOMER-ID
050344         " CUENTA " ACM-ACCOUNT-NUMBER " QUEDA PENDIENTE".
050357 3180-REFER-KYC-EXIT.
050370     EXIT.
050383
050396******************************************************************
050409* 3185-WRITE-OPRREF  -  THE HELD POSTING GOES ON OPRREF PENDING,
050422*                       KIND "K" WITH NO LIMIT, THE SAME WAY
050435*                       3160 PUTS AN OVERDRAFT ON OVDAPR.
050448******************************************************************
050461 3185-WRITE-OPRREF.
050474     MOVE ACM-ACCOUNT-NUMBER TO OPF-REF-ACCOUNT.
050487     MOVE PST-POSTING-AMOUNT TO OPF-REF-AMOUNT.
050500     MOVE ZERO               TO OPF-REF-LIMIT.
050513     SET OPF-REF-KYC TO TRUE.
050526     SET OPF-REF-BATCH-POST TO TRUE.
050539     MOVE "OPBPOST "         TO OPF-REF-OPERATOR-ID.
050552     MOVE SPACES             TO OPF-REF-SUPERVISOR-ID.
050565     SET OPF-REF-IS-PENDING TO TRUE.
050578     ACCEPT OPF-REF-RUN-DATE FROM DATE YYYYMMDD.
050591     ACCEPT OPF-REF-RUN-TIME FROM TIME.
050604     OPEN EXTEND OPER-REFERRAL-FILE.
050617     IF FS-NOT-FOUND OF WS-OPRREF-STATUS
050630         OPEN OUTPUT OPER-REFERRAL-FILE
050643         CLOSE OPER-REFERRAL-FILE
050656         OPEN EXTEND OPER-REFERRAL-FILE
050669     END-IF.
050682     WRITE OPF-REF-RECORD.
050695     CLOSE OPER-REFERRAL-FILE.
050708 3185-WRITE-OPRREF-EXIT.
050721     EXIT.
050734
050747******************************************************************
050760* 3505-SCREEN-GROUP  -  A FROZEN OR CLOSED ACCOUNT, OR ONE WITH A
050773*                       TERM DEPOSIT IN FORCE, REFUSES ITS WHOLE
050786*                       GROUP; A LAPSED KYC REVIEW HOLDS IT ON
050792*                       OPRREF.  EITHER WAY NOTHING POSTS.
050799******************************************************************
050812 3505-SCREEN-GROUP.
050825     MOVE "N" TO PST-GRP-REFUSED-SW.
050838     IF NOT ACM-STAT-POSTABLE
050851         PERFORM 3540-SKIP-GROUP-STATUS
050864             THRU 3540-SKIP-GROUP-STATUS-EXIT
050877         MOVE "Y" TO PST-GRP-REFUSED-SW
050890         GO TO 3505-SCREEN-GROUP-EXIT
050903     END-IF.
050904     PERFORM 3175-CHECK-TDEP THRU 3175-CHECK-TDEP-EXIT.
050905     IF PST-TDEP-ACTIVE
050906         PERFORM 3560-SKIP-GROUP-TDEP
050907             THRU 3560-SKIP-GROUP-TDEP-EXIT
050908         MOVE "Y" TO PST-GRP-REFUSED-SW
050909         GO TO 3505-SCREEN-GROUP-EXIT
050910     END-IF.
050916     PERFORM 3170-CHECK-KYC THRU 3170-CHECK-KYC-EXIT.
050929     IF PST-KYC-BLOCKED
050942         PERFORM 3550-REFER-GROUP-KYC
050955             THRU 3550-REFER-GROUP-KYC-EXIT
050968         MOVE "Y" TO PST-GRP-REFUSED-SW
050981     END-IF.
050994 3505-SCREEN-GROUP-EXIT.
051007     EXIT.
051020
051033******************************************************************
051046* 3550-REFER-GROUP-KYC  -  EVERY MOVEMENT OF THE GROUP GOES ON
051059*                          OPRREF ON ITS OWN, SO EACH CAN BE
051072*                          RELEASED OR REFUSED ON ITS OWN.
051085******************************************************************
051098 3550-REFER-GROUP-KYC.
051111     PERFORM 3551-REFER-ONE-KYC
051124         THRU 3551-REFER-ONE-KYC-EXIT
051137         VARYING PST-SCAN-IDX FROM PST-GRP-IDX BY 1
051150         UNTIL PST-SCAN-IDX > PST-TAB-COUNT.
051163 3550-REFER-GROUP-KYC-EXIT.
051176     EXIT.
051189
051202******************************************************************
051215* 3551-REFER-ONE-KYC
051228******************************************************************
051241 3551-REFER-ONE-KYC.
051254     IF PST-TAB-DONE-SW(PST-SCAN-IDX) = "Y"
051267       OR PST-TAB-ACCOUNT(PST-SCAN-IDX)
051280          NOT = ACM-ACCOUNT-NUMBER
051293         GO TO 3551-REFER-ONE-KYC-EXIT
051306     END-IF.
051319     MOVE "Y" TO PST-TAB-DONE-SW(PST-SCAN-IDX).
051332     MOVE PST-TAB-AMOUNT(PST-SCAN-IDX) TO PST-POSTING-AMOUNT.
051345     PERFORM 3180-REFER-KYC THRU 3180-REFER-KYC-EXIT.
051358 3551-REFER-ONE-KYC-EXIT.
051371     EXIT.
051384
051397******************************************************************
051410* 3610-SCREEN-XFR-SIDE  -  ONE SIDE OF A TRANSFER, ITS ACCOUNT IN
051423*                          THE FD: REFUSED WHEN FROZEN OR CLOSED
051436*                          OR A TERM DEPOSIT IS IN FORCE ON IT;
051449*                          REFUSED FOR OPBREJ WHEN THE OWNER'S KYC
051462*                          REVIEW LAPSED, SO THE WHOLE TRANSFER IS
051468*                          RESUBMITTED ONCE THE REVIEW IS RENEWED.
051475******************************************************************
051488 3610-SCREEN-XFR-SIDE.
051501     MOVE "N" TO PST-XFR-SIDE-SW.
051514     IF NOT ACM-STAT-POSTABLE
051527         ADD 1 TO PST-STATUS-COUNT
051540         DISPLAY "TRANSFERENCIA RECHAZADA - CUENTA " PST-XFR-SIDE
051553             " CONGELADA O CERRADA: " ACM-ACCOUNT-NUMBER
051566         MOVE "Y" TO PST-XFR-SIDE-SW
051579         GO TO 3610-SCREEN-XFR-SIDE-EXIT
051592     END-IF.
051605     PERFORM 3175-CHECK-TDEP THRU 3175-CHECK-TDEP-EXIT.
051618     IF PST-TDEP-ACTIVE
051631         ADD 1 TO PST-TDEP-COUNT
051644         DISPLAY "TRANSFERENCIA RECHAZADA - CUENTA " PST-XFR-SIDE
051657             " CON DEPOSITO A PLAZO VIGENTE: " ACM-ACCOUNT-NUMBER
051670         MOVE "Y" TO PST-XFR-SIDE-SW
051683         GO TO 3610-SCREEN-XFR-SIDE-EXIT
051696     END-IF.
051709     PERFORM 3170-CHECK-KYC THRU 3170-CHECK-KYC-EXIT.
051722     IF NOT PST-KYC-BLOCKED
051735         GO TO 3610-SCREEN-XFR-SIDE-EXIT
051748     END-IF.
051761     DISPLAY "TRANSFERENCIA RECHAZADA - KYC VENCIDO EN CUENTA "
051774         PST-XFR-SIDE " " ACM-ACCOUNT-NUMBER " (OPBREJ)".
051778     MOVE "Y" TO PST-XFR-REJ-SW.
051782     MOVE "Y" TO PST-XFR-SIDE-SW.
051783 3610-SCREEN-XFR-SIDE-EXIT.
051784     EXIT.
051785
051786******************************************************************
051787* 3175-CHECK-TDEP  -  IS A TERM DEPOSIT IN FORCE ON THE ACCOUNT IN
051788*                     THE FD?  ASKED OF TDEPCHK ONCE PER ACCOUNT,
051789*                     AS 3150 ASKS HOLDSUM.  WHILE ONE IS, ONLY
051790*                     TDEPVEN MOVES THE ACCOUNT.
051791******************************************************************
051792 3175-CHECK-TDEP.
051793     IF ACM-ACCOUNT-NUMBER = PST-TDEP-ACCOUNT
051794         GO TO 3175-CHECK-TDEP-EXIT
051795     END-IF.
051796     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT PST-TDEP-ACCOUNT.
051797     CALL "TDEPCHK" USING TDK-PARM.
051798     IF TDK-DEPOSIT-ACTIVE
051799         MOVE "Y" TO PST-TDEP-SW
051800     ELSE
051801         MOVE "N" TO PST-TDEP-SW
051802     END-IF.
051803 3175-CHECK-TDEP-EXIT.
051804     EXIT.
051805
051806******************************************************************
051807* 3560-SKIP-GROUP-TDEP  -  AN ACCOUNT WITH A TERM DEPOSIT IN FORCE
051808*                          REFUSES ITS WHOLE GROUP.
051809******************************************************************
051810 3560-SKIP-GROUP-TDEP.
051811     PERFORM 3561-SKIP-ONE-TDEP
051812         THRU 3561-SKIP-ONE-TDEP-EXIT
051813         VARYING PST-SCAN-IDX FROM PST-GRP-IDX BY 1
051814         UNTIL PST-SCAN-IDX > PST-TAB-COUNT.
051815 3560-SKIP-GROUP-TDEP-EXIT.
051816     EXIT.
051817
051818******************************************************************
051819* 3561-SKIP-ONE-TDEP
051820******************************************************************
051821 3561-SKIP-ONE-TDEP.
051822     IF PST-TAB-DONE-SW(PST-SCAN-IDX) = "Y"
051823       OR PST-TAB-ACCOUNT(PST-SCAN-IDX)
051824          NOT = ACM-ACCOUNT-NUMBER
051825         GO TO 3561-SKIP-ONE-TDEP-EXIT
051826     END-IF.
051827     MOVE "Y" TO PST-TAB-DONE-SW(PST-SCAN-IDX).
051828     ADD 1 TO PST-TDEP-COUNT.
051829     ADD 1 TO PST-SKIP-COUNT.
051830     ADD PST-TAB-AMOUNT(PST-SCAN-IDX) TO PST-SKIP-AMOUNT.
051831     DISPLAY "DEPOSITO A PLAZO VIGENTE: "
051832         ACM-ACCOUNT-NUMBER " - POSTEO RECHAZADO".
051833 3561-SKIP-ONE-TDEP-EXIT.
051834     EXIT.
051835
051836******************************************************************
051837* 3660-WRITE-XFR-REJECT  -  THE REFUSED TRANSFER GOES ON OPBREJ AS
051838*                           THE OPBTRIN RECORD THAT WOULD HAVE
051839*                           MOVED IT - TYPE T, THE AMOUNT AS NUM1,
051840*                           ITS DESK AND DESTINATION - DATED TODAY
051841*                           FOR THE ITEMEDAD AGING.
051842******************************************************************
051843 3660-WRITE-XFR-REJECT.
051844     MOVE PST-XFR-AMOUNT TO OPB-REJ-NUM1.
051845     MOVE ZERO           TO OPB-REJ-NUM2.
051846     MOVE PST-XFR-FROM   TO OPB-REJ-ACCOUNT.
051847     MOVE "T"            TO OPB-REJ-POST-TYPE.
051848     MOVE PST-CUR-DESK   TO OPB-REJ-SOURCE.
051849     MOVE PST-RUN-DATE   TO OPB-REJ-DATE.
051850     MOVE PST-XFR-TO     TO OPB-REJ-DEST-ACCOUNT.
051851     OPEN EXTEND OPB-REJECT-FILE.
051852     IF FS-NOT-FOUND OF WS-OPBREJ-STATUS
051853         OPEN OUTPUT OPB-REJECT-FILE
051854         CLOSE OPB-REJECT-FILE
051855         OPEN EXTEND OPB-REJECT-FILE
051856     END-IF.
051857     WRITE OPB-REJECT-RECORD.
051858     CLOSE OPB-REJECT-FILE.
051859     ADD 1 TO PST-XFR-REJ-COUNT.
051860 3660-WRITE-XFR-REJECT-EXIT.
051861     EXIT.
051900
052000 END PROGRAM OPBPOST.
