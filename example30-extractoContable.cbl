001500*              EQUAL TO CREDITS BEFORE THE FILE IS RELEASED
001600*              (RETURN-CODE 4 AND A WARNING OTHERWISE), SO
001700*              FINANCE GETS A FILE HAND-OFF INSTEAD OF AN HOUR
001800*              OF RE-KEYING FROM PRINTED JOB OUTPUT.  THE TWO
001810*              LEGS OF AN ACCOUNT-TO-ACCOUNT TRANSFER (SAME
001820*              PJR-XFER-REF) EXTRACT AS ONE PAIR BETWEEN THE
001830*              TWO ACCOUNTS, WITHOUT THE CLEARING ACCOUNT.
001840*              "FEE " SERVICE CHARGES TAKE THE FEE INCOME
001850*              ACCOUNT FROM GLMAP AS THEIR CONTRA SIDE WHEN
001860*              ONE IS SET, AND THE CLEARING ACCOUNT OTHERWISE.
001870*              "WHT " TAX WITHHELD AT CAPITALIZATION CREDITS
001880*              THE WITHHOLDING LIABILITY ACCOUNT THE SAME WAY,
001890*              AND ITS TOTAL IS SHOWN FOR THE TAX PAYMENT.
001891*              A "CIE " CLOSURE PAYOUT WITH NO CREDIT LEG (PAID
001892*              OUT BY THE DESK RATHER THAN TO AN ACCOUNT)
001893*              CREDITS THE PAYOUT CLEARING ACCOUNT FROM GLMAP
001894*              WHEN ONE IS SET, AND THE CLEARING ACCOUNT
001895*              OTHERWISE.
001896*              "ESC " UNCLAIMED BALANCES REMITTED TO THE STATE
001897*              (AND RECLAIMED BACK) GO AGAINST THE UNCLAIMED-
001898*              PROPERTY LIABILITY ACCOUNT THE SAME WAY.
001899*              DESKSTL'S INTER-DESK SETTLEMENTS EXTRACT TOO.
001900* TECTONICS:   cobc -x example30-extractoContable.cbl
002000*
002100* MODIFICATION HISTORY
002270*                  RELEASED GLJRNL IS TRACKED UNTIL FINANCE
002280*                  EXPLICITLY CONFIRMS IT - TWICE THEY LOADED
002290*                  A FILE PARTIALLY AND WE LEARNED WEEKS LATE.
002300*   09/09/26  JPL  TRANSFER LEGS NOW PAIR UP: THE FIRST LEG IS
002302*                  HELD, AND WHEN THE NEXT RECORD IS ITS PARTNER
002304*                  (SAME TRANSFER REFERENCE AND SOURCE, OTHER
002306*                  ACCOUNT, OPPOSITE AMOUNT) ONE DEBIT/CREDIT
002308*                  PAIR IS WRITTEN - DEBIT THE ACCOUNT THE MONEY
002310*                  WENT TO, CREDIT THE ONE IT LEFT - COUNTED AS
002312*                  ONE POSTING.  A LEG WITH NO PARTNER STILL
002314*                  EXTRACTS AGAINST THE CLEARING ACCOUNT AND IS
002316*                  COUNTED ON THE TOTALS.
002318*   11/09/26  JPL  GLMAP CARRIES THE FEE INCOME ACCOUNT AFTER
002320*                  THE CLEARING ACCOUNT.  THE FEECHG "FEE "
002322*                  POSTINGS CREDIT IT INSTEAD OF THE CLEARING
002324*                  ACCOUNT (BLANK = CLEARING, AS BEFORE), AND
002326*                  ARE COUNTED ON THE TOTALS.
002328*   14/09/26  JPL  GLMAP'S LAST TEN BYTES ARE NOW THE WITHHOLDING
002330*                  TAX LIABILITY ACCOUNT.  INTCAP'S "WHT "
002332*                  MOVEMENTS CREDIT IT (BLANK = CLEARING) AND
002334*                  THEIR COUNT AND TOTAL ARE SHOWN ON THE PROOF.
002336*   15/09/26  JPL  GLMAP GROWS BY THE PAYOUT CLEARING ACCOUNT
002338*                  (AN OLDER GLMAP LINE READS IT AS BLANK =
002340*                  CLEARING).  A CIERRCTA "CIE " PAYOUT TO THE
002342*                  DESK CREDITS IT; CLOSURE PAYOUTS ARE COUNTED
002344*                  AND TOTALLED ON THE PROOF.
002346*   16/09/26  JPL  GLMAP GROWS BY THE UNCLAIMED-PROPERTY
002348*                  LIABILITY ACCOUNT (BLANK = CLEARING) FOR THE
002350*                  ESCHEAT "ESC " MOVEMENTS; REMITTED AND
002352*                  RECLAIMED AMOUNTS ARE SHOWN ON THE PROOF.
002354*   28/09/26  JPL  THE DESKSTL INTER-DESK SETTLEMENT ENTRIES FOR
002356*                  THE DATE (DSKSTL, LATEST RUN ONLY, SO A FORCED
002358*                  RERUN REPLACES ITS PREDECESSOR) EXTRACT AS ONE
002360*                  PAIR EACH UNDER SOURCE "STL ": DEBIT THE
002362*                  CREDITOR DESK'S SETTLEMENT ACCOUNT, CREDIT THE
002364*                  DEBTOR DESK'S (BLANK = CLEARING).  THEY ARE
002366*                  COUNTED AND TOTALLED ON THE PROOF.
002399******************************************************************
002400
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. GLEXTRAC.
004120     SELECT GL-HANDOFF-FILE ASSIGN TO "GLHANDS"
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS WS-GLHANDS-STATUS.
004150
004160     SELECT DESK-SETTLE-FILE ASSIGN TO "DSKSTL"
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-DSKSTL-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004800 FD  GL-MAP-FILE.
004900 01  GL-MAP-RECORD.
005000     05  GLM-CLEARING-ACCOUNT        PIC X(10).
005050     05  GLM-FEE-INCOME-ACCOUNT      PIC X(10).
005100     05  GLM-WHT-LIABILITY-ACCOUNT   PIC X(10).
005150     05  GLM-PAYOUT-ACCOUNT          PIC X(10).
005160     05  GLM-UNCLAIMED-ACCOUNT       PIC X(10).
005200
005300 FD  GL-JRNL-FILE.
005400 01  GL-JRNL-RECORD.
006200
006210 FD  GL-HANDOFF-FILE.
006220 COPY GLHANDS.
006224
006226 FD  DESK-SETTLE-FILE.
006228 COPY DSKSTL.
006230
006300 WORKING-STORAGE SECTION.
006400 01  WS-JRNL-STATUS.
007100 77  GLE-PROC-DATE                   PIC 9(08) VALUE ZERO.
007200 77  GLE-DATE-INPUT                  PIC X(08) VALUE SPACES.
007300 77  GLE-CLEARING-ACCOUNT            PIC X(10) VALUE SPACES.
007310 77  GLE-FEE-INCOME-ACCOUNT          PIC X(10) VALUE SPACES.
007320*    THE CONTRA SIDE 3200 WRITES - THE CLEARING ACCOUNT EXCEPT
007330*    WHILE A SERVICE CHARGE OR A TAX WITHHOLDING IS BEING
007335*    EXTRACTED, OR A CLOSURE PAID OUT BY THE DESK, OR AN
007336*    UNCLAIMED BALANCE MOVING TO OR FROM THE STATE.
007340 77  GLE-CONTRA-ACCOUNT              PIC X(10) VALUE SPACES.
007350 77  GLE-FEE-COUNT                   PIC 9(07) VALUE ZERO.
007360 77  GLE-WHT-LIABILITY-ACCOUNT       PIC X(10) VALUE SPACES.
007370 77  GLE-WHT-COUNT                   PIC 9(07) VALUE ZERO.
007380 77  GLE-WHT-TOTAL                   PIC 9(11)V99 VALUE ZERO.
007385 77  GLE-PAYOUT-ACCOUNT              PIC X(10) VALUE SPACES.
007390 77  GLE-CLOSURE-COUNT               PIC 9(07) VALUE ZERO.
007395 77  GLE-CLOSURE-TOTAL               PIC 9(11)V99 VALUE ZERO.
007396 77  GLE-UNCLAIMED-ACCOUNT           PIC X(10) VALUE SPACES.
007397 77  GLE-ESCHEAT-COUNT               PIC 9(07) VALUE ZERO.
007398 77  GLE-REMIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
007399 77  GLE-RECLAIM-TOTAL               PIC 9(11)V99 VALUE ZERO.
007400 77  GLE-EOF-SW                      PIC X(01) VALUE "N".
007500     88  GLE-EOF                     VALUE "Y".
007600 77  GLE-POSTING-COUNT               PIC 9(07) VALUE ZERO.
007700 77  GLE-DEBIT-TOTAL                 PIC 9(11)V99 VALUE ZERO.
007800 77  GLE-CREDIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
007900 77  GLE-ABS-AMOUNT                  PIC 9(09)V99 VALUE ZERO.
007905*    A TRANSFER LEG WAITING FOR ITS PARTNER.
007910 77  GLE-HOLD-SW                     PIC X(01) VALUE "N".
007915     88  GLE-HOLDING                 VALUE "Y".
007920 77  GLE-HOLD-ACCOUNT                PIC X(10) VALUE SPACES.
007925 77  GLE-HOLD-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
007930 77  GLE-HOLD-SOURCE                 PIC X(04) VALUE SPACES.
007935 77  GLE-HOLD-XFER-REF               PIC X(21) VALUE SPACES.
007940 77  GLE-HOLD-IMAGE                  PIC X(111) VALUE SPACES.
007945 77  GLE-SAVE-IMAGE                  PIC X(111) VALUE SPACES.
007950 77  GLE-XFER-COUNT                  PIC 9(07) VALUE ZERO.
007955 77  GLE-XFER-UNPAIRED               PIC 9(07) VALUE ZERO.
007960*    INTER-DESK SETTLEMENT - THE LATEST DESKSTL RUN OF THE DATE.
007962 01  WS-DSKSTL-STATUS.
007964     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKSTL-CODE.
007966 77  GLE-STL-EOF-SW                  PIC X(01) VALUE "N".
007968     88  GLE-STL-EOF                 VALUE "Y".
007970 77  GLE-STL-RUN-TIME                PIC 9(08) VALUE ZERO.
007972 77  GLE-STL-COUNT                   PIC 9(07) VALUE ZERO.
007974 77  GLE-STL-TOTAL                   PIC 9(11)V99 VALUE ZERO.
008000 01  GLE-AMT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008100
008200 PROCEDURE DIVISION.
009800         MOVE 4 TO RETURN-CODE
009900         GO TO 0000-MAINLINE-EXIT
010000     END-IF.
010010     MOVE GLE-CLEARING-ACCOUNT TO GLE-CONTRA-ACCOUNT.
010100     OPEN INPUT POST-JRNL-FILE.
010200     IF FS-NOT-FOUND OF WS-JRNL-STATUS
010300         DISPLAY "POSTJRNL AUN NO EXISTE - SIN MOVIMIENTOS."
010700     PERFORM 2000-READ-JOURNAL THRU 2000-READ-JOURNAL-EXIT.
010800     PERFORM 3000-EXTRACT-ONE THRU 3000-EXTRACT-ONE-EXIT
010900         UNTIL GLE-EOF.
010910     IF GLE-HOLDING
010920         PERFORM 3400-FLUSH-HELD THRU 3400-FLUSH-HELD-EXIT
010930     END-IF.
010940     PERFORM 4000-EXTRACT-SETTLEMENT
010950         THRU 4000-EXTRACT-SETTLEMENT-EXIT.
011000     CLOSE GL-JRNL-FILE.
011100     CLOSE POST-JRNL-FILE.
011200     PERFORM 5000-PROVE-TOTALS THRU 5000-PROVE-TOTALS-EXIT.
011500
011600******************************************************************
011700* 1000-READ-GLMAP  -  THE DESK CLEARING ACCOUNT THE CONTRA
011800*                     SIDES POST TO, AND THE FEE INCOME
011810*                     ACCOUNT FOR SERVICE CHARGES AND THE
011820*                     LIABILITY ACCOUNT FOR TAX WITHHELD.
011900******************************************************************
012000 1000-READ-GLMAP.
012100     OPEN INPUT GL-MAP-FILE.
012700             CONTINUE
012800         NOT AT END
012900             MOVE GLM-CLEARING-ACCOUNT TO GLE-CLEARING-ACCOUNT
012910             MOVE GLM-FEE-INCOME-ACCOUNT
012920                 TO GLE-FEE-INCOME-ACCOUNT
012930             MOVE GLM-WHT-LIABILITY-ACCOUNT
012940                 TO GLE-WHT-LIABILITY-ACCOUNT
012950             MOVE GLM-PAYOUT-ACCOUNT TO GLE-PAYOUT-ACCOUNT
012960             MOVE GLM-UNCLAIMED-ACCOUNT TO GLE-UNCLAIMED-ACCOUNT
013000     END-READ.
013100     CLOSE GL-MAP-FILE.
013200 1000-READ-GLMAP-EXIT.
014400     EXIT.
014500
014600******************************************************************
014700* 3000-EXTRACT-ONE  -  ONE JOURNALED POSTING OF THE DAY.  A
014800*                      TRANSFER LEG GOES TO 3300 TO MEET ITS
014900*                      PARTNER; ANYTHING ELSE FIRST FLUSHES A
015000*                      LEG STILL WAITING, THEN EXTRACTS
015100*                      AGAINST THE CLEARING ACCOUNT (3200) -
015110*                      OR, FOR A SERVICE CHARGE, AGAINST THE
015120*                      FEE INCOME ACCOUNT WHEN GLMAP HAS ONE,
015130*                      AND FOR TAX WITHHELD AGAINST THE
015140*                      WITHHOLDING LIABILITY ACCOUNT.  A
015141*                      CLOSURE PAYOUT THE DESK MADE GOES
015142*                      AGAINST THE PAYOUT CLEARING ACCOUNT,
015143*                      AND AN UNCLAIMED BALANCE AGAINST THE
015144*                      UNCLAIMED-PROPERTY LIABILITY ACCOUNT.
015300******************************************************************
015400 3000-EXTRACT-ONE.
015500     IF PJR-RUN-DATE NOT = GLE-PROC-DATE
015600         GO TO 3000-EXTRACT-ONE-NEXT
015700     END-IF.
015800     IF PJR-XFER-DATE IS NUMERIC
015900       AND PJR-XFER-DATE > ZERO
016000         PERFORM 3300-TRANSFER-LEG THRU 3300-TRANSFER-LEG-EXIT
016100         GO TO 3000-EXTRACT-ONE-NEXT
016200     END-IF.
016300     IF GLE-HOLDING
016400         PERFORM 3400-FLUSH-HELD THRU 3400-FLUSH-HELD-EXIT
016500     END-IF.
016510     IF PJR-SOURCE-FEE
016520         ADD 1 TO GLE-FEE-COUNT
016530         IF GLE-FEE-INCOME-ACCOUNT NOT = SPACES
016540             MOVE GLE-FEE-INCOME-ACCOUNT TO GLE-CONTRA-ACCOUNT
016550         END-IF
016560     END-IF.
016570     IF PJR-SOURCE-WITHHOLDING
016575         ADD 1 TO GLE-WHT-COUNT
016580         SUBTRACT PJR-AMOUNT FROM GLE-WHT-TOTAL
016585         IF GLE-WHT-LIABILITY-ACCOUNT NOT = SPACES
016590             MOVE GLE-WHT-LIABILITY-ACCOUNT TO GLE-CONTRA-ACCOUNT
016595         END-IF
016598     END-IF.
016600     IF PJR-SOURCE-CLOSURE
016605         ADD 1 TO GLE-CLOSURE-COUNT
016610         SUBTRACT PJR-AMOUNT FROM GLE-CLOSURE-TOTAL
016615         IF GLE-PAYOUT-ACCOUNT NOT = SPACES
016620             MOVE GLE-PAYOUT-ACCOUNT TO GLE-CONTRA-ACCOUNT
016625         END-IF
016630     END-IF.
016631     IF PJR-SOURCE-ESCHEAT
016632         ADD 1 TO GLE-ESCHEAT-COUNT
016633         IF PJR-AMOUNT < ZERO
016634             SUBTRACT PJR-AMOUNT FROM GLE-REMIT-TOTAL
016635         ELSE
016636             ADD PJR-AMOUNT TO GLE-RECLAIM-TOTAL
016637         END-IF
016638         IF GLE-UNCLAIMED-ACCOUNT NOT = SPACES
016639             MOVE GLE-UNCLAIMED-ACCOUNT TO GLE-CONTRA-ACCOUNT
016640         END-IF
016641     END-IF.
016645     PERFORM 3200-EXTRACT-POSTING THRU 3200-EXTRACT-POSTING-EXIT.
016648     MOVE GLE-CLEARING-ACCOUNT TO GLE-CONTRA-ACCOUNT.
017600 3000-EXTRACT-ONE-NEXT.
017700     PERFORM 2000-READ-JOURNAL THRU 2000-READ-JOURNAL-EXIT.
017800 3000-EXTRACT-ONE-EXIT.
019600 3100-WRITE-GL-REC-EXIT.
019700     EXIT.
019800
019801******************************************************************
019802* 3200-EXTRACT-POSTING  -  ONE BALANCED DEBIT/CREDIT PAIR FOR
019803*                          THE POSTING IN THE FD.  A POSITIVE
019804*                          MOVEMENT DEBITS THE ACCOUNT AND
019805*                          CREDITS THE CONTRA ACCOUNT; A
019806*                          NEGATIVE MOVEMENT REVERSES THE
019807*                          SIDES AND CARRIES THE ABSOLUTE
019808*                          AMOUNT.
019809******************************************************************
019810 3200-EXTRACT-POSTING.
019811     ADD 1 TO GLE-POSTING-COUNT.
019812     IF PJR-AMOUNT < ZERO
019813         COMPUTE GLE-ABS-AMOUNT = ZERO - PJR-AMOUNT
019814         MOVE GLE-CONTRA-ACCOUNT TO GLJ-ACCOUNT
019815         SET GLJ-IS-DEBIT TO TRUE
019816         PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019817         MOVE PJR-ACCOUNT-NUMBER TO GLJ-ACCOUNT
019818         SET GLJ-IS-CREDIT TO TRUE
019819         PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019820     ELSE
019821         MOVE PJR-AMOUNT TO GLE-ABS-AMOUNT
019822         MOVE PJR-ACCOUNT-NUMBER TO GLJ-ACCOUNT
019823         SET GLJ-IS-DEBIT TO TRUE
019824         PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019825         MOVE GLE-CONTRA-ACCOUNT TO GLJ-ACCOUNT
019826         SET GLJ-IS-CREDIT TO TRUE
019827         PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019828     END-IF.
019829 3200-EXTRACT-POSTING-EXIT.
019830     EXIT.
019831
019832******************************************************************
019833* 3300-TRANSFER-LEG  -  THE PARTNER OF THE HELD LEG CLOSES THE
019834*                       PAIR: DEBIT THE ACCOUNT OF THE
019835*                       POSITIVE LEG, CREDIT THE ACCOUNT OF
019836*                       THE NEGATIVE ONE.  OTHERWISE THIS LEG
019837*                       IS HELD IN TURN.
019838******************************************************************
019839 3300-TRANSFER-LEG.
019840     IF GLE-HOLDING
019841       AND PJR-XFER-REF = GLE-HOLD-XFER-REF
019842       AND PJR-SOURCE = GLE-HOLD-SOURCE
019843       AND PJR-ACCOUNT-NUMBER NOT = GLE-HOLD-ACCOUNT
019844       AND PJR-AMOUNT + GLE-HOLD-AMOUNT = ZERO
019845         ADD 1 TO GLE-POSTING-COUNT
019846         ADD 1 TO GLE-XFER-COUNT
019847         IF PJR-AMOUNT < ZERO
019848             COMPUTE GLE-ABS-AMOUNT = ZERO - PJR-AMOUNT
019849             MOVE GLE-HOLD-ACCOUNT TO GLJ-ACCOUNT
019850             SET GLJ-IS-DEBIT TO TRUE
019851             PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019852             MOVE PJR-ACCOUNT-NUMBER TO GLJ-ACCOUNT
019853             SET GLJ-IS-CREDIT TO TRUE
019854             PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019855         ELSE
019856             MOVE PJR-AMOUNT TO GLE-ABS-AMOUNT
019857             MOVE PJR-ACCOUNT-NUMBER TO GLJ-ACCOUNT
019858             SET GLJ-IS-DEBIT TO TRUE
019859             PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019860             MOVE GLE-HOLD-ACCOUNT TO GLJ-ACCOUNT
019861             SET GLJ-IS-CREDIT TO TRUE
019862             PERFORM 3100-WRITE-GL-REC THRU 3100-WRITE-GL-REC-EXIT
019863         END-IF
019864         MOVE "N" TO GLE-HOLD-SW
019865         GO TO 3300-TRANSFER-LEG-EXIT
019866     END-IF.
019867     IF GLE-HOLDING
019868         PERFORM 3400-FLUSH-HELD THRU 3400-FLUSH-HELD-EXIT
019869     END-IF.
019870     MOVE PJR-JOURNAL-RECORD TO GLE-HOLD-IMAGE.
019871     MOVE PJR-ACCOUNT-NUMBER TO GLE-HOLD-ACCOUNT.
019872     MOVE PJR-AMOUNT         TO GLE-HOLD-AMOUNT.
019873     MOVE PJR-SOURCE         TO GLE-HOLD-SOURCE.
019874     MOVE PJR-XFER-REF       TO GLE-HOLD-XFER-REF.
019875     MOVE "Y" TO GLE-HOLD-SW.
019876 3300-TRANSFER-LEG-EXIT.
019877     EXIT.
019878
019879******************************************************************
019880* 3400-FLUSH-HELD  -  A LEG WHOSE PARTNER DID NOT FOLLOW IT
019881*                     EXTRACTS ON ITS OWN AGAINST THE CLEARING
019882*                     ACCOUNT; THE RECORD IN THE FD IS PUT
019883*                     BACK AFTERWARDS.
019884******************************************************************
019885 3400-FLUSH-HELD.
019886     ADD 1 TO GLE-XFER-UNPAIRED.
019887     DISPLAY "PATA DE TRANSFERENCIA SIN PAREJA - VIA CUENTA "
019888         "PUENTE: " GLE-HOLD-ACCOUNT.
019889     MOVE PJR-JOURNAL-RECORD TO GLE-SAVE-IMAGE.
019890     MOVE GLE-HOLD-IMAGE TO PJR-JOURNAL-RECORD.
019891     PERFORM 3200-EXTRACT-POSTING THRU 3200-EXTRACT-POSTING-EXIT.
019892     MOVE GLE-SAVE-IMAGE TO PJR-JOURNAL-RECORD.
019893     MOVE "N" TO GLE-HOLD-SW.
019894 3400-FLUSH-HELD-EXIT.
019895     EXIT.
019896
019900******************************************************************
020000* 5000-PROVE-TOTALS  -  DEBITS MUST EQUAL CREDITS BEFORE THE
020100*                       FILE IS RELEASED.
020400     DISPLAY "---- EXTRACTO CONTABLE DEL " GLE-PROC-DATE
020500         " ----".
020600     DISPLAY "POSTEOS EXTRAIDOS: " GLE-POSTING-COUNT.
020610     DISPLAY "TRANSFERENCIAS:    " GLE-XFER-COUNT.
020620     IF GLE-XFER-UNPAIRED > ZERO
020630         DISPLAY "PATAS SIN PAREJA:  " GLE-XFER-UNPAIRED
020640     END-IF.
020650     DISPLAY "CARGOS SERVICIO:   " GLE-FEE-COUNT.
020660     DISPLAY "RETENCIONES:       " GLE-WHT-COUNT.
020670     MOVE GLE-WHT-TOTAL TO GLE-AMT-ED.
020680     DISPLAY "RETENCION A PAGAR: " GLE-AMT-ED.
020681     IF GLE-CLOSURE-COUNT > ZERO
020682         MOVE GLE-CLOSURE-TOTAL TO GLE-AMT-ED
020683         DISPLAY "PAGOS POR CIERRE:  " GLE-CLOSURE-COUNT
020684             "  IMPORTE " GLE-AMT-ED
020685     END-IF.
020686     IF GLE-ESCHEAT-COUNT > ZERO
020687         MOVE GLE-REMIT-TOTAL TO GLE-AMT-ED
020688         DISPLAY "REMITIDO AL ESTADO:" GLE-AMT-ED
020689         MOVE GLE-RECLAIM-TOTAL TO GLE-AMT-ED
020690         DISPLAY "RECLAMADO:         " GLE-AMT-ED
020691     END-IF.
020692     IF GLE-STL-COUNT > ZERO
020693         MOVE GLE-STL-TOTAL TO GLE-AMT-ED
020694         DISPLAY "LIQUIDACION MESAS: " GLE-STL-COUNT
020695             "  IMPORTE " GLE-AMT-ED
020696     END-IF.
020700     MOVE GLE-DEBIT-TOTAL TO GLE-AMT-ED.
020800     DISPLAY "TOTAL DEBITOS:     " GLE-AMT-ED.
020900     MOVE GLE-CREDIT-TOTAL TO GLE-AMT-ED.
022201 6000-WRITE-HANDOFF-EXIT.
022202     EXIT.
022200
022210******************************************************************
022211* 4000-EXTRACT-SETTLEMENT  -  THE DATE'S DSKSTL ENTRIES.  A FIRST
022212*                             PASS FINDS THE LATEST DESKSTL RUN
022213*                             OF THE DATE; ONLY ITS ENTRIES ARE
022214*                             EXTRACTED, SO A FORCED RERUN IS
022215*                             NEVER BOOKED ON TOP OF THE FIRST.
022216******************************************************************
022217 4000-EXTRACT-SETTLEMENT.
022218     MOVE ZERO TO GLE-STL-RUN-TIME.
022219     MOVE "N" TO GLE-STL-EOF-SW.
022220     OPEN INPUT DESK-SETTLE-FILE.
022221     IF NOT FS-SUCCESS OF WS-DSKSTL-STATUS
022222         GO TO 4000-EXTRACT-SETTLEMENT-EXIT
022223     END-IF.
022224     PERFORM 4100-FIND-LATEST-RUN THRU 4100-FIND-LATEST-RUN-EXIT
022225         UNTIL GLE-STL-EOF.
022226     CLOSE DESK-SETTLE-FILE.
022227     IF GLE-STL-RUN-TIME = ZERO
022228         GO TO 4000-EXTRACT-SETTLEMENT-EXIT
022229     END-IF.
022230     MOVE "N" TO GLE-STL-EOF-SW.
022231     OPEN INPUT DESK-SETTLE-FILE.
022232     PERFORM 4200-EXTRACT-ONE-ENTRY
022233         THRU 4200-EXTRACT-ONE-ENTRY-EXIT
022234         UNTIL GLE-STL-EOF.
022235     CLOSE DESK-SETTLE-FILE.
022236 4000-EXTRACT-SETTLEMENT-EXIT.
022237     EXIT.
022238
022239******************************************************************
022240* 4100-FIND-LATEST-RUN
022241******************************************************************
022242 4100-FIND-LATEST-RUN.
022243     READ DESK-SETTLE-FILE
022244         AT END
022245             SET GLE-STL-EOF TO TRUE
022246             GO TO 4100-FIND-LATEST-RUN-EXIT
022247     END-READ.
022248     IF DST-DATE = GLE-PROC-DATE
022249       AND DST-RUN-TIME > GLE-STL-RUN-TIME
022250         MOVE DST-RUN-TIME TO GLE-STL-RUN-TIME
022251     END-IF.
022252 4100-FIND-LATEST-RUN-EXIT.
022253     EXIT.
022254
022255******************************************************************
022256* 4200-EXTRACT-ONE-ENTRY  -  DEBIT THE CREDITOR DESK'S ACCOUNT
022257*                            (DUE FROM), CREDIT THE DEBTOR
022258*                            DESK'S (DUE TO); A DESK WITH NO
022259*                            SETTLEMENT ACCOUNT USES THE CLEARING
022260*                            ACCOUNT.
022261******************************************************************
022262 4200-EXTRACT-ONE-ENTRY.
022263     READ DESK-SETTLE-FILE
022264         AT END
022265             SET GLE-STL-EOF TO TRUE
022266             GO TO 4200-EXTRACT-ONE-ENTRY-EXIT
022267     END-READ.
022268     IF DST-DATE NOT = GLE-PROC-DATE
022269       OR DST-RUN-TIME NOT = GLE-STL-RUN-TIME
022270         GO TO 4200-EXTRACT-ONE-ENTRY-EXIT
022271     END-IF.
022272     ADD 1 TO GLE-STL-COUNT.
022273     ADD DST-AMOUNT TO GLE-STL-TOTAL.
022274     MOVE DST-AMOUNT TO GLJ-AMOUNT.
022275     MOVE DST-DATE TO GLJ-DATE.
022276     MOVE "STL " TO GLJ-SOURCE.
022277     IF DST-DEBIT-ACCOUNT = SPACES
022278         MOVE GLE-CLEARING-ACCOUNT TO GLJ-ACCOUNT
022279     ELSE
022280         MOVE DST-DEBIT-ACCOUNT TO GLJ-ACCOUNT
022281     END-IF.
022282     SET GLJ-IS-DEBIT TO TRUE.
022283     WRITE GL-JRNL-RECORD.
022284     ADD DST-AMOUNT TO GLE-DEBIT-TOTAL.
022285     IF DST-CREDIT-ACCOUNT = SPACES
022286         MOVE GLE-CLEARING-ACCOUNT TO GLJ-ACCOUNT
022287     ELSE
022288         MOVE DST-CREDIT-ACCOUNT TO GLJ-ACCOUNT
022289     END-IF.
022290     SET GLJ-IS-CREDIT TO TRUE.
022291     WRITE GL-JRNL-RECORD.
022292     ADD DST-AMOUNT TO GLE-CREDIT-TOTAL.
022293 4200-EXTRACT-ONE-ENTRY-EXIT.
022294     EXIT.
022299
022300 END PROGRAM GLEXTRAC.
