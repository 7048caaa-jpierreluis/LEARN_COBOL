001900*              HAND FOR TWO DAYS; THIS IS THAT PROOF AS A
002000*              BATCH STEP.  AN ACCOUNT WITH NO JOURNALED
002100*              MOVEMENTS HAS NOTHING TO PROVE AND IS ONLY
002200*              COUNTED.  "FEE " SERVICE CHARGES REPLAY IN
002210*              THE BALANCE CHAIN LIKE ANY MOVEMENT, AND ARE ALSO
002220*              COUNTED AND TOTALLED; A FEE THAT DOES NOT TAKE
002230*              MONEY OUT OF THE ACCOUNT IS AN ANOMALY.
002300* TECTONICS:   cobc -x example46-auditaDiario.cbl
002400*
002500* MODIFICATION HISTORY
002650*                  BALANCE IMAGES, SO EVERY INTEREST-BEARING
002660*                  ACCOUNT REPORTED A FALSE SALTO (AND A
002670*                  FALSE DERIVA) AFTER EACH MONTH-END.
002680*   11/09/26  JPL  COUNTS AND TOTALS THE "FEE " SERVICE
002690*                  CHARGES AND FLAGS ANY FEE THAT IS NOT A DEBIT,
002700*                  FAILING THE STEP WITH RETURN-CODE 4.
002710******************************************************************
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. JRNLAUD.
009400 77  AUD-NO-MOVE-COUNT               PIC 9(07) VALUE ZERO.
009500 77  AUD-BREAK-COUNT                 PIC 9(07) VALUE ZERO.
009600 77  AUD-DRIFT-COUNT                 PIC 9(07) VALUE ZERO.
009610 77  AUD-FEE-COUNT                   PIC 9(07) VALUE ZERO.
009620 77  AUD-FEE-TOTAL                   PIC S9(11)V99 VALUE ZERO.
009630 77  AUD-FEE-BAD-COUNT               PIC 9(07) VALUE ZERO.
009700 01  AUD-CNT-ED                      PIC Z,ZZZ,ZZ9.
009800 01  AUD-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
009900 01  AUD-AMT2-ED                     PIC -ZZZ,ZZZ,ZZZ.99.
010000 01  AUD-POS-ED                      PIC Z,ZZZ,ZZ9.
010050 01  AUD-TOT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
010100
010200 PROCEDURE DIVISION.
010300******************************************************************
018200     IF PJR-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
018300         GO TO 2100-REPLAY-ONE-REC-EXIT
018400     END-IF.
018410     IF PJR-SOURCE-FEE
018420         PERFORM 2200-NOTE-FEE THRU 2200-NOTE-FEE-EXIT
018430     END-IF.
018500     IF PJR-SOURCE-ACCRUAL
018600         IF AUD-ACR-HAVE
018700           AND PJR-OLD-BALANCE NOT = AUD-ACR-PREV
020200 2100-REPLAY-ONE-REC-EXIT.
020300     EXIT.
020400
020402******************************************************************
020404* 2200-NOTE-FEE  -  A SERVICE CHARGE IS ALWAYS A DEBIT.  ZERO OR
020406*                   A CREDIT UNDER "FEE " MEANS SOMETHING OTHER
020408*                   THAN FEECHG WROTE IT.
020410******************************************************************
020412 2200-NOTE-FEE.
020414     ADD 1 TO AUD-FEE-COUNT.
020416     ADD PJR-AMOUNT TO AUD-FEE-TOTAL.
020418     IF PJR-AMOUNT < ZERO
020420         GO TO 2200-NOTE-FEE-EXIT
020422     END-IF.
020424     ADD 1 TO AUD-FEE-BAD-COUNT.
020426     MOVE AUD-JRNL-POS TO AUD-POS-ED.
020428     MOVE PJR-AMOUNT TO AUD-AMT-ED.
020430     MOVE SPACES TO PRINT-LINE.
020432     STRING "*** CARGO  CUENTA " ACM-ACCOUNT-NUMBER
020434         "  REGISTRO " AUD-POS-ED
020436         "  IMPORTE NO ES DEBITO " AUD-AMT-ED
020438         "  TIPO " PJR-OPERATOR-ID
020440         DELIMITED BY SIZE INTO PRINT-LINE.
020442     WRITE PRINT-LINE.
020444 2200-NOTE-FEE-EXIT.
020446     EXIT.
020448
020500******************************************************************
020600* 2500-REPORT-BREAK  -  THE EXACT JOURNAL POSITION AND THE TWO
020700*                       BALANCES THAT DO NOT MEET.
029400     STRING "DERIVAS CONTRA ARCHIVO:  " AUD-CNT-ED
029500         DELIMITED BY SIZE INTO PRINT-LINE.
029600     WRITE PRINT-LINE.
029605     MOVE AUD-FEE-COUNT TO AUD-CNT-ED.
029610     MOVE AUD-FEE-TOTAL TO AUD-TOT-ED.
029615     MOVE SPACES TO PRINT-LINE.
029620     STRING "CARGOS POR SERVICIO:     " AUD-CNT-ED
029625         "   IMPORTE " AUD-TOT-ED
029630         DELIMITED BY SIZE INTO PRINT-LINE.
029635     WRITE PRINT-LINE.
029640     MOVE AUD-FEE-BAD-COUNT TO AUD-CNT-ED.
029645     MOVE SPACES TO PRINT-LINE.
029650     STRING "CARGOS ANOMALOS:         " AUD-CNT-ED
029655         DELIMITED BY SIZE INTO PRINT-LINE.
029660     WRITE PRINT-LINE.
029700     IF AUD-BREAK-COUNT > ZERO OR AUD-DRIFT-COUNT > ZERO
029750       OR AUD-FEE-BAD-COUNT > ZERO
029800         DISPLAY "JRNLAUD: DIARIO CON QUIEBRES - VEA EL "
029900             "REPORTE"
030000         MOVE 4 TO RETURN-CODE
