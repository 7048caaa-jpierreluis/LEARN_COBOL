000100******************************************************************
000200* PROGRAM-ID: QACOLA
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 07/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     SUPERVISOR QUEUE OVER THE QAREV QUALITY SAMPLE
000800*              QAMUEST DRAWS EACH NIGHT, IN THE SAME SHAPE AS
000900*              ALRTCOLA.  OFFERS EVERY PENDING ITEM OLDEST FIRST
001000*              (QAREV IS KEYED BY SAMPLE DATE) WITH THE POSTING OR
001100*              THE CALCULATION AS IT WAS DONE, AND LETS THE
001200*              SUPERVISOR MARK IT CORRECT, OR AN ERROR WITH ITS
001300*              CATEGORY:
001400*                I - IMPORTE       C - CUENTA      T - TIPO/FUENTE
001500*                D - DUPLICADO     S - SOPORTE     O - OTRO
001600*              THE REVIEWER AND THE DATE ARE STAMPED ON THE ITEM.
001700*              AN ITEM OF THE SUPERVISOR'S OWN WORK IS LEFT FOR
001800*              ANOTHER REVIEWER.  QAREV IS INDEXED, SO EACH ITEM
001900*              IS REWRITTEN IN PLACE AS IT IS DISPOSITIONED.
002000* TECTONICS:   cobc -x example89-colaCalidad.cbl
002100*
002200* MODIFICATION HISTORY
002300*   07/10/26  JPL  INITIAL VERSION.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. QACOLA.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT QA-REVIEW-FILE ASSIGN TO "QAREV"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS QAR-KEY
003600         FILE STATUS IS WS-QAREV-STATUS.
003700
003800     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SESSION-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  QA-REVIEW-FILE.
004500 COPY QAREV.
004600
004700 FD  OPER-SESSION-FILE.
004800 COPY SESREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-QAREV-STATUS.
005200     COPY FSTATCOD REPLACING FS-NAME BY WS-QAREV-CODE.
005300 01  WS-SESSION-STATUS.
005400     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
005500 77  QAQ-SESSION-OK-SW               PIC X(01) VALUE "N".
005600     88  QAQ-SESSION-OK              VALUE "Y".
005700
005800 77  QAQ-SIGNON-ID                   PIC X(08) VALUE SPACES.
005900 77  QAQ-TODAY                       PIC 9(08).
006000 77  QAQ-TODAY-INT                   PIC S9(09) COMP VALUE ZERO.
006100 77  QAQ-REC-INT                     PIC S9(09) COMP VALUE ZERO.
006200 77  QAQ-AGE-DAYS                    PIC S9(05) VALUE ZERO.
006300 01  QAQ-AGE-DAYS-ED                 PIC ZZZZ9.
006400 01  QAQ-AMT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
006500 01  QAQ-AMT2-ED                     PIC -ZZZ,ZZZ,ZZ9.99.
006600 01  QAQ-REASON-TEXT                 PIC X(06) VALUE SPACES.
006700
006800 77  QAQ-ACTION                      PIC X(01) VALUE SPACE.
006900     88  QAQ-ACT-CORRECT             VALUE "C" "c".
007000     88  QAQ-ACT-ERROR               VALUE "E" "e".
007100     88  QAQ-ACT-SKIP                VALUE "S" "s".
007200     88  QAQ-ACT-STOP                VALUE "0".
007300 77  QAQ-CATEGORY                    PIC X(01) VALUE SPACE.
007400 77  QAQ-STOP-SW                     PIC X(01) VALUE "N".
007500     88  QAQ-STOPPED                 VALUE "Y".
007600 77  QAQ-EOF-SW                      PIC X(01) VALUE "N".
007700     88  QAQ-EOF                     VALUE "Y".
007800
007900 77  QAQ-PENDING-COUNT               PIC 9(05) VALUE ZERO.
008000 77  QAQ-CORRECT-COUNT               PIC 9(05) VALUE ZERO.
008100 77  QAQ-ERROR-COUNT                 PIC 9(05) VALUE ZERO.
008200 77  QAQ-SKIPPED-COUNT               PIC 9(05) VALUE ZERO.
008300 77  QAQ-OWN-COUNT                   PIC 9(05) VALUE ZERO.
008400 77  QAQ-REWRITE-ERRORS              PIC 9(05) VALUE ZERO.
008500
008600 PROCEDURE DIVISION.
008700******************************************************************
008800* 0000-MAINLINE
008900******************************************************************
009000 0000-MAINLINE.
009100     ACCEPT QAQ-TODAY FROM DATE YYYYMMDD.
009200     COMPUTE QAQ-TODAY-INT =
009300         FUNCTION INTEGER-OF-DATE(QAQ-TODAY).
009400     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
009500     IF NOT QAQ-SESSION-OK
009600         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
009700             "INICIE SESION EN MENU-PRINCIPAL."
009800         GO TO 0000-MAINLINE-EXIT
009900     END-IF.
010000     OPEN I-O QA-REVIEW-FILE.
010100     IF NOT FS-SUCCESS OF WS-QAREV-STATUS
010200         DISPLAY "SIN MUESTRAS EN QAREV - NADA QUE REVISAR."
010300         GO TO 0000-MAINLINE-EXIT
010400     END-IF.
010500     MOVE LOW-VALUES TO QAR-KEY.
010600     START QA-REVIEW-FILE KEY NOT < QAR-KEY
010700         INVALID KEY
010800             SET QAQ-EOF TO TRUE
010900     END-START.
011000     PERFORM 2000-WORK-QUEUE THRU 2000-WORK-QUEUE-EXIT
011100         UNTIL QAQ-EOF OR QAQ-STOPPED.
011200     CLOSE QA-REVIEW-FILE.
011300     PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.
011400 0000-MAINLINE-EXIT.
011500     GOBACK.
011600
011700******************************************************************
011800* 0100-READ-SESSION  -  THE REVIEWER IDENTITY COMES FROM THE
011900*                       OPERSES SESSION, SUPERVISOR ROLE, SIGNED
012000*                       ON TODAY.
012100******************************************************************
012200 0100-READ-SESSION.
012300     OPEN INPUT OPER-SESSION-FILE.
012400     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
012500         GO TO 0100-READ-SESSION-EXIT
012600     END-IF.
012700     READ OPER-SESSION-FILE
012800         AT END
012900             CONTINUE
013000         NOT AT END
013100             IF SES-ROLE-SUPERVISOR
013200               AND SES-SIGNON-DATE = QAQ-TODAY
013300                 SET QAQ-SESSION-OK TO TRUE
013400                 MOVE SES-OPERATOR-ID TO QAQ-SIGNON-ID
013500             END-IF
013600     END-READ.
013700     CLOSE OPER-SESSION-FILE.
013800 0100-READ-SESSION-EXIT.
013900     EXIT.
014000
014100******************************************************************
014200* 2000-WORK-QUEUE  -  THE NEXT QAREV ITEM.  ONLY PENDING ITEMS ARE
014300*                     OFFERED; A DISPOSITION IS REWRITTEN AT
014400*                     ONCE, SO A SESSION STOPPED PART WAY KEEPS
014500*                     ITS WORK.
014600******************************************************************
014700 2000-WORK-QUEUE.
014800     READ QA-REVIEW-FILE NEXT
014900         AT END
015000             SET QAQ-EOF TO TRUE
015100             GO TO 2000-WORK-QUEUE-EXIT
015200     END-READ.
015300     IF NOT QAR-STAT-PENDING
015400         GO TO 2000-WORK-QUEUE-EXIT
015500     END-IF.
015600     ADD 1 TO QAQ-PENDING-COUNT.
015700     PERFORM 2100-SHOW-ITEM THRU 2100-SHOW-ITEM-EXIT.
015800     IF QAR-OPERATOR-ID = QAQ-SIGNON-ID
015900         DISPLAY "MUESTRA DE TRABAJO PROPIO - LA REVISA OTRO "
016000             "SUPERVISOR."
016100         ADD 1 TO QAQ-OWN-COUNT
016200         GO TO 2000-WORK-QUEUE-EXIT
016300     END-IF.
016400     DISPLAY "ACCION (C=CORRECTO, E=ERROR, S=SALTAR, "
016500         "0=TERMINAR): ".
016600     ACCEPT QAQ-ACTION.
016700     EVALUATE TRUE
016800         WHEN QAQ-ACT-CORRECT
016900             SET QAR-STAT-CORRECT TO TRUE
017000             MOVE SPACE TO QAR-ERROR-CAT
017100             PERFORM 2300-REWRITE-ITEM THRU 2300-REWRITE-ITEM-EXIT
017200             ADD 1 TO QAQ-CORRECT-COUNT
017300         WHEN QAQ-ACT-ERROR
017400             PERFORM 2200-ASK-CATEGORY THRU 2200-ASK-CATEGORY-EXIT
017500             SET QAR-STAT-ERROR TO TRUE
017600             PERFORM 2300-REWRITE-ITEM THRU 2300-REWRITE-ITEM-EXIT
017700             ADD 1 TO QAQ-ERROR-COUNT
017800         WHEN QAQ-ACT-STOP
017900             SET QAQ-STOPPED TO TRUE
018000             ADD 1 TO QAQ-SKIPPED-COUNT
018100         WHEN OTHER
018200             ADD 1 TO QAQ-SKIPPED-COUNT
018300     END-EVALUATE.
018400 2000-WORK-QUEUE-EXIT.
018500     EXIT.
018600
018700******************************************************************
018800* 2100-SHOW-ITEM  -  THE WORK AS IT WAS DONE, WHO DID IT, WHY THEY
018900*                    WERE SAMPLED AT THEIR RATE, AND THE AGE.
019000******************************************************************
019100 2100-SHOW-ITEM.
019200     COMPUTE QAQ-REC-INT =
019300         FUNCTION INTEGER-OF-DATE(QAR-SAMPLE-DATE).
019400     COMPUTE QAQ-AGE-DAYS = QAQ-TODAY-INT - QAQ-REC-INT.
019500     EVALUATE TRUE
019600         WHEN QAR-RATE-NEW
019700             MOVE "NUEVO" TO QAQ-REASON-TEXT
019800         WHEN QAR-RATE-RISING
019900             MOVE "ALZA" TO QAQ-REASON-TEXT
020000         WHEN OTHER
020100             MOVE "BASE" TO QAQ-REASON-TEXT
020200     END-EVALUATE.
020300     DISPLAY " ".
020400     DISPLAY "MUESTRA " QAR-SAMPLE-DATE "-" QAR-SEQ
020500         "  OPERADOR " QAR-OPERATOR-ID
020600         "  TASA " QAQ-REASON-TEXT " " QAR-RATE-PERCENT "%".
020700     IF QAR-KIND-POSTING
020800         MOVE QAR-AMOUNT TO QAQ-AMT-ED
020900         MOVE QAR-NEW-BALANCE TO QAQ-AMT2-ED
021000         DISPLAY "POSTEO " QAR-WORK-DATE " " QAR-WORK-TIME
021100             "  CUENTA " QAR-ACCOUNT "  FUENTE " QAR-SOURCE
021200         DISPLAY "IMPORTE " QAQ-AMT-ED
021300             "  SALDO NUEVO " QAQ-AMT2-ED
021400     ELSE
021500         DISPLAY "CALCULO " QAR-WORK-DATE " " QAR-WORK-TIME
021600             "  " QAR-CALC-NUM1 " / " QAR-CALC-NUM2
021700             " = " QAR-CALC-RESULT
021800         DISPLAY "CLASE " QAR-CALC-CLASS
021900             "  APROBACION " QAR-CALC-APPR-STATUS
022000     END-IF.
022100     MOVE QAQ-AGE-DAYS TO QAQ-AGE-DAYS-ED.
022200     DISPLAY "DIAS PENDIENTE: " QAQ-AGE-DAYS-ED.
022300 2100-SHOW-ITEM-EXIT.
022400     EXIT.
022500
022600******************************************************************
022700* 2200-ASK-CATEGORY  -  ASKED UNTIL A VALID CATEGORY IS GIVEN.
022800******************************************************************
022900 2200-ASK-CATEGORY.
023000     DISPLAY "CATEGORIA (I=IMPORTE, C=CUENTA, T=TIPO/FUENTE, "
023100         "D=DUPLICADO, S=SOPORTE, O=OTRO): ".
023200     ACCEPT QAQ-CATEGORY.
023300     INSPECT QAQ-CATEGORY CONVERTING "ictdso" TO "ICTDSO".
023400     MOVE QAQ-CATEGORY TO QAR-ERROR-CAT.
023500     IF NOT QAR-CAT-VALID
023600         DISPLAY "CATEGORIA NO VALIDA."
023700         GO TO 2200-ASK-CATEGORY
023800     END-IF.
023900 2200-ASK-CATEGORY-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300* 2300-REWRITE-ITEM  -  STAMPS THE REVIEWER AND REWRITES.
024400******************************************************************
024500 2300-REWRITE-ITEM.
024600     MOVE QAQ-SIGNON-ID TO QAR-REVIEWER-ID.
024700     MOVE QAQ-TODAY TO QAR-REVIEW-DATE.
024800     REWRITE QAR-REVIEW-RECORD
024900         INVALID KEY
025000             DISPLAY "NO SE PUDO ACTUALIZAR LA MUESTRA "
025100                 QAR-SAMPLE-DATE "-" QAR-SEQ " - ESTADO "
025200                 WS-QAREV-STATUS
025300             ADD 1 TO QAQ-REWRITE-ERRORS
025400     END-REWRITE.
025500 2300-REWRITE-ITEM-EXIT.
025600     EXIT.
025700
025800******************************************************************
025900* 4000-PRINT-SUMMARY
026000******************************************************************
026100 4000-PRINT-SUMMARY.
026200     DISPLAY "---- COLA DE CONTROL DE CALIDAD ----".
026300     DISPLAY "PENDIENTES REVISADAS:  " QAQ-PENDING-COUNT.
026400     DISPLAY "CORRECTAS:             " QAQ-CORRECT-COUNT.
026500     DISPLAY "CON ERROR:             " QAQ-ERROR-COUNT.
026600     DISPLAY "SALTADAS:              " QAQ-SKIPPED-COUNT.
026700     DISPLAY "TRABAJO PROPIO:        " QAQ-OWN-COUNT.
026800     DISPLAY "ERRORES AL ACTUALIZAR: " QAQ-REWRITE-ERRORS.
026900 4000-PRINT-SUMMARY-EXIT.
027000     EXIT.
027100
027200 END PROGRAM QACOLA.
