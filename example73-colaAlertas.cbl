000100******************************************************************
000200* PROGRAM-ID: ALRTCOLA
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 21/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     SUPERVISOR REVIEW QUEUE OVER THE ANMALRT POSTING
000800*              ANOMALY ALERTS ANOMALIA WRITES EACH NIGHT, IN THE
000900*              SAME SHAPE AS APRCOLA.  LISTS EVERY PENDING ("P")
001000*              ALERT OLDEST FIRST (ANMALRT IS APPENDED IN RUN
001100*              ORDER) WITH THE POSTING, THE ACCOUNT'S PROFILE AND
001200*              THE REASONS, LETS THE SUPERVISOR MARK IT CLEARED
001300*              OR ESCALATED, AND STAMPS THE REVIEWER AND THE DATE.
001400*              AN ALERT ON A POSTING THE SUPERVISOR MADE IS LEFT
001500*              FOR ANOTHER REVIEWER.  THE WHOLE FILE IS LOADED TO
001600*              A TABLE, DISPOSITIONED, AND REWRITTEN, SINCE
001700*              ANMALRT IS A SEQUENTIAL LOG.
001800* TECTONICS:   cobc -x example73-colaAlertas.cbl
001900*
002000* MODIFICATION HISTORY
002100*   21/09/26  JPL  INITIAL VERSION.
002200******************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ALRTCOLA.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ANM-ALERT-FILE ASSIGN TO "ANMALRT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-ANMALRT-STATUS.
003300
003400     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SESSION-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ANM-ALERT-FILE.
004100 COPY ANMALRT.
004200
004300 FD  OPER-SESSION-FILE.
004400 COPY SESREC.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-ANMALRT-STATUS.
004800     COPY FSTATCOD REPLACING FS-NAME BY WS-ANMALRT-CODE.
004900 01  WS-SESSION-STATUS.
005000     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
005100 77  ALQ-SESSION-OK-SW               PIC X(01) VALUE "N".
005200     88  ALQ-SESSION-OK              VALUE "Y".
005300
005400******************************************************************
005500* THE WHOLE ANMALRT FILE IS HELD IN THIS TABLE WHILE THE
005600* SUPERVISOR WORKS THE QUEUE, AS APRCOLA DOES WITH CALCAPR.
005700* EACH ENTRY IS THE RAW 127-BYTE ANA-ALERT-RECORD IMAGE.
005800******************************************************************
005900 77  ALQ-MAX-ENTRIES                 PIC 9(03) VALUE 999.
006000 01  ALQ-TABLE.
006100     05  ALQ-ENTRY                   PIC X(127)
006200                                     OCCURS 999 TIMES.
006300 77  ALQ-COUNT                       PIC 9(04) COMP VALUE ZERO.
006400 77  ALQ-IDX                         PIC 9(04) COMP VALUE 1.
006500 77  ALQ-OVERFLOW-SW                 PIC X(01) VALUE "N".
006600     88  ALQ-OVERFLOW                VALUE "Y".
006700
006800 77  ALQ-SIGNON-ID                   PIC X(08) VALUE SPACES.
006900 77  ALQ-TODAY                       PIC 9(08).
007000 77  ALQ-TODAY-INT                   PIC S9(09) COMP VALUE ZERO.
007100 77  ALQ-REC-INT                     PIC S9(09) COMP VALUE ZERO.
007200 77  ALQ-AGE-DAYS                    PIC S9(05) VALUE ZERO.
007300 01  ALQ-AGE-DAYS-ED                 PIC ZZZZ9.
007400 01  ALQ-AMT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
007500 01  ALQ-AMT2-ED                     PIC ZZZ,ZZZ,ZZ9.99.
007600 01  ALQ-AMT3-ED                     PIC ZZZ,ZZZ,ZZ9.99.
007700 01  ALQ-DEC-ED                      PIC ZZ9.9.
007800
007900******************************************************************
008000* SITE DEFAULT: AN ALERT PENDING MORE THAN THIS MANY DAYS IS
008100* FLAGGED, THE SAME CONVENTION AS APQ-ESCALATION-DAYS.
008200******************************************************************
008300 77  ALQ-ESCALATION-DAYS             PIC 9(03) VALUE 003.
008400
008500 77  ALQ-ACTION                      PIC X(01) VALUE SPACE.
008600     88  ALQ-ACT-CLEAR               VALUE "C" "c".
008700     88  ALQ-ACT-ESCALATE            VALUE "E" "e".
008800     88  ALQ-ACT-SKIP                VALUE "S" "s".
008900     88  ALQ-ACT-STOP                VALUE "0".
009000 77  ALQ-STOP-SW                     PIC X(01) VALUE "N".
009100     88  ALQ-STOPPED                 VALUE "Y".
009200 77  ALQ-EOF-SW                      PIC X(01) VALUE "N".
009300     88  ALQ-EOF                     VALUE "Y".
009400
009500 77  ALQ-PENDING-COUNT               PIC 9(03) VALUE ZERO.
009600 77  ALQ-CLEARED-COUNT               PIC 9(03) VALUE ZERO.
009700 77  ALQ-ESCALATED-COUNT             PIC 9(03) VALUE ZERO.
009800 77  ALQ-SKIPPED-COUNT               PIC 9(03) VALUE ZERO.
009900 77  ALQ-OWN-COUNT                   PIC 9(03) VALUE ZERO.
010000 77  ALQ-OLD-COUNT                   PIC 9(03) VALUE ZERO.
010100
010200 PROCEDURE DIVISION.
010300******************************************************************
010400* 0000-MAINLINE
010500******************************************************************
010600 0000-MAINLINE.
010700     ACCEPT ALQ-TODAY FROM DATE YYYYMMDD.
010800     COMPUTE ALQ-TODAY-INT =
010900         FUNCTION INTEGER-OF-DATE(ALQ-TODAY).
011000     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
011100     IF NOT ALQ-SESSION-OK
011200         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
011300             "INICIE SESION EN MENU-PRINCIPAL."
011400         GO TO 0000-MAINLINE-EXIT
011500     END-IF.
011600     PERFORM 1000-LOAD-TABLE THRU 1000-LOAD-TABLE-EXIT.
011700     IF ALQ-COUNT = ZERO
011800         DISPLAY "SIN ALERTAS EN ANMALRT - NADA QUE REVISAR."
011900         GO TO 0000-MAINLINE-EXIT
012000     END-IF.
012100*    AS IN APRCOLA, A REWRITE FROM A TABLE THAT DID NOT HOLD THE
012200*    WHOLE FILE WOULD TRUNCATE ANMALRT.
012300     IF ALQ-OVERFLOW
012400         DISPLAY "ANMALRT EXCEDE LA TABLA DE " ALQ-MAX-ENTRIES
012500             " REGISTROS - ARCHIVE LAS ALERTAS REVISADAS ANTES "
012600             "DE TRABAJAR LA COLA."
012700         GO TO 0000-MAINLINE-EXIT
012800     END-IF.
012900     PERFORM 2000-WORK-QUEUE THRU 2000-WORK-QUEUE-EXIT
013000         VARYING ALQ-IDX FROM 1 BY 1
013100         UNTIL ALQ-IDX > ALQ-COUNT OR ALQ-STOPPED.
013200     PERFORM 3000-REWRITE-FILE THRU 3000-REWRITE-FILE-EXIT.
013300     PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.
013400 0000-MAINLINE-EXIT.
013500     GOBACK.
013600
013700******************************************************************
013800* 0100-READ-SESSION  -  THE REVIEWER IDENTITY COMES FROM THE
013900*                       OPERSES SESSION, SUPERVISOR ROLE, SIGNED
014000*                       ON TODAY.
014100******************************************************************
014200 0100-READ-SESSION.
014300     OPEN INPUT OPER-SESSION-FILE.
014400     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
014500         GO TO 0100-READ-SESSION-EXIT
014600     END-IF.
014700     READ OPER-SESSION-FILE
014800         AT END
014900             CONTINUE
015000         NOT AT END
015100             IF SES-ROLE-SUPERVISOR
015200               AND SES-SIGNON-DATE = ALQ-TODAY
015300                 SET ALQ-SESSION-OK TO TRUE
015400                 MOVE SES-OPERATOR-ID TO ALQ-SIGNON-ID
015500             END-IF
015600     END-READ.
015700     CLOSE OPER-SESSION-FILE.
015800 0100-READ-SESSION-EXIT.
015900     EXIT.
016000
016100******************************************************************
016200* 1000-LOAD-TABLE  -  READS ALL OF ANMALRT INTO THE TABLE.  A
016300*                     MISSING FILE MEANS NO ALERT WAS EVER RAISED.
016400******************************************************************
016500 1000-LOAD-TABLE.
016600     OPEN INPUT ANM-ALERT-FILE.
016700     IF FS-NOT-FOUND OF WS-ANMALRT-STATUS
016800         GO TO 1000-LOAD-TABLE-EXIT
016900     END-IF.
017000     PERFORM 1100-READ-ALERT THRU 1100-READ-ALERT-EXIT.
017100     PERFORM 1200-STORE-ALERT THRU 1200-STORE-ALERT-EXIT
017200         UNTIL ALQ-EOF.
017300     CLOSE ANM-ALERT-FILE.
017400 1000-LOAD-TABLE-EXIT.
017500     EXIT.
017600
017700******************************************************************
017800* 1100-READ-ALERT
017900******************************************************************
018000 1100-READ-ALERT.
018100     READ ANM-ALERT-FILE
018200         AT END
018300             SET ALQ-EOF TO TRUE
018400     END-READ.
018500 1100-READ-ALERT-EXIT.
018600     EXIT.
018700
018800******************************************************************
018900* 1200-STORE-ALERT
019000******************************************************************
019100 1200-STORE-ALERT.
019200     IF ALQ-COUNT < ALQ-MAX-ENTRIES
019300         ADD 1 TO ALQ-COUNT
019400         MOVE ANA-ALERT-RECORD TO ALQ-ENTRY(ALQ-COUNT)
019500     ELSE
019600         SET ALQ-OVERFLOW TO TRUE
019700     END-IF.
019800     PERFORM 1100-READ-ALERT THRU 1100-READ-ALERT-EXIT.
019900 1200-STORE-ALERT-EXIT.
020000     EXIT.
020100
020200******************************************************************
020300* 2000-WORK-QUEUE  -  ONE TABLE ENTRY.  ONLY PENDING ALERTS ARE
020400*                     OFFERED.  THE RECORD AREA IS FREE WHILE THE
020500*                     FILE IS CLOSED, SO IT SERVES AS THE WORK
020600*                     AREA.
020700******************************************************************
020800 2000-WORK-QUEUE.
020900     MOVE ALQ-ENTRY(ALQ-IDX) TO ANA-ALERT-RECORD.
021000     IF NOT ANA-STAT-PENDING
021100         GO TO 2000-WORK-QUEUE-EXIT
021200     END-IF.
021300     ADD 1 TO ALQ-PENDING-COUNT.
021400     PERFORM 2100-SHOW-ALERT THRU 2100-SHOW-ALERT-EXIT.
021500     IF ANA-OPERATOR-ID = ALQ-SIGNON-ID
021600         DISPLAY "ALERTA SOBRE UN POSTEO PROPIO - LA REVISA OTRO "
021700             "SUPERVISOR."
021800         ADD 1 TO ALQ-OWN-COUNT
021900         GO TO 2000-WORK-QUEUE-EXIT
022000     END-IF.
022100     DISPLAY "ACCION (C=DESPEJAR, E=ESCALAR, S=SALTAR, "
022200         "0=TERMINAR): ".
022300     ACCEPT ALQ-ACTION.
022400     EVALUATE TRUE
022500         WHEN ALQ-ACT-CLEAR
022600             SET ANA-STAT-CLEARED TO TRUE
022700             MOVE ALQ-SIGNON-ID TO ANA-REVIEWER-ID
022800             MOVE ALQ-TODAY TO ANA-REVIEW-DATE
022900             MOVE ANA-ALERT-RECORD TO ALQ-ENTRY(ALQ-IDX)
023000             ADD 1 TO ALQ-CLEARED-COUNT
023100         WHEN ALQ-ACT-ESCALATE
023200             SET ANA-STAT-ESCALATED TO TRUE
023300             MOVE ALQ-SIGNON-ID TO ANA-REVIEWER-ID
023400             MOVE ALQ-TODAY TO ANA-REVIEW-DATE
023500             MOVE ANA-ALERT-RECORD TO ALQ-ENTRY(ALQ-IDX)
023600             ADD 1 TO ALQ-ESCALATED-COUNT
023700         WHEN ALQ-ACT-STOP
023800             SET ALQ-STOPPED TO TRUE
023900             ADD 1 TO ALQ-SKIPPED-COUNT
024000         WHEN OTHER
024100             ADD 1 TO ALQ-SKIPPED-COUNT
024200     END-EVALUATE.
024300 2000-WORK-QUEUE-EXIT.
024400     EXIT.
024500
024600******************************************************************
024700* 2100-SHOW-ALERT  -  THE POSTING, THE PROFILE IT WAS SCORED
024800*                     AGAINST, THE REASONS AND THE AGE.
024900******************************************************************
025000 2100-SHOW-ALERT.
025100     COMPUTE ALQ-REC-INT =
025200         FUNCTION INTEGER-OF-DATE(ANA-ALERT-DATE).
025300     COMPUTE ALQ-AGE-DAYS = ALQ-TODAY-INT - ALQ-REC-INT.
025400     MOVE ANA-AMOUNT TO ALQ-AMT-ED.
025500     MOVE ANA-TYPICAL-AMOUNT TO ALQ-AMT2-ED.
025600     MOVE ANA-MAX-AMOUNT TO ALQ-AMT3-ED.
025700     MOVE ANA-TYPICAL-DEBITS TO ALQ-DEC-ED.
025800     DISPLAY " ".
025900     DISPLAY "ALERTA DEL " ANA-ALERT-DATE "  CUENTA " ANA-ACCOUNT
026000         "  PUNTAJE " ANA-SCORE.
026100     IF ANA-RSN-COUNT-ON
026200         DISPLAY "DEBITOS DEL DIA: " ANA-DAY-DEBITS
026300             "  TOTAL " ALQ-AMT-ED
026400     ELSE
026500         DISPLAY "POSTEO " ANA-POST-DATE " " ANA-POST-TIME
026600             " " ANA-POST-SEQ "  FUENTE " ANA-SOURCE
026700             "  OPERADOR " ANA-OPERATOR-ID
026800         DISPLAY "IMPORTE " ALQ-AMT-ED
026900     END-IF.
027000     DISPLAY "PERFIL: TIPICO " ALQ-AMT2-ED "  MAXIMO " ALQ-AMT3-ED
027100         "  DEBITOS/DIA " ALQ-DEC-ED.
027200     IF ANA-RSN-AMOUNT-ON
027300         DISPLAY "  M - IMPORTE FUERA DEL PERFIL DE LA CUENTA"
027400     END-IF.
027500     IF ANA-RSN-COUNT-ON
027600         DISPLAY "  F - DEBITOS DEL DIA FUERA DEL PERFIL"
027700     END-IF.
027800     IF ANA-RSN-SOURCE-ON
027900         DISPLAY "  O - FUENTE DE POSTEO NUEVA PARA LA CUENTA"
028000     END-IF.
028100     MOVE ALQ-AGE-DAYS TO ALQ-AGE-DAYS-ED.
028200     DISPLAY "DIAS PENDIENTE: " ALQ-AGE-DAYS-ED.
028300     IF ALQ-AGE-DAYS > ALQ-ESCALATION-DAYS
028400         ADD 1 TO ALQ-OLD-COUNT
028500         DISPLAY "*** PENDIENTE HACE MAS DE "
028600             ALQ-ESCALATION-DAYS " DIAS"
028700     END-IF.
028800 2100-SHOW-ALERT-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* 3000-REWRITE-FILE  -  WRITES THE WHOLE TABLE BACK OVER
029300*                       ANMALRT SO THE DISPOSITIONS STICK.
029400******************************************************************
029500 3000-REWRITE-FILE.
029600     OPEN OUTPUT ANM-ALERT-FILE.
029700     PERFORM 3100-WRITE-ONE-REC THRU 3100-WRITE-ONE-REC-EXIT
029800         VARYING ALQ-IDX FROM 1 BY 1
029900         UNTIL ALQ-IDX > ALQ-COUNT.
030000     CLOSE ANM-ALERT-FILE.
030100 3000-REWRITE-FILE-EXIT.
030200     EXIT.
030300
030400******************************************************************
030500* 3100-WRITE-ONE-REC
030600******************************************************************
030700 3100-WRITE-ONE-REC.
030800     MOVE ALQ-ENTRY(ALQ-IDX) TO ANA-ALERT-RECORD.
030900     WRITE ANA-ALERT-RECORD.
031000 3100-WRITE-ONE-REC-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 4000-PRINT-SUMMARY
031500******************************************************************
031600 4000-PRINT-SUMMARY.
031700     DISPLAY "---- COLA DE ALERTAS DE POSTEO ----".
031800     DISPLAY "PENDIENTES REVISADAS:  " ALQ-PENDING-COUNT.
031900     DISPLAY "DESPEJADAS:            " ALQ-CLEARED-COUNT.
032000     DISPLAY "ESCALADAS:             " ALQ-ESCALATED-COUNT.
032100     DISPLAY "SALTADAS:              " ALQ-SKIPPED-COUNT.
032200     DISPLAY "POSTEOS PROPIOS:       " ALQ-OWN-COUNT.
032300     DISPLAY "PENDIENTES ANTIGUAS:   " ALQ-OLD-COUNT.
032400 4000-PRINT-SUMMARY-EXIT.
032500     EXIT.
032600
032700 END PROGRAM ALRTCOLA.
