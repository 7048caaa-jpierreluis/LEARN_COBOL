000100******************************************************************
000200* PROGRAM-ID: QARPT
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 07/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY QUALITY-ASSURANCE REPORT OVER THE QAREV
000800*              SAMPLE FOR A DATE RANGE OF THE WORK SAMPLED (SYSIN;
000900*              BLANK = THE PREVIOUS CALENDAR MONTH, THE MONTHEND
001000*              SETTING).  ONE LINE PER OPR-OPERATOR-ID: ITEMS
001100*              SAMPLED, REVIEWED AND STILL PENDING, HOW MANY WERE
001200*              CORRECT AND HOW MANY IN ERROR, THE ERROR RATE OVER
001300*              THE REVIEWED ITEMS, AND THE ERRORS BY CATEGORY (SEE
001400*              QAREV).  THE DESK TOTALS CLOSE THE REPORT.  ITEMS
001500*              STILL PENDING ARE SHOWN BUT DO NOT COUNT IN THE
001600*              RATE.  RETURN-CODE 4 WHEN THE OPERATOR TABLE RAN
001700*              OUT OF ROOM.  PRINTS THROUGH THE 132-COLUMN
001800*              CONVENTION.
001900* TECTONICS:   cobc -x example90-reporteCalidad.cbl
002000*
002100* MODIFICATION HISTORY
002200*   07/10/26  JPL  INITIAL VERSION.
002300******************************************************************
002400
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. QARPT.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT QA-REVIEW-FILE ASSIGN TO "QAREV"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS QAR-KEY
003500         FILE STATUS IS WS-QAREV-STATUS.
003600
003700     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PRINT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  QA-REVIEW-FILE.
004400 COPY QAREV.
004500
004600 FD  PRINT-FILE.
004700 01  PRINT-LINE                      PIC X(132).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-QAREV-STATUS.
005100     COPY FSTATCOD REPLACING FS-NAME BY WS-QAREV-CODE.
005200 01  WS-PRINT-STATUS.
005300     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
005400
005500 01  QRP-RUN-DATE                    PIC 9(08).
005600 01  QRP-RUN-DATE-R REDEFINES QRP-RUN-DATE.
005700     05  QRP-RUN-YYYY                PIC 9(04).
005800     05  QRP-RUN-MM                  PIC 9(02).
005900     05  QRP-RUN-DD                  PIC 9(02).
006000 01  QRP-PREV-MONTH.
006100     05  QRP-PREV-YYYY               PIC 9(04).
006200     05  QRP-PREV-MM                 PIC 9(02).
006300     05  QRP-PREV-DD                 PIC 9(02).
006400 01  QRP-PREV-MONTH-N REDEFINES QRP-PREV-MONTH
006500                                     PIC 9(08).
006600 77  QRP-FROM-INPUT                  PIC X(08) VALUE SPACES.
006700 77  QRP-FROM-DATE                   PIC 9(08) VALUE ZERO.
006800 77  QRP-TO-INPUT                    PIC X(08) VALUE SPACES.
006900 77  QRP-TO-DATE                     PIC 9(08) VALUE ZERO.
007000 77  QRP-EOF-SW                      PIC X(01) VALUE "N".
007100     88  QRP-EOF                     VALUE "Y".
007200
007300******************************************************************
007400* ONE ROW PER OPERATOR IN THE ORDER THEY ARE MET.  THE DESK
007500* TOTALS ARE KEPT IN THE SAME SHAPE IN QRP-DESK.
007600******************************************************************
007700 77  QRP-OPER-MAX                    PIC 9(03) VALUE 200.
007800 01  QRP-OPER-TABLE.
007900     05  QRP-OPER-ENTRY              OCCURS 200 TIMES.
008000         10  QRP-OP-ID               PIC X(08).
008100         10  QRP-OP-COUNTS.
008200             15  QRP-OP-SAMPLED      PIC 9(05).
008300             15  QRP-OP-PENDING      PIC 9(05).
008400             15  QRP-OP-CORRECT      PIC 9(05).
008500             15  QRP-OP-ERRORS       PIC 9(05).
008600             15  QRP-OP-CAT          PIC 9(05) OCCURS 6 TIMES.
008700 77  QRP-OPER-USED                   PIC 9(03) COMP VALUE ZERO.
008800 77  QRP-OPER-IDX                    PIC 9(03) COMP VALUE 1.
008900 77  QRP-OPER-FOUND-SW               PIC X(01) VALUE "N".
009000     88  QRP-OPER-FOUND              VALUE "Y".
009100 77  QRP-OVERFLOW-COUNT              PIC 9(07) VALUE ZERO.
009200 77  QRP-CAT-IDX                     PIC 9(01) COMP VALUE 1.
009300
009400 01  QRP-DESK.
009500     05  QRP-DK-SAMPLED              PIC 9(07) VALUE ZERO.
009600     05  QRP-DK-PENDING              PIC 9(07) VALUE ZERO.
009700     05  QRP-DK-CORRECT              PIC 9(07) VALUE ZERO.
009800     05  QRP-DK-ERRORS               PIC 9(07) VALUE ZERO.
009900     05  QRP-DK-CAT                  PIC 9(07) OCCURS 6 TIMES.
010000
010100******************************************************************
010200* THE LINE FOR ONE OPERATOR OR FOR THE DESK.
010300******************************************************************
010400 77  QRP-REVIEWED                    PIC 9(07) VALUE ZERO.
010500 77  QRP-RATE                        PIC 9(03)V9 VALUE ZERO.
010600 01  QRP-DETAIL.
010700     05  FILLER                      PIC X(02) VALUE SPACES.
010800     05  QRP-DET-OPERATOR            PIC X(08).
010900     05  QRP-DET-SAMPLED             PIC ZZ,ZZZ,ZZ9.
011000     05  QRP-DET-REVIEWED            PIC ZZ,ZZZ,ZZ9.
011100     05  QRP-DET-PENDING             PIC ZZ,ZZZ,ZZ9.
011200     05  QRP-DET-CORRECT             PIC ZZ,ZZZ,ZZ9.
011300     05  QRP-DET-ERRORS              PIC ZZ,ZZZ,ZZ9.
011400     05  FILLER                      PIC X(04) VALUE SPACES.
011500     05  QRP-DET-RATE                PIC ZZ9.9.
011600     05  FILLER                      PIC X(01) VALUE "%".
011700     05  QRP-DET-CAT                 PIC ZZ,ZZZ,ZZ9
011800                                     OCCURS 6 TIMES.
011900     05  FILLER                      PIC X(02) VALUE SPACES.
012000 01  QRP-CNT-ED                      PIC Z,ZZZ,ZZ9.
012100
012200 77  QRP-READ-COUNT                  PIC 9(07) VALUE ZERO.
012300 77  QRP-RANGE-COUNT                 PIC 9(07) VALUE ZERO.
012400
012500 PROCEDURE DIVISION.
012600******************************************************************
012700* 0000-MAINLINE
012800******************************************************************
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013100     OPEN OUTPUT PRINT-FILE.
013200     MOVE SPACES TO PRINT-LINE.
013300     STRING "INFORME DE CONTROL DE CALIDAD POR OPERADOR  DESDE "
013400         QRP-FROM-DATE " HASTA " QRP-TO-DATE
013500         DELIMITED BY SIZE INTO PRINT-LINE.
013600     WRITE PRINT-LINE.
013700     MOVE SPACES TO PRINT-LINE.
013800     WRITE PRINT-LINE.
013900     OPEN INPUT QA-REVIEW-FILE.
014000     IF NOT FS-SUCCESS OF WS-QAREV-STATUS
014100         MOVE "*** SIN MUESTRAS EN QAREV." TO PRINT-LINE
014200         WRITE PRINT-LINE
014300         DISPLAY "QARPT: QAREV NO DISPONIBLE - ESTADO "
014400             WS-QAREV-STATUS " - SIN MUESTRAS QUE INFORMAR."
014500         GO TO 0000-MAINLINE-CLOSE
014600     END-IF.
014700     PERFORM 1500-PRINT-HEADINGS THRU 1500-PRINT-HEADINGS-EXIT.
014800     MOVE "N" TO QRP-EOF-SW.
014900     PERFORM 2000-ONE-ITEM THRU 2000-ONE-ITEM-EXIT
015000         UNTIL QRP-EOF.
015100     CLOSE QA-REVIEW-FILE.
015200     IF QRP-OPER-USED > ZERO
015300         PERFORM 3000-PRINT-ONE-OPER THRU 3000-PRINT-ONE-OPER-EXIT
015400             VARYING QRP-OPER-IDX FROM 1 BY 1
015500             UNTIL QRP-OPER-IDX > QRP-OPER-USED
015600     END-IF.
015700     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
015800     IF QRP-OVERFLOW-COUNT > ZERO
015900         MOVE 4 TO RETURN-CODE
016000     END-IF.
016100     DISPLAY "QARPT: " QRP-RANGE-COUNT " MUESTRAS EN EL RANGO, "
016200         QRP-DK-ERRORS " CON ERROR.".
016300 0000-MAINLINE-CLOSE.
016400     CLOSE PRINT-FILE.
016500 0000-MAINLINE-EXIT.
016600     GOBACK.
016700
016800******************************************************************
016900* 1000-INITIALIZE  -  THE RANGE FROM SYSIN.  A BLANK RANGE IS THE
017000*                     PREVIOUS CALENDAR MONTH: DAY 31 AS THE UPPER
017100*                     BOUND COVERS EVERY MONTH LENGTH.
017200******************************************************************
017300 1000-INITIALIZE.
017400     ACCEPT QRP-RUN-DATE FROM DATE YYYYMMDD.
017500     MOVE QRP-RUN-YYYY TO QRP-PREV-YYYY.
017600     IF QRP-RUN-MM = 1
017700         SUBTRACT 1 FROM QRP-PREV-YYYY
017800         MOVE 12 TO QRP-PREV-MM
017900     ELSE
018000         COMPUTE QRP-PREV-MM = QRP-RUN-MM - 1
018100     END-IF.
018200     DISPLAY "FECHA DESDE (AAAAMMDD, BLANCO=MES ANTERIOR): ".
018300     ACCEPT QRP-FROM-INPUT.
018400     IF QRP-FROM-INPUT IS NUMERIC
018500         MOVE QRP-FROM-INPUT TO QRP-FROM-DATE
018600     ELSE
018700         MOVE 1 TO QRP-PREV-DD
018800         MOVE QRP-PREV-MONTH-N TO QRP-FROM-DATE
018900     END-IF.
019000     DISPLAY "FECHA HASTA (AAAAMMDD, BLANCO=MES ANTERIOR): ".
019100     ACCEPT QRP-TO-INPUT.
019200     IF QRP-TO-INPUT IS NUMERIC
019300         MOVE QRP-TO-INPUT TO QRP-TO-DATE
019400     ELSE
019500         MOVE 31 TO QRP-PREV-DD
019600         MOVE QRP-PREV-MONTH-N TO QRP-TO-DATE
019700     END-IF.
019800     MOVE ZERO TO QRP-DK-CAT(1) QRP-DK-CAT(2) QRP-DK-CAT(3)
019900                  QRP-DK-CAT(4) QRP-DK-CAT(5) QRP-DK-CAT(6).
020000 1000-INITIALIZE-EXIT.
020100     EXIT.
020200
020300******************************************************************
020400* 1500-PRINT-HEADINGS
020500******************************************************************
020600 1500-PRINT-HEADINGS.
020700     MOVE SPACES TO PRINT-LINE.
020800     STRING "                                                  "
020900         "                     ------------------ ERRORES POR "
021000         "CATEGORIA ------------------"
021100         DELIMITED BY SIZE INTO PRINT-LINE.
021200     WRITE PRINT-LINE.
021300     MOVE SPACES TO PRINT-LINE.
021400     STRING "  OPERADOR  MUESTRAS REVISADAS PENDIENTE CORRECTAS"
021500         "   ERRORES   % ERROR   IMPORTE    CUENTA      TIPO"
021600         " DUPLICADO   SOPORTE      OTRO"
021700         DELIMITED BY SIZE INTO PRINT-LINE.
021800     WRITE PRINT-LINE.
021900 1500-PRINT-HEADINGS-EXIT.
022000     EXIT.
022100
022200******************************************************************
022300* 2000-ONE-ITEM  -  ONE QAREV ITEM WHOSE WORK FELL IN THE RANGE,
022400*                   COUNTED INTO ITS OPERATOR'S ROW AND THE DESK.
022500******************************************************************
022600 2000-ONE-ITEM.
022700     READ QA-REVIEW-FILE NEXT
022800         AT END
022900             SET QRP-EOF TO TRUE
023000             GO TO 2000-ONE-ITEM-EXIT
023100     END-READ.
023200     ADD 1 TO QRP-READ-COUNT.
023300     IF QAR-WORK-DATE < QRP-FROM-DATE
023400       OR QAR-WORK-DATE > QRP-TO-DATE
023500         GO TO 2000-ONE-ITEM-EXIT
023600     END-IF.
023700     ADD 1 TO QRP-RANGE-COUNT.
023800     PERFORM 8000-FIND-OPERATOR THRU 8000-FIND-OPERATOR-EXIT.
023900     IF QRP-OPER-IDX = ZERO
024000         ADD 1 TO QRP-OVERFLOW-COUNT
024100         GO TO 2000-ONE-ITEM-EXIT
024200     END-IF.
024300     ADD 1 TO QRP-OP-SAMPLED(QRP-OPER-IDX) QRP-DK-SAMPLED.
024400     EVALUATE TRUE
024500         WHEN QAR-STAT-CORRECT
024600             ADD 1 TO QRP-OP-CORRECT(QRP-OPER-IDX) QRP-DK-CORRECT
024700         WHEN QAR-STAT-ERROR
024800             ADD 1 TO QRP-OP-ERRORS(QRP-OPER-IDX) QRP-DK-ERRORS
024900             PERFORM 2100-COUNT-CATEGORY
025000                 THRU 2100-COUNT-CATEGORY-EXIT
025100         WHEN OTHER
025200             ADD 1 TO QRP-OP-PENDING(QRP-OPER-IDX) QRP-DK-PENDING
025300     END-EVALUATE.
025400 2000-ONE-ITEM-EXIT.
025500     EXIT.
025600
025700******************************************************************
025800* 2100-COUNT-CATEGORY  -  THE CATEGORY COLUMNS IN QAREV ORDER:
025900*                         I C T D S O.  AN ITEM WITH NO VALID
026000*                         CATEGORY IS COUNTED AS OTRO.
026100******************************************************************
026200 2100-COUNT-CATEGORY.
026300     EVALUATE TRUE
026400         WHEN QAR-CAT-AMOUNT
026500             MOVE 1 TO QRP-CAT-IDX
026600         WHEN QAR-CAT-ACCOUNT
026700             MOVE 2 TO QRP-CAT-IDX
026800         WHEN QAR-CAT-TYPE
026900             MOVE 3 TO QRP-CAT-IDX
027000         WHEN QAR-CAT-DUPLICATE
027100             MOVE 4 TO QRP-CAT-IDX
027200         WHEN QAR-CAT-SUPPORT
027300             MOVE 5 TO QRP-CAT-IDX
027400         WHEN OTHER
027500             MOVE 6 TO QRP-CAT-IDX
027600     END-EVALUATE.
027700     ADD 1 TO QRP-OP-CAT(QRP-OPER-IDX, QRP-CAT-IDX)
027800              QRP-DK-CAT(QRP-CAT-IDX).
027900 2100-COUNT-CATEGORY-EXIT.
028000     EXIT.
028100
028200******************************************************************
028300* 3000-PRINT-ONE-OPER
028400******************************************************************
028500 3000-PRINT-ONE-OPER.
028600     MOVE QRP-OP-ID(QRP-OPER-IDX) TO QRP-DET-OPERATOR.
028700     MOVE QRP-OP-SAMPLED(QRP-OPER-IDX) TO QRP-DET-SAMPLED.
028800     MOVE QRP-OP-PENDING(QRP-OPER-IDX) TO QRP-DET-PENDING.
028900     MOVE QRP-OP-CORRECT(QRP-OPER-IDX) TO QRP-DET-CORRECT.
029000     MOVE QRP-OP-ERRORS(QRP-OPER-IDX) TO QRP-DET-ERRORS.
029100     COMPUTE QRP-REVIEWED = QRP-OP-CORRECT(QRP-OPER-IDX)
029200                          + QRP-OP-ERRORS(QRP-OPER-IDX).
029300     MOVE ZERO TO QRP-RATE.
029400     IF QRP-REVIEWED > ZERO
029500         COMPUTE QRP-RATE ROUNDED =
029600             QRP-OP-ERRORS(QRP-OPER-IDX) * 100 / QRP-REVIEWED
029700     END-IF.
029800     PERFORM 3100-MOVE-OPER-CAT THRU 3100-MOVE-OPER-CAT-EXIT
029900         VARYING QRP-CAT-IDX FROM 1 BY 1
030000         UNTIL QRP-CAT-IDX > 6.
030100     PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
030200 3000-PRINT-ONE-OPER-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600* 3100-MOVE-OPER-CAT
030700******************************************************************
030800 3100-MOVE-OPER-CAT.
030900     MOVE QRP-OP-CAT(QRP-OPER-IDX, QRP-CAT-IDX)
031000         TO QRP-DET-CAT(QRP-CAT-IDX).
031100 3100-MOVE-OPER-CAT-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500* 5000-WRITE-DETAIL  -  THE REVIEWED COUNT AND THE RATE ARE SET BY
031600*                       THE CALLER.
031700******************************************************************
031800 5000-WRITE-DETAIL.
031900     MOVE QRP-REVIEWED TO QRP-DET-REVIEWED.
032000     MOVE QRP-RATE TO QRP-DET-RATE.
032100     MOVE QRP-DETAIL TO PRINT-LINE.
032200     WRITE PRINT-LINE.
032300 5000-WRITE-DETAIL-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* 6000-PRINT-TOTALS  -  THE DESK LINE IN THE SAME COLUMNS, THEN
032800*                       THE RUN COUNTS.
032900******************************************************************
033000 6000-PRINT-TOTALS.
033100     MOVE SPACES TO PRINT-LINE.
033200     WRITE PRINT-LINE.
033300     MOVE "---- TOTALES ----" TO PRINT-LINE.
033400     WRITE PRINT-LINE.
033500     MOVE "MESA" TO QRP-DET-OPERATOR.
033600     MOVE QRP-DK-SAMPLED TO QRP-DET-SAMPLED.
033700     MOVE QRP-DK-PENDING TO QRP-DET-PENDING.
033800     MOVE QRP-DK-CORRECT TO QRP-DET-CORRECT.
033900     MOVE QRP-DK-ERRORS TO QRP-DET-ERRORS.
034000     COMPUTE QRP-REVIEWED = QRP-DK-CORRECT + QRP-DK-ERRORS.
034100     MOVE ZERO TO QRP-RATE.
034200     IF QRP-REVIEWED > ZERO
034300         COMPUTE QRP-RATE ROUNDED =
034400             QRP-DK-ERRORS * 100 / QRP-REVIEWED
034500     END-IF.
034600     PERFORM 6100-MOVE-DESK-CAT THRU 6100-MOVE-DESK-CAT-EXIT
034700         VARYING QRP-CAT-IDX FROM 1 BY 1
034800         UNTIL QRP-CAT-IDX > 6.
034900     PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
035000     MOVE SPACES TO PRINT-LINE.
035100     WRITE PRINT-LINE.
035200     MOVE QRP-READ-COUNT TO QRP-CNT-ED.
035300     MOVE SPACES TO PRINT-LINE.
035400     STRING "MUESTRAS LEIDAS:        " QRP-CNT-ED
035500         DELIMITED BY SIZE INTO PRINT-LINE.
035600     WRITE PRINT-LINE.
035700     MOVE QRP-RANGE-COUNT TO QRP-CNT-ED.
035800     MOVE SPACES TO PRINT-LINE.
035900     STRING "EN EL RANGO:            " QRP-CNT-ED
036000         DELIMITED BY SIZE INTO PRINT-LINE.
036100     WRITE PRINT-LINE.
036200     MOVE QRP-OPER-USED TO QRP-CNT-ED.
036300     MOVE SPACES TO PRINT-LINE.
036400     STRING "OPERADORES:             " QRP-CNT-ED
036500         DELIMITED BY SIZE INTO PRINT-LINE.
036600     WRITE PRINT-LINE.
036700     MOVE QRP-OVERFLOW-COUNT TO QRP-CNT-ED.
036800     MOVE SPACES TO PRINT-LINE.
036900     STRING "SIN LUGAR EN LA TABLA:  " QRP-CNT-ED
037000         DELIMITED BY SIZE INTO PRINT-LINE.
037100     WRITE PRINT-LINE.
037200 6000-PRINT-TOTALS-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600* 6100-MOVE-DESK-CAT
037700******************************************************************
037800 6100-MOVE-DESK-CAT.
037900     MOVE QRP-DK-CAT(QRP-CAT-IDX) TO QRP-DET-CAT(QRP-CAT-IDX).
038000 6100-MOVE-DESK-CAT-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 8000-FIND-OPERATOR  -  FIND-OR-CREATE THE ROW FOR THE ITEM'S
038500*                        OPERATOR; IDX ZERO MEANS THE TABLE IS
038600*                        FULL.
038700******************************************************************
038800 8000-FIND-OPERATOR.
038900     MOVE "N" TO QRP-OPER-FOUND-SW.
039000     IF QRP-OPER-USED > ZERO
039100         PERFORM 8010-SCAN-OPERATOR
039200             THRU 8010-SCAN-OPERATOR-EXIT
039300             VARYING QRP-OPER-IDX FROM 1 BY 1
039400             UNTIL QRP-OPER-IDX > QRP-OPER-USED
039500                OR QRP-OPER-FOUND
039600     END-IF.
039700     IF QRP-OPER-FOUND
039800         SUBTRACT 1 FROM QRP-OPER-IDX
039900         GO TO 8000-FIND-OPERATOR-EXIT
040000     END-IF.
040100     IF QRP-OPER-USED >= QRP-OPER-MAX
040200         MOVE ZERO TO QRP-OPER-IDX
040300         GO TO 8000-FIND-OPERATOR-EXIT
040400     END-IF.
040500     ADD 1 TO QRP-OPER-USED.
040600     MOVE QRP-OPER-USED TO QRP-OPER-IDX.
040700     MOVE QAR-OPERATOR-ID TO QRP-OP-ID(QRP-OPER-IDX).
040800     MOVE ZERO TO QRP-OP-SAMPLED(QRP-OPER-IDX)
040900                  QRP-OP-PENDING(QRP-OPER-IDX)
041000                  QRP-OP-CORRECT(QRP-OPER-IDX)
041100                  QRP-OP-ERRORS(QRP-OPER-IDX).
041200     PERFORM 8020-CLEAR-CAT THRU 8020-CLEAR-CAT-EXIT
041300         VARYING QRP-CAT-IDX FROM 1 BY 1
041400         UNTIL QRP-CAT-IDX > 6.
041500 8000-FIND-OPERATOR-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900* 8010-SCAN-OPERATOR
042000******************************************************************
042100 8010-SCAN-OPERATOR.
042200     IF QRP-OP-ID(QRP-OPER-IDX) = QAR-OPERATOR-ID
042300         SET QRP-OPER-FOUND TO TRUE
042400     END-IF.
042500 8010-SCAN-OPERATOR-EXIT.
042600     EXIT.
042700
042800******************************************************************
042900* 8020-CLEAR-CAT
043000******************************************************************
043100 8020-CLEAR-CAT.
043200     MOVE ZERO TO QRP-OP-CAT(QRP-OPER-IDX, QRP-CAT-IDX).
043300 8020-CLEAR-CAT-EXIT.
043400     EXIT.
043500
043600 END PROGRAM QARPT.
