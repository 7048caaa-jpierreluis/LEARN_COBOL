000100******************************************************************
000200* PROGRAM-ID: STMTRCN
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 24/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     RECONCILES THE PRINT VENDOR'S MAILING CONFIRMATION
000800*              (STMTRET) AGAINST THE STMTREG REGISTER OF THE
000900*              STATEMENTS ESTADO-CUENTA EXTRACTED FOR IT
001000*              (STMTEXT).
001100*              EVERY RETURN RECORD UPDATES ITS STATEMENT: MAILED,
001200*              NOT MAILED, OR RETURNED UNDELIVERABLE - IN WHICH
001300*              CASE THE ADDRESSEE'S CUSTMAST ADDRESS IS MARKED
001400*              (CST-ADDR-STATUS "U") UNTIL CUSTMANT CORRECTS IT.
001500*              THEN EVERY STATEMENT OF THE EXTRACT RUN ON SYSIN
001600*              (RUN DATE AND CYCLE) THAT THE VENDOR STILL HAS NOT
001700*              CONFIRMED IS FLAGGED NOT MAILED.  THE REPORT LISTS
001800*              EACH EXCEPTION AND ENDS WITH THE RUN'S TOTALS.
001900*              A LATER RETURN FILE FOR THE SAME RUN (MAIL THE POST
002000*              SENDS BACK WEEKS LATER) CAN BE RECONCILED AGAIN.
002100*              RETURN-CODE 4 WHEN A STATEMENT WAS NOT MAILED OR A
002200*              RETURN RECORD MATCHES NO REGISTERED STATEMENT.
002300* TECTONICS:   cobc -x example76-conciliaEstados.cbl
002400*
002500* MODIFICATION HISTORY
002600*   24/09/26  JPL  INITIAL VERSION.
002700******************************************************************
002800
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. STMTRCN.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STMT-RETURN-FILE ASSIGN TO "STMTRET"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-STMTRET-STATUS.
003800
003900     SELECT STMT-REGISTER-FILE ASSIGN TO "STMTREG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS STR-KEY
004300         FILE STATUS IS WS-STMTREG-STATUS.
004400
004500     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CST-CUSTOMER-ID
004900         FILE STATUS IS WS-CUSTMAST-STATUS.
005000
005100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-PRINT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  STMT-RETURN-FILE.
005800 COPY STMTRET.
005900
006000 FD  STMT-REGISTER-FILE.
006100 COPY STMTREG.
006200
006300 FD  CUST-MASTER-FILE.
006400 COPY CUSTREC.
006500
006600 FD  PRINT-FILE.
006700 01  PRINT-LINE                      PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-STMTRET-STATUS.
007100     COPY FSTATCOD REPLACING FS-NAME BY WS-STMTRET-CODE.
007200 01  WS-STMTREG-STATUS.
007300     COPY FSTATCOD REPLACING FS-NAME BY WS-STMTREG-CODE.
007400 01  WS-CUSTMAST-STATUS.
007500     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
007600 01  WS-PRINT-STATUS.
007700     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
007800
007900 77  RCN-TODAY                       PIC 9(08).
008000 77  RCN-DATE-INPUT                  PIC X(08) VALUE SPACES.
008100 77  RCN-RUN-DATE                    PIC 9(08) VALUE ZERO.
008200 77  RCN-CYCLE                       PIC X(02) VALUE SPACES.
008300 77  RCN-EOF-SW                      PIC X(01) VALUE "N".
008400     88  RCN-EOF                     VALUE "Y".
008500 77  RCN-EXCEPTION                   PIC X(20) VALUE SPACES.
008600
008700******************************************************************
008800* TOTALS - THE RETURN FILE, THEN THE RECONCILED RUN
008900******************************************************************
009000 77  RCN-RET-READ                    PIC 9(07) VALUE ZERO.
009100 77  RCN-RET-MAILED                  PIC 9(07) VALUE ZERO.
009200 77  RCN-RET-NOT-MAILED              PIC 9(07) VALUE ZERO.
009300 77  RCN-RET-RETURNED                PIC 9(07) VALUE ZERO.
009400 77  RCN-RET-UNKNOWN                 PIC 9(07) VALUE ZERO.
009500 77  RCN-RET-IGNORED                 PIC 9(07) VALUE ZERO.
009600 77  RCN-CUST-FLAGGED                PIC 9(07) VALUE ZERO.
009700 77  RCN-RUN-STMTS                   PIC 9(07) VALUE ZERO.
009800 77  RCN-RUN-MAILED                  PIC 9(07) VALUE ZERO.
009900 77  RCN-RUN-RETURNED                PIC 9(07) VALUE ZERO.
010000 77  RCN-RUN-NOT-MAILED              PIC 9(07) VALUE ZERO.
010100 77  RCN-RUN-UNCONFIRMED             PIC 9(07) VALUE ZERO.
010200 77  RCN-RUN-PAGES                   PIC 9(07) VALUE ZERO.
010300 01  RCN-CNT-ED                      PIC Z,ZZZ,ZZ9.
010400 01  RCN-TOTAL-DESC                  PIC X(32) VALUE SPACES.
010500
010600 PROCEDURE DIVISION.
010700******************************************************************
010800* 0000-MAINLINE
010900******************************************************************
011000 0000-MAINLINE.
011100     ACCEPT RCN-TODAY FROM DATE YYYYMMDD.
011200     DISPLAY "FECHA DE LA CORRIDA DE EXTRACTO (AAAAMMDD): ".
011300     ACCEPT RCN-DATE-INPUT.
011400     IF RCN-DATE-INPUT IS NOT NUMERIC
011500         DISPLAY "STMTRCN: FECHA INVALIDA - " RCN-DATE-INPUT
011600         MOVE 4 TO RETURN-CODE
011700         GO TO 0000-MAINLINE-EXIT
011800     END-IF.
011900     MOVE RCN-DATE-INPUT TO RCN-RUN-DATE.
012000     DISPLAY "CICLO (BLANCO=M1): ".
012100     ACCEPT RCN-CYCLE.
012200     IF RCN-CYCLE = SPACES
012300         MOVE "M1" TO RCN-CYCLE
012400     END-IF.
012500     OPEN I-O STMT-REGISTER-FILE.
012600     IF NOT FS-SUCCESS OF WS-STMTREG-STATUS
012700         DISPLAY "STMTREG NO DISPONIBLE - ESTADO "
012800             WS-STMTREG-STATUS
012900         MOVE 4 TO RETURN-CODE
013000         GO TO 0000-MAINLINE-EXIT
013100     END-IF.
013200*    WITHOUT THE VENDOR'S FILE EVERY STATEMENT WOULD LOOK
013300*    UNMAILED - NOTHING IS RECONCILED.
013400     OPEN INPUT STMT-RETURN-FILE.
013500     IF NOT FS-SUCCESS OF WS-STMTRET-STATUS
013600         DISPLAY "STMTRET NO DISPONIBLE - ESTADO "
013700             WS-STMTRET-STATUS
013800         MOVE 4 TO RETURN-CODE
013900         CLOSE STMT-REGISTER-FILE
014000         GO TO 0000-MAINLINE-EXIT
014100     END-IF.
014200     OPEN I-O CUST-MASTER-FILE.
014300     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
014400         DISPLAY "CUSTMAST NO DISPONIBLE - ESTADO "
014500             WS-CUSTMAST-STATUS
014600         MOVE 4 TO RETURN-CODE
014700         CLOSE STMT-RETURN-FILE
014800         CLOSE STMT-REGISTER-FILE
014900         GO TO 0000-MAINLINE-EXIT
015000     END-IF.
015100     OPEN OUTPUT PRINT-FILE.
015200     MOVE SPACES TO PRINT-LINE.
015300     STRING "STMTRCN - CONCILIACION DE ENVIOS DE ESTADOS"
015400         " - CORRIDA "
015500         RCN-RUN-DATE " CICLO " RCN-CYCLE "   AL " RCN-TODAY
015600         DELIMITED BY SIZE INTO PRINT-LINE.
015700     WRITE PRINT-LINE.
015800     MOVE SPACES TO PRINT-LINE.
015900     WRITE PRINT-LINE.
016000     MOVE SPACES TO PRINT-LINE.
016100     STRING "EXCEPCION            ESTADO         "
016200         "  CUENTA     CLIENTE  MOTIVO"
016300         DELIMITED BY SIZE INTO PRINT-LINE.
016400     WRITE PRINT-LINE.
016500     PERFORM 2000-APPLY-RETURNS THRU 2000-APPLY-RETURNS-EXIT.
016600     PERFORM 3000-SWEEP-RUN THRU 3000-SWEEP-RUN-EXIT.
016700     PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT.
016800     CLOSE PRINT-FILE.
016900     CLOSE CUST-MASTER-FILE.
017000     CLOSE STMT-RETURN-FILE.
017100     CLOSE STMT-REGISTER-FILE.
017200     IF RCN-RUN-NOT-MAILED > ZERO
017300       OR RCN-RET-UNKNOWN > ZERO
017400         MOVE 4 TO RETURN-CODE
017500     END-IF.
017600 0000-MAINLINE-EXIT.
017700     GOBACK.
017800
017900******************************************************************
018000* 2000-APPLY-RETURNS  -  EVERY RECORD OF THE VENDOR'S FILE,
018100*                        WHATEVER RUN IT BELONGS TO.
018200******************************************************************
018300 2000-APPLY-RETURNS.
018400     MOVE "N" TO RCN-EOF-SW.
018500     PERFORM 2100-ONE-RETURN THRU 2100-ONE-RETURN-EXIT
018600         UNTIL RCN-EOF.
018700 2000-APPLY-RETURNS-EXIT.
018800     EXIT.
018900
019000******************************************************************
019100* 2100-ONE-RETURN  -  A RETURNED-UNDELIVERABLE STATEMENT STAYS SO;
019200*                     A LATE "MAILED" STILL CLEARS A STATEMENT THE
019300*                     LAST RECONCILIATION FLAGGED UNCONFIRMED.
019400******************************************************************
019500 2100-ONE-RETURN.
019600     READ STMT-RETURN-FILE
019700         AT END
019800             SET RCN-EOF TO TRUE
019900             GO TO 2100-ONE-RETURN-EXIT
020000     END-READ.
020100     ADD 1 TO RCN-RET-READ.
020200     MOVE SRT-STMT-ID TO STR-KEY.
020300     READ STMT-REGISTER-FILE
020400         INVALID KEY
020500             MOVE "NO REGISTRADO" TO RCN-EXCEPTION
020600             PERFORM 2900-PRINT-RETURN THRU 2900-PRINT-RETURN-EXIT
020700             ADD 1 TO RCN-RET-UNKNOWN
020800             GO TO 2100-ONE-RETURN-EXIT
020900     END-READ.
021000     IF SRT-ACCOUNT NOT = STR-ACCOUNT
021100         MOVE "CUENTA NO COINCIDE" TO RCN-EXCEPTION
021200         PERFORM 2900-PRINT-RETURN THRU 2900-PRINT-RETURN-EXIT
021300         ADD 1 TO RCN-RET-UNKNOWN
021400         GO TO 2100-ONE-RETURN-EXIT
021500     END-IF.
021600     EVALUATE TRUE
021700         WHEN SRT-MAILED AND NOT STR-STAT-RETURNED
021800             SET STR-STAT-MAILED TO TRUE
021900             MOVE SRT-EVENT-DATE TO STR-VENDOR-DATE
022000             MOVE SPACES TO STR-VENDOR-REASON
022100             ADD 1 TO RCN-RET-MAILED
022200         WHEN SRT-NOT-MAILED
022300           AND (STR-STAT-EXTRACTED OR STR-STAT-NOT-MAILED)
022400             SET STR-STAT-NOT-MAILED TO TRUE
022500             MOVE SRT-EVENT-DATE TO STR-VENDOR-DATE
022600             MOVE SRT-REASON TO STR-VENDOR-REASON
022700             ADD 1 TO RCN-RET-NOT-MAILED
022800             MOVE "NO ENVIADO" TO RCN-EXCEPTION
022900             PERFORM 2950-PRINT-STATEMENT
023000                 THRU 2950-PRINT-STATEMENT-EXIT
023100         WHEN SRT-UNDELIVERABLE
023200             SET STR-STAT-RETURNED TO TRUE
023300             MOVE SRT-EVENT-DATE TO STR-VENDOR-DATE
023400             MOVE SRT-REASON TO STR-VENDOR-REASON
023500             ADD 1 TO RCN-RET-RETURNED
023600             MOVE "DEVUELTO" TO RCN-EXCEPTION
023700             PERFORM 2950-PRINT-STATEMENT
023800                 THRU 2950-PRINT-STATEMENT-EXIT
023900             PERFORM 2200-FLAG-ADDRESS THRU 2200-FLAG-ADDRESS-EXIT
024000         WHEN OTHER
024100             ADD 1 TO RCN-RET-IGNORED
024200             GO TO 2100-ONE-RETURN-EXIT
024300     END-EVALUATE.
024400     MOVE RCN-TODAY TO STR-RECON-DATE.
024500     REWRITE STR-STATEMENT-RECORD
024600         INVALID KEY
024700             DISPLAY "STMTREG: ERROR AL ACTUALIZAR " STR-KEY
024800                 " - ESTADO " WS-STMTREG-STATUS
024900     END-REWRITE.
025000 2100-ONE-RETURN-EXIT.
025100     EXIT.
025200
025300******************************************************************
025400* 2200-FLAG-ADDRESS  -  MARKS THE ADDRESSEE'S ADDRESS AS RETURNED
025500*                       BY THE POST.  THE MARK IS THE VENDOR'S,
025600*                       NOT AN OPERATOR'S CORRECTION, SO IT GOES
025700*                       STRAIGHT TO CUSTMAST; CUSTMANT CLEARS IT
025800*                       WHEN THE ADDRESS IS CORRECTED.
025900******************************************************************
026000 2200-FLAG-ADDRESS.
026100     MOVE STR-CUSTOMER-ID TO CST-CUSTOMER-ID.
026200     READ CUST-MASTER-FILE
026300         INVALID KEY
026400             DISPLAY "STMTRCN: CLIENTE " STR-CUSTOMER-ID
026500                 " NO ESTA EN CUSTMAST - DIRECCION NO MARCADA"
026600             GO TO 2200-FLAG-ADDRESS-EXIT
026700     END-READ.
026800     IF CST-ADDR-UNDELIVERABLE
026900         GO TO 2200-FLAG-ADDRESS-EXIT
027000     END-IF.
027100     SET CST-ADDR-UNDELIVERABLE TO TRUE.
027200     REWRITE CST-CUSTOMER-RECORD
027300         INVALID KEY
027400             DISPLAY "CUSTMAST: ERROR AL MARCAR " CST-CUSTOMER-ID
027500                 " - ESTADO " WS-CUSTMAST-STATUS
027600             GO TO 2200-FLAG-ADDRESS-EXIT
027700     END-REWRITE.
027800     ADD 1 TO RCN-CUST-FLAGGED.
027900     MOVE SPACES TO PRINT-LINE.
028000     STRING "                     DIRECCION MARCADA: "
028100         CST-CUSTOMER-NAME " " CST-CUSTOMER-ADDRESS
028200         DELIMITED BY SIZE INTO PRINT-LINE.
028300     WRITE PRINT-LINE.
028400 2200-FLAG-ADDRESS-EXIT.
028500     EXIT.
028600
028700******************************************************************
028800* 2900-PRINT-RETURN  -  A RETURN RECORD THAT MATCHES NOTHING.
028900******************************************************************
029000 2900-PRINT-RETURN.
029100     MOVE SPACES TO PRINT-LINE.
029200     STRING RCN-EXCEPTION " " SRT-STMT-ID " " SRT-ACCOUNT
029300         " RESULTADO " SRT-RESULT
029400         DELIMITED BY SIZE INTO PRINT-LINE.
029500     WRITE PRINT-LINE.
029600 2900-PRINT-RETURN-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000* 2950-PRINT-STATEMENT  -  A REGISTERED STATEMENT WITH AN
030100*                          EXCEPTION.
030200******************************************************************
030300 2950-PRINT-STATEMENT.
030400     MOVE SPACES TO PRINT-LINE.
030500     STRING RCN-EXCEPTION " " STR-KEY " " STR-ACCOUNT " "
030600         STR-CUSTOMER-ID " " STR-VENDOR-REASON
030700         DELIMITED BY SIZE INTO PRINT-LINE.
030800     WRITE PRINT-LINE.
030900 2950-PRINT-STATEMENT-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300* 3000-SWEEP-RUN  -  EVERY STATEMENT OF THE REQUESTED RUN, IN KEY
031400*                    ORDER.  ONE STILL UNCONFIRMED WAS NOT MAILED.
031500******************************************************************
031600 3000-SWEEP-RUN.
031700     MOVE "N" TO RCN-EOF-SW.
031800     MOVE RCN-RUN-DATE TO STR-RUN-DATE.
031900     MOVE RCN-CYCLE    TO STR-CYCLE.
032000     MOVE ZERO         TO STR-STMT-SEQ.
032100     START STMT-REGISTER-FILE KEY NOT < STR-KEY
032200         INVALID KEY
032300             SET RCN-EOF TO TRUE
032400     END-START.
032500     PERFORM 3100-ONE-STATEMENT THRU 3100-ONE-STATEMENT-EXIT
032600         UNTIL RCN-EOF.
032700     IF RCN-RUN-STMTS = ZERO
032800         DISPLAY "STMTRCN: NINGUN ESTADO REGISTRADO PARA LA "
032900             "CORRIDA "
033000             RCN-RUN-DATE " CICLO " RCN-CYCLE
033100     END-IF.
033200 3000-SWEEP-RUN-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600* 3100-ONE-STATEMENT
033700******************************************************************
033800 3100-ONE-STATEMENT.
033900     READ STMT-REGISTER-FILE NEXT
034000         AT END
034100             SET RCN-EOF TO TRUE
034200             GO TO 3100-ONE-STATEMENT-EXIT
034300     END-READ.
034400     IF STR-RUN-DATE NOT = RCN-RUN-DATE
034500       OR STR-CYCLE NOT = RCN-CYCLE
034600         SET RCN-EOF TO TRUE
034700         GO TO 3100-ONE-STATEMENT-EXIT
034800     END-IF.
034900     ADD 1 TO RCN-RUN-STMTS.
035000     ADD STR-PAGE-COUNT TO RCN-RUN-PAGES.
035100     IF STR-STAT-EXTRACTED
035200         SET STR-STAT-NOT-MAILED TO TRUE
035300         MOVE "SIN CONFIRMACION" TO STR-VENDOR-REASON
035400         MOVE RCN-TODAY TO STR-RECON-DATE
035500         REWRITE STR-STATEMENT-RECORD
035600             INVALID KEY
035700                 DISPLAY "STMTREG: ERROR AL ACTUALIZAR " STR-KEY
035800                     " - ESTADO " WS-STMTREG-STATUS
035900         END-REWRITE
036000         ADD 1 TO RCN-RUN-UNCONFIRMED
036100         MOVE "SIN CONFIRMACION" TO RCN-EXCEPTION
036200         PERFORM 2950-PRINT-STATEMENT
036300             THRU 2950-PRINT-STATEMENT-EXIT
036400     END-IF.
036500     EVALUATE TRUE
036600         WHEN STR-STAT-MAILED
036700             ADD 1 TO RCN-RUN-MAILED
036800         WHEN STR-STAT-RETURNED
036900             ADD 1 TO RCN-RUN-RETURNED
037000         WHEN STR-STAT-NOT-MAILED
037100             ADD 1 TO RCN-RUN-NOT-MAILED
037200     END-EVALUATE.
037300 3100-ONE-STATEMENT-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700* 4000-PRINT-TOTALS
037800******************************************************************
037900 4000-PRINT-TOTALS.
038000     MOVE SPACES TO PRINT-LINE.
038100     WRITE PRINT-LINE.
038200     MOVE "ARCHIVO DEL PROVEEDOR (STMTRET):" TO PRINT-LINE.
038300     WRITE PRINT-LINE.
038400     MOVE "  REGISTROS LEIDOS:" TO RCN-TOTAL-DESC.
038500     MOVE RCN-RET-READ TO RCN-CNT-ED.
038600     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
038700     MOVE "  ENVIADOS:" TO RCN-TOTAL-DESC.
038800     MOVE RCN-RET-MAILED TO RCN-CNT-ED.
038900     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
039000     MOVE "  NO ENVIADOS:" TO RCN-TOTAL-DESC.
039100     MOVE RCN-RET-NOT-MAILED TO RCN-CNT-ED.
039200     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
039300     MOVE "  DEVUELTOS POR CORREO:" TO RCN-TOTAL-DESC.
039400     MOVE RCN-RET-RETURNED TO RCN-CNT-ED.
039500     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
039600     MOVE "  DIRECCIONES MARCADAS:" TO RCN-TOTAL-DESC.
039700     MOVE RCN-CUST-FLAGGED TO RCN-CNT-ED.
039800     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
039900     MOVE "  SIN ESTADO REGISTRADO:" TO RCN-TOTAL-DESC.
040000     MOVE RCN-RET-UNKNOWN TO RCN-CNT-ED.
040100     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
040200     MOVE "  SIN EFECTO:" TO RCN-TOTAL-DESC.
040300     MOVE RCN-RET-IGNORED TO RCN-CNT-ED.
040400     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
040500     MOVE SPACES TO PRINT-LINE.
040600     STRING "CORRIDA " RCN-RUN-DATE " CICLO " RCN-CYCLE ":"
040700         DELIMITED BY SIZE INTO PRINT-LINE.
040800     WRITE PRINT-LINE.
040900     MOVE "  ESTADOS EXTRAIDOS:" TO RCN-TOTAL-DESC.
041000     MOVE RCN-RUN-STMTS TO RCN-CNT-ED.
041100     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
041200     MOVE "  PAGINAS:" TO RCN-TOTAL-DESC.
041300     MOVE RCN-RUN-PAGES TO RCN-CNT-ED.
041400     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
041500     MOVE "  ENVIADOS:" TO RCN-TOTAL-DESC.
041600     MOVE RCN-RUN-MAILED TO RCN-CNT-ED.
041700     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
041800     MOVE "  DEVUELTOS POR CORREO:" TO RCN-TOTAL-DESC.
041900     MOVE RCN-RUN-RETURNED TO RCN-CNT-ED.
042000     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
042100     MOVE "  NO ENVIADOS:" TO RCN-TOTAL-DESC.
042200     MOVE RCN-RUN-NOT-MAILED TO RCN-CNT-ED.
042300     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
042400     MOVE "    DE ELLOS SIN CONFIRMACION:" TO RCN-TOTAL-DESC.
042500     MOVE RCN-RUN-UNCONFIRMED TO RCN-CNT-ED.
042600     PERFORM 4100-PRINT-COUNT THRU 4100-PRINT-COUNT-EXIT.
042700     DISPLAY "STMTRCN: " RCN-RUN-STMTS " ESTADOS, " RCN-RUN-MAILED
042800         " ENVIADOS, " RCN-RUN-NOT-MAILED " NO ENVIADOS, "
042900         RCN-RUN-RETURNED " DEVUELTOS".
043000 4000-PRINT-TOTALS-EXIT.
043100     EXIT.
043200
043300******************************************************************
043400* 4100-PRINT-COUNT
043500******************************************************************
043600 4100-PRINT-COUNT.
043700     MOVE SPACES TO PRINT-LINE.
043800     STRING RCN-TOTAL-DESC " " RCN-CNT-ED
043900         DELIMITED BY SIZE INTO PRINT-LINE.
044000     WRITE PRINT-LINE.
044100 4100-PRINT-COUNT-EXIT.
044200     EXIT.
044300
044400 END PROGRAM STMTRCN.
