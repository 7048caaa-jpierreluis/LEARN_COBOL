000100******************************************************************
000200* PROGRAM-ID: HOLDEXP
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 10/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     NIGHTLY HOLD EXPIRY RUN FOR THE HOLDMAST HOLDS
000800*              AND EARMARKS FILE.  ONE PASS OF THE FILE MARKS
000900*              EVERY ACTIVE HOLD WHOSE EXPIRY DATE HAS PASSED AS
001000*              EXPIRED ("V"), STAMPED WITH HOLDEXP AND THE RUN
001100*              DATE IN THE RELEASED-BY FIELDS, AND PRINTS THE
001200*              132-COLUMN REGISTER OF THE HOLDS IT EXPIRED AND
001300*              OF THE HOLDS STILL IN FORCE, WITH TOTALS.  THE
001400*              POSTING PATHS ALREADY IGNORE A HOLD PAST ITS
001500*              EXPIRY, SO A MISSED RUN NEVER KEEPS FUNDS BLOCKED;
001600*              THIS RUN KEEPS THE FILE'S STATUS HONEST AND GIVES
001700*              THE DESK ITS MORNING LIST.  HOLDS WITH NO EXPIRY
001800*              STAY ACTIVE UNTIL RELEASED IN HOLDMANT.
001900* TECTONICS:   cobc -x example66-venceRetenciones.cbl
002000*
002100* MODIFICATION HISTORY
002200*   10/09/26  JPL  INITIAL VERSION.
002300******************************************************************
002400
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. HOLDEXP.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS HLD-KEY
003500         FILE STATUS IS WS-HOLDMAST-STATUS.
003600
003700     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PRINT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  HOLD-MASTER-FILE.
004400 COPY HOLDREC.
004500
004600 FD  PRINT-FILE.
004700 01  PRINT-LINE                      PIC X(132).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-HOLDMAST-STATUS.
005100     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
005200 01  WS-PRINT-STATUS.
005300     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
005400
005500 77  HEX-TODAY                       PIC 9(08).
005600 77  HEX-HOLD-EOF-SW                 PIC X(01) VALUE "N".
005700     88  HEX-HOLD-EOF                VALUE "Y".
005800 77  HEX-READ-COUNT                  PIC 9(07) VALUE ZERO.
005900 77  HEX-EXPIRED-COUNT               PIC 9(07) VALUE ZERO.
006000 77  HEX-ACTIVE-COUNT                PIC 9(07) VALUE ZERO.
006100 77  HEX-EXPIRED-AMOUNT              PIC 9(11)V99 VALUE ZERO.
006200 77  HEX-ACTIVE-AMOUNT               PIC 9(11)V99 VALUE ZERO.
006300 77  HEX-VERDICT                     PIC X(08) VALUE SPACES.
006400 01  HEX-CNT-ED                      PIC Z,ZZZ,ZZ9.
006500 01  HEX-AMT-ED                      PIC ZZZ,ZZZ,ZZ9.99.
006600 01  HEX-TOT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
006700
006800 PROCEDURE DIVISION.
006900******************************************************************
007000* 0000-MAINLINE
007100******************************************************************
007200 0000-MAINLINE.
007300     ACCEPT HEX-TODAY FROM DATE YYYYMMDD.
007400     OPEN I-O HOLD-MASTER-FILE.
007500*    NO HOLDMAST YET MEANS NO HOLD HAS EVER BEEN PLACED - NOTHING
007600*    TO EXPIRE, AND NOT A REASON TO STOP THE NIGHT.
007700     IF FS-NOT-FOUND OF WS-HOLDMAST-STATUS
007800         DISPLAY "HOLDEXP: SIN ARCHIVO HOLDMAST - NADA QUE VENCER"
007900         GO TO 0000-MAINLINE-EXIT
008000     END-IF.
008100     IF NOT FS-SUCCESS OF WS-HOLDMAST-STATUS
008200         DISPLAY "HOLDMAST NO DISPONIBLE - ESTADO "
008300             WS-HOLDMAST-STATUS
008400         MOVE 4 TO RETURN-CODE
008500         GO TO 0000-MAINLINE-EXIT
008600     END-IF.
008700     OPEN OUTPUT PRINT-FILE.
008800     MOVE SPACES TO PRINT-LINE.
008900     STRING "VENCIMIENTO DE RETENCIONES AL " HEX-TODAY
009000         DELIMITED BY SIZE INTO PRINT-LINE.
009100     WRITE PRINT-LINE.
009200     MOVE SPACES TO PRINT-LINE.
009300     WRITE PRINT-LINE.
009400     PERFORM 2000-POSITION-FILE THRU 2000-POSITION-FILE-EXIT.
009500     PERFORM 3000-EXPIRE-ONE THRU 3000-EXPIRE-ONE-EXIT
009600         UNTIL HEX-HOLD-EOF.
009700     PERFORM 4000-PRINT-TOTALS THRU 4000-PRINT-TOTALS-EXIT.
009800     CLOSE PRINT-FILE.
009900     CLOSE HOLD-MASTER-FILE.
010000 0000-MAINLINE-EXIT.
010100     GOBACK.
010200
010300******************************************************************
010400* 2000-POSITION-FILE
010500******************************************************************
010600 2000-POSITION-FILE.
010700     MOVE "N" TO HEX-HOLD-EOF-SW.
010800     MOVE LOW-VALUES TO HLD-KEY.
010900     START HOLD-MASTER-FILE KEY NOT < HLD-KEY
011000         INVALID KEY
011100             SET HEX-HOLD-EOF TO TRUE
011200     END-START.
011300 2000-POSITION-FILE-EXIT.
011400     EXIT.
011500
011600******************************************************************
011700* 3000-EXPIRE-ONE  -  ONE HOLD: ONLY ACTIVE HOLDS ARE LOOKED AT;
011800*                     RELEASED AND EXPIRED ONES ARE HISTORY.  AN
011900*                     EXPIRY BEFORE TODAY ENDS THE HOLD; A HOLD
012000*                     EXPIRING TODAY STILL HOLDS FOR THE DAY.
012100******************************************************************
012200 3000-EXPIRE-ONE.
012300     READ HOLD-MASTER-FILE NEXT
012400         AT END
012500             SET HEX-HOLD-EOF TO TRUE
012600             GO TO 3000-EXPIRE-ONE-EXIT
012700     END-READ.
012800     ADD 1 TO HEX-READ-COUNT.
012900     IF NOT HLD-STAT-ACTIVE
013000         GO TO 3000-EXPIRE-ONE-EXIT
013100     END-IF.
013200     IF NOT HLD-NO-EXPIRY AND HLD-EXPIRY-DATE < HEX-TODAY
013300         SET HLD-STAT-EXPIRED TO TRUE
013400         MOVE "HOLDEXP " TO HLD-RELEASED-BY
013500         MOVE HEX-TODAY TO HLD-RELEASED-DATE
013600         REWRITE HLD-HOLD-RECORD
013700         ADD 1 TO HEX-EXPIRED-COUNT
013800         ADD HLD-AMOUNT TO HEX-EXPIRED-AMOUNT
013900         MOVE "VENCIDA " TO HEX-VERDICT
014000     ELSE
014100         ADD 1 TO HEX-ACTIVE-COUNT
014200         ADD HLD-AMOUNT TO HEX-ACTIVE-AMOUNT
014300         MOVE "VIGENTE " TO HEX-VERDICT
014400     END-IF.
014500     MOVE HLD-AMOUNT TO HEX-AMT-ED.
014600     MOVE SPACES TO PRINT-LINE.
014700     STRING HLD-ACCOUNT-NUMBER "  " HLD-SEQ
014800         "  " HEX-AMT-ED "  " HLD-REASON
014900         "  COLOCADA " HLD-PLACED-DATE " POR " HLD-PLACED-BY
015000         "  VENCE " HLD-EXPIRY-DATE
015100         "  " HEX-VERDICT "  " HLD-DESCRIPTION
015200         DELIMITED BY SIZE INTO PRINT-LINE.
015300     WRITE PRINT-LINE.
015400 3000-EXPIRE-ONE-EXIT.
015500     EXIT.
015600
015700******************************************************************
015800* 4000-PRINT-TOTALS
015900******************************************************************
016000 4000-PRINT-TOTALS.
016100     MOVE SPACES TO PRINT-LINE.
016200     WRITE PRINT-LINE.
016300     MOVE HEX-READ-COUNT TO HEX-CNT-ED.
016400     MOVE SPACES TO PRINT-LINE.
016500     STRING "RETENCIONES EN HOLDMAST: " HEX-CNT-ED
016600         DELIMITED BY SIZE INTO PRINT-LINE.
016700     WRITE PRINT-LINE.
016800     MOVE HEX-EXPIRED-COUNT TO HEX-CNT-ED.
016900     MOVE HEX-EXPIRED-AMOUNT TO HEX-TOT-ED.
017000     MOVE SPACES TO PRINT-LINE.
017100     STRING "VENCIDAS HOY:            " HEX-CNT-ED
017200         "   IMPORTE " HEX-TOT-ED
017300         DELIMITED BY SIZE INTO PRINT-LINE.
017400     WRITE PRINT-LINE.
017500     MOVE HEX-ACTIVE-COUNT TO HEX-CNT-ED.
017600     MOVE HEX-ACTIVE-AMOUNT TO HEX-TOT-ED.
017700     MOVE SPACES TO PRINT-LINE.
017800     STRING "VIGENTES:                " HEX-CNT-ED
017900         "   IMPORTE " HEX-TOT-ED
018000         DELIMITED BY SIZE INTO PRINT-LINE.
018100     WRITE PRINT-LINE.
018200     DISPLAY "HOLDEXP: " HEX-EXPIRED-COUNT
018300         " RETENCIONES VENCIDAS".
018400 4000-PRINT-TOTALS-EXIT.
018500     EXIT.
018600
018700 END PROGRAM HOLDEXP.
