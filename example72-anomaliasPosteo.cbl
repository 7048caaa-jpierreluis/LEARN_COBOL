000100******************************************************************
000200* PROGRAM-ID: ANOMALIA
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 21/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     POSTING VELOCITY AND ANOMALY ALERTS.  RUNS IN
000800*              DESKWORK RIGHT AFTER PJRNLIX HAS REBUILT POSTJRNI
000900*              AND WALKS IT ONCE IN KEY ORDER, ACCOUNT BY
001000*              ACCOUNT.  THE MOVEMENTS DATED BEFORE TODAY BUILD
001100*              THE ACCOUNT'S OWN ACTIVITY PROFILE - TYPICAL
001200*              (AVERAGE) AMOUNT, LARGEST AMOUNT, TYPICAL DEBITS
001300*              PER ACTIVE DAY AND THE POSTING SOURCES IT USES -
001400*              AND TODAY'S POSTINGS ARE SCORED AGAINST IT.  ONLY
001500*              CUSTOMER-INITIATED MOVEMENTS ("INT ", "NVA ",
001600*              "LOTE") COUNT EITHER WAY; THE BANK'S OWN RUNS
001700*              (INTEREST, FEES, TAX, REVERSALS ...) ARE NOT
001800*              BEHAVIOUR OF THE ACCOUNT.  AN ACCOUNT WITH FEWER
001900*              THAN ANM-MIN-HISTORY MOVEMENTS HAS NO PROFILE YET
002000*              AND IS ONLY COUNTED.  EVERY ALERT GOES TO ANMALRT
002100*              WITH ITS REASONS AND SCORE (SEE THE COPYBOOK) FOR
002200*              THE ALRTCOLA REVIEW QUEUE, AND TO THE REPORT.  A
002300*              RERUN OF THE SAME DAY FINDS TODAY'S ALERTS ALREADY
002400*              ON ANMALRT AND WRITES NOTHING TWICE.
002500*              RETURN-CODE 4 WHEN POSTJRNI IS MISSING OR AN
002600*              ACCOUNT HAS MORE POSTINGS TODAY THAN THE DAY TABLE
002700*              HOLDS.
002800* TECTONICS:   cobc -x example72-anomaliasPosteo.cbl
002900*
003000* MODIFICATION HISTORY
003100*   21/09/26  JPL  INITIAL VERSION.
003200******************************************************************
003300
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. ANOMALIA.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT POST-JRNL-INDEX ASSIGN TO "POSTJRNI"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PJX-KEY
004400         FILE STATUS IS WS-JRNLI-STATUS.
004500
004600     SELECT ANM-ALERT-FILE ASSIGN TO "ANMALRT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ANMALRT-STATUS.
004900
005000     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PRINT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  POST-JRNL-INDEX.
005700 COPY PJIXREC.
005800
005900 FD  ANM-ALERT-FILE.
006000 COPY ANMALRT.
006100
006200 FD  PRINT-FILE.
006300 01  PRINT-LINE                      PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-JRNLI-STATUS.
006700     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNLI-CODE.
006800 01  WS-ANMALRT-STATUS.
006900     COPY FSTATCOD REPLACING FS-NAME BY WS-ANMALRT-CODE.
007000 01  WS-PRINT-STATUS.
007100     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
007200
007300 77  ANM-TODAY                       PIC 9(08).
007400 77  ANM-EOF-SW                      PIC X(01) VALUE "N".
007500     88  ANM-EOF                     VALUE "Y".
007600 77  ANM-RERUN-SW                    PIC X(01) VALUE "N".
007700     88  ANM-RERUN                   VALUE "Y".
007800
007900******************************************************************
008000* SITE DEFAULTS, THE SAME CONVENTION AS APQ-ESCALATION-DAYS:
008100*   ANM-MIN-HISTORY     MOVEMENTS BEFORE TODAY NEEDED FOR A
008200*                       PROFILE
008300*   ANM-AMOUNT-FACTOR   TIMES THE TYPICAL AMOUNT THAT RAISES AN
008400*                       AMOUNT ALERT (IT MUST ALSO BEAT THE
008500*                       LARGEST AMOUNT SEEN)
008600*   ANM-AMOUNT-FLOOR    NO AMOUNT ALERT BELOW THIS, HOWEVER QUIET
008700*                       THE ACCOUNT
008800*   ANM-COUNT-FACTOR    TIMES THE TYPICAL DAILY DEBITS THAT RAISES
008900*                       A FREQUENCY ALERT
009000*   ANM-MIN-DEBITS      NO FREQUENCY ALERT BELOW THIS MANY DEBITS
009100******************************************************************
009200 77  ANM-MIN-HISTORY                 PIC 9(03) VALUE 005.
009300 77  ANM-AMOUNT-FACTOR               PIC 9(03) VALUE 010.
009400 77  ANM-AMOUNT-FLOOR                PIC 9(09)V99 VALUE 1000.00.
009500 77  ANM-COUNT-FACTOR                PIC 9(03) VALUE 003.
009600 77  ANM-MIN-DEBITS                  PIC 9(03) VALUE 005.
009700 77  ANM-POINTS-AMOUNT               PIC 9(03) VALUE 050.
009800 77  ANM-POINTS-COUNT                PIC 9(03) VALUE 030.
009900 77  ANM-POINTS-SOURCE               PIC 9(03) VALUE 020.
010000
010100******************************************************************
010200* THE PROFILE OF THE ACCOUNT IN HAND, BUILT FROM ITS MOVEMENTS
010300* DATED BEFORE TODAY.
010400******************************************************************
010500 77  ANM-CUR-ACCOUNT                 PIC X(10) VALUE SPACES.
010600 77  ANM-HIST-COUNT                  PIC 9(07) COMP VALUE ZERO.
010700 77  ANM-HIST-TOTAL                  PIC 9(13)V99 VALUE ZERO.
010800 77  ANM-HIST-MAX                    PIC 9(09)V99 VALUE ZERO.
010900 77  ANM-HIST-DEBITS                 PIC 9(07) COMP VALUE ZERO.
011000 77  ANM-HIST-DAYS                   PIC 9(05) COMP VALUE ZERO.
011100 77  ANM-HIST-LAST-DATE              PIC 9(08) VALUE ZERO.
011200 77  ANM-SEEN-INT-SW                 PIC X(01) VALUE "N".
011300     88  ANM-SEEN-INT                VALUE "Y".
011400 77  ANM-SEEN-NVA-SW                 PIC X(01) VALUE "N".
011500     88  ANM-SEEN-NVA                VALUE "Y".
011600 77  ANM-SEEN-LOTE-SW                PIC X(01) VALUE "N".
011700     88  ANM-SEEN-LOTE               VALUE "Y".
011800 77  ANM-TYPICAL-AMOUNT              PIC 9(09)V99 VALUE ZERO.
011900 77  ANM-TYPICAL-DEBITS              PIC 9(03)V9 VALUE ZERO.
012000 77  ANM-AMOUNT-LIMIT                PIC 9(11)V99 VALUE ZERO.
012100 77  ANM-COUNT-LIMIT                 PIC 9(05)V9 VALUE ZERO.
012200 77  ANM-ABS-AMOUNT                  PIC 9(09)V99 VALUE ZERO.
012300
012400******************************************************************
012500* TODAY'S POSTINGS ON THE ACCOUNT IN HAND.  THEY COME LAST IN
012600* THE ACCOUNT'S KEY RANGE, SO THEY ARE HELD HERE UNTIL THE
012700* PROFILE IS COMPLETE.  A FULL TABLE LEAVES THE REST UNSCORED
012800* (STILL COUNTED AS DEBITS) AND ENDS THE RUN WITH RC 4.
012900******************************************************************
013000 77  ANM-DAY-MAX                     PIC 9(03) VALUE 200.
013100 01  ANM-DAY-TABLE.
013200     05  ANM-DAY-ENTRY               OCCURS 200 TIMES.
013300         10  ANM-DAY-TIME            PIC 9(08).
013400         10  ANM-DAY-SEQ             PIC 9(07).
013500         10  ANM-DAY-SOURCE          PIC X(04).
013600         10  ANM-DAY-OPERATOR        PIC X(08).
013700         10  ANM-DAY-AMOUNT          PIC S9(09)V99.
013800 77  ANM-DAY-USED                    PIC 9(03) COMP VALUE ZERO.
013900 77  ANM-DAY-IDX                     PIC 9(03) COMP VALUE 1.
014000 77  ANM-DAY-DEBITS                  PIC 9(05) COMP VALUE ZERO.
014100 77  ANM-DAY-DEBIT-TOTAL             PIC S9(09)V99 VALUE ZERO.
014200
014300******************************************************************
014400* RUN TOTALS
014500******************************************************************
014600 77  ANM-READ-COUNT                  PIC 9(07) VALUE ZERO.
014700 77  ANM-ACCT-COUNT                  PIC 9(07) VALUE ZERO.
014800 77  ANM-ACTIVE-COUNT                PIC 9(07) VALUE ZERO.
014900 77  ANM-NO-PROFILE-COUNT            PIC 9(07) VALUE ZERO.
015000 77  ANM-SCORED-COUNT                PIC 9(07) VALUE ZERO.
015100 77  ANM-ALERT-COUNT                 PIC 9(07) VALUE ZERO.
015200 77  ANM-AMOUNT-COUNT                PIC 9(07) VALUE ZERO.
015300 77  ANM-FREQ-COUNT                  PIC 9(07) VALUE ZERO.
015400 77  ANM-SOURCE-COUNT                PIC 9(07) VALUE ZERO.
015500 77  ANM-LOST-COUNT                  PIC 9(07) VALUE ZERO.
015600 77  ANM-OPEN-PENDING                PIC 9(07) VALUE ZERO.
015700 77  ANM-OPEN-ESCALATED              PIC 9(07) VALUE ZERO.
015800 01  ANM-CNT-ED                      PIC Z,ZZZ,ZZ9.
015900 01  ANM-NUM-ED                      PIC ZZ9.
016000 01  ANM-NUM2-ED                     PIC ZZ9.
016100 01  ANM-DEC-ED                      PIC ZZ9.9.
016200 01  ANM-AMT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
016300 01  ANM-AMT2-ED                     PIC ZZZ,ZZZ,ZZ9.99.
016400 01  ANM-AMT3-ED                     PIC ZZZ,ZZZ,ZZ9.99.
016500
016600 PROCEDURE DIVISION.
016700******************************************************************
016800* 0000-MAINLINE
016900******************************************************************
017000 0000-MAINLINE.
017100     ACCEPT ANM-TODAY FROM DATE YYYYMMDD.
017200     OPEN INPUT POST-JRNL-INDEX.
017300     IF NOT FS-SUCCESS OF WS-JRNLI-STATUS
017400         DISPLAY "POSTJRNI NO DISPONIBLE - ESTADO "
017500             WS-JRNLI-STATUS
017600         MOVE 4 TO RETURN-CODE
017700         GO TO 0000-MAINLINE-EXIT
017800     END-IF.
017900     PERFORM 1000-CHECK-ALERTS THRU 1000-CHECK-ALERTS-EXIT.
018000     OPEN OUTPUT PRINT-FILE.
018100     PERFORM 1100-PRINT-HEADING THRU 1100-PRINT-HEADING-EXIT.
018200     IF ANM-RERUN
018300         MOVE SPACES TO PRINT-LINE
018400         STRING "*** LAS ALERTAS DEL " ANM-TODAY " YA ESTAN EN "
018500             "ANMALRT - NO SE GRABAN DE NUEVO."
018600             DELIMITED BY SIZE INTO PRINT-LINE
018700         WRITE PRINT-LINE
018800         DISPLAY "ANOMALIA: ALERTAS DE HOY YA GRABADAS."
018900         GO TO 0000-MAINLINE-CLOSE
019000     END-IF.
019100     OPEN EXTEND ANM-ALERT-FILE.
019200     IF FS-NOT-FOUND OF WS-ANMALRT-STATUS
019300         OPEN OUTPUT ANM-ALERT-FILE
019400         CLOSE ANM-ALERT-FILE
019500         OPEN EXTEND ANM-ALERT-FILE
019600     END-IF.
019700     MOVE LOW-VALUES TO PJX-KEY.
019800     START POST-JRNL-INDEX KEY NOT < PJX-KEY
019900         INVALID KEY
020000             SET ANM-EOF TO TRUE
020100     END-START.
020200     PERFORM 2000-ONE-MOVEMENT THRU 2000-ONE-MOVEMENT-EXIT
020300         UNTIL ANM-EOF.
020400     IF ANM-CUR-ACCOUNT NOT = SPACES
020500         PERFORM 3000-SCORE-ACCOUNT THRU 3000-SCORE-ACCOUNT-EXIT
020600     END-IF.
020700     CLOSE ANM-ALERT-FILE.
020800     PERFORM 5000-PRINT-TOTALS THRU 5000-PRINT-TOTALS-EXIT.
020900     IF ANM-LOST-COUNT > ZERO
021000         MOVE 4 TO RETURN-CODE
021100     END-IF.
021200 0000-MAINLINE-CLOSE.
021300     CLOSE PRINT-FILE.
021400     CLOSE POST-JRNL-INDEX.
021500 0000-MAINLINE-EXIT.
021600     GOBACK.
021700
021800******************************************************************
021900* 1000-CHECK-ALERTS  -  ONE PASS OVER ANMALRT: ANY ALERT DATED
022000*                       TODAY MEANS THE DAY WAS ALREADY SCORED,
022100*                       AND THE ALERTS STILL OPEN ARE COUNTED FOR
022200*                       THE REPORT.  A MISSING FILE IS A FIRST
022300*                       RUN.
022400******************************************************************
022500 1000-CHECK-ALERTS.
022600     OPEN INPUT ANM-ALERT-FILE.
022700     IF NOT FS-SUCCESS OF WS-ANMALRT-STATUS
022800         GO TO 1000-CHECK-ALERTS-EXIT
022900     END-IF.
023000     MOVE "N" TO ANM-EOF-SW.
023100     PERFORM 1010-ONE-ALERT THRU 1010-ONE-ALERT-EXIT
023200         UNTIL ANM-EOF.
023300     CLOSE ANM-ALERT-FILE.
023400     MOVE "N" TO ANM-EOF-SW.
023500 1000-CHECK-ALERTS-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900* 1010-ONE-ALERT
024000******************************************************************
024100 1010-ONE-ALERT.
024200     READ ANM-ALERT-FILE
024300         AT END
024400             SET ANM-EOF TO TRUE
024500             GO TO 1010-ONE-ALERT-EXIT
024600     END-READ.
024700     IF ANA-ALERT-DATE = ANM-TODAY
024800         SET ANM-RERUN TO TRUE
024900     END-IF.
025000     IF ANA-STAT-PENDING
025100         ADD 1 TO ANM-OPEN-PENDING
025200     END-IF.
025300     IF ANA-STAT-ESCALATED
025400         ADD 1 TO ANM-OPEN-ESCALATED
025500     END-IF.
025600 1010-ONE-ALERT-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000* 1100-PRINT-HEADING
026100******************************************************************
026200 1100-PRINT-HEADING.
026300     MOVE SPACES TO PRINT-LINE.
026400     STRING "ALERTAS DE ANOMALIA EN POSTEOS DEL " ANM-TODAY
026500         " CONTRA EL PERFIL PROPIO DE CADA CUENTA"
026600         DELIMITED BY SIZE INTO PRINT-LINE.
026700     WRITE PRINT-LINE.
026800     MOVE ANM-AMOUNT-FACTOR TO ANM-NUM-ED.
026900     MOVE ANM-AMOUNT-FLOOR TO ANM-AMT2-ED.
027000     MOVE SPACES TO PRINT-LINE.
027100     STRING "IMPORTE: " ANM-NUM-ED " VECES EL TIPICO Y MAYOR QUE "
027200         "EL MAXIMO VISTO, DESDE " ANM-AMT2-ED
027300         DELIMITED BY SIZE INTO PRINT-LINE.
027400     WRITE PRINT-LINE.
027500     MOVE ANM-COUNT-FACTOR TO ANM-NUM-ED.
027600     MOVE ANM-MIN-DEBITS TO ANM-NUM2-ED.
027700     MOVE SPACES TO PRINT-LINE.
027800     STRING "FRECUENCIA: " ANM-NUM-ED
027900         " VECES LOS DEBITOS DIARIOS TIPICOS, DESDE "
028000         ANM-NUM2-ED " DEBITOS"
028100         DELIMITED BY SIZE INTO PRINT-LINE.
028200     WRITE PRINT-LINE.
028300     MOVE ANM-MIN-HISTORY TO ANM-NUM-ED.
028400     MOVE SPACES TO PRINT-LINE.
028500     STRING "PERFIL: MOVIMIENTOS DEL CLIENTE ANTERIORES A HOY, "
028600         "MINIMO " ANM-NUM-ED
028700         DELIMITED BY SIZE INTO PRINT-LINE.
028800     WRITE PRINT-LINE.
028900     MOVE SPACES TO PRINT-LINE.
029000     WRITE PRINT-LINE.
029100     MOVE SPACES TO PRINT-LINE.
029200     STRING "CUENTA      HORA     FTE           IMPORTE"
029300         "         TIPICO         MAXIMO  DEB TIPICO MOT PTS"
029400         DELIMITED BY SIZE INTO PRINT-LINE.
029500     WRITE PRINT-LINE.
029600 1100-PRINT-HEADING-EXIT.
029700     EXIT.
029800
029900******************************************************************
030000* 2000-ONE-MOVEMENT  -  THE NEXT POSTJRNI RECORD.  A NEW ACCOUNT
030100*                       NUMBER CLOSES THE PREVIOUS ACCOUNT: ITS
030200*                       PROFILE IS COMPLETE AND TODAY'S POSTINGS
030300*                       ARE SCORED BEFORE THE NEW ONE STARTS.
030400******************************************************************
030500 2000-ONE-MOVEMENT.
030600     READ POST-JRNL-INDEX NEXT
030700         AT END
030800             SET ANM-EOF TO TRUE
030900             GO TO 2000-ONE-MOVEMENT-EXIT
031000     END-READ.
031100     ADD 1 TO ANM-READ-COUNT.
031200     IF PJX-ACCOUNT NOT = ANM-CUR-ACCOUNT
031300         IF ANM-CUR-ACCOUNT NOT = SPACES
031400             PERFORM 3000-SCORE-ACCOUNT
031500                 THRU 3000-SCORE-ACCOUNT-EXIT
031600         END-IF
031700         PERFORM 2100-NEW-ACCOUNT THRU 2100-NEW-ACCOUNT-EXIT
031800     END-IF.
031900     IF NOT PJX-SRC-CUSTOMER
032000       OR PJX-AMOUNT = ZERO
032100       OR PJX-RUN-DATE > ANM-TODAY
032200         GO TO 2000-ONE-MOVEMENT-EXIT
032300     END-IF.
032400     IF PJX-RUN-DATE = ANM-TODAY
032500         PERFORM 2300-HOLD-TODAY THRU 2300-HOLD-TODAY-EXIT
032600     ELSE
032700         PERFORM 2200-ADD-HISTORY THRU 2200-ADD-HISTORY-EXIT
032800     END-IF.
032900 2000-ONE-MOVEMENT-EXIT.
033000     EXIT.
033100
033200******************************************************************
033300* 2100-NEW-ACCOUNT
033400******************************************************************
033500 2100-NEW-ACCOUNT.
033600     ADD 1 TO ANM-ACCT-COUNT.
033700     MOVE PJX-ACCOUNT TO ANM-CUR-ACCOUNT.
033800     MOVE ZERO TO ANM-HIST-COUNT ANM-HIST-TOTAL ANM-HIST-MAX.
033900     MOVE ZERO TO ANM-HIST-DEBITS ANM-HIST-DAYS.
034000     MOVE ZERO TO ANM-HIST-LAST-DATE.
034100     MOVE "N" TO ANM-SEEN-INT-SW ANM-SEEN-NVA-SW ANM-SEEN-LOTE-SW.
034200     MOVE ZERO TO ANM-DAY-USED ANM-DAY-DEBITS ANM-DAY-DEBIT-TOTAL.
034300 2100-NEW-ACCOUNT-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 2200-ADD-HISTORY  -  ONE MOVEMENT BEFORE TODAY INTO THE
034800*                      PROFILE.  THE KEY ORDER BRINGS THE DATES
034900*                      IN ORDER, SO A DATE CHANGE IS A NEW ACTIVE
035000*                      DAY.
035100******************************************************************
035200 2200-ADD-HISTORY.
035300     IF PJX-AMOUNT < ZERO
035400         COMPUTE ANM-ABS-AMOUNT = ZERO - PJX-AMOUNT
035500         ADD 1 TO ANM-HIST-DEBITS
035600     ELSE
035700         MOVE PJX-AMOUNT TO ANM-ABS-AMOUNT
035800     END-IF.
035900     ADD 1 TO ANM-HIST-COUNT.
036000     ADD ANM-ABS-AMOUNT TO ANM-HIST-TOTAL.
036100     IF ANM-ABS-AMOUNT > ANM-HIST-MAX
036200         MOVE ANM-ABS-AMOUNT TO ANM-HIST-MAX
036300     END-IF.
036400     IF PJX-RUN-DATE NOT = ANM-HIST-LAST-DATE
036500         ADD 1 TO ANM-HIST-DAYS
036600         MOVE PJX-RUN-DATE TO ANM-HIST-LAST-DATE
036700     END-IF.
036800     EVALUATE PJX-SOURCE
036900         WHEN "INT "
037000             SET ANM-SEEN-INT TO TRUE
037100         WHEN "NVA "
037200             SET ANM-SEEN-NVA TO TRUE
037300         WHEN "LOTE"
037400             SET ANM-SEEN-LOTE TO TRUE
037500     END-EVALUATE.
037600 2200-ADD-HISTORY-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000* 2300-HOLD-TODAY  -  ONE OF TODAY'S POSTINGS INTO THE DAY TABLE.
038100******************************************************************
038200 2300-HOLD-TODAY.
038300     IF PJX-AMOUNT < ZERO
038400         ADD 1 TO ANM-DAY-DEBITS
038500         ADD PJX-AMOUNT TO ANM-DAY-DEBIT-TOTAL
038600             ON SIZE ERROR
038700                 CONTINUE
038800         END-ADD
038900     END-IF.
039000     IF ANM-DAY-USED >= ANM-DAY-MAX
039100         ADD 1 TO ANM-LOST-COUNT
039200         GO TO 2300-HOLD-TODAY-EXIT
039300     END-IF.
039400     ADD 1 TO ANM-DAY-USED.
039500     MOVE PJX-RUN-TIME TO ANM-DAY-TIME(ANM-DAY-USED).
039600     MOVE PJX-SEQ TO ANM-DAY-SEQ(ANM-DAY-USED).
039700     MOVE PJX-SOURCE TO ANM-DAY-SOURCE(ANM-DAY-USED).
039800     MOVE PJX-OPERATOR-ID TO ANM-DAY-OPERATOR(ANM-DAY-USED).
039900     MOVE PJX-AMOUNT TO ANM-DAY-AMOUNT(ANM-DAY-USED).
040000 2300-HOLD-TODAY-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400* 3000-SCORE-ACCOUNT  -  THE ACCOUNT'S PROFILE IS COMPLETE.  AN
040500*                        ACCOUNT WITH NO POSTINGS TODAY NEEDS NO
040600*                        SCORE; ONE WITHOUT ENOUGH HISTORY HAS NO
040700*                        PROFILE TO SCORE AGAINST.
040800******************************************************************
040900 3000-SCORE-ACCOUNT.
041000     IF ANM-DAY-USED = ZERO
041100       AND ANM-DAY-DEBITS = ZERO
041200         GO TO 3000-SCORE-ACCOUNT-EXIT
041300     END-IF.
041400     ADD 1 TO ANM-ACTIVE-COUNT.
041500     IF ANM-HIST-COUNT < ANM-MIN-HISTORY
041600         ADD 1 TO ANM-NO-PROFILE-COUNT
041700         GO TO 3000-SCORE-ACCOUNT-EXIT
041800     END-IF.
041900     ADD 1 TO ANM-SCORED-COUNT.
042000     COMPUTE ANM-TYPICAL-AMOUNT ROUNDED =
042100         ANM-HIST-TOTAL / ANM-HIST-COUNT.
042200     COMPUTE ANM-TYPICAL-DEBITS ROUNDED =
042300         ANM-HIST-DEBITS / ANM-HIST-DAYS
042400         ON SIZE ERROR
042500             MOVE 999.9 TO ANM-TYPICAL-DEBITS
042600     END-COMPUTE.
042700     COMPUTE ANM-AMOUNT-LIMIT =
042800         ANM-TYPICAL-AMOUNT * ANM-AMOUNT-FACTOR.
042900     IF ANM-AMOUNT-LIMIT < ANM-HIST-MAX
043000         MOVE ANM-HIST-MAX TO ANM-AMOUNT-LIMIT
043100     END-IF.
043200     IF ANM-AMOUNT-LIMIT < ANM-AMOUNT-FLOOR
043300         MOVE ANM-AMOUNT-FLOOR TO ANM-AMOUNT-LIMIT
043400     END-IF.
043500     COMPUTE ANM-COUNT-LIMIT =
043600         ANM-TYPICAL-DEBITS * ANM-COUNT-FACTOR.
043700     IF ANM-COUNT-LIMIT < ANM-MIN-DEBITS
043800         MOVE ANM-MIN-DEBITS TO ANM-COUNT-LIMIT
043900     END-IF.
044000     IF ANM-DAY-USED > ZERO
044100         PERFORM 3100-SCORE-POSTING THRU 3100-SCORE-POSTING-EXIT
044200             VARYING ANM-DAY-IDX FROM 1 BY 1
044300             UNTIL ANM-DAY-IDX > ANM-DAY-USED
044400     END-IF.
044500     IF ANM-DAY-DEBITS NOT < ANM-COUNT-LIMIT
044600         PERFORM 3200-FREQUENCY-ALERT
044700             THRU 3200-FREQUENCY-ALERT-EXIT
044800     END-IF.
044900 3000-SCORE-ACCOUNT-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 3100-SCORE-POSTING  -  ONE OF TODAY'S POSTINGS: THE AMOUNT
045400*                        AGAINST THE LIMIT FROM THE PROFILE, THE
045500*                        SOURCE AGAINST THE SOURCES SEEN.
045600******************************************************************
045700 3100-SCORE-POSTING.
045800     MOVE SPACES TO ANA-REASONS.
045900     MOVE ZERO TO ANA-SCORE.
046000     IF ANM-DAY-AMOUNT(ANM-DAY-IDX) < ZERO
046100         COMPUTE ANM-ABS-AMOUNT =
046200             ZERO - ANM-DAY-AMOUNT(ANM-DAY-IDX)
046300     ELSE
046400         MOVE ANM-DAY-AMOUNT(ANM-DAY-IDX) TO ANM-ABS-AMOUNT
046500     END-IF.
046600     IF ANM-ABS-AMOUNT > ANM-AMOUNT-LIMIT
046700         MOVE "M" TO ANA-RSN-AMOUNT
046800         ADD ANM-POINTS-AMOUNT TO ANA-SCORE
046900         ADD 1 TO ANM-AMOUNT-COUNT
047000     END-IF.
047100     EVALUATE ANM-DAY-SOURCE(ANM-DAY-IDX)
047200         WHEN "INT "
047300             IF NOT ANM-SEEN-INT
047400                 MOVE "O" TO ANA-RSN-SOURCE
047500             END-IF
047600         WHEN "NVA "
047700             IF NOT ANM-SEEN-NVA
047800                 MOVE "O" TO ANA-RSN-SOURCE
047900             END-IF
048000         WHEN "LOTE"
048100             IF NOT ANM-SEEN-LOTE
048200                 MOVE "O" TO ANA-RSN-SOURCE
048300             END-IF
048400     END-EVALUATE.
048500     IF ANA-RSN-SOURCE-ON
048600         ADD ANM-POINTS-SOURCE TO ANA-SCORE
048700         ADD 1 TO ANM-SOURCE-COUNT
048800     END-IF.
048900     IF ANA-SCORE = ZERO
049000         GO TO 3100-SCORE-POSTING-EXIT
049100     END-IF.
049200     MOVE ANM-TODAY TO ANA-POST-DATE.
049300     MOVE ANM-DAY-TIME(ANM-DAY-IDX) TO ANA-POST-TIME.
049400     MOVE ANM-DAY-SEQ(ANM-DAY-IDX) TO ANA-POST-SEQ.
049500     MOVE ANM-DAY-SOURCE(ANM-DAY-IDX) TO ANA-SOURCE.
049600     MOVE ANM-DAY-OPERATOR(ANM-DAY-IDX) TO ANA-OPERATOR-ID.
049700     MOVE ANM-DAY-AMOUNT(ANM-DAY-IDX) TO ANA-AMOUNT.
049800     PERFORM 4000-WRITE-ALERT THRU 4000-WRITE-ALERT-EXIT.
049900 3100-SCORE-POSTING-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300* 3200-FREQUENCY-ALERT  -  ONE ALERT FOR THE ACCOUNT-DAY, NOT ONE
050400*                          PER DEBIT.  THE AMOUNT IS THE DAY'S
050500*                          DEBIT TOTAL AND THE POSTING KEY IS
050600*                          ZERO.
050700******************************************************************
050800 3200-FREQUENCY-ALERT.
050900     MOVE SPACES TO ANA-REASONS.
051000     MOVE "F" TO ANA-RSN-COUNT.
051100     MOVE ANM-POINTS-COUNT TO ANA-SCORE.
051200     ADD 1 TO ANM-FREQ-COUNT.
051300     MOVE ZERO TO ANA-POST-DATE ANA-POST-TIME ANA-POST-SEQ.
051400     MOVE SPACES TO ANA-SOURCE ANA-OPERATOR-ID.
051500     MOVE ANM-DAY-DEBIT-TOTAL TO ANA-AMOUNT.
051600     PERFORM 4000-WRITE-ALERT THRU 4000-WRITE-ALERT-EXIT.
051700 3200-FREQUENCY-ALERT-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 4000-WRITE-ALERT  -  THE PROFILE FIELDS, THE PENDING STATUS,
052200*                      THE RECORD AND ITS REPORT LINE.  THE CALLER
052300*                      HAS SET THE POSTING, REASONS AND SCORE.
052400******************************************************************
052500 4000-WRITE-ALERT.
052600     MOVE ANM-TODAY TO ANA-ALERT-DATE.
052700     MOVE ANM-CUR-ACCOUNT TO ANA-ACCOUNT.
052800     MOVE ANM-TYPICAL-AMOUNT TO ANA-TYPICAL-AMOUNT.
052900     MOVE ANM-HIST-MAX TO ANA-MAX-AMOUNT.
053000     IF ANM-DAY-DEBITS > 999
053100         MOVE 999 TO ANA-DAY-DEBITS
053200     ELSE
053300         MOVE ANM-DAY-DEBITS TO ANA-DAY-DEBITS
053400     END-IF.
053500     MOVE ANM-TYPICAL-DEBITS TO ANA-TYPICAL-DEBITS.
053600     SET ANA-STAT-PENDING TO TRUE.
053700     MOVE SPACES TO ANA-REVIEWER-ID.
053800     MOVE ZERO TO ANA-REVIEW-DATE.
053900     WRITE ANA-ALERT-RECORD.
054000     ADD 1 TO ANM-ALERT-COUNT.
054100     MOVE ANA-AMOUNT TO ANM-AMT-ED.
054200     MOVE ANA-TYPICAL-AMOUNT TO ANM-AMT2-ED.
054300     MOVE ANA-MAX-AMOUNT TO ANM-AMT3-ED.
054400     MOVE ANA-DAY-DEBITS TO ANM-NUM-ED.
054500     MOVE ANA-TYPICAL-DEBITS TO ANM-DEC-ED.
054600     MOVE SPACES TO PRINT-LINE.
054700     STRING ANA-ACCOUNT "  " ANA-POST-TIME " " ANA-SOURCE
054800         " " ANM-AMT-ED " " ANM-AMT2-ED " " ANM-AMT3-ED
054900         "  " ANM-NUM-ED " " ANM-DEC-ED "  " ANA-REASONS
055000         " " ANA-SCORE
055100         DELIMITED BY SIZE INTO PRINT-LINE.
055200     WRITE PRINT-LINE.
055300 4000-WRITE-ALERT-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 5000-PRINT-TOTALS
055800******************************************************************
055900 5000-PRINT-TOTALS.
056000     MOVE SPACES TO PRINT-LINE.
056100     WRITE PRINT-LINE.
056200     MOVE ANM-READ-COUNT TO ANM-CNT-ED.
056300     MOVE SPACES TO PRINT-LINE.
056400     STRING "MOVIMIENTOS LEIDOS EN POSTJRNI:      " ANM-CNT-ED
056500         DELIMITED BY SIZE INTO PRINT-LINE.
056600     WRITE PRINT-LINE.
056700     MOVE ANM-ACCT-COUNT TO ANM-CNT-ED.
056800     MOVE SPACES TO PRINT-LINE.
056900     STRING "CUENTAS EN POSTJRNI:                 " ANM-CNT-ED
057000         DELIMITED BY SIZE INTO PRINT-LINE.
057100     WRITE PRINT-LINE.
057200     MOVE ANM-ACTIVE-COUNT TO ANM-CNT-ED.
057300     MOVE SPACES TO PRINT-LINE.
057400     STRING "  CON POSTEOS DEL CLIENTE HOY:       " ANM-CNT-ED
057500         DELIMITED BY SIZE INTO PRINT-LINE.
057600     WRITE PRINT-LINE.
057700     MOVE ANM-SCORED-COUNT TO ANM-CNT-ED.
057800     MOVE SPACES TO PRINT-LINE.
057900     STRING "  CALIFICADAS CONTRA SU PERFIL:      " ANM-CNT-ED
058000         DELIMITED BY SIZE INTO PRINT-LINE.
058100     WRITE PRINT-LINE.
058200     MOVE ANM-NO-PROFILE-COUNT TO ANM-CNT-ED.
058300     MOVE SPACES TO PRINT-LINE.
058400     STRING "  SIN HISTORIA SUFICIENTE:           " ANM-CNT-ED
058500         DELIMITED BY SIZE INTO PRINT-LINE.
058600     WRITE PRINT-LINE.
058700     MOVE ANM-ALERT-COUNT TO ANM-CNT-ED.
058800     MOVE SPACES TO PRINT-LINE.
058900     STRING "ALERTAS GRABADAS EN ANMALRT:         " ANM-CNT-ED
059000         DELIMITED BY SIZE INTO PRINT-LINE.
059100     WRITE PRINT-LINE.
059200     MOVE ANM-AMOUNT-COUNT TO ANM-CNT-ED.
059300     MOVE SPACES TO PRINT-LINE.
059400     STRING "  MOTIVO M (IMPORTE):                " ANM-CNT-ED
059500         DELIMITED BY SIZE INTO PRINT-LINE.
059600     WRITE PRINT-LINE.
059700     MOVE ANM-FREQ-COUNT TO ANM-CNT-ED.
059800     MOVE SPACES TO PRINT-LINE.
059900     STRING "  MOTIVO F (FRECUENCIA):             " ANM-CNT-ED
060000         DELIMITED BY SIZE INTO PRINT-LINE.
060100     WRITE PRINT-LINE.
060200     MOVE ANM-SOURCE-COUNT TO ANM-CNT-ED.
060300     MOVE SPACES TO PRINT-LINE.
060400     STRING "  MOTIVO O (FUENTE NUEVA):           " ANM-CNT-ED
060500         DELIMITED BY SIZE INTO PRINT-LINE.
060600     WRITE PRINT-LINE.
060700     MOVE ANM-OPEN-PENDING TO ANM-CNT-ED.
060800     MOVE SPACES TO PRINT-LINE.
060900     STRING "PENDIENTES DE DIAS ANTERIORES:       " ANM-CNT-ED
061000         DELIMITED BY SIZE INTO PRINT-LINE.
061100     WRITE PRINT-LINE.
061200     MOVE ANM-OPEN-ESCALATED TO ANM-CNT-ED.
061300     MOVE SPACES TO PRINT-LINE.
061400     STRING "ESCALADAS EN ANMALRT:                " ANM-CNT-ED
061500         DELIMITED BY SIZE INTO PRINT-LINE.
061600     WRITE PRINT-LINE.
061700     IF ANM-LOST-COUNT > ZERO
061800         MOVE ANM-LOST-COUNT TO ANM-CNT-ED
061900         MOVE SPACES TO PRINT-LINE
062000         STRING "*** TABLA DEL DIA LLENA - POSTEOS SIN "
062100             "CALIFICAR: " ANM-CNT-ED
062200             DELIMITED BY SIZE INTO PRINT-LINE
062300         WRITE PRINT-LINE
062400     END-IF.
062500     DISPLAY "ANOMALIA: " ANM-ALERT-COUNT " ALERTAS, "
062600         ANM-SCORED-COUNT " CUENTAS CALIFICADAS".
062700 5000-PRINT-TOTALS-EXIT.
062800     EXIT.
062900
063000 END PROGRAM ANOMALIA.
