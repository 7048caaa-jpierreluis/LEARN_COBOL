000100******************************************************************
000200* PROGRAM-ID: QAMUEST
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 07/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY QUALITY-ASSURANCE SAMPLE OF POSTED WORK.
000800*              MAKER-CHECKER GUARDS THE MASTER FILE CHANGES, BUT
000900*              AN OPERATOR'S DAY-TO-DAY POSTINGS AND CALCULATIONS
001000*              WERE NEVER SECOND-CHECKED UNLESS THEY TRIPPED A
001100*              LIMIT.  THIS STEP READS THE DAY'S POSTJRNL ENTRIES
001200*              AND CALCLOG RUNS, AND FOR EACH OPR-OPERATOR-ID ON
001300*              OPERMAST DRAWS A RANDOM SAMPLE AT THE OPERATOR'S
001400*              RATE (QACTL, SEE THE COPYBOOK):
001500*                BASE   - EVERY OPERATOR
001600*                NUEVO  - AN OPERATOR FIRST SAMPLED LESS THAN
001700*                         QCT-NEW-DAYS AGO, OR NEVER
001800*                ALZA   - AN OPERATOR WHOSE ERROR RATE OVER THE
001900*                         LAST QCT-TREND-DAYS IS ABOVE THE RATE
002000*                         OF THE SAME SPAN BEFORE IT
002100*              THE HIGHEST RATE THAT APPLIES IS USED.  BOTH "NEW"
002200*              AND "RISING" ARE JUDGED FROM THE QAREV HISTORY
002300*              ITSELF, SO OPERMAST NEEDS NO NEW FIELDS.  THE
002400*              STAMPS THE BATCH PROGRAMS LEAVE ON THE JOURNAL ARE
002500*              NOT ON OPERMAST AND ARE NOT SAMPLED.  EACH ITEM
002600*              DRAWN GOES TO QAREV PENDING FOR THE QACOLA
002700*              SUPERVISOR QUEUE.
002800*              THE DAY IS ON SYSIN (BLANK = TODAY).  A RERUN FOR A
002900*              DAY ALREADY SAMPLED FINDS IT ON QAREV AND DRAWS
003000*              NOTHING TWICE.  RETURN-CODE 4 WHEN OPERMAST OR
003100*              QAREV CANNOT BE OPENED, THE OPERATOR TABLE
003200*              OVERFLOWS OR AN ITEM CANNOT BE WRITTEN.
003300*              PRINTS THE SAMPLING REGISTER THROUGH THE 132-COLUMN
003400*              CONVENTION.
003500* TECTONICS:   cobc -x example88-muestreoCalidad.cbl
003600*
003700* MODIFICATION HISTORY
003800*   07/10/26  JPL  INITIAL VERSION.
003900******************************************************************
004000
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. QAMUEST.
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT QA-CTL-FILE ASSIGN TO "QACTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-QACTL-STATUS.
005000
005100     SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS OPR-OPERATOR-ID
005500         FILE STATUS IS WS-OPERMAST-STATUS.
005600
005700     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JRNL-STATUS.
006000
006100     SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LOG-STATUS.
006400
006500     SELECT QA-REVIEW-FILE ASSIGN TO "QAREV"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS QAR-KEY
006900         FILE STATUS IS WS-QAREV-STATUS.
007000
007100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PRINT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  QA-CTL-FILE.
007800 COPY QACTL.
007900
008000 FD  OPER-MASTER-FILE.
008100 COPY OPERREC.
008200
008300 FD  POST-JRNL-FILE.
008400 COPY PSTJRNL.
008500
008600 FD  CALC-LOG-FILE.
008700 COPY CALCLOG.
008800
008900 FD  QA-REVIEW-FILE.
009000 COPY QAREV.
009100
009200 FD  PRINT-FILE.
009300 01  PRINT-LINE                      PIC X(132).
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-QACTL-STATUS.
009700     COPY FSTATCOD REPLACING FS-NAME BY WS-QACTL-CODE.
009800 01  WS-OPERMAST-STATUS.
009900     COPY FSTATCOD REPLACING FS-NAME BY WS-OPERMAST-CODE.
010000 01  WS-JRNL-STATUS.
010100     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
010200 01  WS-LOG-STATUS.
010300     COPY FSTATCOD REPLACING FS-NAME BY WS-LOG-CODE.
010400 01  WS-QAREV-STATUS.
010500     COPY FSTATCOD REPLACING FS-NAME BY WS-QAREV-CODE.
010600 01  WS-PRINT-STATUS.
010700     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
010800
010900 77  QAM-DATE-INPUT                  PIC X(08) VALUE SPACES.
011000 77  QAM-SAMPLE-DATE                 PIC 9(08) VALUE ZERO.
011100 77  QAM-SAMPLE-INT                  PIC S9(09) COMP VALUE ZERO.
011200 77  QAM-REC-INT                     PIC S9(09) COMP VALUE ZERO.
011300 77  QAM-AGE-DAYS                    PIC S9(07) COMP VALUE ZERO.
011400 77  QAM-EOF-SW                      PIC X(01) VALUE "N".
011500     88  QAM-EOF                     VALUE "Y".
011600 77  QAM-RERUN-SW                    PIC X(01) VALUE "N".
011700     88  QAM-RERUN                   VALUE "Y".
011800 77  QAM-QAREV-OPEN-SW               PIC X(01) VALUE "N".
011900     88  QAM-QAREV-OPEN              VALUE "Y".
012000 77  QAM-NEXT-SEQ                    PIC 9(05) VALUE ZERO.
012100
012200******************************************************************
012300* SAMPLING RATES AND WINDOWS - THE SITE DEFAULTS, OVERRIDDEN BY
012400* QACTL WHEN IT CARRIES A VALUE.
012500******************************************************************
012600 77  QAM-BASE-PERCENT                PIC 9(03) VALUE 005.
012700 77  QAM-NEW-PERCENT                 PIC 9(03) VALUE 025.
012800 77  QAM-RISING-PERCENT              PIC 9(03) VALUE 015.
012900 77  QAM-NEW-DAYS                    PIC 9(03) VALUE 090.
013000 77  QAM-TREND-DAYS                  PIC 9(03) VALUE 030.
013100 77  QAM-MIN-REVIEWED                PIC 9(03) VALUE 005.
013200
013300******************************************************************
013400* THE RANDOM DRAW.  A MULTIPLICATIVE CONGRUENTIAL GENERATOR
013500* (MULTIPLIER 16807, MODULUS 2**31 - 1) SEEDED FROM THE TIME OF
013600* DAY; EACH ITEM TAKES THE NEXT NUMBER, AND ITS LAST TWO DIGITS
013700* (00-99) BELOW THE OPERATOR'S PER CENT DRAW THE ITEM.
013800******************************************************************
013900 77  QAM-SEED                        PIC 9(10) VALUE ZERO.
014000 77  QAM-PRODUCT                     PIC 9(15) VALUE ZERO.
014100 77  QAM-QUOTIENT                    PIC 9(15) VALUE ZERO.
014200 77  QAM-DRAW                        PIC 9(02) VALUE ZERO.
014300 77  QAM-TIME                        PIC 9(08) VALUE ZERO.
014400 77  QAM-DRAWN-SW                    PIC X(01) VALUE "N".
014500     88  QAM-DRAWN                   VALUE "Y".
014600
014700******************************************************************
014800* ONE ROW PER OPERATOR MET ON QAREV OR IN THE DAY'S WORK.
014900******************************************************************
015000 77  QAM-OPER-MAX                    PIC 9(03) VALUE 100.
015100 01  QAM-OPER-TABLE.
015200     05  QAM-OPER-ENTRY              OCCURS 100 TIMES.
015300         10  QAM-OPR-ID              PIC X(08).
015400         10  QAM-OPR-FIRST-DATE      PIC 9(08).
015500         10  QAM-OPR-REC-REVIEWED    PIC 9(05).
015600         10  QAM-OPR-REC-ERRORS      PIC 9(05).
015700         10  QAM-OPR-PRI-REVIEWED    PIC 9(05).
015800         10  QAM-OPR-PRI-ERRORS      PIC 9(05).
015900         10  QAM-OPR-RATED-SW        PIC X(01).
016000             88  QAM-OPR-RATED       VALUE "Y".
016100         10  QAM-OPR-VALID-SW        PIC X(01).
016200             88  QAM-OPR-VALID       VALUE "Y".
016300         10  QAM-OPR-REASON          PIC X(01).
016400         10  QAM-OPR-RATE            PIC 9(03).
016500         10  QAM-OPR-JRNL-SEEN       PIC 9(07).
016600         10  QAM-OPR-JRNL-DRAWN      PIC 9(07).
016700         10  QAM-OPR-CALC-SEEN       PIC 9(07).
016800         10  QAM-OPR-CALC-DRAWN      PIC 9(07).
016900 77  QAM-OPER-USED                   PIC 9(03) COMP VALUE ZERO.
017000 77  QAM-OPER-IDX                    PIC 9(03) COMP VALUE 1.
017100 77  QAM-OPER-FOUND-SW               PIC X(01) VALUE "N".
017200     88  QAM-OPER-FOUND              VALUE "Y".
017300 77  QAM-WORK-ID                     PIC X(08) VALUE SPACES.
017400 77  QAM-NEW-SW                      PIC X(01) VALUE "N".
017500     88  QAM-IS-NEW                  VALUE "Y".
017600 77  QAM-RISING-SW                   PIC X(01) VALUE "N".
017700     88  QAM-IS-RISING               VALUE "Y".
017800 77  QAM-CROSS-RECENT                PIC 9(10) VALUE ZERO.
017900 77  QAM-CROSS-PRIOR                 PIC 9(10) VALUE ZERO.
018000
018100******************************************************************
018200* THE REGISTER LINE - ONE PER OPERATOR SAMPLED TODAY.
018300******************************************************************
018400 01  QAM-DETAIL.
018500     05  FILLER                      PIC X(02) VALUE SPACES.
018600     05  QAM-DET-OPERATOR            PIC X(08).
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  QAM-DET-REASON              PIC X(06).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  QAM-DET-RATE                PIC ZZ9.
019100     05  FILLER                      PIC X(04) VALUE SPACES.
019200     05  QAM-DET-JRNL-SEEN           PIC Z,ZZZ,ZZ9.
019300     05  FILLER                      PIC X(02) VALUE SPACES.
019400     05  QAM-DET-JRNL-DRAWN          PIC Z,ZZZ,ZZ9.
019500     05  FILLER                      PIC X(02) VALUE SPACES.
019600     05  QAM-DET-CALC-SEEN           PIC Z,ZZZ,ZZ9.
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  QAM-DET-CALC-DRAWN          PIC Z,ZZZ,ZZ9.
019900     05  FILLER                      PIC X(04) VALUE SPACES.
020000     05  QAM-DET-REC-ERRORS          PIC ZZZZ9.
020100     05  FILLER                      PIC X(01) VALUE "/".
020200     05  QAM-DET-REC-REVIEWED        PIC ZZZZ9.
020300     05  FILLER                      PIC X(04) VALUE SPACES.
020400     05  QAM-DET-PRI-ERRORS          PIC ZZZZ9.
020500     05  FILLER                      PIC X(01) VALUE "/".
020600     05  QAM-DET-PRI-REVIEWED        PIC ZZZZ9.
020700     05  FILLER                      PIC X(33) VALUE SPACES.
020800
020900******************************************************************
021000* RUN TOTALS
021100******************************************************************
021200 77  QAM-JRNL-READ                   PIC 9(07) VALUE ZERO.
021300 77  QAM-JRNL-SEEN                   PIC 9(07) VALUE ZERO.
021400 77  QAM-JRNL-DRAWN                  PIC 9(07) VALUE ZERO.
021500 77  QAM-CALC-READ                   PIC 9(07) VALUE ZERO.
021600 77  QAM-CALC-SEEN                   PIC 9(07) VALUE ZERO.
021700 77  QAM-CALC-DRAWN                  PIC 9(07) VALUE ZERO.
021800 77  QAM-NOT-OPER-COUNT              PIC 9(07) VALUE ZERO.
021900 77  QAM-OVERFLOW-COUNT              PIC 9(07) VALUE ZERO.
022000 77  QAM-WRITE-ERRORS                PIC 9(07) VALUE ZERO.
022100 01  QAM-CNT-ED                      PIC Z,ZZZ,ZZ9.
022200
022300 PROCEDURE DIVISION.
022400******************************************************************
022500* 0000-MAINLINE
022600******************************************************************
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022900     OPEN OUTPUT PRINT-FILE.
023000     PERFORM 1500-PRINT-HEADINGS THRU 1500-PRINT-HEADINGS-EXIT.
023100     OPEN INPUT OPER-MASTER-FILE.
023200     IF NOT FS-SUCCESS OF WS-OPERMAST-STATUS
023300         DISPLAY "QAMUEST: OPERMAST NO DISPONIBLE - ESTADO "
023400             WS-OPERMAST-STATUS " - SIN MUESTREO."
023500         MOVE 4 TO RETURN-CODE
023600         GO TO 0000-MAINLINE-CLOSE
023700     END-IF.
023800     PERFORM 1200-OPEN-QAREV THRU 1200-OPEN-QAREV-EXIT.
023900     IF NOT QAM-QAREV-OPEN
024000         DISPLAY "QAMUEST: QAREV NO DISPONIBLE - ESTADO "
024100             WS-QAREV-STATUS " - SIN MUESTREO."
024200         MOVE 4 TO RETURN-CODE
024300         CLOSE OPER-MASTER-FILE
024400         GO TO 0000-MAINLINE-CLOSE
024500     END-IF.
024600     PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT.
024700     IF QAM-RERUN
024800         MOVE SPACES TO PRINT-LINE
024900         STRING "*** LA MUESTRA DEL " QAM-SAMPLE-DATE
025000             " YA ESTA EN QAREV - NO SE GRABA DE NUEVO."
025100             DELIMITED BY SIZE INTO PRINT-LINE
025200         WRITE PRINT-LINE
025300         DISPLAY "QAMUEST: MUESTRA DEL DIA YA GRABADA."
025400         CLOSE OPER-MASTER-FILE QA-REVIEW-FILE
025500         GO TO 0000-MAINLINE-CLOSE
025600     END-IF.
025700     PERFORM 3000-SCAN-JOURNAL THRU 3000-SCAN-JOURNAL-EXIT.
025800     PERFORM 4000-SCAN-CALCLOG THRU 4000-SCAN-CALCLOG-EXIT.
025900     CLOSE OPER-MASTER-FILE QA-REVIEW-FILE.
026000     PERFORM 5000-PRINT-REGISTER THRU 5000-PRINT-REGISTER-EXIT.
026100     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
026200     IF QAM-OVERFLOW-COUNT > ZERO
026300       OR QAM-WRITE-ERRORS > ZERO
026400         MOVE 4 TO RETURN-CODE
026500     END-IF.
026600     DISPLAY "QAMUEST: " QAM-JRNL-DRAWN " POSTEOS Y "
026700         QAM-CALC-DRAWN " CALCULOS A REVISION.".
026800 0000-MAINLINE-CLOSE.
026900     CLOSE PRINT-FILE.
027000 0000-MAINLINE-EXIT.
027100     GOBACK.
027200
027300******************************************************************
027400* 1000-INITIALIZE  -  THE DAY FROM SYSIN, THE QACTL RATES AND THE
027500*                     SEED OF THE RANDOM DRAW.
027600******************************************************************
027700 1000-INITIALIZE.
027800     DISPLAY "FECHA A MUESTREAR (AAAAMMDD, BLANCO=HOY): ".
027900     ACCEPT QAM-DATE-INPUT.
028000     IF QAM-DATE-INPUT IS NUMERIC
028100         MOVE QAM-DATE-INPUT TO QAM-SAMPLE-DATE
028200     ELSE
028300         ACCEPT QAM-SAMPLE-DATE FROM DATE YYYYMMDD
028400     END-IF.
028500     COMPUTE QAM-SAMPLE-INT =
028600         FUNCTION INTEGER-OF-DATE(QAM-SAMPLE-DATE).
028700     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
028800     ACCEPT QAM-TIME FROM TIME.
028900     COMPUTE QAM-SEED = QAM-TIME + 1.
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400* 1100-READ-CONTROL  -  A MISSING FILE OR A ZERO FIELD KEEPS THE
029500*                       DEFAULT.  A PER CENT OVER 100 IS TAKEN AS
029600*                       100.
029700******************************************************************
029800 1100-READ-CONTROL.
029900     OPEN INPUT QA-CTL-FILE.
030000     IF NOT FS-SUCCESS OF WS-QACTL-STATUS
030100         GO TO 1100-READ-CONTROL-EXIT
030200     END-IF.
030300     READ QA-CTL-FILE
030400         AT END
030500             CLOSE QA-CTL-FILE
030600             GO TO 1100-READ-CONTROL-EXIT
030700     END-READ.
030800     CLOSE QA-CTL-FILE.
030900     IF QCT-BASE-PERCENT IS NUMERIC
031000       AND QCT-BASE-PERCENT > ZERO
031100         MOVE QCT-BASE-PERCENT TO QAM-BASE-PERCENT
031200     END-IF.
031300     IF QCT-NEW-PERCENT IS NUMERIC
031400       AND QCT-NEW-PERCENT > ZERO
031500         MOVE QCT-NEW-PERCENT TO QAM-NEW-PERCENT
031600     END-IF.
031700     IF QCT-RISING-PERCENT IS NUMERIC
031800       AND QCT-RISING-PERCENT > ZERO
031900         MOVE QCT-RISING-PERCENT TO QAM-RISING-PERCENT
032000     END-IF.
032100     IF QCT-NEW-DAYS IS NUMERIC
032200       AND QCT-NEW-DAYS > ZERO
032300         MOVE QCT-NEW-DAYS TO QAM-NEW-DAYS
032400     END-IF.
032500     IF QCT-TREND-DAYS IS NUMERIC
032600       AND QCT-TREND-DAYS > ZERO
032700         MOVE QCT-TREND-DAYS TO QAM-TREND-DAYS
032800     END-IF.
032900     IF QCT-MIN-REVIEWED IS NUMERIC
033000       AND QCT-MIN-REVIEWED > ZERO
033100         MOVE QCT-MIN-REVIEWED TO QAM-MIN-REVIEWED
033200     END-IF.
033300     IF QAM-BASE-PERCENT > 100
033400         MOVE 100 TO QAM-BASE-PERCENT
033500     END-IF.
033600     IF QAM-NEW-PERCENT > 100
033700         MOVE 100 TO QAM-NEW-PERCENT
033800     END-IF.
033900     IF QAM-RISING-PERCENT > 100
034000         MOVE 100 TO QAM-RISING-PERCENT
034100     END-IF.
034200 1100-READ-CONTROL-EXIT.
034300     EXIT.
034400
034500******************************************************************
034600* 1200-OPEN-QAREV  -  QAREV I-O, CREATED EMPTY THE FIRST TIME.
034700******************************************************************
034800 1200-OPEN-QAREV.
034900     OPEN I-O QA-REVIEW-FILE.
035000     IF FS-NOT-FOUND OF WS-QAREV-STATUS
035100         OPEN OUTPUT QA-REVIEW-FILE
035200         CLOSE QA-REVIEW-FILE
035300         OPEN I-O QA-REVIEW-FILE
035400     END-IF.
035500     IF FS-SUCCESS OF WS-QAREV-STATUS
035600         SET QAM-QAREV-OPEN TO TRUE
035700     END-IF.
035800 1200-OPEN-QAREV-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200* 1500-PRINT-HEADINGS
036300******************************************************************
036400 1500-PRINT-HEADINGS.
036500     MOVE SPACES TO PRINT-LINE.
036600     STRING "MUESTREO DE CALIDAD DEL " QAM-SAMPLE-DATE
036700         "  BASE " QAM-BASE-PERCENT "%  NUEVOS " QAM-NEW-PERCENT
036800         "% (" QAM-NEW-DAYS " DIAS)  EN ALZA " QAM-RISING-PERCENT
036900         "% (" QAM-TREND-DAYS " DIAS, MINIMO " QAM-MIN-REVIEWED
037000         ")"
037100         DELIMITED BY SIZE INTO PRINT-LINE.
037200     WRITE PRINT-LINE.
037300     MOVE SPACES TO PRINT-LINE.
037400     WRITE PRINT-LINE.
037500     MOVE SPACES TO PRINT-LINE.
037600     STRING "  OPERADOR  MOTIVO    %      POSTEOS    MUESTRA"
037700         "   CALCULOS    MUESTRA       RECIENTE       ANTERIOR"
037800         DELIMITED BY SIZE INTO PRINT-LINE.
037900     WRITE PRINT-LINE.
038000     MOVE SPACES TO PRINT-LINE.
038100     STRING "                                                  "
038200         "                          ERR/REV        ERR/REV"
038300         DELIMITED BY SIZE INTO PRINT-LINE.
038400     WRITE PRINT-LINE.
038500 1500-PRINT-HEADINGS-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 2000-LOAD-HISTORY  -  ONE PASS OF QAREV IN KEY (SAMPLE DATE)
039000*                       ORDER.  AN OPERATOR'S FIRST RECORD IS
039100*                       THEIR FIRST SAMPLE; REVIEWED ITEMS FALL IN
039200*                       THE RECENT OR THE PRIOR TREND WINDOW BY
039300*                       AGE.  A RECORD FOR THE DAY IS A RERUN.
039400******************************************************************
039500 2000-LOAD-HISTORY.
039600     MOVE "N" TO QAM-EOF-SW.
039700     MOVE LOW-VALUES TO QAR-KEY.
039800     START QA-REVIEW-FILE KEY NOT < QAR-KEY
039900         INVALID KEY
040000             GO TO 2000-LOAD-HISTORY-EXIT
040100     END-START.
040200     PERFORM 2100-ONE-HISTORY THRU 2100-ONE-HISTORY-EXIT
040300         UNTIL QAM-EOF.
040400 2000-LOAD-HISTORY-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800* 2100-ONE-HISTORY
040900******************************************************************
041000 2100-ONE-HISTORY.
041100     READ QA-REVIEW-FILE NEXT
041200         AT END
041300             SET QAM-EOF TO TRUE
041400             GO TO 2100-ONE-HISTORY-EXIT
041500     END-READ.
041600     IF QAR-SAMPLE-DATE = QAM-SAMPLE-DATE
041700         SET QAM-RERUN TO TRUE
041800     END-IF.
041900     MOVE QAR-OPERATOR-ID TO QAM-WORK-ID.
042000     PERFORM 8000-FIND-OPERATOR THRU 8000-FIND-OPERATOR-EXIT.
042100     IF QAM-OPER-IDX = ZERO
042200         GO TO 2100-ONE-HISTORY-EXIT
042300     END-IF.
042400     IF QAM-OPR-FIRST-DATE(QAM-OPER-IDX) = ZERO
042500         MOVE QAR-SAMPLE-DATE TO QAM-OPR-FIRST-DATE(QAM-OPER-IDX)
042600     END-IF.
042700     IF NOT QAR-STAT-REVIEWED
042800         GO TO 2100-ONE-HISTORY-EXIT
042900     END-IF.
043000     COMPUTE QAM-REC-INT =
043100         FUNCTION INTEGER-OF-DATE(QAR-SAMPLE-DATE).
043200     COMPUTE QAM-AGE-DAYS = QAM-SAMPLE-INT - QAM-REC-INT.
043300     IF QAM-AGE-DAYS < ZERO
043400         GO TO 2100-ONE-HISTORY-EXIT
043500     END-IF.
043600     IF QAM-AGE-DAYS < QAM-TREND-DAYS
043700         ADD 1 TO QAM-OPR-REC-REVIEWED(QAM-OPER-IDX)
043800         IF QAR-STAT-ERROR
043900             ADD 1 TO QAM-OPR-REC-ERRORS(QAM-OPER-IDX)
044000         END-IF
044100         GO TO 2100-ONE-HISTORY-EXIT
044200     END-IF.
044300     IF QAM-AGE-DAYS < QAM-TREND-DAYS * 2
044400         ADD 1 TO QAM-OPR-PRI-REVIEWED(QAM-OPER-IDX)
044500         IF QAR-STAT-ERROR
044600             ADD 1 TO QAM-OPR-PRI-ERRORS(QAM-OPER-IDX)
044700         END-IF
044800     END-IF.
044900 2100-ONE-HISTORY-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300* 3000-SCAN-JOURNAL  -  THE DAY'S POSTJRNL ENTRIES.  A MISSING
045400*                       JOURNAL IS A DAY WITH NO POSTINGS.
045500******************************************************************
045600 3000-SCAN-JOURNAL.
045700     MOVE "N" TO QAM-EOF-SW.
045800     OPEN INPUT POST-JRNL-FILE.
045900     IF NOT FS-SUCCESS OF WS-JRNL-STATUS
046000         GO TO 3000-SCAN-JOURNAL-EXIT
046100     END-IF.
046200     PERFORM 3100-ONE-JOURNAL THRU 3100-ONE-JOURNAL-EXIT
046300         UNTIL QAM-EOF.
046400     CLOSE POST-JRNL-FILE.
046500 3000-SCAN-JOURNAL-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900* 3100-ONE-JOURNAL
047000******************************************************************
047100 3100-ONE-JOURNAL.
047200     READ POST-JRNL-FILE
047300         AT END
047400             SET QAM-EOF TO TRUE
047500             GO TO 3100-ONE-JOURNAL-EXIT
047600     END-READ.
047700     IF PJR-RUN-DATE NOT = QAM-SAMPLE-DATE
047800       OR PJR-OPERATOR-ID = SPACES
047900         GO TO 3100-ONE-JOURNAL-EXIT
048000     END-IF.
048100     ADD 1 TO QAM-JRNL-READ.
048200     MOVE PJR-OPERATOR-ID TO QAM-WORK-ID.
048300     PERFORM 8100-RATED-OPERATOR THRU 8100-RATED-OPERATOR-EXIT.
048400     IF QAM-OPER-IDX = ZERO
048500         GO TO 3100-ONE-JOURNAL-EXIT
048600     END-IF.
048700     ADD 1 TO QAM-OPR-JRNL-SEEN(QAM-OPER-IDX).
048800     ADD 1 TO QAM-JRNL-SEEN.
048900     PERFORM 8300-DRAW THRU 8300-DRAW-EXIT.
049000     IF NOT QAM-DRAWN
049100         GO TO 3100-ONE-JOURNAL-EXIT
049200     END-IF.
049300     PERFORM 8400-NEW-ITEM THRU 8400-NEW-ITEM-EXIT.
049400     SET QAR-KIND-POSTING TO TRUE.
049500     MOVE PJR-RUN-DATE       TO QAR-WORK-DATE.
049600     MOVE PJR-RUN-TIME       TO QAR-WORK-TIME.
049700     MOVE PJR-ACCOUNT-NUMBER TO QAR-ACCOUNT.
049800     MOVE PJR-SOURCE         TO QAR-SOURCE.
049900     MOVE PJR-AMOUNT         TO QAR-AMOUNT.
050000     MOVE PJR-NEW-BALANCE    TO QAR-NEW-BALANCE.
050100     PERFORM 8500-WRITE-ITEM THRU 8500-WRITE-ITEM-EXIT.
050200     IF QAM-DRAWN
050300         ADD 1 TO QAM-OPR-JRNL-DRAWN(QAM-OPER-IDX)
050400         ADD 1 TO QAM-JRNL-DRAWN
050500     END-IF.
050600 3100-ONE-JOURNAL-EXIT.
050700     EXIT.
050800
050900******************************************************************
051000* 4000-SCAN-CALCLOG  -  THE DAY'S CALCULADORA RUNS.
051100******************************************************************
051200 4000-SCAN-CALCLOG.
051300     MOVE "N" TO QAM-EOF-SW.
051400     OPEN INPUT CALC-LOG-FILE.
051500     IF NOT FS-SUCCESS OF WS-LOG-STATUS
051600         GO TO 4000-SCAN-CALCLOG-EXIT
051700     END-IF.
051800     PERFORM 4100-ONE-CALCLOG THRU 4100-ONE-CALCLOG-EXIT
051900         UNTIL QAM-EOF.
052000     CLOSE CALC-LOG-FILE.
052100 4000-SCAN-CALCLOG-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500* 4100-ONE-CALCLOG
052600******************************************************************
052700 4100-ONE-CALCLOG.
052800     READ CALC-LOG-FILE
052900         AT END
053000             SET QAM-EOF TO TRUE
053100             GO TO 4100-ONE-CALCLOG-EXIT
053200     END-READ.
053300     IF CALC-LOG-RUN-DATE NOT = QAM-SAMPLE-DATE
053400       OR CALC-LOG-OPERATOR-ID = SPACES
053500         GO TO 4100-ONE-CALCLOG-EXIT
053600     END-IF.
053700     ADD 1 TO QAM-CALC-READ.
053800     MOVE CALC-LOG-OPERATOR-ID TO QAM-WORK-ID.
053900     PERFORM 8100-RATED-OPERATOR THRU 8100-RATED-OPERATOR-EXIT.
054000     IF QAM-OPER-IDX = ZERO
054100         GO TO 4100-ONE-CALCLOG-EXIT
054200     END-IF.
054300     ADD 1 TO QAM-OPR-CALC-SEEN(QAM-OPER-IDX).
054400     ADD 1 TO QAM-CALC-SEEN.
054500     PERFORM 8300-DRAW THRU 8300-DRAW-EXIT.
054600     IF NOT QAM-DRAWN
054700         GO TO 4100-ONE-CALCLOG-EXIT
054800     END-IF.
054900     PERFORM 8400-NEW-ITEM THRU 8400-NEW-ITEM-EXIT.
055000     SET QAR-KIND-CALC TO TRUE.
055100     MOVE CALC-LOG-RUN-DATE    TO QAR-WORK-DATE.
055200     MOVE CALC-LOG-RUN-TIME    TO QAR-WORK-TIME.
055300     MOVE CALC-LOG-NUM1        TO QAR-CALC-NUM1.
055400     MOVE CALC-LOG-NUM2        TO QAR-CALC-NUM2.
055500     MOVE CALC-LOG-RESULTADO   TO QAR-CALC-RESULT.
055600     MOVE CALC-LOG-CLASS       TO QAR-CALC-CLASS.
055700     MOVE CALC-LOG-APPR-STATUS TO QAR-CALC-APPR-STATUS.
055800     PERFORM 8500-WRITE-ITEM THRU 8500-WRITE-ITEM-EXIT.
055900     IF QAM-DRAWN
056000         ADD 1 TO QAM-OPR-CALC-DRAWN(QAM-OPER-IDX)
056100         ADD 1 TO QAM-CALC-DRAWN
056200     END-IF.
056300 4100-ONE-CALCLOG-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700* 5000-PRINT-REGISTER  -  EVERY OPERATOR WITH WORK ON THE DAY.
056800******************************************************************
056900 5000-PRINT-REGISTER.
057000     IF QAM-OPER-USED > ZERO
057100         PERFORM 5100-PRINT-ONE-OPER THRU 5100-PRINT-ONE-OPER-EXIT
057200             VARYING QAM-OPER-IDX FROM 1 BY 1
057300             UNTIL QAM-OPER-IDX > QAM-OPER-USED
057400     END-IF.
057500 5000-PRINT-REGISTER-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 5100-PRINT-ONE-OPER
058000******************************************************************
058100 5100-PRINT-ONE-OPER.
058200     IF NOT QAM-OPR-RATED(QAM-OPER-IDX)
058300       OR NOT QAM-OPR-VALID(QAM-OPER-IDX)
058400         GO TO 5100-PRINT-ONE-OPER-EXIT
058500     END-IF.
058600     MOVE QAM-OPR-ID(QAM-OPER-IDX) TO QAM-DET-OPERATOR.
058700     EVALUATE QAM-OPR-REASON(QAM-OPER-IDX)
058800         WHEN "N"
058900             MOVE "NUEVO" TO QAM-DET-REASON
059000         WHEN "R"
059100             MOVE "ALZA" TO QAM-DET-REASON
059200         WHEN OTHER
059300             MOVE "BASE" TO QAM-DET-REASON
059400     END-EVALUATE.
059500     MOVE QAM-OPR-RATE(QAM-OPER-IDX)       TO QAM-DET-RATE.
059600     MOVE QAM-OPR-JRNL-SEEN(QAM-OPER-IDX)  TO QAM-DET-JRNL-SEEN.
059700     MOVE QAM-OPR-JRNL-DRAWN(QAM-OPER-IDX) TO QAM-DET-JRNL-DRAWN.
059800     MOVE QAM-OPR-CALC-SEEN(QAM-OPER-IDX)  TO QAM-DET-CALC-SEEN.
059900     MOVE QAM-OPR-CALC-DRAWN(QAM-OPER-IDX) TO QAM-DET-CALC-DRAWN.
060000     MOVE QAM-OPR-REC-ERRORS(QAM-OPER-IDX) TO QAM-DET-REC-ERRORS.
060100     MOVE QAM-OPR-REC-REVIEWED(QAM-OPER-IDX)
060200         TO QAM-DET-REC-REVIEWED.
060300     MOVE QAM-OPR-PRI-ERRORS(QAM-OPER-IDX) TO QAM-DET-PRI-ERRORS.
060400     MOVE QAM-OPR-PRI-REVIEWED(QAM-OPER-IDX)
060500         TO QAM-DET-PRI-REVIEWED.
060600     MOVE QAM-DETAIL TO PRINT-LINE.
060700     WRITE PRINT-LINE.
060800 5100-PRINT-ONE-OPER-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200* 6000-PRINT-TOTALS
061300******************************************************************
061400 6000-PRINT-TOTALS.
061500     MOVE SPACES TO PRINT-LINE.
061600     WRITE PRINT-LINE.
061700     MOVE "---- TOTALES ----" TO PRINT-LINE.
061800     WRITE PRINT-LINE.
061900     MOVE QAM-JRNL-READ TO QAM-CNT-ED.
062000     MOVE SPACES TO PRINT-LINE.
062100     STRING "POSTEOS DEL DIA:        " QAM-CNT-ED
062200         DELIMITED BY SIZE INTO PRINT-LINE.
062300     WRITE PRINT-LINE.
062400     MOVE QAM-JRNL-SEEN TO QAM-CNT-ED.
062500     MOVE SPACES TO PRINT-LINE.
062600     STRING "  DE OPERADORES:        " QAM-CNT-ED
062700         DELIMITED BY SIZE INTO PRINT-LINE.
062800     WRITE PRINT-LINE.
062900     MOVE QAM-JRNL-DRAWN TO QAM-CNT-ED.
063000     MOVE SPACES TO PRINT-LINE.
063100     STRING "  A REVISION:           " QAM-CNT-ED
063200         DELIMITED BY SIZE INTO PRINT-LINE.
063300     WRITE PRINT-LINE.
063400     MOVE QAM-CALC-READ TO QAM-CNT-ED.
063500     MOVE SPACES TO PRINT-LINE.
063600     STRING "CALCULOS DEL DIA:       " QAM-CNT-ED
063700         DELIMITED BY SIZE INTO PRINT-LINE.
063800     WRITE PRINT-LINE.
063900     MOVE QAM-CALC-SEEN TO QAM-CNT-ED.
064000     MOVE SPACES TO PRINT-LINE.
064100     STRING "  DE OPERADORES:        " QAM-CNT-ED
064200         DELIMITED BY SIZE INTO PRINT-LINE.
064300     WRITE PRINT-LINE.
064400     MOVE QAM-CALC-DRAWN TO QAM-CNT-ED.
064500     MOVE SPACES TO PRINT-LINE.
064600     STRING "  A REVISION:           " QAM-CNT-ED
064700         DELIMITED BY SIZE INTO PRINT-LINE.
064800     WRITE PRINT-LINE.
064900     MOVE QAM-NOT-OPER-COUNT TO QAM-CNT-ED.
065000     MOVE SPACES TO PRINT-LINE.
065100     STRING "SELLOS DE PROGRAMA:     " QAM-CNT-ED
065200         DELIMITED BY SIZE INTO PRINT-LINE.
065300     WRITE PRINT-LINE.
065400     MOVE QAM-OVERFLOW-COUNT TO QAM-CNT-ED.
065500     MOVE SPACES TO PRINT-LINE.
065600     STRING "SIN LUGAR EN LA TABLA:  " QAM-CNT-ED
065700         DELIMITED BY SIZE INTO PRINT-LINE.
065800     WRITE PRINT-LINE.
065900     MOVE QAM-WRITE-ERRORS TO QAM-CNT-ED.
066000     MOVE SPACES TO PRINT-LINE.
066100     STRING "ERRORES AL GRABAR:      " QAM-CNT-ED
066200         DELIMITED BY SIZE INTO PRINT-LINE.
066300     WRITE PRINT-LINE.
066400 6000-PRINT-TOTALS-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800* 8000-FIND-OPERATOR  -  FIND-OR-CREATE THE OPERATOR ROW FOR
066900*                        QAM-WORK-ID; IDX ZERO MEANS FULL.
067000******************************************************************
067100 8000-FIND-OPERATOR.
067200     MOVE "N" TO QAM-OPER-FOUND-SW.
067300     IF QAM-OPER-USED > ZERO
067400         PERFORM 8010-SCAN-OPERATOR
067500             THRU 8010-SCAN-OPERATOR-EXIT
067600             VARYING QAM-OPER-IDX FROM 1 BY 1
067700             UNTIL QAM-OPER-IDX > QAM-OPER-USED
067800                OR QAM-OPER-FOUND
067900     END-IF.
068000     IF QAM-OPER-FOUND
068100         SUBTRACT 1 FROM QAM-OPER-IDX
068200     ELSE
068300         IF QAM-OPER-USED >= QAM-OPER-MAX
068400             MOVE ZERO TO QAM-OPER-IDX
068500             GO TO 8000-FIND-OPERATOR-EXIT
068600         END-IF
068700         ADD 1 TO QAM-OPER-USED
068800         MOVE QAM-OPER-USED TO QAM-OPER-IDX
068900         MOVE SPACES TO QAM-OPER-ENTRY(QAM-OPER-IDX)
069000         MOVE QAM-WORK-ID TO QAM-OPR-ID(QAM-OPER-IDX)
069100         MOVE ZERO TO QAM-OPR-FIRST-DATE(QAM-OPER-IDX)
069200                      QAM-OPR-REC-REVIEWED(QAM-OPER-IDX)
069300                      QAM-OPR-REC-ERRORS(QAM-OPER-IDX)
069400                      QAM-OPR-PRI-REVIEWED(QAM-OPER-IDX)
069500                      QAM-OPR-PRI-ERRORS(QAM-OPER-IDX)
069600                      QAM-OPR-RATE(QAM-OPER-IDX)
069700                      QAM-OPR-JRNL-SEEN(QAM-OPER-IDX)
069800                      QAM-OPR-JRNL-DRAWN(QAM-OPER-IDX)
069900                      QAM-OPR-CALC-SEEN(QAM-OPER-IDX)
070000                      QAM-OPR-CALC-DRAWN(QAM-OPER-IDX)
070100         MOVE "N" TO QAM-OPR-RATED-SW(QAM-OPER-IDX)
070200                     QAM-OPR-VALID-SW(QAM-OPER-IDX)
070300     END-IF.
070400 8000-FIND-OPERATOR-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 8010-SCAN-OPERATOR
070900******************************************************************
071000 8010-SCAN-OPERATOR.
071100     IF QAM-OPR-ID(QAM-OPER-IDX) = QAM-WORK-ID
071200         SET QAM-OPER-FOUND TO TRUE
071300     END-IF.
071400 8010-SCAN-OPERATOR-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 8100-RATED-OPERATOR  -  THE ROW FOR A WORK ITEM'S OPERATOR,
071900*                         RATED THE FIRST TIME IT IS MET.  IDX
072000*                         ZERO MEANS NOT SAMPLED: NO ROOM IN THE
072100*                         TABLE, OR A PROGRAM STAMP, NOT AN
072200*                         OPERATOR.
072300******************************************************************
072400 8100-RATED-OPERATOR.
072500     PERFORM 8000-FIND-OPERATOR THRU 8000-FIND-OPERATOR-EXIT.
072600     IF QAM-OPER-IDX = ZERO
072700         ADD 1 TO QAM-OVERFLOW-COUNT
072800         GO TO 8100-RATED-OPERATOR-EXIT
072900     END-IF.
073000     IF NOT QAM-OPR-RATED(QAM-OPER-IDX)
073100         PERFORM 8200-RATE-OPERATOR THRU 8200-RATE-OPERATOR-EXIT
073200     END-IF.
073300     IF NOT QAM-OPR-VALID(QAM-OPER-IDX)
073400         ADD 1 TO QAM-NOT-OPER-COUNT
073500         MOVE ZERO TO QAM-OPER-IDX
073600     END-IF.
073700 8100-RATED-OPERATOR-EXIT.
073800     EXIT.
073900
074000******************************************************************
074100* 8200-RATE-OPERATOR  -  OPERMAST SAYS WHETHER THE ID IS AN
074200*                        OPERATOR AT ALL; THE HISTORY SAYS WHETHER
074300*                        THEY ARE NEW OR THEIR ERRORS ARE RISING:
074400*                        ENOUGH ITEMS REVIEWED RECENTLY, AT LEAST
074500*                        ONE ERROR AMONG THEM, AND A HIGHER RATE
074600*                        THAN BEFORE (CROSS-MULTIPLIED, SO AN
074700*                        EMPTY PRIOR WINDOW IS NEVER A DIVISOR).
074800******************************************************************
074900 8200-RATE-OPERATOR.
075000     SET QAM-OPR-RATED(QAM-OPER-IDX) TO TRUE.
075100     MOVE QAM-OPR-ID(QAM-OPER-IDX) TO OPR-OPERATOR-ID.
075200     READ OPER-MASTER-FILE
075300         INVALID KEY
075400             GO TO 8200-RATE-OPERATOR-EXIT
075500     END-READ.
075600     SET QAM-OPR-VALID(QAM-OPER-IDX) TO TRUE.
075700     MOVE "N" TO QAM-NEW-SW QAM-RISING-SW.
075800     IF QAM-OPR-FIRST-DATE(QAM-OPER-IDX) = ZERO
075900         SET QAM-IS-NEW TO TRUE
076000     ELSE
076100         COMPUTE QAM-REC-INT = FUNCTION INTEGER-OF-DATE
076200             (QAM-OPR-FIRST-DATE(QAM-OPER-IDX))
076300         COMPUTE QAM-AGE-DAYS = QAM-SAMPLE-INT - QAM-REC-INT
076400         IF QAM-AGE-DAYS < QAM-NEW-DAYS
076500             SET QAM-IS-NEW TO TRUE
076600         END-IF
076700     END-IF.
076800     IF QAM-OPR-REC-REVIEWED(QAM-OPER-IDX) NOT < QAM-MIN-REVIEWED
076900       AND QAM-OPR-REC-ERRORS(QAM-OPER-IDX) > ZERO
077000         COMPUTE QAM-CROSS-RECENT =
077100             QAM-OPR-REC-ERRORS(QAM-OPER-IDX)
077200           * QAM-OPR-PRI-REVIEWED(QAM-OPER-IDX)
077300         COMPUTE QAM-CROSS-PRIOR =
077400             QAM-OPR-PRI-ERRORS(QAM-OPER-IDX)
077500           * QAM-OPR-REC-REVIEWED(QAM-OPER-IDX)
077600         IF QAM-OPR-PRI-REVIEWED(QAM-OPER-IDX) = ZERO
077700           OR QAM-CROSS-RECENT > QAM-CROSS-PRIOR
077800             SET QAM-IS-RISING TO TRUE
077900         END-IF
078000     END-IF.
078100     MOVE "B" TO QAM-OPR-REASON(QAM-OPER-IDX).
078200     MOVE QAM-BASE-PERCENT TO QAM-OPR-RATE(QAM-OPER-IDX).
078300     IF QAM-IS-RISING
078400       AND QAM-RISING-PERCENT > QAM-OPR-RATE(QAM-OPER-IDX)
078500         MOVE "R" TO QAM-OPR-REASON(QAM-OPER-IDX)
078600         MOVE QAM-RISING-PERCENT TO QAM-OPR-RATE(QAM-OPER-IDX)
078700     END-IF.
078800     IF QAM-IS-NEW
078900       AND QAM-NEW-PERCENT > QAM-OPR-RATE(QAM-OPER-IDX)
079000         MOVE "N" TO QAM-OPR-REASON(QAM-OPER-IDX)
079100         MOVE QAM-NEW-PERCENT TO QAM-OPR-RATE(QAM-OPER-IDX)
079200     END-IF.
079300 8200-RATE-OPERATOR-EXIT.
079400     EXIT.
079500
079600******************************************************************
079700* 8300-DRAW  -  THE NEXT NUMBER OF THE GENERATOR AGAINST THE
079800*               OPERATOR'S PER CENT.
079900******************************************************************
080000 8300-DRAW.
080100     MOVE "N" TO QAM-DRAWN-SW.
080200     COMPUTE QAM-PRODUCT = QAM-SEED * 16807.
080300     DIVIDE QAM-PRODUCT BY 2147483647 GIVING QAM-QUOTIENT
080400         REMAINDER QAM-SEED.
080500     DIVIDE QAM-SEED BY 100 GIVING QAM-QUOTIENT
080600         REMAINDER QAM-DRAW.
080700     IF QAM-DRAW < QAM-OPR-RATE(QAM-OPER-IDX)
080800         SET QAM-DRAWN TO TRUE
080900     END-IF.
081000 8300-DRAW-EXIT.
081100     EXIT.
081200
081300******************************************************************
081400* 8400-NEW-ITEM  -  THE COMMON PART OF A QAREV RECORD.
081500******************************************************************
081600 8400-NEW-ITEM.
081700     MOVE SPACES TO QAR-REVIEW-RECORD.
081800     ADD 1 TO QAM-NEXT-SEQ.
081900     MOVE QAM-SAMPLE-DATE TO QAR-SAMPLE-DATE.
082000     MOVE QAM-NEXT-SEQ TO QAR-SEQ.
082100     MOVE QAM-WORK-ID TO QAR-OPERATOR-ID.
082200     MOVE QAM-OPR-REASON(QAM-OPER-IDX) TO QAR-RATE-REASON.
082300     MOVE QAM-OPR-RATE(QAM-OPER-IDX) TO QAR-RATE-PERCENT.
082400     SET QAR-STAT-PENDING TO TRUE.
082500     MOVE ZERO TO QAR-REVIEW-DATE.
082600 8400-NEW-ITEM-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000* 8500-WRITE-ITEM  -  A FAILED WRITE IS COUNTED AND THE ITEM IS
083100*                     NOT COUNTED AS DRAWN.
083200******************************************************************
083300 8500-WRITE-ITEM.
083400     WRITE QAR-REVIEW-RECORD
083500         INVALID KEY
083600             ADD 1 TO QAM-WRITE-ERRORS
083700             MOVE "N" TO QAM-DRAWN-SW
083800     END-WRITE.
083900 8500-WRITE-ITEM-EXIT.
084000     EXIT.
084100
084200 END PROGRAM QAMUEST.
