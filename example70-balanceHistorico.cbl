000100******************************************************************
000200* PROGRAM-ID: BALHIST
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 17/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     HISTORICAL TRIAL BALANCE AS OF A PAST BUSINESS DATE
000800*              (AAAAMMDD ON SYSIN, VALIDATED THROUGH FECHALAB).
000900*              BALANCE-CUENTAS ONLY KNOWS TONIGHT'S ACCTMAST; THIS
001000*              RUN WORKS EACH ACCOUNT BACK FROM ITS CURRENT
001100*              BALANCE AND ACCRUED-INTEREST BUCKET BY UNDOING
001200*              EVERY JOURNALED MOVEMENT DATED AFTER THE AS-OF
001300*              DATE, TAKEN FROM THE ACCOUNT'S POSTJRNI SLICE:
001400*                "ACR "  MOVED THE BUCKET ONLY
001500*                "CAP "  MOVED THE BUCKET INTO THE BALANCE
001600*                "RVL "  CHAINS THE CURRENCY POSITION MARKERS,
001700*                        NOT AN ACCOUNT - IGNORED
001800*                OTHERS  MOVED THE BALANCE
001900*              MOVEMENTS OLDER THAN THE LIVE JOURNAL (ITS FIRST
002000*              RECORD ON POSTJRNL GIVES THE DATE) COME FROM THE
002100*              ARCHIVED GENERATION ON POSTJRNA, LOADED ONCE INTO
002200*              A PER-ACCOUNT TABLE.  AN ACCOUNT WHOSE "NVA "
002300*              OPENING IS DATED AFTER THE AS-OF DATE DID NOT
002400*              EXIST THEN AND IS LEFT OUT.  THE REPORT KEEPS THE
002500*              BALANCE-CUENTAS LAYOUT - CUSTOMER ORDER THROUGH
002600*              THE ALTERNATE KEY, A SUBTOTAL ON EVERY CUSTOMER
002700*              BREAK, NEGATIVE BALANCES FLAGGED, PER-CURRENCY
002800*              SECTIONS - WITH THE RECONSTRUCTED BUCKET ON EACH
002900*              LINE.  NO LOCAL-EQUIVALENT TOTAL IS PRINTED: FXRATE
003000*              HOLDS TODAY'S RATES, NOT THE AS-OF DATE'S.  THE
003100*              CONTROL LINE PROVES THE GRAND TOTAL AGAINST THE
003200*              CIERRDIA CERTIFIED TOTAL FOR THAT DAY ON DIATOTAL
003300*              (OR ITS DIATOTLA ARCHIVE) WHEN ONE EXISTS; AN
003400*              ACCOUNT DELETED FROM ACCTMAST SINCE THEN SHOWS UP
003500*              THERE AS A DIFFERENCE.  RUN AFTER PJRNLIX, SO
003600*              POSTJRNI HOLDS EVERY MOVEMENT ACCTMAST DOES.
003700*              RETURN-CODE 4 ON A BAD DATE, A MISSING FILE, AN
003800*              INCOMPLETE RECONSTRUCTION OR A PROOF DIFFERENCE.
003900* TECTONICS:   cobc -x example70-balanceHistorico.cbl
004000*                  example41-fechaLaboral.cbl
004100*
004200* MODIFICATION HISTORY
004300*   17/09/26  JPL  INITIAL VERSION.
004310*   21/09/26  JPL  BHS-ARC-IDX WIDENED TO 9(04) - AT 999 ENTRIES
004320*                  THE TABLE SCAN COULD NOT STEP PAST THE END.
004400******************************************************************
004500
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. BALHIST.
004800
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ACM-ACCOUNT-NUMBER
005600         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-ACCTMAST-STATUS.
005900
006000     SELECT POST-JRNL-INDEX ASSIGN TO "POSTJRNI"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PJX-KEY
006400         FILE STATUS IS WS-JRNLI-STATUS.
006500
006600     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-JRNL-STATUS.
006900
007000     SELECT POST-JRNL-ARCH ASSIGN TO "POSTJRNA"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-JRNA-STATUS.
007300
007400     SELECT DAY-TOTAL-FILE ASSIGN TO "DIATOTAL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-DIATOT-STATUS.
007700
007800     SELECT DAY-TOTAL-ARCH ASSIGN TO "DIATOTLA"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-DTOTA-STATUS.
008100
008200     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-PRINT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  ACCT-MASTER-FILE.
008900 COPY ACCTREC.
009000
009100 FD  POST-JRNL-INDEX.
009200 COPY PJIXREC.
009300
009400 FD  POST-JRNL-FILE.
009500 COPY PSTJRNL.
009600
009700******************************************************************
009800* THE ARCHIVED JOURNAL CARRIES THE SAME LAYOUT; THE RECORDS ARE
009900* READ INTO THE FD ABOVE THROUGH THE SHARED WORK RECORD.
010000******************************************************************
010100 FD  POST-JRNL-ARCH.
010200 01  PJR-ARCH-RECORD                 PIC X(111).
010300
010400 FD  DAY-TOTAL-FILE.
010500 01  DAY-TOTAL-RECORD.
010600     05  DAY-TOT-DATE                PIC 9(08).
010700     05  DAY-TOT-BALANCE             PIC S9(11)V99
010800                                     SIGN LEADING SEPARATE.
010900
011000 FD  DAY-TOTAL-ARCH.
011100 01  DAY-TOTAL-ARCH-RECORD           PIC X(22).
011200
011300 FD  PRINT-FILE.
011400 01  PRINT-LINE                      PIC X(132).
011500
011600 WORKING-STORAGE SECTION.
011700 01  WS-ACCTMAST-STATUS.
011800     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
011900 01  WS-JRNLI-STATUS.
012000     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNLI-CODE.
012100 01  WS-JRNL-STATUS.
012200     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
012300 01  WS-JRNA-STATUS.
012400     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNA-CODE.
012500 01  WS-DIATOT-STATUS.
012600     COPY FSTATCOD REPLACING FS-NAME BY WS-DIATOT-CODE.
012700 01  WS-DTOTA-STATUS.
012800     COPY FSTATCOD REPLACING FS-NAME BY WS-DTOTA-CODE.
012900 01  WS-PRINT-STATUS.
013000     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
013100 COPY FECHPARM.
013200
013300 77  BHS-EOF-SW                      PIC X(01) VALUE "N".
013400     88  BHS-EOF                     VALUE "Y".
013500 77  BHS-JRN-EOF-SW                  PIC X(01) VALUE "N".
013600     88  BHS-JRN-EOF                 VALUE "Y".
013700 77  BHS-TODAY                       PIC 9(08).
013800 77  BHS-DATE-INPUT                  PIC X(08) VALUE SPACES.
013900 77  BHS-AS-OF                       PIC 9(08) VALUE ZERO.
014000 77  BHS-DATE-INT                    PIC S9(09) COMP VALUE ZERO.
014100 77  BHS-LIVE-FROM                   PIC 9(08) VALUE 99999999.
014200 77  BHS-ARCH-FROM                   PIC 9(08) VALUE ZERO.
014300 77  BHS-INCOMPLETE-SW               PIC X(01) VALUE "N".
014400     88  BHS-INCOMPLETE              VALUE "Y".
014500
014600******************************************************************
014700* THE MOVEMENT BEING UNDONE, FROM EITHER JOURNAL, AND WHAT IT
014800* ADDS TO THE ACCOUNT'S AFTER-DATE DELTAS.
014900******************************************************************
015000 77  BHS-MV-SOURCE                   PIC X(04) VALUE SPACES.
015100     88  BHS-MV-ACCRUAL              VALUE "ACR ".
015200     88  BHS-MV-CAPITALIZE           VALUE "CAP ".
015300     88  BHS-MV-REVALUATION          VALUE "RVL ".
015400     88  BHS-MV-NEW-ACCOUNT          VALUE "NVA ".
015500 77  BHS-MV-AMOUNT                   PIC S9(09)V99 VALUE ZERO.
015600 77  BHS-DELTA-BAL                   PIC S9(11)V99 VALUE ZERO.
015700 77  BHS-DELTA-BUCKET                PIC S9(09)V99 VALUE ZERO.
015800 77  BHS-OPENED-LATER-SW             PIC X(01) VALUE "N".
015900     88  BHS-OPENED-LATER            VALUE "Y".
016000
016100******************************************************************
016200* THE ACCOUNT AS OF THE DATE
016300******************************************************************
016400 77  BHS-BALANCE                     PIC S9(11)V99 VALUE ZERO.
016500 77  BHS-BUCKET                      PIC S9(09)V99 VALUE ZERO.
016600
016700******************************************************************
016800* ARCHIVED MOVEMENTS DATED AFTER THE AS-OF DATE, SUMMED PER
016900* ACCOUNT.  A FULL TABLE LEAVES THE REST OUT AND MARKS THE RUN
017000* INCOMPLETE.
017100******************************************************************
017200 77  BHS-ARC-MAX                     PIC 9(03) VALUE 999.
017300 01  BHS-ARC-TABLE.
017400     05  BHS-ARC-ENTRY               OCCURS 999 TIMES.
017500         10  BHS-ARC-ACCOUNT         PIC X(10).
017600         10  BHS-ARC-BAL             PIC S9(11)V99.
017700         10  BHS-ARC-BUCKET          PIC S9(09)V99.
017800         10  BHS-ARC-OPENED          PIC X(01).
017900 77  BHS-ARC-USED                    PIC 9(03) COMP VALUE ZERO.
018000 77  BHS-ARC-IDX                     PIC 9(04) COMP VALUE 1.
018100 77  BHS-ARC-FOUND-SW                PIC X(01) VALUE "N".
018200     88  BHS-ARC-FOUND               VALUE "Y".
018300 77  BHS-ARC-READ                    PIC 9(07) VALUE ZERO.
018400 77  BHS-ARC-TAKEN                   PIC 9(07) VALUE ZERO.
018500 77  BHS-ARC-LOST                    PIC 9(07) VALUE ZERO.
018600
018700******************************************************************
018800* REPORT TOTALS AND CUSTOMER BREAK, AS IN BALANCE-CUENTAS
018900******************************************************************
019000 77  BHS-REC-COUNT                   PIC 9(07) VALUE ZERO.
019100 77  BHS-NEG-COUNT                   PIC 9(07) VALUE ZERO.
019200 77  BHS-LATER-COUNT                 PIC 9(07) VALUE ZERO.
019300 77  BHS-GRAND-TOTAL                 PIC S9(11)V99 VALUE ZERO.
019400 77  BHS-BUCKET-TOTAL                PIC S9(11)V99 VALUE ZERO.
019500 77  BHS-CUST-TOTAL                  PIC S9(11)V99 VALUE ZERO.
019600 77  BHS-CUST-COUNT                  PIC 9(05) VALUE ZERO.
019700 77  BHS-PREV-CUSTOMER               PIC X(08) VALUE SPACES.
019800 77  BHS-FIRST-REC-SW                PIC X(01) VALUE "Y".
019900     88  BHS-FIRST-REC               VALUE "Y".
020000 01  BHS-AMT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
020100 01  BHS-INT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
020200 01  BHS-COUNT-ED                    PIC Z,ZZZ,ZZ9.
020300
020400 77  BHS-CCY-MAX                     PIC 9(02) VALUE 10.
020500 01  BHS-CCY-TABLE.
020600     05  BHS-CCY-ENTRY               OCCURS 10 TIMES.
020700         10  BHS-CCY-CODE            PIC X(03).
020800         10  BHS-CCY-COUNT           PIC 9(07).
020900         10  BHS-CCY-TOTAL           PIC S9(11)V99.
021000         10  BHS-CCY-BUCKET          PIC S9(11)V99.
021100 77  BHS-CCY-USED                    PIC 9(02) COMP VALUE ZERO.
021200 77  BHS-CCY-IDX                     PIC 9(02) COMP VALUE 1.
021300 77  BHS-CCY-FOUND-SW                PIC X(01) VALUE "N".
021400     88  BHS-CCY-FOUND               VALUE "Y".
021500 77  BHS-WORK-CCY                    PIC X(03) VALUE SPACES.
021600
021700******************************************************************
021800* THE DIATOTAL PROOF
021900******************************************************************
022000 77  BHS-CERT-FOUND-SW               PIC X(01) VALUE "N".
022100     88  BHS-CERT-FOUND              VALUE "Y".
022200 77  BHS-CERT-TOTAL                  PIC S9(11)V99 VALUE ZERO.
022300 77  BHS-CERT-SOURCE                 PIC X(08) VALUE SPACES.
022400 77  BHS-CERT-DIFF                   PIC S9(11)V99 VALUE ZERO.
022500
022600 PROCEDURE DIVISION.
022700******************************************************************
022800* 0000-MAINLINE
022900******************************************************************
023000 0000-MAINLINE.
023100     ACCEPT BHS-TODAY FROM DATE YYYYMMDD.
023200     PERFORM 1000-GET-DATE THRU 1000-GET-DATE-EXIT.
023300     IF RETURN-CODE NOT = ZERO
023400         GO TO 0000-MAINLINE-EXIT
023500     END-IF.
023600     OPEN INPUT ACCT-MASTER-FILE.
023700     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
023800         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
023900             WS-ACCTMAST-STATUS
024000         MOVE 4 TO RETURN-CODE
024100         GO TO 0000-MAINLINE-EXIT
024200     END-IF.
024300     OPEN INPUT POST-JRNL-INDEX.
024400     IF NOT FS-SUCCESS OF WS-JRNLI-STATUS
024500         DISPLAY "POSTJRNI NO DISPONIBLE - ESTADO "
024600             WS-JRNLI-STATUS " - EJECUTE PJRNLIX ANTES."
024700         CLOSE ACCT-MASTER-FILE
024800         MOVE 4 TO RETURN-CODE
024900         GO TO 0000-MAINLINE-EXIT
025000     END-IF.
025100     OPEN OUTPUT PRINT-FILE.
025200     PERFORM 1100-PRINT-HEADING THRU 1100-PRINT-HEADING-EXIT.
025300     PERFORM 1500-FIND-LIVE-START THRU 1500-FIND-LIVE-START-EXIT.
025400     IF BHS-AS-OF < BHS-LIVE-FROM
025500         PERFORM 1600-LOAD-ARCHIVE THRU 1600-LOAD-ARCHIVE-EXIT
025600     END-IF.
025700     PERFORM 1200-PRINT-COLUMNS THRU 1200-PRINT-COLUMNS-EXIT.
025800     PERFORM 2000-POSITION-FILE THRU 2000-POSITION-FILE-EXIT.
025900     PERFORM 3000-READ-NEXT-ACCT THRU 3000-READ-NEXT-ACCT-EXIT.
026000     PERFORM 4000-REPORT-ACCOUNT THRU 4000-REPORT-ACCOUNT-EXIT
026100         UNTIL BHS-EOF.
026200     IF NOT BHS-FIRST-REC
026300         PERFORM 5000-CUSTOMER-BREAK THRU 5000-CUSTOMER-BREAK-EXIT
026400     END-IF.
026500     PERFORM 6000-PRINT-GRAND-TOTAL
026600         THRU 6000-PRINT-GRAND-TOTAL-EXIT.
026700     PERFORM 7000-PROVE-TOTAL THRU 7000-PROVE-TOTAL-EXIT.
026800     IF BHS-INCOMPLETE
026900         MOVE 4 TO RETURN-CODE
027000     END-IF.
027100     CLOSE PRINT-FILE.
027200     CLOSE POST-JRNL-INDEX.
027300     CLOSE ACCT-MASTER-FILE.
027400 0000-MAINLINE-EXIT.
027500     GOBACK.
027600
027700******************************************************************
027800* 1000-GET-DATE  -  THE AS-OF DATE MUST BE A REAL DATE BEFORE
027900*                   TODAY AND A BUSINESS DAY ON THE SITE
028000*                   CALENDAR.  ON A WEEKEND OR HOLIDAY THE
028100*                   PREVIOUS BUSINESS DAY IS OFFERED - NOTHING
028200*                   POSTS IN BETWEEN, SO ITS BALANCES ARE THE ONES
028300*                   WANTED.
028400******************************************************************
028500 1000-GET-DATE.
028600     DISPLAY "FECHA DEL BALANCE (AAAAMMDD): ".
028700     ACCEPT BHS-DATE-INPUT.
028800     IF BHS-DATE-INPUT NOT NUMERIC
028900         DISPLAY "FECHA INVALIDA: " BHS-DATE-INPUT
029000         MOVE 4 TO RETURN-CODE
029100         GO TO 1000-GET-DATE-EXIT
029200     END-IF.
029300     MOVE BHS-DATE-INPUT TO BHS-AS-OF.
029400     COMPUTE BHS-DATE-INT = FUNCTION INTEGER-OF-DATE(BHS-AS-OF).
029500     IF BHS-DATE-INT NOT > ZERO
029600         DISPLAY "FECHA INVALIDA: " BHS-DATE-INPUT
029700         MOVE 4 TO RETURN-CODE
029800         GO TO 1000-GET-DATE-EXIT
029900     END-IF.
030000     IF BHS-AS-OF NOT < BHS-TODAY
030100         DISPLAY "LA FECHA DEBE SER ANTERIOR A HOY - PARA HOY "
030200             "EJECUTE BALANCE-CUENTAS."
030300         MOVE 4 TO RETURN-CODE
030400         GO TO 1000-GET-DATE-EXIT
030500     END-IF.
030600     MOVE BHS-AS-OF TO FCH-REQ-DATE.
030700     MOVE "V" TO FCH-REQ-FUNC.
030800     CALL "FECHALAB" USING FCH-PARM.
030900     IF FCH-CAL-MISSING
031000         DISPLAY "AVISO: CALFERI NO EXISTE - SOLO SE APLICA "
031100             "LA REGLA DE FIN DE SEMANA."
031200     END-IF.
031300     IF FCH-NOT-BUSINESS
031400         MOVE BHS-AS-OF TO FCH-REQ-DATE
031500         MOVE "A" TO FCH-REQ-FUNC
031600         CALL "FECHALAB" USING FCH-PARM
031700         DISPLAY BHS-AS-OF " NO ES DIA HABIL - EL DIA HABIL "
031800             "ANTERIOR ES " FCH-REPLY-DATE "."
031900         MOVE 4 TO RETURN-CODE
032000     END-IF.
032100 1000-GET-DATE-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 1100-PRINT-HEADING
032600******************************************************************
032700 1100-PRINT-HEADING.
032800     MOVE SPACES TO PRINT-LINE.
032900     STRING "BALANCE DE COMPROBACION HISTORICO AL " BHS-AS-OF
033000         "   (RECONSTRUIDO EL " BHS-TODAY
033100         " DESDE ACCTMAST Y POSTJRNI)"
033200         DELIMITED BY SIZE INTO PRINT-LINE.
033300     WRITE PRINT-LINE.
033400 1100-PRINT-HEADING-EXIT.
033500     EXIT.
033600
033700******************************************************************
033800* 1200-PRINT-COLUMNS
033900******************************************************************
034000 1200-PRINT-COLUMNS.
034100     MOVE SPACES TO PRINT-LINE.
034200     WRITE PRINT-LINE.
034300     MOVE SPACES TO PRINT-LINE.
034400     STRING "CLIENTE   CUENTA      NOMBRE"
034500         "                            BALANCE        MON"
034600         "    INTERES DEVENGADO"
034700         DELIMITED BY SIZE INTO PRINT-LINE.
034800     WRITE PRINT-LINE.
034900 1200-PRINT-COLUMNS-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300* 1500-FIND-LIVE-START  -  POSTJRNL IS WRITTEN IN DATE ORDER, SO
035400*                          ITS FIRST RECORD IS THE OLDEST MOVEMENT
035500*                          STILL LIVE (AND ON POSTJRNI).  ANYTHING
035600*                          OLDER WAS PURGED TO THE ARCHIVE.
035700******************************************************************
035800 1500-FIND-LIVE-START.
035900     OPEN INPUT POST-JRNL-FILE.
036000     IF NOT FS-SUCCESS OF WS-JRNL-STATUS
036100         GO TO 1500-FIND-LIVE-START-EXIT
036200     END-IF.
036300     READ POST-JRNL-FILE
036400         AT END
036500             CONTINUE
036600         NOT AT END
036700             MOVE PJR-RUN-DATE TO BHS-LIVE-FROM
036800     END-READ.
036900     CLOSE POST-JRNL-FILE.
037000     MOVE SPACES TO PRINT-LINE.
037100     STRING "DIARIO VIVO DESDE EL " BHS-LIVE-FROM
037200         DELIMITED BY SIZE INTO PRINT-LINE.
037300     WRITE PRINT-LINE.
037400 1500-FIND-LIVE-START-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800* 1600-LOAD-ARCHIVE  -  THE AS-OF DATE PREDATES THE LIVE JOURNAL:
037900*                       THE MOVEMENTS IN BETWEEN ARE ON POSTJRNA.
038000*                       WITHOUT IT THE RECONSTRUCTION CANNOT BE
038100*                       COMPLETE, AND THE REPORT SAYS SO.
038200******************************************************************
038300 1600-LOAD-ARCHIVE.
038400     OPEN INPUT POST-JRNL-ARCH.
038500     IF NOT FS-SUCCESS OF WS-JRNA-STATUS
038600         SET BHS-INCOMPLETE TO TRUE
038700         MOVE SPACES TO PRINT-LINE
038800         STRING "*** POSTJRNA NO DISPONIBLE - LA FECHA ES "
038900             "ANTERIOR AL DIARIO VIVO: RECONSTRUCCION INCOMPLETA"
039000             DELIMITED BY SIZE INTO PRINT-LINE
039100         WRITE PRINT-LINE
039200         GO TO 1600-LOAD-ARCHIVE-EXIT
039300     END-IF.
039400     MOVE "N" TO BHS-JRN-EOF-SW.
039500     PERFORM 1610-ONE-ARCH-REC THRU 1610-ONE-ARCH-REC-EXIT
039600         UNTIL BHS-JRN-EOF.
039700     CLOSE POST-JRNL-ARCH.
039800     MOVE SPACES TO PRINT-LINE.
039900     STRING "ARCHIVO POSTJRNA DESDE EL " BHS-ARCH-FROM
040000         "  REGISTROS " BHS-ARC-READ
040100         "  POSTERIORES A LA FECHA " BHS-ARC-TAKEN
040200         DELIMITED BY SIZE INTO PRINT-LINE.
040300     WRITE PRINT-LINE.
040400     IF BHS-ARCH-FROM > BHS-AS-OF
040500         MOVE SPACES TO PRINT-LINE
040600         STRING "AVISO: EL ARCHIVO EMPIEZA DESPUES DE LA FECHA - "
040700             "SI HUBO MOVIMIENTOS ENTRE AMBAS FALTA UNA "
040800             "GENERACION ANTERIOR"
040900             DELIMITED BY SIZE INTO PRINT-LINE
041000         WRITE PRINT-LINE
041100     END-IF.
041200     IF BHS-ARC-LOST > ZERO
041300         SET BHS-INCOMPLETE TO TRUE
041400         MOVE SPACES TO PRINT-LINE
041500         STRING "*** TABLA DE CUENTAS DEL ARCHIVO LLENA - "
041600             BHS-ARC-LOST " MOVIMIENTOS FUERA: RECONSTRUCCION "
041700             "INCOMPLETA"
041800             DELIMITED BY SIZE INTO PRINT-LINE
041900         WRITE PRINT-LINE
042000     END-IF.
042100 1600-LOAD-ARCHIVE-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 1610-ONE-ARCH-REC  -  ONLY MOVEMENTS AFTER THE AS-OF DATE AND
042600*                       BEFORE THE LIVE JOURNAL ARE TAKEN; THE
042700*                       LIVE ONES COME FROM POSTJRNI.
042800******************************************************************
042900 1610-ONE-ARCH-REC.
043000     READ POST-JRNL-ARCH
043100         AT END
043200             SET BHS-JRN-EOF TO TRUE
043300             GO TO 1610-ONE-ARCH-REC-EXIT
043400     END-READ.
043500     MOVE PJR-ARCH-RECORD TO PJR-JOURNAL-RECORD.
043600     ADD 1 TO BHS-ARC-READ.
043700     IF BHS-ARC-READ = 1
043800         MOVE PJR-RUN-DATE TO BHS-ARCH-FROM
043900     END-IF.
044000     IF PJR-RUN-DATE NOT > BHS-AS-OF
044100       OR PJR-RUN-DATE NOT < BHS-LIVE-FROM
044200         GO TO 1610-ONE-ARCH-REC-EXIT
044300     END-IF.
044400     ADD 1 TO BHS-ARC-TAKEN.
044500     MOVE "N" TO BHS-ARC-FOUND-SW.
044600     IF BHS-ARC-USED > ZERO
044700         PERFORM 1620-SCAN-ARCH THRU 1620-SCAN-ARCH-EXIT
044800             VARYING BHS-ARC-IDX FROM 1 BY 1
044900             UNTIL BHS-ARC-IDX > BHS-ARC-USED
045000                OR BHS-ARC-FOUND
045100     END-IF.
045200     IF BHS-ARC-FOUND
045300         SUBTRACT 1 FROM BHS-ARC-IDX
045400     ELSE
045500         IF BHS-ARC-USED >= BHS-ARC-MAX
045600             ADD 1 TO BHS-ARC-LOST
045700             GO TO 1610-ONE-ARCH-REC-EXIT
045800         END-IF
045900         ADD 1 TO BHS-ARC-USED
046000         MOVE BHS-ARC-USED TO BHS-ARC-IDX
046100         MOVE PJR-ACCOUNT-NUMBER TO BHS-ARC-ACCOUNT(BHS-ARC-IDX)
046200         MOVE ZERO TO BHS-ARC-BAL(BHS-ARC-IDX)
046300         MOVE ZERO TO BHS-ARC-BUCKET(BHS-ARC-IDX)
046400         MOVE "N" TO BHS-ARC-OPENED(BHS-ARC-IDX)
046500     END-IF.
046600     MOVE BHS-ARC-BAL(BHS-ARC-IDX) TO BHS-DELTA-BAL.
046700     MOVE BHS-ARC-BUCKET(BHS-ARC-IDX) TO BHS-DELTA-BUCKET.
046800     MOVE BHS-ARC-OPENED(BHS-ARC-IDX) TO BHS-OPENED-LATER-SW.
046900     MOVE PJR-SOURCE TO BHS-MV-SOURCE.
047000     MOVE PJR-AMOUNT TO BHS-MV-AMOUNT.
047100     PERFORM 2200-TAKE-MOVE THRU 2200-TAKE-MOVE-EXIT.
047200     MOVE BHS-DELTA-BAL TO BHS-ARC-BAL(BHS-ARC-IDX).
047300     MOVE BHS-DELTA-BUCKET TO BHS-ARC-BUCKET(BHS-ARC-IDX).
047400     MOVE BHS-OPENED-LATER-SW TO BHS-ARC-OPENED(BHS-ARC-IDX).
047500 1610-ONE-ARCH-REC-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 1620-SCAN-ARCH
048000******************************************************************
048100 1620-SCAN-ARCH.
048200     IF BHS-ARC-ACCOUNT(BHS-ARC-IDX) = PJR-ACCOUNT-NUMBER
048300         SET BHS-ARC-FOUND TO TRUE
048400     END-IF.
048500 1620-SCAN-ARCH-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 2000-POSITION-FILE  -  LOWEST CUSTOMER ID, SO THE PASS RUNS IN
049000*                        CUSTOMER ORDER AND THE BREAKS LINE UP.
049100******************************************************************
049200 2000-POSITION-FILE.
049300     MOVE LOW-VALUES TO ACM-CUSTOMER-ID.
049400     START ACCT-MASTER-FILE KEY NOT < ACM-CUSTOMER-ID
049500         INVALID KEY
049600             SET BHS-EOF TO TRUE
049700     END-START.
049800 2000-POSITION-FILE-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 2100-RECONSTRUCT  -  THE ACCOUNT IN THE FD AS OF THE DATE: ITS
050300*                      CURRENT FIGURES LESS EVERYTHING JOURNALED
050400*                      AFTER THE DATE, LIVE AND ARCHIVED.
050500******************************************************************
050600 2100-RECONSTRUCT.
050700     MOVE ZERO TO BHS-DELTA-BAL BHS-DELTA-BUCKET.
050800     MOVE "N" TO BHS-OPENED-LATER-SW.
050900     MOVE "N" TO BHS-JRN-EOF-SW.
051000     MOVE ACM-ACCOUNT-NUMBER TO PJX-ACCOUNT.
051100     MOVE BHS-AS-OF TO PJX-RUN-DATE.
051200     MOVE 99999999 TO PJX-RUN-TIME.
051300     MOVE 9999999 TO PJX-SEQ.
051400     START POST-JRNL-INDEX KEY > PJX-KEY
051500         INVALID KEY
051600             SET BHS-JRN-EOF TO TRUE
051700     END-START.
051800     PERFORM 2110-ONE-LIVE-MOVE THRU 2110-ONE-LIVE-MOVE-EXIT
051900         UNTIL BHS-JRN-EOF.
052000     IF BHS-ARC-USED > ZERO
052100         PERFORM 2120-ADD-ARCHIVE THRU 2120-ADD-ARCHIVE-EXIT
052200     END-IF.
052300     COMPUTE BHS-BALANCE = ACM-ACCOUNT-BALANCE - BHS-DELTA-BAL.
052400     IF ACM-ACCRUED-INTEREST IS NUMERIC
052500         COMPUTE BHS-BUCKET =
052600             ACM-ACCRUED-INTEREST - BHS-DELTA-BUCKET
052700     ELSE
052800         COMPUTE BHS-BUCKET = ZERO - BHS-DELTA-BUCKET
052900     END-IF.
053000 2100-RECONSTRUCT-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400* 2110-ONE-LIVE-MOVE
053500******************************************************************
053600 2110-ONE-LIVE-MOVE.
053700     READ POST-JRNL-INDEX NEXT
053800         AT END
053900             SET BHS-JRN-EOF TO TRUE
054000             GO TO 2110-ONE-LIVE-MOVE-EXIT
054100     END-READ.
054200     IF PJX-ACCOUNT NOT = ACM-ACCOUNT-NUMBER
054300         SET BHS-JRN-EOF TO TRUE
054400         GO TO 2110-ONE-LIVE-MOVE-EXIT
054500     END-IF.
054600     MOVE PJX-SOURCE TO BHS-MV-SOURCE.
054700     MOVE PJX-AMOUNT TO BHS-MV-AMOUNT.
054800     PERFORM 2200-TAKE-MOVE THRU 2200-TAKE-MOVE-EXIT.
054900 2110-ONE-LIVE-MOVE-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300* 2120-ADD-ARCHIVE  -  THE ACCOUNT'S ARCHIVED DELTAS, IF ANY.
055400******************************************************************
055500 2120-ADD-ARCHIVE.
055600     MOVE "N" TO BHS-ARC-FOUND-SW.
055700     MOVE ACM-ACCOUNT-NUMBER TO PJR-ACCOUNT-NUMBER.
055800     PERFORM 1620-SCAN-ARCH THRU 1620-SCAN-ARCH-EXIT
055900         VARYING BHS-ARC-IDX FROM 1 BY 1
056000         UNTIL BHS-ARC-IDX > BHS-ARC-USED
056100            OR BHS-ARC-FOUND.
056200     IF NOT BHS-ARC-FOUND
056300         GO TO 2120-ADD-ARCHIVE-EXIT
056400     END-IF.
056500     SUBTRACT 1 FROM BHS-ARC-IDX.
056600     ADD BHS-ARC-BAL(BHS-ARC-IDX) TO BHS-DELTA-BAL.
056700     ADD BHS-ARC-BUCKET(BHS-ARC-IDX) TO BHS-DELTA-BUCKET.
056800     IF BHS-ARC-OPENED(BHS-ARC-IDX) = "Y"
056900         SET BHS-OPENED-LATER TO TRUE
057000     END-IF.
057100 2120-ADD-ARCHIVE-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 2200-TAKE-MOVE  -  WHAT ONE MOVEMENT DATED AFTER THE AS-OF DATE
057600*                    DID TO THE ACCOUNT.  AN ACCRUAL FED THE
057700*                    BUCKET; A CAPITALIZATION EMPTIED THE BUCKET
057800*                    INTO THE BALANCE; A REVALUATION RECORD IS A
057900*                    POSITION MARKER; EVERYTHING ELSE MOVED THE
058000*                    BALANCE.  AN OPENING MEANS THE ACCOUNT DID
058100*                    NOT EXIST ON THE DATE.
058200******************************************************************
058300 2200-TAKE-MOVE.
058400     IF BHS-MV-REVALUATION
058500         GO TO 2200-TAKE-MOVE-EXIT
058600     END-IF.
058700     IF BHS-MV-NEW-ACCOUNT
058800         SET BHS-OPENED-LATER TO TRUE
058900     END-IF.
059000     IF BHS-MV-ACCRUAL
059100         ADD BHS-MV-AMOUNT TO BHS-DELTA-BUCKET
059200         GO TO 2200-TAKE-MOVE-EXIT
059300     END-IF.
059400     ADD BHS-MV-AMOUNT TO BHS-DELTA-BAL.
059500     IF BHS-MV-CAPITALIZE
059600         SUBTRACT BHS-MV-AMOUNT FROM BHS-DELTA-BUCKET
059700     END-IF.
059800 2200-TAKE-MOVE-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 3000-READ-NEXT-ACCT
060300******************************************************************
060400 3000-READ-NEXT-ACCT.
060500     IF BHS-EOF
060600         GO TO 3000-READ-NEXT-ACCT-EXIT
060700     END-IF.
060800     READ ACCT-MASTER-FILE NEXT
060900         AT END
061000             SET BHS-EOF TO TRUE
061100     END-READ.
061200 3000-READ-NEXT-ACCT-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600* 4000-REPORT-ACCOUNT  -  ONE DETAIL LINE PER ACCOUNT THAT EXISTED
061700*                         ON THE DATE, WITH A CUSTOMER SUBTOTAL ON
061800*                         EVERY BREAK OF ACM-CUSTOMER-ID.
061900******************************************************************
062000 4000-REPORT-ACCOUNT.
062100     PERFORM 2100-RECONSTRUCT THRU 2100-RECONSTRUCT-EXIT.
062200     IF BHS-OPENED-LATER
062300         ADD 1 TO BHS-LATER-COUNT
062400         GO TO 4000-REPORT-ACCOUNT-NEXT
062500     END-IF.
062600     IF BHS-FIRST-REC
062700         MOVE ACM-CUSTOMER-ID TO BHS-PREV-CUSTOMER
062800         MOVE "N" TO BHS-FIRST-REC-SW
062900     ELSE
063000         IF ACM-CUSTOMER-ID NOT = BHS-PREV-CUSTOMER
063100             PERFORM 5000-CUSTOMER-BREAK
063200                 THRU 5000-CUSTOMER-BREAK-EXIT
063300             MOVE ACM-CUSTOMER-ID TO BHS-PREV-CUSTOMER
063400         END-IF
063500     END-IF.
063600     ADD 1 TO BHS-REC-COUNT.
063700     ADD 1 TO BHS-CUST-COUNT.
063800     ADD BHS-BALANCE TO BHS-GRAND-TOTAL.
063900     ADD BHS-BALANCE TO BHS-CUST-TOTAL.
064000     ADD BHS-BUCKET TO BHS-BUCKET-TOTAL.
064100     IF ACM-CCY-LOCAL
064200         MOVE "LOC" TO BHS-WORK-CCY
064300     ELSE
064400         MOVE ACM-CURRENCY-CODE TO BHS-WORK-CCY
064500     END-IF.
064600     PERFORM 4500-ROLL-CURRENCY THRU 4500-ROLL-CURRENCY-EXIT.
064700     MOVE BHS-BALANCE TO BHS-AMT-ED.
064800     MOVE BHS-BUCKET TO BHS-INT-ED.
064900     MOVE SPACES TO PRINT-LINE.
065000     IF BHS-BALANCE < ZERO
065100         ADD 1 TO BHS-NEG-COUNT
065200         STRING ACM-CUSTOMER-ID "  " ACM-ACCOUNT-NUMBER "  "
065300             ACM-ACCOUNT-NAME "  " BHS-AMT-ED
065400             "  " BHS-WORK-CCY "  " BHS-INT-ED
065500             "  *** BALANCE NEGATIVO"
065600             DELIMITED BY SIZE INTO PRINT-LINE
065700     ELSE
065800         STRING ACM-CUSTOMER-ID "  " ACM-ACCOUNT-NUMBER "  "
065900             ACM-ACCOUNT-NAME "  " BHS-AMT-ED
066000             "  " BHS-WORK-CCY "  " BHS-INT-ED
066100             DELIMITED BY SIZE INTO PRINT-LINE
066200     END-IF.
066300     WRITE PRINT-LINE.
066400 4000-REPORT-ACCOUNT-NEXT.
066500     PERFORM 3000-READ-NEXT-ACCT THRU 3000-READ-NEXT-ACCT-EXIT.
066600 4000-REPORT-ACCOUNT-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000* 4500-ROLL-CURRENCY  -  FIND-OR-CREATE THE CURRENCY SECTION.
067100******************************************************************
067200 4500-ROLL-CURRENCY.
067300     MOVE "N" TO BHS-CCY-FOUND-SW.
067400     IF BHS-CCY-USED > ZERO
067500         PERFORM 4510-SCAN-CURRENCY
067600             THRU 4510-SCAN-CURRENCY-EXIT
067700             VARYING BHS-CCY-IDX FROM 1 BY 1
067800             UNTIL BHS-CCY-IDX > BHS-CCY-USED
067900                OR BHS-CCY-FOUND
068000     END-IF.
068100     IF BHS-CCY-FOUND
068200         SUBTRACT 1 FROM BHS-CCY-IDX
068300     ELSE
068400         IF BHS-CCY-USED >= BHS-CCY-MAX
068500             MOVE SPACES TO PRINT-LINE
068600             STRING "*** TABLA DE MONEDAS LLENA - MONEDA "
068700                 BHS-WORK-CCY " DE LA CUENTA "
068800                 ACM-ACCOUNT-NUMBER
068900                 " FUERA DE LOS TOTALES POR MONEDA"
069000                 DELIMITED BY SIZE INTO PRINT-LINE
069100             WRITE PRINT-LINE
069200             GO TO 4500-ROLL-CURRENCY-EXIT
069300         END-IF
069400         ADD 1 TO BHS-CCY-USED
069500         MOVE BHS-CCY-USED TO BHS-CCY-IDX
069600         MOVE BHS-WORK-CCY TO BHS-CCY-CODE(BHS-CCY-IDX)
069700         MOVE ZERO TO BHS-CCY-COUNT(BHS-CCY-IDX)
069800         MOVE ZERO TO BHS-CCY-TOTAL(BHS-CCY-IDX)
069900         MOVE ZERO TO BHS-CCY-BUCKET(BHS-CCY-IDX)
070000     END-IF.
070100     ADD 1 TO BHS-CCY-COUNT(BHS-CCY-IDX).
070200     ADD BHS-BALANCE TO BHS-CCY-TOTAL(BHS-CCY-IDX).
070300     ADD BHS-BUCKET TO BHS-CCY-BUCKET(BHS-CCY-IDX).
070400 4500-ROLL-CURRENCY-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 4510-SCAN-CURRENCY
070900******************************************************************
071000 4510-SCAN-CURRENCY.
071100     IF BHS-CCY-CODE(BHS-CCY-IDX) = BHS-WORK-CCY
071200         SET BHS-CCY-FOUND TO TRUE
071300     END-IF.
071400 4510-SCAN-CURRENCY-EXIT.
071500     EXIT.
071600
071700******************************************************************
071800* 5000-CUSTOMER-BREAK  -  SUBTOTAL FOR THE CUSTOMER JUST ENDED.
071900******************************************************************
072000 5000-CUSTOMER-BREAK.
072100     MOVE BHS-CUST-TOTAL TO BHS-AMT-ED.
072200     MOVE SPACES TO PRINT-LINE.
072300     STRING "  SUBTOTAL CLIENTE " BHS-PREV-CUSTOMER
072400         "  CUENTAS: " BHS-CUST-COUNT
072500         "  TOTAL: " BHS-AMT-ED
072600         DELIMITED BY SIZE INTO PRINT-LINE.
072700     WRITE PRINT-LINE.
072800     MOVE ZERO TO BHS-CUST-TOTAL.
072900     MOVE ZERO TO BHS-CUST-COUNT.
073000 5000-CUSTOMER-BREAK-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 6000-PRINT-GRAND-TOTAL
073500******************************************************************
073600 6000-PRINT-GRAND-TOTAL.
073700     MOVE SPACES TO PRINT-LINE.
073800     WRITE PRINT-LINE.
073900     MOVE BHS-REC-COUNT TO BHS-COUNT-ED.
074000     MOVE SPACES TO PRINT-LINE.
074100     STRING "CUENTAS A LA FECHA:      " BHS-COUNT-ED
074200         DELIMITED BY SIZE INTO PRINT-LINE.
074300     WRITE PRINT-LINE.
074400     MOVE BHS-LATER-COUNT TO BHS-COUNT-ED.
074500     MOVE SPACES TO PRINT-LINE.
074600     STRING "ABIERTAS DESPUES (FUERA):" BHS-COUNT-ED
074700         DELIMITED BY SIZE INTO PRINT-LINE.
074800     WRITE PRINT-LINE.
074900     MOVE BHS-GRAND-TOTAL TO BHS-AMT-ED.
075000     MOVE SPACES TO PRINT-LINE.
075100     STRING "TOTAL GENERAL:           " BHS-AMT-ED
075200         DELIMITED BY SIZE INTO PRINT-LINE.
075300     WRITE PRINT-LINE.
075400     MOVE BHS-BUCKET-TOTAL TO BHS-AMT-ED.
075500     MOVE SPACES TO PRINT-LINE.
075600     STRING "INTERES DEVENGADO:       " BHS-AMT-ED
075700         DELIMITED BY SIZE INTO PRINT-LINE.
075800     WRITE PRINT-LINE.
075900     MOVE BHS-NEG-COUNT TO BHS-COUNT-ED.
076000     MOVE SPACES TO PRINT-LINE.
076100     STRING "BALANCES NEGATIVOS:      " BHS-COUNT-ED
076200         DELIMITED BY SIZE INTO PRINT-LINE.
076300     WRITE PRINT-LINE.
076400     MOVE SPACES TO PRINT-LINE.
076500     WRITE PRINT-LINE.
076600     MOVE "---- TOTALES POR MONEDA ----" TO PRINT-LINE.
076700     WRITE PRINT-LINE.
076800     PERFORM 6510-PRINT-ONE-CCY THRU 6510-PRINT-ONE-CCY-EXIT
076900         VARYING BHS-CCY-IDX FROM 1 BY 1
077000         UNTIL BHS-CCY-IDX > BHS-CCY-USED.
077100     DISPLAY "BALHIST: " BHS-REC-COUNT " CUENTAS AL " BHS-AS-OF
077200         ", " BHS-LATER-COUNT " ABIERTAS DESPUES".
077300 6000-PRINT-GRAND-TOTAL-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700* 6510-PRINT-ONE-CCY
077800******************************************************************
077900 6510-PRINT-ONE-CCY.
078000     MOVE BHS-CCY-COUNT(BHS-CCY-IDX) TO BHS-COUNT-ED.
078100     MOVE BHS-CCY-TOTAL(BHS-CCY-IDX) TO BHS-AMT-ED.
078200     MOVE SPACES TO PRINT-LINE.
078300     STRING "MONEDA " BHS-CCY-CODE(BHS-CCY-IDX)
078400         "  CUENTAS " BHS-COUNT-ED
078500         "  TOTAL " BHS-AMT-ED
078600         DELIMITED BY SIZE INTO PRINT-LINE.
078700     WRITE PRINT-LINE.
078800     MOVE BHS-CCY-BUCKET(BHS-CCY-IDX) TO BHS-AMT-ED.
078900     MOVE SPACES TO PRINT-LINE.
079000     STRING "           INTERES DEVENGADO " BHS-AMT-ED
079100         DELIMITED BY SIZE INTO PRINT-LINE.
079200     WRITE PRINT-LINE.
079300 6510-PRINT-ONE-CCY-EXIT.
079400     EXIT.
079500
079600******************************************************************
079700* 7000-PROVE-TOTAL  -  THE CERTIFIED TOTAL CIERRDIA KEPT FOR THE
079800*                      DATE, FROM DIATOTAL OR, ONCE ANOCIER HAS
079900*                      TRIMMED THE HISTORY, FROM DIATOTLA.  LIKE
080000*                      CIERRDIA'S CHECK D IT IS THE PLAIN SUM OF
080100*                      THE BALANCES, ALL CURRENCIES TOGETHER.
080200******************************************************************
080300 7000-PROVE-TOTAL.
080400     OPEN INPUT DAY-TOTAL-FILE.
080500     IF FS-SUCCESS OF WS-DIATOT-STATUS
080600         MOVE "N" TO BHS-JRN-EOF-SW
080700         PERFORM 7100-ONE-DAY-TOTAL THRU 7100-ONE-DAY-TOTAL-EXIT
080800             UNTIL BHS-JRN-EOF
080900         CLOSE DAY-TOTAL-FILE
081000         IF BHS-CERT-FOUND
081100             MOVE "DIATOTAL" TO BHS-CERT-SOURCE
081200         END-IF
081300     END-IF.
081400     IF NOT BHS-CERT-FOUND
081500         OPEN INPUT DAY-TOTAL-ARCH
081600         IF FS-SUCCESS OF WS-DTOTA-STATUS
081700             MOVE "N" TO BHS-JRN-EOF-SW
081800             PERFORM 7200-ONE-ARCH-TOTAL
081900                 THRU 7200-ONE-ARCH-TOTAL-EXIT
082000                 UNTIL BHS-JRN-EOF
082100             CLOSE DAY-TOTAL-ARCH
082200             IF BHS-CERT-FOUND
082300                 MOVE "DIATOTLA" TO BHS-CERT-SOURCE
082400             END-IF
082500         END-IF
082600     END-IF.
082700     MOVE SPACES TO PRINT-LINE.
082800     WRITE PRINT-LINE.
082900     IF NOT BHS-CERT-FOUND
083000         MOVE SPACES TO PRINT-LINE
083100         STRING "CONTROL: SIN TOTAL CERTIFICADO PARA EL "
083200             BHS-AS-OF " EN DIATOTAL NI DIATOTLA - SIN PRUEBA"
083300             DELIMITED BY SIZE INTO PRINT-LINE
083400         WRITE PRINT-LINE
083500         GO TO 7000-PROVE-TOTAL-EXIT
083600     END-IF.
083700     COMPUTE BHS-CERT-DIFF = BHS-GRAND-TOTAL - BHS-CERT-TOTAL.
083800     MOVE BHS-CERT-TOTAL TO BHS-AMT-ED.
083900     MOVE SPACES TO PRINT-LINE.
084000     STRING "CONTROL: TOTAL CERTIFICADO (" BHS-CERT-SOURCE ") "
084100         BHS-AMT-ED
084200         DELIMITED BY SIZE INTO PRINT-LINE.
084300     WRITE PRINT-LINE.
084400     MOVE BHS-GRAND-TOTAL TO BHS-AMT-ED.
084500     MOVE SPACES TO PRINT-LINE.
084600     STRING "         TOTAL RECONSTRUIDO          " BHS-AMT-ED
084700         DELIMITED BY SIZE INTO PRINT-LINE.
084800     WRITE PRINT-LINE.
084900     MOVE BHS-CERT-DIFF TO BHS-AMT-ED.
085000     MOVE SPACES TO PRINT-LINE.
085100     IF BHS-CERT-DIFF = ZERO
085200         STRING "         DIFERENCIA                  " BHS-AMT-ED
085300             "  RECONSTRUCCION PROBADA"
085400             DELIMITED BY SIZE INTO PRINT-LINE
085500     ELSE
085600         STRING "         DIFERENCIA                  " BHS-AMT-ED
085700             "  *** NO CUADRA"
085800             DELIMITED BY SIZE INTO PRINT-LINE
085900         MOVE 4 TO RETURN-CODE
086000     END-IF.
086100     WRITE PRINT-LINE.
086200 7000-PROVE-TOTAL-EXIT.
086300     EXIT.
086400
086500******************************************************************
086600* 7100-ONE-DAY-TOTAL  -  THE LAST RECORD FOR THE DATE WINS, AS IN
086700*                        A FORCED RERUN OF CIERRDIA.
086800******************************************************************
086900 7100-ONE-DAY-TOTAL.
087000     READ DAY-TOTAL-FILE
087100         AT END
087200             SET BHS-JRN-EOF TO TRUE
087300             GO TO 7100-ONE-DAY-TOTAL-EXIT
087400     END-READ.
087500     IF DAY-TOT-DATE = BHS-AS-OF
087600         MOVE DAY-TOT-BALANCE TO BHS-CERT-TOTAL
087700         SET BHS-CERT-FOUND TO TRUE
087800     END-IF.
087900 7100-ONE-DAY-TOTAL-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300* 7200-ONE-ARCH-TOTAL  -  SAME RECORD, READ THROUGH THE DIATOTAL
088400*                         FD LAYOUT.
088500******************************************************************
088600 7200-ONE-ARCH-TOTAL.
088700     READ DAY-TOTAL-ARCH
088800         AT END
088900             SET BHS-JRN-EOF TO TRUE
089000             GO TO 7200-ONE-ARCH-TOTAL-EXIT
089100     END-READ.
089200     MOVE DAY-TOTAL-ARCH-RECORD TO DAY-TOTAL-RECORD.
089300     IF DAY-TOT-DATE = BHS-AS-OF
089400         MOVE DAY-TOT-BALANCE TO BHS-CERT-TOTAL
089500         SET BHS-CERT-FOUND TO TRUE
089600     END-IF.
089700 7200-ONE-ARCH-TOTAL-EXIT.
089800     EXIT.
089900
090000 END PROGRAM BALHIST.
