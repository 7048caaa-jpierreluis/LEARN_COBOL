000100******************************************************************
000200* PROGRAM-ID: DISPUTA
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 22/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     CUSTOMER DISPUTE CASES.  A CUSTOMER WHO DISPUTES
000800*              A POSTING USED TO GET EITHER A FULL REVPOST
000900*              REVERSAL OR NOTHING, AND THE OPEN DISPUTES LIVED
001000*              ON PAPER.  A CASE IS NOW OPENED FROM THE EXACT
001100*              POSTJRNL ENTRY (ACCOUNT, DATE, TIME, AMOUNT, AS
001200*              REVPOST KEYS IT) ON THE DSPCASE FILE (DSPCASE.CPY)
001300*              WITH THE CUSTOMER, THE AMOUNT DISPUTED, THE
001400*              REASON, THE OPENING OPERATOR, ITS STATUS AND A
001500*              REGULATORY ANSWER DEADLINE DSP-DEADLINE-DAYS
001600*              BUSINESS DAYS AHEAD (FECHALAB).
001700*                MODE A  OPEN A CASE.  ONLY A DEBIT THAT MOVED
001800*                        THE BALANCE AND HAS NOT BEEN REVERSED
001900*                        CAN BE DISPUTED.  THE OPERATOR MAY GIVE
002000*                        THE CUSTOMER A PROVISIONAL CREDIT OF
002100*                        THE DISPUTED AMOUNT, POSTED UNDER
002200*                        SOURCE "DSP " WITH PJR-REF-DATE/TIME
002300*                        POINTING AT THE DISPUTED ENTRY.
002400*                MODE C  REQUEST THE CLOSE: THE OPERATOR
002500*                        PROPOSES THE OUTCOME - IN THE
002600*                        CUSTOMER'S FAVOUR OR DENIED.
002700*                MODE L  RELEASE THE CLOSE (SUPERVISOR SESSION,
002800*                        NOT THE ID THAT REQUESTED IT).  IN THE
002900*                        CUSTOMER'S FAVOUR A PROVISIONAL CREDIT
003000*                        STANDS, OR THE CREDIT IS POSTED NOW
003100*                        WHEN NONE WAS GIVEN; DENIED, THE
003200*                        PROVISIONAL CREDIT IS REVERSED THE WAY
003300*                        REVPOST DOES IT - THE EXACT OPPOSITE
003400*                        MOVEMENT UNDER "REV " POINTING AT THE
003500*                        CREDIT, NEVER TWICE.
003600*                MODE R  DAILY DEADLINE REPORT (BATCH): EVERY
003700*                        CASE STILL OPEN THAT IS PAST ITS
003800*                        DEADLINE OR WITHIN DSP-WARN-DAYS
003900*                        BUSINESS DAYS OF IT.
004000*              MODES A, C AND L ARE REACHED FROM MENU-PRINCIPAL;
004100*              MODE R RUNS IN DESKWORK.
004200* TECTONICS:   cobc -x example74-disputasCliente.cbl
004210*                  example94-depositoVigente.cbl
004300*
004400* MODIFICATION HISTORY
004500*   22/09/26  JPL  INITIAL VERSION.
004510*   09/10/26  JPL  AN ACCOUNT WITH A TERM DEPOSIT IN FORCE
004520*                  (TDEPCHK) TAKES NO DISPUTE MOVEMENT: THE CASE
004530*                  OPENS WITHOUT THE PROVISIONAL CREDIT, AND A
004540*                  RELEASE THAT WOULD POST IS REFUSED AND THE
004550*                  CASE STAYS PENDING.
004600******************************************************************
004700
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. DISPUTA.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT DISPUTE-FILE ASSIGN TO "DSPCASE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS DSC-KEY
005800         FILE STATUS IS WS-DSPCASE-STATUS.
005900
006000     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ACM-ACCOUNT-NUMBER
006400         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
006500             WITH DUPLICATES
006600         FILE STATUS IS WS-ACCTMAST-STATUS.
006700
006800     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-JRNL-STATUS.
007100
007200     SELECT POST-JRNL-INDEX ASSIGN TO "POSTJRNI"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS PJX-KEY
007600         FILE STATUS IS WS-JRNLI-STATUS.
007700
007800     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-SESSION-STATUS.
008100
008200     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-PRINT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  DISPUTE-FILE.
008900 COPY DSPCASE.
009000
009100 FD  ACCT-MASTER-FILE.
009200 COPY ACCTREC.
009300
009400 FD  POST-JRNL-FILE.
009500 COPY PSTJRNL.
009600
009700 FD  POST-JRNL-INDEX.
009800 COPY PJIXREC.
009900
010000 FD  OPER-SESSION-FILE.
010100 COPY SESREC.
010200
010300 FD  PRINT-FILE.
010400 01  PRINT-LINE                      PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700 01  WS-DSPCASE-STATUS.
010800     COPY FSTATCOD REPLACING FS-NAME BY WS-DSPCASE-CODE.
010900 01  WS-ACCTMAST-STATUS.
011000     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
011100 01  WS-JRNL-STATUS.
011200     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
011300 01  WS-JRNLI-STATUS.
011400     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNLI-CODE.
011500 01  WS-SESSION-STATUS.
011600     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
011700 01  WS-PRINT-STATUS.
011800     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
011900 COPY FECHPARM.
011910 COPY TDEPPARM.
012000
012100 77  DSP-MODE                        PIC X(01) VALUE SPACE.
012200     88  DSP-MODE-OPEN               VALUE "A" "a".
012300     88  DSP-MODE-REQUEST            VALUE "C" "c".
012400     88  DSP-MODE-RELEASE            VALUE "L" "l".
012500     88  DSP-MODE-REPORT             VALUE "R" "r".
012600 77  DSP-TODAY                       PIC 9(08).
012700 77  DSP-RUN-TIME                    PIC 9(08).
012800 77  DSP-SESSION-OK-SW               PIC X(01) VALUE "N".
012900     88  DSP-SESSION-OK              VALUE "Y".
013000 77  DSP-SUPERVISOR-SW               PIC X(01) VALUE "N".
013100     88  DSP-SUPERVISOR              VALUE "Y".
013200 77  DSP-SIGNON-ID                   PIC X(08) VALUE SPACES.
013300 77  DSP-EOF-SW                      PIC X(01) VALUE "N".
013400     88  DSP-EOF                     VALUE "Y".
013500
013600******************************************************************
013700* SITE DEFAULTS - THE REGULATORY ANSWER PERIOD AND THE WARNING
013800* WINDOW OF THE DAILY REPORT, BOTH IN BUSINESS DAYS.
013900******************************************************************
014000 77  DSP-DEADLINE-DAYS               PIC 9(03) VALUE 010.
014100 77  DSP-WARN-DAYS                   PIC 9(03) VALUE 003.
014200 77  DSP-WORK-DATE                   PIC 9(08) VALUE ZERO.
014300 77  DSP-WARN-DATE                   PIC 9(08) VALUE ZERO.
014400
014500******************************************************************
014600* THE ENTRY WANTED, AS THE OPERATOR KEYS IT, AND THE CREDIT
014700* ENTRY OF THE CASE WHEN THERE IS ONE
014800******************************************************************
014900 77  DSP-ACCOUNT-WANTED              PIC X(10) VALUE SPACES.
015000 77  DSP-DATE-INPUT                  PIC X(08) VALUE SPACES.
015100 77  DSP-DATE-WANTED                 PIC 9(08) VALUE ZERO.
015200 77  DSP-TIME-INPUT                  PIC X(08) VALUE SPACES.
015300 77  DSP-TIME-WANTED                 PIC 9(08) VALUE ZERO.
015400 77  DSP-AMT-INPUT                   PIC X(14) VALUE SPACES.
015500 77  DSP-AMT-WANTED                  PIC S9(09)V99 VALUE ZERO.
015600 77  DSP-AMT-TEST-RESULT             PIC S9(04) COMP.
015700 77  DSP-INPUT-OK-SW                 PIC X(01) VALUE "N".
015800     88  DSP-INPUT-OK                VALUE "Y".
015900 77  DSP-CREDIT-DATE-WANTED          PIC 9(08) VALUE ZERO.
016000 77  DSP-CREDIT-TIME-WANTED          PIC 9(08) VALUE ZERO.
016100
016200******************************************************************
016300* SCAN RESULTS
016400******************************************************************
016500 77  DSP-IX-EOF-SW                   PIC X(01) VALUE "N".
016600     88  DSP-IX-EOF                  VALUE "Y".
016700 77  DSP-JRNL-EOF-SW                 PIC X(01) VALUE "N".
016800     88  DSP-JRNL-EOF                VALUE "Y".
016900 77  DSP-FOUND-SW                    PIC X(01) VALUE "N".
017000     88  DSP-FOUND                   VALUE "Y".
017100 77  DSP-ENTRY-REV-SW                PIC X(01) VALUE "N".
017200     88  DSP-ENTRY-REVERSED          VALUE "Y".
017300 77  DSP-CREDIT-REV-SW               PIC X(01) VALUE "N".
017400     88  DSP-CREDIT-REVERSED         VALUE "Y".
017500 77  DSP-FOUND-SOURCE                PIC X(04) VALUE SPACES.
017600
017700******************************************************************
017800* THE CASE IN HAND AND THE MOVEMENT TO POST
017900******************************************************************
018000 77  DSP-DISP-INPUT                  PIC X(14) VALUE SPACES.
018100 77  DSP-DISP-WORK                   PIC S9(09)V99 VALUE ZERO.
018200 77  DSP-ENTRY-ABS                   PIC 9(09)V99 VALUE ZERO.
018300 77  DSP-CREDIT-ANSWER               PIC X(01) VALUE "N".
018400     88  DSP-CREDIT-WANTED           VALUE "S" "s".
018500 77  DSP-ACTION                      PIC X(01) VALUE SPACE.
018600     88  DSP-ACT-APPLY               VALUE "A" "a".
018700     88  DSP-ACT-RETURN              VALUE "R" "r".
018800 77  DSP-OUTCOME-INPUT               PIC X(01) VALUE SPACE.
018900 77  DSP-REASON-INPUT                PIC X(02) VALUE SPACES.
019000 77  DSP-POST-SOURCE                 PIC X(04) VALUE SPACES.
019100 77  DSP-POST-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
019200 77  DSP-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
019300 77  DSP-REF-DATE                    PIC 9(08) VALUE ZERO.
019400 77  DSP-REF-TIME                    PIC 9(08) VALUE ZERO.
019500 77  DSP-POSTED-SW                   PIC X(01) VALUE "N".
019600     88  DSP-POSTED                  VALUE "Y".
019700 77  DSP-VERDICT                     PIC X(12) VALUE SPACES.
019800
019900******************************************************************
020000* REPORT TOTALS
020100******************************************************************
020200 77  DSP-PENDING-COUNT               PIC 9(05) VALUE ZERO.
020300 77  DSP-OPEN-COUNT                  PIC 9(05) VALUE ZERO.
020400 77  DSP-LATE-COUNT                  PIC 9(05) VALUE ZERO.
020500 77  DSP-NEAR-COUNT                  PIC 9(05) VALUE ZERO.
020600 77  DSP-PROV-COUNT                  PIC 9(05) VALUE ZERO.
020700 77  DSP-PROV-TOTAL                  PIC 9(11)V99 VALUE ZERO.
020800 01  DSP-AMT-ED                      PIC -ZZZ,ZZZ,ZZ9.99.
020900 01  DSP-DISP-ED                     PIC ZZZ,ZZZ,ZZ9.99.
021000 01  DSP-CNT-ED                      PIC ZZ,ZZ9.
021100 01  DSP-TOT-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021200
021300 PROCEDURE DIVISION.
021400******************************************************************
021500* 0000-MAINLINE
021600******************************************************************
021700 0000-MAINLINE.
021800     ACCEPT DSP-TODAY FROM DATE YYYYMMDD.
021900     ACCEPT DSP-RUN-TIME FROM TIME.
022000     DISPLAY "MODO (A=ABRIR CASO, C=SOLICITAR CIERRE, "
022100         "L=LIBERAR CIERRE, R=REPORTE DE PLAZOS): ".
022200     ACCEPT DSP-MODE.
022300     EVALUATE TRUE
022400         WHEN DSP-MODE-OPEN
022500             PERFORM 2000-OPEN-CASE THRU 2000-OPEN-CASE-EXIT
022600         WHEN DSP-MODE-REQUEST
022700             PERFORM 3000-REQUEST-CLOSE
022800                 THRU 3000-REQUEST-CLOSE-EXIT
022900         WHEN DSP-MODE-RELEASE
023000             PERFORM 4000-RELEASE-CLOSE
023100                 THRU 4000-RELEASE-CLOSE-EXIT
023200         WHEN DSP-MODE-REPORT
023300             PERFORM 5000-DEADLINE-REPORT
023400                 THRU 5000-DEADLINE-REPORT-EXIT
023500         WHEN OTHER
023600             DISPLAY "OPCION INVALIDA."
023700     END-EVALUATE.
023800 0000-MAINLINE-EXIT.
023900     GOBACK.
024000
024100******************************************************************
024200* 0100-READ-SESSION  -  THE OPERATOR OF EVERY CASE ACTION COMES
024300*                       FROM TODAY'S SESSION; THE ROLE DECIDES
024400*                       WHO MAY RELEASE A CLOSE.
024500******************************************************************
024600 0100-READ-SESSION.
024700     MOVE "N" TO DSP-SESSION-OK-SW DSP-SUPERVISOR-SW.
024800     OPEN INPUT OPER-SESSION-FILE.
024900     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
025000         GO TO 0100-READ-SESSION-EXIT
025100     END-IF.
025200     READ OPER-SESSION-FILE
025300         AT END
025400             CONTINUE
025500         NOT AT END
025600             IF SES-SIGNON-DATE = DSP-TODAY
025700                 SET DSP-SESSION-OK TO TRUE
025800                 MOVE SES-OPERATOR-ID TO DSP-SIGNON-ID
025900                 IF SES-ROLE-SUPERVISOR
026000                     SET DSP-SUPERVISOR TO TRUE
026100                 END-IF
026200             END-IF
026300     END-READ.
026400     CLOSE OPER-SESSION-FILE.
026500 0100-READ-SESSION-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900* 1000-GET-ENTRY-WANTED  -  ACCOUNT, DATE, TIME AND AMOUNT OF
027000*                           THE DISPUTED ENTRY, AS REVPOST TAKES
027100*                           THEM.  THEY ARE ALSO THE CASE KEY.
027200******************************************************************
027300 1000-GET-ENTRY-WANTED.
027400     MOVE "N" TO DSP-INPUT-OK-SW.
027500     DISPLAY "NUMERO DE CUENTA: ".
027600     ACCEPT DSP-ACCOUNT-WANTED.
027700     DISPLAY "FECHA DEL POSTEO DISPUTADO (AAAAMMDD): ".
027800     ACCEPT DSP-DATE-INPUT.
027900     IF DSP-DATE-INPUT IS NOT NUMERIC
028000         DISPLAY "FECHA NO NUMERICA - OPERACION CANCELADA."
028100         GO TO 1000-GET-ENTRY-WANTED-EXIT
028200     END-IF.
028300     MOVE DSP-DATE-INPUT TO DSP-DATE-WANTED.
028400     DISPLAY "HORA DEL POSTEO DISPUTADO (HHMMSSCC): ".
028500     ACCEPT DSP-TIME-INPUT.
028600     IF DSP-TIME-INPUT IS NOT NUMERIC
028700         DISPLAY "HORA NO NUMERICA - OPERACION CANCELADA."
028800         GO TO 1000-GET-ENTRY-WANTED-EXIT
028900     END-IF.
029000     MOVE DSP-TIME-INPUT TO DSP-TIME-WANTED.
029100     DISPLAY "IMPORTE DEL POSTEO DISPUTADO (EJ. -1234.56): ".
029200     ACCEPT DSP-AMT-INPUT.
029300     MOVE FUNCTION TEST-NUMVAL-C(DSP-AMT-INPUT)
029400         TO DSP-AMT-TEST-RESULT.
029500     IF DSP-AMT-TEST-RESULT NOT = 0
029600         DISPLAY "IMPORTE NO NUMERICO - OPERACION CANCELADA."
029700         GO TO 1000-GET-ENTRY-WANTED-EXIT
029800     END-IF.
029900     COMPUTE DSP-AMT-WANTED =
030000         FUNCTION NUMVAL-C(DSP-AMT-INPUT).
030100     SET DSP-INPUT-OK TO TRUE.
030200 1000-GET-ENTRY-WANTED-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600* 1100-OPEN-CASES  -  DSPCASE I-O, CREATED EMPTY THE FIRST TIME.
030700******************************************************************
030800 1100-OPEN-CASES.
030900     OPEN I-O DISPUTE-FILE.
031000     IF FS-NOT-FOUND OF WS-DSPCASE-STATUS
031100         OPEN OUTPUT DISPUTE-FILE
031200         CLOSE DISPUTE-FILE
031300         OPEN I-O DISPUTE-FILE
031400     END-IF.
031500 1100-OPEN-CASES-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 1200-SCAN-JOURNAL  -  REVPOST'S SEARCH: THE ACCOUNT'S SLICE OF
032000*                       POSTJRNI, THEN THE LIVE POSTJRNL, WHICH
032100*                       ALWAYS HAS THE FINAL WORD.  FINDS THE
032200*                       DISPUTED ENTRY AND ANY "REV " RECORD
032300*                       POINTING AT IT OR AT THE CASE'S CREDIT.
032400******************************************************************
032500 1200-SCAN-JOURNAL.
032600     MOVE "N" TO DSP-FOUND-SW DSP-JRNL-EOF-SW
032700                 DSP-ENTRY-REV-SW DSP-CREDIT-REV-SW.
032800     MOVE SPACES TO DSP-FOUND-SOURCE.
032900     OPEN INPUT POST-JRNL-INDEX.
033000     IF FS-SUCCESS OF WS-JRNLI-STATUS
033100         PERFORM 1300-SCAN-INDEX THRU 1300-SCAN-INDEX-EXIT
033200         CLOSE POST-JRNL-INDEX
033300     END-IF.
033400     OPEN INPUT POST-JRNL-FILE.
033500     IF FS-NOT-FOUND OF WS-JRNL-STATUS
033600         GO TO 1200-SCAN-JOURNAL-EXIT
033700     END-IF.
033800     PERFORM 1400-SCAN-ONE-REC THRU 1400-SCAN-ONE-REC-EXIT
033900         UNTIL DSP-JRNL-EOF.
034000     CLOSE POST-JRNL-FILE.
034100 1200-SCAN-JOURNAL-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500* 1300-SCAN-INDEX
034600******************************************************************
034700 1300-SCAN-INDEX.
034800     MOVE "N" TO DSP-IX-EOF-SW.
034900     MOVE SPACES TO PJX-KEY.
035000     MOVE DSP-ACCOUNT-WANTED TO PJX-ACCOUNT.
035100     MOVE ZEROES TO PJX-RUN-DATE PJX-RUN-TIME PJX-SEQ.
035200     START POST-JRNL-INDEX KEY NOT < PJX-KEY
035300         INVALID KEY
035400             SET DSP-IX-EOF TO TRUE
035500     END-START.
035600     PERFORM 1310-SCAN-ONE-IX THRU 1310-SCAN-ONE-IX-EXIT
035700         UNTIL DSP-IX-EOF.
035800 1300-SCAN-INDEX-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200* 1310-SCAN-ONE-IX
036300******************************************************************
036400 1310-SCAN-ONE-IX.
036500     READ POST-JRNL-INDEX NEXT
036600         AT END
036700             SET DSP-IX-EOF TO TRUE
036800             GO TO 1310-SCAN-ONE-IX-EXIT
036900     END-READ.
037000     IF PJX-ACCOUNT NOT = DSP-ACCOUNT-WANTED
037100         SET DSP-IX-EOF TO TRUE
037200         GO TO 1310-SCAN-ONE-IX-EXIT
037300     END-IF.
037400     IF PJX-JRNL-DATE = DSP-DATE-WANTED
037500       AND PJX-JRNL-TIME = DSP-TIME-WANTED
037600       AND PJX-AMOUNT = DSP-AMT-WANTED
037700         SET DSP-FOUND TO TRUE
037800         MOVE PJX-SOURCE TO DSP-FOUND-SOURCE
037900     END-IF.
038000     IF PJX-SRC-REVERSAL
038100       AND PJX-REF-DATE IS NUMERIC
038200       AND PJX-REF-TIME IS NUMERIC
038300         IF PJX-REF-DATE = DSP-DATE-WANTED
038400           AND PJX-REF-TIME = DSP-TIME-WANTED
038500             SET DSP-ENTRY-REVERSED TO TRUE
038600         END-IF
038700         IF DSP-CREDIT-DATE-WANTED > ZERO
038800           AND PJX-REF-DATE = DSP-CREDIT-DATE-WANTED
038900           AND PJX-REF-TIME = DSP-CREDIT-TIME-WANTED
039000             SET DSP-CREDIT-REVERSED TO TRUE
039100         END-IF
039200     END-IF.
039300 1310-SCAN-ONE-IX-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700* 1400-SCAN-ONE-REC  -  THE SAME QUESTIONS OF THE LIVE JOURNAL.
039800*                       OLD RECORDS READ BACK WITH SPACES IN THE
039900*                       REFERENCE, SO THE NUMERIC TEST GUARDS IT.
040000******************************************************************
040100 1400-SCAN-ONE-REC.
040200     READ POST-JRNL-FILE
040300         AT END
040400             SET DSP-JRNL-EOF TO TRUE
040500             GO TO 1400-SCAN-ONE-REC-EXIT
040600     END-READ.
040700     IF PJR-ACCOUNT-NUMBER NOT = DSP-ACCOUNT-WANTED
040800         GO TO 1400-SCAN-ONE-REC-EXIT
040900     END-IF.
041000     IF PJR-RUN-DATE = DSP-DATE-WANTED
041100       AND PJR-RUN-TIME = DSP-TIME-WANTED
041200       AND PJR-AMOUNT = DSP-AMT-WANTED
041300         SET DSP-FOUND TO TRUE
041400         MOVE PJR-SOURCE TO DSP-FOUND-SOURCE
041500     END-IF.
041600     IF PJR-SOURCE-REVERSAL
041700       AND PJR-REF-DATE IS NUMERIC
041800       AND PJR-REF-TIME IS NUMERIC
041900         IF PJR-REF-DATE = DSP-DATE-WANTED
042000           AND PJR-REF-TIME = DSP-TIME-WANTED
042100             SET DSP-ENTRY-REVERSED TO TRUE
042200         END-IF
042300         IF DSP-CREDIT-DATE-WANTED > ZERO
042400           AND PJR-REF-DATE = DSP-CREDIT-DATE-WANTED
042500           AND PJR-REF-TIME = DSP-CREDIT-TIME-WANTED
042600             SET DSP-CREDIT-REVERSED TO TRUE
042700         END-IF
042800     END-IF.
042900 1400-SCAN-ONE-REC-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 1500-COMPUTE-DEADLINE  -  DSP-WORK-DATE MOVED FORWARD BY THE
043400*                           NUMBER OF BUSINESS DAYS IN
043500*                           DSP-DEADLINE-DAYS, ONE FECHALAB
043600*                           "NEXT BUSINESS DAY" CALL PER DAY.
043700******************************************************************
043800 1500-COMPUTE-DEADLINE.
043900     PERFORM 1510-NEXT-BUSINESS-DAY
044000         THRU 1510-NEXT-BUSINESS-DAY-EXIT
044100         DSP-DEADLINE-DAYS TIMES.
044200 1500-COMPUTE-DEADLINE-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 1510-NEXT-BUSINESS-DAY
044700******************************************************************
044800 1510-NEXT-BUSINESS-DAY.
044900     MOVE DSP-WORK-DATE TO FCH-REQ-DATE.
045000     SET FCH-FUNC-NEXT TO TRUE.
045100     CALL "FECHALAB" USING FCH-PARM.
045200     MOVE FCH-REPLY-DATE TO DSP-WORK-DATE.
045300 1510-NEXT-BUSINESS-DAY-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700* 1600-GET-CASE  -  THE CASE OF THE ENTRY KEYED.  DSP-INPUT-OK
045800*                   IS LEFT ON ONLY WHEN THE CASE WAS READ.
045900******************************************************************
046000 1600-GET-CASE.
046100     PERFORM 1000-GET-ENTRY-WANTED
046200         THRU 1000-GET-ENTRY-WANTED-EXIT.
046300     IF NOT DSP-INPUT-OK
046400         GO TO 1600-GET-CASE-EXIT
046500     END-IF.
046600     MOVE DSP-ACCOUNT-WANTED TO DSC-ACCOUNT.
046700     MOVE DSP-DATE-WANTED    TO DSC-ENTRY-DATE.
046800     MOVE DSP-TIME-WANTED    TO DSC-ENTRY-TIME.
046900     MOVE DSP-AMT-WANTED     TO DSC-ENTRY-AMOUNT.
047000     READ DISPUTE-FILE
047100         INVALID KEY
047200             DISPLAY "NO HAY CASO DE DISPUTA PARA ESE POSTEO."
047300             MOVE "N" TO DSP-INPUT-OK-SW
047400     END-READ.
047500 1600-GET-CASE-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 1700-SHOW-CASE  -  THE CASE IN THE FD ON THE SCREEN.
048000******************************************************************
048100 1700-SHOW-CASE.
048200     MOVE DSC-ENTRY-AMOUNT TO DSP-AMT-ED.
048300     DISPLAY "CUENTA:   " DSC-ACCOUNT "  CLIENTE: "
048400         DSC-CUSTOMER-ID.
048500     DISPLAY "POSTEO:   " DSC-ENTRY-DATE " " DSC-ENTRY-TIME
048600         " " DSC-ENTRY-SOURCE " " DSP-AMT-ED.
048700     MOVE DSC-DISPUTED-AMOUNT TO DSP-DISP-ED.
048800     DISPLAY "DISPUTADO:" DSP-DISP-ED "  MOTIVO " DSC-REASON
048900         " " DSC-REASON-TEXT.
049000     DISPLAY "ABIERTO:  " DSC-OPEN-DATE " POR " DSC-OPENED-BY
049100         "  PLAZO " DSC-DEADLINE "  ESTADO " DSC-STATUS.
049200     IF DSC-CREDIT-PROVISIONAL
049300         DISPLAY "CREDITO PROVISIONAL DEL " DSC-CREDIT-DATE " "
049400             DSC-CREDIT-TIME
049500     END-IF.
049600     IF DSC-STAT-RELEASE-PENDING
049700         DISPLAY "CIERRE SOLICITADO POR " DSC-CLOSE-REQ-BY
049800             " EL " DSC-CLOSE-REQ-DATE "  RESULTADO "
049900             DSC-OUTCOME " (F=A FAVOR, D=DENEGADO)"
050000         DISPLAY "NOTA: " DSC-CLOSE-NOTE
050100     END-IF.
050200 1700-SHOW-CASE-EXIT.
050300     EXIT.
050400
050500******************************************************************
050600* 2000-OPEN-CASE  -  A NEW CASE ON AN EXISTING, UNREVERSED DEBIT,
050700*                    WITH OR WITHOUT A PROVISIONAL CREDIT.
050800******************************************************************
050900 2000-OPEN-CASE.
051000     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
051100     IF NOT DSP-SESSION-OK
051200         DISPLAY "SE REQUIERE UNA SESION DE HOY - INICIE SESION "
051300             "EN MENU-PRINCIPAL."
051400         GO TO 2000-OPEN-CASE-EXIT
051500     END-IF.
051600     PERFORM 1000-GET-ENTRY-WANTED
051700         THRU 1000-GET-ENTRY-WANTED-EXIT.
051800     IF NOT DSP-INPUT-OK
051900         GO TO 2000-OPEN-CASE-EXIT
052000     END-IF.
052100     PERFORM 1100-OPEN-CASES THRU 1100-OPEN-CASES-EXIT.
052200     IF NOT FS-SUCCESS OF WS-DSPCASE-STATUS
052300         DISPLAY "DSPCASE NO DISPONIBLE - ESTADO "
052400             WS-DSPCASE-STATUS
052500         GO TO 2000-OPEN-CASE-EXIT
052600     END-IF.
052700     MOVE DSP-ACCOUNT-WANTED TO DSC-ACCOUNT.
052800     MOVE DSP-DATE-WANTED    TO DSC-ENTRY-DATE.
052900     MOVE DSP-TIME-WANTED    TO DSC-ENTRY-TIME.
053000     MOVE DSP-AMT-WANTED     TO DSC-ENTRY-AMOUNT.
053100     READ DISPUTE-FILE
053200         INVALID KEY
053300             CONTINUE
053400         NOT INVALID KEY
053500             DISPLAY "YA EXISTE UN CASO PARA ESE POSTEO - ESTADO "
053600                 DSC-STATUS
053700             GO TO 2000-OPEN-CASE-CLOSE
053800     END-READ.
053900     MOVE ZERO TO DSP-CREDIT-DATE-WANTED DSP-CREDIT-TIME-WANTED.
054000     PERFORM 1200-SCAN-JOURNAL THRU 1200-SCAN-JOURNAL-EXIT.
054100     IF NOT DSP-FOUND
054200         DISPLAY "NO HAY REGISTRO EN POSTJRNL CON ESA CUENTA, "
054300             "FECHA, HORA E IMPORTE."
054400         GO TO 2000-OPEN-CASE-CLOSE
054500     END-IF.
054600     IF DSP-FOUND-SOURCE = "ACR " OR "RVL " OR "REV " OR "DSP "
054700         DISPLAY "UN REGISTRO " DSP-FOUND-SOURCE " NO SE "
054800             "DISPUTA - NO ES UN CARGO AL CLIENTE."
054900         GO TO 2000-OPEN-CASE-CLOSE
055000     END-IF.
055100     IF DSP-AMT-WANTED NOT < ZERO
055200         DISPLAY "SOLO SE DISPUTA UN DEBITO A LA CUENTA."
055300         GO TO 2000-OPEN-CASE-CLOSE
055400     END-IF.
055500     IF DSP-ENTRY-REVERSED
055600         DISPLAY "ESE REGISTRO YA FUE REVERSADO - NO HAY NADA "
055700             "QUE DISPUTAR."
055800         GO TO 2000-OPEN-CASE-CLOSE
055900     END-IF.
056000     OPEN I-O ACCT-MASTER-FILE.
056100     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
056200         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
056300             WS-ACCTMAST-STATUS
056400         GO TO 2000-OPEN-CASE-CLOSE
056500     END-IF.
056600     MOVE DSP-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
056700     READ ACCT-MASTER-FILE
056800         INVALID KEY
056900             DISPLAY "CUENTA NO ENCONTRADA: " DSP-ACCOUNT-WANTED
057000             GO TO 2000-OPEN-CASE-ACCT
057100     END-READ.
057200     PERFORM 2100-GET-CASE-DATA THRU 2100-GET-CASE-DATA-EXIT.
057300     IF NOT DSP-INPUT-OK
057400         GO TO 2000-OPEN-CASE-ACCT
057500     END-IF.
057600     MOVE DSP-TODAY TO DSP-WORK-DATE.
057700     PERFORM 1500-COMPUTE-DEADLINE
057800         THRU 1500-COMPUTE-DEADLINE-EXIT.
057900     MOVE DSP-WORK-DATE TO DSC-DEADLINE.
058000     MOVE ZERO TO DSC-CREDIT-DATE DSC-CREDIT-TIME.
058100     SET DSC-CREDIT-NONE TO TRUE.
058200     IF DSP-CREDIT-WANTED
058300         PERFORM 2200-PROVISIONAL-CREDIT
058400             THRU 2200-PROVISIONAL-CREDIT-EXIT
058500     END-IF.
058600     WRITE DSC-CASE-RECORD
058700         INVALID KEY
058800             DISPLAY "*** ERROR AL GRABAR EL CASO - ESTADO "
058900                 WS-DSPCASE-STATUS
059000             GO TO 2000-OPEN-CASE-ACCT
059100     END-WRITE.
059200     DISPLAY "CASO ABIERTO - PLAZO DE RESPUESTA " DSC-DEADLINE.
059300 2000-OPEN-CASE-ACCT.
059400     CLOSE ACCT-MASTER-FILE.
059500 2000-OPEN-CASE-CLOSE.
059600     CLOSE DISPUTE-FILE.
059700 2000-OPEN-CASE-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100* 2100-GET-CASE-DATA  -  AMOUNT DISPUTED (BLANK = THE WHOLE
060200*                        DEBIT, NEVER MORE), REASON, AND WHETHER
060300*                        THE CUSTOMER GETS A PROVISIONAL CREDIT.
060400*                        BUILDS THE NEW CASE IN THE FD.
060500******************************************************************
060600 2100-GET-CASE-DATA.
060700     MOVE "N" TO DSP-INPUT-OK-SW.
060800     COMPUTE DSP-ENTRY-ABS = ZERO - DSP-AMT-WANTED.
060900     MOVE DSP-ENTRY-ABS TO DSP-DISP-ED.
061000     DISPLAY "IMPORTE DISPUTADO (BLANCO = " DSP-DISP-ED "): ".
061100     ACCEPT DSP-DISP-INPUT.
061200     IF DSP-DISP-INPUT = SPACES
061300         MOVE DSP-ENTRY-ABS TO DSP-DISP-WORK
061400     ELSE
061500         MOVE FUNCTION TEST-NUMVAL-C(DSP-DISP-INPUT)
061600             TO DSP-AMT-TEST-RESULT
061700         IF DSP-AMT-TEST-RESULT NOT = 0
061800             DISPLAY "IMPORTE NO NUMERICO - CASO NO ABIERTO."
061900             GO TO 2100-GET-CASE-DATA-EXIT
062000         END-IF
062100         COMPUTE DSP-DISP-WORK =
062200             FUNCTION NUMVAL-C(DSP-DISP-INPUT)
062300     END-IF.
062400     IF DSP-DISP-WORK NOT > ZERO
062500       OR DSP-DISP-WORK > DSP-ENTRY-ABS
062600         DISPLAY "EL IMPORTE DISPUTADO DEBE SER MAYOR QUE CERO Y "
062700             "NO EXCEDER EL DEBITO - CASO NO ABIERTO."
062800         GO TO 2100-GET-CASE-DATA-EXIT
062900     END-IF.
063000     DISPLAY "MOTIVO (NR=NO RECONOCIDO, DU=DUPLICADO, "
063100         "IM=IMPORTE INCORRECTO,".
063200     DISPLAY "        NS=SERVICIO NO RECIBIDO, CI=CARGO "
063300         "INDEBIDO, OT=OTRO): ".
063400     ACCEPT DSP-REASON-INPUT.
063500     MOVE DSP-REASON-INPUT TO DSC-REASON.
063600     IF NOT DSC-RSN-VALID
063700         DISPLAY "MOTIVO INVALIDO - CASO NO ABIERTO."
063800         GO TO 2100-GET-CASE-DATA-EXIT
063900     END-IF.
064000     MOVE SPACES TO DSC-CASE-RECORD.
064100     MOVE DSP-ACCOUNT-WANTED TO DSC-ACCOUNT.
064200     MOVE DSP-DATE-WANTED    TO DSC-ENTRY-DATE.
064300     MOVE DSP-TIME-WANTED    TO DSC-ENTRY-TIME.
064400     MOVE DSP-AMT-WANTED     TO DSC-ENTRY-AMOUNT.
064500     MOVE DSP-REASON-INPUT   TO DSC-REASON.
064600     DISPLAY "DESCRIPCION DEL RECLAMO: ".
064700     ACCEPT DSC-REASON-TEXT.
064800     MOVE ACM-CUSTOMER-ID    TO DSC-CUSTOMER-ID.
064900     MOVE DSP-FOUND-SOURCE   TO DSC-ENTRY-SOURCE.
065000     MOVE DSP-DISP-WORK      TO DSC-DISPUTED-AMOUNT.
065100     MOVE DSP-SIGNON-ID      TO DSC-OPENED-BY.
065200     MOVE DSP-TODAY          TO DSC-OPEN-DATE.
065300     MOVE DSP-RUN-TIME       TO DSC-OPEN-TIME.
065400     SET DSC-STAT-OPEN TO TRUE.
065500     MOVE ZERO TO DSC-CLOSE-REQ-DATE DSC-CLOSED-DATE.
065600     DISPLAY "ABONAR CREDITO PROVISIONAL AL CLIENTE? (S/N): ".
065700     ACCEPT DSP-CREDIT-ANSWER.
065800     SET DSP-INPUT-OK TO TRUE.
065900 2100-GET-CASE-DATA-EXIT.
066000     EXIT.
066100
066200******************************************************************
066300* 2200-PROVISIONAL-CREDIT  -  THE DISPUTED AMOUNT CREDITED NOW,
066400*                             UNDER "DSP " POINTING AT THE
066500*                             DISPUTED ENTRY.  AN ACCOUNT THAT
066600*                             CANNOT TAKE A POSTING, OR CARRIES
066610*                             A TERM DEPOSIT IN FORCE, GETS THE
066700*                             CASE WITHOUT THE CREDIT.
066800******************************************************************
066900 2200-PROVISIONAL-CREDIT.
067000     IF NOT ACM-STAT-POSTABLE
067100         DISPLAY "CUENTA CONGELADA, CERRADA O REMITIDA - EL CASO "
067200             "SE ABRE SIN CREDITO PROVISIONAL."
067300         GO TO 2200-PROVISIONAL-CREDIT-EXIT
067400     END-IF.
067410     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
067420     CALL "TDEPCHK" USING TDK-PARM.
067430     IF TDK-DEPOSIT-ACTIVE
067440         DISPLAY "DEPOSITO A PLAZO VIGENTE HASTA "
067450             TDK-REPLY-MATURITY-DATE " - EL CASO SE ABRE SIN "
067460             "CREDITO PROVISIONAL."
067470         GO TO 2200-PROVISIONAL-CREDIT-EXIT
067480     END-IF.
067500     MOVE "DSP " TO DSP-POST-SOURCE.
067600     MOVE DSC-DISPUTED-AMOUNT TO DSP-POST-AMOUNT.
067700     MOVE DSC-ENTRY-DATE TO DSP-REF-DATE.
067800     MOVE DSC-ENTRY-TIME TO DSP-REF-TIME.
067900     PERFORM 9000-POST-MOVEMENT THRU 9000-POST-MOVEMENT-EXIT.
068000     IF NOT DSP-POSTED
068100         GO TO 2200-PROVISIONAL-CREDIT-EXIT
068200     END-IF.
068300     SET DSC-CREDIT-PROVISIONAL TO TRUE.
068400     MOVE DSP-TODAY TO DSC-CREDIT-DATE.
068500     MOVE DSP-RUN-TIME TO DSC-CREDIT-TIME.
068600 2200-PROVISIONAL-CREDIT-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000* 3000-REQUEST-CLOSE  -  THE OPERATOR PROPOSES THE OUTCOME OF AN
069100*                        OPEN CASE; NOTHING POSTS UNTIL A
069200*                        SUPERVISOR RELEASES IT.
069300******************************************************************
069400 3000-REQUEST-CLOSE.
069500     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
069600     IF NOT DSP-SESSION-OK
069700         DISPLAY "SE REQUIERE UNA SESION DE HOY - INICIE SESION "
069800             "EN MENU-PRINCIPAL."
069900         GO TO 3000-REQUEST-CLOSE-EXIT
070000     END-IF.
070100     PERFORM 1100-OPEN-CASES THRU 1100-OPEN-CASES-EXIT.
070200     IF NOT FS-SUCCESS OF WS-DSPCASE-STATUS
070300         DISPLAY "DSPCASE NO DISPONIBLE - ESTADO "
070400             WS-DSPCASE-STATUS
070500         GO TO 3000-REQUEST-CLOSE-EXIT
070600     END-IF.
070700     PERFORM 1600-GET-CASE THRU 1600-GET-CASE-EXIT.
070800     IF NOT DSP-INPUT-OK
070900         GO TO 3000-REQUEST-CLOSE-CLOSE
071000     END-IF.
071100     PERFORM 1700-SHOW-CASE THRU 1700-SHOW-CASE-EXIT.
071200     IF NOT DSC-STAT-OPEN
071300         DISPLAY "EL CASO NO ESTA ABIERTO - NADA QUE SOLICITAR."
071400         GO TO 3000-REQUEST-CLOSE-CLOSE
071500     END-IF.
071600     DISPLAY "RESULTADO (F=A FAVOR DEL CLIENTE, D=DENEGADO): ".
071700     ACCEPT DSP-OUTCOME-INPUT.
071800     MOVE DSP-OUTCOME-INPUT TO DSC-OUTCOME.
071900     IF DSP-OUTCOME-INPUT = "f"
072000         SET DSC-OUT-FAVOUR TO TRUE
072100     END-IF.
072200     IF DSP-OUTCOME-INPUT = "d"
072300         SET DSC-OUT-DENIED TO TRUE
072400     END-IF.
072500     IF NOT DSC-OUT-VALID
072600         DISPLAY "RESULTADO INVALIDO - SOLICITUD CANCELADA."
072700         GO TO 3000-REQUEST-CLOSE-CLOSE
072800     END-IF.
072900     DISPLAY "NOTA DE CIERRE: ".
073000     ACCEPT DSC-CLOSE-NOTE.
073100     SET DSC-STAT-RELEASE-PENDING TO TRUE.
073200     MOVE DSP-SIGNON-ID TO DSC-CLOSE-REQ-BY.
073300     MOVE DSP-TODAY TO DSC-CLOSE-REQ-DATE.
073400     REWRITE DSC-CASE-RECORD
073500         INVALID KEY
073600             DISPLAY "*** ERROR AL REGRABAR EL CASO - ESTADO "
073700                 WS-DSPCASE-STATUS
073800             GO TO 3000-REQUEST-CLOSE-CLOSE
073900     END-REWRITE.
074000     DISPLAY "CIERRE SOLICITADO - PENDIENTE DE LIBERACION POR "
074100         "OTRO SUPERVISOR.".
074200 3000-REQUEST-CLOSE-CLOSE.
074300     CLOSE DISPUTE-FILE.
074400 3000-REQUEST-CLOSE-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800* 4000-RELEASE-CLOSE  -  DUAL CONTROL ON THE OUTCOME: A
074900*                        SUPERVISOR OTHER THAN THE REQUESTER
075000*                        APPLIES IT (OR RETURNS THE CASE TO
075100*                        OPEN).  THE POSTINGS ARE MADE HERE.
075200******************************************************************
075300 4000-RELEASE-CLOSE.
075400     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
075500     IF NOT DSP-SESSION-OK OR NOT DSP-SUPERVISOR
075600         DISPLAY "SE REQUIERE UNA SESION DE SUPERVISOR - "
075700             "INICIE SESION EN MENU-PRINCIPAL."
075800         GO TO 4000-RELEASE-CLOSE-EXIT
075900     END-IF.
076000     OPEN I-O DISPUTE-FILE.
076100     IF NOT FS-SUCCESS OF WS-DSPCASE-STATUS
076200         DISPLAY "NO HAY CASOS DE DISPUTA (DSPCASE)."
076300         GO TO 4000-RELEASE-CLOSE-EXIT
076400     END-IF.
076500     PERFORM 4100-LIST-PENDING THRU 4100-LIST-PENDING-EXIT.
076600     IF DSP-PENDING-COUNT = ZERO
076700         DISPLAY "NO HAY CIERRES PENDIENTES DE LIBERACION."
076800         GO TO 4000-RELEASE-CLOSE-CLOSE
076900     END-IF.
077000     PERFORM 1600-GET-CASE THRU 1600-GET-CASE-EXIT.
077100     IF NOT DSP-INPUT-OK
077200         GO TO 4000-RELEASE-CLOSE-CLOSE
077300     END-IF.
077400     PERFORM 1700-SHOW-CASE THRU 1700-SHOW-CASE-EXIT.
077500     IF NOT DSC-STAT-RELEASE-PENDING
077600         DISPLAY "EL CASO NO TIENE CIERRE SOLICITADO."
077700         GO TO 4000-RELEASE-CLOSE-CLOSE
077800     END-IF.
077900*    DUAL CONTROL: THE REQUESTING ID CANNOT RELEASE ITS OWN
078000*    OUTCOME, NOT EVEN WITH THE SUPERVISOR ROLE.
078100     IF DSC-CLOSE-REQ-BY = DSP-SIGNON-ID
078200         DISPLAY "SOLICITADO POR SU PROPIO ID - OTRO "
078300             "SUPERVISOR DEBE LIBERARLO."
078400         GO TO 4000-RELEASE-CLOSE-CLOSE
078500     END-IF.
078600     DISPLAY "ACCION (A=APLICAR EL RESULTADO, R=DEVOLVER A "
078700         "ABIERTO, OTRA=SALIR): ".
078800     ACCEPT DSP-ACTION.
078900     EVALUATE TRUE
079000         WHEN DSP-ACT-APPLY
079100             PERFORM 4200-APPLY-OUTCOME
079200                 THRU 4200-APPLY-OUTCOME-EXIT
079300         WHEN DSP-ACT-RETURN
079400             SET DSC-STAT-OPEN TO TRUE
079500             MOVE SPACE TO DSC-OUTCOME
079600             MOVE SPACES TO DSC-CLOSE-REQ-BY
079700             MOVE ZERO TO DSC-CLOSE-REQ-DATE
079800             REWRITE DSC-CASE-RECORD
079900             DISPLAY "CASO DEVUELTO A ABIERTO."
080000         WHEN OTHER
080100             DISPLAY "SIN CAMBIOS."
080200     END-EVALUATE.
080300 4000-RELEASE-CLOSE-CLOSE.
080400     CLOSE DISPUTE-FILE.
080500 4000-RELEASE-CLOSE-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900* 4100-LIST-PENDING  -  EVERY CASE WAITING FOR RELEASE, SO THE
081000*                       SUPERVISOR CAN KEY THE ONE TO WORK.
081100******************************************************************
081200 4100-LIST-PENDING.
081300     MOVE ZERO TO DSP-PENDING-COUNT.
081400     MOVE "N" TO DSP-EOF-SW.
081500     MOVE LOW-VALUES TO DSC-KEY.
081600     START DISPUTE-FILE KEY NOT < DSC-KEY
081700         INVALID KEY
081800             SET DSP-EOF TO TRUE
081900     END-START.
082000     PERFORM 4110-LIST-ONE THRU 4110-LIST-ONE-EXIT
082100         UNTIL DSP-EOF.
082200 4100-LIST-PENDING-EXIT.
082300     EXIT.
082400
082500******************************************************************
082600* 4110-LIST-ONE
082700******************************************************************
082800 4110-LIST-ONE.
082900     READ DISPUTE-FILE NEXT
083000         AT END
083100             SET DSP-EOF TO TRUE
083200             GO TO 4110-LIST-ONE-EXIT
083300     END-READ.
083400     IF NOT DSC-STAT-RELEASE-PENDING
083500         GO TO 4110-LIST-ONE-EXIT
083600     END-IF.
083700     ADD 1 TO DSP-PENDING-COUNT.
083800     MOVE DSC-ENTRY-AMOUNT TO DSP-AMT-ED.
083900     DISPLAY DSC-ACCOUNT " " DSC-ENTRY-DATE " " DSC-ENTRY-TIME
084000         " " DSP-AMT-ED "  RESULTADO " DSC-OUTCOME
084100         "  POR " DSC-CLOSE-REQ-BY "  PLAZO " DSC-DEADLINE.
084200 4110-LIST-ONE-EXIT.
084300     EXIT.
084400
084500******************************************************************
084600* 4200-APPLY-OUTCOME  -  THE JOURNAL IS READ AGAIN FIRST: A
084700*                        REVERSAL MADE OUTSIDE THE CASE CHANGES
084800*                        WHAT IS STILL OWED.
084900*                          IN FAVOUR, PROVISIONAL CREDIT  - IT
085000*                            STANDS; REFUSED IF THE DISPUTED
085100*                            ENTRY WAS ALSO REVERSED (THE
085200*                            CUSTOMER WOULD BE PAID TWICE).
085300*                          IN FAVOUR, NO CREDIT YET  - THE
085400*                            CREDIT POSTS NOW ("DSP "), UNLESS
085500*                            THE ENTRY WAS ALREADY REVERSED.
085600*                          DENIED, PROVISIONAL CREDIT  - "REV "
085700*                            OF THE CREDIT, UNLESS ALREADY DONE.
085800*                          DENIED, NO CREDIT  - NOTHING POSTS.
085900******************************************************************
086000 4200-APPLY-OUTCOME.
086100     MOVE DSC-ACCOUNT      TO DSP-ACCOUNT-WANTED.
086200     MOVE DSC-ENTRY-DATE   TO DSP-DATE-WANTED.
086300     MOVE DSC-ENTRY-TIME   TO DSP-TIME-WANTED.
086400     MOVE DSC-ENTRY-AMOUNT TO DSP-AMT-WANTED.
086500     MOVE ZERO TO DSP-CREDIT-DATE-WANTED DSP-CREDIT-TIME-WANTED.
086600     IF DSC-CREDIT-PROVISIONAL
086700         MOVE DSC-CREDIT-DATE TO DSP-CREDIT-DATE-WANTED
086800         MOVE DSC-CREDIT-TIME TO DSP-CREDIT-TIME-WANTED
086900     END-IF.
087000     PERFORM 1200-SCAN-JOURNAL THRU 1200-SCAN-JOURNAL-EXIT.
087100     IF DSC-OUT-FAVOUR
087200       AND DSC-CREDIT-PROVISIONAL
087300       AND DSP-ENTRY-REVERSED
087400       AND NOT DSP-CREDIT-REVERSED
087500         DISPLAY "EL POSTEO DISPUTADO FUE REVERSADO APARTE - EL "
087600             "CREDITO PROVISIONAL LO DUPLICA."
087700         DISPLAY "DEVUELVA EL CASO Y CIERRELO COMO DENEGADO."
087800         GO TO 4200-APPLY-OUTCOME-EXIT
087900     END-IF.
088000     IF DSC-OUT-FAVOUR
088100       AND DSC-CREDIT-PROVISIONAL
088200       AND DSP-CREDIT-REVERSED
088300         DISPLAY "EL CREDITO PROVISIONAL YA FUE REVERSADO - "
088400             "DEVUELVA EL CASO Y REVISELO."
088500         GO TO 4200-APPLY-OUTCOME-EXIT
088600     END-IF.
088700     IF DSC-OUT-FAVOUR
088800       AND DSC-CREDIT-NONE
088900       AND NOT DSP-ENTRY-REVERSED
089000         PERFORM 4300-POST-OUTCOME THRU 4300-POST-OUTCOME-EXIT
089100         IF NOT DSP-POSTED
089200             GO TO 4200-APPLY-OUTCOME-EXIT
089300         END-IF
089400         SET DSC-CREDIT-FINAL TO TRUE
089500         MOVE DSP-TODAY TO DSC-CREDIT-DATE
089600         MOVE DSP-RUN-TIME TO DSC-CREDIT-TIME
089700     END-IF.
089800     IF DSC-OUT-FAVOUR
089900       AND DSC-CREDIT-NONE
090000       AND DSP-ENTRY-REVERSED
090100         DISPLAY "EL POSTEO YA ESTABA REVERSADO - SIN ABONO "
090200             "ADICIONAL."
090300     END-IF.
090400     IF DSC-OUT-DENIED
090500       AND DSC-CREDIT-PROVISIONAL
090600       AND DSP-CREDIT-REVERSED
090700         DISPLAY "EL CREDITO PROVISIONAL YA ESTABA REVERSADO - "
090800             "NO SE REVERSA DOS VECES."
090900     END-IF.
091000     IF DSC-OUT-DENIED
091100       AND DSC-CREDIT-PROVISIONAL
091200       AND NOT DSP-CREDIT-REVERSED
091300         PERFORM 4300-POST-OUTCOME THRU 4300-POST-OUTCOME-EXIT
091400         IF NOT DSP-POSTED
091500             GO TO 4200-APPLY-OUTCOME-EXIT
091600         END-IF
091700     END-IF.
091800     SET DSC-STAT-CLOSED TO TRUE.
091900     MOVE DSP-SIGNON-ID TO DSC-RELEASED-BY.
092000     MOVE DSP-TODAY TO DSC-CLOSED-DATE.
092100     REWRITE DSC-CASE-RECORD
092200         INVALID KEY
092300             DISPLAY "*** ERROR AL REGRABAR EL CASO - ESTADO "
092400                 WS-DSPCASE-STATUS
092500             GO TO 4200-APPLY-OUTCOME-EXIT
092600     END-REWRITE.
092700     IF DSC-OUT-FAVOUR
092800         DISPLAY "CASO CERRADO A FAVOR DEL CLIENTE."
092900     ELSE
093000         DISPLAY "CASO CERRADO - RECLAMO DENEGADO."
093100     END-IF.
093200 4200-APPLY-OUTCOME-EXIT.
093300     EXIT.
093400
093500******************************************************************
093600* 4300-POST-OUTCOME  -  THE ONE MOVEMENT A RELEASE MAKES: THE
093700*                       CREDIT IN FAVOUR ("DSP " POINTING AT THE
093800*                       DISPUTED ENTRY) OR THE REVERSAL OF THE
093900*                       PROVISIONAL CREDIT ("REV " POINTING AT
094000*                       IT), WITH REVPOST'S ACCOUNT CHECKS -
094010*                       A TERM DEPOSIT IN FORCE INCLUDED.
094100******************************************************************
094200 4300-POST-OUTCOME.
094300     MOVE "N" TO DSP-POSTED-SW.
094400     OPEN I-O ACCT-MASTER-FILE.
094500     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
094600         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
094700             WS-ACCTMAST-STATUS
094800         GO TO 4300-POST-OUTCOME-EXIT
094900     END-IF.
095000     MOVE DSC-ACCOUNT TO ACM-ACCOUNT-NUMBER.
095100     READ ACCT-MASTER-FILE
095200         INVALID KEY
095300             DISPLAY "CUENTA NO ENCONTRADA: " DSC-ACCOUNT
095400             GO TO 4300-POST-OUTCOME-CLOSE
095500     END-READ.
095600     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
095700         DISPLAY "CUENTA CONGELADA O CERRADA - EL CIERRE "
095800             "REQUIERE REACTIVARLA PRIMERO (CTASTAT)."
095900         GO TO 4300-POST-OUTCOME-CLOSE
096000     END-IF.
096010     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
096020     CALL "TDEPCHK" USING TDK-PARM.
096030     IF TDK-DEPOSIT-ACTIVE
096040         DISPLAY "DEPOSITO A PLAZO VIGENTE HASTA "
096050             TDK-REPLY-MATURITY-DATE " - CIERRE RECHAZADO, EL "
096060             "CASO QUEDA PENDIENTE."
096070         GO TO 4300-POST-OUTCOME-CLOSE
096080     END-IF.
096100     IF DSC-OUT-FAVOUR
096200         MOVE "DSP " TO DSP-POST-SOURCE
096300         MOVE DSC-DISPUTED-AMOUNT TO DSP-POST-AMOUNT
096400         MOVE DSC-ENTRY-DATE TO DSP-REF-DATE
096500         MOVE DSC-ENTRY-TIME TO DSP-REF-TIME
096600     ELSE
096700         MOVE "REV " TO DSP-POST-SOURCE
096800         COMPUTE DSP-POST-AMOUNT = ZERO - DSC-DISPUTED-AMOUNT
096900         MOVE DSC-CREDIT-DATE TO DSP-REF-DATE
097000         MOVE DSC-CREDIT-TIME TO DSP-REF-TIME
097100     END-IF.
097200     PERFORM 9000-POST-MOVEMENT THRU 9000-POST-MOVEMENT-EXIT.
097300 4300-POST-OUTCOME-CLOSE.
097400     CLOSE ACCT-MASTER-FILE.
097500 4300-POST-OUTCOME-EXIT.
097600     EXIT.
097700
097800******************************************************************
097900* 5000-DEADLINE-REPORT  -  BATCH: THE CASES STILL OPEN (OR
098000*                          WAITING FOR RELEASE) THAT ARE PAST
098100*                          THEIR DEADLINE OR DUE WITHIN
098200*                          DSP-WARN-DAYS BUSINESS DAYS.
098300******************************************************************
098400 5000-DEADLINE-REPORT.
098500     OPEN INPUT DISPUTE-FILE.
098600     IF NOT FS-SUCCESS OF WS-DSPCASE-STATUS
098700         DISPLAY "DISPUTA: DSPCASE AUN NO EXISTE - SIN CASOS."
098800         GO TO 5000-DEADLINE-REPORT-EXIT
098900     END-IF.
099000     MOVE DSP-TODAY TO DSP-WORK-DATE.
099100     PERFORM 1510-NEXT-BUSINESS-DAY
099200         THRU 1510-NEXT-BUSINESS-DAY-EXIT
099300         DSP-WARN-DAYS TIMES.
099400     MOVE DSP-WORK-DATE TO DSP-WARN-DATE.
099500     OPEN OUTPUT PRINT-FILE.
099600     MOVE SPACES TO PRINT-LINE.
099700     STRING "CASOS DE DISPUTA VENCIDOS O POR VENCER AL "
099800         DSP-TODAY "   (PLAZO HASTA EL " DSP-WARN-DATE ")"
099900         DELIMITED BY SIZE INTO PRINT-LINE.
100000     WRITE PRINT-LINE.
100100     MOVE SPACES TO PRINT-LINE.
100200     WRITE PRINT-LINE.
100300     MOVE "N" TO DSP-EOF-SW.
100400     PERFORM 5100-REPORT-ONE THRU 5100-REPORT-ONE-EXIT
100500         UNTIL DSP-EOF.
100600     PERFORM 5200-REPORT-TOTALS THRU 5200-REPORT-TOTALS-EXIT.
100700     CLOSE PRINT-FILE.
100800     CLOSE DISPUTE-FILE.
100900 5000-DEADLINE-REPORT-EXIT.
101000     EXIT.
101100
101200******************************************************************
101300* 5100-REPORT-ONE
101400******************************************************************
101500 5100-REPORT-ONE.
101600     READ DISPUTE-FILE NEXT
101700         AT END
101800             SET DSP-EOF TO TRUE
101900             GO TO 5100-REPORT-ONE-EXIT
102000     END-READ.
102100     IF DSC-STAT-CLOSED
102200         GO TO 5100-REPORT-ONE-EXIT
102300     END-IF.
102400     ADD 1 TO DSP-OPEN-COUNT.
102500     IF DSC-CREDIT-PROVISIONAL
102600         ADD 1 TO DSP-PROV-COUNT
102700         ADD DSC-DISPUTED-AMOUNT TO DSP-PROV-TOTAL
102800     END-IF.
102900     IF DSC-DEADLINE > DSP-WARN-DATE
103000         GO TO 5100-REPORT-ONE-EXIT
103100     END-IF.
103200     IF DSC-DEADLINE < DSP-TODAY
103300         ADD 1 TO DSP-LATE-COUNT
103400         MOVE "*** VENCIDO" TO DSP-VERDICT
103500     ELSE
103600         ADD 1 TO DSP-NEAR-COUNT
103700         MOVE "POR VENCER" TO DSP-VERDICT
103800     END-IF.
103900     MOVE DSC-DISPUTED-AMOUNT TO DSP-DISP-ED.
104000     MOVE SPACES TO PRINT-LINE.
104100     STRING DSC-ACCOUNT "  " DSC-CUSTOMER-ID
104200         "  POSTEO " DSC-ENTRY-DATE " " DSC-ENTRY-TIME
104300         "  " DSP-DISP-ED "  " DSC-REASON
104400         "  ABIERTO " DSC-OPEN-DATE " " DSC-OPENED-BY
104500         "  ESTADO " DSC-STATUS " CRED " DSC-CREDIT-TYPE
104600         "  PLAZO " DSC-DEADLINE "  " DSP-VERDICT
104700         DELIMITED BY SIZE INTO PRINT-LINE.
104800     WRITE PRINT-LINE.
104900 5100-REPORT-ONE-EXIT.
105000     EXIT.
105100
105200******************************************************************
105300* 5200-REPORT-TOTALS
105400******************************************************************
105500 5200-REPORT-TOTALS.
105600     MOVE SPACES TO PRINT-LINE.
105700     WRITE PRINT-LINE.
105800     MOVE DSP-OPEN-COUNT TO DSP-CNT-ED.
105900     MOVE SPACES TO PRINT-LINE.
106000     STRING "CASOS SIN CERRAR:         " DSP-CNT-ED
106100         DELIMITED BY SIZE INTO PRINT-LINE.
106200     WRITE PRINT-LINE.
106300     MOVE DSP-LATE-COUNT TO DSP-CNT-ED.
106400     MOVE SPACES TO PRINT-LINE.
106500     STRING "  VENCIDOS:               " DSP-CNT-ED
106600         DELIMITED BY SIZE INTO PRINT-LINE.
106700     WRITE PRINT-LINE.
106800     MOVE DSP-NEAR-COUNT TO DSP-CNT-ED.
106900     MOVE SPACES TO PRINT-LINE.
107000     STRING "  POR VENCER:             " DSP-CNT-ED
107100         DELIMITED BY SIZE INTO PRINT-LINE.
107200     WRITE PRINT-LINE.
107300     MOVE DSP-PROV-COUNT TO DSP-CNT-ED.
107400     MOVE DSP-PROV-TOTAL TO DSP-TOT-ED.
107500     MOVE SPACES TO PRINT-LINE.
107600     STRING "CON CREDITO PROVISIONAL:  " DSP-CNT-ED
107700         "   IMPORTE " DSP-TOT-ED
107800         DELIMITED BY SIZE INTO PRINT-LINE.
107900     WRITE PRINT-LINE.
108000     DISPLAY "DISPUTA: " DSP-OPEN-COUNT " CASOS SIN CERRAR, "
108100         DSP-LATE-COUNT " VENCIDOS, " DSP-NEAR-COUNT
108200         " POR VENCER".
108300 5200-REPORT-TOTALS-EXIT.
108400     EXIT.
108500
108600******************************************************************
108700* 9000-POST-MOVEMENT  -  DSP-POST-AMOUNT AGAINST THE ACCOUNT IN
108800*                        THE FD, JOURNALED UNDER DSP-POST-SOURCE.
108900*                        A DORMANT ACCOUNT COMES BACK TO OPEN,
109000*                        AS WITH ANY OTHER POSTING.
109100******************************************************************
109200 9000-POST-MOVEMENT.
109300     MOVE "N" TO DSP-POSTED-SW.
109400     MOVE ACM-ACCOUNT-BALANCE TO DSP-OLD-BALANCE.
109500     IF ACM-STAT-DORMANT
109600         MOVE "A" TO ACM-ACCOUNT-STATUS
109700     END-IF.
109800     ADD DSP-POST-AMOUNT TO ACM-ACCOUNT-BALANCE.
109900     REWRITE ACM-ACCOUNT-RECORD
110000         INVALID KEY
110100             DISPLAY "*** ERROR AL REGRABAR LA CUENTA - ESTADO "
110200                 WS-ACCTMAST-STATUS
110300             GO TO 9000-POST-MOVEMENT-EXIT
110400     END-REWRITE.
110500     PERFORM 9100-WRITE-JOURNAL THRU 9100-WRITE-JOURNAL-EXIT.
110600     SET DSP-POSTED TO TRUE.
110700     MOVE DSP-POST-AMOUNT TO DSP-AMT-ED.
110800     DISPLAY "POSTEADO " DSP-POST-SOURCE " " DSP-AMT-ED.
110900     MOVE ACM-ACCOUNT-BALANCE TO DSP-AMT-ED.
111000     DISPLAY "NUEVO BALANCE DE LA CUENTA: " DSP-AMT-ED.
111100 9000-POST-MOVEMENT-EXIT.
111200     EXIT.
111300
111400******************************************************************
111500* 9100-WRITE-JOURNAL  -  THE MOVEMENT JUST APPLIED, WITH ITS
111600*                        REFERENCE AND THE SIGNED-ON OPERATOR.
111700******************************************************************
111800 9100-WRITE-JOURNAL.
111900     MOVE ACM-ACCOUNT-NUMBER  TO PJR-ACCOUNT-NUMBER.
112000     MOVE DSP-OLD-BALANCE     TO PJR-OLD-BALANCE.
112100     MOVE DSP-POST-AMOUNT     TO PJR-AMOUNT.
112200     MOVE ACM-ACCOUNT-BALANCE TO PJR-NEW-BALANCE.
112300     MOVE DSP-SIGNON-ID       TO PJR-OPERATOR-ID.
112400     MOVE DSP-TODAY           TO PJR-RUN-DATE.
112500     MOVE DSP-RUN-TIME        TO PJR-RUN-TIME.
112600     MOVE DSP-POST-SOURCE     TO PJR-SOURCE.
112700     MOVE DSP-REF-DATE        TO PJR-REF-DATE.
112800     MOVE DSP-REF-TIME        TO PJR-REF-TIME.
112900     MOVE ZERO                TO PJR-XFER-REF.
113000     OPEN EXTEND POST-JRNL-FILE.
113100     IF FS-NOT-FOUND OF WS-JRNL-STATUS
113200         OPEN OUTPUT POST-JRNL-FILE
113300         CLOSE POST-JRNL-FILE
113400         OPEN EXTEND POST-JRNL-FILE
113500     END-IF.
113600     WRITE PJR-JOURNAL-RECORD.
113700     CLOSE POST-JRNL-FILE.
113800 9100-WRITE-JOURNAL-EXIT.
113900     EXIT.
114000
114100 END PROGRAM DISPUTA.
