000100******************************************************************
000200* PROGRAM-ID: FWDRECOV
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 29/09/26
000600* DATE-COMPILED:
000700* PURPOSE:     FORWARD RECOVERY OF ACCTMAST.  MSTRELD PUTS THE
000800*              MASTER BACK AS IT WAS AT THE LAST UNLOAD; A MASTER
000900*              LOST MID-DAY ALSO NEEDS EVERYTHING POSTED SINCE.
001000*              THIS STEP RELOADS ACCTMAST FROM THE ACCTUNLD
001100*              GENERATION NAMED BY THE LATEST PROVED ENTRY ON
001200*              BKPVRFY (MSTVRFY'S VERDICT) - ANY OTHER UNLOAD, OR
001300*              ONE THAT NO LONGER MATCHES ITS OWN TRAILER, IS
001400*              REFUSED WITH RETURN-CODE 4 BEFORE THE MASTER IS
001500*              TOUCHED.  IT THEN REPLAYS EVERY POSTJRNL MOVEMENT
001600*              STAMPED AFTER THE UNLOAD, IN JOURNAL ORDER, PROVING
001700*              EACH ONE'S OLD BALANCE AGAINST THE RECOVERED
001800*              BALANCE BEFORE APPLYING IT (THE JRNLAUD CHAIN
001900*              RULES: "ACR " RECORDS CHAIN THE ACCRUED BUCKET,
002000*              "CAP " EMPTIES IT, "RVL " IS NOT AN ACCTMAST
002100*              MOVEMENT).  A
002200*              BROKEN LINK IS PRINTED AND THE ACCOUNT CONTINUES
002300*              FROM THE JOURNAL'S OWN IMAGE, SO ONE BREAK DOES NOT
002400*              CARRY INTO EVERY LATER MOVEMENT.  THE RUN ENDS WITH
002500*              THE RECOVERY CERTIFICATE: THE BACKUP USED, EVERY
002600*              ACCOUNT TOUCHED WITH ITS BACKUP AND RECOVERED
002700*              BALANCES, THE MOVEMENTS REPLAYED, THE CHAIN BREAKS,
002800*              AND THE HASH PROOF (BACKUP HASH PLUS REPLAYED
002900*              MOVEMENTS EQUALS THE RECOVERED MASTER).  BREAKS,
003000*              MOVEMENTS FOR ACCOUNTS NOT ON THE BACKUP (OPENED
003100*              SINCE - THE JOURNAL DOES NOT CARRY THE REST OF THE
003200*              ACCOUNT), OR A FAILED HASH PROOF END THE STEP WITH
003300*              RETURN-CODE 4.  STATUS AND OTHER NON-MONETARY
003400*              CHANGES MADE SINCE THE UNLOAD ARE NOT JOURNALED AND
003500*              MUST BE RE-KEYED FROM THE DAY'S CTASTAT LOG.
003600* TECTONICS:   cobc -x example79-recuperaMaestro.cbl
003700*
003800* MODIFICATION HISTORY
003900*   29/09/26  JPL  INITIAL VERSION.
004000******************************************************************
004100
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. FWDRECOV.
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ACM-ACCOUNT-NUMBER
005200         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-ACCTMAST-STATUS.
005500
005600     SELECT ACCT-UNLOAD-FILE ASSIGN TO "ACCTUNLD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-AUNL-STATUS.
005900
006000     SELECT BKPVRFY-FILE ASSIGN TO "BKPVRFY"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-BKPVRFY-STATUS.
006300
006400     SELECT POST-JRNL-FILE ASSIGN TO "POSTJRNL"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-JRNL-STATUS.
006700
006800     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PRINT-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ACCT-MASTER-FILE.
007500 COPY ACCTREC.
007600
007700 FD  ACCT-UNLOAD-FILE.
007800 01  ACCT-UNL-RECORD                 PIC X(91).
007900
008000 FD  BKPVRFY-FILE.
008100 COPY BKPVRFY.
008200
008300 FD  POST-JRNL-FILE.
008400 COPY PSTJRNL.
008500
008600 FD  PRINT-FILE.
008700 01  PRINT-LINE                      PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 01  WS-ACCTMAST-STATUS.
009100     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
009200 01  WS-AUNL-STATUS.
009300     COPY FSTATCOD REPLACING FS-NAME BY WS-AUNL-CODE.
009400 01  WS-BKPVRFY-STATUS.
009500     COPY FSTATCOD REPLACING FS-NAME BY WS-BKPVRFY-CODE.
009600 01  WS-JRNL-STATUS.
009700     COPY FSTATCOD REPLACING FS-NAME BY WS-JRNL-CODE.
009800 01  WS-PRINT-STATUS.
009900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
010000
010100******************************************************************
010200* SHARED UNLOAD WORK RECORD - MATCHES MSTUNLD FIELD FOR FIELD.
010300******************************************************************
010400 01  FWD-WORK-REC.
010500     05  FWD-TAG                     PIC X(01).
010600         88  FWD-IS-DETAIL           VALUE "D".
010700         88  FWD-IS-TRAILER          VALUE "T".
010800     05  FWD-IMAGE                   PIC X(90).
010900 01  FWD-TRAILER-REC REDEFINES FWD-WORK-REC.
011000     05  FILLER                      PIC X(01).
011100     05  FWD-TRL-COUNT               PIC 9(09).
011200     05  FWD-TRL-HASH                PIC S9(13)V99
011300                                     SIGN LEADING SEPARATE.
011400     05  FWD-TRL-DATE                PIC 9(08).
011500     05  FWD-TRL-TIME                PIC 9(08).
011600     05  FILLER                      PIC X(49).
011700
011800 01  FWD-ACCT-VIEW.
011900     05  FILLER                      PIC X(38).
012000     05  FWD-ACCT-BALANCE            PIC S9(09)V99
012100                                     SIGN LEADING SEPARATE.
012200     05  FILLER                      PIC X(40).
012300
012400******************************************************************
012500* THE UNLOAD STAMP AND EACH JOURNAL RECORD'S STAMP, DATE AHEAD OF
012600* TIME, SO ONE COMPARE TELLS BEFORE FROM AFTER ACROSS MIDNIGHT.
012700******************************************************************
012800 01  FWD-UNLOAD-STAMP.
012900     05  FWD-UNL-DATE                PIC 9(08) VALUE ZERO.
013000     05  FWD-UNL-TIME                PIC 9(08) VALUE ZERO.
013100 01  FWD-JRNL-STAMP.
013200     05  FWD-JRN-DATE                PIC 9(08) VALUE ZERO.
013300     05  FWD-JRN-TIME                PIC 9(08) VALUE ZERO.
013400
013500 77  FWD-RUN-DATE                    PIC 9(08) VALUE ZERO.
013600 77  FWD-RUN-TIME                    PIC 9(08) VALUE ZERO.
013700 77  FWD-EOF-SW                      PIC X(01) VALUE "N".
013800     88  FWD-EOF                     VALUE "Y".
013900 77  FWD-TRAILER-SW                  PIC X(01) VALUE "N".
014000     88  FWD-TRAILER-FOUND           VALUE "Y".
014100 77  FWD-PROVED-SW                   PIC X(01) VALUE "N".
014200     88  FWD-PROVED-FOUND            VALUE "Y".
014300 77  FWD-BALANCED-SW                 PIC X(01) VALUE "Y".
014400     88  FWD-BALANCED                VALUE "Y".
014500     88  FWD-UNBALANCED              VALUE "N".
014600 77  FWD-ACCT-FOUND-SW               PIC X(01) VALUE "N".
014700     88  FWD-ACCT-FOUND              VALUE "Y".
014800
014900******************************************************************
015000* THE LATEST PROVED BACKUP ON BKPVRFY.
015100******************************************************************
015200 77  FWD-BKV-DATE                    PIC 9(08) VALUE ZERO.
015300 77  FWD-BKV-TIME                    PIC 9(08) VALUE ZERO.
015400 77  FWD-BKV-UNL-DATE                PIC 9(08) VALUE ZERO.
015500 77  FWD-BKV-UNL-TIME                PIC 9(08) VALUE ZERO.
015600 77  FWD-BKV-COUNT                   PIC 9(09) VALUE ZERO.
015700 77  FWD-BKV-HASH                    PIC S9(13)V99 VALUE ZERO.
015800
015900******************************************************************
016000* UNLOAD PROOF AND RELOAD
016100******************************************************************
016200 77  FWD-REC-COUNT                   PIC 9(09) VALUE ZERO.
016300 77  FWD-HASH-TOTAL                  PIC S9(13)V99 VALUE ZERO.
016400 77  FWD-EXP-COUNT                   PIC 9(09) VALUE ZERO.
016500 77  FWD-EXP-HASH                    PIC S9(13)V99 VALUE ZERO.
016600 77  FWD-LOADED-COUNT                PIC 9(09) VALUE ZERO.
016700 77  FWD-DUP-COUNT                   PIC 9(09) VALUE ZERO.
016800
016900******************************************************************
017000* JOURNAL REPLAY
017100******************************************************************
017200 77  FWD-JRNL-POS                    PIC 9(07) VALUE ZERO.
017300 77  FWD-BEFORE-COUNT                PIC 9(07) VALUE ZERO.
017400 77  FWD-REPLAY-COUNT                PIC 9(07) VALUE ZERO.
017500 77  FWD-ACR-COUNT                   PIC 9(07) VALUE ZERO.
017600 77  FWD-NOT-MASTER-COUNT            PIC 9(07) VALUE ZERO.
017700 77  FWD-NO-ACCT-COUNT               PIC 9(07) VALUE ZERO.
017800 77  FWD-BREAK-COUNT                 PIC 9(07) VALUE ZERO.
017900 77  FWD-CUR-ACR                     PIC S9(07)V99 VALUE ZERO.
018000 77  FWD-GAP                         PIC S9(11)V99 VALUE ZERO.
018100 77  FWD-MOVE-TOTAL                  PIC S9(13)V99 VALUE ZERO.
018200 77  FWD-GAP-TOTAL                   PIC S9(13)V99 VALUE ZERO.
018300
018400******************************************************************
018500* ACCOUNTS TOUCHED BY THE REPLAY, IN ORDER OF FIRST MOVEMENT,
018600* WITH THE BALANCE THE BACKUP GAVE AND THE BALANCE RECOVERED.
018700******************************************************************
018800 77  FWD-TCH-MAX                     PIC 9(04) COMP VALUE 500.
018900 77  FWD-TCH-COUNT                   PIC 9(04) COMP VALUE ZERO.
019000 77  FWD-TCH-IDX                     PIC 9(04) COMP VALUE ZERO.
019100 77  FWD-TCH-HIT                     PIC 9(04) COMP VALUE ZERO.
019200 77  FWD-TCH-OVERFLOW                PIC 9(07) VALUE ZERO.
019300 01  FWD-TOUCHED-TABLE.
019400     05  FWD-TCH-ENTRY               OCCURS 500 TIMES.
019500         10  FWD-TCH-ACCOUNT         PIC X(10).
019600         10  FWD-TCH-MOVES           PIC 9(05).
019700         10  FWD-TCH-BREAKS          PIC 9(05).
019800         10  FWD-TCH-OPEN-BAL        PIC S9(09)V99.
019900         10  FWD-TCH-CLOSE-BAL       PIC S9(09)V99.
020000
020100******************************************************************
020200* RECOVERED MASTER PROOF
020300******************************************************************
020400 77  FWD-LIVE-COUNT                  PIC 9(09) VALUE ZERO.
020500 77  FWD-LIVE-HASH                   PIC S9(13)V99 VALUE ZERO.
020600 77  FWD-EXPECT-HASH                 PIC S9(13)V99 VALUE ZERO.
020700 01  FWD-CNT-ED                      PIC ZZZ,ZZZ,ZZ9.
020800 01  FWD-POS-ED                      PIC Z,ZZZ,ZZ9.
020900 01  FWD-MOV-ED                      PIC ZZ,ZZ9.
021000 01  FWD-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
021100 01  FWD-AMT2-ED                     PIC -ZZZ,ZZZ,ZZZ.99.
021200 01  FWD-HASH-ED                     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021300
021400 PROCEDURE DIVISION.
021500******************************************************************
021600* 0000-MAINLINE
021700******************************************************************
021800 0000-MAINLINE.
021900     ACCEPT FWD-RUN-DATE FROM DATE YYYYMMDD.
022000     ACCEPT FWD-RUN-TIME FROM TIME.
022100     OPEN OUTPUT PRINT-FILE.
022200     MOVE SPACES TO PRINT-LINE.
022300     STRING "CERTIFICADO DE RECUPERACION DE ACCTMAST AL "
022400         FWD-RUN-DATE " " FWD-RUN-TIME
022500         DELIMITED BY SIZE INTO PRINT-LINE.
022600     WRITE PRINT-LINE.
022700     PERFORM 1000-FIND-PROVED-BACKUP
022800         THRU 1000-FIND-PROVED-BACKUP-EXIT.
022900     IF NOT FWD-PROVED-FOUND
023000         MOVE "*** BKPVRFY NO TIENE NINGUN RESPALDO PROBADO"
023100             TO PRINT-LINE
023200         WRITE PRINT-LINE
023300         PERFORM 9000-REFUSE THRU 9000-REFUSE-EXIT
023400         GO TO 0000-MAINLINE-EXIT
023500     END-IF.
023600     PERFORM 2000-PROVE-UNLOAD THRU 2000-PROVE-UNLOAD-EXIT.
023700     IF FWD-UNBALANCED
023800         PERFORM 9000-REFUSE THRU 9000-REFUSE-EXIT
023900         GO TO 0000-MAINLINE-EXIT
024000     END-IF.
024100     PERFORM 3000-RELOAD-MASTER THRU 3000-RELOAD-MASTER-EXIT.
024200     PERFORM 4000-REPLAY-JOURNAL THRU 4000-REPLAY-JOURNAL-EXIT.
024300     PERFORM 5000-PROVE-RECOVERED THRU 5000-PROVE-RECOVERED-EXIT.
024400     PERFORM 6000-PRINT-CERTIFICATE
024500         THRU 6000-PRINT-CERTIFICATE-EXIT.
024600     CLOSE PRINT-FILE.
024700 0000-MAINLINE-EXIT.
024800     GOBACK.
024900
025000******************************************************************
025100* 1000-FIND-PROVED-BACKUP  -  THE LAST "P" ENTRY WINS; A LATER
025200*                             "F" DOES NOT CANCEL IT, IT JUST IS
025300*                             NOT A STARTING POINT.
025400******************************************************************
025500 1000-FIND-PROVED-BACKUP.
025600     MOVE "N" TO FWD-PROVED-SW FWD-EOF-SW.
025700     OPEN INPUT BKPVRFY-FILE.
025800     IF NOT FS-SUCCESS OF WS-BKPVRFY-STATUS
025900         GO TO 1000-FIND-PROVED-BACKUP-EXIT
026000     END-IF.
026100     PERFORM 1100-SCAN-BKPVRFY THRU 1100-SCAN-BKPVRFY-EXIT
026200         UNTIL FWD-EOF.
026300     CLOSE BKPVRFY-FILE.
026400 1000-FIND-PROVED-BACKUP-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800* 1100-SCAN-BKPVRFY
026900******************************************************************
027000 1100-SCAN-BKPVRFY.
027100     READ BKPVRFY-FILE
027200         AT END
027300             SET FWD-EOF TO TRUE
027400             GO TO 1100-SCAN-BKPVRFY-EXIT
027500     END-READ.
027600     IF NOT BKV-PROVED
027700         GO TO 1100-SCAN-BKPVRFY-EXIT
027800     END-IF.
027900     SET FWD-PROVED-FOUND TO TRUE.
028000     MOVE BKV-VERIFY-DATE TO FWD-BKV-DATE.
028100     MOVE BKV-VERIFY-TIME TO FWD-BKV-TIME.
028200     MOVE BKV-UNLOAD-DATE TO FWD-BKV-UNL-DATE.
028300     MOVE BKV-UNLOAD-TIME TO FWD-BKV-UNL-TIME.
028400     MOVE BKV-ACCT-COUNT TO FWD-BKV-COUNT.
028500     MOVE BKV-ACCT-HASH TO FWD-BKV-HASH.
028600 1100-SCAN-BKPVRFY-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000* 2000-PROVE-UNLOAD  -  THE MSTRELD PASS ONE, PLUS: THE TRAILER
029100*                       MUST BE THE ONE MSTVRFY PROVED LAST.
029200******************************************************************
029300 2000-PROVE-UNLOAD.
029400     SET FWD-BALANCED TO TRUE.
029500     MOVE ZERO TO FWD-REC-COUNT FWD-HASH-TOTAL.
029600     MOVE "N" TO FWD-EOF-SW FWD-TRAILER-SW.
029700     OPEN INPUT ACCT-UNLOAD-FILE.
029800     IF NOT FS-SUCCESS OF WS-AUNL-STATUS
029900         MOVE SPACES TO PRINT-LINE
030000         STRING "*** ACCTUNLD NO DISPONIBLE - ESTADO "
030100             WS-AUNL-STATUS
030200             DELIMITED BY SIZE INTO PRINT-LINE
030300         WRITE PRINT-LINE
030400         SET FWD-UNBALANCED TO TRUE
030500         GO TO 2000-PROVE-UNLOAD-EXIT
030600     END-IF.
030700     PERFORM 2100-PROVE-ONE-REC THRU 2100-PROVE-ONE-REC-EXIT
030800         UNTIL FWD-EOF.
030900     CLOSE ACCT-UNLOAD-FILE.
031000     IF NOT FWD-TRAILER-FOUND
031100         MOVE "*** ACCTUNLD SIN TRAILER - NO SE PUEDE PROBAR"
031200             TO PRINT-LINE
031300         WRITE PRINT-LINE
031400         SET FWD-UNBALANCED TO TRUE
031500         GO TO 2000-PROVE-UNLOAD-EXIT
031600     END-IF.
031700     MOVE SPACES TO PRINT-LINE.
031800     STRING "RESPALDO ACCTUNLD DEL " FWD-UNL-DATE " " FWD-UNL-TIME
031900         "   ULTIMO PROBADO POR MSTVRFY: " FWD-BKV-UNL-DATE
032000         " " FWD-BKV-UNL-TIME " (VERIFICADO EL " FWD-BKV-DATE
032100         " " FWD-BKV-TIME ")"
032200         DELIMITED BY SIZE INTO PRINT-LINE.
032300     WRITE PRINT-LINE.
032400     IF FWD-UNL-DATE NOT = FWD-BKV-UNL-DATE
032500       OR FWD-UNL-TIME NOT = FWD-BKV-UNL-TIME
032600         MOVE "*** ACCTUNLD NO ES EL ULTIMO RESPALDO PROBADO - "
032700             TO PRINT-LINE
032800         WRITE PRINT-LINE
032900         MOVE "    APUNTE EL DD A LA GENERACION QUE MSTVRFY PROBO"
033000             TO PRINT-LINE
033100         WRITE PRINT-LINE
033200         SET FWD-UNBALANCED TO TRUE
033300         GO TO 2000-PROVE-UNLOAD-EXIT
033400     END-IF.
033500     IF FWD-REC-COUNT NOT = FWD-EXP-COUNT
033600       OR FWD-HASH-TOTAL NOT = FWD-EXP-HASH
033700       OR FWD-EXP-COUNT NOT = FWD-BKV-COUNT
033800       OR FWD-EXP-HASH NOT = FWD-BKV-HASH
033900         MOVE "*** CONTEO O HASH DE ACCTUNLD NO CUADRA CON EL "
034000             TO PRINT-LINE
034100         WRITE PRINT-LINE
034200         MOVE "    TRAILER O CON LA VERIFICACION" TO PRINT-LINE
034300         WRITE PRINT-LINE
034400         SET FWD-UNBALANCED TO TRUE
034500     END-IF.
034600 2000-PROVE-UNLOAD-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000* 2100-PROVE-ONE-REC
035100******************************************************************
035200 2100-PROVE-ONE-REC.
035300     READ ACCT-UNLOAD-FILE INTO FWD-WORK-REC
035400         AT END
035500             SET FWD-EOF TO TRUE
035600             GO TO 2100-PROVE-ONE-REC-EXIT
035700     END-READ.
035800     EVALUATE TRUE
035900         WHEN FWD-IS-TRAILER
036000             SET FWD-TRAILER-FOUND TO TRUE
036100             MOVE FWD-TRL-COUNT TO FWD-EXP-COUNT
036200             MOVE FWD-TRL-HASH TO FWD-EXP-HASH
036300             MOVE FWD-TRL-DATE TO FWD-UNL-DATE
036400             MOVE FWD-TRL-TIME TO FWD-UNL-TIME
036500         WHEN FWD-IS-DETAIL
036600             ADD 1 TO FWD-REC-COUNT
036700             MOVE FWD-IMAGE TO FWD-ACCT-VIEW
036800             IF FWD-ACCT-BALANCE IS NUMERIC
036900                 ADD FWD-ACCT-BALANCE TO FWD-HASH-TOTAL
037000             ELSE
037100                 MOVE "*** BALANCE NO NUMERICO EN ACCTUNLD"
037200                     TO PRINT-LINE
037300                 WRITE PRINT-LINE
037400                 SET FWD-UNBALANCED TO TRUE
037500             END-IF
037600         WHEN OTHER
037700             MOVE "*** REGISTRO SIN ETIQUETA EN ACCTUNLD"
037800                 TO PRINT-LINE
037900             WRITE PRINT-LINE
038000             SET FWD-UNBALANCED TO TRUE
038100     END-EVALUATE.
038200 2100-PROVE-ONE-REC-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600* 3000-RELOAD-MASTER  -  THE MSTRELD PASS TWO: ACCTMAST REBUILDS
038700*                        FROM SCRATCH OUT OF THE PROVED UNLOAD.
038800******************************************************************
038900 3000-RELOAD-MASTER.
039000     MOVE "N" TO FWD-EOF-SW.
039100     OPEN INPUT ACCT-UNLOAD-FILE.
039200     OPEN OUTPUT ACCT-MASTER-FILE.
039300     PERFORM 3100-RELOAD-ONE-REC THRU 3100-RELOAD-ONE-REC-EXIT
039400         UNTIL FWD-EOF.
039500     CLOSE ACCT-MASTER-FILE.
039600     CLOSE ACCT-UNLOAD-FILE.
039700 3000-RELOAD-MASTER-EXIT.
039800     EXIT.
039900
040000******************************************************************
040100* 3100-RELOAD-ONE-REC
040200******************************************************************
040300 3100-RELOAD-ONE-REC.
040400     READ ACCT-UNLOAD-FILE INTO FWD-WORK-REC
040500         AT END
040600             SET FWD-EOF TO TRUE
040700             GO TO 3100-RELOAD-ONE-REC-EXIT
040800     END-READ.
040900     IF NOT FWD-IS-DETAIL
041000         GO TO 3100-RELOAD-ONE-REC-EXIT
041100     END-IF.
041200     MOVE FWD-IMAGE TO ACM-ACCOUNT-RECORD.
041300     WRITE ACM-ACCOUNT-RECORD
041400         INVALID KEY
041500             ADD 1 TO FWD-DUP-COUNT
041600         NOT INVALID KEY
041700             ADD 1 TO FWD-LOADED-COUNT
041800     END-WRITE.
041900 3100-RELOAD-ONE-REC-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300* 4000-REPLAY-JOURNAL  -  ONE PASS OF POSTJRNL IN WRITING ORDER,
042400*                         WHICH IS POSTING ORDER.
042500******************************************************************
042600 4000-REPLAY-JOURNAL.
042700     MOVE "N" TO FWD-EOF-SW.
042800     MOVE ZERO TO FWD-JRNL-POS.
042900     INITIALIZE FWD-TOUCHED-TABLE.
043000     MOVE SPACES TO PRINT-LINE.
043100     WRITE PRINT-LINE.
043200     OPEN INPUT POST-JRNL-FILE.
043300     IF NOT FS-SUCCESS OF WS-JRNL-STATUS
043400         MOVE "POSTJRNL NO DISPONIBLE - NADA QUE REPRODUCIR"
043500             TO PRINT-LINE
043600         WRITE PRINT-LINE
043700         GO TO 4000-REPLAY-JOURNAL-EXIT
043800     END-IF.
043900     OPEN I-O ACCT-MASTER-FILE.
044000     PERFORM 4100-REPLAY-ONE-REC THRU 4100-REPLAY-ONE-REC-EXIT
044100         UNTIL FWD-EOF.
044200     CLOSE ACCT-MASTER-FILE.
044300     CLOSE POST-JRNL-FILE.
044400 4000-REPLAY-JOURNAL-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 4100-REPLAY-ONE-REC  -  ANYTHING STAMPED AT OR BEFORE THE
044900*                         UNLOAD IS ALREADY IN THE BACKUP.
045000******************************************************************
045100 4100-REPLAY-ONE-REC.
045200     READ POST-JRNL-FILE
045300         AT END
045400             SET FWD-EOF TO TRUE
045500             GO TO 4100-REPLAY-ONE-REC-EXIT
045600     END-READ.
045700     ADD 1 TO FWD-JRNL-POS.
045800     MOVE PJR-RUN-DATE TO FWD-JRN-DATE.
045900     MOVE PJR-RUN-TIME TO FWD-JRN-TIME.
046000     IF FWD-JRNL-STAMP NOT > FWD-UNLOAD-STAMP
046100         ADD 1 TO FWD-BEFORE-COUNT
046200         GO TO 4100-REPLAY-ONE-REC-EXIT
046300     END-IF.
046400*    A REVALUATION CHAINS THE CURRENCY POSITION MARKER, NOT AN
046500*    ACCTMAST BALANCE.
046600     IF PJR-SOURCE-REVALUATION
046700         ADD 1 TO FWD-NOT-MASTER-COUNT
046800         GO TO 4100-REPLAY-ONE-REC-EXIT
046900     END-IF.
047000     MOVE PJR-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
047100     MOVE "Y" TO FWD-ACCT-FOUND-SW.
047200     READ ACCT-MASTER-FILE
047300         INVALID KEY
047400             MOVE "N" TO FWD-ACCT-FOUND-SW
047500     END-READ.
047600     IF NOT FWD-ACCT-FOUND
047700         PERFORM 4500-REPORT-NO-ACCOUNT
047800             THRU 4500-REPORT-NO-ACCOUNT-EXIT
047900         GO TO 4100-REPLAY-ONE-REC-EXIT
048000     END-IF.
048100     PERFORM 4200-NOTE-TOUCHED THRU 4200-NOTE-TOUCHED-EXIT.
048200     IF PJR-SOURCE-ACCRUAL
048300         PERFORM 4300-APPLY-ACCRUAL THRU 4300-APPLY-ACCRUAL-EXIT
048400     ELSE
048500         PERFORM 4400-APPLY-MOVEMENT THRU 4400-APPLY-MOVEMENT-EXIT
048600     END-IF.
048700     REWRITE ACM-ACCOUNT-RECORD
048800         INVALID KEY
048900             DISPLAY "FWDRECOV: REWRITE FALLIDO CUENTA "
049000                 ACM-ACCOUNT-NUMBER " ESTADO " WS-ACCTMAST-STATUS
049100     END-REWRITE.
049200     IF FWD-TCH-HIT > ZERO
049300         MOVE ACM-ACCOUNT-BALANCE
049400             TO FWD-TCH-CLOSE-BAL (FWD-TCH-HIT)
049500     END-IF.
049600 4100-REPLAY-ONE-REC-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000* 4200-NOTE-TOUCHED  -  FIND OR ADD THE ACCOUNT'S TABLE ENTRY.
050100*                       FWD-TCH-HIT STAYS ZERO WHEN THE TABLE IS
050200*                       FULL; THE MOVEMENT STILL REPLAYS.
050300******************************************************************
050400 4200-NOTE-TOUCHED.
050500     MOVE ZERO TO FWD-TCH-HIT.
050600     PERFORM 4210-MATCH-TOUCHED THRU 4210-MATCH-TOUCHED-EXIT
050700         VARYING FWD-TCH-IDX FROM 1 BY 1
050800         UNTIL FWD-TCH-IDX > FWD-TCH-COUNT
050900            OR FWD-TCH-HIT > ZERO.
051000     IF FWD-TCH-HIT = ZERO
051100         IF FWD-TCH-COUNT < FWD-TCH-MAX
051200             ADD 1 TO FWD-TCH-COUNT
051300             MOVE FWD-TCH-COUNT TO FWD-TCH-HIT
051400             MOVE ACM-ACCOUNT-NUMBER
051500                 TO FWD-TCH-ACCOUNT (FWD-TCH-HIT)
051600             MOVE ACM-ACCOUNT-BALANCE
051700                 TO FWD-TCH-OPEN-BAL (FWD-TCH-HIT)
051800         ELSE
051900             ADD 1 TO FWD-TCH-OVERFLOW
052000             GO TO 4200-NOTE-TOUCHED-EXIT
052100         END-IF
052200     END-IF.
052300     ADD 1 TO FWD-TCH-MOVES (FWD-TCH-HIT).
052400 4200-NOTE-TOUCHED-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800* 4210-MATCH-TOUCHED
052900******************************************************************
053000 4210-MATCH-TOUCHED.
053100     IF FWD-TCH-ACCOUNT (FWD-TCH-IDX) = ACM-ACCOUNT-NUMBER
053200         MOVE FWD-TCH-IDX TO FWD-TCH-HIT
053300     END-IF.
053400 4210-MATCH-TOUCHED-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800* 4300-APPLY-ACCRUAL  -  "ACR " CHAINS THE ACCRUED BUCKET.
053900******************************************************************
054000 4300-APPLY-ACCRUAL.
054100     ADD 1 TO FWD-ACR-COUNT.
054200     IF ACM-ACCRUED-INTEREST IS NUMERIC
054300         MOVE ACM-ACCRUED-INTEREST TO FWD-CUR-ACR
054400     ELSE
054500         MOVE ZERO TO FWD-CUR-ACR
054600     END-IF.
054700     IF PJR-OLD-BALANCE NOT = FWD-CUR-ACR
054800         COMPUTE FWD-GAP = PJR-OLD-BALANCE - FWD-CUR-ACR
054900         MOVE FWD-CUR-ACR TO FWD-AMT2-ED
055000         PERFORM 4600-REPORT-BREAK THRU 4600-REPORT-BREAK-EXIT
055100         MOVE PJR-OLD-BALANCE TO FWD-CUR-ACR
055200     END-IF.
055300     ADD PJR-AMOUNT TO FWD-CUR-ACR.
055400     MOVE FWD-CUR-ACR TO ACM-ACCRUED-INTEREST.
055500 4300-APPLY-ACCRUAL-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900* 4400-APPLY-MOVEMENT  -  EVERY OTHER SOURCE MOVES THE BALANCE.
056000*                         A BREAK IS CARRIED IN FWD-GAP-TOTAL SO
056100*                         THE HASH PROOF STILL CLOSES.
056200******************************************************************
056300 4400-APPLY-MOVEMENT.
056400     ADD 1 TO FWD-REPLAY-COUNT.
056500     IF PJR-OLD-BALANCE NOT = ACM-ACCOUNT-BALANCE
056600         COMPUTE FWD-GAP = PJR-OLD-BALANCE - ACM-ACCOUNT-BALANCE
056700         ADD FWD-GAP TO FWD-GAP-TOTAL
056800         MOVE ACM-ACCOUNT-BALANCE TO FWD-AMT2-ED
056900         PERFORM 4600-REPORT-BREAK THRU 4600-REPORT-BREAK-EXIT
057000         MOVE PJR-OLD-BALANCE TO ACM-ACCOUNT-BALANCE
057100     END-IF.
057200     ADD PJR-AMOUNT TO ACM-ACCOUNT-BALANCE.
057300     ADD PJR-AMOUNT TO FWD-MOVE-TOTAL.
057400*    CAPITALIZATION EMPTIED THE BUCKET - INTCAP JOURNALS ONLY
057500*    THE BALANCE IMAGES.
057600     IF PJR-SOURCE-CAPITALIZE
057700         MOVE ZERO TO ACM-ACCRUED-INTEREST
057800     END-IF.
057900 4400-APPLY-MOVEMENT-EXIT.
058000     EXIT.
058100
058200******************************************************************
058300* 4500-REPORT-NO-ACCOUNT  -  OPENED AFTER THE UNLOAD (OR NEVER
058400*                            ON FILE): NOTHING TO APPLY IT TO.
058500******************************************************************
058600 4500-REPORT-NO-ACCOUNT.
058700     ADD 1 TO FWD-NO-ACCT-COUNT.
058800     MOVE FWD-JRNL-POS TO FWD-POS-ED.
058900     MOVE PJR-AMOUNT TO FWD-AMT-ED.
059000     MOVE SPACES TO PRINT-LINE.
059100     STRING "*** SIN RESPALDO CUENTA " PJR-ACCOUNT-NUMBER
059200         "  REGISTRO " FWD-POS-ED
059300         "  IMPORTE " FWD-AMT-ED
059400         "  FTE " PJR-SOURCE
059500         "  - NO APLICADO"
059600         DELIMITED BY SIZE INTO PRINT-LINE.
059700     WRITE PRINT-LINE.
059800 4500-REPORT-NO-ACCOUNT-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 4600-REPORT-BREAK  -  THE JRNLAUD LINE: THE EXACT JOURNAL
060300*                       POSITION AND THE TWO IMAGES THAT DO NOT
060400*                       MEET.  FWD-AMT2-ED IS SET BY THE CALLER.
060500******************************************************************
060600 4600-REPORT-BREAK.
060700     ADD 1 TO FWD-BREAK-COUNT.
060800     IF FWD-TCH-HIT > ZERO
060900         ADD 1 TO FWD-TCH-BREAKS (FWD-TCH-HIT)
061000     END-IF.
061100     MOVE FWD-JRNL-POS TO FWD-POS-ED.
061200     MOVE PJR-OLD-BALANCE TO FWD-AMT-ED.
061300     MOVE SPACES TO PRINT-LINE.
061400     STRING "*** SALTO  CUENTA " ACM-ACCOUNT-NUMBER
061500         "  REGISTRO " FWD-POS-ED
061600         "  ANTERIOR EN DIARIO " FWD-AMT-ED
061700         "  RECUPERADO " FWD-AMT2-ED
061800         "  FTE " PJR-SOURCE
061900         DELIMITED BY SIZE INTO PRINT-LINE.
062000     WRITE PRINT-LINE.
062100 4600-REPORT-BREAK-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500* 5000-PROVE-RECOVERED  -  THE MSTVRFY LIVE COUNT AND HASH OVER
062600*                          THE RECOVERED MASTER.
062700******************************************************************
062800 5000-PROVE-RECOVERED.
062900     MOVE "N" TO FWD-EOF-SW.
063000     MOVE ZERO TO FWD-LIVE-COUNT FWD-LIVE-HASH.
063100     OPEN INPUT ACCT-MASTER-FILE.
063200     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
063300         GO TO 5000-PROVE-RECOVERED-EXIT
063400     END-IF.
063500     MOVE LOW-VALUES TO ACM-ACCOUNT-NUMBER.
063600     START ACCT-MASTER-FILE KEY NOT < ACM-ACCOUNT-NUMBER
063700         INVALID KEY
063800             SET FWD-EOF TO TRUE
063900     END-START.
064000     PERFORM 5100-COUNT-ONE THRU 5100-COUNT-ONE-EXIT
064100         UNTIL FWD-EOF.
064200     CLOSE ACCT-MASTER-FILE.
064300 5000-PROVE-RECOVERED-EXIT.
064400     EXIT.
064500
064600******************************************************************
064700* 5100-COUNT-ONE
064800******************************************************************
064900 5100-COUNT-ONE.
065000     READ ACCT-MASTER-FILE NEXT
065100         AT END
065200             SET FWD-EOF TO TRUE
065300             GO TO 5100-COUNT-ONE-EXIT
065400     END-READ.
065500     ADD 1 TO FWD-LIVE-COUNT.
065600     ADD ACM-ACCOUNT-BALANCE TO FWD-LIVE-HASH.
065700 5100-COUNT-ONE-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 6000-PRINT-CERTIFICATE
066200******************************************************************
066300 6000-PRINT-CERTIFICATE.
066400     MOVE SPACES TO PRINT-LINE.
066500     WRITE PRINT-LINE.
066600     MOVE "CUENTAS AFECTADAS POR LA REPRODUCCION" TO PRINT-LINE.
066700     WRITE PRINT-LINE.
066800     MOVE SPACES TO PRINT-LINE.
066900     STRING "CUENTA        MOVS  SALTOS   SALDO EN RESPALDO"
067000         "   SALDO RECUPERADO"
067100         DELIMITED BY SIZE INTO PRINT-LINE.
067200     WRITE PRINT-LINE.
067300     PERFORM 6100-PRINT-TOUCHED THRU 6100-PRINT-TOUCHED-EXIT
067400         VARYING FWD-TCH-IDX FROM 1 BY 1
067500         UNTIL FWD-TCH-IDX > FWD-TCH-COUNT.
067600     IF FWD-TCH-OVERFLOW > ZERO
067700         MOVE FWD-TCH-OVERFLOW TO FWD-CNT-ED
067800         MOVE SPACES TO PRINT-LINE
067900         STRING "*** TABLA LLENA - " FWD-CNT-ED
068000             " MOVIMIENTOS REPRODUCIDOS EN CUENTAS NO LISTADAS"
068100             DELIMITED BY SIZE INTO PRINT-LINE
068200         WRITE PRINT-LINE
068300     END-IF.
068400     MOVE SPACES TO PRINT-LINE.
068500     WRITE PRINT-LINE.
068600     MOVE FWD-LOADED-COUNT TO FWD-CNT-ED.
068700     MOVE SPACES TO PRINT-LINE.
068800     STRING "CUENTAS RECARGADAS DEL RESPALDO:  " FWD-CNT-ED
068900         DELIMITED BY SIZE INTO PRINT-LINE.
069000     WRITE PRINT-LINE.
069100     MOVE FWD-DUP-COUNT TO FWD-CNT-ED.
069200     MOVE SPACES TO PRINT-LINE.
069300     STRING "CLAVES DUPLICADAS OMITIDAS:       " FWD-CNT-ED
069400         DELIMITED BY SIZE INTO PRINT-LINE.
069500     WRITE PRINT-LINE.
069600     MOVE FWD-JRNL-POS TO FWD-CNT-ED.
069700     MOVE SPACES TO PRINT-LINE.
069800     STRING "REGISTROS DE DIARIO LEIDOS:       " FWD-CNT-ED
069900         DELIMITED BY SIZE INTO PRINT-LINE.
070000     WRITE PRINT-LINE.
070100     MOVE FWD-BEFORE-COUNT TO FWD-CNT-ED.
070200     MOVE SPACES TO PRINT-LINE.
070300     STRING "  YA EN EL RESPALDO:              " FWD-CNT-ED
070400         DELIMITED BY SIZE INTO PRINT-LINE.
070500     WRITE PRINT-LINE.
070600     MOVE FWD-REPLAY-COUNT TO FWD-CNT-ED.
070700     MOVE SPACES TO PRINT-LINE.
070800     STRING "  MOVIMIENTOS REPRODUCIDOS:       " FWD-CNT-ED
070900         DELIMITED BY SIZE INTO PRINT-LINE.
071000     WRITE PRINT-LINE.
071100     MOVE FWD-ACR-COUNT TO FWD-CNT-ED.
071200     MOVE SPACES TO PRINT-LINE.
071300     STRING "  DEVENGOS (ACR) REPRODUCIDOS:    " FWD-CNT-ED
071400         DELIMITED BY SIZE INTO PRINT-LINE.
071500     WRITE PRINT-LINE.
071600     MOVE FWD-NOT-MASTER-COUNT TO FWD-CNT-ED.
071700     MOVE SPACES TO PRINT-LINE.
071800     STRING "  REVALUACIONES (NO ACCTMAST):    " FWD-CNT-ED
071900         DELIMITED BY SIZE INTO PRINT-LINE.
072000     WRITE PRINT-LINE.
072100     MOVE FWD-NO-ACCT-COUNT TO FWD-CNT-ED.
072200     MOVE SPACES TO PRINT-LINE.
072300     STRING "  SIN CUENTA EN RESPALDO:         " FWD-CNT-ED
072400         DELIMITED BY SIZE INTO PRINT-LINE.
072500     WRITE PRINT-LINE.
072600     MOVE FWD-TCH-COUNT TO FWD-CNT-ED.
072700     MOVE SPACES TO PRINT-LINE.
072800     STRING "CUENTAS AFECTADAS:                " FWD-CNT-ED
072900         DELIMITED BY SIZE INTO PRINT-LINE.
073000     WRITE PRINT-LINE.
073100     MOVE FWD-BREAK-COUNT TO FWD-CNT-ED.
073200     MOVE SPACES TO PRINT-LINE.
073300     STRING "SALTOS DE CADENA:                 " FWD-CNT-ED
073400         DELIMITED BY SIZE INTO PRINT-LINE.
073500     WRITE PRINT-LINE.
073600     PERFORM 6200-PRINT-HASH-PROOF
073700         THRU 6200-PRINT-HASH-PROOF-EXIT.
073800 6000-PRINT-CERTIFICATE-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200* 6100-PRINT-TOUCHED
074300******************************************************************
074400 6100-PRINT-TOUCHED.
074500     MOVE FWD-TCH-MOVES (FWD-TCH-IDX) TO FWD-MOV-ED.
074600     MOVE FWD-TCH-BREAKS (FWD-TCH-IDX) TO FWD-POS-ED.
074700     MOVE FWD-TCH-OPEN-BAL (FWD-TCH-IDX) TO FWD-AMT-ED.
074800     MOVE FWD-TCH-CLOSE-BAL (FWD-TCH-IDX) TO FWD-AMT2-ED.
074900     MOVE SPACES TO PRINT-LINE.
075000     STRING FWD-TCH-ACCOUNT (FWD-TCH-IDX) "  " FWD-MOV-ED
075100         FWD-POS-ED "     " FWD-AMT-ED "    " FWD-AMT2-ED
075200         DELIMITED BY SIZE INTO PRINT-LINE.
075300     WRITE PRINT-LINE.
075400 6100-PRINT-TOUCHED-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 6200-PRINT-HASH-PROOF  -  BACKUP HASH + REPLAYED MOVEMENTS +
075900*                           BREAK GAPS MUST EQUAL THE RECOVERED
076000*                           MASTER'S OWN HASH, AND THE ACCOUNT
076100*                           COUNT MUST NOT HAVE MOVED.
076200******************************************************************
076300 6200-PRINT-HASH-PROOF.
076400     COMPUTE FWD-EXPECT-HASH = FWD-EXP-HASH + FWD-MOVE-TOTAL
076500         + FWD-GAP-TOTAL.
076600     MOVE SPACES TO PRINT-LINE.
076700     WRITE PRINT-LINE.
076800     MOVE FWD-EXP-HASH TO FWD-HASH-ED.
076900     MOVE SPACES TO PRINT-LINE.
077000     STRING "HASH DEL RESPALDO:                " FWD-HASH-ED
077100         DELIMITED BY SIZE INTO PRINT-LINE.
077200     WRITE PRINT-LINE.
077300     MOVE FWD-MOVE-TOTAL TO FWD-HASH-ED.
077400     MOVE SPACES TO PRINT-LINE.
077500     STRING "+ MOVIMIENTOS REPRODUCIDOS:       " FWD-HASH-ED
077600         DELIMITED BY SIZE INTO PRINT-LINE.
077700     WRITE PRINT-LINE.
077800     MOVE FWD-GAP-TOTAL TO FWD-HASH-ED.
077900     MOVE SPACES TO PRINT-LINE.
078000     STRING "+ DIFERENCIA POR SALTOS:          " FWD-HASH-ED
078100         DELIMITED BY SIZE INTO PRINT-LINE.
078200     WRITE PRINT-LINE.
078300     MOVE FWD-EXPECT-HASH TO FWD-HASH-ED.
078400     MOVE SPACES TO PRINT-LINE.
078500     STRING "= HASH ESPERADO:                  " FWD-HASH-ED
078600         DELIMITED BY SIZE INTO PRINT-LINE.
078700     WRITE PRINT-LINE.
078800     MOVE FWD-LIVE-HASH TO FWD-HASH-ED.
078900     MOVE FWD-LIVE-COUNT TO FWD-CNT-ED.
079000     MOVE SPACES TO PRINT-LINE.
079100     STRING "HASH DEL MAESTRO RECUPERADO:      " FWD-HASH-ED
079200         "   CUENTAS " FWD-CNT-ED
079300         DELIMITED BY SIZE INTO PRINT-LINE.
079400     WRITE PRINT-LINE.
079500     MOVE SPACES TO PRINT-LINE.
079600     IF FWD-LIVE-HASH NOT = FWD-EXPECT-HASH
079700       OR FWD-LIVE-COUNT NOT = FWD-LOADED-COUNT
079800         MOVE "*** EL MAESTRO RECUPERADO NO CUADRA CON RESPALDO "
079900             TO PRINT-LINE
080000         WRITE PRINT-LINE
080100         MOVE "    MAS DIARIO" TO PRINT-LINE
080200         WRITE PRINT-LINE
080300         DISPLAY "FWDRECOV: EL MAESTRO RECUPERADO NO CUADRA - "
080400             "VEA EL CERTIFICADO"
080500         MOVE 4 TO RETURN-CODE
080600         GO TO 6200-PRINT-HASH-PROOF-EXIT
080700     END-IF.
080800     IF FWD-BREAK-COUNT > ZERO OR FWD-NO-ACCT-COUNT > ZERO
080900       OR FWD-DUP-COUNT > ZERO OR FWD-TCH-OVERFLOW > ZERO
081000         MOVE "RECUPERACION CON EXCEPCIONES - VEA LAS LINEAS ***"
081100             TO PRINT-LINE
081200         WRITE PRINT-LINE
081300         DISPLAY "FWDRECOV: RECUPERACION CON EXCEPCIONES - "
081400             "VEA EL CERTIFICADO"
081500         MOVE 4 TO RETURN-CODE
081600     ELSE
081700         MOVE "RECUPERACION CERTIFICADA - EL MAESTRO COINCIDE "
081800             TO PRINT-LINE
081900         WRITE PRINT-LINE
082000         MOVE "CON EL RESPALDO MAS EL DIARIO" TO PRINT-LINE
082100         WRITE PRINT-LINE
082200         DISPLAY "FWDRECOV: RECUPERACION CERTIFICADA"
082300         MOVE 0 TO RETURN-CODE
082400     END-IF.
082500 6200-PRINT-HASH-PROOF-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900* 9000-REFUSE  -  NOTHING WAS TOUCHED.
083000******************************************************************
083100 9000-REFUSE.
083200     MOVE "RECUPERACION RECHAZADA - ACCTMAST NO SE TOCO"
083300         TO PRINT-LINE.
083400     WRITE PRINT-LINE.
083500     CLOSE PRINT-FILE.
083600     DISPLAY "FWDRECOV: RECUPERACION RECHAZADA - VEA EL "
083700         "CERTIFICADO".
083800     MOVE 4 TO RETURN-CODE.
083900 9000-REFUSE-EXIT.
084000     EXIT.
084100
084200 END PROGRAM FWDRECOV.
