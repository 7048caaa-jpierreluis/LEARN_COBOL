000100******************************************************************
000200* PROGRAM-ID: ANONCLI
000300* AUTHOR:      J. PIERRE-LUIS
000400* INSTALLATION: DESK OPERATIONS
000500* DATE-WRITTEN: 02/10/26
000600* DATE-COMPILED:
000700* PURPOSE:     DATA-PROTECTION PURGE OF LONG-INACTIVE CUSTOMERS.
000800*              READS CUSTMAST IN CUSTOMER ORDER AND, FOR EVERY
000900*              INACTIVE CUSTOMER (RETIRED BY CLIMERGE OR SET
001000*              INACTIVE THROUGH CUSTMANT) NOT YET ANONYMIZED,
001100*              DECIDES WHETHER THE RELATIONSHIP ENDED MORE THAN
001200*              THE RETENTION PERIOD AGO:
001300*                - EVERY ACCOUNT UNDER THE CUSTOMER (THE
001400*                  ACM-CUSTOMER-ID ALTERNATE KEY) AND EVERY
001500*                  ACCOUNT IT IS A PARTY TO ON ACCTREL MUST BE
001600*                  CLOSED;
001700*                - NO OPEN DISPUTE (DSPCASE), ACTIVE HOLD
001800*                  (HOLDMAST) OR OPEN UNCLAIMED-BALANCE ITEM
001900*                  (ESCHMAST NOTICED OR ESCHEATED) MAY REMAIN ON
002000*                  ANY OF THEM;
002100*                - THE RELATIONSHIP ENDED ON THE LATEST OF THE
002200*                  ACCOUNTS' CLOSURE DATES (STATLOG), THE CLIMERGE
002300*                  RETIREMENT (CLMAUDIT "R") AND THE APPLIED
002400*                  CUSTMANT CHANGE TO INACTIVE (PENDCHG), AND THAT
002500*                  DATE MUST FALL BEFORE THE RUN DATE LESS THE
002600*                  RETENTION YEARS.
002700*              A CUSTOMER WHOSE END DATE CANNOT BE PROVED (AN
002800*              ACCOUNT CLOSED BEFORE STATLOG EXISTED, OR NO
002900*              ACCOUNT AND NO DATED RETIREMENT) IS NEVER
003000*              ANONYMIZED - IT IS LISTED FOR THE PRIVACY OFFICER
003100*              INSTEAD.
003200*              THE NAME AND ADDRESS ARE REPLACED BY THE ANONYMIZED
003300*              MARKER, THE IDENTITY DOCUMENT IS BLANKED AND
003400*              CST-ANON-IND IS SET.  CST-CUSTOMER-ID STAYS, SO
003500*              POSTJRNL HISTORY STILL TIES OUT.  THE CUSTOMER'S
003600*              CLOSED ACCOUNTS LOSE THEIR ACCOUNT NAME, THE
003700*              CUSTOMER'S PENDCHG IMAGES ARE SCRUBBED THE SAME WAY
003800*              (A CHANGE STILL PENDING IS REFUSED), AND CLMAUDIT
003900*              GETS AN "A" RECORD TYING THE ID'S MERGE TRAIL TO
004000*              THE ANONYMIZATION.  CLMAUDIT ITSELF CARRIES IDS
004100*              ONLY.
004200*              MODE P (PREVIEW) LISTS WHAT WOULD BE ANONYMIZED
004300*              WITHOUT REWRITING ANYTHING; MODE A APPLIES.  THE
004400*              CERTIFICATE LISTS CUSTOMER IDS, NEVER THE NAMES IT
004500*              REMOVED.  RETURN-CODE 4 WHEN A CUSTOMER'S END DATE
004600*              CANNOT BE PROVED OR A TABLE OVERFLOWS.
004700* TECTONICS:   cobc -x example84-anonimizaClientes.cbl
004800*
004900* MODIFICATION HISTORY
005000*   02/10/26  JPL  INITIAL VERSION.
005100******************************************************************
005200
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID. ANONCLI.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CST-CUSTOMER-ID
006300         FILE STATUS IS WS-CUSTMAST-STATUS.
006400
006500     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS ACM-ACCOUNT-NUMBER
006900         ALTERNATE RECORD KEY IS ACM-CUSTOMER-ID
007000             WITH DUPLICATES
007100         FILE STATUS IS WS-ACCTMAST-STATUS.
007200
007300     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS REL-KEY
007700         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
007800             WITH DUPLICATES
007900         FILE STATUS IS WS-ACCTREL-STATUS.
008000
008100     SELECT DISPUTE-FILE ASSIGN TO "DSPCASE"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS DSC-KEY
008500         FILE STATUS IS WS-DSPCASE-STATUS.
008600
008700     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS HLD-KEY
009100         FILE STATUS IS WS-HOLDMAST-STATUS.
009200
009300     SELECT ESCHEAT-FILE ASSIGN TO "ESCHMAST"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS ESR-ACCOUNT-NUMBER
009700         FILE STATUS IS WS-ESCHMAST-STATUS.
009800
009900     SELECT STATUS-LOG-FILE ASSIGN TO "STATLOG"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-STATLOG-STATUS.
010200
010300     SELECT MERGE-AUDIT-FILE ASSIGN TO "CLMAUDIT"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-AUDIT-STATUS.
010600
010700     SELECT PEND-CHANGE-FILE ASSIGN TO "PENDCHG"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-PENDCHG-STATUS.
011000
011100     SELECT PEND-CHG-TEMP ASSIGN TO "PENDCHGT"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-PCHT-STATUS.
011400
011500     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-PRINT-STATUS.
011800
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  CUST-MASTER-FILE.
012200 COPY CUSTREC.
012300
012400 FD  ACCT-MASTER-FILE.
012500 COPY ACCTREC.
012600
012700 FD  ACCT-REL-FILE.
012800 COPY RELREC.
012900
013000 FD  DISPUTE-FILE.
013100 COPY DSPCASE.
013200
013300 FD  HOLD-MASTER-FILE.
013400 COPY HOLDREC.
013500
013600 FD  ESCHEAT-FILE.
013700 COPY ESCHREC.
013800
013900 FD  STATUS-LOG-FILE.
014000 COPY STATLOG.
014100
014200 FD  MERGE-AUDIT-FILE.
014300 COPY CLMAUDIT.
014400
014500 FD  PEND-CHANGE-FILE.
014600 COPY PENDCHG.
014700
014800 FD  PEND-CHG-TEMP.
014900 01  PEND-CHG-TEMP-RECORD            PIC X(312).
015000
015100 FD  PRINT-FILE.
015200 01  PRINT-LINE                      PIC X(132).
015300
015400 WORKING-STORAGE SECTION.
015500 01  WS-CUSTMAST-STATUS.
015600     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
015700 01  WS-ACCTMAST-STATUS.
015800     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
015900 01  WS-ACCTREL-STATUS.
016000     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
016100 01  WS-DSPCASE-STATUS.
016200     COPY FSTATCOD REPLACING FS-NAME BY WS-DSPCASE-CODE.
016300 01  WS-HOLDMAST-STATUS.
016400     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
016500 01  WS-ESCHMAST-STATUS.
016600     COPY FSTATCOD REPLACING FS-NAME BY WS-ESCHMAST-CODE.
016700 01  WS-STATLOG-STATUS.
016800     COPY FSTATCOD REPLACING FS-NAME BY WS-STATLOG-CODE.
016900 01  WS-AUDIT-STATUS.
017000     COPY FSTATCOD REPLACING FS-NAME BY WS-AUDIT-CODE.
017100 01  WS-PENDCHG-STATUS.
017200     COPY FSTATCOD REPLACING FS-NAME BY WS-PENDCHG-CODE.
017300 01  WS-PCHT-STATUS.
017400     COPY FSTATCOD REPLACING FS-NAME BY WS-PCHT-CODE.
017500 01  WS-PRINT-STATUS.
017600     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
017700
017800 77  ANZ-MODE                        PIC X(01) VALUE SPACE.
017900     88  ANZ-MODE-PREVIEW            VALUE "P" "p".
018000     88  ANZ-MODE-APPLY              VALUE "A" "a".
018100 77  ANZ-DATE-INPUT                  PIC X(08) VALUE SPACES.
018200 77  ANZ-RUN-DATE                    PIC 9(08) VALUE ZERO.
018300 77  ANZ-YEARS-INPUT                 PIC X(02) VALUE SPACES.
018400 77  ANZ-RETENTION-YEARS             PIC 9(02) VALUE 05.
018500 77  ANZ-CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
018600 77  ANZ-MARKER                      PIC X(30)
018700         VALUE "*** DATOS ANONIMIZADOS ***".
018800 77  ANZ-ACCT-MARKER                 PIC X(20)
018900         VALUE "ANONIMIZADA".
019000
019100 77  ANZ-ABORT-SW                    PIC X(01) VALUE "N".
019200     88  ANZ-ABORT                   VALUE "Y".
019300 77  ANZ-CUST-OPEN-SW                PIC X(01) VALUE "N".
019400     88  ANZ-CUST-OPEN               VALUE "Y".
019500 77  ANZ-ACCT-OPEN-SW                PIC X(01) VALUE "N".
019600     88  ANZ-ACCT-OPEN               VALUE "Y".
019700 77  ANZ-REL-OPEN-SW                 PIC X(01) VALUE "N".
019800     88  ANZ-REL-OPEN                VALUE "Y".
019900 77  ANZ-DSP-OPEN-SW                 PIC X(01) VALUE "N".
020000     88  ANZ-DSP-OPEN                VALUE "Y".
020100 77  ANZ-HOLD-OPEN-SW                PIC X(01) VALUE "N".
020200     88  ANZ-HOLD-OPEN               VALUE "Y".
020300 77  ANZ-ESCH-OPEN-SW                PIC X(01) VALUE "N".
020400     88  ANZ-ESCH-OPEN               VALUE "Y".
020500 77  ANZ-EOF-SW                      PIC X(01) VALUE "N".
020600     88  ANZ-EOF                     VALUE "Y".
020700 77  ANZ-ACCT-EOF-SW                 PIC X(01) VALUE "N".
020800     88  ANZ-ACCT-EOF                VALUE "Y".
020900 77  ANZ-REL-EOF-SW                  PIC X(01) VALUE "N".
021000     88  ANZ-REL-EOF                 VALUE "Y".
021100 77  ANZ-ITEM-EOF-SW                 PIC X(01) VALUE "N".
021200     88  ANZ-ITEM-EOF                VALUE "Y".
021300 77  ANZ-FOUND-SW                    PIC X(01) VALUE "N".
021400     88  ANZ-FOUND                   VALUE "Y".
021500 77  ANZ-OVERFLOW-SW                 PIC X(01) VALUE "N".
021600     88  ANZ-OVERFLOW                VALUE "Y".
021700
021800******************************************************************
021900* THE CUSTOMER BEING JUDGED.  ANZ-REASON STAYS BLANK WHILE THE
022000* CUSTOMER IS STILL A CANDIDATE; THE KIND SAYS WHETHER SOMETHING
022100* OPEN BLOCKS IT (B) OR ITS END DATE CANNOT BE PROVED (F).
022200******************************************************************
022300 77  ANZ-WORK-CUST                   PIC X(08) VALUE SPACES.
022400 77  ANZ-WORK-ACCOUNT                PIC X(10) VALUE SPACES.
022500 77  ANZ-WORK-DATE                   PIC 9(08) VALUE ZERO.
022600 77  ANZ-END-DATE                    PIC 9(08) VALUE ZERO.
022700 77  ANZ-REASON                      PIC X(20) VALUE SPACES.
022800 77  ANZ-REASON-KIND                 PIC X(01) VALUE SPACE.
022900     88  ANZ-KIND-BLOCKED            VALUE "B".
023000     88  ANZ-KIND-NO-DATE            VALUE "F".
023100
023200******************************************************************
023300* ACCOUNT CLOSURE DATES FROM STATLOG (LATEST "C" PER ACCOUNT), AND
023400* CUSTOMER END DATES FROM THE CLIMERGE RETIREMENTS AND THE APPLIED
023500* CUSTMANT CHANGES TO INACTIVE.  A DATE LOST TO AN OVERFLOW ONLY
023600* MEANS THE CUSTOMER WAITS - IT NEVER ANONYMIZES ONE EARLY.
023700******************************************************************
023800 77  ANZ-CLS-MAX                     PIC 9(04) VALUE 5000.
023900 01  ANZ-CLS-TABLE.
024000     05  ANZ-CLS-ENTRY               OCCURS 5000 TIMES.
024100         10  ANZ-CLS-ACCOUNT         PIC X(10).
024200         10  ANZ-CLS-DATE            PIC 9(08).
024300 77  ANZ-CLS-USED                    PIC 9(04) COMP VALUE ZERO.
024400 77  ANZ-CLS-IDX                     PIC 9(04) COMP VALUE 1.
024500
024600 77  ANZ-END-MAX                     PIC 9(04) VALUE 2000.
024700 01  ANZ-END-TABLE.
024800     05  ANZ-END-ENTRY               OCCURS 2000 TIMES.
024900         10  ANZ-END-CUST            PIC X(08).
025000         10  ANZ-END-CUST-DATE       PIC 9(08).
025100 77  ANZ-END-USED                    PIC 9(04) COMP VALUE ZERO.
025200 77  ANZ-END-IDX                     PIC 9(04) COMP VALUE 1.
025300
025400******************************************************************
025500* THE CUSTOMER'S OWN CLOSED ACCOUNTS, RENAMED ON APPLY; AND THE
025600* CUSTOMERS ANONYMIZED THIS RUN, FOR THE PENDCHG PASS.
025700******************************************************************
025800 77  ANZ-CACC-MAX                    PIC 9(03) VALUE 99.
025900 01  ANZ-CACC-TABLE.
026000     05  ANZ-CACC-ACCOUNT            PIC X(10) OCCURS 99 TIMES.
026100 77  ANZ-CACC-USED                   PIC 9(03) COMP VALUE ZERO.
026200 77  ANZ-CACC-IDX                    PIC 9(03) COMP VALUE 1.
026300
026400 77  ANZ-DONE-MAX                    PIC 9(04) VALUE 2000.
026500 01  ANZ-DONE-TABLE.
026600     05  ANZ-DONE-CUST               PIC X(08) OCCURS 2000 TIMES.
026700 77  ANZ-DONE-USED                   PIC 9(04) COMP VALUE ZERO.
026800 77  ANZ-DONE-IDX                    PIC 9(04) COMP VALUE 1.
026900
027000******************************************************************
027100* THE CERTIFICATE LINE - ONE PER CUSTOMER ANONYMIZED, OR HELD BACK
027200* BY SOMETHING STILL OPEN OR BY AN END DATE NOBODY CAN PROVE.
027300******************************************************************
027400 01  ANZ-DETAIL.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  ANZ-DET-CUSTOMER            PIC X(08).
027700     05  FILLER                      PIC X(03) VALUE SPACES.
027800     05  ANZ-DET-ACCOUNTS            PIC ZZ9.
027900     05  FILLER                      PIC X(03) VALUE SPACES.
028000     05  ANZ-DET-END-DATE            PIC 9(08).
028100     05  FILLER                      PIC X(03) VALUE SPACES.
028200     05  ANZ-DET-STATE               PIC X(20).
028300     05  FILLER                      PIC X(82) VALUE SPACES.
028400
028500******************************************************************
028600* RUN TOTALS
028700******************************************************************
028800 77  ANZ-READ-COUNT                  PIC 9(07) VALUE ZERO.
028900 77  ANZ-INACTIVE-COUNT              PIC 9(07) VALUE ZERO.
029000 77  ANZ-ALREADY-COUNT               PIC 9(07) VALUE ZERO.
029100 77  ANZ-RETAINED-COUNT              PIC 9(07) VALUE ZERO.
029200 77  ANZ-BLOCKED-COUNT               PIC 9(07) VALUE ZERO.
029300 77  ANZ-NO-DATE-COUNT               PIC 9(07) VALUE ZERO.
029400 77  ANZ-DONE-COUNT                  PIC 9(07) VALUE ZERO.
029500 77  ANZ-DEFERRED-COUNT              PIC 9(07) VALUE ZERO.
029600 77  ANZ-ACCT-COUNT                  PIC 9(07) VALUE ZERO.
029700 77  ANZ-PEND-COUNT                  PIC 9(07) VALUE ZERO.
029800 77  ANZ-PEND-REFUSED                PIC 9(07) VALUE ZERO.
029900 01  ANZ-CNT-ED                      PIC Z,ZZZ,ZZ9.
030000
030100 PROCEDURE DIVISION.
030200******************************************************************
030300* 0000-MAINLINE
030400******************************************************************
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030700     IF ANZ-ABORT
030800         GO TO 0000-MAINLINE-EXIT
030900     END-IF.
031000     PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT.
031100     IF ANZ-ABORT
031200         PERFORM 7000-CLOSE-FILES THRU 7000-CLOSE-FILES-EXIT
031300         MOVE 4 TO RETURN-CODE
031400         GO TO 0000-MAINLINE-EXIT
031500     END-IF.
031600     OPEN OUTPUT PRINT-FILE.
031700     PERFORM 1500-LOAD-CLOSURES THRU 1500-LOAD-CLOSURES-EXIT.
031800     PERFORM 1600-LOAD-RETIREMENTS
031900         THRU 1600-LOAD-RETIREMENTS-EXIT.
032000     PERFORM 1700-LOAD-INACTIVATIONS
032100         THRU 1700-LOAD-INACTIVATIONS-EXIT.
032200     PERFORM 1900-PRINT-HEADINGS THRU 1900-PRINT-HEADINGS-EXIT.
032300     MOVE LOW-VALUES TO CST-CUSTOMER-ID.
032400     MOVE "N" TO ANZ-EOF-SW.
032500     START CUST-MASTER-FILE KEY NOT < CST-CUSTOMER-ID
032600         INVALID KEY
032700             SET ANZ-EOF TO TRUE
032800     END-START.
032900     PERFORM 2000-ONE-CUSTOMER THRU 2000-ONE-CUSTOMER-EXIT
033000         UNTIL ANZ-EOF.
033100     IF ANZ-MODE-APPLY
033200       AND ANZ-DONE-USED > ZERO
033300         PERFORM 4000-SCRUB-PENDCHG THRU 4000-SCRUB-PENDCHG-EXIT
033400     END-IF.
033500     PERFORM 7000-CLOSE-FILES THRU 7000-CLOSE-FILES-EXIT.
033600     PERFORM 6000-PRINT-TOTALS THRU 6000-PRINT-TOTALS-EXIT.
033700     CLOSE PRINT-FILE.
033800     IF ANZ-NO-DATE-COUNT > ZERO
033900       OR ANZ-OVERFLOW
034000         MOVE 4 TO RETURN-CODE
034100     END-IF.
034200     IF ANZ-MODE-APPLY
034300         DISPLAY "ANONCLI: " ANZ-DONE-COUNT " ANONIMIZADOS, "
034400             ANZ-BLOCKED-COUNT " BLOQUEADOS, " ANZ-NO-DATE-COUNT
034500             " SIN FECHA DE FIN."
034600     ELSE
034700         DISPLAY "ANONCLI (PREVIO): " ANZ-DONE-COUNT
034800             " SE ANONIMIZARIAN, " ANZ-BLOCKED-COUNT
034900             " BLOQUEADOS, " ANZ-NO-DATE-COUNT
035000             " SIN FECHA DE FIN."
035100     END-IF.
035200 0000-MAINLINE-EXIT.
035300     GOBACK.
035400
035500******************************************************************
035600* 1000-INITIALIZE  -  MODE, RETENTION YEARS AND RUN DATE FROM
035700*                     SYSIN.  THE CUT-OFF IS THE RUN DATE LESS THE
035800*                     RETENTION YEARS; A RELATIONSHIP THAT ENDED
035900*                     BEFORE IT IS OUT OF RETENTION.
036000******************************************************************
036100 1000-INITIALIZE.
036200     DISPLAY "MODO (P=PREVIO, A=APLICAR): ".
036300     ACCEPT ANZ-MODE.
036400     IF NOT ANZ-MODE-PREVIEW AND NOT ANZ-MODE-APPLY
036500         DISPLAY "ANONCLI: MODO INVALIDO - NADA SE PROCESA."
036600         MOVE 4 TO RETURN-CODE
036700         SET ANZ-ABORT TO TRUE
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF.
037000     DISPLAY "ANOS DE RETENCION (BLANCO=05): ".
037100     ACCEPT ANZ-YEARS-INPUT.
037200     IF ANZ-YEARS-INPUT IS NUMERIC
037300       AND ANZ-YEARS-INPUT NOT = "00"
037400         MOVE ANZ-YEARS-INPUT TO ANZ-RETENTION-YEARS
037500     END-IF.
037600     DISPLAY "FECHA DE CORRIDA (AAAAMMDD, BLANCO=HOY): ".
037700     ACCEPT ANZ-DATE-INPUT.
037800     IF ANZ-DATE-INPUT IS NUMERIC
037900         MOVE ANZ-DATE-INPUT TO ANZ-RUN-DATE
038000     ELSE
038100         ACCEPT ANZ-RUN-DATE FROM DATE YYYYMMDD
038200     END-IF.
038300     COMPUTE ANZ-CUTOFF-DATE =
038400         ANZ-RUN-DATE - (ANZ-RETENTION-YEARS * 10000).
038500 1000-INITIALIZE-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900* 1100-OPEN-FILES  -  CUSTMAST AND ACCTMAST ARE REQUIRED.  A
039000*                     REGISTER THAT HAS NEVER BEEN CREATED HOLDS
039100*                     NOTHING OPEN; ONE THAT EXISTS BUT WILL NOT
039200*                     OPEN STOPS THE RUN, SINCE AN UNREAD DISPUTE
039300*                     OR HOLD MUST NEVER LET A CUSTOMER THROUGH.
039400******************************************************************
039500 1100-OPEN-FILES.
039600     IF ANZ-MODE-APPLY
039700         OPEN I-O CUST-MASTER-FILE
039800     ELSE
039900         OPEN INPUT CUST-MASTER-FILE
040000     END-IF.
040100     IF NOT FS-SUCCESS OF WS-CUSTMAST-STATUS
040200         DISPLAY "ANONCLI: CUSTMAST NO DISPONIBLE - ESTADO "
040300             WS-CUSTMAST-STATUS
040400         SET ANZ-ABORT TO TRUE
040500         GO TO 1100-OPEN-FILES-EXIT
040600     END-IF.
040700     SET ANZ-CUST-OPEN TO TRUE.
040800     IF ANZ-MODE-APPLY
040900         OPEN I-O ACCT-MASTER-FILE
041000     ELSE
041100         OPEN INPUT ACCT-MASTER-FILE
041200     END-IF.
041300     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
041400         DISPLAY "ANONCLI: ACCTMAST NO DISPONIBLE - ESTADO "
041500             WS-ACCTMAST-STATUS
041600         SET ANZ-ABORT TO TRUE
041700         GO TO 1100-OPEN-FILES-EXIT
041800     END-IF.
041900     SET ANZ-ACCT-OPEN TO TRUE.
042000     OPEN INPUT ACCT-REL-FILE.
042100     IF FS-SUCCESS OF WS-ACCTREL-STATUS
042200         SET ANZ-REL-OPEN TO TRUE
042300     ELSE
042400         IF NOT FS-NOT-FOUND OF WS-ACCTREL-STATUS
042500             DISPLAY "ANONCLI: ACCTREL NO DISPONIBLE - ESTADO "
042600                 WS-ACCTREL-STATUS
042700             SET ANZ-ABORT TO TRUE
042800         END-IF
042900     END-IF.
043000     OPEN INPUT DISPUTE-FILE.
043100     IF FS-SUCCESS OF WS-DSPCASE-STATUS
043200         SET ANZ-DSP-OPEN TO TRUE
043300     ELSE
043400         IF NOT FS-NOT-FOUND OF WS-DSPCASE-STATUS
043500             DISPLAY "ANONCLI: DSPCASE NO DISPONIBLE - ESTADO "
043600                 WS-DSPCASE-STATUS
043700             SET ANZ-ABORT TO TRUE
043800         END-IF
043900     END-IF.
044000     OPEN INPUT HOLD-MASTER-FILE.
044100     IF FS-SUCCESS OF WS-HOLDMAST-STATUS
044200         SET ANZ-HOLD-OPEN TO TRUE
044300     ELSE
044400         IF NOT FS-NOT-FOUND OF WS-HOLDMAST-STATUS
044500             DISPLAY "ANONCLI: HOLDMAST NO DISPONIBLE - ESTADO "
044600                 WS-HOLDMAST-STATUS
044700             SET ANZ-ABORT TO TRUE
044800         END-IF
044900     END-IF.
045000     OPEN INPUT ESCHEAT-FILE.
045100     IF FS-SUCCESS OF WS-ESCHMAST-STATUS
045200         SET ANZ-ESCH-OPEN TO TRUE
045300     ELSE
045400         IF NOT FS-NOT-FOUND OF WS-ESCHMAST-STATUS
045500             DISPLAY "ANONCLI: ESCHMAST NO DISPONIBLE - ESTADO "
045600                 WS-ESCHMAST-STATUS
045700             SET ANZ-ABORT TO TRUE
045800         END-IF
045900     END-IF.
046000 1100-OPEN-FILES-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400* 1500-LOAD-CLOSURES  -  THE LATEST CLOSURE LOGGED FOR EACH
046500*                        ACCOUNT.  WITHOUT STATLOG NO ACCOUNT HAS
046600*                        A PROVABLE CLOSURE DATE.
046700******************************************************************
046800 1500-LOAD-CLOSURES.
046900     OPEN INPUT STATUS-LOG-FILE.
047000     IF NOT FS-SUCCESS OF WS-STATLOG-STATUS
047100         DISPLAY "ANONCLI: STATLOG NO DISPONIBLE - NINGUNA "
047200             "CUENTA TIENE FECHA DE CIERRE."
047300         GO TO 1500-LOAD-CLOSURES-EXIT
047400     END-IF.
047500     MOVE "N" TO ANZ-EOF-SW.
047600     PERFORM 1510-ONE-STATLOG THRU 1510-ONE-STATLOG-EXIT
047700         UNTIL ANZ-EOF.
047800     CLOSE STATUS-LOG-FILE.
047900 1500-LOAD-CLOSURES-EXIT.
048000     EXIT.
048100
048200******************************************************************
048300* 1510-ONE-STATLOG
048400******************************************************************
048500 1510-ONE-STATLOG.
048600     READ STATUS-LOG-FILE
048700         AT END
048800             SET ANZ-EOF TO TRUE
048900             GO TO 1510-ONE-STATLOG-EXIT
049000     END-READ.
049100     IF NOT STL-NEW-CLOSED
049200         GO TO 1510-ONE-STATLOG-EXIT
049300     END-IF.
049400     MOVE STL-ACCOUNT TO ANZ-WORK-ACCOUNT.
049500     PERFORM 1520-FIND-CLOSURE THRU 1520-FIND-CLOSURE-EXIT.
049600     IF ANZ-FOUND
049700         IF STL-CHANGE-DATE > ANZ-CLS-DATE(ANZ-CLS-IDX)
049800             MOVE STL-CHANGE-DATE TO ANZ-CLS-DATE(ANZ-CLS-IDX)
049900         END-IF
050000         GO TO 1510-ONE-STATLOG-EXIT
050100     END-IF.
050200     IF ANZ-CLS-USED >= ANZ-CLS-MAX
050300         SET ANZ-OVERFLOW TO TRUE
050400         GO TO 1510-ONE-STATLOG-EXIT
050500     END-IF.
050600     ADD 1 TO ANZ-CLS-USED.
050700     MOVE STL-ACCOUNT TO ANZ-CLS-ACCOUNT(ANZ-CLS-USED).
050800     MOVE STL-CHANGE-DATE TO ANZ-CLS-DATE(ANZ-CLS-USED).
050900 1510-ONE-STATLOG-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300* 1520-FIND-CLOSURE  -  ANZ-WORK-ACCOUNT IN THE CLOSURE TABLE;
051400*                       LEAVES ANZ-CLS-IDX ON IT WHEN FOUND.
051500******************************************************************
051600 1520-FIND-CLOSURE.
051700     MOVE "N" TO ANZ-FOUND-SW.
051800     IF ANZ-CLS-USED > ZERO
051900         PERFORM 1530-SCAN-CLOSURE THRU 1530-SCAN-CLOSURE-EXIT
052000             VARYING ANZ-CLS-IDX FROM 1 BY 1
052100             UNTIL ANZ-CLS-IDX > ANZ-CLS-USED
052200                OR ANZ-FOUND
052300     END-IF.
052400     IF ANZ-FOUND
052500         SUBTRACT 1 FROM ANZ-CLS-IDX
052600     END-IF.
052700 1520-FIND-CLOSURE-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100* 1530-SCAN-CLOSURE
053200******************************************************************
053300 1530-SCAN-CLOSURE.
053400     IF ANZ-CLS-ACCOUNT(ANZ-CLS-IDX) = ANZ-WORK-ACCOUNT
053500         SET ANZ-FOUND TO TRUE
053600     END-IF.
053700 1530-SCAN-CLOSURE-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100* 1600-LOAD-RETIREMENTS  -  A CLIMERGE DUPLICATE'S RELATIONSHIP
054200*                           ENDED THE DAY IT WAS RETIRED.
054300******************************************************************
054400 1600-LOAD-RETIREMENTS.
054500     OPEN INPUT MERGE-AUDIT-FILE.
054600     IF NOT FS-SUCCESS OF WS-AUDIT-STATUS
054700         GO TO 1600-LOAD-RETIREMENTS-EXIT
054800     END-IF.
054900     MOVE "N" TO ANZ-EOF-SW.
055000     PERFORM 1610-ONE-AUDIT THRU 1610-ONE-AUDIT-EXIT
055100         UNTIL ANZ-EOF.
055200     CLOSE MERGE-AUDIT-FILE.
055300 1600-LOAD-RETIREMENTS-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 1610-ONE-AUDIT
055800******************************************************************
055900 1610-ONE-AUDIT.
056000     READ MERGE-AUDIT-FILE
056100         AT END
056200             SET ANZ-EOF TO TRUE
056300             GO TO 1610-ONE-AUDIT-EXIT
056400     END-READ.
056500     IF CLM-AUD-RETIRED
056600         MOVE CLM-AUD-DUPLICATE TO ANZ-WORK-CUST
056700         MOVE CLM-AUD-RUN-DATE TO ANZ-WORK-DATE
056800         PERFORM 1800-NOTE-END-DATE THRU 1800-NOTE-END-DATE-EXIT
056900     END-IF.
057000 1610-ONE-AUDIT-EXIT.
057100     EXIT.
057200
057300******************************************************************
057400* 1700-LOAD-INACTIVATIONS  -  AN APPLIED CUSTMANT CORRECTION THAT
057500*                             TOOK THE CUSTOMER FROM ACTIVE TO
057600*                             INACTIVE.  THE IMAGES ARE LOOKED AT
057700*                             THROUGH THE CUSTMAST RECORD AREA,
057800*                             THE WAY MANTREL APPLIES THEM; THE
057900*                             DATE IS THE DAY THE CHANGE WAS
058000*                             KEYED.
058100******************************************************************
058200 1700-LOAD-INACTIVATIONS.
058300     OPEN INPUT PEND-CHANGE-FILE.
058400     IF NOT FS-SUCCESS OF WS-PENDCHG-STATUS
058500         GO TO 1700-LOAD-INACTIVATIONS-EXIT
058600     END-IF.
058700     MOVE "N" TO ANZ-EOF-SW.
058800     PERFORM 1710-ONE-PENDCHG THRU 1710-ONE-PENDCHG-EXIT
058900         UNTIL ANZ-EOF.
059000     CLOSE PEND-CHANGE-FILE.
059100 1700-LOAD-INACTIVATIONS-EXIT.
059200     EXIT.
059300
059400******************************************************************
059500* 1710-ONE-PENDCHG
059600******************************************************************
059700 1710-ONE-PENDCHG.
059800     READ PEND-CHANGE-FILE
059900         AT END
060000             SET ANZ-EOF TO TRUE
060100             GO TO 1710-ONE-PENDCHG-EXIT
060200     END-READ.
060300     IF NOT PCH-FOR-CUSTMAST
060400       OR NOT PCH-ACT-CHANGE
060500       OR NOT PCH-IS-APPLIED
060600         GO TO 1710-ONE-PENDCHG-EXIT
060700     END-IF.
060800     MOVE PCH-OLD-IMAGE TO CST-CUSTOMER-RECORD.
060900     IF CST-CUST-INACTIVE
061000         GO TO 1710-ONE-PENDCHG-EXIT
061100     END-IF.
061200     MOVE PCH-NEW-IMAGE TO CST-CUSTOMER-RECORD.
061300     IF CST-CUST-INACTIVE
061400         MOVE CST-CUSTOMER-ID TO ANZ-WORK-CUST
061500         MOVE PCH-RUN-DATE TO ANZ-WORK-DATE
061600         PERFORM 1800-NOTE-END-DATE THRU 1800-NOTE-END-DATE-EXIT
061700     END-IF.
061800 1710-ONE-PENDCHG-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 1800-NOTE-END-DATE  -  KEEPS THE LATEST ANZ-WORK-DATE FOR
062300*                        ANZ-WORK-CUST.
062400******************************************************************
062500 1800-NOTE-END-DATE.
062600     PERFORM 1810-FIND-END-DATE THRU 1810-FIND-END-DATE-EXIT.
062700     IF ANZ-FOUND
062800         IF ANZ-WORK-DATE > ANZ-END-CUST-DATE(ANZ-END-IDX)
062900             MOVE ANZ-WORK-DATE TO ANZ-END-CUST-DATE(ANZ-END-IDX)
063000         END-IF
063100         GO TO 1800-NOTE-END-DATE-EXIT
063200     END-IF.
063300     IF ANZ-END-USED >= ANZ-END-MAX
063400         SET ANZ-OVERFLOW TO TRUE
063500         GO TO 1800-NOTE-END-DATE-EXIT
063600     END-IF.
063700     ADD 1 TO ANZ-END-USED.
063800     MOVE ANZ-WORK-CUST TO ANZ-END-CUST(ANZ-END-USED).
063900     MOVE ANZ-WORK-DATE TO ANZ-END-CUST-DATE(ANZ-END-USED).
064000 1800-NOTE-END-DATE-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400* 1810-FIND-END-DATE  -  ANZ-WORK-CUST IN THE END-DATE TABLE;
064500*                        LEAVES ANZ-END-IDX ON IT WHEN FOUND.
064600******************************************************************
064700 1810-FIND-END-DATE.
064800     MOVE "N" TO ANZ-FOUND-SW.
064900     IF ANZ-END-USED > ZERO
065000         PERFORM 1820-SCAN-END-DATE THRU 1820-SCAN-END-DATE-EXIT
065100             VARYING ANZ-END-IDX FROM 1 BY 1
065200             UNTIL ANZ-END-IDX > ANZ-END-USED
065300                OR ANZ-FOUND
065400     END-IF.
065500     IF ANZ-FOUND
065600         SUBTRACT 1 FROM ANZ-END-IDX
065700     END-IF.
065800 1810-FIND-END-DATE-EXIT.
065900     EXIT.
066000
066100******************************************************************
066200* 1820-SCAN-END-DATE
066300******************************************************************
066400 1820-SCAN-END-DATE.
066500     IF ANZ-END-CUST(ANZ-END-IDX) = ANZ-WORK-CUST
066600         SET ANZ-FOUND TO TRUE
066700     END-IF.
066800 1820-SCAN-END-DATE-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200* 1900-PRINT-HEADINGS
067300******************************************************************
067400 1900-PRINT-HEADINGS.
067500     MOVE SPACES TO PRINT-LINE.
067600     IF ANZ-MODE-APPLY
067700         STRING "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES"
067800             "  AL " ANZ-RUN-DATE
067900             DELIMITED BY SIZE INTO PRINT-LINE
068000     ELSE
068100         STRING "PREVIO DE ANONIMIZACION DE DATOS PERSONALES"
068200             " (NADA SE MODIFICA)  AL " ANZ-RUN-DATE
068300             DELIMITED BY SIZE INTO PRINT-LINE
068400     END-IF.
068500     WRITE PRINT-LINE.
068600     MOVE SPACES TO PRINT-LINE.
068700     STRING "RETENCION " ANZ-RETENTION-YEARS " ANOS - RELACIONES "
068800         "TERMINADAS ANTES DEL " ANZ-CUTOFF-DATE
068900         DELIMITED BY SIZE INTO PRINT-LINE.
069000     WRITE PRINT-LINE.
069100     MOVE SPACES TO PRINT-LINE.
069200     WRITE PRINT-LINE.
069300     MOVE SPACES TO PRINT-LINE.
069400     STRING "  CLIENTE    CTA   FIN REL.   ESTADO"
069500         DELIMITED BY SIZE INTO PRINT-LINE.
069600     WRITE PRINT-LINE.
069700 1900-PRINT-HEADINGS-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100* 2000-ONE-CUSTOMER  -  ACTIVE CUSTOMERS AND CUSTOMERS ALREADY
070200*                       ANONYMIZED ARE ONLY COUNTED; SO IS AN
070300*                       INACTIVE ONE STILL INSIDE THE RETENTION
070400*                       PERIOD.  EVERYTHING ELSE IS LISTED.
070500******************************************************************
070600 2000-ONE-CUSTOMER.
070700     READ CUST-MASTER-FILE NEXT
070800         AT END
070900             SET ANZ-EOF TO TRUE
071000             GO TO 2000-ONE-CUSTOMER-EXIT
071100     END-READ.
071200     ADD 1 TO ANZ-READ-COUNT.
071300     IF NOT CST-CUST-INACTIVE
071400         GO TO 2000-ONE-CUSTOMER-EXIT
071500     END-IF.
071600     ADD 1 TO ANZ-INACTIVE-COUNT.
071700     IF CST-ANONYMIZED
071800         ADD 1 TO ANZ-ALREADY-COUNT
071900         GO TO 2000-ONE-CUSTOMER-EXIT
072000     END-IF.
072100     MOVE CST-CUSTOMER-ID TO ANZ-WORK-CUST.
072200     MOVE SPACES TO ANZ-REASON ANZ-REASON-KIND.
072300     MOVE ZERO TO ANZ-END-DATE ANZ-CACC-USED.
072400     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-CHECK-ACCOUNTS-EXIT.
072500     IF ANZ-REASON = SPACES
072600       AND ANZ-REL-OPEN
072700         PERFORM 2200-CHECK-RELATIONS
072800             THRU 2200-CHECK-RELATIONS-EXIT
072900     END-IF.
073000     IF ANZ-REASON = SPACES
073100         PERFORM 1810-FIND-END-DATE THRU 1810-FIND-END-DATE-EXIT
073200         IF ANZ-FOUND
073300             IF ANZ-END-CUST-DATE(ANZ-END-IDX) > ANZ-END-DATE
073400                 MOVE ANZ-END-CUST-DATE(ANZ-END-IDX)
073500                     TO ANZ-END-DATE
073600             END-IF
073700         END-IF
073800         IF ANZ-END-DATE = ZERO
073900             MOVE "SIN FECHA DE FIN" TO ANZ-REASON
074000             SET ANZ-KIND-NO-DATE TO TRUE
074100         END-IF
074200     END-IF.
074300     IF ANZ-REASON NOT = SPACES
074400         IF ANZ-KIND-NO-DATE
074500             ADD 1 TO ANZ-NO-DATE-COUNT
074600         ELSE
074700             ADD 1 TO ANZ-BLOCKED-COUNT
074800         END-IF
074900         MOVE ANZ-REASON TO ANZ-DET-STATE
075000         PERFORM 2800-PRINT-DETAIL THRU 2800-PRINT-DETAIL-EXIT
075100         GO TO 2000-ONE-CUSTOMER-EXIT
075200     END-IF.
075300     IF ANZ-END-DATE NOT < ANZ-CUTOFF-DATE
075400         ADD 1 TO ANZ-RETAINED-COUNT
075500         GO TO 2000-ONE-CUSTOMER-EXIT
075600     END-IF.
075700     IF ANZ-MODE-PREVIEW
075800         ADD 1 TO ANZ-DONE-COUNT
075900         MOVE "SE ANONIMIZARIA" TO ANZ-DET-STATE
076000         PERFORM 2800-PRINT-DETAIL THRU 2800-PRINT-DETAIL-EXIT
076100         GO TO 2000-ONE-CUSTOMER-EXIT
076200     END-IF.
076300     IF ANZ-DONE-USED >= ANZ-DONE-MAX
076400         SET ANZ-OVERFLOW TO TRUE
076500         ADD 1 TO ANZ-DEFERRED-COUNT
076600         MOVE "PARA LA PROXIMA" TO ANZ-DET-STATE
076700         PERFORM 2800-PRINT-DETAIL THRU 2800-PRINT-DETAIL-EXIT
076800         GO TO 2000-ONE-CUSTOMER-EXIT
076900     END-IF.
077000     PERFORM 2500-ANONYMIZE THRU 2500-ANONYMIZE-EXIT.
077100     PERFORM 2800-PRINT-DETAIL THRU 2800-PRINT-DETAIL-EXIT.
077200 2000-ONE-CUSTOMER-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600* 2100-CHECK-ACCOUNTS  -  EVERY ACCOUNT UNDER THE CUSTOMER, ALONG
077700*                         THE ACM-CUSTOMER-ID ALTERNATE KEY.  THE
077800*                         FIRST ONE THAT BLOCKS ENDS THE WALK.
077900******************************************************************
078000 2100-CHECK-ACCOUNTS.
078100     MOVE ANZ-WORK-CUST TO ACM-CUSTOMER-ID.
078200     MOVE "N" TO ANZ-ACCT-EOF-SW.
078300     START ACCT-MASTER-FILE KEY = ACM-CUSTOMER-ID
078400         INVALID KEY
078500             SET ANZ-ACCT-EOF TO TRUE
078600     END-START.
078700     PERFORM 2110-ONE-ACCOUNT THRU 2110-ONE-ACCOUNT-EXIT
078800         UNTIL ANZ-ACCT-EOF
078900            OR ANZ-REASON NOT = SPACES.
079000 2100-CHECK-ACCOUNTS-EXIT.
079100     EXIT.
079200
079300******************************************************************
079400* 2110-ONE-ACCOUNT
079500******************************************************************
079600 2110-ONE-ACCOUNT.
079700     READ ACCT-MASTER-FILE NEXT
079800         AT END
079900             SET ANZ-ACCT-EOF TO TRUE
080000             GO TO 2110-ONE-ACCOUNT-EXIT
080100     END-READ.
080200     IF ACM-CUSTOMER-ID NOT = ANZ-WORK-CUST
080300         SET ANZ-ACCT-EOF TO TRUE
080400         GO TO 2110-ONE-ACCOUNT-EXIT
080500     END-IF.
080600     IF NOT ACM-STAT-CLOSED
080700         MOVE "CUENTA NO CERRADA" TO ANZ-REASON
080800         SET ANZ-KIND-BLOCKED TO TRUE
080900         GO TO 2110-ONE-ACCOUNT-EXIT
081000     END-IF.
081100     IF ANZ-CACC-USED >= ANZ-CACC-MAX
081200         MOVE "MAS DE 99 CUENTAS" TO ANZ-REASON
081300         SET ANZ-KIND-BLOCKED TO TRUE
081400         GO TO 2110-ONE-ACCOUNT-EXIT
081500     END-IF.
081600     ADD 1 TO ANZ-CACC-USED.
081700     MOVE ACM-ACCOUNT-NUMBER TO ANZ-CACC-ACCOUNT(ANZ-CACC-USED).
081800     MOVE ACM-ACCOUNT-NUMBER TO ANZ-WORK-ACCOUNT.
081900     PERFORM 2300-CHECK-ACCOUNT-ITEMS
082000         THRU 2300-CHECK-ACCOUNT-ITEMS-EXIT.
082100 2110-ONE-ACCOUNT-EXIT.
082200     EXIT.
082300
082400******************************************************************
082500* 2200-CHECK-RELATIONS  -  AN ACCOUNT THE CUSTOMER IS A JOINT
082600*                          OWNER, SIGNATORY OR BENEFICIARY OF
082700*                          KEEPS THE RELATIONSHIP ALIVE UNTIL IT
082800*                          CLOSES TOO.
082900******************************************************************
083000 2200-CHECK-RELATIONS.
083100     MOVE ANZ-WORK-CUST TO REL-CUSTOMER-ID.
083200     MOVE "N" TO ANZ-REL-EOF-SW.
083300     START ACCT-REL-FILE KEY = REL-CUSTOMER-ID
083400         INVALID KEY
083500             SET ANZ-REL-EOF TO TRUE
083600     END-START.
083700     PERFORM 2210-ONE-RELATION THRU 2210-ONE-RELATION-EXIT
083800         UNTIL ANZ-REL-EOF
083900            OR ANZ-REASON NOT = SPACES.
084000 2200-CHECK-RELATIONS-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400* 2210-ONE-RELATION  -  A RELATIONSHIP ON AN ACCOUNT NO LONGER ON
084500*                       ACCTMAST HAS NOTHING LEFT TO HOLD IT OPEN.
084600******************************************************************
084700 2210-ONE-RELATION.
084800     READ ACCT-REL-FILE NEXT
084900         AT END
085000             SET ANZ-REL-EOF TO TRUE
085100             GO TO 2210-ONE-RELATION-EXIT
085200     END-READ.
085300     IF REL-CUSTOMER-ID NOT = ANZ-WORK-CUST
085400         SET ANZ-REL-EOF TO TRUE
085500         GO TO 2210-ONE-RELATION-EXIT
085600     END-IF.
085700     MOVE REL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
085800     READ ACCT-MASTER-FILE
085900         INVALID KEY
086000             GO TO 2210-ONE-RELATION-EXIT
086100     END-READ.
086200     IF NOT ACM-STAT-CLOSED
086300         MOVE "RELACION VIGENTE" TO ANZ-REASON
086400         SET ANZ-KIND-BLOCKED TO TRUE
086500         GO TO 2210-ONE-RELATION-EXIT
086600     END-IF.
086700     MOVE REL-ACCOUNT-NUMBER TO ANZ-WORK-ACCOUNT.
086800     PERFORM 2300-CHECK-ACCOUNT-ITEMS
086900         THRU 2300-CHECK-ACCOUNT-ITEMS-EXIT.
087000 2210-ONE-RELATION-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 2300-CHECK-ACCOUNT-ITEMS  -  FOR THE CLOSED ACCOUNT IN
087500*                              ANZ-WORK-ACCOUNT: ITS CLOSURE DATE
087600*                              MOVES THE END DATE ON, AND NO
087700*                              DISPUTE, HOLD OR UNCLAIMED-BALANCE
087800*                              ITEM MAY STILL BE OPEN ON IT.
087900******************************************************************
088000 2300-CHECK-ACCOUNT-ITEMS.
088100     PERFORM 1520-FIND-CLOSURE THRU 1520-FIND-CLOSURE-EXIT.
088200     IF NOT ANZ-FOUND
088300         MOVE "SIN FECHA DE CIERRE" TO ANZ-REASON
088400         SET ANZ-KIND-NO-DATE TO TRUE
088500         GO TO 2300-CHECK-ACCOUNT-ITEMS-EXIT
088600     END-IF.
088700     IF ANZ-CLS-DATE(ANZ-CLS-IDX) > ANZ-END-DATE
088800         MOVE ANZ-CLS-DATE(ANZ-CLS-IDX) TO ANZ-END-DATE
088900     END-IF.
089000     IF ANZ-DSP-OPEN
089100         MOVE LOW-VALUES TO DSC-KEY
089200         MOVE ANZ-WORK-ACCOUNT TO DSC-ACCOUNT
089300         MOVE "N" TO ANZ-ITEM-EOF-SW
089400         START DISPUTE-FILE KEY NOT < DSC-KEY
089500             INVALID KEY
089600                 SET ANZ-ITEM-EOF TO TRUE
089700         END-START
089800         PERFORM 2310-ONE-DISPUTE THRU 2310-ONE-DISPUTE-EXIT
089900             UNTIL ANZ-ITEM-EOF
090000                OR ANZ-REASON NOT = SPACES
090100     END-IF.
090200     IF ANZ-REASON NOT = SPACES
090300         GO TO 2300-CHECK-ACCOUNT-ITEMS-EXIT
090400     END-IF.
090500     IF ANZ-HOLD-OPEN
090600         MOVE ANZ-WORK-ACCOUNT TO HLD-ACCOUNT-NUMBER
090700         MOVE ZERO TO HLD-SEQ
090800         MOVE "N" TO ANZ-ITEM-EOF-SW
090900         START HOLD-MASTER-FILE KEY NOT < HLD-KEY
091000             INVALID KEY
091100                 SET ANZ-ITEM-EOF TO TRUE
091200         END-START
091300         PERFORM 2320-ONE-HOLD THRU 2320-ONE-HOLD-EXIT
091400             UNTIL ANZ-ITEM-EOF
091500                OR ANZ-REASON NOT = SPACES
091600     END-IF.
091700     IF ANZ-REASON NOT = SPACES
091800         GO TO 2300-CHECK-ACCOUNT-ITEMS-EXIT
091900     END-IF.
092000     IF ANZ-ESCH-OPEN
092100         MOVE ANZ-WORK-ACCOUNT TO ESR-ACCOUNT-NUMBER
092200         READ ESCHEAT-FILE
092300             INVALID KEY
092400                 CONTINUE
092500             NOT INVALID KEY
092600                 IF ESR-STAT-NOTICED
092700                   OR ESR-STAT-ESCHEATED
092800                     MOVE "SALDO NO RECLAMADO" TO ANZ-REASON
092900                     SET ANZ-KIND-BLOCKED TO TRUE
093000                 END-IF
093100         END-READ
093200     END-IF.
093300 2300-CHECK-ACCOUNT-ITEMS-EXIT.
093400     EXIT.
093500
093600******************************************************************
093700* 2310-ONE-DISPUTE  -  A CASE AWAITING ITS RELEASE IS STILL OPEN.
093800******************************************************************
093900 2310-ONE-DISPUTE.
094000     READ DISPUTE-FILE NEXT
094100         AT END
094200             SET ANZ-ITEM-EOF TO TRUE
094300             GO TO 2310-ONE-DISPUTE-EXIT
094400     END-READ.
094500     IF DSC-ACCOUNT NOT = ANZ-WORK-ACCOUNT
094600         SET ANZ-ITEM-EOF TO TRUE
094700         GO TO 2310-ONE-DISPUTE-EXIT
094800     END-IF.
094900     IF DSC-STAT-OPEN
095000       OR DSC-STAT-RELEASE-PENDING
095100         MOVE "DISPUTA ABIERTA" TO ANZ-REASON
095200         SET ANZ-KIND-BLOCKED TO TRUE
095300     END-IF.
095400 2310-ONE-DISPUTE-EXIT.
095500     EXIT.
095600
095700******************************************************************
095800* 2320-ONE-HOLD
095900******************************************************************
096000 2320-ONE-HOLD.
096100     READ HOLD-MASTER-FILE NEXT
096200         AT END
096300             SET ANZ-ITEM-EOF TO TRUE
096400             GO TO 2320-ONE-HOLD-EXIT
096500     END-READ.
096600     IF HLD-ACCOUNT-NUMBER NOT = ANZ-WORK-ACCOUNT
096700         SET ANZ-ITEM-EOF TO TRUE
096800         GO TO 2320-ONE-HOLD-EXIT
096900     END-IF.
097000     IF HLD-STAT-ACTIVE
097100         MOVE "RETENCION ACTIVA" TO ANZ-REASON
097200         SET ANZ-KIND-BLOCKED TO TRUE
097300     END-IF.
097400 2320-ONE-HOLD-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800* 2500-ANONYMIZE  -  THE CUSTOMER IN THE FD IS SCRUBBED AND
097900*                    REWRITTEN, ITS CLOSED ACCOUNTS LOSE THEIR
098000*                    NAME, AND THE CLMAUDIT TRAIL GETS ITS "A".
098100*                    THE REWRITE KEEPS THE CUSTMAST BROWSE WHERE
098200*                    IT WAS.
098300******************************************************************
098400 2500-ANONYMIZE.
098500     PERFORM 2600-SCRUB-CUSTOMER THRU 2600-SCRUB-CUSTOMER-EXIT.
098600     REWRITE CST-CUSTOMER-RECORD
098700         INVALID KEY
098800             DISPLAY "ANONCLI: ERROR AL REESCRIBIR CLIENTE "
098900                 ANZ-WORK-CUST " - ESTADO " WS-CUSTMAST-STATUS
099000             ADD 1 TO ANZ-BLOCKED-COUNT
099100             MOVE "ERROR EN CUSTMAST" TO ANZ-DET-STATE
099200             GO TO 2500-ANONYMIZE-EXIT
099300     END-REWRITE.
099400     IF ANZ-CACC-USED > ZERO
099500         PERFORM 2510-SCRUB-ONE-ACCOUNT
099600             THRU 2510-SCRUB-ONE-ACCOUNT-EXIT
099700             VARYING ANZ-CACC-IDX FROM 1 BY 1
099800             UNTIL ANZ-CACC-IDX > ANZ-CACC-USED
099900     END-IF.
100000     ADD 1 TO ANZ-DONE-USED.
100100     MOVE ANZ-WORK-CUST TO ANZ-DONE-CUST(ANZ-DONE-USED).
100200     ADD 1 TO ANZ-DONE-COUNT.
100300     MOVE "ANONIMIZADO" TO ANZ-DET-STATE.
100400     PERFORM 2700-WRITE-AUDIT THRU 2700-WRITE-AUDIT-EXIT.
100500 2500-ANONYMIZE-EXIT.
100600     EXIT.
100700
100800******************************************************************
100900* 2510-SCRUB-ONE-ACCOUNT
101000******************************************************************
101100 2510-SCRUB-ONE-ACCOUNT.
101200     MOVE ANZ-CACC-ACCOUNT(ANZ-CACC-IDX) TO ACM-ACCOUNT-NUMBER.
101300     READ ACCT-MASTER-FILE
101400         INVALID KEY
101500             GO TO 2510-SCRUB-ONE-ACCOUNT-EXIT
101600     END-READ.
101700     MOVE ANZ-ACCT-MARKER TO ACM-ACCOUNT-NAME.
101800     REWRITE ACM-ACCOUNT-RECORD
101900         INVALID KEY
102000             DISPLAY "ANONCLI: ERROR AL REESCRIBIR CUENTA "
102100                 ACM-ACCOUNT-NUMBER " - ESTADO "
102200                 WS-ACCTMAST-STATUS
102300             GO TO 2510-SCRUB-ONE-ACCOUNT-EXIT
102400     END-REWRITE.
102500     ADD 1 TO ANZ-ACCT-COUNT.
102600 2510-SCRUB-ONE-ACCOUNT-EXIT.
102700     EXIT.
102800
102900******************************************************************
103000* 2600-SCRUB-CUSTOMER  -  THE ONE PLACE THAT SAYS WHAT
103100*                         "ANONYMIZED" MEANS FOR A CUSTREC IMAGE:
103200*                         NAME AND ADDRESS REPLACED BY THE MARKER,
103300*                         IDENTITY DOCUMENT BLANKED, ID AND STATUS
103400*                         KEPT.  USED FOR CUSTMAST AND THE PENDCHG
103500*                         IMAGES.
103600******************************************************************
103700 2600-SCRUB-CUSTOMER.
103800     MOVE ANZ-MARKER TO CST-CUSTOMER-NAME.
103900     MOVE SPACES TO CST-CUSTOMER-ADDRESS.
104000     STRING "ANONIMIZADO EL " ANZ-RUN-DATE
104100         DELIMITED BY SIZE INTO CST-CUSTOMER-ADDRESS.
104200     MOVE SPACES TO CST-KYC-DOC-TYPE CST-KYC-DOC-NUMBER.
104300     MOVE SPACE TO CST-ADDR-STATUS.
104400     SET CST-ANONYMIZED TO TRUE.
104500 2600-SCRUB-CUSTOMER-EXIT.
104600     EXIT.
104700
104800******************************************************************
104900* 2700-WRITE-AUDIT  -  SAME OPEN-EXTEND RECOVERY AS CLIMERGE.  THE
105000*                      CUSTOMER GOES WHERE ITS RETIREMENT RECORD
105100*                      CARRIED IT, SO ONE SCAN OF
105200*                      CLM-AUD-DUPLICATE SHOWS THE WHOLE STORY OF
105300*                      THE ID.
105400******************************************************************
105500 2700-WRITE-AUDIT.
105600     MOVE SPACES TO CLM-AUDIT-RECORD.
105700     MOVE ANZ-WORK-CUST TO CLM-AUD-DUPLICATE.
105800     SET CLM-AUD-ANONYMIZED TO TRUE.
105900     MOVE "ANONCLI " TO CLM-AUD-OPERATOR-ID.
106000     MOVE ANZ-RUN-DATE TO CLM-AUD-RUN-DATE.
106100     ACCEPT CLM-AUD-RUN-TIME FROM TIME.
106200     OPEN EXTEND MERGE-AUDIT-FILE.
106300     IF FS-NOT-FOUND OF WS-AUDIT-STATUS
106400         OPEN OUTPUT MERGE-AUDIT-FILE
106500         CLOSE MERGE-AUDIT-FILE
106600         OPEN EXTEND MERGE-AUDIT-FILE
106700     END-IF.
106800     WRITE CLM-AUDIT-RECORD.
106900     CLOSE MERGE-AUDIT-FILE.
107000 2700-WRITE-AUDIT-EXIT.
107100     EXIT.
107200
107300******************************************************************
107400* 2800-PRINT-DETAIL  -  ANZ-DET-STATE IS SET BY THE CALLER.  THE
107500*                       NAME IS NEVER PRINTED.
107600******************************************************************
107700 2800-PRINT-DETAIL.
107800     MOVE ANZ-WORK-CUST TO ANZ-DET-CUSTOMER.
107900     MOVE ANZ-CACC-USED TO ANZ-DET-ACCOUNTS.
108000     MOVE ANZ-END-DATE  TO ANZ-DET-END-DATE.
108100     MOVE ANZ-DETAIL TO PRINT-LINE.
108200     WRITE PRINT-LINE.
108300 2800-PRINT-DETAIL-EXIT.
108400     EXIT.
108500
108600******************************************************************
108700* 4000-SCRUB-PENDCHG  -  EVERY CUSTMAST IMAGE OF A CUSTOMER
108800*                        ANONYMIZED THIS RUN IS SCRUBBED BY
108900*                        2600, AND A CHANGE STILL PENDING FOR ONE
109000*                        IS REFUSED SO MANTREL CANNOT PUT THE DATA
109100*                        BACK.  TWO PASSES THROUGH THE TEMP, THE
109200*                        ARCHMES MODEL.
109300******************************************************************
109400 4000-SCRUB-PENDCHG.
109500     OPEN INPUT PEND-CHANGE-FILE.
109600     IF NOT FS-SUCCESS OF WS-PENDCHG-STATUS
109700         GO TO 4000-SCRUB-PENDCHG-EXIT
109800     END-IF.
109900     OPEN OUTPUT PEND-CHG-TEMP.
110000     MOVE "N" TO ANZ-EOF-SW.
110100     PERFORM 4100-SCRUB-ONE-PEND THRU 4100-SCRUB-ONE-PEND-EXIT
110200         UNTIL ANZ-EOF.
110300     CLOSE PEND-CHANGE-FILE.
110400     CLOSE PEND-CHG-TEMP.
110500     PERFORM 4300-COPY-BACK-PEND THRU 4300-COPY-BACK-PEND-EXIT.
110600 4000-SCRUB-PENDCHG-EXIT.
110700     EXIT.
110800
110900******************************************************************
111000* 4100-SCRUB-ONE-PEND  -  AN ALTA HAS NO BEFORE IMAGE; A BLANK
111100*                         IMAGE STAYS BLANK.
111200******************************************************************
111300 4100-SCRUB-ONE-PEND.
111400     READ PEND-CHANGE-FILE
111500         AT END
111600             SET ANZ-EOF TO TRUE
111700             GO TO 4100-SCRUB-ONE-PEND-EXIT
111800     END-READ.
111900     IF NOT PCH-FOR-CUSTMAST
112000         GO TO 4100-SCRUB-ONE-PEND-WRITE
112100     END-IF.
112200     MOVE PCH-KEY(1:8) TO ANZ-WORK-CUST.
112300     PERFORM 4200-FIND-DONE THRU 4200-FIND-DONE-EXIT.
112400     IF NOT ANZ-FOUND
112500         GO TO 4100-SCRUB-ONE-PEND-WRITE
112600     END-IF.
112700     IF PCH-OLD-IMAGE NOT = SPACES
112800         MOVE PCH-OLD-IMAGE TO CST-CUSTOMER-RECORD
112900         PERFORM 2600-SCRUB-CUSTOMER THRU 2600-SCRUB-CUSTOMER-EXIT
113000         MOVE CST-CUSTOMER-RECORD TO PCH-OLD-IMAGE
113100     END-IF.
113200     IF PCH-NEW-IMAGE NOT = SPACES
113300         MOVE PCH-NEW-IMAGE TO CST-CUSTOMER-RECORD
113400         PERFORM 2600-SCRUB-CUSTOMER THRU 2600-SCRUB-CUSTOMER-EXIT
113500         MOVE CST-CUSTOMER-RECORD TO PCH-NEW-IMAGE
113600     END-IF.
113700     ADD 1 TO ANZ-PEND-COUNT.
113800     IF PCH-IS-PENDING
113900         SET PCH-IS-REFUSED TO TRUE
114000         MOVE "ANONCLI " TO PCH-SUPERVISOR-ID
114100         ADD 1 TO ANZ-PEND-REFUSED
114200     END-IF.
114300 4100-SCRUB-ONE-PEND-WRITE.
114400     WRITE PEND-CHG-TEMP-RECORD FROM PCH-PENDING-RECORD.
114500 4100-SCRUB-ONE-PEND-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900* 4200-FIND-DONE  -  ANZ-WORK-CUST AMONG THIS RUN'S CUSTOMERS.
115000******************************************************************
115100 4200-FIND-DONE.
115200     MOVE "N" TO ANZ-FOUND-SW.
115300     PERFORM 4210-SCAN-DONE THRU 4210-SCAN-DONE-EXIT
115400         VARYING ANZ-DONE-IDX FROM 1 BY 1
115500         UNTIL ANZ-DONE-IDX > ANZ-DONE-USED
115600            OR ANZ-FOUND.
115700 4200-FIND-DONE-EXIT.
115800     EXIT.
115900
116000******************************************************************
116100* 4210-SCAN-DONE
116200******************************************************************
116300 4210-SCAN-DONE.
116400     IF ANZ-DONE-CUST(ANZ-DONE-IDX) = ANZ-WORK-CUST
116500         SET ANZ-FOUND TO TRUE
116600     END-IF.
116700 4210-SCAN-DONE-EXIT.
116800     EXIT.
116900
117000******************************************************************
117100* 4300-COPY-BACK-PEND
117200******************************************************************
117300 4300-COPY-BACK-PEND.
117400     MOVE "N" TO ANZ-EOF-SW.
117500     OPEN INPUT PEND-CHG-TEMP.
117600     OPEN OUTPUT PEND-CHANGE-FILE.
117700     PERFORM 4310-COPY-ONE-PEND THRU 4310-COPY-ONE-PEND-EXIT
117800         UNTIL ANZ-EOF.
117900     CLOSE PEND-CHANGE-FILE.
118000     CLOSE PEND-CHG-TEMP.
118100 4300-COPY-BACK-PEND-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500* 4310-COPY-ONE-PEND
118600******************************************************************
118700 4310-COPY-ONE-PEND.
118800     READ PEND-CHG-TEMP
118900         AT END
119000             SET ANZ-EOF TO TRUE
119100             GO TO 4310-COPY-ONE-PEND-EXIT
119200     END-READ.
119300     MOVE PEND-CHG-TEMP-RECORD TO PCH-PENDING-RECORD.
119400     WRITE PCH-PENDING-RECORD.
119500 4310-COPY-ONE-PEND-EXIT.
119600     EXIT.
119700
119800******************************************************************
119900* 6000-PRINT-TOTALS  -  THE CERTIFICATE'S CONTROL LINES.
120000******************************************************************
120100 6000-PRINT-TOTALS.
120200     MOVE SPACES TO PRINT-LINE.
120300     WRITE PRINT-LINE.
120400     MOVE "---- TOTALES ----" TO PRINT-LINE.
120500     WRITE PRINT-LINE.
120600     MOVE ANZ-READ-COUNT TO ANZ-CNT-ED.
120700     MOVE SPACES TO PRINT-LINE.
120800     STRING "CLIENTES LEIDOS:          " ANZ-CNT-ED
120900         DELIMITED BY SIZE INTO PRINT-LINE.
121000     WRITE PRINT-LINE.
121100     MOVE ANZ-INACTIVE-COUNT TO ANZ-CNT-ED.
121200     MOVE SPACES TO PRINT-LINE.
121300     STRING "INACTIVOS:                " ANZ-CNT-ED
121400         DELIMITED BY SIZE INTO PRINT-LINE.
121500     WRITE PRINT-LINE.
121600     MOVE ANZ-ALREADY-COUNT TO ANZ-CNT-ED.
121700     MOVE SPACES TO PRINT-LINE.
121800     STRING "YA ANONIMIZADOS:          " ANZ-CNT-ED
121900         DELIMITED BY SIZE INTO PRINT-LINE.
122000     WRITE PRINT-LINE.
122100     MOVE ANZ-RETAINED-COUNT TO ANZ-CNT-ED.
122200     MOVE SPACES TO PRINT-LINE.
122300     STRING "DENTRO DE LA RETENCION:   " ANZ-CNT-ED
122400         DELIMITED BY SIZE INTO PRINT-LINE.
122500     WRITE PRINT-LINE.
122600     MOVE ANZ-BLOCKED-COUNT TO ANZ-CNT-ED.
122700     MOVE SPACES TO PRINT-LINE.
122800     STRING "BLOQUEADOS:               " ANZ-CNT-ED
122900         DELIMITED BY SIZE INTO PRINT-LINE.
123000     WRITE PRINT-LINE.
123100     MOVE ANZ-NO-DATE-COUNT TO ANZ-CNT-ED.
123200     MOVE SPACES TO PRINT-LINE.
123300     STRING "SIN FECHA DE FIN:         " ANZ-CNT-ED
123400         DELIMITED BY SIZE INTO PRINT-LINE.
123500     WRITE PRINT-LINE.
123600     MOVE ANZ-DONE-COUNT TO ANZ-CNT-ED.
123700     MOVE SPACES TO PRINT-LINE.
123800     IF ANZ-MODE-APPLY
123900         STRING "ANONIMIZADOS:             " ANZ-CNT-ED
124000             DELIMITED BY SIZE INTO PRINT-LINE
124100     ELSE
124200         STRING "SE ANONIMIZARIAN:         " ANZ-CNT-ED
124300             DELIMITED BY SIZE INTO PRINT-LINE
124400     END-IF.
124500     WRITE PRINT-LINE.
124600     IF ANZ-MODE-PREVIEW
124700         GO TO 6000-PRINT-TOTALS-EXIT
124800     END-IF.
124900     MOVE ANZ-DEFERRED-COUNT TO ANZ-CNT-ED.
125000     MOVE SPACES TO PRINT-LINE.
125100     STRING "PARA LA PROXIMA CORRIDA:  " ANZ-CNT-ED
125200         DELIMITED BY SIZE INTO PRINT-LINE.
125300     WRITE PRINT-LINE.
125400     MOVE ANZ-ACCT-COUNT TO ANZ-CNT-ED.
125500     MOVE SPACES TO PRINT-LINE.
125600     STRING "CUENTAS ANONIMIZADAS:     " ANZ-CNT-ED
125700         DELIMITED BY SIZE INTO PRINT-LINE.
125800     WRITE PRINT-LINE.
125900     MOVE ANZ-PEND-COUNT TO ANZ-CNT-ED.
126000     MOVE SPACES TO PRINT-LINE.
126100     STRING "IMAGENES PENDCHG:         " ANZ-CNT-ED
126200         DELIMITED BY SIZE INTO PRINT-LINE.
126300     WRITE PRINT-LINE.
126400     MOVE ANZ-PEND-REFUSED TO ANZ-CNT-ED.
126500     MOVE SPACES TO PRINT-LINE.
126600     STRING "CAMBIOS PENDIENTES RECH.: " ANZ-CNT-ED
126700         DELIMITED BY SIZE INTO PRINT-LINE.
126800     WRITE PRINT-LINE.
126900     MOVE SPACES TO PRINT-LINE.
127000     WRITE PRINT-LINE.
127100     MOVE SPACES TO PRINT-LINE.
127200     STRING "LOS DATOS PERSONALES DE LOS CLIENTES MARCADOS "
127300         "ANONIMIZADO FUERON SUSTITUIDOS EN CUSTMAST, ACCTMAST "
127400         "Y PENDCHG EL " ANZ-RUN-DATE "."
127500         DELIMITED BY SIZE INTO PRINT-LINE.
127600     WRITE PRINT-LINE.
127700 6000-PRINT-TOTALS-EXIT.
127800     EXIT.
127900
128000******************************************************************
128100* 7000-CLOSE-FILES
128200******************************************************************
128300 7000-CLOSE-FILES.
128400     IF ANZ-CUST-OPEN
128500         CLOSE CUST-MASTER-FILE
128600     END-IF.
128700     IF ANZ-ACCT-OPEN
128800         CLOSE ACCT-MASTER-FILE
128900     END-IF.
129000     IF ANZ-REL-OPEN
129100         CLOSE ACCT-REL-FILE
129200     END-IF.
129300     IF ANZ-DSP-OPEN
129400         CLOSE DISPUTE-FILE
129500     END-IF.
129600     IF ANZ-HOLD-OPEN
129700         CLOSE HOLD-MASTER-FILE
129800     END-IF.
129900     IF ANZ-ESCH-OPEN
130000         CLOSE ESCHEAT-FILE
130100     END-IF.
130200 7000-CLOSE-FILES-EXIT.
130300     EXIT.
130400
130500 END PROGRAM ANONCLI.
