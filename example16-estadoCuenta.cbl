002135*                  STATEMENT FROM IT WOULD NOT FOOT AGAINST
002136*                  THE LIVE CLOSING BALANCE.  SAME RULE
002137*                  CALCSUMRPT APPLIES TO CALCLOGI.
002138*   08/09/26  JPL  THE CUSTOMER PACKAGE (MODES T AND L) NOW ALSO
002139*                  CARRIES A STATEMENT FOR EVERY ACCOUNT THE
002140*                  CUSTOMER CO-OWNS THROUGH ACCTREL (ROLE J),
002141*                  MARKED AS THE JOINT OWNER'S COPY AND
002142*                  COUNTED SEPARATELY IN THE RUN TOTAL.
002145*   11/09/26  JPL  A "FEE " MOVEMENT PRINTS WITH A "CARGO POR
002150*                  SERVICIO" LINE NAMING THE CHARGE, SO THE
002155*                  CUSTOMER SEES A FEE, NOT A WITHDRAWAL.
002156*   15/09/26  JPL  THE CIERRCTA CLOSURE FEE (FEE-CIER) IS NAMED
002157*                  ON ITS "CARGO POR SERVICIO" LINE.
002158*   22/09/26  JPL  A "DSP " DISPUTE CREDIT PRINTS ITS DISPUTED
002162*                  ENTRY AND, FROM THE DSPCASE CASE FILE, WHETHER
002166*                  IT IS STILL PROVISIONAL, CONFIRMED OR REVERSED.
002170*   24/09/26  JPL  THE CYCLE RUN CAN ALSO WRITE THE STMTEXT
002174*                  EXTRACT FOR THE PRINT AND MAILING VENDOR FROM
002178*                  THE SAME DATA IT PRINTS (ADDRESS, MOVEMENTS,
002182*                  SUMMARY, TRAILER WITH COUNTS AND HASH TOTALS),
002186*                  AND REGISTERS EVERY STATEMENT SENT ON STMTREG
002190*                  FOR THE VENDOR'S MAILING CONFIRMATION
002194*                  (STMTRCN).  ONE EXTRACT PER CYCLE PER DAY.
002198******************************************************************
002200
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ESTADO-CUENTA.
003940         ACCESS MODE IS DYNAMIC
003950         RECORD KEY IS PJX-KEY
003960         FILE STATUS IS WS-JRNLI-STATUS.
003970
003980     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
003982         ORGANIZATION IS INDEXED
003984         ACCESS MODE IS DYNAMIC
003986         RECORD KEY IS REL-KEY
003988         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
003990             WITH DUPLICATES
003992         FILE STATUS IS WS-ACCTREL-STATUS.
003993
003994     SELECT DISPUTE-FILE ASSIGN TO "DSPCASE"
003995         ORGANIZATION IS INDEXED
003996         ACCESS MODE IS DYNAMIC
003997         RECORD KEY IS DSC-KEY
003998         FILE STATUS IS WS-DSPCASE-STATUS.
004000
004100     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PRINT-STATUS.
004310
004318     SELECT STMT-EXTRACT-FILE ASSIGN TO "STMTEXT"
004326         ORGANIZATION IS LINE SEQUENTIAL
004334         FILE STATUS IS WS-STMTEXT-STATUS.
004342
004350     SELECT STMT-REGISTER-FILE ASSIGN TO "STMTREG"
004358         ORGANIZATION IS INDEXED
004366         ACCESS MODE IS DYNAMIC
004374         RECORD KEY IS STR-KEY
004382         FILE STATUS IS WS-STMTREG-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005110
005120 FD  POST-JRNL-INDEX.
005130 COPY PJIXREC.
005140
005150 FD  ACCT-REL-FILE.
005160 COPY RELREC.
005170
005180 FD  DISPUTE-FILE.
005190 COPY DSPCASE.
005200
005300 FD  PRINT-FILE.
005400 01  PRINT-LINE                      PIC X(132).
005410
005420 FD  STMT-EXTRACT-FILE.
005430 COPY STMTEXT.
005440
005450 FD  STMT-REGISTER-FILE.
005460 COPY STMTREG.
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-ACCTMAST-STATUS.
006230 77  EST-CUST-NAME                   PIC X(30) VALUE SPACES.
006240 77  EST-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
006250     88  EST-CUSTMAST-OPEN           VALUE "Y".
006255 01  WS-ACCTREL-STATUS.
006260     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
006265 77  EST-ACCTREL-OPEN-SW             PIC X(01) VALUE "N".
006270     88  EST-ACCTREL-OPEN            VALUE "Y".
006275 77  EST-REL-EOF-SW                  PIC X(01) VALUE "N".
006280     88  EST-REL-EOF                 VALUE "Y".
006285 77  EST-PKG-START                   PIC 9(05) VALUE ZERO.
006290 77  EST-JOINT-COUNT                 PIC 9(05) VALUE ZERO.
006292 01  WS-DSPCASE-STATUS.
006294     COPY FSTATCOD REPLACING FS-NAME BY WS-DSPCASE-CODE.
006296 77  EST-DSPCASE-OPEN-SW             PIC X(01) VALUE "N".
006298     88  EST-DSPCASE-OPEN            VALUE "Y".
006300
006400 77  EST-MODE                        PIC X(01) VALUE SPACE.
006500     88  EST-MODE-ACCOUNT            VALUE "C" "c".
007700 77  EST-FIRST-MOVE-SW               PIC X(01) VALUE "Y".
007800     88  EST-FIRST-MOVE              VALUE "Y".
007900 77  EST-OPENING-BALANCE             PIC S9(09)V99 VALUE ZERO.
007910 77  EST-FEE-TYPE                    PIC X(08) VALUE SPACES.
007920 77  EST-FEE-DESC                    PIC X(30) VALUE SPACES.
007930 77  EST-DSP-ACCOUNT                 PIC X(10) VALUE SPACES.
007940 77  EST-DSP-REF-DATE                PIC 9(08) VALUE ZERO.
007950 77  EST-DSP-REF-TIME                PIC 9(08) VALUE ZERO.
007960 77  EST-DSP-DATE                    PIC 9(08) VALUE ZERO.
007970 77  EST-DSP-TIME                    PIC 9(08) VALUE ZERO.
007980 77  EST-DSP-DESC                    PIC X(40) VALUE SPACES.
008000
008100 01  EST-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
008200 01  EST-BAL-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
008291 77  EST-CYC-SKIP-ACCT               PIC 9(05) VALUE ZERO.
008292 01  EST-CNT-ED                      PIC ZZ,ZZ9.
008300
008301******************************************************************
008303* VENDOR STATEMENT EXTRACT (CYCLE RUN ONLY) - STMTEXT FOR THE
008305* PRINT VENDOR, STMTREG FOR ITS MAILING CONFIRMATION.  EST-MAIL-*
008307* IS THE ADDRESSEE OF THE PACKAGE BEING PRINTED.
008309******************************************************************
008311 01  WS-STMTEXT-STATUS.
008313     COPY FSTATCOD REPLACING FS-NAME BY WS-STMTEXT-CODE.
008315 01  WS-STMTREG-STATUS.
008317     COPY FSTATCOD REPLACING FS-NAME BY WS-STMTREG-CODE.
008319 77  EST-EXTRACT-ANSWER              PIC X(01) VALUE "N".
008321     88  EST-EXTRACT-WANTED          VALUE "S" "s".
008323 77  EST-EXTRACT-SW                  PIC X(01) VALUE "N".
008325     88  EST-EXTRACT-ON              VALUE "Y".
008327*    VENDOR LAYOUT - MOVEMENTS PRINTED ON ONE STATEMENT PAGE.
008329 77  EST-MOVES-PER-PAGE              PIC 9(03) VALUE 030.
008331 77  EST-RUN-TIME                    PIC 9(08) VALUE ZERO.
008333 77  EST-XT-SEQ                      PIC 9(05) VALUE ZERO.
008335 77  EST-XT-COPY                     PIC X(01) VALUE SPACE.
008337 77  EST-XT-PAGES                    PIC 9(03) VALUE ZERO.
008339 77  EST-XT-PAGE-TOTAL               PIC 9(07) VALUE ZERO.
008341 77  EST-XT-MOVE-TOTAL               PIC 9(09) VALUE ZERO.
008343 77  EST-XT-REC-COUNT                PIC 9(09) VALUE ZERO.
008345 77  EST-XT-RETURNED                 PIC 9(05) VALUE ZERO.
008347 77  EST-XT-OPEN-HASH                PIC S9(13)V99 VALUE ZERO.
008349 77  EST-XT-CLOSE-HASH               PIC S9(13)V99 VALUE ZERO.
008351 77  EST-XT-MOVE-HASH                PIC S9(13)V99 VALUE ZERO.
008353 77  EST-XD-SOURCE                   PIC X(04) VALUE SPACES.
008355 77  EST-MAIL-ID                     PIC X(08) VALUE SPACES.
008357 77  EST-MAIL-NAME                   PIC X(30) VALUE SPACES.
008359 77  EST-MAIL-ADDRESS                PIC X(40) VALUE SPACES.
008361 77  EST-MAIL-LANG                   PIC X(01) VALUE SPACE.
008363 77  EST-MAIL-ADDR-STATUS            PIC X(01) VALUE SPACE.
008365     88  EST-MAIL-UNDELIVERABLE      VALUE "U".
008367 01  EST-XT-CNT-ED                   PIC ZZZ,ZZZ,ZZ9.
008400 PROCEDURE DIVISION.
008500******************************************************************
008600* 0000-MAINLINE
010281                 "DIARIO SECUENCIAL COMPLETO"
010282         END-IF
010283     END-IF.
010284     OPEN INPUT ACCT-REL-FILE.
010285     IF FS-SUCCESS OF WS-ACCTREL-STATUS
010286         MOVE "Y" TO EST-ACCTREL-OPEN-SW
010287     END-IF.
010288     OPEN INPUT DISPUTE-FILE.
010289     IF FS-SUCCESS OF WS-DSPCASE-STATUS
010290         MOVE "Y" TO EST-DSPCASE-OPEN-SW
010291     END-IF.
010300     EVALUATE TRUE
010400         WHEN EST-MODE-ACCOUNT
010410             PERFORM 2000-ONE-ACCOUNT THRU 2000-ONE-ACCOUNT-EXIT
010940     IF EST-INDEX-OPEN
010950         CLOSE POST-JRNL-INDEX
010960     END-IF.
010970     IF EST-ACCTREL-OPEN
010980         CLOSE ACCT-REL-FILE
010990     END-IF.
010992     IF EST-DSPCASE-OPEN
010994         CLOSE DISPUTE-FILE
010996     END-IF.
011000     CLOSE ACCT-MASTER-FILE.
011100     DISPLAY "ESTADOS IMPRESOS: " EST-STMT-COUNT.
011110     IF EST-JOINT-COUNT > ZERO
011120         DISPLAY "  DE ELLOS, DE CUENTAS CONJUNTAS: "
011130             EST-JOINT-COUNT
011140     END-IF.
011200 0000-MAINLINE-EXIT.
011300     GOBACK.
011400
014198******************************************************************
014199 2510-WALK-ONE-CUSTOMER.
014200     MOVE EST-CUSTOMER-WANTED TO ACM-CUSTOMER-ID.
014210*    THE CYCLE RUN HOLDS THE PACKAGED CUSTOMER IN THE CUSTMAST
014215*    RECORD - THE ADDRESSEE OF EVERY STATEMENT IN THE PACKAGE.
014220     IF EST-EXTRACT-ON
014225         MOVE CST-CUSTOMER-ID      TO EST-MAIL-ID
014230         MOVE CST-CUSTOMER-NAME    TO EST-MAIL-NAME
014235         MOVE CST-CUSTOMER-ADDRESS TO EST-MAIL-ADDRESS
014240         MOVE CST-LANGUAGE         TO EST-MAIL-LANG
014245         MOVE CST-ADDR-STATUS      TO EST-MAIL-ADDR-STATUS
014250     END-IF.
014300     MOVE "N" TO EST-ACCT-EOF-SW.
014350     MOVE EST-STMT-COUNT TO EST-PKG-START.
014400     START ACCT-MASTER-FILE KEY = ACM-CUSTOMER-ID
014500         INVALID KEY
014600             SET EST-ACCT-EOF TO TRUE
014700     END-START.
014800     IF NOT EST-ACCT-EOF
014900         PERFORM 2600-READ-NEXT-ACCT
015000             THRU 2600-READ-NEXT-ACCT-EXIT
015100         PERFORM 2700-STATEMENT-AND-ADVANCE
015200             THRU 2700-STATEMENT-AND-ADVANCE-EXIT
015300             UNTIL EST-ACCT-EOF
015400     END-IF.
015410     IF EST-ACCTREL-OPEN
015420         PERFORM 2550-JOINT-ACCOUNTS
015430             THRU 2550-JOINT-ACCOUNTS-EXIT
015440     END-IF.
015500     IF EST-STMT-COUNT = EST-PKG-START
015510         DISPLAY "SIN CUENTAS PARA EL CLIENTE "
015520             EST-CUSTOMER-WANTED
015600     END-IF.
015700 2510-WALK-ONE-CUSTOMER-EXIT.
015800     EXIT.
015900
015901******************************************************************
015902* 2550-JOINT-ACCOUNTS  -  THE ACCOUNTS THE CUSTOMER CO-OWNS,
015903*                         ALONG THE REL-CUSTOMER-ID ALTERNATE
015904*                         KEY.  SIGNATORIES AND BENEFICIARIES
015905*                         GET NO STATEMENT.  IN THE CYCLE RUN
015906*                         THE STATEMENT HEADING HAS READ THE
015907*                         PRIMARY HOLDER ON CUSTMAST, SO THE
015908*                         CUSTMAST WALK IS PUT BACK ON THE
015909*                         CUSTOMER BEING PACKAGED.
015910******************************************************************
015911 2550-JOINT-ACCOUNTS.
015912     MOVE EST-CUSTOMER-WANTED TO REL-CUSTOMER-ID.
015913     MOVE "N" TO EST-REL-EOF-SW.
015914     START ACCT-REL-FILE KEY = REL-CUSTOMER-ID
015915         INVALID KEY
015916             SET EST-REL-EOF TO TRUE
015917     END-START.
015918     PERFORM 2560-ONE-JOINT-ACCT THRU 2560-ONE-JOINT-ACCT-EXIT
015919         UNTIL EST-REL-EOF.
015920     IF EST-MODE-CYCLE
015921         MOVE EST-CUSTOMER-WANTED TO CST-CUSTOMER-ID
015922         READ CUST-MASTER-FILE
015923             INVALID KEY
015924                 CONTINUE
015925         END-READ
015926     END-IF.
015927 2550-JOINT-ACCOUNTS-EXIT.
015928     EXIT.
015929
015930******************************************************************
015931* 2560-ONE-JOINT-ACCT
015932******************************************************************
015933 2560-ONE-JOINT-ACCT.
015934     READ ACCT-REL-FILE NEXT
015935         AT END
015936             SET EST-REL-EOF TO TRUE
015937             GO TO 2560-ONE-JOINT-ACCT-EXIT
015938     END-READ.
015939     IF REL-CUSTOMER-ID NOT = EST-CUSTOMER-WANTED
015940         SET EST-REL-EOF TO TRUE
015941         GO TO 2560-ONE-JOINT-ACCT-EXIT
015942     END-IF.
015943     IF NOT REL-ROLE-OWNER
015944         GO TO 2560-ONE-JOINT-ACCT-EXIT
015945     END-IF.
015946     MOVE REL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
015947     READ ACCT-MASTER-FILE
015948         INVALID KEY
015949             GO TO 2560-ONE-JOINT-ACCT-EXIT
015950     END-READ.
015951     ADD 1 TO EST-JOINT-COUNT.
015952     PERFORM 3000-PRINT-STATEMENT THRU 3000-PRINT-STATEMENT-EXIT.
015953     MOVE SPACES TO PRINT-LINE.
015954     STRING "CUENTA CONJUNTA - COPIA PARA EL COTITULAR "
015955         EST-CUSTOMER-WANTED
015956         DELIMITED BY SIZE INTO PRINT-LINE.
015957     WRITE PRINT-LINE.
015958 2560-ONE-JOINT-ACCT-EXIT.
015959     EXIT.
015960
016000******************************************************************
016100* 2600-READ-NEXT-ACCT  -  NEXT ACCOUNT ALONG THE ALTERNATE
016200*                         INDEX; A KEY CHANGE ENDS THE PACKAGE.
018400     EXIT.
018500
018510******************************************************************
018512* 2800-CYCLE-RUN  -  ONE PASS OF CUSTMAST: EVERY ACTIVE
018514*                    CUSTOMER ON THE REQUESTED CYCLE GETS THE
018516*                    FULL PACKAGE; INACTIVE ONES ARE COUNTED
018518*                    (WITH THEIR ACCOUNTS) ON THE CONTROL PAGE.
018520*                    ON REQUEST THE SAME PASS WRITES THE PRINT
018522*                    VENDOR'S STMTEXT EXTRACT.
018524******************************************************************
018526 2800-CYCLE-RUN.
018528     DISPLAY "CICLO DE ESTADO (EJ. M1): ".
018530     ACCEPT EST-CYCLE-WANTED.
018532     DISPLAY "EXTRACTO PARA LA IMPRENTA (S/N): ".
018534     ACCEPT EST-EXTRACT-ANSWER.
018536     IF NOT EST-CUSTMAST-OPEN
018538         DISPLAY "CUSTMAST NO DISPONIBLE - LA CORRIDA POR "
018540             "CICLO NO PUEDE RECORRER LOS CLIENTES"
018542         MOVE 4 TO RETURN-CODE
018544         GO TO 2800-CYCLE-RUN-EXIT
018546     END-IF.
018548     IF EST-EXTRACT-WANTED
018550         PERFORM 2830-OPEN-EXTRACT THRU 2830-OPEN-EXTRACT-EXIT
018552     END-IF.
018554     MOVE "N" TO EST-CUST-EOF-SW.
018556     MOVE LOW-VALUES TO CST-CUSTOMER-ID.
018558     START CUST-MASTER-FILE KEY NOT < CST-CUSTOMER-ID
018560         INVALID KEY
018562             SET EST-CUST-EOF TO TRUE
018564     END-START.
018566     PERFORM 2810-READ-NEXT-CUST THRU 2810-READ-NEXT-CUST-EXIT.
018568     PERFORM 2820-ONE-CYCLE-CUST THRU 2820-ONE-CYCLE-CUST-EXIT
018570         UNTIL EST-CUST-EOF.
018572     PERFORM 2890-PRINT-CONTROL-PAGE
018574         THRU 2890-PRINT-CONTROL-PAGE-EXIT.
018576     IF EST-EXTRACT-ON
018578         PERFORM 2840-CLOSE-EXTRACT THRU 2840-CLOSE-EXTRACT-EXIT
018580     END-IF.
018582 2800-CYCLE-RUN-EXIT.
018584     EXIT.

018592******************************************************************
018593* 2810-READ-NEXT-CUST
019900     MOVE ZERO TO EST-MOVE-COUNT.
020000     MOVE "Y" TO EST-FIRST-MOVE-SW.
020110     PERFORM 2900-DERIVE-OPENING THRU 2900-DERIVE-OPENING-EXIT.
020120     IF EST-EXTRACT-ON
020130         PERFORM 3810-EXTRACT-ADDRESS
020135             THRU 3810-EXTRACT-ADDRESS-EXIT
020140     END-IF.
020200     MOVE SPACES TO PRINT-LINE.
020300     WRITE PRINT-LINE.
020310     PERFORM 3500-GET-CUSTOMER-NAME
023100         "   MOVIMIENTOS: " EST-MOVE-COUNT
023200         DELIMITED BY SIZE INTO PRINT-LINE.
023300     WRITE PRINT-LINE.
023310     IF EST-EXTRACT-ON
023320         PERFORM 3830-EXTRACT-SUMMARY
023325             THRU 3830-EXTRACT-SUMMARY-EXIT
023330     END-IF.
023400 3000-PRINT-STATEMENT-EXIT.
023500     EXIT.

028300             " " PJR-OPERATOR-ID " " EST-AMT-ED " " EST-BAL-ED
028400             DELIMITED BY SIZE INTO PRINT-LINE
028500         WRITE PRINT-LINE
028505         IF PJR-SOURCE-REVERSAL
028512           AND PJR-REF-DATE IS NUMERIC
028519             MOVE SPACES TO PRINT-LINE
028526             STRING "         REVERSA DE " PJR-REF-DATE
028533                 " " PJR-REF-TIME
028540                 DELIMITED BY SIZE INTO PRINT-LINE
028547             WRITE PRINT-LINE
028554         END-IF
028561         IF PJR-SOURCE-FEE
028568             MOVE PJR-OPERATOR-ID TO EST-FEE-TYPE
028575             PERFORM 3710-PRINT-FEE-TYPE
028582                 THRU 3710-PRINT-FEE-TYPE-EXIT
028589         END-IF
028596         IF PJR-SOURCE-DISPUTE
028603             MOVE PJR-ACCOUNT-NUMBER TO EST-DSP-ACCOUNT
028610             MOVE PJR-REF-DATE TO EST-DSP-REF-DATE
028617             MOVE PJR-REF-TIME TO EST-DSP-REF-TIME
028624             MOVE PJR-RUN-DATE TO EST-DSP-DATE
028631             MOVE PJR-RUN-TIME TO EST-DSP-TIME
028638             PERFORM 3720-PRINT-DISPUTE
028645                 THRU 3720-PRINT-DISPUTE-EXIT
028652         END-IF
028659         IF EST-EXTRACT-ON
028666             PERFORM 3820-EXTRACT-JRNL-DETAIL
028673                 THRU 3820-EXTRACT-JRNL-DETAIL-EXIT
028680         END-IF
028687     END-IF.
028700     PERFORM 3200-READ-JOURNAL THRU 3200-READ-JOURNAL-EXIT.
028800 3300-PRINT-MOVEMENT-EXIT.
028900     EXIT.
029005       AND PJX-REF-DATE IS NUMERIC
029006         MOVE SPACES TO PRINT-LINE
029007         STRING "         REVERSA DE " PJX-REF-DATE
029008             " " PJX-REF-TIME
029009             DELIMITED BY SIZE INTO PRINT-LINE
029010         WRITE PRINT-LINE
029011     END-IF.
029012     IF PJX-SRC-FEE
029013         MOVE PJX-OPERATOR-ID TO EST-FEE-TYPE
029014         PERFORM 3710-PRINT-FEE-TYPE
029015             THRU 3710-PRINT-FEE-TYPE-EXIT
029016     END-IF.
029017     IF PJX-SRC-DISPUTE
029018         MOVE PJX-JRNL-ACCOUNT TO EST-DSP-ACCOUNT
029019         MOVE PJX-REF-DATE TO EST-DSP-REF-DATE
029020         MOVE PJX-REF-TIME TO EST-DSP-REF-TIME
029021         MOVE PJX-JRNL-DATE TO EST-DSP-DATE
029022         MOVE PJX-JRNL-TIME TO EST-DSP-TIME
029023         PERFORM 3720-PRINT-DISPUTE
029024             THRU 3720-PRINT-DISPUTE-EXIT
029025     END-IF.
029026     IF EST-EXTRACT-ON
029027         PERFORM 3825-EXTRACT-IX-DETAIL
029028             THRU 3825-EXTRACT-IX-DETAIL-EXIT
029029     END-IF.
029030 3700-PRINT-MOVEMENT-IX-EXIT.
029031     EXIT.

029032******************************************************************
029033* 3710-PRINT-FEE-TYPE  -  THE LINE UNDER A "FEE " MOVEMENT THAT
029034*                         NAMES THE CHARGE, FROM THE FEE TYPE
029035*                         FEECHG JOURNALS AS THE OPERATOR.
029036******************************************************************
029055 3710-PRINT-FEE-TYPE.
029060     EVALUATE EST-FEE-TYPE
029062         WHEN "FEE-MANT"
029064             MOVE "MANTENIMIENTO DE CUENTA" TO EST-FEE-DESC
029066         WHEN "FEE-MINB"
029068             MOVE "SALDO BAJO EL MINIMO" TO EST-FEE-DESC
029070         WHEN "FEE-SOBG"
029072             MOVE "USO DE SOBREGIRO" TO EST-FEE-DESC
029073         WHEN "FEE-CIER"
029074             MOVE "CIERRE DE CUENTA" TO EST-FEE-DESC
029075         WHEN OTHER
029076             MOVE EST-FEE-TYPE TO EST-FEE-DESC
029078     END-EVALUATE.
029080     MOVE SPACES TO PRINT-LINE.
029082     STRING "         CARGO POR SERVICIO - " EST-FEE-DESC
029084         DELIMITED BY SIZE INTO PRINT-LINE.
029086     WRITE PRINT-LINE.
029088 3710-PRINT-FEE-TYPE-EXIT.
029090     EXIT.

029100******************************************************************
029200* 3500-GET-CUSTOMER-NAME  -  LOOKS UP THE REAL CUSTOMER NAME ON
030700 3500-GET-CUSTOMER-NAME-EXIT.
030800     EXIT.
030900
030901******************************************************************
030902* 3720-PRINT-DISPUTE  -  THE LINES UNDER A "DSP " MOVEMENT: WHERE
030903*                        THE CREDIT STANDS AND THE DISPUTED ENTRY
030904*                        IT ANSWERS.
030905******************************************************************
030906 3720-PRINT-DISPUTE.
030907     MOVE "CREDITO POR RECLAMO" TO EST-DSP-DESC.
030908     IF EST-DSPCASE-OPEN
030909         PERFORM 3730-GET-DISPUTE-STATUS
030910             THRU 3730-GET-DISPUTE-STATUS-EXIT
030911     END-IF.
030912     MOVE SPACES TO PRINT-LINE.
030913     STRING "         " EST-DSP-DESC
030914         DELIMITED BY SIZE INTO PRINT-LINE.
030915     WRITE PRINT-LINE.
030916     MOVE SPACES TO PRINT-LINE.
030917     STRING "         RECLAMO SOBRE " EST-DSP-REF-DATE
030918         " " EST-DSP-REF-TIME
030919         DELIMITED BY SIZE INTO PRINT-LINE.
030920     WRITE PRINT-LINE.
030921 3720-PRINT-DISPUTE-EXIT.
030922     EXIT.
030923
030924******************************************************************
030925* 3730-GET-DISPUTE-STATUS  -  FINDS THE DSPCASE CASE OF THE
030926*                             DISPUTED ENTRY.  A CASE IS ONLY
030927*                             EVER OPENED ON A DEBIT, SO A ZERO
030928*                             AMOUNT KEYS AHEAD OF EVERY CASE ON
030929*                             THE ENTRY.
030930******************************************************************
030931 3730-GET-DISPUTE-STATUS.
030932     MOVE EST-DSP-ACCOUNT TO DSC-ACCOUNT.
030933     MOVE EST-DSP-REF-DATE TO DSC-ENTRY-DATE.
030934     MOVE EST-DSP-REF-TIME TO DSC-ENTRY-TIME.
030935     MOVE ZERO TO DSC-ENTRY-AMOUNT.
030936     START DISPUTE-FILE KEY NOT < DSC-KEY
030937         INVALID KEY
030938             GO TO 3730-GET-DISPUTE-STATUS-EXIT
030939     END-START.
030940     READ DISPUTE-FILE NEXT
030941         AT END
030942             GO TO 3730-GET-DISPUTE-STATUS-EXIT
030943     END-READ.
030944     IF DSC-ACCOUNT NOT = EST-DSP-ACCOUNT
030945       OR DSC-ENTRY-DATE NOT = EST-DSP-REF-DATE
030946       OR DSC-ENTRY-TIME NOT = EST-DSP-REF-TIME
030947         GO TO 3730-GET-DISPUTE-STATUS-EXIT
030948     END-IF.
030949     IF DSC-CREDIT-FINAL
030950         MOVE "ABONO POR RECLAMO RESUELTO A FAVOR" TO EST-DSP-DESC
030951         GO TO 3730-GET-DISPUTE-STATUS-EXIT
030952     END-IF.
030953     IF NOT DSC-CREDIT-PROVISIONAL
030954       OR DSC-CREDIT-DATE NOT = EST-DSP-DATE
030955       OR DSC-CREDIT-TIME NOT = EST-DSP-TIME
030956         GO TO 3730-GET-DISPUTE-STATUS-EXIT
030957     END-IF.
030958     EVALUATE TRUE
030959         WHEN DSC-STAT-CLOSED AND DSC-OUT-FAVOUR
030960             MOVE "CREDITO PROVISIONAL - CONFIRMADO"
030961                 TO EST-DSP-DESC
030962         WHEN DSC-STAT-CLOSED
030963             MOVE "CREDITO PROVISIONAL - REVERSADO"
030964                 TO EST-DSP-DESC
030965         WHEN OTHER
030966             MOVE "CREDITO PROVISIONAL - RECLAMO EN TRAMITE"
030967                 TO EST-DSP-DESC
030968     END-EVALUATE.
030969 3730-GET-DISPUTE-STATUS-EXIT.
030970     EXIT.

031000******************************************************************
031010* 2830-OPEN-EXTRACT  -  STMTREG IS CREATED BY THE FIRST EXTRACT.
031020*                       A REGISTER THAT ALREADY HOLDS STATEMENT 1
031030*                       OF THIS CYCLE FOR TODAY MEANS THE EXTRACT
031040*                       WENT OUT ONCE: THE STATEMENTS STILL PRINT,
031050*                       THE VENDOR DOES NOT GET THEM TWICE.
031060******************************************************************
031070 2830-OPEN-EXTRACT.
031080     OPEN I-O STMT-REGISTER-FILE.
031090     IF FS-NOT-FOUND OF WS-STMTREG-STATUS
031100         OPEN OUTPUT STMT-REGISTER-FILE
031110         CLOSE STMT-REGISTER-FILE
031120         OPEN I-O STMT-REGISTER-FILE
031130     END-IF.
031140     IF NOT FS-SUCCESS OF WS-STMTREG-STATUS
031150         DISPLAY "STMTREG NO DISPONIBLE - ESTADO "
031155             WS-STMTREG-STATUS " - SIN EXTRACTO PARA LA IMPRENTA"
031170         MOVE 4 TO RETURN-CODE
031180         GO TO 2830-OPEN-EXTRACT-EXIT
031190     END-IF.
031200     MOVE EST-RUN-DATE     TO STR-RUN-DATE.
031210     MOVE EST-CYCLE-WANTED TO STR-CYCLE.
031220     MOVE 1                TO STR-STMT-SEQ.
031230     READ STMT-REGISTER-FILE
031240         INVALID KEY
031250             CONTINUE
031260         NOT INVALID KEY
031270             DISPLAY "EXTRACTO DEL CICLO " EST-CYCLE-WANTED
031280                 " YA GENERADO EL " EST-RUN-DATE
031290                 " - NO SE REPITE"
031300             MOVE 4 TO RETURN-CODE
031310             CLOSE STMT-REGISTER-FILE
031320             GO TO 2830-OPEN-EXTRACT-EXIT
031330     END-READ.
031340     OPEN OUTPUT STMT-EXTRACT-FILE.
031350     IF NOT FS-SUCCESS OF WS-STMTEXT-STATUS
031360         DISPLAY "STMTEXT NO DISPONIBLE - ESTADO "
031365             WS-STMTEXT-STATUS " - SIN EXTRACTO PARA LA IMPRENTA"
031380         MOVE 4 TO RETURN-CODE
031390         CLOSE STMT-REGISTER-FILE
031400         GO TO 2830-OPEN-EXTRACT-EXIT
031410     END-IF.
031420     ACCEPT EST-RUN-TIME FROM TIME.
031430     SET EST-EXTRACT-ON TO TRUE.
031440     MOVE SPACES TO SXT-EXTRACT-RECORD.
031450     SET SXT-HEADER-REC TO TRUE.
031460     MOVE ZERO               TO SXT-STMT-SEQ.
031470     MOVE EST-RUN-TIME       TO SXT-H-RUN-TIME.
031480     MOVE "DESK OPERATIONS"  TO SXT-H-SENDER.
031490     MOVE "01"               TO SXT-H-FORMAT.
031500     MOVE EST-MOVES-PER-PAGE TO SXT-H-MOVES-PER-PAGE.
031510     PERFORM 3890-WRITE-EXTRACT THRU 3890-WRITE-EXTRACT-EXIT.
031520 2830-OPEN-EXTRACT-EXIT.
031530     EXIT.

031540******************************************************************
031550* 2840-CLOSE-EXTRACT  -  THE TRAILER THE VENDOR BALANCES THE FILE
031560*                        AGAINST, AND THE SAME FIGURES ON THE
031570*                        CONTROL PAGE.
031580******************************************************************
031590 2840-CLOSE-EXTRACT.
031600     MOVE SPACES TO SXT-EXTRACT-RECORD.
031610     SET SXT-TRAILER-REC TO TRUE.
031620     MOVE ZERO              TO SXT-STMT-SEQ.
031630     MOVE EST-XT-SEQ        TO SXT-T-STMT-COUNT.
031640     MOVE EST-XT-PAGE-TOTAL TO SXT-T-PAGE-COUNT.
031650     MOVE EST-XT-MOVE-TOTAL TO SXT-T-MOVE-COUNT.
031660     COMPUTE SXT-T-RECORD-COUNT = EST-XT-REC-COUNT + 1.
031670     MOVE EST-XT-OPEN-HASH  TO SXT-T-OPEN-HASH.
031680     MOVE EST-XT-CLOSE-HASH TO SXT-T-CLOSE-HASH.
031690     MOVE EST-XT-MOVE-HASH  TO SXT-T-MOVE-HASH.
031700     PERFORM 3890-WRITE-EXTRACT THRU 3890-WRITE-EXTRACT-EXIT.
031710     CLOSE STMT-EXTRACT-FILE.
031720     CLOSE STMT-REGISTER-FILE.
031730     MOVE SPACES TO PRINT-LINE.
031740     WRITE PRINT-LINE.
031750     MOVE "EXTRACTO PARA LA IMPRENTA (STMTEXT):" TO PRINT-LINE.
031760     WRITE PRINT-LINE.
031770     MOVE EST-XT-SEQ TO EST-XT-CNT-ED.
031780     MOVE SPACES TO PRINT-LINE.
031790     STRING "  ESTADOS EXTRAIDOS:      " EST-XT-CNT-ED
031800         DELIMITED BY SIZE INTO PRINT-LINE.
031810     WRITE PRINT-LINE.
031820     MOVE EST-XT-PAGE-TOTAL TO EST-XT-CNT-ED.
031830     MOVE SPACES TO PRINT-LINE.
031840     STRING "  PAGINAS:                " EST-XT-CNT-ED
031850         DELIMITED BY SIZE INTO PRINT-LINE.
031860     WRITE PRINT-LINE.
031870     MOVE EST-XT-MOVE-TOTAL TO EST-XT-CNT-ED.
031880     MOVE SPACES TO PRINT-LINE.
031890     STRING "  MOVIMIENTOS:            " EST-XT-CNT-ED
031900         DELIMITED BY SIZE INTO PRINT-LINE.
031910     WRITE PRINT-LINE.
031920     COMPUTE EST-XT-CNT-ED = EST-XT-REC-COUNT.
031930     MOVE SPACES TO PRINT-LINE.
031940     STRING "  REGISTROS:              " EST-XT-CNT-ED
031950         DELIMITED BY SIZE INTO PRINT-LINE.
031960     WRITE PRINT-LINE.
031970     MOVE EST-XT-RETURNED TO EST-XT-CNT-ED.
031980     MOVE SPACES TO PRINT-LINE.
031990     STRING "  A DIRECCION DEVUELTA:   " EST-XT-CNT-ED
032000         DELIMITED BY SIZE INTO PRINT-LINE.
032010     WRITE PRINT-LINE.
032020     DISPLAY "EXTRACTO STMTEXT: " EST-XT-SEQ " ESTADOS, "
032030         EST-XT-PAGE-TOTAL " PAGINAS".
032040 2840-CLOSE-EXTRACT-EXIT.
032050     EXIT.

032060******************************************************************
032070* 3810-EXTRACT-ADDRESS  -  OPENS THE STATEMENT ON THE EXTRACT: THE
032080*                          PACKAGE'S ADDRESSEE, AND THE ACCOUNT'S
032090*                          PRIMARY HOLDER WHEN THIS IS A JOINT
032100*                          OWNER'S COPY.  AN ADDRESS ALREADY
032110*                          RETURNED BY THE POST GOES OUT MARKED SO
032120*                          THE VENDOR CAN HOLD THE ENVELOPE.
032130******************************************************************
032140 3810-EXTRACT-ADDRESS.
032150     ADD 1 TO EST-XT-SEQ.
032160     IF ACM-CUSTOMER-ID = EST-MAIL-ID
032170         MOVE "P" TO EST-XT-COPY
032180     ELSE
032190         MOVE "J" TO EST-XT-COPY
032200     END-IF.
032210     IF EST-MAIL-UNDELIVERABLE
032220         ADD 1 TO EST-XT-RETURNED
032230     END-IF.
032240     MOVE SPACES TO SXT-EXTRACT-RECORD.
032250     SET SXT-ADDRESS-REC TO TRUE.
032260     MOVE EST-XT-SEQ           TO SXT-STMT-SEQ.
032270     MOVE EST-MAIL-ID          TO SXT-A-CUSTOMER-ID.
032280     MOVE EST-MAIL-NAME        TO SXT-A-NAME.
032290     MOVE EST-MAIL-ADDRESS     TO SXT-A-ADDRESS.
032300     MOVE EST-MAIL-LANG        TO SXT-A-LANGUAGE.
032310     MOVE EST-XT-COPY          TO SXT-A-COPY.
032320     MOVE EST-MAIL-ADDR-STATUS TO SXT-A-ADDR-STATUS.
032330     MOVE ACM-CUSTOMER-ID      TO SXT-A-HOLDER-ID.
032340     PERFORM 3890-WRITE-EXTRACT THRU 3890-WRITE-EXTRACT-EXIT.
032350 3810-EXTRACT-ADDRESS-EXIT.
032360     EXIT.

032370******************************************************************
032380* 3820-EXTRACT-JRNL-DETAIL  -  THE MOVEMENT JUST PRINTED FROM THE
032390*                              SEQUENTIAL JOURNAL.
032400******************************************************************
032410 3820-EXTRACT-JRNL-DETAIL.
032420     MOVE SPACES TO SXT-EXTRACT-RECORD.
032430     MOVE PJR-ACCOUNT-NUMBER TO SXT-D-ACCOUNT.
032440     MOVE PJR-RUN-DATE       TO SXT-D-DATE.
032450     MOVE PJR-RUN-TIME       TO SXT-D-TIME.
032460     MOVE PJR-SOURCE         TO SXT-D-SOURCE EST-XD-SOURCE.
032470     MOVE PJR-AMOUNT         TO SXT-D-AMOUNT.
032480     MOVE PJR-NEW-BALANCE    TO SXT-D-BALANCE.
032490     MOVE ZERO TO SXT-D-REF-DATE SXT-D-REF-TIME.
032500     IF (PJR-SOURCE-REVERSAL OR PJR-SOURCE-DISPUTE)
032510       AND PJR-REF-DATE IS NUMERIC
032520         MOVE PJR-REF-DATE TO SXT-D-REF-DATE
032530         MOVE PJR-REF-TIME TO SXT-D-REF-TIME
032540     END-IF.
032550     PERFORM 3829-WRITE-DETAIL THRU 3829-WRITE-DETAIL-EXIT.
032560 3820-EXTRACT-JRNL-DETAIL-EXIT.
032570     EXIT.

032580******************************************************************
032590* 3825-EXTRACT-IX-DETAIL  -  THE MOVEMENT JUST PRINTED FROM THE
032600*                            POSTJRNI SLICE.
032610******************************************************************
032620 3825-EXTRACT-IX-DETAIL.
032630     MOVE SPACES TO SXT-EXTRACT-RECORD.
032640     MOVE PJX-JRNL-ACCOUNT   TO SXT-D-ACCOUNT.
032650     MOVE PJX-JRNL-DATE      TO SXT-D-DATE.
032660     MOVE PJX-JRNL-TIME      TO SXT-D-TIME.
032670     MOVE PJX-SOURCE         TO SXT-D-SOURCE EST-XD-SOURCE.
032680     MOVE PJX-AMOUNT         TO SXT-D-AMOUNT.
032690     MOVE PJX-NEW-BALANCE    TO SXT-D-BALANCE.
032700     MOVE ZERO TO SXT-D-REF-DATE SXT-D-REF-TIME.
032710     IF (PJX-SRC-REVERSAL OR PJX-SRC-DISPUTE)
032720       AND PJX-REF-DATE IS NUMERIC
032730         MOVE PJX-REF-DATE TO SXT-D-REF-DATE
032740         MOVE PJX-REF-TIME TO SXT-D-REF-TIME
032750     END-IF.
032760     PERFORM 3829-WRITE-DETAIL THRU 3829-WRITE-DETAIL-EXIT.
032770 3825-EXTRACT-IX-DETAIL-EXIT.
032780     EXIT.

032790******************************************************************
032800* 3829-WRITE-DETAIL  -  THE TEXT OF THE LINE PRINTED UNDER THE
032810*                       MOVEMENT, THEN THE RECORD AND ITS TOTALS.
032820******************************************************************
032830 3829-WRITE-DETAIL.
032840     SET SXT-DETAIL-REC TO TRUE.
032850     MOVE EST-XT-SEQ TO SXT-STMT-SEQ.
032860     EVALUATE EST-XD-SOURCE
032870         WHEN "REV "
032880             MOVE "REVERSA DE" TO SXT-D-TEXT
032890         WHEN "FEE "
032900             MOVE EST-FEE-DESC TO SXT-D-TEXT
032910         WHEN "DSP "
032920             MOVE EST-DSP-DESC TO SXT-D-TEXT
032930     END-EVALUATE.
032940     ADD 1 TO EST-XT-MOVE-TOTAL.
032950     ADD SXT-D-AMOUNT TO EST-XT-MOVE-HASH.
032960     PERFORM 3890-WRITE-EXTRACT THRU 3890-WRITE-EXTRACT-EXIT.
032970 3829-WRITE-DETAIL-EXIT.
032980     EXIT.

032990******************************************************************
033000* 3830-EXTRACT-SUMMARY  -  CLOSES THE STATEMENT ON THE EXTRACT AND
033010*                          REGISTERS IT ON STMTREG, AWAITING THE
033020*                          VENDOR'S CONFIRMATION.  A STATEMENT
033030*                          WITH NO MOVEMENTS IS STILL ONE PAGE.
033040******************************************************************
033050 3830-EXTRACT-SUMMARY.
033060     COMPUTE EST-XT-PAGES =
033065         (EST-MOVE-COUNT + EST-MOVES-PER-PAGE - 1)
033070         / EST-MOVES-PER-PAGE.
033080     IF EST-XT-PAGES = ZERO
033090         MOVE 1 TO EST-XT-PAGES
033100     END-IF.
033110     MOVE SPACES TO SXT-EXTRACT-RECORD.
033120     SET SXT-SUMMARY-REC TO TRUE.
033130     MOVE EST-XT-SEQ          TO SXT-STMT-SEQ.
033140     MOVE ACM-ACCOUNT-NUMBER  TO SXT-S-ACCOUNT.
033150     MOVE ACM-ACCOUNT-NAME    TO SXT-S-ACCOUNT-NAME.
033160     MOVE ACM-CURRENCY-CODE   TO SXT-S-CURRENCY.
033170     MOVE EST-OPENING-BALANCE TO SXT-S-OPENING.
033180     MOVE ACM-ACCOUNT-BALANCE TO SXT-S-CLOSING.
033190     IF ACM-ACCRUED-INTEREST IS NUMERIC
033200         MOVE ACM-ACCRUED-INTEREST TO SXT-S-ACCRUED
033210     ELSE
033220         MOVE ZERO TO SXT-S-ACCRUED
033230     END-IF.
033240     MOVE EST-MOVE-COUNT      TO SXT-S-MOVE-COUNT.
033250     MOVE EST-XT-PAGES        TO SXT-S-PAGE-COUNT.
033260     ADD EST-OPENING-BALANCE TO EST-XT-OPEN-HASH.
033270     ADD ACM-ACCOUNT-BALANCE TO EST-XT-CLOSE-HASH.
033280     ADD EST-XT-PAGES TO EST-XT-PAGE-TOTAL.
033290     PERFORM 3890-WRITE-EXTRACT THRU 3890-WRITE-EXTRACT-EXIT.
033300     MOVE SPACES TO STR-STATEMENT-RECORD.
033310     MOVE EST-RUN-DATE       TO STR-RUN-DATE.
033320     MOVE EST-CYCLE-WANTED   TO STR-CYCLE.
033330     MOVE EST-XT-SEQ         TO STR-STMT-SEQ.
033340     MOVE ACM-ACCOUNT-NUMBER TO STR-ACCOUNT.
033350     MOVE EST-MAIL-ID        TO STR-CUSTOMER-ID.
033360     MOVE EST-XT-COPY        TO STR-COPY.
033370     MOVE EST-XT-PAGES       TO STR-PAGE-COUNT.
033380     SET STR-STAT-EXTRACTED TO TRUE.
033390     MOVE ZERO TO STR-VENDOR-DATE STR-RECON-DATE.
033400     WRITE STR-STATEMENT-RECORD
033410         INVALID KEY
033420             DISPLAY "STMTREG: ESTADO " STR-KEY " YA REGISTRADO"
033430     END-WRITE.
033440 3830-EXTRACT-SUMMARY-EXIT.
033450     EXIT.

033460******************************************************************
033470* 3890-WRITE-EXTRACT  -  EVERY STMTEXT RECORD CARRIES THE RUN
033480*                        DATE AND CYCLE OF ITS STATEMENT ID.
033490******************************************************************
033500 3890-WRITE-EXTRACT.
033510     MOVE EST-RUN-DATE     TO SXT-RUN-DATE.
033520     MOVE EST-CYCLE-WANTED TO SXT-CYCLE.
033530     WRITE SXT-EXTRACT-RECORD.
033540     ADD 1 TO EST-XT-REC-COUNT.
033550 3890-WRITE-EXTRACT-EXIT.
033560     EXIT.
033570 END PROGRAM ESTADO-CUENTA.
