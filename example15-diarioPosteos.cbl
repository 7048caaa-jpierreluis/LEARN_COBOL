001500*              OLD BALANCE DOES NOT CHAIN FROM THE PREVIOUS NEW
001600*              BALANCE OF THE SAME ACCOUNT.
001700* TECTONICS:   cobc -x example15-diarioPosteos.cbl
001710*                  example80-registraAcceso.cbl
001800*
001900* MODIFICATION HISTORY
002000*   22/08/26  JPL  INITIAL VERSION.
002094*                  THE BALANCE, AND FED INTO ONE CHAIN EVERY
002095*                  INTEREST-BEARING ACCOUNT REPORTED FALSE
002096*                  SALTOS ON EACH ACCRUAL.
002100*   09/09/26  JPL  A TRANSFER LEG NOW LISTS WITH ITS SHARED
002110*                  REFERENCE ("TRANSFERENCIA fecha hora sec",
002120*                  SALE ON THE DEBIT LEG, ENTRA ON THE CREDIT)
002130*                  SO THE TWO LEGS READ AS ONE EVENT, AND THE
002140*                  SUMMARY COUNTS THE TRANSFERS LISTED.
002141*   30/09/26  JPL  A LISTING NOW ASKS FOR A REASON CODE AND WRITES
002142*                  AN ACCSLOG ACCESS RECORD (ACCSREG) WITH THE
002143*                  OPERATOR, THE OPERSES SESSION AND THE ACCOUNT -
002144*                  OR THE WHOLE JOURNAL WHEN THE FILTER IS LEFT
002145*                  BLANK - BEFORE ANY RECORD IS SHOWN.  A BAD
002146*                  REASON OR A LOG THAT CANNOT BE WRITTEN REFUSES
002147*                  THE LISTING.
002148*   05/10/26  JPL  A BVLINT ADJUSTMENT NOW LISTS THE LOTE ENTRY
002149*                  IT CORRECTS (AJUSTE VALOR DE fecha hora).
002150******************************************************************
002200
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. JRNLRPT.
003140         ACCESS MODE IS DYNAMIC
003150         RECORD KEY IS PJX-KEY
003160         FILE STATUS IS WS-JRNLI-STATUS.
003168
003176     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
003184         ORGANIZATION IS LINE SEQUENTIAL
003192         FILE STATUS IS WS-SESSION-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003610
003620 FD  POST-JRNL-INDEX.
003630 COPY PJIXREC.
003640
003650 FD  OPER-SESSION-FILE.
003660 COPY SESREC.
003700
003800 WORKING-STORAGE SECTION.
003900 01  WS-JRNL-STATUS.
004040     88  JRN-IX-EOF                  VALUE "Y".
004050 77  JRN-USE-INDEX                   PIC X(01) VALUE "N".
004060     88  JRN-WANT-INDEX              VALUE "S" "s".
004064 01  WS-SESSION-STATUS.
004068     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
004072 77  JRN-SESSION-FOUND-SW            PIC X(01) VALUE "N".
004076     88  JRN-SESSION-FOUND           VALUE "Y".
004080 77  JRN-OPERATOR-ID                 PIC X(08) VALUE SPACES.
004084 77  JRN-SES-DATE                    PIC 9(08) VALUE ZERO.
004088 77  JRN-SES-TIME                    PIC 9(08) VALUE ZERO.
004092 77  JRN-RUN-DATE                    PIC 9(08).
004096 77  JRN-REASON                      PIC X(02) VALUE SPACES.
004100
004200 77  JRN-EOF-SW                      PIC X(01) VALUE "N".
004300     88  JRN-EOF                     VALUE "Y".
004500 77  JRN-LISTED-COUNT                PIC 9(07) VALUE ZERO.
004600 77  JRN-READ-COUNT                  PIC 9(07) VALUE ZERO.
004700 77  JRN-BREAK-COUNT                 PIC 9(07) VALUE ZERO.
004750 77  JRN-XFER-COUNT                  PIC 9(07) VALUE ZERO.
004800
004900******************************************************************
005000* CHAIN CHECK - WHEN LISTING ONE ACCOUNT, EACH RECORD'S OLD
005800 01  JRN-OLD-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
005900 01  JRN-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
006000 01  JRN-NEW-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
006010 COPY ACCSPARM.
006100
006200 PROCEDURE DIVISION.
006300******************************************************************
006400* 0000-MAINLINE
006500******************************************************************
006600 0000-MAINLINE.
006610     ACCEPT JRN-RUN-DATE FROM DATE YYYYMMDD.
006620     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
006630     IF NOT JRN-SESSION-FOUND
006640         DISPLAY "ID DE OPERADOR: "
006650         ACCEPT JRN-OPERATOR-ID
006660     END-IF.
006700     DISPLAY "NUMERO DE CUENTA (BLANCO=TODAS): ".
006800     ACCEPT JRN-ACCOUNT-FILTER.
006802     PERFORM 0200-LOG-ACCESS THRU 0200-LOG-ACCESS-EXIT.
006804     IF NOT ACP-REPLY-LOGGED
006806         GO TO 0000-MAINLINE-EXIT
006808     END-IF.
006810*    THE COMPANION INDEX IS CURRENT AS OF ITS LAST BATCH
006820*    REBUILD, SO IT ONLY LISTS WHEN THE OPERATOR ASKS FOR IT;
006830*    THE LIVE SEQUENTIAL JOURNAL IS THE DEFAULT.
007900     PERFORM 3000-PRINT-SUMMARY THRU 3000-PRINT-SUMMARY-EXIT.
008000 0000-MAINLINE-EXIT.
008100     GOBACK.
008101
008102******************************************************************
008103* 0100-READ-SESSION  -  THE OPERATOR ON THE ACCESS LOG COMES FROM
008104*                       THE OPERSES SESSION WHEN ONE EXISTS, THE
008105*                       WAY CUSTMANT READS IT; THE FREE-TEXT
008106*                       PROMPT IS ONLY THE FALLBACK.
008107******************************************************************
008108 0100-READ-SESSION.
008109     OPEN INPUT OPER-SESSION-FILE.
008110     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
008111         GO TO 0100-READ-SESSION-EXIT
008112     END-IF.
008113     READ OPER-SESSION-FILE
008114         AT END
008115             CONTINUE
008116         NOT AT END
008117             IF SES-SIGNON-DATE = JRN-RUN-DATE
008118                 SET JRN-SESSION-FOUND TO TRUE
008119                 MOVE SES-OPERATOR-ID TO JRN-OPERATOR-ID
008120                 MOVE SES-SIGNON-DATE TO JRN-SES-DATE
008121                 MOVE SES-SIGNON-TIME TO JRN-SES-TIME
008122             END-IF
008123     END-READ.
008124     CLOSE OPER-SESSION-FILE.
008125 0100-READ-SESSION-EXIT.
008126     EXIT.
008127
008128******************************************************************
008129* 0200-LOG-ACCESS  -  THE REASON FOR THE LISTING AND ITS ACCSLOG
008130*                     RECORD, THROUGH ACCSREG, BEFORE A SINGLE
008131*                     JOURNAL RECORD IS READ.  A BLANK FILTER IS
008132*                     LOGGED AS THE WHOLE JOURNAL.
008133******************************************************************
008134 0200-LOG-ACCESS.
008135     SET ACP-REPLY-REFUSED TO TRUE.
008136     DISPLAY "MOTIVO (LL=LLAMADA, RC=RECLAMO, CO=CUMPLIMIENTO, "
008137         "AU=AUDITORIA, SV=SERVICIO): ".
008138     ACCEPT JRN-REASON.
008139     MOVE JRN-REASON TO ACP-REQ-REASON.
008140     IF NOT ACP-REASON-VALID
008141         DISPLAY "MOTIVO INVALIDO - LISTADO RECHAZADO."
008142         GO TO 0200-LOG-ACCESS-EXIT
008143     END-IF.
008144     MOVE JRN-OPERATOR-ID TO ACP-REQ-OPERATOR.
008145     MOVE JRN-SES-DATE TO ACP-REQ-SES-DATE.
008146     MOVE JRN-SES-TIME TO ACP-REQ-SES-TIME.
008147     MOVE "JRNLRPT" TO ACP-REQ-PROGRAM.
008148     MOVE JRN-ACCOUNT-FILTER TO ACP-REQ-ACCOUNT.
008149     MOVE SPACES TO ACP-REQ-CUSTOMER.
008150     IF JRN-ACCOUNT-FILTER = SPACES
008151         SET ACP-KIND-JRNL-ALL TO TRUE
008152     ELSE
008153         SET ACP-KIND-JRNL-ACCOUNT TO TRUE
008154     END-IF.
008155     CALL "ACCSREG" USING ACP-PARM.
008156     IF NOT ACP-REPLY-LOGGED
008157         DISPLAY "NO SE PUDO REGISTRAR EL ACCESO (ACCSLOG) - "
008158             "LISTADO RECHAZADO."
008159     END-IF.
008160 0200-LOG-ACCESS-EXIT.
008161     EXIT.
008200
008300******************************************************************
008400* 1000-READ-JOURNAL
011100             " IMPORTE=" JRN-AMT-ED
011200             " NUEVO=" JRN-NEW-ED
011210         IF PJR-SOURCE-REVERSAL
011213           AND PJR-REF-DATE IS NUMERIC
011216             DISPLAY "    REVERSA DE " PJR-REF-DATE " "
011219                 PJR-REF-TIME
011222         END-IF
011225         IF PJR-SOURCE-ACCRUAL
011228           AND PJR-OPERATOR-ID = "BVLINT  "
011231           AND PJR-REF-DATE IS NUMERIC
011234             DISPLAY "    AJUSTE VALOR DE " PJR-REF-DATE " "
011237                 PJR-REF-TIME
011240         END-IF
011243         IF PJR-XFER-DATE IS NUMERIC
011254           AND PJR-XFER-DATE > ZERO
011256             IF PJR-AMOUNT < ZERO
011258                 ADD 1 TO JRN-XFER-COUNT
011260                 DISPLAY "    TRANSFERENCIA " PJR-XFER-DATE " "
011262                     PJR-XFER-TIME " " PJR-XFER-SEQ " - SALE"
011264             ELSE
011266                 DISPLAY "    TRANSFERENCIA " PJR-XFER-DATE " "
011268                     PJR-XFER-TIME " " PJR-XFER-SEQ " - ENTRA"
011270             END-IF
011272         END-IF
011300         IF JRN-ACCOUNT-FILTER NOT = SPACES
011400             PERFORM 2100-CHECK-CHAIN THRU 2100-CHECK-CHAIN-EXIT
011500         END-IF
014600     IF JRN-ACCOUNT-FILTER NOT = SPACES
014700         DISPLAY "SALTOS DE CADENA:        " JRN-BREAK-COUNT
014800     END-IF.
014850     DISPLAY "TRANSFERENCIAS (SALIDAS):" JRN-XFER-COUNT.
014900 3000-PRINT-SUMMARY-EXIT.
015000     EXIT.
015100
015234         MOVE ZERO TO JRN-ACR-PREV
015235     END-IF.
015236 4100-LIST-ONE-IX-CHAINED.
015237     PERFORM 4110-IX-TRANSFER THRU 4110-IX-TRANSFER-EXIT.
015238 4100-LIST-ONE-IX-EXIT.
015239     EXIT.
015240
015242******************************************************************
015244* 4110-IX-TRANSFER  -  THE SHARED REFERENCE OF A TRANSFER LEG,
015246*                      AS 2000 SHOWS IT.
015248******************************************************************
015250 4110-IX-TRANSFER.
015252     IF PJX-XFER-DATE IS NOT NUMERIC
015254       OR PJX-XFER-DATE = ZERO
015256         GO TO 4110-IX-TRANSFER-EXIT
015258     END-IF.
015260     IF PJX-AMOUNT < ZERO
015262         ADD 1 TO JRN-XFER-COUNT
015264         DISPLAY "    TRANSFERENCIA " PJX-XFER-DATE " "
015266             PJX-XFER-TIME " " PJX-XFER-SEQ " - SALE"
015268     ELSE
015270         DISPLAY "    TRANSFERENCIA " PJX-XFER-DATE " "
015272             PJX-XFER-TIME " " PJX-XFER-SEQ " - ENTRA"
015274     END-IF.
015276 4110-IX-TRANSFER-EXIT.
015278     EXIT.

015300 END PROGRAM JRNLRPT.
