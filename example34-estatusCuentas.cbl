001100*              MODE M (SUPERVISOR SESSION REQUIRED) READS AN
001200*              ACCOUNT AND SETS ITS STATUS, SO "CLOSED IN
001300*              WRITING" FINALLY MEANS CLOSED IN THE SYSTEM.
001310*              THE SAME SCREEN SETS THE FEE-EXEMPT INDICATOR
001320*              THE FEECHG MONTHLY CHARGES HONOUR, AND THE
001330*              ACCOUNT'S HOME DESK FOR THE DESKSTL SETTLEMENT.
001400*              MODE B IS THE PERIODIC SWEEP: ONE PASS OF
001500*              POSTJRNL COLLECTS EACH ACCOUNT'S LAST MOVEMENT
001600*              DATE, AND EVERY OPEN ACCOUNT WITH NO MOVEMENT
001800*              BLANK = 6) IS MARKED DORMANT AND LISTED ON THE
001900*              132-COLUMN REGISTER.  A POSTING TO A DORMANT
002000*              ACCOUNT REACTIVATES IT IN THE POSTING PATHS, SO
002100*              THE SWEEP NEVER HAS TO UNDO ITSELF.  AN ACCOUNT
002110*              WITH A TERM DEPOSIT IN FORCE IS NEVER MARKED -
002120*              ONLY TDEPVEN MOVES IT UNTIL IT MATURES.
002200* TECTONICS:   cobc -x example34-estatusCuentas.cbl
002210*                  example94-depositoVigente.cbl
002300*
002400* MODIFICATION HISTORY
002500*   02/09/26  JPL  INITIAL VERSION.
002530*                  INTEREST POSTS TO EVERY ACCOUNT WHETHER THE
002540*                  CUSTOMER MOVES OR NOT, SO AN INTEREST-
002550*                  BEARING ACCOUNT COULD NEVER GO DORMANT.
002560*   07/09/26  JPL  THE SWEEP NOW TAKES THE DORMANCY PERIOD FROM
002570*                  THE ACCOUNT'S PRODUCT ON THE PRODMAST CATALOG
002580*                  WHEN THE PRODUCT SETS ONE; THE SYSIN MONTHS
002590*                  STAY THE PERIOD FOR EVERY OTHER ACCOUNT.
002600*   11/09/26  JPL  MODE M ALSO SETS THE FEE-EXEMPT INDICATOR;
002610*                  A BLANK STATUS NOW KEEPS THE CURRENT ONE.  THE
002620*                  SWEEP IGNORES "FEE " SERVICE CHARGES.
002630*   14/09/26  JPL  THE SWEEP IGNORES "WHT " TAX WITHHOLDINGS.
002632*   16/09/26  JPL  MODE M LEAVES AN ESCHEATED ("E") ACCOUNT
002634*                  ALONE - ONLY ESCHEAT MODE C REOPENS IT.
002636*   23/09/26  JPL  EVERY STATUS CHANGE, SWEEP OR MODE M, IS
002638*                  APPENDED TO THE NEW STATLOG STATUS CHANGE LOG.
002640*   28/09/26  JPL  MODE M SHOWS AND SETS THE ACCOUNT'S HOME DESK
002642*                  (ACM-HOME-DESK); BLANK LEAVES IT AS IT IS.
002643*   09/10/26  JPL  THE SWEEP PASSES OVER AN ACCOUNT WITH A TERM
002644*                  DEPOSIT IN FORCE (TDEPCHK).  ITS ONLY ENTRIES
002645*                  ARE THE ACR/CAP/WHT ONES THE SWEEP IGNORES, SO
002646*                  A LIVE DEPOSIT WAS MARKED DORMANT AND COULD GO
002647*                  TO THE STATE UNDER ESCHEAT MODE R.
002650******************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CTASTAT.
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PRINT-STATUS.
005300
005310     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS DYNAMIC
005340         RECORD KEY IS PRD-PRODUCT-CODE
005350         FILE STATUS IS WS-PRODMAST-STATUS.
005360
005370     SELECT STATUS-LOG-FILE ASSIGN TO "STATLOG"
005380         ORGANIZATION IS LINE SEQUENTIAL
005390         FILE STATUS IS WS-STATLOG-STATUS.
005395
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ACCT-MASTER-FILE.
006400
006500 FD  PRINT-FILE.
006600 01  PRINT-LINE                      PIC X(132).
006610
006620 FD  PRODUCT-MASTER-FILE.
006630 COPY PRODREC.
006640
006650 FD  STATUS-LOG-FILE.
006660 COPY STATLOG.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-ACCTMAST-STATUS.
007400     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
007500 01  WS-PRINT-STATUS.
007600     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
007610 01  WS-PRODMAST-STATUS.
007620     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
007630 01  WS-STATLOG-STATUS.
007640     COPY FSTATCOD REPLACING FS-NAME BY WS-STATLOG-CODE.
007700
007800 77  CTS-MODE                        PIC X(01) VALUE SPACE.
007900     88  CTS-MODE-SWEEP              VALUE "B" "b".
008200 77  CTS-SESSION-OK-SW               PIC X(01) VALUE "N".
008300     88  CTS-SESSION-OK              VALUE "Y".
008400 77  CTS-SIGNON-ID                   PIC X(08) VALUE SPACES.
008410 77  CTS-RUN-TIME                    PIC 9(08).
008420 77  CTS-OLD-STATUS                  PIC X(01) VALUE SPACE.
008430 77  CTS-LOG-BY                      PIC X(08) VALUE SPACES.
008500
008600******************************************************************
008700* MODE M (MAINTENANCE) CONTROLS
009000     88  CTS-MAINT-DONE              VALUE "0".
009100 77  CTS-NEW-STATUS                  PIC X(01) VALUE SPACE.
009200     88  CTS-NEW-STATUS-VALID        VALUE "A" "D" "F" "C".
009210 77  CTS-NEW-EXEMPT                  PIC X(01) VALUE SPACE.
009220     88  CTS-NEW-EXEMPT-VALID        VALUE "S" "N" SPACE.
009230 77  CTS-NEW-DESK                    PIC X(04) VALUE SPACES.
009300 01  CTS-BAL-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
009400
009500******************************************************************
011900 77  CTS-ACCT-EOF-SW                 PIC X(01) VALUE "N".
012000     88  CTS-ACCT-EOF                VALUE "Y".
012100 77  CTS-LAST-MOVE-DATE              PIC 9(08) VALUE ZERO.
012110
012120******************************************************************
012130* PER-PRODUCT DORMANCY.  AN ACCOUNT WHOSE PRODUCT SETS ITS OWN
012140* PERIOD IS JUDGED AGAINST ITS OWN CUT-OFF; THE LAST PRODUCT
012150* READ IS REMEMBERED, THE SAME SHORT CACHE ACUMINT KEEPS.
012160******************************************************************
012170 77  CTS-PRODMAST-OPEN-SW            PIC X(01) VALUE "N".
012180     88  CTS-PRODMAST-OPEN           VALUE "Y".
012190 77  CTS-LAST-PRODUCT                PIC X(04) VALUE SPACES.
012191 77  CTS-PROD-MONTHS                 PIC 9(02) VALUE ZERO.
012192 77  CTS-ACCT-CUTOFF                 PIC 9(08) VALUE ZERO.
012193 77  CTS-PROD-CUTOFF                 PIC 9(08) VALUE ZERO.
012194 77  CTS-PROD-CUTOFF-INT             PIC S9(09) COMP VALUE ZERO.
012200
012300 77  CTS-READ-COUNT                  PIC 9(07) VALUE ZERO.
012400 77  CTS-OPEN-COUNT                  PIC 9(07) VALUE ZERO.
012500 77  CTS-MARKED-COUNT                PIC 9(07) VALUE ZERO.
012510 77  CTS-TDEP-COUNT                  PIC 9(07) VALUE ZERO.
012600 01  CTS-CNT-ED                      PIC Z,ZZZ,ZZ9.
012610 COPY TDEPPARM.
012700
012800 PROCEDURE DIVISION.
012900******************************************************************
013100******************************************************************
013200 0000-MAINLINE.
013300     ACCEPT CTS-TODAY FROM DATE YYYYMMDD.
013310     ACCEPT CTS-RUN-TIME FROM TIME.
013400     DISPLAY "MODO (B=BARRIDO DE INACTIVAS, M=MANTENIMIENTO): ".
013500     ACCEPT CTS-MODE.
013600     EVALUATE TRUE
021300         "  CLIENTE: " ACM-CUSTOMER-ID.
021400     DISPLAY "NOMBRE:  " ACM-ACCOUNT-NAME.
021500     DISPLAY "BALANCE: " CTS-BAL-ED
021600         "  ESTATUS: " ACM-ACCOUNT-STATUS
021650         "  EXENTA DE CARGOS: " ACM-FEE-EXEMPT-IND
021655         "  MESA: " ACM-HOME-DESK.
021660     IF ACM-STAT-ESCHEATED
021670         DISPLAY "SALDO REMITIDO AL ESTADO - RECLAME EN ESCHEAT."
021680         GO TO 1100-CHANGE-ONE-EXIT
021690     END-IF.
021700     DISPLAY "NUEVO ESTATUS (A=ABIERTA, D=DORMIDA, "
021800         "F=CONGELADA, C=CERRADA, BLANCO=SIN CAMBIO): ".
021900     ACCEPT CTS-NEW-STATUS.
022400     IF CTS-NEW-STATUS NOT = SPACE AND NOT CTS-NEW-STATUS-VALID
022500         DISPLAY "ESTATUS INVALIDO - SIN CAMBIOS."
022600         GO TO 1100-CHANGE-ONE-EXIT
022700     END-IF.
022710     DISPLAY "EXENTA DE CARGOS (S=SI, N=NO, BLANCO=SIN CAMBIO): ".
022720     ACCEPT CTS-NEW-EXEMPT.
022730     IF NOT CTS-NEW-EXEMPT-VALID
022740         DISPLAY "INDICADOR INVALIDO - SIN CAMBIOS."
022750         GO TO 1100-CHANGE-ONE-EXIT
022760     END-IF.
022762     DISPLAY "MESA DE LA CUENTA (DSK1, DSK2, ... "
022764         "BLANCO=SIN CAMBIO): ".
022766     ACCEPT CTS-NEW-DESK.
022770     IF CTS-NEW-STATUS = SPACE AND CTS-NEW-EXEMPT = SPACE
022775       AND CTS-NEW-DESK = SPACES
022780         DISPLAY "SIN CAMBIOS."
022790         GO TO 1100-CHANGE-ONE-EXIT
022800     END-IF.
022805     MOVE ACM-ACCOUNT-STATUS TO CTS-OLD-STATUS.
022810     IF CTS-NEW-STATUS NOT = SPACE
022820         MOVE CTS-NEW-STATUS TO ACM-ACCOUNT-STATUS
022830     END-IF.
022840     IF CTS-NEW-EXEMPT = "S"
022850         SET ACM-FEE-EXEMPT TO TRUE
022860     END-IF.
022870     IF CTS-NEW-EXEMPT = "N"
022880         MOVE SPACE TO ACM-FEE-EXEMPT-IND
022890     END-IF.
022892     IF CTS-NEW-DESK NOT = SPACES
022894         MOVE CTS-NEW-DESK TO ACM-HOME-DESK
022896     END-IF.
022900     REWRITE ACM-ACCOUNT-RECORD
023000         INVALID KEY
023100             DISPLAY "ERROR AL REESCRIBIR - ESTADO "
023200                 WS-ACCTMAST-STATUS
023300         NOT INVALID KEY
023400             DISPLAY "ESTATUS ACTUALIZADO POR " CTS-SIGNON-ID
023410             IF ACM-ACCOUNT-STATUS NOT = CTS-OLD-STATUS
023420                 MOVE CTS-SIGNON-ID TO CTS-LOG-BY
023430                 PERFORM 8100-OPEN-LOG THRU 8100-OPEN-LOG-EXIT
023440                 PERFORM 8000-LOG-STATUS THRU 8000-LOG-STATUS-EXIT
023450                 CLOSE STATUS-LOG-FILE
023460             END-IF
023500     END-REWRITE.
023600 1100-CHANGE-ONE-EXIT.
023700     EXIT.
028100         "   CORTE " CTS-CUTOFF-DATE
028200         DELIMITED BY SIZE INTO PRINT-LINE.
028300     WRITE PRINT-LINE.
028310     OPEN INPUT PRODUCT-MASTER-FILE.
028320     IF FS-SUCCESS OF WS-PRODMAST-STATUS
028330         SET CTS-PRODMAST-OPEN TO TRUE
028340     END-IF.
028350     MOVE "CTASTAT " TO CTS-LOG-BY.
028360     PERFORM 8100-OPEN-LOG THRU 8100-OPEN-LOG-EXIT.
028400     PERFORM 2200-POSITION-FILE THRU 2200-POSITION-FILE-EXIT.
028500     PERFORM 2300-SWEEP-ONE THRU 2300-SWEEP-ONE-EXIT
028600         UNTIL CTS-ACCT-EOF.
028700     PERFORM 2500-PRINT-TOTALS THRU 2500-PRINT-TOTALS-EXIT.
028800     CLOSE PRINT-FILE.
028900     CLOSE ACCT-MASTER-FILE.
028905     CLOSE STATUS-LOG-FILE.
028910     IF CTS-PRODMAST-OPEN
028920         CLOSE PRODUCT-MASTER-FILE
028930     END-IF.
029000 2000-SWEEP-EXIT.
029100     EXIT.
029200
032610*                        INTEREST ACCRUALS AND THEIR
032620*                        CAPITALIZATION ARE THE BANK MOVING,
032630*                        NOT THE CUSTOMER - THEY DO NOT KEEP
032640*                        AN ACCOUNT AWAKE.  NEITHER DO THE
032650*                        MONTHLY SERVICE CHARGES OR THE TAX
032660*                        WITHHELD ON CAPITALIZED INTEREST.
032700******************************************************************
032800 2120-NOTE-MOVEMENT.
032810     IF PJR-SOURCE-ACCRUAL OR PJR-SOURCE-CAPITALIZE
032815       OR PJR-SOURCE-FEE OR PJR-SOURCE-WITHHOLDING
032820         GO TO 2120-NOTE-MOVEMENT-NEXT
032830     END-IF.
032900     MOVE "N" TO CTS-MOVE-FOUND-SW.
037900******************************************************************
038000* 2300-SWEEP-ONE  -  ONE ACCOUNT: ONLY OPEN ACCOUNTS ARE
038100*                    CANDIDATES; DORMANT, FROZEN AND CLOSED
038200*                    ONES ALREADY CARRY THEIR VERDICT.  ONE
038210*                    WITH A TERM DEPOSIT IN FORCE IS NOT IDLE:
038220*                    TDEPVEN MOVES IT, UNSEEN BY THE SWEEP.
038300******************************************************************
038400 2300-SWEEP-ONE.
038500     READ ACCT-MASTER-FILE NEXT
039200         GO TO 2300-SWEEP-ONE-EXIT
039300     END-IF.
039400     ADD 1 TO CTS-OPEN-COUNT.
039410     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
039420     CALL "TDEPCHK" USING TDK-PARM.
039430     IF TDK-DEPOSIT-ACTIVE
039440         ADD 1 TO CTS-TDEP-COUNT
039450         GO TO 2300-SWEEP-ONE-EXIT
039460     END-IF.
039500     PERFORM 2400-FIND-LAST-MOVE THRU 2400-FIND-LAST-MOVE-EXIT.
039510     PERFORM 2350-PICK-CUTOFF THRU 2350-PICK-CUTOFF-EXIT.
039600     IF CTS-LAST-MOVE-DATE < CTS-ACCT-CUTOFF
039650         MOVE ACM-ACCOUNT-STATUS TO CTS-OLD-STATUS
039700         MOVE "D" TO ACM-ACCOUNT-STATUS
039800         REWRITE ACM-ACCOUNT-RECORD
039850         PERFORM 8000-LOG-STATUS THRU 8000-LOG-STATUS-EXIT
039900         ADD 1 TO CTS-MARKED-COUNT
040000         MOVE SPACES TO PRINT-LINE
040100         STRING ACM-ACCOUNT-NUMBER "  " ACM-CUSTOMER-ID
040200             "  " ACM-ACCOUNT-NAME
040300             "  ULTIMO MOVIMIENTO " CTS-LAST-MOVE-DATE
040310             "  CORTE " CTS-ACCT-CUTOFF
040400             "  MARCADA DORMIDA"
040500             DELIMITED BY SIZE INTO PRINT-LINE
040600         WRITE PRINT-LINE
040800 2300-SWEEP-ONE-EXIT.
040900     EXIT.
041000
041010******************************************************************
041020* 2350-PICK-CUTOFF  -  THE PRODUCT'S OWN CUT-OFF WHEN THE
041030*                      ACCOUNT HAS A PRODUCT ON THE CATALOG
041040*                      WITH A NON-ZERO PERIOD, ELSE THE SWEEP'S.
041050******************************************************************
041060 2350-PICK-CUTOFF.
041061     MOVE CTS-CUTOFF-DATE TO CTS-ACCT-CUTOFF.
041062     IF ACM-NO-PRODUCT OR NOT CTS-PRODMAST-OPEN
041063         GO TO 2350-PICK-CUTOFF-EXIT
041064     END-IF.
041065     IF ACM-PRODUCT-CODE NOT = CTS-LAST-PRODUCT
041066         MOVE ACM-PRODUCT-CODE TO CTS-LAST-PRODUCT
041067         MOVE ZERO TO CTS-PROD-MONTHS
041068         MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE
041069         READ PRODUCT-MASTER-FILE
041070             INVALID KEY
041071                 CONTINUE
041072             NOT INVALID KEY
041073                 IF PRD-DORMANCY-MONTHS IS NUMERIC
041074                     MOVE PRD-DORMANCY-MONTHS TO CTS-PROD-MONTHS
041075                 END-IF
041076         END-READ
041077         IF CTS-PROD-MONTHS > ZERO
041078             COMPUTE CTS-PROD-CUTOFF-INT =
041079                 CTS-TODAY-INT - (CTS-PROD-MONTHS * 30)
041080             COMPUTE CTS-PROD-CUTOFF =
041081                 FUNCTION DATE-OF-INTEGER(CTS-PROD-CUTOFF-INT)
041082         END-IF
041083     END-IF.
041084     IF CTS-PROD-MONTHS > ZERO
041085         MOVE CTS-PROD-CUTOFF TO CTS-ACCT-CUTOFF
041086     END-IF.
041087 2350-PICK-CUTOFF-EXIT.
041088     EXIT.
041089
041100******************************************************************
041200* 2400-FIND-LAST-MOVE  -  THE TABLE ANSWER FOR THE ACCOUNT IN
041300*                         THE FD; NO ENTRY MEANS THE ACCOUNT
045900     STRING "MARCADAS DORMIDAS:       " CTS-CNT-ED
046000         DELIMITED BY SIZE INTO PRINT-LINE.
046100     WRITE PRINT-LINE.
046110     MOVE CTS-TDEP-COUNT TO CTS-CNT-ED.
046120     MOVE SPACES TO PRINT-LINE.
046130     STRING "CON DEPOSITO A PLAZO:    " CTS-CNT-ED
046140         DELIMITED BY SIZE INTO PRINT-LINE.
046150     WRITE PRINT-LINE.
046200     DISPLAY "CTASTAT: " CTS-MARKED-COUNT
046300         " CUENTAS MARCADAS DORMIDAS".
046400 2500-PRINT-TOTALS-EXIT.
046500     EXIT.
046600
046610******************************************************************
046620* 8000-LOG-STATUS  -  ONE STATLOG RECORD FOR THE ACCOUNT IN THE
046630*                     FD: CTS-OLD-STATUS BEFORE, THE RECORD'S
046640*                     STATUS AFTER, CTS-LOG-BY AS THE AUTHOR.
046650******************************************************************
046660 8000-LOG-STATUS.
046670     MOVE SPACES             TO STL-STATUS-RECORD.
046680     MOVE ACM-ACCOUNT-NUMBER TO STL-ACCOUNT.
046690     MOVE ACM-CUSTOMER-ID    TO STL-CUSTOMER-ID.
046700     MOVE CTS-OLD-STATUS     TO STL-OLD-STATUS.
046710     MOVE ACM-ACCOUNT-STATUS TO STL-NEW-STATUS.
046720     MOVE CTS-LOG-BY         TO STL-CHANGED-BY.
046730     MOVE CTS-TODAY          TO STL-CHANGE-DATE.
046740     MOVE CTS-RUN-TIME       TO STL-CHANGE-TIME.
046750     MOVE "CTASTAT "         TO STL-PROGRAM.
046760     WRITE STL-STATUS-RECORD.
046770 8000-LOG-STATUS-EXIT.
046780     EXIT.
046790
046800******************************************************************
046810* 8100-OPEN-LOG  -  STATLOG IS APPEND-ONLY; THE FIRST CHANGE
046820*                   EVER CREATES IT.
046830******************************************************************
046840 8100-OPEN-LOG.
046850     OPEN EXTEND STATUS-LOG-FILE.
046860     IF FS-NOT-FOUND OF WS-STATLOG-STATUS
046870         OPEN OUTPUT STATUS-LOG-FILE
046880         CLOSE STATUS-LOG-FILE
046890         OPEN EXTEND STATUS-LOG-FILE
046900     END-IF.
046910 8100-OPEN-LOG-EXIT.
046920     EXIT.
046930
047000 END PROGRAM CTASTAT.
