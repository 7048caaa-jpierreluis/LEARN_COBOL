001900*              ITS OWN TRANSMITTAL.
002000* TECTONICS:   cobc -x example29-capturaLotes.cbl
002005*                  example39-verificaCuenta.cbl
002007*                  example41-fechaLaboral.cbl
002010*
002020* MODIFICATION HISTORY
002030*   22/08/26  JPL  INITIAL VERSION.
002119*                  THE CONTROL TOTALS.  THE OPERATOR IDENTITY
002121*                  COMES FROM THE OPERSES SESSION, WITH THE
002122*                  FREE-TEXT PROMPT AS FALLBACK.
002130*   09/09/26  JPL  POSTING TYPE "T" CAPTURES A TRANSFER: THE
002140*                  DESTINATION ACCOUNT IS PROMPTED FOR, MUST
002150*                  PASS CTACHECK AND DIFFER FROM THE SOURCE, AND
002160*                  TRAVELS AT THE END OF THE SOURCE AND
002170*                  WAREHOUSE RECORDS.  THE TRANSFER AMOUNT IS
002180*                  SUMA, WHICH THE OPERATOR LIMITS ALSO USE.
002181*   05/10/26  JPL  A PAST VALUE DATE NOW TRAVELS AT THE END OF
002182*                  THE SOURCE RECORD INSTEAD OF POSTING AS TODAY.
002183*                  IT MUST BE A FECHALAB BUSINESS DAY NO EARLIER
002184*                  THAN THE BVLCTL LIMIT ALLOWS, OR THE OPERATOR
002194*                  IS RE-PROMPTED; OPBPOST CHECKS IT AGAIN AND
002204*                  BVLINT ADJUSTS THE INTEREST.
002214*   08/10/26  JPL  A CLOSE-OUT NOW APPENDS TO OPBTRN1 AND ADDS
002224*                  ITS TOTALS TO THE ONES ALREADY ON OPBCTL1
002234*                  INSTEAD OF REPLACING BOTH.  CONSLOTE EMPTIES
002244*                  THE PAIR WHEN A POSTING CYCLE TAKES IT, SO
002254*                  EVERY SESSION CLOSED OUT SINCE THE LAST CYCLE
002264*                  GOES INTO THE NEXT ONE.
002274******************************************************************
002300
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CAPTLOTE.
003693         ACCESS MODE IS DYNAMIC
003694         RECORD KEY IS OPR-OPERATOR-ID
003695         FILE STATUS IS WS-OPERMAST-STATUS.
003705
003715     SELECT OPER-REFERRAL-FILE ASSIGN TO "OPRREF"
003725         ORGANIZATION IS LINE SEQUENTIAL
003735         FILE STATUS IS WS-OPRREF-STATUS.
003745
003755     SELECT BACKVAL-CTL-FILE ASSIGN TO "BVLCTL"
003765         ORGANIZATION IS LINE SEQUENTIAL
003775         FILE STATUS IS WS-BVLCTL-STATUS.
003785
003800 DATA DIVISION.
003900 FILE SECTION.
004000******************************************************************
005300                                     SIGN LEADING SEPARATE.
005400     05  OPB-SRC-ACCOUNT             PIC X(10).
005500     05  OPB-SRC-POST-TYPE           PIC X(01).
005600     05  OPB-SRC-DEST-ACCOUNT        PIC X(10).
005610     05  OPB-SRC-VALUE-DATE          PIC 9(08).
005700
005800 FD  OPB-CTL1-FILE.
005900 01  OPB-CTL1-RECORD.
006460
006470 FD  OPER-MASTER-FILE.
006480 COPY OPERREC.
006482
006484 FD  OPER-REFERRAL-FILE.
006486 COPY OPRREF.
006488
006490 FD  BACKVAL-CTL-FILE.
006492 COPY BVLCTL.
006494
006500 WORKING-STORAGE SECTION.
006600 01  WS-SRC1-STATUS.
006700     COPY FSTATCOD REPLACING FS-NAME BY WS-SRC1-CODE.
006960     COPY FSTATCOD REPLACING FS-NAME BY WS-OPERMAST-CODE.
006970 01  WS-OPRREF-STATUS.
006980     COPY FSTATCOD REPLACING FS-NAME BY WS-OPRREF-CODE.
006986 01  WS-BVLCTL-STATUS.
006992     COPY FSTATCOD REPLACING FS-NAME BY WS-BVLCTL-CODE.
007000
007100 COPY CTAPARM.
007200 77  CAP-ACCT-OK-SW                  PIC X(01) VALUE "N".
007300     88  CAP-ACCT-OK                 VALUE "Y".
007310 77  CAP-TODAY                       PIC 9(08).
007320 77  CAP-VALUE-DATE-INPUT            PIC X(08) VALUE SPACES.
007322 77  CAP-VALUE-DATE                  PIC 9(08) VALUE ZERO.
007324 77  CAP-WARH-COUNT                  PIC 9(07) VALUE ZERO.
007326
007328******************************************************************
007330* BACK-VALUE LIMIT.  THE EARLIEST VALUE DATE IS WORKED OUT ONCE
007332* FROM THE BVLCTL BUSINESS-DAY COUNT; A MISSING FILE IS A ZERO
007334* LIMIT, SO NO PAST VALUE DATE IS TAKEN.
007336******************************************************************
007338 COPY FECHPARM.
007340 77  CAP-BVL-DAYS                    PIC 9(03) VALUE ZERO.
007342 77  CAP-BVL-EARLIEST                PIC 9(08) VALUE ZERO.
007344 77  CAP-VDATE-OK-SW                 PIC X(01) VALUE "N".
007346     88  CAP-VDATE-OK                VALUE "Y".
007348
007360******************************************************************
007370* OPERATOR IDENTITY AND POSTING LIMITS.  ZERO OR NON-NUMERIC
007380* LIMITS ON FILE MEAN NO LIMIT.
008800 77  CAP-ACCOUNT                     PIC X(10) VALUE SPACES.
008900 77  CAP-POST-TYPE                   PIC X(01) VALUE SPACE.
009000     88  CAP-POST-TYPE-OK            VALUE "S" "s" "R" "r"
009100                                           "T" "t" SPACE.
009110     88  CAP-POST-TRANSFER           VALUE "T" "t".
009120 77  CAP-DEST-ACCOUNT                PIC X(10) VALUE SPACES.
009130 77  CAP-DEST-OK-SW                  PIC X(01) VALUE "N".
009140     88  CAP-DEST-OK                 VALUE "Y".
009200
009300******************************************************************
009400* EXPECTED CONTROL TOTALS, ACCUMULATED AS RECORDS ARE KEYED -
009900 77  CAP-RESTA-TOTAL                 PIC S9(09)V99 VALUE ZERO.
010000 77  CAP-WORK-SUMA                   PIC S9(09)V99 VALUE ZERO.
010100 77  CAP-WORK-RESTA                  PIC S9(09)V99 VALUE ZERO.
010110 77  CAP-PENDING-SUMA                PIC S9(09)V99 VALUE ZERO.
010120 77  CAP-PENDING-RESTA               PIC S9(09)V99 VALUE ZERO.
010200 01  CAP-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
010300
010400 PROCEDURE DIVISION.
011300         ACCEPT CAP-OPERATOR-ID
011400     END-IF.
011500     PERFORM 0200-LOAD-LIMITS THRU 0200-LOAD-LIMITS-EXIT.
011510     PERFORM 0300-LOAD-BACK-LIMIT THRU 0300-LOAD-BACK-LIMIT-EXIT.
011600     OPEN EXTEND OPB-SRC1-FILE.
011610     IF FS-NOT-FOUND OF WS-SRC1-STATUS
011620         OPEN OUTPUT OPB-SRC1-FILE
011630         CLOSE OPB-SRC1-FILE
011640         OPEN EXTEND OPB-SRC1-FILE
011650     END-IF.
011800     PERFORM 2000-CAPTURE-ONE THRU 2000-CAPTURE-ONE-EXIT
011900         UNTIL CAP-DONE.
012000     CLOSE OPB-SRC1-FILE.
013688     CLOSE OPER-MASTER-FILE.
013689 0200-LOAD-LIMITS-EXIT.
013690     EXIT.
013693
013696******************************************************************
013699* 0300-LOAD-BACK-LIMIT  -  THE EARLIEST VALUE DATE TODAY'S
013702*                          CAPTURE MAY CARRY: BVC-MAX-DAYS
013705*                          BUSINESS DAYS BACK, THROUGH FECHALAB.
013708******************************************************************
013711 0300-LOAD-BACK-LIMIT.
013714     MOVE CAP-TODAY TO CAP-BVL-EARLIEST.
013717     OPEN INPUT BACKVAL-CTL-FILE.
013720     IF NOT FS-SUCCESS OF WS-BVLCTL-STATUS
013723         GO TO 0300-LOAD-BACK-LIMIT-EXIT
013726     END-IF.
013729     READ BACKVAL-CTL-FILE
013732         AT END
013735             CONTINUE
013738         NOT AT END
013741             IF BVC-MAX-DAYS IS NUMERIC
013744                 MOVE BVC-MAX-DAYS TO CAP-BVL-DAYS
013747             END-IF
013750     END-READ.
013753     CLOSE BACKVAL-CTL-FILE.
013756     IF CAP-BVL-DAYS = ZERO
013759         GO TO 0300-LOAD-BACK-LIMIT-EXIT
013762     END-IF.
013765     MOVE CAP-TODAY    TO FCH-REQ-DATE.
013768     MOVE "R"          TO FCH-REQ-FUNC.
013771     MOVE CAP-BVL-DAYS TO FCH-REQ-DAYS.
013774     CALL "FECHALAB" USING FCH-PARM.
013777     MOVE FCH-REPLY-DATE TO CAP-BVL-EARLIEST.
013780 0300-LOAD-BACK-LIMIT-EXIT.
013783     EXIT.

013800******************************************************************
013900* 2000-CAPTURE-ONE  -  ONE KEYED PAIR.  THE EXPECTED TOTALS
015010     MOVE "N" TO CAP-ACCT-OK-SW.
015020     PERFORM 2050-CHECK-ACCOUNT THRU 2050-CHECK-ACCOUNT-EXIT
015030         UNTIL CAP-ACCT-OK.
015100     DISPLAY "TIPO DE POSTEO (S/R/T/BLANCO): ".
015200     ACCEPT CAP-POST-TYPE.
015250     MOVE SPACES TO CAP-DEST-ACCOUNT.
015300     PERFORM 2100-CHECK-POST-TYPE
015400         THRU 2100-CHECK-POST-TYPE-EXIT
015500         UNTIL CAP-POST-TYPE-OK.
015501     IF CAP-POST-TRANSFER
015502         PERFORM 2060-GET-DESTINATION
015503             THRU 2060-GET-DESTINATION-EXIT
015504     END-IF.
015505*    THE OPERATOR'S OWN LIMITS APPLY BEFORE ANYTHING IS
015506*    WRITTEN - AN OVER-LIMIT ITEM GOES TO OPRREF PENDING.
015507     PERFORM 2300-CHECK-LIMITS THRU 2300-CHECK-LIMITS-EXIT.
015530*    A FUTURE VALUE DATE PARKS THE ITEM IN THE WAREHOUSE -
015540*    OUT OF TODAY'S FILE AND OUT OF TODAY'S TOTALS.
015550     IF CAP-VALUE-DATE > CAP-TODAY
015555         MOVE CAP-DEST-ACCOUNT TO OPW-DEST-ACCOUNT
015560         PERFORM 2500-WRITE-WAREHOUSE
015570             THRU 2500-WRITE-WAREHOUSE-EXIT
015580         GO TO 2000-CAPTURE-ONE-ASK
015700     MOVE CAP-NUM2      TO OPB-SRC-NUM2.
015800     MOVE CAP-ACCOUNT   TO OPB-SRC-ACCOUNT.
015900     MOVE CAP-POST-TYPE TO OPB-SRC-POST-TYPE.
016000     MOVE CAP-DEST-ACCOUNT TO OPB-SRC-DEST-ACCOUNT.
016010     MOVE CAP-VALUE-DATE TO OPB-SRC-VALUE-DATE.
016100     WRITE OPB-SRC-RECORD.
016200     ADD 1 TO CAP-REC-COUNT.
016300     COMPUTE CAP-WORK-SUMA = CAP-NUM1 + CAP-NUM2.
017410******************************************************************
017420* 2050-CHECK-ACCOUNT  -  A NON-BLANK ACCOUNT MUST PASS THE
017430*                        CTACHECK CHECK DIGIT; THE OPERATOR IS
017431*                        TOLD THE DIGIT THE BODY CALLS FOR AND
017432*                        RE-PROMPTED.
017433******************************************************************
017434 2050-CHECK-ACCOUNT.
017435     IF CAP-ACCOUNT = SPACES
017436         MOVE "Y" TO CAP-ACCT-OK-SW
017437         GO TO 2050-CHECK-ACCOUNT-EXIT
017438     END-IF.
017439     MOVE CAP-ACCOUNT TO CTK-REQ-ACCOUNT.
017440     CALL "CTACHECK" USING CTK-PARM.
017441     IF CTK-REPLY-OK
017442         MOVE "Y" TO CAP-ACCT-OK-SW
017443     ELSE
017444         DISPLAY "CUENTA NO PASA EL DIGITO VERIFICADOR "
017445             "(ESPERADO " CTK-REPLY-CHECK-DIGIT
017446             ") - REINTENTE (BLANCO=SIN POSTEO): "
017447         ACCEPT CAP-ACCOUNT
017448     END-IF.
017449 2050-CHECK-ACCOUNT-EXIT.
017450     EXIT.
017451
017452******************************************************************
017453* 2200-GET-VALUE-DATE  -  BLANK OR NON-NUMERIC MEANS TODAY.  A
017454*                         PAST DATE IS RE-PROMPTED UNTIL 2210
017455*                         ACCEPTS IT.
017456******************************************************************
017457 2200-GET-VALUE-DATE.
017458     DISPLAY "FECHA VALOR (AAAAMMDD, BLANCO=HOY): ".
017459     ACCEPT CAP-VALUE-DATE-INPUT.
017460     MOVE "N" TO CAP-VDATE-OK-SW.
017461     PERFORM 2210-CHECK-VALUE-DATE
017462         THRU 2210-CHECK-VALUE-DATE-EXIT
017463         UNTIL CAP-VDATE-OK.
017464 2200-GET-VALUE-DATE-EXIT.
017465     EXIT.
017466
017467******************************************************************
017468* 2210-CHECK-VALUE-DATE  -  TODAY OR LATER IS ALWAYS TAKEN (A
017469*                           FUTURE DATE GOES TO THE WAREHOUSE).
017470*                           A PAST DATE MUST BE A BUSINESS DAY
017471*                           NO EARLIER THAN CAP-BVL-EARLIEST.
017472******************************************************************
017473 2210-CHECK-VALUE-DATE.
017474     IF CAP-VALUE-DATE-INPUT IS NUMERIC
017475         MOVE CAP-VALUE-DATE-INPUT TO CAP-VALUE-DATE
017476     ELSE
017477         MOVE CAP-TODAY TO CAP-VALUE-DATE
017478     END-IF.
017479     IF CAP-VALUE-DATE NOT < CAP-TODAY
017480         MOVE "Y" TO CAP-VDATE-OK-SW
017481         GO TO 2210-CHECK-VALUE-DATE-EXIT
017482     END-IF.
017483     IF CAP-VALUE-DATE < CAP-BVL-EARLIEST
017484         DISPLAY "FECHA VALOR ANTERIOR AL LIMITE RETROACTIVO ("
017485             CAP-BVL-EARLIEST ") - REINTENTE (BLANCO=HOY): "
017486         ACCEPT CAP-VALUE-DATE-INPUT
017487         GO TO 2210-CHECK-VALUE-DATE-EXIT
017488     END-IF.
017489     MOVE CAP-VALUE-DATE TO FCH-REQ-DATE.
017490     MOVE "V"            TO FCH-REQ-FUNC.
017491     CALL "FECHALAB" USING FCH-PARM.
017492     IF FCH-IS-BUSINESS
017493         MOVE "Y" TO CAP-VDATE-OK-SW
017494     ELSE
017495         DISPLAY "FECHA VALOR NO ES DIA HABIL - REINTENTE "
017496             "(BLANCO=HOY): "
017497         ACCEPT CAP-VALUE-DATE-INPUT
017498     END-IF.
017499 2210-CHECK-VALUE-DATE-EXIT.
017500     EXIT.
017501
017502******************************************************************
017503* 2500-WRITE-WAREHOUSE  -  THE ITEM WAITS ON OPBWARH UNTIL THE
017504*                          WARHREL RELEASE STEP FINDS ITS DATE
017505*                          HAS ARRIVED.
017506******************************************************************
017507 2500-WRITE-WAREHOUSE.
017508     MOVE CAP-VALUE-DATE TO OPW-VALUE-DATE.
017509     MOVE CAP-TODAY      TO OPW-CAPTURE-DATE.
017510     MOVE CAP-NUM1       TO OPW-NUM1.
017511     MOVE CAP-NUM2       TO OPW-NUM2.
017512     MOVE CAP-ACCOUNT    TO OPW-ACCOUNT.
017513     MOVE CAP-POST-TYPE  TO OPW-POST-TYPE.
017514     OPEN EXTEND OPB-WARH-FILE.
017515     IF FS-NOT-FOUND OF WS-WARH-STATUS
017516         OPEN OUTPUT OPB-WARH-FILE
017517         CLOSE OPB-WARH-FILE
017518         OPEN EXTEND OPB-WARH-FILE
017519     END-IF.
017520     WRITE OPW-WAREHOUSE-RECORD.
017521     CLOSE OPB-WARH-FILE.
017523     ADD 1 TO CAP-WARH-COUNT.
017524     DISPLAY "ITEM ALMACENADO PARA EL " CAP-VALUE-DATE ".".
017525 2500-WRITE-WAREHOUSE-EXIT.
017537     IF CAP-ACCOUNT = SPACES OR CAP-POST-TYPE = SPACE
017538         GO TO 2300-CHECK-LIMITS-EXIT
017539     END-IF.
017541     IF CAP-POST-TYPE = "S" OR "s" OR "T" OR "t"
017542         COMPUTE CAP-POST-AMOUNT = CAP-NUM1 + CAP-NUM2
017543     ELSE
017544         COMPUTE CAP-POST-AMOUNT = CAP-NUM2 - CAP-NUM1
017607     EXIT.

017608******************************************************************
017600* 2100-CHECK-POST-TYPE  -  ONLY S, R, T OR BLANK GOES TO THE
017650*                          FILE, SO THE POSTING BRIDGE NEVER
017700*                          SEES AN UNAPPLIABLE TYPE.
017900******************************************************************
018000 2100-CHECK-POST-TYPE.
018100     DISPLAY "TIPO INVALIDO - SOLO S, R, T O BLANCO: ".
018200     ACCEPT CAP-POST-TYPE.
018300 2100-CHECK-POST-TYPE-EXIT.
018400     EXIT.
018500
018501******************************************************************
018502* 2060-GET-DESTINATION  -  A TRANSFER NEEDS A SOURCE ACCOUNT,
018503*                          A POSITIVE SUMA AND A DESTINATION
018504*                          THAT PASSES CTACHECK AND IS NOT THE
018505*                          SOURCE.  WITHOUT THE FIRST TWO THE
018506*                          RECORD GOES TO THE FILE UNPOSTED.
018507******************************************************************
018508 2060-GET-DESTINATION.
018509     IF CAP-ACCOUNT = SPACES
018510         DISPLAY "TRANSFERENCIA SIN CUENTA ORIGEN - SE GRABA "
018511             "SIN POSTEO."
018512         MOVE SPACE TO CAP-POST-TYPE
018513         GO TO 2060-GET-DESTINATION-EXIT
018514     END-IF.
018515     IF CAP-NUM1 + CAP-NUM2 NOT > ZERO
018516         DISPLAY "TRANSFERENCIA REQUIERE SUMA POSITIVA - SE "
018517             "GRABA SIN POSTEO."
018518         MOVE SPACE TO CAP-POST-TYPE
018519         GO TO 2060-GET-DESTINATION-EXIT
018520     END-IF.
018521     DISPLAY "CUENTA DESTINO: ".
018522     ACCEPT CAP-DEST-ACCOUNT.
018523     MOVE "N" TO CAP-DEST-OK-SW.
018524     PERFORM 2070-CHECK-DESTINATION
018525         THRU 2070-CHECK-DESTINATION-EXIT
018526         UNTIL CAP-DEST-OK.
018527 2060-GET-DESTINATION-EXIT.
018528     EXIT.
018529
018530******************************************************************
018531* 2070-CHECK-DESTINATION
018532******************************************************************
018533 2070-CHECK-DESTINATION.
018534     IF CAP-DEST-ACCOUNT = SPACES
018535       OR CAP-DEST-ACCOUNT = CAP-ACCOUNT
018536         DISPLAY "CUENTA DESTINO VACIA O IGUAL AL ORIGEN - "
018537             "REINTENTE: "
018538         ACCEPT CAP-DEST-ACCOUNT
018539         GO TO 2070-CHECK-DESTINATION-EXIT
018540     END-IF.
018541     MOVE CAP-DEST-ACCOUNT TO CTK-REQ-ACCOUNT.
018542     CALL "CTACHECK" USING CTK-PARM.
018543     IF CTK-REPLY-OK
018544         MOVE "Y" TO CAP-DEST-OK-SW
018545     ELSE
018546         DISPLAY "CUENTA DESTINO NO PASA EL DIGITO VERIFICADOR "
018547             "(ESPERADO " CTK-REPLY-CHECK-DIGIT
018548             ") - REINTENTE: "
018549         ACCEPT CAP-DEST-ACCOUNT
018550     END-IF.
018551 2070-CHECK-DESTINATION-EXIT.
018552     EXIT.
018553
018600******************************************************************
018700* 4000-WRITE-CONTROL  -  THE TRANSMITTAL TOTALS, STRAIGHT FROM
018800*                        WHAT WAS KEYED, ADDED TO THOSE OF THE
018810*                        SESSIONS ALREADY WAITING ON OPBTRN1 FOR
018820*                        THE NEXT POSTING CYCLE.
018900******************************************************************
019000 4000-WRITE-CONTROL.
019005     MOVE ZERO TO CAP-PENDING-SUMA CAP-PENDING-RESTA.
019010     OPEN INPUT OPB-CTL1-FILE.
019015     IF FS-SUCCESS OF WS-CTL1-STATUS
019020         READ OPB-CTL1-FILE
019025             AT END
019030                 CONTINUE
019035             NOT AT END
019040                 IF OPB-CTL1-SUMA IS NUMERIC
019045                   AND OPB-CTL1-RESTA IS NUMERIC
019050                     MOVE OPB-CTL1-SUMA  TO CAP-PENDING-SUMA
019055                     MOVE OPB-CTL1-RESTA TO CAP-PENDING-RESTA
019060                 END-IF
019065         END-READ
019070         CLOSE OPB-CTL1-FILE
019075     END-IF.
019080     ADD CAP-SUMA-TOTAL  TO CAP-PENDING-SUMA.
019085     ADD CAP-RESTA-TOTAL TO CAP-PENDING-RESTA.
019100     OPEN OUTPUT OPB-CTL1-FILE.
019200     MOVE CAP-PENDING-SUMA  TO OPB-CTL1-SUMA.
019300     MOVE CAP-PENDING-RESTA TO OPB-CTL1-RESTA.
019400     WRITE OPB-CTL1-RECORD.
019500     CLOSE OPB-CTL1-FILE.
019600 4000-WRITE-CONTROL-EXIT.
020900     DISPLAY "TOTAL RESTA ESPERADO: " CAP-AMT-ED.
020910     DISPLAY "ITEMS ALMACENADOS (FUTUROS): " CAP-WARH-COUNT.
020920     DISPLAY "ITEMS REFERIDOS (OPRREF):    " CAP-REFER-COUNT.
020930     DISPLAY "PENDIENTE PARA EL PROXIMO CICLO DE POSTEO:".
020940     MOVE CAP-PENDING-SUMA TO CAP-AMT-ED.
020950     DISPLAY "  TOTAL SUMA:         " CAP-AMT-ED.
020960     MOVE CAP-PENDING-RESTA TO CAP-AMT-ED.
020970     DISPLAY "  TOTAL RESTA:        " CAP-AMT-ED.
021000 5000-SHOW-CLOSEOUT-EXIT.
021100     EXIT.
021200
