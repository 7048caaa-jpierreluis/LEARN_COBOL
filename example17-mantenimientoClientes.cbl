001300*              REFUSE ACCOUNTS FOR CUSTOMER IDS NOBODY CAN
001400*              IDENTIFY.  REACHED FROM MENU-PRINCIPAL.
001500* TECTONICS:   cobc -x example17-mantenimientoClientes.cbl
001510*                  example80-registraAcceso.cbl
001600*
001700* MODIFICATION HISTORY
001800*   22/08/26  JPL  INITIAL VERSION.
001895*                  THE KEYING OPERATOR'S ID, AND THE MANTREL
001896*                  RELEASE QUEUE APPLIES OR REFUSES IT UNDER A
001897*                  DIFFERENT OPERATOR.  CONSULTA IS UNCHANGED.
001898*   14/09/26  JPL  WITHHOLDING TAX EXEMPTION (CST-WHT-EXEMPT-IND)
001899*                  IS SHOWN ON THE CONSULTA AND CORRECTABLE
001900*                  (OPTION R), THROUGH THE SAME DUAL CONTROL.
001910*   23/09/26  JPL  THE NOTICE LANGUAGE (CST-LANGUAGE) IS KEYED AT
001920*                  ALTA (BLANK = S), SHOWN ON THE CONSULTA, AND
001930*                  CORRECTABLE (OPTION I).
001940*   24/09/26  JPL  THE CONSULTA SHOWS AN ADDRESS THE STATEMENT
001941*                  VENDOR RETURNED AS UNDELIVERABLE; CORRECTING
001942*                  THE ADDRESS (OPTION D) CLEARS THE MARK.
001943*   30/09/26  JPL  THE CONSULTA NOW ASKS FOR A REASON CODE AND
001944*                  WRITES AN ACCSLOG ACCESS RECORD (ACCSREG) WITH
001945*                  THE OPERATOR AND SESSION BEFORE THE CUSTOMER IS
001946*                  SHOWN.  THE VIP MARK (CST-VIP-IND) IS SHOWN AND
001947*                  CORRECTABLE (OPTION V), THROUGH DUAL CONTROL.
001954*   01/10/26  JPL  KNOW-YOUR-CUSTOMER REVIEW: THE DOCUMENT SEEN,
001961*                  THE RISK RATING AND THE REVIEW DATE ARE KEYED
001968*                  AT ALTA AND AT EACH REVIEW (OPTION K), THROUGH
001975*                  DUAL CONTROL.  THE NEXT REVIEW FALLS 1, 2 OR 3
001982*                  YEARS ON FOR RISK ALTO, MEDIO OR BAJO.
001984*   02/10/26  JPL  A CUSTOMER ANONYMIZED BY ANONCLI IS MARKED ON
001986*                  THE CONSULTA AND REFUSES ANY CORRECTION.
001987*   06/10/26  JPL  THE CUSTOMER'S TOTAL EXPOSURE LIMIT IS SHOWN
001988*                  ON THE CONSULTA AND CORRECTABLE (OPTION X),
001989*                  THROUGH DUAL CONTROL.
001990******************************************************************
002000
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CUSTMANT.
004900     88  CSM-CHANGE-ADDRESS          VALUE "D" "d".
005000     88  CSM-CHANGE-STATUS           VALUE "E" "e".
005010     88  CSM-CHANGE-CYCLE            VALUE "C" "c".
005020     88  CSM-CHANGE-WHT              VALUE "R" "r".
005030     88  CSM-CHANGE-LANG             VALUE "I" "i".
005037     88  CSM-CHANGE-VIP              VALUE "V" "v".
005040     88  CSM-CHANGE-KYC              VALUE "K" "k".
005042     88  CSM-CHANGE-EXPOSURE         VALUE "X" "x".
005044 77  CSM-VIP-INPUT                   PIC X(01) VALUE SPACE.
005051     88  CSM-VIP-YES                 VALUE "S".
005058     88  CSM-VIP-NO                  VALUE "N".
005065 77  CSM-SES-DATE                    PIC 9(08) VALUE ZERO.
005072 77  CSM-SES-TIME                    PIC 9(08) VALUE ZERO.
005079 77  CSM-REASON                      PIC X(02) VALUE SPACES.
005086 COPY ACCSPARM.
005087 77  CSM-KYC-OK-SW                   PIC X(01) VALUE "N".
005088     88  CSM-KYC-OK                  VALUE "Y".
005089 01  CSM-KYC-DATE-INPUT              PIC X(08) VALUE SPACES.
005090 01  CSM-KYC-DATE REDEFINES CSM-KYC-DATE-INPUT.
005091     05  CSM-KYC-YYYY                PIC 9(04).
005092     05  CSM-KYC-MM                  PIC 9(02).
005093     05  CSM-KYC-DD                  PIC 9(02).
005100 77  CSM-STATUS-INPUT                PIC X(01) VALUE SPACE.
005200     88  CSM-STATUS-VALID            VALUE "A" "I".
005201 77  CSM-EXP-OK-SW                   PIC X(01) VALUE "N".
005202     88  CSM-EXP-OK                  VALUE "Y".
005205 77  CSM-CYCLE-INPUT                 PIC X(02) VALUE SPACES.
005206 77  CSM-WHT-INPUT                   PIC X(01) VALUE SPACE.
005207     88  CSM-WHT-YES                 VALUE "S".
005208     88  CSM-WHT-NO                  VALUE "N".
005209 77  CSM-LANG-INPUT                  PIC X(01) VALUE SPACE.
005210 01  WS-ACCTMAST-STATUS.
005220     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
005230 77  CSM-HAS-ACCOUNTS-SW             PIC X(01) VALUE "N".
005291     88  CSM-SESSION-FOUND           VALUE "Y".
005292 77  CSM-OPERATOR-ID                 PIC X(08) VALUE SPACES.
005293 77  CSM-RUN-DATE                    PIC 9(08).
005294 01  CSM-OLD-IMAGE                   PIC X(130) VALUE SPACES.
005295 77  CSM-SAVE-ID                     PIC X(08) VALUE SPACES.
005296 77  CSM-EXP-INPUT                   PIC X(14) VALUE SPACES.
005297 77  CSM-EXP-TEST                    PIC S9(04) COMP.
005298 77  CSM-EXP-VALUE                   PIC S9(11)V99 VALUE ZERO.
005299 01  CSM-EXP-ED                      PIC ZZ,ZZZ,ZZ9.99.
005300
005400 PROCEDURE DIVISION.
005500******************************************************************
007089             IF SES-SIGNON-DATE = CSM-RUN-DATE
007090                 SET CSM-SESSION-FOUND TO TRUE
007091                 MOVE SES-OPERATOR-ID TO CSM-OPERATOR-ID
007092                 MOVE SES-SIGNON-DATE TO CSM-SES-DATE
007093                 MOVE SES-SIGNON-TIME TO CSM-SES-TIME
007094             END-IF
007095     END-READ.
007096     CLOSE OPER-SESSION-FILE.
007097 0100-READ-SESSION-EXIT.
007098     EXIT.
007099
007100******************************************************************
007200* 1000-OPEN-CUSTMAST  -  OPENS THE CUSTOMER MASTER I-O WITH THE
007300*                        SAME STATUS-35 RECOVERY EVERY OTHER
013350     ELSE
013360         MOVE CSM-CYCLE-INPUT TO CST-STMT-CYCLE
013370     END-IF.
013380     DISPLAY "IDIOMA DE LOS AVISOS (S=ESPANOL, E=ENGLISH, "
013382         "BLANCO=S): ".
013384     ACCEPT CSM-LANG-INPUT.
013386     IF CSM-LANG-INPUT = SPACE
013388         MOVE "S" TO CSM-LANG-INPUT
013390     END-IF.
013392     MOVE CSM-LANG-INPUT TO CST-LANGUAGE.
013394     IF NOT CST-LANG-VALID
013396         DISPLAY "IDIOMA INVALIDO - ALTA CANCELADA."
013398         GO TO 3000-ADD-CUSTOMER-EXIT
013399     END-IF.
013400     SET CST-CUST-ACTIVE TO TRUE.
013410     PERFORM 5100-KEY-KYC THRU 5100-KEY-KYC-EXIT.
013420     IF NOT CSM-KYC-OK
013430         DISPLAY "DATOS KYC INCOMPLETOS - ALTA CANCELADA."
013440         GO TO 3000-ADD-CUSTOMER-EXIT
013450     END-IF.
013500     MOVE "A" TO PCH-ACTION.
013600     MOVE SPACES TO PCH-OLD-IMAGE.
013700     MOVE CST-CUSTOMER-RECORD TO PCH-NEW-IMAGE.
014200     EXIT.
014300
014400******************************************************************
014410* 4000-INQUIRE-CUSTOMER  -  THE LOOKUP IS LOGGED (4200) BEFORE THE
014420*                           MASTER IS READ; A REFUSED LOG SHOWS
014430*                           NOTHING.
014600******************************************************************
014700 4000-INQUIRE-CUSTOMER.
014800     DISPLAY "ID DE CLIENTE: ".
014900     ACCEPT CST-CUSTOMER-ID.
014910     PERFORM 4200-LOG-ACCESS THRU 4200-LOG-ACCESS-EXIT.
014920     IF NOT ACP-REPLY-LOGGED
014930         GO TO 4000-INQUIRE-CUSTOMER-EXIT
014940     END-IF.
015000     READ CUST-MASTER-FILE
015100         INVALID KEY
015200             DISPLAY "CLIENTE NO ENCONTRADO: " CST-CUSTOMER-ID
016600     DISPLAY "DIRECCION: " CST-CUSTOMER-ADDRESS.
016700     DISPLAY "ESTADO:    " CST-CUSTOMER-STATUS.
016710     DISPLAY "CICLO:     " CST-STMT-CYCLE.
016720     IF CST-WHT-EXEMPT
016730         DISPLAY "RETENCION: EXENTO"
016740     ELSE
016750         DISPLAY "RETENCION: SUJETO"
016760     END-IF.
016761     IF CST-EXPOSURE-LIMIT IS NUMERIC
016762       AND CST-EXPOSURE-LIMIT > ZERO
016764         MOVE CST-EXPOSURE-LIMIT TO CSM-EXP-ED
016766         DISPLAY "EXPOSICION MAXIMA: " CSM-EXP-ED
016768     END-IF.
016770     IF CST-LANG-ENGLISH
016780         DISPLAY "IDIOMA:    ENGLISH"
016790     ELSE
016791         DISPLAY "IDIOMA:    ESPANOL"
016792     END-IF.
016793     IF CST-ADDR-UNDELIVERABLE
016794         DISPLAY "*** DIRECCION DEVUELTA POR CORREO - "
016795             "CORRIJALA (OPCION D) ***"
016796     END-IF.
016797     IF CST-VIP
016798         DISPLAY "VIP:       SI"
016799     END-IF.
016801     DISPLAY "DOCUMENTO: " CST-KYC-DOC-TYPE " "
016803         CST-KYC-DOC-NUMBER.
016805     DISPLAY "RIESGO:    " CST-KYC-RISK.
016808     IF CST-KYC-NEXT-REVIEW NOT NUMERIC
016811       OR CST-KYC-NO-REVIEW
016814         DISPLAY "KYC:       SIN REVISION REGISTRADA"
016817     ELSE
016820         DISPLAY "KYC:       ULTIMA " CST-KYC-LAST-REVIEW
016823             "  PROXIMA " CST-KYC-NEXT-REVIEW
016826         IF CST-KYC-NEXT-REVIEW < CSM-RUN-DATE
016829             DISPLAY "*** REVISION KYC VENCIDA - ACTUALICELA "
016832                 "(OPCION K) ***"
016835         END-IF
016838     END-IF.
016841     IF CST-ANONYMIZED
016844         DISPLAY "*** DATOS PERSONALES ANONIMIZADOS (ANONCLI) ***"
016847     END-IF.
016850 4100-SHOW-CUSTOMER-EXIT.
016900     EXIT.
016903
016906******************************************************************
016909* 4200-LOG-ACCESS  -  THE REASON FOR THE CONSULTA AND ITS ACCSLOG
016912*                     RECORD, THROUGH ACCSREG, FOR THE CUSTOMER ID
016915*                     IN CST-CUSTOMER-ID.
016918******************************************************************
016921 4200-LOG-ACCESS.
016924     SET ACP-REPLY-REFUSED TO TRUE.
016927     DISPLAY "MOTIVO (LL=LLAMADA, RC=RECLAMO, CO=CUMPLIMIENTO, "
016930         "AU=AUDITORIA, SV=SERVICIO): ".
016933     ACCEPT CSM-REASON.
016936     MOVE CSM-REASON TO ACP-REQ-REASON.
016939     IF NOT ACP-REASON-VALID
016942         DISPLAY "MOTIVO INVALIDO - CONSULTA RECHAZADA."
016945         GO TO 4200-LOG-ACCESS-EXIT
016948     END-IF.
016951     MOVE CSM-OPERATOR-ID TO ACP-REQ-OPERATOR.
016954     MOVE CSM-SES-DATE TO ACP-REQ-SES-DATE.
016957     MOVE CSM-SES-TIME TO ACP-REQ-SES-TIME.
016960     MOVE "CUSTMANT" TO ACP-REQ-PROGRAM.
016963     SET ACP-KIND-CUSTOMER TO TRUE.
016966     MOVE SPACES TO ACP-REQ-ACCOUNT.
016969     MOVE CST-CUSTOMER-ID TO ACP-REQ-CUSTOMER.
016972     CALL "ACCSREG" USING ACP-PARM.
016975     IF NOT ACP-REPLY-LOGGED
016978         DISPLAY "NO SE PUDO REGISTRAR EL ACCESO (ACCSLOG) - "
016981             "CONSULTA RECHAZADA."
016984     END-IF.
016987 4200-LOG-ACCESS-EXIT.
016990     EXIT.
017000
017100******************************************************************
017200* 5000-CHANGE-CUSTOMER  -  CORRECTS THE NAME, ADDRESS, STATUS,
017210*                          CYCLE, WITHHOLDING EXEMPTION,
017220*                          NOTICE LANGUAGE, VIP MARK OR KYC
017230*                          REVIEW OF AN EXISTING CUSTOMER.
017400******************************************************************
017500 5000-CHANGE-CUSTOMER.
017600     DISPLAY "ID DE CLIENTE A CORREGIR: ".
018100             GO TO 5000-CHANGE-CUSTOMER-EXIT
018200     END-READ.
018300     PERFORM 4100-SHOW-CUSTOMER THRU 4100-SHOW-CUSTOMER-EXIT.
018302     IF CST-ANONYMIZED
018304         DISPLAY "CLIENTE ANONIMIZADO - NO ADMITE CORRECCIONES."
018306         GO TO 5000-CHANGE-CUSTOMER-EXIT
018308     END-IF.
018310     MOVE SPACES TO CSM-OLD-IMAGE.
018320     MOVE CST-CUSTOMER-RECORD TO CSM-OLD-IMAGE.
018400     DISPLAY "CORREGIR (N=NOMBRE, D=DIRECCION, E=ESTADO, "
018410         "C=CICLO, R=RETENCION, I=IDIOMA, V=VIP, "
018420         "K=REVISION KYC, X=LIMITE DE EXPOSICION): ".
018500     ACCEPT CSM-FIELD-CHOICE.
018600     EVALUATE TRUE
018601         WHEN CSM-CHANGE-KYC
018602             PERFORM 5100-KEY-KYC THRU 5100-KEY-KYC-EXIT
018603             IF NOT CSM-KYC-OK
018604                 DISPLAY "REVISION KYC INVALIDA - SIN CAMBIOS."
018605                 GO TO 5000-CHANGE-CUSTOMER-EXIT
018606             END-IF
018607         WHEN CSM-CHANGE-VIP
018614             DISPLAY "CLIENTE VIP (S/N): "
018621             ACCEPT CSM-VIP-INPUT
018628             EVALUATE TRUE
018635                 WHEN CSM-VIP-YES
018642                     SET CST-VIP TO TRUE
018649                 WHEN CSM-VIP-NO
018656                     MOVE SPACE TO CST-VIP-IND
018663                 WHEN OTHER
018670                     DISPLAY "RESPUESTA INVALIDA - SIN CAMBIOS."
018677                     GO TO 5000-CHANGE-CUSTOMER-EXIT
018684             END-EVALUATE
018686         WHEN CSM-CHANGE-EXPOSURE
018688             PERFORM 5200-KEY-EXPOSURE THRU 5200-KEY-EXPOSURE-EXIT
018690             IF NOT CSM-EXP-OK
018692                 DISPLAY "LIMITE INVALIDO - SIN CAMBIOS."
018694                 GO TO 5000-CHANGE-CUSTOMER-EXIT
018696             END-IF
018700         WHEN CSM-CHANGE-NAME
018800             DISPLAY "NOMBRE: "
018900             ACCEPT CST-CUSTOMER-NAME
019000         WHEN CSM-CHANGE-ADDRESS
019100             DISPLAY "DIRECCION: "
019200             ACCEPT CST-CUSTOMER-ADDRESS
019210             MOVE SPACE TO CST-ADDR-STATUS
019300         WHEN CSM-CHANGE-STATUS
019400             DISPLAY "ESTADO (A=ACTIVO, I=INACTIVO): "
019500             ACCEPT CSM-STATUS-INPUT
020120             DISPLAY "CICLO DE ESTADO (EJ. M1): "
020130             ACCEPT CSM-CYCLE-INPUT
020140             MOVE CSM-CYCLE-INPUT TO CST-STMT-CYCLE
020150         WHEN CSM-CHANGE-WHT
020160             DISPLAY "EXENTO DE RETENCION (S/N): "
020170             ACCEPT CSM-WHT-INPUT
020180             EVALUATE TRUE
020181                 WHEN CSM-WHT-YES
020182                     SET CST-WHT-EXEMPT TO TRUE
020183                 WHEN CSM-WHT-NO
020184                     MOVE SPACE TO CST-WHT-EXEMPT-IND
020185                 WHEN OTHER
020186                     DISPLAY "RESPUESTA INVALIDA - SIN CAMBIOS."
020187                     GO TO 5000-CHANGE-CUSTOMER-EXIT
020188             END-EVALUATE
020190         WHEN CSM-CHANGE-LANG
020191             DISPLAY "IDIOMA (S=ESPANOL, E=ENGLISH): "
020192             ACCEPT CSM-LANG-INPUT
020193             MOVE CSM-LANG-INPUT TO CST-LANGUAGE
020194             IF NOT CST-LANG-VALID
020195                 DISPLAY "IDIOMA INVALIDO - SIN CAMBIOS."
020196                 GO TO 5000-CHANGE-CUSTOMER-EXIT
020197             END-IF
020200         WHEN OTHER
020300             DISPLAY "OPCION INVALIDA - SIN CAMBIOS."
020400             GO TO 5000-CHANGE-CUSTOMER-EXIT
021000     PERFORM 8000-QUEUE-CHANGE THRU 8000-QUEUE-CHANGE-EXIT.
021300 5000-CHANGE-CUSTOMER-EXIT.
021400     EXIT.
021401
021402******************************************************************
021403* 5100-KEY-KYC  -  THE KYC REVIEW INTO THE RECORD IN THE FD:
021404*                  DOCUMENT SEEN, RISK RATING, REVIEW DATE (BLANK
021405*                  = TODAY, NEVER IN THE FUTURE).  THE NEXT REVIEW
021406*                  IS 1 YEAR ON FOR RISK ALTO, 2 FOR MEDIO, 3 FOR
021407*                  BAJO (29 FEB ROLLS BACK TO THE 28TH).
021408*                  CSM-KYC-OK ONLY WHEN ALL OF IT IS VALID.
021409******************************************************************
021410 5100-KEY-KYC.
021411     MOVE "N" TO CSM-KYC-OK-SW.
021412     DISPLAY "DOCUMENTO VISTO (C=CEDULA, P=PASAPORTE, "
021413         "E=EXTRANJERIA): ".
021414     ACCEPT CST-KYC-DOC-TYPE.
021415     IF NOT CST-DOC-VALID
021416         DISPLAY "TIPO DE DOCUMENTO INVALIDO."
021417         GO TO 5100-KEY-KYC-EXIT
021418     END-IF.
021419     DISPLAY "NUMERO DE DOCUMENTO: ".
021420     ACCEPT CST-KYC-DOC-NUMBER.
021421     IF CST-KYC-DOC-NUMBER = SPACES
021422         DISPLAY "NUMERO DE DOCUMENTO EN BLANCO."
021423         GO TO 5100-KEY-KYC-EXIT
021424     END-IF.
021425     DISPLAY "RIESGO (B=BAJO, M=MEDIO, A=ALTO): ".
021426     ACCEPT CST-KYC-RISK.
021427     IF NOT CST-RISK-VALID
021428         DISPLAY "RIESGO INVALIDO."
021429         GO TO 5100-KEY-KYC-EXIT
021430     END-IF.
021431     DISPLAY "FECHA DE LA REVISION (AAAAMMDD, BLANCO=HOY): ".
021432     ACCEPT CSM-KYC-DATE-INPUT.
021433     IF CSM-KYC-DATE-INPUT = SPACES
021434         MOVE CSM-RUN-DATE TO CSM-KYC-DATE
021435     END-IF.
021436     IF CSM-KYC-DATE NOT NUMERIC
021437       OR CSM-KYC-MM < 1 OR CSM-KYC-MM > 12
021438       OR CSM-KYC-DD < 1 OR CSM-KYC-DD > 31
021439       OR CSM-KYC-DATE > CSM-RUN-DATE
021440         DISPLAY "FECHA DE REVISION INVALIDA."
021441         GO TO 5100-KEY-KYC-EXIT
021442     END-IF.
021443     MOVE CSM-KYC-DATE TO CST-KYC-LAST-REVIEW.
021444     EVALUATE TRUE
021445         WHEN CST-RISK-HIGH
021446             ADD 1 TO CSM-KYC-YYYY
021447         WHEN CST-RISK-MEDIUM
021448             ADD 2 TO CSM-KYC-YYYY
021449         WHEN OTHER
021450             ADD 3 TO CSM-KYC-YYYY
021451     END-EVALUATE.
021452     IF CSM-KYC-MM = 2 AND CSM-KYC-DD = 29
021453         MOVE 28 TO CSM-KYC-DD
021454     END-IF.
021455     MOVE CSM-KYC-DATE TO CST-KYC-NEXT-REVIEW.
021456     SET CSM-KYC-OK TO TRUE.
021457 5100-KEY-KYC-EXIT.
021458     EXIT.
021459
021460******************************************************************
021461* 5200-KEY-EXPOSURE  -  THE CUSTOMER'S TOTAL EXPOSURE LIMIT INTO
021462*                       THE RECORD IN THE FD, IN LOCAL CURRENCY.
021463*                       ZERO REMOVES THE CUSTOMER LIMIT; A BLANK,
021464*                       NEGATIVE OR OVERSIZE ENTRY IS REFUSED.
021465******************************************************************
021466 5200-KEY-EXPOSURE.
021467     MOVE "N" TO CSM-EXP-OK-SW.
021468     DISPLAY "LIMITE DE EXPOSICION TOTAL (0=SIN LIMITE): ".
021469     ACCEPT CSM-EXP-INPUT.
021470     IF CSM-EXP-INPUT = SPACES
021471         GO TO 5200-KEY-EXPOSURE-EXIT
021472     END-IF.
021473     MOVE FUNCTION TEST-NUMVAL-C(CSM-EXP-INPUT) TO CSM-EXP-TEST.
021474     IF CSM-EXP-TEST NOT = 0
021475         GO TO 5200-KEY-EXPOSURE-EXIT
021476     END-IF.
021477     COMPUTE CSM-EXP-VALUE = FUNCTION NUMVAL-C(CSM-EXP-INPUT)
021478         ON SIZE ERROR
021479             GO TO 5200-KEY-EXPOSURE-EXIT
021480     END-COMPUTE.
021481     IF CSM-EXP-VALUE < ZERO
021482       OR CSM-EXP-VALUE > 99999999.99
021483         GO TO 5200-KEY-EXPOSURE-EXIT
021484     END-IF.
021485     MOVE CSM-EXP-VALUE TO CST-EXPOSURE-LIMIT.
021486     SET CSM-EXP-OK TO TRUE.
021487 5200-KEY-EXPOSURE-EXIT.
021488     EXIT.
021500
021600******************************************************************
021700* 6000-DELETE-CUSTOMER  -  SHOWS THE CUSTOMER AND ASKS FOR
