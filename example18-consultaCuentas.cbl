001600*              BALANCE.  REACHED FROM MENU-PRINCIPAL.
001700* TECTONICS:   cobc -x example18-consultaCuentas.cbl
001710*                  example39-verificaCuenta.cbl
001750*                  example65-sumaRetenciones.cbl
001760*                  example80-registraAcceso.cbl
001800*
001900* MODIFICATION HISTORY
002000*   22/08/26  JPL  INITIAL VERSION.
002030*                  BEFORE THE LOOKUP - THE LOOKUP STILL RUNS,
002040*                  SINCE PRE-CONVERSION NUMBERS ARE ON FILE
002050*                  UNTIL THE CTACONV RENUMBERING FINISHES.
002060*   08/09/26  JPL  THE ACCOUNT VIEW NOW LISTS THE OTHER PARTIES
002070*                  ON ACCTREL (JOINT OWNERS, SIGNATORIES,
002080*                  BENEFICIARIES), AND THE CUSTOMER VIEW ALSO
002090*                  SHOWS THE ACCOUNTS THE CUSTOMER IS A PARTY TO
002091*                  THROUGH THE REL-CUSTOMER-ID ALTERNATE KEY.
002100*   10/09/26  JPL  THE ACCOUNT VIEW NOW SHOWS THE LEDGER, HELD
002110*                  AND AVAILABLE BALANCE SIDE BY SIDE.  THE HELD
002120*                  FIGURE IS THE HOLDS IN FORCE ON HOLDMAST
002130*                  (HOLDSUM); AVAILABLE IS LEDGER LESS HELD PLUS
002140*                  THE OVERDRAFT LIMIT, THE FIGURE THE POSTING
002150*                  PATHS TEST A DEBIT AGAINST.
002151*   30/09/26  JPL  EVERY LOOKUP NOW ASKS FOR A REASON CODE AND
002152*                  WRITES AN ACCSLOG ACCESS RECORD (ACCSREG) WITH
002153*                  THE OPERATOR, THE OPERSES SESSION AND WHAT WAS
002154*                  VIEWED BEFORE ANYTHING IS SHOWN - A BAD REASON
002155*                  OR A LOG THAT CANNOT BE WRITTEN REFUSES THE
002156*                  LOOKUP.  THE PRIVACY REPORT (PRIVRPT) READS
002157*                  THE LOG.
002160******************************************************************
002200
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CONSULTA-CUENTAS.
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CST-CUSTOMER-ID
004100         FILE STATUS IS WS-CUSTMAST-STATUS.
004110
004120     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
004130         ORGANIZATION IS INDEXED
004140         ACCESS MODE IS DYNAMIC
004150         RECORD KEY IS REL-KEY
004160         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
004170             WITH DUPLICATES
004180         FILE STATUS IS WS-ACCTREL-STATUS.
004184
004188     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
004192         ORGANIZATION IS LINE SEQUENTIAL
004196         FILE STATUS IS WS-SESSION-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004700
004800 FD  CUST-MASTER-FILE.
004900 COPY CUSTREC.
004910
004920 FD  ACCT-REL-FILE.
004930 COPY RELREC.
004940
004950 FD  OPER-SESSION-FILE.
004960 COPY SESREC.
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-ACCTMAST-STATUS.
005300     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
005400 01  WS-CUSTMAST-STATUS.
005500     COPY FSTATCOD REPLACING FS-NAME BY WS-CUSTMAST-CODE.
005510 01  WS-ACCTREL-STATUS.
005520     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
005530 01  WS-SESSION-STATUS.
005540     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
005600
005700 77  CON-MODE                        PIC X(01) VALUE SPACE.
005800     88  CON-MODE-ACCOUNT            VALUE "C" "c".
006600 77  CON-CUST-NAME                   PIC X(30) VALUE SPACES.
006700 77  CON-CUSTMAST-OPEN-SW            PIC X(01) VALUE "N".
006800     88  CON-CUSTMAST-OPEN           VALUE "Y".
006810 77  CON-ACCTREL-OPEN-SW             PIC X(01) VALUE "N".
006820     88  CON-ACCTREL-OPEN            VALUE "Y".
006830 77  CON-REL-EOF-SW                  PIC X(01) VALUE "N".
006840     88  CON-REL-EOF                 VALUE "Y".
006850 77  CON-PARTY-COUNT                 PIC 9(03) VALUE ZERO.
006860 77  CON-ROLE-DESC                   PIC X(12) VALUE SPACES.
006900
007000 01  CON-BAL-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
007002 01  CON-HELD-ED                     PIC -ZZZ,ZZZ,ZZZ.99.
007004 01  CON-AVAIL-ED                    PIC -ZZZ,ZZZ,ZZZ.99.
007006 77  CON-OVD-LIMIT                   PIC 9(08)V99 VALUE ZERO.
007008 77  CON-AVAILABLE                   PIC S9(11)V99 VALUE ZERO.
007010 COPY CTAPARM.
007050 COPY HOLDPARM.
007052 COPY ACCSPARM.
007054
007056******************************************************************
007058* WHO IS ASKING, AND WHY - EVERY LOOKUP IS LOGGED BEFORE IT SHOWS.
007060******************************************************************
007062 77  CON-SESSION-FOUND-SW            PIC X(01) VALUE "N".
007064     88  CON-SESSION-FOUND           VALUE "Y".
007066 77  CON-OPERATOR-ID                 PIC X(08) VALUE SPACES.
007068 77  CON-SES-DATE                    PIC 9(08) VALUE ZERO.
007070 77  CON-SES-TIME                    PIC 9(08) VALUE ZERO.
007072 77  CON-RUN-DATE                    PIC 9(08).
007074 77  CON-REASON                      PIC X(02) VALUE SPACES.
007076 77  CON-LOGGED-SW                   PIC X(01) VALUE "N".
007078     88  CON-LOGGED                  VALUE "Y".
007080 77  CON-FOUND-SW                    PIC X(01) VALUE "N".
007082     88  CON-FOUND                   VALUE "Y".
007100
007200 PROCEDURE DIVISION.
007300******************************************************************
007400* 0000-MAINLINE
007500******************************************************************
007600 0000-MAINLINE.
007610     ACCEPT CON-RUN-DATE FROM DATE YYYYMMDD.
007620     PERFORM 0100-READ-SESSION THRU 0100-READ-SESSION-EXIT.
007630     IF NOT CON-SESSION-FOUND
007640         DISPLAY "ID DE OPERADOR: "
007650         ACCEPT CON-OPERATOR-ID
007660     END-IF.
007700     OPEN INPUT ACCT-MASTER-FILE.
007800     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
007900         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
008400     IF FS-SUCCESS OF WS-CUSTMAST-STATUS
008500         MOVE "Y" TO CON-CUSTMAST-OPEN-SW
008600     END-IF.
008610     OPEN INPUT ACCT-REL-FILE.
008620     IF FS-SUCCESS OF WS-ACCTREL-STATUS
008630         MOVE "Y" TO CON-ACCTREL-OPEN-SW
008640     END-IF.
008700     PERFORM 1000-ASK-AND-SHOW THRU 1000-ASK-AND-SHOW-EXIT
008800         UNTIL CON-MODE-EXIT.
008900     IF CON-CUSTMAST-OPEN
009000         CLOSE CUST-MASTER-FILE
009100     END-IF.
009110     IF CON-ACCTREL-OPEN
009120         CLOSE ACCT-REL-FILE
009130     END-IF.
009200     CLOSE ACCT-MASTER-FILE.
009300 0000-MAINLINE-EXIT.
009400     GOBACK.
009403
009406******************************************************************
009409* 0100-READ-SESSION  -  THE OPERATOR ON THE ACCESS LOG COMES FROM
009412*                       THE OPERSES SESSION WHEN ONE EXISTS, THE
009415*                       WAY CUSTMANT READS IT; THE FREE-TEXT
009418*                       PROMPT IS ONLY THE FALLBACK, AND ITS LOG
009421*                       RECORDS CARRY A ZERO SESSION STAMP.
009424******************************************************************
009427 0100-READ-SESSION.
009430     OPEN INPUT OPER-SESSION-FILE.
009433     IF NOT FS-SUCCESS OF WS-SESSION-STATUS
009436         GO TO 0100-READ-SESSION-EXIT
009439     END-IF.
009442     READ OPER-SESSION-FILE
009445         AT END
009448             CONTINUE
009451         NOT AT END
009454             IF SES-SIGNON-DATE = CON-RUN-DATE
009457                 SET CON-SESSION-FOUND TO TRUE
009460                 MOVE SES-OPERATOR-ID TO CON-OPERATOR-ID
009463                 MOVE SES-SIGNON-DATE TO CON-SES-DATE
009466                 MOVE SES-SIGNON-TIME TO CON-SES-TIME
009469             END-IF
009472     END-READ.
009475     CLOSE OPER-SESSION-FILE.
009478 0100-READ-SESSION-EXIT.
009481     EXIT.
009500
009600******************************************************************
009700* 1000-ASK-AND-SHOW
012350             "VERIFICADOR (ESPERADO " CTK-REPLY-CHECK-DIGIT
012360             ") - VERIFIQUE LO TECLEADO."
012370     END-IF.
012376     PERFORM 5000-ASK-REASON THRU 5000-ASK-REASON-EXIT.
012382     IF NOT ACP-REASON-VALID
012388         GO TO 2000-ONE-ACCOUNT-EXIT
012394     END-IF.
012400     MOVE CON-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
012500     READ ACCT-MASTER-FILE
012600         INVALID KEY
012610             MOVE "N" TO CON-FOUND-SW
012800         NOT INVALID KEY
012810             MOVE "Y" TO CON-FOUND-SW
013100     END-READ.
013105     SET ACP-KIND-ACCOUNT TO TRUE.
013110     MOVE CON-ACCOUNT-WANTED TO ACP-REQ-ACCOUNT.
013115     IF CON-FOUND
013120         MOVE ACM-CUSTOMER-ID TO ACP-REQ-CUSTOMER
013125     ELSE
013130         MOVE SPACES TO ACP-REQ-CUSTOMER
013135     END-IF.
013140     PERFORM 5100-LOG-ACCESS THRU 5100-LOG-ACCESS-EXIT.
013145     IF NOT CON-LOGGED
013150         GO TO 2000-ONE-ACCOUNT-EXIT
013155     END-IF.
013160     IF NOT CON-FOUND
013165         DISPLAY "CUENTA NO ENCONTRADA: " CON-ACCOUNT-WANTED
013170         GO TO 2000-ONE-ACCOUNT-EXIT
013175     END-IF.
013180     PERFORM 4000-SHOW-ACCOUNT THRU 4000-SHOW-ACCOUNT-EXIT.
013185     IF CON-ACCTREL-OPEN
013190         PERFORM 4200-SHOW-PARTIES THRU 4200-SHOW-PARTIES-EXIT
013195     END-IF.
013200 2000-ONE-ACCOUNT-EXIT.
013300     EXIT.
013400
013500******************************************************************
013600* 3000-BY-CUSTOMER  -  WALKS THE ALTERNATE INDEX FOR EVERY
013700*                      ACCOUNT OF THE REQUESTED CUSTOMER, THEN
013710*                      THE ACCTREL ALTERNATE INDEX FOR EVERY
013720*                      ACCOUNT THE CUSTOMER IS A PARTY TO.
013800******************************************************************
013900 3000-BY-CUSTOMER.
014000     DISPLAY "ID DE CLIENTE: ".
014100     ACCEPT CON-CUSTOMER-WANTED.
014108     PERFORM 5000-ASK-REASON THRU 5000-ASK-REASON-EXIT.
014116     IF NOT ACP-REASON-VALID
014124         GO TO 3000-BY-CUSTOMER-EXIT
014132     END-IF.
014140     SET ACP-KIND-CUSTOMER TO TRUE.
014148     MOVE SPACES TO ACP-REQ-ACCOUNT.
014156     MOVE CON-CUSTOMER-WANTED TO ACP-REQ-CUSTOMER.
014164     PERFORM 5100-LOG-ACCESS THRU 5100-LOG-ACCESS-EXIT.
014172     IF NOT CON-LOGGED
014180         GO TO 3000-BY-CUSTOMER-EXIT
014188     END-IF.
014200     MOVE CON-CUSTOMER-WANTED TO ACM-CUSTOMER-ID.
014300     MOVE "N" TO CON-ACCT-EOF-SW.
014400     MOVE ZERO TO CON-LIST-COUNT.
014600         INVALID KEY
014700             SET CON-ACCT-EOF TO TRUE
014800     END-START.
014900     IF NOT CON-ACCT-EOF
015000         PERFORM 3100-READ-NEXT-ACCT
015100             THRU 3100-READ-NEXT-ACCT-EXIT
015200         PERFORM 3200-SHOW-AND-ADVANCE
015300             THRU 3200-SHOW-AND-ADVANCE-EXIT
015400             UNTIL CON-ACCT-EOF
015500     END-IF.
015510     IF CON-ACCTREL-OPEN
015520         PERFORM 3300-BY-RELATION THRU 3300-BY-RELATION-EXIT
015530     END-IF.
015600     IF CON-LIST-COUNT = ZERO
015700         DISPLAY "SIN CUENTAS PARA EL CLIENTE "
015710             CON-CUSTOMER-WANTED
015720     ELSE
015800         DISPLAY "CUENTAS LISTADAS: " CON-LIST-COUNT
015810     END-IF.
015900 3000-BY-CUSTOMER-EXIT.
016000     EXIT.
016100
018400     PERFORM 3100-READ-NEXT-ACCT THRU 3100-READ-NEXT-ACCT-EXIT.
018500 3200-SHOW-AND-ADVANCE-EXIT.
018600     EXIT.
018602
018604******************************************************************
018606* 3300-BY-RELATION  -  THE ACCOUNTS THE CUSTOMER HOLDS AS A
018608*                      JOINT OWNER, SIGNATORY OR BENEFICIARY.
018610*                      EACH ONE IS READ BY PRIMARY KEY, SO THE
018612*                      ACCTREL WALK IS NOT DISTURBED.
018614******************************************************************
018616 3300-BY-RELATION.
018618     MOVE CON-CUSTOMER-WANTED TO REL-CUSTOMER-ID.
018620     MOVE "N" TO CON-REL-EOF-SW.
018622     START ACCT-REL-FILE KEY = REL-CUSTOMER-ID
018624         INVALID KEY
018626             SET CON-REL-EOF TO TRUE
018628     END-START.
018630     PERFORM 3400-NEXT-RELATION THRU 3400-NEXT-RELATION-EXIT
018632         UNTIL CON-REL-EOF.
018634 3300-BY-RELATION-EXIT.
018636     EXIT.
018638
018640******************************************************************
018642* 3400-NEXT-RELATION
018644******************************************************************
018646 3400-NEXT-RELATION.
018648     READ ACCT-REL-FILE NEXT
018650         AT END
018652             SET CON-REL-EOF TO TRUE
018654             GO TO 3400-NEXT-RELATION-EXIT
018656     END-READ.
018658     IF REL-CUSTOMER-ID NOT = CON-CUSTOMER-WANTED
018660         SET CON-REL-EOF TO TRUE
018662         GO TO 3400-NEXT-RELATION-EXIT
018664     END-IF.
018666     MOVE REL-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
018668     READ ACCT-MASTER-FILE
018670         INVALID KEY
018672             DISPLAY "CUENTA " REL-ACCOUNT-NUMBER
018674                 " NO ESTA EN ACCTMAST (ROL " REL-ROLE ")"
018676             GO TO 3400-NEXT-RELATION-EXIT
018678     END-READ.
018680     ADD 1 TO CON-LIST-COUNT.
018682     PERFORM 4000-SHOW-ACCOUNT THRU 4000-SHOW-ACCOUNT-EXIT.
018684     PERFORM 4400-ROLE-DESC THRU 4400-ROLE-DESC-EXIT.
018686     DISPLAY "ROL:      " REL-ROLE " " CON-ROLE-DESC.
018688 3400-NEXT-RELATION-EXIT.
018690     EXIT.
018700
018800******************************************************************
018900* 4000-SHOW-ACCOUNT  -  DISPLAYS THE ACCOUNT IN THE FD WITH THE
019000*                       CUSTOMER NAME LOOKED UP ON CUSTMAST AND
019010*                       ITS HOLDS IN FORCE FROM HOLDSUM.  A
019020*                       NON-NUMERIC LIMIT COUNTS AS ZERO.
019100******************************************************************
019200 4000-SHOW-ACCOUNT.
019300     PERFORM 4100-GET-CUSTOMER-NAME
019700         "  NOMBRE: " ACM-ACCOUNT-NAME.
019800     DISPLAY "CLIENTE:  " ACM-CUSTOMER-ID
019900         "  " CON-CUST-NAME.
019905     MOVE ACM-ACCOUNT-NUMBER TO HLS-REQ-ACCOUNT.
019910     ACCEPT HLS-REQ-DATE FROM DATE YYYYMMDD.
019915     CALL "HOLDSUM" USING HLS-PARM.
019920     IF ACM-OVERDRAFT-LIMIT IS NUMERIC
019925         MOVE ACM-OVERDRAFT-LIMIT TO CON-OVD-LIMIT
019930     ELSE
019935         MOVE ZERO TO CON-OVD-LIMIT
019940     END-IF.
019945     COMPUTE CON-AVAILABLE = ACM-ACCOUNT-BALANCE
019950         - HLS-REPLY-AMOUNT + CON-OVD-LIMIT.
019955     MOVE HLS-REPLY-AMOUNT TO CON-HELD-ED.
019960     MOVE CON-AVAILABLE TO CON-AVAIL-ED.
020000     DISPLAY "CONTABLE: " CON-BAL-ED
020010         "  RETENIDO: " CON-HELD-ED
020020         "  DISPONIBLE: " CON-AVAIL-ED.
020100 4000-SHOW-ACCOUNT-EXIT.
020200     EXIT.
020300
021800     END-READ.
021900 4100-GET-CUSTOMER-NAME-EXIT.
022000     EXIT.
022001
022002******************************************************************
022003* 4200-SHOW-PARTIES  -  EVERY ACCTREL PARTY OF THE ACCOUNT IN
022004*                       THE FD, IN CUSTOMER-ID ORDER.
022005******************************************************************
022006 4200-SHOW-PARTIES.
022007     MOVE ZERO TO CON-PARTY-COUNT.
022008     MOVE "N" TO CON-REL-EOF-SW.
022009     MOVE ACM-ACCOUNT-NUMBER TO REL-ACCOUNT-NUMBER.
022010     MOVE LOW-VALUES TO REL-CUSTOMER-ID.
022011     START ACCT-REL-FILE KEY NOT < REL-KEY
022012         INVALID KEY
022013             SET CON-REL-EOF TO TRUE
022014     END-START.
022015     PERFORM 4300-SHOW-ONE-PARTY THRU 4300-SHOW-ONE-PARTY-EXIT
022016         UNTIL CON-REL-EOF.
022017     IF CON-PARTY-COUNT > ZERO
022018         DISPLAY "OTRAS PARTES: " CON-PARTY-COUNT
022019     END-IF.
022020 4200-SHOW-PARTIES-EXIT.
022021     EXIT.
022022
022023******************************************************************
022024* 4300-SHOW-ONE-PARTY
022025******************************************************************
022026 4300-SHOW-ONE-PARTY.
022027     READ ACCT-REL-FILE NEXT
022028         AT END
022029             SET CON-REL-EOF TO TRUE
022030             GO TO 4300-SHOW-ONE-PARTY-EXIT
022031     END-READ.
022032     IF REL-ACCOUNT-NUMBER NOT = ACM-ACCOUNT-NUMBER
022033         SET CON-REL-EOF TO TRUE
022034         GO TO 4300-SHOW-ONE-PARTY-EXIT
022035     END-IF.
022036     ADD 1 TO CON-PARTY-COUNT.
022037     MOVE "(NO IDENTIFICADO)" TO CON-CUST-NAME.
022038     IF CON-CUSTMAST-OPEN
022039         MOVE REL-CUSTOMER-ID TO CST-CUSTOMER-ID
022040         READ CUST-MASTER-FILE
022041             INVALID KEY
022042                 CONTINUE
022043             NOT INVALID KEY
022044                 MOVE CST-CUSTOMER-NAME TO CON-CUST-NAME
022045         END-READ
022046     END-IF.
022047     PERFORM 4400-ROLE-DESC THRU 4400-ROLE-DESC-EXIT.
022048     DISPLAY "  " CON-ROLE-DESC " " REL-CUSTOMER-ID
022049         "  " CON-CUST-NAME.
022050 4300-SHOW-ONE-PARTY-EXIT.
022051     EXIT.
022052
022053******************************************************************
022054* 4400-ROLE-DESC
022055******************************************************************
022056 4400-ROLE-DESC.
022057     EVALUATE TRUE
022058         WHEN REL-ROLE-PRIMARY
022059             MOVE "TITULAR" TO CON-ROLE-DESC
022060         WHEN REL-ROLE-JOINT
022061             MOVE "COTITULAR" TO CON-ROLE-DESC
022062         WHEN REL-ROLE-SIGNATORY
022063             MOVE "FIRMANTE" TO CON-ROLE-DESC
022064         WHEN REL-ROLE-BENEFICIARY
022065             MOVE "BENEFICIARIO" TO CON-ROLE-DESC
022066         WHEN OTHER
022067             MOVE "DESCONOCIDO" TO CON-ROLE-DESC
022068     END-EVALUATE.
022069 4400-ROLE-DESC-EXIT.
022070     EXIT.
022080
022090******************************************************************
022100* 5000-ASK-REASON  -  THE REASON FOR THE LOOKUP, KEYED BEFORE ANY
022110*                     DATA IS READ.  A CODE OFF THE LIST ENDS THE
022120*                     LOOKUP HERE.
022130******************************************************************
022140 5000-ASK-REASON.
022150     DISPLAY "MOTIVO (LL=LLAMADA, RC=RECLAMO, CO=CUMPLIMIENTO, "
022160         "AU=AUDITORIA, SV=SERVICIO): ".
022170     ACCEPT CON-REASON.
022180     MOVE CON-REASON TO ACP-REQ-REASON.
022190     IF NOT ACP-REASON-VALID
022200         DISPLAY "MOTIVO INVALIDO - CONSULTA RECHAZADA."
022210     END-IF.
022220 5000-ASK-REASON-EXIT.
022230     EXIT.
022240
022250******************************************************************
022260* 5100-LOG-ACCESS  -  WRITES THE ACCSLOG RECORD THROUGH ACCSREG.
022270*                     THE CALLER SETS THE KIND, ACCOUNT AND
022280*                     CUSTOMER; NOTHING IS SHOWN UNLESS THE RECORD
022290*                     IS ON FILE.
022300******************************************************************
022310 5100-LOG-ACCESS.
022320     MOVE "N" TO CON-LOGGED-SW.
022330     MOVE CON-OPERATOR-ID TO ACP-REQ-OPERATOR.
022340     MOVE CON-SES-DATE TO ACP-REQ-SES-DATE.
022350     MOVE CON-SES-TIME TO ACP-REQ-SES-TIME.
022360     MOVE "CONSULTA" TO ACP-REQ-PROGRAM.
022370     MOVE CON-REASON TO ACP-REQ-REASON.
022380     CALL "ACCSREG" USING ACP-PARM.
022390     IF ACP-REPLY-LOGGED
022400         MOVE "Y" TO CON-LOGGED-SW
022410     ELSE
022420         DISPLAY "NO SE PUDO REGISTRAR EL ACCESO (ACCSLOG) - "
022430             "CONSULTA RECHAZADA."
022440     END-IF.
022450 5100-LOG-ACCESS-EXIT.
022460     EXIT.
022500
022600 END PROGRAM CONSULTA-CUENTAS.
