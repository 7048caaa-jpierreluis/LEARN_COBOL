002000*              "REV " ENTRY ITSELF.  REACHED FROM
002100*              MENU-PRINCIPAL (SUPERVISOR-ONLY).
002200* TECTONICS:   cobc -x example45-reversaPosteos.cbl
002210*                  example94-depositoVigente.cbl
002300*
002400* MODIFICATION HISTORY
002500*   03/09/26  JPL  INITIAL VERSION.
002592*                  ENTRY REVERSE TWICE IN ONE DAY.  A REVERSAL
002593*                  ALSO REACTIVATES A DORMANT ACCOUNT NOW,
002594*                  LIKE EVERY OTHER POSTING PATH.
002600*   09/09/26  JPL  A TRANSFER LEG (PJR-XFER-REF SET) REVERSES
002610*                  TOGETHER WITH ITS PARTNER LEG: THE OTHER
002620*                  ACCOUNT'S RECORD UNDER THE SAME REFERENCE IS
002630*                  FOUND ON POSTJRNL, BOTH ACCOUNTS MUST BE
002640*                  POSTABLE AND NEITHER LEG ALREADY REVERSED, AND
002650*                  EACH LEG GETS ITS OWN "REV " RECORD CARRYING
002660*                  THE SAME TRANSFER REFERENCE.  A LEG IS NEVER
002670*                  REVERSED ALONE.
002672*   16/09/26  JPL  AN ESCHEATED ACCOUNT IS REFUSED LIKE A
002674*                  FROZEN OR CLOSED ONE.
002676*   22/09/26  JPL  A "DSP " DISPUTE CREDIT IS REFUSED - DISPUTA
002678*                  REVERSES IT WHEN THE CASE IS DENIED.
002680*   28/09/26  JPL  REVERSING A "LOTE" ENTRY THAT OPBPOST LOGGED
002682*                  ON DSKPOST APPENDS THE OPPOSITE DSKPOST
002684*                  RECORD UNDER THE SAME DESK, SO THE DESKSTL
002686*                  SETTLEMENT UNWINDS WITH THE POSTING.
002687*   09/10/26  JPL  AN ACCOUNT WITH A TERM DEPOSIT IN FORCE
002688*                  (TDEPCHK) IS REFUSED, ON EITHER LEG OF A
002689*                  TRANSFER - TDEPVEN ALONE MOVES IT.
002690******************************************************************
002700
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. REVPOST.
004600     SELECT OPER-SESSION-FILE ASSIGN TO "OPERSES"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SESSION-STATUS.
004810
004820     SELECT DESK-POST-FILE ASSIGN TO "DSKPOST"
004830         ORGANIZATION IS LINE SEQUENTIAL
004840         FILE STATUS IS WS-DSKPOST-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005700
005800 FD  OPER-SESSION-FILE.
005900 COPY SESREC.
005910
005920 FD  DESK-POST-FILE.
005930 COPY DSKPOST.
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-JRNL-STATUS.
006500     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTMAST-CODE.
006600 01  WS-SESSION-STATUS.
006700     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
006710 01  WS-DSKPOST-STATUS.
006720     COPY FSTATCOD REPLACING FS-NAME BY WS-DSKPOST-CODE.
006730 77  REV-DSK-EOF-SW                  PIC X(01) VALUE "N".
006740     88  REV-DSK-EOF                 VALUE "Y".
006750 77  REV-POSTING-DESK                PIC X(04) VALUE SPACES.
006760 COPY TDEPPARM.
006800
006900 77  REV-SESSION-OK-SW               PIC X(01) VALUE "N".
007000     88  REV-SESSION-OK              VALUE "Y".
009700 77  REV-FOUND-AMOUNT                PIC S9(09)V99 VALUE ZERO.
009800 77  REV-POST-AMOUNT                 PIC S9(09)V99 VALUE ZERO.
009900 77  REV-OLD-BALANCE                 PIC S9(09)V99 VALUE ZERO.
009905*    TRANSFER LEGS - THE FOUND LEG'S SHARED REFERENCE (ZERO
009910*    FOR ANY OTHER ENTRY) AND THE PARTNER LEG ON THE OTHER
009915*    ACCOUNT.
009920 01  REV-FOUND-XFER-REF.
009925     05  REV-FOUND-XFER-DATE         PIC 9(08) VALUE ZERO.
009930     05  REV-FOUND-XFER-TIME         PIC 9(08) VALUE ZERO.
009935     05  REV-FOUND-XFER-SEQ          PIC 9(05) VALUE ZERO.
009940 77  REV-PARTNER-SW                  PIC X(01) VALUE "N".
009945     88  REV-PARTNER-FOUND           VALUE "Y".
009950 77  REV-PARTNER-REV-SW              PIC X(01) VALUE "N".
009955     88  REV-PARTNER-REVERSED        VALUE "Y".
009960 77  REV-PARTNER-ACCOUNT             PIC X(10) VALUE SPACES.
009965 77  REV-PARTNER-DATE                PIC 9(08) VALUE ZERO.
009970 77  REV-PARTNER-TIME                PIC 9(08) VALUE ZERO.
009975 77  REV-PARTNER-AMOUNT              PIC S9(09)V99 VALUE ZERO.
010000 01  REV-AMT-ED                      PIC -ZZZ,ZZZ,ZZZ.99.
010100
010200 PROCEDURE DIVISION.
013800             "AJUSTE EL BUCKET CON EL SIGUIENTE ACUMULO."
013900         GO TO 0000-MAINLINE-EXIT
014000     END-IF.
014001     IF REV-FOUND-SOURCE = "DSP "
014002         DISPLAY "UN CREDITO POR RECLAMO SE RESUELVE EN DISPUTA."
014003         GO TO 0000-MAINLINE-EXIT
014004     END-IF.
014005     IF REV-FOUND-XFER-DATE > ZERO
014010         PERFORM 2700-FIND-PARTNER THRU 2700-FIND-PARTNER-EXIT
014015         IF NOT REV-PARTNER-FOUND
014020             DISPLAY "TRANSFERENCIA SIN SU OTRA PATA EN "
014025                 "POSTJRNL - NO SE REVERSA UNA PATA SOLA."
014030             GO TO 0000-MAINLINE-EXIT
014035         END-IF
014040         IF REV-PARTNER-REVERSED
014045             DISPLAY "LA OTRA PATA DE LA TRANSFERENCIA YA FUE "
014050                 "REVERSADA - NO SE REVERSA DOS VECES."
014055             GO TO 0000-MAINLINE-EXIT
014060         END-IF
014065         PERFORM 3500-APPLY-XFER-REVERSAL
014070             THRU 3500-APPLY-XFER-REVERSAL-EXIT
014075         GO TO 0000-MAINLINE-EXIT
014080     END-IF.
014100     PERFORM 3000-APPLY-REVERSAL THRU 3000-APPLY-REVERSAL-EXIT.
014200 0000-MAINLINE-EXIT.
014300     GOBACK.
021000 2000-SCAN-JOURNAL.
021100     MOVE "N" TO REV-FOUND-SW REV-JRNL-EOF-SW
021200                 REV-ALREADY-SW.
021205     MOVE ZERO TO REV-FOUND-XFER-REF.
021210*    THE COMPANION INDEX SEARCHES ONE ACCOUNT'S SLICE FAST,
021220*    BUT IT ONLY KNOWS ITS LAST BATCH REBUILD - TODAY'S
021230*    POSTINGS AND TODAY'S REVERSALS LIVE ONLY ON THE
023700         SET REV-FOUND TO TRUE
023800         MOVE PJR-SOURCE TO REV-FOUND-SOURCE
023900         MOVE PJR-AMOUNT TO REV-FOUND-AMOUNT
023910*        THE LIVE JOURNAL HOLDS EVERY LEG, SO THE TRANSFER
023920*        REFERENCE IS TAKEN FROM IT, NOT FROM THE INDEX.
023930         IF PJR-XFER-DATE IS NUMERIC
023940           AND PJR-XFER-DATE > ZERO
023950             MOVE PJR-XFER-REF TO REV-FOUND-XFER-REF
023960         END-IF
024000     END-IF.
024100*    A "REV " RECORD POINTING AT THE SAME ENTRY MEANS THE
024200*    CORRECTION ALREADY HAPPENED.  OLD RECORDS READ BACK WITH
027100                 REV-ACCOUNT-WANTED
027200             GO TO 3000-APPLY-REVERSAL-CLOSE
027300     END-READ.
027400     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
027500         DISPLAY "CUENTA CONGELADA O CERRADA - LA REVERSA "
027600             "REQUIERE REACTIVARLA PRIMERO (CTASTAT)."
027700         GO TO 3000-APPLY-REVERSAL-CLOSE
027800     END-IF.
027810*    A TERM DEPOSIT IN FORCE IS MOVED BY TDEPVEN ONLY.
027820     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
027830     CALL "TDEPCHK" USING TDK-PARM.
027840     IF TDK-DEPOSIT-ACTIVE
027850         DISPLAY "DEPOSITO A PLAZO VIGENTE HASTA "
027860             TDK-REPLY-MATURITY-DATE " - REVERSA RECHAZADA."
027870         GO TO 3000-APPLY-REVERSAL-CLOSE
027880     END-IF.
027900     COMPUTE REV-POST-AMOUNT = ZERO - REV-FOUND-AMOUNT.
028000     MOVE ACM-ACCOUNT-BALANCE TO REV-OLD-BALANCE.
028010*    A REVERSAL IS MOVEMENT LIKE ANY OTHER POSTING - A
028900     CLOSE ACCT-MASTER-FILE.
029000 3000-APPLY-REVERSAL-EXIT.
029100     EXIT.
029102
029104******************************************************************
029106* 3500-APPLY-XFER-REVERSAL  -  BOTH LEGS OF A TRANSFER.  BOTH
029108*                              ACCOUNTS ARE PROVED POSTABLE
029110*                              BEFORE EITHER MOVES; THEN EACH
029112*                              LEG POSTS ITS EXACT OPPOSITE
029114*                              THROUGH 3200, THE FOUND LEG
029116*                              FIRST.
029118******************************************************************
029120 3500-APPLY-XFER-REVERSAL.
029122     OPEN I-O ACCT-MASTER-FILE.
029124     IF NOT FS-SUCCESS OF WS-ACCTMAST-STATUS
029126         DISPLAY "ACCTMAST NO DISPONIBLE - ESTADO "
029128             WS-ACCTMAST-STATUS
029130         GO TO 3500-APPLY-XFER-REVERSAL-EXIT
029132     END-IF.
029134     MOVE REV-PARTNER-ACCOUNT TO ACM-ACCOUNT-NUMBER.
029136     READ ACCT-MASTER-FILE
029138         INVALID KEY
029140             DISPLAY "CUENTA DE LA OTRA PATA NO ENCONTRADA: "
029142                 REV-PARTNER-ACCOUNT
029144             GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029146     END-READ.
029148     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
029150         DISPLAY "CUENTA " REV-PARTNER-ACCOUNT " (OTRA PATA) "
029152             "CONGELADA O CERRADA - REACTIVARLA PRIMERO."
029154         GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029156     END-IF.
029158     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
029160     CALL "TDEPCHK" USING TDK-PARM.
029162     IF TDK-DEPOSIT-ACTIVE
029164         DISPLAY "CUENTA " REV-PARTNER-ACCOUNT " (OTRA PATA) CON "
029166             "DEPOSITO A PLAZO VIGENTE - REVERSA RECHAZADA."
029168         GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029170     END-IF.
029172     MOVE REV-ACCOUNT-WANTED TO ACM-ACCOUNT-NUMBER.
029174     READ ACCT-MASTER-FILE
029176         INVALID KEY
029178             DISPLAY "CUENTA NO ENCONTRADA: "
029180                 REV-ACCOUNT-WANTED
029182             GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029184     END-READ.
029186     IF ACM-STAT-FROZEN OR ACM-STAT-CLOSED OR ACM-STAT-ESCHEATED
029188         DISPLAY "CUENTA CONGELADA O CERRADA - LA REVERSA "
029190             "REQUIERE REACTIVARLA PRIMERO (CTASTAT)."
029192         GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029194     END-IF.
029196     MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT.
029198     CALL "TDEPCHK" USING TDK-PARM.
029200     IF TDK-DEPOSIT-ACTIVE
029202         DISPLAY "DEPOSITO A PLAZO VIGENTE HASTA "
029204             TDK-REPLY-MATURITY-DATE " - REVERSA RECHAZADA."
029206         GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029208     END-IF.
029210     COMPUTE REV-POST-AMOUNT = ZERO - REV-FOUND-AMOUNT.
029212     PERFORM 3550-REVERSE-LEG THRU 3550-REVERSE-LEG-EXIT.
029214*    THE PARTNER LEG IS NOW THE ENTRY BEING REVERSED - ITS
029216*    OWN DATE AND TIME GO ON ITS "REV " RECORD.
029218     MOVE REV-PARTNER-ACCOUNT TO REV-ACCOUNT-WANTED.
029220     MOVE REV-PARTNER-DATE    TO REV-DATE-WANTED.
029222     MOVE REV-PARTNER-TIME    TO REV-TIME-WANTED.
029224     MOVE REV-PARTNER-ACCOUNT TO ACM-ACCOUNT-NUMBER.
029226     READ ACCT-MASTER-FILE
029228         INVALID KEY
029230             DISPLAY "*** CUENTA " REV-PARTNER-ACCOUNT
029232                 " DESAPARECIO - OTRA PATA SIN REVERSAR"
029234             GO TO 3500-APPLY-XFER-REVERSAL-CLOSE
029236     END-READ.
029238     COMPUTE REV-POST-AMOUNT = ZERO - REV-PARTNER-AMOUNT.
029240     PERFORM 3550-REVERSE-LEG THRU 3550-REVERSE-LEG-EXIT.
029256     DISPLAY "TRANSFERENCIA REVERSADA - AMBAS PATAS.".
029257 3500-APPLY-XFER-REVERSAL-CLOSE.
029258     CLOSE ACCT-MASTER-FILE.
029259 3500-APPLY-XFER-REVERSAL-EXIT.
029260     EXIT.
029261
029262******************************************************************
029263* 3550-REVERSE-LEG  -  REV-POST-AMOUNT AGAINST THE ACCOUNT IN
029264*                      THE FD, JOURNALED UNDER THE TRANSFER
029265*                      REFERENCE.
029266******************************************************************
029267 3550-REVERSE-LEG.
029268     MOVE ACM-ACCOUNT-BALANCE TO REV-OLD-BALANCE.
029269     IF ACM-STAT-DORMANT
029270         MOVE "A" TO ACM-ACCOUNT-STATUS
029271     END-IF.
029272     ADD REV-POST-AMOUNT TO ACM-ACCOUNT-BALANCE.
029273     REWRITE ACM-ACCOUNT-RECORD.
029274     PERFORM 3200-WRITE-JOURNAL THRU 3200-WRITE-JOURNAL-EXIT.
029275     MOVE REV-POST-AMOUNT TO REV-AMT-ED.
029276     DISPLAY "REVERSA APLICADA A " ACM-ACCOUNT-NUMBER ": "
029277         REV-AMT-ED.
029278 3550-REVERSE-LEG-EXIT.
029279     EXIT.
029280
029300******************************************************************
029400* 3200-WRITE-JOURNAL  -  SOURCE "REV " WITH THE REFERENCE BACK
029500*                        TO THE REVERSED ENTRY.
030500     MOVE "REV "              TO PJR-SOURCE.
030600     MOVE REV-DATE-WANTED     TO PJR-REF-DATE.
030700     MOVE REV-TIME-WANTED     TO PJR-REF-TIME.
030750     MOVE REV-FOUND-XFER-REF  TO PJR-XFER-REF.
030800     OPEN EXTEND POST-JRNL-FILE.
030900     IF FS-NOT-FOUND OF WS-JRNL-STATUS
031000         OPEN OUTPUT POST-JRNL-FILE
031300     END-IF.
031400     WRITE PJR-JOURNAL-RECORD.
031500     CLOSE POST-JRNL-FILE.
031510     IF REV-FOUND-SOURCE = "LOTE"
031520         PERFORM 3250-WRITE-DESK-REVERSAL
031530             THRU 3250-WRITE-DESK-REVERSAL-EXIT
031540     END-IF.
031600 3200-WRITE-JOURNAL-EXIT.
031700     EXIT.
031702
031704******************************************************************
031706* 3250-WRITE-DESK-REVERSAL  -  FINDS THE DSKPOST RECORD OPBPOST
031708*                              WROTE BESIDE THE REVERSED ENTRY
031710*                              AND APPENDS ITS OPPOSITE UNDER
031712*                              THE SAME DESK, DATED TODAY.  AN
031714*                              ENTRY POSTED WITHOUT A DESK TAG
031716*                              HAS NONE AND NEEDS NONE.
031718******************************************************************
031720 3250-WRITE-DESK-REVERSAL.
031721     MOVE SPACES TO REV-POSTING-DESK.
031722     MOVE "N" TO REV-DSK-EOF-SW.
031723     OPEN INPUT DESK-POST-FILE.
031724     IF NOT FS-SUCCESS OF WS-DSKPOST-STATUS
031725         GO TO 3250-WRITE-DESK-REVERSAL-EXIT
031726     END-IF.
031727     PERFORM 3260-SCAN-DESK-POSTING
031728         THRU 3260-SCAN-DESK-POSTING-EXIT
031729         UNTIL REV-DSK-EOF OR REV-POSTING-DESK NOT = SPACES.
031730     CLOSE DESK-POST-FILE.
031731     IF REV-POSTING-DESK = SPACES
031732         GO TO 3250-WRITE-DESK-REVERSAL-EXIT
031733     END-IF.
031734     MOVE REV-TODAY           TO DKP-RUN-DATE.
031735     MOVE REV-RUN-TIME        TO DKP-RUN-TIME.
031736     MOVE ACM-ACCOUNT-NUMBER  TO DKP-ACCOUNT.
031737     MOVE REV-POST-AMOUNT     TO DKP-AMOUNT.
031738     MOVE REV-POSTING-DESK    TO DKP-DESK.
031739     MOVE "REV "              TO DKP-SOURCE.
031740     OPEN EXTEND DESK-POST-FILE.
031741     WRITE DKP-DESK-POSTING-RECORD.
031742     CLOSE DESK-POST-FILE.
031743 3250-WRITE-DESK-REVERSAL-EXIT.
031744     EXIT.
031745
031746******************************************************************
031747* 3260-SCAN-DESK-POSTING
031748******************************************************************
031749 3260-SCAN-DESK-POSTING.
031750     READ DESK-POST-FILE
031751         AT END
031752             MOVE "Y" TO REV-DSK-EOF-SW
031753             GO TO 3260-SCAN-DESK-POSTING-EXIT
031754     END-READ.
031755     IF DKP-ACCOUNT = ACM-ACCOUNT-NUMBER
031756       AND DKP-RUN-DATE = REV-DATE-WANTED
031757       AND DKP-RUN-TIME = REV-TIME-WANTED
031758       AND DKP-AMOUNT + REV-POST-AMOUNT = ZERO
031759       AND DKP-SRC-BATCH
031760         MOVE DKP-DESK TO REV-POSTING-DESK
031761     END-IF.
031762 3260-SCAN-DESK-POSTING-EXIT.
031763     EXIT.
031800
031802******************************************************************
031804* 2700-FIND-PARTNER  -  THE OTHER LEG OF THE FOUND TRANSFER:
031806*                       SAME PJR-XFER-REF, OTHER ACCOUNT.  A
031808*                       "REV " RECORD UNDER THE SAME
031810*                       REFERENCE ON THAT ACCOUNT MEANS THE
031812*                       PARTNER IS ALREADY REVERSED.
031814******************************************************************
031816 2700-FIND-PARTNER.
031818     MOVE "N" TO REV-PARTNER-SW REV-PARTNER-REV-SW
031820                 REV-JRNL-EOF-SW.
031822     OPEN INPUT POST-JRNL-FILE.
031824     IF NOT FS-SUCCESS OF WS-JRNL-STATUS
031826         GO TO 2700-FIND-PARTNER-EXIT
031828     END-IF.
031830     PERFORM 2710-PARTNER-ONE-REC THRU 2710-PARTNER-ONE-REC-EXIT
031832         UNTIL REV-JRNL-EOF.
031834     CLOSE POST-JRNL-FILE.
031836 2700-FIND-PARTNER-EXIT.
031838     EXIT.
031840
031842******************************************************************
031844* 2710-PARTNER-ONE-REC
031846******************************************************************
031848 2710-PARTNER-ONE-REC.
031850     READ POST-JRNL-FILE
031852         AT END
031854             SET REV-JRNL-EOF TO TRUE
031856             GO TO 2710-PARTNER-ONE-REC-EXIT
031858     END-READ.
031860     IF PJR-XFER-DATE IS NOT NUMERIC
031862       OR PJR-XFER-REF NOT = REV-FOUND-XFER-REF
031864       OR PJR-ACCOUNT-NUMBER = REV-ACCOUNT-WANTED
031866         GO TO 2710-PARTNER-ONE-REC-EXIT
031868     END-IF.
031870     IF PJR-SOURCE-REVERSAL
031872         SET REV-PARTNER-REVERSED TO TRUE
031874     ELSE
031876         SET REV-PARTNER-FOUND TO TRUE
031878         MOVE PJR-ACCOUNT-NUMBER TO REV-PARTNER-ACCOUNT
031880         MOVE PJR-RUN-DATE       TO REV-PARTNER-DATE
031882         MOVE PJR-RUN-TIME       TO REV-PARTNER-TIME
031884         MOVE PJR-AMOUNT         TO REV-PARTNER-AMOUNT
031886     END-IF.
031888 2710-PARTNER-ONE-REC-EXIT.
031890     EXIT.
031892
031900 END PROGRAM REVPOST.
