001010*                  example23-validaOperador.cbl
001020*                  example33-catalogoMensajes.cbl
001030*                  example39-verificaCuenta.cbl
001050*                  example65-sumaRetenciones.cbl
001060*                  example82-verificaKyc.cbl
001070*                  example86-exposicionCliente.cbl
001080*                  example94-depositoVigente.cbl
001100*
001200* MODIFICATION HISTORY
001300*   09/08/26  JPL  WIDENED MULTIPLICAR TO PIC 9(9) AND ADDED AN
017890*                  TELLING THE OPERATOR THE DIGIT THE BODY
017891*                  CALLS FOR - NEW ACCOUNTS ARE SELF-CHECKING
017892*                  FROM BIRTH.
017893*   07/09/26  JPL  5200-CREATE-ACCOUNT NOW OPENS EVERY ACCOUNT
017894*                  UNDER AN ACTIVE PRODUCT FROM THE PRODMAST
017895*                  CATALOG: A BLANK OVERDRAFT LIMIT TAKES THE
017896*                  PRODUCT'S DEFAULT, AND THE ACCOUNT CURRENCY
017897*                  MUST BE ONE THE PRODUCT ALLOWS.
017900*   09/09/26  JPL  OPBTRIN/OPBTROUT NOW CARRY A DESTINATION
017910*                  ACCOUNT FOR THE NEW TRANSFER POSTING TYPE
017920*                  ("T" - SUMA MOVES FROM THE RECORD'S ACCOUNT
017930*                  TO THE DESTINATION), COPIED THROUGH TO
017940*                  OPBTROUT FOR OPBPOST.  THE DUPLICATE CHECK
017950*                  COMPARES THE WIDENED IMAGE, AND OPBREJ AND
017960*                  OPBSUSP CARRY THE DESTINATION AFTER THE RUN
017970*                  DATE SO EXISTING READERS KEEP THEIR OFFSETS.
017972*   10/09/26  JPL  THE OVERDRAFT CHECK ON A DEBIT NOW MEASURES
017974*                  THE POSTING AGAINST THE AVAILABLE BALANCE -
017976*                  LEDGER LESS THE ACCOUNT'S HOLDS IN FORCE ON
017978*                  HOLDMAST (HOLDSUM) - SO EARMARKED FUNDS GO
017980*                  THROUGH THE SAME SUPERVISOR REFERRAL AS AN
017982*                  OVERDRAFT.  CREDITS ARE NEVER HELD BACK.
017983*   11/09/26  JPL  NEW ACCOUNTS START CHARGEABLE (FEE-EXEMPT
017984*                  INDICATOR SPACE) FOR THE FEECHG RUN.
017985*   16/09/26  JPL  AN ESCHEATED ACCOUNT ACCEPTS NO POSTINGS.
017986*   01/10/26  JPL  A NEW ACCOUNT IS REFUSED WHEN ITS CUSTOMER'S
017987*                  KYC REVIEW LAPSED PAST THE GRACE PERIOD
017988*                  (KYCCHECK), THE SAME AS A CUSTOMER NOT ON
017989*                  CUSTMAST.
017990*   05/10/26  JPL  OPBTRIN/OPBTROUT CARRY A TRAILING VALUE DATE
017991*                  FOR OPBPOST; THE DUPLICATE CHECK COMPARES IT.
017997*   06/10/26  JPL  A DEBIT THAT WOULD TAKE THE CUSTOMER'S TOTAL
018003*                  EXPOSURE PAST CST-EXPOSURE-LIMIT (EXPOSUM) GOES
018009*                  THROUGH THE SAME SUPERVISOR REFERRAL AS AN
018015*                  OVERDRAFT, RECORDED ON OVDAPR AS KIND "C".
018021*   08/10/26  JPL  POSTING CYCLES.  THE CONSOLIDATED HEADER'S
018027*                  BATCH ID ENDS IN THE CYCLE NUMBER AND CARRIES
018033*                  THE CYCLE KIND, SO THE RUNCTL RUN-ONCE CHECK IS
018039*                  NOW BY DATE + CYCLE (A FILE WITH NO HEADER IS
018045*                  CYCLE ZERO, THE OLD ONCE-A-DAY RULE) AND BOTH
018051*                  RUNCTL RECORDS CARRY THE CYCLE.  THE BATCH
018057*                  WINDOW'S START ("S") AND COMPLETION ("B", WITH
018063*                  THE POSTING REQUESTS LEFT ON OPBTROUT) ARE
018069*                  RECORDED ON CICLREG, AND OPBRPT SHOWS THE
018075*                  CYCLE.
018076*   09/10/26  JPL  5260-CHECK-PRODUCT KEEPS THE PRODUCT'S
018077*                  OVERDRAFT DEFAULT AND CURRENCY LIST IN
018078*                  OPB-PROD-SAVE, SINCE THE FD RECORD DOES NOT
018079*                  OUTLIVE THE CLOSE.  AN ACCOUNT WITH A TERM
018080*                  DEPOSIT IN FORCE (TDEPCHK) ACCEPTS NO POSTINGS.
018081*                  5200 STARTS A NEW ACCOUNT FROM A CLEARED RECORD,
018082*                  SO NO HOME DESK OR ACCRUAL CARRIES OVER.
018083******************************************************************

018087 IDENTIFICATION DIVISION.
018100 PROGRAM-ID. OPERACIONES-BASICAS.

018200 ENVIRONMENT DIVISION.
021000         ORGANIZATION IS LINE SEQUENTIAL
021100         FILE STATUS IS WS-RUNCTL-STATUS.

021110     SELECT CYCLE-REG-FILE ASSIGN TO "CICLREG"
021120         ORGANIZATION IS LINE SEQUENTIAL
021130         FILE STATUS IS WS-CICLREG-STATUS.

021200     SELECT OVD-APPROVAL-FILE ASSIGN TO "OVDAPR"
021300         ORGANIZATION IS LINE SEQUENTIAL
021400         FILE STATUS IS WS-OVDAPR-STATUS.
023100         RECORD KEY IS CST-CUSTOMER-ID
023200         FILE STATUS IS WS-CUSTMAST-STATUS.

023210     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
023220         ORGANIZATION IS INDEXED
023230         ACCESS MODE IS DYNAMIC
023240         RECORD KEY IS PRD-PRODUCT-CODE
023250         FILE STATUS IS WS-PRODMAST-STATUS.

023300 DATA DIVISION.
023400 FILE SECTION.
023500 FD  OPB-TRANS-IN-FILE.
024100     05  OPB-IN-ACCOUNT              PIC X(10).
024200     05  OPB-IN-POST-TYPE            PIC X(01).
024300     05  OPB-IN-SOURCE               PIC X(04).
024350     05  OPB-IN-DEST-ACCOUNT         PIC X(10).
024360     05  OPB-IN-VALUE-DATE           PIC X(08).
024400 01  OPB-IN-RECORD-ALT REDEFINES OPB-IN-RECORD
024500                                     PIC X(53).
024600******************************************************************
024700* BATCH HEADER VIEW OF THE FIRST OPBTRIN RECORD.  A DETAIL
024800* RECORD ALWAYS STARTS WITH ITS LEADING SIGN (+ OR -), SO AN
025300         88  OPB-HDR-IS-HEADER       VALUE "H".
025400     05  OPB-HDR-BATCH-ID            PIC X(08).
025500     05  OPB-HDR-TRANS-DATE          PIC 9(08).
025600     05  OPB-HDR-CYCLE-KIND          PIC X(01).
025610     05  FILLER                      PIC X(35).

025700 FD  OPB-TRANS-OUT-FILE.
025800 01  OPB-OUT-RECORD.
027200     05  OPB-OUT-DIV-ERR             PIC X(01).
027300     05  OPB-OUT-ACCOUNT             PIC X(10).
027400     05  OPB-OUT-POST-TYPE           PIC X(01).
027410         88  OPB-OUT-POST-SUMA       VALUE "S" "s".
027420         88  OPB-OUT-POST-RESTA      VALUE "R" "r".
027430         88  OPB-OUT-POST-TRANSFER   VALUE "T" "t".
027500     05  OPB-OUT-SOURCE              PIC X(04).
027550     05  OPB-OUT-DEST-ACCOUNT        PIC X(10).
027560     05  OPB-OUT-VALUE-DATE          PIC X(08).

027600 FD  OPB-CKPT-FILE.
027700 01  OPB-CKPT-RECORD                 PIC 9(07).
027900 01  OPB-REJECT-RECORD.
027910     05  OPB-REJ-IMAGE               PIC X(35).
027920     05  OPB-REJ-DATE                PIC 9(08).
027950     05  OPB-REJ-DEST-ACCOUNT        PIC X(10).

028000 FD  OPB-SUSPENSE-FILE.
028100 01  OPB-SUSPENSE-RECORD.
028110     05  OPB-SUSP-IMAGE              PIC X(35).
028120     05  OPB-SUSP-DATE               PIC 9(08).
028150     05  OPB-SUSP-DEST-ACCOUNT       PIC X(10).

028200 FD  OPB-BATCH-REG-FILE.
028300 01  OPB-BREG-RECORD.
029000 FD  RUN-CONTROL-FILE.
029100 COPY RUNCTL.

029110 FD  CYCLE-REG-FILE.
029120 COPY CICLREG.

029200 FD  OVD-APPROVAL-FILE.
029300 COPY OVDAPR.

030600 FD  CUST-MASTER-FILE.
030700 COPY CUSTREC.

030710 FD  PRODUCT-MASTER-FILE.
030720 COPY PRODREC.

030800 WORKING-STORAGE SECTION.
030900******************************************************************
031000* OPERANDOS
036300     88  OPB-RUNCTL-DONE             VALUE "Y".
036400 77  OPB-RUNCTL-EOF-SW               PIC X(01) VALUE "N".
036500     88  OPB-RUNCTL-EOF              VALUE "Y".
036505******************************************************************
036510* THE POSTING CYCLE THIS OPBTRIN BELONGS TO, FROM ITS HEADER
036515* (ZERO WHEN THERE IS NO CONSOLIDATED HEADER), AND THE POSTING
036520* REQUESTS TALLIED OFF OPBTROUT FOR ITS CICLREG "B" RECORD.
036525******************************************************************
036530 01  WS-CICLREG-STATUS.
036535     COPY FSTATCOD REPLACING FS-NAME BY WS-CICLREG-CODE.
036540 77  OPB-CYCLE                       PIC 9(01) VALUE ZERO.
036545 77  OPB-CYCLE-KIND                  PIC X(01) VALUE SPACE.
036550     88  OPB-CYCLE-INTRADAY          VALUE "I".
036555 77  OPB-CYCLE-DATE                  PIC 9(08) VALUE ZERO.
036560 77  OPB-CYCLE-BATCH-ID              PIC X(08) VALUE SPACES.
036565 77  OPB-CYC-POST-COUNT              PIC 9(07) VALUE ZERO.
036570 77  OPB-CYC-POST-AMT                PIC S9(09)V99 VALUE ZERO.
036575 77  OPB-CYC-EOF-SW                  PIC X(01) VALUE "N".
036580     88  OPB-CYC-EOF                 VALUE "Y".

036600******************************************************************
036700* BATCH REJECT HANDLING
042200 77  OPB-CUST-FOUND-SW               PIC X(01) VALUE "N".
042300     88  OPB-CUST-FOUND              VALUE "Y".
042400     88  OPB-CUST-NOT-FOUND          VALUE "N".
042405     88  OPB-CUST-KYC-LAPSED         VALUE "K".
042410 01  WS-PRODMAST-STATUS.
042420     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
042430 77  OPB-PROD-FOUND-SW               PIC X(01) VALUE "N".
042440     88  OPB-PROD-FOUND              VALUE "Y".
042450     88  OPB-PROD-NOT-FOUND          VALUE "N".
042460 77  OPB-CCY-OK-SW                   PIC X(01) VALUE "N".
042470     88  OPB-CCY-OK                  VALUE "Y".
042480 77  OPB-CCY-IDX                     PIC 9(01) COMP VALUE 1.
042483 01  OPB-PROD-SAVE.
042486     05  OPB-PROD-OVERDRAFT          PIC 9(08)V99.
042489     05  OPB-PROD-CCY-TABLE.
042492         10  OPB-PROD-CCY            PIC X(03)
042495                                     OCCURS 4 TIMES.
042500 01  WS-SESSION-STATUS.
042600     COPY FSTATCOD REPLACING FS-NAME BY WS-SESSION-CODE.
042700 77  OPB-SUPERVISOR-SW               PIC X(01) VALUE "N".
043800 COPY OPSPARM.
043900 77  OPB-OVD-LIMIT                   PIC 9(08)V99 VALUE ZERO.
044000 77  OPB-OVD-NEW-BALANCE             PIC S9(09)V99 VALUE ZERO.
044050 77  OPB-OVD-HELD                    PIC 9(11)V99 VALUE ZERO.
044100 77  OPB-OVD-BLOCKED-SW              PIC X(01) VALUE "N".
044200     88  OPB-OVD-BLOCKED             VALUE "Y".
044300 77  OPB-OVD-AUTH-SW                 PIC X(01) VALUE "N".
044400     88  OPB-OVD-AUTHORIZED          VALUE "Y".
044500 77  OPB-OVD-SUPER-ID                PIC X(08) VALUE SPACES.
044600 77  OPB-OVD-SUPER-PW                PIC X(08) VALUE SPACES.
044610 77  OPB-EXP-BLOCKED-SW              PIC X(01) VALUE "N".
044620     88  OPB-EXP-BLOCKED             VALUE "Y".
044630 77  OPB-EXP-NEW-LEDGER              PIC S9(09)V99 VALUE ZERO.
044640 01  OPB-EXP-ED                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
044650 COPY EXPPARM.
044700 77  OPB-LIMIT-INPUT                 PIC X(11) VALUE SPACES.

044710******************************************************************
045100* THE ID UP THROUGH MSGBUSCA AND DISPLAYS THE ANSWER.
045200******************************************************************
045250 COPY CTAPARM.
045260 COPY HOLDPARM.
045270 COPY KYCPARM.
045280 COPY TDEPPARM.
045300 COPY MSGPARM.
045400 77  OPB-MSG-LANG                    PIC X(01) VALUE "S".
045500 77  OPB-OPERATOR-ID                 PIC X(08) VALUE SPACES.
047500 77  OPB-SUSP-COUNT                  PIC 9(07) VALUE ZERO.
047600 77  OPB-SEEN-MAX                    PIC 9(03) VALUE 999.
047700 01  OPB-SEEN-TABLE.
047800     05  OPB-SEEN-ENTRY              PIC X(53)
047900                                     OCCURS 999 TIMES.
048000 77  OPB-SEEN-COUNT                  PIC 9(03) COMP VALUE ZERO.
048100 77  OPB-SEEN-IDX                    PIC 9(03) COMP VALUE 1.
064500     PERFORM 4010-CHECK-RUN-CONTROL
064600         THRU 4010-CHECK-RUN-CONTROL-EXIT.
064700     IF OPB-RUNCTL-DONE AND NOT OPB-MODE-FORCED
064800         DISPLAY "EL LOTE DE HOY (CICLO " OPB-CYCLE
064810             ") YA CORRIO (RUNCTL) - USE "
064900             "MODO F PARA FORZAR LA RECORRIDA"
065000         MOVE 4 TO RETURN-CODE
065100         GO TO 4000-PROCESS-BATCH-EXIT
065200     END-IF.
065300     PERFORM 4015-WRITE-RUN-CONTROL
065400         THRU 4015-WRITE-RUN-CONTROL-EXIT.
065410     IF OPB-CYCLE > ZERO
065420         SET CIC-EV-STARTED TO TRUE
065430         MOVE ZERO TO CIC-COUNT CIC-POST-COUNT CIC-SUMA CIC-RESTA
065440         PERFORM 4298-WRITE-CYCLE-EVENT
065450             THRU 4298-WRITE-CYCLE-EVENT-EXIT
065460     END-IF.
065500     OPEN INPUT OPB-TRANS-IN-FILE.
065600     MOVE "N" TO OPB-EOF-SW.
065700     MOVE ZERO TO OPB-REJECT-COUNT
071600         THRU 4295-COMPLETE-RUN-CONTROL-EXIT.
071700     CLOSE OPB-TRANS-IN-FILE.
071800     CLOSE OPB-TRANS-OUT-FILE.
071809     IF OPB-CYCLE > ZERO
071818         PERFORM 4296-TALLY-CYCLE THRU 4296-TALLY-CYCLE-EXIT
071827         SET CIC-EV-PROCESSED TO TRUE
071836         MOVE OPB-REC-COUNT TO CIC-COUNT
071845         MOVE OPB-CYC-POST-COUNT TO CIC-POST-COUNT
071854         MOVE OPB-CYC-POST-AMT TO CIC-SUMA
071863         MOVE ZERO TO CIC-RESTA
071872         PERFORM 4298-WRITE-CYCLE-EVENT
071881             THRU 4298-WRITE-CYCLE-EVENT-EXIT
071890     END-IF.
071900 4000-PROCESS-BATCH-EXIT.
072000     EXIT.

072100******************************************************************
072200* 4010-CHECK-RUN-CONTROL  -  SCANS RUNCTL FOR A COMPLETED
072300*                            "OPBBATCH" RECORD UNDER TODAY'S
072400*                            DATE AND THIS OPBTRIN'S CYCLE.
072410*                            FINDING ONE MEANS THE CYCLE'S STREAM
072500*                            WAS RESUBMITTED FROM THE TOP.
072600******************************************************************
072700 4010-CHECK-RUN-CONTROL.
072800     MOVE "N" TO OPB-RUNCTL-DONE-SW OPB-RUNCTL-EOF-SW.
072900     ACCEPT OPB-RUN-DATE FROM DATE YYYYMMDD.
072910     PERFORM 4005-PEEK-CYCLE THRU 4005-PEEK-CYCLE-EXIT.
073000     OPEN INPUT RUN-CONTROL-FILE.
073100     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
073200         GO TO 4010-CHECK-RUN-CONTROL-EXIT
074500         AT END
074600             SET OPB-RUNCTL-EOF TO TRUE
074700         NOT AT END
074710             IF RUN-CTL-CYCLE IS NOT NUMERIC
074720                 MOVE ZERO TO RUN-CTL-CYCLE
075200             END-IF
075210             IF RUN-CTL-DATE = OPB-RUN-DATE
075220               AND RUN-CTL-STEP = "OPBBATCH"
075230               AND RUN-CTL-CYCLE = OPB-CYCLE
075240               AND RUN-CTL-COMPLETED
075250                 SET OPB-RUNCTL-DONE TO TRUE
075260             END-IF
075300     END-READ.
075400 4012-SCAN-RUN-CONTROL-EXIT.
075500     EXIT.
076200     SET RUN-CTL-STARTED TO TRUE.
076300     MOVE ZERO TO RUN-CTL-COUNT.
076400     ACCEPT RUN-CTL-TIME FROM TIME.
076410     MOVE OPB-CYCLE TO RUN-CTL-CYCLE.
076500     OPEN EXTEND RUN-CONTROL-FILE.
076600     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
076700         OPEN OUTPUT RUN-CONTROL-FILE
078200     SET RUN-CTL-COMPLETED TO TRUE.
078300     MOVE OPB-REC-COUNT TO RUN-CTL-COUNT.
078400     ACCEPT RUN-CTL-TIME FROM TIME.
078410     MOVE OPB-CYCLE TO RUN-CTL-CYCLE.
078500     OPEN EXTEND RUN-CONTROL-FILE.
078600     WRITE RUN-CTL-RECORD.
078700     CLOSE RUN-CONTROL-FILE.
078800 4295-COMPLETE-RUN-CONTROL-EXIT.
078900     EXIT.

078901******************************************************************
078902* 4005-PEEK-CYCLE  -  THE CYCLE IS THE LAST CHARACTER OF THE
078903*                     CONSOLIDATED HEADER'S BATCH ID.  OPBTRIN IS
078904*                     READ AND CLOSED AGAIN HERE; 4020 READS THE
078905*                     HEADER FOR REAL ONCE THE RUN IS ALLOWED.
078906******************************************************************
078907 4005-PEEK-CYCLE.
078908     MOVE ZERO TO OPB-CYCLE OPB-CYCLE-DATE.
078909     MOVE SPACE TO OPB-CYCLE-KIND.
078910     MOVE SPACES TO OPB-CYCLE-BATCH-ID.
078911     OPEN INPUT OPB-TRANS-IN-FILE.
078912     IF NOT FS-SUCCESS OF WS-TRANS-IN-STATUS
078913         GO TO 4005-PEEK-CYCLE-EXIT
078914     END-IF.
078915     READ OPB-TRANS-IN-FILE
078916         AT END
078917             CONTINUE
078918         NOT AT END
078919             IF OPB-HDR-IS-HEADER
078920               AND OPB-HDR-BATCH-ID(8:1) IS NUMERIC
078921                 MOVE OPB-HDR-BATCH-ID(8:1) TO OPB-CYCLE
078922                 MOVE OPB-HDR-CYCLE-KIND TO OPB-CYCLE-KIND
078923                 MOVE OPB-HDR-TRANS-DATE TO OPB-CYCLE-DATE
078924                 MOVE OPB-HDR-BATCH-ID TO OPB-CYCLE-BATCH-ID
078925             END-IF
078926     END-READ.
078927     CLOSE OPB-TRANS-IN-FILE.
078928 4005-PEEK-CYCLE-EXIT.
078929     EXIT.

078930******************************************************************
078931* 4296-TALLY-CYCLE  -  THE POSTING REQUESTS THE CYCLE LEFT ON
078932*                      OPBTROUT, COUNTED THE WAY CIERRDIA CHECK A
078933*                      COUNTS THEM, FOR ITS "B" RECORD.  A
078934*                      RESTARTED RUN'S OPBTROUT HOLDS THE RECORDS
078935*                      OF BOTH ATTEMPTS, SO THE FILE IS RE-READ.
078936******************************************************************
078937 4296-TALLY-CYCLE.
078938     MOVE ZERO TO OPB-CYC-POST-COUNT OPB-CYC-POST-AMT.
078939     MOVE "N" TO OPB-CYC-EOF-SW.
078940     OPEN INPUT OPB-TRANS-OUT-FILE.
078941     IF NOT FS-SUCCESS OF WS-TRANS-OUT-STATUS
078942         GO TO 4296-TALLY-CYCLE-EXIT
078943     END-IF.
078944     PERFORM 4297-TALLY-ONE-OUT THRU 4297-TALLY-ONE-OUT-EXIT
078945         UNTIL OPB-CYC-EOF.
078946     CLOSE OPB-TRANS-OUT-FILE.
078947 4296-TALLY-CYCLE-EXIT.
078948     EXIT.

078949******************************************************************
078950* 4297-TALLY-ONE-OUT
078951******************************************************************
078952 4297-TALLY-ONE-OUT.
078953     READ OPB-TRANS-OUT-FILE
078954         AT END
078955             SET OPB-CYC-EOF TO TRUE
078956             GO TO 4297-TALLY-ONE-OUT-EXIT
078957     END-READ.
078958     IF OPB-OUT-ACCOUNT = SPACES
078959         GO TO 4297-TALLY-ONE-OUT-EXIT
078960     END-IF.
078961     EVALUATE TRUE
078962         WHEN OPB-OUT-POST-SUMA
078963             ADD 1 TO OPB-CYC-POST-COUNT
078964             ADD OPB-OUT-SUMA TO OPB-CYC-POST-AMT
078965         WHEN OPB-OUT-POST-RESTA
078966             ADD 1 TO OPB-CYC-POST-COUNT
078967             ADD OPB-OUT-RESTA TO OPB-CYC-POST-AMT
078968         WHEN OPB-OUT-POST-TRANSFER
078969             ADD 2 TO OPB-CYC-POST-COUNT
078970         WHEN OTHER
078971             CONTINUE
078972     END-EVALUATE.
078973 4297-TALLY-ONE-OUT-EXIT.
078974     EXIT.

078975******************************************************************
078976* 4298-WRITE-CYCLE-EVENT  -  APPENDS ONE CICLREG RECORD FOR THIS
078977*                            CYCLE; THE CALLER SETS THE EVENT AND
078978*                            ITS COUNTS.
078979******************************************************************
078980 4298-WRITE-CYCLE-EVENT.
078981     MOVE OPB-CYCLE-DATE TO CIC-DATE.
078982     MOVE OPB-CYCLE TO CIC-CYCLE.
078983     MOVE OPB-CYCLE-KIND TO CIC-KIND.
078984     MOVE OPB-CYCLE-BATCH-ID TO CIC-BATCH-ID.
078985     MOVE SPACES TO CIC-TAG.
078986     ACCEPT CIC-TIME FROM TIME.
078987     OPEN EXTEND CYCLE-REG-FILE.
078988     IF FS-NOT-FOUND OF WS-CICLREG-STATUS
078989         OPEN OUTPUT CYCLE-REG-FILE
078990         CLOSE CYCLE-REG-FILE
078991         OPEN EXTEND CYCLE-REG-FILE
078992     END-IF.
078993     WRITE CIC-REGISTER-RECORD.
078994     CLOSE CYCLE-REG-FILE.
078995 4298-WRITE-CYCLE-EVENT-EXIT.
078996     EXIT.

079000******************************************************************
079100* 4020-CHECK-HEADER  -  READS THE FIRST OPBTRIN RECORD.  A
079200*                       BATCH HEADER ("H" IN COLUMN 1) IS
089400         MOVE "TRANSMITTAL SIN CABECERA" TO OPB-RPT-LINE
089500     END-IF.
089600     WRITE OPB-RPT-LINE.
089607     IF OPB-CYCLE > ZERO
089614         MOVE SPACES TO OPB-RPT-LINE
089621         IF OPB-CYCLE-INTRADAY
089628             STRING "CICLO DE POSTEO: " OPB-CYCLE " (INTRADIA)"
089635                 DELIMITED BY SIZE INTO OPB-RPT-LINE
089642         ELSE
089649             STRING "CICLO DE POSTEO: " OPB-CYCLE
089656                 " (CIERRE DEL DIA)"
089663                 DELIMITED BY SIZE INTO OPB-RPT-LINE
089670         END-IF
089677         WRITE OPB-RPT-LINE
089684     END-IF.
089700     MOVE SPACES TO OPB-RPT-LINE.
089800     MOVE "---- REGISTROS ----" TO OPB-RPT-LINE.
089900     WRITE OPB-RPT-LINE.
109600     END-IF.
109700     MOVE OPB-IN-RECORD-ALT TO OPB-SUSP-IMAGE.
109710     MOVE OPB-RUN-DATE TO OPB-SUSP-DATE.
109750     MOVE OPB-IN-DEST-ACCOUNT TO OPB-SUSP-DEST-ACCOUNT.
109800     WRITE OPB-SUSPENSE-RECORD.
109900     CLOSE OPB-SUSPENSE-FILE.
110000 4157-WRITE-SUSPENSE-EXIT.
110300* 4160-WRITE-REJECT  -  APPENDS THE RAW OPBTRIN RECORD TO OPBREJ.
110400******************************************************************
110500 4160-WRITE-REJECT.
110600*    THE REJECT RECORD CARRIES THE 35-BYTE INPUT IMAGE,
110700*    ACCOUNT NUMBER, POSTING TYPE AND SOURCE CODE INCLUDED;
110710*    A TRANSFER'S DESTINATION FOLLOWS THE RUN DATE.
110800     OPEN EXTEND OPB-REJECT-FILE.
110900     IF FS-NOT-FOUND OF WS-REJECT-STATUS
111000         OPEN OUTPUT OPB-REJECT-FILE
111300     END-IF.
111400     MOVE OPB-IN-RECORD-ALT TO OPB-REJ-IMAGE.
111410     MOVE OPB-RUN-DATE TO OPB-REJ-DATE.
111450     MOVE OPB-IN-DEST-ACCOUNT TO OPB-REJ-DEST-ACCOUNT.
111500     WRITE OPB-REJECT-RECORD.
111600     CLOSE OPB-REJECT-FILE.
111700 4160-WRITE-REJECT-EXIT.
114100         MOVE OPB-IN-ACCOUNT   TO OPB-OUT-ACCOUNT
114200         MOVE OPB-IN-POST-TYPE TO OPB-OUT-POST-TYPE
114300         MOVE OPB-IN-SOURCE    TO OPB-OUT-SOURCE
114350         MOVE OPB-IN-DEST-ACCOUNT TO OPB-OUT-DEST-ACCOUNT
114360         MOVE OPB-IN-VALUE-DATE   TO OPB-OUT-VALUE-DATE
114400         WRITE OPB-OUT-RECORD
114500         ADD NUM1  TO OPB-CTL-NUM1-TOTAL
114600         ADD NUM2  TO OPB-CTL-NUM2-TOTAL
134000             PERFORM 5200-CREATE-ACCOUNT
134100                 THRU 5200-CREATE-ACCOUNT-EXIT
134200         NOT INVALID KEY
134204*            A FROZEN, CLOSED OR ESCHEATED ACCOUNT ACCEPTS NO
134208*            POSTINGS.
134212             IF ACM-STAT-FROZEN
134216                 DISPLAY "CUENTA CONGELADA - POSTEO RECHAZADO"
134220                 GO TO 5100-APPLY-POSTING-CLOSE
134224             END-IF
134228             IF ACM-STAT-CLOSED
134232                 DISPLAY "CUENTA CERRADA - POSTEO RECHAZADO"
134236                 GO TO 5100-APPLY-POSTING-CLOSE
134240             END-IF
134244             IF ACM-STAT-ESCHEATED
134248                 DISPLAY "SALDO REMITIDO AL ESTADO (ESCHEAT) - "
134252                     "POSTEO RECHAZADO"
134256                 GO TO 5100-APPLY-POSTING-CLOSE
134260             END-IF
134264*            A TERM DEPOSIT IN FORCE IS MOVED BY TDEPVEN ONLY.
134268             MOVE ACM-ACCOUNT-NUMBER TO TDK-REQ-ACCOUNT
134272             CALL "TDEPCHK" USING TDK-PARM
134276             IF TDK-DEPOSIT-ACTIVE
134280                 DISPLAY "DEPOSITO A PLAZO VIGENTE HASTA "
134284                     TDK-REPLY-MATURITY-DATE " - POSTEO RECHAZADO"
134288                 GO TO 5100-APPLY-POSTING-CLOSE
134292             END-IF
134300             MOVE ACM-ACCOUNT-BALANCE TO OPB-JRNL-OLD-BALANCE
134400             EVALUATE TRUE
134500                 WHEN OPB-POST-SUMA
135000             PERFORM 5350-CHECK-OVERDRAFT
135100                 THRU 5350-CHECK-OVERDRAFT-EXIT
135200             IF OPB-OVD-BLOCKED AND NOT OPB-OVD-AUTHORIZED
135300                 IF OPB-EXP-BLOCKED
135400                     DISPLAY "POSTEO RECHAZADO - EXCEDE EL "
135410                         "LIMITE DE EXPOSICION DEL CLIENTE"
135420                 ELSE
135430                     DISPLAY "POSTEO RECHAZADO - EXCEDE EL "
135440                         "LIMITE DE SOBREGIRO DE LA CUENTA"
135450                 END-IF
135500                 GO TO 5100-APPLY-POSTING-CLOSE
135600             END-IF
135610*            A POSTING TO A DORMANT ACCOUNT IS MOVEMENT - THE
137900     DISPLAY "CUENTA NUEVA?  CREARLA? (S/N): ".
138000     ACCEPT OPB-CREATE-CHOICE.
138100     IF OPB-CREATE-YES
138110         MOVE SPACES TO ACM-ACCOUNT-RECORD
138120         MOVE CTK-REQ-ACCOUNT TO ACM-ACCOUNT-NUMBER
138130         MOVE ZERO TO ACM-ACCOUNT-BALANCE ACM-ACCRUED-INTEREST
138200         DISPLAY "ID DE CLIENTE: "
138300         ACCEPT ACM-CUSTOMER-ID
138400         PERFORM 5250-CHECK-CUSTOMER
138800                 "CUENTA NO CREADA"
138900             GO TO 5200-CREATE-ACCOUNT-EXIT
139000         END-IF
139001         IF OPB-CUST-KYC-LAPSED
139002             DISPLAY "REVISION KYC DEL CLIENTE VENCIDA - "
139003                 "CUENTA NO CREADA"
139004             GO TO 5200-CREATE-ACCOUNT-EXIT
139005         END-IF
139010         DISPLAY "CODIGO DE PRODUCTO: "
139020         ACCEPT ACM-PRODUCT-CODE
139030         PERFORM 5260-CHECK-PRODUCT
139040             THRU 5260-CHECK-PRODUCT-EXIT
139050         IF OPB-PROD-NOT-FOUND
139060             DISPLAY "PRODUCTO NO ESTA EN PRODMAST O ESTA "
139070                 "RETIRADO - CUENTA NO CREADA"
139080             GO TO 5200-CREATE-ACCOUNT-EXIT
139090         END-IF
139100         DISPLAY "NOMBRE DE LA CUENTA: "
139200         ACCEPT ACM-ACCOUNT-NAME
139300         DISPLAY "LIMITE DE SOBREGIRO (BLANCO=EL DEL PRODUCTO): "
139400         ACCEPT OPB-LIMIT-INPUT
139500         MOVE FUNCTION TEST-NUMVAL-C(OPB-LIMIT-INPUT)
139600             TO OPB-NUM-TEST-RESULT
139700         EVALUATE TRUE
139710             WHEN OPB-LIMIT-INPUT = SPACES
139720                 MOVE OPB-PROD-OVERDRAFT
139730                     TO ACM-OVERDRAFT-LIMIT
139740             WHEN OPB-NUM-TEST-RESULT = 0
139800                 COMPUTE ACM-OVERDRAFT-LIMIT =
139900                     FUNCTION NUMVAL-C(OPB-LIMIT-INPUT)
140000             WHEN OTHER
140100                 MOVE ZERO TO ACM-OVERDRAFT-LIMIT
140200         END-EVALUATE
140210         DISPLAY "MONEDA (BLANCO=LOCAL): "
140220         ACCEPT ACM-CURRENCY-CODE
140230         PERFORM 5270-CHECK-CURRENCY
140240             THRU 5270-CHECK-CURRENCY-EXIT
140250         IF NOT OPB-CCY-OK
140260             DISPLAY "MONEDA NO PERMITIDA PARA EL PRODUCTO "
140270                 ACM-PRODUCT-CODE " - CUENTA NO CREADA"
140280             GO TO 5200-CREATE-ACCOUNT-EXIT
140290         END-IF
140300         EVALUATE TRUE
140400             WHEN OPB-POST-SUMA
140500                 MOVE SUMA TO ACM-ACCOUNT-BALANCE
142500*                         ON THE CUSTMAST MASTER.  A MISSING
142600*                         CUSTMAST FILE MEANS NOTHING CAN BE
142700*                         VALIDATED, SO IT COUNTS AS NOT FOUND.
142710*                         A CUSTOMER WHOSE KYC REVIEW LAPSED PAST
142720*                         THE GRACE PERIOD (KYCCHECK) IS REFUSED
142730*                         TOO.
142800******************************************************************
142900 5250-CHECK-CUSTOMER.
143000     SET OPB-CUST-NOT-FOUND TO TRUE.
144200             SET OPB-CUST-FOUND TO TRUE
144300     END-READ.
144400     CLOSE CUST-MASTER-FILE.
144410     IF OPB-CUST-FOUND
144420         MOVE ACM-CUSTOMER-ID TO KYP-REQ-CUSTOMER
144430         ACCEPT KYP-REQ-DATE FROM DATE YYYYMMDD
144440         CALL "KYCCHECK" USING KYP-PARM
144450         IF KYP-STATE-EXPIRED
144460             SET OPB-CUST-KYC-LAPSED TO TRUE
144470         END-IF
144480     END-IF.
144500 5250-CHECK-CUSTOMER-EXIT.
144600     EXIT.

144602******************************************************************
144603* 5260-CHECK-PRODUCT  -  EVERY NEW ACCOUNT OPENS UNDER A PRODUCT
144604*                        ON THE PRODMAST CATALOG, AND ONLY AN
144605*                        ACTIVE ONE - A WITHDRAWN PRODUCT KEEPS
144606*                        ITS ACCOUNTS BUT OPENS NO NEW ONES.  ITS
144607*                        OVERDRAFT DEFAULT AND CURRENCIES ARE KEPT
144608*                        IN OPB-PROD-SAVE FOR 5200 AND 5270.  A
144609*                        MISSING PRODMAST COUNTS AS NOT FOUND.
144610******************************************************************
144611 5260-CHECK-PRODUCT.
144612     SET OPB-PROD-NOT-FOUND TO TRUE.
144613     OPEN INPUT PRODUCT-MASTER-FILE.
144614     IF NOT FS-SUCCESS OF WS-PRODMAST-STATUS
144615         DISPLAY "PRODMAST NO DISPONIBLE - ESTADO "
144616             WS-PRODMAST-STATUS
144617         GO TO 5260-CHECK-PRODUCT-EXIT
144618     END-IF.
144619     MOVE ACM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
144620     READ PRODUCT-MASTER-FILE
144621         INVALID KEY
144622             CONTINUE
144623         NOT INVALID KEY
144624             IF PRD-STAT-ACTIVE
144625                 SET OPB-PROD-FOUND TO TRUE
144626                 MOVE PRD-DEFAULT-OVERDRAFT TO OPB-PROD-OVERDRAFT
144627                 MOVE PRD-CURRENCY-TABLE TO OPB-PROD-CCY-TABLE
144628             END-IF
144629     END-READ.
144630     CLOSE PRODUCT-MASTER-FILE.
144631 5260-CHECK-PRODUCT-EXIT.
144632     EXIT.

144633******************************************************************
144634* 5270-CHECK-CURRENCY  -  THE CURRENCY JUST KEYED MUST BE ONE THE
144635*                         PRODUCT ALLOWS.  AN EMPTY LIST MEANS
144636*                         LOCAL ONLY; "LOC" ON THE LIST ADMITS
144637*                         THE LOCAL CURRENCY (SPACES ON ACCTMAST).
144638******************************************************************
144639 5270-CHECK-CURRENCY.
144640     MOVE "N" TO OPB-CCY-OK-SW.
144641     IF OPB-PROD-CCY-TABLE = SPACES
144642         IF ACM-CCY-LOCAL
144643             SET OPB-CCY-OK TO TRUE
144644         END-IF
144645         GO TO 5270-CHECK-CURRENCY-EXIT
144646     END-IF.
144647     PERFORM 5275-MATCH-CURRENCY THRU 5275-MATCH-CURRENCY-EXIT
144648         VARYING OPB-CCY-IDX FROM 1 BY 1
144649         UNTIL OPB-CCY-IDX > 4 OR OPB-CCY-OK.
144650 5270-CHECK-CURRENCY-EXIT.
144651     EXIT.

144652******************************************************************
144653* 5275-MATCH-CURRENCY
144654******************************************************************
144655 5275-MATCH-CURRENCY.
144656     IF OPB-PROD-CCY(OPB-CCY-IDX) = SPACES
144657         GO TO 5275-MATCH-CURRENCY-EXIT
144658     END-IF.
144659     IF OPB-PROD-CCY(OPB-CCY-IDX) = ACM-CURRENCY-CODE
144660         SET OPB-CCY-OK TO TRUE
144661     END-IF.
144662     IF OPB-PROD-CCY(OPB-CCY-IDX) = "LOC" AND ACM-CCY-LOCAL
144663         SET OPB-CCY-OK TO TRUE
144664     END-IF.
144665 5275-MATCH-CURRENCY-EXIT.
144666     EXIT.

144700******************************************************************
144800* 5300-WRITE-JOURNAL  -  APPENDS ONE POSTJRNL RECORD FOR THE
144900*                        BALANCE CHANGE JUST APPLIED.  THE
146400     MOVE OPB-RUN-DATE        TO PJR-RUN-DATE.
146500     MOVE OPB-RUN-TIME        TO PJR-RUN-TIME.
146600     MOVE OPB-JRNL-SOURCE     TO PJR-SOURCE.
146610     MOVE ZERO TO PJR-REF-DATE PJR-REF-TIME PJR-XFER-REF.
146700     OPEN EXTEND POST-JRNL-FILE.
146800     IF FS-NOT-FOUND OF WS-JRNL-STATUS
146900         OPEN OUTPUT POST-JRNL-FILE
148000*                          SO, OFFER THE SUPERVISOR REFERRAL
148100*                          AND RECORD THE OUTCOME ON OVDAPR.
148200*                          OPB-JRNL-AMOUNT HOLDS THE AMOUNT
148300*                          ABOUT TO POST.  A DEBIT ALSO
148310*                          DEDUCTS THE HOLDS IN FORCE
148320*                          (HOLDSUM), AND IS MEASURED AGAINST
148330*                          THE CUSTOMER'S EXPOSURE LIMIT (5370)
148340*                          - ONE REFERRAL COVERS BOTH.  THE
148350*                          LIMIT IS NEVER NEGATIVE, SO NEW
148360*                          BALANCE PLUS LIMIT NOT BELOW ZERO
148370*                          PASSES THE ACCOUNT CHECK.
148400******************************************************************
148500 5350-CHECK-OVERDRAFT.
148600     MOVE "N" TO OPB-OVD-BLOCKED-SW OPB-OVD-AUTH-SW.
149200     END-IF.
149300     COMPUTE OPB-OVD-NEW-BALANCE =
149400         ACM-ACCOUNT-BALANCE + OPB-JRNL-AMOUNT.
149410     MOVE ZERO TO OPB-OVD-HELD.
149420     IF OPB-JRNL-AMOUNT < ZERO
149430         MOVE ACM-ACCOUNT-NUMBER TO HLS-REQ-ACCOUNT
149440         ACCEPT HLS-REQ-DATE FROM DATE YYYYMMDD
149450         CALL "HOLDSUM" USING HLS-PARM
149460         MOVE HLS-REPLY-AMOUNT TO OPB-OVD-HELD
149470         SUBTRACT OPB-OVD-HELD FROM OPB-OVD-NEW-BALANCE
149480     END-IF.
149500     PERFORM 5370-CHECK-EXPOSURE THRU 5370-CHECK-EXPOSURE-EXIT.
149600     IF OPB-OVD-NEW-BALANCE + OPB-OVD-LIMIT >= ZERO
149610       AND NOT OPB-EXP-BLOCKED
149700         GO TO 5350-CHECK-OVERDRAFT-EXIT
149800     END-IF.
149900     SET OPB-OVD-BLOCKED TO TRUE.
150000     MOVE ACM-ACCOUNT-BALANCE TO ACM-BALANCE-ED.
150100     IF OPB-OVD-NEW-BALANCE + OPB-OVD-LIMIT < ZERO
150110         DISPLAY "EL POSTEO EXCEDE EL LIMITE DE SOBREGIRO."
150120     END-IF.
150200     DISPLAY "BALANCE ACTUAL: " ACM-BALANCE-ED.
150210     IF OPB-OVD-HELD > ZERO
150220         MOVE OPB-OVD-HELD TO ACM-BALANCE-ED
150230         DISPLAY "RETENIDO:       " ACM-BALANCE-ED
150240     END-IF.
150245     IF OPB-EXP-BLOCKED
150250         DISPLAY "EL POSTEO EXCEDE EL LIMITE DE EXPOSICION DEL "
150255             "CLIENTE " ACM-CUSTOMER-ID "."
150260         MOVE EXS-REPLY-LIMIT TO OPB-EXP-ED
150265         DISPLAY "LIMITE CLIENTE:     " OPB-EXP-ED
150270         MOVE EXS-REPLY-EXPOSURE TO OPB-EXP-ED
150275         DISPLAY "EXPOSICION ACTUAL:  " OPB-EXP-ED
150280         MOVE EXS-REPLY-NEW-EXPOSURE TO OPB-EXP-ED
150285         DISPLAY "EXPOSICION NUEVA:   " OPB-EXP-ED
150290     END-IF.
150300     DISPLAY "AUTORIZACION DE SUPERVISOR? (S/N): ".
150400     ACCEPT OPB-CREATE-CHOICE.
150500     IF OPB-CREATE-YES
154800     MOVE OPB-OVD-LIMIT       TO OVD-APR-LIMIT.
154900     MOVE OPB-OPERATOR-ID     TO OVD-APR-OPERATOR-ID.
155000     MOVE OPB-OVD-SUPER-ID    TO OVD-APR-SUPERVISOR-ID.
155008     MOVE ACM-CUSTOMER-ID     TO OVD-APR-CUSTOMER.
155016     IF OPB-EXP-BLOCKED
155024         SET OVD-APR-KIND-CUSTOMER TO TRUE
155032         MOVE EXS-REPLY-LIMIT        TO OVD-APR-CUST-LIMIT
155040         MOVE EXS-REPLY-EXPOSURE     TO OVD-APR-CUST-EXPOSURE
155048         MOVE EXS-REPLY-NEW-EXPOSURE TO OVD-APR-CUST-NEW-EXPOSURE
155056     ELSE
155064         SET OVD-APR-KIND-ACCOUNT TO TRUE
155072         MOVE ZERO TO OVD-APR-CUST-LIMIT OVD-APR-CUST-EXPOSURE
155080                      OVD-APR-CUST-NEW-EXPOSURE
155088     END-IF.
155100     IF OPB-OVD-AUTHORIZED
155200         SET OVD-APR-IS-AUTHORIZED TO TRUE
155300     ELSE
156600 5360-WRITE-OVDAPR-EXIT.
156700     EXIT.

156703******************************************************************
156706* 5370-CHECK-EXPOSURE  -  ONLY A DEBIT THAT LEAVES THE LEDGER
156709*                         BALANCE BELOW ZERO CAN RAISE THE
156712*                         CUSTOMER'S EXPOSURE, SO ONLY THEN IS
156715*                         EXPOSUM ASKED - WITH THIS ACCOUNT AT ITS
156718*                         BALANCE BEFORE AND AFTER THE POSTING.
156721******************************************************************
156724 5370-CHECK-EXPOSURE.
156727     MOVE "N" TO OPB-EXP-BLOCKED-SW.
156730     COMPUTE OPB-EXP-NEW-LEDGER =
156733         ACM-ACCOUNT-BALANCE + OPB-JRNL-AMOUNT.
156736     IF OPB-JRNL-AMOUNT NOT < ZERO
156739       OR OPB-EXP-NEW-LEDGER NOT < ZERO
156742         GO TO 5370-CHECK-EXPOSURE-EXIT
156745     END-IF.
156748     MOVE ACM-CUSTOMER-ID     TO EXS-REQ-CUSTOMER.
156751     MOVE ACM-ACCOUNT-NUMBER  TO EXS-REQ-ACCOUNT.
156754     MOVE ACM-CURRENCY-CODE   TO EXS-REQ-CURRENCY.
156757     MOVE ACM-ACCOUNT-BALANCE TO EXS-REQ-OLD-BALANCE.
156760     MOVE OPB-EXP-NEW-LEDGER  TO EXS-REQ-NEW-BALANCE.
156763     CALL "EXPOSUM" USING EXS-PARM.
156766     IF EXS-STATE-BREACH
156769         SET OPB-EXP-BLOCKED TO TRUE
156772     END-IF.
156775 5370-CHECK-EXPOSURE-EXIT.
156778     EXIT.

156800******************************************************************
156900* 9000-SHOW-MESSAGE  -  LOOKS THE MESSAGE UP AND DISPLAYS IT.
157000*                       THE CALLER SETS MSG-REQ-ID AND THE
