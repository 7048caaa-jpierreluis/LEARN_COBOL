002300*              RUN-CONTROL RECORDS (STEP "ANOCIER ") AND
002400*              REFUSES A DATE ALREADY COMPLETED; "F" ON SYSIN
002500*              FORCES A RERUN.
002510*              THE SAME PASS TOTALS THE YEAR'S "CAP " INTEREST
002520*              CREDITED AND "WHT " TAX WITHHELD PER CUSTOMER
002530*              AND PRINTS EACH CUSTOMER'S ANNUAL WITHHOLDING
002540*              CERTIFICATE (GROSS, WITHHELD, NET), WRITING THE
002550*              SAME FIGURES TO TAXCERT FOR THE TAX AUTHORITY.
002600* TECTONICS:   cobc -x example57-cierreAnual.cbl
002700*
002800* MODIFICATION HISTORY
002900*   03/09/26  JPL  INITIAL VERSION.
002950*   09/09/26  JPL  THE ARCHIVED JOURNAL RECORD WIDENED TO 111
003000*                  BYTES WITH POSTJRNL'S TRANSFER REFERENCE.
003010*   14/09/26  JPL  ANNUAL WITHHOLDING CERTIFICATES: "CAP " AND
003020*                  "WHT " RECORDS OF THE YEAR ARE TOTALLED PER
003030*                  CUSTOMER NEXT TO THE ACCRUALS; ONE CERTIFICATE
003040*                  PER CUSTOMER WITH INTEREST CREDITED OR TAX
003050*                  WITHHELD, AND ITS RECORD ON THE NEW TAXCERT.
003053*   08/10/26  JPL  RUN-CTL-CYCLE (THE POSTING CYCLE) IS WRITTEN
003056*                  AS ZERO - THIS STEP RUNS ONCE A DAY.  THE
003058*                  RUNCTL ARCHIVE AND WORK RECORDS ARE 33 BYTES.
003060******************************************************************
003100
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. ANOCIER.
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-DTOTA-STATUS.
007500
007510     SELECT TAX-CERT-FILE ASSIGN TO "TAXCERT"
007520         ORGANIZATION IS LINE SEQUENTIAL
007530         FILE STATUS IS WS-TAXCERT-STATUS.
007540
007600     SELECT PRINT-FILE ASSIGN TO "SYSOUT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PRINT-STATUS.
008700* ARE READ INTO THE FD ABOVE THROUGH THE SHARED WORK RECORD.
008800******************************************************************
008900 FD  POST-JRNL-ARCH.
009000 01  PJR-ARCH-RECORD                 PIC X(111).
009100
009200 FD  ACCT-MASTER-FILE.
009300 COPY ACCTREC.
009900 COPY RUNCTL.
010000
010100 FD  RUN-CTL-ARCH.
010200 01  RUN-CTL-ARCH-RECORD             PIC X(33).
010300
010400 FD  RUN-CTL-TEMP.
010500 01  RUN-CTL-TEMP-RECORD             PIC X(33).
010600
010700 FD  DAY-TOTAL-FILE.
010800 01  DAY-TOTAL-RECORD.
011300 FD  DAY-TOTAL-ARCH.
011400 01  DAY-TOTAL-ARCH-RECORD           PIC X(22).
011500
011510 FD  TAX-CERT-FILE.
011520 COPY TAXCERT.
011530
011600 FD  PRINT-FILE.
011700 01  PRINT-LINE                      PIC X(132).
011800
013700     COPY FSTATCOD REPLACING FS-NAME BY WS-DTOTA-CODE.
013800 01  WS-PRINT-STATUS.
013900     COPY FSTATCOD REPLACING FS-NAME BY WS-PRINT-CODE.
013910 01  WS-TAXCERT-STATUS.
013920     COPY FSTATCOD REPLACING FS-NAME BY WS-TAXCERT-CODE.
014000
014100 77  ANO-RUN-DATE                    PIC 9(08).
014200 77  ANO-YEAR-INPUT                  PIC X(04) VALUE SPACES.
015700 77  ANO-YEAR-X                      PIC X(04) VALUE SPACES.
015800
015900******************************************************************
016000* THE YEAR'S ACCRUALS PER ACCOUNT, WITH THE INTEREST
016050* CAPITALIZED AND THE TAX WITHHELD ON IT, THEN ROLLED UP PER
016100* CUSTOMER.  AN OVERFLOWED TABLE REFUSES THE RUN - A CERTIFIED
016200* ANNUAL SUMMARY CANNOT BE PARTIAL.
016300******************************************************************
016600     05  ANO-ACCT-ENTRY              OCCURS 999 TIMES.
016700         10  ANO-ACCT-NUMBER         PIC X(10).
016800         10  ANO-ACCT-INTEREST       PIC S9(11)V99.
016810         10  ANO-ACCT-CAPITAL        PIC S9(11)V99.
016820         10  ANO-ACCT-WITHHELD       PIC S9(11)V99.
016900 77  ANO-ACCT-USED                   PIC 9(03) COMP VALUE ZERO.
017000 77  ANO-ACCT-IDX                    PIC 9(03) COMP VALUE 1.
017100 77  ANO-ACCT-FOUND-SW               PIC X(01) VALUE "N".
017600     05  ANO-CUST-ENTRY              OCCURS 300 TIMES.
017700         10  ANO-CUST-ID             PIC X(08).
017800         10  ANO-CUST-INTEREST       PIC S9(13)V99.
017810         10  ANO-CUST-CAPITAL        PIC S9(13)V99.
017820         10  ANO-CUST-WITHHELD       PIC S9(13)V99.
017900 77  ANO-CUST-USED                   PIC 9(03) COMP VALUE ZERO.
018000 77  ANO-CUST-IDX                    PIC 9(03) COMP VALUE 1.
018100 77  ANO-CUST-FOUND-SW               PIC X(01) VALUE "N".
018600 77  ANO-ACR-TOTAL                   PIC S9(13)V99 VALUE ZERO.
018700 77  ANO-NO-ACCT-COUNT               PIC 9(05) VALUE ZERO.
018800 77  ANO-CUST-NAME                   PIC X(30) VALUE SPACES.
018810 77  ANO-CAP-TOTAL                   PIC S9(13)V99 VALUE ZERO.
018820 77  ANO-WHT-TOTAL                   PIC S9(13)V99 VALUE ZERO.
018830 77  ANO-CERT-COUNT                  PIC 9(05) VALUE ZERO.
018840 77  ANO-NET-AMOUNT                  PIC S9(13)V99 VALUE ZERO.
018900 01  ANO-AMT-ED                      PIC -ZZ,ZZZ,ZZZ,ZZZ.99.
019000 01  ANO-CNT-ED                      PIC Z,ZZZ,ZZ9.
019100
029100     SET RUN-CTL-STARTED TO TRUE.
029200     MOVE ZERO TO RUN-CTL-COUNT.
029300     ACCEPT RUN-CTL-TIME FROM TIME.
029310     MOVE ZERO TO RUN-CTL-CYCLE.
029400     OPEN EXTEND RUN-CONTROL-FILE.
029500     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
029600         OPEN OUTPUT RUN-CONTROL-FILE
030400
030500******************************************************************
030600* 1000-ACCUM-LIVE-JRNL  -  THE YEAR'S "ACR " RECORDS ON THE
030700*                          LIVE JOURNAL, WITH THE "CAP "
030710*                          AND "WHT " RECORDS THE
030720*                          CERTIFICATES ARE MADE OF.
030800******************************************************************
030900 1000-ACCUM-LIVE-JRNL.
031000     MOVE "N" TO ANO-EOF-SW.
033200     EXIT.
033300
033400******************************************************************
033500* 1200-ACCUM-ONE-REC  -  THE RECORD IN THE PJR FD: ONLY "ACR ",
033600*                        "CAP " AND "WHT " OF THE REQUESTED
033610*                        YEAR COUNT.  A NEGATIVE "CAP " IS
033620*                        INTEREST CHARGED, NOT INCOME, AND
033630*                        STAYS OFF THE CERTIFICATE.
033700******************************************************************
033800 1200-ACCUM-ONE-REC.
033900     IF NOT PJR-SOURCE-ACCRUAL
033910       AND NOT PJR-SOURCE-CAPITALIZE
033920       AND NOT PJR-SOURCE-WITHHOLDING
034000         GO TO 1200-ACCUM-ONE-REC-EXIT
034100     END-IF.
034110     IF PJR-SOURCE-CAPITALIZE AND PJR-AMOUNT NOT > ZERO
034120         GO TO 1200-ACCUM-ONE-REC-EXIT
034130     END-IF.
034200     MOVE PJR-RUN-DATE TO ANO-JRNL-DATE-X.
034300     IF ANO-JRNL-DATE-X(1:4) NOT = ANO-YEAR-X
034400         GO TO 1200-ACCUM-ONE-REC-EXIT
034500     END-IF.
034800     PERFORM 1300-ROLL-ACCOUNT THRU 1300-ROLL-ACCOUNT-EXIT.
034805     IF ANO-OVERFLOW
034810         GO TO 1200-ACCUM-ONE-REC-EXIT
034815     END-IF.
034820     IF PJR-SOURCE-ACCRUAL
034825         ADD 1 TO ANO-ACR-COUNT
034830         ADD PJR-AMOUNT TO ANO-ACR-TOTAL
034835         ADD PJR-AMOUNT TO ANO-ACCT-INTEREST(ANO-ACCT-IDX)
034840     END-IF.
034845     IF PJR-SOURCE-CAPITALIZE
034850         ADD PJR-AMOUNT TO ANO-CAP-TOTAL
034855         ADD PJR-AMOUNT TO ANO-ACCT-CAPITAL(ANO-ACCT-IDX)
034860     END-IF.
034865     IF PJR-SOURCE-WITHHOLDING
034870         SUBTRACT PJR-AMOUNT FROM ANO-WHT-TOTAL
034875         SUBTRACT PJR-AMOUNT FROM ANO-ACCT-WITHHELD(ANO-ACCT-IDX)
034880     END-IF.
034900 1200-ACCUM-ONE-REC-EXIT.
035000     EXIT.
035100
037200         MOVE PJR-ACCOUNT-NUMBER
037300             TO ANO-ACCT-NUMBER(ANO-ACCT-IDX)
037400         MOVE ZERO TO ANO-ACCT-INTEREST(ANO-ACCT-IDX)
037410                      ANO-ACCT-CAPITAL(ANO-ACCT-IDX)
037420                      ANO-ACCT-WITHHELD(ANO-ACCT-IDX)
037500     END-IF.
037700 1300-ROLL-ACCOUNT-EXIT.
037800     EXIT.
037900
048100         MOVE ANO-CUST-USED TO ANO-CUST-IDX
048200         MOVE ANO-WORK-CUST TO ANO-CUST-ID(ANO-CUST-IDX)
048300         MOVE ZERO TO ANO-CUST-INTEREST(ANO-CUST-IDX)
048310                      ANO-CUST-CAPITAL(ANO-CUST-IDX)
048320                      ANO-CUST-WITHHELD(ANO-CUST-IDX)
048400     END-IF.
048500     ADD ANO-ACCT-INTEREST(ANO-ACCT-IDX)
048600         TO ANO-CUST-INTEREST(ANO-CUST-IDX).
048610     ADD ANO-ACCT-CAPITAL(ANO-ACCT-IDX)
048620         TO ANO-CUST-CAPITAL(ANO-CUST-IDX).
048630     ADD ANO-ACCT-WITHHELD(ANO-ACCT-IDX)
048640         TO ANO-CUST-WITHHELD(ANO-CUST-IDX).
048700 2200-ROLL-CUSTOMER-EXIT.
048800     EXIT.
048900
050500*                        REGISTERS ADDED UP TO, RUN BY RUN.
050600******************************************************************
050700 3000-PRINT-SUMMARY.
050750     OPEN OUTPUT TAX-CERT-FILE.
050800     MOVE SPACES TO PRINT-LINE.
050900     STRING "RESUMEN ANUAL DE INTERESES DEL " ANO-YEAR-X
051000         "   EMITIDO " ANO-RUN-DATE-X
051800       OR FS-EOF OF WS-CUSTMAST-STATUS
051900         CLOSE CUST-MASTER-FILE
052000     END-IF.
052050     CLOSE TAX-CERT-FILE.
052100     MOVE SPACES TO PRINT-LINE.
052200     WRITE PRINT-LINE.
052300     MOVE "---- PAGINA DE CONTROL ----" TO PRINT-LINE.
054400     STRING "CUENTAS YA NO EN ACCTMAST:   " ANO-CNT-ED
054500         DELIMITED BY SIZE INTO PRINT-LINE.
054600     WRITE PRINT-LINE.
054605     MOVE ANO-CAP-TOTAL TO ANO-AMT-ED.
054610     MOVE SPACES TO PRINT-LINE.
054615     STRING "INTERES BRUTO ACREDITADO:    " ANO-AMT-ED
054620         DELIMITED BY SIZE INTO PRINT-LINE.
054625     WRITE PRINT-LINE.
054630     MOVE ANO-WHT-TOTAL TO ANO-AMT-ED.
054635     MOVE SPACES TO PRINT-LINE.
054640     STRING "IMPUESTO RETENIDO DEL ANO:   " ANO-AMT-ED
054645         DELIMITED BY SIZE INTO PRINT-LINE.
054650     WRITE PRINT-LINE.
054655     MOVE ANO-CERT-COUNT TO ANO-CNT-ED.
054660     MOVE SPACES TO PRINT-LINE.
054665     STRING "CERTIFICADOS EMITIDOS:       " ANO-CNT-ED
054670         DELIMITED BY SIZE INTO PRINT-LINE.
054675     WRITE PRINT-LINE.
054700 3000-PRINT-SUMMARY-EXIT.
054800     EXIT.
054900
055000******************************************************************
055100* 3100-PRINT-ONE-CUST  -  THE INTEREST LINE, AND THE
055110*                         CERTIFICATE WHEN THE CUSTOMER HAD
055120*                         INTEREST CREDITED OR TAX WITHHELD.
055200******************************************************************
055300 3100-PRINT-ONE-CUST.
055400     MOVE "(NO IDENTIFICADO)" TO ANO-CUST-NAME.
056900         "  INTERES DEL ANO " ANO-AMT-ED
057000         DELIMITED BY SIZE INTO PRINT-LINE.
057100     WRITE PRINT-LINE.
057110     IF ANO-CUST-CAPITAL(ANO-CUST-IDX) > ZERO
057120       OR ANO-CUST-WITHHELD(ANO-CUST-IDX) > ZERO
057130         PERFORM 3200-PRINT-CERTIFICATE
057140             THRU 3200-PRINT-CERTIFICATE-EXIT
057150     END-IF.
057200 3100-PRINT-ONE-CUST-EXIT.
057300     EXIT.
057400
057402******************************************************************
057404* 3200-PRINT-CERTIFICATE  -  THE CUSTOMER'S ANNUAL WITHHOLDING
057406*                            CERTIFICATE AND ITS TAXCERT RECORD.
057408*                            NET IS WHAT REACHED THE BALANCE.
057410******************************************************************
057412 3200-PRINT-CERTIFICATE.
057414     COMPUTE ANO-NET-AMOUNT = ANO-CUST-CAPITAL(ANO-CUST-IDX)
057416         - ANO-CUST-WITHHELD(ANO-CUST-IDX).
057418     MOVE SPACES TO PRINT-LINE.
057420     STRING "    CERTIFICADO DE RETENCIONES DEL " ANO-YEAR-X
057422         " - CLIENTE " ANO-CUST-ID(ANO-CUST-IDX)
057424         "  " ANO-CUST-NAME
057426         DELIMITED BY SIZE INTO PRINT-LINE.
057428     WRITE PRINT-LINE.
057430     MOVE ANO-CUST-CAPITAL(ANO-CUST-IDX) TO ANO-AMT-ED.
057432     MOVE SPACES TO PRINT-LINE.
057434     STRING "      INTERES BRUTO ACREDITADO " ANO-AMT-ED
057436         DELIMITED BY SIZE INTO PRINT-LINE.
057438     WRITE PRINT-LINE.
057440     MOVE ANO-CUST-WITHHELD(ANO-CUST-IDX) TO ANO-AMT-ED.
057442     MOVE SPACES TO PRINT-LINE.
057444     STRING "      IMPUESTO RETENIDO        " ANO-AMT-ED
057446         DELIMITED BY SIZE INTO PRINT-LINE.
057448     WRITE PRINT-LINE.
057450     MOVE ANO-NET-AMOUNT TO ANO-AMT-ED.
057452     MOVE SPACES TO PRINT-LINE.
057454     STRING "      INTERES NETO ACREDITADO  " ANO-AMT-ED
057456         DELIMITED BY SIZE INTO PRINT-LINE.
057458     WRITE PRINT-LINE.
057460     MOVE ANO-YEAR TO TXC-YEAR.
057462     MOVE ANO-CUST-ID(ANO-CUST-IDX) TO TXC-CUSTOMER-ID.
057464     MOVE ANO-CUST-NAME TO TXC-CUSTOMER-NAME.
057466     MOVE ANO-CUST-CAPITAL(ANO-CUST-IDX) TO TXC-GROSS-INTEREST.
057468     MOVE ANO-CUST-WITHHELD(ANO-CUST-IDX) TO TXC-TAX-WITHHELD.
057470     MOVE ANO-NET-AMOUNT TO TXC-NET-INTEREST.
057472     MOVE ANO-RUN-DATE TO TXC-ISSUE-DATE.
057474     WRITE TXC-CERT-RECORD.
057476     ADD 1 TO ANO-CERT-COUNT.
057478 3200-PRINT-CERTIFICATE-EXIT.
057480     EXIT.
057482
057500******************************************************************
057600* 4000-ROLL-RUNCTL  -  THE YEAR'S RUN-CONTROL HISTORY MOVES TO
057700*                      RUNCTLA; WHAT REMAINS LIVE IS THE NEW
073600     SET RUN-CTL-COMPLETED TO TRUE.
073700     MOVE ANO-ACR-COUNT TO RUN-CTL-COUNT.
073800     ACCEPT RUN-CTL-TIME FROM TIME.
073810     MOVE ZERO TO RUN-CTL-CYCLE.
073900     OPEN EXTEND RUN-CONTROL-FILE.
074000     IF FS-NOT-FOUND OF WS-RUNCTL-STATUS
074100         OPEN OUTPUT RUN-CONTROL-FILE
