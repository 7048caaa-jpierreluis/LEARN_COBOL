001700*                "NVA "  ACCOUNT CREATION OPENING BALANCE
001800*                        (5200-CREATE-ACCOUNT)
001900*                "LOTE"  BATCH POSTING BRIDGE (OPBPOST)
001901*                "ACR "  TIERED INTEREST ACCRUAL (ACUMINT) -
001904*                        THE BEFORE/AFTER IMAGES ARE THE
001905*                        ACCOUNT'S ACCRUED-INTEREST BUCKET,
001906*                        NOT ITS BALANCE;
001907*                        ONE WRITTEN BY OPERATOR "BVLINT  " IS
001908*                        A BACK-VALUE INTEREST ADJUSTMENT, WITH
001909*                        PJR-REF-DATE/TIME = THE BACK-VALUED
001910*                        "LOTE" ENTRY IT CORRECTS
001911*                "CAP "  MONTH-END INTEREST CAPITALIZATION
001916*                        (INTCAP)
001919*                "REV "  SUPERVISOR REVERSAL OF AN EARLIER
001922*                        POSTING (REVPOST) - PJR-REF-DATE AND
001925*                        PJR-REF-TIME POINT BACK AT THE
001928*                        REVERSED ENTRY
001931*                "RVL "  CURRENCY REVALUATION (REVALFX) - THE
001934*                        IMAGES CHAIN THE PER-CURRENCY
001937*                        POSITION MARKER, NOT AN ACCTMAST
001940*                        BALANCE
001943*                "FEE "  MONTHLY SERVICE CHARGE (FEECHG) - ONE
001946*                        RECORD PER FEE, NEGATIVE AMOUNT,
001949*                        FEE TYPE IN PJR-OPERATOR-ID
001952*                        (FEE-MANT, FEE-MINB, FEE-SOBG)
001955*                "WHT "  WITHHOLDING TAX (INTCAP) - THE TAX
001958*                        TAKEN FROM A "CAP " CAPITALIZATION,
001961*                        NEGATIVE, JOURNALED RIGHT AFTER IT
001964*                "CIE "  ACCOUNT CLOSURE PAYOUT (CIERRCTA) -
001967*                        THE NET BALANCE LEAVING THE CLOSED
001970*                        ACCOUNT, NEGATIVE, AND THE CREDIT
001973*                        LEG ON THE NOMINATED PAYOUT ACCOUNT;
001976*                        A DEBIT WITH NO CREDIT LEG WENT TO
001979*                        THE DESK PAYOUT CLEARING ACCOUNT
001982*                "ESC "  UNCLAIMED BALANCE (ESCHEAT) - THE
001985*                        BALANCE REMITTED TO THE STATE,
001988*                        NEGATIVE; POSITIVE WHEN RECLAIMED,
001991*                        WITH PJR-REF-DATE/TIME = THE REMITTANCE
001992*                "DSP "  CUSTOMER DISPUTE CREDIT (DISPUTA) -
001993*                        POSITIVE, WITH PJR-REF-DATE/TIME = THE
001994*                        DISPUTED ENTRY; PROVISIONAL UNTIL THE
001995*                        CASE CLOSES, AND REVERSED BY A "REV "
001996*                        RECORD WHEN THE DISPUTE IS DENIED
001997*                "TDP "  TERM DEPOSIT PAYOUT (TDEPVEN) - THE
001998*                        PRINCIPAL AND/OR NET INTEREST LEAVING A
001999*                        MATURED OR BROKEN DEPOSIT, NEGATIVE, AND
002000*                        THE CREDIT LEG ON THE DEPOSIT'S PAYOUT
002001*                        ACCOUNT, UNDER ONE TRANSFER REFERENCE;
002002*                        THE DEPOSIT'S OWN "ACR " (OPERATOR
002003*                        TDEPVEN, OR TDEPPEN FOR THE NEGATIVE
002004*                        EARLY-BREAK PENALTY), "CAP " AND "WHT "
002005*                        RECORDS PRECEDE IT
002006*
002007*              PJR-XFER-REF IS THE SHARED REFERENCE OF THE TWO
002020*              LEGS OF AN ACCOUNT-TO-ACCOUNT TRANSFER (OPBPOST
002030*              POST TYPE "T"): THE DEBIT LEG ON THE ORIGIN
002040*              ACCOUNT AND THE CREDIT LEG ON THE DESTINATION
002050*              CARRY THE SAME POSTING RUN DATE, RUN TIME AND
002060*              TRANSFER SEQUENCE, SO THE PAIR READS AS ONE
002070*              EVENT.  ZERO ON EVERY OTHER RECORD.
002080*
002100* MODIFICATION HISTORY
002200*   22/08/26  JPL  INITIAL VERSION.
002210*   22/08/26  JPL  ADDED THE "ACR " SOURCE FOR THE ACUMINT
002294*                  BEFORE TRUSTING THE REFERENCE.
002295*   03/09/26  JPL  ADDED THE "RVL " SOURCE FOR THE REVALFX
002296*                  CURRENCY REVALUATION STEP.
002300*   09/09/26  JPL  ADDED THE TRAILING PJR-XFER-REF TRANSFER
002310*                  REFERENCE.  AS WITH PJR-REF-DATE, OLDER
002320*                  RECORDS READ BACK WITH SPACES THERE, SO
002330*                  READERS TEST PJR-XFER-DATE IS NUMERIC FIRST.
002340*   11/09/26  JPL  ADDED THE "FEE " SOURCE FOR THE FEECHG
002350*                  MONTHLY SERVICE CHARGE RUN.
002360*   14/09/26  JPL  ADDED THE "WHT " SOURCE FOR THE WITHHOLDING
002370*                  TAX INTCAP TAKES FROM EACH CAPITALIZATION.
002372*   15/09/26  JPL  ADDED THE "CIE " SOURCE FOR THE CIERRCTA
002374*                  ACCOUNT CLOSURE PAYOUT.
002376*   16/09/26  JPL  ADDED THE "ESC " SOURCE FOR THE ESCHEAT
002378*                  UNCLAIMED BALANCE REMITTANCE AND RECLAIM.
002380*   22/09/26  JPL  ADDED THE "DSP " SOURCE FOR THE DISPUTA
002382*                  CUSTOMER DISPUTE CREDITS.
002387*   05/10/26  JPL  DOCUMENTED THE BVLINT BACK-VALUE INTEREST
002392*                  ADJUSTMENT, AN "ACR " RECORD WITH A REFERENCE.
002394*   09/10/26  JPL  ADDED THE "TDP " SOURCE FOR THE TDEPVEN TERM
002396*                  DEPOSIT MATURITY AND EARLY-BREAK PAYOUT.
002399******************************************************************
002400 01  PJR-JOURNAL-RECORD.
002500     05  PJR-ACCOUNT-NUMBER          PIC X(10).
002600     05  PJR-OLD-BALANCE             PIC S9(09)V99
004000         88  PJR-SOURCE-CAPITALIZE   VALUE "CAP ".
004100         88  PJR-SOURCE-REVERSAL     VALUE "REV ".
004110         88  PJR-SOURCE-REVALUATION  VALUE "RVL ".
004150         88  PJR-SOURCE-FEE          VALUE "FEE ".
004160         88  PJR-SOURCE-WITHHOLDING  VALUE "WHT ".
004170         88  PJR-SOURCE-CLOSURE      VALUE "CIE ".
004180         88  PJR-SOURCE-ESCHEAT      VALUE "ESC ".
004190         88  PJR-SOURCE-DISPUTE      VALUE "DSP ".
004195         88  PJR-SOURCE-TERM-DEPOSIT VALUE "TDP ".
004200     05  PJR-REF-DATE                PIC 9(08).
004300     05  PJR-REF-TIME                PIC 9(08).
004400     05  PJR-XFER-REF.
004500         10  PJR-XFER-DATE           PIC 9(08).
004600         10  PJR-XFER-TIME           PIC 9(08).
004700         10  PJR-XFER-SEQ            PIC 9(05).
