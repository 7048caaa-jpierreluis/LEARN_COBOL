000100******************************************************************
000200* COPYBOOK:    TDEPREC
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 09/10/26
000500* PURPOSE:     RECORD LAYOUT FOR THE TDEPMAST INDEXED TERM DEPOSIT
000600*              FILE.  ONE DEPOSIT PER ACCTMAST ACCOUNT OPENED
000700*              UNDER A TERM DEPOSIT PRODUCT (PRD-KIND-TERM-
000800*              DEPOSIT), SO TDP-ACCOUNT-NUMBER IS THE PRIMARY KEY.
000900*              THE DEPOSIT IS THE ACCOUNT'S BALANCE AT
001000*              REGISTRATION, EARNING THE FIXED ANNUAL TDP-RATE
001100*              (ACTUAL DAYS OVER 365) FROM TDP-START-DATE UNTIL
001200*              TDP-MATURITY-DATE, TDP-TERM-MONTHS LATER ON A
001300*              BUSINESS DAY (FECHALAB FUNCTION "M").
001400*              TDP-ACCRUED-INTEREST IS THE INTEREST OF THE CURRENT
001500*              TERM ALREADY POSTED TO THE ACCOUNT'S ACM-ACCRUED-
001600*              INTEREST BUCKET, AS OF TDP-LAST-ACCRUAL-DATE.  AT
001700*              MATURITY TDEPVEN CARRIES OUT THE INSTRUCTION:
001800*                "P"  PAY PRINCIPAL AND NET INTEREST OUT TO
001900*                     TDP-PAYOUT-ACCOUNT;
002000*                "R"  ROLL THE PRINCIPAL OVER FOR ANOTHER TERM AND
002100*                     PAY THE NET INTEREST OUT;
002200*                "T"  ROLL PRINCIPAL AND NET INTEREST OVER.
002300*              A ROLLOVER KEEPS THE RATE AND THE TERM, STARTS ON
002400*              THE OLD MATURITY DATE AND COUNTS IN TDP-ROLL-COUNT.
002500*              A BREAK BEFORE TERM IS REQUESTED IN TDEPMANT BY A
002600*              SUPERVISOR (TDP-BREAK-REQUESTED) AND EXECUTED BY
002700*              THE NEXT TDEPVEN RUN, WHICH FORFEITS THE PRODUCT'S
002800*              PRD-PENALTY-PCT OF THE ACCRUED INTEREST AND PAYS
002900*              THE REST OUT.  A DEPOSIT PAID OUT AT MATURITY ("V")
003000*              OR BROKEN ("R") STAYS ON FILE AS THE TRAIL UNTIL A
003100*              NEW DEPOSIT IS REGISTERED ON THE ACCOUNT.
003200*              MAINTAINED BY TDEPMANT; TDEPPRON FORECASTS THE
003300*              MATURITIES.
003400*
003500* MODIFICATION HISTORY
003600*   09/10/26  JPL  INITIAL VERSION.
003700******************************************************************
003800 01  TDP-DEPOSIT-RECORD.
003900     05  TDP-ACCOUNT-NUMBER          PIC X(10).
004000     05  TDP-CUSTOMER-ID             PIC X(08).
004100     05  TDP-PRINCIPAL               PIC 9(09)V99.
004200     05  TDP-RATE                    PIC 9V9999.
004300     05  TDP-START-DATE              PIC 9(08).
004400     05  TDP-TERM-MONTHS             PIC 9(03).
004500     05  TDP-MATURITY-DATE           PIC 9(08).
004600     05  TDP-INSTRUCTION             PIC X(01).
004700         88  TDP-INS-PAY-OUT         VALUE "P".
004800         88  TDP-INS-ROLL-PRINCIPAL  VALUE "R".
004900         88  TDP-INS-ROLL-ALL        VALUE "T".
005000         88  TDP-INS-VALID           VALUE "P" "R" "T".
005100     05  TDP-PAYOUT-ACCOUNT          PIC X(10).
005200     05  TDP-ACCRUED-INTEREST        PIC 9(07)V99.
005300     05  TDP-LAST-ACCRUAL-DATE       PIC 9(08).
005400     05  TDP-STATUS                  PIC X(01).
005500         88  TDP-STAT-ACTIVE         VALUE "A".
005600         88  TDP-STAT-MATURED        VALUE "V".
005700         88  TDP-STAT-BROKEN         VALUE "R".
005800     05  TDP-BREAK-SW                PIC X(01).
005900         88  TDP-BREAK-REQUESTED     VALUE "S".
006000     05  TDP-BREAK-DATE              PIC 9(08).
006100     05  TDP-BREAK-BY                PIC X(08).
006200     05  TDP-OPENED-DATE             PIC 9(08).
006300     05  TDP-OPENED-BY               PIC X(08).
006400     05  TDP-ROLL-COUNT              PIC 9(03).
006500     05  TDP-CLOSED-DATE             PIC 9(08).
006600     05  FILLER                      PIC X(20).
