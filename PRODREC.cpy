000100******************************************************************
000200* COPYBOOK:    PRODREC
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 07/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE PRODMAST INDEXED PRODUCT
000600*              CATALOG.  PRD-PRODUCT-CODE IS THE PRIMARY KEY
000700*              AND MATCHES ACM-PRODUCT-CODE ON ACCTMAST.  EACH
000800*              PRODUCT CARRIES THE PARAMETERS THE ACCOUNT
000900*              PROGRAMS USED TO HARDCODE OR ASK FOR:  ITS OWN
001000*              INTEREST BAND TABLE (THREE CUT-OFFS, FOUR
001100*              SIGNED RATES, THE SAME SHAPE AS RATECTL), THE
001200*              DEFAULT OVERDRAFT LIMIT 5200-CREATE-ACCOUNT
001300*              OFFERS, THE DORMANCY PERIOD IN MONTHS FOR THE
001400*              CTASTAT SWEEP (ZERO = THE SWEEP'S SYSIN VALUE),
001500*              AND UP TO FOUR ALLOWED CURRENCY CODES ("LOC"
001600*              NAMES THE LOCAL CURRENCY, AS ON FXRATE; ALL
001700*              SPACES = LOCAL CURRENCY ONLY).  A WITHDRAWN
001800*              PRODUCT ("I") STAYS ON FILE FOR THE ACCOUNTS
001850*              ALREADY OPENED UNDER IT BUT OPENS NO NEW ONES.
001856*              PRD-PRODUCT-KIND "P" MARKS A FIXED-TERM DEPOSIT
001862*              PRODUCT: ITS ACCOUNTS EARN THE FIXED RATE OF THEIR
001868*              TDEPMAST DEPOSIT (TDEPVEN) INSTEAD OF THE BAND
001874*              TABLE, AND PRD-PENALTY-PCT IS THE FRACTION OF THE
001880*              DEPOSIT'S ACCRUED INTEREST FORFEITED WHEN IT IS
001886*              BROKEN BEFORE TERM (SPACES = ALL OF IT, THE SITE
001892*              DEFAULT).  SPACES IN THE KIND ARE A DEMAND PRODUCT.
001900*              MAINTAINED BY PRODMANT.
002000*
002100* MODIFICATION HISTORY
002200*   07/09/26  JPL  INITIAL VERSION.
002210*   09/10/26  JPL  PRD-PRODUCT-KIND AND PRD-PENALTY-PCT CARVED
002220*                  FROM THE FILLER FOR TERM DEPOSIT PRODUCTS.
002300******************************************************************
002400 01  PRD-PRODUCT-RECORD.
002500     05  PRD-PRODUCT-CODE            PIC X(04).
002600     05  PRD-DESCRIPTION             PIC X(20).
002700     05  PRD-STATUS                  PIC X(01).
002800         88  PRD-STAT-ACTIVE         VALUE "A".
002900         88  PRD-STAT-WITHDRAWN      VALUE "I".
003000     05  PRD-RATE-TABLE.
003100         10  PRD-LOW-CUTOFF          PIC 9(09)V99.
003200         10  PRD-MED-CUTOFF          PIC 9(09)V99.
003300         10  PRD-HIGH-CUTOFF         PIC 9(09)V99.
003400         10  PRD-RATE-1              PIC S9V9999
003500                                     SIGN LEADING SEPARATE.
003600         10  PRD-RATE-2              PIC S9V9999
003700                                     SIGN LEADING SEPARATE.
003800         10  PRD-RATE-3              PIC S9V9999
003900                                     SIGN LEADING SEPARATE.
004000         10  PRD-RATE-4              PIC S9V9999
004100                                     SIGN LEADING SEPARATE.
004200     05  PRD-DEFAULT-OVERDRAFT       PIC 9(08)V99.
004300     05  PRD-DORMANCY-MONTHS         PIC 9(02).
004400     05  PRD-CURRENCY-TABLE.
004500         10  PRD-CURRENCY            PIC X(03)
004600                                     OCCURS 4 TIMES.
004700     05  PRD-PRODUCT-KIND            PIC X(01).
004800         88  PRD-KIND-DEMAND         VALUE "V" SPACE.
004900         88  PRD-KIND-TERM-DEPOSIT   VALUE "P".
005000     05  PRD-PENALTY-PCT             PIC 9V9999.
005100     05  FILLER                      PIC X(14).
