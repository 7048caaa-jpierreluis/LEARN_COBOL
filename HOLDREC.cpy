000100******************************************************************
000200* COPYBOOK:    HOLDREC
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 10/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE HOLDMAST INDEXED HOLDS AND
000600*              EARMARKS FILE.  A HOLD BLOCKS PART OF AN
000700*              ACCOUNT'S FUNDS (A CHEQUE IN CLEARING, A COURT
000800*              ORDER, COLLATERAL) WITHOUT FREEZING THE WHOLE
000900*              ACCOUNT IN CTASTAT.  HLD-KEY (ACCOUNT + A
001000*              SEQUENCE PER ACCOUNT) IS THE PRIMARY KEY, SO A
001100*              START ON THE ACCOUNT WALKS ITS HOLDS.  A HOLD
001200*              COUNTS AGAINST THE AVAILABLE BALANCE WHILE IT IS
001300*              ACTIVE ("A") AND ITS EXPIRY DATE IS NOT PAST
001400*              (ZERO = UNTIL RELEASED).  RELEASED ("L") AND
001500*              EXPIRED ("V") HOLDS STAY ON FILE AS THE TRAIL.
001600*              MAINTAINED BY HOLDMANT; HOLDEXP EXPIRES THE
001700*              LAPSED ONES DAILY; HOLDSUM TOTALS THEM.
001800*
001900* MODIFICATION HISTORY
002000*   10/09/26  JPL  INITIAL VERSION.
002100******************************************************************
002200 01  HLD-HOLD-RECORD.
002300     05  HLD-KEY.
002400         10  HLD-ACCOUNT-NUMBER      PIC X(10).
002500         10  HLD-SEQ                 PIC 9(03).
002600     05  HLD-AMOUNT                  PIC 9(09)V99.
002700     05  HLD-REASON                  PIC X(02).
002800         88  HLD-RSN-CHEQUE          VALUE "CH".
002900         88  HLD-RSN-COURT           VALUE "JU".
003000         88  HLD-RSN-COLLATERAL      VALUE "GA".
003100         88  HLD-RSN-OTHER           VALUE "OT".
003200         88  HLD-RSN-VALID           VALUE "CH" "JU" "GA" "OT".
003300     05  HLD-STATUS                  PIC X(01).
003400         88  HLD-STAT-ACTIVE         VALUE "A".
003500         88  HLD-STAT-RELEASED       VALUE "L".
003600         88  HLD-STAT-EXPIRED        VALUE "V".
003700     05  HLD-PLACED-BY               PIC X(08).
003800     05  HLD-PLACED-DATE             PIC 9(08).
003900     05  HLD-EXPIRY-DATE             PIC 9(08).
004000         88  HLD-NO-EXPIRY           VALUE ZERO.
004100     05  HLD-RELEASED-BY             PIC X(08).
004200     05  HLD-RELEASED-DATE           PIC 9(08).
004300     05  HLD-DESCRIPTION             PIC X(30).
004400     05  FILLER                      PIC X(10).
