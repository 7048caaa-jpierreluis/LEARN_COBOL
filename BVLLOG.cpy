000100******************************************************************
000200* COPYBOOK:    BVLLOG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 05/10/26
000500* PURPOSE:     BACK-VALUED POSTING LOG.  OPBPOST APPENDS ONE
000600*              RECORD FOR EVERY POSTING IT APPLIES WITH A VALUE
000700*              DATE BEFORE THE POSTING DATE - ONE PER LEG FOR A
000800*              TRANSFER - CARRYING THE LOTE JOURNAL ENTRY'S RUN
000900*              DATE/TIME SO THE ENTRY CAN BE FOUND AGAIN.  THE
001000*              BVLINT STEP RECOMPUTES THE INTEREST ACCRUED
001100*              SINCE THE VALUE DATE, POSTS THE DIFFERENCE AND
001200*              STAMPS THE RECORD:
001300*                "P"  PENDING - NOT YET ADJUSTED
001400*                "A"  ADJUSTED - BVL-ADJ-AMOUNT WAS POSTED (OR
001500*                     CAME TO ZERO) ON BVL-ADJ-DATE
001600*                "N"  NO ADJUSTMENT - THE ACCOUNT NO LONGER
001700*                     ACCRUES (FROZEN, CLOSED, ESCHEATED) OR IS
001800*                     GONE FROM ACCTMAST
001900*              BVL-ADJ-DAYS IS THE NUMBER OF ACCRUAL RUNS THE
002000*              ADJUSTMENT COVERED.
002100*
002200* MODIFICATION HISTORY
002300*   05/10/26  JPL  INITIAL VERSION.
002400******************************************************************
002500 01  BVL-LOG-RECORD.
002600     05  BVL-ACCOUNT                 PIC X(10).
002700     05  BVL-AMOUNT                  PIC S9(09)V99
002800                                     SIGN LEADING SEPARATE.
002900     05  BVL-VALUE-DATE              PIC 9(08).
003000     05  BVL-POST-DATE               PIC 9(08).
003100     05  BVL-POST-TIME               PIC 9(08).
003200     05  BVL-DESK                    PIC X(04).
003300     05  BVL-STATUS                  PIC X(01).
003400         88  BVL-PENDING             VALUE "P".
003500         88  BVL-ADJUSTED            VALUE "A".
003600         88  BVL-NOT-ADJUSTED        VALUE "N".
003700     05  BVL-ADJ-AMOUNT              PIC S9(09)V99
003800                                     SIGN LEADING SEPARATE.
003900     05  BVL-ADJ-DATE                PIC 9(08).
004000     05  BVL-ADJ-DAYS                PIC 9(03).
004100     05  FILLER                      PIC X(10).
