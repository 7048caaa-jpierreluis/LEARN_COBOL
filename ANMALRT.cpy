000100******************************************************************
000200* COPYBOOK:    ANMALRT
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 21/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE ANMALRT POSTING ANOMALY
000600*              ALERT FILE.  ANOMALIA APPENDS ONE RECORD PER ALERT
000700*              WHEN IT SCORES THE DAY'S POSTINGS AGAINST EACH
000800*              ACCOUNT'S OWN HISTORY ON POSTJRNI; ALRTCOLA WORKS
000900*              THEM AS A SUPERVISOR QUEUE AND ITEMEDAD AGES THE
001000*              ONES STILL PENDING.  THE REASON BYTES SAY WHY THE
001100*              ALERT WAS RAISED:
001200*                "M"  AMOUNT - THE POSTING IS ANM-AMOUNT-FACTOR
001300*                     TIMES THE ACCOUNT'S TYPICAL AMOUNT AND
001400*                     LARGER THAN ANY IT HAS SEEN
001500*                "F"  FREQUENCY - TODAY'S DEBIT COUNT IS
001600*                     ANM-COUNT-FACTOR TIMES THE ACCOUNT'S TYPICAL
001700*                     DAILY COUNT.  ONE ALERT PER ACCOUNT-DAY: THE
001800*                     POSTING KEY IS ZERO AND THE AMOUNT IS THE
001900*                     DAY'S DEBIT TOTAL
002000*                "O"  SOURCE - A POSTING SOURCE THE ACCOUNT HAS
002100*                     NOT USED BEFORE
002200*              ANA-SCORE ADDS THE POINTS OF THE REASONS PRESENT
002300*              (50 AMOUNT, 30 FREQUENCY, 20 SOURCE).  ANA-STATUS
002400*              STARTS PENDING ("P"); THE REVIEWER MARKS IT CLEARED
002500*              ("C") OR ESCALATED ("E") AND IS STAMPED WITH THE
002600*              DATE.
002700*
002800* MODIFICATION HISTORY
002900*   21/09/26  JPL  INITIAL VERSION.
003000******************************************************************
003100 01  ANA-ALERT-RECORD.
003200     05  ANA-ALERT-DATE              PIC 9(08).
003300     05  ANA-ACCOUNT                 PIC X(10).
003400     05  ANA-POST-KEY.
003500         10  ANA-POST-DATE           PIC 9(08).
003600         10  ANA-POST-TIME           PIC 9(08).
003700         10  ANA-POST-SEQ            PIC 9(07).
003800     05  ANA-SOURCE                  PIC X(04).
003900     05  ANA-OPERATOR-ID             PIC X(08).
004000     05  ANA-AMOUNT                  PIC S9(09)V99
004100                                     SIGN LEADING SEPARATE.
004200     05  ANA-TYPICAL-AMOUNT          PIC 9(09)V99.
004300     05  ANA-MAX-AMOUNT              PIC 9(09)V99.
004400     05  ANA-DAY-DEBITS              PIC 9(03).
004500     05  ANA-TYPICAL-DEBITS          PIC 9(03)V9.
004600     05  ANA-REASONS.
004700         10  ANA-RSN-AMOUNT          PIC X(01).
004800             88  ANA-RSN-AMOUNT-ON   VALUE "M".
004900         10  ANA-RSN-COUNT           PIC X(01).
005000             88  ANA-RSN-COUNT-ON    VALUE "F".
005100         10  ANA-RSN-SOURCE          PIC X(01).
005200             88  ANA-RSN-SOURCE-ON   VALUE "O".
005300     05  ANA-SCORE                   PIC 9(03).
005400     05  ANA-STATUS                  PIC X(01).
005500         88  ANA-STAT-PENDING        VALUE "P".
005600         88  ANA-STAT-CLEARED        VALUE "C".
005700         88  ANA-STAT-ESCALATED      VALUE "E".
005800     05  ANA-REVIEWER-ID             PIC X(08).
005900     05  ANA-REVIEW-DATE             PIC 9(08).
006000     05  FILLER                      PIC X(10).
