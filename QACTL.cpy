000100******************************************************************
000200* COPYBOOK:    QACTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 07/10/26
000500* PURPOSE:     QUALITY-ASSURANCE SAMPLING CONTROL LAYOUT FOR THE
000600*              QACTL FILE READ BY QAMUEST.  ONE LINE, KEPT BY THE
000700*              DESK LEAD:
000800*                QCT-BASE-PERCENT  PER CENT OF AN OPERATOR'S DAY
000900*                    DRAWN FOR REVIEW (ZERO = 005)
001000*                QCT-NEW-PERCENT  THE RATE FOR A NEW OPERATOR -
001100*                    ONE FIRST SAMPLED LESS THAN QCT-NEW-DAYS AGO,
001200*                    OR NEVER (ZERO = 025)
001300*                QCT-RISING-PERCENT  THE RATE FOR AN OPERATOR
001400*                    WHOSE ERROR RATE IS RISING (ZERO = 015)
001500*                QCT-NEW-DAYS  HOW LONG AN OPERATOR COUNTS AS NEW,
001600*                    IN CALENDAR DAYS (ZERO = 090)
001700*                QCT-TREND-DAYS  THE ERROR RATE OF THE LAST
001800*                    QCT-TREND-DAYS IS COMPARED WITH THAT OF THE
001900*                    SAME NUMBER OF DAYS BEFORE THEM (ZERO = 030)
002000*                QCT-MIN-REVIEWED  REVIEWED ITEMS THE RECENT
002100*                    WINDOW NEEDS BEFORE A TREND IS JUDGED
002200*                    (ZERO = 005)
002300*              THE HIGHEST RATE THAT APPLIES IS USED.  A MISSING
002400*              FILE RUNS ON THE DEFAULTS - SAMPLING IS THE DESK'S
002500*              OWN CONTROL, NOT A REASON TO HOLD THE NIGHT.
002600*
002700* MODIFICATION HISTORY
002800*   07/10/26  JPL  INITIAL VERSION.
002900******************************************************************
003000 01  QCT-CTL-RECORD.
003100     05  QCT-BASE-PERCENT            PIC 9(03).
003200     05  QCT-NEW-PERCENT             PIC 9(03).
003300     05  QCT-RISING-PERCENT          PIC 9(03).
003400     05  QCT-NEW-DAYS                PIC 9(03).
003500     05  QCT-TREND-DAYS              PIC 9(03).
003600     05  QCT-MIN-REVIEWED            PIC 9(03).
003700     05  FILLER                      PIC X(10).
