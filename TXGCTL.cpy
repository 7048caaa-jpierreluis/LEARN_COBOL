000100******************************************************************
000200* COPYBOOK:    TXGCTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 18/09/26
000500* PURPOSE:     CASH-MOVEMENT REPORTING CONTROL LAYOUT FOR THE
000600*              TXGCTL FILE READ BY TXGRAN.  ONE LINE:
000700*                TXC-REPORT-THRESHOLD  THE LEGAL REPORTING
000800*                    THRESHOLD PER CUSTOMER PER DAY, IN THE LOCAL
000900*                    CURRENCY; CASH IN AND CASH OUT ARE EACH HELD
001000*                    AGAINST IT
001100*                TXC-NEAR-PERCENT  A SINGLE MOVEMENT AT OR ABOVE
001200*                    THIS PER CENT OF THE THRESHOLD, BUT UNDER IT,
001300*                    IS "JUST BELOW" (ZERO = 090)
001400*                TXC-WINDOW-DAYS  THE ROLLING WINDOW, IN CALENDAR
001500*                    DAYS ENDING TODAY, THE JUST-BELOW MOVEMENTS
001600*                    ARE COUNTED OVER (ZERO = 010)
001700*                TXC-MIN-COUNT  JUST-BELOW MOVEMENTS INSIDE THE
001800*                    WINDOW THAT FLAG THE CUSTOMER FOR COMPLIANCE
001900*                    REVIEW (ZERO = 003)
002000*              A MISSING FILE OR ZERO THRESHOLD STOPS THE RUN -
002100*              THE REPORT IS A LEGAL OBLIGATION AND IS NOT
002200*              GUESSED AT.
002300*
002400* MODIFICATION HISTORY
002500*   18/09/26  JPL  INITIAL VERSION.
002600******************************************************************
002700 01  TXC-CTL-RECORD.
002800     05  TXC-REPORT-THRESHOLD        PIC 9(09)V99.
002900     05  TXC-NEAR-PERCENT            PIC 9(03).
003000     05  TXC-WINDOW-DAYS             PIC 9(03).
003100     05  TXC-MIN-COUNT               PIC 9(03).
003200     05  FILLER                      PIC X(10).
