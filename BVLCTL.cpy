000100******************************************************************
000200* COPYBOOK:    BVLCTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 05/10/26
000500* PURPOSE:     BACK-VALUE LIMIT CONTROL LAYOUT FOR THE BVLCTL
000600*              FILE.  ONE LINE, SET ONLY FROM A SUPERVISOR
000700*              SESSION THROUGH CALMANT OPTION 4:
000800*                BVC-MAX-DAYS  HOW MANY BUSINESS DAYS BEFORE
000900*                    TODAY A POSTING'S VALUE DATE MAY LIE
001000*                    (FECHALAB FUNCTION "R" WALKS THEM BACK);
001100*                    ZERO ALLOWS NO BACK-VALUED POSTING AT ALL
001200*                BVC-SET-BY / BVC-SET-DATE / BVC-SET-TIME  THE
001300*                    SUPERVISOR WHO LAST CHANGED THE LIMIT, AND
001400*                    WHEN
001500*              A MISSING FILE IS A ZERO LIMIT - OPBPOST AND
001600*              CAPTLOTE REFUSE EVERY PAST VALUE DATE UNTIL A
001700*              SUPERVISOR HAS SET ONE.  CALMANT REFUSES A LIMIT
001800*              ABOVE 060 BUSINESS DAYS, THE SPAN BVLINT'S TABLE
001900*              OF ACCRUAL RUNS IS SIZED FOR.
002000*
002100* MODIFICATION HISTORY
002200*   05/10/26  JPL  INITIAL VERSION.
002300******************************************************************
002400 01  BVC-CTL-RECORD.
002500     05  BVC-MAX-DAYS                PIC 9(03).
002600     05  BVC-SET-BY                  PIC X(08).
002700     05  BVC-SET-DATE                PIC 9(08).
002800     05  BVC-SET-TIME                PIC 9(08).
002900     05  FILLER                      PIC X(13).
