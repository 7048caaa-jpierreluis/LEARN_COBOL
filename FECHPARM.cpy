000600*              SUBPROGRAM.  THE CALLER FILLS THE DATE AND THE
000700*              FUNCTION: "V" ANSWERS WHETHER THE DATE IS A
000800*              BUSINESS DAY, "A" ANSWERS THE PREVIOUS BUSINESS
000810*              DAY, "S" THE NEXT ONE, AND "R" THE BUSINESS DAY
000820*              LYING FCH-REQ-DAYS BUSINESS DAYS BEFORE THE DATE
000830*              (THE EARLIEST VALUE DATE A BACK-VALUED POSTING
000840*              MAY CARRY).  "M" ANSWERS THE DATE FCH-REQ-DAYS
000850*              MONTHS AFTER THE DATE (THE DAY CUT BACK TO THE
000860*              END OF A SHORTER MONTH), MOVED ON TO THE NEXT
000870*              BUSINESS DAY WHEN IT IS NOT ONE - A TERM DEPOSIT'S
000880*              MATURITY.  SATURDAYS, SUNDAYS AND
001000*              EVERY DATE ON THE CALFERI HOLIDAY FILE ARE NOT
001100*              BUSINESS DAYS.  A MISSING CALFERI IS ANSWERED
001200*              ON THE REPLY SWITCH SO THE CALLER CAN WARN THAT
001400*
001500* MODIFICATION HISTORY
001600*   02/09/26  JPL  INITIAL VERSION.
001610*   05/10/26  JPL  ADDED FUNCTION "R" AND THE TRAILING
001620*                  FCH-REQ-DAYS COUNT IT WALKS BACK.
001630*   09/10/26  JPL  ADDED FUNCTION "M" - FCH-REQ-DAYS IS THEN A
001640*                  NUMBER OF MONTHS.
001700******************************************************************
001800 01  FCH-PARM.
001900     05  FCH-REQ-DATE                PIC 9(08).
002100         88  FCH-FUNC-VALIDATE       VALUE "V".
002200         88  FCH-FUNC-PREV           VALUE "A".
002300         88  FCH-FUNC-NEXT           VALUE "S".
002310         88  FCH-FUNC-BACK-DAYS      VALUE "R".
002320         88  FCH-FUNC-ADD-MONTHS     VALUE "M".
002400     05  FCH-REPLY-BUSINESS          PIC X(01).
002500         88  FCH-IS-BUSINESS         VALUE "Y".
002600         88  FCH-NOT-BUSINESS        VALUE "N".
002800     05  FCH-REPLY-CAL-SW            PIC X(01).
002900         88  FCH-CAL-PRESENT         VALUE "Y".
003000         88  FCH-CAL-MISSING         VALUE "N".
003100     05  FCH-REQ-DAYS                PIC 9(03).
