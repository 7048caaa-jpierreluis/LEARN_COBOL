000100******************************************************************
000200* COPYBOOK:    TDEPPARM
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 09/10/26
000500* PURPOSE:     PARAMETER AREA FOR THE TDEPCHK SUBPROGRAM.  THE
000600*              CALLER FILLS THE ACCOUNT; TDEPCHK ANSWERS WHETHER
000700*              A TERM DEPOSIT IS IN FORCE ON IT (TDEPMAST STATUS
000800*              "A") AND, IF SO, ITS MATURITY DATE.  WHILE ONE IS,
000900*              THE ACCOUNT'S BALANCE IS THE DEPOSIT AND ONLY
001000*              TDEPVEN MOVES IT - EVERY OTHER POSTING PATH
001100*              REFUSES THE ACCOUNT AND CIERRCTA WILL NOT CLOSE
001200*              IT.  AN ACCOUNT OPENED UNDER A TERM DEPOSIT
001300*              PRODUCT BUT NOT YET REGISTERED IN TDEPMANT, OR
001400*              WHOSE DEPOSIT WAS PAID OUT OR BROKEN, ANSWERS "N"
001500*              AND TAKES POSTINGS AS USUAL (THE INITIAL FUNDING).
001600*              A MISSING TDEPMAST ANSWERS "N" AND "N" ON THE FILE
001700*              SWITCH - NO FILE, NO DEPOSITS.
001800*
001900* MODIFICATION HISTORY
002000*   09/10/26  JPL  INITIAL VERSION.
002100******************************************************************
002200 01  TDK-PARM.
002300     05  TDK-REQ-ACCOUNT             PIC X(10).
002400     05  TDK-REPLY-SW                PIC X(01).
002500         88  TDK-DEPOSIT-ACTIVE      VALUE "Y".
002600         88  TDK-NO-DEPOSIT          VALUE "N".
002700     05  TDK-REPLY-MATURITY-DATE     PIC 9(08).
002800     05  TDK-REPLY-FILE-SW           PIC X(01).
002900         88  TDK-FILE-PRESENT        VALUE "Y".
003000         88  TDK-FILE-MISSING        VALUE "N".
