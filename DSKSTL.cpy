000100******************************************************************
000200* COPYBOOK:    DSKSTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 28/09/26
000500* PURPOSE:     INTER-DESK SETTLEMENT ENTRY APPENDED TO THE DSKSTL
000600*              HISTORY BY DESKSTL - ONE PER PAIR OF DESKS WITH A
000700*              NET POSITION FOR THE DAY.  THE DEBTOR DESK OWES
000800*              THE CREDITOR DESK DST-AMOUNT.  GLEXTRAC EXTRACTS IT
000900*              AS ONE PAIR: DEBIT THE CREDITOR DESK'S SETTLEMENT
001000*              ACCOUNT (DUE FROM), CREDIT THE DEBTOR DESK'S (DUE
001100*              TO), BOTH FROM THE DESKMAP CONTROL FILE - A BLANK
001200*              ACCOUNT TAKES THE GLMAP CLEARING ACCOUNT.
001300*              DST-RUN-TIME TELLS A FORCED RERUN'S ENTRIES FROM
001400*              THE RUN THEY REPLACE: ONLY THE LATEST RUN OF A DATE
001500*              IS EXTRACTED.
001600*
001700* MODIFICATION HISTORY
001800*   28/09/26  JPL  INITIAL VERSION.
001900******************************************************************
002000 01  DST-SETTLE-RECORD.
002100     05  DST-DATE                    PIC 9(08).
002200     05  DST-RUN-TIME                PIC 9(08).
002300     05  DST-DEBTOR-DESK             PIC X(04).
002400     05  DST-CREDITOR-DESK           PIC X(04).
002500     05  DST-AMOUNT                  PIC 9(09)V99.
002600     05  DST-DEBIT-ACCOUNT           PIC X(10).
002700     05  DST-CREDIT-ACCOUNT          PIC X(10).
