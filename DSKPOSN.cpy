000100******************************************************************
000200* COPYBOOK:    DSKPOSN
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 28/09/26
000500* PURPOSE:     A DESK'S NET SETTLEMENT POSITION FOR ONE DATE,
000600*              APPENDED TO THE DSKPOSN HISTORY BY DESKSTL FOR
000700*              EVERY DESK IN THE DAY'S MATRIX, THE WAY CONSLOTE
000800*              APPENDS DSKTOTAL.  NET = DUE FROM OTHER DESKS LESS
000900*              DUE TO THEM (POSITIVE = THE DESK IS OWED); THE NETS
001000*              OF ONE DATE SUM TO ZERO.  TENDRPT TRENDS THE NET;
001100*              A FORCED RERUN'S RECORDS OVERWRITE THE DATE'S SLOT.
001200*
001300* MODIFICATION HISTORY
001400*   28/09/26  JPL  INITIAL VERSION.
001500******************************************************************
001600 01  DPS-POSITION-RECORD.
001700     05  DPS-DATE                    PIC 9(08).
001800     05  DPS-DESK                    PIC X(04).
001900     05  DPS-DUE-FROM                PIC 9(11)V99.
002000     05  DPS-DUE-TO                  PIC 9(11)V99.
002100     05  DPS-NET                     PIC S9(11)V99
002200                                     SIGN LEADING SEPARATE.
