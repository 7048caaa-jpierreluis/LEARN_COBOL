000100******************************************************************
000200* COPYBOOK:    HOLDPARM
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 10/09/26
000500* PURPOSE:     PARAMETER AREA FOR THE HOLDSUM SUBPROGRAM.  THE
000600*              CALLER FILLS THE ACCOUNT AND THE DATE THE HOLDS
000700*              ARE JUDGED AT; HOLDSUM ANSWERS THE TOTAL AND
000800*              COUNT OF THE HOLDS IN FORCE ON THAT DATE (ACTIVE
000900*              AND NOT EXPIRED BEFORE IT).  THE CALLER'S
001000*              AVAILABLE BALANCE IS THEN LEDGER BALANCE MINUS
001100*              HLS-REPLY-AMOUNT PLUS THE OVERDRAFT LIMIT.  A
001200*              MISSING HOLDMAST ANSWERS ZERO AND "N" ON THE
001300*              FILE SWITCH - NO FILE, NO HOLDS.
001400*
001500* MODIFICATION HISTORY
001600*   10/09/26  JPL  INITIAL VERSION.
001700******************************************************************
001800 01  HLS-PARM.
001900     05  HLS-REQ-ACCOUNT             PIC X(10).
002000     05  HLS-REQ-DATE                PIC 9(08).
002100     05  HLS-REPLY-AMOUNT            PIC 9(11)V99.
002200     05  HLS-REPLY-COUNT             PIC 9(03).
002300     05  HLS-REPLY-FILE-SW           PIC X(01).
002400         88  HLS-FILE-PRESENT        VALUE "Y".
002500         88  HLS-FILE-MISSING        VALUE "N".
