000100******************************************************************
000200* COPYBOOK:    STMTRET
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 24/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE STMTRET MAILING CONFIRMATION
000600*              THE PRINT VENDOR RETURNS FOR A STMTEXT EXTRACT, ONE
000700*              RECORD PER STATEMENT IT REPORTS ON, IN ANY ORDER:
000800*                "M"  MAILED ON SRT-EVENT-DATE
000900*                "N"  NOT MAILED - SRT-REASON SAYS WHY
001000*                "U"  MAILED AND RETURNED UNDELIVERABLE BY THE
001100*                     POST ON SRT-EVENT-DATE
001200*              A RETURNED STATEMENT MAY ARRIVE ON A LATER FILE
001300*              THAN ITS "M" CONFIRMATION.  READ BY STMTRCN.
001400*
001500* MODIFICATION HISTORY
001600*   24/09/26  JPL  INITIAL VERSION.
001700******************************************************************
001800 01  SRT-RETURN-RECORD.
001900     05  SRT-STMT-ID.
002000         10  SRT-RUN-DATE            PIC 9(08).
002100         10  SRT-CYCLE               PIC X(02).
002200         10  SRT-STMT-SEQ            PIC 9(05).
002300     05  SRT-ACCOUNT                 PIC X(10).
002400     05  SRT-RESULT                  PIC X(01).
002500         88  SRT-MAILED              VALUE "M".
002600         88  SRT-NOT-MAILED          VALUE "N".
002700         88  SRT-UNDELIVERABLE       VALUE "U".
002800     05  SRT-EVENT-DATE              PIC 9(08).
002900     05  SRT-PAGES                   PIC 9(03).
003000     05  SRT-REASON                  PIC X(20).
003100     05  FILLER                      PIC X(10).
