000100******************************************************************
000200* COPYBOOK:    ACCSPARM
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 30/09/26
000500* PURPOSE:     PARAMETER AREA FOR THE ACCSREG SUBPROGRAM.  THE
000600*              CALLER FILLS THE OPERATOR AND SESSION STAMP, ITS
000700*              OWN PROGRAM NAME, WHAT IS ABOUT TO BE SHOWN AND
000800*              THE REASON CODE THE OPERATOR KEYED; ACCSREG
000900*              ANSWERS "Y" ONCE THE ACCSLOG RECORD IS WRITTEN.
001000*              ANYTHING ELSE - NO OPERATOR, A REASON OFF THE
001100*              LIST, A LOG THAT CANNOT BE WRITTEN - ANSWERS "N",
001200*              AND THE CALLER SHOWS NOTHING: AN INQUIRY THAT
001300*              LEFT NO TRACE DID NOT HAPPEN.
001400*
001500* MODIFICATION HISTORY
001600*   30/09/26  JPL  INITIAL VERSION.
001700******************************************************************
001800 01  ACP-PARM.
001900     05  ACP-REQ-OPERATOR            PIC X(08).
002000     05  ACP-REQ-SES-DATE            PIC 9(08).
002100     05  ACP-REQ-SES-TIME            PIC 9(08).
002200     05  ACP-REQ-PROGRAM             PIC X(08).
002300     05  ACP-REQ-KIND                PIC X(01).
002400         88  ACP-KIND-ACCOUNT        VALUE "C".
002500         88  ACP-KIND-CUSTOMER       VALUE "T".
002600         88  ACP-KIND-JRNL-ACCOUNT   VALUE "J".
002700         88  ACP-KIND-JRNL-ALL       VALUE "*".
002800         88  ACP-KIND-VALID          VALUE "C" "T" "J" "*".
002900     05  ACP-REQ-ACCOUNT             PIC X(10).
003000     05  ACP-REQ-CUSTOMER            PIC X(08).
003100     05  ACP-REQ-REASON              PIC X(02).
003200         88  ACP-REASON-VALID        VALUE "LL" "RC" "CO"
003300                                           "AU" "SV".
003400     05  ACP-REPLY                   PIC X(01).
003500         88  ACP-REPLY-LOGGED        VALUE "Y".
003600         88  ACP-REPLY-REFUSED       VALUE "N".
