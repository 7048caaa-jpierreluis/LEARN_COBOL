000100******************************************************************
000200* COPYBOOK:    CORPRET
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 25/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE CORPRET RETURN FILE CORPINT
000600*              WRITES BACK TO THE CORPORATE CUSTOMERS: ONE RECORD
000700*              PER PAYMENT LINE THAT WAS NOT POSTED, WITH THE
000800*              CUSTOMER'S FILE REFERENCE, THE LINE AS IT WAS SENT
000900*              AND THE REASON.  CODES 01-06 REJECT ONE LINE; 10-15
001000*              REJECT THE WHOLE FILE, AND EVERY LINE OF IT COMES
001100*              BACK WITH THE SAME CODE:
001200*                01  CHECK DIGIT      02  NO SUCH ACCOUNT
001300*                03  ACCOUNT BLOCKED  04  INVALID AMOUNT
001400*                05  OTHER CURRENCY   06  THE DEBIT ACCOUNT
001500*                10  TRAILER TOTALS   11  DEBIT ACCOUNT INVALID
001600*                12  NO FUNDS         13  FILE ALREADY POSTED
001700*                14  TOTAL TOO LARGE  15  FILE STRUCTURE
001800*
001900* MODIFICATION HISTORY
002000*   25/09/26  JPL  INITIAL VERSION.
002100******************************************************************
002200 01  CRT-RETURN-RECORD.
002300     05  CRT-CUSTOMER-ID             PIC X(08).
002400     05  CRT-FILE-REF                PIC X(12).
002500     05  CRT-LINE-SEQ                PIC 9(06).
002600     05  CRT-ACCOUNT                 PIC X(10).
002700     05  CRT-AMOUNT                  PIC 9(07)V99.
002800     05  CRT-BENEFICIARY             PIC X(30).
002900     05  CRT-REFERENCE               PIC X(16).
003000     05  CRT-REASON-CODE             PIC X(02).
003100         88  CRT-LINE-REASON         VALUE "01" THRU "06".
003200         88  CRT-FILE-REASON         VALUE "10" THRU "15".
003300     05  CRT-REASON-TEXT             PIC X(30).
003400     05  CRT-PROCESS-DATE            PIC 9(08).
