000100******************************************************************
000200* COPYBOOK:    ESCHREM
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 16/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE ESCHREM FILE ESCHEAT WRITES
000600*              ON ITS REMITTANCE PASS FOR THE STATE UNCLAIMED-
000700*              PROPERTY OFFICE: ONE RECORD PER ACCOUNT WHOSE
000800*              BALANCE WAS ESCHEATED, WITH THE OWNER AS ON
000900*              CUSTMAST, THE LAST CUSTOMER-INITIATED MOVEMENT
001000*              AND THE AMOUNT REMITTED IN THE ACCOUNT'S OWN
001100*              CURRENCY (SPACES = LOCAL).  THE SAME FIGURES AS
001200*              THE PRINTED REMITTANCE REPORT.
001300*
001400* MODIFICATION HISTORY
001500*   16/09/26  JPL  INITIAL VERSION.
001600******************************************************************
001700 01  ESM-REMIT-RECORD.
001800     05  ESM-REPORT-YEAR             PIC 9(04).
001900     05  ESM-ACCOUNT-NUMBER          PIC X(10).
002000     05  ESM-CUSTOMER-ID             PIC X(08).
002100     05  ESM-CUSTOMER-NAME           PIC X(30).
002200     05  ESM-CUSTOMER-ADDRESS        PIC X(40).
002300     05  ESM-LAST-ACTIVITY           PIC 9(08).
002400     05  ESM-CURRENCY-CODE           PIC X(03).
002500     05  ESM-AMOUNT                  PIC 9(09)V99.
002600     05  ESM-REMIT-DATE              PIC 9(08).
