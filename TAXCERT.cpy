000100******************************************************************
000200* COPYBOOK:    TAXCERT
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 14/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE TAXCERT FILE ANOCIER
000600*              WRITES FOR THE TAX AUTHORITY: ONE RECORD PER
000700*              CUSTOMER CERTIFIED FOR THE YEAR, WITH THE SAME
000800*              FIGURES AS THE PRINTED CERTIFICATE - GROSS
000900*              INTEREST CREDITED ("CAP "), TAX WITHHELD ("WHT ")
001000*              AND THE NET CREDITED.
001100*
001200* MODIFICATION HISTORY
001300*   14/09/26  JPL  INITIAL VERSION.
001400******************************************************************
001500 01  TXC-CERT-RECORD.
001600     05  TXC-YEAR                    PIC 9(04).
001700     05  TXC-CUSTOMER-ID             PIC X(08).
001800     05  TXC-CUSTOMER-NAME           PIC X(30).
001900     05  TXC-GROSS-INTEREST          PIC 9(11)V99.
002000     05  TXC-TAX-WITHHELD            PIC 9(11)V99.
002100     05  TXC-NET-INTEREST            PIC 9(11)V99.
002200     05  TXC-ISSUE-DATE              PIC 9(08).
