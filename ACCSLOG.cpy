000100******************************************************************
000200* COPYBOOK:    ACCSLOG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 30/09/26
000500* PURPOSE:     ONE RECORD PER CUSTOMER-DATA INQUIRY, APPENDED TO
000600*              THE ACCSLOG ACCESS LOG BY THE ACCSREG SUBPROGRAM
000700*              FOR CONSULTA-CUENTAS, JRNLRPT AND THE CUSTMANT
000800*              INQUIRY.  WHO LOOKED (THE OPERATOR AND THE
000900*              OPERSES SIGN-ON THAT OPENED THE SESSION - ZERO
001000*              WHEN THE OPERATOR ID WAS KEYED WITH NO SESSION),
001100*              WHEN, FROM WHICH PROGRAM, AT WHAT (AN ACCOUNT, A
001200*              CUSTOMER, AN ACCOUNT'S JOURNAL OR THE WHOLE
001300*              JOURNAL) AND WHY (THE REASON CODE THE OPERATOR
001400*              KEYED BEFORE THE LOOKUP RAN).  PRIVRPT READS IT
001500*              FOR THE PRIVACY REPORT.
001600*
001700* MODIFICATION HISTORY
001800*   30/09/26  JPL  INITIAL VERSION.
001900******************************************************************
002000 01  ACL-ACCESS-RECORD.
002100     05  ACL-ACCESS-DATE             PIC 9(08).
002200     05  ACL-ACCESS-TIME             PIC 9(08).
002300     05  ACL-OPERATOR-ID             PIC X(08).
002400     05  ACL-SES-DATE                PIC 9(08).
002500     05  ACL-SES-TIME                PIC 9(08).
002600     05  ACL-PROGRAM                 PIC X(08).
002700     05  ACL-KIND                    PIC X(01).
002800         88  ACL-BY-ACCOUNT          VALUE "C".
002900         88  ACL-BY-CUSTOMER         VALUE "T".
003000         88  ACL-JRNL-ACCOUNT        VALUE "J".
003100         88  ACL-JRNL-ALL            VALUE "*".
003200     05  ACL-ACCOUNT                 PIC X(10).
003300     05  ACL-CUSTOMER-ID             PIC X(08).
003400     05  ACL-REASON                  PIC X(02).
003500         88  ACL-RSN-CALL            VALUE "LL".
003600         88  ACL-RSN-CLAIM           VALUE "RC".
003700         88  ACL-RSN-COMPLIANCE      VALUE "CO".
003800         88  ACL-RSN-AUDIT           VALUE "AU".
003900         88  ACL-RSN-SERVICE         VALUE "SV".
004000     05  FILLER                      PIC X(11).
