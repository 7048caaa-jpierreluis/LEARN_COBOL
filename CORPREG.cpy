000100******************************************************************
000200* COPYBOOK:    CORPREG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 25/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE CORPREG INDEXED REGISTER OF
000600*              THE CORPORATE PAYMENT FILES CORPINT HAS POSTED,
000700*              KEYED BY ORIGINATING CUSTOMER AND THE CUSTOMER'S
000800*              OWN FILE REFERENCE.  A FILE WHOSE KEY IS ALREADY
000900*              HERE IS REFUSED WHOLE, SO A RE-SENT PAYROLL IS
001000*              NEVER PAID TWICE.  A FILE REJECTED WHOLE IS NOT
001100*              REGISTERED AND MAY BE SENT AGAIN CORRECTED.
001200*
001300* MODIFICATION HISTORY
001400*   25/09/26  JPL  INITIAL VERSION.
001500******************************************************************
001600 01  CRG-REGISTER-RECORD.
001700     05  CRG-KEY.
001800         10  CRG-CUSTOMER-ID         PIC X(08).
001900         10  CRG-FILE-REF            PIC X(12).
002000     05  CRG-FILE-DATE               PIC 9(08).
002100     05  CRG-PROCESS-DATE            PIC 9(08).
002200     05  CRG-DEBIT-ACCOUNT           PIC X(10).
002300     05  CRG-LINE-COUNT              PIC 9(06).
002400     05  CRG-POSTED-COUNT            PIC 9(06).
002500     05  CRG-RETURNED-COUNT          PIC 9(06).
002600     05  CRG-DEBIT-TOTAL             PIC 9(07)V99.
002700     05  FILLER                      PIC X(10).
