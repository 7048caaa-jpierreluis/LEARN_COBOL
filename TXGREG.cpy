000100******************************************************************
000200* COPYBOOK:    TXGREG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 18/09/26
000500* PURPOSE:     REGULATORY CASH-MOVEMENT REPORT RECORD WRITTEN TO
000600*              THE TXGREG FILE BY TXGRAN: ONE RECORD PER CUSTOMER
000700*              WHOSE CASH IN OR CASH OUT FOR THE DAY REACHED THE
000800*              TXGCTL THRESHOLD, AGGREGATED OVER ALL OF THE
000900*              CUSTOMER'S ACCOUNTS AND VALUED IN THE LOCAL
001000*              CURRENCY.  THE FILE IS APPENDED EACH DAY; THE
001100*              REPORT DATE SEPARATES THE DAYS FOR THE FILING.
001200*
001300* MODIFICATION HISTORY
001400*   18/09/26  JPL  INITIAL VERSION.
001500******************************************************************
001600 01  TXR-REPORT-RECORD.
001700     05  TXR-REPORT-DATE             PIC 9(08).
001800     05  TXR-CUSTOMER-ID             PIC X(08).
001900     05  TXR-CUSTOMER-NAME           PIC X(30).
002000     05  TXR-CUSTOMER-ADDRESS        PIC X(40).
002100     05  TXR-CASH-IN                 PIC 9(11)V99.
002200     05  TXR-CASH-OUT                PIC 9(11)V99.
002300     05  TXR-MOVE-COUNT              PIC 9(05).
002400     05  FILLER                      PIC X(10).
