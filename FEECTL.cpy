000100******************************************************************
000200* COPYBOOK:    FEECTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 11/09/26
000500* PURPOSE:     MONTHLY SERVICE CHARGE SCHEDULE FOR THE FEECTL
000600*              CONTROL FILE READ BY FEECHG.  ONE LINE PER
000700*              PRODUCT (FEC-PRODUCT-CODE MATCHES ACM-PRODUCT-CODE
000800*              AND THE PRODMAST CATALOG); THE LINE WITH A BLANK
000900*              PRODUCT CODE IS THE SITE SCHEDULE FOR ACCOUNTS
001000*              WITH NO PRODUCT OR A PRODUCT WITHOUT ITS OWN
001100*              LINE.  THREE CHARGES, EACH A FLAT AMOUNT IN THE
001200*              LOCAL CURRENCY, ZERO = NOT CHARGED:
001300*                FEC-MAINT-FEE     ACCOUNT MAINTENANCE, EVERY
001400*                                  CHARGEABLE ACCOUNT
001500*                FEC-MIN-BAL-FEE   BALANCE AT OR ABOVE ZERO BUT
001600*                                  BELOW FEC-MIN-BALANCE
001700*                FEC-OVD-FEE       BALANCE BELOW ZERO (OVERDRAFT
001800*                                  IN USE)
001810*              AND ONE ONE-TIME CHARGE, TAKEN BY CIERRCTA WHEN
001820*              THE ACCOUNT IS CLOSED:
001830*                FEC-CLOSE-FEE     ACCOUNT CLOSURE SETTLEMENT
001900*
002000* MODIFICATION HISTORY
002100*   11/09/26  JPL  INITIAL VERSION.
002110*   15/09/26  JPL  FEC-CLOSE-FEE CARVED FROM THE FILLER FOR THE
002120*                  CIERRCTA CLOSURE SETTLEMENT.  OLDER LINES
002130*                  CARRY SPACES THERE - READERS TEST IS NUMERIC.
002200******************************************************************
002300 01  FEC-CTL-RECORD.
002400     05  FEC-PRODUCT-CODE            PIC X(04).
002500         88  FEC-SITE-DEFAULT        VALUE SPACES.
002600     05  FEC-MAINT-FEE               PIC 9(05)V99.
002700     05  FEC-MIN-BALANCE             PIC 9(09)V99.
002800     05  FEC-MIN-BAL-FEE             PIC 9(05)V99.
002900     05  FEC-OVD-FEE                 PIC 9(05)V99.
002950     05  FEC-CLOSE-FEE               PIC 9(05)V99.
003000     05  FILLER                      PIC X(03).
