000100******************************************************************
000200* COPYBOOK:    WHTCTL
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 14/09/26
000500* PURPOSE:     WITHHOLDING TAX CONTROL LAYOUT FOR THE WHTCTL
000600*              FILE READ BY INTCAP.  ONE LINE: THE RATE WITHHELD
000700*              FROM EVERY CAPITALIZATION OF EARNED INTEREST, AS
000800*              A FRACTION WITH FOUR DECIMALS THE WAY RATECTL
000900*              CARRIES ITS RATES (0.1000 = 10 PER CENT).
001000*              CUSTOMERS FLAGGED CST-WHT-EXEMPT ON CUSTMAST ARE
001100*              NOT WITHHELD.  A MISSING FILE OR ZERO RATE
001200*              WITHHOLDS NOTHING AND SAYS SO ON THE REGISTER.
001300*
001400* MODIFICATION HISTORY
001500*   14/09/26  JPL  INITIAL VERSION.
001600******************************************************************
001700 01  WHC-CTL-RECORD.
001800     05  WHC-RATE                    PIC 9V9999.
001900     05  FILLER                      PIC X(15).
