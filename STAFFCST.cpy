000100******************************************************************
000200* COPYBOOK:    STAFFCST
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 30/09/26
000500* PURPOSE:     STAFF-AS-CUSTOMER CONTROL FILE READ BY PRIVRPT.
000600*              ONE RECORD PER CUSTOMER ID THAT BELONGS TO AN
000700*              OPERATOR ON OPERMAST - THE OPERATOR'S OWN
000800*              CUSTOMER RECORD AND ANY HOUSEHOLD CUSTOMER THE
000900*              DESK LEAD DECLARES FOR THEM.  A LOOKUP OF A
001000*              CUSTOMER MAPPED TO THE SAME OPERATOR IS AN OWN-
001100*              ACCOUNT ACCESS; MAPPED TO ANY OTHER OPERATOR, A
001200*              COLLEAGUE'S.  KEPT BY THE DESK LEAD AS A FLAT
001300*              FILE, THE WAY DESKMAP IS.
001400*
001500* MODIFICATION HISTORY
001600*   30/09/26  JPL  INITIAL VERSION.
001700******************************************************************
001800 01  SFC-STAFF-RECORD.
001900     05  SFC-OPERATOR-ID             PIC X(08).
002000     05  SFC-CUSTOMER-ID             PIC X(08).
002100     05  FILLER                      PIC X(04).
