000100******************************************************************
000200* COPYBOOK:    DSKPOST
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 28/09/26
000500* PURPOSE:     DESK POSTING RECORD APPENDED TO THE DSKPOST FILE
000600*              FOR EVERY BATCH POSTING OPBPOST APPLIES FROM A
000700*              DESK-TAGGED OPBTROUT RECORD.  THE JOURNAL KNOWS THE
000800*              ACCOUNT AND THE AMOUNT BUT NOT WHICH DESK SENT THE
000900*              POSTING; THIS RECORD CARRIES THE DESK TAG ALONGSIDE
001000*              THE JOURNAL ENTRY'S OWN RUN DATE AND TIME, SO THE
001100*              DESKSTL SETTLEMENT CAN CHARGE EACH DESK FOR WHAT IT
001200*              POSTED INTO ANOTHER DESK'S ACCOUNTS.  A REVPOST
001300*              REVERSAL OF SUCH A POSTING APPENDS THE OPPOSITE
001400*              AMOUNT UNDER THE SAME DESK (SOURCE "REV "), DATED
001500*              THE DAY OF THE REVERSAL.
001600*
001700* MODIFICATION HISTORY
001800*   28/09/26  JPL  INITIAL VERSION.
001900******************************************************************
002000 01  DKP-DESK-POSTING-RECORD.
002100     05  DKP-RUN-DATE                PIC 9(08).
002200     05  DKP-RUN-TIME                PIC 9(08).
002300     05  DKP-ACCOUNT                 PIC X(10).
002400     05  DKP-AMOUNT                  PIC S9(09)V99
002500                                     SIGN LEADING SEPARATE.
002600     05  DKP-DESK                    PIC X(04).
002700     05  DKP-SOURCE                  PIC X(04).
002800         88  DKP-SRC-BATCH           VALUE "LOTE".
002900         88  DKP-SRC-REVERSAL        VALUE "REV ".
