000100******************************************************************
000200* COPYBOOK:    AVISLOG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 23/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE AVISLOG INDEXED CUSTOMER
000600*              NOTICE LOG.  AVISOCLI WRITES ONE RECORD FOR EVERY
000700*              NOTICE LETTER IT PRINTS, KEYED BY THE EVENT THAT
000800*              CAUSED IT, SO THE SAME EVENT NEVER PRODUCES A
000900*              SECOND LETTER AND THE DESK CAN SHOW WHEN, TO WHOM
001000*              AND AT WHICH ADDRESS THE NOTICE WENT.  EVENT TYPES:
001100*                "O"  OVERDRAFT - AN AUTHORIZED OVDAPR EXCEPTION
001200*                     THAT LEFT THE ACCOUNT OVERDRAWN
001300*                "D"  DORMANCY - STATLOG CHANGE TO "D"
001400*                "C"  CLOSURE - STATLOG CHANGE TO "C"
001500*                "V"  STANDING ORDER EXPIRY - ORDPERM ORDER PAST
001600*                     ORD-EXPIRY-DATE; AVL-EVENT-REF = ORD-KEY
001700*                "R"  HOLD PLACED - HOLDMAST RECORD;
001800*                     AVL-EVENT-REF = HLD-SEQ
001900*              THE EVENT TIME IS ZERO WHEN THE SOURCE ONLY
002000*              CARRIES A DATE.  AVL-ISSUE-DATE/TIME/SEQ IS THE
002100*              NOTICE NUMBER PRINTED ON THE LETTER.
002200*
002300* MODIFICATION HISTORY
002400*   23/09/26  JPL  INITIAL VERSION.
002500******************************************************************
002600 01  AVL-NOTICE-RECORD.
002700     05  AVL-KEY.
002800         10  AVL-ACCOUNT             PIC X(10).
002900         10  AVL-EVENT-TYPE          PIC X(01).
003000             88  AVL-EVT-OVERDRAFT   VALUE "O".
003100             88  AVL-EVT-DORMANT     VALUE "D".
003200             88  AVL-EVT-CLOSED      VALUE "C".
003300             88  AVL-EVT-ORDER-END   VALUE "V".
003400             88  AVL-EVT-HOLD        VALUE "R".
003500         10  AVL-EVENT-DATE          PIC 9(08).
003600         10  AVL-EVENT-TIME          PIC 9(08).
003700         10  AVL-EVENT-REF           PIC X(10).
003800     05  AVL-CUSTOMER-ID             PIC X(08).
003900     05  AVL-CUSTOMER-NAME           PIC X(30).
004000     05  AVL-CUSTOMER-ADDRESS        PIC X(40).
004100     05  AVL-LANGUAGE                PIC X(01).
004200     05  AVL-EVENT-AMOUNT            PIC S9(09)V99
004300                                     SIGN LEADING SEPARATE.
004400     05  AVL-ISSUE-DATE              PIC 9(08).
004500     05  AVL-ISSUE-TIME              PIC 9(08).
004600     05  AVL-ISSUE-SEQ               PIC 9(05).
004700     05  FILLER                      PIC X(20).
