000100******************************************************************
000200* COPYBOOK:    CLMAUDIT
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 02/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE CLMAUDIT CUSTOMER AUDIT
000600*              TRAIL.  CLIMERGE WRITES ONE RECORD PER ACCOUNT
000700*              MOVED ("M"), PER RELATIONSHIP MOVED ("L") OR
000800*              DROPPED ("D"), AND ONE FOR THE DUPLICATE'S
000900*              RETIREMENT ("R"), SO COMPLIANCE CAN SEE WHAT
001000*              MOVED, FROM WHOM, TO WHOM, BY WHOM AND WHEN.
001100*              ANONCLI WRITES ONE "A" RECORD PER CUSTOMER WHOSE
001200*              PERSONAL DATA IT REMOVED, THE CUSTOMER IN
001300*              CLM-AUD-DUPLICATE AND NO SURVIVOR OR ACCOUNT.
001400*              THE TRAIL CARRIES IDS ONLY - NO NAME OR ADDRESS.
001500*
001600* MODIFICATION HISTORY
001700*   02/09/26  JPL  INITIAL VERSION (IN THE CLIMERGE FD).
001800*   02/10/26  JPL  MOVED TO A COPYBOOK, SHARED WITH ANONCLI; NEW
001900*                  ACTION "A" - PERSONAL DATA ANONYMIZED.
002000******************************************************************
002100 01  CLM-AUDIT-RECORD.
002200     05  CLM-AUD-SURVIVOR            PIC X(08).
002300     05  CLM-AUD-DUPLICATE           PIC X(08).
002400     05  CLM-AUD-ACCOUNT             PIC X(10).
002500     05  CLM-AUD-ACTION              PIC X(01).
002600         88  CLM-AUD-MOVED           VALUE "M".
002700         88  CLM-AUD-RETIRED         VALUE "R".
002800         88  CLM-AUD-REL-MOVED       VALUE "L".
002900         88  CLM-AUD-REL-DROPPED     VALUE "D".
003000         88  CLM-AUD-ANONYMIZED      VALUE "A".
003100     05  CLM-AUD-OPERATOR-ID         PIC X(08).
003200     05  CLM-AUD-RUN-DATE            PIC 9(08).
003300     05  CLM-AUD-RUN-TIME            PIC 9(08).
