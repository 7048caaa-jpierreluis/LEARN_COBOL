000100******************************************************************
000200* COPYBOOK:    BKPVRFY
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 29/09/26
000500* PURPOSE:     BACKUP PROOF RECORD APPENDED TO THE BKPVRFY
000600*              HISTORY BY MSTVRFY - ONE PER VERIFY RUN, FOR THE
000700*              ACCTUNLD GENERATION IT PROVED.  CARRIES THE
000800*              UNLOAD'S OWN TRAILER STAMP, RECORD COUNT AND
000900*              BALANCE HASH, AND WHETHER THE THREE-WAY PROOF
001000*              (UNLOAD, TRAILER, LIVE MASTER) HELD.  FWDRECOV
001100*              RELOADS ONLY FROM THE UNLOAD NAMED BY THE LATEST
001200*              PROVED RECORD, SO A BACKUP NOBODY VERIFIED NEVER
001300*              BECOMES THE STARTING POINT OF A RECOVERY.
001400*
001500* MODIFICATION HISTORY
001600*   29/09/26  JPL  INITIAL VERSION.
001700******************************************************************
001800 01  BKV-VERIFY-RECORD.
001900     05  BKV-VERIFY-DATE             PIC 9(08).
002000     05  BKV-VERIFY-TIME             PIC 9(08).
002100     05  BKV-UNLOAD-DATE             PIC 9(08).
002200     05  BKV-UNLOAD-TIME             PIC 9(08).
002300     05  BKV-ACCT-COUNT              PIC 9(09).
002400     05  BKV-ACCT-HASH               PIC S9(13)V99
002500                                     SIGN LEADING SEPARATE.
002600     05  BKV-RESULT                  PIC X(01).
002700         88  BKV-PROVED              VALUE "P".
002800         88  BKV-FAILED              VALUE "F".
