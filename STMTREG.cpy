000100******************************************************************
000200* COPYBOOK:    STMTREG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 24/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE STMTREG INDEXED REGISTER OF
000600*              STATEMENTS SENT TO THE PRINT VENDOR.  ESTADO-CUENTA
000700*              WRITES ONE RECORD PER STATEMENT IT EXTRACTS, KEYED
000800*              BY THE STATEMENT ID OF THE STMTEXT RECORDS; STMTRCN
000900*              POSTS THE VENDOR'S STMTRET CONFIRMATION AGAINST IT.
001000*              STATUS:
001100*                "E"  EXTRACTED - NO CONFIRMATION YET
001200*                "M"  MAILED
001300*                "N"  NOT MAILED - REPORTED SO BY THE VENDOR,
001400*                     OR STILL UNCONFIRMED WHEN THE RUN WAS
001500*                     RECONCILED
001600*                "U"  RETURNED UNDELIVERABLE - THE ADDRESSEE'S
001700*                     CUSTMAST ADDRESS IS MARKED
001800*              A LATE "M" CONFIRMATION STILL CLEARS AN "N";
001900*              NOTHING CLEARS A "U".  THE FIRST STATEMENT OF A
002000*              RUN ALSO GUARDS THE EXTRACT AGAINST A SECOND RUN OF
002100*              THE SAME CYCLE ON THE SAME DAY.
002200*
002300* MODIFICATION HISTORY
002400*   24/09/26  JPL  INITIAL VERSION.
002500******************************************************************
002600 01  STR-STATEMENT-RECORD.
002700     05  STR-KEY.
002800         10  STR-RUN-DATE            PIC 9(08).
002900         10  STR-CYCLE               PIC X(02).
003000         10  STR-STMT-SEQ            PIC 9(05).
003100     05  STR-ACCOUNT                 PIC X(10).
003200     05  STR-CUSTOMER-ID             PIC X(08).
003300     05  STR-COPY                    PIC X(01).
003400     05  STR-PAGE-COUNT              PIC 9(03).
003500     05  STR-STATUS                  PIC X(01).
003600         88  STR-STAT-EXTRACTED      VALUE "E".
003700         88  STR-STAT-MAILED         VALUE "M".
003800         88  STR-STAT-NOT-MAILED     VALUE "N".
003900         88  STR-STAT-RETURNED       VALUE "U".
004000     05  STR-VENDOR-DATE             PIC 9(08).
004100     05  STR-VENDOR-REASON           PIC X(20).
004200     05  STR-RECON-DATE              PIC 9(08).
004300     05  FILLER                      PIC X(10).
