000100******************************************************************
000200* COPYBOOK:    RELREC
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 08/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE ACCTREL INDEXED ACCOUNT-TO-
000600*              CUSTOMER RELATIONSHIP FILE.  ACM-CUSTOMER-ID ON
000700*              ACCTMAST STAYS THE ACCOUNT'S PRIMARY HOLDER (ROLE
000800*              P); ACCTREL CARRIES EVERY OTHER PARTY TO THE
000900*              ACCOUNT - JOINT OWNERS, AUTHORIZED SIGNATORIES
001000*              AND BENEFICIARIES - ONE RECORD PER ACCOUNT AND
001100*              CUSTOMER.  REL-KEY (ACCOUNT + CUSTOMER) IS THE
001200*              PRIMARY KEY, SO A START ON THE ACCOUNT WALKS ITS
001300*              PARTIES; REL-CUSTOMER-ID IS AN ALTERNATE KEY WITH
001400*              DUPLICATES, SO A CUSTOMER'S SECONDARY ACCOUNTS
001500*              CAN BE WALKED THE WAY ACM-CUSTOMER-ID WALKS THE
001600*              PRIMARY ONES.  MAINTAINED BY RELMANT THROUGH THE
001700*              PENDCHG/MANTREL RELEASE; THE 45-BYTE RECORD RIDES
001800*              IN THE 90-BYTE PENDCHG IMAGES.
001900*
002000* MODIFICATION HISTORY
002100*   08/09/26  JPL  INITIAL VERSION.
002200******************************************************************
002300 01  REL-RELATION-RECORD.
002400     05  REL-KEY.
002500         10  REL-ACCOUNT-NUMBER      PIC X(10).
002600         10  REL-CUSTOMER-ID         PIC X(08).
002700     05  REL-ROLE                    PIC X(01).
002800         88  REL-ROLE-PRIMARY        VALUE "P".
002900         88  REL-ROLE-JOINT          VALUE "J".
003000         88  REL-ROLE-SIGNATORY      VALUE "S".
003100         88  REL-ROLE-BENEFICIARY    VALUE "B".
003200         88  REL-ROLE-OWNER          VALUE "P" "J".
003300         88  REL-ROLE-VALID          VALUE "J" "S" "B".
003400     05  REL-ADDED-DATE              PIC 9(08).
003500     05  REL-ADDED-BY                PIC X(08).
003600     05  FILLER                      PIC X(10).
