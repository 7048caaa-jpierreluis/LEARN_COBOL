001200*              STYLE OF APRCOLA'S WORK QUEUE) APPLIES OR
001300*              REFUSES IT UNDER A DIFFERENT OPERATOR ID.  THE
001400*              IMAGE FIELDS ARE WIDE ENOUGH FOR THE LARGEST
001410*              MASTER RECORD (CUSTREC, 130 BYTES); SHORTER
001600*              RECORDS RIDE LEFT-JUSTIFIED WITH TRAILING
001700*              SPACES.
001800*
001900* MODIFICATION HISTORY
002000*   02/09/26  JPL  INITIAL VERSION.
002010*   08/09/26  JPL  NEW MASTER "ACCTREL " - THE ACCOUNT-TO-
002020*                  CUSTOMER RELATIONSHIP FILE (RELREC), QUEUED
002030*                  BY RELMANT.  PCH-KEY CARRIES THE ACCOUNT
002040*                  NUMBER; THE IMAGES CARRY THE FULL KEY.
002050*   01/10/26  JPL  BOTH IMAGES WIDEN 90 TO 130 BYTES FOR THE GROWN
002060*                  CUSTREC (KYC FIELDS); THE RECORD GOES 232 TO
002070*                  312 BYTES.  MSTCONV REWRITES THE RECORDS QUEUED
002080*                  BEFORE THE CHANGE TO THE NEW LAYOUT AT DEPLOY.
002100******************************************************************
002200 01  PCH-PENDING-RECORD.
002300     05  PCH-MASTER                  PIC X(08).
002400         88  PCH-FOR-CUSTMAST        VALUE "CUSTMAST".
002500         88  PCH-FOR-TRANMAST        VALUE "TRANMAST".
002600         88  PCH-FOR-OPERMAST        VALUE "OPERMAST".
002610         88  PCH-FOR-ACCTREL         VALUE "ACCTREL ".
002700     05  PCH-ACTION                  PIC X(01).
002800         88  PCH-ACT-ADD             VALUE "A".
002900         88  PCH-ACT-CHANGE          VALUE "C".
003000         88  PCH-ACT-DELETE          VALUE "B".
003100     05  PCH-KEY                     PIC X(10).
003110     05  PCH-OLD-IMAGE               PIC X(130).
003120     05  PCH-NEW-IMAGE               PIC X(130).
003400     05  PCH-OPERATOR-ID             PIC X(08).
003500     05  PCH-SUPERVISOR-ID           PIC X(08).
003600     05  PCH-STATUS                  PIC X(01).
