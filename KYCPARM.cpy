000100******************************************************************
000200* COPYBOOK:    KYCPARM
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 01/10/26
000500* PURPOSE:     PARAMETER AREA FOR THE KYCCHECK SUBPROGRAM.  THE
000600*              CALLER FILLS THE CUSTOMER ID AND THE DATE THE
000700*              REVIEW IS JUDGED AT; KYCCHECK ANSWERS THE STATE OF
000800*              THE CUSTOMER'S KNOW-YOUR-CUSTOMER REVIEW, THE NEXT
000900*              REVIEW DATE ON FILE, THE DAYS PAST IT AND THE
001000*              GRACE PERIOD IT WAS JUDGED AGAINST.  ONLY STATE
001100*              "X" (LAPSED BEYOND THE GRACE PERIOD) STOPS WORK:
001200*              A CUSTOMER WITH NO REVIEW ON FILE YET, OR ONE THE
001300*              MASTER CANNOT FIND, IS FOR THE KYC DUE REPORT AND
001400*              THE CALLER'S OWN CHECKS, NOT A POSTING BLOCK.
001500*
001600* MODIFICATION HISTORY
001700*   01/10/26  JPL  INITIAL VERSION.
001800******************************************************************
001900 01  KYP-PARM.
002000     05  KYP-REQ-CUSTOMER            PIC X(08).
002100     05  KYP-REQ-DATE                PIC 9(08).
002200     05  KYP-REPLY-STATE             PIC X(01).
002300         88  KYP-STATE-CURRENT       VALUE "V".
002400         88  KYP-STATE-GRACE         VALUE "G".
002500         88  KYP-STATE-EXPIRED       VALUE "X".
002600         88  KYP-STATE-NO-REVIEW     VALUE "S".
002700         88  KYP-STATE-NOT-FOUND     VALUE "N".
002800     05  KYP-REPLY-NEXT-REVIEW       PIC 9(08).
002900     05  KYP-REPLY-DAYS-OVER         PIC 9(05).
003000     05  KYP-REPLY-GRACE-DAYS        PIC 9(03).
