000100******************************************************************
000200* COPYBOOK:    ESCHREC
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 16/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE ESCHMAST INDEXED UNCLAIMED
000600*              BALANCE (ESCHEATMENT) REGISTER KEPT BY ESCHEAT.
000700*              ONE RECORD PER ACCOUNT THAT HAS EVER BEEN PUT ON
000800*              THE DUE-DILIGENCE NOTICE LIST, KEYED BY THE
000900*              ACCOUNT NUMBER.  THE STATUS CARRIES THE ACCOUNT
001000*              THROUGH THE CYCLE:
001100*                "N"  NOTICED - ON THE NOTICE LIST, WAITING OUT
001200*                     THE DUE-DILIGENCE PERIOD
001300*                "W"  WITHDRAWN - THE CUSTOMER MOVED THE ACCOUNT
001400*                     (OR IT WAS CLOSED OR FROZEN) BEFORE THE
001500*                     REMITTANCE PASS; NOTHING WAS REMITTED
001600*                "E"  ESCHEATED - THE BALANCE WENT TO THE
001700*                     UNCLAIMED-PROPERTY LIABILITY ACCOUNT ("ESC "
001800*                     MOVEMENT) AND ON THE STATE REMITTANCE FILE;
001900*                     THE ACCOUNT CARRIES STATUS "E"
002000*                "R"  RECLAIMED - THE CUSTOMER CAME BACK AND THE
002100*                     REMITTED AMOUNT WAS CREDITED BACK TO THE
002200*                     ACCOUNT
002300*              A "W" OR "R" RECORD IS REUSED IF THE ACCOUNT IS
002400*              NOTICED AGAIN IN A LATER YEAR.
002500*
002600* MODIFICATION HISTORY
002700*   16/09/26  JPL  INITIAL VERSION.
002800******************************************************************
002900 01  ESR-ESCHEAT-RECORD.
003000     05  ESR-ACCOUNT-NUMBER          PIC X(10).
003100     05  ESR-CUSTOMER-ID             PIC X(08).
003200     05  ESR-STATUS                  PIC X(01).
003300         88  ESR-STAT-NOTICED        VALUE "N".
003400         88  ESR-STAT-WITHDRAWN      VALUE "W".
003500         88  ESR-STAT-ESCHEATED      VALUE "E".
003600         88  ESR-STAT-RECLAIMED      VALUE "R".
003700     05  ESR-LAST-ACTIVITY           PIC 9(08).
003800         88  ESR-NO-ACTIVITY         VALUE ZERO.
003900     05  ESR-NOTICE-DATE             PIC 9(08).
004000     05  ESR-NOTICE-BALANCE          PIC S9(09)V99
004100                                     SIGN LEADING SEPARATE.
004200     05  ESR-REMIT-DATE              PIC 9(08).
004300     05  ESR-REMIT-TIME              PIC 9(08).
004400     05  ESR-REMIT-AMOUNT            PIC S9(09)V99
004500                                     SIGN LEADING SEPARATE.
004600     05  ESR-CURRENCY-CODE           PIC X(03).
004700     05  ESR-CLAIM-DATE              PIC 9(08).
004800     05  ESR-CLAIM-BY                PIC X(08).
004900     05  FILLER                      PIC X(10).
