000100******************************************************************
000200* COPYBOOK:    CORPPAG
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 25/09/26
000500* PURPOSE:     RECORD LAYOUT FOR A CORPORATE BULK PAYMENT FILE
000600*              (PAYROLL OR SUPPLIER PAYMENTS) AS A BUSINESS
000700*              CUSTOMER SENDS IT TO THE DESK.  EACH FILE IS ONE
000800*              HEADER, ITS DETAIL LINES AND ONE TRAILER:
000900*                "H"  THE ORIGINATING CUSTOMER, THE ACCOUNT THE
001000*                     WHOLE FILE IS DEBITED TO, THE CUSTOMER'S OWN
001100*                     FILE REFERENCE AND DATE
001200*                "D"  ONE PAYMENT: DESTINATION ACCOUNT AND AMOUNT
001300*                     (POSITIVE, IN THE DEBIT ACCOUNT'S CURRENCY)
001400*                "T"  THE CUSTOMER'S OWN LINE COUNT AND AMOUNT
001500*                     TOTAL FOR THE FILE
001600*              SEVERAL FILES MAY ARRIVE ONE AFTER ANOTHER ON THE
001700*              SAME DATASET.  READ BY CORPINT.
001800*
001900* MODIFICATION HISTORY
002000*   25/09/26  JPL  INITIAL VERSION.
002100******************************************************************
002200 01  CPG-CORP-RECORD.
002300     05  CPG-REC-TYPE                PIC X(01).
002400         88  CPG-HEADER-REC          VALUE "H".
002500         88  CPG-DETAIL-REC          VALUE "D".
002600         88  CPG-TRAILER-REC         VALUE "T".
002700     05  CPG-BODY                    PIC X(79).
002800     05  CPG-HEADER-BODY REDEFINES CPG-BODY.
002900         10  CPG-H-CUSTOMER-ID       PIC X(08).
003000         10  CPG-H-DEBIT-ACCOUNT     PIC X(10).
003100         10  CPG-H-FILE-REF          PIC X(12).
003200         10  CPG-H-FILE-DATE         PIC 9(08).
003300         10  CPG-H-FILE-KIND         PIC X(01).
003400             88  CPG-H-PAYROLL       VALUE "N".
003500             88  CPG-H-SUPPLIERS     VALUE "P".
003600         10  FILLER                  PIC X(40).
003700     05  CPG-DETAIL-BODY REDEFINES CPG-BODY.
003800         10  CPG-D-LINE-SEQ          PIC 9(06).
003900         10  CPG-D-ACCOUNT           PIC X(10).
004000         10  CPG-D-AMOUNT            PIC 9(07)V99.
004100         10  CPG-D-BENEFICIARY       PIC X(30).
004200         10  CPG-D-REFERENCE         PIC X(16).
004300         10  FILLER                  PIC X(08).
004400     05  CPG-TRAILER-BODY REDEFINES CPG-BODY.
004500         10  CPG-T-LINE-COUNT        PIC 9(06).
004600         10  CPG-T-TOTAL-AMOUNT      PIC 9(11)V99.
004700         10  FILLER                  PIC X(60).
