001500*
001600* MODIFICATION HISTORY
001700*   03/09/26  JPL  INITIAL VERSION.
001710*   01/10/26  JPL  KIND "K" FOR A POSTING HELD BECAUSE THE OWNING
001720*                  CUSTOMER'S KYC REVIEW EXPIRED PAST THE GRACE
001730*                  PERIOD (OPF-REF-LIMIT IS ZERO), AND ORIGIN
001740*                  "OPBP" FOR REFERRALS RAISED BY OPBPOST.
001800******************************************************************
001900 01  OPF-REF-RECORD.
002000     05  OPF-REF-ACCOUNT             PIC X(10).
002400     05  OPF-REF-KIND                PIC X(01).
002500         88  OPF-REF-PER-TRAN        VALUE "T".
002600         88  OPF-REF-PER-DAY         VALUE "D".
002610         88  OPF-REF-KYC             VALUE "K".
002700     05  OPF-REF-ORIGIN              PIC X(04).
002800         88  OPF-REF-INTERACTIVE     VALUE "INT ".
002900         88  OPF-REF-CAPTURE         VALUE "LOTE".
002910         88  OPF-REF-BATCH-POST      VALUE "OPBP".
003000     05  OPF-REF-OPERATOR-ID         PIC X(08).
003100     05  OPF-REF-SUPERVISOR-ID       PIC X(08).
003200     05  OPF-REF-STATUS              PIC X(01).
