001300*
001400* MODIFICATION HISTORY
001500*   22/08/26  JPL  INITIAL VERSION.
001510*   06/10/26  JPL  TRAILING CUSTOMER FIELDS FOR THE CUSTOMER
001520*                  EXPOSURE LIMIT.  KIND "C" IS A POSTING THAT
001530*                  WOULD TAKE THE CUSTOMER'S TOTAL EXPOSURE (THE
001540*                  OVERDRAWN BALANCES OF ALL THE CUSTOMER'S
001550*                  ACCOUNTS, LOCAL CURRENCY) PAST CST-EXPOSURE-
001560*                  LIMIT; THE RECORD THEN CARRIES THE CUSTOMER,
001570*                  THE LIMIT AND THE EXPOSURE BEFORE AND AFTER THE
001580*                  POSTING.  KIND SPACE IS THE ACCOUNT LIMIT, AS
001590*                  BEFORE - OLD RECORDS READ BACK AS SPACES THERE.
001600******************************************************************
001700 01  OVD-APR-RECORD.
001800     05  OVD-APR-ACCOUNT             PIC X(10).
002900         88  OVD-APR-IS-PENDING      VALUE "P".
003000     05  OVD-APR-RUN-DATE            PIC 9(08).
003100     05  OVD-APR-RUN-TIME            PIC 9(08).
003200     05  OVD-APR-KIND                PIC X(01).
003300         88  OVD-APR-KIND-ACCOUNT    VALUE SPACE.
003400         88  OVD-APR-KIND-CUSTOMER   VALUE "C".
003500     05  OVD-APR-CUSTOMER            PIC X(08).
003600     05  OVD-APR-CUST-LIMIT          PIC 9(08)V99.
003700     05  OVD-APR-CUST-EXPOSURE       PIC 9(09)V99.
003800     05  OVD-APR-CUST-NEW-EXPOSURE   PIC 9(09)V99.
