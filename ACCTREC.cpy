001323*                  DEPLOY) REBUILDS THE FILE UNDER THIS
001324*                  LAYOUT, INITIALIZING STATUS "A", ACCRUED
001325*                  INTEREST ZERO AND CURRENCY LOCAL.
001327*   07/09/26  JPL  ADDED THE PRODUCT CODE (PRODMAST CATALOG KEY)
001328*                  THAT DRIVES THE ACCOUNT'S INTEREST BANDS,
001329*                  DEFAULT OVERDRAFT LIMIT, DORMANCY PERIOD AND
001330*                  ALLOWED CURRENCIES, PLUS TWELVE GROWTH FILLER
001331*                  BYTES.  THE RECORD GROWS FROM 74 TO 90 BYTES,
001332*                  THE WIDTH OF THE MSTUNLD AND PENDCHG IMAGES,
001333*                  AND MSTCONV CONVERTS THE FILE AT DEPLOY WITH
001334*                  THE PRODUCT CODE SPACES.  AN ACCOUNT WITH NO
001335*                  PRODUCT (OR ONE NOT ON FILE) KEEPS THE OLD
001336*                  SITE-WIDE BEHAVIOUR: RATECTL BANDS AND THE
001337*                  SWEEP'S OWN DORMANCY PERIOD.
001340*   11/09/26  JPL  TOOK THE FEE-EXEMPT INDICATOR FROM THE
001345*                  GROWTH FILLER.  "S" EXCUSES THE ACCOUNT FROM
001350*                  THE FEECHG MONTHLY SERVICE CHARGES; SPACES
001355*                  (EVERY EXISTING RECORD) MEANS CHARGEABLE, SO
001360*                  THE RECORD STAYS 90 BYTES AND NEEDS NO
001365*                  CONVERSION.  SET IN CTASTAT MODE M.
001366*   16/09/26  JPL  ADDED STATUS "E" (ESCHEATED): THE BALANCE
001367*                  WENT TO THE STATE AS UNCLAIMED PROPERTY
001368*                  (ESCHEAT).  POSTED LIKE A CLOSED ACCOUNT -
001369*                  REFUSED - UNTIL ESCHEAT MODE C RECLAIMS IT.
001371*   28/09/26  JPL  TOOK THE HOME DESK FROM THE GROWTH FILLER -
001372*                  THE DESK (DSK1/DSK2/DSK3...) THAT SERVICES
001373*                  THE ACCOUNT.  ANOTHER DESK'S POSTINGS INTO IT
001374*                  ARE SETTLED BETWEEN THE DESKS BY DESKSTL.
001375*                  SPACES (EVERY EXISTING RECORD) MEANS THE MAIN
001376*                  DESK, SO THE RECORD STAYS 90 BYTES AND NEEDS
001377*                  NO CONVERSION.  SET IN CTASTAT MODE M.
001379******************************************************************
001400 01  ACM-ACCOUNT-RECORD.
001500     05  ACM-ACCOUNT-NUMBER          PIC X(10).
001600     05  ACM-CUSTOMER-ID             PIC X(08).
002100     05  ACM-ACCOUNT-STATUS          PIC X(01).
002200         88  ACM-STAT-OPEN           VALUE "A" SPACE.
002300         88  ACM-STAT-DORMANT        VALUE "D".
002350         88  ACM-STAT-ESCHEATED      VALUE "E".
002400         88  ACM-STAT-FROZEN         VALUE "F".
002500         88  ACM-STAT-CLOSED         VALUE "C".
002600         88  ACM-STAT-POSTABLE       VALUE "A" "D" SPACE.
002800                                     SIGN LEADING SEPARATE.
002900     05  ACM-CURRENCY-CODE           PIC X(03).
003000         88  ACM-CCY-LOCAL           VALUE SPACES "LOC".
003100     05  ACM-PRODUCT-CODE            PIC X(04).
003200         88  ACM-NO-PRODUCT          VALUE SPACES.
003300     05  ACM-FEE-EXEMPT-IND          PIC X(01).
003400         88  ACM-FEE-EXEMPT          VALUE "S".
003410     05  ACM-HOME-DESK               PIC X(04).
003420         88  ACM-DESK-UNASSIGNED     VALUE SPACES.
003500     05  FILLER                      PIC X(07).
