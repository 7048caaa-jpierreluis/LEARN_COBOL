001230*                  THE MONTH-END BATCH STATEMENT RUN IN
001240*                  ESTADO-CUENTA.  EXISTING RECORDS CARRY
001250*                  SPACES THERE, WHICH COUNT AS CYCLE M1.
001260*   14/09/26  JPL  ONE MORE FILLER BYTE CARRIES THE WITHHOLDING
001262*                  TAX EXEMPTION ("S" = EXEMPT).  INTCAP WITHHOLDS
001264*                  ON EVERY OTHER CUSTOMER; EXISTING RECORDS CARRY
001266*                  SPACES THERE, SO THEY ARE WITHHELD.
001268*   23/09/26  JPL  ONE MORE FILLER BYTE CARRIES THE LANGUAGE THE
001270*                  CUSTOMER'S NOTICE LETTERS ARE WRITTEN IN
001272*                  (S=ESPANOL, E=ENGLISH, THE MSGCAT CODES).
001274*                  EXISTING RECORDS CARRY SPACES, WHICH COUNT AS
001276*                  SPANISH.
001278*   24/09/26  JPL  ONE MORE FILLER BYTE CARRIES THE MAILING
001280*                  ADDRESS STATE: "U" WHEN THE STATEMENT PRINT
001282*                  VENDOR RETURNED MAIL AS UNDELIVERABLE (SET BY
001284*                  STMTRCN), CLEARED WHEN THE ADDRESS IS FIXED.
001286*   30/09/26  JPL  ONE MORE FILLER BYTE CARRIES THE VIP MARK ("S"
001288*                  = A CUSTOMER WHOSE LOOKUPS THE PRIVACY REPORT
001290*                  ALWAYS LISTS), SET THROUGH THE CUSTMANT
001292*                  CORRECTION PATH.  OLD RECORDS CARRY SPACES.
001293*   01/10/26  JPL  KNOW-YOUR-CUSTOMER FIELDS: IDENTITY DOCUMENT
001294*                  SEEN, RISK RATING, LAST AND NEXT REVIEW DATES.
001295*                  THE RECORD GROWS 89 TO 130 BYTES (TWELVE GROWTH
001296*                  BYTES) - MSTCONV CONVERTS CUSTMAST AT DEPLOY.
001298*                  A ZERO NEXT-REVIEW DATE MEANS NO REVIEW YET.
001308*   02/10/26  JPL  ONE MORE FILLER BYTE MARKS A CUSTOMER WHOSE
001318*                  PERSONAL DATA ANONCLI HAS REMOVED ("S"); THE ID
001328*                  STAYS SO THE JOURNALS STILL TIE OUT.
001335*   06/10/26  JPL  TEN FILLER BYTES CARRY THE CUSTOMER'S TOTAL
001342*                  EXPOSURE LIMIT: THE MOST THE CUSTOMER'S
001349*                  OVERDRAWN BALANCES, SUMMED ACROSS EVERY
001356*                  ACCOUNT IN LOCAL CURRENCY (EXPOSUM), MAY COME
001363*                  TO.  ZERO OR SPACES (OLD RECORDS) MEANS NO
001370*                  CUSTOMER LIMIT - ONLY THE ACCOUNT LIMITS APPLY.
001377*                  SET THROUGH THE CUSTMANT CORRECTION PATH.
001390******************************************************************
001400 01  CST-CUSTOMER-RECORD.
001500     05  CST-CUSTOMER-ID             PIC X(08).
001600     05  CST-CUSTOMER-NAME           PIC X(30).
001900         88  CST-CUST-ACTIVE         VALUE "A".
002000         88  CST-CUST-INACTIVE       VALUE "I".
002100     05  CST-STMT-CYCLE              PIC X(02).
002200     05  CST-WHT-EXEMPT-IND          PIC X(01).
002300         88  CST-WHT-EXEMPT          VALUE "S".
002310     05  CST-LANGUAGE                PIC X(01).
002320         88  CST-LANG-SPANISH        VALUE "S" SPACE.
002330         88  CST-LANG-ENGLISH        VALUE "E".
002340         88  CST-LANG-VALID          VALUE "S" "E".
002350     05  CST-ADDR-STATUS             PIC X(01).
002360         88  CST-ADDR-UNDELIVERABLE  VALUE "U".
002370     05  CST-VIP-IND                 PIC X(01).
002380         88  CST-VIP                 VALUE "S".
002480     05  CST-KYC-DOC-TYPE            PIC X(01).
002580         88  CST-DOC-CEDULA          VALUE "C".
002680         88  CST-DOC-PASAPORTE       VALUE "P".
002780         88  CST-DOC-EXTRANJERIA     VALUE "E".
002880         88  CST-DOC-VALID           VALUE "C" "P" "E".
002980     05  CST-KYC-DOC-NUMBER          PIC X(15).
003080     05  CST-KYC-RISK                PIC X(01).
003180         88  CST-RISK-LOW            VALUE "B".
003280         88  CST-RISK-MEDIUM         VALUE "M".
003380         88  CST-RISK-HIGH           VALUE "A".
003480         88  CST-RISK-VALID          VALUE "B" "M" "A".
003580     05  CST-KYC-LAST-REVIEW         PIC 9(08).
003680     05  CST-KYC-NEXT-REVIEW         PIC 9(08).
003780         88  CST-KYC-NO-REVIEW       VALUE ZERO.
003880     05  CST-ANON-IND                PIC X(01).
003980         88  CST-ANONYMIZED          VALUE "S".
004080     05  CST-EXPOSURE-LIMIT          PIC 9(08)V99.
004180     05  FILLER                      PIC X(01).
