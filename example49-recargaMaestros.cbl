000700* PURPOSE:     REBUILDS ONE INDEXED MASTER FROM ITS MSTUNLD
000800*              UNLOAD FILE.  THE MASTER WANTED COMES ON SYSIN
000900*              (A=ACCTMAST, C=CUSTMAST, T=TRANMAST,
001000*              O=OPERMAST, R=ACCTREL, H=HOLDMAST, P=PRODMAST,
001010*              D=TDEPMAST).  TWO PASSES, THE CONSLOTE
001100*              PROVE-THEN-MERGE MODEL: PASS ONE PROVES THE
001200*              UNLOAD AGAINST ITS OWN "T" TRAILER (RECORD
001300*              COUNT AND AMOUNT HASH) AND A SHORT OR GARBLED
002100*
002200* MODIFICATION HISTORY
002300*   03/09/26  JPL  INITIAL VERSION.
002310*   01/10/26  JPL  THE UNLOAD RECORD WIDENS TO 131 BYTES FOR THE
002320*                  GROWN CUSTREC (KYC FIELDS).  THE SHORTER ACCT,
002330*                  TRAN AND OPER UNLOADS READ BACK SPACE-PADDED.
002340*   09/10/26  JPL  ACCTREL (R), HOLDMAST (H), PRODMAST (P) AND
002350*                  TDEPMAST (D) RELOAD FROM THEIR NEW UNLOADS.
002360*                  THE UNLOAD RECORD WIDENS TO 147 FOR TDEPREC.
002400******************************************************************
002500
002600 IDENTIFICATION DIVISION.
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS OPR-OPERATOR-ID
005500         FILE STATUS IS WS-OPERMAST-STATUS.
005504     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
005508         ORGANIZATION IS INDEXED
005512         ACCESS MODE IS DYNAMIC
005516         RECORD KEY IS REL-KEY
005520         ALTERNATE RECORD KEY IS REL-CUSTOMER-ID
005524             WITH DUPLICATES
005528         FILE STATUS IS WS-ACCTREL-STATUS.
005532     SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMAST"
005536         ORGANIZATION IS INDEXED
005540         ACCESS MODE IS DYNAMIC
005544         RECORD KEY IS HLD-KEY
005548         FILE STATUS IS WS-HOLDMAST-STATUS.
005552     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
005556         ORGANIZATION IS INDEXED
005560         ACCESS MODE IS DYNAMIC
005564         RECORD KEY IS PRD-PRODUCT-CODE
005568         FILE STATUS IS WS-PRODMAST-STATUS.
005572     SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMAST"
005576         ORGANIZATION IS INDEXED
005580         ACCESS MODE IS DYNAMIC
005584         RECORD KEY IS TDP-ACCOUNT-NUMBER
005588         FILE STATUS IS WS-TDEPMAST-STATUS.
005600
005700     SELECT UNLOAD-FILE ASSIGN TO "MSTUNLD"
005800         ORGANIZATION IS LINE SEQUENTIAL
007100
007200 FD  OPER-MASTER-FILE.
007300 COPY OPERREC.
007307
007314 FD  ACCT-REL-FILE.
007321 COPY RELREC.
007328
007335 FD  HOLD-MASTER-FILE.
007342 COPY HOLDREC.
007349
007356 FD  PRODUCT-MASTER-FILE.
007363 COPY PRODREC.
007370
007377 FD  TERM-DEPOSIT-FILE.
007384 COPY TDEPREC.
007400
007500 FD  UNLOAD-FILE.
007510 01  UNLOAD-RECORD                   PIC X(147).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-ACCTMAST-STATUS.
008400     COPY FSTATCOD REPLACING FS-NAME BY WS-TRANMAST-CODE.
008500 01  WS-OPERMAST-STATUS.
008600     COPY FSTATCOD REPLACING FS-NAME BY WS-OPERMAST-CODE.
008610 01  WS-ACCTREL-STATUS.
008620     COPY FSTATCOD REPLACING FS-NAME BY WS-ACCTREL-CODE.
008630 01  WS-HOLDMAST-STATUS.
008640     COPY FSTATCOD REPLACING FS-NAME BY WS-HOLDMAST-CODE.
008650 01  WS-PRODMAST-STATUS.
008660     COPY FSTATCOD REPLACING FS-NAME BY WS-PRODMAST-CODE.
008670 01  WS-TDEPMAST-STATUS.
008680     COPY FSTATCOD REPLACING FS-NAME BY WS-TDEPMAST-CODE.
008700 01  WS-UNLD-STATUS.
008800     COPY FSTATCOD REPLACING FS-NAME BY WS-UNLD-CODE.
008900
009400     05  RLD-TAG                     PIC X(01).
009500         88  RLD-IS-DETAIL           VALUE "D".
009600         88  RLD-IS-TRAILER          VALUE "T".
009610     05  RLD-IMAGE                   PIC X(146).
009800 01  RLD-TRAILER-REC REDEFINES RLD-WORK-REC.
009900     05  FILLER                      PIC X(01).
010000     05  RLD-TRL-COUNT               PIC 9(09).
010100     05  RLD-TRL-HASH                PIC S9(13)V99
010200                                     SIGN LEADING SEPARATE.
010210     05  FILLER                      PIC X(121).
010400
010500 77  RLD-MASTER                      PIC X(01) VALUE SPACE.
010600     88  RLD-FOR-ACCT                VALUE "A".
010700     88  RLD-FOR-CUST                VALUE "C".
010800     88  RLD-FOR-TRAN                VALUE "T".
010900     88  RLD-FOR-OPER                VALUE "O".
011000     88  RLD-FOR-REL                 VALUE "R".
011010     88  RLD-FOR-HOLD                VALUE "H".
011020     88  RLD-FOR-PROD                VALUE "P".
011030     88  RLD-FOR-TDEP                VALUE "D".
011040     88  RLD-MASTER-VALID            VALUE "A" "C" "T" "O"
011050                                           "R" "H" "P" "D".
011100 77  RLD-EOF-SW                      PIC X(01) VALUE "N".
011200     88  RLD-EOF                     VALUE "Y".
011300 77  RLD-TRAILER-SW                  PIC X(01) VALUE "N".
013700     05  FILLER                      PIC X(26).
013800     05  RLD-TRAN-AMOUNT             PIC 9(09)V99.
013900     05  FILLER                      PIC X(53).
013910 01  RLD-HOLD-VIEW.
013920     05  FILLER                      PIC X(13).
013930     05  RLD-HOLD-AMOUNT             PIC 9(09)V99.
013940     05  FILLER                      PIC X(83).
013950 01  RLD-TDEP-VIEW.
013960     05  FILLER                      PIC X(18).
013970     05  RLD-TDEP-PRINCIPAL          PIC 9(09)V99.
013980     05  FILLER                      PIC X(117).
014000
014100 PROCEDURE DIVISION.
014200******************************************************************
014400******************************************************************
014500 0000-MAINLINE.
014600     DISPLAY "MAESTRO A RECARGAR (A=ACCT, C=CUST, T=TRAN, "
014700         "O=OPER, R=REL, H=HOLD, P=PROD, D=TDEP): ".
014800     ACCEPT RLD-MASTER.
014900     IF NOT RLD-MASTER-VALID
015000         DISPLAY "MAESTRO INVALIDO - RECARGA CANCELADA."
024700                 DISPLAY "IMPORTE NO NUMERICO EN LA DESCARGA."
024800                 SET RLD-UNBALANCED TO TRUE
024900             END-IF
025000         WHEN RLD-FOR-HOLD
025005             MOVE RLD-IMAGE TO RLD-HOLD-VIEW
025010             IF RLD-HOLD-AMOUNT IS NUMERIC
025015                 ADD RLD-HOLD-AMOUNT TO RLD-HASH-TOTAL
025020             ELSE
025025                 DISPLAY "IMPORTE NO NUMERICO EN LA DESCARGA."
025030                 SET RLD-UNBALANCED TO TRUE
025035             END-IF
025040         WHEN RLD-FOR-TDEP
025045             MOVE RLD-IMAGE TO RLD-TDEP-VIEW
025050             IF RLD-TDEP-PRINCIPAL IS NUMERIC
025055                 ADD RLD-TDEP-PRINCIPAL TO RLD-HASH-TOTAL
025060             ELSE
025065                 DISPLAY "PRINCIPAL NO NUMERICO EN LA DESCARGA."
025070                 SET RLD-UNBALANCED TO TRUE
025075             END-IF
025080         WHEN OTHER
025100             CONTINUE
025200     END-EVALUATE.
025300 1200-HASH-DETAIL-EXIT.
027100             OPEN OUTPUT TRANMAST-FILE
027200         WHEN RLD-FOR-OPER
027300             OPEN OUTPUT OPER-MASTER-FILE
027400         WHEN RLD-FOR-REL
027410             OPEN OUTPUT ACCT-REL-FILE
027420         WHEN RLD-FOR-HOLD
027430             OPEN OUTPUT HOLD-MASTER-FILE
027440         WHEN RLD-FOR-PROD
027450             OPEN OUTPUT PRODUCT-MASTER-FILE
027460         WHEN RLD-FOR-TDEP
027470             OPEN OUTPUT TERM-DEPOSIT-FILE
027480     END-EVALUATE.
027500     PERFORM 3100-RELOAD-ONE-REC THRU 3100-RELOAD-ONE-REC-EXIT
027600         UNTIL RLD-EOF.
027700     EVALUATE TRUE
028300             CLOSE TRANMAST-FILE
028400         WHEN RLD-FOR-OPER
028500             CLOSE OPER-MASTER-FILE
028600         WHEN RLD-FOR-REL
028610             CLOSE ACCT-REL-FILE
028620         WHEN RLD-FOR-HOLD
028630             CLOSE HOLD-MASTER-FILE
028640         WHEN RLD-FOR-PROD
028650             CLOSE PRODUCT-MASTER-FILE
028660         WHEN RLD-FOR-TDEP
028670             CLOSE TERM-DEPOSIT-FILE
028680     END-EVALUATE.
028700     CLOSE UNLOAD-FILE.
028800 3000-REBUILD-MASTER-EXIT.
028900     EXIT.
033300                 NOT INVALID KEY
033400                     ADD 1 TO RLD-LOADED-COUNT
033500             END-WRITE
033600         WHEN RLD-FOR-REL
033603             MOVE RLD-IMAGE TO REL-RELATION-RECORD
033606             WRITE REL-RELATION-RECORD
033609                 INVALID KEY
033612                     ADD 1 TO RLD-DUP-COUNT
033615                 NOT INVALID KEY
033618                     ADD 1 TO RLD-LOADED-COUNT
033621             END-WRITE
033624         WHEN RLD-FOR-HOLD
033627             MOVE RLD-IMAGE TO HLD-HOLD-RECORD
033630             WRITE HLD-HOLD-RECORD
033633                 INVALID KEY
033636                     ADD 1 TO RLD-DUP-COUNT
033639                 NOT INVALID KEY
033642                     ADD 1 TO RLD-LOADED-COUNT
033645             END-WRITE
033648         WHEN RLD-FOR-PROD
033651             MOVE RLD-IMAGE TO PRD-PRODUCT-RECORD
033654             WRITE PRD-PRODUCT-RECORD
033657                 INVALID KEY
033660                     ADD 1 TO RLD-DUP-COUNT
033663                 NOT INVALID KEY
033666                     ADD 1 TO RLD-LOADED-COUNT
033669             END-WRITE
033672         WHEN RLD-FOR-TDEP
033675             MOVE RLD-IMAGE TO TDP-DEPOSIT-RECORD
033678             WRITE TDP-DEPOSIT-RECORD
033681                 INVALID KEY
033684                     ADD 1 TO RLD-DUP-COUNT
033687                 NOT INVALID KEY
033690                     ADD 1 TO RLD-LOADED-COUNT
033693             END-WRITE
033696     END-EVALUATE.
033700 3100-RELOAD-ONE-REC-EXIT.
033800     EXIT.
033900
