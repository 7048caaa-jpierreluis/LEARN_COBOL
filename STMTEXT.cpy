000100******************************************************************
000200* COPYBOOK:    STMTEXT
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 24/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE STMTEXT STATEMENT EXTRACT
000600*              THAT ESTADO-CUENTA'S CYCLE RUN (MODE L) WRITES FOR
000700*              THE OUTSIDE PRINT AND MAILING VENDOR, FROM THE SAME
000800*              DATA IT PRINTS.  FIXED 160-BYTE RECORDS, ONE TYPE
000900*              BYTE AND THE STATEMENT ID ON EVERY RECORD:
001000*                "H"  HEADER - ONE PER FILE
001100*                "A"  ADDRESS - OPENS EACH STATEMENT: THE
001200*                     ADDRESSEE FROM CUSTMAST (THE JOINT OWNER
001300*                     ON A JOINT OWNER'S COPY)
001400*                "D"  MOVEMENT DETAIL - ONE PER PRINTED MOVEMENT,
001500*                     WITH THE TEXT OF THE LINE PRINTED UNDER IT
001600*                "S"  ACCOUNT SUMMARY - CLOSES EACH STATEMENT,
001700*                     AFTER ITS MOVEMENTS, BECAUSE IT CARRIES
001800*                     THEIR COUNT AND THE VENDOR PAGE COUNT
001900*                "T"  TRAILER - ONE PER FILE: STATEMENT, PAGE,
002000*                     MOVEMENT AND RECORD COUNTS AND THE HASH
002100*                     TOTALS OF THE OPENING BALANCES, CLOSING
002200*                     BALANCES AND MOVEMENT AMOUNTS
002300*              THE STATEMENT ID (RUN DATE, CYCLE, SEQUENCE IN THE
002400*              RUN) IS ALSO THE KEY OF THE STMTREG REGISTER AND
002500*              COMES BACK ON THE VENDOR'S STMTRET CONFIRMATION.
002600*              HEADER AND TRAILER CARRY SEQUENCE ZERO.
002700*
002800* MODIFICATION HISTORY
002900*   24/09/26  JPL  INITIAL VERSION.
003000******************************************************************
003100 01  SXT-EXTRACT-RECORD.
003200     05  SXT-REC-TYPE                PIC X(01).
003300         88  SXT-HEADER-REC          VALUE "H".
003400         88  SXT-ADDRESS-REC         VALUE "A".
003500         88  SXT-DETAIL-REC          VALUE "D".
003600         88  SXT-SUMMARY-REC         VALUE "S".
003700         88  SXT-TRAILER-REC         VALUE "T".
003800     05  SXT-STMT-ID.
003900         10  SXT-RUN-DATE            PIC 9(08).
004000         10  SXT-CYCLE               PIC X(02).
004100         10  SXT-STMT-SEQ            PIC 9(05).
004200     05  SXT-BODY                    PIC X(144).
004300     05  SXT-HEADER-BODY REDEFINES SXT-BODY.
004400         10  SXT-H-RUN-TIME          PIC 9(08).
004500         10  SXT-H-SENDER            PIC X(20).
004600         10  SXT-H-FORMAT            PIC X(02).
004700         10  SXT-H-MOVES-PER-PAGE    PIC 9(03).
004800         10  FILLER                  PIC X(111).
004900     05  SXT-ADDRESS-BODY REDEFINES SXT-BODY.
005000         10  SXT-A-CUSTOMER-ID       PIC X(08).
005100         10  SXT-A-NAME              PIC X(30).
005200         10  SXT-A-ADDRESS           PIC X(40).
005300         10  SXT-A-LANGUAGE          PIC X(01).
005400         10  SXT-A-COPY              PIC X(01).
005500             88  SXT-A-PRIMARY       VALUE "P".
005600             88  SXT-A-JOINT         VALUE "J".
005700         10  SXT-A-ADDR-STATUS       PIC X(01).
005800         10  SXT-A-HOLDER-ID         PIC X(08).
005900         10  FILLER                  PIC X(55).
006000     05  SXT-DETAIL-BODY REDEFINES SXT-BODY.
006100         10  SXT-D-ACCOUNT           PIC X(10).
006200         10  SXT-D-DATE              PIC 9(08).
006300         10  SXT-D-TIME              PIC 9(08).
006400         10  SXT-D-SOURCE            PIC X(04).
006500         10  SXT-D-AMOUNT            PIC S9(09)V99
006600                                     SIGN LEADING SEPARATE.
006700         10  SXT-D-BALANCE           PIC S9(09)V99
006800                                     SIGN LEADING SEPARATE.
006900         10  SXT-D-REF-DATE          PIC 9(08).
007000         10  SXT-D-REF-TIME          PIC 9(08).
007100         10  SXT-D-TEXT              PIC X(40).
007200         10  FILLER                  PIC X(34).
007300     05  SXT-SUMMARY-BODY REDEFINES SXT-BODY.
007400         10  SXT-S-ACCOUNT           PIC X(10).
007500         10  SXT-S-ACCOUNT-NAME      PIC X(20).
007600         10  SXT-S-CURRENCY          PIC X(03).
007700         10  SXT-S-OPENING           PIC S9(09)V99
007800                                     SIGN LEADING SEPARATE.
007900         10  SXT-S-CLOSING           PIC S9(09)V99
008000                                     SIGN LEADING SEPARATE.
008100         10  SXT-S-ACCRUED           PIC S9(09)V99
008200                                     SIGN LEADING SEPARATE.
008300         10  SXT-S-MOVE-COUNT        PIC 9(05).
008400         10  SXT-S-PAGE-COUNT        PIC 9(03).
008500         10  FILLER                  PIC X(67).
008600     05  SXT-TRAILER-BODY REDEFINES SXT-BODY.
008700         10  SXT-T-STMT-COUNT        PIC 9(07).
008800         10  SXT-T-PAGE-COUNT        PIC 9(07).
008900         10  SXT-T-MOVE-COUNT        PIC 9(09).
009000         10  SXT-T-RECORD-COUNT      PIC 9(09).
009100         10  SXT-T-OPEN-HASH         PIC S9(13)V99
009200                                     SIGN LEADING SEPARATE.
009300         10  SXT-T-CLOSE-HASH        PIC S9(13)V99
009400                                     SIGN LEADING SEPARATE.
009500         10  SXT-T-MOVE-HASH         PIC S9(13)V99
009600                                     SIGN LEADING SEPARATE.
009700         10  FILLER                  PIC X(64).
