000100******************************************************************
000200* COPYBOOK:    QAREV
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 07/10/26
000500* PURPOSE:     RECORD LAYOUT FOR THE QAREV INDEXED QUALITY-
000600*              ASSURANCE REVIEW FILE.  QAMUEST ADDS ONE RECORD PER
000700*              ITEM IT DRAWS FROM AN OPERATOR'S DAY, KEYED BY THE
000800*              SAMPLE DATE AND A SEQUENCE WITHIN IT:
000900*                KIND "P"  A POSTJRNL ENTRY - THE POSTING VIEW
001000*                KIND "C"  A CALCLOG RUN    - THE CALCULATION VIEW
001100*              QAR-RATE-REASON SAYS WHICH RATE DREW IT: "B" BASE,
001200*              "N" NEW OPERATOR, "R" RISING ERROR RATE.  THE ITEM
001300*              STARTS PENDING ("P"); A SUPERVISOR WORKING THE
001400*              QACOLA QUEUE MARKS IT CORRECT ("C") OR AN ERROR
001500*              ("E") WITH ONE OF THE CATEGORIES:
001600*                "I"  IMPORTE   - WRONG AMOUNT OR OPERAND
001700*                "C"  CUENTA    - WRONG ACCOUNT
001800*                "T"  TIPO      - WRONG SIGN, TYPE OR SOURCE
001900*                "D"  DUPLICADO - ENTERED TWICE
002000*                "S"  SOPORTE   - NO OR WRONG SUPPORTING DOCUMENT
002100*                "O"  OTRO
002200*              THE FILE IS THE HISTORY TOO: QAMUEST JUDGES NEW AND
002300*              RISING OPERATORS FROM IT, QARPT REPORTS IT MONTHLY
002400*              AND OPERACT PRINTS IT BESIDE THE PRODUCTIVITY.
002500*
002600* MODIFICATION HISTORY
002700*   07/10/26  JPL  INITIAL VERSION.
002800******************************************************************
002900 01  QAR-REVIEW-RECORD.
003000     05  QAR-KEY.
003100         10  QAR-SAMPLE-DATE         PIC 9(08).
003200         10  QAR-SEQ                 PIC 9(05).
003300     05  QAR-OPERATOR-ID             PIC X(08).
003400     05  QAR-KIND                    PIC X(01).
003500         88  QAR-KIND-POSTING        VALUE "P".
003600         88  QAR-KIND-CALC           VALUE "C".
003700     05  QAR-RATE-REASON             PIC X(01).
003800         88  QAR-RATE-BASE           VALUE "B".
003900         88  QAR-RATE-NEW            VALUE "N".
004000         88  QAR-RATE-RISING         VALUE "R".
004100     05  QAR-RATE-PERCENT            PIC 9(03).
004200     05  QAR-WORK-DATE               PIC 9(08).
004300     05  QAR-WORK-TIME               PIC 9(08).
004400     05  QAR-ITEM                    PIC X(40).
004500     05  QAR-POSTING REDEFINES QAR-ITEM.
004600         10  QAR-ACCOUNT             PIC X(10).
004700         10  QAR-SOURCE              PIC X(04).
004800         10  QAR-AMOUNT              PIC S9(09)V99
004900                                     SIGN LEADING SEPARATE.
005000         10  QAR-NEW-BALANCE         PIC S9(09)V99
005100                                     SIGN LEADING SEPARATE.
005200         10  FILLER                  PIC X(02).
005300     05  QAR-CALC REDEFINES QAR-ITEM.
005400         10  QAR-CALC-NUM1           PIC 9(04).
005500         10  QAR-CALC-NUM2           PIC 9(04).
005600         10  QAR-CALC-RESULT         PIC 9(05).
005700         10  QAR-CALC-CLASS          PIC X(08).
005800         10  QAR-CALC-APPR-STATUS    PIC X(01).
005900         10  FILLER                  PIC X(18).
006000     05  QAR-STATUS                  PIC X(01).
006100         88  QAR-STAT-PENDING        VALUE "P".
006200         88  QAR-STAT-CORRECT        VALUE "C".
006300         88  QAR-STAT-ERROR          VALUE "E".
006400         88  QAR-STAT-REVIEWED       VALUE "C" "E".
006500     05  QAR-ERROR-CAT               PIC X(01).
006600         88  QAR-CAT-AMOUNT          VALUE "I".
006700         88  QAR-CAT-ACCOUNT         VALUE "C".
006800         88  QAR-CAT-TYPE            VALUE "T".
006900         88  QAR-CAT-DUPLICATE       VALUE "D".
007000         88  QAR-CAT-SUPPORT         VALUE "S".
007100         88  QAR-CAT-OTHER           VALUE "O".
007200         88  QAR-CAT-VALID           VALUE "I" "C" "T" "D"
007300                                           "S" "O".
007400     05  QAR-REVIEWER-ID             PIC X(08).
007500     05  QAR-REVIEW-DATE             PIC 9(08).
007600     05  FILLER                      PIC X(10).
