000100******************************************************************
000200* COPYBOOK:    DSPCASE
000300* AUTHOR:      J. PIERRE-LUIS
000400* DATE-WRITTEN: 22/09/26
000500* PURPOSE:     RECORD LAYOUT FOR THE DSPCASE INDEXED CUSTOMER
000600*              DISPUTE CASE FILE KEPT BY DISPUTA.  A CASE IS
000700*              OPENED FROM ONE POSTJRNL ENTRY AND IS KEYED THE
000800*              WAY REVPOST IDENTIFIES AN ENTRY - ACCOUNT, RUN
000900*              DATE, RUN TIME AND AMOUNT - SO ONE ENTRY CAN
001000*              CARRY ONE CASE.  STATUS:
001100*                "O"  OPEN - UNDER INVESTIGATION
001200*                "L"  CLOSE REQUESTED - THE OUTCOME IS PROPOSED
001300*                     AND WAITS FOR SUPERVISOR RELEASE
001400*                "C"  CLOSED
001500*              OUTCOME (SET AT THE CLOSE REQUEST, FINAL AT
001600*              RELEASE):
001700*                "F"  IN THE CUSTOMER'S FAVOUR - A PROVISIONAL
001800*                     CREDIT IS CONFIRMED, OR THE CREDIT IS POSTED
001900*                     AT RELEASE WHEN NONE WAS GIVEN
002000*                "D"  DENIED - A PROVISIONAL CREDIT IS REVERSED
002100*                     WITH A "REV " RECORD POINTING AT IT
002200*              DSC-CREDIT-DATE/TIME ARE THE "DSP " JOURNAL ENTRY
002300*              THAT CREDITED THE CUSTOMER (ZERO WHILE THERE IS
002400*              NONE).  DSC-DEADLINE IS THE REGULATORY ANSWER DATE,
002500*              A GIVEN NUMBER OF BUSINESS DAYS AFTER OPENING.
002600*
002700* MODIFICATION HISTORY
002800*   22/09/26  JPL  INITIAL VERSION.
002900******************************************************************
003000 01  DSC-CASE-RECORD.
003100     05  DSC-KEY.
003200         10  DSC-ACCOUNT             PIC X(10).
003300         10  DSC-ENTRY-DATE          PIC 9(08).
003400         10  DSC-ENTRY-TIME          PIC 9(08).
003500         10  DSC-ENTRY-AMOUNT        PIC S9(09)V99
003600                                     SIGN LEADING SEPARATE.
003700     05  DSC-CUSTOMER-ID             PIC X(08).
003800     05  DSC-ENTRY-SOURCE            PIC X(04).
003900     05  DSC-DISPUTED-AMOUNT         PIC 9(09)V99.
004000     05  DSC-REASON                  PIC X(02).
004100         88  DSC-RSN-UNRECOGNIZED    VALUE "NR".
004200         88  DSC-RSN-DUPLICATE       VALUE "DU".
004300         88  DSC-RSN-WRONG-AMOUNT    VALUE "IM".
004400         88  DSC-RSN-NOT-RECEIVED    VALUE "NS".
004500         88  DSC-RSN-UNDUE-CHARGE    VALUE "CI".
004600         88  DSC-RSN-OTHER           VALUE "OT".
004700         88  DSC-RSN-VALID           VALUE "NR" "DU" "IM" "NS"
004800                                           "CI" "OT".
004900     05  DSC-REASON-TEXT             PIC X(40).
005000     05  DSC-OPENED-BY               PIC X(08).
005100     05  DSC-OPEN-DATE               PIC 9(08).
005200     05  DSC-OPEN-TIME               PIC 9(08).
005300     05  DSC-DEADLINE                PIC 9(08).
005400     05  DSC-CREDIT-TYPE             PIC X(01).
005500         88  DSC-CREDIT-NONE         VALUE "N" SPACE.
005600         88  DSC-CREDIT-PROVISIONAL  VALUE "P".
005700         88  DSC-CREDIT-FINAL        VALUE "F".
005800     05  DSC-CREDIT-DATE             PIC 9(08).
005900     05  DSC-CREDIT-TIME             PIC 9(08).
006000     05  DSC-STATUS                  PIC X(01).
006100         88  DSC-STAT-OPEN           VALUE "O".
006200         88  DSC-STAT-RELEASE-PENDING
006300                                     VALUE "L".
006400         88  DSC-STAT-CLOSED         VALUE "C".
006500     05  DSC-OUTCOME                 PIC X(01).
006600         88  DSC-OUT-FAVOUR          VALUE "F".
006700         88  DSC-OUT-DENIED          VALUE "D".
006800         88  DSC-OUT-VALID           VALUE "F" "D".
006900     05  DSC-CLOSE-REQ-BY            PIC X(08).
007000     05  DSC-CLOSE-REQ-DATE          PIC 9(08).
007100     05  DSC-CLOSE-NOTE              PIC X(40).
007200     05  DSC-RELEASED-BY             PIC X(08).
007300     05  DSC-CLOSED-DATE             PIC 9(08).
007400     05  FILLER                      PIC X(20).
